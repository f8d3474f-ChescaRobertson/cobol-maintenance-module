               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FI-BACKOUT-REPORT ASSIGN "backout-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-STOCK-MOVES
               ASSIGN "stock-movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-LEDGER-CLOSE
               ASSIGN "ledger-close.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY ITEM-MSTR.
           FD FI-BACKOUT-REPORT.
           01 BO-LINE PIC X(100).
           FD FI-STOCK-MOVES.
           COPY STK-MOVE.
           FD FI-LEDGER-CLOSE.
           COPY LEDG-CLOSE.

           WORKING-STORAGE SECTION.
           01 WS-FILE-STATUSES.
             05 WS-JOURNAL-STATUS PIC XX VALUE "00".
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-CLOSE-STATUS PIC XX VALUE "00".
           01 WS-JOURNAL-TABLE-CTL.
             05 WS-JRNL-COUNT PIC 9(4) VALUE 0.
             05 WS-JRNL-NUM PIC S9(4) VALUE 0.
             05 WS-UNDONE-CHANGES PIC 9(6) VALUE 0.
             05 WS-UNDONE-DELETES PIC 9(6) VALUE 0.
             05 WS-BACKOUT-ERRORS PIC 9(6) VALUE 0.
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
             05 WS-MOVE-DATE PIC 9(8) VALUE 0.
      *    The master record as it stands before an entry is undone,
      *    and the record the entry puts back, so the stock the
      *    backout moves can be logged for the inventory ledger.
           01 WS-IMAGE-FIELDS.
             05 WS-CURRENT-IMAGE PIC X(99) VALUE SPACES.
             05 WS-CURRENT-MASTER REDEFINES WS-CURRENT-IMAGE.
               10 WS-CUR-ITEM-NAME PIC X(50).
               10 WS-CUR-SKU PIC 9(8).
               10 FILLER PIC X(12).
               10 WS-CUR-UNIT-COST PIC 9(5)V99.
               10 FILLER PIC X(7).
               10 WS-CUR-ON-HAND-QTY PIC 9(7).
               10 FILLER PIC X(8).
             05 WS-RESTORE-IMAGE PIC X(99) VALUE SPACES.
             05 WS-RESTORE-MASTER REDEFINES WS-RESTORE-IMAGE.
               10 WS-RST-ITEM-NAME PIC X(50).
               10 WS-RST-SKU PIC 9(8).
               10 FILLER PIC X(12).
               10 WS-RST-UNIT-COST PIC 9(5)V99.
               10 FILLER PIC X(7).
               10 WS-RST-ON-HAND-QTY PIC 9(7).
               10 FILLER PIC X(8).
           01 WS-STOCK-MOVE-FIELDS.
             05 WS-MOVE-SKU PIC 9(8) VALUE 0.
             05 WS-MOVE-QTY PIC S9(7) VALUE 0.
             05 WS-MOVE-COST PIC 9(5)V99 VALUE 0.
             05 WS-MOVE-ITEM-NAME PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 0040-GET-RUN-PARMS.
           PERFORM 0045-SET-LEDGER-DATE.
           PERFORM 0050-LOAD-JOURNAL.
           IF WS-JRNL-COUNT = 0
               DISPLAY "MASTER-BACKOUT: JOURNAL IS EMPTY, NOTHING "
               STOP RUN
           END-IF.
           OPEN OUTPUT FI-BACKOUT-REPORT.
           OPEN EXTEND FI-STOCK-MOVES.
           MOVE "ITEM MASTER BACKOUT - JOURNAL APPLIED IN REVERSE"
               TO BO-LINE.
           WRITE BO-LINE.
           PERFORM 0200-WRITE-TOTALS.
           CLOSE FI-ITEM-MASTER.
           CLOSE FI-BACKOUT-REPORT.
           CLOSE FI-STOCK-MOVES.
           DISPLAY "MASTER-BACKOUT: " WS-UNDONE-ADDS " ADD(S), "
               WS-UNDONE-CHANGES " CHANGE(S), " WS-UNDONE-DELETES
               " DELETE(S) BACKED OUT, " WS-BACKOUT-ERRORS
           END-IF.
           STOP RUN.

      *    The business date of the run being backed out is an
      *    optional parm; it dates the reversing stock movements so
      *    they land on the same ledger day as the maintenance did,
      *    unless the ledger has closed that day since.
       0040-GET-RUN-PARMS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-RUN-DATE IS NUMERIC
               MOVE WS-RUN-DATE TO WS-MOVE-DATE
           ELSE
               ACCEPT WS-MOVE-DATE FROM DATE YYYYMMDD
           END-IF.

      *    Movements are dated into the next day the ledger has not
      *    closed: the business date, or the day after the last close
      *    when inventory-ledger has already closed that date.
       0045-SET-LEDGER-DATE.
           OPEN INPUT FI-LEDGER-CLOSE.
           IF WS-CLOSE-STATUS = "00"
               READ FI-LEDGER-CLOSE
                   AT END MOVE "10" TO WS-CLOSE-STATUS
               END-READ
               IF WS-CLOSE-STATUS = "00"
                   AND LCF-HDR-TYPE = "HDR"
                   AND LCF-CLOSE-DATE IS NUMERIC
                   AND LCF-CLOSE-DATE >= WS-MOVE-DATE
                   COMPUTE WS-MOVE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(LCF-CLOSE-DATE) + 1)
                   DISPLAY "MASTER-BACKOUT: LEDGER CLOSED FOR "
                       LCF-CLOSE-DATE ", MOVEMENTS DATED " WS-MOVE-DATE
               END-IF
           END-IF.
           CLOSE FI-LEDGER-CLOSE.

       0050-LOAD-JOURNAL.
           OPEN INPUT FI-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = "00"
      *    same run must lose the change before the add is undone.
       0100-BACKOUT-ONE-ENTRY.
           SET JRNL-IDX TO WS-JRNL-NUM.
           PERFORM 0105-READ-CURRENT-RECORD.
           EVALUATE JT-ACTION(JRNL-IDX)
               WHEN "ADD"
                   PERFORM 0110-UNDO-ADD
                   PERFORM 0140-REPORT-BAD-ENTRY
           END-EVALUATE.

       0105-READ-CURRENT-RECORD.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           MOVE JT-BEFORE-IMAGE(JRNL-IDX) TO WS-RESTORE-IMAGE.
           MOVE JT-ITEM-NAME(JRNL-IDX) TO MASTER-ITEM-NAME.
           READ FI-ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-ITEM-REC TO WS-CURRENT-IMAGE
           END-READ.
           MOVE JT-ITEM-NAME(JRNL-IDX) TO MASTER-ITEM-NAME.

       0110-UNDO-ADD.
           MOVE JT-ITEM-NAME(JRNL-IDX) TO MASTER-ITEM-NAME.
           DELETE FI-ITEM-MASTER
               NOT INVALID KEY
                   ADD 1 TO WS-UNDONE-ADDS
                   PERFORM 0160-REPORT-BACKOUT-LINE
                   PERFORM 0170-BOOK-STOCK-CHANGE
           END-DELETE.

       0120-UNDO-CHANGE.
               NOT INVALID KEY
                   ADD 1 TO WS-UNDONE-CHANGES
                   PERFORM 0160-REPORT-BACKOUT-LINE
                   PERFORM 0170-BOOK-STOCK-CHANGE
           END-REWRITE.

       0130-UNDO-DELETE.
               NOT INVALID KEY
                   ADD 1 TO WS-UNDONE-DELETES
                   PERFORM 0160-REPORT-BACKOUT-LINE
                   PERFORM 0170-BOOK-STOCK-CHANGE
           END-WRITE.

       0140-REPORT-BAD-ENTRY.
               DELIMITED BY SIZE INTO BO-LINE.
           WRITE BO-LINE.

      *    Whatever on-hand the undone entry took off the current
      *    record comes off its SKU, and whatever the restored record
      *    carries goes back on, mirroring the MADJ movements the
      *    maintenance run logged.
       0170-BOOK-STOCK-CHANGE.
           IF WS-CURRENT-IMAGE = SPACES
               OR WS-CUR-ON-HAND-QTY IS NOT NUMERIC
               MOVE 0 TO WS-CUR-ON-HAND-QTY
               MOVE 0 TO WS-CUR-SKU
           END-IF.
           IF WS-RESTORE-IMAGE = SPACES
               OR WS-RST-ON-HAND-QTY IS NOT NUMERIC
               MOVE 0 TO WS-RST-ON-HAND-QTY
               MOVE 0 TO WS-RST-SKU
           END-IF.
           MOVE JT-ITEM-NAME(JRNL-IDX) TO WS-MOVE-ITEM-NAME.
           IF WS-CUR-ON-HAND-QTY > 0 AND WS-RST-ON-HAND-QTY > 0
               AND WS-CUR-SKU = WS-RST-SKU
               IF WS-CUR-ON-HAND-QTY NOT = WS-RST-ON-HAND-QTY
                   MOVE WS-RST-SKU TO WS-MOVE-SKU
                   COMPUTE WS-MOVE-QTY = WS-RST-ON-HAND-QTY
                       - WS-CUR-ON-HAND-QTY
                   MOVE WS-RST-UNIT-COST TO WS-MOVE-COST
                   PERFORM 0180-WRITE-STOCK-MOVE
               END-IF
           ELSE
               IF WS-CUR-ON-HAND-QTY > 0
                   MOVE WS-CUR-SKU TO WS-MOVE-SKU
                   COMPUTE WS-MOVE-QTY = 0 - WS-CUR-ON-HAND-QTY
                   MOVE WS-CUR-UNIT-COST TO WS-MOVE-COST
                   PERFORM 0180-WRITE-STOCK-MOVE
               END-IF
               IF WS-RST-ON-HAND-QTY > 0
                   MOVE WS-RST-SKU TO WS-MOVE-SKU
                   MOVE WS-RST-ON-HAND-QTY TO WS-MOVE-QTY
                   MOVE WS-RST-UNIT-COST TO WS-MOVE-COST
                   PERFORM 0180-WRITE-STOCK-MOVE
               END-IF
           END-IF.

       0180-WRITE-STOCK-MOVE.
           MOVE SPACES TO FS-STOCK-MOVE-REC.
           MOVE WS-MOVE-DATE TO MV-BUS-DATE.
           MOVE WS-MOVE-SKU TO MV-SKU.
           MOVE "MADJ" TO MV-TYPE.
           MOVE WS-MOVE-QTY TO MV-QTY.
           MOVE WS-MOVE-COST TO MV-UNIT-COST.
           COMPUTE MV-EXT-COST ROUNDED = WS-MOVE-QTY * WS-MOVE-COST.
           MOVE "MSTR" TO MV-SUPPLIER.
           MOVE "MASTER-BACKOUT" TO MV-STEP-NAME.
           MOVE WS-MOVE-ITEM-NAME TO MV-ITEM-NAME.
           WRITE FS-STOCK-MOVE-REC.

       0200-WRITE-TOTALS.
           MOVE SPACES TO BO-LINE.
           WRITE BO-LINE.
