               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
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
           COPY MSTR-JRNL.
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.
           FD FI-STOCK-MOVES.
           COPY STK-MOVE.
           FD FI-LEDGER-CLOSE.
           COPY LEDG-CLOSE.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
           01 WS-MASTER-STATUS PIC XX VALUE "00".
           01 WS-CLOSE-STATUS PIC XX VALUE "00".
           01 WS-JOURNAL-FIELDS.
             05 WS-JRNL-SEQ PIC 9(6) VALUE 0.
             05 WS-JRNL-ACTION PIC X(3) VALUE SPACES.
             05 WS-BEFORE-IMAGE PIC X(99) VALUE SPACES.
             05 WS-BEFORE-MASTER REDEFINES WS-BEFORE-IMAGE.
               10 WS-BEFORE-ITEM-NAME PIC X(50).
               10 WS-BEFORE-SKU PIC 9(8).
               10 FILLER PIC X(12).
               10 WS-BEFORE-UNIT-COST PIC 9(5)V99.
               10 WS-BEFORE-SELL-PRICE PIC 9(5)V99.
               10 WS-BEFORE-ON-HAND-QTY PIC 9(7).
               10 WS-BEFORE-EVENT-DATE PIC 9(8).
           01 WS-STOCK-MOVE-FIELDS.
             05 WS-MOVE-DATE PIC 9(8) VALUE 0.
             05 WS-MOVE-SKU PIC 9(8) VALUE 0.
             05 WS-MOVE-QTY PIC S9(7) VALUE 0.
             05 WS-MOVE-COST PIC 9(5)V99 VALUE 0.
             05 WS-MOVE-ITEM-NAME PIC X(50) VALUE SPACES.
           01 WS-TRANS-COUNTS.
             05 WS-ADD-COUNT PIC 9(6) VALUE 0.
             05 WS-CHANGE-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0055-SET-LEDGER-DATE.
           PERFORM 0900-STAMP-STEP-START.
           OPEN INPUT FI-TRANS.
           OPEN I-O FI-ITEM-MASTER.
           END-IF.
           OPEN OUTPUT FI-TRANS-REJECT.
           OPEN OUTPUT FI-JOURNAL.
           OPEN EXTEND FI-STOCK-MOVES.
           GO TO 0100-START.

       0050-GET-RUN-PARMS.
           END-ACCEPT.
           IF WS-RUN-DATE IS NOT NUMERIC
               MOVE SPACES TO WS-RUN-DATE
               ACCEPT WS-MOVE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-RUN-DATE TO WS-MOVE-DATE
           END-IF.

      *    Movements are dated into the next day the ledger has not
      *    closed: the business date, or the day after the last close
      *    when inventory-ledger has already closed that date.
       0055-SET-LEDGER-DATE.
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
                   DISPLAY "ITEM-MASTER-UPDATE: LEDGER CLOSED FOR "
                       LCF-CLOSE-DATE ", MOVEMENTS DATED " WS-MOVE-DATE
               END-IF
           END-IF.
           CLOSE FI-LEDGER-CLOSE.

       0100-START.
           READ FI-TRANS
               AT END GO TO 0200-END
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "ADD" TO WS-JRNL-ACTION
                   PERFORM 0160-WRITE-JOURNAL
                   IF MASTER-ON-HAND-QTY > 0
                       MOVE MASTER-SKU TO WS-MOVE-SKU
                       MOVE MASTER-ON-HAND-QTY TO WS-MOVE-QTY
                       MOVE MASTER-UNIT-COST TO WS-MOVE-COST
                       MOVE MASTER-ITEM-NAME TO WS-MOVE-ITEM-NAME
                       PERFORM 0170-WRITE-STOCK-MOVE
                   END-IF
           END-WRITE.

       0140-CHANGE-ITEM.
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "CHG" TO WS-JRNL-ACTION
                   PERFORM 0160-WRITE-JOURNAL
                   PERFORM 0145-MOVE-CHANGED-STOCK
           END-READ.

      *    A keyed on-hand change books the difference as a master
      *    adjustment.  A SKU change moves the whole before quantity
      *    off the old SKU and the whole after quantity onto the new
      *    one, so both SKUs still roll on the ledger.
       0145-MOVE-CHANGED-STOCK.
           MOVE MASTER-ITEM-NAME TO WS-MOVE-ITEM-NAME.
           IF MASTER-SKU NOT = WS-BEFORE-SKU
               IF WS-BEFORE-ON-HAND-QTY > 0
                   MOVE WS-BEFORE-SKU TO WS-MOVE-SKU
                   COMPUTE WS-MOVE-QTY = 0 - WS-BEFORE-ON-HAND-QTY
                   MOVE WS-BEFORE-UNIT-COST TO WS-MOVE-COST
                   PERFORM 0170-WRITE-STOCK-MOVE
               END-IF
               IF MASTER-ON-HAND-QTY > 0
                   MOVE MASTER-SKU TO WS-MOVE-SKU
                   MOVE MASTER-ON-HAND-QTY TO WS-MOVE-QTY
                   MOVE MASTER-UNIT-COST TO WS-MOVE-COST
                   PERFORM 0170-WRITE-STOCK-MOVE
               END-IF
           ELSE
               IF MASTER-ON-HAND-QTY NOT = WS-BEFORE-ON-HAND-QTY
                   MOVE MASTER-SKU TO WS-MOVE-SKU
                   COMPUTE WS-MOVE-QTY = MASTER-ON-HAND-QTY
                       - WS-BEFORE-ON-HAND-QTY
                   MOVE MASTER-UNIT-COST TO WS-MOVE-COST
                   PERFORM 0170-WRITE-STOCK-MOVE
               END-IF
           END-IF.

      *    The record is read before the delete so its before image
      *    lands on the journal and master-backout can put it back.
       0150-DELETE-ITEM.
                           ADD 1 TO WS-DELETE-COUNT
                           MOVE "DEL" TO WS-JRNL-ACTION
                           PERFORM 0160-WRITE-JOURNAL
                           IF WS-BEFORE-ON-HAND-QTY > 0
                               MOVE WS-BEFORE-SKU TO WS-MOVE-SKU
                               COMPUTE WS-MOVE-QTY =
                                   0 - WS-BEFORE-ON-HAND-QTY
                               MOVE WS-BEFORE-UNIT-COST TO WS-MOVE-COST
                               MOVE WS-BEFORE-ITEM-NAME
                                   TO WS-MOVE-ITEM-NAME
                               PERFORM 0170-WRITE-STOCK-MOVE
                           END-IF
                   END-DELETE
           END-READ.

           MOVE FS-TRANS-REC TO JR-TRANS-IMAGE.
           WRITE FS-JOURNAL-REC.

      *    Stock keyed on or off through maintenance is logged like any
      *    other movement so the inventory ledger still rolls.
       0170-WRITE-STOCK-MOVE.
           MOVE SPACES TO FS-STOCK-MOVE-REC.
           MOVE WS-MOVE-DATE TO MV-BUS-DATE.
           MOVE WS-MOVE-SKU TO MV-SKU.
           MOVE "MADJ" TO MV-TYPE.
           MOVE WS-MOVE-QTY TO MV-QTY.
           MOVE WS-MOVE-COST TO MV-UNIT-COST.
           COMPUTE MV-EXT-COST ROUNDED = WS-MOVE-QTY * WS-MOVE-COST.
           MOVE "MSTR" TO MV-SUPPLIER.
           MOVE WS-RCT-STEP-NAME TO MV-STEP-NAME.
           MOVE WS-MOVE-ITEM-NAME TO MV-ITEM-NAME.
           WRITE FS-STOCK-MOVE-REC.

       0200-END.
           CLOSE FI-TRANS.
           CLOSE FI-ITEM-MASTER.
           CLOSE FI-TRANS-REJECT.
           CLOSE FI-JOURNAL.
           CLOSE FI-STOCK-MOVES.
           COMPUTE WS-RCT-END-COUNT = WS-ADD-COUNT
               + WS-CHANGE-COUNT + WS-DELETE-COUNT.
           PERFORM 0910-STAMP-STEP-END.
