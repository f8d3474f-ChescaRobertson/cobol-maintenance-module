       IDENTIFICATION DIVISION.
       PROGRAM-ID. "inventory-ledger".

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-ITEM-MASTER ASSIGN "item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ITEM-NAME
               ALTERNATE RECORD KEY IS MASTER-SKU
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FI-RULES-IN ASSIGN "rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
             SELECT OPTIONAL FI-STOCK-MOVES
               ASSIGN "stock-movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVES-STATUS.
             SELECT OPTIONAL FI-GL-FEED ASSIGN "gl-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
             SELECT OPTIONAL FI-LEDGER-CLOSE
               ASSIGN "ledger-close.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
             SELECT OPTIONAL FI-LEDGER-HISTORY
               ASSIGN "ledger-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
             SELECT FI-LEDGER-REPORT ASSIGN "ledger-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-LEDGER-PERIOD ASSIGN "ledger-period.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-ITEM-MASTER.
           COPY ITEM-MSTR.
           FD FI-RULES-IN.
           01 RULESIN-LINE PIC X(80).
           FD FI-STOCK-MOVES.
           COPY STK-MOVE.
           FD FI-GL-FEED.
           01 GL-REC.
             05 GL-REC-TYPE PIC X(3).
             05 FILLER PIC X VALUE SPACE.
             05 GL-BODY PIC X(90).
           FD FI-LEDGER-CLOSE.
           COPY LEDG-CLOSE.
      *    One row per business date per category, appended once per
      *    date; the month-end period summary is built from these.
      *    Sales and shrink are carried as positive outflows.
           FD FI-LEDGER-HISTORY.
           01 LH-REC.
             05 LH-BUS-DATE PIC 9(8).
             05 FILLER PIC X.
             05 LH-CATEGORY PIC X(10).
             05 FILLER PIC X.
             05 LH-OPEN-QTY PIC S9(9) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-RCPT-QTY PIC S9(9) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-SALE-QTY PIC S9(9) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-SHRK-QTY PIC S9(9) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-ADJ-QTY PIC S9(9) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-CLOSE-QTY PIC S9(9) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-OPEN-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-RCPT-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-SALE-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-SHRK-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-ADJ-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-REVAL-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-CLOSE-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-GL-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 LH-NOROLL-COUNT PIC 9(5).
           FD FI-LEDGER-REPORT.
           01 LR-LINE PIC X(240).
           FD FI-LEDGER-PERIOD.
           01 LP-LINE PIC X(240).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "INVENTORY-LEDGER".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
           01 WS-FILE-STATUSES.
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-MOVES-STATUS PIC XX VALUE "00".
             05 WS-GL-STATUS PIC XX VALUE "00".
             05 WS-CLOSE-STATUS PIC XX VALUE "00".
             05 WS-HISTORY-STATUS PIC XX VALUE "00".
      *    WS-RULES-STATUS comes in with COPY RULES below.
           01 WS-RULESIN-REC.
             05 RULESIN-NAME-PREFIX PIC X(20).
             05 FILLER PIC X.
             05 RULESIN-PREFIX-LEN PIC 9(2).
             05 FILLER PIC X.
             05 RULESIN-CATEGORY PIC X(10).
             05 FILLER PIC X(45).
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-PARM-TEXT PIC X(8) VALUE SPACES.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
           01 WS-DATE-FIELDS.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
             05 WS-PRIOR-DATE PIC 9(8) VALUE 0.
             05 WS-NEXT-DATE PIC 9(8) VALUE 0.
             05 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
               10 FILLER PIC 9(6).
               10 WS-NEXT-DAY PIC 9(2).
             05 WS-PERIOD-MONTH PIC 9(6) VALUE 0.
             05 WS-GL-HDR-DATE PIC X(8) VALUE SPACES.
           01 WS-LEDGER-FLAGS.
             05 WS-FIRST-RUN PIC X VALUE "N".
             05 WS-RERUN PIC X VALUE "N".
             05 WS-HIST-ON-FILE PIC X VALUE "N".
             05 WS-PERIOD-WANTED PIC X VALUE "N".
             05 WS-GL-PRESENT PIC X VALUE "N".
             05 WS-GL-TRL-SEEN PIC X VALUE "N".
             05 WS-MATCH-NAME PIC X(50) VALUE SPACES.
             05 WS-THIS-CATEGORY PIC X(10) VALUE SPACES.
             05 WS-FIND-SKU PIC 9(8) VALUE 0.
           01 WS-LEDGER-COUNTS.
             05 WS-MASTER-READ PIC 9(6) VALUE 0.
             05 WS-MOVES-READ PIC 9(8) VALUE 0.
             05 WS-MOVES-USED PIC 9(8) VALUE 0.
             05 WS-NOROLL-COUNT PIC 9(6) VALUE 0.
             05 WS-GL-DIFF-COUNT PIC 9(6) VALUE 0.
             05 WS-GL-BREAKS PIC 9(2) VALUE 0.
             05 WS-HIST-ROWS PIC 9(4) VALUE 0.
           01 WS-GL-TOTALS.
             05 WS-GL-DTL-COUNT PIC 9(6) VALUE 0.
             05 WS-GL-HELD-COUNT PIC 9(6) VALUE 0.
             05 WS-GL-EXPECT-COUNT PIC 9(6) VALUE 0.
             05 WS-GL-DTL-QTY PIC 9(11) VALUE 0.
             05 WS-GL-DTL-AMOUNT PIC 9(13)V99 VALUE 0.
           01 WS-GL-DETAIL.
             05 GLD-SKU PIC 9(8).
             05 FILLER PIC X.
             05 GLD-CATEGORY PIC X(10).
             05 FILLER PIC X.
             05 GLD-QTY PIC 9(7).
             05 FILLER PIC X.
             05 GLD-UNIT-COST PIC 9(5)V99.
             05 FILLER PIC X.
             05 GLD-WRITE-DOWN-PCT PIC X(3).
             05 FILLER PIC X.
             05 GLD-EXTENDED PIC 9(11)V99.
           01 WS-GL-TRAILER.
             05 GLT-RECORD-COUNT PIC 9(6).
             05 FILLER PIC X.
             05 GLT-HASH-QTY PIC 9(11).
             05 FILLER PIC X.
             05 GLT-HASH-AMOUNT PIC 9(13)V99.
      *    One entry per SKU seen on the snapshot, the master, the
      *    movement log or the GL feed.  Records still awaiting a SKU
      *    (zero) and duplicate SKUs share one entry, the same way
      *    they share one alternate key value.
           01 WS-LEDGER-TABLE-CTL.
             05 WS-LED-COUNT PIC 9(4) VALUE 0.
           01 WS-LEDGER-TABLE.
             05 WS-LED-ENTRY OCCURS 2000 TIMES INDEXED BY LED-IDX.
               10 LED-SKU PIC 9(8).
               10 LED-ITEM-NAME PIC X(50).
               10 LED-CATEGORY PIC X(10).
               10 LED-ON-MASTER PIC X.
               10 LED-MASTER-RECS PIC 9(4).
               10 LED-STATUS PIC X(14).
               10 LED-OPEN-QTY PIC S9(9).
               10 LED-RCPT-QTY PIC S9(9).
               10 LED-SALE-QTY PIC S9(9).
               10 LED-SHRK-QTY PIC S9(9).
               10 LED-ADJ-QTY PIC S9(9).
               10 LED-EXPECT-QTY PIC S9(9).
               10 LED-BOOK-QTY PIC S9(9).
               10 LED-GL-QTY PIC S9(9).
               10 LED-OPEN-VALUE PIC S9(11)V99.
               10 LED-RCPT-VALUE PIC S9(11)V99.
               10 LED-SALE-VALUE PIC S9(11)V99.
               10 LED-SHRK-VALUE PIC S9(11)V99.
               10 LED-ADJ-VALUE PIC S9(11)V99.
               10 LED-REVAL-VALUE PIC S9(11)V99.
               10 LED-BOOK-VALUE PIC S9(11)V99.
               10 LED-GL-VALUE PIC S9(11)V99.
      *    Category subtotals; the last entry used is not a category
      *    but the grand total, filled in after the roll.
           01 WS-CATEGORY-TABLE-CTL.
             05 WS-CAT-COUNT PIC 9(2) VALUE 0.
             05 WS-TOTAL-SUB PIC 9(2) VALUE 0.
           01 WS-CATEGORY-TABLE.
             05 WS-CAT-ENTRY OCCURS 9 TIMES INDEXED BY CAT-IDX.
               10 CAT-NAME PIC X(10).
               10 CAT-SKU-COUNT PIC 9(6).
               10 CAT-NOROLL-COUNT PIC 9(5).
               10 CAT-OPEN-QTY PIC S9(9).
               10 CAT-RCPT-QTY PIC S9(9).
               10 CAT-SALE-QTY PIC S9(9).
               10 CAT-SHRK-QTY PIC S9(9).
               10 CAT-ADJ-QTY PIC S9(9).
               10 CAT-EXPECT-QTY PIC S9(9).
               10 CAT-BOOK-QTY PIC S9(9).
               10 CAT-OPEN-VALUE PIC S9(11)V99.
               10 CAT-RCPT-VALUE PIC S9(11)V99.
               10 CAT-SALE-VALUE PIC S9(11)V99.
               10 CAT-SHRK-VALUE PIC S9(11)V99.
               10 CAT-ADJ-VALUE PIC S9(11)V99.
               10 CAT-REVAL-VALUE PIC S9(11)V99.
               10 CAT-BOOK-VALUE PIC S9(11)V99.
               10 CAT-GL-VALUE PIC S9(11)V99.
           01 WS-GRAND-TOTALS.
             05 WS-GRAND-NOROLL PIC 9(5) VALUE 0.
             05 WS-GRAND-BOOK-QTY PIC S9(11) VALUE 0.
             05 WS-GRAND-BOOK-VALUE PIC S9(13)V99 VALUE 0.
             05 WS-GRAND-GL-VALUE PIC S9(13)V99 VALUE 0.
             05 WS-WRITE-DOWN-VALUE PIC S9(13)V99 VALUE 0.
      *    Month-to-date roll per category built from the history.
           01 WS-PERIOD-TABLE-CTL.
             05 WS-PER-COUNT PIC 9(2) VALUE 0.
           01 WS-PERIOD-TABLE.
             05 WS-PER-ENTRY OCCURS 9 TIMES INDEXED BY PER-IDX.
               10 PER-CATEGORY PIC X(10).
               10 PER-FIRST-DATE PIC 9(8).
               10 PER-LAST-DATE PIC 9(8).
               10 PER-DAYS PIC 9(3).
               10 PER-NOROLL-COUNT PIC 9(5).
               10 PER-OPEN-QTY PIC S9(9).
               10 PER-RCPT-QTY PIC S9(9).
               10 PER-SALE-QTY PIC S9(9).
               10 PER-SHRK-QTY PIC S9(9).
               10 PER-ADJ-QTY PIC S9(9).
               10 PER-CLOSE-QTY PIC S9(9).
               10 PER-OPEN-VALUE PIC S9(11)V99.
               10 PER-RCPT-VALUE PIC S9(11)V99.
               10 PER-SALE-VALUE PIC S9(11)V99.
               10 PER-SHRK-VALUE PIC S9(11)V99.
               10 PER-ADJ-VALUE PIC S9(11)V99.
               10 PER-REVAL-VALUE PIC S9(11)V99.
               10 PER-CLOSE-VALUE PIC S9(11)V99.
               10 PER-GL-VALUE PIC S9(11)V99.
           01 WS-PERIOD-WORK.
             05 WS-PER-EXPECT-QTY PIC S9(11) VALUE 0.
             05 WS-PER-BREAKS PIC 9(2) VALUE 0.
      *    Report lines are built from up to nine numeric columns;
      *    the caller loads WS-COL-QTY or WS-COL-AMT and the count of
      *    columns in use, then formats the line.
           01 WS-COLUMN-WORK.
             05 WS-COL-COUNT PIC 9(2) VALUE 0.
             05 WS-COL-NUM PIC 9(2) VALUE 0.
             05 WS-COL-QTY PIC S9(11) OCCURS 9 TIMES.
             05 WS-COL-AMT PIC S9(13)V99 OCCURS 9 TIMES.
           01 WS-LR-EDIT-FIELDS.
             05 WS-LR-QTY-ED PIC -(10)9.
             05 WS-LR-AMT-ED PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             05 WS-LR-COUNT-ED PIC ZZZ,ZZ9.
           01 WS-LR-DETAIL.
             05 LRD-STATUS PIC X(14).
             05 FILLER PIC X.
             05 LRD-SKU PIC X(8).
             05 FILLER PIC X.
             05 LRD-ITEM-NAME PIC X(30).
             05 FILLER PIC X.
             05 LRD-CATEGORY PIC X(10).
             05 LRD-COLUMN OCCURS 9 TIMES.
               10 FILLER PIC X.
               10 LRD-COL PIC X(18).
           COPY RULES.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0055-INIT-RULES-TABLE.
           PERFORM 0060-LOAD-LAST-CLOSE.
           PERFORM 0070-LOAD-ITEM-MASTER.
           PERFORM 0080-LOAD-STOCK-MOVES.
           PERFORM 0090-LOAD-GL-FEED.
           IF WS-FIRST-RUN = "Y"
               PERFORM 0095-BACK-OUT-OPENING
                   VARYING LED-IDX FROM 1 BY 1
                   UNTIL LED-IDX > WS-LED-COUNT
           END-IF.
           PERFORM 0100-CHECK-HISTORY-ON-FILE.
           OPEN OUTPUT FI-LEDGER-REPORT.
           PERFORM 0200-WRITE-REPORT-HEADER.
           PERFORM 0210-ROLL-ONE-SKU
               VARYING LED-IDX FROM 1 BY 1
               UNTIL LED-IDX > WS-LED-COUNT.
           PERFORM 0300-WRITE-CATEGORY-SUMMARY.
           PERFORM 0400-WRITE-GL-TIE-OUT.
           CLOSE FI-LEDGER-REPORT.
           PERFORM 0500-WRITE-CLOSE-SNAPSHOT.
           PERFORM 0600-APPEND-LEDGER-HISTORY.
           IF WS-PERIOD-WANTED = "Y"
               PERFORM 0700-WRITE-PERIOD-SUMMARY
           END-IF.
           MOVE WS-LED-COUNT TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "INVENTORY-LEDGER: " WS-LED-COUNT
               " SKU(S) ROLLED FROM " WS-PRIOR-DATE " TO "
               WS-RUN-DATE ", " WS-NOROLL-COUNT " DO NOT ROLL, "
               WS-GL-DIFF-COUNT " DIFFER FROM GL-FEED, "
               WS-GL-BREAKS " GL-FEED CONTROL BREAK(S)".
           STOP RUN.

       0050-GET-RUN-PARMS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "INVENTORY-LEDGER: BUSINESS DATE PARM "
                   "(YYYYMMDD) IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE-NUM(1:6) TO WS-PERIOD-MONTH.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      *    The period summary comes out on the last business date of
      *    the month, or on any date when PARM2 asks for it (P) - a
      *    month-end close that runs after the calendar has turned.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1).
           IF WS-NEXT-DAY = 1 OR WS-PARM-TEXT(1:1) = "P"
               MOVE "Y" TO WS-PERIOD-WANTED
           END-IF.

       0055-INIT-RULES-TABLE.
           OPEN INPUT FI-RULES-IN.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "INVENTORY-LEDGER: CANNOT OPEN RULES.DAT"
                   ", STATUS=" WS-RULES-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-RULE-COUNT.
           SET RULE-IDX TO 1.
           PERFORM UNTIL 1 = 2
               READ FI-RULES-IN INTO WS-RULESIN-REC
                   AT END EXIT PERFORM
               END-READ
               IF WS-RULE-COUNT >= 6
                   DISPLAY "INVENTORY-LEDGER: RULES.DAT HAS MORE "
                       "THAN 6 ENTRIES, WS-RULES-TABLE CANNOT HOLD "
                       "ANY MORE"
                   STOP RUN
               END-IF
               MOVE RULESIN-NAME-PREFIX TO RULE-NAME-PREFIX(RULE-IDX)
               MOVE RULESIN-PREFIX-LEN TO RULE-PREFIX-LEN(RULE-IDX)
               MOVE RULESIN-CATEGORY TO RULE-CATEGORY(RULE-IDX)
               ADD 1 TO WS-RULE-COUNT
               SET RULE-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-RULES-IN.

      *    Yesterday's closing is today's opening.  A snapshot already
      *    closed for today means this is a rerun: the opening it
      *    stored is used again and the movement window stays the
      *    same.  No snapshot at all means the ledger is being
      *    started, and openings are backed out of the book.
       0060-LOAD-LAST-CLOSE.
           MOVE "N" TO WS-FIRST-RUN.
           MOVE 0 TO WS-PRIOR-DATE.
           OPEN INPUT FI-LEDGER-CLOSE.
           IF WS-CLOSE-STATUS NOT = "00"
               MOVE "Y" TO WS-FIRST-RUN
           ELSE
               READ FI-LEDGER-CLOSE
                   AT END MOVE "Y" TO WS-FIRST-RUN
               END-READ
               IF WS-FIRST-RUN = "N"
                   IF LCF-HDR-TYPE NOT = "HDR"
                       OR LCF-CLOSE-DATE IS NOT NUMERIC
                       DISPLAY "INVENTORY-LEDGER: LEDGER-CLOSE.DAT "
                           "HAS NO HEADER, CANNOT ROLL"
                       PERFORM 0950-ABORT-RUN
                   END-IF
                   IF LCF-CLOSE-DATE > WS-RUN-DATE-NUM
                       DISPLAY "INVENTORY-LEDGER: LEDGER ALREADY "
                           "CLOSED FOR " LCF-CLOSE-DATE
                           ", CANNOT ROLL BACK TO " WS-RUN-DATE
                       PERFORM 0950-ABORT-RUN
                   END-IF
                   IF LCF-CLOSE-DATE = WS-RUN-DATE-NUM
                       MOVE "Y" TO WS-RERUN
                       MOVE LCF-PRIOR-DATE TO WS-PRIOR-DATE
                   ELSE
                       MOVE LCF-CLOSE-DATE TO WS-PRIOR-DATE
                   END-IF
                   PERFORM 0065-LOAD-ONE-CLOSE
                       UNTIL WS-CLOSE-STATUS NOT = "00"
               END-IF
           END-IF.
           CLOSE FI-LEDGER-CLOSE.

       0065-LOAD-ONE-CLOSE.
           READ FI-LEDGER-CLOSE
               AT END CONTINUE
           END-READ.
           IF WS-CLOSE-STATUS = "00" AND LCF-REC-TYPE = "DTL"
               MOVE LCF-SKU TO WS-FIND-SKU
               PERFORM 0150-FIND-LEDGER-ENTRY
               IF LED-ITEM-NAME(LED-IDX) = SPACES
                   MOVE LCF-ITEM-NAME TO LED-ITEM-NAME(LED-IDX)
               END-IF
               IF WS-RERUN = "Y"
                   ADD LCF-OPEN-QTY TO LED-OPEN-QTY(LED-IDX)
                   ADD LCF-OPEN-VALUE TO LED-OPEN-VALUE(LED-IDX)
               ELSE
                   ADD LCF-CLOSE-QTY TO LED-OPEN-QTY(LED-IDX)
                   ADD LCF-CLOSE-VALUE TO LED-OPEN-VALUE(LED-IDX)
               END-IF
           END-IF.

      *    The book closing: on-hand and on-hand at today's unit cost,
      *    summed over every master record carrying the SKU.
       0070-LOAD-ITEM-MASTER.
           OPEN INPUT FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVENTORY-LEDGER: CANNOT OPEN "
                   "ITEM-MASTER.DAT, STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0075-LOAD-ONE-MASTER
               UNTIL WS-MASTER-STATUS NOT = "00".
           CLOSE FI-ITEM-MASTER.

       0075-LOAD-ONE-MASTER.
           READ FI-ITEM-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = "00"
               ADD 1 TO WS-MASTER-READ
               MOVE MASTER-SKU TO WS-FIND-SKU
               PERFORM 0150-FIND-LEDGER-ENTRY
               IF LED-ON-MASTER(LED-IDX) NOT = "Y"
                   MOVE MASTER-ITEM-NAME TO LED-ITEM-NAME(LED-IDX)
                   MOVE "Y" TO LED-ON-MASTER(LED-IDX)
               END-IF
               ADD 1 TO LED-MASTER-RECS(LED-IDX)
               ADD MASTER-ON-HAND-QTY TO LED-BOOK-QTY(LED-IDX)
               COMPUTE LED-BOOK-VALUE(LED-IDX) ROUNDED =
                   LED-BOOK-VALUE(LED-IDX)
                   + MASTER-ON-HAND-QTY * MASTER-UNIT-COST
           END-IF.

      *    Only movements after the last close and up to today count;
      *    anything later belongs to a day not yet closed.
       0080-LOAD-STOCK-MOVES.
           OPEN INPUT FI-STOCK-MOVES.
           IF WS-MOVES-STATUS NOT = "00"
               DISPLAY "INVENTORY-LEDGER: NO STOCK-MOVEMENTS.DAT, "
                   "ROLLING WITH NO MOVEMENTS"
           ELSE
               PERFORM 0085-LOAD-ONE-MOVE
                   UNTIL WS-MOVES-STATUS NOT = "00"
           END-IF.
           CLOSE FI-STOCK-MOVES.

       0085-LOAD-ONE-MOVE.
           READ FI-STOCK-MOVES
               AT END CONTINUE
           END-READ.
           IF WS-MOVES-STATUS = "00"
               ADD 1 TO WS-MOVES-READ
               IF MV-BUS-DATE > WS-PRIOR-DATE
                   AND MV-BUS-DATE <= WS-RUN-DATE-NUM
                   ADD 1 TO WS-MOVES-USED
                   MOVE MV-SKU TO WS-FIND-SKU
                   PERFORM 0150-FIND-LEDGER-ENTRY
                   IF LED-ITEM-NAME(LED-IDX) = SPACES
                       MOVE MV-ITEM-NAME TO LED-ITEM-NAME(LED-IDX)
                   END-IF
                   EVALUATE MV-TYPE
                       WHEN "RCPT"
                           ADD MV-QTY TO LED-RCPT-QTY(LED-IDX)
                           ADD MV-EXT-COST TO LED-RCPT-VALUE(LED-IDX)
                       WHEN "SALE"
                           SUBTRACT MV-QTY FROM LED-SALE-QTY(LED-IDX)
                           SUBTRACT MV-EXT-COST
                               FROM LED-SALE-VALUE(LED-IDX)
                       WHEN "SHRK"
                       WHEN "RCLD"
                           SUBTRACT MV-QTY FROM LED-SHRK-QTY(LED-IDX)
                           SUBTRACT MV-EXT-COST
                               FROM LED-SHRK-VALUE(LED-IDX)
                       WHEN OTHER
                           ADD MV-QTY TO LED-ADJ-QTY(LED-IDX)
                           ADD MV-EXT-COST TO LED-ADJ-VALUE(LED-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

      *    STEP5's GL feed: each detail line is one master record at
      *    its written-down value; the trailer carries the record
      *    count and hash totals finance balances to.
       0090-LOAD-GL-FEED.
           OPEN INPUT FI-GL-FEED.
           IF WS-GL-STATUS NOT = "00"
               MOVE "N" TO WS-GL-PRESENT
           ELSE
               MOVE "Y" TO WS-GL-PRESENT
               PERFORM 0092-LOAD-ONE-GL-LINE
                   UNTIL WS-GL-STATUS NOT = "00"
           END-IF.
           CLOSE FI-GL-FEED.

       0092-LOAD-ONE-GL-LINE.
           READ FI-GL-FEED
               AT END CONTINUE
           END-READ.
           IF WS-GL-STATUS = "00"
               EVALUATE GL-REC-TYPE
                   WHEN "HDR"
                       MOVE GL-BODY(33:8) TO WS-GL-HDR-DATE
                   WHEN "DTL"
                       MOVE GL-BODY TO WS-GL-DETAIL
                       MOVE GLD-SKU TO WS-FIND-SKU
                       PERFORM 0150-FIND-LEDGER-ENTRY
                       ADD GLD-QTY TO LED-GL-QTY(LED-IDX)
                       ADD GLD-EXTENDED TO LED-GL-VALUE(LED-IDX)
                       ADD 1 TO WS-GL-DTL-COUNT
                       IF GLD-CATEGORY = "QUARANTINE"
                           ADD 1 TO WS-GL-HELD-COUNT
                       END-IF
                       ADD GLD-QTY TO WS-GL-DTL-QTY
                       ADD GLD-EXTENDED TO WS-GL-DTL-AMOUNT
                   WHEN "TRL"
                       MOVE GL-BODY TO WS-GL-TRAILER
                       MOVE "Y" TO WS-GL-TRL-SEEN
               END-EVALUATE
           END-IF.

      *    Starting the ledger: the opening is whatever on-hand was
      *    before the movements logged so far, so the first day rolls
      *    by construction and every day after it is a real test.
       0095-BACK-OUT-OPENING.
           COMPUTE LED-OPEN-QTY(LED-IDX) = LED-BOOK-QTY(LED-IDX)
               - LED-RCPT-QTY(LED-IDX) + LED-SALE-QTY(LED-IDX)
               + LED-SHRK-QTY(LED-IDX) - LED-ADJ-QTY(LED-IDX).
           COMPUTE LED-OPEN-VALUE(LED-IDX) = LED-BOOK-VALUE(LED-IDX)
               - LED-RCPT-VALUE(LED-IDX) + LED-SALE-VALUE(LED-IDX)
               + LED-SHRK-VALUE(LED-IDX) - LED-ADJ-VALUE(LED-IDX).

      *    Same rerun guard as audit-archive: the history gets one
      *    set of rows per business date.
       0100-CHECK-HISTORY-ON-FILE.
           MOVE "N" TO WS-HIST-ON-FILE.
           OPEN INPUT FI-LEDGER-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ FI-LEDGER-HISTORY
                       AT END EXIT PERFORM
                   END-READ
                   IF LH-BUS-DATE = WS-RUN-DATE-NUM
                       MOVE "Y" TO WS-HIST-ON-FILE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE FI-LEDGER-HISTORY.

       0110-MATCH-CATEGORY.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               IF RULE-PREFIX-LEN(RULE-IDX) = 0
                   EXIT PERFORM
               ELSE IF WS-MATCH-NAME
                       (1:RULE-PREFIX-LEN(RULE-IDX)) =
                       RULE-NAME-PREFIX(RULE-IDX)
                       (1:RULE-PREFIX-LEN(RULE-IDX))
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RULE-IDX > WS-RULE-COUNT
               MOVE "NORMAL" TO WS-THIS-CATEGORY
           ELSE
               MOVE RULE-CATEGORY(RULE-IDX) TO WS-THIS-CATEGORY
           END-IF.

      *    Leaves LED-IDX on the entry for WS-FIND-SKU, adding a
      *    zeroed entry when the SKU is new to the table.
       0150-FIND-LEDGER-ENTRY.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                   UNTIL LED-IDX > WS-LED-COUNT
               IF LED-SKU(LED-IDX) = WS-FIND-SKU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LED-IDX > WS-LED-COUNT
               IF WS-LED-COUNT >= 2000
                   DISPLAY "INVENTORY-LEDGER: MORE THAN 2000 SKUS, "
                       "WS-LEDGER-TABLE CANNOT HOLD ANY MORE"
                   PERFORM 0950-ABORT-RUN
               END-IF
               ADD 1 TO WS-LED-COUNT
               SET LED-IDX TO WS-LED-COUNT
               INITIALIZE WS-LED-ENTRY(LED-IDX)
               MOVE WS-FIND-SKU TO LED-SKU(LED-IDX)
               MOVE "N" TO LED-ON-MASTER(LED-IDX)
           END-IF.

       0200-WRITE-REPORT-HEADER.
           MOVE SPACES TO LR-LINE.
           STRING "PERPETUAL INVENTORY LEDGER  BUSINESS DATE "
               WS-RUN-DATE "  OPENING FROM CLOSE OF " WS-PRIOR-DATE
               DELIMITED BY SIZE INTO LR-LINE.
           WRITE LR-LINE.
           IF WS-FIRST-RUN = "Y"
               MOVE "NO PRIOR CLOSE ON FILE - OPENING BALANCES "
                   & "ESTABLISHED FROM THE BOOK LESS TODAY'S MOVEMENTS"
                   TO LR-LINE
               WRITE LR-LINE
           END-IF.
           IF WS-RERUN = "Y"
               MOVE "RERUN OF A DATE ALREADY CLOSED - OPENING TAKEN "
                   & "FROM THE STORED OPENING FOR THIS DATE" TO LR-LINE
               WRITE LR-LINE
           END-IF.
           MOVE SPACES TO LR-LINE.
           WRITE LR-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "STATUS" TO LRD-STATUS.
           MOVE "SKU" TO LRD-SKU.
           MOVE "ITEM" TO LRD-ITEM-NAME.
           MOVE "CATEGORY" TO LRD-CATEGORY.
           MOVE "           OPENING" TO LRD-COL(1).
           MOVE "          RECEIPTS" TO LRD-COL(2).
           MOVE "             SALES" TO LRD-COL(3).
           MOVE "            SHRINK" TO LRD-COL(4).
           MOVE "       ADJUSTMENTS" TO LRD-COL(5).
           MOVE "          EXPECTED" TO LRD-COL(6).
           MOVE "     BOOK (MASTER)" TO LRD-COL(7).
           MOVE "          VARIANCE" TO LRD-COL(8).
           MOVE WS-LR-DETAIL TO LR-LINE.
           WRITE LR-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "  AT COST" TO LRD-STATUS.
           MOVE "           OPENING" TO LRD-COL(1).
           MOVE "          RECEIPTS" TO LRD-COL(2).
           MOVE "             SALES" TO LRD-COL(3).
           MOVE "            SHRINK" TO LRD-COL(4).
           MOVE "       ADJUSTMENTS" TO LRD-COL(5).
           MOVE "       COST CHANGE" TO LRD-COL(6).
           MOVE "           CLOSING" TO LRD-COL(7).
           MOVE "     GL-FEED VALUE" TO LRD-COL(8).
           MOVE "        WRITE-DOWN" TO LRD-COL(9).
           MOVE WS-LR-DETAIL TO LR-LINE.
           WRITE LR-LINE.
           MOVE SPACES TO LR-LINE.
           WRITE LR-LINE.

      *    Opening + receipts - sales - shrink +/- adjustments must
      *    land on MASTER-ON-HAND-QTY.  Units are the test; at cost
      *    the difference between the movements and the book is the
      *    effect of unit cost changes since the opening, shown on
      *    its own column rather than hidden in the roll.
       0210-ROLL-ONE-SKU.
           MOVE LED-ITEM-NAME(LED-IDX) TO WS-MATCH-NAME.
           PERFORM 0110-MATCH-CATEGORY.
           MOVE WS-THIS-CATEGORY TO LED-CATEGORY(LED-IDX).
           COMPUTE LED-EXPECT-QTY(LED-IDX) = LED-OPEN-QTY(LED-IDX)
               + LED-RCPT-QTY(LED-IDX) - LED-SALE-QTY(LED-IDX)
               - LED-SHRK-QTY(LED-IDX) + LED-ADJ-QTY(LED-IDX).
           COMPUTE LED-REVAL-VALUE(LED-IDX) = LED-BOOK-VALUE(LED-IDX)
               - LED-OPEN-VALUE(LED-IDX) - LED-RCPT-VALUE(LED-IDX)
               + LED-SALE-VALUE(LED-IDX) + LED-SHRK-VALUE(LED-IDX)
               - LED-ADJ-VALUE(LED-IDX).
           MOVE "ROLLS" TO LED-STATUS(LED-IDX).
           IF LED-EXPECT-QTY(LED-IDX) NOT = LED-BOOK-QTY(LED-IDX)
               MOVE "DOES NOT ROLL" TO LED-STATUS(LED-IDX)
               ADD 1 TO WS-NOROLL-COUNT
           ELSE IF WS-GL-PRESENT = "Y"
                   AND LED-GL-QTY(LED-IDX) NOT = LED-BOOK-QTY(LED-IDX)
               MOVE "GL QTY DIFFERS" TO LED-STATUS(LED-IDX)
               ADD 1 TO WS-GL-DIFF-COUNT
           END-IF.
           PERFORM 0220-WRITE-SKU-LINES.
           PERFORM 0230-ADD-CATEGORY-TOTALS.

       0220-WRITE-SKU-LINES.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE LED-STATUS(LED-IDX) TO LRD-STATUS.
           MOVE LED-SKU(LED-IDX) TO LRD-SKU.
           MOVE LED-ITEM-NAME(LED-IDX) TO LRD-ITEM-NAME.
           MOVE LED-CATEGORY(LED-IDX) TO LRD-CATEGORY.
           MOVE LED-OPEN-QTY(LED-IDX) TO WS-COL-QTY(1).
           MOVE LED-RCPT-QTY(LED-IDX) TO WS-COL-QTY(2).
           MOVE LED-SALE-QTY(LED-IDX) TO WS-COL-QTY(3).
           MOVE LED-SHRK-QTY(LED-IDX) TO WS-COL-QTY(4).
           MOVE LED-ADJ-QTY(LED-IDX) TO WS-COL-QTY(5).
           MOVE LED-EXPECT-QTY(LED-IDX) TO WS-COL-QTY(6).
           MOVE LED-BOOK-QTY(LED-IDX) TO WS-COL-QTY(7).
           COMPUTE WS-COL-QTY(8) =
               LED-BOOK-QTY(LED-IDX) - LED-EXPECT-QTY(LED-IDX).
           MOVE 8 TO WS-COL-COUNT.
           PERFORM 0250-FORMAT-QTY-COLUMNS.
           MOVE WS-LR-DETAIL TO LR-LINE.
           WRITE LR-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "  AT COST" TO LRD-STATUS.
           MOVE LED-OPEN-VALUE(LED-IDX) TO WS-COL-AMT(1).
           MOVE LED-RCPT-VALUE(LED-IDX) TO WS-COL-AMT(2).
           MOVE LED-SALE-VALUE(LED-IDX) TO WS-COL-AMT(3).
           MOVE LED-SHRK-VALUE(LED-IDX) TO WS-COL-AMT(4).
           MOVE LED-ADJ-VALUE(LED-IDX) TO WS-COL-AMT(5).
           MOVE LED-REVAL-VALUE(LED-IDX) TO WS-COL-AMT(6).
           MOVE LED-BOOK-VALUE(LED-IDX) TO WS-COL-AMT(7).
           MOVE LED-GL-VALUE(LED-IDX) TO WS-COL-AMT(8).
           COMPUTE WS-COL-AMT(9) =
               LED-BOOK-VALUE(LED-IDX) - LED-GL-VALUE(LED-IDX).
           MOVE 9 TO WS-COL-COUNT.
           PERFORM 0255-FORMAT-AMT-COLUMNS.
           MOVE WS-LR-DETAIL TO LR-LINE.
           WRITE LR-LINE.

       0230-ADD-CATEGORY-TOTALS.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CAT-COUNT
               IF CAT-NAME(CAT-IDX) = LED-CATEGORY(LED-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CAT-IDX > WS-CAT-COUNT
               ADD 1 TO WS-CAT-COUNT
               SET CAT-IDX TO WS-CAT-COUNT
               INITIALIZE WS-CAT-ENTRY(CAT-IDX)
               MOVE LED-CATEGORY(LED-IDX) TO CAT-NAME(CAT-IDX)
           END-IF.
           ADD 1 TO CAT-SKU-COUNT(CAT-IDX).
           IF LED-STATUS(LED-IDX) = "DOES NOT ROLL"
               ADD 1 TO CAT-NOROLL-COUNT(CAT-IDX)
           END-IF.
           ADD LED-OPEN-QTY(LED-IDX) TO CAT-OPEN-QTY(CAT-IDX).
           ADD LED-RCPT-QTY(LED-IDX) TO CAT-RCPT-QTY(CAT-IDX).
           ADD LED-SALE-QTY(LED-IDX) TO CAT-SALE-QTY(CAT-IDX).
           ADD LED-SHRK-QTY(LED-IDX) TO CAT-SHRK-QTY(CAT-IDX).
           ADD LED-ADJ-QTY(LED-IDX) TO CAT-ADJ-QTY(CAT-IDX).
           ADD LED-EXPECT-QTY(LED-IDX) TO CAT-EXPECT-QTY(CAT-IDX).
           ADD LED-BOOK-QTY(LED-IDX) TO CAT-BOOK-QTY(CAT-IDX).
           ADD LED-OPEN-VALUE(LED-IDX) TO CAT-OPEN-VALUE(CAT-IDX).
           ADD LED-RCPT-VALUE(LED-IDX) TO CAT-RCPT-VALUE(CAT-IDX).
           ADD LED-SALE-VALUE(LED-IDX) TO CAT-SALE-VALUE(CAT-IDX).
           ADD LED-SHRK-VALUE(LED-IDX) TO CAT-SHRK-VALUE(CAT-IDX).
           ADD LED-ADJ-VALUE(LED-IDX) TO CAT-ADJ-VALUE(CAT-IDX).
           ADD LED-REVAL-VALUE(LED-IDX) TO CAT-REVAL-VALUE(CAT-IDX).
           ADD LED-BOOK-VALUE(LED-IDX) TO CAT-BOOK-VALUE(CAT-IDX).
           ADD LED-GL-VALUE(LED-IDX) TO CAT-GL-VALUE(CAT-IDX).

       0250-FORMAT-QTY-COLUMNS.
           PERFORM VARYING WS-COL-NUM FROM 1 BY 1
                   UNTIL WS-COL-NUM > WS-COL-COUNT
               MOVE WS-COL-QTY(WS-COL-NUM) TO WS-LR-QTY-ED
               MOVE WS-LR-QTY-ED TO LRD-COL(WS-COL-NUM)(8:11)
           END-PERFORM.

       0255-FORMAT-AMT-COLUMNS.
           PERFORM VARYING WS-COL-NUM FROM 1 BY 1
                   UNTIL WS-COL-NUM > WS-COL-COUNT
               MOVE WS-COL-AMT(WS-COL-NUM) TO WS-LR-AMT-ED
               MOVE WS-LR-AMT-ED TO LRD-COL(WS-COL-NUM)
           END-PERFORM.

      *    Category subtotals, then the grand total in the next free
      *    slot of the same table so it prints the same way.
       0300-WRITE-CATEGORY-SUMMARY.
           MOVE SPACES TO LR-LINE.
           WRITE LR-LINE.
           MOVE "ROLLFORWARD BY CATEGORY" TO LR-LINE.
           WRITE LR-LINE.
           ADD 1 TO WS-CAT-COUNT.
           SET CAT-IDX TO WS-CAT-COUNT.
           INITIALIZE WS-CAT-ENTRY(CAT-IDX).
           MOVE "TOTAL" TO CAT-NAME(CAT-IDX).
           PERFORM 0305-ADD-TO-GRAND-TOTAL
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX >= WS-CAT-COUNT.
           PERFORM 0310-WRITE-CATEGORY-LINES
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > WS-CAT-COUNT.
           SET CAT-IDX TO WS-CAT-COUNT.
           MOVE CAT-NOROLL-COUNT(CAT-IDX) TO WS-GRAND-NOROLL.
           MOVE CAT-BOOK-QTY(CAT-IDX) TO WS-GRAND-BOOK-QTY.
           MOVE CAT-BOOK-VALUE(CAT-IDX) TO WS-GRAND-BOOK-VALUE.
           MOVE CAT-GL-VALUE(CAT-IDX) TO WS-GRAND-GL-VALUE.
           MOVE SPACES TO LR-LINE.
           WRITE LR-LINE.
           MOVE WS-NOROLL-COUNT TO WS-LR-COUNT-ED.
           MOVE SPACES TO LR-LINE.
           STRING "SKUS THAT DO NOT ROLL TO MASTER-ON-HAND-QTY: "
               WS-LR-COUNT-ED DELIMITED BY SIZE INTO LR-LINE.
           WRITE LR-LINE.

       0305-ADD-TO-GRAND-TOTAL.
           MOVE WS-CAT-COUNT TO WS-TOTAL-SUB.
           ADD CAT-SKU-COUNT(CAT-IDX) TO CAT-SKU-COUNT(WS-TOTAL-SUB).
           ADD CAT-NOROLL-COUNT(CAT-IDX)
               TO CAT-NOROLL-COUNT(WS-TOTAL-SUB).
           ADD CAT-OPEN-QTY(CAT-IDX) TO CAT-OPEN-QTY(WS-TOTAL-SUB).
           ADD CAT-RCPT-QTY(CAT-IDX) TO CAT-RCPT-QTY(WS-TOTAL-SUB).
           ADD CAT-SALE-QTY(CAT-IDX) TO CAT-SALE-QTY(WS-TOTAL-SUB).
           ADD CAT-SHRK-QTY(CAT-IDX) TO CAT-SHRK-QTY(WS-TOTAL-SUB).
           ADD CAT-ADJ-QTY(CAT-IDX) TO CAT-ADJ-QTY(WS-TOTAL-SUB).
           ADD CAT-EXPECT-QTY(CAT-IDX) TO CAT-EXPECT-QTY(WS-TOTAL-SUB).
           ADD CAT-BOOK-QTY(CAT-IDX) TO CAT-BOOK-QTY(WS-TOTAL-SUB).
           ADD CAT-OPEN-VALUE(CAT-IDX) TO CAT-OPEN-VALUE(WS-TOTAL-SUB).
           ADD CAT-RCPT-VALUE(CAT-IDX) TO CAT-RCPT-VALUE(WS-TOTAL-SUB).
           ADD CAT-SALE-VALUE(CAT-IDX) TO CAT-SALE-VALUE(WS-TOTAL-SUB).
           ADD CAT-SHRK-VALUE(CAT-IDX) TO CAT-SHRK-VALUE(WS-TOTAL-SUB).
           ADD CAT-ADJ-VALUE(CAT-IDX) TO CAT-ADJ-VALUE(WS-TOTAL-SUB).
           ADD CAT-REVAL-VALUE(CAT-IDX)
               TO CAT-REVAL-VALUE(WS-TOTAL-SUB).
           ADD CAT-BOOK-VALUE(CAT-IDX) TO CAT-BOOK-VALUE(WS-TOTAL-SUB).
           ADD CAT-GL-VALUE(CAT-IDX) TO CAT-GL-VALUE(WS-TOTAL-SUB).

       0310-WRITE-CATEGORY-LINES.
           MOVE SPACES TO WS-LR-DETAIL.
           IF CAT-NOROLL-COUNT(CAT-IDX) > 0
               MOVE "DOES NOT ROLL" TO LRD-STATUS
           ELSE
               MOVE "ROLLS" TO LRD-STATUS
           END-IF.
           MOVE CAT-SKU-COUNT(CAT-IDX) TO WS-LR-COUNT-ED.
           STRING WS-LR-COUNT-ED " SKU(S)" DELIMITED BY SIZE
               INTO LRD-ITEM-NAME.
           MOVE CAT-NAME(CAT-IDX) TO LRD-CATEGORY.
           MOVE CAT-OPEN-QTY(CAT-IDX) TO WS-COL-QTY(1).
           MOVE CAT-RCPT-QTY(CAT-IDX) TO WS-COL-QTY(2).
           MOVE CAT-SALE-QTY(CAT-IDX) TO WS-COL-QTY(3).
           MOVE CAT-SHRK-QTY(CAT-IDX) TO WS-COL-QTY(4).
           MOVE CAT-ADJ-QTY(CAT-IDX) TO WS-COL-QTY(5).
           MOVE CAT-EXPECT-QTY(CAT-IDX) TO WS-COL-QTY(6).
           MOVE CAT-BOOK-QTY(CAT-IDX) TO WS-COL-QTY(7).
           COMPUTE WS-COL-QTY(8) =
               CAT-BOOK-QTY(CAT-IDX) - CAT-EXPECT-QTY(CAT-IDX).
           MOVE 8 TO WS-COL-COUNT.
           PERFORM 0250-FORMAT-QTY-COLUMNS.
           MOVE WS-LR-DETAIL TO LR-LINE.
           WRITE LR-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "  AT COST" TO LRD-STATUS.
           MOVE CAT-OPEN-VALUE(CAT-IDX) TO WS-COL-AMT(1).
           MOVE CAT-RCPT-VALUE(CAT-IDX) TO WS-COL-AMT(2).
           MOVE CAT-SALE-VALUE(CAT-IDX) TO WS-COL-AMT(3).
           MOVE CAT-SHRK-VALUE(CAT-IDX) TO WS-COL-AMT(4).
           MOVE CAT-ADJ-VALUE(CAT-IDX) TO WS-COL-AMT(5).
           MOVE CAT-REVAL-VALUE(CAT-IDX) TO WS-COL-AMT(6).
           MOVE CAT-BOOK-VALUE(CAT-IDX) TO WS-COL-AMT(7).
           MOVE CAT-GL-VALUE(CAT-IDX) TO WS-COL-AMT(8).
           COMPUTE WS-COL-AMT(9) =
               CAT-BOOK-VALUE(CAT-IDX) - CAT-GL-VALUE(CAT-IDX).
           MOVE 9 TO WS-COL-COUNT.
           PERFORM 0255-FORMAT-AMT-COLUMNS.
           MOVE WS-LR-DETAIL TO LR-LINE.
           WRITE LR-LINE.

      *    The GL feed must agree with itself (trailer against its own
      *    details) and with the ledger (hash quantity against the
      *    book closing).  The amount is the written-down value, so
      *    its gap to the closing at cost is the write-down reserve.
       0400-WRITE-GL-TIE-OUT.
           MOVE SPACES TO LR-LINE.
           WRITE LR-LINE.
           MOVE "TIE-OUT TO GL-FEED" TO LR-LINE.
           WRITE LR-LINE.
           IF WS-GL-PRESENT = "N"
               ADD 1 TO WS-GL-BREAKS
               MOVE "OUT OF BALANCE: GL-FEED.DAT NOT AVAILABLE - "
                   & "VALUATION HAS NOT RUN FOR THIS DATE" TO LR-LINE
               WRITE LR-LINE
           ELSE
               IF WS-GL-HDR-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-GL-BREAKS
                   MOVE SPACES TO LR-LINE
                   STRING "OUT OF BALANCE: GL-FEED HEADER IS FOR "
                       WS-GL-HDR-DATE ", NOT " WS-RUN-DATE
                       DELIMITED BY SIZE INTO LR-LINE
                   WRITE LR-LINE
               END-IF
               IF WS-GL-TRL-SEEN = "N"
                   ADD 1 TO WS-GL-BREAKS
                   MOVE "OUT OF BALANCE: GL-FEED HAS NO TRAILER"
                       TO LR-LINE
                   WRITE LR-LINE
                   MOVE 0 TO GLT-RECORD-COUNT GLT-HASH-QTY
                       GLT-HASH-AMOUNT
               END-IF
               PERFORM 0410-WRITE-GL-COUNT-LINE
               PERFORM 0420-WRITE-GL-QTY-LINE
               PERFORM 0430-WRITE-GL-AMOUNT-LINE
           END-IF.

      *    Valuation writes one detail line per master record plus
      *    a QUARANTINE line for each SKU with stock on recall hold.
       0410-WRITE-GL-COUNT-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "DETAIL RECORDS" TO LRD-ITEM-NAME.
           COMPUTE WS-GL-EXPECT-COUNT =
               WS-MASTER-READ + WS-GL-HELD-COUNT.
           MOVE WS-GL-DTL-COUNT TO WS-COL-QTY(1).
           MOVE GLT-RECORD-COUNT TO WS-COL-QTY(2).
           MOVE WS-MASTER-READ TO WS-COL-QTY(3).
           MOVE WS-GL-HELD-COUNT TO WS-COL-QTY(4).
           MOVE 4 TO WS-COL-COUNT.
           PERFORM 0250-FORMAT-QTY-COLUMNS.
           IF WS-GL-DTL-COUNT = GLT-RECORD-COUNT
               AND GLT-RECORD-COUNT = WS-GL-EXPECT-COUNT
               MOVE "IN BALANCE" TO LRD-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO LRD-STATUS
               ADD 1 TO WS-GL-BREAKS
           END-IF.
           MOVE WS-LR-DETAIL TO LR-LINE.
           WRITE LR-LINE.
           MOVE "  COLUMNS: GL DETAIL LINES / GL TRAILER COUNT / "
               & "MASTER RECORDS ROLLED / QUARANTINE LINES" TO LR-LINE.
           WRITE LR-LINE.

       0420-WRITE-GL-QTY-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "HASH QUANTITY" TO LRD-ITEM-NAME.
           MOVE WS-GL-DTL-QTY TO WS-COL-QTY(1).
           MOVE GLT-HASH-QTY TO WS-COL-QTY(2).
           MOVE WS-GRAND-BOOK-QTY TO WS-COL-QTY(3).
           MOVE 3 TO WS-COL-COUNT.
           PERFORM 0250-FORMAT-QTY-COLUMNS.
           IF WS-GL-DTL-QTY = GLT-HASH-QTY
               AND GLT-HASH-QTY = WS-GRAND-BOOK-QTY
               MOVE "IN BALANCE" TO LRD-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO LRD-STATUS
               ADD 1 TO WS-GL-BREAKS
           END-IF.
           MOVE WS-LR-DETAIL TO LR-LINE.
           WRITE LR-LINE.

       0430-WRITE-GL-AMOUNT-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "HASH AMOUNT" TO LRD-ITEM-NAME.
           MOVE WS-GL-DTL-AMOUNT TO WS-COL-AMT(1).
           MOVE GLT-HASH-AMOUNT TO WS-COL-AMT(2).
           MOVE WS-GRAND-BOOK-VALUE TO WS-COL-AMT(3).
           COMPUTE WS-WRITE-DOWN-VALUE =
               WS-GRAND-BOOK-VALUE - GLT-HASH-AMOUNT.
           MOVE WS-WRITE-DOWN-VALUE TO WS-COL-AMT(4).
           MOVE 4 TO WS-COL-COUNT.
           PERFORM 0255-FORMAT-AMT-COLUMNS.
           IF WS-GL-DTL-AMOUNT = GLT-HASH-AMOUNT
               MOVE "IN BALANCE" TO LRD-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO LRD-STATUS
               ADD 1 TO WS-GL-BREAKS
           END-IF.
           MOVE WS-LR-DETAIL TO LR-LINE.
           WRITE LR-LINE.
           MOVE "  COLUMNS: GL DETAIL SUM / GL TRAILER / LEDGER "
               & "CLOSING / (AMOUNT ONLY) WRITE-DOWN AT COST"
               TO LR-LINE.
           WRITE LR-LINE.

      *    Every SKU still on the master, or that moved or held stock
      *    today, carries forward; a SKU deleted and at zero drops
      *    off once it has closed at zero for a day.
       0500-WRITE-CLOSE-SNAPSHOT.
           OPEN OUTPUT FI-LEDGER-CLOSE.
           MOVE SPACES TO LCF-HDR-REC.
           MOVE "HDR" TO LCF-HDR-TYPE.
           MOVE WS-RUN-DATE-NUM TO LCF-CLOSE-DATE.
           MOVE WS-PRIOR-DATE TO LCF-PRIOR-DATE.
           WRITE LCF-HDR-REC.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                   UNTIL LED-IDX > WS-LED-COUNT
               IF LED-ON-MASTER(LED-IDX) = "Y"
                   OR LED-OPEN-QTY(LED-IDX) NOT = 0
                   OR LED-EXPECT-QTY(LED-IDX) NOT = 0
                   OR LED-BOOK-QTY(LED-IDX) NOT = 0
                   MOVE SPACES TO LCF-REC
                   MOVE "DTL" TO LCF-REC-TYPE
                   MOVE LED-SKU(LED-IDX) TO LCF-SKU
                   MOVE LED-ITEM-NAME(LED-IDX) TO LCF-ITEM-NAME
                   MOVE LED-OPEN-QTY(LED-IDX) TO LCF-OPEN-QTY
                   MOVE LED-OPEN-VALUE(LED-IDX) TO LCF-OPEN-VALUE
                   MOVE LED-BOOK-QTY(LED-IDX) TO LCF-CLOSE-QTY
                   MOVE LED-BOOK-VALUE(LED-IDX) TO LCF-CLOSE-VALUE
                   WRITE LCF-REC
               END-IF
           END-PERFORM.
           CLOSE FI-LEDGER-CLOSE.

       0600-APPEND-LEDGER-HISTORY.
           IF WS-HIST-ON-FILE = "Y"
               DISPLAY "INVENTORY-LEDGER: " WS-RUN-DATE " ALREADY ON "
                   "LEDGER-HISTORY.DAT, NOTHING APPENDED"
           ELSE
               OPEN EXTEND FI-LEDGER-HISTORY
               PERFORM 0610-WRITE-HISTORY-ROW
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX >= WS-CAT-COUNT
               CLOSE FI-LEDGER-HISTORY
           END-IF.

       0610-WRITE-HISTORY-ROW.
           MOVE SPACES TO LH-REC.
           MOVE WS-RUN-DATE-NUM TO LH-BUS-DATE.
           MOVE CAT-NAME(CAT-IDX) TO LH-CATEGORY.
           MOVE CAT-OPEN-QTY(CAT-IDX) TO LH-OPEN-QTY.
           MOVE CAT-RCPT-QTY(CAT-IDX) TO LH-RCPT-QTY.
           MOVE CAT-SALE-QTY(CAT-IDX) TO LH-SALE-QTY.
           MOVE CAT-SHRK-QTY(CAT-IDX) TO LH-SHRK-QTY.
           MOVE CAT-ADJ-QTY(CAT-IDX) TO LH-ADJ-QTY.
           MOVE CAT-BOOK-QTY(CAT-IDX) TO LH-CLOSE-QTY.
           MOVE CAT-OPEN-VALUE(CAT-IDX) TO LH-OPEN-VALUE.
           MOVE CAT-RCPT-VALUE(CAT-IDX) TO LH-RCPT-VALUE.
           MOVE CAT-SALE-VALUE(CAT-IDX) TO LH-SALE-VALUE.
           MOVE CAT-SHRK-VALUE(CAT-IDX) TO LH-SHRK-VALUE.
           MOVE CAT-ADJ-VALUE(CAT-IDX) TO LH-ADJ-VALUE.
           MOVE CAT-REVAL-VALUE(CAT-IDX) TO LH-REVAL-VALUE.
           MOVE CAT-BOOK-VALUE(CAT-IDX) TO LH-CLOSE-VALUE.
           MOVE CAT-GL-VALUE(CAT-IDX) TO LH-GL-VALUE.
           MOVE CAT-NOROLL-COUNT(CAT-IDX) TO LH-NOROLL-COUNT.
           WRITE LH-REC.
           ADD 1 TO WS-HIST-ROWS.

      *    Month-to-date by category from the daily history rows: the
      *    opening is the first day's opening, the closing the last
      *    day's closing, and the movements are summed, so finance
      *    signs off one roll per category for the period.
       0700-WRITE-PERIOD-SUMMARY.
           MOVE 0 TO WS-PER-COUNT.
           MOVE 0 TO WS-PER-BREAKS.
           OPEN INPUT FI-LEDGER-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               PERFORM 0710-ADD-HISTORY-ROW
                   UNTIL WS-HISTORY-STATUS NOT = "00"
           END-IF.
           CLOSE FI-LEDGER-HISTORY.
           OPEN OUTPUT FI-LEDGER-PERIOD.
           MOVE SPACES TO LP-LINE.
           STRING "PERPETUAL INVENTORY LEDGER - PERIOD SUMMARY  "
               "PERIOD " WS-PERIOD-MONTH "  THROUGH " WS-RUN-DATE
               DELIMITED BY SIZE INTO LP-LINE.
           WRITE LP-LINE.
           MOVE SPACES TO LP-LINE.
           WRITE LP-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "STATUS" TO LRD-STATUS.
           MOVE "DAYS" TO LRD-SKU.
           MOVE "FIRST / LAST DAY" TO LRD-ITEM-NAME.
           MOVE "CATEGORY" TO LRD-CATEGORY.
           MOVE "           OPENING" TO LRD-COL(1).
           MOVE "          RECEIPTS" TO LRD-COL(2).
           MOVE "             SALES" TO LRD-COL(3).
           MOVE "            SHRINK" TO LRD-COL(4).
           MOVE "       ADJUSTMENTS" TO LRD-COL(5).
           MOVE "          EXPECTED" TO LRD-COL(6).
           MOVE "           CLOSING" TO LRD-COL(7).
           MOVE "          VARIANCE" TO LRD-COL(8).
           MOVE WS-LR-DETAIL TO LP-LINE.
           WRITE LP-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "  AT COST" TO LRD-STATUS.
           MOVE "       COST CHANGE" TO LRD-COL(6).
           MOVE "     GL-FEED VALUE" TO LRD-COL(8).
           MOVE "        WRITE-DOWN" TO LRD-COL(9).
           MOVE "           OPENING" TO LRD-COL(1).
           MOVE "          RECEIPTS" TO LRD-COL(2).
           MOVE "             SALES" TO LRD-COL(3).
           MOVE "            SHRINK" TO LRD-COL(4).
           MOVE "       ADJUSTMENTS" TO LRD-COL(5).
           MOVE "           CLOSING" TO LRD-COL(7).
           MOVE WS-LR-DETAIL TO LP-LINE.
           WRITE LP-LINE.
           MOVE SPACES TO LP-LINE.
           WRITE LP-LINE.
           IF WS-PER-COUNT = 0
               MOVE "NO LEDGER HISTORY ON FILE FOR THIS PERIOD"
                   TO LP-LINE
               WRITE LP-LINE
           END-IF.
           PERFORM 0720-WRITE-PERIOD-LINES
               VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > WS-PER-COUNT.
           PERFORM 0730-WRITE-SIGN-OFF.
           CLOSE FI-LEDGER-PERIOD.

       0710-ADD-HISTORY-ROW.
           READ FI-LEDGER-HISTORY
               AT END CONTINUE
           END-READ.
           IF WS-HISTORY-STATUS = "00"
               AND LH-BUS-DATE(1:6) = WS-RUN-DATE-NUM(1:6)
               AND LH-BUS-DATE <= WS-RUN-DATE-NUM
               PERFORM VARYING PER-IDX FROM 1 BY 1
                       UNTIL PER-IDX > WS-PER-COUNT
                   IF PER-CATEGORY(PER-IDX) = LH-CATEGORY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF PER-IDX > WS-PER-COUNT
                   IF WS-PER-COUNT >= 9
                       DISPLAY "INVENTORY-LEDGER: MORE THAN 9 "
                           "CATEGORIES ON LEDGER-HISTORY.DAT"
                       PERFORM 0950-ABORT-RUN
                   END-IF
                   ADD 1 TO WS-PER-COUNT
                   SET PER-IDX TO WS-PER-COUNT
                   INITIALIZE WS-PER-ENTRY(PER-IDX)
                   MOVE LH-CATEGORY TO PER-CATEGORY(PER-IDX)
                   MOVE LH-BUS-DATE TO PER-FIRST-DATE(PER-IDX)
                   MOVE LH-OPEN-QTY TO PER-OPEN-QTY(PER-IDX)
                   MOVE LH-OPEN-VALUE TO PER-OPEN-VALUE(PER-IDX)
               END-IF
               IF LH-BUS-DATE < PER-FIRST-DATE(PER-IDX)
                   MOVE LH-BUS-DATE TO PER-FIRST-DATE(PER-IDX)
                   MOVE LH-OPEN-QTY TO PER-OPEN-QTY(PER-IDX)
                   MOVE LH-OPEN-VALUE TO PER-OPEN-VALUE(PER-IDX)
               END-IF
               IF LH-BUS-DATE >= PER-LAST-DATE(PER-IDX)
                   MOVE LH-BUS-DATE TO PER-LAST-DATE(PER-IDX)
                   MOVE LH-CLOSE-QTY TO PER-CLOSE-QTY(PER-IDX)
                   MOVE LH-CLOSE-VALUE TO PER-CLOSE-VALUE(PER-IDX)
                   MOVE LH-GL-VALUE TO PER-GL-VALUE(PER-IDX)
               END-IF
               ADD 1 TO PER-DAYS(PER-IDX)
               ADD LH-NOROLL-COUNT TO PER-NOROLL-COUNT(PER-IDX)
               ADD LH-RCPT-QTY TO PER-RCPT-QTY(PER-IDX)
               ADD LH-SALE-QTY TO PER-SALE-QTY(PER-IDX)
               ADD LH-SHRK-QTY TO PER-SHRK-QTY(PER-IDX)
               ADD LH-ADJ-QTY TO PER-ADJ-QTY(PER-IDX)
               ADD LH-RCPT-VALUE TO PER-RCPT-VALUE(PER-IDX)
               ADD LH-SALE-VALUE TO PER-SALE-VALUE(PER-IDX)
               ADD LH-SHRK-VALUE TO PER-SHRK-VALUE(PER-IDX)
               ADD LH-ADJ-VALUE TO PER-ADJ-VALUE(PER-IDX)
               ADD LH-REVAL-VALUE TO PER-REVAL-VALUE(PER-IDX)
           END-IF.

       0720-WRITE-PERIOD-LINES.
           COMPUTE WS-PER-EXPECT-QTY = PER-OPEN-QTY(PER-IDX)
               + PER-RCPT-QTY(PER-IDX) - PER-SALE-QTY(PER-IDX)
               - PER-SHRK-QTY(PER-IDX) + PER-ADJ-QTY(PER-IDX).
           MOVE SPACES TO WS-LR-DETAIL.
           IF WS-PER-EXPECT-QTY NOT = PER-CLOSE-QTY(PER-IDX)
               OR PER-NOROLL-COUNT(PER-IDX) > 0
               MOVE "DOES NOT ROLL" TO LRD-STATUS
               ADD 1 TO WS-PER-BREAKS
           ELSE
               MOVE "ROLLS" TO LRD-STATUS
           END-IF.
           MOVE PER-DAYS(PER-IDX) TO LRD-SKU.
           STRING PER-FIRST-DATE(PER-IDX) " / "
               PER-LAST-DATE(PER-IDX) DELIMITED BY SIZE
               INTO LRD-ITEM-NAME.
           MOVE PER-CATEGORY(PER-IDX) TO LRD-CATEGORY.
           MOVE PER-OPEN-QTY(PER-IDX) TO WS-COL-QTY(1).
           MOVE PER-RCPT-QTY(PER-IDX) TO WS-COL-QTY(2).
           MOVE PER-SALE-QTY(PER-IDX) TO WS-COL-QTY(3).
           MOVE PER-SHRK-QTY(PER-IDX) TO WS-COL-QTY(4).
           MOVE PER-ADJ-QTY(PER-IDX) TO WS-COL-QTY(5).
           MOVE WS-PER-EXPECT-QTY TO WS-COL-QTY(6).
           MOVE PER-CLOSE-QTY(PER-IDX) TO WS-COL-QTY(7).
           COMPUTE WS-COL-QTY(8) =
               PER-CLOSE-QTY(PER-IDX) - WS-PER-EXPECT-QTY.
           MOVE 8 TO WS-COL-COUNT.
           PERFORM 0250-FORMAT-QTY-COLUMNS.
           MOVE WS-LR-DETAIL TO LP-LINE.
           WRITE LP-LINE.
           MOVE SPACES TO WS-LR-DETAIL.
           MOVE "  AT COST" TO LRD-STATUS.
           MOVE PER-OPEN-VALUE(PER-IDX) TO WS-COL-AMT(1).
           MOVE PER-RCPT-VALUE(PER-IDX) TO WS-COL-AMT(2).
           MOVE PER-SALE-VALUE(PER-IDX) TO WS-COL-AMT(3).
           MOVE PER-SHRK-VALUE(PER-IDX) TO WS-COL-AMT(4).
           MOVE PER-ADJ-VALUE(PER-IDX) TO WS-COL-AMT(5).
           MOVE PER-REVAL-VALUE(PER-IDX) TO WS-COL-AMT(6).
           MOVE PER-CLOSE-VALUE(PER-IDX) TO WS-COL-AMT(7).
           MOVE PER-GL-VALUE(PER-IDX) TO WS-COL-AMT(8).
           COMPUTE WS-COL-AMT(9) =
               PER-CLOSE-VALUE(PER-IDX) - PER-GL-VALUE(PER-IDX).
           MOVE 9 TO WS-COL-COUNT.
           PERFORM 0255-FORMAT-AMT-COLUMNS.
           MOVE WS-LR-DETAIL TO LP-LINE.
           WRITE LP-LINE.

       0730-WRITE-SIGN-OFF.
           MOVE SPACES TO LP-LINE.
           WRITE LP-LINE.
           IF WS-PER-BREAKS > 0
               MOVE "RESULT: ONE OR MORE CATEGORIES DO NOT ROLL FOR "
                   & "THE PERIOD - RESOLVE BEFORE SIGN-OFF" TO LP-LINE
           ELSE
               MOVE "RESULT: EVERY CATEGORY ROLLS FROM PERIOD OPENING "
                   & "TO PERIOD CLOSING" TO LP-LINE
           END-IF.
           WRITE LP-LINE.
           MOVE SPACES TO LP-LINE.
           WRITE LP-LINE.
           MOVE "PREPARED BY (INVENTORY CONTROL) ____________________"
               & "    DATE __________" TO LP-LINE.
           WRITE LP-LINE.
           MOVE SPACES TO LP-LINE.
           WRITE LP-LINE.
           MOVE "REVIEWED BY (FINANCE)           ____________________"
               & "    DATE __________" TO LP-LINE.
           WRITE LP-LINE.

       0900-STAMP-STEP-START.
           MOVE "S" TO WS-RCT-STAMP-TYPE.
           MOVE 0 TO WS-RCT-END-COUNT.
           MOVE SPACES TO WS-RCT-END-STATUS.
           PERFORM 0920-WRITE-RUN-STAMP.

       0910-STAMP-STEP-END.
           MOVE "E" TO WS-RCT-STAMP-TYPE.
           IF WS-RCT-END-STATUS = SPACES
               MOVE "OK" TO WS-RCT-END-STATUS
           END-IF.
           PERFORM 0920-WRITE-RUN-STAMP.

       0920-WRITE-RUN-STAMP.
           ACCEPT WS-RCT-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RCT-TIME-RAW FROM TIME.
           COMPUTE WS-RCT-CUR-TIME = WS-RCT-TIME-RAW / 100.
           OPEN EXTEND FI-RUN-CONTROL.
           MOVE SPACES TO FS-RUNCTL-REC.
           MOVE WS-RCT-STEP-NAME TO RCT-STEP-NAME.
           MOVE WS-RUN-DATE TO RCT-BUS-DATE.
           MOVE WS-RCT-STAMP-TYPE TO RCT-STAMP-TYPE.
           MOVE WS-RCT-CUR-DATE TO RCT-STAMP-DATE.
           MOVE WS-RCT-CUR-TIME TO RCT-STAMP-TIME.
           MOVE WS-RCT-END-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-RCT-END-STATUS TO RCT-STATUS.
           WRITE FS-RUNCTL-REC.
           CLOSE FI-RUN-CONTROL.

      *    The snapshot is the ledger's only memory, so a run that
      *    cannot roll stops before rewriting it and holds the chain.
       0950-ABORT-RUN.
           MOVE "RC=8" TO WS-RCT-END-STATUS.
           PERFORM 0910-STAMP-STEP-END.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
