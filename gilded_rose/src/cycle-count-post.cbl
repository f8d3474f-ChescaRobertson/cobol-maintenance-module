       IDENTIFICATION DIVISION.
       PROGRAM-ID. "cycle-count-post".

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-ITEM-MASTER ASSIGN "item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-NAME
               ALTERNATE RECORD KEY IS MASTER-SKU
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT OPTIONAL FI-ITEM-LOTS ASSIGN "item-lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOTS-STATUS.
             SELECT FI-RULES-IN ASSIGN "rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
             SELECT OPTIONAL FI-OPERATORS ASSIGN "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
             SELECT OPTIONAL FI-COUNT-RESULTS
               ASSIGN "count-results.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
             SELECT OPTIONAL FI-COUNT-APPROVALS
               ASSIGN "count-approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVALS-STATUS.
             SELECT OPTIONAL FI-COUNT-HISTORY
               ASSIGN "count-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
             SELECT FI-VARIANCE-REPORT ASSIGN "count-variance.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-COUNT-ADJUSTMENTS
               ASSIGN "count-adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-COVERAGE-REPORT ASSIGN "count-coverage.dat"
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
           FD FI-ITEM-MASTER.
           COPY ITEM-MSTR.
           FD FI-ITEM-LOTS.
           COPY ITEM-LOTS.
           FD FI-RULES-IN.
           01 RULESIN-LINE PIC X(80).
           FD FI-OPERATORS.
           01 FS-OPERATOR-REC.
             05 OPER-ID PIC X(8).
             05 FILLER PIC X.
             05 OPER-ROLE PIC X.
      *    Keyed back from the count sheets: one line per SKU/lot
      *    counted (lot receipt date zero for a NO LOT line), with
      *    the location printed on the sheet; a lot line keyed with
      *    no location is taken as WHSE, where receipts land.  The
      *    same lot counted on two shelves may come in twice and is
      *    added together.
           FD FI-COUNT-RESULTS.
           01 FS-RESULT-REC.
             05 CR-SKU PIC 9(8).
             05 FILLER PIC X.
             05 CR-LOT-RECEIPT-DATE PIC 9(8).
             05 FILLER PIC X.
             05 CR-COUNTED-QTY PIC 9(7).
             05 FILLER PIC X.
             05 CR-COUNTER-ID PIC X(8).
             05 FILLER PIC X.
             05 CR-LOT-LOCATION PIC X(4).
      *    A supervisor's sign-off on one SKU/lot variance.
           FD FI-COUNT-APPROVALS.
           01 FS-APPROVAL-REC.
             05 CA-SKU PIC 9(8).
             05 FILLER PIC X.
             05 CA-LOT-RECEIPT-DATE PIC 9(8).
             05 FILLER PIC X.
             05 CA-APPROVER-ID PIC X(8).
             05 FILLER PIC X.
             05 CA-LOT-LOCATION PIC X(4).
           FD FI-COUNT-HISTORY.
           COPY COUNT-HIST.
           FD FI-VARIANCE-REPORT.
           01 VR-LINE PIC X(150).
           FD FI-COUNT-ADJUSTMENTS.
           01 ADJ-REC.
             05 ADJ-REC-TYPE PIC X(3).
             05 FILLER PIC X VALUE SPACE.
             05 ADJ-BODY PIC X(90).
           FD FI-COVERAGE-REPORT.
           01 CV-LINE PIC X(100).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.
           FD FI-STOCK-MOVES.
           COPY STK-MOVE.
           FD FI-LEDGER-CLOSE.
           COPY LEDG-CLOSE.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "CYCLE-COUNT-POST".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
      *    WS-RULES-STATUS comes in with COPY RULES below.
           01 WS-FILE-STATUSES.
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-LOTS-STATUS PIC XX VALUE "00".
             05 WS-OPER-STATUS PIC XX VALUE "00".
             05 WS-RESULTS-STATUS PIC XX VALUE "00".
             05 WS-APPROVALS-STATUS PIC XX VALUE "00".
             05 WS-HISTORY-STATUS PIC XX VALUE "00".
             05 WS-CLOSE-STATUS PIC XX VALUE "00".
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
             05 WS-RUN-DATE-INT PIC 9(8) VALUE 0.
             05 WS-MOVE-DATE PIC 9(8) VALUE 0.
             05 WS-PARM-TEXT PIC X(8) VALUE SPACES.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
      *    Audit's definition of a high-value SKU (unit cost at or
      *    above PARM2 whole dollars, 25 by default) and how recent
      *    its last count must be to satisfy once a quarter.
           01 WS-COVERAGE-POLICY.
             05 WS-HIGH-VALUE-COST PIC 9(5)V99 VALUE 25.00.
             05 WS-COVERAGE-DAYS PIC 9(3) VALUE 91.
           01 WS-RULESIN-REC.
             05 RULESIN-NAME-PREFIX PIC X(20).
             05 FILLER PIC X.
             05 RULESIN-PREFIX-LEN PIC 9(2).
             05 FILLER PIC X.
             05 RULESIN-CATEGORY PIC X(10).
             05 FILLER PIC X(45).
           01 WS-SUPERVISOR-CTL.
             05 WS-SUPV-COUNT PIC 9(3) VALUE 0.
           01 WS-SUPERVISOR-TABLE.
             05 WS-SUPV-ENTRY OCCURS 100 TIMES INDEXED BY SUPV-IDX.
               10 SUPV-OPER-ID PIC X(8).
           01 WS-COUNT-CTL.
             05 WS-CNT-COUNT PIC 9(4) VALUE 0.
           01 WS-COUNT-TABLE.
             05 WS-CNT-ENTRY OCCURS 2000 TIMES INDEXED BY CNT-IDX.
               10 CNT-SKU PIC 9(8).
               10 CNT-LOT-RECEIPT-DATE PIC 9(8).
               10 CNT-LOT-LOCATION PIC X(4).
               10 CNT-COUNTED-QTY PIC 9(7).
               10 CNT-COUNTER-ID PIC X(8).
               10 CNT-HIST-FOUND PIC X.
               10 CNT-HIST-DATE PIC 9(8).
               10 CNT-HIST-BOOK-QTY PIC 9(7).
               10 CNT-HIST-COUNTED-QTY PIC 9(7).
               10 CNT-HIST-VARIANCE-QTY PIC S9(7).
               10 CNT-HIST-UNIT-COST PIC 9(5)V99.
               10 CNT-HIST-STATUS PIC X(8).
               10 CNT-HIST-APPROVER-ID PIC X(8).
           01 WS-APPROVAL-CTL.
             05 WS-APR-COUNT PIC 9(4) VALUE 0.
             05 WS-APPROVER-ID PIC X(8) VALUE SPACES.
           01 WS-APPROVAL-TABLE.
             05 WS-APR-ENTRY OCCURS 2000 TIMES INDEXED BY APR-IDX.
               10 APR-SKU PIC 9(8).
               10 APR-LOT-RECEIPT-DATE PIC 9(8).
               10 APR-LOT-LOCATION PIC X(4).
               10 APR-APPROVER-ID PIC X(8).
           01 WS-LAST-COUNT-CTL.
             05 WS-LC-COUNT PIC 9(4) VALUE 0.
           01 WS-LAST-COUNT-TABLE.
             05 WS-LC-ENTRY OCCURS 2000 TIMES INDEXED BY LC-IDX.
               10 LC-SKU PIC 9(8).
               10 LC-LAST-DATE PIC 9(8).
           01 WS-COUNT-FIELDS.
             05 WS-LOTS-OPEN PIC X VALUE "N".
             05 WS-LOT-DONE PIC X VALUE "N".
             05 WS-LOT-FOUND PIC X VALUE "N".
             05 WS-ON-MASTER PIC X VALUE "N".
             05 WS-IS-SUPERVISOR PIC X VALUE "N".
             05 WS-THIS-CATEGORY PIC X(10) VALUE SPACES.
             05 WS-LOT-QTY-SUM PIC 9(9) VALUE 0.
             05 WS-BOOK-QTY PIC 9(7) VALUE 0.
             05 WS-VARIANCE-QTY PIC S9(7) VALUE 0.
             05 WS-VARIANCE-VALUE PIC S9(11)V99 VALUE 0.
             05 WS-NEW-ON-HAND PIC S9(9) VALUE 0.
             05 WS-NEW-LOT-QTY PIC S9(9) VALUE 0.
             05 WS-COUNT-DATE PIC 9(8) VALUE 0.
             05 WS-HIST-RECORDED PIC X VALUE "N".
             05 WS-MOVE-QTY PIC S9(9) VALUE 0.
             05 WS-COUNT-STATUS PIC X(8) VALUE SPACES.
             05 WS-LAST-DATE-INT PIC 9(8) VALUE 0.
             05 WS-DAYS-SINCE PIC 9(8) VALUE 0.
             05 WS-DEFAULT-LOCATION PIC X(4) VALUE "WHSE".
           01 WS-COUNT-TOTALS.
             05 WS-LINES-COUNTED PIC 9(6) VALUE 0.
             05 WS-LINES-POSTED PIC 9(6) VALUE 0.
             05 WS-LINES-PENDING PIC 9(6) VALUE 0.
             05 WS-LINES-REJECTED PIC 9(6) VALUE 0.
             05 WS-LINES-HELD PIC 9(6) VALUE 0.
             05 WS-LINES-EARLIER PIC 9(6) VALUE 0.
             05 WS-NET-VARIANCE-VALUE PIC S9(13)V99 VALUE 0.
             05 WS-POSTED-VALUE PIC S9(13)V99 VALUE 0.
             05 WS-PENDING-VALUE PIC S9(13)V99 VALUE 0.
             05 WS-HELD-VALUE PIC S9(13)V99 VALUE 0.
             05 WS-EARLIER-VALUE PIC S9(13)V99 VALUE 0.
             05 WS-ADJ-RECORD-COUNT PIC 9(6) VALUE 0.
             05 WS-ADJ-HASH-QTY PIC S9(11) VALUE 0.
             05 WS-ADJ-HASH-AMOUNT PIC S9(13)V99 VALUE 0.
             05 WS-HIGH-VALUE-COUNT PIC 9(6) VALUE 0.
             05 WS-HIGH-VALUE-MISSED PIC 9(6) VALUE 0.
           01 WS-VR-EDIT-FIELDS.
             05 WS-VR-QTY-ED PIC ZZZZZZ9.
             05 WS-VR-VAR-ED PIC -ZZZZZZ9.
             05 WS-VR-AMOUNT-ED PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
             05 WS-VR-COUNT-ED PIC ZZZ,ZZ9.
           01 WS-VR-DETAIL.
             05 VRD-STATUS PIC X(16).
             05 FILLER PIC X(2) VALUE SPACES.
             05 VRD-CATEGORY PIC X(10).
             05 FILLER PIC X(2) VALUE SPACES.
             05 VRD-SKU PIC 9(8).
             05 FILLER PIC X(2) VALUE SPACES.
             05 VRD-LOT PIC X(8).
             05 FILLER PIC X(2) VALUE SPACES.
             05 VRD-LOCATION PIC X(4).
             05 FILLER PIC X(2) VALUE SPACES.
             05 VRD-ITEM-NAME PIC X(40).
             05 FILLER PIC X(2) VALUE SPACES.
             05 VRD-BOOK-QTY PIC X(7).
             05 FILLER PIC X(2) VALUE SPACES.
             05 VRD-COUNTED-QTY PIC X(7).
             05 FILLER PIC X(2) VALUE SPACES.
             05 VRD-VARIANCE-QTY PIC X(8).
             05 FILLER PIC X(2) VALUE SPACES.
             05 VRD-VARIANCE-VALUE PIC X(19).
           01 WS-ADJ-DETAIL.
             05 ADD-SKU PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 ADD-CATEGORY PIC X(10).
             05 FILLER PIC X VALUE SPACE.
             05 ADD-LOT-RECEIPT-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 ADD-VARIANCE-QTY PIC S9(7) SIGN LEADING SEPARATE.
             05 FILLER PIC X VALUE SPACE.
             05 ADD-UNIT-COST PIC 9(5)V99.
             05 FILLER PIC X VALUE SPACE.
             05 ADD-EXTENDED PIC S9(11)V99 SIGN LEADING SEPARATE.
             05 FILLER PIC X VALUE SPACE.
             05 ADD-APPROVER-ID PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 ADD-LOT-LOCATION PIC X(4).
           01 WS-ADJ-TRAILER.
             05 ADT-RECORD-COUNT PIC 9(6).
             05 FILLER PIC X VALUE SPACE.
             05 ADT-HASH-QTY PIC S9(11) SIGN LEADING SEPARATE.
             05 FILLER PIC X VALUE SPACE.
             05 ADT-HASH-AMOUNT PIC S9(13)V99 SIGN LEADING SEPARATE.
           01 WS-CV-DETAIL.
             05 CVD-STATUS PIC X(12).
             05 FILLER PIC X(2) VALUE SPACES.
             05 CVD-SKU PIC 9(8).
             05 FILLER PIC X(2) VALUE SPACES.
             05 CVD-ITEM-NAME PIC X(50).
             05 FILLER PIC X(2) VALUE SPACES.
             05 CVD-UNIT-COST PIC ZZ,ZZ9.99.
             05 FILLER PIC X(2) VALUE SPACES.
             05 CVD-LAST-COUNT PIC X(8).
           COPY RULES.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0052-SET-LEDGER-DATE.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0055-INIT-RULES-TABLE.
           PERFORM 0060-LOAD-SUPERVISORS.
           OPEN I-O FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CYCLE-COUNT-POST: CANNOT OPEN "
                   "ITEM-MASTER.DAT, STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0070-OPEN-ITEM-LOTS.
           OPEN OUTPUT FI-VARIANCE-REPORT FI-COVERAGE-REPORT.
           OPEN EXTEND FI-COUNT-ADJUSTMENTS.
           PERFORM 0080-WRITE-HEADERS.
           PERFORM 0090-LOAD-COUNT-RESULTS.
           PERFORM 0095-LOAD-APPROVALS.
           PERFORM 0100-LOAD-PRIOR-COUNTS.
           OPEN EXTEND FI-COUNT-HISTORY.
           OPEN EXTEND FI-STOCK-MOVES.
           PERFORM 0200-PROCESS-ONE-COUNT
               VARYING CNT-IDX FROM 1 BY 1
               UNTIL CNT-IDX > WS-CNT-COUNT.
           CLOSE FI-COUNT-HISTORY.
           CLOSE FI-STOCK-MOVES.
           PERFORM 0400-WRITE-VARIANCE-TOTALS.
           PERFORM 0450-WRITE-ADJUSTMENT-TRAILER.
           PERFORM 0500-WRITE-COVERAGE-REPORT.
           CLOSE FI-ITEM-MASTER.
           IF WS-LOTS-OPEN = "Y"
               CLOSE FI-ITEM-LOTS
           END-IF.
           CLOSE FI-VARIANCE-REPORT.
           CLOSE FI-COUNT-ADJUSTMENTS.
           CLOSE FI-COVERAGE-REPORT.
           MOVE WS-LINES-COUNTED TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "CYCLE-COUNT-POST: " WS-LINES-COUNTED
               " LINE(S) COUNTED, " WS-LINES-POSTED
               " VARIANCE(S) POSTED, " WS-LINES-PENDING
               " AWAITING APPROVAL, " WS-LINES-HELD
               " ON RECALL HOLD, " WS-HIGH-VALUE-MISSED
               " HIGH-VALUE SKU(S) NOT COUNTED THIS QUARTER".
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
               DISPLAY "CYCLE-COUNT-POST: BUSINESS DATE PARM "
                   "(YYYYMMDD) IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE-NUM TO WS-MOVE-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-PARM-TEXT(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-TEXT)
                   TO WS-HIGH-VALUE-COST
           END-IF.

      *    Movements are dated into the next day the ledger has not
      *    closed: the business date, or the day after the last close
      *    when inventory-ledger has already closed that date.
       0052-SET-LEDGER-DATE.
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
                   DISPLAY "CYCLE-COUNT-POST: LEDGER CLOSED FOR "
                       LCF-CLOSE-DATE ", MOVEMENTS DATED " WS-MOVE-DATE
               END-IF
           END-IF.
           CLOSE FI-LEDGER-CLOSE.

       0055-INIT-RULES-TABLE.
           OPEN INPUT FI-RULES-IN.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "CYCLE-COUNT-POST: CANNOT OPEN RULES.DAT"
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
                   DISPLAY "CYCLE-COUNT-POST: RULES.DAT HAS MORE "
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

      *    Only supervisor-role operators may sign off a variance;
      *    without operators.dat nothing can be approved and every
      *    variance is left pending.
       0060-LOAD-SUPERVISORS.
           OPEN INPUT FI-OPERATORS.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "CYCLE-COUNT-POST: OPERATORS.DAT NOT "
                   "AVAILABLE, NO VARIANCE CAN BE APPROVED"
           ELSE
               PERFORM UNTIL 1 = 2
                   READ FI-OPERATORS
                       AT END EXIT PERFORM
                   END-READ
                   IF OPER-ROLE = "S"
                       IF WS-SUPV-COUNT >= 100
                           DISPLAY "CYCLE-COUNT-POST: OPERATORS.DAT "
                               "HAS MORE SUPERVISORS THAN "
                               "WS-SUPERVISOR-TABLE CAN HOLD"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SUPV-COUNT
                       SET SUPV-IDX TO WS-SUPV-COUNT
                       MOVE OPER-ID TO SUPV-OPER-ID(SUPV-IDX)
                   END-IF
               END-PERFORM
               CLOSE FI-OPERATORS
           END-IF.

       0070-OPEN-ITEM-LOTS.
           OPEN I-O FI-ITEM-LOTS.
           IF WS-LOTS-STATUS = "00" OR WS-LOTS-STATUS = "05"
               MOVE "Y" TO WS-LOTS-OPEN
           ELSE
               MOVE "N" TO WS-LOTS-OPEN
               DISPLAY "CYCLE-COUNT-POST: ITEM-LOTS.DAT NOT "
                   "AVAILABLE, STATUS=" WS-LOTS-STATUS
                   ", COUNTS POSTED TO MASTER TOTALS ONLY"
           END-IF.

       0080-WRITE-HEADERS.
           MOVE SPACES TO VR-LINE.
           STRING "CYCLE COUNT VARIANCE REPORT  BUSINESS DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO VR-LINE.
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           STRING "STATUS            CATEGORY    SKU       LOT"
               "       LOC   ITEM"
               DELIMITED BY SIZE INTO VR-LINE.
           MOVE "   BOOK" TO VR-LINE(99:7).
           MOVE "COUNTED" TO VR-LINE(108:7).
           MOVE "VARIANCE" TO VR-LINE(117:8).
           MOVE "     VARIANCE VALUE" TO VR-LINE(127:19).
           WRITE VR-LINE.
           MOVE SPACES TO ADJ-REC.
           MOVE "HDR" TO ADJ-REC-TYPE.
           STRING "GILDED-ROSE CYCLE COUNT ADJUSTMENTS " WS-RUN-DATE
               DELIMITED BY SIZE INTO ADJ-BODY.
           WRITE ADJ-REC.
           MOVE SPACES TO CV-LINE.
           STRING "HIGH-VALUE COUNT COVERAGE  BUSINESS DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CV-LINE.
           WRITE CV-LINE.

       0090-LOAD-COUNT-RESULTS.
           OPEN INPUT FI-COUNT-RESULTS.
           IF WS-RESULTS-STATUS NOT = "00"
               DISPLAY "CYCLE-COUNT-POST: NO COUNT-RESULTS.DAT, "
                   "COVERAGE REPORT ONLY"
               MOVE "NO COUNT RESULTS THIS RUN" TO VR-LINE
               WRITE VR-LINE
           ELSE
               PERFORM 0092-LOAD-ONE-RESULT
                   UNTIL WS-RESULTS-STATUS NOT = "00"
               CLOSE FI-COUNT-RESULTS
           END-IF.

       0092-LOAD-ONE-RESULT.
           READ FI-COUNT-RESULTS
               AT END CONTINUE
           END-READ.
           IF WS-RESULTS-STATUS = "00"
               IF CR-SKU IS NOT NUMERIC
                   OR CR-LOT-RECEIPT-DATE IS NOT NUMERIC
                   OR CR-COUNTED-QTY IS NOT NUMERIC
                   ADD 1 TO WS-LINES-REJECTED
                   MOVE SPACES TO VR-LINE
                   STRING "INVALID COUNT LINE " FS-RESULT-REC
                       DELIMITED BY SIZE INTO VR-LINE
                   WRITE VR-LINE
               ELSE
                   PERFORM 0093-DEFAULT-LOCATION
                   PERFORM 0094-ADD-COUNT-ENTRY
               END-IF
           END-IF.

      *    Stock with no lot detail has no location either.
       0093-DEFAULT-LOCATION.
           IF CR-LOT-RECEIPT-DATE = 0
               MOVE SPACES TO CR-LOT-LOCATION
           ELSE IF CR-LOT-LOCATION = SPACES
               MOVE WS-DEFAULT-LOCATION TO CR-LOT-LOCATION
           END-IF.

       0094-ADD-COUNT-ENTRY.
           PERFORM VARYING CNT-IDX FROM 1 BY 1
                   UNTIL CNT-IDX > WS-CNT-COUNT
               IF CNT-SKU(CNT-IDX) = CR-SKU
                   AND CNT-LOT-RECEIPT-DATE(CNT-IDX) =
                       CR-LOT-RECEIPT-DATE
                   AND CNT-LOT-LOCATION(CNT-IDX) = CR-LOT-LOCATION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CNT-IDX > WS-CNT-COUNT
               IF WS-CNT-COUNT >= 2000
                   DISPLAY "CYCLE-COUNT-POST: COUNT-RESULTS.DAT HAS "
                       "MORE LINES THAN WS-COUNT-TABLE CAN HOLD"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CNT-COUNT
               SET CNT-IDX TO WS-CNT-COUNT
               MOVE CR-SKU TO CNT-SKU(CNT-IDX)
               MOVE CR-LOT-RECEIPT-DATE TO CNT-LOT-RECEIPT-DATE(CNT-IDX)
               MOVE CR-LOT-LOCATION TO CNT-LOT-LOCATION(CNT-IDX)
               MOVE 0 TO CNT-COUNTED-QTY(CNT-IDX)
               MOVE CR-COUNTER-ID TO CNT-COUNTER-ID(CNT-IDX)
               MOVE "N" TO CNT-HIST-FOUND(CNT-IDX)
           END-IF.
           ADD CR-COUNTED-QTY TO CNT-COUNTED-QTY(CNT-IDX).

       0095-LOAD-APPROVALS.
           OPEN INPUT FI-COUNT-APPROVALS.
           IF WS-APPROVALS-STATUS = "00"
               PERFORM 0097-LOAD-ONE-APPROVAL
                   UNTIL WS-APPROVALS-STATUS NOT = "00"
               CLOSE FI-COUNT-APPROVALS
           END-IF.

      *    A sign-off by anyone who is not a supervisor is reported
      *    and ignored, so the variance it names stays pending.
       0097-LOAD-ONE-APPROVAL.
           READ FI-COUNT-APPROVALS
               AT END CONTINUE
           END-READ.
           IF WS-APPROVALS-STATUS = "00"
               MOVE CA-APPROVER-ID TO WS-APPROVER-ID
               PERFORM 0098-CHECK-SUPERVISOR
               IF WS-IS-SUPERVISOR NOT = "Y"
                   MOVE SPACES TO VR-LINE
                   STRING "APPROVAL IGNORED, " CA-APPROVER-ID
                       " IS NOT A SUPERVISOR: " FS-APPROVAL-REC
                       DELIMITED BY SIZE INTO VR-LINE
                   WRITE VR-LINE
               ELSE
                   IF WS-APR-COUNT >= 2000
                       DISPLAY "CYCLE-COUNT-POST: COUNT-APPROVALS.DAT "
                           "HAS MORE LINES THAN WS-APPROVAL-TABLE "
                           "CAN HOLD"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-APR-COUNT
                   SET APR-IDX TO WS-APR-COUNT
                   MOVE CA-SKU TO APR-SKU(APR-IDX)
                   MOVE CA-LOT-RECEIPT-DATE
                       TO APR-LOT-RECEIPT-DATE(APR-IDX)
                   IF CA-LOT-RECEIPT-DATE = 0
                       MOVE SPACES TO APR-LOT-LOCATION(APR-IDX)
                   ELSE IF CA-LOT-LOCATION = SPACES
                       MOVE WS-DEFAULT-LOCATION
                           TO APR-LOT-LOCATION(APR-IDX)
                   ELSE
                       MOVE CA-LOT-LOCATION
                           TO APR-LOT-LOCATION(APR-IDX)
                   END-IF
                   MOVE CA-APPROVER-ID TO APR-APPROVER-ID(APR-IDX)
               END-IF
           END-IF.

       0098-CHECK-SUPERVISOR.
           MOVE "N" TO WS-IS-SUPERVISOR.
           PERFORM VARYING SUPV-IDX FROM 1 BY 1
                   UNTIL SUPV-IDX > WS-SUPV-COUNT
               IF SUPV-OPER-ID(SUPV-IDX) = WS-APPROVER-ID
                   MOVE "Y" TO WS-IS-SUPERVISOR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    The last line on the history for each SKU/lot/location
      *    counted on this run; the history is appended in date
      *    order, so a later line replaces an earlier one.
       0100-LOAD-PRIOR-COUNTS.
           OPEN INPUT FI-COUNT-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ FI-COUNT-HISTORY
                       AT END EXIT PERFORM
                   END-READ
                   PERFORM 0105-NOTE-PRIOR-COUNT
               END-PERFORM
           END-IF.
           CLOSE FI-COUNT-HISTORY.

       0105-NOTE-PRIOR-COUNT.
           PERFORM VARYING CNT-IDX FROM 1 BY 1
                   UNTIL CNT-IDX > WS-CNT-COUNT
               IF CNT-SKU(CNT-IDX) = CH-SKU
                   AND CNT-LOT-RECEIPT-DATE(CNT-IDX) =
                       CH-LOT-RECEIPT-DATE
                   AND CNT-LOT-LOCATION(CNT-IDX) = CH-LOT-LOCATION
                   MOVE "Y" TO CNT-HIST-FOUND(CNT-IDX)
                   MOVE CH-BUS-DATE TO CNT-HIST-DATE(CNT-IDX)
                   MOVE CH-BOOK-QTY TO CNT-HIST-BOOK-QTY(CNT-IDX)
                   MOVE CH-COUNTED-QTY TO CNT-HIST-COUNTED-QTY(CNT-IDX)
                   MOVE CH-VARIANCE-QTY
                       TO CNT-HIST-VARIANCE-QTY(CNT-IDX)
                   MOVE CH-UNIT-COST TO CNT-HIST-UNIT-COST(CNT-IDX)
                   MOVE CH-STATUS TO CNT-HIST-STATUS(CNT-IDX)
                   MOVE CH-APPROVER-ID TO CNT-HIST-APPROVER-ID(CNT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0110-MATCH-CATEGORY.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               IF RULE-PREFIX-LEN(RULE-IDX) = 0
                   EXIT PERFORM
               ELSE IF MASTER-ITEM-NAME
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

      *    The book figure for a counted lot is that lot's quantity;
      *    for a NO LOT line it is whatever on-hand the lots do not
      *    account for.  Posting moves the lot (or residual) and the
      *    master by the variance.  A count already on the history is
      *    not taken against tonight's book again (0260).  A lot on
      *    recall hold is reported HELD and never posted; what becomes
      *    of its units is settled through lot-recall.
       0200-PROCESS-ONE-COUNT.
           ADD 1 TO WS-LINES-COUNTED.
           PERFORM 0210-FIND-MASTER-BY-SKU.
           IF WS-ON-MASTER NOT = "Y"
               ADD 1 TO WS-LINES-REJECTED
               MOVE SPACES TO WS-VR-DETAIL
               MOVE "NOT ON MASTER" TO VRD-STATUS
               MOVE CNT-SKU(CNT-IDX) TO VRD-SKU
               MOVE CNT-LOT-RECEIPT-DATE(CNT-IDX) TO VRD-LOT
               MOVE CNT-LOT-LOCATION(CNT-IDX) TO VRD-LOCATION
               MOVE CNT-COUNTED-QTY(CNT-IDX) TO WS-VR-QTY-ED
               MOVE WS-VR-QTY-ED TO VRD-COUNTED-QTY
               MOVE WS-VR-DETAIL TO VR-LINE
               WRITE VR-LINE
           ELSE
               PERFORM 0110-MATCH-CATEGORY
               PERFORM 0220-GET-BOOK-QTY
               MOVE WS-RUN-DATE-NUM TO WS-COUNT-DATE
               MOVE "N" TO WS-HIST-RECORDED
               IF CNT-HIST-FOUND(CNT-IDX) = "Y"
                   AND CNT-HIST-COUNTED-QTY(CNT-IDX) =
                       CNT-COUNTED-QTY(CNT-IDX)
                   PERFORM 0260-USE-PRIOR-COUNT
               END-IF
               IF WS-HIST-RECORDED = "Y"
                   PERFORM 0265-REPORT-PRIOR-RESULT
               ELSE
                   PERFORM 0205-SETTLE-VARIANCE
               END-IF
               IF WS-COUNT-STATUS NOT = "HELD"
                   ADD WS-VARIANCE-VALUE TO WS-NET-VARIANCE-VALUE
               END-IF
               PERFORM 0240-WRITE-VARIANCE-LINE
               PERFORM 0250-WRITE-HISTORY-LINE
           END-IF.

       0205-SETTLE-VARIANCE.
           COMPUTE WS-VARIANCE-QTY =
               CNT-COUNTED-QTY(CNT-IDX) - WS-BOOK-QTY.
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE-QTY * MASTER-UNIT-COST.
           MOVE SPACES TO WS-APPROVER-ID.
           IF WS-LOT-FOUND = "Y" AND LOT-HOLD-FLAG = "H"
               MOVE "HELD" TO WS-COUNT-STATUS
               ADD 1 TO WS-LINES-HELD
               ADD WS-VARIANCE-VALUE TO WS-HELD-VALUE
           ELSE IF WS-VARIANCE-QTY = 0
               MOVE "COUNTED" TO WS-COUNT-STATUS
           ELSE
               PERFORM 0230-FIND-APPROVAL
               IF WS-APPROVER-ID = SPACES
                   MOVE "PENDING" TO WS-COUNT-STATUS
                   ADD 1 TO WS-LINES-PENDING
                   ADD WS-VARIANCE-VALUE TO WS-PENDING-VALUE
               ELSE
                   MOVE "POSTED" TO WS-COUNT-STATUS
                   ADD 1 TO WS-LINES-POSTED
                   ADD WS-VARIANCE-VALUE TO WS-POSTED-VALUE
                   PERFORM 0300-POST-VARIANCE
                   PERFORM 0350-WRITE-ADJUSTMENT
               END-IF
           END-IF.

       0210-FIND-MASTER-BY-SKU.
           MOVE "N" TO WS-ON-MASTER.
           IF CNT-SKU(CNT-IDX) > 0
               MOVE CNT-SKU(CNT-IDX) TO MASTER-SKU
               READ FI-ITEM-MASTER KEY IS MASTER-SKU
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-ON-MASTER
               END-READ
           END-IF.

       0220-GET-BOOK-QTY.
           MOVE 0 TO WS-BOOK-QTY.
           MOVE "N" TO WS-LOT-FOUND.
           IF CNT-LOT-RECEIPT-DATE(CNT-IDX) > 0
               IF WS-LOTS-OPEN = "Y"
                   MOVE MASTER-SKU TO LOT-SKU
                   MOVE CNT-LOT-RECEIPT-DATE(CNT-IDX)
                       TO LOT-RECEIPT-DATE
                   MOVE CNT-LOT-LOCATION(CNT-IDX) TO LOT-LOCATION
                   READ FI-ITEM-LOTS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-LOT-FOUND
                           MOVE LOT-ON-HAND-QTY TO WS-BOOK-QTY
                   END-READ
               END-IF
           ELSE
               MOVE 0 TO WS-LOT-QTY-SUM
               IF WS-LOTS-OPEN = "Y"
                   PERFORM 0225-SUM-ITEM-LOTS
               END-IF
               IF MASTER-ON-HAND-QTY > WS-LOT-QTY-SUM
                   COMPUTE WS-BOOK-QTY =
                       MASTER-ON-HAND-QTY - WS-LOT-QTY-SUM
               END-IF
           END-IF.

       0225-SUM-ITEM-LOTS.
           MOVE MASTER-SKU TO LOT-SKU.
           MOVE 0 TO LOT-RECEIPT-DATE.
           MOVE SPACES TO LOT-LOCATION.
           MOVE "N" TO WS-LOT-DONE.
           START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
               INVALID KEY MOVE "Y" TO WS-LOT-DONE
           END-START.
           PERFORM 0227-SUM-NEXT-LOT
               UNTIL WS-LOT-DONE = "Y".

       0227-SUM-NEXT-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = MASTER-SKU
                   MOVE "Y" TO WS-LOT-DONE
               ELSE
                   ADD LOT-ON-HAND-QTY TO WS-LOT-QTY-SUM
               END-IF
           END-IF.

       0230-FIND-APPROVAL.
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > WS-APR-COUNT
               IF APR-SKU(APR-IDX) = CNT-SKU(CNT-IDX)
                   AND APR-LOT-RECEIPT-DATE(APR-IDX) =
                       CNT-LOT-RECEIPT-DATE(CNT-IDX)
                   AND APR-LOT-LOCATION(APR-IDX) =
                       CNT-LOT-LOCATION(CNT-IDX)
                   MOVE APR-APPROVER-ID(APR-IDX) TO WS-APPROVER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0240-WRITE-VARIANCE-LINE.
           MOVE SPACES TO WS-VR-DETAIL.
           IF WS-COUNT-STATUS = "PENDING"
               MOVE "PENDING APPROVAL" TO VRD-STATUS
           ELSE IF WS-COUNT-STATUS = "EARLIER"
               MOVE "POSTED EARLIER" TO VRD-STATUS
           ELSE
               MOVE WS-COUNT-STATUS TO VRD-STATUS
           END-IF.
           MOVE WS-THIS-CATEGORY TO VRD-CATEGORY.
           MOVE MASTER-SKU TO VRD-SKU.
           IF CNT-LOT-RECEIPT-DATE(CNT-IDX) = 0
               MOVE "NO LOT" TO VRD-LOT
           ELSE
               MOVE CNT-LOT-RECEIPT-DATE(CNT-IDX) TO VRD-LOT
           END-IF.
           MOVE CNT-LOT-LOCATION(CNT-IDX) TO VRD-LOCATION.
           MOVE MASTER-ITEM-NAME TO VRD-ITEM-NAME.
           MOVE WS-BOOK-QTY TO WS-VR-QTY-ED.
           MOVE WS-VR-QTY-ED TO VRD-BOOK-QTY.
           MOVE CNT-COUNTED-QTY(CNT-IDX) TO WS-VR-QTY-ED.
           MOVE WS-VR-QTY-ED TO VRD-COUNTED-QTY.
           MOVE WS-VARIANCE-QTY TO WS-VR-VAR-ED.
           MOVE WS-VR-VAR-ED TO VRD-VARIANCE-QTY.
           MOVE WS-VARIANCE-VALUE TO WS-VR-AMOUNT-ED.
           MOVE WS-VR-AMOUNT-ED TO VRD-VARIANCE-VALUE.
           MOVE WS-VR-DETAIL TO VR-LINE.
           WRITE VR-LINE.

      *    A count already recorded for that SKU, lot and count date
      *    with the same outcome is not written again, so a rerun
      *    adds nothing; a PENDING variance that posts later gets its
      *    POSTED line under the date it was counted.
       0250-WRITE-HISTORY-LINE.
           IF CNT-HIST-FOUND(CNT-IDX) = "Y"
               AND CNT-HIST-DATE(CNT-IDX) = WS-COUNT-DATE
               AND CNT-HIST-STATUS(CNT-IDX) = WS-COUNT-STATUS
               AND CNT-HIST-COUNTED-QTY(CNT-IDX) =
                   CNT-COUNTED-QTY(CNT-IDX)
               MOVE "Y" TO WS-HIST-RECORDED
           END-IF.
           IF WS-HIST-RECORDED NOT = "Y"
               MOVE SPACES TO FS-COUNT-HIST-REC
               MOVE MASTER-SKU TO CH-SKU
               MOVE CNT-LOT-RECEIPT-DATE(CNT-IDX)
                   TO CH-LOT-RECEIPT-DATE
               MOVE CNT-LOT-LOCATION(CNT-IDX) TO CH-LOT-LOCATION
               MOVE WS-COUNT-DATE TO CH-BUS-DATE
               MOVE CNT-COUNTER-ID(CNT-IDX) TO CH-COUNTER-ID
               MOVE WS-BOOK-QTY TO CH-BOOK-QTY
               MOVE CNT-COUNTED-QTY(CNT-IDX) TO CH-COUNTED-QTY
               MOVE WS-VARIANCE-QTY TO CH-VARIANCE-QTY
               MOVE MASTER-UNIT-COST TO CH-UNIT-COST
               MOVE WS-COUNT-STATUS TO CH-STATUS
               MOVE WS-APPROVER-ID TO CH-APPROVER-ID
               WRITE FS-COUNT-HIST-REC
           END-IF.

      *    The same figure counted again for a line whose last history
      *    entry is still PENDING is that count coming back with its
      *    sign-off: the variance stands as first reported, against
      *    the book of the day it was counted, whatever has sold,
      *    arrived or been recalled since.  The same figure already
      *    settled under tonight's business date is a rerun and is
      *    reported as recorded, never posted again.
       0260-USE-PRIOR-COUNT.
           IF CNT-HIST-STATUS(CNT-IDX) = "PENDING"
               MOVE CNT-HIST-DATE(CNT-IDX) TO WS-COUNT-DATE
               MOVE CNT-HIST-BOOK-QTY(CNT-IDX) TO WS-BOOK-QTY
           ELSE IF CNT-HIST-DATE(CNT-IDX) = WS-RUN-DATE-NUM
               MOVE "Y" TO WS-HIST-RECORDED
           END-IF.

       0265-REPORT-PRIOR-RESULT.
           MOVE CNT-HIST-BOOK-QTY(CNT-IDX) TO WS-BOOK-QTY.
           MOVE CNT-HIST-VARIANCE-QTY(CNT-IDX) TO WS-VARIANCE-QTY.
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE-QTY * CNT-HIST-UNIT-COST(CNT-IDX).
           MOVE CNT-HIST-APPROVER-ID(CNT-IDX) TO WS-APPROVER-ID.
           IF CNT-HIST-STATUS(CNT-IDX) = "POSTED"
               MOVE "EARLIER" TO WS-COUNT-STATUS
               ADD 1 TO WS-LINES-EARLIER
               ADD WS-VARIANCE-VALUE TO WS-EARLIER-VALUE
           ELSE
               MOVE CNT-HIST-STATUS(CNT-IDX) TO WS-COUNT-STATUS
               IF WS-COUNT-STATUS = "HELD"
                   ADD 1 TO WS-LINES-HELD
                   ADD WS-VARIANCE-VALUE TO WS-HELD-VALUE
               END-IF
           END-IF.

      *    A lot the variance takes to nothing is removed the same
      *    way FIFO relief removes an exhausted lot; a lot found on
      *    the shelf that the book had lost is put back with the
      *    master's freshness.  The lot and the master on-hand move
      *    by the variance and never below zero.
       0300-POST-VARIANCE.
           IF CNT-LOT-RECEIPT-DATE(CNT-IDX) > 0
               AND WS-LOTS-OPEN = "Y"
               IF WS-LOT-FOUND = "Y"
                   COMPUTE WS-NEW-LOT-QTY =
                       LOT-ON-HAND-QTY + WS-VARIANCE-QTY
                   IF WS-NEW-LOT-QTY <= 0
                       DELETE FI-ITEM-LOTS
                   ELSE
                       MOVE WS-NEW-LOT-QTY TO LOT-ON-HAND-QTY
                       REWRITE LOT-ITEM-REC
                   END-IF
               ELSE IF WS-VARIANCE-QTY > 0
                   MOVE MASTER-SKU TO LOT-SKU
                   MOVE CNT-LOT-RECEIPT-DATE(CNT-IDX)
                       TO LOT-RECEIPT-DATE
                   MOVE CNT-LOT-LOCATION(CNT-IDX) TO LOT-LOCATION
                   MOVE MASTER-ITEM-NAME TO LOT-ITEM-NAME
                   MOVE MASTER-SELL-IN TO LOT-SELL-IN
                   MOVE MASTER-QUALITY TO LOT-QUALITY
                   MOVE WS-VARIANCE-QTY TO LOT-ON-HAND-QTY
                   MOVE 0 TO LOT-LAST-AGED
                   MOVE SPACES TO LOT-HOLD-FLAG
                   MOVE SPACES TO LOT-HOLD-REF
                   MOVE 0 TO LOT-HOLD-DATE
                   WRITE LOT-ITEM-REC
               END-IF
           END-IF.
           COMPUTE WS-NEW-ON-HAND =
               MASTER-ON-HAND-QTY + WS-VARIANCE-QTY.
           IF WS-NEW-ON-HAND < 0
               MOVE 0 TO WS-NEW-ON-HAND
           END-IF.
           COMPUTE WS-MOVE-QTY =
               WS-NEW-ON-HAND - MASTER-ON-HAND-QTY.
           MOVE WS-NEW-ON-HAND TO MASTER-ON-HAND-QTY.
           REWRITE MASTER-ITEM-REC.
           IF WS-MOVE-QTY NOT = 0
               PERFORM 0310-WRITE-STOCK-MOVE
           END-IF.

      *    The movement carries what the master actually moved by,
      *    which is less than the variance when on-hand hit zero.
       0310-WRITE-STOCK-MOVE.
           MOVE SPACES TO FS-STOCK-MOVE-REC.
           MOVE WS-MOVE-DATE TO MV-BUS-DATE.
           MOVE MASTER-SKU TO MV-SKU.
           MOVE "CADJ" TO MV-TYPE.
           MOVE WS-MOVE-QTY TO MV-QTY.
           MOVE MASTER-UNIT-COST TO MV-UNIT-COST.
           COMPUTE MV-EXT-COST ROUNDED =
               WS-MOVE-QTY * MASTER-UNIT-COST.
           MOVE WS-RCT-STEP-NAME TO MV-STEP-NAME.
           MOVE MASTER-ITEM-NAME TO MV-ITEM-NAME.
           WRITE FS-STOCK-MOVE-REC.

      *    Finance books the adjustment file the same way as the GL
      *    feed: header, one detail per posted variance, and a
      *    trailer with the record count and net hash totals.  Each
      *    run appends its own header and trailer, so a rerun adds
      *    only what it posted and nothing already sent is lost.
       0350-WRITE-ADJUSTMENT.
           MOVE SPACES TO WS-ADJ-DETAIL.
           MOVE MASTER-SKU TO ADD-SKU.
           MOVE WS-THIS-CATEGORY TO ADD-CATEGORY.
           MOVE CNT-LOT-RECEIPT-DATE(CNT-IDX) TO ADD-LOT-RECEIPT-DATE.
           MOVE WS-VARIANCE-QTY TO ADD-VARIANCE-QTY.
           MOVE MASTER-UNIT-COST TO ADD-UNIT-COST.
           MOVE WS-VARIANCE-VALUE TO ADD-EXTENDED.
           MOVE WS-APPROVER-ID TO ADD-APPROVER-ID.
           MOVE CNT-LOT-LOCATION(CNT-IDX) TO ADD-LOT-LOCATION.
           MOVE SPACES TO ADJ-REC.
           MOVE "DTL" TO ADJ-REC-TYPE.
           MOVE WS-ADJ-DETAIL TO ADJ-BODY.
           WRITE ADJ-REC.
           ADD 1 TO WS-ADJ-RECORD-COUNT.
           ADD WS-VARIANCE-QTY TO WS-ADJ-HASH-QTY.
           ADD WS-VARIANCE-VALUE TO WS-ADJ-HASH-AMOUNT.

       0400-WRITE-VARIANCE-TOTALS.
           MOVE SPACES TO VR-LINE.
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           MOVE "LINES COUNTED" TO VR-LINE(1:20).
           MOVE WS-LINES-COUNTED TO WS-VR-COUNT-ED.
           MOVE WS-VR-COUNT-ED TO VR-LINE(22:7).
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           MOVE "VARIANCES POSTED" TO VR-LINE(1:20).
           MOVE WS-LINES-POSTED TO WS-VR-COUNT-ED.
           MOVE WS-VR-COUNT-ED TO VR-LINE(22:7).
           MOVE WS-POSTED-VALUE TO WS-VR-AMOUNT-ED.
           MOVE WS-VR-AMOUNT-ED TO VR-LINE(31:19).
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           MOVE "PENDING APPROVAL" TO VR-LINE(1:20).
           MOVE WS-LINES-PENDING TO WS-VR-COUNT-ED.
           MOVE WS-VR-COUNT-ED TO VR-LINE(22:7).
           MOVE WS-PENDING-VALUE TO WS-VR-AMOUNT-ED.
           MOVE WS-VR-AMOUNT-ED TO VR-LINE(31:19).
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           MOVE "HELD - NOT POSTED" TO VR-LINE(1:20).
           MOVE WS-LINES-HELD TO WS-VR-COUNT-ED.
           MOVE WS-VR-COUNT-ED TO VR-LINE(22:7).
           MOVE WS-HELD-VALUE TO WS-VR-AMOUNT-ED.
           MOVE WS-VR-AMOUNT-ED TO VR-LINE(31:19).
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           MOVE "POSTED EARLIER" TO VR-LINE(1:20).
           MOVE WS-LINES-EARLIER TO WS-VR-COUNT-ED.
           MOVE WS-VR-COUNT-ED TO VR-LINE(22:7).
           MOVE WS-EARLIER-VALUE TO WS-VR-AMOUNT-ED.
           MOVE WS-VR-AMOUNT-ED TO VR-LINE(31:19).
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           MOVE "LINES REJECTED" TO VR-LINE(1:20).
           MOVE WS-LINES-REJECTED TO WS-VR-COUNT-ED.
           MOVE WS-VR-COUNT-ED TO VR-LINE(22:7).
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           MOVE "NET VARIANCE" TO VR-LINE(1:20).
           MOVE WS-NET-VARIANCE-VALUE TO WS-VR-AMOUNT-ED.
           MOVE WS-VR-AMOUNT-ED TO VR-LINE(31:19).
           WRITE VR-LINE.

       0450-WRITE-ADJUSTMENT-TRAILER.
           MOVE SPACES TO WS-ADJ-TRAILER.
           MOVE WS-ADJ-RECORD-COUNT TO ADT-RECORD-COUNT.
           MOVE WS-ADJ-HASH-QTY TO ADT-HASH-QTY.
           MOVE WS-ADJ-HASH-AMOUNT TO ADT-HASH-AMOUNT.
           MOVE SPACES TO ADJ-REC.
           MOVE "TRL" TO ADJ-REC-TYPE.
           MOVE WS-ADJ-TRAILER TO ADJ-BODY.
           WRITE ADJ-REC.

      *    Audit's quarterly proof: every SKU at or above the high-
      *    value cost must have a count on the history within the
      *    last WS-COVERAGE-DAYS days.  The history already holds
      *    tonight's counts by the time this runs.
       0500-WRITE-COVERAGE-REPORT.
           PERFORM 0510-LOAD-LAST-COUNTS.
           MOVE SPACES TO CV-LINE.
           WRITE CV-LINE.
           MOVE SPACES TO CV-LINE.
           MOVE "STATUS        SKU       ITEM NAME" TO CV-LINE.
           MOVE "UNIT COST" TO CV-LINE(77:9).
           MOVE "LAST CNT" TO CV-LINE(88:8).
           WRITE CV-LINE.
           MOVE LOW-VALUES TO MASTER-ITEM-NAME.
           START FI-ITEM-MASTER KEY IS NOT LESS THAN MASTER-ITEM-NAME
               INVALID KEY MOVE "10" TO WS-MASTER-STATUS
           END-START.
           PERFORM 0520-CHECK-ONE-MASTER
               UNTIL WS-MASTER-STATUS NOT = "00".
           MOVE SPACES TO CV-LINE.
           WRITE CV-LINE.
           MOVE SPACES TO CV-LINE.
           MOVE "HIGH-VALUE SKUS" TO CV-LINE(1:24).
           MOVE WS-HIGH-VALUE-COUNT TO WS-VR-COUNT-ED.
           MOVE WS-VR-COUNT-ED TO CV-LINE(26:7).
           WRITE CV-LINE.
           MOVE SPACES TO CV-LINE.
           MOVE "NOT COUNTED IN QUARTER" TO CV-LINE(1:24).
           MOVE WS-HIGH-VALUE-MISSED TO WS-VR-COUNT-ED.
           MOVE WS-VR-COUNT-ED TO CV-LINE(26:7).
           WRITE CV-LINE.

       0510-LOAD-LAST-COUNTS.
           MOVE 0 TO WS-LC-COUNT.
           OPEN INPUT FI-COUNT-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ FI-COUNT-HISTORY
                       AT END EXIT PERFORM
                   END-READ
                   PERFORM 0515-NOTE-ONE-COUNT
               END-PERFORM
           END-IF.
           CLOSE FI-COUNT-HISTORY.

       0515-NOTE-ONE-COUNT.
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > WS-LC-COUNT
               IF LC-SKU(LC-IDX) = CH-SKU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LC-IDX > WS-LC-COUNT
               IF WS-LC-COUNT >= 2000
                   DISPLAY "CYCLE-COUNT-POST: COUNT-HISTORY.DAT HAS "
                       "MORE SKUS THAN WS-LAST-COUNT-TABLE CAN HOLD"
                   STOP RUN
               END-IF
               ADD 1 TO WS-LC-COUNT
               SET LC-IDX TO WS-LC-COUNT
               MOVE CH-SKU TO LC-SKU(LC-IDX)
               MOVE 0 TO LC-LAST-DATE(LC-IDX)
           END-IF.
           IF CH-BUS-DATE > LC-LAST-DATE(LC-IDX)
               MOVE CH-BUS-DATE TO LC-LAST-DATE(LC-IDX)
           END-IF.

       0520-CHECK-ONE-MASTER.
           READ FI-ITEM-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-MASTER-STATUS
           END-READ.
           IF WS-MASTER-STATUS = "00"
               AND MASTER-SKU > 0
               AND MASTER-UNIT-COST >= WS-HIGH-VALUE-COST
               ADD 1 TO WS-HIGH-VALUE-COUNT
               MOVE SPACES TO WS-CV-DETAIL
               MOVE MASTER-SKU TO CVD-SKU
               MOVE MASTER-ITEM-NAME TO CVD-ITEM-NAME
               MOVE MASTER-UNIT-COST TO CVD-UNIT-COST
               PERFORM VARYING LC-IDX FROM 1 BY 1
                       UNTIL LC-IDX > WS-LC-COUNT
                   IF LC-SKU(LC-IDX) = MASTER-SKU
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE 99999 TO WS-DAYS-SINCE
               IF LC-IDX > WS-LC-COUNT
                   MOVE "NEVER" TO CVD-LAST-COUNT
               ELSE
                   MOVE LC-LAST-DATE(LC-IDX) TO CVD-LAST-COUNT
                   COMPUTE WS-LAST-DATE-INT = FUNCTION
                       INTEGER-OF-DATE(LC-LAST-DATE(LC-IDX))
                   COMPUTE WS-DAYS-SINCE =
                       WS-RUN-DATE-INT - WS-LAST-DATE-INT
               END-IF
               IF WS-DAYS-SINCE > WS-COVERAGE-DAYS
                   MOVE "NOT COUNTED" TO CVD-STATUS
                   ADD 1 TO WS-HIGH-VALUE-MISSED
               ELSE
                   MOVE "COUNTED" TO CVD-STATUS
               END-IF
               MOVE WS-CV-DETAIL TO CV-LINE
               WRITE CV-LINE
           END-IF.

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
