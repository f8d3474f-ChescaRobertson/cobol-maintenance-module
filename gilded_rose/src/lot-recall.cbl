       IDENTIFICATION DIVISION.
       PROGRAM-ID. "lot-recall".

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
             SELECT OPTIONAL FI-OPERATORS ASSIGN "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
             SELECT OPTIONAL FI-RECALL-NOTICES
               ASSIGN "recall-notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICES-STATUS.
             SELECT OPTIONAL FI-RECALL-ACTIONS
               ASSIGN "recall-actions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIONS-STATUS.
             SELECT OPTIONAL FI-RECEIPT-LOG ASSIGN "receipt-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.
             SELECT OPTIONAL FI-SALES-HISTORY
               ASSIGN "sales-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.
             SELECT OPTIONAL FI-AUDIT-HISTORY
               ASSIGN "audit-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
             SELECT OPTIONAL FI-RECALL-LOG ASSIGN "recall-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-LOG-STATUS.
             SELECT OPTIONAL FI-STOCK-MOVES
               ASSIGN "stock-movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-RECALL-REPORT ASSIGN "recall-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-ITEM-MASTER.
           COPY ITEM-MSTR.
           FD FI-ITEM-LOTS.
           COPY ITEM-LOTS.
           FD FI-OPERATORS.
           01 FS-OPERATOR-REC.
             05 OPER-ID PIC X(8).
             05 FILLER PIC X.
             05 OPER-ROLE PIC X.
      *    One line per open recall notice from a supplier.  The
      *    notice covers every receipt from RN-SUPPLIER of RN-SKU
      *    (zero for all of that supplier's SKUs) logged between
      *    RN-DATE-FROM and RN-DATE-TO inclusive.  Notices stay on
      *    file until the recall is closed, so each night re-reports
      *    where every affected unit stands.
           FD FI-RECALL-NOTICES.
           01 FS-NOTICE-REC.
             05 RN-RECALL-REF PIC X(12).
             05 FILLER PIC X.
             05 RN-SUPPLIER PIC X(4).
             05 FILLER PIC X.
             05 RN-SKU PIC 9(8).
             05 FILLER PIC X.
             05 RN-DATE-FROM PIC 9(8).
             05 FILLER PIC X.
             05 RN-DATE-TO PIC 9(8).
             05 FILLER PIC X.
             05 RN-REASON PIC X(40).
      *    A supervisor's release or destruction of one held lot
      *    (SKU, receipt date and location; a blank location is
      *    taken as WHSE, where receipts land).
           FD FI-RECALL-ACTIONS.
           01 FS-ACTION-REC.
             05 RA-OPERATOR-ID PIC X(8).
             05 FILLER PIC X.
             05 RA-ACTION PIC X(8).
             05 FILLER PIC X.
             05 RA-RECALL-REF PIC X(12).
             05 FILLER PIC X.
             05 RA-SKU PIC 9(8).
             05 FILLER PIC X.
             05 RA-RECEIPT-DATE PIC 9(8).
             05 FILLER PIC X.
             05 RA-LOCATION PIC X(4).
             05 FILLER PIC X.
             05 RA-NOTE PIC X(30).
           FD FI-RECEIPT-LOG.
           COPY RCPT-LOG.
           FD FI-SALES-HISTORY.
           COPY SALES-HIST.
           FD FI-AUDIT-HISTORY.
           COPY AUDIT-HIST.
           FD FI-RECALL-LOG.
           COPY RECALL-LOG.
           FD FI-STOCK-MOVES.
           COPY STK-MOVE.
           FD FI-RECALL-REPORT.
           01 RR-LINE PIC X(150).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "LOT-RECALL".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
           01 WS-FILE-STATUSES.
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-LOTS-STATUS PIC XX VALUE "00".
             05 WS-OPER-STATUS PIC XX VALUE "00".
             05 WS-NOTICES-STATUS PIC XX VALUE "00".
             05 WS-ACTIONS-STATUS PIC XX VALUE "00".
             05 WS-RECEIPTS-STATUS PIC XX VALUE "00".
             05 WS-SALES-STATUS PIC XX VALUE "00".
             05 WS-HISTORY-STATUS PIC XX VALUE "00".
             05 WS-RECALL-LOG-STATUS PIC XX VALUE "00".
             05 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
           01 WS-SUPERVISOR-CTL.
             05 WS-SUPV-COUNT PIC 9(3) VALUE 0.
           01 WS-SUPERVISOR-TABLE.
             05 WS-SUPV-ENTRY OCCURS 100 TIMES INDEXED BY SUPV-IDX.
               10 SUPV-OPER-ID PIC X(8).
      *    The receipts one notice covers, one entry per SKU and
      *    receipt date, with what has become of their units.
           01 WS-RECEIPT-TABLE-CTL.
             05 WS-RC-COUNT PIC 9(3) VALUE 0.
           01 WS-RECEIPT-TABLE.
             05 WS-RC-ENTRY OCCURS 500 TIMES INDEXED BY RC-IDX.
               10 RC-SKU PIC 9(8).
               10 RC-RECEIPT-DATE PIC 9(8).
               10 RC-ITEM-NAME PIC X(50).
               10 RC-RECEIVED PIC 9(9).
               10 RC-SOLD PIC 9(9).
               10 RC-DESTROYED PIC 9(9).
               10 RC-HELD PIC 9(9).
               10 RC-FREE PIC 9(9).
      *    Everything on the recall log for the notice being worked,
      *    including the holds placed tonight.
           01 WS-LOG-TABLE-CTL.
             05 WS-LG-COUNT PIC 9(4) VALUE 0.
             05 WS-LOG-TO-TABLE PIC X VALUE "N".
           01 WS-LOG-TABLE.
             05 WS-LG-ENTRY OCCURS 2000 TIMES INDEXED BY LG-IDX.
               10 LG-BUS-DATE PIC 9(8).
               10 LG-ACTION PIC X(8).
               10 LG-OPERATOR-ID PIC X(8).
               10 LG-SKU PIC 9(8).
               10 LG-RECEIPT-DATE PIC 9(8).
               10 LG-LOCATION PIC X(4).
               10 LG-QTY PIC 9(7).
               10 LG-EXT-COST PIC 9(11)V99.
               10 LG-NOTE PIC X(30).
           01 WS-RECALL-FIELDS.
             05 WS-LOTS-OPEN PIC X VALUE "N".
             05 WS-LOT-DONE PIC X VALUE "N".
             05 WS-ON-MASTER PIC X VALUE "N".
             05 WS-IS-SUPERVISOR PIC X VALUE "N".
             05 WS-ALREADY-POSTED PIC X VALUE "N".
             05 WS-RELEASED-BEFORE PIC X VALUE "N".
             05 WS-CHECK-OPER-ID PIC X(8) VALUE SPACES.
             05 WS-REJECT-REASON PIC X(30) VALUE SPACES.
             05 WS-ACTION-STATUS PIC X(10) VALUE SPACES.
             05 WS-LOT-STATUS PIC X(16) VALUE SPACES.
             05 WS-ACTION-LOCATION PIC X(4) VALUE SPACES.
             05 WS-DEFAULT-LOCATION PIC X(4) VALUE "WHSE".
             05 WS-FIND-SKU PIC 9(8) VALUE 0.
             05 WS-FIRST-RECEIPT PIC 9(8) VALUE 0.
             05 WS-UNIT-COST PIC 9(5)V99 VALUE 0.
             05 WS-EXT-COST PIC 9(11)V99 VALUE 0.
             05 WS-AT-RISK PIC 9(11)V99 VALUE 0.
             05 WS-ACTION-QTY PIC 9(7) VALUE 0.
             05 WS-MASTER-QTY PIC 9(7) VALUE 0.
             05 WS-OTHER-QTY PIC S9(9) VALUE 0.
             05 WS-AUDIT-LINES PIC 9(6) VALUE 0.
           01 WS-LOG-FIELDS.
             05 WS-LOG-REF PIC X(12) VALUE SPACES.
             05 WS-LOG-ACTION PIC X(8) VALUE SPACES.
             05 WS-LOG-OPERATOR PIC X(8) VALUE SPACES.
             05 WS-LOG-NOTE PIC X(30) VALUE SPACES.
           01 WS-NOTICE-TOTALS.
             05 WS-NT-LOTS PIC 9(6) VALUE 0.
             05 WS-NT-HELD-QTY PIC 9(9) VALUE 0.
             05 WS-NT-AT-RISK PIC 9(13)V99 VALUE 0.
             05 WS-NT-RECEIVED PIC 9(9) VALUE 0.
             05 WS-NT-SOLD PIC 9(9) VALUE 0.
             05 WS-NT-DESTROYED PIC 9(9) VALUE 0.
             05 WS-NT-FREE PIC 9(9) VALUE 0.
             05 WS-NT-OTHER PIC S9(9) VALUE 0.
           01 WS-RUN-TOTALS.
             05 WS-NOTICES-READ PIC 9(6) VALUE 0.
             05 WS-NOTICES-INVALID PIC 9(6) VALUE 0.
             05 WS-LOTS-HELD PIC 9(6) VALUE 0.
             05 WS-UNITS-HELD PIC 9(9) VALUE 0.
             05 WS-HELD-AT-RISK PIC 9(13)V99 VALUE 0.
             05 WS-ACTIONS-READ PIC 9(6) VALUE 0.
             05 WS-LOTS-RELEASED PIC 9(6) VALUE 0.
             05 WS-LOTS-DESTROYED PIC 9(6) VALUE 0.
             05 WS-ACTIONS-REJECTED PIC 9(6) VALUE 0.
             05 WS-UNITS-DESTROYED PIC 9(9) VALUE 0.
             05 WS-COST-DESTROYED PIC 9(13)V99 VALUE 0.
           01 WS-EDIT-FIELDS.
             05 WS-QTY-ED PIC Z(6)9.
             05 WS-BIG-QTY-ED PIC ZZZ,ZZZ,ZZ9.
             05 WS-OTHER-ED PIC ---,---,--9.
             05 WS-COST-ED PIC ZZ,ZZ9.99.
             05 WS-AMOUNT-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             05 WS-COUNT-ED PIC ZZZ,ZZ9.
             05 WS-NUM-ED PIC -ZZ9.
           01 WS-AC-DETAIL.
             05 ACD-STATUS PIC X(10).
             05 FILLER PIC X VALUE SPACE.
             05 ACD-ACTION PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 ACD-OPERATOR PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 ACD-RECALL-REF PIC X(12).
             05 FILLER PIC X VALUE SPACE.
             05 ACD-SKU PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 ACD-RECEIPT-DATE PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 ACD-LOCATION PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 ACD-QTY PIC X(7).
             05 FILLER PIC X VALUE SPACE.
             05 ACD-COST PIC X(18).
             05 FILLER PIC X VALUE SPACE.
             05 ACD-REASON PIC X(30).
           01 WS-LT-DETAIL.
             05 LTD-STATUS PIC X(16).
             05 FILLER PIC X VALUE SPACE.
             05 LTD-SKU PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 LTD-RECEIPT-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 LTD-LOCATION PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 LTD-QTY PIC X(7).
             05 FILLER PIC X VALUE SPACE.
             05 LTD-UNIT-COST PIC X(9).
             05 FILLER PIC X VALUE SPACE.
             05 LTD-AT-RISK PIC X(18).
             05 FILLER PIC X VALUE SPACE.
             05 LTD-ITEM-NAME PIC X(50).
           01 WS-DS-DETAIL.
             05 DSD-SKU PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 DSD-RECEIPT-DATE PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 DSD-RECEIVED PIC X(11).
             05 FILLER PIC X VALUE SPACE.
             05 DSD-SOLD PIC X(11).
             05 FILLER PIC X VALUE SPACE.
             05 DSD-DESTROYED PIC X(11).
             05 FILLER PIC X VALUE SPACE.
             05 DSD-HELD PIC X(11).
             05 FILLER PIC X VALUE SPACE.
             05 DSD-FREE PIC X(11).
             05 FILLER PIC X VALUE SPACE.
             05 DSD-OTHER PIC X(11).
             05 FILLER PIC X VALUE SPACE.
             05 DSD-ITEM-NAME PIC X(50).
           01 WS-LG-DETAIL.
             05 LGD-BUS-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 LGD-ACTION PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 LGD-OPERATOR PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 LGD-SKU PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 LGD-RECEIPT-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 LGD-LOCATION PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 LGD-QTY PIC X(7).
             05 FILLER PIC X VALUE SPACE.
             05 LGD-COST PIC X(18).
             05 FILLER PIC X VALUE SPACE.
             05 LGD-NOTE PIC X(30).
           01 WS-AH-DETAIL.
             05 AHD-BUS-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 AHD-SKU PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 AHD-PARAGRAPH PIC X(20).
             05 FILLER PIC X VALUE SPACE.
             05 AHD-BEF-SELL-IN PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 AHD-AFT-SELL-IN PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 AHD-BEF-QUALITY PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 AHD-AFT-QUALITY PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 AHD-SOURCE PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 AHD-ITEM-NAME PIC X(50).

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0070-CHECK-ALREADY-POSTED.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0060-LOAD-SUPERVISORS.
           OPEN I-O FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "LOT-RECALL: CANNOT OPEN "
                   "ITEM-MASTER.DAT, STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O FI-ITEM-LOTS.
           IF WS-LOTS-STATUS = "00" OR WS-LOTS-STATUS = "05"
               MOVE "Y" TO WS-LOTS-OPEN
           ELSE
               DISPLAY "LOT-RECALL: ITEM-LOTS.DAT NOT AVAILABLE, "
                   "STATUS=" WS-LOTS-STATUS ", NO LOT CAN BE HELD"
           END-IF.
           OPEN OUTPUT FI-RECALL-REPORT.
           MOVE SPACES TO RR-LINE.
           STRING "GILDED-ROSE LOT RECALL REPORT  BUSINESS DATE "
               WS-RUN-DATE DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           IF WS-ALREADY-POSTED = "Y"
               MOVE SPACES TO RR-LINE
               WRITE RR-LINE
               MOVE SPACES TO RR-LINE
               STRING "SUPERVISOR ACTIONS FOR " WS-RUN-DATE
                   " ALREADY POSTED - NONE APPLIED ON THIS RUN"
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
           ELSE
               PERFORM 0100-PROCESS-ACTIONS
           END-IF.
           PERFORM 0200-PROCESS-NOTICES.
           PERFORM 0800-WRITE-SUMMARY.
           CLOSE FI-RECALL-REPORT.
           CLOSE FI-ITEM-MASTER.
           IF WS-LOTS-OPEN = "Y"
               CLOSE FI-ITEM-LOTS
           END-IF.
           COMPUTE WS-RCT-END-COUNT = WS-LOTS-HELD
               + WS-LOTS-RELEASED + WS-LOTS-DESTROYED.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "LOT-RECALL: " WS-NOTICES-READ
               " NOTICE(S), " WS-LOTS-HELD " LOT(S) PUT ON HOLD, "
               WS-LOTS-RELEASED " RELEASED, " WS-LOTS-DESTROYED
               " DESTROYED, " WS-ACTIONS-REJECTED
               " ACTION(S) REJECTED".
           STOP RUN.

      *    The business date stamps every hold and every logged
      *    action, so the step cannot run without it.
       0050-GET-RUN-PARMS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "LOT-RECALL: BUSINESS DATE PARM "
                   "(YYYYMMDD) IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.

      *    Only supervisor-role operators may release or destroy a
      *    held lot; without operators.dat every action is rejected
      *    and the lots stay on hold.
       0060-LOAD-SUPERVISORS.
           OPEN INPUT FI-OPERATORS.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "LOT-RECALL: OPERATORS.DAT NOT "
                   "AVAILABLE, NO HELD LOT CAN BE RELEASED"
           ELSE
               PERFORM UNTIL 1 = 2
                   READ FI-OPERATORS
                       AT END EXIT PERFORM
                   END-READ
                   IF OPER-ROLE = "S"
                       IF WS-SUPV-COUNT >= 100
                           DISPLAY "LOT-RECALL: OPERATORS.DAT "
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

      *    A rerun of a night whose supervisor actions already went
      *    through must not apply them twice: an OK end stamp for
      *    this step and business date means they are on the lots.
      *    Holds need no guard - a lot already held is only listed.
       0070-CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-ALREADY-POSTED.
           OPEN INPUT FI-RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM 0075-CHECK-ONE-STAMP
                   UNTIL WS-RUNCTL-STATUS NOT = "00"
               CLOSE FI-RUN-CONTROL
           END-IF.

       0075-CHECK-ONE-STAMP.
           READ FI-RUN-CONTROL
               AT END CONTINUE
           END-READ.
           IF WS-RUNCTL-STATUS = "00"
               AND RCT-STEP-NAME = WS-RCT-STEP-NAME
               AND RCT-BUS-DATE = WS-RUN-DATE
               AND RCT-STAMP-TYPE = "E"
               AND RCT-STATUS = "OK"
               MOVE "Y" TO WS-ALREADY-POSTED
           END-IF.

       0080-CHECK-SUPERVISOR.
           MOVE "N" TO WS-IS-SUPERVISOR.
           PERFORM VARYING SUPV-IDX FROM 1 BY 1
                   UNTIL SUPV-IDX > WS-SUPV-COUNT
               IF SUPV-OPER-ID(SUPV-IDX) = WS-CHECK-OPER-ID
                   MOVE "Y" TO WS-IS-SUPERVISOR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0090-FIND-MASTER-BY-SKU.
           MOVE "N" TO WS-ON-MASTER.
           MOVE 0 TO WS-UNIT-COST.
           IF WS-FIND-SKU > 0
               MOVE WS-FIND-SKU TO MASTER-SKU
               READ FI-ITEM-MASTER KEY IS MASTER-SKU
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-MASTER
                       MOVE MASTER-UNIT-COST TO WS-UNIT-COST
               END-READ
           END-IF.

      *    Supervisor actions are applied before the notices are
      *    reported, so tonight's report shows the lots as they
      *    stand after them.
       0100-PROCESS-ACTIONS.
           MOVE SPACES TO RR-LINE.
           WRITE RR-LINE.
           MOVE "SUPERVISOR ACTIONS ON HELD LOTS" TO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           STRING "STATUS     ACTION   OPERATOR RECALL REF   SKU"
               "      RECEIPT  LOC      QTY               COST"
               " REASON"
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           OPEN INPUT FI-RECALL-ACTIONS.
           IF WS-ACTIONS-STATUS NOT = "00"
               MOVE "NO SUPERVISOR ACTIONS THIS RUN" TO RR-LINE
               WRITE RR-LINE
           ELSE
               OPEN EXTEND FI-RECALL-LOG
               OPEN EXTEND FI-STOCK-MOVES
               PERFORM 0110-PROCESS-ONE-ACTION
                   UNTIL WS-ACTIONS-STATUS NOT = "00"
               CLOSE FI-RECALL-ACTIONS
               CLOSE FI-RECALL-LOG
               CLOSE FI-STOCK-MOVES
           END-IF.

       0110-PROCESS-ONE-ACTION.
           READ FI-RECALL-ACTIONS
               AT END CONTINUE
           END-READ.
           IF WS-ACTIONS-STATUS = "00"
               AND FS-ACTION-REC NOT = SPACES
               ADD 1 TO WS-ACTIONS-READ
               MOVE 0 TO WS-ACTION-QTY
               MOVE 0 TO WS-EXT-COST
               PERFORM 0120-EDIT-ACTION
               IF WS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-ACTIONS-REJECTED
                   MOVE "REJECTED" TO WS-ACTION-STATUS
                   PERFORM 0160-WRITE-ACTION-LINE
               ELSE IF RA-ACTION = "RELEASE"
                   PERFORM 0130-RELEASE-LOT
               ELSE
                   PERFORM 0140-DESTROY-LOT
               END-IF
           END-IF.

      *    The lot must be on hold under the recall the supervisor
      *    names; a lot held under another recall is left for that
      *    recall to settle.
       0120-EDIT-ACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RA-LOCATION TO WS-ACTION-LOCATION.
           IF WS-ACTION-LOCATION = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-ACTION-LOCATION
           END-IF.
           IF RA-SKU IS NOT NUMERIC
               OR RA-RECEIPT-DATE IS NOT NUMERIC
               MOVE "INVALID ACTION LINE" TO WS-REJECT-REASON
           ELSE IF RA-ACTION NOT = "RELEASE"
               AND RA-ACTION NOT = "DESTROY"
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
           ELSE IF RA-RECALL-REF = SPACES
               MOVE "NO RECALL REFERENCE" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE RA-OPERATOR-ID TO WS-CHECK-OPER-ID
               PERFORM 0080-CHECK-SUPERVISOR
               IF WS-IS-SUPERVISOR NOT = "Y"
                   MOVE "NOT A SUPERVISOR" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               AND WS-LOTS-OPEN NOT = "Y"
               MOVE "NO LOT FILE" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE RA-SKU TO LOT-SKU
               MOVE RA-RECEIPT-DATE TO LOT-RECEIPT-DATE
               MOVE WS-ACTION-LOCATION TO LOT-LOCATION
               READ FI-ITEM-LOTS
                   INVALID KEY
                       MOVE "LOT NOT FOUND" TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF LOT-HOLD-FLAG NOT = "H"
                   MOVE "LOT NOT ON HOLD" TO WS-REJECT-REASON
               ELSE IF LOT-HOLD-REF NOT = RA-RECALL-REF
                   MOVE "HELD UNDER ANOTHER RECALL"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE RA-SKU TO WS-FIND-SKU
               PERFORM 0090-FIND-MASTER-BY-SKU
               IF WS-ON-MASTER NOT = "Y"
                   AND RA-ACTION = "DESTROY"
                   MOVE "SKU NOT ON MASTER" TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    Released stock goes back on sale as it stands; the log
      *    keeps the quantity and who signed it off.
       0130-RELEASE-LOT.
           MOVE LOT-ON-HAND-QTY TO WS-ACTION-QTY.
           COMPUTE WS-EXT-COST ROUNDED =
               LOT-ON-HAND-QTY * WS-UNIT-COST.
           MOVE RA-RECALL-REF TO WS-LOG-REF.
           MOVE "RELEASE" TO WS-LOG-ACTION.
           MOVE RA-OPERATOR-ID TO WS-LOG-OPERATOR.
           MOVE RA-NOTE TO WS-LOG-NOTE.
           PERFORM 0700-WRITE-RECALL-LOG.
           MOVE SPACES TO LOT-HOLD-FLAG.
           MOVE SPACES TO LOT-HOLD-REF.
           MOVE 0 TO LOT-HOLD-DATE.
           REWRITE LOT-ITEM-REC.
           ADD 1 TO WS-LOTS-RELEASED.
           MOVE "RELEASED" TO WS-ACTION-STATUS.
           PERFORM 0160-WRITE-ACTION-LINE.

      *    The whole lot is destroyed: it leaves the lot file, its
      *    units leave the master's on-hand and the ledger sees them
      *    go as an RCLD stock movement.
       0140-DESTROY-LOT.
           MOVE LOT-ON-HAND-QTY TO WS-ACTION-QTY.
           COMPUTE WS-EXT-COST ROUNDED =
               LOT-ON-HAND-QTY * WS-UNIT-COST.
           MOVE RA-RECALL-REF TO WS-LOG-REF.
           MOVE "DESTROY" TO WS-LOG-ACTION.
           MOVE RA-OPERATOR-ID TO WS-LOG-OPERATOR.
           MOVE RA-NOTE TO WS-LOG-NOTE.
           PERFORM 0700-WRITE-RECALL-LOG.
           DELETE FI-ITEM-LOTS.
           IF WS-ACTION-QTY > MASTER-ON-HAND-QTY
               MOVE MASTER-ON-HAND-QTY TO WS-MASTER-QTY
           ELSE
               MOVE WS-ACTION-QTY TO WS-MASTER-QTY
           END-IF.
           SUBTRACT WS-MASTER-QTY FROM MASTER-ON-HAND-QTY.
           REWRITE MASTER-ITEM-REC.
           IF WS-MASTER-QTY > 0
               PERFORM 0720-WRITE-STOCK-MOVE
           END-IF.
           ADD 1 TO WS-LOTS-DESTROYED.
           ADD WS-ACTION-QTY TO WS-UNITS-DESTROYED.
           ADD WS-EXT-COST TO WS-COST-DESTROYED.
           MOVE "DESTROYED" TO WS-ACTION-STATUS.
           PERFORM 0160-WRITE-ACTION-LINE.

       0160-WRITE-ACTION-LINE.
           MOVE SPACES TO WS-AC-DETAIL.
           MOVE WS-ACTION-STATUS TO ACD-STATUS.
           MOVE RA-ACTION TO ACD-ACTION.
           MOVE RA-OPERATOR-ID TO ACD-OPERATOR.
           MOVE RA-RECALL-REF TO ACD-RECALL-REF.
           MOVE FS-ACTION-REC(32:8) TO ACD-SKU.
           MOVE FS-ACTION-REC(41:8) TO ACD-RECEIPT-DATE.
           MOVE WS-ACTION-LOCATION TO ACD-LOCATION.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-ACTION-QTY TO WS-QTY-ED
               MOVE WS-QTY-ED TO ACD-QTY
               MOVE WS-EXT-COST TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO ACD-COST
               MOVE RA-NOTE TO ACD-REASON
           ELSE
               MOVE WS-REJECT-REASON TO ACD-REASON
           END-IF.
           MOVE WS-AC-DETAIL TO RR-LINE.
           WRITE RR-LINE.

       0200-PROCESS-NOTICES.
           OPEN INPUT FI-RECALL-NOTICES.
           IF WS-NOTICES-STATUS NOT = "00"
               MOVE SPACES TO RR-LINE
               WRITE RR-LINE
               MOVE "NO RECALL NOTICES ON FILE" TO RR-LINE
               WRITE RR-LINE
           ELSE
               PERFORM 0210-PROCESS-ONE-NOTICE
                   UNTIL WS-NOTICES-STATUS NOT = "00"
               CLOSE FI-RECALL-NOTICES
           END-IF.

       0210-PROCESS-ONE-NOTICE.
           READ FI-RECALL-NOTICES
               AT END CONTINUE
           END-READ.
           IF WS-NOTICES-STATUS = "00"
               AND FS-NOTICE-REC NOT = SPACES
               ADD 1 TO WS-NOTICES-READ
               PERFORM 0215-EDIT-NOTICE
               IF WS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-NOTICES-INVALID
                   MOVE SPACES TO RR-LINE
                   WRITE RR-LINE
                   MOVE SPACES TO RR-LINE
                   STRING "INVALID RECALL NOTICE - " WS-REJECT-REASON
                       DELIMITED BY SIZE INTO RR-LINE
                   WRITE RR-LINE
                   MOVE FS-NOTICE-REC TO RR-LINE
                   WRITE RR-LINE
               ELSE
                   PERFORM 0220-WRITE-NOTICE-HEADER
                   PERFORM 0230-COLLECT-RECEIPTS
                   IF WS-RC-COUNT = 0
                       MOVE SPACES TO RR-LINE
                       STRING "NO RECEIPTS FROM " RN-SUPPLIER
                           " ON RECEIPT-LOG MATCH THIS NOTICE"
                           DELIMITED BY SIZE INTO RR-LINE
                       WRITE RR-LINE
                   ELSE
                       PERFORM 0240-LOAD-RECALL-LOG
                       PERFORM 0250-HOLD-AND-LIST-LOTS
                       PERFORM 0270-ADD-SALES-FROM-LOTS
                       PERFORM 0280-WRITE-DISPOSITION
                       PERFORM 0290-WRITE-LOG-TRAIL
                       PERFORM 0295-WRITE-AUDIT-TRAIL
                   END-IF
               END-IF
           END-IF.

       0215-EDIT-NOTICE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RN-RECALL-REF = SPACES
               MOVE "NO RECALL REFERENCE" TO WS-REJECT-REASON
           ELSE IF RN-SUPPLIER = SPACES
               MOVE "NO SUPPLIER" TO WS-REJECT-REASON
           ELSE IF RN-SKU IS NOT NUMERIC
               MOVE "INVALID SKU" TO WS-REJECT-REASON
           ELSE IF RN-DATE-FROM IS NOT NUMERIC
               OR RN-DATE-TO IS NOT NUMERIC
               MOVE "INVALID RECEIPT DATE RANGE" TO WS-REJECT-REASON
           ELSE IF RN-DATE-FROM > RN-DATE-TO
               MOVE "RECEIPT DATES REVERSED" TO WS-REJECT-REASON
           END-IF.

       0220-WRITE-NOTICE-HEADER.
           MOVE SPACES TO RR-LINE.
           WRITE RR-LINE.
           MOVE ALL "-" TO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           IF RN-SKU = 0
               STRING "RECALL " RN-RECALL-REF "  SUPPLIER "
                   RN-SUPPLIER "  SKU ALL SKUS  RECEIVED "
                   RN-DATE-FROM " TO " RN-DATE-TO
                   DELIMITED BY SIZE INTO RR-LINE
           ELSE
               STRING "RECALL " RN-RECALL-REF "  SUPPLIER "
                   RN-SUPPLIER "  SKU " RN-SKU "  RECEIVED "
                   RN-DATE-FROM " TO " RN-DATE-TO
                   DELIMITED BY SIZE INTO RR-LINE
           END-IF.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           STRING "REASON: " RN-REASON
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.

      *    The receipt log is the only record of which supplier
      *    delivered a receipt, so it decides which lots a notice
      *    covers: a lot's receipt date is the business date its
      *    receipt was logged.
       0230-COLLECT-RECEIPTS.
           MOVE 0 TO WS-RC-COUNT.
           OPEN INPUT FI-RECEIPT-LOG.
           IF WS-RECEIPTS-STATUS NOT = "00"
               MOVE "RECEIPT-LOG.DAT NOT AVAILABLE" TO RR-LINE
               WRITE RR-LINE
           ELSE
               PERFORM 0232-CHECK-ONE-RECEIPT
                   UNTIL WS-RECEIPTS-STATUS NOT = "00"
               CLOSE FI-RECEIPT-LOG
           END-IF.

       0232-CHECK-ONE-RECEIPT.
           READ FI-RECEIPT-LOG
               AT END CONTINUE
           END-READ.
           IF WS-RECEIPTS-STATUS = "00"
               AND RL-SUPPLIER = RN-SUPPLIER
               AND RL-SKU > 0
               AND (RN-SKU = 0 OR RL-SKU = RN-SKU)
               AND RL-BUS-DATE >= RN-DATE-FROM
               AND RL-BUS-DATE <= RN-DATE-TO
               PERFORM 0235-ADD-RECEIPT
           END-IF.

       0235-ADD-RECEIPT.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RC-COUNT
               IF RC-SKU(RC-IDX) = RL-SKU
                   AND RC-RECEIPT-DATE(RC-IDX) = RL-BUS-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RC-IDX > WS-RC-COUNT
               IF WS-RC-COUNT >= 500
                   DISPLAY "LOT-RECALL: RECALL " RN-RECALL-REF
                       " COVERS MORE RECEIPTS THAN "
                       "WS-RECEIPT-TABLE CAN HOLD"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RC-COUNT
               SET RC-IDX TO WS-RC-COUNT
               MOVE RL-SKU TO RC-SKU(RC-IDX)
               MOVE RL-BUS-DATE TO RC-RECEIPT-DATE(RC-IDX)
               MOVE RL-ITEM-NAME TO RC-ITEM-NAME(RC-IDX)
               MOVE 0 TO RC-RECEIVED(RC-IDX)
               MOVE 0 TO RC-SOLD(RC-IDX)
               MOVE 0 TO RC-DESTROYED(RC-IDX)
               MOVE 0 TO RC-HELD(RC-IDX)
               MOVE 0 TO RC-FREE(RC-IDX)
           END-IF.
           ADD RL-RECEIVED-QTY TO RC-RECEIVED(RC-IDX).

       0240-LOAD-RECALL-LOG.
           MOVE 0 TO WS-LG-COUNT.
           OPEN INPUT FI-RECALL-LOG.
           IF WS-RECALL-LOG-STATUS = "00"
               PERFORM 0242-LOAD-ONE-LOG-ENTRY
                   UNTIL WS-RECALL-LOG-STATUS NOT = "00"
               CLOSE FI-RECALL-LOG
           END-IF.

       0242-LOAD-ONE-LOG-ENTRY.
           READ FI-RECALL-LOG
               AT END CONTINUE
           END-READ.
           IF WS-RECALL-LOG-STATUS = "00"
               AND RG-RECALL-REF = RN-RECALL-REF
               PERFORM 0710-ADD-LOG-ENTRY
           END-IF.

      *    Every lot of every covered receipt, at every location, is
      *    put on hold unless it already is.  A lot a supervisor has
      *    released under this recall stays released - the notice
      *    stays on file and must not re-hold it every night.
       0250-HOLD-AND-LIST-LOTS.
           MOVE 0 TO WS-NT-LOTS.
           MOVE 0 TO WS-NT-HELD-QTY.
           MOVE 0 TO WS-NT-AT-RISK.
           MOVE SPACES TO RR-LINE.
           WRITE RR-LINE.
           MOVE "AFFECTED LOTS" TO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           STRING "STATUS           SKU      RECEIPT  LOC      QTY"
               " UNIT COST       COST AT RISK ITEM"
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           IF WS-LOTS-OPEN = "Y"
               OPEN EXTEND FI-RECALL-LOG
               MOVE "Y" TO WS-LOG-TO-TABLE
               PERFORM 0252-LIST-RECEIPT-LOTS
                   VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RC-COUNT
               MOVE "N" TO WS-LOG-TO-TABLE
               CLOSE FI-RECALL-LOG
           ELSE
               MOVE "ITEM-LOTS.DAT NOT AVAILABLE - NO LOT HELD"
                   TO RR-LINE
               WRITE RR-LINE
           END-IF.
           IF WS-NT-LOTS = 0
               MOVE "NO LOTS OF THESE RECEIPTS REMAIN ON FILE"
                   TO RR-LINE
               WRITE RR-LINE
           END-IF.
           MOVE SPACES TO RR-LINE.
           MOVE WS-NT-LOTS TO WS-COUNT-ED.
           MOVE WS-NT-HELD-QTY TO WS-BIG-QTY-ED.
           MOVE WS-NT-AT-RISK TO WS-AMOUNT-ED.
           STRING "LOTS " WS-COUNT-ED "  UNITS ON HOLD "
               WS-BIG-QTY-ED "  COST AT RISK " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.

       0252-LIST-RECEIPT-LOTS.
           MOVE RC-SKU(RC-IDX) TO WS-FIND-SKU.
           PERFORM 0090-FIND-MASTER-BY-SKU.
           MOVE RC-SKU(RC-IDX) TO LOT-SKU.
           MOVE RC-RECEIPT-DATE(RC-IDX) TO LOT-RECEIPT-DATE.
           MOVE SPACES TO LOT-LOCATION.
           MOVE "N" TO WS-LOT-DONE.
           START FI-ITEM-LOTS KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY MOVE "Y" TO WS-LOT-DONE
           END-START.
           PERFORM 0255-LIST-ONE-LOT
               UNTIL WS-LOT-DONE = "Y".

       0255-LIST-ONE-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = RC-SKU(RC-IDX)
                   OR LOT-RECEIPT-DATE NOT = RC-RECEIPT-DATE(RC-IDX)
                   MOVE "Y" TO WS-LOT-DONE
               ELSE
                   PERFORM 0260-HOLD-ONE-LOT
               END-IF
           END-IF.

       0260-HOLD-ONE-LOT.
           COMPUTE WS-EXT-COST ROUNDED =
               LOT-ON-HAND-QTY * WS-UNIT-COST.
           MOVE WS-EXT-COST TO WS-AT-RISK.
           IF LOT-HOLD-FLAG = "H"
               AND LOT-HOLD-REF = RN-RECALL-REF
               MOVE "ON HOLD" TO WS-LOT-STATUS
           ELSE IF LOT-HOLD-FLAG = "H"
               MOVE "HELD OTHER REF" TO WS-LOT-STATUS
           ELSE
               PERFORM 0262-CHECK-RELEASED
               IF WS-RELEASED-BEFORE = "Y"
                   MOVE "RELEASED" TO WS-LOT-STATUS
                   MOVE 0 TO WS-AT-RISK
               ELSE IF LOT-ON-HAND-QTY = 0
                   MOVE "NO STOCK LEFT" TO WS-LOT-STATUS
               ELSE
                   MOVE "HELD TONIGHT" TO WS-LOT-STATUS
                   MOVE RN-RECALL-REF TO WS-LOG-REF
                   MOVE "HOLD" TO WS-LOG-ACTION
                   MOVE "NOTICE" TO WS-LOG-OPERATOR
                   MOVE RN-REASON TO WS-LOG-NOTE
                   PERFORM 0700-WRITE-RECALL-LOG
                   MOVE "H" TO LOT-HOLD-FLAG
                   MOVE RN-RECALL-REF TO LOT-HOLD-REF
                   MOVE WS-RUN-DATE-NUM TO LOT-HOLD-DATE
                   REWRITE LOT-ITEM-REC
                   ADD 1 TO WS-LOTS-HELD
                   ADD LOT-ON-HAND-QTY TO WS-UNITS-HELD
                   ADD WS-EXT-COST TO WS-HELD-AT-RISK
               END-IF
           END-IF.
           IF WS-LOT-STATUS = "RELEASED"
               ADD LOT-ON-HAND-QTY TO RC-FREE(RC-IDX)
           ELSE
               ADD LOT-ON-HAND-QTY TO RC-HELD(RC-IDX)
               ADD LOT-ON-HAND-QTY TO WS-NT-HELD-QTY
               ADD WS-AT-RISK TO WS-NT-AT-RISK
           END-IF.
           ADD 1 TO WS-NT-LOTS.
           MOVE SPACES TO WS-LT-DETAIL.
           MOVE WS-LOT-STATUS TO LTD-STATUS.
           MOVE LOT-SKU TO LTD-SKU.
           MOVE LOT-RECEIPT-DATE TO LTD-RECEIPT-DATE.
           MOVE LOT-LOCATION TO LTD-LOCATION.
           MOVE LOT-ON-HAND-QTY TO WS-QTY-ED.
           MOVE WS-QTY-ED TO LTD-QTY.
           MOVE WS-UNIT-COST TO WS-COST-ED.
           MOVE WS-COST-ED TO LTD-UNIT-COST.
           MOVE WS-AT-RISK TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO LTD-AT-RISK.
           MOVE LOT-ITEM-NAME TO LTD-ITEM-NAME.
           MOVE WS-LT-DETAIL TO RR-LINE.
           WRITE RR-LINE.

       0262-CHECK-RELEASED.
           MOVE "N" TO WS-RELEASED-BEFORE.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-COUNT
               IF LG-ACTION(LG-IDX) = "RELEASE"
                   AND LG-SKU(LG-IDX) = LOT-SKU
                   AND LG-RECEIPT-DATE(LG-IDX) = LOT-RECEIPT-DATE
                   AND LG-LOCATION(LG-IDX) = LOT-LOCATION
                   MOVE "Y" TO WS-RELEASED-BEFORE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Sales history carries the receipt each unit was relieved
      *    from, so the units of a recalled receipt that have already
      *    reached customers can be counted.
       0270-ADD-SALES-FROM-LOTS.
           OPEN INPUT FI-SALES-HISTORY.
           IF WS-SALES-STATUS = "00"
               PERFORM 0272-ADD-ONE-SALE
                   UNTIL WS-SALES-STATUS NOT = "00"
               CLOSE FI-SALES-HISTORY
           END-IF.

       0272-ADD-ONE-SALE.
           READ FI-SALES-HISTORY
               AT END CONTINUE
           END-READ.
           IF WS-SALES-STATUS = "00"
               AND SH-LOT-RECEIPT-DATE > 0
               PERFORM VARYING RC-IDX FROM 1 BY 1
                       UNTIL RC-IDX > WS-RC-COUNT
                   IF RC-SKU(RC-IDX) = SH-SKU
                       AND RC-RECEIPT-DATE(RC-IDX)
                           = SH-LOT-RECEIPT-DATE
                       ADD SH-QTY-RELIEVED TO RC-SOLD(RC-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    Every unit received is either sold, destroyed under the
      *    recall, still on hold, released and still on hand, or
      *    OTHER - pulled as waste, counted off or on in a cycle
      *    count, or (negative) stock of another delivery that landed
      *    in the same lot on the same day.
       0280-WRITE-DISPOSITION.
           MOVE 0 TO WS-NT-RECEIVED.
           MOVE 0 TO WS-NT-SOLD.
           MOVE 0 TO WS-NT-DESTROYED.
           MOVE 0 TO WS-NT-FREE.
           MOVE 0 TO WS-NT-OTHER.
           MOVE 0 TO WS-NT-HELD-QTY.
           MOVE SPACES TO RR-LINE.
           WRITE RR-LINE.
           MOVE "WHAT BECAME OF THE RECALLED UNITS" TO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           STRING "SKU      RECEIPT     RECEIVED        SOLD"
               "   DESTROYED     ON HOLD    RELEASED       OTHER"
               " ITEM"
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           PERFORM 0282-WRITE-ONE-DISPOSITION
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > WS-RC-COUNT.
           MOVE SPACES TO WS-DS-DETAIL.
           MOVE "TOTAL" TO DSD-SKU.
           MOVE WS-NT-RECEIVED TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-RECEIVED.
           MOVE WS-NT-SOLD TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-SOLD.
           MOVE WS-NT-DESTROYED TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-DESTROYED.
           MOVE WS-NT-HELD-QTY TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-HELD.
           MOVE WS-NT-FREE TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-FREE.
           MOVE WS-NT-OTHER TO WS-OTHER-ED.
           MOVE WS-OTHER-ED TO DSD-OTHER.
           MOVE WS-DS-DETAIL TO RR-LINE.
           WRITE RR-LINE.

       0282-WRITE-ONE-DISPOSITION.
           MOVE 0 TO RC-DESTROYED(RC-IDX).
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-COUNT
               IF LG-ACTION(LG-IDX) = "DESTROY"
                   AND LG-SKU(LG-IDX) = RC-SKU(RC-IDX)
                   AND LG-RECEIPT-DATE(LG-IDX)
                       = RC-RECEIPT-DATE(RC-IDX)
                   ADD LG-QTY(LG-IDX) TO RC-DESTROYED(RC-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-OTHER-QTY = RC-RECEIVED(RC-IDX)
               - RC-SOLD(RC-IDX) - RC-DESTROYED(RC-IDX)
               - RC-HELD(RC-IDX) - RC-FREE(RC-IDX).
           ADD RC-RECEIVED(RC-IDX) TO WS-NT-RECEIVED.
           ADD RC-SOLD(RC-IDX) TO WS-NT-SOLD.
           ADD RC-DESTROYED(RC-IDX) TO WS-NT-DESTROYED.
           ADD RC-HELD(RC-IDX) TO WS-NT-HELD-QTY.
           ADD RC-FREE(RC-IDX) TO WS-NT-FREE.
           ADD WS-OTHER-QTY TO WS-NT-OTHER.
           MOVE SPACES TO WS-DS-DETAIL.
           MOVE RC-SKU(RC-IDX) TO DSD-SKU.
           MOVE RC-RECEIPT-DATE(RC-IDX) TO DSD-RECEIPT-DATE.
           MOVE RC-RECEIVED(RC-IDX) TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-RECEIVED.
           MOVE RC-SOLD(RC-IDX) TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-SOLD.
           MOVE RC-DESTROYED(RC-IDX) TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-DESTROYED.
           MOVE RC-HELD(RC-IDX) TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-HELD.
           MOVE RC-FREE(RC-IDX) TO WS-BIG-QTY-ED.
           MOVE WS-BIG-QTY-ED TO DSD-FREE.
           MOVE WS-OTHER-QTY TO WS-OTHER-ED.
           MOVE WS-OTHER-ED TO DSD-OTHER.
           MOVE RC-ITEM-NAME(RC-IDX) TO DSD-ITEM-NAME.
           MOVE WS-DS-DETAIL TO RR-LINE.
           WRITE RR-LINE.

       0290-WRITE-LOG-TRAIL.
           MOVE SPACES TO RR-LINE.
           WRITE RR-LINE.
           MOVE "RECALL LOG - EVERY HOLD, RELEASE AND DESTRUCTION"
               TO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           STRING "DATE     ACTION   OPERATOR SKU      RECEIPT  LOC"
               "      QTY               COST NOTE"
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           IF WS-LG-COUNT = 0
               MOVE "NOTHING LOGGED UNDER THIS RECALL" TO RR-LINE
               WRITE RR-LINE
           END-IF.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LG-COUNT
               MOVE SPACES TO WS-LG-DETAIL
               MOVE LG-BUS-DATE(LG-IDX) TO LGD-BUS-DATE
               MOVE LG-ACTION(LG-IDX) TO LGD-ACTION
               MOVE LG-OPERATOR-ID(LG-IDX) TO LGD-OPERATOR
               MOVE LG-SKU(LG-IDX) TO LGD-SKU
               MOVE LG-RECEIPT-DATE(LG-IDX) TO LGD-RECEIPT-DATE
               MOVE LG-LOCATION(LG-IDX) TO LGD-LOCATION
               MOVE LG-QTY(LG-IDX) TO WS-QTY-ED
               MOVE WS-QTY-ED TO LGD-QTY
               MOVE LG-EXT-COST(LG-IDX) TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO LGD-COST
               MOVE LG-NOTE(LG-IDX) TO LGD-NOTE
               MOVE WS-LG-DETAIL TO RR-LINE
               WRITE RR-LINE
           END-PERFORM.

      *    What the nightly run did to each recalled SKU from its
      *    earliest recalled receipt onward, from the audit history.
       0295-WRITE-AUDIT-TRAIL.
           MOVE 0 TO WS-AUDIT-LINES.
           MOVE SPACES TO RR-LINE.
           WRITE RR-LINE.
           MOVE "AUDIT HISTORY SINCE RECEIPT" TO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           STRING "DATE     SKU      PARAGRAPH            "
               "SELL-IN   QUALITY  SRC  ITEM"
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           OPEN INPUT FI-AUDIT-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "AUDIT-HISTORY.DAT NOT AVAILABLE" TO RR-LINE
               WRITE RR-LINE
           ELSE
               PERFORM 0297-CHECK-ONE-HISTORY
                   UNTIL WS-HISTORY-STATUS NOT = "00"
               CLOSE FI-AUDIT-HISTORY
               IF WS-AUDIT-LINES = 0
                   MOVE "NO AUDIT HISTORY FOR THESE SKUS"
                       TO RR-LINE
                   WRITE RR-LINE
               END-IF
           END-IF.

       0297-CHECK-ONE-HISTORY.
           READ FI-AUDIT-HISTORY
               AT END CONTINUE
           END-READ.
           IF WS-HISTORY-STATUS = "00"
               MOVE 0 TO WS-FIRST-RECEIPT
               PERFORM VARYING RC-IDX FROM 1 BY 1
                       UNTIL RC-IDX > WS-RC-COUNT
                   IF RC-SKU(RC-IDX) = AH-SKU
                       AND (WS-FIRST-RECEIPT = 0
                       OR RC-RECEIPT-DATE(RC-IDX) < WS-FIRST-RECEIPT)
                       MOVE RC-RECEIPT-DATE(RC-IDX)
                           TO WS-FIRST-RECEIPT
                   END-IF
               END-PERFORM
               IF WS-FIRST-RECEIPT > 0
                   AND AH-BUS-DATE >= WS-FIRST-RECEIPT
                   PERFORM 0298-WRITE-HISTORY-LINE
               END-IF
           END-IF.

       0298-WRITE-HISTORY-LINE.
           ADD 1 TO WS-AUDIT-LINES.
           MOVE SPACES TO WS-AH-DETAIL.
           MOVE AH-BUS-DATE TO AHD-BUS-DATE.
           MOVE AH-SKU TO AHD-SKU.
           MOVE AH-PARAGRAPH TO AHD-PARAGRAPH.
           MOVE AH-BEF-SELL-IN TO WS-NUM-ED.
           MOVE WS-NUM-ED TO AHD-BEF-SELL-IN.
           MOVE AH-AFT-SELL-IN TO WS-NUM-ED.
           MOVE WS-NUM-ED TO AHD-AFT-SELL-IN.
           MOVE AH-BEF-QUALITY TO WS-NUM-ED.
           MOVE WS-NUM-ED TO AHD-BEF-QUALITY.
           MOVE AH-AFT-QUALITY TO WS-NUM-ED.
           MOVE WS-NUM-ED TO AHD-AFT-QUALITY.
           MOVE AH-SOURCE-SYSTEM TO AHD-SOURCE.
           MOVE AH-ITEM-NAME TO AHD-ITEM-NAME.
           MOVE WS-AH-DETAIL TO RR-LINE.
           WRITE RR-LINE.

      *    One log line for the lot in LOT-ITEM-REC as it stands
      *    before the action changes it.
       0700-WRITE-RECALL-LOG.
           MOVE SPACES TO FS-RECALL-LOG-REC.
           MOVE WS-RUN-DATE-NUM TO RG-BUS-DATE.
           MOVE WS-LOG-REF TO RG-RECALL-REF.
           MOVE WS-LOG-ACTION TO RG-ACTION.
           MOVE WS-LOG-OPERATOR TO RG-OPERATOR-ID.
           MOVE LOT-SKU TO RG-SKU.
           MOVE LOT-RECEIPT-DATE TO RG-RECEIPT-DATE.
           MOVE LOT-LOCATION TO RG-LOCATION.
           MOVE LOT-ON-HAND-QTY TO RG-QTY.
           MOVE WS-UNIT-COST TO RG-UNIT-COST.
           MOVE WS-EXT-COST TO RG-EXT-COST.
           MOVE WS-LOG-NOTE TO RG-NOTE.
           MOVE LOT-ITEM-NAME TO RG-ITEM-NAME.
           IF WS-LOG-TO-TABLE = "Y"
               PERFORM 0710-ADD-LOG-ENTRY
           END-IF.
           WRITE FS-RECALL-LOG-REC.

       0710-ADD-LOG-ENTRY.
           IF WS-LG-COUNT >= 2000
               DISPLAY "LOT-RECALL: RECALL " RG-RECALL-REF
                   " HAS MORE LOG ENTRIES THAN "
                   "WS-LOG-TABLE CAN HOLD"
               STOP RUN
           END-IF.
           ADD 1 TO WS-LG-COUNT.
           SET LG-IDX TO WS-LG-COUNT.
           MOVE RG-BUS-DATE TO LG-BUS-DATE(LG-IDX).
           MOVE RG-ACTION TO LG-ACTION(LG-IDX).
           MOVE RG-OPERATOR-ID TO LG-OPERATOR-ID(LG-IDX).
           MOVE RG-SKU TO LG-SKU(LG-IDX).
           MOVE RG-RECEIPT-DATE TO LG-RECEIPT-DATE(LG-IDX).
           MOVE RG-LOCATION TO LG-LOCATION(LG-IDX).
           MOVE RG-QTY TO LG-QTY(LG-IDX).
           MOVE RG-EXT-COST TO LG-EXT-COST(LG-IDX).
           MOVE RG-NOTE TO LG-NOTE(LG-IDX).

      *    Only the units actually taken off the master move the
      *    book, the same rule sales and waste follow.
       0720-WRITE-STOCK-MOVE.
           MOVE SPACES TO FS-STOCK-MOVE-REC.
           MOVE WS-RUN-DATE-NUM TO MV-BUS-DATE.
           MOVE MASTER-SKU TO MV-SKU.
           MOVE "RCLD" TO MV-TYPE.
           COMPUTE MV-QTY = 0 - WS-MASTER-QTY.
           MOVE MASTER-UNIT-COST TO MV-UNIT-COST.
           COMPUTE MV-EXT-COST ROUNDED =
               0 - (WS-MASTER-QTY * MASTER-UNIT-COST).
           MOVE WS-RCT-STEP-NAME TO MV-STEP-NAME.
           MOVE MASTER-ITEM-NAME TO MV-ITEM-NAME.
           WRITE FS-STOCK-MOVE-REC.

       0800-WRITE-SUMMARY.
           MOVE SPACES TO RR-LINE.
           WRITE RR-LINE.
           MOVE ALL "-" TO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           MOVE WS-NOTICES-READ TO WS-COUNT-ED.
           STRING "RECALL NOTICES READ.. " WS-COUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           MOVE WS-NOTICES-INVALID TO WS-COUNT-ED.
           STRING "NOTICES INVALID...... " WS-COUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           MOVE WS-LOTS-HELD TO WS-COUNT-ED.
           STRING "LOTS HELD TONIGHT.... " WS-COUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           MOVE WS-UNITS-HELD TO WS-BIG-QTY-ED.
           MOVE WS-HELD-AT-RISK TO WS-AMOUNT-ED.
           STRING "UNITS HELD TONIGHT... " WS-BIG-QTY-ED
               "  COST " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           MOVE WS-ACTIONS-READ TO WS-COUNT-ED.
           STRING "ACTIONS READ......... " WS-COUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           MOVE WS-LOTS-RELEASED TO WS-COUNT-ED.
           STRING "LOTS RELEASED........ " WS-COUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           MOVE WS-LOTS-DESTROYED TO WS-COUNT-ED.
           STRING "LOTS DESTROYED....... " WS-COUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           MOVE WS-UNITS-DESTROYED TO WS-BIG-QTY-ED.
           MOVE WS-COST-DESTROYED TO WS-AMOUNT-ED.
           STRING "UNITS DESTROYED...... " WS-BIG-QTY-ED
               "  COST " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.
           MOVE SPACES TO RR-LINE.
           MOVE WS-ACTIONS-REJECTED TO WS-COUNT-ED.
           STRING "ACTIONS REJECTED..... " WS-COUNT-ED
               DELIMITED BY SIZE INTO RR-LINE.
           WRITE RR-LINE.

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
