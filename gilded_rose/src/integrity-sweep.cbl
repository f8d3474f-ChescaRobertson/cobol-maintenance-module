       IDENTIFICATION DIVISION.
       PROGRAM-ID. "integrity-sweep".

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
             SELECT FI-SKU-XREF ASSIGN "sku-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
             SELECT OPTIONAL FI-OPEN-ORDERS ASSIGN "open-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
             SELECT FI-RULES-IN ASSIGN "rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
             SELECT FI-INTEGRITY-REPORT ASSIGN "integrity-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-ITEM-MASTER.
           COPY ITEM-MSTR.
           FD FI-ITEM-LOTS.
           COPY ITEM-LOTS.
           FD FI-SKU-XREF.
           01 FS-XREF-REC.
             05 XREFIN-SUPPLIER-NAME PIC X(50).
             05 FILLER PIC X.
             05 XREFIN-SKU PIC 9(8).
             05 FILLER PIC X.
             05 XREFIN-CANONICAL-NAME PIC X(50).
           FD FI-OPEN-ORDERS.
           01 FS-OPEN-ORDER-REC.
             05 OO-ORDER-DATE PIC 9(8).
             05 FILLER PIC X.
             05 OO-SUPPLIER PIC X(4).
             05 FILLER PIC X.
             05 OO-SKU PIC 9(8).
             05 FILLER PIC X.
             05 OO-ITEM-NAME PIC X(50).
             05 FILLER PIC X.
             05 OO-OPEN-QTY PIC 9(5).
           FD FI-RULES-IN.
           01 RULESIN-LINE PIC X(80).
           FD FI-INTEGRITY-REPORT.
           01 IR-LINE PIC X(132).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "INTEGRITY-SWEEP".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
           01 WS-FILE-STATUSES.
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-LOTS-STATUS PIC XX VALUE "00".
             05 WS-XREF-STATUS PIC XX VALUE "00".
             05 WS-OPEN-STATUS PIC XX VALUE "00".
           01 WS-RULESIN-REC.
             05 RULESIN-NAME-PREFIX PIC X(20).
             05 FILLER PIC X.
             05 RULESIN-PREFIX-LEN PIC 9(2).
             05 FILLER PIC X.
             05 RULESIN-CATEGORY PIC X(10).
             05 FILLER PIC X(45).
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
      *    One entry per master record, in name order, carrying what
      *    the lot pass adds up against it.
           01 WS-MASTER-TABLE-CTL.
             05 WS-MASTER-COUNT PIC 9(4) VALUE 0.
             05 WS-MT-FOUND-SUB PIC 9(4) VALUE 0.
             05 WS-LAST-LOT-SKU PIC 9(8) VALUE 0.
             05 WS-LOOKUP-SKU PIC 9(8) VALUE 0.
           01 WS-MASTER-TABLE.
             05 WS-MT-ENTRY OCCURS 2000 TIMES INDEXED BY MT-IDX.
               10 MT-ITEM-NAME PIC X(50).
               10 MT-SKU PIC 9(8).
               10 MT-ON-HAND-QTY PIC 9(7).
               10 MT-LOT-COUNT PIC 9(5).
               10 MT-LOT-QTY-SUM PIC 9(9).
           01 WS-SWEEP-FIELDS.
             05 WS-PREV-SKU PIC 9(8) VALUE 0.
             05 WS-PREV-ITEM-NAME PIC X(50) VALUE SPACES.
             05 WS-BACKSTAGE-MATCH PIC X VALUE "N".
           01 WS-FINDING-COUNTS.
             05 WS-HIGH-COUNT PIC 9(6) VALUE 0.
             05 WS-MED-COUNT PIC 9(6) VALUE 0.
             05 WS-LOW-COUNT PIC 9(6) VALUE 0.
             05 WS-FINDING-COUNT PIC 9(6) VALUE 0.
             05 WS-LOTS-READ PIC 9(7) VALUE 0.
             05 WS-XREF-READ PIC 9(6) VALUE 0.
             05 WS-OPEN-READ PIC 9(6) VALUE 0.
      *    Severity: HIGH findings put wrong quantities or the wrong
      *    record in front of pricing and finance and hold the chain;
      *    MED findings are wrong but do not move today's numbers;
      *    LOW findings are housekeeping.
           01 WS-FINDING.
             05 FND-SEVERITY PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 FND-CHECK PIC X(20).
             05 FILLER PIC X VALUE SPACE.
             05 FND-SKU PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 FND-ITEM-NAME PIC X(50).
             05 FILLER PIC X VALUE SPACE.
             05 FND-DETAIL PIC X(46).
           01 WS-IR-EDIT-FIELDS.
             05 WS-IR-QTY-1-ED PIC -(8)9.
             05 WS-IR-QTY-2-ED PIC -(8)9.
             05 WS-IR-COUNT-ED PIC ZZZ,ZZ9.
           COPY RULES.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0060-INIT-RULES-TABLE.
           OPEN INPUT FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INTEGRITY-SWEEP: CANNOT OPEN "
                   "ITEM-MASTER.DAT, STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT FI-INTEGRITY-REPORT.
           MOVE SPACES TO IR-LINE.
           STRING "GILDED-ROSE CROSS-FILE INTEGRITY SWEEP "
               WS-RUN-DATE DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE SPACES TO IR-LINE.
           STRING "SEV  CHECK                SKU      ITEM"
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           PERFORM 0100-LOAD-MASTER.
           PERFORM 0200-CHECK-DUPLICATE-SKUS.
           PERFORM 0300-SWEEP-ITEM-LOTS.
           PERFORM 0350-CHECK-LOT-TOTALS.
           PERFORM 0400-SWEEP-OPEN-ORDERS.
           PERFORM 0500-SWEEP-SKU-XREF.
           CLOSE FI-ITEM-MASTER.
           PERFORM 0800-WRITE-SUMMARY.
           CLOSE FI-INTEGRITY-REPORT.
           MOVE WS-FINDING-COUNT TO WS-RCT-END-COUNT.
           IF WS-HIGH-COUNT > 0
               MOVE "RC=8" TO WS-RCT-END-STATUS
           END-IF.
           PERFORM 0910-STAMP-STEP-END.
           IF WS-HIGH-COUNT > 0
               DISPLAY "INTEGRITY-SWEEP: " WS-HIGH-COUNT
                   " HIGH-SEVERITY FINDING(S), SETTING RETURN CODE 8"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "INTEGRITY-SWEEP: " WS-FINDING-COUNT
                   " FINDING(S), NONE HIGH SEVERITY"
           END-IF.
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
               MOVE SPACES TO WS-RUN-DATE
           END-IF.

       0060-INIT-RULES-TABLE.
           OPEN INPUT FI-RULES-IN.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "INTEGRITY-SWEEP: CANNOT OPEN RULES.DAT"
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
                   DISPLAY "INTEGRITY-SWEEP: RULES.DAT HAS MORE "
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

      *    Master pass in name order: table every record for the lot
      *    and open-order passes, and check each event-dated master
      *    against the BACKSTAGE rules - only a backstage pass ages
      *    by its event date, so a date on anything else is a keying
      *    error or a pass whose name the rules no longer recognise.
       0100-LOAD-MASTER.
           MOVE LOW-VALUES TO MASTER-ITEM-NAME.
           START FI-ITEM-MASTER KEY IS NOT LESS THAN MASTER-ITEM-NAME
               INVALID KEY MOVE "10" TO WS-MASTER-STATUS
           END-START.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ FI-ITEM-MASTER NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF WS-MASTER-COUNT >= 2000
                   DISPLAY "INTEGRITY-SWEEP: MORE THAN 2000 MASTER "
                       "RECORDS, WS-MASTER-TABLE CANNOT HOLD ANY MORE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-MASTER-COUNT
               SET MT-IDX TO WS-MASTER-COUNT
               MOVE MASTER-ITEM-NAME TO MT-ITEM-NAME(MT-IDX)
               MOVE MASTER-SKU TO MT-SKU(MT-IDX)
               MOVE MASTER-ON-HAND-QTY TO MT-ON-HAND-QTY(MT-IDX)
               MOVE 0 TO MT-LOT-COUNT(MT-IDX)
               MOVE 0 TO MT-LOT-QTY-SUM(MT-IDX)
               IF MASTER-EVENT-DATE > 0
                   PERFORM 0110-CHECK-EVENT-DATE
               END-IF
           END-PERFORM.

       0110-CHECK-EVENT-DATE.
           MOVE "N" TO WS-BACKSTAGE-MATCH.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               IF RULE-CATEGORY(RULE-IDX) = "BACKSTAGE"
                   AND RULE-PREFIX-LEN(RULE-IDX) > 0
                   IF MASTER-ITEM-NAME
                       (1:RULE-PREFIX-LEN(RULE-IDX)) =
                       RULE-NAME-PREFIX(RULE-IDX)
                       (1:RULE-PREFIX-LEN(RULE-IDX))
                       MOVE "Y" TO WS-BACKSTAGE-MATCH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BACKSTAGE-MATCH = "N"
               MOVE SPACES TO WS-FINDING
               MOVE "MED" TO FND-SEVERITY
               MOVE "EVENT DATE NOT PASS" TO FND-CHECK
               MOVE MASTER-SKU TO FND-SKU
               MOVE MASTER-ITEM-NAME TO FND-ITEM-NAME
               STRING "EVENT " MASTER-EVENT-DATE
                   " BUT NO BACKSTAGE RULE MATCHES"
                   DELIMITED BY SIZE INTO FND-DETAIL
               PERFORM 0700-WRITE-FINDING
           END-IF.

      *    Alternate-key pass: masters come back in SKU order, so two
      *    records sharing a non-zero SKU are adjacent.  Every SKU
      *    lookup (sales, receiving, counts) lands on only the first
      *    of them.
       0200-CHECK-DUPLICATE-SKUS.
           MOVE 1 TO MASTER-SKU.
           MOVE "00" TO WS-MASTER-STATUS.
           START FI-ITEM-MASTER KEY IS NOT LESS THAN MASTER-SKU
               INVALID KEY MOVE "10" TO WS-MASTER-STATUS
           END-START.
           MOVE 0 TO WS-PREV-SKU.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ FI-ITEM-MASTER NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF MASTER-SKU = WS-PREV-SKU
                   MOVE SPACES TO WS-FINDING
                   MOVE "HIGH" TO FND-SEVERITY
                   MOVE "DUPLICATE SKU" TO FND-CHECK
                   MOVE MASTER-SKU TO FND-SKU
                   MOVE MASTER-ITEM-NAME TO FND-ITEM-NAME
                   STRING "ALSO ON " WS-PREV-ITEM-NAME
                       DELIMITED BY SIZE INTO FND-DETAIL
                   PERFORM 0700-WRITE-FINDING
               END-IF
               MOVE MASTER-SKU TO WS-PREV-SKU
               MOVE MASTER-ITEM-NAME TO WS-PREV-ITEM-NAME
           END-PERFORM.

      *    Lot pass: each lot is added to its master's totals; a lot
      *    whose SKU is on no master is an orphan - HIGH while it
      *    still holds stock nobody values, LOW once it is empty.
       0300-SWEEP-ITEM-LOTS.
           OPEN INPUT FI-ITEM-LOTS.
           IF WS-LOTS-STATUS NOT = "00" AND WS-LOTS-STATUS NOT = "05"
               DISPLAY "INTEGRITY-SWEEP: ITEM-LOTS.DAT NOT "
                   "AVAILABLE, STATUS=" WS-LOTS-STATUS
                   ", LOT CHECKS SKIPPED"
           ELSE
               MOVE 0 TO WS-LAST-LOT-SKU
               PERFORM UNTIL 1 = 2
                   READ FI-ITEM-LOTS NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   ADD 1 TO WS-LOTS-READ
                   IF LOT-SKU NOT = WS-LAST-LOT-SKU
                       MOVE LOT-SKU TO WS-LAST-LOT-SKU
                       MOVE LOT-SKU TO WS-LOOKUP-SKU
                       PERFORM 0600-FIND-MASTER-BY-SKU
                   END-IF
                   IF WS-MT-FOUND-SUB > 0
                       ADD 1 TO MT-LOT-COUNT(WS-MT-FOUND-SUB)
                       ADD LOT-ON-HAND-QTY
                           TO MT-LOT-QTY-SUM(WS-MT-FOUND-SUB)
                   ELSE
                       PERFORM 0310-REPORT-ORPHAN-LOT
                   END-IF
               END-PERFORM
               CLOSE FI-ITEM-LOTS
           END-IF.

       0310-REPORT-ORPHAN-LOT.
           MOVE SPACES TO WS-FINDING.
           IF LOT-ON-HAND-QTY > 0
               MOVE "HIGH" TO FND-SEVERITY
           ELSE
               MOVE "LOW" TO FND-SEVERITY
           END-IF.
           MOVE "LOT WITHOUT MASTER" TO FND-CHECK.
           MOVE LOT-SKU TO FND-SKU.
           MOVE LOT-ITEM-NAME TO FND-ITEM-NAME.
           MOVE LOT-ON-HAND-QTY TO WS-IR-QTY-1-ED.
           STRING "LOT " LOT-RECEIPT-DATE " ON HAND "
               WS-IR-QTY-1-ED DELIMITED BY SIZE INTO FND-DETAIL.
           PERFORM 0700-WRITE-FINDING.

      *    Where a SKU carries lot detail its lots are checked against
      *    the master on-hand - valuation and waste work lot by lot
      *    while the ledger and reorder work from the master total.
      *    Lots adding up to more than the master has on hand is real
      *    corruption and HIGH.  On-hand above the lots is the NO LOT
      *    residual that sales relief, NO LOT count adjustments and
      *    MADJ maintenance leave in normal running, so it is MED.
       0350-CHECK-LOT-TOTALS.
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-MASTER-COUNT
               IF MT-LOT-COUNT(MT-IDX) > 0
                   AND MT-LOT-QTY-SUM(MT-IDX) NOT =
                       MT-ON-HAND-QTY(MT-IDX)
                   MOVE SPACES TO WS-FINDING
                   IF MT-LOT-QTY-SUM(MT-IDX) > MT-ON-HAND-QTY(MT-IDX)
                       MOVE "HIGH" TO FND-SEVERITY
                   ELSE
                       MOVE "MED" TO FND-SEVERITY
                   END-IF
                   MOVE "LOTS NOT = ON HAND" TO FND-CHECK
                   MOVE MT-SKU(MT-IDX) TO FND-SKU
                   MOVE MT-ITEM-NAME(MT-IDX) TO FND-ITEM-NAME
                   MOVE MT-LOT-QTY-SUM(MT-IDX) TO WS-IR-QTY-1-ED
                   MOVE MT-ON-HAND-QTY(MT-IDX) TO WS-IR-QTY-2-ED
                   STRING "LOTS " WS-IR-QTY-1-ED
                       " MASTER " WS-IR-QTY-2-ED
                       DELIMITED BY SIZE INTO FND-DETAIL
                   PERFORM 0700-WRITE-FINDING
               END-IF
           END-PERFORM.

      *    An open order line for a SKU no longer on the master can
      *    never be received against; purchasing should cancel it.
       0400-SWEEP-OPEN-ORDERS.
           OPEN INPUT FI-OPEN-ORDERS.
           IF WS-OPEN-STATUS NOT = "00" AND WS-OPEN-STATUS NOT = "05"
               DISPLAY "INTEGRITY-SWEEP: OPEN-ORDERS.DAT NOT "
                   "AVAILABLE, STATUS=" WS-OPEN-STATUS
                   ", OPEN-ORDER CHECKS SKIPPED"
           ELSE
               PERFORM UNTIL 1 = 2
                   READ FI-OPEN-ORDERS
                       AT END EXIT PERFORM
                   END-READ
                   ADD 1 TO WS-OPEN-READ
                   MOVE OO-SKU TO WS-LOOKUP-SKU
                   PERFORM 0600-FIND-MASTER-BY-SKU
                   IF WS-MT-FOUND-SUB = 0
                       MOVE SPACES TO WS-FINDING
                       MOVE "MED" TO FND-SEVERITY
                       MOVE "ORDER WITHOUT MASTER" TO FND-CHECK
                       MOVE OO-SKU TO FND-SKU
                       MOVE OO-ITEM-NAME TO FND-ITEM-NAME
                       MOVE OO-OPEN-QTY TO WS-IR-QTY-1-ED
                       STRING OO-SUPPLIER " ORDER " OO-ORDER-DATE
                           " OPEN " WS-IR-QTY-1-ED
                           DELIMITED BY SIZE INTO FND-DETAIL
                       PERFORM 0700-WRITE-FINDING
                   END-IF
               END-PERFORM
               CLOSE FI-OPEN-ORDERS
           END-IF.

      *    Each supplier spelling must map to a canonical name that
      *    is on the master, or that supplier's feed lines for it are
      *    rejected every night.
       0500-SWEEP-SKU-XREF.
           OPEN INPUT FI-SKU-XREF.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "INTEGRITY-SWEEP: SKU-XREF.DAT NOT "
                   "AVAILABLE, STATUS=" WS-XREF-STATUS
                   ", XREF CHECKS SKIPPED"
           ELSE
               PERFORM UNTIL 1 = 2
                   READ FI-SKU-XREF
                       AT END EXIT PERFORM
                   END-READ
                   ADD 1 TO WS-XREF-READ
                   MOVE XREFIN-CANONICAL-NAME TO MASTER-ITEM-NAME
                   READ FI-ITEM-MASTER KEY IS MASTER-ITEM-NAME
                       INVALID KEY
                           PERFORM 0510-REPORT-XREF-ORPHAN
                   END-READ
               END-PERFORM
               CLOSE FI-SKU-XREF
           END-IF.

       0510-REPORT-XREF-ORPHAN.
           MOVE SPACES TO WS-FINDING.
           MOVE "MED" TO FND-SEVERITY.
           MOVE "XREF WITHOUT MASTER" TO FND-CHECK.
           MOVE XREFIN-SKU TO FND-SKU.
           MOVE XREFIN-CANONICAL-NAME TO FND-ITEM-NAME.
           STRING "FROM " XREFIN-SUPPLIER-NAME
               DELIMITED BY SIZE INTO FND-DETAIL.
           PERFORM 0700-WRITE-FINDING.

       0600-FIND-MASTER-BY-SKU.
           MOVE 0 TO WS-MT-FOUND-SUB.
           IF WS-LOOKUP-SKU > 0
               PERFORM VARYING MT-IDX FROM 1 BY 1
                       UNTIL MT-IDX > WS-MASTER-COUNT
                   IF MT-SKU(MT-IDX) = WS-LOOKUP-SKU
                       SET WS-MT-FOUND-SUB TO MT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       0700-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT.
           EVALUATE FND-SEVERITY
               WHEN "HIGH"
                   ADD 1 TO WS-HIGH-COUNT
               WHEN "MED"
                   ADD 1 TO WS-MED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE.
           MOVE WS-FINDING TO IR-LINE.
           WRITE IR-LINE.

       0800-WRITE-SUMMARY.
           MOVE SPACES TO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-MASTER-COUNT TO WS-IR-COUNT-ED.
           MOVE SPACES TO IR-LINE.
           STRING "MASTER RECORDS    " WS-IR-COUNT-ED
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-LOTS-READ TO WS-IR-COUNT-ED.
           MOVE SPACES TO IR-LINE.
           STRING "LOTS READ         " WS-IR-COUNT-ED
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-OPEN-READ TO WS-IR-COUNT-ED.
           MOVE SPACES TO IR-LINE.
           STRING "OPEN ORDER LINES  " WS-IR-COUNT-ED
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-XREF-READ TO WS-IR-COUNT-ED.
           MOVE SPACES TO IR-LINE.
           STRING "XREF ENTRIES      " WS-IR-COUNT-ED
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-HIGH-COUNT TO WS-IR-COUNT-ED.
           MOVE SPACES TO IR-LINE.
           STRING "HIGH FINDINGS     " WS-IR-COUNT-ED
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-MED-COUNT TO WS-IR-COUNT-ED.
           MOVE SPACES TO IR-LINE.
           STRING "MED FINDINGS      " WS-IR-COUNT-ED
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE WS-LOW-COUNT TO WS-IR-COUNT-ED.
           MOVE SPACES TO IR-LINE.
           STRING "LOW FINDINGS      " WS-IR-COUNT-ED
               DELIMITED BY SIZE INTO IR-LINE.
           WRITE IR-LINE.
           MOVE SPACES TO IR-LINE.
           IF WS-HIGH-COUNT > 0
               MOVE "VERDICT: HOLD - RC=8, STEP1C AND STEP5 NOT TO RUN"
                   TO IR-LINE
           ELSE
               MOVE "VERDICT: FILES AGREE - NO HIGH-SEVERITY FINDINGS"
                   TO IR-LINE
           END-IF.
           WRITE IR-LINE.

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
