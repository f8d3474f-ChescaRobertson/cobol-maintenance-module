               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-STOCK-MOVES
               ASSIGN "stock-movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RECEIPT-LOG ASSIGN "receipt-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-RULES-IN ASSIGN "rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
             SELECT OPTIONAL FI-ACCEPTANCE ASSIGN "acceptance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-STATUS.
             SELECT OPTIONAL FI-RTV-SUPA ASSIGN "rtv-supa.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RTV-SUPB ASSIGN "rtv-supb.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           01 AO-LINE PIC X(100).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.
           FD FI-STOCK-MOVES.
           COPY STK-MOVE.
           FD FI-RECEIPT-LOG.
           COPY RCPT-LOG.
           FD FI-RULES-IN.
           01 RULESIN-LINE PIC X(80).
      *    Receiving inspection standards, one line per category:
      *    the least quality and the fewest days of sell-in a
      *    shipment may arrive with and still go on the shelf.
           FD FI-ACCEPTANCE.
           01 FS-ACCEPT-REC.
             05 ACCIN-CATEGORY PIC X(10).
             05 FILLER PIC X.
             05 ACCIN-MIN-QUALITY PIC S9(3) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 ACCIN-MIN-SELL-IN PIC S9(3) SIGN LEADING SEPARATE.
           FD FI-RTV-SUPA.
           01 RTVA-LINE PIC X(157).
           FD FI-RTV-SUPB.
           01 RTVB-LINE PIC X(157).

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-LOTS-STATUS PIC XX VALUE "00".
             05 WS-OPEN-STATUS PIC XX VALUE "00".
             05 WS-ACCEPT-STATUS PIC XX VALUE "00".
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
             05 WS-POST-ITEM-NAME PIC X(50) VALUE SPACES.
             05 WS-POST-SKU PIC 9(8) VALUE 0.
             05 WS-POST-QTY PIC 9(7) VALUE 0.
             05 WS-POST-ORDERED-QTY PIC 9(7) VALUE 0.
             05 WS-POST-SELL-IN PIC S9(3) VALUE 0.
             05 WS-POST-QUALITY PIC S9(3) VALUE 0.
      *    Deliveries come in at the back dock; stock-transfer moves
      *    it out to the shop floors.
             05 WS-RECEIVING-LOCATION PIC X(4) VALUE "WHSE".
      *    Acceptance standards by category from acceptance.dat; a
      *    category with no line is taken as it comes.
           01 WS-ACCEPT-TABLE-CTL.
             05 WS-ACCEPT-COUNT PIC 9(2) VALUE 0.
             05 WS-THIS-CATEGORY PIC X(10) VALUE SPACES.
             05 WS-INSPECT-REASON PIC X(20) VALUE SPACES.
           01 WS-ACCEPT-TABLE.
             05 WS-ACC-ENTRY OCCURS 10 TIMES INDEXED BY ACC-IDX.
               10 ACC-CATEGORY PIC X(10).
               10 ACC-MIN-QUALITY PIC S9(3).
               10 ACC-MIN-SELL-IN PIC S9(3).
           01 WS-RTV-WORK.
             05 WS-RTV-SEQ-SUPA PIC 9(4) VALUE 0.
             05 WS-RTV-SEQ-SUPB PIC 9(4) VALUE 0.
             05 WS-RTV-SEQ PIC 9(4) VALUE 0.
             05 WS-RTV-COUNT PIC 9(6) VALUE 0.
             05 WS-RTV-QTY PIC 9(9) VALUE 0.
             05 WS-RTV-AMOUNT PIC 9(11)V99 VALUE 0.
           01 WS-RECEIVING-COUNTS.
             05 WS-POSTED-COUNT PIC 9(6) VALUE 0.
             05 WS-POSTED-QTY PIC 9(9) VALUE 0.
             05 RRD-ORDER-QTY PIC 9(5).
             05 FILLER PIC X VALUE SPACE.
             05 RRD-SHIP-QTY PIC 9(7).
           COPY RTV-REG.
           01 WS-AO-DETAIL.
             05 AOD-ORDER-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 AOD-OPEN-QTY PIC 9(5).
             05 FILLER PIC X VALUE SPACE.
             05 AOD-AGE-DAYS PIC 9(3).
           COPY RULES.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0055-INIT-RULES-TABLE.
           PERFORM 0057-LOAD-ACCEPTANCE.
           PERFORM 0060-LOAD-OPEN-ORDERS.
           PERFORM 0070-LOAD-ORDER-SUPA.
           PERFORM 0080-LOAD-ORDER-SUPB.
           END-IF.
           PERFORM 0090-OPEN-ITEM-LOTS.
           OPEN OUTPUT FI-RECEIVING-REPORT FI-AGED-ORDERS.
           OPEN EXTEND FI-STOCK-MOVES.
           OPEN EXTEND FI-RECEIPT-LOG.
           OPEN EXTEND FI-RTV-SUPA FI-RTV-SUPB.
           PERFORM 0095-WRITE-REPORT-HEADER.
           PERFORM 0100-APPLY-CONFIRM-SUPA.
           PERFORM 0110-APPLY-CONFIRM-SUPB.
           END-IF.
           CLOSE FI-RECEIVING-REPORT.
           CLOSE FI-AGED-ORDERS.
           CLOSE FI-STOCK-MOVES.
           CLOSE FI-RECEIPT-LOG.
           CLOSE FI-RTV-SUPA FI-RTV-SUPB.
           MOVE WS-POSTED-COUNT TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "RECEIVING-CONFIRMATION: " WS-POSTED-QTY
               WS-SHORT-COUNT " SHORT, " WS-OVER-COUNT " OVER, "
               WS-UNACK-COUNT " UNACKNOWLEDGED, "
               WS-UNORDERED-COUNT " UNORDERED, "
               WS-AGED-COUNT " AGED OPEN LINE(S), "
               WS-RTV-COUNT " LINE(S) RETURNED TO VENDOR".
           STOP RUN.

       0050-GET-RUN-PARMS.
               MOVE 1 TO WS-AGE-DAYS
           END-IF.

       0055-INIT-RULES-TABLE.
           OPEN INPUT FI-RULES-IN.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "RECEIVING-CONFIRMATION: CANNOT OPEN RULES.DAT"
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
                   DISPLAY "RECEIVING-CONFIRMATION: RULES.DAT HAS "
                       "MORE THAN 6 ENTRIES, WS-RULES-TABLE CANNOT "
                       "HOLD ANY MORE"
                   STOP RUN
               END-IF
               MOVE RULESIN-NAME-PREFIX TO RULE-NAME-PREFIX(RULE-IDX)
               MOVE RULESIN-PREFIX-LEN TO RULE-PREFIX-LEN(RULE-IDX)
               MOVE RULESIN-CATEGORY TO RULE-CATEGORY(RULE-IDX)
               ADD 1 TO WS-RULE-COUNT
               SET RULE-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-RULES-IN.

      *    Without acceptance.dat nothing is inspected and every
      *    shipment posts as it did before inspection existed.
       0057-LOAD-ACCEPTANCE.
           MOVE 0 TO WS-ACCEPT-COUNT.
           OPEN INPUT FI-ACCEPTANCE.
           IF WS-ACCEPT-STATUS NOT = "00"
               DISPLAY "RECEIVING-CONFIRMATION: ACCEPTANCE.DAT NOT "
                   "AVAILABLE, RECEIPTS POSTED WITHOUT INSPECTION"
           ELSE
               PERFORM UNTIL 1 = 2
                   READ FI-ACCEPTANCE
                       AT END EXIT PERFORM
                   END-READ
                   IF ACCIN-CATEGORY NOT = SPACES
                       AND ACCIN-MIN-QUALITY IS NUMERIC
                       AND ACCIN-MIN-SELL-IN IS NUMERIC
                       IF WS-ACCEPT-COUNT >= 10
                           DISPLAY "RECEIVING-CONFIRMATION: "
                               "ACCEPTANCE.DAT HAS MORE THAN 10 "
                               "ENTRIES, WS-ACCEPT-TABLE CANNOT HOLD "
                               "ANY MORE"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ACCEPT-COUNT
                       SET ACC-IDX TO WS-ACCEPT-COUNT
                       MOVE ACCIN-CATEGORY TO ACC-CATEGORY(ACC-IDX)
                       MOVE ACCIN-MIN-QUALITY
                           TO ACC-MIN-QUALITY(ACC-IDX)
                       MOVE ACCIN-MIN-SELL-IN
                           TO ACC-MIN-SELL-IN(ACC-IDX)
                   END-IF
               END-PERFORM
               CLOSE FI-ACCEPTANCE
           END-IF.

       0060-LOAD-OPEN-ORDERS.
           OPEN INPUT FI-OPEN-ORDERS.
           IF WS-OPEN-STATUS NOT = "00"
               END-IF
           END-IF.

       0120-MATCH-CATEGORY.
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

      *    A confirmation line first fills today's matching order
      *    line.  Shipped quantity beyond today's order (or with no
      *    order at all) nets the oldest open lines for that supplier
      *    not a line matched, so the unordered residual posts too -
      *    the exception line tells purchasing to chase the paper.
               COMPUTE WS-POST-QTY = WS-NET-QTY + WS-EXCESS-QTY
               MOVE WS-NET-QTY TO WS-POST-ORDERED-QTY
               IF WS-POST-QTY > 0
                   MOVE WS-CONF-ITEM-NAME TO WS-POST-ITEM-NAME
                   MOVE WS-CONF-SKU TO WS-POST-SKU
                   MOVE WS-POST-QTY TO RRD-SHIP-QTY
                   PERFORM 0290-WRITE-REPORT-LINE
               NOT INVALID KEY
                   PERFORM 0232-INSPECT-RECEIPT
                   IF WS-INSPECT-REASON NOT = SPACES
                       PERFORM 0250-RETURN-TO-VENDOR
                   ELSE
                       ADD WS-POST-QTY TO MASTER-ON-HAND-QTY
                       REWRITE MASTER-ITEM-REC
                       ADD 1 TO WS-POSTED-COUNT
                       ADD WS-POST-QTY TO WS-POSTED-QTY
                       PERFORM 0235-WRITE-STOCK-MOVE
                       PERFORM 0237-WRITE-RECEIPT-LOG
                       PERFORM 0240-POST-LOT
                   END-IF
           END-READ.

      *    Inspection judges the stock on the numbers its lot would
      *    be booked at - the supplier's stated sell-in and quality,
      *    or the master's when the confirmation gives none - against
      *    the acceptance minimums for the item's category.
       0232-INSPECT-RECEIPT.
           IF WS-CONF-SELL-IN-OK = "Y"
               MOVE WS-CONF-SELL-IN TO WS-POST-SELL-IN
               MOVE WS-CONF-QUALITY TO WS-POST-QUALITY
           ELSE
               MOVE MASTER-SELL-IN TO WS-POST-SELL-IN
               MOVE MASTER-QUALITY TO WS-POST-QUALITY
           END-IF.
           MOVE SPACES TO WS-INSPECT-REASON.
           IF WS-ACCEPT-COUNT > 0
               PERFORM 0120-MATCH-CATEGORY
               PERFORM VARYING ACC-IDX FROM 1 BY 1
                       UNTIL ACC-IDX > WS-ACCEPT-COUNT
                   IF ACC-CATEGORY(ACC-IDX) = WS-THIS-CATEGORY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ACC-IDX <= WS-ACCEPT-COUNT
                   IF WS-POST-QUALITY < ACC-MIN-QUALITY(ACC-IDX)
                       MOVE "QUALITY BELOW MIN" TO WS-INSPECT-REASON
                   END-IF
                   IF WS-INSPECT-REASON = SPACES
                       AND WS-POST-SELL-IN < ACC-MIN-SELL-IN(ACC-IDX)
                       MOVE "SELL-IN BELOW MIN" TO WS-INSPECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    Log the receipt to the stock movement file so the inventory
      *    ledger can roll on-hand forward, extended at today's cost.
       0235-WRITE-STOCK-MOVE.
           MOVE SPACES TO FS-STOCK-MOVE-REC.
           MOVE WS-RUN-DATE-NUM TO MV-BUS-DATE.
           MOVE MASTER-SKU TO MV-SKU.
           MOVE "RCPT" TO MV-TYPE.
           MOVE WS-POST-QTY TO MV-QTY.
           MOVE MASTER-UNIT-COST TO MV-UNIT-COST.
           COMPUTE MV-EXT-COST ROUNDED =
               WS-POST-QTY * MASTER-UNIT-COST.
           MOVE WS-CONF-SUPPLIER TO MV-SUPPLIER.
           MOVE WS-RCT-STEP-NAME TO MV-STEP-NAME.
           MOVE MASTER-ITEM-NAME TO MV-ITEM-NAME.
           WRITE FS-STOCK-MOVE-REC.

      *    The receipt log outlives the nightly order files; it is what
      *    supplier invoices are matched and paid against.
       0237-WRITE-RECEIPT-LOG.
           MOVE SPACES TO FS-RCPT-LOG-REC.
           MOVE WS-RUN-DATE-NUM TO RL-BUS-DATE.
           MOVE WS-CONF-SUPPLIER TO RL-SUPPLIER.
           MOVE MASTER-SKU TO RL-SKU.
           MOVE WS-POST-QTY TO RL-RECEIVED-QTY.
           MOVE WS-POST-ORDERED-QTY TO RL-ORDERED-QTY.
           MOVE MASTER-UNIT-COST TO RL-UNIT-COST.
           MOVE MASTER-ITEM-NAME TO RL-ITEM-NAME.
           WRITE FS-RCPT-LOG-REC.

       0240-POST-LOT.
           IF WS-LOTS-OPEN = "Y" AND WS-POST-SKU > 0
               MOVE WS-POST-SKU TO LOT-SKU
               MOVE WS-RUN-DATE-NUM TO LOT-RECEIPT-DATE
               MOVE WS-RECEIVING-LOCATION TO LOT-LOCATION
               MOVE WS-POST-ITEM-NAME TO LOT-ITEM-NAME
               MOVE WS-POST-SELL-IN TO LOT-SELL-IN
               MOVE WS-POST-QUALITY TO LOT-QUALITY
               MOVE WS-POST-QTY TO LOT-ON-HAND-QTY
               MOVE 0 TO LOT-LAST-AGED
               MOVE SPACES TO LOT-HOLD-FLAG
               MOVE SPACES TO LOT-HOLD-REF
               MOVE 0 TO LOT-HOLD-DATE
               WRITE LOT-ITEM-REC
                   INVALID KEY
                       PERFORM 0245-ADD-TO-EXISTING-LOT
       0245-ADD-TO-EXISTING-LOT.
           MOVE WS-POST-SKU TO LOT-SKU.
           MOVE WS-RUN-DATE-NUM TO LOT-RECEIPT-DATE.
           MOVE WS-RECEIVING-LOCATION TO LOT-LOCATION.
           READ FI-ITEM-LOTS
               INVALID KEY
                   CONTINUE
                   REWRITE LOT-ITEM-REC
           END-READ.

      *    A failed line never reaches the master, the lots, the
      *    stock movements or the receipt log - so it is not paid for
      *    either.  It goes back on the supplier's RTV register as a
      *    debit memo at today's unit cost, and whatever part of it
      *    filled an order goes back on open-orders to be re-shipped.
       0250-RETURN-TO-VENDOR.
           IF WS-CONF-SUPPLIER = "SUPA"
               ADD 1 TO WS-RTV-SEQ-SUPA
               MOVE WS-RTV-SEQ-SUPA TO WS-RTV-SEQ
           ELSE
               ADD 1 TO WS-RTV-SEQ-SUPB
               MOVE WS-RTV-SEQ-SUPB TO WS-RTV-SEQ
           END-IF.
           MOVE SPACES TO FS-RTV-REG-REC.
           MOVE WS-RUN-DATE-NUM TO RV-BUS-DATE.
           MOVE WS-CONF-SUPPLIER TO RV-SUPPLIER.
           STRING WS-CONF-SUPPLIER WS-RUN-DATE WS-RTV-SEQ
               DELIMITED BY SIZE INTO RV-MEMO-NO.
           MOVE MASTER-SKU TO RV-SKU.
           MOVE WS-POST-QTY TO RV-RETURN-QTY.
           MOVE WS-POST-ORDERED-QTY TO RV-REOPENED-QTY.
           MOVE MASTER-UNIT-COST TO RV-UNIT-COST.
           COMPUTE RV-MEMO-AMOUNT ROUNDED =
               WS-POST-QTY * MASTER-UNIT-COST.
           MOVE WS-INSPECT-REASON TO RV-REASON.
           MOVE WS-POST-SELL-IN TO RV-SELL-IN.
           MOVE WS-POST-QUALITY TO RV-QUALITY.
           MOVE MASTER-ITEM-NAME TO RV-ITEM-NAME.
           IF WS-CONF-SUPPLIER = "SUPA"
               WRITE RTVA-LINE FROM FS-RTV-REG-REC
           ELSE
               WRITE RTVB-LINE FROM FS-RTV-REG-REC
           END-IF.
           ADD 1 TO WS-RTV-COUNT.
           ADD WS-POST-QTY TO WS-RTV-QTY.
           ADD RV-MEMO-AMOUNT TO WS-RTV-AMOUNT.
           MOVE "FAILED INSPECTION" TO RRD-STATUS.
           MOVE WS-CONF-SUPPLIER TO RRD-SUPPLIER.
           MOVE MASTER-SKU TO RRD-SKU.
           MOVE MASTER-ITEM-NAME TO RRD-ITEM-NAME.
           MOVE WS-POST-ORDERED-QTY TO RRD-ORDER-QTY.
           MOVE WS-POST-QTY TO RRD-SHIP-QTY.
           PERFORM 0290-WRITE-REPORT-LINE.
           IF WS-POST-ORDERED-QTY > 0
               PERFORM 0255-REOPEN-ORDER-LINE
           END-IF.

       0255-REOPEN-ORDER-LINE.
           IF WS-OPEN-COUNT >= 1000
               DISPLAY "RECEIVING-CONFIRMATION: WS-OPEN-TABLE FULL, "
                   "RETURNED LINE NOT REOPENED FOR " MASTER-ITEM-NAME
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               SET OPN-IDX TO WS-OPEN-COUNT
               MOVE WS-RUN-DATE-NUM TO OPN-ORDER-DATE(OPN-IDX)
               MOVE WS-CONF-SUPPLIER TO OPN-SUPPLIER(OPN-IDX)
               MOVE MASTER-SKU TO OPN-SKU(OPN-IDX)
               MOVE WS-POST-ITEM-NAME TO OPN-ITEM-NAME(OPN-IDX)
               MOVE WS-POST-ORDERED-QTY TO OPN-OPEN-QTY(OPN-IDX)
           END-IF.

       0290-WRITE-REPORT-LINE.
           MOVE WS-RR-DETAIL TO RR-LINE.
           WRITE RR-LINE.
               MOVE ORD-FRESH-OK(ORD-IDX) TO WS-CONF-SELL-IN-OK
               MOVE ORD-SELL-IN(ORD-IDX) TO WS-CONF-SELL-IN
               MOVE ORD-QUALITY(ORD-IDX) TO WS-CONF-QUALITY
      *    Overshipment is netted against older open lines before the
      *    post, so the receipt log knows how much of the shipment
      *    filled an order and how much simply turned up.
               MOVE ORD-SHIP-QTY(ORD-IDX) TO WS-POST-ORDERED-QTY
               IF ORD-SHIP-QTY(ORD-IDX) > ORD-ORDER-QTY(ORD-IDX)
                   PERFORM 0340-NET-OVERSHIP
                   SUBTRACT WS-EXCESS-QTY FROM WS-POST-ORDERED-QTY
               END-IF
               PERFORM 0230-POST-RECEIPT
               IF ORD-SHIP-QTY(ORD-IDX) < ORD-ORDER-QTY(ORD-IDX)
                   ADD 1 TO WS-SHORT-COUNT
                   COMPUTE WS-NET-QTY = ORD-ORDER-QTY(ORD-IDX)
                       - ORD-SHIP-QTY(ORD-IDX)
                   PERFORM 0330-APPEND-OPEN-LINE
               END-IF
           END-IF.

