       IDENTIFICATION DIVISION.
       PROGRAM-ID. "invoice-match".

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-INVOICE-SUPA ASSIGN "invoice-supa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVA-STATUS.
             SELECT OPTIONAL FI-INVOICE-SUPB ASSIGN "invoice-supb.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVB-STATUS.
             SELECT OPTIONAL FI-ORDER-SUPA ASSIGN "order-supa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDA-STATUS.
             SELECT OPTIONAL FI-ORDER-SUPB ASSIGN "order-supb.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDB-STATUS.
             SELECT OPTIONAL FI-OPEN-ORDERS ASSIGN "open-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
             SELECT OPTIONAL FI-RECEIPT-LOG ASSIGN "receipt-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
             SELECT OPTIONAL FI-INVOICE-REGISTER
               ASSIGN "invoice-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
             SELECT FI-ITEM-MASTER ASSIGN "item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-NAME
               ALTERNATE RECORD KEY IS MASTER-SKU
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FI-PAY-APPROVED ASSIGN "pay-approved.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-INVOICE-EXCEPTIONS
               ASSIGN "invoice-exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *    Supplier A invoices, in supplier A's own layout: a HDR per
      *    invoice carrying the invoice number and date, its DTL
      *    lines, and a TRL per file.
           FD FI-INVOICE-SUPA.
           01 INVA-REC.
             05 INVA-REC-TYPE PIC X(3).
             05 FILLER PIC X.
             05 INVA-BODY.
               10 INVA-ITEM-NAME PIC X(50).
               10 FILLER PIC X.
               10 INVA-SKU PIC 9(8).
               10 FILLER PIC X.
               10 INVA-BILLED-QTY PIC 9(5).
               10 FILLER PIC X.
               10 INVA-UNIT-PRICE PIC 9(5)V99.
           01 INVA-HDR-REC.
             05 FILLER PIC X(4).
             05 INVA-INVOICE-NO PIC X(12).
             05 FILLER PIC X.
             05 INVA-INVOICE-DATE PIC 9(8).
      *    Supplier B: one-letter record types, quantity first.
           FD FI-INVOICE-SUPB.
           01 INVB-REC.
             05 INVB-REC-TYPE PIC X.
             05 FILLER PIC X.
             05 INVB-BODY.
               10 INVB-BILLED-QTY PIC 9(5).
               10 FILLER PIC X.
               10 INVB-SKU PIC 9(8).
               10 FILLER PIC X.
               10 INVB-ITEM-NAME PIC X(50).
               10 FILLER PIC X.
               10 INVB-UNIT-PRICE PIC 9(5)V99.
           01 INVB-HDR-REC.
             05 FILLER PIC X(2).
             05 INVB-INVOICE-NO PIC X(12).
             05 FILLER PIC X.
             05 INVB-INVOICE-DATE PIC 9(8).
           FD FI-ORDER-SUPA.
           01 ORDA-REC.
             05 ORDA-REC-TYPE PIC X(3).
             05 FILLER PIC X.
             05 ORDA-BODY.
               10 ORDA-ITEM-NAME PIC X(50).
               10 FILLER PIC X.
               10 ORDA-SKU PIC 9(8).
               10 FILLER PIC X.
               10 ORDA-ORDER-QTY PIC 9(5).
               10 FILLER PIC X.
               10 ORDA-REASON PIC X(20).
           FD FI-ORDER-SUPB.
           01 ORDB-REC.
             05 ORDB-REC-TYPE PIC X.
             05 FILLER PIC X.
             05 ORDB-BODY.
               10 ORDB-ORDER-QTY PIC 9(5).
               10 FILLER PIC X.
               10 ORDB-SKU PIC 9(8).
               10 FILLER PIC X.
               10 ORDB-ITEM-NAME PIC X(50).
               10 FILLER PIC X.
               10 ORDB-REASON PIC X(20).
           FD FI-OPEN-ORDERS.
           01 FS-OPEN-REC.
             05 OO-ORDER-DATE PIC 9(8).
             05 FILLER PIC X.
             05 OO-SUPPLIER PIC X(4).
             05 FILLER PIC X.
             05 OO-SKU PIC 9(8).
             05 FILLER PIC X.
             05 OO-ITEM-NAME PIC X(50).
             05 FILLER PIC X.
             05 OO-OPEN-QTY PIC 9(5).
           FD FI-RECEIPT-LOG.
           COPY RCPT-LOG.
           FD FI-INVOICE-REGISTER.
           COPY INV-REG.
           FD FI-ITEM-MASTER.
           COPY ITEM-MSTR.
           FD FI-PAY-APPROVED.
           01 PA-REC.
             05 PA-REC-TYPE PIC X(3).
             05 FILLER PIC X VALUE SPACE.
             05 PA-BODY PIC X(90).
           FD FI-INVOICE-EXCEPTIONS.
           01 IE-LINE PIC X(150).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "INVOICE-MATCH".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
           01 WS-FILE-STATUSES.
             05 WS-INVA-STATUS PIC XX VALUE "00".
             05 WS-INVB-STATUS PIC XX VALUE "00".
             05 WS-ORDA-STATUS PIC XX VALUE "00".
             05 WS-ORDB-STATUS PIC XX VALUE "00".
             05 WS-OPEN-STATUS PIC XX VALUE "00".
             05 WS-RCPT-STATUS PIC XX VALUE "00".
             05 WS-REG-STATUS PIC XX VALUE "00".
             05 WS-MASTER-STATUS PIC XX VALUE "00".
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-PARM-TEXT PIC X(8) VALUE SPACES.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
             05 WS-TOLERANCE-PCT PIC 9(3)V99 VALUE 5.
           01 WS-DATE-FIELDS.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
           01 WS-MATCH-FLAGS.
             05 WS-RERUN PIC X VALUE "N".
             05 WS-INV-DUPLICATE PIC X VALUE "N".
             05 WS-LINE-CLEAN PIC X VALUE "Y".
             05 WS-ON-MASTER PIC X VALUE "N".
      *    One entry per supplier and SKU: what was ordered (today's
      *    order files, lines still open, and receipts that filled an
      *    order), what has been received, and how much of that has
      *    already been approved for payment.
           01 WS-MATCH-TABLE-CTL.
             05 WS-MT-COUNT PIC 9(4) VALUE 0.
             05 WS-FIND-SUPPLIER PIC X(4) VALUE SPACES.
             05 WS-FIND-SKU PIC 9(8) VALUE 0.
           01 WS-MATCH-TABLE.
             05 WS-MT-ENTRY OCCURS 2000 TIMES INDEXED BY MT-IDX.
               10 MT-SUPPLIER PIC X(4).
               10 MT-SKU PIC 9(8).
               10 MT-ORDERED-QTY PIC 9(9).
               10 MT-RECEIVED-QTY PIC 9(9).
               10 MT-PAID-QTY PIC 9(9).
      *    Every invoice number on the register or presented today,
      *    per supplier, with whether any of its lines has been paid.
           01 WS-INVNO-TABLE-CTL.
             05 WS-IV-COUNT PIC 9(5) VALUE 0.
           01 WS-INVNO-TABLE.
             05 WS-IV-ENTRY OCCURS 5000 TIMES INDEXED BY IV-IDX.
               10 IV-SUPPLIER PIC X(4).
               10 IV-INVOICE-NO PIC X(12).
               10 IV-PAID PIC X.
               10 IV-SEEN-TODAY PIC X.
      *    The invoice line being matched, whichever supplier's
      *    layout it arrived in.
           01 WS-INVOICE-WORK.
             05 WS-INV-SUPPLIER PIC X(4) VALUE SPACES.
             05 WS-INV-NUMBER PIC X(12) VALUE SPACES.
             05 WS-INV-DATE PIC 9(8) VALUE 0.
             05 WS-INV-SKU PIC 9(8) VALUE 0.
             05 WS-INV-ITEM-NAME PIC X(50) VALUE SPACES.
             05 WS-INV-QTY PIC 9(5) VALUE 0.
             05 WS-INV-PRICE PIC 9(5)V99 VALUE 0.
             05 WS-INV-STATUS PIC X(8) VALUE SPACES.
           01 WS-MATCH-WORK.
             05 WS-AVAIL-QTY PIC S9(9) VALUE 0.
             05 WS-MASTER-COST PIC 9(5)V99 VALUE 0.
             05 WS-PRICE-VAR-PCT PIC S9(5)V99 VALUE 0.
             05 WS-EXTENDED PIC 9(9)V99 VALUE 0.
           01 WS-MATCH-COUNTS.
             05 WS-LINES-READ PIC 9(6) VALUE 0.
             05 WS-APPROVED-COUNT PIC 9(6) VALUE 0.
             05 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
             05 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
             05 WS-NO-ORDER-COUNT PIC 9(6) VALUE 0.
             05 WS-NOT-RECEIVED-COUNT PIC 9(6) VALUE 0.
             05 WS-PRICE-VAR-COUNT PIC 9(6) VALUE 0.
             05 WS-NOT-ON-MASTER-COUNT PIC 9(6) VALUE 0.
             05 WS-APPROVED-QTY PIC 9(11) VALUE 0.
             05 WS-APPROVED-AMOUNT PIC 9(13)V99 VALUE 0.
             05 WS-HELD-AMOUNT PIC 9(13)V99 VALUE 0.
      *    Pay-approved feed to accounts payable, shaped like the GL
      *    feed: header, one detail per approved invoice line, and a
      *    trailer with the record count and hash totals.
           01 WS-PA-HEADER.
             05 FILLER PIC X(24) VALUE "GILDED-ROSE PAY-APPROVED".
             05 FILLER PIC X VALUE SPACE.
             05 PAH-RUN-DATE PIC X(8).
             05 FILLER PIC X(57) VALUE SPACES.
           01 WS-PA-DETAIL.
             05 PAD-SUPPLIER PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 PAD-INVOICE-NO PIC X(12).
             05 FILLER PIC X VALUE SPACE.
             05 PAD-INVOICE-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 PAD-SKU PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 PAD-QTY PIC 9(5).
             05 FILLER PIC X VALUE SPACE.
             05 PAD-UNIT-PRICE PIC 9(5)V99.
             05 FILLER PIC X VALUE SPACE.
             05 PAD-EXTENDED PIC 9(9)V99.
             05 FILLER PIC X(28) VALUE SPACES.
           01 WS-PA-TRAILER.
             05 PAT-RECORD-COUNT PIC 9(6).
             05 FILLER PIC X VALUE SPACE.
             05 PAT-HASH-QTY PIC 9(11).
             05 FILLER PIC X VALUE SPACE.
             05 PAT-HASH-AMOUNT PIC 9(13)V99.
             05 FILLER PIC X(56) VALUE SPACES.
           01 WS-IE-DETAIL.
             05 IED-REASON PIC X(20).
             05 FILLER PIC X VALUE SPACE.
             05 IED-SUPPLIER PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 IED-INVOICE-NO PIC X(12).
             05 FILLER PIC X VALUE SPACE.
             05 IED-SKU PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 IED-ITEM-NAME PIC X(30).
             05 FILLER PIC X VALUE SPACE.
             05 IED-BILLED-QTY PIC X(7).
             05 FILLER PIC X VALUE SPACE.
             05 IED-AVAIL-QTY PIC X(9).
             05 FILLER PIC X VALUE SPACE.
             05 IED-INV-PRICE PIC X(9).
             05 FILLER PIC X VALUE SPACE.
             05 IED-MASTER-COST PIC X(9).
             05 FILLER PIC X VALUE SPACE.
             05 IED-VARIANCE PIC X(9).
           01 WS-IE-EDIT-FIELDS.
             05 WS-IE-QTY-ED PIC ZZZZZZ9.
             05 WS-IE-AVAIL-ED PIC -ZZZZZZZ9.
             05 WS-IE-PRICE-ED PIC ZZZZ9.99.
             05 WS-IE-PCT-ED PIC -ZZZ9.99.
             05 WS-IE-AMT-ED PIC Z,ZZZ,ZZZ,ZZ9.99.
             05 WS-IE-COUNT-ED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0060-LOAD-INVOICE-REGISTER.
           PERFORM 0070-LOAD-ORDER-SUPA.
           PERFORM 0075-LOAD-ORDER-SUPB.
           PERFORM 0080-LOAD-OPEN-ORDERS.
           PERFORM 0085-LOAD-RECEIPT-LOG.
           OPEN INPUT FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "INVOICE-MATCH: CANNOT OPEN ITEM-MASTER.DAT, "
                   "STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT FI-PAY-APPROVED FI-INVOICE-EXCEPTIONS.
           IF WS-RERUN = "N"
               OPEN EXTEND FI-INVOICE-REGISTER
           END-IF.
           PERFORM 0095-WRITE-HEADERS.
           PERFORM 0100-MATCH-INVOICE-SUPA.
           PERFORM 0110-MATCH-INVOICE-SUPB.
           PERFORM 0500-WRITE-TRAILERS.
           IF WS-RERUN = "N"
               CLOSE FI-INVOICE-REGISTER
           END-IF.
           CLOSE FI-ITEM-MASTER.
           CLOSE FI-PAY-APPROVED.
           CLOSE FI-INVOICE-EXCEPTIONS.
           MOVE WS-LINES-READ TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "INVOICE-MATCH: " WS-LINES-READ
               " INVOICE LINE(S), " WS-APPROVED-COUNT " APPROVED, "
               WS-EXCEPTION-COUNT " HELD (" WS-NOT-RECEIVED-COUNT
               " NOT RECEIVED, " WS-PRICE-VAR-COUNT
               " PRICE VARIANCE, " WS-DUPLICATE-COUNT " DUPLICATE, "
               WS-NO-ORDER-COUNT " NO ORDER, " WS-NOT-ON-MASTER-COUNT
               " NOT ON MASTER)".
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
               DISPLAY "INVOICE-MATCH: BUSINESS DATE PARM "
                   "(YYYYMMDD) IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
      *    PARM2 is the price tolerance in percent either side of
      *    MASTER-UNIT-COST (default 5).
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-PARM-TEXT(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-TOLERANCE-PCT
           END-IF.

      *    Register lines from earlier nights are what has been paid
      *    and which invoice numbers are already used.  Lines dated
      *    this business date mean the step is being rerun: they are
      *    set aside so the rerun matches exactly as the first run
      *    did, and nothing is appended a second time.
       0060-LOAD-INVOICE-REGISTER.
           MOVE "N" TO WS-RERUN.
           OPEN INPUT FI-INVOICE-REGISTER.
           IF WS-REG-STATUS = "00"
               PERFORM 0065-LOAD-ONE-REGISTER-LINE
                   UNTIL WS-REG-STATUS NOT = "00"
           END-IF.
           CLOSE FI-INVOICE-REGISTER.
           IF WS-RERUN = "Y"
               DISPLAY "INVOICE-MATCH: " WS-RUN-DATE " ALREADY ON "
                   "INVOICE-REGISTER.DAT, RERUN WILL NOT APPEND"
           END-IF.

       0065-LOAD-ONE-REGISTER-LINE.
           READ FI-INVOICE-REGISTER
               AT END CONTINUE
           END-READ.
           IF WS-REG-STATUS = "00"
               IF IR-BUS-DATE >= WS-RUN-DATE-NUM
                   MOVE "Y" TO WS-RERUN
               ELSE
                   MOVE IR-SUPPLIER TO WS-INV-SUPPLIER
                   MOVE IR-INVOICE-NO TO WS-INV-NUMBER
                   PERFORM 0160-FIND-INVOICE-NUMBER
                   IF IR-STATUS = "APPROVED"
                       MOVE "Y" TO IV-PAID(IV-IDX)
                       MOVE IR-SUPPLIER TO WS-FIND-SUPPLIER
                       MOVE IR-SKU TO WS-FIND-SKU
                       PERFORM 0150-FIND-MATCH-ENTRY
                       ADD IR-BILLED-QTY TO MT-PAID-QTY(MT-IDX)
                   END-IF
               END-IF
           END-IF.

       0070-LOAD-ORDER-SUPA.
           OPEN INPUT FI-ORDER-SUPA.
           IF WS-ORDA-STATUS = "00"
               PERFORM 0072-LOAD-ONE-ORDA-LINE
                   UNTIL WS-ORDA-STATUS NOT = "00"
           END-IF.
           CLOSE FI-ORDER-SUPA.

       0072-LOAD-ONE-ORDA-LINE.
           READ FI-ORDER-SUPA
               AT END CONTINUE
           END-READ.
           IF WS-ORDA-STATUS = "00"
               AND ORDA-REC-TYPE = "DTL"
               MOVE "SUPA" TO WS-FIND-SUPPLIER
               MOVE ORDA-SKU TO WS-FIND-SKU
               PERFORM 0150-FIND-MATCH-ENTRY
               ADD ORDA-ORDER-QTY TO MT-ORDERED-QTY(MT-IDX)
           END-IF.

       0075-LOAD-ORDER-SUPB.
           OPEN INPUT FI-ORDER-SUPB.
           IF WS-ORDB-STATUS = "00"
               PERFORM 0077-LOAD-ONE-ORDB-LINE
                   UNTIL WS-ORDB-STATUS NOT = "00"
           END-IF.
           CLOSE FI-ORDER-SUPB.

       0077-LOAD-ONE-ORDB-LINE.
           READ FI-ORDER-SUPB
               AT END CONTINUE
           END-READ.
           IF WS-ORDB-STATUS = "00"
               AND ORDB-REC-TYPE = "D"
               MOVE "SUPB" TO WS-FIND-SUPPLIER
               MOVE ORDB-SKU TO WS-FIND-SKU
               PERFORM 0150-FIND-MATCH-ENTRY
               ADD ORDB-ORDER-QTY TO MT-ORDERED-QTY(MT-IDX)
           END-IF.

       0080-LOAD-OPEN-ORDERS.
           OPEN INPUT FI-OPEN-ORDERS.
           IF WS-OPEN-STATUS = "00"
               PERFORM 0082-LOAD-ONE-OPEN-LINE
                   UNTIL WS-OPEN-STATUS NOT = "00"
           END-IF.
           CLOSE FI-OPEN-ORDERS.

       0082-LOAD-ONE-OPEN-LINE.
           READ FI-OPEN-ORDERS
               AT END CONTINUE
           END-READ.
           IF WS-OPEN-STATUS = "00"
               MOVE OO-SUPPLIER TO WS-FIND-SUPPLIER
               MOVE OO-SKU TO WS-FIND-SKU
               PERFORM 0150-FIND-MATCH-ENTRY
               ADD OO-OPEN-QTY TO MT-ORDERED-QTY(MT-IDX)
           END-IF.

      *    Receipts posted on or before this business date.  The part
      *    of a receipt that filled an order line is itself evidence
      *    that the order was placed, even once the order file for
      *    that night has been overwritten.
       0085-LOAD-RECEIPT-LOG.
           OPEN INPUT FI-RECEIPT-LOG.
           IF WS-RCPT-STATUS NOT = "00"
               DISPLAY "INVOICE-MATCH: NO RECEIPT-LOG.DAT, NOTHING "
                   "CAN BE APPROVED AS RECEIVED"
           ELSE
               PERFORM 0087-LOAD-ONE-RECEIPT
                   UNTIL WS-RCPT-STATUS NOT = "00"
           END-IF.
           CLOSE FI-RECEIPT-LOG.

       0087-LOAD-ONE-RECEIPT.
           READ FI-RECEIPT-LOG
               AT END CONTINUE
           END-READ.
           IF WS-RCPT-STATUS = "00"
               AND RL-BUS-DATE <= WS-RUN-DATE-NUM
               MOVE RL-SUPPLIER TO WS-FIND-SUPPLIER
               MOVE RL-SKU TO WS-FIND-SKU
               PERFORM 0150-FIND-MATCH-ENTRY
               ADD RL-RECEIVED-QTY TO MT-RECEIVED-QTY(MT-IDX)
               ADD RL-ORDERED-QTY TO MT-ORDERED-QTY(MT-IDX)
           END-IF.

       0095-WRITE-HEADERS.
           MOVE WS-RUN-DATE TO PAH-RUN-DATE.
           MOVE "HDR" TO PA-REC-TYPE.
           MOVE WS-PA-HEADER TO PA-BODY.
           WRITE PA-REC.
           MOVE SPACES TO IE-LINE.
           STRING "SUPPLIER INVOICE EXCEPTIONS  BUSINESS DATE "
               WS-RUN-DATE "  PRICE TOLERANCE " WS-TOLERANCE-PCT
               " PCT" DELIMITED BY SIZE INTO IE-LINE.
           WRITE IE-LINE.
           MOVE SPACES TO WS-IE-DETAIL.
           MOVE "REASON" TO IED-REASON.
           MOVE "SUPP" TO IED-SUPPLIER.
           MOVE "INVOICE NO" TO IED-INVOICE-NO.
           MOVE "SKU" TO IED-SKU.
           MOVE "ITEM" TO IED-ITEM-NAME.
           MOVE " BILLED" TO IED-BILLED-QTY.
           MOVE " UNPD RCV" TO IED-AVAIL-QTY.
           MOVE " INV COST" TO IED-INV-PRICE.
           MOVE "MSTR COST" TO IED-MASTER-COST.
           MOVE "  VAR PCT" TO IED-VARIANCE.
           MOVE WS-IE-DETAIL TO IE-LINE.
           WRITE IE-LINE.
           MOVE SPACES TO WS-IE-DETAIL.

       0100-MATCH-INVOICE-SUPA.
           OPEN INPUT FI-INVOICE-SUPA.
           IF WS-INVA-STATUS NOT = "00"
               DISPLAY "INVOICE-MATCH: NO INVOICE-SUPA.DAT TODAY"
           ELSE
               PERFORM 0105-MATCH-ONE-INVA
                   UNTIL WS-INVA-STATUS NOT = "00"
           END-IF.
           CLOSE FI-INVOICE-SUPA.

       0105-MATCH-ONE-INVA.
           READ FI-INVOICE-SUPA
               AT END CONTINUE
           END-READ.
           IF WS-INVA-STATUS = "00"
               EVALUATE INVA-REC-TYPE
                   WHEN "HDR"
                       MOVE "SUPA" TO WS-INV-SUPPLIER
                       MOVE INVA-INVOICE-NO TO WS-INV-NUMBER
                       MOVE INVA-INVOICE-DATE TO WS-INV-DATE
                       PERFORM 0200-START-INVOICE
                   WHEN "DTL"
                       MOVE "SUPA" TO WS-INV-SUPPLIER
                       MOVE INVA-SKU TO WS-INV-SKU
                       MOVE INVA-ITEM-NAME TO WS-INV-ITEM-NAME
                       MOVE INVA-BILLED-QTY TO WS-INV-QTY
                       MOVE INVA-UNIT-PRICE TO WS-INV-PRICE
                       PERFORM 0300-MATCH-INVOICE-LINE
               END-EVALUATE
           END-IF.

       0110-MATCH-INVOICE-SUPB.
           OPEN INPUT FI-INVOICE-SUPB.
           IF WS-INVB-STATUS NOT = "00"
               DISPLAY "INVOICE-MATCH: NO INVOICE-SUPB.DAT TODAY"
           ELSE
               PERFORM 0115-MATCH-ONE-INVB
                   UNTIL WS-INVB-STATUS NOT = "00"
           END-IF.
           CLOSE FI-INVOICE-SUPB.

       0115-MATCH-ONE-INVB.
           READ FI-INVOICE-SUPB
               AT END CONTINUE
           END-READ.
           IF WS-INVB-STATUS = "00"
               EVALUATE INVB-REC-TYPE
                   WHEN "H"
                       MOVE "SUPB" TO WS-INV-SUPPLIER
                       MOVE INVB-INVOICE-NO TO WS-INV-NUMBER
                       MOVE INVB-INVOICE-DATE TO WS-INV-DATE
                       PERFORM 0200-START-INVOICE
                   WHEN "D"
                       MOVE "SUPB" TO WS-INV-SUPPLIER
                       MOVE INVB-SKU TO WS-INV-SKU
                       MOVE INVB-ITEM-NAME TO WS-INV-ITEM-NAME
                       MOVE INVB-BILLED-QTY TO WS-INV-QTY
                       MOVE INVB-UNIT-PRICE TO WS-INV-PRICE
                       PERFORM 0300-MATCH-INVOICE-LINE
               END-EVALUATE
           END-IF.

      *    Leaves MT-IDX on the entry for WS-FIND-SUPPLIER and
      *    WS-FIND-SKU, adding a zeroed entry when it is new.
       0150-FIND-MATCH-ENTRY.
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-MT-COUNT
               IF MT-SUPPLIER(MT-IDX) = WS-FIND-SUPPLIER
                   AND MT-SKU(MT-IDX) = WS-FIND-SKU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF MT-IDX > WS-MT-COUNT
               IF WS-MT-COUNT >= 2000
                   DISPLAY "INVOICE-MATCH: MORE THAN 2000 SUPPLIER/"
                       "SKU PAIRS, WS-MATCH-TABLE CANNOT HOLD ANY MORE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-MT-COUNT
               SET MT-IDX TO WS-MT-COUNT
               MOVE WS-FIND-SUPPLIER TO MT-SUPPLIER(MT-IDX)
               MOVE WS-FIND-SKU TO MT-SKU(MT-IDX)
               MOVE 0 TO MT-ORDERED-QTY(MT-IDX)
               MOVE 0 TO MT-RECEIVED-QTY(MT-IDX)
               MOVE 0 TO MT-PAID-QTY(MT-IDX)
           END-IF.

      *    Leaves IV-IDX on the entry for WS-INV-SUPPLIER and
      *    WS-INV-NUMBER, adding it unpaid and unseen when it is new.
       0160-FIND-INVOICE-NUMBER.
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-COUNT
               IF IV-SUPPLIER(IV-IDX) = WS-INV-SUPPLIER
                   AND IV-INVOICE-NO(IV-IDX) = WS-INV-NUMBER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IV-IDX > WS-IV-COUNT
               IF WS-IV-COUNT >= 5000
                   DISPLAY "INVOICE-MATCH: MORE THAN 5000 INVOICE "
                       "NUMBERS, WS-INVNO-TABLE CANNOT HOLD ANY MORE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-IV-COUNT
               SET IV-IDX TO WS-IV-COUNT
               MOVE WS-INV-SUPPLIER TO IV-SUPPLIER(IV-IDX)
               MOVE WS-INV-NUMBER TO IV-INVOICE-NO(IV-IDX)
               MOVE "N" TO IV-PAID(IV-IDX)
               MOVE "N" TO IV-SEEN-TODAY(IV-IDX)
           END-IF.

      *    An invoice number already paid on an earlier night, or
      *    presented twice tonight, is a duplicate: every line on it
      *    is held without being matched.
       0200-START-INVOICE.
           MOVE "N" TO WS-INV-DUPLICATE.
           PERFORM 0160-FIND-INVOICE-NUMBER.
           IF IV-PAID(IV-IDX) = "Y" OR IV-SEEN-TODAY(IV-IDX) = "Y"
               MOVE "Y" TO WS-INV-DUPLICATE
           END-IF.
           MOVE "Y" TO IV-SEEN-TODAY(IV-IDX).

      *    Three-way match of one invoice line: the order (was it
      *    ordered at all), the receipt (has that much arrived and not
      *    already been paid) and the price (within tolerance of
      *    MASTER-UNIT-COST).  Every failing test gets its own
      *    exception line; only a line that passes all of them is
      *    approved, and only approved quantity uses up the receipts.
       0300-MATCH-INVOICE-LINE.
           ADD 1 TO WS-LINES-READ.
           MOVE "Y" TO WS-LINE-CLEAN.
           MOVE 0 TO WS-AVAIL-QTY.
           MOVE 0 TO WS-MASTER-COST.
           MOVE 0 TO WS-PRICE-VAR-PCT.
           COMPUTE WS-EXTENDED = WS-INV-QTY * WS-INV-PRICE.
           IF WS-INV-DUPLICATE = "Y"
               MOVE "N" TO WS-LINE-CLEAN
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUPLICATE INVOICE" TO IED-REASON
               PERFORM 0390-WRITE-EXCEPTION
               MOVE "DUPLICAT" TO WS-INV-STATUS
           ELSE
               PERFORM 0305-MATCH-THREE-WAYS
           END-IF.
           IF WS-LINE-CLEAN = "N"
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-EXTENDED TO WS-HELD-AMOUNT
           END-IF.
           IF WS-RERUN = "N"
               PERFORM 0360-WRITE-REGISTER-LINE
           END-IF.

       0305-MATCH-THREE-WAYS.
           PERFORM 0310-FIND-ON-MASTER.
           IF WS-ON-MASTER = "N"
               MOVE "N" TO WS-LINE-CLEAN
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               MOVE "SKU NOT ON MASTER" TO IED-REASON
               PERFORM 0390-WRITE-EXCEPTION
           END-IF.
           MOVE WS-INV-SUPPLIER TO WS-FIND-SUPPLIER.
           MOVE WS-INV-SKU TO WS-FIND-SKU.
           PERFORM 0150-FIND-MATCH-ENTRY.
           COMPUTE WS-AVAIL-QTY = MT-RECEIVED-QTY(MT-IDX)
               - MT-PAID-QTY(MT-IDX).
           IF MT-ORDERED-QTY(MT-IDX) = 0
               MOVE "N" TO WS-LINE-CLEAN
               ADD 1 TO WS-NO-ORDER-COUNT
               MOVE "NO ORDER PLACED" TO IED-REASON
               PERFORM 0390-WRITE-EXCEPTION
           END-IF.
           IF WS-INV-QTY > WS-AVAIL-QTY
               MOVE "N" TO WS-LINE-CLEAN
               ADD 1 TO WS-NOT-RECEIVED-COUNT
               MOVE "BILLED NOT RECEIVED" TO IED-REASON
               PERFORM 0390-WRITE-EXCEPTION
           END-IF.
           IF WS-ON-MASTER = "Y"
               PERFORM 0320-CHECK-PRICE
           END-IF.
           IF WS-LINE-CLEAN = "Y"
               ADD WS-INV-QTY TO MT-PAID-QTY(MT-IDX)
               PERFORM 0350-WRITE-PAY-APPROVED
               MOVE "APPROVED" TO WS-INV-STATUS
               MOVE "Y" TO IV-PAID(IV-IDX)
           ELSE
               MOVE "EXCEPTN" TO WS-INV-STATUS
           END-IF.

      *    Invoices normally carry our SKU; a line without one is
      *    looked up by item name, the way receiving matches an
      *    unnumbered confirmation line.
       0310-FIND-ON-MASTER.
           MOVE "N" TO WS-ON-MASTER.
           IF WS-INV-SKU > 0
               MOVE WS-INV-SKU TO MASTER-SKU
               READ FI-ITEM-MASTER KEY IS MASTER-SKU
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-ON-MASTER
               END-READ
           ELSE
               MOVE WS-INV-ITEM-NAME TO MASTER-ITEM-NAME
               READ FI-ITEM-MASTER KEY IS MASTER-ITEM-NAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-MASTER
                       MOVE MASTER-SKU TO WS-INV-SKU
               END-READ
           END-IF.
           IF WS-ON-MASTER = "Y"
               MOVE MASTER-UNIT-COST TO WS-MASTER-COST
               IF WS-INV-ITEM-NAME = SPACES
                   MOVE MASTER-ITEM-NAME TO WS-INV-ITEM-NAME
               END-IF
           END-IF.

       0320-CHECK-PRICE.
           IF WS-MASTER-COST = 0
               IF WS-INV-PRICE NOT = 0
                   MOVE 999.99 TO WS-PRICE-VAR-PCT
               END-IF
           ELSE
               COMPUTE WS-PRICE-VAR-PCT ROUNDED =
                   (WS-INV-PRICE - WS-MASTER-COST) * 100
                   / WS-MASTER-COST
                   ON SIZE ERROR MOVE 999.99 TO WS-PRICE-VAR-PCT
               END-COMPUTE
           END-IF.
           IF WS-PRICE-VAR-PCT > WS-TOLERANCE-PCT
               OR WS-PRICE-VAR-PCT < 0 - WS-TOLERANCE-PCT
               MOVE "N" TO WS-LINE-CLEAN
               ADD 1 TO WS-PRICE-VAR-COUNT
               MOVE "PRICE VARIANCE" TO IED-REASON
               PERFORM 0390-WRITE-EXCEPTION
           END-IF.

       0350-WRITE-PAY-APPROVED.
           ADD 1 TO WS-APPROVED-COUNT.
           ADD WS-INV-QTY TO WS-APPROVED-QTY.
           ADD WS-EXTENDED TO WS-APPROVED-AMOUNT.
           MOVE WS-INV-SUPPLIER TO PAD-SUPPLIER.
           MOVE WS-INV-NUMBER TO PAD-INVOICE-NO.
           MOVE WS-INV-DATE TO PAD-INVOICE-DATE.
           MOVE WS-INV-SKU TO PAD-SKU.
           MOVE WS-INV-QTY TO PAD-QTY.
           MOVE WS-INV-PRICE TO PAD-UNIT-PRICE.
           MOVE WS-EXTENDED TO PAD-EXTENDED.
           MOVE "DTL" TO PA-REC-TYPE.
           MOVE WS-PA-DETAIL TO PA-BODY.
           WRITE PA-REC.

       0360-WRITE-REGISTER-LINE.
           MOVE SPACES TO FS-INV-REG-REC.
           MOVE WS-RUN-DATE-NUM TO IR-BUS-DATE.
           MOVE WS-INV-SUPPLIER TO IR-SUPPLIER.
           MOVE WS-INV-NUMBER TO IR-INVOICE-NO.
           MOVE WS-INV-DATE TO IR-INVOICE-DATE.
           MOVE WS-INV-SKU TO IR-SKU.
           MOVE WS-INV-QTY TO IR-BILLED-QTY.
           MOVE WS-INV-PRICE TO IR-UNIT-PRICE.
           MOVE WS-INV-STATUS TO IR-STATUS.
           MOVE WS-INV-ITEM-NAME TO IR-ITEM-NAME.
           WRITE FS-INV-REG-REC.

      *    IED-REASON is set by the caller; the rest of the line is
      *    the invoice line as matched so far.
       0390-WRITE-EXCEPTION.
           MOVE WS-INV-SUPPLIER TO IED-SUPPLIER.
           MOVE WS-INV-NUMBER TO IED-INVOICE-NO.
           MOVE WS-INV-SKU TO IED-SKU.
           MOVE WS-INV-ITEM-NAME TO IED-ITEM-NAME.
           MOVE WS-INV-QTY TO WS-IE-QTY-ED.
           MOVE WS-IE-QTY-ED TO IED-BILLED-QTY.
           MOVE WS-AVAIL-QTY TO WS-IE-AVAIL-ED.
           MOVE WS-IE-AVAIL-ED TO IED-AVAIL-QTY.
           MOVE WS-INV-PRICE TO WS-IE-PRICE-ED.
           MOVE WS-IE-PRICE-ED TO IED-INV-PRICE.
           MOVE WS-MASTER-COST TO WS-IE-PRICE-ED.
           MOVE WS-IE-PRICE-ED TO IED-MASTER-COST.
           MOVE WS-PRICE-VAR-PCT TO WS-IE-PCT-ED.
           MOVE WS-IE-PCT-ED TO IED-VARIANCE.
           MOVE WS-IE-DETAIL TO IE-LINE.
           WRITE IE-LINE.
           MOVE SPACES TO WS-IE-DETAIL.

       0500-WRITE-TRAILERS.
           MOVE WS-APPROVED-COUNT TO PAT-RECORD-COUNT.
           MOVE WS-APPROVED-QTY TO PAT-HASH-QTY.
           MOVE WS-APPROVED-AMOUNT TO PAT-HASH-AMOUNT.
           MOVE "TRL" TO PA-REC-TYPE.
           MOVE WS-PA-TRAILER TO PA-BODY.
           WRITE PA-REC.
           MOVE SPACES TO IE-LINE.
           WRITE IE-LINE.
           MOVE WS-APPROVED-COUNT TO WS-IE-COUNT-ED.
           MOVE WS-APPROVED-AMOUNT TO WS-IE-AMT-ED.
           MOVE SPACES TO IE-LINE.
           STRING "LINES APPROVED FOR PAYMENT " WS-IE-COUNT-ED
               "   AMOUNT " WS-IE-AMT-ED
               DELIMITED BY SIZE INTO IE-LINE.
           WRITE IE-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-IE-COUNT-ED.
           MOVE WS-HELD-AMOUNT TO WS-IE-AMT-ED.
           MOVE SPACES TO IE-LINE.
           STRING "LINES HELD ON EXCEPTION    " WS-IE-COUNT-ED
               "   AMOUNT " WS-IE-AMT-ED
               DELIMITED BY SIZE INTO IE-LINE.
           WRITE IE-LINE.

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
