       IDENTIFICATION DIVISION.
       PROGRAM-ID. "sales-posting".

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
             SELECT OPTIONAL FI-REGISTER-SALES
               ASSIGN "register-sales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.
             SELECT OPTIONAL FI-SALES-HISTORY
               ASSIGN "sales-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
             SELECT FI-SALES-EXCEPTIONS
               ASSIGN "sales-exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
             SELECT OPTIONAL FI-STOCK-MOVES
               ASSIGN "stock-movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-ITEM-MASTER.
           COPY ITEM-MSTR.
           FD FI-ITEM-LOTS.
           COPY ITEM-LOTS.
      *    One line per register line rung during the day, collected
      *    from the stores' registers ahead of the nightly run.
           FD FI-REGISTER-SALES.
           01 FS-SALE-REC.
             05 RS-SKU PIC 9(8).
             05 FILLER PIC X.
             05 RS-QTY-SOLD PIC 9(5).
             05 FILLER PIC X.
             05 RS-PRICE-RUNG PIC 9(5)V99.
             05 FILLER PIC X.
             05 RS-REGISTER PIC X(4).
             05 FILLER PIC X.
             05 RS-SALE-DATE PIC 9(8).
           FD FI-SALES-HISTORY.
           COPY SALES-HIST.
           FD FI-SALES-EXCEPTIONS.
           01 SE-LINE PIC X(130).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.
           FD FI-STOCK-MOVES.
           COPY STK-MOVE.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "SALES-POSTING".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
           01 WS-FILE-STATUSES.
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-LOTS-STATUS PIC XX VALUE "00".
             05 WS-SALES-STATUS PIC XX VALUE "00".
             05 WS-HISTORY-STATUS PIC XX VALUE "00".
             05 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
           01 WS-POSTING-FIELDS.
             05 WS-ALREADY-POSTED PIC X VALUE "N".
             05 WS-LOTS-OPEN PIC X VALUE "N".
             05 WS-ON-MASTER PIC X VALUE "N".
             05 WS-SALE-DATE PIC 9(8) VALUE 0.
             05 WS-POST-QTY PIC 9(7) VALUE 0.
             05 WS-SHORT-QTY PIC 9(7) VALUE 0.
             05 WS-HELD-QTY PIC 9(7) VALUE 0.
             05 WS-SELLABLE-QTY PIC 9(7) VALUE 0.
             05 WS-LOT-TAKE PIC 9(7) VALUE 0.
             05 WS-HIST-RELIEVED PIC 9(7) VALUE 0.
             05 WS-LOT-REMAIN PIC 9(7) VALUE 0.
             05 WS-LOT-DONE PIC X VALUE "N".
      *    F while relieving shop-floor lots, W for the warehouse.
             05 WS-LOT-PASS PIC X VALUE "F".
             05 WS-WAREHOUSE-LOCATION PIC X(4) VALUE "WHSE".
             05 WS-EXCEPTION PIC X(16) VALUE SPACES.
           01 WS-POSTING-TOTALS.
             05 WS-LINES-READ PIC 9(6) VALUE 0.
             05 WS-LINES-POSTED PIC 9(6) VALUE 0.
             05 WS-NOT-ON-MASTER PIC 9(6) VALUE 0.
             05 WS-NEGATIVE-COUNT PIC 9(6) VALUE 0.
             05 WS-HELD-SHORT-COUNT PIC 9(6) VALUE 0.
             05 WS-PRICE-VAR-COUNT PIC 9(6) VALUE 0.
             05 WS-INVALID-COUNT PIC 9(6) VALUE 0.
             05 WS-UNITS-SOLD PIC 9(9) VALUE 0.
             05 WS-UNITS-RELIEVED PIC 9(9) VALUE 0.
             05 WS-SALES-REVENUE PIC 9(11)V99 VALUE 0.
             05 WS-LINE-REVENUE PIC 9(11)V99 VALUE 0.
             05 WS-HISTORY-COUNT PIC 9(8) VALUE 0.
           01 WS-SE-EDIT-FIELDS.
             05 WS-SE-QTY-ED PIC ZZZZZZ9.
             05 WS-SE-PRICE-ED PIC ZZ,ZZ9.99.
             05 WS-SE-AMOUNT-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-SE-DETAIL.
             05 SED-EXCEPTION PIC X(16).
             05 FILLER PIC X(2) VALUE SPACES.
             05 SED-SKU PIC 9(8).
             05 FILLER PIC X(2) VALUE SPACES.
             05 SED-REGISTER PIC X(4).
             05 FILLER PIC X(2) VALUE SPACES.
             05 SED-ITEM-NAME PIC X(50).
             05 FILLER PIC X(2) VALUE SPACES.
             05 SED-QTY-SOLD PIC X(7).
             05 FILLER PIC X(2) VALUE SPACES.
             05 SED-ON-HAND PIC X(7).
             05 FILLER PIC X(2) VALUE SPACES.
             05 SED-PRICE-RUNG PIC X(9).
             05 FILLER PIC X(2) VALUE SPACES.
             05 SED-LIST-PRICE PIC X(9).

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0060-CHECK-ALREADY-POSTED.
           PERFORM 0900-STAMP-STEP-START.
           IF WS-ALREADY-POSTED = "Y"
               DISPLAY "SALES-POSTING: " WS-RUN-DATE " ALREADY "
                   "POSTED, NOTHING POSTED ON THIS RUN"
               PERFORM 0910-STAMP-STEP-END
               STOP RUN
           END-IF.
           OPEN I-O FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SALES-POSTING: CANNOT OPEN "
                   "ITEM-MASTER.DAT, STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0070-OPEN-ITEM-LOTS.
           OPEN OUTPUT FI-SALES-EXCEPTIONS.
           OPEN EXTEND FI-SALES-HISTORY.
           OPEN EXTEND FI-STOCK-MOVES.
           PERFORM 0100-POST-REGISTER-SALES.
           PERFORM 0400-WRITE-POSTING-TOTALS.
           CLOSE FI-ITEM-MASTER.
           IF WS-LOTS-OPEN = "Y"
               CLOSE FI-ITEM-LOTS
           END-IF.
           CLOSE FI-SALES-HISTORY.
           CLOSE FI-SALES-EXCEPTIONS.
           CLOSE FI-STOCK-MOVES.
           MOVE WS-LINES-POSTED TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "SALES-POSTING: " WS-LINES-READ
               " SALE LINE(S) READ, " WS-LINES-POSTED
               " POSTED, " WS-NOT-ON-MASTER " NOT ON MASTER, "
               WS-NEGATIVE-COUNT " SHORT ON-HAND, "
               WS-HELD-SHORT-COUNT " SHORT HELD, "
               WS-PRICE-VAR-COUNT " PRICE VARIANCE(S)".
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
               DISPLAY "SALES-POSTING: BUSINESS DATE PARM "
                   "(YYYYMMDD) IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.

      *    A rerun after a later step abends must not take the same
      *    day's sales off the shelves twice: an OK end stamp for this
      *    step and business date means the register file has been
      *    posted in full.
       0060-CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-ALREADY-POSTED.
           OPEN INPUT FI-RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM 0065-CHECK-ONE-STAMP
                   UNTIL WS-RUNCTL-STATUS NOT = "00"
               CLOSE FI-RUN-CONTROL
           END-IF.

       0065-CHECK-ONE-STAMP.
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

       0070-OPEN-ITEM-LOTS.
           OPEN I-O FI-ITEM-LOTS.
           IF WS-LOTS-STATUS = "00" OR WS-LOTS-STATUS = "05"
               MOVE "Y" TO WS-LOTS-OPEN
           ELSE
               MOVE "N" TO WS-LOTS-OPEN
               DISPLAY "SALES-POSTING: ITEM-LOTS.DAT NOT "
                   "AVAILABLE, STATUS=" WS-LOTS-STATUS
                   ", SALES POSTED TO MASTER TOTALS ONLY"
           END-IF.

      *    Registers ring by SKU, so each sale is found on the master
      *    through the MASTER-SKU alternate key.  Lines that cannot be
      *    posted are reported and left for the stores to resolve.
       0100-POST-REGISTER-SALES.
           MOVE SPACES TO SE-LINE.
           STRING "SALES POSTING EXCEPTIONS  BUSINESS DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO SE-LINE.
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           WRITE SE-LINE.
           OPEN INPUT FI-REGISTER-SALES.
           IF WS-SALES-STATUS NOT = "00"
               DISPLAY "SALES-POSTING: NO REGISTER-SALES.DAT, "
                   "NO SALES POSTED"
               MOVE "NO REGISTER SALES THIS RUN" TO SE-LINE
               WRITE SE-LINE
           ELSE
               PERFORM 0110-POST-ONE-SALE
                   UNTIL WS-SALES-STATUS NOT = "00"
               CLOSE FI-REGISTER-SALES
           END-IF.

       0110-POST-ONE-SALE.
           READ FI-REGISTER-SALES
               AT END CONTINUE
           END-READ.
           IF WS-SALES-STATUS = "00"
               ADD 1 TO WS-LINES-READ
               IF RS-SKU IS NOT NUMERIC
                   OR RS-QTY-SOLD IS NOT NUMERIC
                   OR RS-PRICE-RUNG IS NOT NUMERIC
                   OR RS-QTY-SOLD = 0
                   PERFORM 0115-REPORT-INVALID-SALE
               ELSE
                   PERFORM 0120-FIND-MASTER-BY-SKU
                   IF WS-ON-MASTER NOT = "Y"
                       PERFORM 0125-REPORT-NOT-ON-MASTER
                   ELSE
                       PERFORM 0200-POST-SALE-TO-MASTER
                   END-IF
               END-IF
           END-IF.

       0115-REPORT-INVALID-SALE.
           ADD 1 TO WS-INVALID-COUNT.
           MOVE SPACES TO SE-LINE.
           STRING "INVALID SALE LINE " FS-SALE-REC
               DELIMITED BY SIZE INTO SE-LINE.
           WRITE SE-LINE.

      *    SKU zero is what unassigned items carry on the master, so
      *    a sale rung against it can never be matched to one item.
       0120-FIND-MASTER-BY-SKU.
           MOVE "N" TO WS-ON-MASTER.
           IF RS-SKU > 0
               MOVE RS-SKU TO MASTER-SKU
               READ FI-ITEM-MASTER KEY IS MASTER-SKU
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-ON-MASTER
               END-READ
           END-IF.

       0125-REPORT-NOT-ON-MASTER.
           ADD 1 TO WS-NOT-ON-MASTER.
           MOVE SPACES TO MASTER-ITEM-NAME.
           MOVE 0 TO MASTER-ON-HAND-QTY MASTER-SELL-PRICE.
           MOVE "NOT ON MASTER" TO WS-EXCEPTION.
           PERFORM 0350-WRITE-EXCEPTION-LINE.

      *    On-hand is never driven below zero: only what the book
      *    shows is relieved, and the shortfall is reported so the
      *    stores can find the missed receipt or mis-rung SKU.  The
      *    price check is against the MASTER-SELL-PRICE the registers
      *    were sent, before tonight's markdown changes it.  Stock in
      *    lots on quarantine hold is not sellable, so a sale that
      *    could only be covered from held lots is reported as a
      *    held-stock shortfall rather than relieved against them.
       0200-POST-SALE-TO-MASTER.
           IF RS-SALE-DATE IS NUMERIC AND RS-SALE-DATE > 0
               MOVE RS-SALE-DATE TO WS-SALE-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-SALE-DATE
           END-IF.
           MOVE RS-QTY-SOLD TO WS-POST-QTY.
           MOVE 0 TO WS-SHORT-QTY.
           PERFORM 0210-SUM-HELD-LOTS.
           IF WS-HELD-QTY < MASTER-ON-HAND-QTY
               COMPUTE WS-SELLABLE-QTY =
                   MASTER-ON-HAND-QTY - WS-HELD-QTY
           ELSE
               MOVE 0 TO WS-SELLABLE-QTY
           END-IF.
           IF WS-POST-QTY > WS-SELLABLE-QTY
               COMPUTE WS-SHORT-QTY =
                   WS-POST-QTY - WS-SELLABLE-QTY
               MOVE WS-SELLABLE-QTY TO WS-POST-QTY
               IF RS-QTY-SOLD > MASTER-ON-HAND-QTY
                   MOVE "NEGATIVE ON-HAND" TO WS-EXCEPTION
                   ADD 1 TO WS-NEGATIVE-COUNT
               ELSE
                   MOVE "HELD STOCK SHORT" TO WS-EXCEPTION
                   ADD 1 TO WS-HELD-SHORT-COUNT
               END-IF
               PERFORM 0350-WRITE-EXCEPTION-LINE
           END-IF.
           IF RS-PRICE-RUNG NOT = MASTER-SELL-PRICE
               MOVE "PRICE VARIANCE" TO WS-EXCEPTION
               ADD 1 TO WS-PRICE-VAR-COUNT
               PERFORM 0350-WRITE-EXCEPTION-LINE
           END-IF.
           SUBTRACT WS-POST-QTY FROM MASTER-ON-HAND-QTY.
           REWRITE MASTER-ITEM-REC.
           ADD 1 TO WS-LINES-POSTED.
           ADD RS-QTY-SOLD TO WS-UNITS-SOLD.
           ADD WS-POST-QTY TO WS-UNITS-RELIEVED.
           COMPUTE WS-LINE-REVENUE ROUNDED =
               RS-QTY-SOLD * RS-PRICE-RUNG.
           ADD WS-LINE-REVENUE TO WS-SALES-REVENUE.
           IF WS-POST-QTY > 0
               PERFORM 0320-WRITE-STOCK-MOVE
           END-IF.
           MOVE WS-POST-QTY TO WS-LOT-REMAIN.
           PERFORM 0230-RELIEVE-LOTS-FIFO.
           IF WS-LOT-REMAIN > 0
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
               MOVE WS-LOT-REMAIN TO WS-HIST-RELIEVED
               PERFORM 0300-WRITE-HISTORY-LINE
           END-IF.
           IF WS-SHORT-QTY > 0
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE WS-SHORT-QTY TO WS-LOT-TAKE
               MOVE 0 TO WS-HIST-RELIEVED
               PERFORM 0300-WRITE-HISTORY-LINE
           END-IF.

       0210-SUM-HELD-LOTS.
           MOVE 0 TO WS-HELD-QTY.
           IF WS-LOTS-OPEN = "Y"
               MOVE MASTER-SKU TO LOT-SKU
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE SPACES TO LOT-LOCATION
               MOVE "N" TO WS-LOT-DONE
               START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
                   INVALID KEY MOVE "Y" TO WS-LOT-DONE
               END-START
               PERFORM 0215-ADD-ONE-HELD-LOT
                   UNTIL WS-LOT-DONE = "Y"
           END-IF.

       0215-ADD-ONE-HELD-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = MASTER-SKU
                   MOVE "Y" TO WS-LOT-DONE
               ELSE IF LOT-HOLD-FLAG = "H"
                   ADD LOT-ON-HAND-QTY TO WS-HELD-QTY
               END-IF
           END-IF.

      *    Sold stock leaves the oldest receipts first, the same FIFO
      *    order waste disposition and valuation already assume.  The
      *    registers are on the shop floors, so floor lots are relieved
      *    first and the warehouse only covers what the floors could
      *    not.  Any units the lots cannot cover stay in WS-LOT-REMAIN
      *    and are booked against on-hand without lot detail.  Held
      *    lots are passed over.
       0230-RELIEVE-LOTS-FIFO.
           MOVE "F" TO WS-LOT-PASS.
           PERFORM 0232-RELIEVE-LOT-PASS.
           MOVE "W" TO WS-LOT-PASS.
           PERFORM 0232-RELIEVE-LOT-PASS.

       0232-RELIEVE-LOT-PASS.
           IF WS-LOTS-OPEN = "Y" AND WS-LOT-REMAIN > 0
               MOVE MASTER-SKU TO LOT-SKU
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE SPACES TO LOT-LOCATION
               MOVE "N" TO WS-LOT-DONE
               START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
                   INVALID KEY MOVE "Y" TO WS-LOT-DONE
               END-START
               PERFORM 0235-RELIEVE-ONE-LOT
                   UNTIL WS-LOT-DONE = "Y"
           END-IF.

       0235-RELIEVE-ONE-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = MASTER-SKU
                   OR WS-LOT-REMAIN = 0
                   MOVE "Y" TO WS-LOT-DONE
               ELSE IF (WS-LOT-PASS = "F"
                       AND LOT-LOCATION = WS-WAREHOUSE-LOCATION)
                   OR (WS-LOT-PASS = "W"
                       AND LOT-LOCATION NOT = WS-WAREHOUSE-LOCATION)
                   OR LOT-HOLD-FLAG = "H"
                   CONTINUE
               ELSE
                   IF LOT-ON-HAND-QTY > WS-LOT-REMAIN
                       MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
                   ELSE
                       MOVE LOT-ON-HAND-QTY TO WS-LOT-TAKE
                   END-IF
                   SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAIN
                   MOVE WS-LOT-TAKE TO WS-HIST-RELIEVED
                   PERFORM 0300-WRITE-HISTORY-LINE
                   IF WS-LOT-TAKE = LOT-ON-HAND-QTY
                       DELETE FI-ITEM-LOTS
                   ELSE
                       SUBTRACT WS-LOT-TAKE FROM LOT-ON-HAND-QTY
                       REWRITE LOT-ITEM-REC
                   END-IF
               END-IF
           END-IF.

      *    WS-LOT-TAKE units of the current sale, WS-HIST-RELIEVED of
      *    them taken off the lot received on LOT-RECEIPT-DATE (zero
      *    when the units had no lot detail).
       0300-WRITE-HISTORY-LINE.
           MOVE SPACES TO FS-SALES-HIST-REC.
           MOVE MASTER-SKU TO SH-SKU.
           MOVE WS-RUN-DATE-NUM TO SH-BUS-DATE.
           MOVE WS-SALE-DATE TO SH-SALE-DATE.
           MOVE RS-REGISTER TO SH-REGISTER.
           MOVE MASTER-ITEM-NAME TO SH-ITEM-NAME.
           MOVE WS-LOT-TAKE TO SH-QTY-SOLD.
           MOVE WS-HIST-RELIEVED TO SH-QTY-RELIEVED.
           MOVE RS-PRICE-RUNG TO SH-PRICE-RUNG.
           MOVE MASTER-SELL-PRICE TO SH-MASTER-PRICE.
           MOVE MASTER-UNIT-COST TO SH-UNIT-COST.
           MOVE LOT-RECEIPT-DATE TO SH-LOT-RECEIPT-DATE.
           WRITE FS-SALES-HIST-REC.
           ADD 1 TO WS-HISTORY-COUNT.

      *    Only the units actually relieved from on-hand move the
      *    book; a shortfall never reached the shelf count.
       0320-WRITE-STOCK-MOVE.
           MOVE SPACES TO FS-STOCK-MOVE-REC.
           MOVE WS-RUN-DATE-NUM TO MV-BUS-DATE.
           MOVE MASTER-SKU TO MV-SKU.
           MOVE "SALE" TO MV-TYPE.
           COMPUTE MV-QTY = 0 - WS-POST-QTY.
           MOVE MASTER-UNIT-COST TO MV-UNIT-COST.
           COMPUTE MV-EXT-COST ROUNDED =
               0 - (WS-POST-QTY * MASTER-UNIT-COST).
           MOVE WS-RCT-STEP-NAME TO MV-STEP-NAME.
           MOVE MASTER-ITEM-NAME TO MV-ITEM-NAME.
           WRITE FS-STOCK-MOVE-REC.

       0350-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-SE-DETAIL.
           MOVE WS-EXCEPTION TO SED-EXCEPTION.
           MOVE RS-SKU TO SED-SKU.
           MOVE RS-REGISTER TO SED-REGISTER.
           MOVE MASTER-ITEM-NAME TO SED-ITEM-NAME.
           MOVE RS-QTY-SOLD TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SED-QTY-SOLD.
           MOVE MASTER-ON-HAND-QTY TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SED-ON-HAND.
           MOVE RS-PRICE-RUNG TO WS-SE-PRICE-ED.
           MOVE WS-SE-PRICE-ED TO SED-PRICE-RUNG.
           MOVE MASTER-SELL-PRICE TO WS-SE-PRICE-ED.
           MOVE WS-SE-PRICE-ED TO SED-LIST-PRICE.
           MOVE WS-SE-DETAIL TO SE-LINE.
           WRITE SE-LINE.

       0400-WRITE-POSTING-TOTALS.
           MOVE SPACES TO SE-LINE.
           WRITE SE-LINE.
           MOVE "POSTING TOTALS" TO SE-LINE.
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "LINES READ" TO SE-LINE(1:20).
           MOVE WS-LINES-READ TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SE-LINE(22:7).
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "LINES POSTED" TO SE-LINE(1:20).
           MOVE WS-LINES-POSTED TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SE-LINE(22:7).
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "NOT ON MASTER" TO SE-LINE(1:20).
           MOVE WS-NOT-ON-MASTER TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SE-LINE(22:7).
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "NEGATIVE ON-HAND" TO SE-LINE(1:20).
           MOVE WS-NEGATIVE-COUNT TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SE-LINE(22:7).
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "HELD STOCK SHORT" TO SE-LINE(1:20).
           MOVE WS-HELD-SHORT-COUNT TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SE-LINE(22:7).
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "PRICE VARIANCE" TO SE-LINE(1:20).
           MOVE WS-PRICE-VAR-COUNT TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SE-LINE(22:7).
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "INVALID LINES" TO SE-LINE(1:20).
           MOVE WS-INVALID-COUNT TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SE-LINE(22:7).
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "UNITS SOLD" TO SE-LINE(1:20).
           MOVE WS-UNITS-SOLD TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SE-LINE(22:7).
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "UNITS RELIEVED" TO SE-LINE(1:20).
           MOVE WS-UNITS-RELIEVED TO WS-SE-QTY-ED.
           MOVE WS-SE-QTY-ED TO SE-LINE(22:7).
           WRITE SE-LINE.
           MOVE SPACES TO SE-LINE.
           MOVE "SALES REVENUE" TO SE-LINE(1:20).
           MOVE WS-SALES-REVENUE TO WS-SE-AMOUNT-ED.
           MOVE WS-SE-AMOUNT-ED TO SE-LINE(22:18).
           WRITE SE-LINE.

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
