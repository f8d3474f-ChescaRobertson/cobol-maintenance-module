               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-STOCK-MOVES
               ASSIGN "stock-movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
             05 PCF-ITEM-NAME PIC X(50).
             05 FILLER PIC X.
             05 PCF-PULLED-QTY PIC 9(7).
      *    Location pulled from, as printed on the pull list; blank
      *    when the warehouse does not say.
             05 FILLER PIC X.
             05 PCF-LOCATION PIC X(4).
           FD FI-PULL-LIST.
           01 PL-LINE PIC X(110).
           FD FI-SHRINKAGE-REPORT.
           01 SH-LINE PIC X(120).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.
           FD FI-STOCK-MOVES.
           COPY STK-MOVE.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-SOURCE-COUNT PIC 9(2) VALUE 0.
           01 WS-DISPOSE-FIELDS.
             05 WS-PULLED-QTY PIC 9(7) VALUE 0.
             05 WS-HELD-QTY PIC 9(7) VALUE 0.
             05 WS-PULLABLE-QTY PIC 9(7) VALUE 0.
             05 WS-LOT-TAKE PIC 9(7) VALUE 0.
             05 WS-LOT-REMAIN PIC 9(7) VALUE 0.
             05 WS-LOT-DONE PIC X VALUE "N".
             05 WS-LOTS-OPEN PIC X VALUE "N".
      *    Location the confirmed pull came from; its lots are
      *    relieved first, then any location oldest first.
             05 WS-LOT-LOCATION-FILTER PIC X(4) VALUE SPACES.
             05 WS-EXTENDED-COST PIC 9(11)V99 VALUE 0.
             05 WS-ON-PULL-LIST PIC X VALUE "N".
             05 WS-CONFIRM-COUNT PIC 9(6) VALUE 0.
             05 WS-CONFIRM-ERRORS PIC 9(6) VALUE 0.
             05 WS-TOTAL-SHRINK PIC 9(13)V99 VALUE 0.
      *    One pull-list item's on-hand split by where it sits.
           01 WS-PULL-LOC-CTL.
             05 WS-PULL-LOC-COUNT PIC 9(2) VALUE 0.
             05 WS-PULL-LOC-SUM PIC 9(9) VALUE 0.
           01 WS-PULL-LOC-TABLE.
             05 WS-PULL-LOC-ENTRY OCCURS 9 TIMES INDEXED BY PLC-IDX.
               10 PLC-LOCATION PIC X(4).
               10 PLC-QTY PIC 9(9).
           01 WS-PL-EDIT-FIELDS.
             05 WS-PL-QTY-ED PIC ZZZZZZ9.
             05 WS-PL-AMOUNT-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             05 PLD-QTY PIC X(7).
             05 FILLER PIC X(2) VALUE SPACES.
             05 PLD-REASON PIC X(14).
             05 FILLER PIC X(2) VALUE SPACES.
             05 PLD-LOCATION PIC X(4).
           01 WS-SH-DETAIL.
             05 SHD-CATEGORY PIC X(10).
             05 FILLER PIC X(2) VALUE SPACES.
           END-IF.
           PERFORM 0070-OPEN-ITEM-LOTS.
           OPEN OUTPUT FI-PULL-LIST FI-SHRINKAGE-REPORT.
           OPEN EXTEND FI-STOCK-MOVES.
           PERFORM 0100-SELECT-WASTE-ITEMS.
           PERFORM 0200-WRITE-PULL-LIST.
           PERFORM 0300-APPLY-PULL-CONFIRM.
           END-IF.
           CLOSE FI-PULL-LIST.
           CLOSE FI-SHRINKAGE-REPORT.
           CLOSE FI-STOCK-MOVES.
           MOVE WS-PULL-COUNT TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "WASTE-DISPOSITION: " WS-PULL-COUNT

      *    The warehouse walks the floor by category, so the pull
      *    list groups every category's lines under one header in
      *    order of first appearance, with one line per location
      *    holding the item's stock.
       0200-WRITE-PULL-LIST.
           MOVE SPACES TO PL-LINE.
           STRING "WAREHOUSE PULL LIST  BUSINESS DATE " WS-RUN-DATE
               IF PT-CATEGORY(PULL-IDX) = WS-THIS-CATEGORY
                   AND PT-LISTED(PULL-IDX) = "N"
                   MOVE "Y" TO PT-LISTED(PULL-IDX)
                   PERFORM 0220-SPLIT-BY-LOCATION
                   PERFORM VARYING PLC-IDX FROM 1 BY 1
                           UNTIL PLC-IDX > WS-PULL-LOC-COUNT
                       IF PLC-QTY(PLC-IDX) > 0
                           PERFORM 0230-WRITE-PULL-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    Lot quantities by location; whatever on-hand the lots do
      *    not account for is listed with no location.  Lots on
      *    quarantine hold are accounted for but not listed - recalled
      *    stock is settled through the recall, not pulled as waste.
       0220-SPLIT-BY-LOCATION.
           MOVE 0 TO WS-PULL-LOC-COUNT.
           MOVE 0 TO WS-PULL-LOC-SUM.
           IF WS-LOTS-OPEN = "Y" AND PT-SKU(PULL-IDX) > 0
               MOVE PT-SKU(PULL-IDX) TO LOT-SKU
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE SPACES TO LOT-LOCATION
               MOVE "N" TO WS-LOT-DONE
               START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
                   INVALID KEY MOVE "Y" TO WS-LOT-DONE
               END-START
               PERFORM 0225-ADD-ONE-LOT-LOCATION
                   UNTIL WS-LOT-DONE = "Y"
           END-IF.
           IF PT-ON-HAND-QTY(PULL-IDX) > WS-PULL-LOC-SUM
               MOVE SPACES TO LOT-LOCATION
               COMPUTE LOT-ON-HAND-QTY =
                   PT-ON-HAND-QTY(PULL-IDX) - WS-PULL-LOC-SUM
               PERFORM 0227-ADD-LOCATION-QTY
           END-IF.

       0225-ADD-ONE-LOT-LOCATION.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = PT-SKU(PULL-IDX)
                   MOVE "Y" TO WS-LOT-DONE
               ELSE IF LOT-HOLD-FLAG = "H"
                   ADD LOT-ON-HAND-QTY TO WS-PULL-LOC-SUM
               ELSE
                   ADD LOT-ON-HAND-QTY TO WS-PULL-LOC-SUM
                   PERFORM 0227-ADD-LOCATION-QTY
               END-IF
           END-IF.

       0227-ADD-LOCATION-QTY.
           PERFORM VARYING PLC-IDX FROM 1 BY 1
                   UNTIL PLC-IDX > WS-PULL-LOC-COUNT
               IF PLC-LOCATION(PLC-IDX) = LOT-LOCATION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PLC-IDX > WS-PULL-LOC-COUNT
               IF WS-PULL-LOC-COUNT >= 9
                   DISPLAY "WASTE-DISPOSITION: SKU " LOT-SKU
                       " HAS STOCK IN MORE LOCATIONS THAN "
                       "WS-PULL-LOC-TABLE CAN HOLD"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PULL-LOC-COUNT
               SET PLC-IDX TO WS-PULL-LOC-COUNT
               MOVE LOT-LOCATION TO PLC-LOCATION(PLC-IDX)
               MOVE 0 TO PLC-QTY(PLC-IDX)
           END-IF.
           ADD LOT-ON-HAND-QTY TO PLC-QTY(PLC-IDX).

       0230-WRITE-PULL-LINE.
           MOVE SPACES TO WS-PL-DETAIL.
           MOVE PT-SKU(PULL-IDX) TO PLD-SKU.
           MOVE PT-ITEM-NAME(PULL-IDX) TO PLD-ITEM-NAME.
           MOVE PLC-QTY(PLC-IDX) TO WS-PL-QTY-ED.
           MOVE WS-PL-QTY-ED TO PLD-QTY.
           MOVE PT-REASON(PULL-IDX) TO PLD-REASON.
           MOVE PLC-LOCATION(PLC-IDX) TO PLD-LOCATION.
           MOVE WS-PL-DETAIL TO PL-LINE.
           WRITE PL-LINE.

      *    The book quantity only moves once the warehouse confirms
      *    the physical pull, so a night with no pull-confirm.dat
      *    just re-lists the stock and touches nothing.

       0320-POST-ONE-PULL.
           MOVE PCF-PULLED-QTY TO WS-PULLED-QTY.
           PERFORM 0325-SUM-HELD-LOTS.
           IF WS-HELD-QTY < MASTER-ON-HAND-QTY
               COMPUTE WS-PULLABLE-QTY =
                   MASTER-ON-HAND-QTY - WS-HELD-QTY
           ELSE
               MOVE 0 TO WS-PULLABLE-QTY
           END-IF.
           IF WS-PULLED-QTY > WS-PULLABLE-QTY
               MOVE WS-PULLABLE-QTY TO WS-PULLED-QTY
           END-IF.
           SUBTRACT WS-PULLED-QTY FROM MASTER-ON-HAND-QTY.
           REWRITE MASTER-ITEM-REC.
           PERFORM 0068-FIND-ITEM-SOURCE.
           PERFORM 0340-ADD-SHRINK-TOTALS.
           PERFORM 0350-WRITE-SHRINK-DETAIL.
           IF WS-PULLED-QTY > 0
               PERFORM 0360-WRITE-STOCK-MOVE
           END-IF.

      *    Held stock cannot be pulled as waste, so a confirmation is
      *    only posted up to the on-hand not on quarantine hold.
       0325-SUM-HELD-LOTS.
           MOVE 0 TO WS-HELD-QTY.
           IF WS-LOTS-OPEN = "Y" AND MASTER-SKU > 0
               MOVE MASTER-SKU TO LOT-SKU
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE SPACES TO LOT-LOCATION
               MOVE "N" TO WS-LOT-DONE
               START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
                   INVALID KEY MOVE "Y" TO WS-LOT-DONE
               END-START
               PERFORM 0327-ADD-ONE-HELD-LOT
                   UNTIL WS-LOT-DONE = "Y"
           END-IF.

       0327-ADD-ONE-HELD-LOT.
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

      *    Discarded stock leaves the oldest receipts first, the same
      *    FIFO order the aging and valuation already assume - first
      *    from the location the warehouse says it pulled from, then
      *    from anywhere for whatever that location could not cover.
      *    Held lots are passed over.
       0330-REDUCE-LOTS-FIFO.
           MOVE WS-PULLED-QTY TO WS-LOT-REMAIN.
           MOVE PCF-LOCATION TO WS-LOT-LOCATION-FILTER.
           IF WS-LOT-LOCATION-FILTER NOT = SPACES
               PERFORM 0332-REDUCE-LOT-PASS
               MOVE SPACES TO WS-LOT-LOCATION-FILTER
           END-IF.
           PERFORM 0332-REDUCE-LOT-PASS.

       0332-REDUCE-LOT-PASS.
           IF WS-LOTS-OPEN = "Y" AND MASTER-SKU > 0
               AND WS-LOT-REMAIN > 0
               MOVE MASTER-SKU TO LOT-SKU
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE SPACES TO LOT-LOCATION
               MOVE "N" TO WS-LOT-DONE
               START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
                   INVALID KEY MOVE "Y" TO WS-LOT-DONE
                   OR LOT-SKU NOT = MASTER-SKU
                   OR WS-LOT-REMAIN = 0
                   MOVE "Y" TO WS-LOT-DONE
               ELSE IF (WS-LOT-LOCATION-FILTER NOT = SPACES
                   AND LOT-LOCATION NOT = WS-LOT-LOCATION-FILTER)
                   OR LOT-HOLD-FLAG = "H"
                   CONTINUE
               ELSE
                   IF LOT-ON-HAND-QTY > WS-LOT-REMAIN
                       MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
           MOVE WS-SH-DETAIL TO SH-LINE.
           WRITE SH-LINE.

      *    Shrink leaves the book as a negative movement at the same
      *    extended cost the shrinkage report carries.
       0360-WRITE-STOCK-MOVE.
           MOVE SPACES TO FS-STOCK-MOVE-REC.
           MOVE WS-RUN-DATE-NUM TO MV-BUS-DATE.
           MOVE MASTER-SKU TO MV-SKU.
           MOVE "SHRK" TO MV-TYPE.
           COMPUTE MV-QTY = 0 - WS-PULLED-QTY.
           MOVE MASTER-UNIT-COST TO MV-UNIT-COST.
           COMPUTE MV-EXT-COST = 0 - WS-EXTENDED-COST.
           MOVE WS-ITEM-SOURCE TO MV-SUPPLIER.
           MOVE WS-RCT-STEP-NAME TO MV-STEP-NAME.
           MOVE MASTER-ITEM-NAME TO MV-ITEM-NAME.
           WRITE FS-STOCK-MOVE-REC.

       0400-WRITE-SHRINKAGE-TOTALS.
           MOVE SPACES TO SH-LINE.
           WRITE SH-LINE.
