             05 WS-LOT-PCT PIC 9(3) VALUE 0.
             05 WS-LOT-VALUE PIC 9(11)V99 VALUE 0.
             05 WS-CNT-LOTS-VALUED PIC 9(6) VALUE 0.
           01 WS-HELD-FIELDS.
      *    Lots on quarantine hold under a supplier recall are carried
      *    at full unit cost (no write-down) on their own GL line and
      *    report line, never in the item's category.
             05 WS-HELD-QTY PIC 9(9) VALUE 0.
             05 WS-HELD-VALUE PIC 9(11)V99 VALUE 0.
             05 WS-FREE-QTY PIC 9(9) VALUE 0.
             05 WS-HELD-ITEM-COUNT PIC 9(6) VALUE 0.
             05 WS-HELD-TOTAL-VALUE PIC 9(13)V99 VALUE 0.
           01 WS-CAT-CTL.
             05 WS-CAT-COUNT PIC 9(2) VALUE 0.
             05 WS-THIS-CATEGORY PIC X(10) VALUE SPACES.
           PERFORM 0125-VALUE-ITEM.
           PERFORM 0130-ADD-CATEGORY-TOTAL.
           PERFORM 0140-WRITE-GL-DETAIL.
           IF WS-HELD-QTY > 0
               PERFORM 0145-WRITE-GL-HELD-DETAIL
           END-IF.
           GO TO 0100-START.

       0110-MATCH-CATEGORY.
           MOVE 0 TO WS-LOT-SKU-COUNT.
           MOVE 0 TO WS-LOT-QTY-SUM.
           MOVE 0 TO WS-EXTENDED-VALUE.
           MOVE 0 TO WS-HELD-QTY.
           MOVE 0 TO WS-HELD-VALUE.
           IF WS-LOTS-OPEN = "Y" AND MASTER-SKU > 0
               PERFORM 0126-VALUE-ITEM-LOTS
           END-IF.
       0126-VALUE-ITEM-LOTS.
           MOVE MASTER-SKU TO LOT-SKU.
           MOVE 0 TO LOT-RECEIPT-DATE.
           MOVE SPACES TO LOT-LOCATION.
           MOVE "N" TO WS-LOT-DONE.
           START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
               INVALID KEY MOVE "Y" TO WS-LOT-DONE
                   OR LOT-SKU NOT = MASTER-SKU
                   MOVE "Y" TO WS-LOT-DONE
               ELSE
                   IF LOT-HOLD-FLAG = "H"
                       COMPUTE WS-LOT-VALUE ROUNDED =
                           LOT-ON-HAND-QTY * MASTER-UNIT-COST
                       ADD WS-LOT-VALUE TO WS-HELD-VALUE
                       ADD LOT-ON-HAND-QTY TO WS-HELD-QTY
                   ELSE
                       MOVE LOT-SELL-IN TO WS-WD-SELL-IN
                       MOVE LOT-QUALITY TO WS-WD-QUALITY
                       PERFORM 0120-SET-WRITE-DOWN-PCT
                       COMPUTE WS-LOT-VALUE ROUNDED =
                           LOT-ON-HAND-QTY * MASTER-UNIT-COST
                           * WS-WRITE-DOWN-PCT / 100
                       ADD WS-LOT-VALUE TO WS-EXTENDED-VALUE
                   END-IF
                   ADD LOT-ON-HAND-QTY TO WS-LOT-QTY-SUM
                   ADD 1 TO WS-LOT-SKU-COUNT
                   ADD 1 TO WS-CNT-LOTS-VALUED
           MOVE SPACES TO WS-GL-DETAIL.
           MOVE MASTER-SKU TO GLD-SKU.
           MOVE WS-THIS-CATEGORY TO GLD-CATEGORY.
           IF WS-HELD-QTY < MASTER-ON-HAND-QTY
               COMPUTE WS-FREE-QTY =
                   MASTER-ON-HAND-QTY - WS-HELD-QTY
           ELSE
               MOVE 0 TO WS-FREE-QTY
           END-IF.
           MOVE WS-FREE-QTY TO GLD-QTY.
           MOVE MASTER-UNIT-COST TO GLD-UNIT-COST.
           IF WS-LOT-SKU-COUNT > 0
               MOVE SPACES TO GLD-WRITE-DOWN-PCT
           MOVE WS-GL-DETAIL TO GL-BODY.
           WRITE GL-REC.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-FREE-QTY TO WS-HASH-QTY.
           ADD WS-EXTENDED-VALUE TO WS-HASH-AMOUNT.

      *    The held part of the item's stock, on a second detail line
      *    for the same SKU under category QUARANTINE, so the GL can
      *    carry recalled stock at risk apart from saleable stock and
      *    the two lines still add up to the item's on-hand.  Held
      *    lots are carried at full cost, not written down, so the
      *    line agrees with the cost at risk on the recall report.
       0145-WRITE-GL-HELD-DETAIL.
           ADD 1 TO WS-HELD-ITEM-COUNT.
           ADD WS-HELD-VALUE TO WS-HELD-TOTAL-VALUE.
           ADD WS-HELD-VALUE TO WS-GRAND-TOTAL.
           MOVE SPACES TO WS-GL-DETAIL.
           MOVE MASTER-SKU TO GLD-SKU.
           MOVE "QUARANTINE" TO GLD-CATEGORY.
           MOVE WS-HELD-QTY TO GLD-QTY.
           MOVE MASTER-UNIT-COST TO GLD-UNIT-COST.
           MOVE SPACES TO GLD-WRITE-DOWN-PCT.
           MOVE WS-HELD-VALUE TO GLD-EXTENDED.
           MOVE SPACES TO GL-REC.
           MOVE "DTL" TO GL-REC-TYPE.
           MOVE WS-GL-DETAIL TO GL-BODY.
           WRITE GL-REC.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD WS-HELD-QTY TO WS-HASH-QTY.
           ADD WS-HELD-VALUE TO WS-HASH-AMOUNT.

       0200-END.
           MOVE SPACES TO WS-GL-TRAILER.
           MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT.
               WRITE VR-LINE
           END-PERFORM.
           MOVE SPACES TO VR-LINE.
           MOVE "QUARANTINE" TO VR-LINE(1:10).
           MOVE WS-HELD-ITEM-COUNT TO WS-VR-COUNT-ED.
           MOVE WS-VR-COUNT-ED TO VR-LINE(14:7).
           MOVE WS-HELD-TOTAL-VALUE TO WS-VR-AMOUNT-ED.
           MOVE WS-VR-AMOUNT-ED TO VR-LINE(23:18).
           MOVE "RECALLED STOCK ON HOLD" TO VR-LINE(43:22).
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           MOVE "TOTAL" TO VR-LINE(1:10).
