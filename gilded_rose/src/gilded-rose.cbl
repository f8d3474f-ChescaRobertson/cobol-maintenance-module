             05 WS-LOT-DONE PIC X VALUE "N".
             05 WS-LOT-BEF-QUALITY PIC S9(3) VALUE 0.
             05 WS-LOT-SKU-COUNT PIC 9(4) VALUE 0.
             05 WS-LOT-FREE-COUNT PIC 9(4) VALUE 0.
             05 WS-LOT-HELD-TODAY PIC 9(4) VALUE 0.
             05 WS-OLDEST-SELL-IN PIC S9(3) VALUE 0.
             05 WS-OLDEST-QUALITY PIC S9(3) VALUE 0.
             05 WS-RO-SELL-IN PIC S9(3) VALUE 0.

       0164-AGE-ITEM-LOTS.
           MOVE 0 TO WS-LOT-SKU-COUNT.
           MOVE 0 TO WS-LOT-FREE-COUNT.
           MOVE 0 TO WS-LOT-HELD-TODAY.
           IF WS-LOTS-OPEN = "Y" AND IN-SKU > 0
               MOVE IN-SKU TO LOT-SKU
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE SPACES TO LOT-LOCATION
               MOVE "N" TO WS-LOT-DONE
               START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
                   INVALID KEY MOVE "Y" TO WS-LOT-DONE
      *    the reorder check for the item.  A lot already stamped with
      *    tonight's business date was aged before the abend, so a
      *    checkpoint restart only notes its numbers and must not age
      *    it a second day.  Lots on quarantine hold age like any
      *    other stock but are not available to sell, so the oldest
      *    lot not on hold is the one that feeds the reorder check.
       0167-AGE-ONE-LOT.
           IF WS-RUN-DATE-NUM > 0
               AND LOT-LAST-AGED = WS-RUN-DATE-NUM

       0163-NOTE-OLDEST-LOT.
           ADD 1 TO WS-LOT-SKU-COUNT.
           IF LOT-HOLD-FLAG NOT = "H"
               ADD 1 TO WS-LOT-FREE-COUNT
               IF WS-LOT-FREE-COUNT = 1
                   MOVE LOT-SELL-IN TO WS-OLDEST-SELL-IN
                   MOVE LOT-QUALITY TO WS-OLDEST-QUALITY
               END-IF
           ELSE IF WS-RUN-DATE-NUM > 0
               AND LOT-HOLD-DATE = WS-RUN-DATE-NUM
               ADD 1 TO WS-LOT-HELD-TODAY
           END-IF.

       0170-APPLY-LOT-AGING.

      *    With lot detail on file the oldest receipt drives the
      *    reorder decision; without lots the item-level numbers do,
      *    as before.  When every lot of the SKU is on quarantine hold
      *    there is nothing left to sell, so the item is reordered as
      *    STOCK ON HOLD whatever its numbers say; so is any item with
      *    a lot put on hold tonight, so that supplier-orders replaces
      *    the held units on the night the hold is placed.
       0165-REORDER-CHECK.
           IF WS-LOT-FREE-COUNT > 0
               MOVE WS-OLDEST-SELL-IN TO WS-RO-SELL-IN
               MOVE WS-OLDEST-QUALITY TO WS-RO-QUALITY
           ELSE
               MOVE SELL-IN TO WS-RO-SELL-IN
               MOVE QUALITY TO WS-RO-QUALITY
           END-IF.
           IF (WS-LOT-SKU-COUNT > 0 AND WS-LOT-FREE-COUNT = 0)
               OR WS-LOT-HELD-TODAY > 0
               MOVE SPACES TO RO-REC
               MOVE ITEM-NAME TO RO-ITEM-NAME
               MOVE WS-RO-SELL-IN TO RO-SELL-IN
               MOVE WS-RO-QUALITY TO RO-QUALITY
               MOVE "STOCK ON HOLD" TO RO-REASON
               MOVE IN-SKU TO RO-SKU
               WRITE RO-REC
           ELSE IF WS-RO-QUALITY <= 10
               MOVE SPACES TO RO-REC
               MOVE ITEM-NAME TO RO-ITEM-NAME
               MOVE WS-RO-SELL-IN TO RO-SELL-IN
