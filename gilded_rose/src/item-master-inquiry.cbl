               ALTERNATE RECORD KEY IS MASTER-SKU
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT OPTIONAL FI-ITEM-LOTS ASSIGN "item-lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOTS-STATUS.
             SELECT OPTIONAL FI-TRANS ASSIGN "trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-OPERATORS ASSIGN "operators.dat"
           FILE SECTION.
           FD FI-ITEM-MASTER.
           COPY ITEM-MSTR.
           FD FI-ITEM-LOTS.
           COPY ITEM-LOTS.
           FD FI-TRANS.
           01 FS-TRANS-REC.
             05 TRANS-CODE PIC X.
           WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS PIC XX VALUE "00".
           01 WS-OPER-STATUS PIC XX VALUE "00".
           01 WS-LOTS-STATUS PIC XX VALUE "00".
      *    The item on display's on-hand split by stock location.
           01 WS-LOCATION-SPLIT.
             05 WS-LOTS-OPEN PIC X VALUE "N".
             05 WS-LOT-DONE PIC X VALUE "N".
             05 WS-SPLIT-COUNT PIC 9(2) VALUE 0.
             05 WS-SPLIT-LOT-SUM PIC 9(9) VALUE 0.
             05 WS-SPLIT-NO-LOT PIC 9(9) VALUE 0.
             05 WS-SPLIT-ENTRY OCCURS 9 TIMES INDEXED BY SPL-IDX.
               10 SPL-LOCATION PIC X(4).
               10 SPL-QTY PIC 9(9).
           01 WS-SESSION-FLAGS.
             05 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
             05 WS-OPERATOR-ROLE PIC X VALUE "I".
                   "ITEM-MASTER.DAT, STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT FI-ITEM-LOTS.
           IF WS-LOTS-STATUS = "00" OR WS-LOTS-STATUS = "05"
               MOVE "Y" TO WS-LOTS-OPEN
           END-IF.
           PERFORM 0050-SIGN-ON.
           GO TO 0100-MENU.

               "  SELL PRICE " MASTER-SELL-PRICE
               "  ON-HAND.. " MASTER-ON-HAND-QTY
               "  EVENT DATE.. " MASTER-EVENT-DATE.
           IF WS-LOTS-OPEN = "Y" AND MASTER-SKU > 0
               PERFORM 0116-SHOW-LOCATION-SPLIT
           END-IF.

      *    Where the on-hand sits, so the floor can find stock without
      *    walking to the back; on-hand the lots do not account for is
      *    shown as NO LOT.
       0116-SHOW-LOCATION-SPLIT.
           MOVE 0 TO WS-SPLIT-COUNT.
           MOVE 0 TO WS-SPLIT-LOT-SUM.
           MOVE MASTER-SKU TO LOT-SKU.
           MOVE 0 TO LOT-RECEIPT-DATE.
           MOVE SPACES TO LOT-LOCATION.
           MOVE "N" TO WS-LOT-DONE.
           START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
               INVALID KEY MOVE "Y" TO WS-LOT-DONE
           END-START.
           PERFORM 0117-ADD-ONE-LOT
               UNTIL WS-LOT-DONE = "Y".
           DISPLAY "ON-HAND BY LOCATION:".
           PERFORM VARYING SPL-IDX FROM 1 BY 1
                   UNTIL SPL-IDX > WS-SPLIT-COUNT
               DISPLAY "   " SPL-LOCATION(SPL-IDX)
                   "   " SPL-QTY(SPL-IDX)
           END-PERFORM.
           IF MASTER-ON-HAND-QTY > WS-SPLIT-LOT-SUM
               COMPUTE WS-SPLIT-NO-LOT =
                   MASTER-ON-HAND-QTY - WS-SPLIT-LOT-SUM
               DISPLAY "   NO LOT " WS-SPLIT-NO-LOT
           END-IF.

       0117-ADD-ONE-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = MASTER-SKU
                   MOVE "Y" TO WS-LOT-DONE
               ELSE IF LOT-ON-HAND-QTY > 0
                   ADD LOT-ON-HAND-QTY TO WS-SPLIT-LOT-SUM
                   PERFORM VARYING SPL-IDX FROM 1 BY 1
                           UNTIL SPL-IDX > WS-SPLIT-COUNT
                       IF SPL-LOCATION(SPL-IDX) = LOT-LOCATION
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF SPL-IDX > WS-SPLIT-COUNT
                       AND WS-SPLIT-COUNT < 9
                       ADD 1 TO WS-SPLIT-COUNT
                       SET SPL-IDX TO WS-SPLIT-COUNT
                       MOVE LOT-LOCATION TO SPL-LOCATION(SPL-IDX)
                       MOVE 0 TO SPL-QTY(SPL-IDX)
                   END-IF
                   IF SPL-IDX <= WS-SPLIT-COUNT
                       ADD LOT-ON-HAND-QTY TO SPL-QTY(SPL-IDX)
                   END-IF
               END-IF
           END-IF.

       0120-BROWSE-NEXT.
           IF WS-BROWSE-ACTIVE NOT = "Y"

       0200-END.
           CLOSE FI-ITEM-MASTER.
           IF WS-LOTS-OPEN = "Y"
               CLOSE FI-ITEM-LOTS
           END-IF.
           DISPLAY "ITEM-MASTER-INQUIRY: " WS-PENDING-COUNT
               " PENDING TRANSACTION(S) WRITTEN TO TRANS.DAT".
           STOP RUN.
