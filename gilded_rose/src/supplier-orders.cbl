             SELECT FI-AUDIT-IN ASSIGN "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
             SELECT OPTIONAL FI-ITEM-LOTS ASSIGN "item-lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOTS-STATUS.
             SELECT FI-ORDER-SUPA ASSIGN "order-supa.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-ORDER-SUPB ASSIGN "order-supb.dat"
             05 AUD-SOURCE-SYSTEM PIC X(4).
             05 FILLER PIC X.
             05 AUD-SKU PIC 9(8).
           FD FI-ITEM-LOTS.
           COPY ITEM-LOTS.
           FD FI-ORDER-SUPA.
           01 ORDA-REC.
             05 ORDA-REC-TYPE PIC X(3).
           01 WS-FILE-STATUSES.
             05 WS-REORDER-STATUS PIC XX VALUE "00".
             05 WS-AUDIT-STATUS PIC XX VALUE "00".
             05 WS-LOTS-STATUS PIC XX VALUE "00".
           01 WS-SOURCE-XREF-CTL.
             05 WS-XREF-COUNT PIC 9(4) VALUE 0.
             05 WS-XREF-FOUND PIC X VALUE "N".
             05 WS-UNASSIGNED-COUNT PIC 9(6) VALUE 0.
           01 WS-ORDER-FIELDS.
             05 WS-SUGGEST-QTY PIC 9(5) VALUE 0.
             05 WS-SUGGEST-WORK PIC 9(9) VALUE 0.
           01 WS-LOT-FIELDS.
             05 WS-LOTS-OPEN PIC X VALUE "N".
             05 WS-LOT-DONE PIC X VALUE "N".
             05 WS-HELD-QTY PIC 9(9) VALUE 0.
           01 WS-SUPA-DETAIL.
             05 DTLA-ITEM-NAME PIC X(50).
             05 FILLER PIC X VALUE SPACE.
             05 FILLER PIC X(84) VALUE SPACES.
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0060-LOAD-SOURCE-XREF.
           PERFORM 0075-OPEN-ITEM-LOTS.
           OPEN INPUT FI-REORDER-IN.
           OPEN OUTPUT FI-ORDER-SUPA FI-ORDER-SUPB
                       FI-ORDER-UNASSIGNED.
           END-ACCEPT.
           IF WS-RUN-DATE IS NOT NUMERIC
               MOVE SPACES TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           END-IF.

       0060-LOAD-SOURCE-XREF.
               DELIMITED BY SIZE INTO ORDB-BODY.
           WRITE ORDB-REC.

       0075-OPEN-ITEM-LOTS.
           OPEN INPUT FI-ITEM-LOTS.
           IF WS-LOTS-STATUS = "00" OR WS-LOTS-STATUS = "05"
               MOVE "Y" TO WS-LOTS-OPEN
           ELSE
               MOVE "N" TO WS-LOTS-OPEN
               DISPLAY "SUPPLIER-ORDERS: ITEM-LOTS.DAT NOT "
                   "AVAILABLE, STATUS=" WS-LOTS-STATUS
                   ", NO HELD STOCK ADDED TO ORDERS"
           END-IF.

       0100-START.
           READ FI-REORDER-IN
               AT END GO TO 0200-END
           END-EVALUATE.
           GO TO 0100-START.

      *    Stock in lots on quarantine hold is on hand but not
      *    available to sell, so it is ordered again on top of the
      *    usual suggestion.  Only lots put on hold on this business
      *    date count - held stock is replaced once, not again every
      *    night the hold lasts.
       0110-COMPUTE-SUGGEST-QTY.
           IF RO-QUALITY < 0
               MOVE 50 TO WS-SUGGEST-WORK
           ELSE IF RO-QUALITY < 50
               COMPUTE WS-SUGGEST-WORK = 50 - RO-QUALITY
           ELSE
               MOVE 1 TO WS-SUGGEST-WORK
           END-IF.
           PERFORM 0115-SUM-HELD-LOTS.
           ADD WS-HELD-QTY TO WS-SUGGEST-WORK.
           IF WS-SUGGEST-WORK > 99999
               MOVE 99999 TO WS-SUGGEST-QTY
           ELSE
               MOVE WS-SUGGEST-WORK TO WS-SUGGEST-QTY
           END-IF.

       0115-SUM-HELD-LOTS.
           MOVE 0 TO WS-HELD-QTY.
           IF WS-LOTS-OPEN = "Y" AND RO-SKU IS NUMERIC
               AND RO-SKU > 0
               MOVE RO-SKU TO LOT-SKU
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE SPACES TO LOT-LOCATION
               MOVE "N" TO WS-LOT-DONE
               START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
                   INVALID KEY MOVE "Y" TO WS-LOT-DONE
               END-START
               PERFORM 0117-ADD-ONE-HELD-LOT
                   UNTIL WS-LOT-DONE = "Y"
           END-IF.

       0117-ADD-ONE-HELD-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = RO-SKU
                   MOVE "Y" TO WS-LOT-DONE
               ELSE IF LOT-HOLD-FLAG = "H"
                   AND LOT-HOLD-DATE = WS-RUN-DATE-NUM
                   ADD LOT-ON-HAND-QTY TO WS-HELD-QTY
               END-IF
           END-IF.

       0120-WRITE-SUPA-ORDER.
           IF WS-REORDER-STATUS NOT = "35"
               CLOSE FI-REORDER-IN
           END-IF.
           IF WS-LOTS-OPEN = "Y"
               CLOSE FI-ITEM-LOTS
           END-IF.
           CLOSE FI-ORDER-SUPA.
           CLOSE FI-ORDER-SUPB.
           CLOSE FI-ORDER-UNASSIGNED.
