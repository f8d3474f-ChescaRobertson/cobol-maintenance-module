       IDENTIFICATION DIVISION.
       PROGRAM-ID. "stock-transfer".

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
             SELECT FI-LOCATIONS ASSIGN "locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATIONS-STATUS.
             SELECT OPTIONAL FI-STOCK-TRANSFERS
               ASSIGN "stock-transfers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFERS-STATUS.
             SELECT FI-TRANSFER-REPORT ASSIGN "transfer-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-STOCK-BY-LOCATION
               ASSIGN "stock-by-location.dat"
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
      *    One line per stock location: WHSE is the back warehouse
      *    receipts land in, the FLRn codes are the shop floors.
           FD FI-LOCATIONS.
           01 FS-LOCATION-REC.
             05 LOCIN-CODE PIC X(4).
             05 FILLER PIC X.
             05 LOCIN-DESCRIPTION PIC X(30).
      *    Keyed by the floor team: move XF-QTY units of XF-SKU from
      *    XF-FROM-LOCATION to XF-TO-LOCATION.
           FD FI-STOCK-TRANSFERS.
           01 FS-TRANSFER-REC.
             05 XF-FROM-LOCATION PIC X(4).
             05 FILLER PIC X.
             05 XF-TO-LOCATION PIC X(4).
             05 FILLER PIC X.
             05 XF-SKU PIC 9(8).
             05 FILLER PIC X.
             05 XF-QTY PIC 9(7).
           FD FI-TRANSFER-REPORT.
           01 TR-LINE PIC X(132).
           FD FI-STOCK-BY-LOCATION.
           01 SL-LINE PIC X(132).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "STOCK-TRANSFER".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
           01 WS-FILE-STATUSES.
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-LOTS-STATUS PIC XX VALUE "00".
             05 WS-LOCATIONS-STATUS PIC XX VALUE "00".
             05 WS-TRANSFERS-STATUS PIC XX VALUE "00".
             05 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
      *    Locations from locations.dat, with the per-item and
      *    all-items quantities the stock-by-location pass adds up.
           01 WS-LOCATION-TABLE-CTL.
             05 WS-LOCATION-COUNT PIC 9(2) VALUE 0.
             05 WS-LOC-FOUND PIC X VALUE "N".
             05 WS-LOC-LOOKUP PIC X(4) VALUE SPACES.
           01 WS-LOCATION-TABLE.
             05 WS-LOC-ENTRY OCCURS 20 TIMES INDEXED BY LOC-IDX.
               10 LOC-CODE PIC X(4).
               10 LOC-DESCRIPTION PIC X(30).
               10 LOC-ITEM-QTY PIC 9(9).
               10 LOC-TOTAL-QTY PIC 9(11).
               10 LOC-TOTAL-ITEMS PIC 9(6).
      *    The from-location lots a transfer draws on, oldest receipt
      *    first, with what is taken from each.  Nothing is moved
      *    until the whole quantity is known to be there.
           01 WS-TAKE-TABLE-CTL.
             05 WS-TAKE-COUNT PIC 9(3) VALUE 0.
             05 WS-TAKE-SUM PIC 9(9) VALUE 0.
             05 WS-TAKE-REMAIN PIC 9(9) VALUE 0.
           01 WS-TAKE-TABLE.
             05 WS-TAKE-ENTRY OCCURS 50 TIMES INDEXED BY TK-IDX.
               10 TK-RECEIPT-DATE PIC 9(8).
               10 TK-QTY PIC 9(7).
      *    The from-lot as read, so a new to-lot carries the same
      *    receipt's sell-in, quality and last-aged date.
           01 WS-FROM-LOT-SAVE.
             05 SAV-ITEM-NAME PIC X(50).
             05 SAV-SELL-IN PIC S9(3) SIGN LEADING SEPARATE.
             05 SAV-QUALITY PIC S9(3) SIGN LEADING SEPARATE.
             05 SAV-LAST-AGED PIC 9(8).
           01 WS-TRANSFER-FIELDS.
             05 WS-ON-MASTER PIC X VALUE "N".
             05 WS-LOTS-OPEN PIC X VALUE "N".
             05 WS-LOT-DONE PIC X VALUE "N".
             05 WS-ALREADY-POSTED PIC X VALUE "N".
             05 WS-REJECT-REASON PIC X(30) VALUE SPACES.
             05 WS-ITEM-LOT-SUM PIC 9(9) VALUE 0.
             05 WS-ITEM-NO-LOT PIC 9(9) VALUE 0.
             05 WS-NO-LOT-TOTAL PIC 9(11) VALUE 0.
             05 WS-ITEM-OTHER-LOC PIC 9(9) VALUE 0.
             05 WS-OTHER-LOC-TOTAL PIC 9(11) VALUE 0.
           01 WS-TRANSFER-COUNTS.
             05 WS-TRANSFERS-READ PIC 9(6) VALUE 0.
             05 WS-TRANSFERS-DONE PIC 9(6) VALUE 0.
             05 WS-TRANSFERS-REJECTED PIC 9(6) VALUE 0.
             05 WS-UNITS-MOVED PIC 9(9) VALUE 0.
             05 WS-LOTS-SPLIT PIC 9(6) VALUE 0.
           01 WS-TR-DETAIL.
             05 TRD-STATUS PIC X(12).
             05 FILLER PIC X VALUE SPACE.
             05 TRD-FROM PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 TRD-TO PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 TRD-SKU PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 TRD-RECEIPT-DATE PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 TRD-QTY PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 TRD-REASON PIC X(30).
             05 FILLER PIC X VALUE SPACE.
             05 TRD-ITEM-NAME PIC X(50).
           01 WS-SL-DETAIL.
             05 SLD-SKU PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 SLD-ITEM-NAME PIC X(50).
             05 FILLER PIC X VALUE SPACE.
             05 SLD-LOCATION PIC X(6).
             05 FILLER PIC X VALUE SPACE.
             05 SLD-QTY PIC ZZZ,ZZZ,ZZ9.
             05 FILLER PIC X VALUE SPACE.
             05 SLD-DESCRIPTION PIC X(30).
           01 WS-EDIT-FIELDS.
             05 WS-QTY-ED PIC Z(6)9.
             05 WS-COUNT-ED PIC ZZZ,ZZ9.
             05 WS-UNITS-ED PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0070-CHECK-ALREADY-POSTED.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0060-LOAD-LOCATIONS.
           OPEN INPUT FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STOCK-TRANSFER: CANNOT OPEN "
                   "ITEM-MASTER.DAT, STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O FI-ITEM-LOTS.
           IF WS-LOTS-STATUS = "00" OR WS-LOTS-STATUS = "05"
               MOVE "Y" TO WS-LOTS-OPEN
           END-IF.
           OPEN OUTPUT FI-TRANSFER-REPORT.
           MOVE SPACES TO TR-LINE.
           STRING "GILDED-ROSE STOCK TRANSFERS  BUSINESS DATE "
               WS-RUN-DATE DELIMITED BY SIZE INTO TR-LINE.
           WRITE TR-LINE.
           MOVE SPACES TO TR-LINE.
           STRING "STATUS       FROM TO   SKU      RECEIPT  QTY"
               "      REASON                         ITEM"
               DELIMITED BY SIZE INTO TR-LINE.
           WRITE TR-LINE.
           IF WS-ALREADY-POSTED = "Y"
               MOVE SPACES TO TR-LINE
               STRING "TRANSFERS FOR " WS-RUN-DATE
                   " ALREADY POSTED - NOTHING MOVED ON THIS RUN"
                   DELIMITED BY SIZE INTO TR-LINE
               WRITE TR-LINE
           ELSE
               PERFORM 0100-PROCESS-TRANSFERS
           END-IF.
           PERFORM 0800-WRITE-SUMMARY.
           CLOSE FI-TRANSFER-REPORT.
           PERFORM 0500-STOCK-BY-LOCATION.
           CLOSE FI-ITEM-MASTER.
           IF WS-LOTS-OPEN = "Y"
               CLOSE FI-ITEM-LOTS
           END-IF.
           MOVE WS-TRANSFERS-DONE TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "STOCK-TRANSFER: " WS-TRANSFERS-DONE
               " TRANSFER(S) POSTED, " WS-TRANSFERS-REJECTED
               " REJECTED".
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

       0060-LOAD-LOCATIONS.
           OPEN INPUT FI-LOCATIONS.
           IF WS-LOCATIONS-STATUS NOT = "00"
               DISPLAY "STOCK-TRANSFER: CANNOT OPEN LOCATIONS.DAT"
                   ", STATUS=" WS-LOCATIONS-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-LOCATION-COUNT.
           PERFORM UNTIL 1 = 2
               READ FI-LOCATIONS
                   AT END EXIT PERFORM
               END-READ
               IF LOCIN-CODE NOT = SPACES
                   IF WS-LOCATION-COUNT >= 20
                       DISPLAY "STOCK-TRANSFER: LOCATIONS.DAT HAS "
                           "MORE THAN 20 ENTRIES, WS-LOCATION-TABLE "
                           "CANNOT HOLD ANY MORE"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LOCATION-COUNT
                   SET LOC-IDX TO WS-LOCATION-COUNT
                   MOVE LOCIN-CODE TO LOC-CODE(LOC-IDX)
                   MOVE LOCIN-DESCRIPTION TO LOC-DESCRIPTION(LOC-IDX)
                   MOVE 0 TO LOC-ITEM-QTY(LOC-IDX)
                   MOVE 0 TO LOC-TOTAL-QTY(LOC-IDX)
                   MOVE 0 TO LOC-TOTAL-ITEMS(LOC-IDX)
               END-IF
           END-PERFORM.
           CLOSE FI-LOCATIONS.

      *    A rerun of a night whose transfers already went through
      *    must not move the same stock twice: an OK end stamp for
      *    this step and business date means they are on the lots.
       0070-CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-ALREADY-POSTED.
           IF WS-RUN-DATE NOT = SPACES
               OPEN INPUT FI-RUN-CONTROL
               IF WS-RUNCTL-STATUS = "00"
                   PERFORM 0075-CHECK-ONE-STAMP
                       UNTIL WS-RUNCTL-STATUS NOT = "00"
                   CLOSE FI-RUN-CONTROL
               END-IF
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

       0100-PROCESS-TRANSFERS.
           OPEN INPUT FI-STOCK-TRANSFERS.
           IF WS-TRANSFERS-STATUS NOT = "00"
               MOVE "NO STOCK TRANSFERS THIS RUN" TO TR-LINE
               WRITE TR-LINE
           ELSE
               PERFORM 0110-PROCESS-ONE-TRANSFER
                   UNTIL WS-TRANSFERS-STATUS NOT = "00"
               CLOSE FI-STOCK-TRANSFERS
           END-IF.

       0110-PROCESS-ONE-TRANSFER.
           READ FI-STOCK-TRANSFERS
               AT END CONTINUE
           END-READ.
           IF WS-TRANSFERS-STATUS = "00"
               AND FS-TRANSFER-REC NOT = SPACES
               ADD 1 TO WS-TRANSFERS-READ
               PERFORM 0120-EDIT-TRANSFER
               IF WS-REJECT-REASON = SPACES
                   PERFORM 0200-COLLECT-FROM-LOTS
                   IF WS-TAKE-SUM < XF-QTY
                       MOVE "NOT ENOUGH STOCK AT FROM"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 0400-WRITE-REJECT
               ELSE
                   PERFORM 0300-APPLY-TRANSFER
               END-IF
           END-IF.

       0120-EDIT-TRANSFER.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO MASTER-ITEM-NAME.
           IF XF-SKU IS NOT NUMERIC OR XF-QTY IS NOT NUMERIC
               MOVE "INVALID TRANSFER LINE" TO WS-REJECT-REASON
           ELSE IF XF-QTY = 0
               MOVE "ZERO QUANTITY" TO WS-REJECT-REASON
           ELSE IF XF-FROM-LOCATION = XF-TO-LOCATION
               MOVE "FROM AND TO ARE THE SAME" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE XF-FROM-LOCATION TO WS-LOC-LOOKUP
               PERFORM 0130-FIND-LOCATION
               IF WS-LOC-FOUND NOT = "Y"
                   MOVE "UNKNOWN FROM LOCATION" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE XF-TO-LOCATION TO WS-LOC-LOOKUP
               PERFORM 0130-FIND-LOCATION
               IF WS-LOC-FOUND NOT = "Y"
                   MOVE "UNKNOWN TO LOCATION" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 0140-FIND-MASTER-BY-SKU
               IF WS-ON-MASTER NOT = "Y"
                   MOVE "SKU NOT ON MASTER" TO WS-REJECT-REASON
               ELSE IF WS-LOTS-OPEN NOT = "Y"
                   MOVE "NO LOT FILE" TO WS-REJECT-REASON
               END-IF
           END-IF.

       0130-FIND-LOCATION.
           MOVE "N" TO WS-LOC-FOUND.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOCATION-COUNT
               IF LOC-CODE(LOC-IDX) = WS-LOC-LOOKUP
                   MOVE "Y" TO WS-LOC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0140-FIND-MASTER-BY-SKU.
           MOVE "N" TO WS-ON-MASTER.
           IF XF-SKU > 0
               MOVE XF-SKU TO MASTER-SKU
               READ FI-ITEM-MASTER KEY IS MASTER-SKU
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-ON-MASTER
               END-READ
           END-IF.

      *    The SKU's lots come back oldest receipt first, so the
      *    take table fills from the oldest from-location stock and
      *    the newest stays where it is.  Lots on quarantine hold
      *    stay where they are until the recall is settled.
       0200-COLLECT-FROM-LOTS.
           MOVE 0 TO WS-TAKE-COUNT.
           MOVE 0 TO WS-TAKE-SUM.
           MOVE XF-QTY TO WS-TAKE-REMAIN.
           MOVE XF-SKU TO LOT-SKU.
           MOVE 0 TO LOT-RECEIPT-DATE.
           MOVE SPACES TO LOT-LOCATION.
           MOVE "N" TO WS-LOT-DONE.
           START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
               INVALID KEY MOVE "Y" TO WS-LOT-DONE
           END-START.
           PERFORM 0210-COLLECT-ONE-LOT
               UNTIL WS-LOT-DONE = "Y".

       0210-COLLECT-ONE-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = XF-SKU
                   OR WS-TAKE-REMAIN = 0
                   OR WS-TAKE-COUNT >= 50
                   MOVE "Y" TO WS-LOT-DONE
               ELSE IF LOT-LOCATION = XF-FROM-LOCATION
                   AND LOT-ON-HAND-QTY > 0
                   AND LOT-HOLD-FLAG NOT = "H"
                   ADD 1 TO WS-TAKE-COUNT
                   SET TK-IDX TO WS-TAKE-COUNT
                   MOVE LOT-RECEIPT-DATE TO TK-RECEIPT-DATE(TK-IDX)
                   IF LOT-ON-HAND-QTY > WS-TAKE-REMAIN
                       MOVE WS-TAKE-REMAIN TO TK-QTY(TK-IDX)
                   ELSE
                       MOVE LOT-ON-HAND-QTY TO TK-QTY(TK-IDX)
                   END-IF
                   SUBTRACT TK-QTY(TK-IDX) FROM WS-TAKE-REMAIN
                   ADD TK-QTY(TK-IDX) TO WS-TAKE-SUM
               END-IF
           END-IF.

      *    Item totals do not change - the stock only moves - so the
      *    master is not touched and no stock movement is logged.
       0300-APPLY-TRANSFER.
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TAKE-COUNT
               PERFORM 0310-MOVE-ONE-TAKE
           END-PERFORM.
           ADD 1 TO WS-TRANSFERS-DONE.
           ADD XF-QTY TO WS-UNITS-MOVED.

      *    Take the units off the from-lot (an emptied lot is deleted,
      *    as sales and waste do) and add them to the same receipt's
      *    lot at the to-location, creating it if this is the first
      *    of that receipt to move there.
       0310-MOVE-ONE-TAKE.
           MOVE XF-SKU TO LOT-SKU.
           MOVE TK-RECEIPT-DATE(TK-IDX) TO LOT-RECEIPT-DATE.
           MOVE XF-FROM-LOCATION TO LOT-LOCATION.
           READ FI-ITEM-LOTS
               INVALID KEY CONTINUE
           END-READ.
           IF WS-LOTS-STATUS = "00"
               MOVE LOT-ITEM-NAME TO SAV-ITEM-NAME
               MOVE LOT-SELL-IN TO SAV-SELL-IN
               MOVE LOT-QUALITY TO SAV-QUALITY
               MOVE LOT-LAST-AGED TO SAV-LAST-AGED
               IF TK-QTY(TK-IDX) = LOT-ON-HAND-QTY
                   DELETE FI-ITEM-LOTS
               ELSE
                   SUBTRACT TK-QTY(TK-IDX) FROM LOT-ON-HAND-QTY
                   REWRITE LOT-ITEM-REC
                   ADD 1 TO WS-LOTS-SPLIT
               END-IF
               PERFORM 0320-ADD-TO-LOT
               MOVE SPACES TO WS-TR-DETAIL
               MOVE "MOVED" TO TRD-STATUS
               MOVE XF-FROM-LOCATION TO TRD-FROM
               MOVE XF-TO-LOCATION TO TRD-TO
               MOVE XF-SKU TO TRD-SKU
               MOVE TK-RECEIPT-DATE(TK-IDX) TO TRD-RECEIPT-DATE
               MOVE TK-QTY(TK-IDX) TO WS-QTY-ED
               MOVE WS-QTY-ED TO TRD-QTY
               MOVE SAV-ITEM-NAME TO TRD-ITEM-NAME
               MOVE WS-TR-DETAIL TO TR-LINE
               WRITE TR-LINE
           END-IF.

       0320-ADD-TO-LOT.
           MOVE XF-SKU TO LOT-SKU.
           MOVE TK-RECEIPT-DATE(TK-IDX) TO LOT-RECEIPT-DATE.
           MOVE XF-TO-LOCATION TO LOT-LOCATION.
           READ FI-ITEM-LOTS
               INVALID KEY CONTINUE
           END-READ.
           IF WS-LOTS-STATUS = "00"
               ADD TK-QTY(TK-IDX) TO LOT-ON-HAND-QTY
               REWRITE LOT-ITEM-REC
           ELSE
               MOVE XF-SKU TO LOT-SKU
               MOVE TK-RECEIPT-DATE(TK-IDX) TO LOT-RECEIPT-DATE
               MOVE XF-TO-LOCATION TO LOT-LOCATION
               MOVE SAV-ITEM-NAME TO LOT-ITEM-NAME
               MOVE SAV-SELL-IN TO LOT-SELL-IN
               MOVE SAV-QUALITY TO LOT-QUALITY
               MOVE TK-QTY(TK-IDX) TO LOT-ON-HAND-QTY
               MOVE SAV-LAST-AGED TO LOT-LAST-AGED
               MOVE SPACES TO LOT-HOLD-FLAG
               MOVE SPACES TO LOT-HOLD-REF
               MOVE 0 TO LOT-HOLD-DATE
               WRITE LOT-ITEM-REC
           END-IF.

       0400-WRITE-REJECT.
           ADD 1 TO WS-TRANSFERS-REJECTED.
           MOVE SPACES TO WS-TR-DETAIL.
           MOVE "REJECTED" TO TRD-STATUS.
           MOVE XF-FROM-LOCATION TO TRD-FROM.
           MOVE XF-TO-LOCATION TO TRD-TO.
           MOVE FS-TRANSFER-REC(11:8) TO TRD-SKU.
           IF XF-QTY IS NUMERIC
               MOVE XF-QTY TO WS-QTY-ED
               MOVE WS-QTY-ED TO TRD-QTY
           ELSE
               MOVE FS-TRANSFER-REC(20:7) TO TRD-QTY
           END-IF.
           MOVE WS-REJECT-REASON TO TRD-REASON.
           MOVE MASTER-ITEM-NAME TO TRD-ITEM-NAME.
           MOVE WS-TR-DETAIL TO TR-LINE.
           WRITE TR-LINE.

      *    Stock by location after tonight's transfers: every item
      *    holding stock, SKU order, one line per location its lots
      *    sit in, plus whatever on-hand the lots do not account for
      *    as NO LOT; then each location's total.
       0500-STOCK-BY-LOCATION.
           OPEN OUTPUT FI-STOCK-BY-LOCATION.
           MOVE SPACES TO SL-LINE.
           STRING "GILDED-ROSE STOCK BY LOCATION  BUSINESS DATE "
               WS-RUN-DATE DELIMITED BY SIZE INTO SL-LINE.
           WRITE SL-LINE.
           MOVE SPACES TO SL-LINE.
           STRING "SKU      ITEM" DELIMITED BY SIZE INTO SL-LINE.
           MOVE "LOC        ON-HAND" TO SL-LINE(61:18).
           WRITE SL-LINE.
           MOVE 1 TO MASTER-SKU.
           MOVE "00" TO WS-MASTER-STATUS.
           START FI-ITEM-MASTER KEY IS NOT LESS THAN MASTER-SKU
               INVALID KEY MOVE "10" TO WS-MASTER-STATUS
           END-START.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ FI-ITEM-MASTER NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               PERFORM 0510-REPORT-ONE-ITEM
           END-PERFORM.
           PERFORM 0600-WRITE-LOCATION-TOTALS.
           CLOSE FI-STOCK-BY-LOCATION.

       0510-REPORT-ONE-ITEM.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOCATION-COUNT
               MOVE 0 TO LOC-ITEM-QTY(LOC-IDX)
           END-PERFORM.
           MOVE 0 TO WS-ITEM-LOT-SUM.
           MOVE 0 TO WS-ITEM-OTHER-LOC.
           IF WS-LOTS-OPEN = "Y"
               MOVE MASTER-SKU TO LOT-SKU
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE SPACES TO LOT-LOCATION
               MOVE "N" TO WS-LOT-DONE
               START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
                   INVALID KEY MOVE "Y" TO WS-LOT-DONE
               END-START
               PERFORM 0520-ADD-ONE-LOT
                   UNTIL WS-LOT-DONE = "Y"
           END-IF.
           MOVE 0 TO WS-ITEM-NO-LOT.
           IF MASTER-ON-HAND-QTY > WS-ITEM-LOT-SUM
               COMPUTE WS-ITEM-NO-LOT =
                   MASTER-ON-HAND-QTY - WS-ITEM-LOT-SUM
           END-IF.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOCATION-COUNT
               IF LOC-ITEM-QTY(LOC-IDX) > 0
                   MOVE SPACES TO WS-SL-DETAIL
                   MOVE MASTER-SKU TO SLD-SKU
                   MOVE MASTER-ITEM-NAME TO SLD-ITEM-NAME
                   MOVE LOC-CODE(LOC-IDX) TO SLD-LOCATION
                   MOVE LOC-ITEM-QTY(LOC-IDX) TO SLD-QTY
                   MOVE WS-SL-DETAIL TO SL-LINE
                   WRITE SL-LINE
                   ADD LOC-ITEM-QTY(LOC-IDX) TO LOC-TOTAL-QTY(LOC-IDX)
                   ADD 1 TO LOC-TOTAL-ITEMS(LOC-IDX)
               END-IF
           END-PERFORM.
           IF WS-ITEM-OTHER-LOC > 0
               MOVE SPACES TO WS-SL-DETAIL
               MOVE MASTER-SKU TO SLD-SKU
               MOVE MASTER-ITEM-NAME TO SLD-ITEM-NAME
               MOVE "OTHR" TO SLD-LOCATION
               MOVE WS-ITEM-OTHER-LOC TO SLD-QTY
               MOVE WS-SL-DETAIL TO SL-LINE
               WRITE SL-LINE
               ADD WS-ITEM-OTHER-LOC TO WS-OTHER-LOC-TOTAL
           END-IF.
           IF WS-ITEM-NO-LOT > 0
               MOVE SPACES TO WS-SL-DETAIL
               MOVE MASTER-SKU TO SLD-SKU
               MOVE MASTER-ITEM-NAME TO SLD-ITEM-NAME
               MOVE "NO LOT" TO SLD-LOCATION
               MOVE WS-ITEM-NO-LOT TO SLD-QTY
               MOVE WS-SL-DETAIL TO SL-LINE
               WRITE SL-LINE
               ADD WS-ITEM-NO-LOT TO WS-NO-LOT-TOTAL
           END-IF.

      *    A lot at a code missing from locations.dat is added to the
      *    table so its stock still shows up; the description says so.
      *    Once the table is full such a lot is shown as OTHR - it is
      *    still lot stock and must not fall into NO LOT.
       0520-ADD-ONE-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = MASTER-SKU
                   MOVE "Y" TO WS-LOT-DONE
               ELSE IF LOT-ON-HAND-QTY > 0
                   MOVE LOT-LOCATION TO WS-LOC-LOOKUP
                   PERFORM 0130-FIND-LOCATION
                   IF WS-LOC-FOUND NOT = "Y"
                       AND WS-LOCATION-COUNT < 20
                       ADD 1 TO WS-LOCATION-COUNT
                       SET LOC-IDX TO WS-LOCATION-COUNT
                       MOVE LOT-LOCATION TO LOC-CODE(LOC-IDX)
                       MOVE "NOT ON LOCATIONS.DAT"
                           TO LOC-DESCRIPTION(LOC-IDX)
                       MOVE 0 TO LOC-ITEM-QTY(LOC-IDX)
                       MOVE 0 TO LOC-TOTAL-QTY(LOC-IDX)
                       MOVE 0 TO LOC-TOTAL-ITEMS(LOC-IDX)
                       MOVE "Y" TO WS-LOC-FOUND
                   END-IF
                   IF WS-LOC-FOUND = "Y"
                       ADD LOT-ON-HAND-QTY TO LOC-ITEM-QTY(LOC-IDX)
                   ELSE
                       ADD LOT-ON-HAND-QTY TO WS-ITEM-OTHER-LOC
                   END-IF
                   ADD LOT-ON-HAND-QTY TO WS-ITEM-LOT-SUM
               END-IF
           END-IF.

       0600-WRITE-LOCATION-TOTALS.
           MOVE SPACES TO SL-LINE.
           WRITE SL-LINE.
           MOVE "LOCATION TOTALS" TO SL-LINE.
           WRITE SL-LINE.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOCATION-COUNT
               MOVE SPACES TO WS-SL-DETAIL
               MOVE LOC-TOTAL-ITEMS(LOC-IDX) TO WS-COUNT-ED
               STRING WS-COUNT-ED " ITEM(S)"
                   DELIMITED BY SIZE INTO SLD-ITEM-NAME
               MOVE LOC-CODE(LOC-IDX) TO SLD-LOCATION
               MOVE LOC-TOTAL-QTY(LOC-IDX) TO SLD-QTY
               MOVE LOC-DESCRIPTION(LOC-IDX) TO SLD-DESCRIPTION
               MOVE WS-SL-DETAIL TO SL-LINE
               WRITE SL-LINE
           END-PERFORM.
           IF WS-OTHER-LOC-TOTAL > 0
               MOVE SPACES TO WS-SL-DETAIL
               MOVE "OTHR" TO SLD-LOCATION
               MOVE WS-OTHER-LOC-TOTAL TO SLD-QTY
               MOVE "LOCATIONS BEYOND TABLE LIMIT" TO SLD-DESCRIPTION
               MOVE WS-SL-DETAIL TO SL-LINE
               WRITE SL-LINE
           END-IF.
           IF WS-NO-LOT-TOTAL > 0
               MOVE SPACES TO WS-SL-DETAIL
               MOVE "NO LOT" TO SLD-LOCATION
               MOVE WS-NO-LOT-TOTAL TO SLD-QTY
               MOVE "ON-HAND WITHOUT LOT DETAIL" TO SLD-DESCRIPTION
               MOVE WS-SL-DETAIL TO SL-LINE
               WRITE SL-LINE
           END-IF.

       0800-WRITE-SUMMARY.
           MOVE SPACES TO TR-LINE.
           WRITE TR-LINE.
           MOVE SPACES TO TR-LINE.
           MOVE WS-TRANSFERS-READ TO WS-COUNT-ED.
           STRING "TRANSFERS READ....... " WS-COUNT-ED
               DELIMITED BY SIZE INTO TR-LINE.
           WRITE TR-LINE.
           MOVE SPACES TO TR-LINE.
           MOVE WS-TRANSFERS-DONE TO WS-COUNT-ED.
           STRING "TRANSFERS POSTED..... " WS-COUNT-ED
               DELIMITED BY SIZE INTO TR-LINE.
           WRITE TR-LINE.
           MOVE SPACES TO TR-LINE.
           MOVE WS-TRANSFERS-REJECTED TO WS-COUNT-ED.
           STRING "TRANSFERS REJECTED... " WS-COUNT-ED
               DELIMITED BY SIZE INTO TR-LINE.
           WRITE TR-LINE.
           MOVE SPACES TO TR-LINE.
           MOVE WS-UNITS-MOVED TO WS-UNITS-ED.
           STRING "UNITS MOVED.......... " WS-UNITS-ED
               DELIMITED BY SIZE INTO TR-LINE.
           WRITE TR-LINE.
           MOVE SPACES TO TR-LINE.
           MOVE WS-LOTS-SPLIT TO WS-COUNT-ED.
           STRING "LOTS SPLIT........... " WS-COUNT-ED
               DELIMITED BY SIZE INTO TR-LINE.
           WRITE TR-LINE.

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
