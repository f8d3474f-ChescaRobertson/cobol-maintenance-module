       IDENTIFICATION DIVISION.
       PROGRAM-ID. "cycle-count-sheets".

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-ITEM-MASTER ASSIGN "item-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ITEM-NAME
               ALTERNATE RECORD KEY IS MASTER-SKU
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT OPTIONAL FI-ITEM-LOTS ASSIGN "item-lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOTS-STATUS.
             SELECT FI-RULES-IN ASSIGN "rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
             SELECT FI-COUNT-SHEETS ASSIGN "count-sheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-ITEM-MASTER.
           COPY ITEM-MSTR.
           FD FI-ITEM-LOTS.
           COPY ITEM-LOTS.
           FD FI-RULES-IN.
           01 RULESIN-LINE PIC X(80).
           FD FI-COUNT-SHEETS.
           01 CS-LINE PIC X(100).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "CYCLE-COUNT-SHEETS".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
      *    WS-RULES-STATUS comes in with COPY RULES below.
           01 WS-FILE-STATUSES.
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-LOTS-STATUS PIC XX VALUE "00".
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
             05 WS-PARM-TEXT PIC X(10) VALUE SPACES.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
      *    PARM2 is either a rules.dat category (count just that
      *    category) or ROTATE (count this week's slice of SKUs);
      *    PARM3 is the number of slices in the rotation, 13 by
      *    default so weekly sheets cover every SKU each quarter.
           01 WS-SELECTION.
             05 WS-SELECT-MODE PIC X VALUE "C".
             05 WS-SELECT-CATEGORY PIC X(10) VALUE SPACES.
             05 WS-SLICE-COUNT PIC 9(3) VALUE 13.
             05 WS-THIS-SLICE PIC 9(3) VALUE 0.
             05 WS-SKU-SLICE PIC 9(3) VALUE 0.
             05 WS-WEEK-NUM PIC 9(8) VALUE 0.
             05 WS-SELECTED PIC X VALUE "N".
           01 WS-RULESIN-REC.
             05 RULESIN-NAME-PREFIX PIC X(20).
             05 FILLER PIC X.
             05 RULESIN-PREFIX-LEN PIC 9(2).
             05 FILLER PIC X.
             05 RULESIN-CATEGORY PIC X(10).
             05 FILLER PIC X(45).
           01 WS-SHEET-FIELDS.
             05 WS-THIS-CATEGORY PIC X(10) VALUE SPACES.
             05 WS-LOTS-OPEN PIC X VALUE "N".
             05 WS-LOT-DONE PIC X VALUE "N".
             05 WS-ITEM-LOT-COUNT PIC 9(4) VALUE 0.
             05 WS-ITEM-COUNT PIC 9(6) VALUE 0.
             05 WS-LINE-COUNT PIC 9(6) VALUE 0.
      *    The book quantity is deliberately not carried on the sheet
      *    line so the counter cannot simply copy it down.
           01 WS-CS-DETAIL.
             05 CSD-CATEGORY PIC X(10).
             05 FILLER PIC X(2) VALUE SPACES.
             05 CSD-SKU PIC 9(8).
             05 FILLER PIC X(2) VALUE SPACES.
             05 CSD-ITEM-NAME PIC X(50).
             05 FILLER PIC X(2) VALUE SPACES.
             05 CSD-LOT PIC X(8).
             05 FILLER PIC X(2) VALUE SPACES.
             05 CSD-LOCATION PIC X(4).
             05 FILLER PIC X(2) VALUE SPACES.
             05 CSD-COUNT-BOX PIC X(10).
           COPY RULES.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0060-INIT-RULES-TABLE.
           OPEN INPUT FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CYCLE-COUNT-SHEETS: CANNOT OPEN "
                   "ITEM-MASTER.DAT, STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM 0075-OPEN-ITEM-LOTS.
           OPEN OUTPUT FI-COUNT-SHEETS.
           PERFORM 0080-WRITE-SHEET-HEADER.
           GO TO 0100-START.

       0050-GET-RUN-PARMS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "CYCLE-COUNT-SHEETS: BUSINESS DATE PARM "
                   "(YYYYMMDD) IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-PARM-TEXT) TO WS-PARM-TEXT.
           IF WS-PARM-TEXT = SPACES
               DISPLAY "CYCLE-COUNT-SHEETS: CATEGORY OR ROTATE PARM "
                   "IS REQUIRED"
               STOP RUN
           END-IF.
           IF WS-PARM-TEXT = "ROTATE"
               MOVE "R" TO WS-SELECT-MODE
               PERFORM 0055-GET-SLICE-PARM
           ELSE
               MOVE "C" TO WS-SELECT-MODE
               MOVE WS-PARM-TEXT TO WS-SELECT-CATEGORY
           END-IF.

      *    The slice turns over once a week, so sheets reprinted
      *    during the same week come out the same.
       0055-GET-SLICE-PARM.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-PARM-TEXT(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-SLICE-COUNT
           END-IF.
           IF WS-SLICE-COUNT < 1
               MOVE 1 TO WS-SLICE-COUNT
           END-IF.
           COMPUTE WS-WEEK-NUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) / 7.
           COMPUTE WS-THIS-SLICE =
               FUNCTION MOD(WS-WEEK-NUM, WS-SLICE-COUNT).

       0060-INIT-RULES-TABLE.
           OPEN INPUT FI-RULES-IN.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "CYCLE-COUNT-SHEETS: CANNOT OPEN RULES.DAT"
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
                   DISPLAY "CYCLE-COUNT-SHEETS: RULES.DAT HAS MORE "
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

       0075-OPEN-ITEM-LOTS.
           OPEN INPUT FI-ITEM-LOTS.
           IF WS-LOTS-STATUS = "00" OR WS-LOTS-STATUS = "05"
               MOVE "Y" TO WS-LOTS-OPEN
           ELSE
               MOVE "N" TO WS-LOTS-OPEN
               DISPLAY "CYCLE-COUNT-SHEETS: ITEM-LOTS.DAT NOT "
                   "AVAILABLE, STATUS=" WS-LOTS-STATUS
                   ", SHEETS LIST ITEMS WITHOUT LOT DETAIL"
           END-IF.

       0080-WRITE-SHEET-HEADER.
           MOVE SPACES TO CS-LINE.
           STRING "CYCLE COUNT SHEET  BUSINESS DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO CS-LINE.
           WRITE CS-LINE.
           MOVE SPACES TO CS-LINE.
           IF WS-SELECT-MODE = "R"
               STRING "ROTATING SLICE " WS-THIS-SLICE " OF "
                   WS-SLICE-COUNT
                   DELIMITED BY SIZE INTO CS-LINE
           ELSE
               STRING "CATEGORY " WS-SELECT-CATEGORY
                   DELIMITED BY SIZE INTO CS-LINE
           END-IF.
           WRITE CS-LINE.
           MOVE SPACES TO CS-LINE.
           WRITE CS-LINE.
           MOVE "CATEGORY    SKU       ITEM NAME" TO CS-LINE.
           MOVE "LOT" TO CS-LINE(75:3).
           MOVE "LOC" TO CS-LINE(85:3).
           MOVE "COUNTED" TO CS-LINE(91:7).
           WRITE CS-LINE.

      *    Counts are keyed back by SKU, so items still waiting for
      *    a SKU assignment cannot be counted and are left off.
       0100-START.
           READ FI-ITEM-MASTER NEXT RECORD
               AT END GO TO 0200-END
           END-READ.
           IF MASTER-SKU = 0
               GO TO 0100-START
           END-IF.
           PERFORM 0110-MATCH-CATEGORY.
           PERFORM 0120-CHECK-SELECTED.
           IF WS-SELECTED = "Y"
               ADD 1 TO WS-ITEM-COUNT
               PERFORM 0130-LIST-ITEM
           END-IF.
           GO TO 0100-START.

       0110-MATCH-CATEGORY.
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

       0120-CHECK-SELECTED.
           MOVE "N" TO WS-SELECTED.
           IF WS-SELECT-MODE = "R"
               COMPUTE WS-SKU-SLICE =
                   FUNCTION MOD(MASTER-SKU, WS-SLICE-COUNT)
               IF WS-SKU-SLICE = WS-THIS-SLICE
                   MOVE "Y" TO WS-SELECTED
               END-IF
           ELSE IF WS-THIS-CATEGORY = WS-SELECT-CATEGORY
               MOVE "Y" TO WS-SELECTED
           END-IF.

      *    One line per lot so each receipt is counted on its own, in
      *    the location where that part of it sits; an item with no
      *    lot detail gets a single NO LOT line.
       0130-LIST-ITEM.
           MOVE 0 TO WS-ITEM-LOT-COUNT.
           IF WS-LOTS-OPEN = "Y"
               MOVE MASTER-SKU TO LOT-SKU
               MOVE 0 TO LOT-RECEIPT-DATE
               MOVE SPACES TO LOT-LOCATION
               MOVE "N" TO WS-LOT-DONE
               START FI-ITEM-LOTS KEY IS GREATER THAN LOT-KEY
                   INVALID KEY MOVE "Y" TO WS-LOT-DONE
               END-START
               PERFORM 0135-LIST-NEXT-LOT
                   UNTIL WS-LOT-DONE = "Y"
           END-IF.
           IF WS-ITEM-LOT-COUNT = 0
               MOVE "NO LOT" TO CSD-LOT
               MOVE SPACES TO CSD-LOCATION
               PERFORM 0140-WRITE-SHEET-LINE
           END-IF.

       0135-LIST-NEXT-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END MOVE "Y" TO WS-LOT-DONE
           END-READ.
           IF WS-LOT-DONE NOT = "Y"
               IF WS-LOTS-STATUS NOT = "00"
                   OR LOT-SKU NOT = MASTER-SKU
                   MOVE "Y" TO WS-LOT-DONE
               ELSE
                   ADD 1 TO WS-ITEM-LOT-COUNT
                   MOVE LOT-RECEIPT-DATE TO CSD-LOT
                   MOVE LOT-LOCATION TO CSD-LOCATION
                   PERFORM 0140-WRITE-SHEET-LINE
               END-IF
           END-IF.

       0140-WRITE-SHEET-LINE.
           MOVE WS-THIS-CATEGORY TO CSD-CATEGORY.
           MOVE MASTER-SKU TO CSD-SKU.
           MOVE MASTER-ITEM-NAME TO CSD-ITEM-NAME.
           MOVE "__________" TO CSD-COUNT-BOX.
           MOVE WS-CS-DETAIL TO CS-LINE.
           WRITE CS-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0200-END.
           MOVE SPACES TO CS-LINE.
           WRITE CS-LINE.
           MOVE "COUNTED BY __________    DATE __________    "
               TO CS-LINE.
           WRITE CS-LINE.
           MOVE SPACES TO CS-LINE.
           MOVE "STOCK FOUND WITH NO LOT LABEL: COUNT ON A NO LOT "
               TO CS-LINE.
           MOVE "LINE FOR THAT SKU" TO CS-LINE(50:17).
           WRITE CS-LINE.
           CLOSE FI-ITEM-MASTER.
           IF WS-LOTS-OPEN = "Y"
               CLOSE FI-ITEM-LOTS
           END-IF.
           CLOSE FI-COUNT-SHEETS.
           MOVE WS-LINE-COUNT TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "CYCLE-COUNT-SHEETS: " WS-ITEM-COUNT
               " ITEM(S) ON " WS-LINE-COUNT
               " COUNT LINE(S), COUNT-SHEETS.DAT WRITTEN".
           STOP RUN.

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
