       IDENTIFICATION DIVISION.
       PROGRAM-ID. "rtv-report".

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FI-RTV-SUPA ASSIGN "rtv-supa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVA-STATUS.
             SELECT OPTIONAL FI-RTV-SUPB ASSIGN "rtv-supb.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVB-STATUS.
             SELECT OPTIONAL FI-RTV-CREDITS ASSIGN "rtv-credits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITS-STATUS.
             SELECT FI-RTV-REPORT ASSIGN "rtv-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-RTV-SUPA.
           01 RTVA-LINE PIC X(157).
           FD FI-RTV-SUPB.
           01 RTVB-LINE PIC X(157).
      *    Credit notes the suppliers have sent against our debit
      *    memos, keyed in by accounts payable as they arrive.  A memo
      *    may be credited in more than one piece.
           FD FI-RTV-CREDITS.
           01 FS-CREDIT-REC.
             05 CRIN-SUPPLIER PIC X(4).
             05 FILLER PIC X.
             05 CRIN-MEMO-NO PIC X(16).
             05 FILLER PIC X.
             05 CRIN-CREDIT-DATE PIC 9(8).
             05 FILLER PIC X.
             05 CRIN-AMOUNT PIC 9(9)V99.
           FD FI-RTV-REPORT.
           01 RV-LINE PIC X(132).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "RTV-REPORT".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
           01 WS-FILE-STATUSES.
             05 WS-RTVA-STATUS PIC XX VALUE "00".
             05 WS-RTVB-STATUS PIC XX VALUE "00".
             05 WS-CREDITS-STATUS PIC XX VALUE "00".
             05 WS-RTV-STATUS PIC XX VALUE "00".
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-PARM-TEXT PIC X(8) VALUE SPACES.
             05 WS-WEEK-DAYS PIC 9(3) VALUE 7.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
           01 WS-DATE-FIELDS.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
             05 WS-RUN-DATE-INT PIC 9(8) VALUE 0.
             05 WS-WEEK-START-INT PIC 9(8) VALUE 0.
             05 WS-WEEK-START-DATE PIC 9(8) VALUE 0.
             05 WS-MEMO-DATE-INT PIC 9(8) VALUE 0.
             05 WS-MEMO-AGE PIC 9(5) VALUE 0.
           COPY RTV-REG.
      *    Credits received, summed by memo, with a flag for whether
      *    the memo they name turned up on either supplier's register.
           01 WS-CREDIT-TABLE-CTL.
             05 WS-CREDIT-COUNT PIC 9(4) VALUE 0.
           01 WS-CREDIT-TABLE.
             05 WS-CRT-ENTRY OCCURS 2000 TIMES INDEXED BY CRT-IDX.
               10 CRT-SUPPLIER PIC X(4).
               10 CRT-MEMO-NO PIC X(16).
               10 CRT-AMOUNT PIC 9(11)V99.
               10 CRT-LAST-DATE PIC 9(8).
               10 CRT-MATCHED PIC X.
           01 WS-SUPPLIER-WORK.
             05 WS-THIS-SUPPLIER PIC X(4) VALUE SPACES.
             05 WS-RTV-PASS PIC X VALUE "S".
             05 WS-MEMO-CREDITED PIC 9(11)V99 VALUE 0.
             05 WS-MEMO-OUTSTANDING PIC S9(11)V99 VALUE 0.
           01 WS-SUPPLIER-TOTALS.
             05 WS-SUP-SENT-COUNT PIC 9(6) VALUE 0.
             05 WS-SUP-SENT-QTY PIC 9(9) VALUE 0.
             05 WS-SUP-SENT-AMOUNT PIC 9(11)V99 VALUE 0.
             05 WS-SUP-OPEN-COUNT PIC 9(6) VALUE 0.
             05 WS-SUP-OWED PIC 9(11)V99 VALUE 0.
           01 WS-GRAND-TOTALS.
             05 WS-TOT-SENT-COUNT PIC 9(6) VALUE 0.
             05 WS-TOT-SENT-AMOUNT PIC 9(11)V99 VALUE 0.
             05 WS-TOT-OPEN-COUNT PIC 9(6) VALUE 0.
             05 WS-TOT-OWED PIC 9(11)V99 VALUE 0.
             05 WS-MEMOS-READ PIC 9(8) VALUE 0.
           01 WS-RV-DETAIL.
             05 RVD-BUS-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 RVD-MEMO-NO PIC X(16).
             05 FILLER PIC X VALUE SPACE.
             05 RVD-SKU PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 RVD-QTY PIC ZZZ,ZZ9.
             05 FILLER PIC X VALUE SPACE.
             05 RVD-AMOUNT-1 PIC ZZZ,ZZZ,ZZ9.99.
             05 FILLER PIC X VALUE SPACE.
             05 RVD-AMOUNT-2 PIC ZZZ,ZZZ,ZZ9.99.
             05 FILLER PIC X VALUE SPACE.
             05 RVD-TEXT PIC X(20).
             05 FILLER PIC X VALUE SPACE.
             05 RVD-ITEM-NAME PIC X(30).
           01 WS-RV-EDIT-FIELDS.
             05 WS-RV-COUNT-ED PIC ZZZ,ZZ9.
             05 WS-RV-QTY-ED PIC ZZZ,ZZZ,ZZ9.
             05 WS-RV-AMOUNT-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             05 WS-RV-AGE-ED PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0060-LOAD-CREDITS.
           OPEN OUTPUT FI-RTV-REPORT.
           MOVE SPACES TO RV-LINE.
           STRING "RETURN-TO-VENDOR REPORT  WEEK " WS-WEEK-START-DATE
               " TO " WS-RUN-DATE DELIMITED BY SIZE INTO RV-LINE.
           WRITE RV-LINE.
           MOVE "SUPA" TO WS-THIS-SUPPLIER.
           PERFORM 0100-REPORT-SUPPLIER.
           MOVE "SUPB" TO WS-THIS-SUPPLIER.
           PERFORM 0100-REPORT-SUPPLIER.
           PERFORM 0400-REPORT-UNMATCHED-CREDITS.
           PERFORM 0800-WRITE-GRAND-TOTALS.
           CLOSE FI-RTV-REPORT.
           MOVE WS-MEMOS-READ TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "RTV-REPORT: " WS-TOT-SENT-COUNT
               " MEMO(S) SENT THIS WEEK, " WS-TOT-OPEN-COUNT
               " AWAITING CREDIT".
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
               DISPLAY "RTV-REPORT: BUSINESS DATE PARM "
                   "(YYYYMMDD) IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-PARM-TEXT(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-WEEK-DAYS
           END-IF.
           IF WS-WEEK-DAYS < 1
               MOVE 1 TO WS-WEEK-DAYS
           END-IF.
           COMPUTE WS-WEEK-START-INT =
               WS-RUN-DATE-INT - WS-WEEK-DAYS + 1.
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT).

       0060-LOAD-CREDITS.
           OPEN INPUT FI-RTV-CREDITS.
           IF WS-CREDITS-STATUS NOT = "00"
               DISPLAY "RTV-REPORT: RTV-CREDITS.DAT NOT AVAILABLE, "
                   "NO CREDITS APPLIED"
           ELSE
               PERFORM 0065-LOAD-ONE-CREDIT
                   UNTIL WS-CREDITS-STATUS NOT = "00"
               CLOSE FI-RTV-CREDITS
           END-IF.

       0065-LOAD-ONE-CREDIT.
           READ FI-RTV-CREDITS
               AT END CONTINUE
           END-READ.
           IF WS-CREDITS-STATUS = "00"
               AND CRIN-MEMO-NO NOT = SPACES
               AND CRIN-AMOUNT IS NUMERIC
               PERFORM VARYING CRT-IDX FROM 1 BY 1
                       UNTIL CRT-IDX > WS-CREDIT-COUNT
                   IF CRT-MEMO-NO(CRT-IDX) = CRIN-MEMO-NO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF CRT-IDX > WS-CREDIT-COUNT
                   IF WS-CREDIT-COUNT >= 2000
                       DISPLAY "RTV-REPORT: MORE THAN 2000 CREDITED "
                           "MEMOS, WS-CREDIT-TABLE CANNOT HOLD ANY "
                           "MORE"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CREDIT-COUNT
                   SET CRT-IDX TO WS-CREDIT-COUNT
                   MOVE CRIN-SUPPLIER TO CRT-SUPPLIER(CRT-IDX)
                   MOVE CRIN-MEMO-NO TO CRT-MEMO-NO(CRT-IDX)
                   MOVE 0 TO CRT-AMOUNT(CRT-IDX)
                   MOVE 0 TO CRT-LAST-DATE(CRT-IDX)
                   MOVE "N" TO CRT-MATCHED(CRT-IDX)
               END-IF
               ADD CRIN-AMOUNT TO CRT-AMOUNT(CRT-IDX)
               IF CRIN-CREDIT-DATE IS NUMERIC
                   AND CRIN-CREDIT-DATE > CRT-LAST-DATE(CRT-IDX)
                   MOVE CRIN-CREDIT-DATE TO CRT-LAST-DATE(CRT-IDX)
               END-IF
           END-IF.

      *    Two passes over the supplier's register: what went back
      *    this week, then every memo not yet fully credited however
      *    old it is.  What the supplier owes us is the sum of those
      *    outstanding balances.
       0100-REPORT-SUPPLIER.
           MOVE 0 TO WS-SUP-SENT-COUNT WS-SUP-SENT-QTY
               WS-SUP-SENT-AMOUNT WS-SUP-OPEN-COUNT WS-SUP-OWED.
           MOVE SPACES TO RV-LINE.
           WRITE RV-LINE.
           MOVE SPACES TO RV-LINE.
           STRING "SUPPLIER " WS-THIS-SUPPLIER
               DELIMITED BY SIZE INTO RV-LINE.
           WRITE RV-LINE.
           MOVE "  SENT BACK THIS WEEK" TO RV-LINE.
           WRITE RV-LINE.
           PERFORM 0105-WRITE-COLUMN-HEADS.
           MOVE "REASON" TO RV-LINE(74:6).
           WRITE RV-LINE.
           MOVE "S" TO WS-RTV-PASS.
           PERFORM 0110-READ-REGISTER.
           MOVE "  AWAITING CREDIT" TO RV-LINE.
           WRITE RV-LINE.
           PERFORM 0105-WRITE-COLUMN-HEADS.
           MOVE "CREDITED" TO RV-LINE(65:8).
           MOVE "AGE" TO RV-LINE(74:3).
           WRITE RV-LINE.
           MOVE "O" TO WS-RTV-PASS.
           PERFORM 0110-READ-REGISTER.
           PERFORM 0300-WRITE-SUPPLIER-TOTALS.

       0105-WRITE-COLUMN-HEADS.
           MOVE SPACES TO RV-LINE.
           MOVE "DATE" TO RV-LINE(1:4).
           MOVE "MEMO NO" TO RV-LINE(10:7).
           MOVE "SKU" TO RV-LINE(27:3).
           MOVE "QTY" TO RV-LINE(40:3).
           MOVE "MEMO AMOUNT" TO RV-LINE(47:11).
           MOVE "ITEM" TO RV-LINE(95:4).

       0110-READ-REGISTER.
           IF WS-THIS-SUPPLIER = "SUPA"
               OPEN INPUT FI-RTV-SUPA
               MOVE WS-RTVA-STATUS TO WS-RTV-STATUS
           ELSE
               OPEN INPUT FI-RTV-SUPB
               MOVE WS-RTVB-STATUS TO WS-RTV-STATUS
           END-IF.
           IF WS-RTV-STATUS = "00"
               PERFORM 0120-READ-ONE-MEMO
                   UNTIL WS-RTV-STATUS NOT = "00"
               IF WS-THIS-SUPPLIER = "SUPA"
                   CLOSE FI-RTV-SUPA
               ELSE
                   CLOSE FI-RTV-SUPB
               END-IF
           END-IF.

       0120-READ-ONE-MEMO.
           IF WS-THIS-SUPPLIER = "SUPA"
               READ FI-RTV-SUPA INTO FS-RTV-REG-REC
                   AT END CONTINUE
               END-READ
               MOVE WS-RTVA-STATUS TO WS-RTV-STATUS
           ELSE
               READ FI-RTV-SUPB INTO FS-RTV-REG-REC
                   AT END CONTINUE
               END-READ
               MOVE WS-RTVB-STATUS TO WS-RTV-STATUS
           END-IF.
           IF WS-RTV-STATUS = "00"
               AND RV-BUS-DATE IS NUMERIC
               AND RV-MEMO-AMOUNT IS NUMERIC
               AND RV-BUS-DATE <= WS-RUN-DATE-NUM
               IF WS-RTV-PASS = "S"
                   ADD 1 TO WS-MEMOS-READ
                   COMPUTE WS-MEMO-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(RV-BUS-DATE)
                   IF WS-MEMO-DATE-INT >= WS-WEEK-START-INT
                       PERFORM 0200-WRITE-SENT-LINE
                   END-IF
               ELSE
                   PERFORM 0210-CHECK-OUTSTANDING
               END-IF
           END-IF.

       0200-WRITE-SENT-LINE.
           ADD 1 TO WS-SUP-SENT-COUNT.
           ADD RV-RETURN-QTY TO WS-SUP-SENT-QTY.
           ADD RV-MEMO-AMOUNT TO WS-SUP-SENT-AMOUNT.
           MOVE SPACES TO WS-RV-DETAIL.
           MOVE RV-BUS-DATE TO RVD-BUS-DATE.
           MOVE RV-MEMO-NO TO RVD-MEMO-NO.
           MOVE RV-SKU TO RVD-SKU.
           MOVE RV-RETURN-QTY TO RVD-QTY.
           MOVE RV-MEMO-AMOUNT TO RVD-AMOUNT-1.
           MOVE RV-REASON TO RVD-TEXT.
           MOVE RV-ITEM-NAME TO RVD-ITEM-NAME.
           MOVE WS-RV-DETAIL TO RV-LINE.
           WRITE RV-LINE.

       0210-CHECK-OUTSTANDING.
           MOVE 0 TO WS-MEMO-CREDITED.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > WS-CREDIT-COUNT
               IF CRT-MEMO-NO(CRT-IDX) = RV-MEMO-NO
                   MOVE CRT-AMOUNT(CRT-IDX) TO WS-MEMO-CREDITED
                   MOVE "Y" TO CRT-MATCHED(CRT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-MEMO-OUTSTANDING =
               RV-MEMO-AMOUNT - WS-MEMO-CREDITED.
           IF WS-MEMO-OUTSTANDING > 0
               ADD 1 TO WS-SUP-OPEN-COUNT
               ADD WS-MEMO-OUTSTANDING TO WS-SUP-OWED
               COMPUTE WS-MEMO-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RV-BUS-DATE)
               COMPUTE WS-MEMO-AGE =
                   WS-RUN-DATE-INT - WS-MEMO-DATE-INT
               MOVE SPACES TO WS-RV-DETAIL
               MOVE RV-BUS-DATE TO RVD-BUS-DATE
               MOVE RV-MEMO-NO TO RVD-MEMO-NO
               MOVE RV-SKU TO RVD-SKU
               MOVE RV-RETURN-QTY TO RVD-QTY
               MOVE RV-MEMO-AMOUNT TO RVD-AMOUNT-1
               MOVE WS-MEMO-CREDITED TO RVD-AMOUNT-2
               MOVE WS-MEMO-AGE TO WS-RV-AGE-ED
               STRING WS-RV-AGE-ED " DAY(S)"
                   DELIMITED BY SIZE INTO RVD-TEXT
               MOVE RV-ITEM-NAME TO RVD-ITEM-NAME
               MOVE WS-RV-DETAIL TO RV-LINE
               WRITE RV-LINE
           END-IF.

       0300-WRITE-SUPPLIER-TOTALS.
           MOVE SPACES TO RV-LINE.
           MOVE WS-SUP-SENT-COUNT TO WS-RV-COUNT-ED.
           MOVE WS-SUP-SENT-QTY TO WS-RV-QTY-ED.
           MOVE WS-SUP-SENT-AMOUNT TO WS-RV-AMOUNT-ED.
           STRING "  " WS-THIS-SUPPLIER " SENT BACK THIS WEEK: "
               WS-RV-COUNT-ED " MEMO(S), " WS-RV-QTY-ED
               " UNIT(S), " WS-RV-AMOUNT-ED
               DELIMITED BY SIZE INTO RV-LINE.
           WRITE RV-LINE.
           MOVE SPACES TO RV-LINE.
           MOVE WS-SUP-OPEN-COUNT TO WS-RV-COUNT-ED.
           MOVE WS-SUP-OWED TO WS-RV-AMOUNT-ED.
           STRING "  " WS-THIS-SUPPLIER " AWAITING CREDIT: "
               WS-RV-COUNT-ED " MEMO(S), OWES US " WS-RV-AMOUNT-ED
               DELIMITED BY SIZE INTO RV-LINE.
           WRITE RV-LINE.
           ADD WS-SUP-SENT-COUNT TO WS-TOT-SENT-COUNT.
           ADD WS-SUP-SENT-AMOUNT TO WS-TOT-SENT-AMOUNT.
           ADD WS-SUP-OPEN-COUNT TO WS-TOT-OPEN-COUNT.
           ADD WS-SUP-OWED TO WS-TOT-OWED.

      *    A credit naming a memo on neither register is keyed wrong
      *    or belongs to someone else; AP needs to see it.
       0400-REPORT-UNMATCHED-CREDITS.
           MOVE SPACES TO RV-LINE.
           WRITE RV-LINE.
           MOVE "CREDITS MATCHING NO DEBIT MEMO" TO RV-LINE.
           WRITE RV-LINE.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > WS-CREDIT-COUNT
               IF CRT-MATCHED(CRT-IDX) NOT = "Y"
                   MOVE SPACES TO WS-RV-DETAIL
                   MOVE CRT-LAST-DATE(CRT-IDX) TO RVD-BUS-DATE
                   MOVE CRT-MEMO-NO(CRT-IDX) TO RVD-MEMO-NO
                   MOVE 0 TO RVD-SKU
                   MOVE CRT-AMOUNT(CRT-IDX) TO RVD-AMOUNT-2
                   MOVE CRT-SUPPLIER(CRT-IDX) TO RVD-TEXT
                   MOVE WS-RV-DETAIL TO RV-LINE
                   WRITE RV-LINE
               END-IF
           END-PERFORM.

       0800-WRITE-GRAND-TOTALS.
           MOVE SPACES TO RV-LINE.
           WRITE RV-LINE.
           MOVE SPACES TO RV-LINE.
           MOVE WS-TOT-SENT-COUNT TO WS-RV-COUNT-ED.
           MOVE WS-TOT-SENT-AMOUNT TO WS-RV-AMOUNT-ED.
           STRING "ALL SUPPLIERS SENT BACK THIS WEEK: " WS-RV-COUNT-ED
               " MEMO(S), " WS-RV-AMOUNT-ED
               DELIMITED BY SIZE INTO RV-LINE.
           WRITE RV-LINE.
           MOVE SPACES TO RV-LINE.
           MOVE WS-TOT-OPEN-COUNT TO WS-RV-COUNT-ED.
           MOVE WS-TOT-OWED TO WS-RV-AMOUNT-ED.
           STRING "ALL SUPPLIERS AWAITING CREDIT: " WS-RV-COUNT-ED
               " MEMO(S), OWED TO US " WS-RV-AMOUNT-ED
               DELIMITED BY SIZE INTO RV-LINE.
           WRITE RV-LINE.

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
