       IDENTIFICATION DIVISION.
       PROGRAM-ID. "margin-analysis".

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
             SELECT FI-RULES-IN ASSIGN "rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
             SELECT OPTIONAL FI-MD-RULES ASSIGN "markdown-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD-RULES-STATUS.
             SELECT OPTIONAL FI-AUDIT-IN ASSIGN "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
             SELECT OPTIONAL FI-SALES-HISTORY
               ASSIGN "sales-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.
             SELECT OPTIONAL FI-RECEIPT-LOG ASSIGN "receipt-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.
             SELECT OPTIONAL FI-STOCK-MOVES
               ASSIGN "stock-movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVES-STATUS.
             SELECT OPTIONAL FI-PRICE-HISTORY ASSIGN "price-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-HIST-STATUS.
             SELECT FI-MARGIN-REPORT ASSIGN "margin-analysis.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-ITEM-MASTER.
           COPY ITEM-MSTR.
           FD FI-RULES-IN.
           01 RULESIN-LINE PIC X(80).
           FD FI-MD-RULES.
           01 MDIN-LINE PIC X(40).
           FD FI-AUDIT-IN.
           01 FS-AUDIT-REC.
             05 AUD-ITEM-NAME PIC X(50).
             05 FILLER PIC X.
      *    Paragraph name, before/after sell-in and quality and
      *    their separators - 41 bytes between the name and the
      *    source tag (see the writer's FD in gilded-rose).
             05 AUD-FILLER PIC X(41).
             05 AUD-SOURCE-SYSTEM PIC X(4).
             05 FILLER PIC X.
             05 AUD-SKU PIC 9(8).
           FD FI-SALES-HISTORY.
           COPY SALES-HIST.
           FD FI-RECEIPT-LOG.
           COPY RCPT-LOG.
           FD FI-STOCK-MOVES.
           COPY STK-MOVE.
           FD FI-PRICE-HISTORY.
           COPY PRICE-HIST.
           FD FI-MARGIN-REPORT.
           01 MG-LINE PIC X(160).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "MARGIN-ANALYSIS".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
      *    WS-RULES-STATUS comes in with COPY RULES below.
           01 WS-FILE-STATUSES.
             05 WS-MASTER-STATUS PIC XX VALUE "00".
             05 WS-MD-RULES-STATUS PIC XX VALUE "00".
             05 WS-AUDIT-STATUS PIC XX VALUE "00".
             05 WS-SALES-STATUS PIC XX VALUE "00".
             05 WS-RECEIPTS-STATUS PIC XX VALUE "00".
             05 WS-MOVES-STATUS PIC XX VALUE "00".
             05 WS-PRICE-HIST-STATUS PIC XX VALUE "00".
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-PARM-TEXT PIC X(8) VALUE SPACES.
             05 WS-PERIOD-DAYS PIC 9(3) VALUE 7.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
           01 WS-DATE-FIELDS.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
             05 WS-RUN-DATE-INT PIC 9(8) VALUE 0.
             05 WS-PERIOD-START-INT PIC 9(8) VALUE 0.
             05 WS-PERIOD-START-DATE PIC 9(8) VALUE 0.
             05 WS-LOOKBACK-DATE PIC 9(8) VALUE 0.
             05 WS-REC-DATE-INT PIC 9(8) VALUE 0.
           01 WS-RULESIN-REC.
             05 RULESIN-NAME-PREFIX PIC X(20).
             05 FILLER PIC X.
             05 RULESIN-PREFIX-LEN PIC 9(2).
             05 FILLER PIC X.
             05 RULESIN-CATEGORY PIC X(10).
             05 FILLER PIC X(45).
           01 WS-MDIN-REC.
             05 MDIN-QUALITY-LO PIC S9(3) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 MDIN-QUALITY-HI PIC S9(3) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 MDIN-SELLIN-LO PIC S9(3) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 MDIN-SELLIN-HI PIC S9(3) SIGN LEADING SEPARATE.
             05 FILLER PIC X.
             05 MDIN-PCT-OFF PIC 9(3).
      *    One entry per markdown-rules.dat line, in file order, so
      *    the entry number matches PH-BAND-NO on the price history.
      *    Units sold in the days since each markdown are set against
      *    units sold in the same number of days before it.
           01 WS-BAND-TABLE-CTL.
             05 WS-BAND-COUNT PIC 9(2) VALUE 0.
             05 WS-BAND-FILE-COUNT PIC 9(2) VALUE 0.
             05 WS-BAND-NUM PIC 9(2) VALUE 0.
           01 WS-BAND-TABLE.
             05 WS-BAND-ENTRY OCCURS 10 TIMES INDEXED BY BND-IDX.
               10 BND-QUALITY-LO PIC S9(3).
               10 BND-QUALITY-HI PIC S9(3).
               10 BND-SELLIN-LO PIC S9(3).
               10 BND-SELLIN-HI PIC S9(3).
               10 BND-PCT-OFF PIC 9(3).
               10 BND-MARKDOWNS PIC 9(6).
               10 BND-TOO-RECENT PIC 9(6).
               10 BND-ON-HAND PIC 9(9).
               10 BND-GIVE-UP PIC 9(11)V99.
               10 BND-SOLD-BEFORE PIC 9(9).
               10 BND-SOLD-AFTER PIC 9(9).
               10 BND-REVENUE-AFTER PIC 9(11)V99.
           01 WS-EVENT-TABLE-CTL.
             05 WS-EVENT-COUNT PIC 9(4) VALUE 0.
           01 WS-EVENT-TABLE.
             05 WS-EVT-ENTRY OCCURS 2000 TIMES INDEXED BY EVT-IDX.
               10 EVT-SKU PIC 9(8).
               10 EVT-BAND PIC 9(2).
               10 EVT-DATE-INT PIC 9(8).
               10 EVT-BEFORE-INT PIC 9(8).
      *    One entry per SKU: the master's SKUs in item-name order,
      *    then any SKU met on the history files that is no longer
      *    on the master.
           01 WS-SKU-TABLE-CTL.
             05 WS-SKU-COUNT PIC 9(4) VALUE 0.
             05 WS-SKU-FOUND PIC X VALUE "N".
             05 WS-THIS-SKU PIC 9(8) VALUE 0.
             05 WS-THIS-ITEM-NAME PIC X(50) VALUE SPACES.
             05 WS-THIS-CATEGORY PIC X(10) VALUE SPACES.
           01 WS-SKU-TABLE.
             05 WS-SKT-ENTRY OCCURS 2000 TIMES INDEXED BY SKT-IDX.
               10 SKT-SKU PIC 9(8).
               10 SKT-ITEM-NAME PIC X(50).
               10 SKT-CATEGORY PIC X(10).
               10 SKT-SUPPLIER PIC X(4).
               10 SKT-UNIT-COST PIC 9(5)V99.
               10 SKT-ON-HAND PIC 9(9).
               10 SKT-RECEIVED PIC 9(9).
               10 SKT-SOLD PIC 9(9).
               10 SKT-WASTED PIC 9(9).
               10 SKT-REVENUE PIC 9(11)V99.
               10 SKT-COGS PIC 9(11)V99.
               10 SKT-SHRINK PIC 9(11)V99.
               10 SKT-GIVE-UP PIC 9(11)V99.
      *    Roll-ups: B is one category from one source supplier, C a
      *    category, S a source supplier and T the grand total.
           01 WS-ROLLUP-TABLE-CTL.
             05 WS-ROLLUP-COUNT PIC 9(3) VALUE 0.
             05 WS-RU-KIND PIC X VALUE SPACE.
             05 WS-RU-CATEGORY PIC X(10) VALUE SPACES.
             05 WS-RU-SUPPLIER PIC X(4) VALUE SPACES.
             05 WS-RU-HOLD-IDX PIC 9(3) VALUE 0.
           01 WS-ROLLUP-TABLE.
             05 WS-RU-ENTRY OCCURS 100 TIMES INDEXED BY RU-IDX
                 RU2-IDX.
               10 RU-KIND PIC X.
               10 RU-CATEGORY PIC X(10).
               10 RU-SUPPLIER PIC X(4).
               10 RU-SKU-COUNT PIC 9(5).
               10 RU-ON-HAND PIC 9(9).
               10 RU-RECEIVED PIC 9(9).
               10 RU-SOLD PIC 9(9).
               10 RU-WASTED PIC 9(9).
               10 RU-REVENUE PIC 9(11)V99.
               10 RU-COGS PIC 9(11)V99.
               10 RU-SHRINK PIC 9(11)V99.
               10 RU-GIVE-UP PIC 9(11)V99.
      *    The figures behind one report line, whichever table they
      *    came from.
           01 WS-LINE-METRICS.
             05 MG-ON-HAND PIC 9(9) VALUE 0.
             05 MG-RECEIVED PIC 9(9) VALUE 0.
             05 MG-SOLD PIC 9(9) VALUE 0.
             05 MG-WASTED PIC 9(9) VALUE 0.
             05 MG-REVENUE PIC 9(11)V99 VALUE 0.
             05 MG-COGS PIC 9(11)V99 VALUE 0.
             05 MG-SHRINK PIC 9(11)V99 VALUE 0.
             05 MG-GIVE-UP PIC 9(11)V99 VALUE 0.
             05 MG-AVAILABLE PIC 9(10) VALUE 0.
             05 MG-SELL-THRU PIC 9(3)V9 VALUE 0.
             05 MG-GROSS-MARGIN PIC S9(12)V99 VALUE 0.
             05 MG-POTENTIAL PIC S9(12)V99 VALUE 0.
             05 MG-LOST PIC 9(12)V99 VALUE 0.
             05 MG-LOST-PCT PIC 9(3)V9 VALUE 0.
           01 WS-SALE-WORK.
             05 WS-SALE-COST PIC 9(5)V99 VALUE 0.
             05 WS-SALE-REVENUE PIC 9(11)V99 VALUE 0.
           01 WS-RUN-COUNTS.
             05 WS-SALES-READ PIC 9(8) VALUE 0.
             05 WS-RECEIPTS-READ PIC 9(8) VALUE 0.
             05 WS-SHRINK-READ PIC 9(8) VALUE 0.
             05 WS-MARKDOWNS-READ PIC 9(8) VALUE 0.
             05 WS-SKU-LINES PIC 9(6) VALUE 0.
           01 WS-MG-EDIT-FIELDS.
             05 WS-MG-QTY-ED PIC ZZZZ,ZZ9.
             05 WS-MG-PCT-ED PIC ZZ9.9.
             05 WS-MG-AMOUNT-ED PIC ZZ,ZZZ,ZZ9.99.
             05 WS-MG-MARGIN-ED PIC ---,---,--9.99.
             05 WS-MG-COUNT-ED PIC ZZ,ZZ9.
             05 WS-MG-BAND-ED PIC Z9.
             05 WS-MG-PCT-OFF-ED PIC ZZ9.
             05 WS-MG-RANGE-ED PIC +999.
           01 WS-MG-DETAIL.
             05 MGD-CATEGORY PIC X(10).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-SUPPLIER PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-SKU PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-ITEM-NAME PIC X(24).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-RECEIVED PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-SOLD PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-WASTED PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-SELL-THRU PIC X(5).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-REVENUE PIC X(13).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-COGS PIC X(13).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-SHRINK PIC X(13).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-GIVE-UP PIC X(13).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-GROSS-MARGIN PIC X(14).
             05 FILLER PIC X VALUE SPACE.
             05 MGD-LOST-PCT PIC X(5).
           01 WS-BD-DETAIL.
             05 BDD-BAND PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-PCT-OFF PIC X(4).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-QUALITY PIC X(9).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-SELL-IN PIC X(9).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-MARKDOWNS PIC X(6).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-ON-HAND PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-GIVE-UP PIC X(13).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-SOLD-BEFORE PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-SOLD-AFTER PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-REVENUE-AFTER PIC X(13).
             05 FILLER PIC X VALUE SPACE.
             05 BDD-SELL-THRU PIC X(5).
             05 FILLER PIC X(2) VALUE SPACES.
             05 BDD-VERDICT PIC X(24).
           COPY RULES.

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0055-INIT-RULES-TABLE.
           PERFORM 0057-LOAD-MARKDOWN-BANDS.
           PERFORM 0060-LOAD-MASTER.
           PERFORM 0070-LOAD-SOURCE-SUPPLIERS.
           PERFORM 0100-READ-PRICE-HISTORY.
           PERFORM 0200-READ-SALES-HISTORY.
           PERFORM 0300-READ-RECEIPT-LOG.
           PERFORM 0400-READ-STOCK-MOVES.
           OPEN OUTPUT FI-MARGIN-REPORT.
           MOVE SPACES TO MG-LINE.
           STRING "SELL-THROUGH AND MARGIN ANALYSIS  PERIOD "
               WS-PERIOD-START-DATE " TO " WS-RUN-DATE
               DELIMITED BY SIZE INTO MG-LINE.
           WRITE MG-LINE.
           MOVE SPACES TO MG-LINE.
           STRING "SELL% = SOLD / (SOLD + WASTED + ON HAND NOW).  "
               "GROSS MARGIN = REVENUE - COST OF GOODS - WASTE $.  "
               "LOST% = (WASTE $ + MARKDOWN GIVE-UP) / MARGIN "
               "BEFORE EITHER."
               DELIMITED BY SIZE INTO MG-LINE.
           WRITE MG-LINE.
           PERFORM 0500-WRITE-SKU-SECTION.
           PERFORM 0600-WRITE-ROLLUP-SECTIONS.
           PERFORM 0700-WRITE-BAND-SECTION.
           CLOSE FI-MARGIN-REPORT.
           MOVE WS-SKU-LINES TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "MARGIN-ANALYSIS: " WS-SKU-LINES " SKU(S) "
               "ANALYSED, " WS-SALES-READ " SALES LINE(S), "
               WS-RECEIPTS-READ " RECEIPT(S), " WS-SHRINK-READ
               " SHRINK MOVE(S), " WS-MARKDOWNS-READ
               " MARKDOWN(S) IN PERIOD".
           STOP RUN.

      *    PARM1 is the business date the period ends on; PARM2 the
      *    period length in days - 7 for the weekly run, the length
      *    of the accounting period for a period run.
       0050-GET-RUN-PARMS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "MARGIN-ANALYSIS: BUSINESS DATE PARM "
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
               MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-PERIOD-DAYS
           END-IF.
           IF WS-PERIOD-DAYS < 1
               MOVE 1 TO WS-PERIOD-DAYS
           END-IF.
           COMPUTE WS-PERIOD-START-INT =
               WS-RUN-DATE-INT - WS-PERIOD-DAYS + 1.
           COMPUTE WS-PERIOD-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-INT).
      *    A markdown on the first day of the period is compared
      *    with sales as far back again before it.
           COMPUTE WS-LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-PERIOD-START-INT - WS-PERIOD-DAYS).

       0055-INIT-RULES-TABLE.
           OPEN INPUT FI-RULES-IN.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "MARGIN-ANALYSIS: CANNOT OPEN RULES.DAT"
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
                   DISPLAY "MARGIN-ANALYSIS: RULES.DAT HAS MORE THAN "
                       "6 ENTRIES, WS-RULES-TABLE CANNOT HOLD ANY MORE"
                   STOP RUN
               END-IF
               MOVE RULESIN-NAME-PREFIX TO RULE-NAME-PREFIX(RULE-IDX)
               MOVE RULESIN-PREFIX-LEN TO RULE-PREFIX-LEN(RULE-IDX)
               MOVE RULESIN-CATEGORY TO RULE-CATEGORY(RULE-IDX)
               ADD 1 TO WS-RULE-COUNT
               SET RULE-IDX UP BY 1
           END-PERFORM.
           CLOSE FI-RULES-IN.

      *    Without markdown-rules.dat the bands are still reported
      *    from the price history, by number and percent off only.
       0057-LOAD-MARKDOWN-BANDS.
           INITIALIZE WS-BAND-TABLE.
           MOVE 0 TO WS-BAND-COUNT.
           OPEN INPUT FI-MD-RULES.
           IF WS-MD-RULES-STATUS NOT = "00"
               DISPLAY "MARGIN-ANALYSIS: MARKDOWN-RULES.DAT NOT "
                   "AVAILABLE, BANDS SHOWN BY NUMBER ONLY"
           ELSE
               SET BND-IDX TO 1
               PERFORM UNTIL 1 = 2
                   READ FI-MD-RULES INTO WS-MDIN-REC
                       AT END EXIT PERFORM
                   END-READ
                   IF WS-BAND-COUNT >= 10
                       DISPLAY "MARGIN-ANALYSIS: MARKDOWN-RULES.DAT "
                           "HAS MORE THAN 10 ENTRIES, WS-BAND-TABLE "
                           "CANNOT HOLD ANY MORE"
                       STOP RUN
                   END-IF
                   MOVE MDIN-QUALITY-LO TO BND-QUALITY-LO(BND-IDX)
                   MOVE MDIN-QUALITY-HI TO BND-QUALITY-HI(BND-IDX)
                   MOVE MDIN-SELLIN-LO TO BND-SELLIN-LO(BND-IDX)
                   MOVE MDIN-SELLIN-HI TO BND-SELLIN-HI(BND-IDX)
                   MOVE MDIN-PCT-OFF TO BND-PCT-OFF(BND-IDX)
                   ADD 1 TO WS-BAND-COUNT
                   SET BND-IDX UP BY 1
               END-PERFORM
               CLOSE FI-MD-RULES
           END-IF.
           MOVE WS-BAND-COUNT TO WS-BAND-FILE-COUNT.

      *    Items still awaiting a SKU carry zero and cannot be
      *    matched to any history, so they are left out.
       0060-LOAD-MASTER.
           OPEN INPUT FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MARGIN-ANALYSIS: CANNOT OPEN ITEM-MASTER.DAT"
                   ", STATUS=" WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL 1 = 2
               READ FI-ITEM-MASTER NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF MASTER-SKU NOT = 0
                   MOVE MASTER-SKU TO WS-THIS-SKU
                   MOVE MASTER-ITEM-NAME TO WS-THIS-ITEM-NAME
                   PERFORM 0090-FIND-SKU
                   ADD MASTER-ON-HAND-QTY TO SKT-ON-HAND(SKT-IDX)
                   MOVE MASTER-UNIT-COST TO SKT-UNIT-COST(SKT-IDX)
               END-IF
           END-PERFORM.
           CLOSE FI-ITEM-MASTER.

      *    Source supplier is the tag the night's audit trail carries
      *    for the item - the same attribution the shrinkage report
      *    and supplier orders use.
       0070-LOAD-SOURCE-SUPPLIERS.
           OPEN INPUT FI-AUDIT-IN.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "MARGIN-ANALYSIS: AUDIT.DAT NOT AVAILABLE, "
                   "SOURCE SUPPLIER WILL SHOW UNKNOWN"
           ELSE
               PERFORM 0075-LOAD-ONE-SOURCE
                   UNTIL WS-AUDIT-STATUS NOT = "00"
               CLOSE FI-AUDIT-IN
           END-IF.

       0075-LOAD-ONE-SOURCE.
           READ FI-AUDIT-IN
               AT END CONTINUE
           END-READ.
           IF WS-AUDIT-STATUS = "00"
               AND AUD-SKU IS NUMERIC
               AND AUD-SKU NOT = 0
               MOVE AUD-SKU TO WS-THIS-SKU
               PERFORM 0095-LOOKUP-SKU
               IF WS-SKU-FOUND = "Y"
                   MOVE AUD-SOURCE-SYSTEM TO SKT-SUPPLIER(SKT-IDX)
               END-IF
           END-IF.

       0080-MATCH-CATEGORY.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               IF RULE-PREFIX-LEN(RULE-IDX) = 0
                   EXIT PERFORM
               ELSE IF WS-THIS-ITEM-NAME
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

      *    Leaves SKT-IDX on WS-THIS-SKU's entry, adding one (named
      *    from WS-THIS-ITEM-NAME) when the SKU is not yet known.
       0090-FIND-SKU.
           PERFORM 0095-LOOKUP-SKU.
           IF WS-SKU-FOUND = "N"
               IF WS-SKU-COUNT >= 2000
                   DISPLAY "MARGIN-ANALYSIS: MORE THAN 2000 SKUS, "
                       "WS-SKU-TABLE CANNOT HOLD ANY MORE"
                   STOP RUN
               END-IF
               PERFORM 0080-MATCH-CATEGORY
               ADD 1 TO WS-SKU-COUNT
               SET SKT-IDX TO WS-SKU-COUNT
               INITIALIZE WS-SKT-ENTRY(SKT-IDX)
               MOVE WS-THIS-SKU TO SKT-SKU(SKT-IDX)
               MOVE WS-THIS-ITEM-NAME TO SKT-ITEM-NAME(SKT-IDX)
               MOVE WS-THIS-CATEGORY TO SKT-CATEGORY(SKT-IDX)
               MOVE "UNKN" TO SKT-SUPPLIER(SKT-IDX)
           END-IF.

       0095-LOOKUP-SKU.
           MOVE "N" TO WS-SKU-FOUND.
           PERFORM VARYING SKT-IDX FROM 1 BY 1
                   UNTIL SKT-IDX > WS-SKU-COUNT
               IF SKT-SKU(SKT-IDX) = WS-THIS-SKU
                   MOVE "Y" TO WS-SKU-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Markdowns taken in the period: their give-up against the
      *    SKU, and each one against the band that fired it.
       0100-READ-PRICE-HISTORY.
           OPEN INPUT FI-PRICE-HISTORY.
           IF WS-PRICE-HIST-STATUS NOT = "00"
               DISPLAY "MARGIN-ANALYSIS: PRICE-HISTORY.DAT NOT "
                   "AVAILABLE, NO MARKDOWN GIVE-UP SHOWN"
           ELSE
               PERFORM 0110-READ-ONE-MARKDOWN
                   UNTIL WS-PRICE-HIST-STATUS NOT = "00"
               CLOSE FI-PRICE-HISTORY
           END-IF.

       0110-READ-ONE-MARKDOWN.
           READ FI-PRICE-HISTORY
               AT END CONTINUE
           END-READ.
           IF WS-PRICE-HIST-STATUS = "00"
               AND PH-BUS-DATE IS NUMERIC
               AND PH-BUS-DATE >= WS-PERIOD-START-DATE
               AND PH-BUS-DATE <= WS-RUN-DATE-NUM
               ADD 1 TO WS-MARKDOWNS-READ
               MOVE PH-SKU TO WS-THIS-SKU
               MOVE PH-ITEM-NAME TO WS-THIS-ITEM-NAME
               PERFORM 0090-FIND-SKU
               ADD PH-GIVE-UP TO SKT-GIVE-UP(SKT-IDX)
               IF PH-BAND-NO >= 1 AND PH-BAND-NO <= 10
                   PERFORM 0120-ADD-MARKDOWN-EVENT
               END-IF
           END-IF.

      *    A markdown taken on the business date itself has no
      *    selling days after it yet and is counted as too recent.
       0120-ADD-MARKDOWN-EVENT.
           SET BND-IDX TO PH-BAND-NO.
           IF PH-BAND-NO > WS-BAND-COUNT
               MOVE PH-BAND-NO TO WS-BAND-COUNT
           END-IF.
           IF PH-BAND-NO > WS-BAND-FILE-COUNT
               MOVE PH-PCT-OFF TO BND-PCT-OFF(BND-IDX)
           END-IF.
           ADD 1 TO BND-MARKDOWNS(BND-IDX).
           ADD PH-ON-HAND-QTY TO BND-ON-HAND(BND-IDX).
           ADD PH-GIVE-UP TO BND-GIVE-UP(BND-IDX).
           IF PH-BUS-DATE = WS-RUN-DATE-NUM
               ADD 1 TO BND-TOO-RECENT(BND-IDX)
           ELSE
               IF WS-EVENT-COUNT >= 2000
                   DISPLAY "MARGIN-ANALYSIS: MORE THAN 2000 "
                       "MARKDOWNS IN THE PERIOD, WS-EVENT-TABLE "
                       "CANNOT HOLD ANY MORE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-EVENT-COUNT
               SET EVT-IDX TO WS-EVENT-COUNT
               MOVE PH-SKU TO EVT-SKU(EVT-IDX)
               MOVE PH-BAND-NO TO EVT-BAND(EVT-IDX)
               COMPUTE EVT-DATE-INT(EVT-IDX) =
                   FUNCTION INTEGER-OF-DATE(PH-BUS-DATE)
               COMPUTE EVT-BEFORE-INT(EVT-IDX) =
                   EVT-DATE-INT(EVT-IDX) * 2 - WS-RUN-DATE-INT
           END-IF.

      *    Sales in the period build the SKU's units sold, revenue at
      *    the price rung and cost of goods at the cost when posted.
      *    Sales back to the lookback date also feed the before and
      *    after counts of any markdown on the same SKU.
       0200-READ-SALES-HISTORY.
           OPEN INPUT FI-SALES-HISTORY.
           IF WS-SALES-STATUS NOT = "00"
               DISPLAY "MARGIN-ANALYSIS: SALES-HISTORY.DAT NOT "
                   "AVAILABLE, NO SALES SHOWN"
           ELSE
               PERFORM 0210-READ-ONE-SALE
                   UNTIL WS-SALES-STATUS NOT = "00"
               CLOSE FI-SALES-HISTORY
           END-IF.

       0210-READ-ONE-SALE.
           READ FI-SALES-HISTORY
               AT END CONTINUE
           END-READ.
           IF WS-SALES-STATUS = "00"
               AND SH-BUS-DATE IS NUMERIC
               AND SH-BUS-DATE > WS-LOOKBACK-DATE
               AND SH-BUS-DATE <= WS-RUN-DATE-NUM
               IF SH-BUS-DATE >= WS-PERIOD-START-DATE
                   ADD 1 TO WS-SALES-READ
                   MOVE SH-SKU TO WS-THIS-SKU
                   MOVE SH-ITEM-NAME TO WS-THIS-ITEM-NAME
                   PERFORM 0090-FIND-SKU
                   MOVE SH-UNIT-COST TO WS-SALE-COST
                   IF WS-SALE-COST = 0
                       MOVE SKT-UNIT-COST(SKT-IDX) TO WS-SALE-COST
                   END-IF
                   ADD SH-QTY-SOLD TO SKT-SOLD(SKT-IDX)
                   COMPUTE SKT-REVENUE(SKT-IDX) = SKT-REVENUE(SKT-IDX)
                       + SH-QTY-SOLD * SH-PRICE-RUNG
                   COMPUTE SKT-COGS(SKT-IDX) = SKT-COGS(SKT-IDX)
                       + SH-QTY-SOLD * WS-SALE-COST
               END-IF
               IF WS-EVENT-COUNT > 0
                   PERFORM 0220-CREDIT-MARKDOWN-EVENTS
               END-IF
           END-IF.

       0220-CREDIT-MARKDOWN-EVENTS.
           COMPUTE WS-REC-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SH-BUS-DATE).
           COMPUTE WS-SALE-REVENUE = SH-QTY-SOLD * SH-PRICE-RUNG.
           PERFORM VARYING EVT-IDX FROM 1 BY 1
                   UNTIL EVT-IDX > WS-EVENT-COUNT
               IF EVT-SKU(EVT-IDX) = SH-SKU
                   SET BND-IDX TO EVT-BAND(EVT-IDX)
                   IF WS-REC-DATE-INT > EVT-DATE-INT(EVT-IDX)
                       ADD SH-QTY-SOLD TO BND-SOLD-AFTER(BND-IDX)
                       ADD WS-SALE-REVENUE
                           TO BND-REVENUE-AFTER(BND-IDX)
                   ELSE IF WS-REC-DATE-INT > EVT-BEFORE-INT(EVT-IDX)
                       ADD SH-QTY-SOLD TO BND-SOLD-BEFORE(BND-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       0300-READ-RECEIPT-LOG.
           OPEN INPUT FI-RECEIPT-LOG.
           IF WS-RECEIPTS-STATUS NOT = "00"
               DISPLAY "MARGIN-ANALYSIS: RECEIPT-LOG.DAT NOT "
                   "AVAILABLE, NO RECEIPTS SHOWN"
           ELSE
               PERFORM 0310-READ-ONE-RECEIPT
                   UNTIL WS-RECEIPTS-STATUS NOT = "00"
               CLOSE FI-RECEIPT-LOG
           END-IF.

       0310-READ-ONE-RECEIPT.
           READ FI-RECEIPT-LOG
               AT END CONTINUE
           END-READ.
           IF WS-RECEIPTS-STATUS = "00"
               AND RL-BUS-DATE IS NUMERIC
               AND RL-BUS-DATE >= WS-PERIOD-START-DATE
               AND RL-BUS-DATE <= WS-RUN-DATE-NUM
               ADD 1 TO WS-RECEIPTS-READ
               MOVE RL-SKU TO WS-THIS-SKU
               MOVE RL-ITEM-NAME TO WS-THIS-ITEM-NAME
               PERFORM 0090-FIND-SKU
               ADD RL-RECEIVED-QTY TO SKT-RECEIVED(SKT-IDX)
           END-IF.

      *    Waste is the confirmed pulls waste-disposition posted as
      *    SHRK movements - the same units and extended cost its
      *    shrinkage report totals - plus recalled lots destroyed
      *    under lot-recall (RCLD).  MV-QTY and MV-EXT-COST carry a
      *    minus sign on a pull, hence the subtractions.
       0400-READ-STOCK-MOVES.
           OPEN INPUT FI-STOCK-MOVES.
           IF WS-MOVES-STATUS NOT = "00"
               DISPLAY "MARGIN-ANALYSIS: STOCK-MOVEMENTS.DAT NOT "
                   "AVAILABLE, NO WASTE SHOWN"
           ELSE
               PERFORM 0410-READ-ONE-MOVE
                   UNTIL WS-MOVES-STATUS NOT = "00"
               CLOSE FI-STOCK-MOVES
           END-IF.

       0410-READ-ONE-MOVE.
           READ FI-STOCK-MOVES
               AT END CONTINUE
           END-READ.
           IF WS-MOVES-STATUS = "00"
               AND (MV-TYPE = "SHRK" OR MV-TYPE = "RCLD")
               AND MV-BUS-DATE IS NUMERIC
               AND MV-BUS-DATE >= WS-PERIOD-START-DATE
               AND MV-BUS-DATE <= WS-RUN-DATE-NUM
               ADD 1 TO WS-SHRINK-READ
               MOVE MV-SKU TO WS-THIS-SKU
               MOVE MV-ITEM-NAME TO WS-THIS-ITEM-NAME
               PERFORM 0090-FIND-SKU
               COMPUTE SKT-WASTED(SKT-IDX) =
                   SKT-WASTED(SKT-IDX) - MV-QTY
               COMPUTE SKT-SHRINK(SKT-IDX) =
                   SKT-SHRINK(SKT-IDX) - MV-EXT-COST
               IF SKT-SUPPLIER(SKT-IDX) = "UNKN"
                   AND MV-SUPPLIER NOT = SPACES
                   MOVE MV-SUPPLIER TO SKT-SUPPLIER(SKT-IDX)
               END-IF
           END-IF.

      *    Every SKU with stock on hand or any movement in the period
      *    gets a line - stock that sat unsold all period is what
      *    drags sell-through down - and is rolled up by category
      *    and source supplier.  The category roll-ups are seeded in
      *    rules.dat order so the category sections read that way.
       0500-WRITE-SKU-SECTION.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
               MOVE "C" TO WS-RU-KIND
               MOVE RULE-CATEGORY(RULE-IDX) TO WS-RU-CATEGORY
               MOVE SPACES TO WS-RU-SUPPLIER
               PERFORM 0530-FIND-ROLLUP
           END-PERFORM.
           MOVE SPACES TO MG-LINE.
           WRITE MG-LINE.
           MOVE "BY SKU" TO MG-LINE.
           WRITE MG-LINE.
           PERFORM 0590-WRITE-COLUMN-HEADS.
           PERFORM VARYING SKT-IDX FROM 1 BY 1
                   UNTIL SKT-IDX > WS-SKU-COUNT
               IF SKT-ON-HAND(SKT-IDX) > 0
                   OR SKT-RECEIVED(SKT-IDX) > 0
                   OR SKT-SOLD(SKT-IDX) > 0
                   OR SKT-WASTED(SKT-IDX) > 0
                   OR SKT-GIVE-UP(SKT-IDX) > 0
                   PERFORM 0510-WRITE-SKU-LINE
                   PERFORM 0520-ROLL-UP-SKU
               END-IF
           END-PERFORM.

       0510-WRITE-SKU-LINE.
           ADD 1 TO WS-SKU-LINES.
           MOVE SKT-ON-HAND(SKT-IDX) TO MG-ON-HAND.
           MOVE SKT-RECEIVED(SKT-IDX) TO MG-RECEIVED.
           MOVE SKT-SOLD(SKT-IDX) TO MG-SOLD.
           MOVE SKT-WASTED(SKT-IDX) TO MG-WASTED.
           MOVE SKT-REVENUE(SKT-IDX) TO MG-REVENUE.
           MOVE SKT-COGS(SKT-IDX) TO MG-COGS.
           MOVE SKT-SHRINK(SKT-IDX) TO MG-SHRINK.
           MOVE SKT-GIVE-UP(SKT-IDX) TO MG-GIVE-UP.
           PERFORM 0800-FORMAT-METRICS.
           MOVE SKT-CATEGORY(SKT-IDX) TO MGD-CATEGORY.
           MOVE SKT-SUPPLIER(SKT-IDX) TO MGD-SUPPLIER.
           MOVE SKT-SKU(SKT-IDX) TO MGD-SKU.
           MOVE SKT-ITEM-NAME(SKT-IDX) TO MGD-ITEM-NAME.
           MOVE WS-MG-DETAIL TO MG-LINE.
           WRITE MG-LINE.

       0520-ROLL-UP-SKU.
           MOVE "B" TO WS-RU-KIND.
           MOVE SKT-CATEGORY(SKT-IDX) TO WS-RU-CATEGORY.
           MOVE SKT-SUPPLIER(SKT-IDX) TO WS-RU-SUPPLIER.
           PERFORM 0530-FIND-ROLLUP.
           PERFORM 0540-ADD-SKU-TO-ROLLUP.
           MOVE "C" TO WS-RU-KIND.
           MOVE SPACES TO WS-RU-SUPPLIER.
           PERFORM 0530-FIND-ROLLUP.
           PERFORM 0540-ADD-SKU-TO-ROLLUP.
           MOVE "S" TO WS-RU-KIND.
           MOVE SPACES TO WS-RU-CATEGORY.
           MOVE SKT-SUPPLIER(SKT-IDX) TO WS-RU-SUPPLIER.
           PERFORM 0530-FIND-ROLLUP.
           PERFORM 0540-ADD-SKU-TO-ROLLUP.
           MOVE "T" TO WS-RU-KIND.
           MOVE SPACES TO WS-RU-SUPPLIER.
           PERFORM 0530-FIND-ROLLUP.
           PERFORM 0540-ADD-SKU-TO-ROLLUP.

       0530-FIND-ROLLUP.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-ROLLUP-COUNT
               IF RU-KIND(RU-IDX) = WS-RU-KIND
                   AND RU-CATEGORY(RU-IDX) = WS-RU-CATEGORY
                   AND RU-SUPPLIER(RU-IDX) = WS-RU-SUPPLIER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RU-IDX > WS-ROLLUP-COUNT
               IF WS-ROLLUP-COUNT >= 100
                   DISPLAY "MARGIN-ANALYSIS: MORE THAN 100 ROLL-UP "
                       "LINES, WS-ROLLUP-TABLE CANNOT HOLD ANY MORE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROLLUP-COUNT
               SET RU-IDX TO WS-ROLLUP-COUNT
               INITIALIZE WS-RU-ENTRY(RU-IDX)
               MOVE WS-RU-KIND TO RU-KIND(RU-IDX)
               MOVE WS-RU-CATEGORY TO RU-CATEGORY(RU-IDX)
               MOVE WS-RU-SUPPLIER TO RU-SUPPLIER(RU-IDX)
           END-IF.

       0540-ADD-SKU-TO-ROLLUP.
           ADD 1 TO RU-SKU-COUNT(RU-IDX).
           ADD SKT-ON-HAND(SKT-IDX) TO RU-ON-HAND(RU-IDX).
           ADD SKT-RECEIVED(SKT-IDX) TO RU-RECEIVED(RU-IDX).
           ADD SKT-SOLD(SKT-IDX) TO RU-SOLD(RU-IDX).
           ADD SKT-WASTED(SKT-IDX) TO RU-WASTED(RU-IDX).
           ADD SKT-REVENUE(SKT-IDX) TO RU-REVENUE(RU-IDX).
           ADD SKT-COGS(SKT-IDX) TO RU-COGS(RU-IDX).
           ADD SKT-SHRINK(SKT-IDX) TO RU-SHRINK(RU-IDX).
           ADD SKT-GIVE-UP(SKT-IDX) TO RU-GIVE-UP(RU-IDX).

       0590-WRITE-COLUMN-HEADS.
           MOVE SPACES TO WS-MG-DETAIL.
           MOVE "CATEGORY" TO MGD-CATEGORY.
           MOVE "SRC" TO MGD-SUPPLIER.
           MOVE "SKU" TO MGD-SKU.
           MOVE "ITEM" TO MGD-ITEM-NAME.
           MOVE "RECEIVED" TO MGD-RECEIVED.
           MOVE "    SOLD" TO MGD-SOLD.
           MOVE "  WASTED" TO MGD-WASTED.
           MOVE "SELL%" TO MGD-SELL-THRU.
           MOVE "      REVENUE" TO MGD-REVENUE.
           MOVE "COST OF GOODS" TO MGD-COGS.
           MOVE "      WASTE $" TO MGD-SHRINK.
           MOVE "MARKDOWN GIVE" TO MGD-GIVE-UP.
           MOVE "  GROSS MARGIN" TO MGD-GROSS-MARGIN.
           MOVE "LOST%" TO MGD-LOST-PCT.
           MOVE WS-MG-DETAIL TO MG-LINE.
           WRITE MG-LINE.

      *    Each category's supplier lines followed by the category
      *    total, then one line per source supplier, then the grand
      *    total.
       0600-WRITE-ROLLUP-SECTIONS.
           MOVE SPACES TO MG-LINE.
           WRITE MG-LINE.
           MOVE "BY CATEGORY AND SOURCE SUPPLIER" TO MG-LINE.
           WRITE MG-LINE.
           PERFORM 0590-WRITE-COLUMN-HEADS.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-ROLLUP-COUNT
               IF RU-KIND(RU-IDX) = "C"
                   AND RU-SKU-COUNT(RU-IDX) > 0
                   SET WS-RU-HOLD-IDX TO RU-IDX
                   PERFORM VARYING RU2-IDX FROM 1 BY 1
                           UNTIL RU2-IDX > WS-ROLLUP-COUNT
                       IF RU-KIND(RU2-IDX) = "B"
                           AND RU-CATEGORY(RU2-IDX)
                               = RU-CATEGORY(RU-IDX)
                           SET RU-IDX TO RU2-IDX
                           PERFORM 0610-WRITE-ROLLUP-LINE
                           SET RU-IDX TO WS-RU-HOLD-IDX
                       END-IF
                   END-PERFORM
                   PERFORM 0610-WRITE-ROLLUP-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO MG-LINE.
           WRITE MG-LINE.
           MOVE "BY SOURCE SUPPLIER" TO MG-LINE.
           WRITE MG-LINE.
           PERFORM 0590-WRITE-COLUMN-HEADS.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-ROLLUP-COUNT
               IF RU-KIND(RU-IDX) = "S"
                   PERFORM 0610-WRITE-ROLLUP-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > WS-ROLLUP-COUNT
               IF RU-KIND(RU-IDX) = "T"
                   MOVE SPACES TO MG-LINE
                   WRITE MG-LINE
                   PERFORM 0610-WRITE-ROLLUP-LINE
               END-IF
           END-PERFORM.

       0610-WRITE-ROLLUP-LINE.
           MOVE RU-ON-HAND(RU-IDX) TO MG-ON-HAND.
           MOVE RU-RECEIVED(RU-IDX) TO MG-RECEIVED.
           MOVE RU-SOLD(RU-IDX) TO MG-SOLD.
           MOVE RU-WASTED(RU-IDX) TO MG-WASTED.
           MOVE RU-REVENUE(RU-IDX) TO MG-REVENUE.
           MOVE RU-COGS(RU-IDX) TO MG-COGS.
           MOVE RU-SHRINK(RU-IDX) TO MG-SHRINK.
           MOVE RU-GIVE-UP(RU-IDX) TO MG-GIVE-UP.
           PERFORM 0800-FORMAT-METRICS.
           MOVE RU-SKU-COUNT(RU-IDX) TO WS-MG-COUNT-ED.
           MOVE WS-MG-COUNT-ED TO MGD-SKU.
           IF RU-KIND(RU-IDX) = "B"
               MOVE RU-CATEGORY(RU-IDX) TO MGD-CATEGORY
               MOVE RU-SUPPLIER(RU-IDX) TO MGD-SUPPLIER
               MOVE "SKU(S)" TO MGD-ITEM-NAME
           ELSE IF RU-KIND(RU-IDX) = "C"
               MOVE RU-CATEGORY(RU-IDX) TO MGD-CATEGORY
               MOVE "ALL" TO MGD-SUPPLIER
               MOVE "SKU(S) - CATEGORY TOTAL" TO MGD-ITEM-NAME
           ELSE IF RU-KIND(RU-IDX) = "S"
               MOVE "ALL" TO MGD-CATEGORY
               MOVE RU-SUPPLIER(RU-IDX) TO MGD-SUPPLIER
               MOVE "SKU(S) - SUPPLIER TOTAL" TO MGD-ITEM-NAME
           ELSE
               MOVE "ALL" TO MGD-CATEGORY
               MOVE "ALL" TO MGD-SUPPLIER
               MOVE "SKU(S) - GRAND TOTAL" TO MGD-ITEM-NAME
           END-IF.
           MOVE WS-MG-DETAIL TO MG-LINE.
           WRITE MG-LINE.
           IF RU-KIND(RU-IDX) = "C"
               MOVE SPACES TO MG-LINE
               WRITE MG-LINE
           END-IF.

      *    Did the band move stock?  Units sold in the days since each
      *    of its markdowns against units sold in as many days before
      *    the markdown; markdowns taken on the business date itself
      *    have no days after them yet.
       0700-WRITE-BAND-SECTION.
           MOVE SPACES TO MG-LINE.
           WRITE MG-LINE.
           MOVE SPACES TO MG-LINE.
           STRING "MARKDOWN BAND EFFECTIVENESS "
               "(MARKDOWN-RULES.DAT ENTRY ORDER)"
               DELIMITED BY SIZE INTO MG-LINE.
           WRITE MG-LINE.
           MOVE SPACES TO WS-BD-DETAIL.
           MOVE "BAND" TO BDD-BAND.
           MOVE "PCT" TO BDD-PCT-OFF.
           MOVE "QUALITY" TO BDD-QUALITY.
           MOVE "SELL-IN" TO BDD-SELL-IN.
           MOVE "  MKDN" TO BDD-MARKDOWNS.
           MOVE "ON HAND" TO BDD-ON-HAND.
           MOVE " GIVE-UP" TO BDD-GIVE-UP.
           MOVE "  BEFORE" TO BDD-SOLD-BEFORE.
           MOVE "   AFTER" TO BDD-SOLD-AFTER.
           MOVE "REVENUE AFTER" TO BDD-REVENUE-AFTER.
           MOVE "SELL%" TO BDD-SELL-THRU.
           MOVE "VERDICT" TO BDD-VERDICT.
           MOVE WS-BD-DETAIL TO MG-LINE.
           WRITE MG-LINE.
           PERFORM VARYING BND-IDX FROM 1 BY 1
                   UNTIL BND-IDX > WS-BAND-COUNT
               PERFORM 0710-WRITE-BAND-LINE
           END-PERFORM.

       0710-WRITE-BAND-LINE.
           MOVE SPACES TO WS-BD-DETAIL.
           SET WS-BAND-NUM TO BND-IDX.
           MOVE WS-BAND-NUM TO WS-MG-BAND-ED.
           MOVE WS-MG-BAND-ED TO BDD-BAND.
           MOVE BND-PCT-OFF(BND-IDX) TO WS-MG-PCT-OFF-ED.
           MOVE WS-MG-PCT-OFF-ED TO BDD-PCT-OFF.
           IF BND-IDX > WS-BAND-FILE-COUNT
               MOVE "NOT ON" TO BDD-QUALITY
               MOVE "FILE" TO BDD-SELL-IN
           ELSE
               MOVE BND-QUALITY-LO(BND-IDX) TO WS-MG-RANGE-ED
               MOVE WS-MG-RANGE-ED TO BDD-QUALITY(1:4)
               MOVE "/" TO BDD-QUALITY(5:1)
               MOVE BND-QUALITY-HI(BND-IDX) TO WS-MG-RANGE-ED
               MOVE WS-MG-RANGE-ED TO BDD-QUALITY(6:4)
               MOVE BND-SELLIN-LO(BND-IDX) TO WS-MG-RANGE-ED
               MOVE WS-MG-RANGE-ED TO BDD-SELL-IN(1:4)
               MOVE "/" TO BDD-SELL-IN(5:1)
               MOVE BND-SELLIN-HI(BND-IDX) TO WS-MG-RANGE-ED
               MOVE WS-MG-RANGE-ED TO BDD-SELL-IN(6:4)
           END-IF.
           MOVE BND-MARKDOWNS(BND-IDX) TO WS-MG-COUNT-ED.
           MOVE WS-MG-COUNT-ED TO BDD-MARKDOWNS.
           MOVE BND-ON-HAND(BND-IDX) TO WS-MG-QTY-ED.
           MOVE WS-MG-QTY-ED TO BDD-ON-HAND.
           MOVE BND-GIVE-UP(BND-IDX) TO WS-MG-AMOUNT-ED.
           MOVE WS-MG-AMOUNT-ED TO BDD-GIVE-UP.
           MOVE BND-SOLD-BEFORE(BND-IDX) TO WS-MG-QTY-ED.
           MOVE WS-MG-QTY-ED TO BDD-SOLD-BEFORE.
           MOVE BND-SOLD-AFTER(BND-IDX) TO WS-MG-QTY-ED.
           MOVE WS-MG-QTY-ED TO BDD-SOLD-AFTER.
           MOVE BND-REVENUE-AFTER(BND-IDX) TO WS-MG-AMOUNT-ED.
           MOVE WS-MG-AMOUNT-ED TO BDD-REVENUE-AFTER.
           MOVE 0 TO MG-SELL-THRU.
           IF BND-ON-HAND(BND-IDX) > 0
               COMPUTE MG-SELL-THRU ROUNDED =
                   BND-SOLD-AFTER(BND-IDX) * 100
                       / BND-ON-HAND(BND-IDX)
                   ON SIZE ERROR MOVE 999.9 TO MG-SELL-THRU
               END-COMPUTE
           END-IF.
           MOVE MG-SELL-THRU TO WS-MG-PCT-ED.
           MOVE WS-MG-PCT-ED TO BDD-SELL-THRU.
           IF BND-MARKDOWNS(BND-IDX) = 0
               MOVE "NOT USED IN PERIOD" TO BDD-VERDICT
           ELSE IF BND-MARKDOWNS(BND-IDX) = BND-TOO-RECENT(BND-IDX)
               MOVE "TOO RECENT TO TELL" TO BDD-VERDICT
           ELSE IF BND-SOLD-AFTER(BND-IDX) > BND-SOLD-BEFORE(BND-IDX)
               MOVE "MOVED STOCK" TO BDD-VERDICT
           ELSE
               MOVE "NO LIFT - GAVE IT AWAY" TO BDD-VERDICT
           END-IF.
           MOVE WS-BD-DETAIL TO MG-LINE.
           WRITE MG-LINE.

      *    Fills the figure columns of WS-MG-DETAIL from
      *    WS-LINE-METRICS.  LOST% is left blank when there was no
      *    margin to lose.
       0800-FORMAT-METRICS.
           MOVE SPACES TO WS-MG-DETAIL.
           COMPUTE MG-AVAILABLE = MG-SOLD + MG-WASTED + MG-ON-HAND.
           MOVE 0 TO MG-SELL-THRU.
           IF MG-AVAILABLE > 0
               COMPUTE MG-SELL-THRU ROUNDED =
                   MG-SOLD * 100 / MG-AVAILABLE
           END-IF.
           COMPUTE MG-GROSS-MARGIN =
               MG-REVENUE - MG-COGS - MG-SHRINK.
           COMPUTE MG-POTENTIAL =
               MG-REVENUE + MG-GIVE-UP - MG-COGS.
           COMPUTE MG-LOST = MG-SHRINK + MG-GIVE-UP.
           MOVE MG-RECEIVED TO WS-MG-QTY-ED.
           MOVE WS-MG-QTY-ED TO MGD-RECEIVED.
           MOVE MG-SOLD TO WS-MG-QTY-ED.
           MOVE WS-MG-QTY-ED TO MGD-SOLD.
           MOVE MG-WASTED TO WS-MG-QTY-ED.
           MOVE WS-MG-QTY-ED TO MGD-WASTED.
           MOVE MG-SELL-THRU TO WS-MG-PCT-ED.
           MOVE WS-MG-PCT-ED TO MGD-SELL-THRU.
           MOVE MG-REVENUE TO WS-MG-AMOUNT-ED.
           MOVE WS-MG-AMOUNT-ED TO MGD-REVENUE.
           MOVE MG-COGS TO WS-MG-AMOUNT-ED.
           MOVE WS-MG-AMOUNT-ED TO MGD-COGS.
           MOVE MG-SHRINK TO WS-MG-AMOUNT-ED.
           MOVE WS-MG-AMOUNT-ED TO MGD-SHRINK.
           MOVE MG-GIVE-UP TO WS-MG-AMOUNT-ED.
           MOVE WS-MG-AMOUNT-ED TO MGD-GIVE-UP.
           MOVE MG-GROSS-MARGIN TO WS-MG-MARGIN-ED.
           MOVE WS-MG-MARGIN-ED TO MGD-GROSS-MARGIN.
           IF MG-POTENTIAL > 0
               COMPUTE MG-LOST-PCT ROUNDED =
                   MG-LOST * 100 / MG-POTENTIAL
                   ON SIZE ERROR MOVE 999.9 TO MG-LOST-PCT
               END-COMPUTE
               MOVE MG-LOST-PCT TO WS-MG-PCT-ED
               MOVE WS-MG-PCT-ED TO MGD-LOST-PCT
           END-IF.

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
