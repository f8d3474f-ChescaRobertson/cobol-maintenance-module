       IDENTIFICATION DIVISION.
       PROGRAM-ID. "file-housekeeping".

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-RETENTION ASSIGN "retention.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.
             SELECT FI-HK-FILE ASSIGN DYNAMIC WS-HK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HK-FILE-STATUS.
             SELECT FI-HK-WORK ASSIGN DYNAMIC WS-HK-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HK-WORK-STATUS.
             SELECT OPTIONAL FI-HK-ARCHIVE
               ASSIGN DYNAMIC WS-HK-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HK-ARCHIVE-STATUS.
             SELECT FI-ITEM-LOTS ASSIGN "item-lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOTS-STATUS.
             SELECT FI-HOUSEKEEPING-REPORT
               ASSIGN "housekeeping-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *    One line per file to trim: the file's name as known below,
      *    how many days of records to keep, and whether expired
      *    records are ARCHIVEd to a dated file or simply DELETEd.
           FD FI-RETENTION.
           01 RET-REC.
             05 RET-FILE-ID PIC X(16).
             05 FILLER PIC X.
             05 RET-DAYS PIC 9(4).
             05 FILLER PIC X.
             05 RET-ACTION PIC X(7).
           FD FI-HK-FILE.
           01 HK-FILE-REC PIC X(300).
           FD FI-HK-WORK.
           01 HK-WORK-REC PIC X(300).
           FD FI-HK-ARCHIVE.
           01 HK-ARCHIVE-REC PIC X(300).
           FD FI-ITEM-LOTS.
           COPY ITEM-LOTS.
           FD FI-HOUSEKEEPING-REPORT.
           01 HR-LINE PIC X(160).
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-FIELDS.
             05 WS-RCT-STEP-NAME PIC X(24)
                 VALUE "FILE-HOUSEKEEPING".
             05 WS-RCT-STAMP-TYPE PIC X VALUE "S".
             05 WS-RCT-CUR-DATE PIC 9(8) VALUE 0.
             05 WS-RCT-TIME-RAW PIC 9(8) VALUE 0.
             05 WS-RCT-CUR-TIME PIC 9(6) VALUE 0.
             05 WS-RCT-END-COUNT PIC 9(8) VALUE 0.
             05 WS-RCT-END-STATUS PIC X(8) VALUE "OK".
           01 WS-FILE-STATUSES.
             05 WS-RETENTION-STATUS PIC XX VALUE "00".
             05 WS-RUNCTL-STATUS PIC XX VALUE "00".
             05 WS-HK-FILE-STATUS PIC XX VALUE "00".
             05 WS-HK-WORK-STATUS PIC XX VALUE "00".
             05 WS-HK-ARCHIVE-STATUS PIC XX VALUE "00".
             05 WS-LOTS-STATUS PIC XX VALUE "00".
           01 WS-RUN-PARMS.
             05 WS-RUN-DATE PIC X(8) VALUE SPACES.
             05 WS-ARG-NUM PIC 9(2) VALUE 0.
           01 WS-DATE-FIELDS.
             05 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
             05 WS-RUN-DATE-INT PIC 9(8) VALUE 0.
             05 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
             05 WS-REC-DATE-X PIC X(8) VALUE SPACES.
             05 WS-REC-DATE REDEFINES WS-REC-DATE-X PIC 9(8).
           01 WS-HK-FILE-NAMES.
             05 WS-HK-FILE-NAME PIC X(40) VALUE SPACES.
             05 WS-HK-WORK-NAME PIC X(40) VALUE SPACES.
             05 WS-HK-ARCHIVE-NAME PIC X(40) VALUE SPACES.
      *    Every cumulative file this program knows how to trim: the
      *    name the retention file uses, the file's base name on disk,
      *    where the record's business date starts (column), and how
      *    it is trimmed - S for a sequential file rewritten without
      *    its expired records, L for ITEM-LOTS, where only exhausted
      *    lots are removed.  RECEIPT-LOG and INVOICE-REGISTER are
      *    deliberately not here: invoice-match pays received less
      *    paid across both, and lot-recall finds a recalled lot's
      *    supplier only on RECEIPT-LOG, so neither is ever trimmed.
           01 WS-KNOWN-FILE-VALUES.
             05 FILLER PIC X(40) VALUE
                 "AUDIT-HISTORY   audit-history       010S".
             05 FILLER PIC X(40) VALUE
                 "RUN-CONTROL     run-control         026S".
             05 FILLER PIC X(40) VALUE
                 "FEED-STATUS     feed-status         001S".
             05 FILLER PIC X(40) VALUE
                 "SESSION-LOG     session-log         010S".
             05 FILLER PIC X(40) VALUE
                 "XREF-AUDIT      xref-audit          010S".
             05 FILLER PIC X(40) VALUE
                 "OPEN-ORDERS     open-orders         001S".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       item-lots           000L".
             05 FILLER PIC X(40) VALUE
                 "STOCK-MOVES     stock-movements     001S".
             05 FILLER PIC X(40) VALUE
                 "LEDGER-HISTORY  ledger-history      001S".
             05 FILLER PIC X(40) VALUE
                 "SALES-HISTORY   sales-history       010S".
             05 FILLER PIC X(40) VALUE
                 "COUNT-HISTORY   count-history       019S".
             05 FILLER PIC X(40) VALUE
                 "PRICE-HISTORY   price-history       001S".
           01 WS-KNOWN-FILE-TABLE REDEFINES WS-KNOWN-FILE-VALUES.
             05 WS-KF-ENTRY OCCURS 12 TIMES INDEXED BY KF-IDX.
               10 KF-FILE-ID PIC X(16).
               10 KF-BASE-NAME PIC X(20).
               10 KF-DATE-POS PIC 9(3).
               10 KF-KIND PIC X.
      *    The steps that write (or read while they run) each file.
      *    A file is left alone while any of them has a start stamp
      *    on run-control with no end stamp after it.  RUN-CONTROL
      *    itself is left alone while any step at all is running;
      *    SESSION-LOG and XREF-AUDIT are written by the operator
      *    programs, which do not stamp run-control.
           01 WS-WRITER-VALUES.
             05 FILLER PIC X(40) VALUE
                 "AUDIT-HISTORY   AUDIT-ARCHIVE".
             05 FILLER PIC X(40) VALUE
                 "FEED-STATUS     MERGE-SUPPLIER-FEEDS".
             05 FILLER PIC X(40) VALUE
                 "FEED-STATUS     SUPPLIER-SCORECARD".
             05 FILLER PIC X(40) VALUE
                 "OPEN-ORDERS     RECEIVING-CONFIRMATION".
             05 FILLER PIC X(40) VALUE
                 "OPEN-ORDERS     INVOICE-MATCH".
             05 FILLER PIC X(40) VALUE
                 "OPEN-ORDERS     INTEGRITY-SWEEP".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       GILDED-ROSE".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       SALES-POSTING".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       WASTE-DISPOSITION".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       RECEIVING-CONFIRMATION".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       CYCLE-COUNT-POST".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       INVENTORY-VALUATION".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       INTEGRITY-SWEEP".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       STOCK-TRANSFER".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       LOT-RECALL".
             05 FILLER PIC X(40) VALUE
                 "ITEM-LOTS       SUPPLIER-ORDERS".
             05 FILLER PIC X(40) VALUE
                 "STOCK-MOVES     ITEM-MASTER-UPDATE".
             05 FILLER PIC X(40) VALUE
                 "STOCK-MOVES     SALES-POSTING".
             05 FILLER PIC X(40) VALUE
                 "STOCK-MOVES     WASTE-DISPOSITION".
             05 FILLER PIC X(40) VALUE
                 "STOCK-MOVES     RECEIVING-CONFIRMATION".
             05 FILLER PIC X(40) VALUE
                 "STOCK-MOVES     CYCLE-COUNT-POST".
             05 FILLER PIC X(40) VALUE
                 "STOCK-MOVES     LOT-RECALL".
             05 FILLER PIC X(40) VALUE
                 "STOCK-MOVES     INVENTORY-LEDGER".
             05 FILLER PIC X(40) VALUE
                 "LEDGER-HISTORY  INVENTORY-LEDGER".
             05 FILLER PIC X(40) VALUE
                 "SALES-HISTORY   SALES-POSTING".
             05 FILLER PIC X(40) VALUE
                 "COUNT-HISTORY   CYCLE-COUNT-POST".
             05 FILLER PIC X(40) VALUE
                 "SALES-HISTORY   MARGIN-ANALYSIS".
             05 FILLER PIC X(40) VALUE
                 "STOCK-MOVES     MARGIN-ANALYSIS".
             05 FILLER PIC X(40) VALUE
                 "PRICE-HISTORY   MARKDOWN-PRICE".
             05 FILLER PIC X(40) VALUE
                 "PRICE-HISTORY   MARGIN-ANALYSIS".
             05 FILLER PIC X(40) VALUE
                 "AUDIT-HISTORY   LOT-RECALL".
             05 FILLER PIC X(40) VALUE
                 "SALES-HISTORY   LOT-RECALL".
           01 WS-WRITER-TABLE REDEFINES WS-WRITER-VALUES.
             05 WS-WR-ENTRY OCCURS 32 TIMES INDEXED BY WR-IDX.
               10 WR-FILE-ID PIC X(16).
               10 WR-STEP-NAME PIC X(24).
      *    Last stamp seen on run-control for each step.
           01 WS-STEP-TABLE-CTL.
             05 WS-STEP-COUNT PIC 9(3) VALUE 0.
           01 WS-STEP-TABLE.
             05 WS-STEP-ENTRY OCCURS 100 TIMES INDEXED BY STP-IDX.
               10 STP-STEP-NAME PIC X(24).
               10 STP-BUS-DATE PIC X(8).
               10 STP-LAST-STAMP PIC X.
           01 WS-HK-WORK-FIELDS.
             05 WS-HK-BUSY PIC X VALUE "N".
             05 WS-HK-BUSY-STEP PIC X(24) VALUE SPACES.
             05 WS-HK-BEFORE PIC 9(9) VALUE 0.
             05 WS-HK-REMOVED PIC 9(9) VALUE 0.
             05 WS-HK-AFTER PIC 9(9) VALUE 0.
             05 WS-HK-RESULT PIC X(40) VALUE SPACES.
           01 WS-HK-COUNTS.
             05 WS-FILES-TRIMMED PIC 9(4) VALUE 0.
             05 WS-FILES-SKIPPED PIC 9(4) VALUE 0.
             05 WS-TOTAL-REMOVED PIC 9(9) VALUE 0.
           01 WS-HR-DETAIL.
             05 HRD-FILE-ID PIC X(16).
             05 FILLER PIC X VALUE SPACE.
             05 HRD-ACTION PIC X(7).
             05 FILLER PIC X VALUE SPACE.
             05 HRD-DAYS PIC ZZZ9.
             05 FILLER PIC X VALUE SPACE.
             05 HRD-CUTOFF PIC X(8).
             05 FILLER PIC X VALUE SPACE.
             05 HRD-BEFORE PIC ZZZ,ZZZ,ZZ9.
             05 FILLER PIC X VALUE SPACE.
             05 HRD-REMOVED PIC ZZZ,ZZZ,ZZ9.
             05 FILLER PIC X VALUE SPACE.
             05 HRD-AFTER PIC ZZZ,ZZZ,ZZ9.
             05 FILLER PIC X VALUE SPACE.
             05 HRD-RESULT PIC X(40).
             05 FILLER PIC X VALUE SPACE.
             05 HRD-ARCHIVE-NAME PIC X(40).
           01 WS-HR-HEADING.
             05 FILLER PIC X(16) VALUE "FILE".
             05 FILLER PIC X VALUE SPACE.
             05 FILLER PIC X(7) VALUE "ACTION".
             05 FILLER PIC X VALUE SPACE.
             05 FILLER PIC X(4) VALUE "DAYS".
             05 FILLER PIC X VALUE SPACE.
             05 FILLER PIC X(8) VALUE "CUTOFF".
             05 FILLER PIC X VALUE SPACE.
             05 FILLER PIC X(11) VALUE "     BEFORE".
             05 FILLER PIC X VALUE SPACE.
             05 FILLER PIC X(11) VALUE "    REMOVED".
             05 FILLER PIC X VALUE SPACE.
             05 FILLER PIC X(11) VALUE "      AFTER".
             05 FILLER PIC X VALUE SPACE.
             05 FILLER PIC X(40) VALUE "RESULT".
             05 FILLER PIC X VALUE SPACE.
             05 FILLER PIC X(40) VALUE "ARCHIVED TO".

       PROCEDURE DIVISION.
           PERFORM 0050-GET-RUN-PARMS.
           PERFORM 0900-STAMP-STEP-START.
           PERFORM 0060-LOAD-RUN-CONTROL.
           OPEN INPUT FI-RETENTION.
           IF WS-RETENTION-STATUS NOT = "00"
               DISPLAY "FILE-HOUSEKEEPING: CANNOT OPEN RETENTION.DAT"
                   ", STATUS=" WS-RETENTION-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT FI-HOUSEKEEPING-REPORT.
           MOVE SPACES TO HR-LINE.
           STRING "FILE HOUSEKEEPING  BUSINESS DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO HR-LINE.
           WRITE HR-LINE.
           MOVE WS-HR-HEADING TO HR-LINE.
           WRITE HR-LINE.
           PERFORM 0100-PROCESS-ONE-RETENTION
               UNTIL WS-RETENTION-STATUS NOT = "00".
           CLOSE FI-RETENTION.
           MOVE SPACES TO HR-LINE.
           WRITE HR-LINE.
           MOVE SPACES TO HR-LINE.
           STRING "FILES TRIMMED " WS-FILES-TRIMMED
               "  FILES LEFT ALONE " WS-FILES-SKIPPED
               "  RECORDS REMOVED " WS-TOTAL-REMOVED
               DELIMITED BY SIZE INTO HR-LINE.
           WRITE HR-LINE.
           CLOSE FI-HOUSEKEEPING-REPORT.
           MOVE WS-TOTAL-REMOVED TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "FILE-HOUSEKEEPING: " WS-FILES-TRIMMED
               " FILE(S) TRIMMED, " WS-TOTAL-REMOVED
               " RECORD(S) REMOVED, " WS-FILES-SKIPPED
               " FILE(S) LEFT ALONE".
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
               DISPLAY "FILE-HOUSEKEEPING: BUSINESS DATE PARM "
                   "(YYYYMMDD) IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

      *    The last stamp of each step decides whether it is running:
      *    an S with no later E is a step in progress (or one that
      *    abended and has not been rerun), and its files are not
      *    touched.  This step's own start stamp is ignored.
       0060-LOAD-RUN-CONTROL.
           OPEN INPUT FI-RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM 0065-LOAD-ONE-STAMP
                   UNTIL WS-RUNCTL-STATUS NOT = "00"
               CLOSE FI-RUN-CONTROL
           END-IF.

       0065-LOAD-ONE-STAMP.
           READ FI-RUN-CONTROL
               AT END CONTINUE
           END-READ.
           IF WS-RUNCTL-STATUS = "00"
               AND RCT-STEP-NAME NOT = WS-RCT-STEP-NAME
               PERFORM VARYING STP-IDX FROM 1 BY 1
                       UNTIL STP-IDX > WS-STEP-COUNT
                   IF STP-STEP-NAME(STP-IDX) = RCT-STEP-NAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF STP-IDX > WS-STEP-COUNT
                   IF WS-STEP-COUNT >= 100
                       DISPLAY "FILE-HOUSEKEEPING: MORE THAN 100 "
                           "STEP NAMES ON RUN-CONTROL.DAT"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STEP-COUNT
                   SET STP-IDX TO WS-STEP-COUNT
                   MOVE RCT-STEP-NAME TO STP-STEP-NAME(STP-IDX)
               END-IF
               MOVE RCT-BUS-DATE TO STP-BUS-DATE(STP-IDX)
               MOVE RCT-STAMP-TYPE TO STP-LAST-STAMP(STP-IDX)
           END-IF.

       0100-PROCESS-ONE-RETENTION.
           READ FI-RETENTION
               AT END CONTINUE
           END-READ.
           IF WS-RETENTION-STATUS = "00" AND RET-FILE-ID NOT = SPACES
               MOVE SPACES TO WS-HR-DETAIL
               MOVE RET-FILE-ID TO HRD-FILE-ID
               MOVE RET-ACTION TO HRD-ACTION
               MOVE 0 TO WS-HK-BEFORE WS-HK-REMOVED WS-HK-AFTER
               MOVE SPACES TO WS-HK-RESULT
               PERFORM 0110-EDIT-RETENTION-LINE
               IF WS-HK-RESULT = SPACES
                   PERFORM 0120-CHECK-FILE-BUSY
               END-IF
               IF WS-HK-RESULT = SPACES
                   IF KF-KIND(KF-IDX) = "L"
                       PERFORM 0300-PURGE-EXHAUSTED-LOTS
                   ELSE
                       PERFORM 0200-TRIM-SEQUENTIAL-FILE
                   END-IF
               END-IF
               PERFORM 0190-WRITE-REPORT-LINE
           END-IF.

      *    The retention line must name a file known above, give a
      *    numeric day count and say ARCHIVE or DELETE; anything else
      *    is reported and the file is left as it is.
       0110-EDIT-RETENTION-LINE.
           PERFORM VARYING KF-IDX FROM 1 BY 1
                   UNTIL KF-IDX > 12
               IF KF-FILE-ID(KF-IDX) = RET-FILE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF KF-IDX > 12
               MOVE "LEFT ALONE - NOT A FILE THIS STEP TRIMS"
                   TO WS-HK-RESULT
           ELSE IF RET-DAYS IS NOT NUMERIC
               MOVE "LEFT ALONE - RETENTION DAYS NOT NUMERIC"
                   TO WS-HK-RESULT
           ELSE IF RET-ACTION NOT = "ARCHIVE"
                   AND RET-ACTION NOT = "DELETE"
               MOVE "LEFT ALONE - ACTION NOT ARCHIVE/DELETE"
                   TO WS-HK-RESULT
           ELSE
               MOVE RET-DAYS TO HRD-DAYS
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT - RET-DAYS)
               MOVE WS-CUTOFF-DATE TO HRD-CUTOFF
               MOVE SPACES TO WS-HK-FILE-NAME WS-HK-WORK-NAME
                   WS-HK-ARCHIVE-NAME
               STRING KF-BASE-NAME(KF-IDX) DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE INTO WS-HK-FILE-NAME
               STRING KF-BASE-NAME(KF-IDX) DELIMITED BY SPACE
                   ".hkwork" DELIMITED BY SIZE INTO WS-HK-WORK-NAME
               IF RET-ACTION = "ARCHIVE"
                   STRING KF-BASE-NAME(KF-IDX) DELIMITED BY SPACE
                       "-arch-" WS-RUN-DATE ".dat"
                       DELIMITED BY SIZE INTO WS-HK-ARCHIVE-NAME
               END-IF
           END-IF.

       0120-CHECK-FILE-BUSY.
           MOVE "N" TO WS-HK-BUSY.
           PERFORM VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX > WS-STEP-COUNT
                   OR WS-HK-BUSY = "Y"
               IF STP-LAST-STAMP(STP-IDX) = "S"
                   IF RET-FILE-ID = "RUN-CONTROL"
                       MOVE "Y" TO WS-HK-BUSY
                       MOVE STP-STEP-NAME(STP-IDX) TO WS-HK-BUSY-STEP
                   ELSE
                       PERFORM VARYING WR-IDX FROM 1 BY 1
                               UNTIL WR-IDX > 32
                           IF WR-FILE-ID(WR-IDX) = RET-FILE-ID
                               AND WR-STEP-NAME(WR-IDX)
                                   = STP-STEP-NAME(STP-IDX)
                               MOVE "Y" TO WS-HK-BUSY
                               MOVE STP-STEP-NAME(STP-IDX)
                                   TO WS-HK-BUSY-STEP
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HK-BUSY = "Y"
               STRING "LEFT ALONE - RUNNING: " WS-HK-BUSY-STEP
                   DELIMITED BY SIZE INTO WS-HK-RESULT
           END-IF.

       0190-WRITE-REPORT-LINE.
           IF WS-HK-RESULT(1:10) = "LEFT ALONE"
               ADD 1 TO WS-FILES-SKIPPED
               MOVE SPACES TO WS-HK-ARCHIVE-NAME
           ELSE
               ADD 1 TO WS-FILES-TRIMMED
               ADD WS-HK-REMOVED TO WS-TOTAL-REMOVED
           END-IF.
           IF WS-HK-REMOVED = 0
               MOVE SPACES TO WS-HK-ARCHIVE-NAME
           END-IF.
           MOVE WS-HK-BEFORE TO HRD-BEFORE.
           MOVE WS-HK-REMOVED TO HRD-REMOVED.
           MOVE WS-HK-AFTER TO HRD-AFTER.
           MOVE WS-HK-RESULT TO HRD-RESULT.
           MOVE WS-HK-ARCHIVE-NAME TO HRD-ARCHIVE-NAME.
           MOVE WS-HR-DETAIL TO HR-LINE.
           WRITE HR-LINE.

      *    Expired records (business date before the cutoff) go to
      *    the dated archive or nowhere; the rest are copied to a
      *    work file which is then copied back over the original.
      *    Lines with no date in the date column (headers and the
      *    like) are always kept.
       0200-TRIM-SEQUENTIAL-FILE.
           OPEN INPUT FI-HK-FILE.
           IF WS-HK-FILE-STATUS NOT = "00"
               MOVE "LEFT ALONE - FILE NOT FOUND" TO WS-HK-RESULT
           ELSE
               OPEN OUTPUT FI-HK-WORK
               IF RET-ACTION = "ARCHIVE"
                   OPEN EXTEND FI-HK-ARCHIVE
               END-IF
               PERFORM 0210-SPLIT-ONE-RECORD
                   UNTIL WS-HK-FILE-STATUS NOT = "00"
               CLOSE FI-HK-FILE
               CLOSE FI-HK-WORK
               IF RET-ACTION = "ARCHIVE"
                   CLOSE FI-HK-ARCHIVE
               END-IF
               IF WS-HK-REMOVED > 0
                   PERFORM 0220-COPY-BACK-KEPT-RECORDS
               END-IF
               OPEN OUTPUT FI-HK-WORK
               CLOSE FI-HK-WORK
               COMPUTE WS-HK-AFTER = WS-HK-BEFORE - WS-HK-REMOVED
               IF WS-HK-REMOVED = 0
                   MOVE "NOTHING EXPIRED" TO WS-HK-RESULT
               ELSE IF RET-ACTION = "ARCHIVE"
                   MOVE "TRIMMED - EXPIRED RECORDS ARCHIVED"
                       TO WS-HK-RESULT
               ELSE
                   MOVE "TRIMMED - EXPIRED RECORDS DELETED"
                       TO WS-HK-RESULT
               END-IF
           END-IF.

       0210-SPLIT-ONE-RECORD.
           READ FI-HK-FILE
               AT END CONTINUE
           END-READ.
           IF WS-HK-FILE-STATUS = "00"
               ADD 1 TO WS-HK-BEFORE
               MOVE HK-FILE-REC(KF-DATE-POS(KF-IDX):8)
                   TO WS-REC-DATE-X
               IF WS-REC-DATE-X IS NUMERIC
                   AND WS-REC-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-HK-REMOVED
                   IF RET-ACTION = "ARCHIVE"
                       MOVE HK-FILE-REC TO HK-ARCHIVE-REC
                       WRITE HK-ARCHIVE-REC
                   END-IF
               ELSE
                   MOVE HK-FILE-REC TO HK-WORK-REC
                   WRITE HK-WORK-REC
               END-IF
           END-IF.

       0220-COPY-BACK-KEPT-RECORDS.
           OPEN INPUT FI-HK-WORK.
           OPEN OUTPUT FI-HK-FILE.
           PERFORM UNTIL 1 = 2
               READ FI-HK-WORK
                   AT END EXIT PERFORM
               END-READ
               MOVE HK-WORK-REC TO HK-FILE-REC
               WRITE HK-FILE-REC
           END-PERFORM.
           CLOSE FI-HK-WORK.
           CLOSE FI-HK-FILE.

      *    Lots relieved to zero by sales, waste or counts stay on
      *    ITEM-LOTS until they are older than the retention period,
      *    then are deleted outright (archived first if asked).
      *    Lots still holding stock are never touched.
       0300-PURGE-EXHAUSTED-LOTS.
           OPEN I-O FI-ITEM-LOTS.
           IF WS-LOTS-STATUS NOT = "00"
               MOVE "LEFT ALONE - FILE NOT FOUND" TO WS-HK-RESULT
           ELSE
               IF RET-ACTION = "ARCHIVE"
                   OPEN EXTEND FI-HK-ARCHIVE
               END-IF
               MOVE LOW-VALUES TO LOT-KEY
               START FI-ITEM-LOTS KEY IS NOT LESS THAN LOT-KEY
                   INVALID KEY MOVE "10" TO WS-LOTS-STATUS
               END-START
               PERFORM 0310-CHECK-ONE-LOT
                   UNTIL WS-LOTS-STATUS NOT = "00"
               IF RET-ACTION = "ARCHIVE"
                   CLOSE FI-HK-ARCHIVE
               END-IF
               CLOSE FI-ITEM-LOTS
               COMPUTE WS-HK-AFTER = WS-HK-BEFORE - WS-HK-REMOVED
               IF WS-HK-REMOVED = 0
                   MOVE "NO EXHAUSTED LOTS EXPIRED" TO WS-HK-RESULT
               ELSE
                   MOVE "TRIMMED - EXHAUSTED LOTS REMOVED"
                       TO WS-HK-RESULT
               END-IF
           END-IF.

       0310-CHECK-ONE-LOT.
           READ FI-ITEM-LOTS NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF WS-LOTS-STATUS = "00"
               ADD 1 TO WS-HK-BEFORE
               IF LOT-ON-HAND-QTY = 0
                   AND LOT-RECEIPT-DATE < WS-CUTOFF-DATE
                   IF RET-ACTION = "ARCHIVE"
                       MOVE LOT-ITEM-REC TO HK-ARCHIVE-REC
                       WRITE HK-ARCHIVE-REC
                   END-IF
                   DELETE FI-ITEM-LOTS RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-HK-REMOVED
                   END-DELETE
               END-IF
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
