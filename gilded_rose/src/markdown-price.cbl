               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-MARKDOWN-REPORT ASSIGN "markdown-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-PRICE-HISTORY ASSIGN "price-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL FI-RUN-CONTROL ASSIGN "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

             05 PC-EFFECTIVE-DATE PIC 9(8).
           FD FI-MARKDOWN-REPORT.
           01 MR-LINE PIC X(110).
           FD FI-PRICE-HISTORY.
           COPY PRICE-HIST.
           FD FI-RUN-CONTROL.
           COPY RUN-CTL.

               STOP RUN
           END-IF.
           OPEN OUTPUT FI-PRICE-CHANGES FI-MARKDOWN-REPORT.
           OPEN EXTEND FI-PRICE-HISTORY.
           PERFORM 0080-WRITE-REPORT-HEADER.
           GO TO 0100-START.

               ADD 1 TO WS-MARKDOWN-COUNT
               PERFORM 0140-WRITE-PRICE-CHANGE
               PERFORM 0150-WRITE-REPORT-LINE
               PERFORM 0160-WRITE-PRICE-HISTORY
           END-IF.

       0140-WRITE-PRICE-CHANGE.
           MOVE WS-MR-DETAIL TO MR-LINE.
           WRITE MR-LINE.

      *    MD-IDX is still the markdown-rules.dat entry that fired.
       0160-WRITE-PRICE-HISTORY.
           MOVE SPACES TO FS-PRICE-HIST-REC.
           MOVE WS-RUN-DATE-NUM TO PH-BUS-DATE.
           MOVE MASTER-SKU TO PH-SKU.
           MOVE WS-OLD-PRICE TO PH-OLD-PRICE.
           MOVE WS-NEW-PRICE TO PH-NEW-PRICE.
           MOVE WS-PCT-OFF TO PH-PCT-OFF.
           SET PH-BAND-NO TO MD-IDX.
           MOVE MASTER-ON-HAND-QTY TO PH-ON-HAND-QTY.
           MOVE WS-GIVE-UP TO PH-GIVE-UP.
           MOVE MASTER-ITEM-NAME TO PH-ITEM-NAME.
           WRITE FS-PRICE-HIST-REC.

       0200-END.
           MOVE SPACES TO MR-LINE.
           WRITE MR-LINE.
           CLOSE FI-ITEM-MASTER.
           CLOSE FI-PRICE-CHANGES.
           CLOSE FI-MARKDOWN-REPORT.
           CLOSE FI-PRICE-HISTORY.
           MOVE WS-MARKDOWN-COUNT TO WS-RCT-END-COUNT.
           PERFORM 0910-STAMP-STEP-END.
           DISPLAY "MARKDOWN-PRICE: " WS-MARKDOWN-COUNT " OF "
