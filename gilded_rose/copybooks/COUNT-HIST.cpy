      *****************************************************************
      *  COUNT-HIST.cpy
      *  Physical count history, appended by cycle-count-post for
      *  every SKU/lot counted, whether or not the count moved the
      *  book.  It is the audit trail behind the quarterly high-value
      *  coverage report, so a line is written even when the count
      *  agreed with the book or the variance is still waiting for a
      *  supervisor.  CH-LOT-RECEIPT-DATE is zero for stock counted
      *  without lot detail, and CH-LOT-LOCATION is where the counted
      *  lot sits (blank for stock counted without lot detail).
      *  CH-STATUS is COUNTED (no variance), POSTED (variance
      *  approved and posted), PENDING (variance not yet
      *  approved) or HELD (lot on recall hold, never posted);
      *  CH-APPROVER-ID is blank unless POSTED.  CH-BUS-DATE is the
      *  date the count was taken and CH-BOOK-QTY the book it was
      *  compared with; a PENDING variance posted on a later run
      *  keeps both, and a count already recorded with the same
      *  status is not written again.
      *****************************************************************
       01 FS-COUNT-HIST-REC.
           05 CH-SKU PIC 9(8).
           05 FILLER PIC X.
           05 CH-LOT-RECEIPT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CH-BUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CH-COUNTER-ID PIC X(8).
           05 FILLER PIC X.
           05 CH-BOOK-QTY PIC 9(7).
           05 FILLER PIC X.
           05 CH-COUNTED-QTY PIC 9(7).
           05 FILLER PIC X.
           05 CH-VARIANCE-QTY PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 CH-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X.
           05 CH-STATUS PIC X(8).
           05 FILLER PIC X.
           05 CH-APPROVER-ID PIC X(8).
           05 FILLER PIC X.
           05 CH-LOT-LOCATION PIC X(4).
