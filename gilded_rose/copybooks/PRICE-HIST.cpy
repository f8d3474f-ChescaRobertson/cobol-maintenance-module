      *****************************************************************
      *  PRICE-HIST.cpy
      *  Cumulative markdown price history, appended by markdown-price
      *  for every price it lowers.  price-changes.dat only carries
      *  the night's changes for the registers; this history keeps
      *  each markdown with the markdown-rules.dat entry that fired
      *  (PH-BAND-NO, the entry's position in that file, and its
      *  PH-PCT-OFF), the on-hand the new price applied to and the
      *  margin give-up shown on the markdown report, so margin
      *  analysis can look back over any period.  Shared by the
      *  writer and every reader so the layout cannot drift.
      *****************************************************************
       01 FS-PRICE-HIST-REC.
           05 PH-BUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 PH-SKU PIC 9(8).
           05 FILLER PIC X.
           05 PH-OLD-PRICE PIC 9(5)V99.
           05 FILLER PIC X.
           05 PH-NEW-PRICE PIC 9(5)V99.
           05 FILLER PIC X.
           05 PH-PCT-OFF PIC 9(3).
           05 FILLER PIC X.
           05 PH-BAND-NO PIC 9(2).
           05 FILLER PIC X.
           05 PH-ON-HAND-QTY PIC 9(7).
           05 FILLER PIC X.
           05 PH-GIVE-UP PIC 9(12)V99.
           05 FILLER PIC X.
           05 PH-ITEM-NAME PIC X(50).
