      *****************************************************************
      *  STK-MOVE.cpy
      *  Stock movement log.  Every step that changes
      *  MASTER-ON-HAND-QTY appends one line per change to
      *  stock-movements.dat so inventory-ledger can roll yesterday's
      *  closing forward to today's.  MV-QTY is signed: receipts and
      *  upward adjustments are positive, sales, shrink and downward
      *  adjustments negative.  MV-EXT-COST is MV-QTY extended at the
      *  MASTER-UNIT-COST in force when the stock moved, carrying the
      *  same sign.  MV-TYPE is one of
      *      RCPT  receipt posted by receiving-confirmation
      *      SALE  register sale posted by sales-posting
      *      SHRK  confirmed waste pull posted by waste-disposition
      *      CADJ  approved cycle count variance (cycle-count-post)
      *      MADJ  on-hand keyed through item master maintenance
      *            (item-master-update, reversed by master-backout)
      *      RCLD  recalled lot destroyed under supervisor sign-off
      *            (lot-recall); rolled forward with shrink
      *  MV-SUPPLIER is the source supplier tag where the step knows
      *  it (SUPA, SUPB, MSTR or UNKN), spaces otherwise.  Shared by
      *  every writer and reader so the layout cannot drift.
      *****************************************************************
       01 FS-STOCK-MOVE-REC.
           05 MV-BUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 MV-SKU PIC 9(8).
           05 FILLER PIC X.
           05 MV-TYPE PIC X(4).
           05 FILLER PIC X.
           05 MV-QTY PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 MV-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X.
           05 MV-EXT-COST PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 MV-SUPPLIER PIC X(4).
           05 FILLER PIC X.
           05 MV-STEP-NAME PIC X(24).
           05 FILLER PIC X.
           05 MV-ITEM-NAME PIC X(50).
