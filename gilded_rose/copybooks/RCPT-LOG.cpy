      *****************************************************************
      *  RCPT-LOG.cpy
      *  Cumulative receipt log, appended by receiving-confirmation
      *  for every shipment quantity it posts to the item master.
      *  Order files are rewritten every night, so this log is the
      *  lasting record of what each supplier actually delivered
      *  against what we ordered; invoice-match pays from it.
      *  RL-RECEIVED-QTY is the quantity posted; RL-ORDERED-QTY is
      *  the part of it that filled an order line (today's order or
      *  an earlier open line) - the rest arrived unordered.
      *  RL-UNIT-COST is the MASTER-UNIT-COST when the stock landed.
      *  lot-recall finds which supplier delivered a lot only here,
      *  so the log is kept for as long as the lots are and is never
      *  trimmed by housekeeping.
      *  Shared by every writer and reader so the layout cannot drift.
      *****************************************************************
       01 FS-RCPT-LOG-REC.
           05 RL-BUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RL-SUPPLIER PIC X(4).
           05 FILLER PIC X.
           05 RL-SKU PIC 9(8).
           05 FILLER PIC X.
           05 RL-RECEIVED-QTY PIC 9(7).
           05 FILLER PIC X.
           05 RL-ORDERED-QTY PIC 9(7).
           05 FILLER PIC X.
           05 RL-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X.
           05 RL-ITEM-NAME PIC X(50).
