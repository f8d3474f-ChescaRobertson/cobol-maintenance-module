      *****************************************************************
      *  SALES-HIST.cpy
      *  Dated register sales history, appended by sales-posting each
      *  night.  One line per lot a sale was relieved from, so a sale
      *  that spans two receipts lands as two lines and every unit
      *  sold can be traced back to the receipt it came out of.  Units
      *  the master could not cover (the sale would have driven
      *  on-hand negative) land on their own line with SH-QTY-RELIEVED
      *  zero; units covered by on-hand without lot detail carry a
      *  zero SH-LOT-RECEIPT-DATE.  SH-QTY-SOLD is the units rung on
      *  this line only, so summing it never double counts a split
      *  sale.  SH-BUS-DATE is the night the sale
      *  was posted, SH-SALE-DATE the date the register rang it.
      *  SH-MASTER-PRICE is the MASTER-SELL-PRICE the registers had
      *  been sent, SH-UNIT-COST the MASTER-UNIT-COST at posting.
      *  Shared by every program that reads sales history so the
      *  layout cannot drift.
      *****************************************************************
       01 FS-SALES-HIST-REC.
           05 SH-SKU PIC 9(8).
           05 FILLER PIC X.
           05 SH-BUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SH-SALE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SH-REGISTER PIC X(4).
           05 FILLER PIC X.
           05 SH-ITEM-NAME PIC X(50).
           05 FILLER PIC X.
           05 SH-QTY-SOLD PIC 9(5).
           05 FILLER PIC X.
           05 SH-QTY-RELIEVED PIC 9(5).
           05 FILLER PIC X.
           05 SH-PRICE-RUNG PIC 9(5)V99.
           05 FILLER PIC X.
           05 SH-MASTER-PRICE PIC 9(5)V99.
           05 FILLER PIC X.
           05 SH-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X.
           05 SH-LOT-RECEIPT-DATE PIC 9(8).
