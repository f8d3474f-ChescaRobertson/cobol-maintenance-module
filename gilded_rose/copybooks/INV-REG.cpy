      *****************************************************************
      *  INV-REG.cpy
      *  Supplier invoice register, appended by invoice-match with one
      *  line for every invoice line it has seen, paid or not.  An
      *  invoice number with any APPROVED line has been paid, and the
      *  same number presented again is a duplicate; an invoice held
      *  entirely on exceptions may be presented again once the stock
      *  arrives.  APPROVED quantities are what has already been paid
      *  against the receipt log, so the same receipt is never paid
      *  twice.  IR-STATUS is APPROVED, EXCEPTN or DUPLICAT.  Paid
      *  quantities net against the whole receipt log, so neither
      *  file is ever trimmed by housekeeping.
      *  Shared by every writer and reader so the layout cannot drift.
      *****************************************************************
       01 FS-INV-REG-REC.
           05 IR-BUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 IR-SUPPLIER PIC X(4).
           05 FILLER PIC X.
           05 IR-INVOICE-NO PIC X(12).
           05 FILLER PIC X.
           05 IR-INVOICE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 IR-SKU PIC 9(8).
           05 FILLER PIC X.
           05 IR-BILLED-QTY PIC 9(5).
           05 FILLER PIC X.
           05 IR-UNIT-PRICE PIC 9(5)V99.
           05 FILLER PIC X.
           05 IR-STATUS PIC X(8).
           05 FILLER PIC X.
           05 IR-ITEM-NAME PIC X(50).
