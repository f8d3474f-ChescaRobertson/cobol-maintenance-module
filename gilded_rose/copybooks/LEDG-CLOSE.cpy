      *****************************************************************
      *  LEDG-CLOSE.cpy
      *  Inventory ledger closing snapshot, rewritten by
      *  inventory-ledger every run: a header with the business date
      *  it closes and the date of the close before it, then one line
      *  per SKU with that day's opening and closing.  Tomorrow's
      *  opening is today's closing; a rerun of the same date reuses
      *  the opening it stored.  Steps that post stock movements on
      *  request read the header so a movement booked after a day
      *  has closed is dated into the next open ledger day.
      *****************************************************************
       01 LCF-REC.
           05 LCF-REC-TYPE PIC X(3).
           05 FILLER PIC X.
           05 LCF-SKU PIC 9(8).
           05 FILLER PIC X.
           05 LCF-ITEM-NAME PIC X(50).
           05 FILLER PIC X.
           05 LCF-OPEN-QTY PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 LCF-OPEN-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 LCF-CLOSE-QTY PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 LCF-CLOSE-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
       01 LCF-HDR-REC.
           05 LCF-HDR-TYPE PIC X(3).
           05 FILLER PIC X.
           05 LCF-CLOSE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 LCF-PRIOR-DATE PIC 9(8).
