      *****************************************************************
      *  RTV-REG.cpy
      *  Return-to-vendor register, one cumulative file per supplier
      *  (rtv-supa.dat, rtv-supb.dat), appended by
      *  receiving-confirmation for every shipment line that fails
      *  receiving inspection.  Each line is its own debit memo:
      *  RV-MEMO-NO is the supplier tag, the business date and a
      *  sequence within the night, and RV-MEMO-AMOUNT is the
      *  returned quantity at the MASTER-UNIT-COST in force when the
      *  stock came back.  RV-REOPENED-QTY is the part of the return
      *  that had filled an order and was put back on open-orders to
      *  be shipped again.  RV-SELL-IN and RV-QUALITY are the numbers
      *  the stock arrived with; RV-REASON says which minimum on the
      *  acceptance table it missed.  Credits against a memo arrive
      *  on rtv-credits.dat; rtv-report ties the two together.
      *  Shared by every writer and reader so the layout cannot drift.
      *****************************************************************
       01 FS-RTV-REG-REC.
           05 RV-BUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RV-SUPPLIER PIC X(4).
           05 FILLER PIC X.
           05 RV-MEMO-NO PIC X(16).
           05 FILLER PIC X.
           05 RV-SKU PIC 9(8).
           05 FILLER PIC X.
           05 RV-RETURN-QTY PIC 9(7).
           05 FILLER PIC X.
           05 RV-REOPENED-QTY PIC 9(7).
           05 FILLER PIC X.
           05 RV-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X.
           05 RV-MEMO-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X.
           05 RV-REASON PIC X(20).
           05 FILLER PIC X.
           05 RV-SELL-IN PIC S9(3) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 RV-QUALITY PIC S9(3) SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 RV-ITEM-NAME PIC X(50).
