      *****************************************************************
      *  ITEM-LOTS.cpy
      *  Indexed lot detail record under the item master, keyed by
      *  LOT-KEY (SKU plus receipt date plus stock location).  Each
      *  receipt of a SKU lands as its own lot carrying its own
      *  sell-in, quality and on-hand quantity, so the nightly run
      *  can age every receipt separately instead of treating all
      *  on-hand stock as the oldest receipt.
      *  Reading lots in key order within a SKU yields the oldest
      *  receipt first (FIFO); reorder and valuation work from the
      *  oldest lot's numbers and write-downs apply lot by lot.
      *  aged this lot (zero on a fresh receipt), so a checkpoint
      *  restart that reprocesses records between the checkpoint and
      *  the abend point cannot age the same lot a second day.
      *  LOT-LOCATION is where the lot's stock physically sits (see
      *  locations.dat: WHSE back warehouse, FLR1/FLR2 shop floors).
      *  Receipts land in WHSE; stock-transfer moves quantity between
      *  locations, splitting a receipt into one lot per location
      *  that holds part of it.  Because the location follows the
      *  receipt date in the key, reading a SKU's lots in key order
      *  is still oldest receipt first across all locations.
      *  LOT-HOLD-FLAG is "H" while the lot is on quarantine hold
      *  under a supplier recall (lot-recall), space otherwise.  A
      *  held lot stays on hand and in the item total but is not
      *  sold, pulled for waste, transferred or counted as available
      *  stock until a supervisor releases or destroys it.
      *  LOT-HOLD-REF is the recall reference that placed the hold
      *  and LOT-HOLD-DATE the business date it was placed.
      *****************************************************************
       01 LOT-ITEM-REC.
           05 LOT-KEY.
             10 LOT-SKU PIC 9(8).
             10 LOT-RECEIPT-DATE PIC 9(8).
             10 LOT-LOCATION PIC X(4).
           05 LOT-ITEM-NAME PIC X(50).
           05 LOT-SELL-IN PIC S9(3) SIGN LEADING SEPARATE.
           05 LOT-QUALITY PIC S9(3) SIGN LEADING SEPARATE.
           05 LOT-ON-HAND-QTY PIC 9(7).
           05 LOT-LAST-AGED PIC 9(8).
           05 LOT-HOLD-FLAG PIC X.
           05 LOT-HOLD-REF PIC X(12).
           05 LOT-HOLD-DATE PIC 9(8).
