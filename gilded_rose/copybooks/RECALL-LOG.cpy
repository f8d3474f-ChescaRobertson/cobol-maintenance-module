      *****************************************************************
      *  RECALL-LOG.cpy
      *  Cumulative recall log, appended by lot-recall for every
      *  lot it puts on quarantine hold and every supervisor release
      *  or destruction of a held lot.  RG-ACTION is one of
      *      HOLD     lot placed on hold under a recall notice
      *               (RG-OPERATOR-ID is NOTICE)
      *      RELEASE  supervisor returned the lot to saleable stock
      *      DESTROY  supervisor destroyed the lot; its on-hand left
      *               the master as an RCLD stock movement
      *  RG-QTY is the lot's on-hand at the time of the action and
      *  RG-EXT-COST that quantity at the MASTER-UNIT-COST then in
      *  force, so the log alone shows what became of every unit a
      *  recall touched.  The log is the regulatory record of the
      *  recall and is never trimmed.  Shared by every writer and
      *  reader so the layout cannot drift.
      *****************************************************************
       01 FS-RECALL-LOG-REC.
           05 RG-BUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RG-RECALL-REF PIC X(12).
           05 FILLER PIC X.
           05 RG-ACTION PIC X(8).
           05 FILLER PIC X.
           05 RG-OPERATOR-ID PIC X(8).
           05 FILLER PIC X.
           05 RG-SKU PIC 9(8).
           05 FILLER PIC X.
           05 RG-RECEIPT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RG-LOCATION PIC X(4).
           05 FILLER PIC X.
           05 RG-QTY PIC 9(7).
           05 FILLER PIC X.
           05 RG-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X.
           05 RG-EXT-COST PIC 9(11)V99.
           05 FILLER PIC X.
           05 RG-NOTE PIC X(30).
           05 FILLER PIC X.
           05 RG-ITEM-NAME PIC X(50).
