      *************************************************************************
      *
      * Source File Name: SQLBGLIF
      *
      * Function: General-ledger interface record.  TBSQCHG0 writes
      *           the flat TBSQGLIF feed at the end of every BILL run:
      *           one detail record per cost center and charge type
      *           (allocated, used), then a single trailer carrying
      *           the record count and the amount total the ledger
      *           side balances the load against.  Every field is
      *           DISPLAY so the feed travels as plain text.
      *
      **************************************************************************
       01 SQLB-GLIF-RECORD.
      * 'D' = detail, 'T' = trailer
           05 SQLBGL-REC-TYPE        PIC X(1).
               88 SQLBGL-IS-DETAIL   VALUE 'D'.
               88 SQLBGL-IS-TRAILER  VALUE 'T'.
      * billing period, CCYYMM
           05 SQLBGL-PERIOD          PIC 9(6).
           05 SQLBGL-DETAIL.
               10 SQLBGL-COST-CENTER PIC X(10).
      * 'ALLOC' = allocated space charge, 'USED ' = used space charge
               10 SQLBGL-CHARGE-TYPE PIC X(5).
      * gigabytes charged, 3 implied decimals
               10 SQLBGL-GB          PIC 9(9)V9(3).
      * amount charged, 2 implied decimals
               10 SQLBGL-AMOUNT      PIC 9(11)V9(2).
           05 SQLBGL-TRAILER REDEFINES SQLBGL-DETAIL.
               10 SQLBGL-REC-COUNT   PIC 9(9).
               10 FILLER             PIC X(18).
               10 SQLBGL-TOTAL       PIC 9(11)V9(2).
      * date (CCYYMMDD) the feed was cut
           05 SQLBGL-RUN-DATE        PIC 9(8).
