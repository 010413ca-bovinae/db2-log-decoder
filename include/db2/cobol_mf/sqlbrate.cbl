      *************************************************************************
      *
      * Source File Name: SQLBRATE
      *
      * Function: Storage chargeback rate card, finance maintained.
      *           One 80-column card per page-size tier on the
      *           TBSQRATE file read by TBSQCHG0 -- larger pages sit
      *           on different storage classes and are priced apart:
      *
      *             cols  1-5   page size in bytes, 5 digits zero
      *                         filled (04096, 08192, 16384, 32768)
      *             col   6     blank
      *             cols  7-16  rate per GB-month of ALLOCATED space,
      *                         10 digits with 4 implied decimals
      *                         (0000125000 = 12.5000)
      *             col  17     blank
      *             cols 18-27  rate per GB-month of USED space, same
      *                         format
      *
      *           A '*' in column 1 is a comment card.
      *
      **************************************************************************
       01 SQLB-RATE-RECORD.
           05 SQLBRT-PAGE-SIZE       PIC 9(5).
           05 FILLER                 PIC X(1).
           05 SQLBRT-ALLOC-RATE      PIC 9(6)V9(4).
           05 FILLER                 PIC X(1).
           05 SQLBRT-USED-RATE       PIC 9(6)V9(4).
           05 FILLER                 PIC X(53).
