      *************************************************************************
      *
      * Source File Name: SQLBHOLD
      *
      * Function: Growth-history snapshot record as laid down on the
      *           sequential TBSQHIST and TBSQHARC before the history
      *           was keyed (partition binary, no key group).  Read
      *           only by the reload utility TBSQHCV0, which carries
      *           the old files over to the SQLBHIST layout.
      *
      **************************************************************************
       01 SQLB-HOLD-RECORD.
           05 SQLBHO-DB-NAME         PIC X(8).
           05 SQLBHO-PARTITION       PIC 9(4) COMP-5.
           05 SQLBHO-NAME            PIC X(128).
           05 SQLBHO-RUN-DATE        PIC 9(8).
           05 SQLBHO-ID              PIC 9(9) COMP-5.
           05 SQLBHO-TS-TYPE         PIC X(01).
           05 SQLBHO-TOTAL-PAGES     PIC 9(9) COMP-5.
           05 SQLBHO-USEABLE-PAGES   PIC 9(9) COMP-5.
           05 SQLBHO-PAGE-SIZE       PIC 9(9) COMP-5.
           05 SQLBHO-USED-PAGES      PIC 9(9) COMP-5.
