      *************************************************************************
      *
      * Source File Name: SQLBFCTG
      *
      * Function: Growth-rate extract record.  TBSQFCT0 writes one of
      *           these per projected name on TBSQFCTG alongside its
      *           printed forecast, so that planning steps (TBSQSIM0)
      *           project from exactly the rates the forecast reported
      *           instead of re-deriving them from TBSQHIST.
      *
      **************************************************************************
       01 SQLB-FCTG-RECORD.
           05 SQLBFG-DB-NAME         PIC X(8).
           05 SQLBFG-PARTITION       PIC 9(4) COMP-5.
           05 SQLBFG-NAME            PIC X(128).
      * 'F' = forecast made, 'N' = no growth, 'I' = insufficient data
           05 SQLBFG-STATUS          PIC X(01).
               88 SQLBFG-IS-FORECAST VALUE 'F'.
               88 SQLBFG-IS-NO-GROWTH VALUE 'N'.
               88 SQLBFG-IS-INSUFF   VALUE 'I'.
      * used-pages growth per day over the lookback window
           05 SQLBFG-RATE            PIC S9(9)V9(2) COMP-3.
           05 SQLBFG-USED-PAGES      PIC 9(9) COMP-5.
           05 SQLBFG-USEABLE-PAGES   PIC 9(9) COMP-5.
      * forecast run date and the window the rate was taken over
           05 SQLBFG-RUN-DATE        PIC 9(8).
           05 SQLBFG-LOOKBACK-DAYS   PIC 9(3) COMP-5.
