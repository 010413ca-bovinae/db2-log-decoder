      *************************************************************************
      *
      * Source File Name: SQLBCHGU
      *
      * Function: Storage chargeback usage record.  The container
      *           master TBSQCMST is one database's (one allocation per
      *           database, like TBSQMST), so TBSQCHG0 COLLECTs usage a
      *           database at a time -- every estate-master entry of
      *           the database with its container pages summed off
      *           TBSQCMST -- into the INDEXED usage file TBSQCHGU,
      *           keyed on billing period plus database, partition and
      *           name.  A rerun of a collection refreshes its records
      *           in place.  BILL then prices a whole period across
      *           the estate from this one file.  The keys are DISPLAY
      *           numerics where numeric so the index collates
      *           correctly.
      *
      **************************************************************************
       01 SQLB-CHGUSE-RECORD.
           05 SQLBCU-KEY.
      * billing period, CCYYMM
               10 SQLBCU-PERIOD      PIC 9(6).
               10 SQLBCU-DB-NAME     PIC X(8).
               10 SQLBCU-PARTITION   PIC 9(4).
               10 SQLBCU-NAME        PIC X(128).
           05 SQLBCU-ID              PIC 9(9).
      * 'S' = SMS tablespace, 'D' = DMS tablespace
           05 SQLBCU-TS-TYPE         PIC X(01).
           05 SQLBCU-PAGE-SIZE       PIC 9(9) COMP-5.
           05 SQLBCU-N-CONTAINERS    PIC 9(9) COMP-5.
      * container pages summed off TBSQCMST, and the same in bytes
      * (pages times SQLBE-PAGE-SIZE)
           05 SQLBCU-PAGES-ALLOC     PIC 9(18) COMP-5.
           05 SQLBCU-PAGES-USED      PIC 9(18) COMP-5.
           05 SQLBCU-BYTES-ALLOC     PIC 9(18) COMP-5.
           05 SQLBCU-BYTES-USED      PIC 9(18) COMP-5.
      * date (CCYYMMDD) this usage was collected
           05 SQLBCU-COLLECT-DATE    PIC 9(8).
