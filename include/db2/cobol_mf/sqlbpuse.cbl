      *************************************************************************
      *
      * Source File Name: SQLBPUSE
      *
      * Function: Partition usage record.  The container master
      *           TBSQCMST is one database partition's (one allocation
      *           per partition, like TBSQMST), so TBSQPRT0 COLLECTs a
      *           partition at a time -- every estate-master entry of
      *           the partition with its container pages summed off
      *           TBSQCMST -- into the INDEXED usage file TBSQPUSE,
      *           keyed exactly as the estate master is.  A later
      *           collection of the same partition refreshes its
      *           records in place, so the file always holds each
      *           partition's latest figures, and the REPORT function
      *           can set every partition of a tablespace side by side
      *           from this one file.  The keys are DISPLAY numerics
      *           where numeric so the index collates correctly.
      *
      **************************************************************************
       01 SQLB-PRTUSE-RECORD.
           05 SQLBPU-KEY.
               10 SQLBPU-DB-NAME     PIC X(8).
               10 SQLBPU-PARTITION   PIC 9(4).
               10 SQLBPU-NAME        PIC X(128).
           05 SQLBPU-ID              PIC 9(9).
      * container pages summed off TBSQCMST
           05 SQLBPU-PAGES-ALLOC     PIC 9(18) COMP-5.
           05 SQLBPU-PAGES-USED      PIC 9(18) COMP-5.
      * date (CCYYMMDD) this usage was collected
           05 SQLBPU-COLLECT-DATE    PIC 9(8).
