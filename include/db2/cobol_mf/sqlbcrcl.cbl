      *************************************************************************
      *
      * Source File Name: SQLBCRCL
      *
      * Function: Change reconciliation log record.  TBSQCRC0 appends
      *           one of these to TBSQCRCL the first time an approved
      *           change is settled -- matched by a detected change, or
      *           its window closed without the change being seen -- so
      *           a change already settled on an earlier night is not
      *           reported as missed, and a missed window is reported
      *           once rather than every night the calendar still
      *           carries it.
      *
      **************************************************************************
       01 SQLB-CRCLOG-RECORD.
      * the approved change, as on TBSQAPCH
           05 SQLBCL-CHANGE-NUM      PIC X(12).
           05 SQLBCL-DB-NAME         PIC X(8).
           05 SQLBCL-NAME            PIC X(30).
           05 SQLBCL-CHANGE-TYPE     PIC X(5).
      * M = matched by a detected change, X = window closed unseen
           05 SQLBCL-STATUS          PIC X(1).
               88 SQLBCL-MATCHED     VALUE 'M'.
               88 SQLBCL-MISSED      VALUE 'X'.
      * run date (CCYYMMDD) on which it was settled
           05 SQLBCL-SETTLE-DATE     PIC 9(8).
