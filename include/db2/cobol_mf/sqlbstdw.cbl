      *************************************************************************
      *
      * Source File Name: SQLBSTDW
      *
      * Function: Standards waiver record, operator maintained.  One
      *           80-column card per waived rule on the TBSQSTDW file
      *           read by the standards audit TBSQSTD0:
      *
      *             cols  1-8   database name (as on the audit report)
      *             col   9     blank
      *             cols 10-39  tablespace name, first 30 characters
      *             col  40     blank
      *             cols 41-58  rule waived, as named on the policy
      *                         deck: TEMP-SMS, DMS-CONTAINERS,
      *                         EXTENT-SIZE, LONG-PAGE-SIZE,
      *                         NAME-PREFIX or MOUNT-POINT
      *             col  59     blank
      *             cols 60-67  expiry date, CCYYMMDD -- the violation
      *                         counts against the database again the
      *                         day after
      *             col  68     blank
      *             cols 69-76  operator id who granted the waiver
      *
      *           A '*' in column 1 is a comment card.  A waived
      *           violation is listed with its expiry on TBSQSTDR and
      *           counts as compliant; an expired one is listed as
      *           such and counts as a violation.
      *
      **************************************************************************
       01 SQLB-WAIVER-RECORD.
           05 SQLBSW-DB-NAME         PIC X(8).
           05 FILLER                 PIC X(1).
           05 SQLBSW-NAME            PIC X(30).
           05 FILLER                 PIC X(1).
           05 SQLBSW-RULE            PIC X(18).
           05 FILLER                 PIC X(1).
           05 SQLBSW-EXPIRY-DATE     PIC 9(8).
           05 FILLER                 PIC X(1).
           05 SQLBSW-OPERATOR        PIC X(8).
           05 FILLER                 PIC X(4).
