      *************************************************************************
      *
      * Source File Name: SQLBAPCH
      *
      * Function: Approved change record.  One 100-column line per
      *           approved tablespace change on the TBSQAPCH file
      *           extracted from the change calendar and read by the
      *           change-management reconciliation TBSQCRC0:
      *
      *             cols  1-12  change number
      *             col  13     blank
      *             cols 14-21  database name
      *             col  22     blank
      *             cols 23-52  tablespace name, first 30 characters
      *             col  53     blank
      *             cols 54-58  change type: NEW, GONE, STATE, NCTN,
      *                         or ANY for any change to the
      *                         tablespace
      *             col  59     blank
      *             cols 60-71  window start, CCYYMMDDHHMM
      *             col  72     blank
      *             cols 73-84  window end, CCYYMMDDHHMM
      *
      *           A change number covering several tablespaces has one
      *           line per tablespace.  A '*' in column 1 is a comment.
      *
      **************************************************************************
       01 SQLB-APPROVED-RECORD.
           05 SQLBAP-CHANGE-NUM      PIC X(12).
           05 FILLER                 PIC X(1).
           05 SQLBAP-DB-NAME         PIC X(8).
           05 FILLER                 PIC X(1).
           05 SQLBAP-NAME            PIC X(30).
           05 FILLER                 PIC X(1).
           05 SQLBAP-CHANGE-TYPE     PIC X(5).
           05 FILLER                 PIC X(1).
           05 SQLBAP-WINDOW-START.
               10 SQLBAP-START-DATE  PIC 9(8).
               10 SQLBAP-START-HHMM  PIC 9(4).
           05 FILLER                 PIC X(1).
           05 SQLBAP-WINDOW-END.
               10 SQLBAP-END-DATE    PIC 9(8).
               10 SQLBAP-END-HHMM    PIC 9(4).
           05 FILLER                 PIC X(16).
