      *************************************************************************
      *
      * Source File Name: SQLBOWNT
      *
      * Function: Ownership registry transaction card, operator
      *           maintained.  One 80-column card per change on the
      *           TBSQOWNT file read by TBSQOWN0:
      *
      *             col   1     action: A = add, C = change,
      *                         D = delete
      *             col   2     blank
      *             cols  3-10  database name, or '*' for every
      *                         database
      *             col  11     blank
      *             cols 12-41  tablespace name, first 30 characters
      *             col  42     blank
      *             cols 43-50  owning application
      *             col  51     blank
      *             cols 52-61  cost center
      *             col  62     blank
      *             cols 63-70  operator id
      *
      *           Application and cost center are required on an add
      *           and a change, ignored on a delete.  A '*' in column
      *           1 is a comment card.
      *
      **************************************************************************
       01 SQLB-OWNTRAN-RECORD.
           05 SQLBOT-ACTION          PIC X(1).
               88 SQLBOT-IS-ADD      VALUE 'A'.
               88 SQLBOT-IS-CHANGE   VALUE 'C'.
               88 SQLBOT-IS-DELETE   VALUE 'D'.
           05 FILLER                 PIC X(1).
           05 SQLBOT-DB-NAME         PIC X(8).
           05 FILLER                 PIC X(1).
           05 SQLBOT-NAME            PIC X(30).
           05 FILLER                 PIC X(1).
           05 SQLBOT-APPL            PIC X(8).
           05 FILLER                 PIC X(1).
           05 SQLBOT-COST-CENTER     PIC X(10).
           05 FILLER                 PIC X(1).
           05 SQLBOT-OPERATOR        PIC X(8).
           05 FILLER                 PIC X(10).
