      *************************************************************************
      *
      * Source File Name: SQLBDLTX
      *
      * Function: Structured delta record.  TBSQDLT0 writes one of these
      *           to TBSQDLTX for every change it prints on TBSQDLTR,
      *           so the change-management reconciliation TBSQCRC0 can
      *           match the detected changes against the approved
      *           changes from the change calendar.  The file is
      *           rewritten every delta run and holds that run's
      *           changes only.  Numerics are DISPLAY so the file can
      *           be browsed and handed to other tools as it stands.
      *
      **************************************************************************
       01 SQLB-DELTA-RECORD.
      * date and time of the delta run that detected the change
           05 SQLBDL-DETECT-DATE     PIC 9(8).
           05 SQLBDL-DETECT-TIME     PIC 9(6).
      * NEW, GONE, STATE or NCTN, as on the delta report (STATE* is
      * carried as STATE -- the old and new values tell the direction)
           05 SQLBDL-CHANGE-TYPE     PIC X(5).
           05 SQLBDL-DB-NAME         PIC X(8).
           05 SQLBDL-PARTITION       PIC 9(4).
           05 SQLBDL-ID              PIC 9(9).
      * tablespace name, first 30 characters
           05 SQLBDL-NAME            PIC X(30).
      * the state text or container count before and after; blank
      * on the side that does not exist for NEW and GONE
           05 SQLBDL-OLD-VALUE       PIC X(20).
           05 SQLBDL-NEW-VALUE       PIC X(20).
