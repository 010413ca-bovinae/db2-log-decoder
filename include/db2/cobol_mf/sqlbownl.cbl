      *************************************************************************
      *
      * Source File Name: SQLBOWNL
      *
      * Function: Ownership registry change-log record.  TBSQOWN0
      *           appends one of these to TBSQOWNL for every
      *           transaction it applies to the registry, with the
      *           entry as it stood before and after, so finance can
      *           see when a tablespace moved between cost centers and
      *           who moved it.  The file accumulates run over run, in
      *           time order, the same convention as the audit file.
      *
      **************************************************************************
       01 SQLB-OWNLOG-RECORD.
      * date (CCYYMMDD) and time (HHMMSS) the change was applied
           05 SQLBOL-LOG-DATE        PIC 9(8).
           05 SQLBOL-LOG-TIME        PIC 9(6).
      * A = added, C = changed, D = deleted
           05 SQLBOL-ACTION          PIC X(1).
           05 SQLBOL-OPERATOR        PIC X(8).
           05 SQLBOL-DB-NAME         PIC X(8).
           05 SQLBOL-NAME            PIC X(30).
      * owner before the change (spaces on an add) and after it
      * (spaces on a delete)
           05 SQLBOL-OLD-APPL        PIC X(8).
           05 SQLBOL-OLD-COST-CENTER PIC X(10).
           05 SQLBOL-NEW-APPL        PIC X(8).
           05 SQLBOL-NEW-COST-CENTER PIC X(10).
