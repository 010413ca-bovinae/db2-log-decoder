      *************************************************************************
      *
      * Source File Name: SQLBOWNR
      *
      * Function: Tablespace ownership registry record.  TBSQOWN0
      *           maintains one of these per owned tablespace on the
      *           INDEXED registry TBSQOWNM, from operator add/change/
      *           delete transaction cards (see SQLBOWNT), keyed on
      *           database plus the first 30 characters of the
      *           tablespace name -- the same identity the operator
      *           cards carry elsewhere in the chain (see SQLBACK).
      *           A database of '*' owns the name in every database
      *           that has no entry of its own, so a schema deployed
      *           the same way estate wide needs only one card.
      *           TBSQCHG0 looks every billed tablespace up here to
      *           find the application and cost center paying for it.
      *
      **************************************************************************
       01 SQLB-OWNER-RECORD.
      * key: database ('*' = any database) and tablespace name
           05 SQLBOW-KEY.
               10 SQLBOW-DB-NAME     PIC X(8).
               10 SQLBOW-NAME        PIC X(30).
      * owning application and the cost center it bills to
           05 SQLBOW-APPL            PIC X(8).
           05 SQLBOW-COST-CENTER     PIC X(10).
      * date (CCYYMMDD) the entry was added and last changed, and the
      * operator who last touched it
           05 SQLBOW-ADD-DATE        PIC 9(8).
           05 SQLBOW-CHANGE-DATE     PIC 9(8).
           05 SQLBOW-OPERATOR        PIC X(8).
