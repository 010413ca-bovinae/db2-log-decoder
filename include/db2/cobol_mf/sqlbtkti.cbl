      *************************************************************************
      *
      * Source File Name: SQLBTKTI
      *
      * Function: Inbound ticket-number record, returned by the
      *           ticketing system on TBSQTKTI once it has raised an
      *           incident for an OPEN transaction (see SQLBTKTO).
      *           TBSQTKT0 stores the number against the condition on
      *           the ticket registry (see SQLBTKTM), where TBSQALR0
      *           and TBSQACT0 pick it up for their reports.  A record
      *           whose correlation key matches no registry entry is
      *           reported and ignored.
      *
      **************************************************************************
       01 SQLB-TKTIN-RECORD.
           05 SQLBTI-CORR-KEY.
               10 SQLBTI-DB-NAME     PIC X(8).
               10 SQLBTI-PARTITION   PIC 9(4).
               10 SQLBTI-NAME        PIC X(128).
               10 SQLBTI-CONDITION   PIC X(5).
           05 SQLBTI-TICKET-NUM      PIC X(12).
      * date (CCYYMMDD) the ticketing system raised the incident
           05 SQLBTI-TICKET-DATE     PIC 9(8).
