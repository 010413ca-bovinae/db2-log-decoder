      *************************************************************************
      *
      * Source File Name: SQLBTKTO
      *
      * Function: Outbound ticket-transaction record, written by
      *           TBSQTKT0 to TBSQTKTO for the ticketing-system
      *           interface.  One transaction per condition per run:
      *             OPEN    a new loud alert or a newly pending action
      *             UPDATE  the condition persists -- carries the run
      *                     count and the age in days since first seen
      *             CLOSE   TBSQACT0 marked the action resolved, or the
      *                     alert stopped firing
      *           The correlation key (database, partition, tablespace
      *           name, condition) is stable from OPEN through CLOSE,
      *           and is the key the ticketing system quotes back on
      *           the inbound ticket-number file (see SQLBTKTI).  All
      *           fields are display so the file crosses to the
      *           ticketing platform without conversion.
      *
      **************************************************************************
       01 SQLB-TKTOUT-RECORD.
           05 SQLBTO-TRAN-TYPE       PIC X(6).
               88 SQLBTO-IS-OPEN     VALUE 'OPEN  '.
               88 SQLBTO-IS-UPDATE   VALUE 'UPDATE'.
               88 SQLBTO-IS-CLOSE    VALUE 'CLOSE '.
           05 SQLBTO-CORR-KEY.
               10 SQLBTO-DB-NAME     PIC X(8).
               10 SQLBTO-PARTITION   PIC 9(4).
               10 SQLBTO-NAME        PIC X(128).
               10 SQLBTO-CONDITION   PIC X(5).
      * 'A' = alert (TBSQALR0), 'R' = remediation action (TBSQACT0)
           05 SQLBTO-SOURCE          PIC X(1).
      * ticket number once known; spaces on OPEN
           05 SQLBTO-TICKET-NUM      PIC X(12).
           05 SQLBTO-RUN-DATE        PIC 9(8).
           05 SQLBTO-FIRST-DATE      PIC 9(8).
           05 SQLBTO-RUN-COUNT       PIC 9(9).
           05 SQLBTO-AGE-DAYS        PIC 9(5).
      * one-line description for the ticket summary
           05 SQLBTO-DESCRIPTION     PIC X(127).
