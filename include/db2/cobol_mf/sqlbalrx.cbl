      *************************************************************************
      *
      * Source File Name: SQLBALRX
      *
      * Function: Alert extract record.  TBSQALR0 writes one of these
      *           to TBSQALRX beside every line of TBSQALRT, loud or
      *           acknowledged, so the ticketing step TBSQTKT0 can tell
      *           which conditions fired this run without parsing a
      *           print file.  A loud alert opens a ticket; an
      *           acknowledged one keeps an existing ticket alive but
      *           never opens one.  A condition absent from the extract
      *           has stopped firing.
      *
      **************************************************************************
       01 SQLB-ALRTX-RECORD.
           05 SQLBAX-DB-NAME         PIC X(8).
           05 SQLBAX-PARTITION       PIC 9(4) COMP-5.
           05 SQLBAX-NAME            PIC X(128).
      * alert kind: STATE, OVRHD or FLAGS
           05 SQLBAX-CONDITION       PIC X(5).
      * 'L' = loud, 'K' = acknowledged (suppressed)
           05 SQLBAX-DISPOSITION     PIC X(1).
               88 SQLBAX-IS-LOUD     VALUE 'L'.
               88 SQLBAX-IS-ACKED    VALUE 'K'.
           05 SQLBAX-RUN-DATE        PIC 9(8).
      * the alert line's text, as printed on TBSQALRT
           05 SQLBAX-TEXT            PIC X(127).
