      *************************************************************************
      *
      * Source File Name: SQLBTKTM
      *
      * Function: Incident-ticket registry record.  TBSQTKT0 keeps one
      *           of these on the INDEXED registry TBSQTKTM for every
      *           condition it has ever raised a ticket transaction
      *           for -- a loud alert from TBSQALR0 or a pending
      *           action from TBSQACT0 -- keyed on the correlation key
      *           the ticketing system is given: database, partition,
      *           tablespace name and condition.  An OPEN entry stops
      *           the same problem being opened twice; the ticket
      *           number the ticketing system hands back (see SQLBTKTI)
      *           is stored here, and TBSQALR0 and TBSQACT0 read it to
      *           print the owning incident beside the condition.  A
      *           condition that returns after its entry was closed
      *           reopens the same entry with a fresh first-seen date.
      *
      **************************************************************************
       01 SQLB-TICKET-RECORD.
      * key: the correlation key, same layout as SQLBTKTO/SQLBTKTI;
      * condition is the TBSQALR0 alert kind (STATE, OVRHD, FLAGS) or
      * the TBSQACT0 condition (BKPND, RFPND)
           05 SQLBTK-KEY.
               10 SQLBTK-DB-NAME     PIC X(8).
               10 SQLBTK-PARTITION   PIC 9(4).
               10 SQLBTK-NAME        PIC X(128).
               10 SQLBTK-CONDITION   PIC X(5).
      * 'A' = raised by TBSQALR0, 'R' = tracked by TBSQACT0
           05 SQLBTK-SOURCE          PIC X(1).
               88 SQLBTK-FROM-ALERT  VALUE 'A'.
               88 SQLBTK-FROM-ACTION VALUE 'R'.
      * 'O' = ticket open (condition still present), 'C' = closed
           05 SQLBTK-STATUS          PIC X(1).
               88 SQLBTK-IS-OPEN     VALUE 'O'.
               88 SQLBTK-IS-CLOSED   VALUE 'C'.
      * ticket number from the ticketing system; spaces until the
      * inbound file hands it back
           05 SQLBTK-TICKET-NUM      PIC X(12).
      * date (CCYYMMDD) the ticket number was received
           05 SQLBTK-TICKET-DATE     PIC 9(8).
      * first and last run dates (CCYYMMDD) the condition was seen,
      * and the date its ticket was closed (zero while open)
           05 SQLBTK-FIRST-DATE      PIC 9(8).
           05 SQLBTK-LAST-DATE       PIC 9(8).
           05 SQLBTK-CLOSE-DATE      PIC 9(8).
      * number of runs the condition has been seen
           05 SQLBTK-RUN-COUNT       PIC 9(9) COMP-5.
