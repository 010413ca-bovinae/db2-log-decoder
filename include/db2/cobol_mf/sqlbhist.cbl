      *
      * Source File Name: SQLBHIST
      *
      * Function: Growth-history snapshot record.  TBSQHST0 adds one of
      *           these per tablespace on every decoder run (a rerun on
      *           the same day replaces that day's record), keyed by
      *           source database/partition plus name plus run date, so
      *           the page counts can be trended month over month
      *           instead of only ever showing the latest run's
      *           type, so consumers never have to infer the type from
      *           page counts.
      *
      *           TBSQHIST is INDEXED on SQLBH-KEY, with an alternate
      *           path (duplicates allowed) on SQLBH-RUN-DATE so a
      *           reader can START at the first date of its window
      *           instead of reading the whole history.  The key
      *           fields are DISPLAY so the index collates in
      *           database/partition/name/date order.  TBSQHCV0
      *           loads it from the old sequential history, reading
      *           back and rewriting a record when the old file holds
      *           the same key twice.  TBSQHARC and TBSQHNEW carry the
      *           same layout.
      *
      * Modification History:
      *   10/15/2026 RH  Key the record on database/partition, name
      *                  and run date, and make TBSQHIST an INDEXED
      *                  file with an alternate key on the run date;
      *                  it was a sequential file appended to by
      *                  TBSQHST0.
      *
      **************************************************************************
       01 SQLB-HIST-RECORD.
           05 SQLBH-KEY.
      * key part 1: source database and partition -- the same name can
      * exist in two databases, and their trends must not mix
               10 SQLBH-DB-NAME      PIC X(8).
               10 SQLBH-PARTITION    PIC 9(4).
      * key part 2: tablespace name, trimmed
               10 SQLBH-NAME         PIC X(128).
      * key part 3: date this snapshot was taken, CCYYMMDD; also the
      * alternate key
               10 SQLBH-RUN-DATE     PIC 9(8).
           05 SQLBH-ID               PIC 9(9) COMP-5.
      * 'S' = SMS tablespace, 'D' = DMS tablespace (from SQLBD-TS-TYPE)
           05 SQLBH-TS-TYPE          PIC X(01).
