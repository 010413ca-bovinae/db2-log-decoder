      *************************************************************************
      *
      * Source File Name: SQLBGENS
      *
      * Function: Back-generation store record.  TBSQPRM0 keeps the
      *           dated back generations of the swap-over live files
      *           -- TBSQPRV, TBSQACTF and TBSQHIST -- on the INDEXED
      *           store TBSQGENS.  Each time a live file is replaced,
      *           by a promotion or by a rollback, its outgoing
      *           contents are copied here first as one generation: a
      *           header record (sequence 0) followed by the file's
      *           records in their original order (sequence 1 up), each
      *           carried whole in the data area.  A generation is
      *           named by the file and the date and time it was taken,
      *           which is the name a ROLLBACK card gives.  Only the
      *           operator-set number of newest generations per file
      *           is kept.
      *
      **************************************************************************
       01 SQLB-GENERATION-RECORD.
      * key: live file, generation stamp, record sequence.  DISPLAY
      * throughout so a file's generations collate oldest first and
      * each generation's header leads its records
           05 SQLBV-KEY.
               10 SQLBV-FILE         PIC X(8).
               10 SQLBV-STAMP.
                   15 SQLBV-STAMP-DATE PIC 9(8).
                   15 SQLBV-STAMP-TIME PIC 9(6).
               10 SQLBV-SEQ          PIC 9(9).
      * one live-file record, left-justified and space padded; the
      * largest of the three layouts is 172 bytes
           05 SQLBV-DATA             PIC X(200).
      * sequence 0 carries the generation header instead
           05 SQLBV-HEADER REDEFINES SQLBV-DATA.
               10 SQLBV-REC-COUNT    PIC 9(9) COMP-5.
      * 'P' = taken when a new file was promoted over it,
      * 'R' = taken when an earlier generation was rolled back
               10 SQLBV-REASON       PIC X(1).
                   88 SQLBV-BY-PROMOTE VALUE 'P'.
                   88 SQLBV-BY-ROLLBACK VALUE 'R'.
      * batch date the replacing promotion or rollback ran under
               10 SQLBV-BATCH-DATE   PIC 9(8).
               10 FILLER             PIC X(187).
