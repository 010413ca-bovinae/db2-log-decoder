      *************************************************************************
      *
      * Source File Name: SQLBCORC
      *
      * Function: Operator correction card for the extract repair step
      *           TBSQCOR0 (file TBSQCORC).  One 80-column card per
      *           correction, keyed on the SQL-ID of the raw
      *           SQLB-TBSQRY-DATA entry (see SQLUTBSQ) it applies to:
      *
      *             cols  1-9   SQL-ID, 9 digits, zero filled
      *             col  10     blank
      *             cols 11-28  field name or action
      *             col  29     blank
      *             cols 30-38  new value, 9 digits, zero filled
      *                         (blank for the drop actions)
      *             col  39     blank
      *             cols 40-47  operator ID
      *             col  48     blank
      *             cols 49-80  reason text
      *
      *           Field names settable:
      *             SQL-NAME-LEN        SQL-TOTAL-PAGES
      *             SQL-USEABLE-PAGES   SQL-FLAGS
      *             SQL-PAGE-SIZE       SQL-EXT-SIZE
      *             SQL-PREFETCH-SIZE   SQL-N-CONTAINERS
      *             SQL-TBS-STATE
      *           Actions:
      *             DROP                drop every entry carrying the
      *                                 SQL-ID, with its containers
      *             DROP-REPEAT         drop every entry carrying the
      *                                 SQL-ID after the first (a
      *                                 doubled extract row)
      *
      *           Operator ID and reason are mandatory.  A '*' in
      *           column 1 is a comment card.
      *
      **************************************************************************
       01 SQLB-CORCARD-RECORD.
           05 SQLBCR-SQL-ID-X        PIC X(9).
           05 SQLBCR-SQL-ID REDEFINES SQLBCR-SQL-ID-X
                                     PIC 9(9).
           05 FILLER                 PIC X(1).
           05 SQLBCR-FIELD           PIC X(18).
               88 SQLBCR-IS-NAME-LEN VALUE 'SQL-NAME-LEN'.
               88 SQLBCR-IS-TOTAL-PAGES
                                     VALUE 'SQL-TOTAL-PAGES'.
               88 SQLBCR-IS-USEABLE-PAGES
                                     VALUE 'SQL-USEABLE-PAGES'.
               88 SQLBCR-IS-FLAGS    VALUE 'SQL-FLAGS'.
               88 SQLBCR-IS-PAGE-SIZE
                                     VALUE 'SQL-PAGE-SIZE'.
               88 SQLBCR-IS-EXT-SIZE VALUE 'SQL-EXT-SIZE'.
               88 SQLBCR-IS-PREFETCH-SIZE
                                     VALUE 'SQL-PREFETCH-SIZE'.
               88 SQLBCR-IS-N-CONTAINERS
                                     VALUE 'SQL-N-CONTAINERS'.
               88 SQLBCR-IS-TBS-STATE
                                     VALUE 'SQL-TBS-STATE'.
               88 SQLBCR-IS-DROP     VALUE 'DROP'.
               88 SQLBCR-IS-DROP-REPEAT
                                     VALUE 'DROP-REPEAT'.
               88 SQLBCR-IS-SET-FIELD
                                     VALUE 'SQL-NAME-LEN'
                                           'SQL-TOTAL-PAGES'
                                           'SQL-USEABLE-PAGES'
                                           'SQL-FLAGS'
                                           'SQL-PAGE-SIZE'
                                           'SQL-EXT-SIZE'
                                           'SQL-PREFETCH-SIZE'
                                           'SQL-N-CONTAINERS'
                                           'SQL-TBS-STATE'.
               88 SQLBCR-IS-DROP-ACTION
                                     VALUE 'DROP' 'DROP-REPEAT'.
           05 FILLER                 PIC X(1).
           05 SQLBCR-VALUE-X         PIC X(9).
           05 SQLBCR-VALUE REDEFINES SQLBCR-VALUE-X
                                     PIC 9(9).
           05 FILLER                 PIC X(1).
           05 SQLBCR-OPERATOR        PIC X(8).
           05 FILLER                 PIC X(1).
           05 SQLBCR-REASON          PIC X(32).
