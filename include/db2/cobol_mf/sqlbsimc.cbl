      *************************************************************************
      *
      * Source File Name: SQLBSIMC
      *
      * Function: Proposed-change card for the what-if capacity
      *           simulator TBSQSIM0 (file TBSQSIMC).  One 80-column
      *           card per change, applied in deck order:
      *
      *             cols  1-8   action
      *             col   9     blank
      *             cols 10-80  body, laid out per action:
      *
      *           TBSPACE  name            select the tablespace the
      *                                    following cards change
      *                                    (name cols 10-80)
      *           ADDTS    ppppppppp eeeee fffff
      *                                    create the selected name as
      *                                    a new DMS tablespace: page
      *                                    size cols 10-18, extent
      *                                    cols 20-24, prefetch cols
      *                                    26-30 (blank = extent)
      *           ADDCTN   nnnnnnnnn path  add a container of n pages
      *           EXTCTN   nnnnnnnnn path  extend a container by n pages
      *           DROPCTN  nnnnnnnnn path  drop a container (count
      *                                    ignored, may be blank)
      *           EXTENT   nnnnnnnnn       new extent size in pages
      *           PREFETCH nnnnnnnnn       new prefetch size in pages
      *
      *           Counts are 9 digits, zero filled, cols 10-18; the
      *           container path starts in col 20.  A '*' in column 1
      *           is a comment card.
      *
      **************************************************************************
       01 SQLB-SIMCARD-RECORD.
           05 SQLBSC-ACTION          PIC X(8).
               88 SQLBSC-IS-TBSPACE  VALUE 'TBSPACE '.
               88 SQLBSC-IS-ADDTS    VALUE 'ADDTS   '.
               88 SQLBSC-IS-ADDCTN   VALUE 'ADDCTN  '.
               88 SQLBSC-IS-EXTCTN   VALUE 'EXTCTN  '.
               88 SQLBSC-IS-DROPCTN  VALUE 'DROPCTN '.
               88 SQLBSC-IS-EXTENT   VALUE 'EXTENT  '.
               88 SQLBSC-IS-PREFETCH VALUE 'PREFETCH'.
           05 SQLBSC-BODY            PIC X(72).
      * TBSPACE view
           05 SQLBSC-SELECT REDEFINES SQLBSC-BODY.
               10 FILLER             PIC X(1).
               10 SQLBSC-TS-NAME     PIC X(71).
      * container / size change view
           05 SQLBSC-CHANGE REDEFINES SQLBSC-BODY.
               10 FILLER             PIC X(1).
               10 SQLBSC-COUNT-X     PIC X(9).
               10 SQLBSC-COUNT REDEFINES SQLBSC-COUNT-X
                                     PIC 9(9).
               10 FILLER             PIC X(1).
               10 SQLBSC-PATH        PIC X(61).
      * ADDTS view
           05 SQLBSC-NEWTS REDEFINES SQLBSC-BODY.
               10 FILLER             PIC X(1).
               10 SQLBSC-PAGE-SIZE-X PIC X(9).
               10 SQLBSC-PAGE-SIZE REDEFINES SQLBSC-PAGE-SIZE-X
                                     PIC 9(9).
               10 FILLER             PIC X(1).
               10 SQLBSC-EXTENT-X    PIC X(5).
               10 SQLBSC-EXTENT REDEFINES SQLBSC-EXTENT-X
                                     PIC 9(5).
               10 FILLER             PIC X(1).
               10 SQLBSC-PREFETCH-X  PIC X(5).
               10 SQLBSC-PREFETCH REDEFINES SQLBSC-PREFETCH-X
                                     PIC 9(5).
               10 FILLER             PIC X(50).
