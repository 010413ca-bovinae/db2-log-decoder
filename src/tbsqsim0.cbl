      *************************************************************************
      *
      * Program-ID: TBSQSIM0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/14/2026
      *
      * Function: What-if capacity simulator for planned container and
      *           tablespace changes.  Loads one database's picture --
      *           the tablespace master TBSQMST and the container
      *           master TBSQCMST, both opened INPUT only -- into
      *           working tables, applies the proposed-change deck
      *           TBSQSIMC (see SQLBSIMC) to that copy, and reports the
      *           effect on TBSQSIMR.  The real masters are never
      *           written.  Changes supported:
      *             ADDCTN / EXTCTN / DROPCTN   container, with path
      *                                         and pages
      *             EXTENT / PREFETCH           new size in pages
      *             ADDTS                       a new DMS tablespace
      *           For every affected tablespace the report shows a
      *           BEFORE and an AFTER line: extent, prefetch,
      *           containers, allocated and useable MB, percent full
      *           and days until full.  Days until full project from
      *           the growth rates TBSQFCT0 left on its extract
      *           TBSQFCTG (see SQLBFCTG); a name with no rate there
      *           reports NO RATE.  Useable pages after a change are
      *           the master's figure adjusted by the change in whole
      *           extents, each container losing one extent to its tag
      *           -- the same rounding the database manager applies.
      *
      *           The filesystem section maps every container path to
      *           a filesystem by longest match against the MOUNT=
      *           prefix cards, exactly as TBSQFSC0 does (the same
      *           CONTROLCD deck serves both), and shows allocated MB
      *           before and after.  An optional ceiling in MB may be
      *           punched in cols 71-80 of a MOUNT= card (TBSQFSC0
      *           reads only cols 7-70):
      *             MOUNT=/path                           nnnnnnnnnn
      *           A filesystem the changes push over its ceiling, or
      *           grow further when it is already over, is flagged and
      *           ends the run with condition code 4.  So does any
      *           change card that cannot be applied -- it is listed
      *           with its reason and left out of the simulation.
      *
      * Modification History:
      *   10/14/2026 RH  Initial version.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC and
      *                  set it after the last message, which was
      *                  leaving the step at 0.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQSIM0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "CONTROLCD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SIMC-FILE ASSIGN TO "TBSQSIMC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMC-STATUS.

           SELECT MASTER-FILE ASSIGN TO "TBSQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBM-NAME
               ALTERNATE RECORD KEY IS SQLBM-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT CTN-MST-FILE ASSIGN TO "TBSQCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBCM-KEY
               FILE STATUS IS WS-CMS-STATUS.

           SELECT FCTG-FILE ASSIGN TO "TBSQFCTG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCG-STATUS.

           SELECT SIM-RPT ASSIGN TO "TBSQSIMR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  SIMC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbsimc.

       FD  MASTER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbmsto.

       FD  CTN-MST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbcmst.

       FD  FCTG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbfctg.

       FD  SIM-RPT
           LABEL RECORDS ARE OMITTED.
       01  SIM-RPT-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-MSG-EDIT2               PIC Z(8)9.
       77  WS-EOF-CTL-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTL                       VALUE 'Y'.
       77  WS-EOF-SMC-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-SMC                       VALUE 'Y'.
       77  WS-EOF-MST-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-MST                       VALUE 'Y'.
       77  WS-EOF-CMS-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CMS                       VALUE 'Y'.
       77  WS-EOF-FCG-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-FCG                       VALUE 'Y'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.
       77  WS-MATCH-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-MATCH-FOUND                   VALUE 'Y'.
       77  WS-HAVE-RATES-SW           PIC X(01) VALUE 'N'.
           88  WS-HAVE-RATES                    VALUE 'Y'.

       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.
       77  WS-RATE-DATE               PIC 9(8)  VALUE 0.
       77  WS-DB-NAME                 PIC X(08) VALUE SPACES.
       77  WS-PARTITION               PIC 9(4)  COMP-5 VALUE 0.

       77  WS-SMC-STATUS              PIC X(02) VALUE SPACES.
           88  WS-SMC-STATUS-NEW                VALUE '35'.
       77  WS-MST-STATUS              PIC X(02) VALUE SPACES.
           88  WS-MST-STATUS-NEW                VALUE '35'.
       77  WS-CMS-STATUS              PIC X(02) VALUE SPACES.
           88  WS-CMS-STATUS-NEW                VALUE '35'.
       77  WS-FCG-STATUS              PIC X(02) VALUE SPACES.
           88  WS-FCG-STATUS-NEW                VALUE '35'.
       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

       77  WS-MST-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CMS-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-FCG-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-SMC-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-APPLIED-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-REJECTED-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ORPHAN-COUNT            PIC 9(9)  COMP-5 VALUE 0.
       77  WS-OVER-COUNT              PIC 9(9)  COMP-5 VALUE 0.

      * operator mount-point prefix table, as TBSQFSC0 keeps it, plus
      * the optional ceiling from cols 71-80 of the card
       77  WS-MNT-MAX                 PIC 9(3)  COMP-5 VALUE 64.
       77  WS-MNT-COUNT               PIC 9(3)  COMP-5 VALUE 0.
       77  WS-MNT-IDX                 PIC 9(3)  COMP-5 VALUE 0.
       01  WS-MNT-TABLE.
           05  WS-MNT-ENTRY OCCURS 64 TIMES.
               10  WS-MNT-PATH        PIC X(64).
               10  WS-MNT-LEN         PIC 9(3)  COMP-5.
               10  WS-MNT-CEIL-MB     PIC 9(10) COMP-5.
       77  WS-MNT-SCAN-IDX            PIC 9(3)  COMP-5 VALUE 0.
       77  WS-BEST-LEN                PIC 9(3)  COMP-5 VALUE 0.
       77  WS-BEST-IDX                PIC 9(3)  COMP-5 VALUE 0.
       77  WS-PFX-IDX                 PIC 9(3)  COMP-5 VALUE 0.
       01  WS-CEIL-X                  PIC X(10).
       01  WS-CEIL-N REDEFINES WS-CEIL-X
                                      PIC 9(10).

      * per-filesystem totals: entry 1 is the *UNMATCHED* bucket,
      * entries 2 onward mirror the mount table
       77  WS-FS-COUNT                PIC 9(3)  COMP-5 VALUE 0.
       77  WS-FS-IDX                  PIC 9(3)  COMP-5 VALUE 0.
       01  WS-FS-TABLE.
           05  WS-FS-ENTRY OCCURS 65 TIMES.
               10  WS-FS-PATH         PIC X(64).
               10  WS-FS-CEIL-MB      PIC 9(10) COMP-5.
               10  WS-FS-OLD-BYTES    PIC 9(18) COMP-5.
               10  WS-FS-NEW-BYTES    PIC 9(18) COMP-5.

      * the working copy of the tablespace master.  OLD is the picture
      * as loaded, NEW the picture after the change deck; the page
      * counts are summed from the container copy below.  Overflow is
      * a hard error because a dropped tablespace would vanish from
      * both the tablespace and the filesystem figures.
       77  WS-TS-MAX                  PIC 9(5)  COMP-5 VALUE 2000.
       77  WS-TS-COUNT                PIC 9(5)  COMP-5 VALUE 0.
       77  WS-TS-IDX                  PIC 9(5)  COMP-5 VALUE 0.
       77  WS-TS-MATCH-IDX            PIC 9(5)  COMP-5 VALUE 0.
       77  WS-CUR-TS-IDX              PIC 9(5)  COMP-5 VALUE 0.
       01  WS-TS-TABLE.
           05  WS-TS-ENTRY OCCURS 2000 TIMES.
               10  WS-TS-ID           PIC 9(9)  COMP-5.
               10  WS-TS-DB-NAME      PIC X(08).
               10  WS-TS-PARTITION    PIC 9(4)  COMP-5.
               10  WS-TS-NAME         PIC X(128).
               10  WS-TS-TYPE         PIC X(01).
                   88  WS-TS-IS-SMS             VALUE 'S'.
               10  WS-TS-PAGE-SIZE    PIC 9(9)  COMP-5.
               10  WS-TS-OLD-EXTENT   PIC 9(9)  COMP-5.
               10  WS-TS-NEW-EXTENT   PIC 9(9)  COMP-5.
               10  WS-TS-OLD-PREFETCH PIC 9(9)  COMP-5.
               10  WS-TS-NEW-PREFETCH PIC 9(9)  COMP-5.
               10  WS-TS-OLD-NCTN     PIC 9(9)  COMP-5.
               10  WS-TS-NEW-NCTN     PIC 9(9)  COMP-5.
               10  WS-TS-OLD-ALLOC    PIC 9(18) COMP-5.
               10  WS-TS-NEW-ALLOC    PIC 9(18) COMP-5.
               10  WS-TS-OLD-USEABLE  PIC 9(18) COMP-5.
               10  WS-TS-NEW-USEABLE  PIC 9(18) COMP-5.
               10  WS-TS-OLD-MODEL    PIC 9(18) COMP-5.
               10  WS-TS-NEW-MODEL    PIC 9(18) COMP-5.
               10  WS-TS-USED-PAGES   PIC 9(18) COMP-5.
      * rate status as on TBSQFCTG; space = no rate for this name
               10  WS-TS-RATE-STATUS  PIC X(01).
               10  WS-TS-RATE         PIC S9(9)V9(2) COMP-3.
               10  WS-TS-ADDED-SW     PIC X(01).
                   88  WS-TS-ADDED              VALUE 'Y'.
               10  WS-TS-AFFECTED-SW  PIC X(01).
                   88  WS-TS-AFFECTED           VALUE 'Y'.

      * the working copy of the container master
       77  WS-CT-MAX                  PIC 9(5)  COMP-5 VALUE 10000.
       77  WS-CT-COUNT                PIC 9(5)  COMP-5 VALUE 0.
       77  WS-CT-IDX                  PIC 9(5)  COMP-5 VALUE 0.
       77  WS-CT-MATCH-IDX            PIC 9(5)  COMP-5 VALUE 0.
       77  WS-SCOPE-TS-IDX            PIC 9(5)  COMP-5 VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 10000 TIMES.
               10  WS-CT-TS-IDX       PIC 9(5)  COMP-5.
               10  WS-CT-PATH         PIC X(128).
               10  WS-CT-PATH-LEN     PIC 9(9)  COMP-5.
               10  WS-CT-OLD-PAGES    PIC 9(9)  COMP-5.
               10  WS-CT-NEW-PAGES    PIC 9(9)  COMP-5.
               10  WS-CT-USED-PAGES   PIC 9(9)  COMP-5.
               10  WS-CT-FS-IDX       PIC 9(3)  COMP-5.
               10  WS-CT-DROPPED-SW   PIC X(01).
                   88  WS-CT-DROPPED            VALUE 'Y'.

      * path being mapped to a filesystem
       01  WS-MAP-PATH                PIC X(128).
       77  WS-MAP-PATH-LEN            PIC 9(9)  COMP-5 VALUE 0.

      * change-card work
       77  WS-CARD-NUM                PIC 9(5)  COMP-5 VALUE 0.
       01  WS-PEND-NAME               PIC X(71) VALUE SPACES.
       01  WS-REJECT-REASON           PIC X(40) VALUE SPACES.

      * extent rounding: pages a container of RND-PAGES contributes
      * to useable pages at extent size RND-EXTENT
       77  WS-RND-PAGES               PIC 9(18) COMP-5 VALUE 0.
       77  WS-RND-EXTENT              PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RND-QUOT                PIC 9(18) COMP-5 VALUE 0.
       77  WS-RND-RESULT              PIC 9(18) COMP-5 VALUE 0.
       77  WS-USEABLE-WORK            PIC S9(18) COMP-5 VALUE 0.

      * one side (BEFORE or AFTER) of a tablespace line
       77  WS-SD-EXTENT               PIC 9(9)  COMP-5 VALUE 0.
       77  WS-SD-PREFETCH             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-SD-NCTN                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-SD-ALLOC                PIC 9(18) COMP-5 VALUE 0.
       77  WS-SD-USEABLE              PIC 9(18) COMP-5 VALUE 0.
       77  WS-HEADROOM-PAGES          PIC 9(18) COMP-5 VALUE 0.
       77  WS-DAYS-WORK               PIC 9(18) COMP-5 VALUE 0.
      * a projection past this many days is 'never' for planning
      * purposes, as in TBSQFCT0
       77  WS-DAYS-CEILING            PIC 9(9)  COMP-5
                                      VALUE 9999999.
       77  WS-PCT-WORK                PIC 9(9)V9 COMP-3 VALUE 0.

       77  WS-MB-WORK                 PIC 9(12) COMP-5 VALUE 0.
       77  WS-MB-OLD                  PIC 9(12) COMP-5 VALUE 0.
       77  WS-MB-NEW                  PIC 9(12) COMP-5 VALUE 0.
       77  WS-MB-CHANGE               PIC S9(12) COMP-5 VALUE 0.
       77  WS-CEIL-BYTES              PIC 9(18) COMP-5 VALUE 0.
       77  WS-EDIT-DAYS               PIC Z(6)9.
       77  WS-EDIT-PART               PIC ZZZ9.
       77  WS-EDIT-CARD               PIC ZZZZ9.
       77  WS-EDIT-CEIL               PIC Z(11)9.

       01  WS-RPT-LINE                PIC X(133).

       01  WS-HDG1-LINE.
           05  FILLER                 PIC X(36) VALUE
               ' WHAT-IF CAPACITY SIMULATION - DATE '.
           05  WSH-DATE               PIC 9(8).
           05  FILLER                 PIC X(89) VALUE SPACES.

       01  WS-CARD-HDG-LINE.
           05  FILLER                 PIC X(17) VALUE
               ' PROPOSED CHANGES'.
           05  FILLER                 PIC X(116) VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER                 PIC X(06) VALUE ' CARD '.
           05  WSC-CARD-NUM           PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSC-CARD               PIC X(80).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSC-RESULT             PIC X(08).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-TS-HDG1-LINE.
           05  FILLER                 PIC X(21) VALUE
               ' AFFECTED TABLESPACES'.
           05  FILLER                 PIC X(112) VALUE SPACES.

       01  WS-TS-HDG2-LINE.
           05  FILLER                 PIC X(32) VALUE
               ' TABLESPACE NAME'.
           05  FILLER                 PIC X(07) VALUE 'WHEN   '.
           05  FILLER                 PIC X(07) VALUE 'EXTENT '.
           05  FILLER                 PIC X(09) VALUE 'PREFETCH '.
           05  FILLER                 PIC X(05) VALUE 'CTNS '.
           05  FILLER                 PIC X(11) VALUE '  ALLOC MB '.
           05  FILLER                 PIC X(11) VALUE 'USEABLE MB '.
           05  FILLER                 PIC X(07) VALUE ' %FULL '.
           05  FILLER                 PIC X(15) VALUE
               'DAYS UNTIL FULL'.
           05  FILLER                 PIC X(29) VALUE SPACES.

       01  WS-TS-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WST-NAME               PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WST-WHEN               PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WST-EXTENT             PIC Z(5)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WST-PREFETCH           PIC Z(7)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WST-NCTN               PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WST-ALLOC-MB           PIC Z(9)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WST-USEABLE-MB         PIC Z(9)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WST-PCT-X              PIC X(06).
           05  WST-PCT REDEFINES WST-PCT-X
                                      PIC ZZZ9.9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WST-DAYS               PIC X(15).
           05  FILLER                 PIC X(29) VALUE SPACES.

       01  WS-FS-HDG1-LINE.
           05  FILLER                 PIC X(12) VALUE ' FILESYSTEMS'.
           05  FILLER                 PIC X(121) VALUE SPACES.

       01  WS-FS-HDG2-LINE.
           05  FILLER                 PIC X(42) VALUE ' FILESYSTEM'.
           05  FILLER                 PIC X(13) VALUE '   BEFORE MB '.
           05  FILLER                 PIC X(13) VALUE '    AFTER MB '.
           05  FILLER                 PIC X(13) VALUE '   CHANGE MB '.
           05  FILLER                 PIC X(13) VALUE '  CEILING MB '.
           05  FILLER                 PIC X(24) VALUE 'STATUS'.
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  WS-FS-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-PATH               PIC X(40).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-OLD-MB             PIC Z(11)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-NEW-MB             PIC Z(11)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-CHANGE-MB          PIC -(11)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-CEIL-MB            PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-STATUS             PIC X(24).
           05  FILLER                 PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-ABORT
               PERFORM 2000-LOAD-PICTURE THRU 2000-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 3000-APPLY-CHANGES THRU 3000-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 5000-PROJECT THRU 5000-EXIT
               PERFORM 6000-REPORT-TABLESPACES THRU 6000-EXIT
               PERFORM 6500-REPORT-FILESYSTEMS THRU 6500-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION AND MOUNT TABLE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'TBSQSIM0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
           IF WS-MNT-COUNT = 0 AND NOT WS-ABORT
               MOVE 'TBSQ311W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'NO MOUNT= CARDS, EVERY CONTAINER WILL'
                          DELIMITED BY SIZE
                      ' REPORT UNMATCHED' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
           END-IF.
      * filesystem slot 1 is the unmatched bucket; the mounts follow
           MOVE 1 TO WS-FS-COUNT.
           MOVE '*UNMATCHED*' TO WS-FS-PATH(1).
           MOVE 0 TO WS-FS-CEIL-MB(1).
           MOVE 0 TO WS-FS-OLD-BYTES(1).
           MOVE 0 TO WS-FS-NEW-BYTES(1).
           PERFORM 1300-SEED-ONE-FILESYSTEM THRU 1300-EXIT
               VARYING WS-MNT-IDX FROM 1 BY 1
               UNTIL WS-MNT-IDX > WS-MNT-COUNT.
           OPEN OUTPUT SIM-RPT.
           MOVE WS-RUN-DATE TO WSH-DATE.
           WRITE SIM-RPT-RECORD FROM WS-HDG1-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       1000-EXIT.
           EXIT.

       1100-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD.
           PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
               UNTIL WS-EOF-CTL.
           CLOSE CONTROL-CARD.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-CARD.
           READ CONTROL-CARD
               AT END MOVE 'Y' TO WS-EOF-CTL-SW
               NOT AT END PERFORM 1120-APPLY-ONE-CARD THRU 1120-EXIT
           END-READ.
       1110-EXIT.
           EXIT.

       1120-APPLY-ONE-CARD.
           IF CONTROL-CARD-RECORD = SPACES
               CONTINUE
           ELSE
               IF CONTROL-CARD-RECORD(1:6) = 'MOUNT='
                   PERFORM 1200-STORE-ONE-MOUNT THRU 1200-EXIT
               ELSE
                   MOVE 'TBSQ310W' TO SQLBG-MSG-ID
                   MOVE 'W' TO SQLBG-SEVERITY
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'UNRECOGNIZED CONTROL CARD: '
                              DELIMITED BY SIZE
                          CONTROL-CARD-RECORD(1:40)
                              DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               END-IF
           END-IF.
       1120-EXIT.
           EXIT.

       1200-STORE-ONE-MOUNT.
           IF WS-MNT-COUNT >= WS-MNT-MAX
               MOVE 'TBSQ313S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'MOUNT TABLE FULL, INCREASE WS-MNT-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-CTL-SW
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-MNT-COUNT.
           MOVE CONTROL-CARD-RECORD(7:64)
               TO WS-MNT-PATH(WS-MNT-COUNT).
           MOVE 0 TO WS-MNT-LEN(WS-MNT-COUNT).
           PERFORM 1210-MEASURE-ONE-CHAR THRU 1210-EXIT
               VARYING WS-PFX-IDX FROM 1 BY 1
               UNTIL WS-PFX-IDX > 64
                  OR WS-MNT-PATH(WS-MNT-COUNT)(WS-PFX-IDX:1)
                      = SPACE.
           IF WS-MNT-LEN(WS-MNT-COUNT) = 0
               MOVE 'TBSQ312W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE 'EMPTY MOUNT= VALUE IGNORED' TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               SUBTRACT 1 FROM WS-MNT-COUNT
               GO TO 1200-EXIT
           END-IF.
      * cols 71-80: ceiling in MB, blank for none
           MOVE 0 TO WS-MNT-CEIL-MB(WS-MNT-COUNT).
           MOVE CONTROL-CARD-RECORD(71:10) TO WS-CEIL-X.
           IF WS-CEIL-X NOT = SPACES
               IF WS-CEIL-N NOT NUMERIC
                   MOVE 'TBSQ312W' TO SQLBG-MSG-ID
                   MOVE 'W' TO SQLBG-SEVERITY
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'BAD CEILING IGNORED ON MOUNT= CARD: '
                              DELIMITED BY SIZE
                          CONTROL-CARD-RECORD(1:40)
                              DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               ELSE
                   MOVE WS-CEIL-N TO WS-MNT-CEIL-MB(WS-MNT-COUNT)
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1210-MEASURE-ONE-CHAR.
           MOVE WS-PFX-IDX TO WS-MNT-LEN(WS-MNT-COUNT).
       1210-EXIT.
           EXIT.

       1300-SEED-ONE-FILESYSTEM.
           ADD 1 TO WS-FS-COUNT.
           MOVE WS-MNT-PATH(WS-MNT-IDX) TO WS-FS-PATH(WS-FS-COUNT).
           MOVE WS-MNT-CEIL-MB(WS-MNT-IDX)
               TO WS-FS-CEIL-MB(WS-FS-COUNT).
           MOVE 0 TO WS-FS-OLD-BYTES(WS-FS-COUNT).
           MOVE 0 TO WS-FS-NEW-BYTES(WS-FS-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * LOAD THE WORKING COPY OF THE PICTURE
      *----------------------------------------------------------------
      * both masters are opened INPUT and browsed front to back; only
      * the tables in working storage are ever changed.  Either master
      * missing (status 35) fails with condition code 8 -- a
      * simulation against an empty picture would show every change
      * landing on empty filesystems.
       2000-LOAD-PICTURE.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS-NEW
               MOVE 'TBSQ314E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO TABLESPACE MASTER TBSQMST - RUN TBSQMST0'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT CTN-MST-FILE.
           IF WS-CMS-STATUS-NEW
               MOVE 'TBSQ314E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO CONTAINER MASTER TBSQCMST - RUN TBSQMST0'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               CLOSE MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-TABLESPACE THRU 2100-EXIT
               UNTIL WS-EOF-MST.
           IF NOT WS-ABORT
               PERFORM 2200-LOAD-ONE-CONTAINER THRU 2200-EXIT
                   UNTIL WS-EOF-CMS
           END-IF.
           CLOSE MASTER-FILE.
           CLOSE CTN-MST-FILE.
           IF NOT WS-ABORT
               PERFORM 2400-LOAD-RATES THRU 2400-EXIT
               PERFORM 2900-WRITE-PICTURE-HEADING THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-TABLESPACE.
           READ MASTER-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-MST-SW
               NOT AT END PERFORM 2110-STORE-TABLESPACE THRU 2110-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2110-STORE-TABLESPACE.
           ADD 1 TO WS-MST-READ-COUNT.
           IF WS-TS-COUNT >= WS-TS-MAX
               MOVE 'TBSQ313S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'TABLESPACE TABLE FULL, INCREASE WS-TS-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-MST-SW
               GO TO 2110-EXIT
           END-IF.
           IF WS-TS-COUNT = 0
               MOVE SQLBM-DB-NAME TO WS-DB-NAME
               MOVE SQLBM-PARTITION TO WS-PARTITION
           END-IF.
           ADD 1 TO WS-TS-COUNT.
           MOVE WS-TS-COUNT TO WS-TS-IDX.
           MOVE SQLBM-ID TO WS-TS-ID(WS-TS-IDX).
           MOVE SQLBM-DB-NAME TO WS-TS-DB-NAME(WS-TS-IDX).
           MOVE SQLBM-PARTITION TO WS-TS-PARTITION(WS-TS-IDX).
           MOVE SQLBM-NAME TO WS-TS-NAME(WS-TS-IDX).
           MOVE SQLBM-TS-TYPE TO WS-TS-TYPE(WS-TS-IDX).
           MOVE SQLBM-PAGE-SIZE TO WS-TS-PAGE-SIZE(WS-TS-IDX).
           MOVE SQLBM-EXT-SIZE TO WS-TS-OLD-EXTENT(WS-TS-IDX).
           MOVE SQLBM-EXT-SIZE TO WS-TS-NEW-EXTENT(WS-TS-IDX).
           MOVE SQLBM-PREFETCH-SIZE TO WS-TS-OLD-PREFETCH(WS-TS-IDX).
           MOVE SQLBM-PREFETCH-SIZE TO WS-TS-NEW-PREFETCH(WS-TS-IDX).
           MOVE 0 TO WS-TS-OLD-NCTN(WS-TS-IDX).
           MOVE 0 TO WS-TS-NEW-NCTN(WS-TS-IDX).
           MOVE 0 TO WS-TS-OLD-ALLOC(WS-TS-IDX).
           MOVE 0 TO WS-TS-NEW-ALLOC(WS-TS-IDX).
           MOVE SQLBM-USEABLE-PAGES TO WS-TS-OLD-USEABLE(WS-TS-IDX).
           MOVE SQLBM-USEABLE-PAGES TO WS-TS-NEW-USEABLE(WS-TS-IDX).
           MOVE 0 TO WS-TS-OLD-MODEL(WS-TS-IDX).
           MOVE 0 TO WS-TS-NEW-MODEL(WS-TS-IDX).
           MOVE 0 TO WS-TS-USED-PAGES(WS-TS-IDX).
           MOVE SPACE TO WS-TS-RATE-STATUS(WS-TS-IDX).
           MOVE 0 TO WS-TS-RATE(WS-TS-IDX).
           MOVE 'N' TO WS-TS-ADDED-SW(WS-TS-IDX).
           MOVE 'N' TO WS-TS-AFFECTED-SW(WS-TS-IDX).
       2110-EXIT.
           EXIT.

       2200-LOAD-ONE-CONTAINER.
           READ CTN-MST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-CMS-SW
               NOT AT END PERFORM 2210-STORE-CONTAINER THRU 2210-EXIT
           END-READ.
       2200-EXIT.
           EXIT.

      * a container whose pool id is not on the tablespace master is
      * counted and left out; TBSQMST0 refreshes both masters
      * together, so this only happens against a damaged pair
       2210-STORE-CONTAINER.
           ADD 1 TO WS-CMS-READ-COUNT.
           MOVE 'N' TO WS-MATCH-FOUND-SW.
           PERFORM 2220-MATCH-ONE-ID THRU 2220-EXIT
               VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
                  OR WS-MATCH-FOUND.
           IF NOT WS-MATCH-FOUND
               ADD 1 TO WS-ORPHAN-COUNT
               GO TO 2210-EXIT
           END-IF.
           IF WS-CT-COUNT >= WS-CT-MAX
               MOVE 'TBSQ313S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'CONTAINER TABLE FULL, INCREASE WS-CT-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-CMS-SW
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CT-COUNT TO WS-CT-IDX.
           MOVE WS-TS-MATCH-IDX TO WS-CT-TS-IDX(WS-CT-IDX).
           MOVE SQLBCM-PATH TO WS-CT-PATH(WS-CT-IDX).
           MOVE SQLBCM-PATH-LEN TO WS-CT-PATH-LEN(WS-CT-IDX).
           MOVE SQLBCM-PAGES-ALLOC TO WS-CT-OLD-PAGES(WS-CT-IDX).
           MOVE SQLBCM-PAGES-ALLOC TO WS-CT-NEW-PAGES(WS-CT-IDX).
           MOVE SQLBCM-PAGES-USED TO WS-CT-USED-PAGES(WS-CT-IDX).
           MOVE 'N' TO WS-CT-DROPPED-SW(WS-CT-IDX).
           MOVE SQLBCM-PATH TO WS-MAP-PATH.
           MOVE SQLBCM-PATH-LEN TO WS-MAP-PATH-LEN.
           PERFORM 3950-FIND-FILESYSTEM THRU 3950-EXIT.
           MOVE WS-FS-IDX TO WS-CT-FS-IDX(WS-CT-IDX).
           ADD 1 TO WS-TS-OLD-NCTN(WS-TS-MATCH-IDX).
           ADD 1 TO WS-TS-NEW-NCTN(WS-TS-MATCH-IDX).
           ADD SQLBCM-PAGES-USED TO WS-TS-USED-PAGES(WS-TS-MATCH-IDX).
       2210-EXIT.
           EXIT.

       2220-MATCH-ONE-ID.
           IF WS-TS-ID(WS-TS-IDX) = SQLBCM-ID
               MOVE 'Y' TO WS-MATCH-FOUND-SW
               MOVE WS-TS-IDX TO WS-TS-MATCH-IDX
           END-IF.
       2220-EXIT.
           EXIT.

      * growth rates from the forecast step's extract.  Without it
      * the simulation still runs; days until full report NO RATE.
       2400-LOAD-RATES.
           OPEN INPUT FCTG-FILE.
           IF WS-FCG-STATUS-NEW
               MOVE 'TBSQ315W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'NO GROWTH-RATE EXTRACT TBSQFCTG, DAYS UNTIL'
                          DELIMITED BY SIZE
                      ' FULL NOT PROJECTED' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE 'Y' TO WS-HAVE-RATES-SW.
           PERFORM 2410-LOAD-ONE-RATE THRU 2410-EXIT
               UNTIL WS-EOF-FCG.
           CLOSE FCTG-FILE.
       2400-EXIT.
           EXIT.

       2410-LOAD-ONE-RATE.
           READ FCTG-FILE
               AT END MOVE 'Y' TO WS-EOF-FCG-SW
               NOT AT END
                   ADD 1 TO WS-FCG-READ-COUNT
                   MOVE SQLBFG-RUN-DATE TO WS-RATE-DATE
                   MOVE 'N' TO WS-MATCH-FOUND-SW
                   PERFORM 2420-MATCH-ONE-RATE THRU 2420-EXIT
                       VARYING WS-TS-IDX FROM 1 BY 1
                       UNTIL WS-TS-IDX > WS-TS-COUNT
                          OR WS-MATCH-FOUND
           END-READ.
       2410-EXIT.
           EXIT.

       2420-MATCH-ONE-RATE.
           IF WS-TS-NAME(WS-TS-IDX) = SQLBFG-NAME
              AND WS-TS-DB-NAME(WS-TS-IDX) = SQLBFG-DB-NAME
              AND WS-TS-PARTITION(WS-TS-IDX) = SQLBFG-PARTITION
               MOVE 'Y' TO WS-MATCH-FOUND-SW
               MOVE SQLBFG-STATUS TO WS-TS-RATE-STATUS(WS-TS-IDX)
               MOVE SQLBFG-RATE TO WS-TS-RATE(WS-TS-IDX)
           END-IF.
       2420-EXIT.
           EXIT.

       2900-WRITE-PICTURE-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-PARTITION TO WS-EDIT-PART.
           IF WS-HAVE-RATES
               STRING ' DATABASE ' DELIMITED BY SIZE
                      WS-DB-NAME DELIMITED BY SIZE
                      ' PARTITION ' DELIMITED BY SIZE
                      WS-EDIT-PART DELIMITED BY SIZE
                      '   GROWTH RATES FROM TBSQFCT0 RUN OF '
                          DELIMITED BY SIZE
                      WS-RATE-DATE DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING ' DATABASE ' DELIMITED BY SIZE
                      WS-DB-NAME DELIMITED BY SIZE
                      ' PARTITION ' DELIMITED BY SIZE
                      WS-EDIT-PART DELIMITED BY SIZE
                      '   NO GROWTH RATES AVAILABLE'
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * APPLY THE PROPOSED-CHANGE DECK TO THE WORKING COPY
      *----------------------------------------------------------------
      * cards apply in deck order; a card that cannot be applied is
      * listed with its reason and changes nothing.  No deck at all
      * (status 35) simply leaves the picture as loaded.
       3000-APPLY-CHANGES.
           WRITE SIM-RPT-RECORD FROM WS-CARD-HDG-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           OPEN INPUT SIMC-FILE.
           IF WS-SMC-STATUS-NEW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-READ-ONE-CHANGE THRU 3010-EXIT
               UNTIL WS-EOF-SMC.
           CLOSE SIMC-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-ONE-CHANGE.
           READ SIMC-FILE
               AT END MOVE 'Y' TO WS-EOF-SMC-SW
               NOT AT END PERFORM 3100-APPLY-ONE-CHANGE THRU 3100-EXIT
           END-READ.
       3010-EXIT.
           EXIT.

      * every card after TBSPACE needs a tablespace in the picture
       3050-CHECK-SELECTED.
           IF WS-CUR-TS-IDX = 0
               IF WS-PEND-NAME = SPACES
                   MOVE 'NO TABLESPACE SELECTED' TO WS-REJECT-REASON
               ELSE
                   MOVE 'TABLESPACE NOT IN MASTER' TO WS-REJECT-REASON
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.

      * container cards: the selected tablespace must be DMS and the
      * page count, where one is needed, a positive number
       3060-CHECK-CONTAINER-CARD.
           PERFORM 3050-CHECK-SELECTED THRU 3050-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3060-EXIT
           END-IF.
           IF WS-TS-IS-SMS(WS-CUR-TS-IDX)
               MOVE 'SMS TABLESPACE, NO PAGE ALLOCATION'
                   TO WS-REJECT-REASON
               GO TO 3060-EXIT
           END-IF.
           IF SQLBSC-PATH = SPACES
               MOVE 'NO CONTAINER PATH' TO WS-REJECT-REASON
               GO TO 3060-EXIT
           END-IF.
           IF NOT SQLBSC-IS-DROPCTN
               IF SQLBSC-COUNT NOT NUMERIC
                   MOVE 'BAD PAGE COUNT' TO WS-REJECT-REASON
               ELSE
                   IF SQLBSC-COUNT = 0
                       MOVE 'BAD PAGE COUNT' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       3060-EXIT.
           EXIT.

       3100-APPLY-ONE-CHANGE.
           ADD 1 TO WS-SMC-READ-COUNT.
           IF SQLB-SIMCARD-RECORD = SPACES
              OR SQLB-SIMCARD-RECORD(1:1) = '*'
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CARD-NUM.
           MOVE SPACES TO WS-REJECT-REASON.
           IF SQLBSC-IS-TBSPACE
               PERFORM 3200-SELECT-TABLESPACE THRU 3200-EXIT
           ELSE
           IF SQLBSC-IS-ADDTS
               PERFORM 3300-ADD-TABLESPACE THRU 3300-EXIT
           ELSE
           IF SQLBSC-IS-ADDCTN
               PERFORM 3400-ADD-CONTAINER THRU 3400-EXIT
           ELSE
           IF SQLBSC-IS-EXTCTN
               PERFORM 3500-EXTEND-CONTAINER THRU 3500-EXIT
           ELSE
           IF SQLBSC-IS-DROPCTN
               PERFORM 3600-DROP-CONTAINER THRU 3600-EXIT
           ELSE
           IF SQLBSC-IS-EXTENT
               PERFORM 3700-CHANGE-EXTENT THRU 3700-EXIT
           ELSE
           IF SQLBSC-IS-PREFETCH
               PERFORM 3800-CHANGE-PREFETCH THRU 3800-EXIT
           ELSE
               MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-ABORT
               MOVE 'Y' TO WS-EOF-SMC-SW
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CARD-NUM TO WSC-CARD-NUM.
           MOVE SQLB-SIMCARD-RECORD TO WSC-CARD.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'APPLIED' TO WSC-RESULT
               WRITE SIM-RPT-RECORD FROM WS-CARD-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
           ELSE
               PERFORM 3190-REJECT-CARD THRU 3190-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3190-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'REJECTED' TO WSC-RESULT.
           WRITE SIM-RPT-RECORD FROM WS-CARD-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '             ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
           MOVE 'TBSQ316W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE WS-CARD-NUM TO WS-EDIT-CARD.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'CHANGE CARD ' DELIMITED BY SIZE
                  WS-EDIT-CARD DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           IF WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
           END-IF.
       3190-EXIT.
           EXIT.

      * the selected name stays pending even when it is not on the
      * master, so that an ADDTS card can create it next
       3200-SELECT-TABLESPACE.
           MOVE 0 TO WS-CUR-TS-IDX.
           MOVE SQLBSC-TS-NAME TO WS-PEND-NAME.
           IF WS-PEND-NAME = SPACES
               MOVE 'NO TABLESPACE NAME' TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.
           MOVE 'N' TO WS-MATCH-FOUND-SW.
           PERFORM 3210-MATCH-ONE-NAME THRU 3210-EXIT
               VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
                  OR WS-MATCH-FOUND.
           IF WS-MATCH-FOUND
               MOVE WS-TS-MATCH-IDX TO WS-CUR-TS-IDX
           END-IF.
       3200-EXIT.
           EXIT.

       3210-MATCH-ONE-NAME.
           IF WS-TS-NAME(WS-TS-IDX) = WS-PEND-NAME
               MOVE 'Y' TO WS-MATCH-FOUND-SW
               MOVE WS-TS-IDX TO WS-TS-MATCH-IDX
           END-IF.
       3210-EXIT.
           EXIT.

      * a new tablespace is always DMS -- only DMS commits space up
      * front, so only DMS has anything to simulate
       3300-ADD-TABLESPACE.
           IF WS-PEND-NAME = SPACES
               MOVE 'NO TABLESPACE SELECTED' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF WS-CUR-TS-IDX NOT = 0
               MOVE 'TABLESPACE ALREADY EXISTS' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF SQLBSC-PAGE-SIZE NOT NUMERIC
               MOVE 'BAD PAGE SIZE' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF SQLBSC-PAGE-SIZE NOT = 4096
              AND SQLBSC-PAGE-SIZE NOT = 8192
              AND SQLBSC-PAGE-SIZE NOT = 16384
              AND SQLBSC-PAGE-SIZE NOT = 32768
               MOVE 'BAD PAGE SIZE' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF SQLBSC-EXTENT NOT NUMERIC
               MOVE 'BAD EXTENT SIZE' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF SQLBSC-EXTENT = 0
               MOVE 'BAD EXTENT SIZE' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF SQLBSC-PREFETCH-X NOT = SPACES
               IF SQLBSC-PREFETCH NOT NUMERIC
                   MOVE 'BAD PREFETCH SIZE' TO WS-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           IF WS-TS-COUNT >= WS-TS-MAX
               MOVE 'TBSQ313S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'TABLESPACE TABLE FULL, INCREASE WS-TS-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-TS-COUNT.
           MOVE WS-TS-COUNT TO WS-CUR-TS-IDX.
           MOVE 0 TO WS-TS-ID(WS-CUR-TS-IDX).
           MOVE WS-DB-NAME TO WS-TS-DB-NAME(WS-CUR-TS-IDX).
           MOVE WS-PARTITION TO WS-TS-PARTITION(WS-CUR-TS-IDX).
           MOVE WS-PEND-NAME TO WS-TS-NAME(WS-CUR-TS-IDX).
           MOVE 'D' TO WS-TS-TYPE(WS-CUR-TS-IDX).
           MOVE SQLBSC-PAGE-SIZE TO WS-TS-PAGE-SIZE(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-OLD-EXTENT(WS-CUR-TS-IDX).
           MOVE SQLBSC-EXTENT TO WS-TS-NEW-EXTENT(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-OLD-PREFETCH(WS-CUR-TS-IDX).
           IF SQLBSC-PREFETCH-X = SPACES
              OR SQLBSC-PREFETCH = 0
               MOVE SQLBSC-EXTENT
                   TO WS-TS-NEW-PREFETCH(WS-CUR-TS-IDX)
           ELSE
               MOVE SQLBSC-PREFETCH
                   TO WS-TS-NEW-PREFETCH(WS-CUR-TS-IDX)
           END-IF.
           MOVE 0 TO WS-TS-OLD-NCTN(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-NEW-NCTN(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-OLD-ALLOC(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-NEW-ALLOC(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-OLD-USEABLE(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-NEW-USEABLE(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-OLD-MODEL(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-NEW-MODEL(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-USED-PAGES(WS-CUR-TS-IDX).
           MOVE SPACE TO WS-TS-RATE-STATUS(WS-CUR-TS-IDX).
           MOVE 0 TO WS-TS-RATE(WS-CUR-TS-IDX).
           MOVE 'Y' TO WS-TS-ADDED-SW(WS-CUR-TS-IDX).
           MOVE 'Y' TO WS-TS-AFFECTED-SW(WS-CUR-TS-IDX).
       3300-EXIT.
           EXIT.

      * a path may be in use by only one container in the database
       3400-ADD-CONTAINER.
           PERFORM 3060-CHECK-CONTAINER-CARD THRU 3060-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3400-EXIT
           END-IF.
           MOVE 0 TO WS-SCOPE-TS-IDX.
           PERFORM 3900-FIND-PATH THRU 3900-EXIT.
           IF WS-MATCH-FOUND
               MOVE 'CONTAINER PATH ALREADY IN USE'
                   TO WS-REJECT-REASON
               GO TO 3400-EXIT
           END-IF.
           IF WS-CT-COUNT >= WS-CT-MAX
               MOVE 'TBSQ313S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'CONTAINER TABLE FULL, INCREASE WS-CT-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CT-COUNT TO WS-CT-IDX.
           MOVE WS-CUR-TS-IDX TO WS-CT-TS-IDX(WS-CT-IDX).
           MOVE SQLBSC-PATH TO WS-CT-PATH(WS-CT-IDX).
           MOVE 0 TO WS-CT-PATH-LEN(WS-CT-IDX).
           PERFORM 3410-MEASURE-ONE-CHAR THRU 3410-EXIT
               VARYING WS-PFX-IDX FROM 1 BY 1
               UNTIL WS-PFX-IDX > 61
                  OR SQLBSC-PATH(WS-PFX-IDX:1) = SPACE.
           MOVE 0 TO WS-CT-OLD-PAGES(WS-CT-IDX).
           MOVE SQLBSC-COUNT TO WS-CT-NEW-PAGES(WS-CT-IDX).
           MOVE 0 TO WS-CT-USED-PAGES(WS-CT-IDX).
           MOVE 'N' TO WS-CT-DROPPED-SW(WS-CT-IDX).
           MOVE WS-CT-PATH(WS-CT-IDX) TO WS-MAP-PATH.
           MOVE WS-CT-PATH-LEN(WS-CT-IDX) TO WS-MAP-PATH-LEN.
           PERFORM 3950-FIND-FILESYSTEM THRU 3950-EXIT.
           MOVE WS-FS-IDX TO WS-CT-FS-IDX(WS-CT-IDX).
           ADD 1 TO WS-TS-NEW-NCTN(WS-CUR-TS-IDX).
           MOVE 'Y' TO WS-TS-AFFECTED-SW(WS-CUR-TS-IDX).
       3400-EXIT.
           EXIT.

       3410-MEASURE-ONE-CHAR.
           MOVE WS-PFX-IDX TO WS-CT-PATH-LEN(WS-CT-IDX).
       3410-EXIT.
           EXIT.

       3500-EXTEND-CONTAINER.
           PERFORM 3060-CHECK-CONTAINER-CARD THRU 3060-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-CUR-TS-IDX TO WS-SCOPE-TS-IDX.
           PERFORM 3900-FIND-PATH THRU 3900-EXIT.
           IF NOT WS-MATCH-FOUND
               MOVE 'CONTAINER NOT IN TABLESPACE' TO WS-REJECT-REASON
               GO TO 3500-EXIT
           END-IF.
           ADD SQLBSC-COUNT TO WS-CT-NEW-PAGES(WS-CT-MATCH-IDX).
           MOVE 'Y' TO WS-TS-AFFECTED-SW(WS-CUR-TS-IDX).
       3500-EXIT.
           EXIT.

      * the database manager will not drop a tablespace's last
      * container, so neither will the simulation
       3600-DROP-CONTAINER.
           PERFORM 3060-CHECK-CONTAINER-CARD THRU 3060-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3600-EXIT
           END-IF.
           MOVE WS-CUR-TS-IDX TO WS-SCOPE-TS-IDX.
           PERFORM 3900-FIND-PATH THRU 3900-EXIT.
           IF NOT WS-MATCH-FOUND
               MOVE 'CONTAINER NOT IN TABLESPACE' TO WS-REJECT-REASON
               GO TO 3600-EXIT
           END-IF.
           IF WS-TS-NEW-NCTN(WS-CUR-TS-IDX) <= 1
               MOVE 'LAST CONTAINER OF TABLESPACE' TO WS-REJECT-REASON
               GO TO 3600-EXIT
           END-IF.
           MOVE 'Y' TO WS-CT-DROPPED-SW(WS-CT-MATCH-IDX).
           MOVE 0 TO WS-CT-NEW-PAGES(WS-CT-MATCH-IDX).
           SUBTRACT 1 FROM WS-TS-NEW-NCTN(WS-CUR-TS-IDX).
           MOVE 'Y' TO WS-TS-AFFECTED-SW(WS-CUR-TS-IDX).
       3600-EXIT.
           EXIT.

       3700-CHANGE-EXTENT.
           PERFORM 3050-CHECK-SELECTED THRU 3050-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3700-EXIT
           END-IF.
           IF SQLBSC-COUNT NOT NUMERIC
               MOVE 'BAD EXTENT SIZE' TO WS-REJECT-REASON
               GO TO 3700-EXIT
           END-IF.
           IF SQLBSC-COUNT = 0
               MOVE 'BAD EXTENT SIZE' TO WS-REJECT-REASON
               GO TO 3700-EXIT
           END-IF.
           MOVE SQLBSC-COUNT TO WS-TS-NEW-EXTENT(WS-CUR-TS-IDX).
           MOVE 'Y' TO WS-TS-AFFECTED-SW(WS-CUR-TS-IDX).
       3700-EXIT.
           EXIT.

       3800-CHANGE-PREFETCH.
           PERFORM 3050-CHECK-SELECTED THRU 3050-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3800-EXIT
           END-IF.
           IF SQLBSC-COUNT NOT NUMERIC
               MOVE 'BAD PREFETCH SIZE' TO WS-REJECT-REASON
               GO TO 3800-EXIT
           END-IF.
           IF SQLBSC-COUNT = 0
               MOVE 'BAD PREFETCH SIZE' TO WS-REJECT-REASON
               GO TO 3800-EXIT
           END-IF.
           MOVE SQLBSC-COUNT TO WS-TS-NEW-PREFETCH(WS-CUR-TS-IDX).
           MOVE 'Y' TO WS-TS-AFFECTED-SW(WS-CUR-TS-IDX).
       3800-EXIT.
           EXIT.

      * find a live (not dropped) container by the card's path --
      * within one tablespace, or anywhere when the scope is 0
       3900-FIND-PATH.
           MOVE 'N' TO WS-MATCH-FOUND-SW.
           MOVE 0 TO WS-CT-MATCH-IDX.
           PERFORM 3910-MATCH-ONE-PATH THRU 3910-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
                  OR WS-MATCH-FOUND.
       3900-EXIT.
           EXIT.

       3910-MATCH-ONE-PATH.
           IF NOT WS-CT-DROPPED(WS-CT-IDX)
              AND WS-CT-PATH(WS-CT-IDX) = SQLBSC-PATH
               IF WS-SCOPE-TS-IDX = 0
                  OR WS-CT-TS-IDX(WS-CT-IDX) = WS-SCOPE-TS-IDX
                   MOVE 'Y' TO WS-MATCH-FOUND-SW
                   MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
               END-IF
           END-IF.
       3910-EXIT.
           EXIT.

      * longest matching mount prefix wins; no match lands in the
      * unmatched bucket (slot 1) -- the TBSQFSC0 mapping
       3950-FIND-FILESYSTEM.
           MOVE 0 TO WS-BEST-LEN.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM 3960-TRY-ONE-MOUNT THRU 3960-EXIT
               VARYING WS-MNT-SCAN-IDX FROM 1 BY 1
               UNTIL WS-MNT-SCAN-IDX > WS-MNT-COUNT.
           IF WS-BEST-IDX = 0
               MOVE 1 TO WS-FS-IDX
           ELSE
               COMPUTE WS-FS-IDX = WS-BEST-IDX + 1
           END-IF.
       3950-EXIT.
           EXIT.

       3960-TRY-ONE-MOUNT.
           IF WS-MNT-LEN(WS-MNT-SCAN-IDX) > WS-BEST-LEN
              AND WS-MNT-LEN(WS-MNT-SCAN-IDX) <= WS-MAP-PATH-LEN
              AND WS-MAP-PATH(1:WS-MNT-LEN(WS-MNT-SCAN-IDX))
                  = WS-MNT-PATH(WS-MNT-SCAN-IDX)
                      (1:WS-MNT-LEN(WS-MNT-SCAN-IDX))
               MOVE WS-MNT-LEN(WS-MNT-SCAN-IDX) TO WS-BEST-LEN
               MOVE WS-MNT-SCAN-IDX TO WS-BEST-IDX
           END-IF.
       3960-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * BEFORE AND AFTER FIGURES
      *----------------------------------------------------------------
      * one pass over the container copy sums allocated pages per
      * tablespace and allocated bytes per filesystem, both sides,
      * and the useable pages each side's containers are worth in
      * whole extents.  The AFTER useable figure is the master's own
      * figure moved by the difference between the two models, so an
      * unchanged tablespace reports exactly what the master says.
       5000-PROJECT.
           PERFORM 5100-FOLD-ONE-CONTAINER THRU 5100-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT.
           PERFORM 5300-SETTLE-ONE-TABLESPACE THRU 5300-EXIT
               VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT.
       5000-EXIT.
           EXIT.

       5100-FOLD-ONE-CONTAINER.
           MOVE WS-CT-TS-IDX(WS-CT-IDX) TO WS-TS-IDX.
           MOVE WS-CT-FS-IDX(WS-CT-IDX) TO WS-FS-IDX.
           ADD WS-CT-OLD-PAGES(WS-CT-IDX) TO WS-TS-OLD-ALLOC(WS-TS-IDX).
           ADD WS-CT-NEW-PAGES(WS-CT-IDX) TO WS-TS-NEW-ALLOC(WS-TS-IDX).
           COMPUTE WS-FS-OLD-BYTES(WS-FS-IDX) =
               WS-FS-OLD-BYTES(WS-FS-IDX)
               + WS-CT-OLD-PAGES(WS-CT-IDX)
                 * WS-TS-PAGE-SIZE(WS-TS-IDX).
           COMPUTE WS-FS-NEW-BYTES(WS-FS-IDX) =
               WS-FS-NEW-BYTES(WS-FS-IDX)
               + WS-CT-NEW-PAGES(WS-CT-IDX)
                 * WS-TS-PAGE-SIZE(WS-TS-IDX).
           MOVE WS-CT-OLD-PAGES(WS-CT-IDX) TO WS-RND-PAGES.
           MOVE WS-TS-OLD-EXTENT(WS-TS-IDX) TO WS-RND-EXTENT.
           PERFORM 5200-EXTENT-ROUND THRU 5200-EXIT.
           ADD WS-RND-RESULT TO WS-TS-OLD-MODEL(WS-TS-IDX).
           MOVE WS-CT-NEW-PAGES(WS-CT-IDX) TO WS-RND-PAGES.
           MOVE WS-TS-NEW-EXTENT(WS-TS-IDX) TO WS-RND-EXTENT.
           PERFORM 5200-EXTENT-ROUND THRU 5200-EXIT.
           ADD WS-RND-RESULT TO WS-TS-NEW-MODEL(WS-TS-IDX).
       5100-EXIT.
           EXIT.

      * whole extents only, less one extent for the container tag; a
      * zero extent (degenerate master data) counts the pages as is
       5200-EXTENT-ROUND.
           IF WS-RND-EXTENT = 0
               MOVE WS-RND-PAGES TO WS-RND-RESULT
           ELSE
               IF WS-RND-PAGES <= WS-RND-EXTENT
                   MOVE 0 TO WS-RND-RESULT
               ELSE
                   DIVIDE WS-RND-PAGES BY WS-RND-EXTENT
                       GIVING WS-RND-QUOT
                   COMPUTE WS-RND-RESULT =
                       (WS-RND-QUOT - 1) * WS-RND-EXTENT
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

      * SMS useable pages are not defined, so they are left as loaded
       5300-SETTLE-ONE-TABLESPACE.
           IF WS-TS-AFFECTED(WS-TS-IDX)
              AND NOT WS-TS-IS-SMS(WS-TS-IDX)
               COMPUTE WS-USEABLE-WORK =
                   WS-TS-OLD-USEABLE(WS-TS-IDX)
                   + WS-TS-NEW-MODEL(WS-TS-IDX)
                   - WS-TS-OLD-MODEL(WS-TS-IDX)
               IF WS-USEABLE-WORK < 0
                   MOVE 0 TO WS-TS-NEW-USEABLE(WS-TS-IDX)
               ELSE
                   MOVE WS-USEABLE-WORK
                       TO WS-TS-NEW-USEABLE(WS-TS-IDX)
               END-IF
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REPORT: AFFECTED TABLESPACES
      *----------------------------------------------------------------
       6000-REPORT-TABLESPACES.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
           WRITE SIM-RPT-RECORD FROM WS-TS-HDG1-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           WRITE SIM-RPT-RECORD FROM WS-TS-HDG2-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           PERFORM 6100-REPORT-ONE-TABLESPACE THRU 6100-EXIT
               VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT.
       6000-EXIT.
           EXIT.

      * a new tablespace has no BEFORE side and prints as NEW
       6100-REPORT-ONE-TABLESPACE.
           IF NOT WS-TS-AFFECTED(WS-TS-IDX)
               GO TO 6100-EXIT
           END-IF.
           IF NOT WS-TS-ADDED(WS-TS-IDX)
               MOVE 'BEFORE' TO WST-WHEN
               MOVE WS-TS-OLD-EXTENT(WS-TS-IDX) TO WS-SD-EXTENT
               MOVE WS-TS-OLD-PREFETCH(WS-TS-IDX) TO WS-SD-PREFETCH
               MOVE WS-TS-OLD-NCTN(WS-TS-IDX) TO WS-SD-NCTN
               MOVE WS-TS-OLD-ALLOC(WS-TS-IDX) TO WS-SD-ALLOC
               MOVE WS-TS-OLD-USEABLE(WS-TS-IDX) TO WS-SD-USEABLE
               PERFORM 6200-PRINT-ONE-SIDE THRU 6200-EXIT
               MOVE 'AFTER ' TO WST-WHEN
           ELSE
               MOVE 'NEW   ' TO WST-WHEN
           END-IF.
           MOVE WS-TS-NEW-EXTENT(WS-TS-IDX) TO WS-SD-EXTENT.
           MOVE WS-TS-NEW-PREFETCH(WS-TS-IDX) TO WS-SD-PREFETCH.
           MOVE WS-TS-NEW-NCTN(WS-TS-IDX) TO WS-SD-NCTN.
           MOVE WS-TS-NEW-ALLOC(WS-TS-IDX) TO WS-SD-ALLOC.
           MOVE WS-TS-NEW-USEABLE(WS-TS-IDX) TO WS-SD-USEABLE.
           PERFORM 6200-PRINT-ONE-SIDE THRU 6200-EXIT.
       6100-EXIT.
           EXIT.

       6200-PRINT-ONE-SIDE.
           MOVE WS-TS-NAME(WS-TS-IDX)(1:30) TO WST-NAME.
           MOVE WS-SD-EXTENT TO WST-EXTENT.
           MOVE WS-SD-PREFETCH TO WST-PREFETCH.
           MOVE WS-SD-NCTN TO WST-NCTN.
           COMPUTE WS-MB-WORK =
               WS-SD-ALLOC * WS-TS-PAGE-SIZE(WS-TS-IDX) / 1048576.
           MOVE WS-MB-WORK TO WST-ALLOC-MB.
           COMPUTE WS-MB-WORK =
               WS-SD-USEABLE * WS-TS-PAGE-SIZE(WS-TS-IDX) / 1048576.
           MOVE WS-MB-WORK TO WST-USEABLE-MB.
           MOVE SPACES TO WST-PCT-X.
           IF WS-TS-IS-SMS(WS-TS-IDX)
               MOVE 'N/A (SMS)' TO WST-DAYS
           ELSE
           IF WS-SD-USEABLE = 0
               MOVE 'NO USEABLE PGS' TO WST-DAYS
           ELSE
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-TS-USED-PAGES(WS-TS-IDX) * 100 / WS-SD-USEABLE
               IF WS-PCT-WORK > 9999.9
                   MOVE 9999.9 TO WS-PCT-WORK
               END-IF
               MOVE WS-PCT-WORK TO WST-PCT
               PERFORM 6300-DAYS-UNTIL-FULL THRU 6300-EXIT
           END-IF
           END-IF.
           WRITE SIM-RPT-RECORD FROM WS-TS-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       6200-EXIT.
           EXIT.

      * headroom over the TBSQFCT0 rate for this name; a rate that
      * rounded to zero is as good as no growth at planning scale
       6300-DAYS-UNTIL-FULL.
           IF WS-TS-USED-PAGES(WS-TS-IDX) > WS-SD-USEABLE
               MOVE 'WILL NOT FIT' TO WST-DAYS
               GO TO 6300-EXIT
           END-IF.
           IF WS-TS-RATE-STATUS(WS-TS-IDX) = 'N'
               MOVE 'NO GROWTH' TO WST-DAYS
               GO TO 6300-EXIT
           END-IF.
           IF WS-TS-RATE-STATUS(WS-TS-IDX) = 'I'
               MOVE 'INSUFF. DATA' TO WST-DAYS
               GO TO 6300-EXIT
           END-IF.
           IF WS-TS-RATE-STATUS(WS-TS-IDX) NOT = 'F'
               MOVE 'NO RATE' TO WST-DAYS
               GO TO 6300-EXIT
           END-IF.
           COMPUTE WS-HEADROOM-PAGES =
               WS-SD-USEABLE - WS-TS-USED-PAGES(WS-TS-IDX).
           IF WS-TS-RATE(WS-TS-IDX) <= 0
               MOVE WS-DAYS-CEILING TO WS-DAYS-WORK
           ELSE
               COMPUTE WS-DAYS-WORK =
                   WS-HEADROOM-PAGES / WS-TS-RATE(WS-TS-IDX)
               IF WS-DAYS-WORK > WS-DAYS-CEILING
                   MOVE WS-DAYS-CEILING TO WS-DAYS-WORK
               END-IF
           END-IF.
           MOVE WS-DAYS-WORK TO WS-EDIT-DAYS.
           MOVE WS-EDIT-DAYS TO WST-DAYS.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REPORT: FILESYSTEMS AND CEILINGS
      *----------------------------------------------------------------
       6500-REPORT-FILESYSTEMS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
           WRITE SIM-RPT-RECORD FROM WS-FS-HDG1-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           WRITE SIM-RPT-RECORD FROM WS-FS-HDG2-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           PERFORM 6600-REPORT-ONE-FILESYSTEM THRU 6600-EXIT
               VARYING WS-FS-IDX FROM 1 BY 1
               UNTIL WS-FS-IDX > WS-FS-COUNT.
       6500-EXIT.
           EXIT.

      * a mount nothing rides on either side adds nothing to the
      * report.  Pushed over its ceiling, or grown further when it is
      * already over, is a warning and condition code 4.
       6600-REPORT-ONE-FILESYSTEM.
           IF WS-FS-OLD-BYTES(WS-FS-IDX) = 0
              AND WS-FS-NEW-BYTES(WS-FS-IDX) = 0
               GO TO 6600-EXIT
           END-IF.
           MOVE WS-FS-PATH(WS-FS-IDX)(1:40) TO WSS-PATH.
           COMPUTE WS-MB-OLD = WS-FS-OLD-BYTES(WS-FS-IDX) / 1048576.
           COMPUTE WS-MB-NEW = WS-FS-NEW-BYTES(WS-FS-IDX) / 1048576.
           COMPUTE WS-MB-CHANGE = WS-MB-NEW - WS-MB-OLD.
           MOVE WS-MB-OLD TO WSS-OLD-MB.
           MOVE WS-MB-NEW TO WSS-NEW-MB.
           MOVE WS-MB-CHANGE TO WSS-CHANGE-MB.
           MOVE SPACES TO WSS-STATUS.
           IF WS-FS-CEIL-MB(WS-FS-IDX) = 0
               MOVE 'NONE' TO WSS-CEIL-MB
           ELSE
               MOVE WS-FS-CEIL-MB(WS-FS-IDX) TO WS-EDIT-CEIL
               MOVE WS-EDIT-CEIL TO WSS-CEIL-MB
               COMPUTE WS-CEIL-BYTES =
                   WS-FS-CEIL-MB(WS-FS-IDX) * 1048576
               PERFORM 6700-CHECK-CEILING THRU 6700-EXIT
           END-IF.
           WRITE SIM-RPT-RECORD FROM WS-FS-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       6600-EXIT.
           EXIT.

       6700-CHECK-CEILING.
           IF WS-FS-NEW-BYTES(WS-FS-IDX) <= WS-CEIL-BYTES
               MOVE 'WITHIN CEILING' TO WSS-STATUS
               GO TO 6700-EXIT
           END-IF.
           IF WS-FS-OLD-BYTES(WS-FS-IDX) <= WS-CEIL-BYTES
               MOVE 'PUSHED OVER CEILING' TO WSS-STATUS
           ELSE
           IF WS-FS-NEW-BYTES(WS-FS-IDX) > WS-FS-OLD-BYTES(WS-FS-IDX)
               MOVE 'OVER CEILING AND GROWING' TO WSS-STATUS
           ELSE
               MOVE 'OVER CEILING' TO WSS-STATUS
               GO TO 6700-EXIT
           END-IF
           END-IF.
           ADD 1 TO WS-OVER-COUNT.
           MOVE 'TBSQ317W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'FILESYSTEM ' DELIMITED BY SIZE
                  WS-FS-PATH(WS-FS-IDX)(1:40) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WSS-STATUS DELIMITED BY SIZE
                  ' AFTER CHANGES' DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           IF WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
           END-IF.
       6700-EXIT.
           EXIT.

       6900-WRITE-LINE.
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
      * the step condition code goes on last -- the message routine
      * leaves its own in RETURN-CODE
       8000-TERMINATE.
           CLOSE SIM-RPT.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           IF WS-ORPHAN-COUNT > 0
               MOVE 'TBSQ319W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE WS-ORPHAN-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO SQLBG-TEXT
               STRING 'CONTAINERS WITH NO TABLESPACE ON TBSQMST'
                          DELIMITED BY SIZE
                      ' LEFT OUT: ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           MOVE 'TBSQ318I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE WS-APPLIED-COUNT TO WS-MSG-EDIT.
           MOVE WS-REJECTED-COUNT TO WS-MSG-EDIT2.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'CHANGES APPLIED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      * run-control records for the balancing step
       8100-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDT-STATUS-NEW
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-DATE TO SQLBA-RUN-DATE.
           MOVE WS-AUD-HHMMSS TO SQLBA-RUN-TIME.
           MOVE 'TBSQSIM0' TO SQLBA-PROGRAM.
           MOVE 'TBSQMST' TO SQLBA-FILE.
           MOVE WS-MST-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQCMST' TO SQLBA-FILE.
           MOVE WS-CMS-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE WS-ORPHAN-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQFCTG' TO SQLBA-FILE.
           MOVE WS-FCG-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQSIMC' TO SQLBA-FILE.
           MOVE WS-SMC-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE WS-REJECTED-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQSIMR' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-RPT-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.

      * common numbered-message routine (see SQLBMSGP)
       9000-PUT-MESSAGE.
           CALL 'TBSQMSG0' USING SQLB-MSG-PARM.
       9000-EXIT.
           EXIT.
