      *************************************************************************
      *
      * Program-ID: TBSQSTD0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/15/2026
      *
      * Function: Tablespace configuration standards audit.  Every
      *           rule of the DBA standards the policy deck TBSQSTDP
      *           switches on is evaluated against every tablespace of
      *           the chosen source, and the violations are printed on
      *           TBSQSTDR by rule and by database, with a compliance
      *           percentage per database to follow month over month.
      *           Policy cards, one rule each, only the rules carded
      *           are checked:
      *             TEMP-SMS              temporary tablespaces are SMS
      *             DMS-CONTAINERS=n      DMS tablespaces have at
      *                                   least n containers
      *             EXTENT-SIZE=n         an approved extent size; one
      *                                   card per size
      *             LONG-PAGE-SIZE=n      page size, in bytes, of LONG
      *                                   tablespaces
      *             NAME-PREFIX=xxx       user tablespace names read
      *                                   xxx<app>_...
      *             MOUNT-POINT=/path     an approved container mount
      *                                   point; one card per mount
      *           Which rules apply to a tablespace comes from the
      *           class bits of its flags word (see SQLBFLAG): the
      *           temporary class takes TEMP-SMS, the long class
      *           LONG-PAGE-SIZE, every DMS tablespace DMS-CONTAINERS;
      *           EXTENT-SIZE and NAME-PREFIX are for user tablespaces
      *           only, the system class being laid out by DB2 itself;
      *           MOUNT-POINT takes every container.  A tablespace
      *           pending drop is not audited.
      *           Control cards:
      *             SOURCE=MASTER         one database's keyed masters
      *                                   TBSQMST and TBSQCMST
      *                                   (default)
      *             SOURCE=ESTATE         every database on the estate
      *                                   master TBSQEMST; the estate
      *                                   master carries no container
      *                                   paths, so MOUNT-POINT is not
      *                                   checked
      *             DATABASE=name         with SOURCE=ESTATE, audit
      *                                   the one database only
      *           Waivers on TBSQSTDW (see SQLBSTDW) excuse one rule
      *           for one tablespace until their expiry date.  Any
      *           unwaived violation ends the run with condition code
      *           4.
      *
      * Modification History:
      *   10/15/2026 RH  Initial version.
      *   10/15/2026 RH  List extent sizes of 1000 pages and over in
      *                  full on the policy line.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC and
      *                  set it after the last message, which was
      *                  leaving the step at 0.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQSTD0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "CONTROLCD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POLICY-FILE ASSIGN TO "TBSQSTDP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.

           SELECT WAIVER-FILE ASSIGN TO "TBSQSTDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WVR-STATUS.

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

           SELECT ESTATE-FILE ASSIGN TO "TBSQEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBE-KEY
               ALTERNATE RECORD KEY IS SQLBE-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMS-STATUS.

           SELECT STD-RPT ASSIGN TO "TBSQSTDR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  POLICY-FILE
           LABEL RECORDS ARE OMITTED.
       01  POLICY-CARD-RECORD         PIC X(80).

       FD  WAIVER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbstdw.

       FD  MASTER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbmsto.

       FD  CTN-MST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbcmst.

       FD  ESTATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbemst.

       FD  STD-RPT
           LABEL RECORDS ARE OMITTED.
       01  STD-RPT-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.
           COPY sqlbflag.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-MSG-EDIT2               PIC Z(8)9.
       77  WS-EDIT-PART               PIC ZZZ9.
       77  WS-EDIT-SIZE               PIC Z(5)9.
       77  WS-EDIT-SIZE2              PIC Z(5)9.
       77  WS-EDIT-PCT                PIC ZZ9.99.
       77  WS-EOF-CTL-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTL                       VALUE 'Y'.
       77  WS-EOF-POL-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-POL                       VALUE 'Y'.
       77  WS-EOF-WVR-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-WVR                       VALUE 'Y'.
       77  WS-EOF-MST-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-MST                       VALUE 'Y'.
       77  WS-EOF-CTN-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTN                       VALUE 'Y'.
       77  WS-EOF-EMS-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-EMS                       VALUE 'Y'.
       77  WS-SOURCE-SW               PIC X(01) VALUE 'M'.
           88  WS-SOURCE-MASTER                 VALUE 'M'.
           88  WS-SOURCE-ESTATE                 VALUE 'E'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.

       77  WS-POL-STATUS              PIC X(02) VALUE SPACES.
           88  WS-POL-STATUS-NEW                VALUE '35'.
       77  WS-WVR-STATUS              PIC X(02) VALUE SPACES.
           88  WS-WVR-STATUS-NEW                VALUE '35'.
       77  WS-MST-STATUS              PIC X(02) VALUE SPACES.
           88  WS-MST-STATUS-NEW                VALUE '35'.
       77  WS-CMS-STATUS              PIC X(02) VALUE SPACES.
           88  WS-CMS-STATUS-NEW                VALUE '35'.
       77  WS-EMS-STATUS              PIC X(02) VALUE SPACES.
           88  WS-EMS-STATUS-NEW                VALUE '35'.
       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.
       77  WS-DB-SELECT               PIC X(08) VALUE SPACES.

      * the card being applied, control or policy, for the messages
       01  WS-CARD-IMAGE              PIC X(80).

      * numeric card value parse (up to 8 digits)
       77  WS-CTL-VAL-IDX             PIC 9(2)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-NUM             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-BAD-SW          PIC X(01) VALUE 'N'.
           88  WS-CTL-VAL-BAD                   VALUE 'Y'.
       01  WS-CTL-VALUE               PIC X(08).
       01  WS-CTL-DIGIT-X             PIC X(01).
       01  WS-CTL-DIGIT REDEFINES WS-CTL-DIGIT-X
                                      PIC 9(01).

      * the rules, in report order.  The subscript is the rule
      * number used throughout: 1 TEMP-SMS, 2 DMS-CONTAINERS,
      * 3 EXTENT-SIZE, 4 LONG-PAGE-SIZE, 5 NAME-PREFIX, 6 MOUNT-POINT
       77  WS-RULE-MAX                PIC 9(2)  COMP-5 VALUE 6.
       77  WS-RULE-IDX                PIC 9(2)  COMP-5 VALUE 0.
       77  WS-ACTIVE-RULE-COUNT       PIC 9(2)  COMP-5 VALUE 0.
       01  WS-RULE-VALUES.
           05  FILLER                 PIC X(18) VALUE 'TEMP-SMS'.
           05  FILLER                 PIC X(44) VALUE
               'TEMPORARY TABLESPACES ARE SMS'.
           05  FILLER                 PIC X(18) VALUE 'DMS-CONTAINERS'.
           05  FILLER                 PIC X(44) VALUE
               'DMS TABLESPACES HAVE THE MINIMUM CONTAINERS'.
           05  FILLER                 PIC X(18) VALUE 'EXTENT-SIZE'.
           05  FILLER                 PIC X(44) VALUE
               'EXTENT SIZE IS AN APPROVED SIZE'.
           05  FILLER                 PIC X(18) VALUE 'LONG-PAGE-SIZE'.
           05  FILLER                 PIC X(44) VALUE
               'LONG TABLESPACES USE THE APPROVED PAGE SIZE'.
           05  FILLER                 PIC X(18) VALUE 'NAME-PREFIX'.
           05  FILLER                 PIC X(44) VALUE
               'TABLESPACE NAMES CARRY THE <APP>_ PREFIX'.
           05  FILLER                 PIC X(18) VALUE 'MOUNT-POINT'.
           05  FILLER                 PIC X(44) VALUE
               'CONTAINERS LIVE UNDER APPROVED MOUNT POINTS'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-DEF OCCURS 6 TIMES.
               10  WS-RULE-NAME       PIC X(18).
               10  WS-RULE-DESC       PIC X(44).
       01  WS-RULE-COUNTS.
           05  WS-RULE-CNT OCCURS 6 TIMES.
               10  WS-RULE-ACTIVE-SW  PIC X(01).
                   88  WS-RULE-ACTIVE           VALUE 'Y'.
               10  WS-RULE-CHECKS     PIC 9(9)  COMP-5.
               10  WS-RULE-FAILED     PIC 9(9)  COMP-5.
               10  WS-RULE-WAIVED     PIC 9(9)  COMP-5.

      * policy parameters
       77  WS-MIN-CONTAINERS          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-LONG-PAGE-SIZE          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-EXT-MAX                 PIC 9(2)  COMP-5 VALUE 16.
       77  WS-EXT-COUNT               PIC 9(2)  COMP-5 VALUE 0.
       77  WS-EXT-IDX                 PIC 9(2)  COMP-5 VALUE 0.
       77  WS-EXT-LEAD                PIC 9(2)  COMP-5 VALUE 0.
       01  WS-EXT-TABLE.
           05  WS-EXT-SIZE OCCURS 16 TIMES
                                      PIC 9(9)  COMP-5.
       01  WS-PFX-TEXT                PIC X(16) VALUE SPACES.
       77  WS-PFX-LEN                 PIC 9(3)  COMP-5 VALUE 0.
       77  WS-PFX-IDX                 PIC 9(3)  COMP-5 VALUE 0.
       77  WS-MNT-MAX                 PIC 9(3)  COMP-5 VALUE 64.
       77  WS-MNT-COUNT               PIC 9(3)  COMP-5 VALUE 0.
       77  WS-MNT-IDX                 PIC 9(3)  COMP-5 VALUE 0.
       01  WS-MNT-TABLE.
           05  WS-MNT-ENTRY OCCURS 64 TIMES.
               10  WS-MNT-PATH        PIC X(64).
               10  WS-MNT-LEN         PIC 9(3)  COMP-5.

      * waivers loaded from TBSQSTDW.  No file at all is the common
      * case -- nothing waived -- and is not an error.
       77  WS-WV-MAX                  PIC 9(4)  COMP-5 VALUE 1000.
       77  WS-WV-COUNT                PIC 9(4)  COMP-5 VALUE 0.
       77  WS-WV-IDX                  PIC 9(4)  COMP-5 VALUE 0.
       77  WS-WV-MATCH-IDX            PIC 9(4)  COMP-5 VALUE 0.
       01  WS-WV-TABLE.
           05  WS-WV-ENTRY OCCURS 1000 TIMES.
               10  WS-WV-DB-NAME      PIC X(08).
               10  WS-WV-NAME         PIC X(30).
               10  WS-WV-RULE         PIC X(18).
               10  WS-WV-EXPIRY       PIC 9(08).
               10  WS-WV-USED-SW      PIC X(01).
                   88  WS-WV-USED               VALUE 'Y'.

      * the tablespace being audited, from whichever master
       01  WS-CK-NAME                 PIC X(128).
       77  WS-CK-NAME-LEN             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CK-DB-NAME              PIC X(08) VALUE SPACES.
       77  WS-CK-PARTITION            PIC 9(4)  COMP-5 VALUE 0.
       77  WS-CK-ID                   PIC 9(9)  VALUE 0.
       77  WS-CK-TS-TYPE              PIC X(01) VALUE SPACE.
           88  WS-CK-TS-IS-DMS                  VALUE 'D'.
           88  WS-CK-TS-IS-SMS                  VALUE 'S'.
       77  WS-CK-FLAGS                PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CK-PAGE-SIZE            PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CK-EXT-SIZE             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CK-N-CONTAINERS         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CK-TEMP-SW              PIC X(01) VALUE 'N'.
           88  WS-CK-TEMP                       VALUE 'Y'.
       77  WS-CK-SYSTEM-SW            PIC X(01) VALUE 'N'.
           88  WS-CK-SYSTEM                     VALUE 'Y'.
       77  WS-CK-LONG-SW              PIC X(01) VALUE 'N'.
           88  WS-CK-LONG                       VALUE 'Y'.
       77  WS-CK-DROPPED-SW           PIC X(01) VALUE 'N'.
           88  WS-CK-DROPPED                    VALUE 'Y'.
       77  WS-CK-CLEAN-SW             PIC X(01) VALUE 'Y'.
           88  WS-CK-CLEAN                      VALUE 'Y'.

      * one rule's outcome for the tablespace
       77  WS-CUR-RULE                PIC 9(2)  COMP-5 VALUE 0.
       77  WS-CUR-FAIL-SW             PIC X(01) VALUE 'N'.
           88  WS-CUR-FAIL                      VALUE 'Y'.
       01  WS-CUR-DETAIL              PIC X(40).
       01  WS-CUR-WAIVER              PIC X(24).
       77  WS-CUR-MATCH-SW            PIC X(01) VALUE 'N'.
           88  WS-CUR-MATCH                     VALUE 'Y'.

      * generic bit test, as the decoder does it
       77  WS-TEST-SOURCE             PIC 9(10) COMP-5 VALUE 0.
       77  WS-TEST-WEIGHT             PIC 9(10) COMP-5 VALUE 0.
       77  WS-BIT-SHIFTED             PIC 9(10) COMP-5 VALUE 0.
       77  WS-BIT-DUMMY               PIC 9(10) COMP-5 VALUE 0.
       77  WS-BIT-VALUE               PIC 9(1)  COMP-5 VALUE 0.

      * name and container scan work
       77  WS-NM-IDX                  PIC 9(9)  COMP-5 VALUE 0.
       77  WS-BAD-CTN-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       01  WS-BAD-CTN-PATH            PIC X(128).

      * violations, waived ones included, in source key order.
      * Overflow is a hard error: a violation left off would overstate
      * the compliance of its database.
       77  WS-VL-MAX                  PIC 9(5)  COMP-5 VALUE 5000.
       77  WS-VL-COUNT                PIC 9(5)  COMP-5 VALUE 0.
       77  WS-VL-IDX                  PIC 9(5)  COMP-5 VALUE 0.
       01  WS-VL-TABLE.
           05  WS-VL-ENTRY OCCURS 5000 TIMES.
               10  WS-VL-RULE         PIC 9(2)  COMP-5.
               10  WS-VL-DB-NAME      PIC X(08).
               10  WS-VL-PARTITION    PIC 9(4)  COMP-5.
               10  WS-VL-NAME         PIC X(30).
               10  WS-VL-DETAIL       PIC X(40).
               10  WS-VL-WAIVER       PIC X(24).

      * per-database compliance
       77  WS-DB-MAX                  PIC 9(3)  COMP-5 VALUE 200.
       77  WS-DB-COUNT                PIC 9(3)  COMP-5 VALUE 0.
       77  WS-DB-IDX                  PIC 9(3)  COMP-5 VALUE 0.
       77  WS-DB-MATCH-IDX            PIC 9(3)  COMP-5 VALUE 0.
       01  WS-DB-TABLE.
           05  WS-DB-ENTRY OCCURS 200 TIMES.
               10  WS-DB-NAME         PIC X(08).
               10  WS-DB-TS-COUNT     PIC 9(9)  COMP-5.
               10  WS-DB-TS-CLEAN     PIC 9(9)  COMP-5.
               10  WS-DB-CHECKS       PIC 9(9)  COMP-5.
               10  WS-DB-PASSED       PIC 9(9)  COMP-5.
               10  WS-DB-WAIVED       PIC 9(9)  COMP-5.
               10  WS-DB-FAILED       PIC 9(9)  COMP-5.
       01  WS-TOT-COUNTS.
           05  WS-TOT-TS-COUNT        PIC 9(9)  COMP-5 VALUE 0.
           05  WS-TOT-TS-CLEAN        PIC 9(9)  COMP-5 VALUE 0.
           05  WS-TOT-CHECKS          PIC 9(9)  COMP-5 VALUE 0.
           05  WS-TOT-PASSED          PIC 9(9)  COMP-5 VALUE 0.
           05  WS-TOT-WAIVED          PIC 9(9)  COMP-5 VALUE 0.
           05  WS-TOT-FAILED          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-FAILED-DB-COUNT         PIC 9(3)  COMP-5 VALUE 0.
       77  WS-COMPLIANCE-PCT          PIC 9(3)V9(2) VALUE 0.

       77  WS-MST-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CMS-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-EMS-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-LINE-PTR                PIC 9(3)  COMP-5 VALUE 0.

       01  WS-STD-LINE                PIC X(133).

       01  WS-HDG-LINE.
           05  FILLER                 PIC X(46) VALUE
               ' TABLESPACE STANDARDS COMPLIANCE AUDIT - DATE '.
           05  WSH-DATE               PIC 9(8).
           05  FILLER                 PIC X(09) VALUE ', SOURCE '.
           05  WSH-SOURCE             PIC X(08).
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  WS-POL-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WSP-NAME               PIC X(18).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSP-DESC               PIC X(44).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSP-PARM               PIC X(40).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-RULE-HDG-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE 'DATABASE'.
           05  FILLER                 PIC X(06) VALUE 'PART'.
           05  FILLER                 PIC X(32) VALUE 'TABLESPACE'.
           05  FILLER                 PIC X(42) VALUE 'DETAIL'.
           05  FILLER                 PIC X(30) VALUE 'WAIVER'.

       01  WS-DB-HDG-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE 'RULE'.
           05  FILLER                 PIC X(06) VALUE 'PART'.
           05  FILLER                 PIC X(32) VALUE 'TABLESPACE'.
           05  FILLER                 PIC X(42) VALUE 'DETAIL'.
           05  FILLER                 PIC X(30) VALUE 'WAIVER'.

       01  WS-VIOL-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WSV-KEY                PIC X(18).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSV-PARTITION          PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSV-NAME               PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSV-DETAIL             PIC X(40).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSV-WAIVER             PIC X(24).
           05  FILLER                 PIC X(06) VALUE SPACES.

       01  WS-COMP-HDG-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'DATABASE'.
           05  FILLER                 PIC X(11) VALUE '   TBSPACES'.
           05  FILLER                 PIC X(11) VALUE '  COMPLIANT'.
           05  FILLER                 PIC X(11) VALUE '     CHECKS'.
           05  FILLER                 PIC X(11) VALUE '     PASSED'.
           05  FILLER                 PIC X(11) VALUE '     WAIVED'.
           05  FILLER                 PIC X(11) VALUE '     FAILED'.
           05  FILLER                 PIC X(08) VALUE '     PCT'.
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-COMP-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WSC-DB-NAME            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSC-TS-COUNT           PIC Z(8)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSC-TS-CLEAN           PIC Z(8)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSC-CHECKS             PIC Z(8)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSC-PASSED             PIC Z(8)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSC-WAIVED             PIC Z(8)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSC-FAILED             PIC Z(8)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSC-PCT                PIC ZZ9.99.
           05  FILLER                 PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-ABORT AND WS-SOURCE-MASTER
               PERFORM 2000-AUDIT-MASTER THRU 2000-EXIT
           END-IF.
           IF NOT WS-ABORT AND WS-SOURCE-ESTATE
               PERFORM 2500-AUDIT-ESTATE THRU 2500-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION, CONTROL CARDS, POLICY DECK AND WAIVERS
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'TBSQSTD0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1010-CLEAR-ONE-RULE THRU 1010-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-MAX.
           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
           PERFORM 1200-LOAD-POLICY THRU 1200-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.
           IF WS-ACTIVE-RULE-COUNT = 0
               MOVE 'TBSQ362E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO RULE CARDS ON POLICY DECK TBSQSTDP - NOTHING TO
      -            ' AUDIT' TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-LOAD-WAIVERS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

       1010-CLEAR-ONE-RULE.
           MOVE 'N' TO WS-RULE-ACTIVE-SW(WS-RULE-IDX).
           MOVE 0 TO WS-RULE-CHECKS(WS-RULE-IDX).
           MOVE 0 TO WS-RULE-FAILED(WS-RULE-IDX).
           MOVE 0 TO WS-RULE-WAIVED(WS-RULE-IDX).
       1010-EXIT.
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
               NOT AT END
                   MOVE CONTROL-CARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
           END-READ.
       1110-EXIT.
           EXIT.

       1120-APPLY-CONTROL-CARD.
           IF WS-CARD-IMAGE = SPACES
               CONTINUE
           ELSE
           IF WS-CARD-IMAGE(1:13) = 'SOURCE=MASTER'
               MOVE 'M' TO WS-SOURCE-SW
           ELSE
           IF WS-CARD-IMAGE(1:13) = 'SOURCE=ESTATE'
               MOVE 'E' TO WS-SOURCE-SW
           ELSE
           IF WS-CARD-IMAGE(1:9) = 'DATABASE='
               MOVE WS-CARD-IMAGE(10:8) TO WS-DB-SELECT
           ELSE
               PERFORM 1160-REPORT-BAD-CARD THRU 1160-EXIT
           END-IF
           END-IF
           END-IF
           END-IF.
       1120-EXIT.
           EXIT.

       1130-PARSE-CARD-VALUE.
           MOVE 0 TO WS-CTL-VAL-NUM.
           MOVE 'N' TO WS-CTL-VAL-BAD-SW.
           IF WS-CTL-VALUE(1:1) = SPACE
               MOVE 'Y' TO WS-CTL-VAL-BAD-SW
           END-IF.
           PERFORM 1140-PARSE-ONE-DIGIT THRU 1140-EXIT
               VARYING WS-CTL-VAL-IDX FROM 1 BY 1
               UNTIL WS-CTL-VAL-IDX > 8
                  OR WS-CTL-VALUE(WS-CTL-VAL-IDX:1) = SPACE
                  OR WS-CTL-VAL-BAD.
           IF WS-CTL-VAL-BAD
               PERFORM 1150-REPORT-BAD-VALUE THRU 1150-EXIT
           END-IF.
       1130-EXIT.
           EXIT.

       1140-PARSE-ONE-DIGIT.
           IF WS-CTL-VALUE(WS-CTL-VAL-IDX:1) < '0'
              OR WS-CTL-VALUE(WS-CTL-VAL-IDX:1) > '9'
               MOVE 'Y' TO WS-CTL-VAL-BAD-SW
           ELSE
               MOVE WS-CTL-VALUE(WS-CTL-VAL-IDX:1) TO WS-CTL-DIGIT-X
               COMPUTE WS-CTL-VAL-NUM = WS-CTL-VAL-NUM * 10
                   + WS-CTL-DIGIT
           END-IF.
       1140-EXIT.
           EXIT.

       1150-REPORT-BAD-VALUE.
           MOVE 'TBSQ361W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'BAD VALUE ON CARD, RULE NOT SET: '
                      DELIMITED BY SIZE
                  WS-CARD-IMAGE(1:40) DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       1150-EXIT.
           EXIT.

       1160-REPORT-BAD-CARD.
           MOVE 'TBSQ360W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'UNRECOGNIZED CARD: ' DELIMITED BY SIZE
                  WS-CARD-IMAGE(1:40) DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       1160-EXIT.
           EXIT.

      * no policy deck at all is the same as an empty one -- there is
      * nothing to audit against
       1200-LOAD-POLICY.
           OPEN INPUT POLICY-FILE.
           IF WS-POL-STATUS-NEW
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-ONE-RULE THRU 1210-EXIT
               UNTIL WS-EOF-POL.
           CLOSE POLICY-FILE.
           PERFORM 1290-COUNT-ONE-ACTIVE THRU 1290-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-MAX.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-RULE.
           READ POLICY-FILE
               AT END MOVE 'Y' TO WS-EOF-POL-SW
               NOT AT END
                   MOVE POLICY-CARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 1220-APPLY-ONE-RULE THRU 1220-EXIT
           END-READ.
       1210-EXIT.
           EXIT.

       1220-APPLY-ONE-RULE.
           IF WS-CARD-IMAGE = SPACES
              OR WS-CARD-IMAGE(1:1) = '*'
               CONTINUE
           ELSE
           IF WS-CARD-IMAGE(1:9) = 'TEMP-SMS '
               MOVE 'Y' TO WS-RULE-ACTIVE-SW(1)
           ELSE
           IF WS-CARD-IMAGE(1:15) = 'DMS-CONTAINERS='
               MOVE WS-CARD-IMAGE(16:8) TO WS-CTL-VALUE
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CTL-VAL-NUM TO WS-MIN-CONTAINERS
                   MOVE 'Y' TO WS-RULE-ACTIVE-SW(2)
               END-IF
           ELSE
           IF WS-CARD-IMAGE(1:12) = 'EXTENT-SIZE='
               MOVE WS-CARD-IMAGE(13:8) TO WS-CTL-VALUE
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   PERFORM 1230-STORE-EXTENT-SIZE THRU 1230-EXIT
               END-IF
           ELSE
           IF WS-CARD-IMAGE(1:15) = 'LONG-PAGE-SIZE='
               MOVE WS-CARD-IMAGE(16:8) TO WS-CTL-VALUE
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CTL-VAL-NUM TO WS-LONG-PAGE-SIZE
                   MOVE 'Y' TO WS-RULE-ACTIVE-SW(4)
               END-IF
           ELSE
           IF WS-CARD-IMAGE(1:12) = 'NAME-PREFIX='
               PERFORM 1240-STORE-NAME-PREFIX THRU 1240-EXIT
           ELSE
           IF WS-CARD-IMAGE(1:12) = 'MOUNT-POINT='
               PERFORM 1250-STORE-MOUNT-POINT THRU 1250-EXIT
           ELSE
               PERFORM 1160-REPORT-BAD-CARD THRU 1160-EXIT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       1220-EXIT.
           EXIT.

       1230-STORE-EXTENT-SIZE.
           IF WS-EXT-COUNT >= WS-EXT-MAX
               MOVE 'TBSQ364S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'EXTENT SIZE TABLE FULL, INCREASE WS-EXT-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-POL-SW
               GO TO 1230-EXIT
           END-IF.
           ADD 1 TO WS-EXT-COUNT.
           MOVE WS-CTL-VAL-NUM TO WS-EXT-SIZE(WS-EXT-COUNT).
           MOVE 'Y' TO WS-RULE-ACTIVE-SW(3).
       1230-EXIT.
           EXIT.

       1240-STORE-NAME-PREFIX.
           MOVE WS-CARD-IMAGE(13:16) TO WS-PFX-TEXT.
           MOVE 0 TO WS-PFX-LEN.
           PERFORM 1245-MEASURE-PREFIX THRU 1245-EXIT
               VARYING WS-PFX-IDX FROM 1 BY 1
               UNTIL WS-PFX-IDX > 16
                  OR WS-PFX-TEXT(WS-PFX-IDX:1) = SPACE.
           IF WS-PFX-LEN = 0
               PERFORM 1150-REPORT-BAD-VALUE THRU 1150-EXIT
           ELSE
               MOVE 'Y' TO WS-RULE-ACTIVE-SW(5)
           END-IF.
       1240-EXIT.
           EXIT.

       1245-MEASURE-PREFIX.
           MOVE WS-PFX-IDX TO WS-PFX-LEN.
       1245-EXIT.
           EXIT.

       1250-STORE-MOUNT-POINT.
           IF WS-MNT-COUNT >= WS-MNT-MAX
               MOVE 'TBSQ364S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'MOUNT POINT TABLE FULL, INCREASE WS-MNT-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-POL-SW
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-MNT-COUNT.
           MOVE WS-CARD-IMAGE(13:64) TO WS-MNT-PATH(WS-MNT-COUNT).
           MOVE 0 TO WS-MNT-LEN(WS-MNT-COUNT).
           PERFORM 1255-MEASURE-MOUNT THRU 1255-EXIT
               VARYING WS-PFX-IDX FROM 1 BY 1
               UNTIL WS-PFX-IDX > 64
                  OR WS-MNT-PATH(WS-MNT-COUNT)(WS-PFX-IDX:1) = SPACE.
           IF WS-MNT-LEN(WS-MNT-COUNT) = 0
               PERFORM 1150-REPORT-BAD-VALUE THRU 1150-EXIT
               SUBTRACT 1 FROM WS-MNT-COUNT
               GO TO 1250-EXIT
           END-IF.
      * /db/temp/ approves /db/temp itself as well as what is under it
           MOVE WS-MNT-LEN(WS-MNT-COUNT) TO WS-PFX-IDX.
           IF WS-PFX-IDX > 1
              AND WS-MNT-PATH(WS-MNT-COUNT)(WS-PFX-IDX:1) = '/'
               SUBTRACT 1 FROM WS-MNT-LEN(WS-MNT-COUNT)
           END-IF.
           MOVE 'Y' TO WS-RULE-ACTIVE-SW(6).
       1250-EXIT.
           EXIT.

       1255-MEASURE-MOUNT.
           MOVE WS-PFX-IDX TO WS-MNT-LEN(WS-MNT-COUNT).
       1255-EXIT.
           EXIT.

       1290-COUNT-ONE-ACTIVE.
           IF WS-RULE-ACTIVE(WS-RULE-IDX)
               ADD 1 TO WS-ACTIVE-RULE-COUNT
           END-IF.
       1290-EXIT.
           EXIT.

       1300-LOAD-WAIVERS.
           OPEN INPUT WAIVER-FILE.
           IF WS-WVR-STATUS-NEW
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-ONE-WAIVER THRU 1310-EXIT
               UNTIL WS-EOF-WVR.
           CLOSE WAIVER-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-WAIVER.
           READ WAIVER-FILE
               AT END MOVE 'Y' TO WS-EOF-WVR-SW
               NOT AT END PERFORM 1320-STORE-ONE-WAIVER THRU 1320-EXIT
           END-READ.
       1310-EXIT.
           EXIT.

      * the rule must be one the audit knows and the expiry all
      * digits -- a mistyped expiry would otherwise silently
      * mis-compare against the run date
       1320-STORE-ONE-WAIVER.
           IF SQLBSW-DB-NAME(1:1) = '*' OR SQLB-WAIVER-RECORD = SPACES
               GO TO 1320-EXIT
           END-IF.
           MOVE 0 TO WS-WV-MATCH-IDX.
           PERFORM 1330-MATCH-RULE-NAME THRU 1330-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-MAX.
           IF WS-WV-MATCH-IDX = 0
              OR SQLBSW-EXPIRY-DATE NOT NUMERIC
              OR SQLBSW-NAME = SPACES
               MOVE 'TBSQ365W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'BAD WAIVER CARD IGNORED: ' DELIMITED BY SIZE
                      SQLB-WAIVER-RECORD(1:67) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               GO TO 1320-EXIT
           END-IF.
           IF WS-WV-COUNT >= WS-WV-MAX
               MOVE 'TBSQ364S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'WAIVER TABLE FULL, INCREASE WS-WV-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-WVR-SW
               GO TO 1320-EXIT
           END-IF.
           ADD 1 TO WS-WV-COUNT.
           MOVE SQLBSW-DB-NAME TO WS-WV-DB-NAME(WS-WV-COUNT).
           MOVE SQLBSW-NAME TO WS-WV-NAME(WS-WV-COUNT).
           MOVE SQLBSW-RULE TO WS-WV-RULE(WS-WV-COUNT).
           MOVE SQLBSW-EXPIRY-DATE TO WS-WV-EXPIRY(WS-WV-COUNT).
           MOVE 'N' TO WS-WV-USED-SW(WS-WV-COUNT).
       1320-EXIT.
           EXIT.

       1330-MATCH-RULE-NAME.
           IF SQLBSW-RULE = WS-RULE-NAME(WS-RULE-IDX)
               MOVE WS-RULE-IDX TO WS-WV-MATCH-IDX
           END-IF.
       1330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * SOURCE: ONE DATABASE'S KEYED MASTERS
      *----------------------------------------------------------------
      * either master missing (status 35) fails with condition code 8
      * -- an audit of nothing would report the database compliant
       2000-AUDIT-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS-NEW
               MOVE 'TBSQ363E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO TBSQMST MASTER TO AUDIT - RUN TBSQMST0 FIRST'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT CTN-MST-FILE.
           IF WS-CMS-STATUS-NEW
               MOVE 'TBSQ363E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO CONTAINER MASTER TBSQCMST - RUN TBSQMST0'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               CLOSE MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           READ MASTER-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-MST-SW
           END-READ.
           PERFORM 2100-AUDIT-ONE-MASTER THRU 2100-EXIT
               UNTIL WS-EOF-MST OR WS-ABORT.
           CLOSE MASTER-FILE.
           CLOSE CTN-MST-FILE.
       2000-EXIT.
           EXIT.

       2100-AUDIT-ONE-MASTER.
           ADD 1 TO WS-MST-READ-COUNT.
           MOVE SQLBM-DB-NAME TO WS-CK-DB-NAME.
           MOVE SQLBM-PARTITION TO WS-CK-PARTITION.
           MOVE SQLBM-NAME TO WS-CK-NAME.
           MOVE SQLBM-NAME-LEN TO WS-CK-NAME-LEN.
           MOVE SQLBM-ID TO WS-CK-ID.
           MOVE SQLBM-TS-TYPE TO WS-CK-TS-TYPE.
           MOVE SQLBM-FLAGS TO WS-CK-FLAGS.
           MOVE SQLBM-PAGE-SIZE TO WS-CK-PAGE-SIZE.
           MOVE SQLBM-EXT-SIZE TO WS-CK-EXT-SIZE.
           MOVE SQLBM-N-CONTAINERS TO WS-CK-N-CONTAINERS.
           PERFORM 3000-CHECK-ONE-TABLESPACE THRU 3000-EXIT.
           READ MASTER-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-MST-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * SOURCE: THE ESTATE MASTER
      *----------------------------------------------------------------
       2500-AUDIT-ESTATE.
           OPEN INPUT ESTATE-FILE.
           IF WS-EMS-STATUS-NEW
               MOVE 'TBSQ363E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO ESTATE MASTER TBSQEMST - RUN TBSQCON0 MERGE'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2500-EXIT
           END-IF.
           MOVE LOW-VALUES TO SQLBE-KEY.
           IF WS-DB-SELECT NOT = SPACES
               MOVE WS-DB-SELECT TO SQLBE-DB-NAME
           END-IF.
           START ESTATE-FILE KEY NOT < SQLBE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-EMS-SW
           END-START.
           PERFORM 2600-AUDIT-ONE-ESTATE THRU 2600-EXIT
               UNTIL WS-EOF-EMS OR WS-ABORT.
           CLOSE ESTATE-FILE.
       2500-EXIT.
           EXIT.

       2600-AUDIT-ONE-ESTATE.
           READ ESTATE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-EMS-SW
                   GO TO 2600-EXIT
           END-READ.
           IF WS-DB-SELECT NOT = SPACES
              AND SQLBE-DB-NAME NOT = WS-DB-SELECT
               MOVE 'Y' TO WS-EOF-EMS-SW
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-EMS-READ-COUNT.
           MOVE SQLBE-DB-NAME TO WS-CK-DB-NAME.
           MOVE SQLBE-PARTITION TO WS-CK-PARTITION.
           MOVE SQLBE-NAME TO WS-CK-NAME.
           MOVE SQLBE-NAME-LEN TO WS-CK-NAME-LEN.
           MOVE SQLBE-ID TO WS-CK-ID.
           MOVE SQLBE-TS-TYPE TO WS-CK-TS-TYPE.
           MOVE SQLBE-FLAGS TO WS-CK-FLAGS.
           MOVE SQLBE-PAGE-SIZE TO WS-CK-PAGE-SIZE.
           MOVE SQLBE-EXT-SIZE TO WS-CK-EXT-SIZE.
           MOVE SQLBE-N-CONTAINERS TO WS-CK-N-CONTAINERS.
           PERFORM 3000-CHECK-ONE-TABLESPACE THRU 3000-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * RULE EVALUATION FOR ONE TABLESPACE
      *----------------------------------------------------------------
       3000-CHECK-ONE-TABLESPACE.
           MOVE WS-CK-FLAGS TO WS-TEST-SOURCE.
           MOVE SQLB-FLAG-DROPPED-BIT TO WS-TEST-WEIGHT.
           PERFORM 3900-TEST-ONE-BIT THRU 3900-EXIT.
           IF WS-BIT-VALUE = 1
               GO TO 3000-EXIT
           END-IF.
           MOVE SQLB-FLAG-TEMP-BIT TO WS-TEST-WEIGHT.
           PERFORM 3900-TEST-ONE-BIT THRU 3900-EXIT.
           MOVE 'N' TO WS-CK-TEMP-SW.
           IF WS-BIT-VALUE = 1
               MOVE 'Y' TO WS-CK-TEMP-SW
           END-IF.
           MOVE SQLB-FLAG-SYSTEM-BIT TO WS-TEST-WEIGHT.
           PERFORM 3900-TEST-ONE-BIT THRU 3900-EXIT.
           MOVE 'N' TO WS-CK-SYSTEM-SW.
           IF WS-BIT-VALUE = 1
               MOVE 'Y' TO WS-CK-SYSTEM-SW
           END-IF.
           MOVE SQLB-FLAG-LONG-BIT TO WS-TEST-WEIGHT.
           PERFORM 3900-TEST-ONE-BIT THRU 3900-EXIT.
           MOVE 'N' TO WS-CK-LONG-SW.
           IF WS-BIT-VALUE = 1
               MOVE 'Y' TO WS-CK-LONG-SW
           END-IF.
           PERFORM 3050-FIND-DATABASE-SLOT THRU 3050-EXIT.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO WS-CK-CLEAN-SW.
           ADD 1 TO WS-DB-TS-COUNT(WS-DB-MATCH-IDX).
           IF WS-RULE-ACTIVE(1) AND WS-CK-TEMP
               PERFORM 3100-RULE-TEMP-SMS THRU 3100-EXIT
           END-IF.
           IF WS-RULE-ACTIVE(2) AND WS-CK-TS-IS-DMS
               PERFORM 3200-RULE-DMS-CONTAINERS THRU 3200-EXIT
           END-IF.
           IF WS-RULE-ACTIVE(3) AND NOT WS-CK-SYSTEM
               PERFORM 3300-RULE-EXTENT-SIZE THRU 3300-EXIT
           END-IF.
           IF WS-RULE-ACTIVE(4) AND WS-CK-LONG
               PERFORM 3400-RULE-LONG-PAGE-SIZE THRU 3400-EXIT
           END-IF.
           IF WS-RULE-ACTIVE(5) AND NOT WS-CK-SYSTEM
               PERFORM 3500-RULE-NAME-PREFIX THRU 3500-EXIT
           END-IF.
           IF WS-RULE-ACTIVE(6) AND WS-SOURCE-MASTER
               PERFORM 3600-RULE-MOUNT-POINT THRU 3600-EXIT
           END-IF.
           IF WS-CK-CLEAN
               ADD 1 TO WS-DB-TS-CLEAN(WS-DB-MATCH-IDX)
           END-IF.
       3000-EXIT.
           EXIT.

       3050-FIND-DATABASE-SLOT.
           MOVE 0 TO WS-DB-MATCH-IDX.
           PERFORM 3060-MATCH-ONE-DATABASE THRU 3060-EXIT
               VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DB-COUNT
                  OR WS-DB-MATCH-IDX > 0.
           IF WS-DB-MATCH-IDX > 0
               GO TO 3050-EXIT
           END-IF.
           IF WS-DB-COUNT >= WS-DB-MAX
               MOVE 'TBSQ364S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'DATABASE TABLE FULL, INCREASE WS-DB-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 3050-EXIT
           END-IF.
           ADD 1 TO WS-DB-COUNT.
           MOVE WS-DB-COUNT TO WS-DB-MATCH-IDX.
           MOVE WS-CK-DB-NAME TO WS-DB-NAME(WS-DB-COUNT).
           MOVE 0 TO WS-DB-TS-COUNT(WS-DB-COUNT).
           MOVE 0 TO WS-DB-TS-CLEAN(WS-DB-COUNT).
           MOVE 0 TO WS-DB-CHECKS(WS-DB-COUNT).
           MOVE 0 TO WS-DB-PASSED(WS-DB-COUNT).
           MOVE 0 TO WS-DB-WAIVED(WS-DB-COUNT).
           MOVE 0 TO WS-DB-FAILED(WS-DB-COUNT).
       3050-EXIT.
           EXIT.

       3060-MATCH-ONE-DATABASE.
           IF WS-DB-NAME(WS-DB-IDX) = WS-CK-DB-NAME
               MOVE WS-DB-IDX TO WS-DB-MATCH-IDX
           END-IF.
       3060-EXIT.
           EXIT.

       3100-RULE-TEMP-SMS.
           MOVE 1 TO WS-CUR-RULE.
           MOVE 'N' TO WS-CUR-FAIL-SW.
           IF NOT WS-CK-TS-IS-SMS
               MOVE 'Y' TO WS-CUR-FAIL-SW
               MOVE 'DMS TEMPORARY TABLESPACE' TO WS-CUR-DETAIL
           END-IF.
           PERFORM 3800-RECORD-OUTCOME THRU 3800-EXIT.
       3100-EXIT.
           EXIT.

       3200-RULE-DMS-CONTAINERS.
           MOVE 2 TO WS-CUR-RULE.
           MOVE 'N' TO WS-CUR-FAIL-SW.
           IF WS-CK-N-CONTAINERS < WS-MIN-CONTAINERS
               MOVE 'Y' TO WS-CUR-FAIL-SW
               MOVE WS-CK-N-CONTAINERS TO WS-EDIT-SIZE
               MOVE WS-MIN-CONTAINERS TO WS-EDIT-SIZE2
               MOVE SPACES TO WS-CUR-DETAIL
               STRING 'CONTAINERS' DELIMITED BY SIZE
                      WS-EDIT-SIZE DELIMITED BY SIZE
                      ', MINIMUM' DELIMITED BY SIZE
                      WS-EDIT-SIZE2 DELIMITED BY SIZE
                   INTO WS-CUR-DETAIL
               END-STRING
           END-IF.
           PERFORM 3800-RECORD-OUTCOME THRU 3800-EXIT.
       3200-EXIT.
           EXIT.

       3300-RULE-EXTENT-SIZE.
           MOVE 3 TO WS-CUR-RULE.
           MOVE 'Y' TO WS-CUR-FAIL-SW.
           PERFORM 3310-MATCH-ONE-EXTENT THRU 3310-EXIT
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-EXT-COUNT.
           IF WS-CUR-FAIL
               MOVE WS-CK-EXT-SIZE TO WS-EDIT-SIZE
               MOVE SPACES TO WS-CUR-DETAIL
               STRING 'EXTENT SIZE' DELIMITED BY SIZE
                      WS-EDIT-SIZE DELIMITED BY SIZE
                      ' NOT APPROVED' DELIMITED BY SIZE
                   INTO WS-CUR-DETAIL
               END-STRING
           END-IF.
           PERFORM 3800-RECORD-OUTCOME THRU 3800-EXIT.
       3300-EXIT.
           EXIT.

       3310-MATCH-ONE-EXTENT.
           IF WS-CK-EXT-SIZE = WS-EXT-SIZE(WS-EXT-IDX)
               MOVE 'N' TO WS-CUR-FAIL-SW
           END-IF.
       3310-EXIT.
           EXIT.

       3400-RULE-LONG-PAGE-SIZE.
           MOVE 4 TO WS-CUR-RULE.
           MOVE 'N' TO WS-CUR-FAIL-SW.
           IF WS-CK-PAGE-SIZE NOT = WS-LONG-PAGE-SIZE
               MOVE 'Y' TO WS-CUR-FAIL-SW
               MOVE WS-CK-PAGE-SIZE TO WS-EDIT-SIZE
               MOVE WS-LONG-PAGE-SIZE TO WS-EDIT-SIZE2
               MOVE SPACES TO WS-CUR-DETAIL
               STRING 'PAGE SIZE' DELIMITED BY SIZE
                      WS-EDIT-SIZE DELIMITED BY SIZE
                      ', REQUIRED' DELIMITED BY SIZE
                      WS-EDIT-SIZE2 DELIMITED BY SIZE
                   INTO WS-CUR-DETAIL
               END-STRING
           END-IF.
           PERFORM 3800-RECORD-OUTCOME THRU 3800-EXIT.
       3400-EXIT.
           EXIT.

      * the name must open with the prefix, then an application code
      * of at least one character, then an underscore with more name
      * after it
       3500-RULE-NAME-PREFIX.
           MOVE 5 TO WS-CUR-RULE.
           MOVE 'N' TO WS-CUR-FAIL-SW.
           IF WS-CK-NAME-LEN < WS-PFX-LEN + 3
               MOVE 'Y' TO WS-CUR-FAIL-SW
           ELSE
               IF WS-CK-NAME(1:WS-PFX-LEN)
                      NOT = WS-PFX-TEXT(1:WS-PFX-LEN)
                   MOVE 'Y' TO WS-CUR-FAIL-SW
               ELSE
                   COMPUTE WS-NM-IDX = WS-PFX-LEN + 1
                   PERFORM 3510-SCAN-APP-CODE THRU 3510-EXIT
                       VARYING WS-NM-IDX FROM WS-NM-IDX BY 1
                       UNTIL WS-NM-IDX > WS-CK-NAME-LEN
                          OR WS-CK-NAME(WS-NM-IDX:1) = '_'
                   IF WS-NM-IDX < WS-PFX-LEN + 2
                      OR WS-NM-IDX >= WS-CK-NAME-LEN
                       MOVE 'Y' TO WS-CUR-FAIL-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-CUR-FAIL
               MOVE SPACES TO WS-CUR-DETAIL
               STRING 'NAME NOT OF FORM ' DELIMITED BY SIZE
                      WS-PFX-TEXT(1:WS-PFX-LEN) DELIMITED BY SIZE
                      '<APP>_' DELIMITED BY SIZE
                   INTO WS-CUR-DETAIL
               END-STRING
           END-IF.
           PERFORM 3800-RECORD-OUTCOME THRU 3800-EXIT.
       3500-EXIT.
           EXIT.

       3510-SCAN-APP-CODE.
           CONTINUE.
       3510-EXIT.
           EXIT.

      * START at container 0 of the pool id and READ NEXT until the
      * pool id changes, the same walk as the single-tablespace
      * inquiry; one check per tablespace, failed by any container
      * outside every approved mount point
       3600-RULE-MOUNT-POINT.
           MOVE 6 TO WS-CUR-RULE.
           MOVE 0 TO WS-BAD-CTN-COUNT.
           MOVE SPACES TO WS-BAD-CTN-PATH.
           MOVE 'N' TO WS-EOF-CTN-SW.
           MOVE WS-CK-ID TO SQLBCM-ID.
           MOVE 0 TO SQLBCM-CTN-NUM.
           START CTN-MST-FILE KEY NOT < SQLBCM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-CTN-SW
           END-START.
           PERFORM 3610-CHECK-ONE-CONTAINER THRU 3610-EXIT
               UNTIL WS-EOF-CTN.
           MOVE 'N' TO WS-CUR-FAIL-SW.
           IF WS-BAD-CTN-COUNT > 0
               MOVE 'Y' TO WS-CUR-FAIL-SW
               MOVE WS-BAD-CTN-COUNT TO WS-EDIT-PART
               MOVE SPACES TO WS-CUR-DETAIL
               STRING WS-EDIT-PART DELIMITED BY SIZE
                      ' OFF MOUNT: ' DELIMITED BY SIZE
                      WS-BAD-CTN-PATH DELIMITED BY SIZE
                   INTO WS-CUR-DETAIL
               END-STRING
           END-IF.
           PERFORM 3800-RECORD-OUTCOME THRU 3800-EXIT.
       3600-EXIT.
           EXIT.

       3610-CHECK-ONE-CONTAINER.
           READ CTN-MST-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-CTN-SW
                   GO TO 3610-EXIT
           END-READ.
           IF SQLBCM-ID NOT = WS-CK-ID
               MOVE 'Y' TO WS-EOF-CTN-SW
               GO TO 3610-EXIT
           END-IF.
           ADD 1 TO WS-CMS-READ-COUNT.
           MOVE 'N' TO WS-CUR-MATCH-SW.
           PERFORM 3620-TRY-ONE-MOUNT THRU 3620-EXIT
               VARYING WS-MNT-IDX FROM 1 BY 1
               UNTIL WS-MNT-IDX > WS-MNT-COUNT
                  OR WS-CUR-MATCH.
           IF NOT WS-CUR-MATCH
               ADD 1 TO WS-BAD-CTN-COUNT
               IF WS-BAD-CTN-COUNT = 1
                   MOVE SQLBCM-PATH TO WS-BAD-CTN-PATH
               END-IF
           END-IF.
       3610-EXIT.
           EXIT.

      * the prefix must end on a directory boundary, so an approved
      * /db/data does not pass a container under /db/data2
       3620-TRY-ONE-MOUNT.
           IF WS-MNT-LEN(WS-MNT-IDX) > SQLBCM-PATH-LEN
               GO TO 3620-EXIT
           END-IF.
           MOVE WS-MNT-LEN(WS-MNT-IDX) TO WS-PFX-IDX.
           IF SQLBCM-PATH(1:WS-PFX-IDX)
                  NOT = WS-MNT-PATH(WS-MNT-IDX)(1:WS-PFX-IDX)
               GO TO 3620-EXIT
           END-IF.
           IF WS-MNT-LEN(WS-MNT-IDX) = SQLBCM-PATH-LEN
              OR WS-MNT-PATH(WS-MNT-IDX)(WS-MNT-LEN(WS-MNT-IDX):1)
                     = '/'
              OR SQLBCM-PATH(WS-MNT-LEN(WS-MNT-IDX) + 1:1) = '/'
               MOVE 'Y' TO WS-CUR-MATCH-SW
           END-IF.
       3620-EXIT.
           EXIT.

      * a failed check is excused by an unexpired waiver for the
      * database, tablespace and rule; an expired waiver is named on
      * the violation so the operator sees why it is back
       3800-RECORD-OUTCOME.
           ADD 1 TO WS-RULE-CHECKS(WS-CUR-RULE).
           ADD 1 TO WS-DB-CHECKS(WS-DB-MATCH-IDX).
           IF NOT WS-CUR-FAIL
               ADD 1 TO WS-DB-PASSED(WS-DB-MATCH-IDX)
               GO TO 3800-EXIT
           END-IF.
           MOVE 0 TO WS-WV-MATCH-IDX.
           PERFORM 3810-MATCH-ONE-WAIVER THRU 3810-EXIT
               VARYING WS-WV-IDX FROM 1 BY 1
               UNTIL WS-WV-IDX > WS-WV-COUNT
                  OR WS-WV-MATCH-IDX > 0.
           MOVE SPACES TO WS-CUR-WAIVER.
           IF WS-WV-MATCH-IDX > 0
               MOVE 'Y' TO WS-WV-USED-SW(WS-WV-MATCH-IDX)
               IF WS-RUN-DATE <= WS-WV-EXPIRY(WS-WV-MATCH-IDX)
                   STRING 'WAIVED TO ' DELIMITED BY SIZE
                          WS-WV-EXPIRY(WS-WV-MATCH-IDX)
                              DELIMITED BY SIZE
                       INTO WS-CUR-WAIVER
                   END-STRING
               ELSE
                   STRING 'WAIVER EXPIRED ' DELIMITED BY SIZE
                          WS-WV-EXPIRY(WS-WV-MATCH-IDX)
                              DELIMITED BY SIZE
                       INTO WS-CUR-WAIVER
                   END-STRING
                   PERFORM 3820-REPORT-EXPIRED THRU 3820-EXIT
                   MOVE 0 TO WS-WV-MATCH-IDX
               END-IF
           END-IF.
           IF WS-WV-MATCH-IDX > 0
               ADD 1 TO WS-RULE-WAIVED(WS-CUR-RULE)
               ADD 1 TO WS-DB-WAIVED(WS-DB-MATCH-IDX)
           ELSE
               ADD 1 TO WS-RULE-FAILED(WS-CUR-RULE)
               ADD 1 TO WS-DB-FAILED(WS-DB-MATCH-IDX)
               MOVE 'N' TO WS-CK-CLEAN-SW
           END-IF.
           IF WS-VL-COUNT >= WS-VL-MAX
               MOVE 'TBSQ364S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'VIOLATION TABLE FULL, INCREASE WS-VL-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 3800-EXIT
           END-IF.
           ADD 1 TO WS-VL-COUNT.
           MOVE WS-CUR-RULE TO WS-VL-RULE(WS-VL-COUNT).
           MOVE WS-CK-DB-NAME TO WS-VL-DB-NAME(WS-VL-COUNT).
           MOVE WS-CK-PARTITION TO WS-VL-PARTITION(WS-VL-COUNT).
           MOVE WS-CK-NAME TO WS-VL-NAME(WS-VL-COUNT).
           MOVE WS-CUR-DETAIL TO WS-VL-DETAIL(WS-VL-COUNT).
           MOVE WS-CUR-WAIVER TO WS-VL-WAIVER(WS-VL-COUNT).
       3800-EXIT.
           EXIT.

       3810-MATCH-ONE-WAIVER.
           IF WS-WV-DB-NAME(WS-WV-IDX) = WS-CK-DB-NAME
              AND WS-WV-NAME(WS-WV-IDX) = WS-CK-NAME(1:30)
              AND WS-WV-RULE(WS-WV-IDX) = WS-RULE-NAME(WS-CUR-RULE)
               MOVE WS-WV-IDX TO WS-WV-MATCH-IDX
           END-IF.
       3810-EXIT.
           EXIT.

       3820-REPORT-EXPIRED.
           MOVE 'TBSQ366W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'WAIVER EXPIRED ' DELIMITED BY SIZE
                  WS-WV-EXPIRY(WS-WV-MATCH-IDX) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CK-DB-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CK-NAME(1:30) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RULE-NAME(WS-CUR-RULE) DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       3820-EXIT.
           EXIT.

      * generic bit test: WS-BIT-VALUE = bit (WS-TEST-WEIGHT) of
      * WS-TEST-SOURCE, where WS-TEST-WEIGHT is a power of two
       3900-TEST-ONE-BIT.
           COMPUTE WS-BIT-SHIFTED = WS-TEST-SOURCE / WS-TEST-WEIGHT.
           DIVIDE WS-BIT-SHIFTED BY 2
               GIVING WS-BIT-DUMMY REMAINDER WS-BIT-VALUE.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REPORT
      *----------------------------------------------------------------
       4000-WRITE-REPORT.
           OPEN OUTPUT STD-RPT.
           MOVE WS-RUN-DATE TO WSH-DATE.
           IF WS-SOURCE-ESTATE
               MOVE 'ESTATE' TO WSH-SOURCE
           ELSE
               MOVE 'MASTER' TO WSH-SOURCE
           END-IF.
           WRITE STD-RPT-RECORD FROM WS-HDG-LINE.
           MOVE SPACES TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           MOVE ' POLICY IN FORCE' TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           ADD 3 TO WS-RPT-WRITE-COUNT.
           PERFORM 4100-REPORT-ONE-POLICY THRU 4100-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-MAX.
           MOVE SPACES TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           MOVE ' VIOLATIONS BY RULE' TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           ADD 2 TO WS-RPT-WRITE-COUNT.
           PERFORM 4200-REPORT-ONE-RULE THRU 4200-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-MAX.
           MOVE SPACES TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           MOVE ' VIOLATIONS BY DATABASE' TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           ADD 2 TO WS-RPT-WRITE-COUNT.
           PERFORM 4300-REPORT-ONE-DATABASE THRU 4300-EXIT
               VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DB-COUNT.
           PERFORM 4400-REPORT-COMPLIANCE THRU 4400-EXIT.
           CLOSE STD-RPT.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-POLICY.
           IF NOT WS-RULE-ACTIVE(WS-RULE-IDX)
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-POL-LINE.
           MOVE WS-RULE-NAME(WS-RULE-IDX) TO WSP-NAME.
           MOVE WS-RULE-DESC(WS-RULE-IDX) TO WSP-DESC.
           IF WS-RULE-IDX = 1
               MOVE 'TEMPORARY CLASS' TO WSP-PARM
           END-IF.
           IF WS-RULE-IDX = 2
               MOVE WS-MIN-CONTAINERS TO WS-EDIT-SIZE
               STRING 'DMS, MINIMUM' DELIMITED BY SIZE
                      WS-EDIT-SIZE DELIMITED BY SIZE
                   INTO WSP-PARM
               END-STRING
           END-IF.
           IF WS-RULE-IDX = 3
               MOVE 1 TO WS-LINE-PTR
               STRING 'USER CLASS, SIZES' DELIMITED BY SIZE
                   INTO WSP-PARM WITH POINTER WS-LINE-PTR
               END-STRING
               PERFORM 4110-LIST-ONE-EXTENT THRU 4110-EXIT
                   VARYING WS-EXT-IDX FROM 1 BY 1
                   UNTIL WS-EXT-IDX > WS-EXT-COUNT
           END-IF.
           IF WS-RULE-IDX = 4
               MOVE WS-LONG-PAGE-SIZE TO WS-EDIT-SIZE
               STRING 'LONG CLASS, PAGE SIZE' DELIMITED BY SIZE
                      WS-EDIT-SIZE DELIMITED BY SIZE
                   INTO WSP-PARM
               END-STRING
           END-IF.
           IF WS-RULE-IDX = 5
               STRING 'USER CLASS, PREFIX ' DELIMITED BY SIZE
                      WS-PFX-TEXT(1:WS-PFX-LEN) DELIMITED BY SIZE
                   INTO WSP-PARM
               END-STRING
           END-IF.
           IF WS-RULE-IDX = 6
               MOVE WS-MNT-COUNT TO WS-EDIT-SIZE
               STRING 'ALL CONTAINERS,' DELIMITED BY SIZE
                      WS-EDIT-SIZE DELIMITED BY SIZE
                      ' MOUNT POINTS' DELIMITED BY SIZE
                   INTO WSP-PARM
               END-STRING
           END-IF.
           WRITE STD-RPT-RECORD FROM WS-POL-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           IF WS-RULE-IDX = 6 AND WS-SOURCE-ESTATE
               MOVE SPACES TO WS-POL-LINE
               MOVE 'NOT CHECKED - ESTATE MASTER HAS NO PATHS'
                   TO WSP-DESC
               WRITE STD-RPT-RECORD FROM WS-POL-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

      * each size goes on with its leading spaces dropped and one
      * space before it; the list stops at the first size that will
      * not fit whole
       4110-LIST-ONE-EXTENT.
           MOVE WS-EXT-SIZE(WS-EXT-IDX) TO WS-EDIT-SIZE.
           MOVE 0 TO WS-EXT-LEAD.
           INSPECT WS-EDIT-SIZE TALLYING WS-EXT-LEAD FOR LEADING SPACE.
           IF WS-LINE-PTR + 7 - WS-EXT-LEAD > 41
               MOVE 41 TO WS-LINE-PTR
               GO TO 4110-EXIT
           END-IF.
           STRING ' ' DELIMITED BY SIZE
                  WS-EDIT-SIZE(WS-EXT-LEAD + 1:) DELIMITED BY SIZE
               INTO WSP-PARM WITH POINTER WS-LINE-PTR
           END-STRING.
       4110-EXIT.
           EXIT.

       4200-REPORT-ONE-RULE.
           IF NOT WS-RULE-ACTIVE(WS-RULE-IDX)
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           MOVE WS-RULE-FAILED(WS-RULE-IDX) TO WS-MSG-EDIT.
           MOVE WS-RULE-WAIVED(WS-RULE-IDX) TO WS-MSG-EDIT2.
           STRING ' RULE ' DELIMITED BY SIZE
                  WS-RULE-NAME(WS-RULE-IDX) DELIMITED BY SIZE
                  WS-RULE-DESC(WS-RULE-IDX) DELIMITED BY SIZE
                  ' VIOLATIONS' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  '  WAIVED' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
               INTO WS-STD-LINE
           END-STRING.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           ADD 2 TO WS-RPT-WRITE-COUNT.
           IF WS-RULE-FAILED(WS-RULE-IDX) = 0
              AND WS-RULE-WAIVED(WS-RULE-IDX) = 0
               GO TO 4200-EXIT
           END-IF.
           WRITE STD-RPT-RECORD FROM WS-RULE-HDG-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           PERFORM 4210-REPORT-RULE-VIOLATION THRU 4210-EXIT
               VARYING WS-VL-IDX FROM 1 BY 1
               UNTIL WS-VL-IDX > WS-VL-COUNT.
       4200-EXIT.
           EXIT.

       4210-REPORT-RULE-VIOLATION.
           IF WS-VL-RULE(WS-VL-IDX) NOT = WS-RULE-IDX
               GO TO 4210-EXIT
           END-IF.
           PERFORM 4500-BUILD-VIOLATION-LINE THRU 4500-EXIT.
           MOVE WS-VL-DB-NAME(WS-VL-IDX) TO WSV-KEY.
           WRITE STD-RPT-RECORD FROM WS-VIOL-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       4210-EXIT.
           EXIT.

       4300-REPORT-ONE-DATABASE.
           MOVE SPACES TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           COMPUTE WS-MSG-EDIT = WS-DB-FAILED(WS-DB-IDX).
           COMPUTE WS-MSG-EDIT2 = WS-DB-WAIVED(WS-DB-IDX).
           STRING ' DATABASE ' DELIMITED BY SIZE
                  WS-DB-NAME(WS-DB-IDX) DELIMITED BY SIZE
                  '  VIOLATIONS' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  '  WAIVED' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
               INTO WS-STD-LINE
           END-STRING.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           ADD 2 TO WS-RPT-WRITE-COUNT.
           IF WS-DB-FAILED(WS-DB-IDX) = 0
              AND WS-DB-WAIVED(WS-DB-IDX) = 0
               GO TO 4300-EXIT
           END-IF.
           WRITE STD-RPT-RECORD FROM WS-DB-HDG-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           PERFORM 4310-REPORT-DB-VIOLATION THRU 4310-EXIT
               VARYING WS-VL-IDX FROM 1 BY 1
               UNTIL WS-VL-IDX > WS-VL-COUNT.
       4300-EXIT.
           EXIT.

       4310-REPORT-DB-VIOLATION.
           IF WS-VL-DB-NAME(WS-VL-IDX) NOT = WS-DB-NAME(WS-DB-IDX)
               GO TO 4310-EXIT
           END-IF.
           PERFORM 4500-BUILD-VIOLATION-LINE THRU 4500-EXIT.
           MOVE WS-RULE-NAME(WS-VL-RULE(WS-VL-IDX)) TO WSV-KEY.
           WRITE STD-RPT-RECORD FROM WS-VIOL-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       4310-EXIT.
           EXIT.

      * compliance is the share of rule checks passed or waived
       4400-REPORT-COMPLIANCE.
           MOVE SPACES TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           MOVE ' COMPLIANCE BY DATABASE' TO WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-STD-LINE.
           WRITE STD-RPT-RECORD FROM WS-COMP-HDG-LINE.
           ADD 3 TO WS-RPT-WRITE-COUNT.
           PERFORM 4410-REPORT-ONE-COMPLIANCE THRU 4410-EXIT
               VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DB-COUNT.
           MOVE SPACES TO WS-COMP-LINE.
           MOVE 'ALL' TO WSC-DB-NAME.
           MOVE WS-TOT-TS-COUNT TO WSC-TS-COUNT.
           MOVE WS-TOT-TS-CLEAN TO WSC-TS-CLEAN.
           MOVE WS-TOT-CHECKS TO WSC-CHECKS.
           MOVE WS-TOT-PASSED TO WSC-PASSED.
           MOVE WS-TOT-WAIVED TO WSC-WAIVED.
           MOVE WS-TOT-FAILED TO WSC-FAILED.
           MOVE 100 TO WS-COMPLIANCE-PCT.
           IF WS-TOT-CHECKS > 0
               COMPUTE WS-COMPLIANCE-PCT ROUNDED =
                   (WS-TOT-PASSED + WS-TOT-WAIVED) * 100
                   / WS-TOT-CHECKS
           END-IF.
           MOVE WS-COMPLIANCE-PCT TO WSC-PCT.
           WRITE STD-RPT-RECORD FROM WS-COMP-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       4400-EXIT.
           EXIT.

       4410-REPORT-ONE-COMPLIANCE.
           MOVE SPACES TO WS-COMP-LINE.
           MOVE WS-DB-NAME(WS-DB-IDX) TO WSC-DB-NAME.
           MOVE WS-DB-TS-COUNT(WS-DB-IDX) TO WSC-TS-COUNT.
           MOVE WS-DB-TS-CLEAN(WS-DB-IDX) TO WSC-TS-CLEAN.
           MOVE WS-DB-CHECKS(WS-DB-IDX) TO WSC-CHECKS.
           MOVE WS-DB-PASSED(WS-DB-IDX) TO WSC-PASSED.
           MOVE WS-DB-WAIVED(WS-DB-IDX) TO WSC-WAIVED.
           MOVE WS-DB-FAILED(WS-DB-IDX) TO WSC-FAILED.
           MOVE 100 TO WS-COMPLIANCE-PCT.
           IF WS-DB-CHECKS(WS-DB-IDX) > 0
               COMPUTE WS-COMPLIANCE-PCT ROUNDED =
                   (WS-DB-PASSED(WS-DB-IDX) + WS-DB-WAIVED(WS-DB-IDX))
                   * 100 / WS-DB-CHECKS(WS-DB-IDX)
           END-IF.
           MOVE WS-COMPLIANCE-PCT TO WSC-PCT.
           WRITE STD-RPT-RECORD FROM WS-COMP-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           ADD WS-DB-TS-COUNT(WS-DB-IDX) TO WS-TOT-TS-COUNT.
           ADD WS-DB-TS-CLEAN(WS-DB-IDX) TO WS-TOT-TS-CLEAN.
           ADD WS-DB-CHECKS(WS-DB-IDX) TO WS-TOT-CHECKS.
           ADD WS-DB-PASSED(WS-DB-IDX) TO WS-TOT-PASSED.
           ADD WS-DB-WAIVED(WS-DB-IDX) TO WS-TOT-WAIVED.
           ADD WS-DB-FAILED(WS-DB-IDX) TO WS-TOT-FAILED.
           IF WS-DB-FAILED(WS-DB-IDX) > 0
               ADD 1 TO WS-FAILED-DB-COUNT
           END-IF.
       4410-EXIT.
           EXIT.

       4500-BUILD-VIOLATION-LINE.
           MOVE SPACES TO WS-VIOL-LINE.
           MOVE WS-VL-PARTITION(WS-VL-IDX) TO WSV-PARTITION.
           MOVE WS-VL-NAME(WS-VL-IDX) TO WSV-NAME.
           MOVE WS-VL-DETAIL(WS-VL-IDX) TO WSV-DETAIL.
           MOVE WS-VL-WAIVER(WS-VL-IDX) TO WSV-WAIVER.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
      * the step condition code goes on last -- the message routine
      * leaves its own in RETURN-CODE
       8000-TERMINATE.
           PERFORM 8010-CLOSE-AND-REPORT THRU 8010-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8010-CLOSE-AND-REPORT.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           IF WS-ABORT
               GO TO 8010-EXIT
           END-IF.
           PERFORM 8050-REPORT-UNUSED-WAIVER THRU 8050-EXIT
               VARYING WS-WV-IDX FROM 1 BY 1
               UNTIL WS-WV-IDX > WS-WV-COUNT.
           MOVE 'TBSQ369I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE WS-TOT-TS-COUNT TO WS-MSG-EDIT.
           MOVE WS-DB-COUNT TO WS-MSG-EDIT2.
           MOVE 100 TO WS-COMPLIANCE-PCT.
           IF WS-TOT-CHECKS > 0
               COMPUTE WS-COMPLIANCE-PCT ROUNDED =
                   (WS-TOT-PASSED + WS-TOT-WAIVED) * 100
                   / WS-TOT-CHECKS
           END-IF.
           MOVE WS-COMPLIANCE-PCT TO WS-EDIT-PCT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TABLESPACES AUDITED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ' DATABASES: ' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
                  ' COMPLIANCE PCT: ' DELIMITED BY SIZE
                  WS-EDIT-PCT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           IF WS-TOT-FAILED > 0
               MOVE 'TBSQ368W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE WS-TOT-FAILED TO WS-MSG-EDIT
               MOVE WS-FAILED-DB-COUNT TO WS-MSG-EDIT2
               MOVE SPACES TO SQLBG-TEXT
               STRING 'UNWAIVED STANDARDS VIOLATIONS: '
                          DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                      ' IN DATABASES: ' DELIMITED BY SIZE
                      WS-MSG-EDIT2 DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
       8010-EXIT.
           EXIT.

      * a waiver that excused nothing is stale -- the tablespace was
      * fixed or dropped -- and can come off the deck
       8050-REPORT-UNUSED-WAIVER.
           IF WS-WV-USED(WS-WV-IDX)
               GO TO 8050-EXIT
           END-IF.
           MOVE 'TBSQ367I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'WAIVER EXCUSED NOTHING: ' DELIMITED BY SIZE
                  WS-WV-DB-NAME(WS-WV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WV-NAME(WS-WV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WV-RULE(WS-WV-IDX) DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       8050-EXIT.
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
           MOVE 'TBSQSTD0' TO SQLBA-PROGRAM.
           IF WS-SOURCE-ESTATE
               MOVE 'TBSQEMST' TO SQLBA-FILE
               MOVE WS-EMS-READ-COUNT TO SQLBA-READ-COUNT
           ELSE
               MOVE 'TBSQMST' TO SQLBA-FILE
               MOVE WS-MST-READ-COUNT TO SQLBA-READ-COUNT
           END-IF.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE WS-TOT-FAILED TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           IF WS-SOURCE-MASTER
               MOVE 'TBSQCMST' TO SQLBA-FILE
               MOVE WS-CMS-READ-COUNT TO SQLBA-READ-COUNT
               MOVE 0 TO SQLBA-WRITE-COUNT
               MOVE 0 TO SQLBA-EXCEPT-COUNT
               WRITE SQLB-AUDIT-RECORD
           END-IF.
           MOVE 'TBSQSTDR' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-RPT-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE WS-VL-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.

      * common numbered-message routine (see SQLBMSGP)
       9000-PUT-MESSAGE.
           CALL 'TBSQMSG0' USING SQLB-MSG-PARM.
       9000-EXIT.
           EXIT.
