      *************************************************************************
      *
      * Program-ID: TBSQCHG0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/14/2026
      *
      * Function: Monthly storage chargeback by application owner.
      *           Two functions, selected by control card:
      *             COLLECT           fold one database's usage into
      *                               the chargeback usage file
      *                               TBSQCHGU (see SQLBCHGU): every
      *                               estate-master (TBSQEMST) entry of
      *                               the database named on the
      *                               DATABASE=/PARTITION= cards, with
      *                               its allocated and used container
      *                               pages summed off the container
      *                               master TBSQCMST and turned into
      *                               bytes at SQLBE-PAGE-SIZE.  The
      *                               container master is one
      *                               database's, so COLLECT runs once
      *                               per database after its TBSQMST0
      *                               refresh, the same pairing as the
      *                               estate MERGE; a rerun refreshes
      *                               its records in place
      *             BILL              price a whole period across the
      *                               estate: each collected tablespace
      *                               is looked up on the ownership
      *                               registry TBSQOWNM (see SQLBOWNR,
      *                               maintained by TBSQOWN0) and
      *                               charged for allocated and for
      *                               used gigabytes at the rate of its
      *                               page-size tier on the rate card
      *                               TBSQRATE (see SQLBRATE).  A
      *                               tablespace with no registered
      *                               owner lands in the UNASSIGNED
      *                               bucket so it can be chased
      *           and the cards that go with them:
      *             DATABASE=xxxxxxxx    database collected (COLLECT)
      *             PARTITION=nnnn       its partition (default 0)
      *             PERIOD=ccyymm        billing period (default the
      *                                  current month)
      *           BILL prints TBSQCHGR -- detail lines per database
      *           and tablespace, then the summary by cost center --
      *           and writes the flat general-ledger feed TBSQGLIF
      *           (see SQLBGLIF).  Unassigned tablespaces, or a page
      *           size the rate card does not price, end with
      *           condition code 4.
      *
      * Modification History:
      *   10/14/2026 RH  Initial version.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC and
      *                  set it after the last message, which was
      *                  leaving the step at 0.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQCHG0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "CONTROLCD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESTATE-FILE ASSIGN TO "TBSQEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBE-KEY
               ALTERNATE RECORD KEY IS SQLBE-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMS-STATUS.

           SELECT CTN-MST-FILE ASSIGN TO "TBSQCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBCM-KEY
               FILE STATUS IS WS-CMS-STATUS.

           SELECT USAGE-FILE ASSIGN TO "TBSQCHGU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBCU-KEY
               FILE STATUS IS WS-USE-STATUS.

           SELECT OWNER-FILE ASSIGN TO "TBSQOWNM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBOW-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT RATE-FILE ASSIGN TO "TBSQRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAT-STATUS.

           SELECT CHG-RPT ASSIGN TO "TBSQCHGR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLIF-FILE ASSIGN TO "TBSQGLIF"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  ESTATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbemst.

       FD  CTN-MST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbcmst.

       FD  USAGE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbchgu.

       FD  OWNER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbownr.

       FD  RATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbrate.

       FD  CHG-RPT
           LABEL RECORDS ARE OMITTED.
       01  CHG-RPT-RECORD             PIC X(133).

       FD  GLIF-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbglif.

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-EOF-CTL-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTL                       VALUE 'Y'.
       77  WS-EOF-EMS-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-EMS                       VALUE 'Y'.
       77  WS-EOF-CTN-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTN                       VALUE 'Y'.
       77  WS-EOF-USE-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-USE                       VALUE 'Y'.
       77  WS-EOF-RAT-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-RAT                       VALUE 'Y'.
       77  WS-COLLECT-MODE-SW         PIC X(01) VALUE 'N'.
           88  WS-COLLECT-MODE                  VALUE 'Y'.
       77  WS-BILL-MODE-SW            PIC X(01) VALUE 'N'.
           88  WS-BILL-MODE                     VALUE 'Y'.
       77  WS-NO-REGISTRY-SW          PIC X(01) VALUE 'N'.
           88  WS-NO-REGISTRY                   VALUE 'Y'.
       77  WS-OWNER-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-OWNER-FOUND                   VALUE 'Y'.
       77  WS-MATCH-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-MATCH-FOUND                   VALUE 'Y'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.

       77  WS-EMS-STATUS              PIC X(02) VALUE SPACES.
           88  WS-EMS-STATUS-NEW                VALUE '35'.
       77  WS-CMS-STATUS              PIC X(02) VALUE SPACES.
           88  WS-CMS-STATUS-NEW                VALUE '35'.
       77  WS-USE-STATUS              PIC X(02) VALUE SPACES.
           88  WS-USE-STATUS-NEW                VALUE '35'.
       77  WS-OWN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-OWN-STATUS-NEW                VALUE '35'.
       77  WS-RAT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RAT-STATUS-NEW                VALUE '35'.

       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.
       77  WS-PERIOD                  PIC 9(6)  VALUE 0.
       01  WS-DB-NAME                 PIC X(08) VALUE SPACES.
       77  WS-PARTITION               PIC 9(4)  VALUE 0.

      * numeric control-card value parse (up to 6 digits, PERIOD=)
       77  WS-CTL-VAL-IDX             PIC 9(2)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-NUM             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-BAD-SW          PIC X(01) VALUE 'N'.
           88  WS-CTL-VAL-BAD                   VALUE 'Y'.
       01  WS-CTL-VALUE               PIC X(06).
       01  WS-CTL-DIGIT-X             PIC X(01).
       01  WS-CTL-DIGIT REDEFINES WS-CTL-DIGIT-X
                                      PIC 9(01).

       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

      * rate card, one entry per page-size tier
       77  WS-RAT-MAX                 PIC 9(3)  COMP-5 VALUE 16.
       77  WS-RAT-COUNT               PIC 9(3)  COMP-5 VALUE 0.
       77  WS-RAT-IDX                 PIC 9(3)  COMP-5 VALUE 0.
       77  WS-RAT-MATCH-IDX           PIC 9(3)  COMP-5 VALUE 0.
       01  WS-RAT-TABLE.
           05  WS-RAT-ENTRY OCCURS 16 TIMES.
               10  WS-RAT-PAGE-SIZE   PIC 9(5).
               10  WS-RAT-ALLOC-RATE  PIC 9(6)V9(4).
               10  WS-RAT-USED-RATE   PIC 9(6)V9(4).

      * per-cost-center totals: entry 1 is the UNASSIGNED bucket,
      * entries 2 onward are the cost centers in order of first
      * appearance (sorted by name before printing).  Overflow is a
      * hard error because a dropped cost center would go unbilled.
       77  WS-UNASSIGNED-CC           PIC X(10) VALUE 'UNASSIGNED'.
       77  WS-CC-MAX                  PIC 9(3)  COMP-5 VALUE 500.
       77  WS-CC-COUNT                PIC 9(3)  COMP-5 VALUE 0.
       77  WS-CC-IDX                  PIC 9(3)  COMP-5 VALUE 0.
       77  WS-CC-MATCH-IDX            PIC 9(3)  COMP-5 VALUE 0.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 500 TIMES.
               10  WS-CC-NAME         PIC X(10).
               10  WS-CC-NTBS         PIC 9(9)  COMP-5.
               10  WS-CC-ALLOC-BYTES  PIC 9(18) COMP-5.
               10  WS-CC-USED-BYTES   PIC 9(18) COMP-5.
               10  WS-CC-ALLOC-AMT    PIC S9(11)V9(2) COMP-3.
               10  WS-CC-USED-AMT     PIC S9(11)V9(2) COMP-3.

      * cost-center sort work, by name, slot 1 (UNASSIGNED) held out
       77  WS-SORT-I                  PIC 9(3)  COMP-5 VALUE 0.
       77  WS-SORT-J                  PIC 9(3)  COMP-5 VALUE 0.
       77  WS-SORT-MIN-IDX            PIC 9(3)  COMP-5 VALUE 0.
       77  WS-SORT-LIMIT              PIC 9(3)  COMP-5 VALUE 0.
       01  WS-CC-SWAP.
           05  WS-SWAP-NAME           PIC X(10).
           05  WS-SWAP-NTBS           PIC 9(9)  COMP-5.
           05  WS-SWAP-ALLOC-BYTES    PIC 9(18) COMP-5.
           05  WS-SWAP-USED-BYTES     PIC 9(18) COMP-5.
           05  WS-SWAP-ALLOC-AMT      PIC S9(11)V9(2) COMP-3.
           05  WS-SWAP-USED-AMT       PIC S9(11)V9(2) COMP-3.

      * one tablespace's collection and charge work
       77  WS-SUM-ALLOC-PAGES         PIC 9(18) COMP-5 VALUE 0.
       77  WS-SUM-USED-PAGES          PIC 9(18) COMP-5 VALUE 0.
       01  WS-OWN-APPL                PIC X(08).
       01  WS-OWN-COST-CENTER         PIC X(10).
       77  WS-ALLOC-AMT               PIC S9(11)V9(2) COMP-3 VALUE 0.
       77  WS-USED-AMT                PIC S9(11)V9(2) COMP-3 VALUE 0.
       77  WS-GB-WORK                 PIC 9(9)V9(3) VALUE 0.
       77  WS-BYTES-PER-GB            PIC 9(10) COMP-5
                                                VALUE 1073741824.

      * grand totals for the report foot and the GL trailer
       77  WS-TOT-NTBS                PIC 9(9)  COMP-5 VALUE 0.
       77  WS-TOT-ALLOC-BYTES         PIC 9(18) COMP-5 VALUE 0.
       77  WS-TOT-USED-BYTES          PIC 9(18) COMP-5 VALUE 0.
       77  WS-TOT-ALLOC-AMT           PIC S9(11)V9(2) COMP-3 VALUE 0.
       77  WS-TOT-USED-AMT            PIC S9(11)V9(2) COMP-3 VALUE 0.
       77  WS-GL-TOTAL                PIC S9(11)V9(2) COMP-3 VALUE 0.

       77  WS-EMS-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CMS-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-USE-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-USE-ADD-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-USE-UPD-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-OWN-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RAT-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-GL-WRITE-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-UNASSIGNED-COUNT        PIC 9(9)  COMP-5 VALUE 0.
       77  WS-NO-RATE-COUNT           PIC 9(9)  COMP-5 VALUE 0.

       01  WS-CHG-LINE                PIC X(133).

       01  WS-HDG-LINE.
           05  FILLER                 PIC X(36) VALUE
               ' STORAGE CHARGEBACK - PERIOD       '.
           05  WSH-PERIOD             PIC 9(6).
           05  FILLER                 PIC X(11) VALUE ', RUN DATE '.
           05  WSH-DATE               PIC 9(8).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-DTL-HDG-LINE.
           05  FILLER                 PIC X(46) VALUE
               ' DATABASE PART TABLESPACE                     '.
           05  FILLER                 PIC X(26) VALUE
               'APPL     COST CTR    PGSZ '.
           05  FILLER                 PIC X(24) VALUE
               '   ALLOC GB     USED GB '.
           05  FILLER                 PIC X(28) VALUE
               ' ALLOC AMOUNT   USED AMOUNT '.
           05  FILLER                 PIC X(09) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-DB-NAME            PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-PARTITION          PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-NAME               PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-APPL               PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-COST-CENTER        PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-PAGE-SIZE          PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-ALLOC-GB           PIC Z(6)9.999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-USED-GB            PIC Z(6)9.999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-ALLOC-AMT          PIC Z(9)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-USED-AMT           PIC Z(9)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-FLAG               PIC X(09).

       01  WS-SUM-HDG-LINE.
           05  FILLER                 PIC X(42) VALUE
               ' COST CTR   TBSPCS    ALLOC GB     USED GB'.
           05  FILLER                 PIC X(42) VALUE
               '  ALLOC AMOUNT   USED AMOUNT  TOTAL AMOUNT'.
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-SUM-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-COST-CENTER        PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-NTBS               PIC Z(5)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-ALLOC-GB           PIC Z(7)9.999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-USED-GB            PIC Z(6)9.999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-ALLOC-AMT          PIC Z(9)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-USED-AMT           PIC Z(9)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSS-TOTAL-AMT          PIC Z(9)9.99.
           05  FILLER                 PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-COLLECT-MODE AND NOT WS-ABORT
               PERFORM 2000-COLLECT-DATABASE THRU 2000-EXIT
           END-IF.
           IF WS-BILL-MODE AND NOT WS-ABORT
               PERFORM 4000-BILL-PERIOD THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION AND CONTROL CARDS
      *----------------------------------------------------------------
      * a run requesting neither function, or a COLLECT that does not
      * say which database's container master it has been given, is
      * an operator mistake and fails loudly
       1000-INITIALIZE.
           MOVE 'TBSQCHG0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT CONTROL-CARD.
           PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
               UNTIL WS-EOF-CTL.
           CLOSE CONTROL-CARD.
           IF NOT WS-COLLECT-MODE AND NOT WS-BILL-MODE
               MOVE 'TBSQ282E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO FUNCTION CARD (COLLECT OR BILL)'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO WS-STEP-RC
           END-IF.
           IF WS-COLLECT-MODE AND WS-DB-NAME = SPACES
               MOVE 'TBSQ283E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'COLLECT REQUIRES A DATABASE= CARD'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO WS-STEP-RC
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-CARD.
           READ CONTROL-CARD
               AT END MOVE 'Y' TO WS-EOF-CTL-SW
               NOT AT END PERFORM 1110-APPLY-ONE-CARD THRU 1110-EXIT
           END-READ.
       1100-EXIT.
           EXIT.

       1110-APPLY-ONE-CARD.
           IF CONTROL-CARD-RECORD = SPACES
               CONTINUE
           ELSE
           IF CONTROL-CARD-RECORD(1:7) = 'COLLECT'
               MOVE 'Y' TO WS-COLLECT-MODE-SW
           ELSE
           IF CONTROL-CARD-RECORD(1:4) = 'BILL'
               MOVE 'Y' TO WS-BILL-MODE-SW
           ELSE
           IF CONTROL-CARD-RECORD(1:9) = 'DATABASE='
               MOVE CONTROL-CARD-RECORD(10:8) TO WS-DB-NAME
           ELSE
           IF CONTROL-CARD-RECORD(1:10) = 'PARTITION='
               MOVE SPACES TO WS-CTL-VALUE
               MOVE CONTROL-CARD-RECORD(11:4) TO WS-CTL-VALUE(1:4)
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CTL-VAL-NUM TO WS-PARTITION
               END-IF
           ELSE
           IF CONTROL-CARD-RECORD(1:7) = 'PERIOD='
               MOVE CONTROL-CARD-RECORD(8:6) TO WS-CTL-VALUE
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CTL-VAL-NUM TO WS-PERIOD
               END-IF
           ELSE
               MOVE 'TBSQ280W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'UNRECOGNIZED CONTROL CARD: '
                          DELIMITED BY SIZE
                      CONTROL-CARD-RECORD(1:40) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       1110-EXIT.
           EXIT.

       1130-PARSE-CARD-VALUE.
           MOVE 0 TO WS-CTL-VAL-NUM.
           MOVE 'N' TO WS-CTL-VAL-BAD-SW.
           IF WS-CTL-VALUE(1:1) = SPACE
               MOVE 'Y' TO WS-CTL-VAL-BAD-SW
           END-IF.
           PERFORM 1140-PARSE-ONE-DIGIT THRU 1140-EXIT
               VARYING WS-CTL-VAL-IDX FROM 1 BY 1
               UNTIL WS-CTL-VAL-IDX > 6
                  OR WS-CTL-VALUE(WS-CTL-VAL-IDX:1) = SPACE
                  OR WS-CTL-VAL-BAD.
           IF WS-CTL-VAL-BAD
               MOVE 'TBSQ281W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'BAD NUMERIC VALUE ON CARD: '
                          DELIMITED BY SIZE
                      CONTROL-CARD-RECORD(1:40) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
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

      *----------------------------------------------------------------
      * COLLECT ONE DATABASE'S USAGE
      *----------------------------------------------------------------
      * START the estate master at the database/partition and READ
      * NEXT while it still matches; the usage file is opened I-O so
      * a rerun for the same period refreshes rather than duplicates.
      * Either master missing (status 35) fails with condition code
      * 8 -- a collection that silently collected nothing would bill
      * the database at zero.
       2000-COLLECT-DATABASE.
           OPEN INPUT ESTATE-FILE.
           IF WS-EMS-STATUS-NEW
               MOVE 'TBSQ284E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO ESTATE MASTER TBSQEMST - RUN TBSQCON0 MERGE'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT CTN-MST-FILE.
           IF WS-CMS-STATUS-NEW
               MOVE 'TBSQ285E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO CONTAINER MASTER TBSQCMST - RUN TBSQMST0'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               CLOSE ESTATE-FILE
               GO TO 2000-EXIT
           END-IF.
           OPEN I-O USAGE-FILE.
           IF WS-USE-STATUS-NEW
               OPEN OUTPUT USAGE-FILE
               CLOSE USAGE-FILE
               OPEN I-O USAGE-FILE
           END-IF.
           MOVE LOW-VALUES TO SQLBE-KEY.
           MOVE WS-DB-NAME TO SQLBE-DB-NAME.
           MOVE WS-PARTITION TO SQLBE-PARTITION.
           START ESTATE-FILE KEY NOT < SQLBE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-EMS-SW
           END-START.
           PERFORM 2100-COLLECT-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-EOF-EMS.
           CLOSE ESTATE-FILE.
           CLOSE CTN-MST-FILE.
           CLOSE USAGE-FILE.
           MOVE 'TBSQ286I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           COMPUTE WS-MSG-EDIT = WS-USE-ADD-COUNT + WS-USE-UPD-COUNT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TABLESPACES COLLECTED FOR ' DELIMITED BY SIZE
                  WS-DB-NAME DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       2000-EXIT.
           EXIT.

       2100-COLLECT-ONE-ENTRY.
           READ ESTATE-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-EMS-SW
               NOT AT END
                   IF SQLBE-DB-NAME NOT = WS-DB-NAME
                      OR SQLBE-PARTITION NOT = WS-PARTITION
                       MOVE 'Y' TO WS-EOF-EMS-SW
                   ELSE
                       ADD 1 TO WS-EMS-READ-COUNT
                       PERFORM 2200-SUM-CONTAINERS THRU 2200-EXIT
                       PERFORM 2400-STORE-USAGE THRU 2400-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      * START at container 0 of the pool id and READ NEXT until the
      * pool id changes, the same walk as the single-tablespace
      * inquiry
       2200-SUM-CONTAINERS.
           MOVE 0 TO WS-SUM-ALLOC-PAGES.
           MOVE 0 TO WS-SUM-USED-PAGES.
           MOVE 'N' TO WS-EOF-CTN-SW.
           MOVE SQLBE-ID TO SQLBCM-ID.
           MOVE 0 TO SQLBCM-CTN-NUM.
           START CTN-MST-FILE KEY NOT < SQLBCM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-CTN-SW
           END-START.
           PERFORM 2300-SUM-ONE-CONTAINER THRU 2300-EXIT
               UNTIL WS-EOF-CTN.
       2200-EXIT.
           EXIT.

       2300-SUM-ONE-CONTAINER.
           READ CTN-MST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-CTN-SW
               NOT AT END
                   IF SQLBCM-ID NOT = SQLBE-ID
                       MOVE 'Y' TO WS-EOF-CTN-SW
                   ELSE
                       ADD 1 TO WS-CMS-READ-COUNT
                       ADD SQLBCM-PAGES-ALLOC TO WS-SUM-ALLOC-PAGES
                       ADD SQLBCM-PAGES-USED TO WS-SUM-USED-PAGES
                   END-IF
           END-READ.
       2300-EXIT.
           EXIT.

       2400-STORE-USAGE.
           MOVE WS-PERIOD TO SQLBCU-PERIOD.
           MOVE SQLBE-DB-NAME TO SQLBCU-DB-NAME.
           MOVE SQLBE-PARTITION TO SQLBCU-PARTITION.
           MOVE SQLBE-NAME TO SQLBCU-NAME.
           MOVE SQLBE-ID TO SQLBCU-ID.
           MOVE SQLBE-TS-TYPE TO SQLBCU-TS-TYPE.
           MOVE SQLBE-PAGE-SIZE TO SQLBCU-PAGE-SIZE.
           MOVE SQLBE-N-CONTAINERS TO SQLBCU-N-CONTAINERS.
           MOVE WS-SUM-ALLOC-PAGES TO SQLBCU-PAGES-ALLOC.
           MOVE WS-SUM-USED-PAGES TO SQLBCU-PAGES-USED.
           COMPUTE SQLBCU-BYTES-ALLOC =
               WS-SUM-ALLOC-PAGES * SQLBE-PAGE-SIZE.
           COMPUTE SQLBCU-BYTES-USED =
               WS-SUM-USED-PAGES * SQLBE-PAGE-SIZE.
           MOVE WS-RUN-DATE TO SQLBCU-COLLECT-DATE.
           WRITE SQLB-CHGUSE-RECORD
               INVALID KEY
                   PERFORM 2500-REFRESH-USAGE THRU 2500-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-USE-ADD-COUNT
           END-WRITE.
       2400-EXIT.
           EXIT.

       2500-REFRESH-USAGE.
           REWRITE SQLB-CHGUSE-RECORD
               INVALID KEY
                   MOVE 'TBSQ287E' TO SQLBG-MSG-ID
                   MOVE 'E' TO SQLBG-SEVERITY
                   MOVE SQLBE-ID TO WS-MSG-EDIT
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'USAGE REFRESH FAILED FOR SQL-ID '
                              DELIMITED BY SIZE
                          WS-MSG-EDIT DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                   MOVE 8 TO WS-STEP-RC
               NOT INVALID KEY
                   ADD 1 TO WS-USE-UPD-COUNT
           END-REWRITE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * BILL ONE PERIOD
      *----------------------------------------------------------------
      * no rate card at all (status 35) fails with condition code 8 --
      * billing everything at zero would go straight into the ledger.
      * No registry just means every tablespace is unassigned.
       4000-BILL-PERIOD.
           PERFORM 4100-LOAD-RATE-CARD THRU 4100-EXIT.
           IF WS-ABORT
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT USAGE-FILE.
           IF WS-USE-STATUS-NEW
               MOVE 'Y' TO WS-EOF-USE-SW
           END-IF.
           OPEN INPUT OWNER-FILE.
           IF WS-OWN-STATUS-NEW
               MOVE 'Y' TO WS-NO-REGISTRY-SW
           END-IF.
           OPEN OUTPUT CHG-RPT.
           OPEN OUTPUT GLIF-FILE.
           MOVE WS-PERIOD TO WSH-PERIOD.
           MOVE WS-RUN-DATE TO WSH-DATE.
           WRITE CHG-RPT-RECORD FROM WS-HDG-LINE.
           WRITE CHG-RPT-RECORD FROM WS-DTL-HDG-LINE.
           ADD 2 TO WS-RPT-WRITE-COUNT.
      * cost-center slot 1 is the unassigned bucket
           MOVE 1 TO WS-CC-COUNT.
           MOVE WS-UNASSIGNED-CC TO WS-CC-NAME(1).
           MOVE 0 TO WS-CC-NTBS(1).
           MOVE 0 TO WS-CC-ALLOC-BYTES(1).
           MOVE 0 TO WS-CC-USED-BYTES(1).
           MOVE 0 TO WS-CC-ALLOC-AMT(1).
           MOVE 0 TO WS-CC-USED-AMT(1).
           IF NOT WS-EOF-USE
               MOVE LOW-VALUES TO SQLBCU-KEY
               MOVE WS-PERIOD TO SQLBCU-PERIOD
               START USAGE-FILE KEY NOT < SQLBCU-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF-USE-SW
               END-START
           END-IF.
           PERFORM 4300-BILL-ONE-USAGE THRU 4300-EXIT
               UNTIL WS-EOF-USE.
           IF WS-USE-READ-COUNT = 0
               MOVE 'TBSQ294W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'NO USAGE COLLECTED FOR PERIOD '
                          DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                      ' - RUN COLLECT FIRST' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE SPACES TO WS-CHG-LINE
               STRING ' NO USAGE COLLECTED FOR THIS PERIOD'
                       DELIMITED BY SIZE
                   INTO WS-CHG-LINE
               END-STRING
               PERFORM 7000-WRITE-CHG-LINE THRU 7000-EXIT
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           IF NOT WS-ABORT
               PERFORM 5000-SUMMARY-BY-COST-CENTER THRU 5000-EXIT
           END-IF.
           IF NOT WS-USE-STATUS-NEW
               CLOSE USAGE-FILE
           END-IF.
           IF NOT WS-NO-REGISTRY
               CLOSE OWNER-FILE
           END-IF.
           CLOSE CHG-RPT.
           CLOSE GLIF-FILE.
       4000-EXIT.
           EXIT.

       4100-LOAD-RATE-CARD.
           OPEN INPUT RATE-FILE.
           IF WS-RAT-STATUS-NEW
               MOVE 'TBSQ288E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO RATE CARD TBSQRATE - NOTHING CAN BE PRICED'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO WS-STEP-RC
           ELSE
               PERFORM 4110-READ-ONE-RATE THRU 4110-EXIT
                   UNTIL WS-EOF-RAT
               CLOSE RATE-FILE
           END-IF.
       4100-EXIT.
           EXIT.

       4110-READ-ONE-RATE.
           READ RATE-FILE
               AT END MOVE 'Y' TO WS-EOF-RAT-SW
               NOT AT END
                   ADD 1 TO WS-RAT-READ-COUNT
                   PERFORM 4120-STORE-ONE-RATE THRU 4120-EXIT
           END-READ.
       4110-EXIT.
           EXIT.

       4120-STORE-ONE-RATE.
           IF SQLB-RATE-RECORD(1:1) = '*' OR SQLB-RATE-RECORD = SPACES
               CONTINUE
           ELSE
               IF SQLBRT-PAGE-SIZE NOT NUMERIC
                  OR SQLBRT-ALLOC-RATE NOT NUMERIC
                  OR SQLBRT-USED-RATE NOT NUMERIC
                   MOVE 'TBSQ289W' TO SQLBG-MSG-ID
                   MOVE 'W' TO SQLBG-SEVERITY
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'BAD NUMERIC VALUE ON RATE CARD: '
                              DELIMITED BY SIZE
                          SQLB-RATE-RECORD(1:27) DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               ELSE
                   IF WS-RAT-COUNT >= WS-RAT-MAX
                       MOVE 'TBSQ290S' TO SQLBG-MSG-ID
                       MOVE 'S' TO SQLBG-SEVERITY
                       MOVE 'RATE TABLE FULL, INCREASE WS-RAT-MAX'
                           TO SQLBG-TEXT
                       PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                       MOVE 12 TO WS-STEP-RC
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 'Y' TO WS-EOF-RAT-SW
                   ELSE
                       ADD 1 TO WS-RAT-COUNT
                       MOVE SQLBRT-PAGE-SIZE
                           TO WS-RAT-PAGE-SIZE(WS-RAT-COUNT)
                       MOVE SQLBRT-ALLOC-RATE
                           TO WS-RAT-ALLOC-RATE(WS-RAT-COUNT)
                       MOVE SQLBRT-USED-RATE
                           TO WS-RAT-USED-RATE(WS-RAT-COUNT)
                   END-IF
               END-IF
           END-IF.
       4120-EXIT.
           EXIT.

       4300-BILL-ONE-USAGE.
           READ USAGE-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-USE-SW
               NOT AT END
                   IF SQLBCU-PERIOD NOT = WS-PERIOD
                       MOVE 'Y' TO WS-EOF-USE-SW
                   ELSE
                       ADD 1 TO WS-USE-READ-COUNT
                       PERFORM 4400-PRICE-ONE-TABLESPACE
                           THRU 4400-EXIT
                   END-IF
           END-READ.
       4300-EXIT.
           EXIT.

       4400-PRICE-ONE-TABLESPACE.
           PERFORM 4500-FIND-OWNER THRU 4500-EXIT.
           PERFORM 4600-FIND-COST-CENTER THRU 4600-EXIT.
           IF WS-ABORT
               GO TO 4400-EXIT
           END-IF.
           MOVE 0 TO WS-RAT-MATCH-IDX.
           PERFORM 4700-MATCH-ONE-RATE THRU 4700-EXIT
               VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-COUNT
                  OR WS-RAT-MATCH-IDX > 0.
           MOVE SPACES TO WS-DTL-LINE.
           IF WS-RAT-MATCH-IDX = 0
               MOVE 0 TO WS-ALLOC-AMT
               MOVE 0 TO WS-USED-AMT
               MOVE '*NO RATE*' TO WSD-FLAG
               PERFORM 4800-REPORT-NO-RATE THRU 4800-EXIT
           ELSE
               COMPUTE WS-ALLOC-AMT ROUNDED =
                   SQLBCU-BYTES-ALLOC
                   * WS-RAT-ALLOC-RATE(WS-RAT-MATCH-IDX)
                   / WS-BYTES-PER-GB
               COMPUTE WS-USED-AMT ROUNDED =
                   SQLBCU-BYTES-USED
                   * WS-RAT-USED-RATE(WS-RAT-MATCH-IDX)
                   / WS-BYTES-PER-GB
           END-IF.
           ADD 1 TO WS-CC-NTBS(WS-CC-MATCH-IDX).
           ADD SQLBCU-BYTES-ALLOC TO WS-CC-ALLOC-BYTES(WS-CC-MATCH-IDX).
           ADD SQLBCU-BYTES-USED TO WS-CC-USED-BYTES(WS-CC-MATCH-IDX).
           ADD WS-ALLOC-AMT TO WS-CC-ALLOC-AMT(WS-CC-MATCH-IDX).
           ADD WS-USED-AMT TO WS-CC-USED-AMT(WS-CC-MATCH-IDX).
           MOVE SQLBCU-DB-NAME TO WSD-DB-NAME.
           MOVE SQLBCU-PARTITION TO WSD-PARTITION.
           MOVE SQLBCU-NAME(1:30) TO WSD-NAME.
           MOVE WS-OWN-APPL TO WSD-APPL.
           MOVE WS-OWN-COST-CENTER TO WSD-COST-CENTER.
           MOVE SQLBCU-PAGE-SIZE TO WSD-PAGE-SIZE.
           COMPUTE WS-GB-WORK ROUNDED =
               SQLBCU-BYTES-ALLOC / WS-BYTES-PER-GB.
           MOVE WS-GB-WORK TO WSD-ALLOC-GB.
           COMPUTE WS-GB-WORK ROUNDED =
               SQLBCU-BYTES-USED / WS-BYTES-PER-GB.
           MOVE WS-GB-WORK TO WSD-USED-GB.
           MOVE WS-ALLOC-AMT TO WSD-ALLOC-AMT.
           MOVE WS-USED-AMT TO WSD-USED-AMT.
           WRITE CHG-RPT-RECORD FROM WS-DTL-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       4400-EXIT.
           EXIT.

      * the database's own registry entry wins; failing that, a '*'
      * entry for the name owns it in every database
       4500-FIND-OWNER.
           MOVE 'N' TO WS-OWNER-FOUND-SW.
           IF NOT WS-NO-REGISTRY
               MOVE SQLBCU-DB-NAME TO SQLBOW-DB-NAME
               MOVE SQLBCU-NAME(1:30) TO SQLBOW-NAME
               PERFORM 4510-READ-OWNER THRU 4510-EXIT
               IF NOT WS-OWNER-FOUND
                   MOVE '*' TO SQLBOW-DB-NAME
                   MOVE SQLBCU-NAME(1:30) TO SQLBOW-NAME
                   PERFORM 4510-READ-OWNER THRU 4510-EXIT
               END-IF
           END-IF.
           IF WS-OWNER-FOUND
               MOVE SQLBOW-APPL TO WS-OWN-APPL
               MOVE SQLBOW-COST-CENTER TO WS-OWN-COST-CENTER
           ELSE
               MOVE SPACES TO WS-OWN-APPL
               MOVE WS-UNASSIGNED-CC TO WS-OWN-COST-CENTER
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.
       4500-EXIT.
           EXIT.

       4510-READ-OWNER.
           READ OWNER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-OWN-READ-COUNT
                   MOVE 'Y' TO WS-OWNER-FOUND-SW
           END-READ.
       4510-EXIT.
           EXIT.

      * an unassigned tablespace always lands in slot 1, even if a
      * registry entry were ever keyed to the literal bucket name
       4600-FIND-COST-CENTER.
           IF NOT WS-OWNER-FOUND
               MOVE 1 TO WS-CC-MATCH-IDX
               GO TO 4600-EXIT
           END-IF.
           MOVE 'N' TO WS-MATCH-FOUND-SW.
           MOVE 0 TO WS-CC-MATCH-IDX.
           PERFORM 4610-MATCH-ONE-CC THRU 4610-EXIT
               VARYING WS-CC-IDX FROM 2 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
                  OR WS-MATCH-FOUND.
           IF NOT WS-MATCH-FOUND
               PERFORM 4620-ADD-NEW-CC THRU 4620-EXIT
           END-IF.
       4600-EXIT.
           EXIT.

       4610-MATCH-ONE-CC.
           IF WS-CC-NAME(WS-CC-IDX) = WS-OWN-COST-CENTER
               MOVE 'Y' TO WS-MATCH-FOUND-SW
               MOVE WS-CC-IDX TO WS-CC-MATCH-IDX
           END-IF.
       4610-EXIT.
           EXIT.

       4620-ADD-NEW-CC.
           IF WS-CC-COUNT >= WS-CC-MAX
               MOVE 'TBSQ291S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'COST CENTER TABLE FULL, INCREASE WS-CC-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-USE-SW
           ELSE
               ADD 1 TO WS-CC-COUNT
               MOVE WS-CC-COUNT TO WS-CC-MATCH-IDX
               MOVE WS-OWN-COST-CENTER TO WS-CC-NAME(WS-CC-MATCH-IDX)
               MOVE 0 TO WS-CC-NTBS(WS-CC-MATCH-IDX)
               MOVE 0 TO WS-CC-ALLOC-BYTES(WS-CC-MATCH-IDX)
               MOVE 0 TO WS-CC-USED-BYTES(WS-CC-MATCH-IDX)
               MOVE 0 TO WS-CC-ALLOC-AMT(WS-CC-MATCH-IDX)
               MOVE 0 TO WS-CC-USED-AMT(WS-CC-MATCH-IDX)
           END-IF.
       4620-EXIT.
           EXIT.

       4700-MATCH-ONE-RATE.
           IF WS-RAT-PAGE-SIZE(WS-RAT-IDX) = SQLBCU-PAGE-SIZE
               MOVE WS-RAT-IDX TO WS-RAT-MATCH-IDX
           END-IF.
       4700-EXIT.
           EXIT.

       4800-REPORT-NO-RATE.
           ADD 1 TO WS-NO-RATE-COUNT.
           MOVE 'TBSQ292W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SQLBCU-PAGE-SIZE TO WS-MSG-EDIT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'NO RATE FOR PAGE SIZE ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ', BILLED AT ZERO: ' DELIMITED BY SIZE
                  SQLBCU-DB-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQLBCU-NAME(1:30) DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * SUMMARY BY COST CENTER AND GENERAL-LEDGER FEED
      *----------------------------------------------------------------
      * straight selection sort on cost-center name over slots 2
      * onward; the UNASSIGNED bucket prints last so it stands out
       5000-SUMMARY-BY-COST-CENTER.
           IF WS-CC-COUNT > 2
               COMPUTE WS-SORT-LIMIT = WS-CC-COUNT - 1
               PERFORM 5100-SORT-ONE-SLOT THRU 5100-EXIT
                   VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-SORT-LIMIT
           END-IF.
           MOVE SPACES TO WS-CHG-LINE.
           PERFORM 7000-WRITE-CHG-LINE THRU 7000-EXIT.
           WRITE CHG-RPT-RECORD FROM WS-SUM-HDG-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           PERFORM 5400-PRINT-ONE-CC THRU 5400-EXIT
               VARYING WS-CC-IDX FROM 2 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT.
           IF WS-CC-NTBS(1) > 0
               MOVE 1 TO WS-CC-IDX
               PERFORM 5400-PRINT-ONE-CC THRU 5400-EXIT
           END-IF.
           PERFORM 5500-PRINT-GRAND-TOTAL THRU 5500-EXIT.
           PERFORM 5600-WRITE-GL-TRAILER THRU 5600-EXIT.
       5000-EXIT.
           EXIT.

       5100-SORT-ONE-SLOT.
           MOVE WS-SORT-I TO WS-SORT-MIN-IDX.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           PERFORM 5200-FIND-LOWER THRU 5200-EXIT
               VARYING WS-SORT-J FROM WS-SORT-J BY 1
               UNTIL WS-SORT-J > WS-CC-COUNT.
           IF WS-SORT-MIN-IDX NOT = WS-SORT-I
               PERFORM 5300-SWAP-ENTRIES THRU 5300-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5200-FIND-LOWER.
           IF WS-CC-NAME(WS-SORT-J) < WS-CC-NAME(WS-SORT-MIN-IDX)
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF.
       5200-EXIT.
           EXIT.

       5300-SWAP-ENTRIES.
           MOVE WS-CC-ENTRY(WS-SORT-I) TO WS-CC-SWAP.
           MOVE WS-CC-ENTRY(WS-SORT-MIN-IDX) TO WS-CC-ENTRY(WS-SORT-I).
           MOVE WS-CC-SWAP TO WS-CC-ENTRY(WS-SORT-MIN-IDX).
       5300-EXIT.
           EXIT.

      * one summary line and two ledger details (allocated, used) per
      * cost center; the grand totals accumulate on the way past
       5400-PRINT-ONE-CC.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE WS-CC-NAME(WS-CC-IDX) TO WSS-COST-CENTER.
           MOVE WS-CC-NTBS(WS-CC-IDX) TO WSS-NTBS.
           COMPUTE WS-GB-WORK ROUNDED =
               WS-CC-ALLOC-BYTES(WS-CC-IDX) / WS-BYTES-PER-GB.
           MOVE WS-GB-WORK TO WSS-ALLOC-GB.
           COMPUTE WS-GB-WORK ROUNDED =
               WS-CC-USED-BYTES(WS-CC-IDX) / WS-BYTES-PER-GB.
           MOVE WS-GB-WORK TO WSS-USED-GB.
           MOVE WS-CC-ALLOC-AMT(WS-CC-IDX) TO WSS-ALLOC-AMT.
           MOVE WS-CC-USED-AMT(WS-CC-IDX) TO WSS-USED-AMT.
           COMPUTE WSS-TOTAL-AMT = WS-CC-ALLOC-AMT(WS-CC-IDX)
               + WS-CC-USED-AMT(WS-CC-IDX).
           WRITE CHG-RPT-RECORD FROM WS-SUM-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           ADD WS-CC-NTBS(WS-CC-IDX) TO WS-TOT-NTBS.
           ADD WS-CC-ALLOC-BYTES(WS-CC-IDX) TO WS-TOT-ALLOC-BYTES.
           ADD WS-CC-USED-BYTES(WS-CC-IDX) TO WS-TOT-USED-BYTES.
           ADD WS-CC-ALLOC-AMT(WS-CC-IDX) TO WS-TOT-ALLOC-AMT.
           ADD WS-CC-USED-AMT(WS-CC-IDX) TO WS-TOT-USED-AMT.
           MOVE SPACES TO SQLB-GLIF-RECORD.
           MOVE 'D' TO SQLBGL-REC-TYPE.
           MOVE WS-PERIOD TO SQLBGL-PERIOD.
           MOVE WS-RUN-DATE TO SQLBGL-RUN-DATE.
           MOVE WS-CC-NAME(WS-CC-IDX) TO SQLBGL-COST-CENTER.
           MOVE 'ALLOC' TO SQLBGL-CHARGE-TYPE.
           COMPUTE SQLBGL-GB ROUNDED =
               WS-CC-ALLOC-BYTES(WS-CC-IDX) / WS-BYTES-PER-GB.
           MOVE WS-CC-ALLOC-AMT(WS-CC-IDX) TO SQLBGL-AMOUNT.
           PERFORM 5700-WRITE-GL-RECORD THRU 5700-EXIT.
           MOVE 'USED ' TO SQLBGL-CHARGE-TYPE.
           COMPUTE SQLBGL-GB ROUNDED =
               WS-CC-USED-BYTES(WS-CC-IDX) / WS-BYTES-PER-GB.
           MOVE WS-CC-USED-AMT(WS-CC-IDX) TO SQLBGL-AMOUNT.
           PERFORM 5700-WRITE-GL-RECORD THRU 5700-EXIT.
       5400-EXIT.
           EXIT.

       5500-PRINT-GRAND-TOTAL.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE 'TOTAL' TO WSS-COST-CENTER.
           MOVE WS-TOT-NTBS TO WSS-NTBS.
           COMPUTE WS-GB-WORK ROUNDED =
               WS-TOT-ALLOC-BYTES / WS-BYTES-PER-GB.
           MOVE WS-GB-WORK TO WSS-ALLOC-GB.
           COMPUTE WS-GB-WORK ROUNDED =
               WS-TOT-USED-BYTES / WS-BYTES-PER-GB.
           MOVE WS-GB-WORK TO WSS-USED-GB.
           MOVE WS-TOT-ALLOC-AMT TO WSS-ALLOC-AMT.
           MOVE WS-TOT-USED-AMT TO WSS-USED-AMT.
           COMPUTE WSS-TOTAL-AMT = WS-TOT-ALLOC-AMT + WS-TOT-USED-AMT.
           WRITE CHG-RPT-RECORD FROM WS-SUM-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           IF WS-UNASSIGNED-COUNT > 0
               MOVE WS-UNASSIGNED-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO WS-CHG-LINE
               STRING ' *** ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                      ' TABLESPACE(S) WITH NO REGISTERED OWNER -'
                          DELIMITED BY SIZE
                      ' SEE UNASSIGNED DETAIL LINES' DELIMITED BY SIZE
                   INTO WS-CHG-LINE
               END-STRING
               PERFORM 7000-WRITE-CHG-LINE THRU 7000-EXIT
           END-IF.
       5500-EXIT.
           EXIT.

      * the trailer carries the detail count and amount total the
      * ledger side balances the load against
       5600-WRITE-GL-TRAILER.
           MOVE SPACES TO SQLB-GLIF-RECORD.
           MOVE 'T' TO SQLBGL-REC-TYPE.
           MOVE WS-PERIOD TO SQLBGL-PERIOD.
           MOVE WS-RUN-DATE TO SQLBGL-RUN-DATE.
           MOVE WS-GL-WRITE-COUNT TO SQLBGL-REC-COUNT.
           MOVE WS-GL-TOTAL TO SQLBGL-TOTAL.
           WRITE SQLB-GLIF-RECORD.
           ADD 1 TO WS-GL-WRITE-COUNT.
       5600-EXIT.
           EXIT.

       5700-WRITE-GL-RECORD.
           WRITE SQLB-GLIF-RECORD.
           ADD 1 TO WS-GL-WRITE-COUNT.
           ADD SQLBGL-AMOUNT TO WS-GL-TOTAL.
       5700-EXIT.
           EXIT.

       7000-WRITE-CHG-LINE.
           WRITE CHG-RPT-RECORD FROM WS-CHG-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
      * the step condition code goes on last -- the message routine
      * leaves its own in RETURN-CODE
       8000-TERMINATE.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           IF WS-BILL-MODE AND NOT WS-ABORT
               MOVE 'TBSQ295I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE WS-USE-READ-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO SQLBG-TEXT
               STRING 'TABLESPACES BILLED FOR PERIOD '
                          DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 'TBSQ296I' TO SQLBG-MSG-ID
               MOVE WS-GL-WRITE-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO SQLBG-TEXT
               STRING 'GENERAL-LEDGER RECORDS WRITTEN: '
                          DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-UNASSIGNED-COUNT > 0
                   MOVE 'TBSQ293W' TO SQLBG-MSG-ID
                   MOVE 'W' TO SQLBG-SEVERITY
                   MOVE WS-UNASSIGNED-COUNT TO WS-MSG-EDIT
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'TABLESPACES BILLED TO UNASSIGNED: '
                              DELIMITED BY SIZE
                          WS-MSG-EDIT DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               END-IF
               IF (WS-UNASSIGNED-COUNT > 0 OR WS-NO-RATE-COUNT > 0)
                  AND WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
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
           MOVE 'TBSQCHG0' TO SQLBA-PROGRAM.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           IF WS-COLLECT-MODE
               MOVE 'TBSQEMST' TO SQLBA-FILE
               MOVE WS-EMS-READ-COUNT TO SQLBA-READ-COUNT
               MOVE 0 TO SQLBA-WRITE-COUNT
               WRITE SQLB-AUDIT-RECORD
               MOVE 'TBSQCMST' TO SQLBA-FILE
               MOVE WS-CMS-READ-COUNT TO SQLBA-READ-COUNT
               WRITE SQLB-AUDIT-RECORD
           END-IF.
           MOVE 'TBSQCHGU' TO SQLBA-FILE.
           MOVE WS-USE-READ-COUNT TO SQLBA-READ-COUNT.
           COMPUTE SQLBA-WRITE-COUNT =
               WS-USE-ADD-COUNT + WS-USE-UPD-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           IF WS-BILL-MODE
               MOVE 'TBSQOWNM' TO SQLBA-FILE
               MOVE WS-OWN-READ-COUNT TO SQLBA-READ-COUNT
               MOVE 0 TO SQLBA-WRITE-COUNT
               MOVE WS-UNASSIGNED-COUNT TO SQLBA-EXCEPT-COUNT
               WRITE SQLB-AUDIT-RECORD
               MOVE 'TBSQRATE' TO SQLBA-FILE
               MOVE WS-RAT-READ-COUNT TO SQLBA-READ-COUNT
               MOVE WS-NO-RATE-COUNT TO SQLBA-EXCEPT-COUNT
               WRITE SQLB-AUDIT-RECORD
               MOVE 'TBSQCHGR' TO SQLBA-FILE
               MOVE 0 TO SQLBA-READ-COUNT
               MOVE WS-RPT-WRITE-COUNT TO SQLBA-WRITE-COUNT
               MOVE 0 TO SQLBA-EXCEPT-COUNT
               WRITE SQLB-AUDIT-RECORD
               MOVE 'TBSQGLIF' TO SQLBA-FILE
               MOVE WS-GL-WRITE-COUNT TO SQLBA-WRITE-COUNT
               WRITE SQLB-AUDIT-RECORD
           END-IF.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.

      * common numbered-message routine (see SQLBMSGP)
       9000-PUT-MESSAGE.
           CALL 'TBSQMSG0' USING SQLB-MSG-PARM.
       9000-EXIT.
           EXIT.
