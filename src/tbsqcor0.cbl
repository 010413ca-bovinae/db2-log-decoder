      *************************************************************************
      *
      * Program-ID: TBSQCOR0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/14/2026
      *
      * Function: Extract repair step for an extract pair TBSQVAL0 has
      *           rejected.  Applies operator correction cards
      *           (TBSQCORC, see SQLBCORC), keyed on SQL-ID, to the raw
      *           SQLB-TBSQRY-DATA entries on TBSQIN and writes a
      *           repaired pair for TBSQVAL0 to check again:
      *             TBSQINR    repaired SQLB-TBSQRY-DATA entries
      *             TBSQCTNR   their SQLB-CTNQRY-DATA containers
      *           A card either sets one field of every entry carrying
      *           the SQL-ID to a new value, or drops the entry
      *           together with the SQL-N-CONTAINERS container records
      *           that trail it.  Field cards are applied in deck
      *           order, so a corrected SQL-N-CONTAINERS also decides
      *           how many container records travel with the entry.
      *
      *           Every applied correction is logged on TBSQCORL with
      *           the value before and after, the operator ID and the
      *           reason from the card; rejected cards and cards whose
      *           SQL-ID is not in the extract are logged too, and end
      *           the run with condition code 4.  A missing deck ends
      *           it with condition code 8 and nothing written.
      *
      *           Each corrected entry leaves with the mark 'HR' in
      *           SQL-PAD; TBSQDCD0 carries it to SQLBD-REPAIR-FLAG so
      *           reports downstream can show the figures came from a
      *           hand-repaired extract.
      *
      * Modification History:
      *   10/14/2026 RH  Initial version.
      *   10/15/2026 RH  Skip a dropped entry's containers by its
      *                  corrected SQL-N-CONTAINERS when a card gives
      *                  one.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC and
      *                  set it after the last message, which was
      *                  leaving the step at 0.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQCOR0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORC-FILE ASSIGN TO "TBSQCORC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRC-STATUS.

           SELECT INPUT-QRY ASSIGN TO "TBSQIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT INPUT-CTN ASSIGN TO "TBSQCTN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTPUT-QRY ASSIGN TO "TBSQINR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTPUT-CTN ASSIGN TO "TBSQCTNR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT COR-LOG ASSIGN TO "TBSQCORL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbcorc.

       FD  INPUT-QRY
           LABEL RECORDS ARE OMITTED.
           COPY sqlutbsq.

       FD  INPUT-CTN
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 144 CHARACTERS.
           COPY sqlbctnq.

      * the repaired pair carries the raw layouts under renamed data
      * items, so they stay exactly the shape TBSQVAL0 and TBSQDCD0
      * read
       FD  OUTPUT-QRY
           LABEL RECORDS ARE OMITTED.
           COPY sqlutbsq REPLACING
               ==SQLB-TBSQRY-DATA== BY ==SQLB-TBSQRY-REPAIRED==
               LEADING ==SQL-== BY ==SQLRQ-==.

       FD  OUTPUT-CTN
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 144 CHARACTERS.
           COPY sqlbctnq REPLACING
               ==SQLB-CTNQRY-DATA== BY ==SQLB-CTNQRY-REPAIRED==
               LEADING ==SQL-CTN-== BY ==SQLRC-==.

       FD  COR-LOG
           LABEL RECORDS ARE OMITTED.
       01  COR-LOG-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-MSG-EDIT2               PIC Z(8)9.
       77  WS-EOF-CRC-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CRC                       VALUE 'Y'.
       77  WS-EOF-QRY-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-QRY                       VALUE 'Y'.
       77  WS-EOF-CTN-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTN                       VALUE 'Y'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.
       77  WS-DROP-ENTRY-SW           PIC X(01) VALUE 'N'.
           88  WS-DROP-ENTRY                    VALUE 'Y'.
       77  WS-ENTRY-CHANGED-SW        PIC X(01) VALUE 'N'.
           88  WS-ENTRY-CHANGED                 VALUE 'Y'.
       77  WS-POOL-WARNED-SW          PIC X(01) VALUE 'N'.
           88  WS-POOL-WARNED                   VALUE 'Y'.
       77  WS-CARD-BAD-SW             PIC X(01) VALUE 'N'.
           88  WS-CARD-BAD                      VALUE 'Y'.

       77  WS-CRC-STATUS              PIC X(02) VALUE SPACES.
           88  WS-CRC-STATUS-NEW                VALUE '35'.
       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

      * the mark left in SQL-PAD of a corrected entry (see SQLBDCDO)
       77  WS-REPAIR-MARK             PIC X(02) VALUE 'HR'.

       77  WS-CRC-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CRC-REJECT-COUNT        PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CRC-UNUSED-COUNT        PIC 9(9)  COMP-5 VALUE 0.
       77  WS-QRY-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTN-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-QRY-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTN-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-QRY-DROP-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTN-DROP-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTN-LEFTOVER-COUNT      PIC 9(9)  COMP-5 VALUE 0.
       77  WS-APPLIED-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-REPAIRED-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-LOG-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.

       77  WS-CTN-IDX                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTN-TO-MOVE             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DROP-CARD-IDX           PIC 9(5)  COMP-5 VALUE 0.
       77  WS-BEFORE-VALUE            PIC 9(10) COMP-5 VALUE 0.
       77  WS-AFTER-VALUE             PIC 9(10) COMP-5 VALUE 0.

      * the whole correction deck, held so every entry can be checked
      * against every card.  Overflow is a hard error: a card silently
      * left out would leave a known-bad entry unrepaired.
       77  WS-CR-MAX                  PIC 9(5)  COMP-5 VALUE 500.
       77  WS-CR-COUNT                PIC 9(5)  COMP-5 VALUE 0.
       77  WS-CR-IDX                  PIC 9(5)  COMP-5 VALUE 0.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 500 TIMES.
               10  WS-CR-SQL-ID       PIC 9(9)  COMP-5.
               10  WS-CR-FIELD        PIC X(18).
               10  WS-CR-VALUE        PIC 9(9)  COMP-5.
               10  WS-CR-OPERATOR     PIC X(08).
               10  WS-CR-REASON       PIC X(32).
               10  WS-CR-HITS         PIC 9(9)  COMP-5.

      * printable-byte window for echoing SQL-NAME onto the LINE
      * SEQUENTIAL log, sanitized the way TBSQVAL0 does it
       77  WS-CTL-LOW                 PIC X(01) VALUE X'20'.
       77  WS-CTL-HIGH                PIC X(01) VALUE X'7E'.
       77  WS-SAN-IDX                 PIC 9(3)  COMP-5 VALUE 0.
       01  WS-NAME-ECHO               PIC X(30).

       77  WS-EDIT-ID                 PIC Z(8)9.
       77  WS-EDIT-VALUE              PIC Z(9)9.
       77  WS-REJECT-REASON           PIC X(40) VALUE SPACES.

       01  WS-LOG-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-SQL-ID             PIC Z(8)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-NAME               PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-FIELD              PIC X(18).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-BEFORE             PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-AFTER              PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-OPERATOR           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-REASON             PIC X(32).
           05  FILLER                 PIC X(05) VALUE SPACES.

       01  WS-LOG-TEXT                PIC X(133).

       01  WS-HDG1-LINE.
           05  FILLER                 PIC X(28) VALUE
               ' EXTRACT REPAIR LOG - DATE '.
           05  WSH-DATE               PIC 9(8).
           05  FILLER                 PIC X(06) VALUE ' TIME '.
           05  WSH-TIME               PIC 9(6).
           05  FILLER                 PIC X(85) VALUE SPACES.

       01  WS-HDG2-LINE.
           05  FILLER                 PIC X(42) VALUE
               '    SQL-ID TABLESPACE NAME'.
           05  FILLER                 PIC X(20) VALUE
               'FIELD'.
           05  FILLER                 PIC X(26) VALUE
               'BEFORE       AFTER'.
           05  FILLER                 PIC X(45) VALUE
               'OPERATOR REASON'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-ABORT
               PERFORM 2000-LOAD-ONE-CARD THRU 2000-EXIT
                   UNTIL WS-EOF-CRC
           END-IF.
           IF NOT WS-ABORT
               PERFORM 3000-OPEN-EXTRACT THRU 3000-EXIT
               PERFORM 4000-REPAIR-ONE-ENTRY THRU 4000-EXIT
                   UNTIL WS-EOF-QRY
               PERFORM 5000-COPY-LEFTOVER-CTN THRU 5000-EXIT
                   UNTIL WS-EOF-CTN
               PERFORM 6000-LOG-UNUSED-CARD THRU 6000-EXIT
                   VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION
      *----------------------------------------------------------------
      * no deck means nothing to repair -- the rejected extract stays
      * as it is and nothing is written
       1000-INITIALIZE.
           MOVE 'TBSQCOR0' TO SQLBG-PROGRAM.
           OPEN INPUT CORC-FILE.
           IF WS-CRC-STATUS-NEW
               MOVE 'TBSQ330E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO TBSQCORC CORRECTION DECK, NOTHING REPAIRED'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT COR-LOG.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-DATE TO WSH-DATE.
           MOVE WS-AUD-HHMMSS TO WSH-TIME.
           WRITE COR-LOG-RECORD FROM WS-HDG1-LINE.
           ADD 1 TO WS-LOG-WRITE-COUNT.
           WRITE COR-LOG-RECORD FROM WS-HDG2-LINE.
           ADD 1 TO WS-LOG-WRITE-COUNT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * LOAD AND CHECK THE CORRECTION DECK
      *----------------------------------------------------------------
       2000-LOAD-ONE-CARD.
           READ CORC-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-CRC-SW
                   CLOSE CORC-FILE
                   GO TO 2000-EXIT
           END-READ.
           IF SQLB-CORCARD-RECORD = SPACES
              OR SQLB-CORCARD-RECORD(1:1) = '*'
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CRC-READ-COUNT.
           PERFORM 2100-CHECK-CARD THRU 2100-EXIT.
           IF WS-CARD-BAD
               PERFORM 2200-LOG-BAD-CARD THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-CR-COUNT >= WS-CR-MAX
               MOVE 'TBSQ333S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'CORRECTION TABLE FULL, INCREASE WS-CR-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-CRC-SW
               CLOSE CORC-FILE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CR-COUNT.
           MOVE SQLBCR-SQL-ID TO WS-CR-SQL-ID(WS-CR-COUNT).
           MOVE SQLBCR-FIELD TO WS-CR-FIELD(WS-CR-COUNT).
           IF SQLBCR-IS-DROP-ACTION
               MOVE 0 TO WS-CR-VALUE(WS-CR-COUNT)
           ELSE
               MOVE SQLBCR-VALUE TO WS-CR-VALUE(WS-CR-COUNT)
           END-IF.
           MOVE SQLBCR-OPERATOR TO WS-CR-OPERATOR(WS-CR-COUNT).
           MOVE SQLBCR-REASON TO WS-CR-REASON(WS-CR-COUNT).
           MOVE 0 TO WS-CR-HITS(WS-CR-COUNT).
       2000-EXIT.
           EXIT.

      * a card is only taken when every part of it can be trusted --
      * a half-understood correction is worse than none
       2100-CHECK-CARD.
           MOVE 'N' TO WS-CARD-BAD-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF SQLBCR-SQL-ID NOT NUMERIC
               MOVE 'SQL-ID NOT 9 DIGITS' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-CARD-BAD-SW
               GO TO 2100-EXIT
           END-IF.
           IF NOT SQLBCR-IS-SET-FIELD AND NOT SQLBCR-IS-DROP-ACTION
               MOVE 'UNKNOWN FIELD NAME OR ACTION'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-CARD-BAD-SW
               GO TO 2100-EXIT
           END-IF.
           IF SQLBCR-IS-SET-FIELD
               IF SQLBCR-VALUE NOT NUMERIC
                   MOVE 'NEW VALUE NOT 9 DIGITS' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-CARD-BAD-SW
                   GO TO 2100-EXIT
               END-IF
               IF SQLBCR-IS-NAME-LEN AND SQLBCR-VALUE > 128
                   MOVE 'SQL-NAME-LEN OVER 128' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-CARD-BAD-SW
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF SQLBCR-OPERATOR = SPACES
               MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-CARD-BAD-SW
               GO TO 2100-EXIT
           END-IF.
           IF SQLBCR-REASON = SPACES
               MOVE 'REASON TEXT MISSING' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-CARD-BAD-SW
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOG-BAD-CARD.
           ADD 1 TO WS-CRC-REJECT-COUNT.
           MOVE SPACES TO WS-LOG-TEXT.
           STRING ' CARD REJECTED, ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY '  '
                  ': ' DELIMITED BY SIZE
                  SQLB-CORCARD-RECORD DELIMITED BY SIZE
               INTO WS-LOG-TEXT
           END-STRING.
           WRITE COR-LOG-RECORD FROM WS-LOG-TEXT.
           ADD 1 TO WS-LOG-WRITE-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REPAIR THE EXTRACT
      *----------------------------------------------------------------
       3000-OPEN-EXTRACT.
           OPEN INPUT INPUT-QRY.
           OPEN INPUT INPUT-CTN.
           OPEN OUTPUT OUTPUT-QRY.
           OPEN OUTPUT OUTPUT-CTN.
           READ INPUT-QRY
               AT END MOVE 'Y' TO WS-EOF-QRY-SW
           END-READ.
       3000-EXIT.
           EXIT.

      * drop cards are looked at first, so a dropped entry is never
      * logged as having had fields set.  The containers that travel
      * with an entry are counted from its SQL-N-CONTAINERS after the
      * field cards have been applied -- correcting that count is how
      * a misaligned container stream is put right.
       4000-REPAIR-ONE-ENTRY.
           ADD 1 TO WS-QRY-READ-COUNT.
           MOVE 'N' TO WS-DROP-ENTRY-SW.
           MOVE 'N' TO WS-ENTRY-CHANGED-SW.
           MOVE 'N' TO WS-POOL-WARNED-SW.
           PERFORM 4100-CHECK-ONE-DROP THRU 4100-EXIT
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT.
           IF WS-DROP-ENTRY
               PERFORM 4300-DROP-ENTRY THRU 4300-EXIT
           ELSE
               PERFORM 4200-APPLY-ONE-SET THRU 4200-EXIT
                   VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-ENTRY-CHANGED
                   MOVE WS-REPAIR-MARK TO SQL-PAD
                   ADD 1 TO WS-REPAIRED-COUNT
               END-IF
               WRITE SQLB-TBSQRY-REPAIRED FROM SQLB-TBSQRY-DATA
               ADD 1 TO WS-QRY-WRITE-COUNT
               MOVE SQL-N-CONTAINERS TO WS-CTN-TO-MOVE
               PERFORM 4400-COPY-ONE-CONTAINER THRU 4400-EXIT
                   VARYING WS-CTN-IDX FROM 1 BY 1
                   UNTIL WS-CTN-IDX > WS-CTN-TO-MOVE
                      OR WS-EOF-CTN
           END-IF.
           READ INPUT-QRY
               AT END MOVE 'Y' TO WS-EOF-QRY-SW
           END-READ.
       4000-EXIT.
           EXIT.

      * every card on this SQL-ID counts the occurrence, so DROP-REPEAT
      * can tell the first entry carrying an SQL-ID from a repeat of it
       4100-CHECK-ONE-DROP.
           IF WS-CR-SQL-ID(WS-CR-IDX) NOT = SQL-ID
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CR-HITS(WS-CR-IDX).
           IF WS-CR-FIELD(WS-CR-IDX) = 'DROP'
              AND NOT WS-DROP-ENTRY
               MOVE 'Y' TO WS-DROP-ENTRY-SW
               MOVE WS-CR-IDX TO WS-DROP-CARD-IDX
           END-IF.
           IF WS-CR-FIELD(WS-CR-IDX) = 'DROP-REPEAT'
              AND WS-CR-HITS(WS-CR-IDX) > 1
              AND NOT WS-DROP-ENTRY
               MOVE 'Y' TO WS-DROP-ENTRY-SW
               MOVE WS-CR-IDX TO WS-DROP-CARD-IDX
           END-IF.
       4100-EXIT.
           EXIT.

       4200-APPLY-ONE-SET.
           IF WS-CR-SQL-ID(WS-CR-IDX) NOT = SQL-ID
              OR WS-CR-FIELD(WS-CR-IDX) = 'DROP'
              OR WS-CR-FIELD(WS-CR-IDX) = 'DROP-REPEAT'
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-CR-VALUE(WS-CR-IDX) TO WS-AFTER-VALUE.
           IF WS-CR-FIELD(WS-CR-IDX) = 'SQL-NAME-LEN'
               MOVE SQL-NAME-LEN TO WS-BEFORE-VALUE
               MOVE WS-CR-VALUE(WS-CR-IDX) TO SQL-NAME-LEN
           END-IF.
           IF WS-CR-FIELD(WS-CR-IDX) = 'SQL-TOTAL-PAGES'
               MOVE SQL-TOTAL-PAGES TO WS-BEFORE-VALUE
               MOVE WS-CR-VALUE(WS-CR-IDX) TO SQL-TOTAL-PAGES
           END-IF.
           IF WS-CR-FIELD(WS-CR-IDX) = 'SQL-USEABLE-PAGES'
               MOVE SQL-USEABLE-PAGES TO WS-BEFORE-VALUE
               MOVE WS-CR-VALUE(WS-CR-IDX) TO SQL-USEABLE-PAGES
           END-IF.
           IF WS-CR-FIELD(WS-CR-IDX) = 'SQL-FLAGS'
               MOVE SQL-FLAGS TO WS-BEFORE-VALUE
               MOVE WS-CR-VALUE(WS-CR-IDX) TO SQL-FLAGS
           END-IF.
           IF WS-CR-FIELD(WS-CR-IDX) = 'SQL-PAGE-SIZE'
               MOVE SQL-PAGE-SIZE TO WS-BEFORE-VALUE
               MOVE WS-CR-VALUE(WS-CR-IDX) TO SQL-PAGE-SIZE
           END-IF.
           IF WS-CR-FIELD(WS-CR-IDX) = 'SQL-EXT-SIZE'
               MOVE SQL-EXT-SIZE TO WS-BEFORE-VALUE
               MOVE WS-CR-VALUE(WS-CR-IDX) TO SQL-EXT-SIZE
           END-IF.
           IF WS-CR-FIELD(WS-CR-IDX) = 'SQL-PREFETCH-SIZE'
               MOVE SQL-PREFETCH-SIZE TO WS-BEFORE-VALUE
               MOVE WS-CR-VALUE(WS-CR-IDX) TO SQL-PREFETCH-SIZE
           END-IF.
           IF WS-CR-FIELD(WS-CR-IDX) = 'SQL-N-CONTAINERS'
               MOVE SQL-N-CONTAINERS TO WS-BEFORE-VALUE
               MOVE WS-CR-VALUE(WS-CR-IDX) TO SQL-N-CONTAINERS
           END-IF.
           IF WS-CR-FIELD(WS-CR-IDX) = 'SQL-TBS-STATE'
               MOVE SQL-TBS-STATE TO WS-BEFORE-VALUE
               MOVE WS-CR-VALUE(WS-CR-IDX) TO SQL-TBS-STATE
           END-IF.
           MOVE 'Y' TO WS-ENTRY-CHANGED-SW.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 7000-START-LOG-LINE THRU 7000-EXIT.
           MOVE WS-BEFORE-VALUE TO WS-EDIT-VALUE.
           MOVE WS-EDIT-VALUE TO WSL-BEFORE.
           MOVE WS-AFTER-VALUE TO WS-EDIT-VALUE.
           MOVE WS-EDIT-VALUE TO WSL-AFTER.
           WRITE COR-LOG-RECORD FROM WS-LOG-LINE.
           ADD 1 TO WS-LOG-WRITE-COUNT.
       4200-EXIT.
           EXIT.

      * the entry and the containers trailing it leave the stream
      * together, or the decoder would pair the next entry with them.
      * The field cards are not applied to a dropped entry, so an
      * SQL-N-CONTAINERS card on the same SQL-ID is looked for here
      * to decide how many containers go with it.
       4300-DROP-ENTRY.
           ADD 1 TO WS-QRY-DROP-COUNT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SQL-N-CONTAINERS TO WS-CTN-TO-MOVE.
           PERFORM 4310-FIND-CTN-COUNT THRU 4310-EXIT
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT.
           MOVE WS-DROP-CARD-IDX TO WS-CR-IDX.
           PERFORM 7000-START-LOG-LINE THRU 7000-EXIT.
           MOVE WS-CTN-TO-MOVE TO WS-EDIT-VALUE.
           MOVE SPACES TO WSL-BEFORE.
           STRING WS-EDIT-VALUE(5:6) DELIMITED BY SIZE
                  ' CTNS' DELIMITED BY SIZE
               INTO WSL-BEFORE
           END-STRING.
           MOVE '     DROPPED' TO WSL-AFTER.
           WRITE COR-LOG-RECORD FROM WS-LOG-LINE.
           ADD 1 TO WS-LOG-WRITE-COUNT.
           PERFORM 4500-SKIP-ONE-CONTAINER THRU 4500-EXIT
               VARYING WS-CTN-IDX FROM 1 BY 1
               UNTIL WS-CTN-IDX > WS-CTN-TO-MOVE
                  OR WS-EOF-CTN.
       4300-EXIT.
           EXIT.

      * deck order, as for the field cards: the last one wins
       4310-FIND-CTN-COUNT.
           IF WS-CR-SQL-ID(WS-CR-IDX) = SQL-ID
              AND WS-CR-FIELD(WS-CR-IDX) = 'SQL-N-CONTAINERS'
               MOVE WS-CR-VALUE(WS-CR-IDX) TO WS-CTN-TO-MOVE
           END-IF.
       4310-EXIT.
           EXIT.

      * a container whose pool ID is not the entry's SQL-ID means the
      * stream is still out of step after the corrections; it is
      * copied as it stands and reported once per entry, and TBSQVAL0
      * gets the final say
       4400-COPY-ONE-CONTAINER.
           PERFORM 4600-READ-CONTAINER THRU 4600-EXIT.
           IF WS-EOF-CTN
               GO TO 4400-EXIT
           END-IF.
           IF SQL-CTN-POOL-ID NOT = SQL-ID
              AND NOT WS-POOL-WARNED
               MOVE 'Y' TO WS-POOL-WARNED-SW
               MOVE 'TBSQ334W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SQL-ID TO WS-MSG-EDIT
               MOVE SQL-CTN-POOL-ID TO WS-MSG-EDIT2
               MOVE SPACES TO SQLBG-TEXT
               STRING 'CONTAINER POOL ID ' DELIMITED BY SIZE
                      WS-MSG-EDIT2 DELIMITED BY SIZE
                      ' FOLLOWS SQL-ID ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           WRITE SQLB-CTNQRY-REPAIRED FROM SQLB-CTNQRY-DATA.
           ADD 1 TO WS-CTN-WRITE-COUNT.
       4400-EXIT.
           EXIT.

       4500-SKIP-ONE-CONTAINER.
           PERFORM 4600-READ-CONTAINER THRU 4600-EXIT.
           IF NOT WS-EOF-CTN
               ADD 1 TO WS-CTN-DROP-COUNT
           END-IF.
       4500-EXIT.
           EXIT.

       4600-READ-CONTAINER.
           READ INPUT-CTN
               AT END
                   MOVE 'Y' TO WS-EOF-CTN-SW
                   MOVE 'TBSQ335W' TO SQLBG-MSG-ID
                   MOVE 'W' TO SQLBG-SEVERITY
                   MOVE SQL-ID TO WS-MSG-EDIT
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'TBSQCTN ENDED EARLY AT SQL-ID '
                              DELIMITED BY SIZE
                          WS-MSG-EDIT DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                   IF WS-STEP-RC < 4
                       MOVE 4 TO WS-STEP-RC
                   END-IF
               NOT AT END
                   ADD 1 TO WS-CTN-READ-COUNT
           END-READ.
       4600-EXIT.
           EXIT.

      * container records left over after the last entry are carried
      * through unchanged, so TBSQVAL0's count check still sees them
       5000-COPY-LEFTOVER-CTN.
           READ INPUT-CTN
               AT END MOVE 'Y' TO WS-EOF-CTN-SW
               NOT AT END
                   ADD 1 TO WS-CTN-READ-COUNT
                   ADD 1 TO WS-CTN-LEFTOVER-COUNT
                   WRITE SQLB-CTNQRY-REPAIRED FROM SQLB-CTNQRY-DATA
                   ADD 1 TO WS-CTN-WRITE-COUNT
           END-READ.
       5000-EXIT.
           EXIT.

       6000-LOG-UNUSED-CARD.
           IF WS-CR-HITS(WS-CR-IDX) = 0
               ADD 1 TO WS-CRC-UNUSED-COUNT
               MOVE SPACES TO WS-LOG-LINE
               MOVE WS-CR-SQL-ID(WS-CR-IDX) TO WSL-SQL-ID
               MOVE '** SQL-ID NOT IN EXTRACT' TO WSL-NAME
               MOVE WS-CR-FIELD(WS-CR-IDX) TO WSL-FIELD
               MOVE ' NOT APPLIED' TO WSL-AFTER
               MOVE WS-CR-OPERATOR(WS-CR-IDX) TO WSL-OPERATOR
               MOVE WS-CR-REASON(WS-CR-IDX) TO WSL-REASON
               WRITE COR-LOG-RECORD FROM WS-LOG-LINE
               ADD 1 TO WS-LOG-WRITE-COUNT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * LOG LINE COMMON PART
      *----------------------------------------------------------------
      * identity, card and operator columns for the card at WS-CR-IDX
      * against the current entry
       7000-START-LOG-LINE.
           MOVE SPACES TO WS-LOG-LINE.
           MOVE SQL-ID TO WSL-SQL-ID.
           PERFORM 7100-SANITIZE-NAME-ECHO THRU 7100-EXIT.
           MOVE WS-NAME-ECHO TO WSL-NAME.
           MOVE WS-CR-FIELD(WS-CR-IDX) TO WSL-FIELD.
           MOVE WS-CR-OPERATOR(WS-CR-IDX) TO WSL-OPERATOR.
           MOVE WS-CR-REASON(WS-CR-IDX) TO WSL-REASON.
       7000-EXIT.
           EXIT.

       7100-SANITIZE-NAME-ECHO.
           MOVE SPACES TO WS-NAME-ECHO.
           PERFORM 7110-SANITIZE-ONE-CHAR THRU 7110-EXIT
               VARYING WS-SAN-IDX FROM 1 BY 1
               UNTIL WS-SAN-IDX > 30
                  OR SQL-NAME(WS-SAN-IDX:1) = LOW-VALUES.
       7100-EXIT.
           EXIT.

       7110-SANITIZE-ONE-CHAR.
           IF SQL-NAME(WS-SAN-IDX:1) < WS-CTL-LOW
              OR SQL-NAME(WS-SAN-IDX:1) > WS-CTL-HIGH
               MOVE '?' TO WS-NAME-ECHO(WS-SAN-IDX:1)
           ELSE
               MOVE SQL-NAME(WS-SAN-IDX:1)
                   TO WS-NAME-ECHO(WS-SAN-IDX:1)
           END-IF.
       7110-EXIT.
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
           IF WS-CRC-STATUS-NEW
               GO TO 8010-EXIT
           END-IF.
           IF NOT WS-ABORT
               CLOSE INPUT-QRY
               CLOSE INPUT-CTN
               CLOSE OUTPUT-QRY
               CLOSE OUTPUT-CTN
           END-IF.
           CLOSE COR-LOG.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           IF WS-ABORT
               GO TO 8010-EXIT
           END-IF.
           IF WS-CRC-REJECT-COUNT > 0
               MOVE 'TBSQ331W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE WS-CRC-REJECT-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO SQLBG-TEXT
               STRING 'CORRECTION CARDS REJECTED, SEE TBSQCORL: '
                          DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           IF WS-CRC-UNUSED-COUNT > 0
               MOVE 'TBSQ332W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE WS-CRC-UNUSED-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO SQLBG-TEXT
               STRING 'CARDS FOR AN SQL-ID NOT IN THE EXTRACT: '
                          DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           IF WS-CTN-LEFTOVER-COUNT > 0
               MOVE 'TBSQ336W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE WS-CTN-LEFTOVER-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO SQLBG-TEXT
               STRING 'CONTAINERS BEYOND THE LAST ENTRY COPIED: '
                          DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           MOVE 'TBSQ337I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE WS-APPLIED-COUNT TO WS-MSG-EDIT.
           MOVE WS-REPAIRED-COUNT TO WS-MSG-EDIT2.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'CORRECTIONS APPLIED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ' ENTRIES REPAIRED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE 'TBSQ338I' TO SQLBG-MSG-ID.
           MOVE WS-QRY-DROP-COUNT TO WS-MSG-EDIT.
           MOVE WS-CTN-DROP-COUNT TO WS-MSG-EDIT2.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'ENTRIES DROPPED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ' CONTAINERS DROPPED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE 'TBSQ339I' TO SQLBG-MSG-ID.
           MOVE WS-QRY-WRITE-COUNT TO WS-MSG-EDIT.
           MOVE WS-CTN-WRITE-COUNT TO WS-MSG-EDIT2.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'REPAIRED PAIR WRITTEN, ENTRIES: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ' CONTAINERS: ' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       8010-EXIT.
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
           MOVE 'TBSQCOR0' TO SQLBA-PROGRAM.
           MOVE 'TBSQCORC' TO SQLBA-FILE.
           MOVE WS-CRC-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE WS-CRC-REJECT-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQIN' TO SQLBA-FILE.
           MOVE WS-QRY-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQCTN' TO SQLBA-FILE.
           MOVE WS-CTN-READ-COUNT TO SQLBA-READ-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQINR' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-QRY-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE WS-QRY-DROP-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQCTNR' TO SQLBA-FILE.
           MOVE WS-CTN-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE WS-CTN-DROP-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQCORL' TO SQLBA-FILE.
           MOVE WS-LOG-WRITE-COUNT TO SQLBA-WRITE-COUNT.
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
