      *              before the nightly run starts.
      *
      *              Card layout, one pair per card:
      *                  cols 1-5   VAR_A, zero-filled to 5 digits
      *                  cols 6-10  VAR_B, zero-filled to 5 digits
      *                  col  11    transaction type: M product only,
      *                             D quotient/remainder only, A or
      *                             blank the full set
      *                  cols 12-15 submitting department code,
      *                             which must be an active
      *                             department on the department
      *                             master
      *                  cols 16-23 requested run date YYYYMMDD -
      *                             blank loads as the load date, so
      *                             an undated card is due on the
      *                             very next run as always
      *                  cols 24-80 ignored
      *              A card whose var_a or var_b is not 5 numeric
      *              digits is rejected here as not structurally a
      *              pair; a numerically valid but unreasonable pair
      *              (a zero divisor, say) is deliberately loaded and
      *              Batch ticket card, last card of the deck:
      *                  cols 1-2   '$T'
      *                  cols 3-8   declared card count, 6 digits
      *                  cols 9-19  declared hash of VAR_A, 11 digits
      *                  cols 20-30 declared hash of VAR_B, 11 digits
      *                  cols 31-80 ignored
      *              The whole deck is balanced against the ticket
      *              before any record is committed: a deck that does
      *              not agree with its ticket is rejected entire
      *              ticket still loads (departments are being
      *              migrated onto tickets) but is flagged on the
      *              report and ends the job with RC=4.
      *
      *              Submission transmission (XMITFIL, layout XMITREC,
      *              optional - absent on a night nobody transmits):
      *              one or more batches, each a '$H' header naming
      *              the department and its submission id, details in
      *              the pair-card layout above, and a '$T' trailer in
      *              the ticket layout.  Each batch is balanced to its
      *              own trailer before any of it is committed and is
      *              accepted or rejected on its own; the details of
      *              an accepted batch then load through the same
      *              edits as a card.  Every batch is answered on the
      *              acknowledgment file (ACKFIL, layout ACKREC) with
      *              its disposition, the sequence numbers given and
      *              the reason for every detail rejected.  A rejected
      *              batch or a detail outside any batch ends the job
      *              with RC=4; the other batches still load.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *                    the pipeline instead of vanishing between
      *                    jobs.  A rejected deck posts nothing -
      *                    nothing of it was committed.
      *   2026-09-14 PL    The department code on every card is now
      *                    checked against the new department master:
      *                    a code not on the master, a retired code,
      *                    or a blank code rejects the card to the
      *                    listing like any other bad card, so a
      *                    mistyped code can no longer load as a
      *                    department of its own.  The deck ticket
      *                    still balances the whole deck - a
      *                    department reject is a card reject, not a
      *                    deck reject.
      *   2026-09-24 PL    var_a/var_b widened to five digits end to
      *                    end.  The pair card is now cols 1-5 VAR_A,
      *                    6-10 VAR_B, 11 type, 12-15 department and
      *                    16-23 requested date, and the ticket hash
      *                    totals are now 11 digits (cols 9-19 and
      *                    20-30) so a full deck of large values
      *                    cannot overflow them.
      *   2026-09-28 PL    TRANFILE declared with its new alternate key
      *                    (department + requested run date,
      *                    duplicates allowed) so the file definition
      *                    matches the cluster.  Processing unchanged.
      *   2026-10-01 PL    Checks in with the night-cycle step control
      *                    (FIZZSTEP) before opening anything and posts
      *                    its clean finish, so a load cannot run out
      *                    of order or twice in one cycle and a rerun
      *                    of a completed load is skipped with RC=0.
      *                    The first load of a night opens the cycle.
      *   2026-10-08 PL    Also loads the departments' electronic
      *                    submission transmission, batch by batch,
      *                    each balanced to its own trailer the way
      *                    the ticket balances a deck, and writes an
      *                    acknowledgment file back for the senders:
      *                    batch accepted or rejected, sequence
      *                    numbers given and card-level reject
      *                    reasons.  The pair card is now read into
      *                    working storage so transmission details go
      *                    through the same edits and write as a card;
      *                    the ledger post counts both inputs.
      *   2026-10-15 PL    File status '02' on the TRANFILE write -
      *                    another record with the same department and
      *                    requested date on the alternate key - is
      *                    taken as success, not an abend.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANLOAD.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               ALTERNATE RECORD KEY IS TRAN-DEPT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT DEPTFILE ASSIGN TO DEPTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT OPTIONAL XMITFILE ASSIGN TO XMITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMITFILE-STATUS.

           SELECT ACKFILE ASSIGN TO ACKFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKFILE-STATUS.

           SELECT LOADFILE ASSIGN TO LOADFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADFILE-STATUS.
       FD  SUBMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUBM-RECORD                 PIC X(80).

       FD  XMITFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY XMITREC.

       FD  ACKFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY ACKREC.

       FD  TRANFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY TRANREC.

       FD  DEPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       FD  LOADFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       01  WS-SUBMFILE-STATUS          PIC X(02).
       01  WS-XMITFILE-STATUS          PIC X(02).
       01  WS-ACKFILE-STATUS           PIC X(02).
       01  WS-TRANFILE-STATUS          PIC X(02).
           88  WS-TRANFILE-OK              VALUE '00' '02'.
           88  WS-TRANFILE-NOT-FOUND       VALUE '35'.
       01  WS-DEPTFILE-STATUS          PIC X(02).
       01  WS-LOADFILE-STATUS          PIC X(02).
       01  WS-LEDGFILE-STATUS          PIC X(02).

      * The pair card being edited and loaded: a deck card is read
      * into it, and a transmission detail (the same layout) is moved
      * into it, so both go through one set of edits.
       01  SUBM-CARD.
           05  SUBM-VAR-A              PIC X(05).
           05  SUBM-VAR-B              PIC X(05).
           05  SUBM-TYPE-CODE          PIC X(01).
               88  SUBM-TYPE-VALID         VALUE 'M' 'D' 'A' ' '.
           05  SUBM-DEPT-CODE          PIC X(04).
           05  SUBM-REQ-DATE           PIC X(08).
           05  FILLER                  PIC X(57).

      * Alternate view of the same card area: the '$T' batch ticket
      * trailer the department cuts with its deck.
       01  SUBM-TICKET-IMAGE REDEFINES SUBM-CARD.
           05  SUBM-TKT-MARKER         PIC X(02).
               88  SUBM-TICKET-CARD        VALUE '$T'.
           05  SUBM-TKT-CARD-COUNT     PIC X(06).
           05  SUBM-TKT-HASH-VAR-A     PIC X(11).
           05  SUBM-TKT-HASH-VAR-B     PIC X(11).
           05  FILLER                  PIC X(50).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
           05  WS-DECK-SWITCH          PIC X(01).
               88  WS-DECK-GOOD            VALUE 'Y'.
               88  WS-DECK-BAD             VALUE 'N'.
           05  WS-XMIT-SWITCH          PIC X(01).
               88  WS-XMIT-PRESENT         VALUE 'Y'.
               88  WS-XMIT-ABSENT          VALUE 'N'.
           05  WS-XMIT-EOF-SWITCH      PIC X(01).
               88  WS-XMIT-EOF             VALUE 'Y'.
               88  WS-XMIT-NOT-EOF         VALUE 'N'.
           05  WS-BATCH-SWITCH         PIC X(01).
               88  WS-BATCH-OPEN           VALUE 'Y'.
               88  WS-BATCH-CLOSED         VALUE 'N'.
           05  WS-REPEAT-SWITCH        PIC X(01).
               88  WS-REPEAT-FOUND         VALUE 'Y'.
               88  WS-REPEAT-NOT-FOUND     VALUE 'N'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       COPY STEPLINK.

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-CURR-TIME                PIC 9(08).

       01  WS-CARDS-READ               PIC 9(06) COMP VALUE ZERO.
       01  WS-CARDS-LOADED             PIC 9(06) COMP VALUE ZERO.
       01  WS-CARDS-REJECTED           PIC 9(06) COMP VALUE ZERO.
       01  WS-HASH-VAR-A               PIC 9(11) COMP VALUE ZERO.
       01  WS-HASH-VAR-B               PIC 9(11) COMP VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(40).

      * Deck-balancing pass: the whole deck's counts and hash totals
      * as computed here, the ticket's declared figures as keyed by
      * the department, and the reason a deck was thrown out.
       01  WS-DECK-CARD-COUNT          PIC 9(06) COMP VALUE ZERO.
       01  WS-DECK-HASH-VAR-A          PIC 9(11) COMP VALUE ZERO.
       01  WS-DECK-HASH-VAR-B          PIC 9(11) COMP VALUE ZERO.
       01  WS-CARD-VAR-A               PIC 9(05) VALUE ZERO.
       01  WS-CARD-VAR-B               PIC 9(05) VALUE ZERO.
       01  WS-TKT-CARD-COUNT-X        PIC X(06).
       01  WS-TKT-HASH-VAR-A-X        PIC X(11).
       01  WS-TKT-HASH-VAR-B-X        PIC X(11).
       01  WS-TKT-CARD-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-TKT-HASH-VAR-A           PIC 9(11) VALUE ZERO.
       01  WS-TKT-HASH-VAR-B           PIC 9(11) VALUE ZERO.
       01  WS-DECK-REJECT-REASON       PIC X(50).

      * Transmission balancing pass: one entry per batch in the order
      * sent, with its header, its details' count and hash totals as
      * counted here, its trailer's declared figures, and whether it
      * is accepted.  The loading pass walks the same batches in the
      * same order by WS-BATCH-SUB.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-BATCH-ENTRY OCCURS 100 TIMES.
               10  WS-BT-DEPT-CODE     PIC X(04).
               10  WS-BT-SUBM-ID       PIC X(12).
               10  WS-BT-STATUS        PIC X(01).
                   88  WS-BT-ACCEPTED      VALUE 'A'.
                   88  WS-BT-REJECTED      VALUE 'R'.
               10  WS-BT-REASON        PIC X(40).
               10  WS-BT-TRAILER-SWITCH PIC X(01).
                   88  WS-BT-TRAILER-SEEN  VALUE 'Y'.
                   88  WS-BT-NO-TRAILER    VALUE 'N'.
               10  WS-BT-COUNT         PIC 9(06) COMP.
               10  WS-BT-HASH-VAR-A    PIC 9(11) COMP.
               10  WS-BT-HASH-VAR-B    PIC 9(11) COMP.
               10  WS-BT-TRL-COUNT-X   PIC X(06).
               10  WS-BT-TRL-HASH-VAR-A-X PIC X(11).
               10  WS-BT-TRL-HASH-VAR-B-X PIC X(11).
       01  WS-BATCH-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-BATCH-MAX                PIC 9(04) COMP VALUE 100.
       01  WS-REPEAT-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-XMIT-TRL-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-XMIT-TRL-HASH-VAR-A      PIC 9(11) VALUE ZERO.
       01  WS-XMIT-TRL-HASH-VAR-B      PIC 9(11) VALUE ZERO.

      * Transmission loading pass: the batch in hand and the whole
      * transmission's control totals.
       01  WS-BATCH-REC-NO             PIC 9(06) VALUE ZERO.
       01  WS-BATCH-LOADED             PIC 9(06) VALUE ZERO.
       01  WS-BATCH-REJECTED           PIC 9(06) VALUE ZERO.
       01  WS-BATCH-FIRST-SEQ-NO       PIC 9(06) VALUE ZERO.
       01  WS-BATCH-LAST-SEQ-NO        PIC 9(06) VALUE ZERO.
       01  WS-XMIT-READ                PIC 9(06) COMP VALUE ZERO.
       01  WS-XMIT-LOADED              PIC 9(06) COMP VALUE ZERO.
       01  WS-XMIT-REJECTED            PIC 9(06) COMP VALUE ZERO.
       01  WS-XMIT-STRAY-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  WS-XMIT-HASH-VAR-A          PIC 9(11) COMP VALUE ZERO.
       01  WS-XMIT-HASH-VAR-B          PIC 9(11) COMP VALUE ZERO.
       01  WS-BATCHES-ACCEPTED         PIC 9(04) COMP VALUE ZERO.
       01  WS-BATCHES-REJECTED         PIC 9(04) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'REJECTED:'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-R-VAR-A             PIC X(05).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RPT-R-VAR-B             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-R-REASON            PIC X(40).

           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'HASH TOTAL VAR_A . . . .'.
           05  RPT-T-HASH-VAR-A        PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-5.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'HASH TOTAL VAR_B . . . .'.
           05  RPT-T-HASH-VAR-B        PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-BALANCE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
       01  RPT-COMPARE-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE '      DECLARED'.
           05  FILLER                  PIC X(16) VALUE '      COMPUTED'.

       01  RPT-COMPARE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-C-LABEL             PIC X(24).
           05  RPT-C-DECLARED          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-C-COMPUTED          PIC ZZ,ZZZ,ZZZ,ZZ9.

      * Transmission section of the report: a line per batch as it is
      * started and another with its counts when it ends, then the
      * transmission's own control totals.
       01  RPT-XMIT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'SUBMISSION TRANSMISSION'.

       01  RPT-BATCH-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'BATCH'.
           05  RPT-BH-DEPT-CODE        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BH-SUBM-ID          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BH-STATUS           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BH-REASON           PIC X(40).

       01  RPT-BATCH-TOTAL-LINE.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'RECEIVED'.
           05  RPT-BT-RECEIVED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  LOADED'.
           05  RPT-BT-LOADED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTED'.
           05  RPT-BT-REJECTED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  SEQ NOS'.
           05  RPT-BT-FIRST-SEQ-NO     PIC 9(06).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  RPT-BT-LAST-SEQ-NO      PIC 9(06).

       01  RPT-XMIT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-XC-LABEL            PIC X(24).
           05  RPT-XC-COUNT            PIC ZZZ,ZZ9.

       01  RPT-XMIT-HASH-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-XH-LABEL            PIC X(24).
           05  RPT-XH-HASH             PIC ZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-CARD THRU 2000-EXIT
               UNTIL WS-EOF.
           IF WS-XMIT-PRESENT
               PERFORM 2500-LOAD-TRANSMISSION THRU 2500-EXIT
           END-IF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Opens the deck, the transaction file, the department master
      * and the control report, then sweeps TRANFILE to find the
      * highest key already on file so the sequence numbers assigned
      * here continue past it instead of colliding with records
      * loaded by an earlier deck.  The night-cycle step control is
      * consulted first, before any file is touched.  The deck and
      * then the transmission are balanced before either loads, so a
      * deck rejected entire stops the job before the transmission
      * is read, and the rerun takes both.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.

           PERFORM 1020-START-CYCLE-STEP THRU 1020-EXIT.

           OPEN INPUT SUBMFILE.
           MOVE 'SUBMFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-SUBMFILE-STATUS TO WS-ABEND-STATUS.
           MOVE WS-TRANFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN INPUT DEPTFILE.
           MOVE 'DEPTFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-DEPTFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT LOADFILE.
           MOVE 'LOADFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-LOADFILE-STATUS TO WS-ABEND-STATUS.

           PERFORM 1300-BALANCE-DECK THRU 1300-EXIT.

           PERFORM 1400-BALANCE-TRANSMISSION THRU 1400-EXIT.

           PERFORM 1200-FIND-HIGH-KEY THRU 1200-EXIT.

           PERFORM 1100-READ-SUBMFILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1020-START-CYCLE-STEP THRU 1020-EXIT
      * Checks in with the night-cycle step control.  A load already
      * completed this cycle is skipped cleanly - RC=0, no file
      * touched - so a rerun of the night's schedule passes over it;
      * a load out of order, or a step-control file that cannot be
      * read, ends the job with RC=16 before anything is loaded.
      ******************************************************************
       1020-START-CYCLE-STEP.
           MOVE SPACES TO STEP-LINKAGE.
           SET STEP-FN-START TO TRUE.
           MOVE 'TRANLOAD' TO STEP-NAME.
           MOVE ZERO TO STEP-PARTITION-NO.
           MOVE 'TRANLOAD' TO STEP-JOB-ID.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-RUN
               GO TO 1020-EXIT
           END-IF.
           DISPLAY 'TRANLOAD: ' STEP-MESSAGE.
           IF STEP-SKIP
               DISPLAY 'TRANLOAD: LOAD ALREADY COMPLETE THIS CYCLE - '
                   'SKIPPED - RC=0' UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'TRANLOAD: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1020-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-SUBMFILE THRU 1100-EXIT
      * Read-ahead of the next submission card, shared by
      * processing.
      ******************************************************************
       1100-READ-SUBMFILE.
           READ SUBMFILE INTO SUBM-CARD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
      * structurally bad card shows up as a count or hash break.
      ******************************************************************
       1310-TALLY-DECK-CARD.
           READ SUBMFILE INTO SUBM-CARD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1310-EXIT
           DISPLAY 'TRANLOAD: NOTHING LOADED - RC=8' UPON CONSOLE.
           CLOSE SUBMFILE.
           CLOSE TRANFILE.
           CLOSE DEPTFILE.
           CLOSE LOADFILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 1400-BALANCE-TRANSMISSION THRU 1400-EXIT
      * First pass over the submission transmission, if one was sent,
      * before anything is committed to TRANFILE: builds the batch
      * table - each '$H' header, the count and var_a/var_b hash
      * totals of the details that follow it, and its '$T' trailer -
      * then edits every batch through 1450-EDIT-BATCH.  A batch that
      * fails is rejected on its own; the rest load.  The
      * transmission is then reopened for the loading pass and the
      * acknowledgment file opened for the answers.
      ******************************************************************
       1400-BALANCE-TRANSMISSION.
           SET WS-XMIT-ABSENT TO TRUE.
           OPEN INPUT XMITFILE.
           IF WS-XMITFILE-STATUS = '05'
               CLOSE XMITFILE
               GO TO 1400-EXIT
           END-IF.
           MOVE 'XMITFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-XMITFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           SET WS-XMIT-PRESENT TO TRUE.

           SET WS-XMIT-NOT-EOF TO TRUE.
           SET WS-BATCH-CLOSED TO TRUE.
           PERFORM 1410-TALLY-XMIT-RECORD THRU 1410-EXIT
               UNTIL WS-XMIT-EOF.
           PERFORM 1450-EDIT-BATCH THRU 1450-EXIT
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.

           CLOSE XMITFILE.
           OPEN INPUT XMITFILE.
           MOVE 'XMITFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-XMITFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           SET WS-XMIT-NOT-EOF TO TRUE.

           OPEN OUTPUT ACKFILE.
           MOVE 'ACKFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-ACKFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-TALLY-XMIT-RECORD THRU 1410-EXIT
      * Tallies one record of the transmission balancing pass.  A
      * header opens a new batch entry; a trailer closes the open
      * batch and keeps its declared figures; a detail counts toward
      * the open batch, hashed the same way as a deck card.  A detail
      * or trailer outside any batch is left to the loading pass,
      * which reports the detail as a reject of its own.
      ******************************************************************
       1410-TALLY-XMIT-RECORD.
           READ XMITFILE
               AT END
                   SET WS-XMIT-EOF TO TRUE
                   GO TO 1410-EXIT
           END-READ.
           IF XMIT-BATCH-HEADER
               PERFORM 1420-START-BATCH THRU 1420-EXIT
               GO TO 1410-EXIT
           END-IF.
           IF XMIT-BATCH-TRAILER
               IF WS-BATCH-OPEN
                   SET WS-BT-TRAILER-SEEN (WS-BATCH-COUNT) TO TRUE
                   MOVE XMIT-TRL-COUNT TO
                       WS-BT-TRL-COUNT-X (WS-BATCH-COUNT)
                   MOVE XMIT-TRL-HASH-VAR-A TO
                       WS-BT-TRL-HASH-VAR-A-X (WS-BATCH-COUNT)
                   MOVE XMIT-TRL-HASH-VAR-B TO
                       WS-BT-TRL-HASH-VAR-B-X (WS-BATCH-COUNT)
                   SET WS-BATCH-CLOSED TO TRUE
               END-IF
               GO TO 1410-EXIT
           END-IF.
           IF WS-BATCH-CLOSED
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WS-BT-COUNT (WS-BATCH-COUNT).
           IF XMIT-VAR-A NUMERIC
               MOVE XMIT-VAR-A TO WS-CARD-VAR-A
               ADD WS-CARD-VAR-A TO WS-BT-HASH-VAR-A (WS-BATCH-COUNT)
           END-IF.
           IF XMIT-VAR-B NUMERIC
               MOVE XMIT-VAR-B TO WS-CARD-VAR-B
               ADD WS-CARD-VAR-B TO WS-BT-HASH-VAR-B (WS-BATCH-COUNT)
           END-IF.

       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1420-START-BATCH THRU 1420-EXIT
      * Opens a batch-table entry for a '$H' header.  A batch still
      * open when the next header arrives simply keeps no trailer,
      * and 1450-EDIT-BATCH rejects it for that.
      ******************************************************************
       1420-START-BATCH.
           IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
               DISPLAY 'TRANLOAD: MORE THAN ' WS-BATCH-MAX
                   ' BATCHES IN TRANSMISSION - ENLARGE WS-BATCH-TABLE'
               DISPLAY 'TRANLOAD: JOB TERMINATING - UNABLE TO CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE XMIT-HDR-DEPT-CODE TO WS-BT-DEPT-CODE (WS-BATCH-COUNT).
           MOVE XMIT-HDR-SUBM-ID TO WS-BT-SUBM-ID (WS-BATCH-COUNT).
           SET WS-BT-ACCEPTED (WS-BATCH-COUNT) TO TRUE.
           MOVE SPACES TO WS-BT-REASON (WS-BATCH-COUNT).
           SET WS-BT-NO-TRAILER (WS-BATCH-COUNT) TO TRUE.
           MOVE ZERO TO WS-BT-COUNT (WS-BATCH-COUNT).
           MOVE ZERO TO WS-BT-HASH-VAR-A (WS-BATCH-COUNT).
           MOVE ZERO TO WS-BT-HASH-VAR-B (WS-BATCH-COUNT).
           MOVE SPACES TO WS-BT-TRL-COUNT-X (WS-BATCH-COUNT).
           MOVE SPACES TO WS-BT-TRL-HASH-VAR-A-X (WS-BATCH-COUNT).
           MOVE SPACES TO WS-BT-TRL-HASH-VAR-B-X (WS-BATCH-COUNT).
           SET WS-BATCH-OPEN TO TRUE.

       1420-EXIT.
           EXIT.

      ******************************************************************
      * 1450-EDIT-BATCH THRU 1450-EXIT
      * Edits one batch of the table.  The header must name an active
      * department and carry a submission id not already used by an
      * earlier batch of the same department in this transmission,
      * and the batch must end in a numeric trailer that agrees with
      * the count and hash totals of its details - the same balance
      * the ticket proves for a deck.  The first failure found is the
      * reason returned on the acknowledgment.
      ******************************************************************
       1450-EDIT-BATCH.
           IF WS-BT-NO-TRAILER (WS-BATCH-SUB)
               MOVE 'BATCH HAS NO TRAILER' TO
                   WS-BT-REASON (WS-BATCH-SUB)
               GO TO 1450-REJECT
           END-IF.
           IF WS-BT-DEPT-CODE (WS-BATCH-SUB) = SPACES
               MOVE 'HEADER DEPARTMENT CODE IS BLANK' TO
                   WS-BT-REASON (WS-BATCH-SUB)
               GO TO 1450-REJECT
           END-IF.
           MOVE SPACES TO SUBM-CARD.
           MOVE WS-BT-DEPT-CODE (WS-BATCH-SUB) TO SUBM-DEPT-CODE.
           PERFORM 2150-READ-DEPARTMENT THRU 2150-EXIT.
           IF WS-DEPTFILE-STATUS = '23'
               MOVE 'DEPARTMENT CODE NOT ON DEPARTMENT MASTER' TO
                   WS-BT-REASON (WS-BATCH-SUB)
               GO TO 1450-REJECT
           END-IF.
           IF DEPT-RETIRED
               MOVE 'DEPARTMENT CODE IS RETIRED' TO
                   WS-BT-REASON (WS-BATCH-SUB)
               GO TO 1450-REJECT
           END-IF.
           IF WS-BT-SUBM-ID (WS-BATCH-SUB) = SPACES
               MOVE 'SUBMISSION ID IS BLANK' TO
                   WS-BT-REASON (WS-BATCH-SUB)
               GO TO 1450-REJECT
           END-IF.
           MOVE ZERO TO WS-REPEAT-SUB.
           SET WS-REPEAT-NOT-FOUND TO TRUE.
           PERFORM 1460-SCAN-REPEAT THRU 1460-EXIT
               UNTIL WS-REPEAT-FOUND OR
                     WS-REPEAT-SUB NOT < WS-BATCH-SUB - 1.
           IF WS-REPEAT-FOUND
               MOVE 'SUBMISSION ID REPEATED IN TRANSMISSION' TO
                   WS-BT-REASON (WS-BATCH-SUB)
               GO TO 1450-REJECT
           END-IF.
           IF WS-BT-TRL-COUNT-X (WS-BATCH-SUB) NOT NUMERIC OR
              WS-BT-TRL-HASH-VAR-A-X (WS-BATCH-SUB) NOT NUMERIC OR
              WS-BT-TRL-HASH-VAR-B-X (WS-BATCH-SUB) NOT NUMERIC
               MOVE 'TRAILER FIGURES ARE NOT NUMERIC' TO
                   WS-BT-REASON (WS-BATCH-SUB)
               GO TO 1450-REJECT
           END-IF.
           MOVE WS-BT-TRL-COUNT-X (WS-BATCH-SUB) TO WS-XMIT-TRL-COUNT.
           MOVE WS-BT-TRL-HASH-VAR-A-X (WS-BATCH-SUB) TO
               WS-XMIT-TRL-HASH-VAR-A.
           MOVE WS-BT-TRL-HASH-VAR-B-X (WS-BATCH-SUB) TO
               WS-XMIT-TRL-HASH-VAR-B.
           IF WS-XMIT-TRL-COUNT NOT = WS-BT-COUNT (WS-BATCH-SUB) OR
              WS-XMIT-TRL-HASH-VAR-A NOT =
                  WS-BT-HASH-VAR-A (WS-BATCH-SUB) OR
              WS-XMIT-TRL-HASH-VAR-B NOT =
                  WS-BT-HASH-VAR-B (WS-BATCH-SUB)
               MOVE 'BATCH DOES NOT BALANCE TO ITS TRAILER' TO
                   WS-BT-REASON (WS-BATCH-SUB)
               GO TO 1450-REJECT
           END-IF.
           GO TO 1450-EXIT.

       1450-REJECT.
           SET WS-BT-REJECTED (WS-BATCH-SUB) TO TRUE.

       1450-EXIT.
           EXIT.

      ******************************************************************
      * 1460-SCAN-REPEAT THRU 1460-EXIT
      * Steps WS-REPEAT-SUB through the batches ahead of the one being
      * edited, stopping on one from the same department with the same
      * submission id.
      ******************************************************************
       1460-SCAN-REPEAT.
           ADD 1 TO WS-REPEAT-SUB.
           IF WS-BT-DEPT-CODE (WS-REPEAT-SUB) =
                  WS-BT-DEPT-CODE (WS-BATCH-SUB) AND
              WS-BT-SUBM-ID (WS-REPEAT-SUB) =
                  WS-BT-SUBM-ID (WS-BATCH-SUB)
               SET WS-REPEAT-FOUND TO TRUE
           END-IF.

       1460-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-CARD THRU 2000-EXIT
      * Edits one submission card, assigns it the next sequence
               GO TO 2000-NEXT-CARD
           END-IF.

           PERFORM 2050-WRITE-TRAN-RECORD THRU 2050-EXIT.
           IF WS-CARD-INVALID
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2000-NEXT-CARD
           END-IF.

           ADD 1 TO WS-CARDS-LOADED.
           PERFORM 2200-ADD-HASH-TOTALS THRU 2200-EXIT.

       2000-NEXT-CARD.
           PERFORM 1100-READ-SUBMFILE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-WRITE-TRAN-RECORD THRU 2050-EXIT
      * Assigns the edited pair in SUBM-CARD the next sequence number
      * and writes it to TRANFILE - for a deck card and a
      * transmission detail alike.  A duplicate key comes back as
      * WS-CARD-INVALID with its reason for the caller to reject.
      ******************************************************************
       2050-WRITE-TRAN-RECORD.
           ADD 1 TO WS-NEXT-SEQ-NO.
           MOVE SPACES TO TRAN-RECORD.
           MOVE WS-NEXT-SEQ-NO TO TRAN-SEQ-NO.
      * violation, I/O error - means TRANFILE itself is in trouble,
      * and counting the card either way would unbalance the report
      * against the department's batch ticket, so the load abends
      * the same way the other TRANFILE updaters do.  '02' is a good
      * write that adds another record for the same department and
      * requested date on the alternate key - the ordinary case.
           IF WS-TRANFILE-STATUS = '22'
               SET WS-CARD-INVALID TO TRUE
               MOVE 'DUPLICATE KEY ALREADY ON TRANFILE' TO
                   WS-REJECT-REASON
               GO TO 2050-EXIT
           END-IF.
           IF NOT WS-TRANFILE-OK
               DISPLAY 'TRANLOAD: TRANFILE WRITE FAILED FOR RECORD '
                   TRAN-SEQ-NO ' - FILE STATUS ' WS-TRANFILE-STATUS
               DISPLAY 'TRANLOAD: JOB TERMINATING - UNABLE TO '
               STOP RUN
           END-IF.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-CARD THRU 2100-EXIT
      * Structural edit only: a card must carry 5 numeric digits of
      * var_a and 5 numeric digits of var_b to be a pair at all.
      * Whether the values survive FIZZCALC's business edits is the
      * nightly run's decision, not the load's - a zero var_b, for
      * instance, loads here and excepts there, exactly as a
      * hand-keyed record always has.  The one reference check made
      * here is the department code, which must name an active
      * department on the department master - the same check the
      * online add and correction transactions make.
      ******************************************************************
       2100-EDIT-CARD.
           SET WS-CARD-VALID TO TRUE.
           IF SUBM-VAR-A NOT NUMERIC
               SET WS-CARD-INVALID TO TRUE
               MOVE 'VAR_A IS NOT 5 NUMERIC DIGITS' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF SUBM-VAR-B NOT NUMERIC
               SET WS-CARD-INVALID TO TRUE
               MOVE 'VAR_B IS NOT 5 NUMERIC DIGITS' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF NOT SUBM-TYPE-VALID
               SET WS-CARD-INVALID TO TRUE
               MOVE 'REQUESTED RUN DATE NOT YYYYMMDD OR BLANK' TO
                   WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF SUBM-DEPT-CODE = SPACES
               SET WS-CARD-INVALID TO TRUE
               MOVE 'DEPARTMENT CODE IS BLANK' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-READ-DEPARTMENT THRU 2150-EXIT.
           IF WS-DEPTFILE-STATUS = '23'
               SET WS-CARD-INVALID TO TRUE
               MOVE 'DEPARTMENT CODE NOT ON DEPARTMENT MASTER' TO
                   WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF DEPT-RETIRED
               SET WS-CARD-INVALID TO TRUE
               MOVE 'DEPARTMENT CODE IS RETIRED' TO WS-REJECT-REASON
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-READ-DEPARTMENT THRU 2150-EXIT
      * Random read of the card's department on the department
      * master.  '00' and '23' (not on file) are both answers the
      * edit acts on; anything else means the master itself is in
      * trouble, and rejecting card after card against it would
      * unbalance the load for a reason that is not the
      * department's, so the load abends.
      ******************************************************************
       2150-READ-DEPARTMENT.
           MOVE SUBM-DEPT-CODE TO DEPT-CODE.
           READ DEPTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DEPTFILE-STATUS NOT = '00' AND
              WS-DEPTFILE-STATUS NOT = '23'
               DISPLAY 'TRANLOAD: DEPTFILE READ FAILED FOR '
                   SUBM-DEPT-CODE ' - FILE STATUS ' WS-DEPTFILE-STATUS
               DISPLAY 'TRANLOAD: JOB TERMINATING - UNABLE TO '
                   'CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD-HASH-TOTALS THRU 2200-EXIT
      * Hash totals of the loaded values, for balancing the load
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOAD-TRANSMISSION THRU 2500-EXIT
      * Loading pass over the submission transmission, after the deck.
      * Walks the batches in the order the balancing pass tabled them,
      * loading the details of every accepted batch and answering
      * each batch on the acknowledgment file as it goes.
      ******************************************************************
       2500-LOAD-TRANSMISSION.
           MOVE SPACES TO LOAD-RECORD.
           WRITE LOAD-RECORD AFTER ADVANCING 1 LINE.
           WRITE LOAD-RECORD FROM RPT-XMIT-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-BATCH-SUB.
           SET WS-BATCH-CLOSED TO TRUE.
           PERFORM 2510-READ-XMITFILE THRU 2510-EXIT.
           PERFORM 2520-LOAD-XMIT-RECORD THRU 2520-EXIT
               UNTIL WS-XMIT-EOF.
           IF WS-BATCH-OPEN
               PERFORM 2600-END-BATCH THRU 2600-EXIT
           END-IF.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-READ-XMITFILE THRU 2510-EXIT
      ******************************************************************
       2510-READ-XMITFILE.
           READ XMITFILE
               AT END
                   SET WS-XMIT-EOF TO TRUE
           END-READ.

       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2520-LOAD-XMIT-RECORD THRU 2520-EXIT
      * Handles one record of the loading pass.  A header ends any
      * batch still open (one sent without a trailer) and starts the
      * next; a trailer ends the open batch; a detail is counted to
      * its batch and loaded only if the batch was accepted - the
      * details of a rejected batch are all rejected with it.  A
      * trailer outside any batch carries nothing to load.
      ******************************************************************
       2520-LOAD-XMIT-RECORD.
           IF XMIT-BATCH-HEADER
               IF WS-BATCH-OPEN
                   PERFORM 2600-END-BATCH THRU 2600-EXIT
               END-IF
               PERFORM 2550-BEGIN-BATCH THRU 2550-EXIT
               GO TO 2520-NEXT-RECORD
           END-IF.
           IF XMIT-BATCH-TRAILER
               IF WS-BATCH-OPEN
                   PERFORM 2600-END-BATCH THRU 2600-EXIT
               END-IF
               GO TO 2520-NEXT-RECORD
           END-IF.
           ADD 1 TO WS-XMIT-READ.
           IF WS-BATCH-CLOSED
               PERFORM 2650-REJECT-STRAY THRU 2650-EXIT
               GO TO 2520-NEXT-RECORD
           END-IF.
           ADD 1 TO WS-BATCH-REC-NO.
           IF WS-BT-REJECTED (WS-BATCH-SUB)
               ADD 1 TO WS-BATCH-REJECTED
               ADD 1 TO WS-XMIT-REJECTED
               GO TO 2520-NEXT-RECORD
           END-IF.
           PERFORM 2700-LOAD-XMIT-DETAIL THRU 2700-EXIT.

       2520-NEXT-RECORD.
           PERFORM 2510-READ-XMITFILE THRU 2510-EXIT.

       2520-EXIT.
           EXIT.

      ******************************************************************
      * 2550-BEGIN-BATCH THRU 2550-EXIT
      * Starts the next batch of the table: prints its line on the
      * report and writes its acknowledgment header - accepted, or
      * rejected with the reason the balancing pass found.
      ******************************************************************
       2550-BEGIN-BATCH.
           ADD 1 TO WS-BATCH-SUB.
           SET WS-BATCH-OPEN TO TRUE.
           MOVE ZERO TO WS-BATCH-REC-NO.
           MOVE ZERO TO WS-BATCH-LOADED.
           MOVE ZERO TO WS-BATCH-REJECTED.
           MOVE ZERO TO WS-BATCH-FIRST-SEQ-NO.
           MOVE ZERO TO WS-BATCH-LAST-SEQ-NO.

           MOVE WS-BT-DEPT-CODE (WS-BATCH-SUB) TO RPT-BH-DEPT-CODE.
           MOVE WS-BT-SUBM-ID (WS-BATCH-SUB) TO RPT-BH-SUBM-ID.
           MOVE WS-BT-REASON (WS-BATCH-SUB) TO RPT-BH-REASON.
           IF WS-BT-ACCEPTED (WS-BATCH-SUB)
               ADD 1 TO WS-BATCHES-ACCEPTED
               MOVE 'ACCEPTED' TO RPT-BH-STATUS
           ELSE
               ADD 1 TO WS-BATCHES-REJECTED
               MOVE 'REJECTED' TO RPT-BH-STATUS
           END-IF.
           WRITE LOAD-RECORD FROM RPT-BATCH-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO ACK-HEADER-RECORD.
           SET ACK-HEADER TO TRUE.
           MOVE WS-BT-DEPT-CODE (WS-BATCH-SUB) TO ACK-DEPT-CODE.
           MOVE WS-BT-SUBM-ID (WS-BATCH-SUB) TO ACK-SUBM-ID.
           MOVE WS-BT-STATUS (WS-BATCH-SUB) TO ACK-H-STATUS.
           MOVE WS-BT-REASON (WS-BATCH-SUB) TO ACK-H-REASON.
           MOVE WS-CURR-DATE TO ACK-H-LOAD-DATE.
           PERFORM 2800-WRITE-ACK THRU 2800-EXIT.

       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-END-BATCH THRU 2600-EXIT
      * Ends the batch in hand: its acknowledgment trailer carries the
      * details received and their hash totals as counted here, what
      * loaded and what was rejected, and the range of sequence
      * numbers given, and the same counts go on the report.
      ******************************************************************
       2600-END-BATCH.
           SET WS-BATCH-CLOSED TO TRUE.

           MOVE WS-BATCH-REC-NO TO RPT-BT-RECEIVED.
           MOVE WS-BATCH-LOADED TO RPT-BT-LOADED.
           MOVE WS-BATCH-REJECTED TO RPT-BT-REJECTED.
           MOVE WS-BATCH-FIRST-SEQ-NO TO RPT-BT-FIRST-SEQ-NO.
           MOVE WS-BATCH-LAST-SEQ-NO TO RPT-BT-LAST-SEQ-NO.
           WRITE LOAD-RECORD FROM RPT-BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO ACK-HEADER-RECORD.
           SET ACK-TRAILER TO TRUE.
           MOVE WS-BT-DEPT-CODE (WS-BATCH-SUB) TO ACK-DEPT-CODE.
           MOVE WS-BT-SUBM-ID (WS-BATCH-SUB) TO ACK-SUBM-ID.
           MOVE WS-BATCH-REC-NO TO ACK-T-RECEIVED.
           MOVE WS-BT-HASH-VAR-A (WS-BATCH-SUB) TO ACK-T-HASH-VAR-A.
           MOVE WS-BT-HASH-VAR-B (WS-BATCH-SUB) TO ACK-T-HASH-VAR-B.
           MOVE WS-BATCH-LOADED TO ACK-T-LOADED.
           MOVE WS-BATCH-REJECTED TO ACK-T-REJECTED.
           MOVE WS-BATCH-FIRST-SEQ-NO TO ACK-T-FIRST-SEQ-NO.
           MOVE WS-BATCH-LAST-SEQ-NO TO ACK-T-LAST-SEQ-NO.
           PERFORM 2800-WRITE-ACK THRU 2800-EXIT.

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2650-REJECT-STRAY THRU 2650-EXIT
      * A detail that follows no open batch header cannot be
      * attributed to a sender or balanced, so it is never loaded; it
      * is listed as a reject and counted apart for the operator.
      ******************************************************************
       2650-REJECT-STRAY.
           ADD 1 TO WS-XMIT-STRAY-COUNT.
           MOVE XMIT-RECORD TO SUBM-CARD.
           MOVE 'RECORD OUTSIDE A BATCH - NOT LOADED' TO
               WS-REJECT-REASON.
           PERFORM 2750-WRITE-XMIT-REJECT THRU 2750-EXIT.

       2650-EXIT.
           EXIT.

      ******************************************************************
      * 2700-LOAD-XMIT-DETAIL THRU 2700-EXIT
      * Loads one detail of an accepted batch through the card edits
      * and 2050-WRITE-TRAN-RECORD.  A detail with no department takes
      * the batch header's; one naming any other department is
      * rejected, since the batch was balanced and acknowledged for
      * the header's department alone.  Every detail is answered on
      * the acknowledgment file with its sequence number or its
      * reject reason.
      ******************************************************************
       2700-LOAD-XMIT-DETAIL.
           MOVE XMIT-RECORD TO SUBM-CARD.
           IF SUBM-DEPT-CODE = SPACES
               MOVE WS-BT-DEPT-CODE (WS-BATCH-SUB) TO SUBM-DEPT-CODE
           END-IF.
           IF SUBM-DEPT-CODE NOT = WS-BT-DEPT-CODE (WS-BATCH-SUB)
               SET WS-CARD-INVALID TO TRUE
               MOVE 'DEPARTMENT DIFFERS FROM BATCH HEADER' TO
                   WS-REJECT-REASON
           ELSE
               PERFORM 2100-EDIT-CARD THRU 2100-EXIT
           END-IF.
           IF WS-CARD-VALID
               PERFORM 2050-WRITE-TRAN-RECORD THRU 2050-EXIT
           END-IF.

           MOVE SPACES TO ACK-HEADER-RECORD.
           SET ACK-DETAIL TO TRUE.
           MOVE WS-BT-DEPT-CODE (WS-BATCH-SUB) TO ACK-DEPT-CODE.
           MOVE WS-BT-SUBM-ID (WS-BATCH-SUB) TO ACK-SUBM-ID.
           MOVE WS-BATCH-REC-NO TO ACK-D-REC-NO.
           MOVE SUBM-VAR-A TO ACK-D-VAR-A.
           MOVE SUBM-VAR-B TO ACK-D-VAR-B.
           IF WS-CARD-INVALID
               ADD 1 TO WS-BATCH-REJECTED
               PERFORM 2750-WRITE-XMIT-REJECT THRU 2750-EXIT
               SET ACK-D-REJECTED TO TRUE
               MOVE ZERO TO ACK-D-SEQ-NO
               MOVE WS-REJECT-REASON TO ACK-D-REASON
               PERFORM 2800-WRITE-ACK THRU 2800-EXIT
               GO TO 2700-EXIT
           END-IF.

           ADD 1 TO WS-BATCH-LOADED.
           ADD 1 TO WS-XMIT-LOADED.
           ADD TRAN-VAR-A TO WS-XMIT-HASH-VAR-A.
           ADD TRAN-VAR-B TO WS-XMIT-HASH-VAR-B.
           IF WS-BATCH-FIRST-SEQ-NO = ZERO
               MOVE TRAN-SEQ-NO TO WS-BATCH-FIRST-SEQ-NO
           END-IF.
           MOVE TRAN-SEQ-NO TO WS-BATCH-LAST-SEQ-NO.
           SET ACK-D-LOADED TO TRUE.
           MOVE TRAN-SEQ-NO TO ACK-D-SEQ-NO.
           PERFORM 2800-WRITE-ACK THRU 2800-EXIT.

       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2750-WRITE-XMIT-REJECT THRU 2750-EXIT
      * Lists a rejected transmission detail on the report, the same
      * line a rejected card gets, and counts it to the transmission.
      ******************************************************************
       2750-WRITE-XMIT-REJECT.
           ADD 1 TO WS-XMIT-REJECTED.
           MOVE SUBM-VAR-A TO RPT-R-VAR-A.
           MOVE SUBM-VAR-B TO RPT-R-VAR-B.
           MOVE WS-REJECT-REASON TO RPT-R-REASON.
           WRITE LOAD-RECORD FROM RPT-REJECT-LINE
               AFTER ADVANCING 1 LINE.

       2750-EXIT.
           EXIT.

      ******************************************************************
      * 2800-WRITE-ACK THRU 2800-EXIT
      * Writes the acknowledgment record built by the caller.  An
      * answer the sender never receives leaves them unable to
      * reconcile what was loaded, so a failed write abends the load.
      ******************************************************************
       2800-WRITE-ACK.
           WRITE ACK-HEADER-RECORD.
           IF WS-ACKFILE-STATUS NOT = '00'
               DISPLAY 'TRANLOAD: ACKFILE WRITE FAILED FOR '
                   ACK-DEPT-CODE ' ' ACK-SUBM-ID
                   ' - FILE STATUS ' WS-ACKFILE-STATUS
               DISPLAY 'TRANLOAD: JOB TERMINATING - UNABLE TO '
                   'CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Prints the load-control totals, closes every file and posts
      * the load's clean finish to the night-cycle step control.
      ******************************************************************
       3000-FINALIZE.
           MOVE SPACES TO LOAD-RECORD.

           MOVE SPACES TO LOAD-RECORD.
           WRITE LOAD-RECORD AFTER ADVANCING 1 LINE.
      * A night with only a transmission sends an empty deck, which
      * has nothing to balance and is not a deck loaded unticketed.
           IF WS-XMIT-PRESENT AND WS-DECK-CARD-COUNT = ZERO
               SET WS-TICKET-FOUND TO TRUE
               MOVE 'NO CARD DECK SUBMITTED' TO RPT-B-MESSAGE
           ELSE
               IF WS-TICKET-FOUND
                   MOVE 'DECK BALANCED TO ITS BATCH TICKET' TO
                       RPT-B-MESSAGE
               ELSE
                   MOVE '** NO BATCH TICKET IN DECK - NOT BALANCED **'
                       TO RPT-B-MESSAGE
               END-IF
           END-IF.
           WRITE LOAD-RECORD FROM RPT-BALANCE-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-XMIT-PRESENT
               PERFORM 3050-WRITE-XMIT-TOTALS THRU 3050-EXIT
           END-IF.

           PERFORM 3100-POST-CONTROL-LEDGER THRU 3100-EXIT.

           CLOSE SUBMFILE.
           CLOSE TRANFILE.
           CLOSE DEPTFILE.
           CLOSE LOADFILE.
           IF WS-XMIT-PRESENT
               CLOSE XMITFILE
               CLOSE ACKFILE
           END-IF.

           IF WS-TICKET-ABSENT
               DISPLAY 'TRANLOAD: DECK LOADED WITHOUT A BATCH TICKET '
                   '- RC=4' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BATCHES-REJECTED > ZERO OR
              WS-XMIT-STRAY-COUNT > ZERO
               DISPLAY 'TRANLOAD: TRANSMISSION BATCHES REJECTED - '
                   'SEE ACKNOWLEDGMENT - RC=4' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 3200-END-CYCLE-STEP THRU 3200-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3050-WRITE-XMIT-TOTALS THRU 3050-EXIT
      * The transmission's own control totals, kept apart from the
      * deck's so each can be proved to its own tickets and trailers.
      * Records read are details only - headers and trailers are
      * control records, as the deck's ticket is.
      ******************************************************************
       3050-WRITE-XMIT-TOTALS.
           MOVE SPACES TO LOAD-RECORD.
           WRITE LOAD-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'TRANSMITTED READ . . . .' TO RPT-XC-LABEL.
           MOVE WS-XMIT-READ TO RPT-XC-COUNT.
           WRITE LOAD-RECORD FROM RPT-XMIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSMITTED LOADED . . .' TO RPT-XC-LABEL.
           MOVE WS-XMIT-LOADED TO RPT-XC-COUNT.
           WRITE LOAD-RECORD FROM RPT-XMIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSMITTED REJECTED . .' TO RPT-XC-LABEL.
           MOVE WS-XMIT-REJECTED TO RPT-XC-COUNT.
           WRITE LOAD-RECORD FROM RPT-XMIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSMITTED HASH VAR_A .' TO RPT-XH-LABEL.
           MOVE WS-XMIT-HASH-VAR-A TO RPT-XH-HASH.
           WRITE LOAD-RECORD FROM RPT-XMIT-HASH-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSMITTED HASH VAR_B .' TO RPT-XH-LABEL.
           MOVE WS-XMIT-HASH-VAR-B TO RPT-XH-HASH.
           WRITE LOAD-RECORD FROM RPT-XMIT-HASH-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BATCHES ACCEPTED . . . .' TO RPT-XC-LABEL.
           MOVE WS-BATCHES-ACCEPTED TO RPT-XC-COUNT.
           WRITE LOAD-RECORD FROM RPT-XMIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BATCHES REJECTED . . . .' TO RPT-XC-LABEL.
           MOVE WS-BATCHES-REJECTED TO RPT-XC-COUNT.
           WRITE LOAD-RECORD FROM RPT-XMIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS OUTSIDE A BATCH ' TO RPT-XC-LABEL.
           MOVE WS-XMIT-STRAY-COUNT TO RPT-XC-COUNT.
           WRITE LOAD-RECORD FROM RPT-XMIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       3050-EXIT.
           EXIT.

      ******************************************************************
      * 3100-POST-CONTROL-LEDGER THRU 3100-EXIT
      * Appends the load's counts - deck and transmission together -
      * to the night-cycle control ledger for the end-of-night
      * balancer.  The ledger is OPTIONAL the
      * same way the batch run's audit log is - the first post of the
      * cycle creates it.  A post that fails abends the load: a run
      * missing from the ledger reads as a pipeline break to FIZZBAL,
           MOVE WS-CURR-DATE TO LEDG-L-RUN-DATE.
           MOVE WS-CURR-TIME TO LEDG-L-RUN-TIME.
           MOVE 'TRANLOAD' TO LEDG-L-JOB-ID.
           COMPUTE LEDG-L-CARDS-READ = WS-CARDS-READ + WS-XMIT-READ.
           COMPUTE LEDG-L-LOADED = WS-CARDS-LOADED + WS-XMIT-LOADED.
           COMPUTE LEDG-L-REJECTED =
               WS-CARDS-REJECTED + WS-XMIT-REJECTED.
           WRITE LEDG-LOAD-RECORD.
           IF WS-LEDGFILE-STATUS NOT = '00'
               DISPLAY 'TRANLOAD: CONTROL LEDGER POST FAILED'

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-END-CYCLE-STEP THRU 3200-EXIT
      * Marks the load complete in the cycle the startup check
      * returned, which lets the batch run start.  If the step
      * control cannot be updated the load itself stands, but the job
      * ends RC=16 so the schedule stops and the operator sets the
      * step right with FIZZCYCL before the night goes on.
      ******************************************************************
       3200-END-CYCLE-STEP.
           SET STEP-FN-END TO TRUE.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-FAILED
               DISPLAY 'TRANLOAD: ' STEP-MESSAGE
               DISPLAY 'TRANLOAD: STEP NOT POSTED COMPLETE - RC=16'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           END-IF.

       3200-EXIT.
           EXIT.
