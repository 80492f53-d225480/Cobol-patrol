      ******************************************************************
      * FIZZCONV.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-09-24
      * Purpose:     One-time conversion of the FIZZ-BUZZ files from
      *              the three-digit var_a/var_b layouts to the five-
      *              digit ones.  Reads the old transaction file, audit
      *              log, transaction history and statistics history
      *              and writes a new copy of each in the widened
      *              layout, every value carried across unchanged:
      *                  TRANFILE   80 -> 100 bytes
      *                  AUDITFILE  68 ->  80 bytes
      *                  HISTFILE  100 -> 120 bytes
      *                  SHSTFILE  120 -> 140 bytes
      *              A var_a or var_b that was not numeric on the old
      *              file (a reject still waiting on a correction) is
      *              carried across as it stood, left-justified, so
      *              the nightly run excepts it exactly as before.
      *
      *              Once every new copy is written it is closed and
      *              read back, and the conversion-control report
      *              proves each one against its old file: the same
      *              record count and the same hash totals (var_a and
      *              var_b for the transaction, audit and history
      *              files; the product and quotient sums for the
      *              statistics history).  Non-numeric values are left
      *              out of the hash on both sides.
      *
      *              The old files are opened INPUT only and never
      *              touched; the JCL swaps the new copies in only
      *              behind RC=0.  Run it at a cycle boundary - after
      *              a completed night, once FIZZRTRN has applied the
      *              last extract returns - and before the first run
      *              under the widened programs.  The restart,
      *              exceptions, extract and maintenance-audit
      *              datasets hold one night only and are simply
      *              reallocated empty at the cutover.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-09-24 PL    Original conversion of TRANFILE, AUDITFILE,
      *                    HISTFILE and SHSTFILE to the five-digit
      *                    var_a/var_b layouts, with a count and hash
      *                    total proof of every new copy.
      *   2026-09-28 PL    The new TRANFILE is built with the
      *                    department + requested-date alternate key
      *                    the production cluster now carries.
      *   2026-10-15 PL    File status '02' on the new TRANFILE write -
      *                    another record with the same department and
      *                    requested date on the alternate key - is
      *                    taken as success, not an abend.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANOLD ASSIGN TO TRANOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TOLD-SEQ-NO
               FILE STATUS IS WS-TRANOLD-STATUS.

           SELECT TRANNEW ASSIGN TO TRANNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TNEW-SEQ-NO
               ALTERNATE RECORD KEY IS TNEW-DEPT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANNEW-STATUS.

           SELECT OPTIONAL AUDTOLD ASSIGN TO AUDTOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTOLD-STATUS.

           SELECT AUDTNEW ASSIGN TO AUDTNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTNEW-STATUS.

           SELECT OPTIONAL HISTOLD ASSIGN TO HISTOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTOLD-STATUS.

           SELECT HISTNEW ASSIGN TO HISTNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTNEW-STATUS.

           SELECT OPTIONAL SHSTOLD ASSIGN TO SHSTOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHSTOLD-STATUS.

           SELECT SHSTNEW ASSIGN TO SHSTNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHSTNEW-STATUS.

           SELECT CNVRFILE ASSIGN TO CNVRFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNVRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The old transaction file, in the 80-byte three-digit layout.
      * Only the key is named here; the record is read into
      * WS-OLD-TRAN-RECORD, which the history conversion shares.
       FD  TRANOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TOLD-RECORD.
           05  TOLD-SEQ-NO             PIC 9(06).
           05  FILLER                  PIC X(74).

      * The new transaction file, in the TRANREC layout.  The record
      * is built in TRAN-RECORD in working storage (so the history
      * conversion can build the same image) and written from there.
       FD  TRANNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TNEW-RECORD.
           05  TNEW-SEQ-NO             PIC 9(06).
           05  FILLER                  PIC X(20).
           05  TNEW-DEPT-DATE-KEY      PIC X(12).
           05  FILLER                  PIC X(62).

      * The old audit log, in the 68-byte three-digit layout.
       FD  AUDTOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AOLD-RECORD.
           05  AOLD-JOB-ID             PIC X(08).
           05  AOLD-RUN-DATE           PIC X(08).
           05  AOLD-RUN-TIME           PIC X(08).
           05  AOLD-SEQ-NO             PIC 9(06).
           05  AOLD-VAR-A              PIC 9(03).
           05  AOLD-VAR-B              PIC 9(03).
           05  AOLD-VAR-C              PIC 9(06).
           05  AOLD-VAR-D              PIC S9(03).
           05  AOLD-VAR-E              PIC 9(03).
           05  AOLD-VAR-R              PIC 9(03).
           05  AOLD-TYPE-CODE          PIC X(01).
           05  AOLD-DEPT-CODE          PIC X(04).
           05  FILLER                  PIC X(12).

       FD  AUDTNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

      * The old transaction history, in the 100-byte layout holding
      * an 80-byte transaction image.
       FD  HISTOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05  HOLD-ARCH-DATE          PIC X(08).
           05  HOLD-ARCH-TIME          PIC X(08).
           05  HOLD-TRAN-IMAGE         PIC X(80).
           05  FILLER                  PIC X(04).

       FD  HISTNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

      * The old statistics history, in the 120-byte layout.
       FD  SHSTOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOLD-RECORD.
           05  SOLD-RUN-DATE           PIC X(08).
           05  SOLD-JOB-ID             PIC X(08).
           05  SOLD-REC-COUNT          PIC 9(06).
           05  SOLD-HELD-COUNT         PIC 9(06).
           05  SOLD-EXCP-COUNT         PIC 9(06).
           05  SOLD-EXCP-A-NOT-NUM     PIC 9(06).
           05  SOLD-EXCP-B-NOT-NUM     PIC 9(06).
           05  SOLD-EXCP-RANGE         PIC 9(06).
           05  SOLD-EXCP-DIV-ZERO      PIC 9(06).
           05  SOLD-C-COUNT            PIC 9(06).
           05  SOLD-C-MIN              PIC 9(06).
           05  SOLD-C-MAX              PIC 9(06).
           05  SOLD-SUM-VAR-C          PIC 9(09).
           05  SOLD-E-COUNT            PIC 9(06).
           05  SOLD-E-MIN              PIC 9(03).
           05  SOLD-E-MAX              PIC 9(03).
           05  SOLD-SUM-VAR-E          PIC 9(09).
           05  SOLD-REC-TYPE           PIC X(01).
           05  SOLD-DEPT-CODE          PIC X(04).
           05  SOLD-PARTIAL-FLAG       PIC X(01).
           05  FILLER                  PIC X(08).

       FD  SHSTNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SHSTREC.

       FD  CNVRFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CNVR-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANOLD-STATUS           PIC X(02).
       01  WS-TRANNEW-STATUS           PIC X(02).
           88  WS-TRANNEW-OK               VALUE '00' '02'.
       01  WS-AUDTOLD-STATUS           PIC X(02).
       01  WS-AUDTNEW-STATUS           PIC X(02).
       01  WS-HISTOLD-STATUS           PIC X(02).
       01  WS-HISTNEW-STATUS           PIC X(02).
       01  WS-SHSTOLD-STATUS           PIC X(02).
       01  WS-SHSTNEW-STATUS           PIC X(02).
       01  WS-CNVRFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SWITCH      PIC X(01).
               88  WS-TRAN-EOF             VALUE 'Y'.
               88  WS-TRAN-NOT-EOF         VALUE 'N'.
           05  WS-AUDIT-EOF-SWITCH     PIC X(01).
               88  WS-AUDIT-EOF            VALUE 'Y'.
               88  WS-AUDIT-NOT-EOF        VALUE 'N'.
           05  WS-HIST-EOF-SWITCH      PIC X(01).
               88  WS-HIST-EOF             VALUE 'Y'.
               88  WS-HIST-NOT-EOF         VALUE 'N'.
           05  WS-SHST-EOF-SWITCH      PIC X(01).
               88  WS-SHST-EOF             VALUE 'Y'.
               88  WS-SHST-NOT-EOF         VALUE 'N'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-CURR-DATE                PIC 9(08).

      * The old 80-byte transaction image, read here from TRANOLD
      * and moved here from a history record, so one paragraph
      * converts both.  var_a/var_b are alphanumeric so a reject's
      * non-numeric value can be tested and carried as it stood.
       01  WS-OLD-TRAN-RECORD.
           05  WS-OT-SEQ-NO            PIC 9(06).
           05  WS-OT-VAR-A             PIC X(03).
           05  WS-OT-VAR-B             PIC X(03).
           05  WS-OT-TYPE-CODE         PIC X(01).
           05  WS-OT-STATUS-CODE       PIC X(01).
           05  WS-OT-EXCP-DATE         PIC X(08).
           05  WS-OT-DEPT-CODE         PIC X(04).
           05  WS-OT-REQ-DATE          PIC X(08).
           05  WS-OT-APPR-ACTION       PIC X(01).
           05  WS-OT-APPR-MAKER-ID     PIC X(03).
           05  WS-OT-APPR-MADE-DATE    PIC X(08).
           05  WS-OT-APPR-MADE-TIME    PIC X(08).
           05  WS-OT-APPR-OLD-VAR-A    PIC X(03).
           05  WS-OT-APPR-OLD-VAR-B    PIC X(03).
           05  WS-OT-APPR-OLD-DEPT     PIC X(04).
           05  WS-OT-APPR-OLD-STATUS   PIC X(01).
           05  WS-OT-APPR-OLD-EXCP-DATE PIC X(08).
           05  FILLER                  PIC X(07).

      * The converted transaction image, and an alternate view of it
      * that lets a non-numeric var_a/var_b be carried across as
      * characters instead of through a numeric move.
       COPY TRANREC.
       01  WS-TRAN-CONV-VIEW REDEFINES TRAN-RECORD.
           05  FILLER                  PIC X(06).
           05  WS-TC-VAR-A             PIC X(05).
           05  WS-TC-VAR-B             PIC X(05).
           05  FILLER                  PIC X(84).

      * A saved before-image value on a record awaiting approval is
      * zero-filled out to five digits through here, so FIZZAPRV can
      * still restore it into the numeric var_a/var_b on a reject.
       01  WS-CONV-VALUE               PIC 9(05).

      * Old-file and new-file tallies for each file's proof.  The
      * hashes only ever sum numeric values, on both sides.
       01  WS-PROOF-TOTALS.
           05  WS-TRAN-OLD-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  WS-TRAN-OLD-HASH-A      PIC 9(15) COMP VALUE ZERO.
           05  WS-TRAN-OLD-HASH-B      PIC 9(15) COMP VALUE ZERO.
           05  WS-TRAN-NEW-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  WS-TRAN-NEW-HASH-A      PIC 9(15) COMP VALUE ZERO.
           05  WS-TRAN-NEW-HASH-B      PIC 9(15) COMP VALUE ZERO.
           05  WS-TRAN-CARRIED-COUNT   PIC 9(08) COMP VALUE ZERO.
           05  WS-AUDIT-OLD-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  WS-AUDIT-OLD-HASH-A     PIC 9(15) COMP VALUE ZERO.
           05  WS-AUDIT-OLD-HASH-B     PIC 9(15) COMP VALUE ZERO.
           05  WS-AUDIT-NEW-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  WS-AUDIT-NEW-HASH-A     PIC 9(15) COMP VALUE ZERO.
           05  WS-AUDIT-NEW-HASH-B     PIC 9(15) COMP VALUE ZERO.
           05  WS-HIST-OLD-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  WS-HIST-OLD-HASH-A      PIC 9(15) COMP VALUE ZERO.
           05  WS-HIST-OLD-HASH-B      PIC 9(15) COMP VALUE ZERO.
           05  WS-HIST-NEW-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  WS-HIST-NEW-HASH-A      PIC 9(15) COMP VALUE ZERO.
           05  WS-HIST-NEW-HASH-B      PIC 9(15) COMP VALUE ZERO.
           05  WS-HIST-CARRIED-COUNT   PIC 9(08) COMP VALUE ZERO.
           05  WS-SHST-OLD-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  WS-SHST-OLD-HASH-C      PIC 9(15) COMP VALUE ZERO.
           05  WS-SHST-OLD-HASH-E      PIC 9(15) COMP VALUE ZERO.
           05  WS-SHST-NEW-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  WS-SHST-NEW-HASH-C      PIC 9(15) COMP VALUE ZERO.
           05  WS-SHST-NEW-HASH-E      PIC 9(15) COMP VALUE ZERO.

      * Set by 2700-TALLY-OLD-PAIR: the old image's var_a/var_b as
      * hashed, and whether either is carried across non-numeric.
       01  WS-OLD-PAIR-A               PIC 9(03).
       01  WS-OLD-PAIR-B               PIC 9(03).
       01  WS-CARRIED-SWITCH           PIC X(01).
           88  WS-PAIR-CARRIED             VALUE 'Y'.
           88  WS-PAIR-CONVERTED           VALUE 'N'.

       01  WS-BREAK-COUNT              PIC 9(04) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'FIZZCONV FILE CONVERSION'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-H1-RUN-DATE         PIC 9(08).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(48) VALUE
               'THREE-DIGIT TO FIVE-DIGIT VAR_A/VAR_B LAYOUTS'.

       01  RPT-HEADING-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE 'FILE'.
           05  FILLER                  PIC X(06) VALUE 'COPY'.
           05  FILLER                  PIC X(13) VALUE '      RECORDS'.
           05  FILLER                  PIC X(22) VALUE
               '                HASH 1'.
           05  FILLER                  PIC X(22) VALUE
               '                HASH 2'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'VERDICT'.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-D-FILE              PIC X(12).
           05  RPT-D-COPY              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-D-HASH-1            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-D-HASH-2            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-D-VERDICT           PIC X(16).

       01  RPT-CARRIED-LINE.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE
               'NON-NUMERIC PAIRS CARRIED AS-IS'.
           05  RPT-C-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-N-MESSAGE           PIC X(80).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-TRAN THRU 2000-EXIT
               UNTIL WS-TRAN-EOF.
           PERFORM 2200-CONVERT-AUDIT THRU 2200-EXIT
               UNTIL WS-AUDIT-EOF.
           PERFORM 2400-CONVERT-HISTORY THRU 2400-EXIT
               UNTIL WS-HIST-EOF.
           PERFORM 2600-CONVERT-STATISTICS THRU 2600-EXIT
               UNTIL WS-SHST-EOF.
           PERFORM 2800-REREAD-NEW-FILES THRU 2800-EXIT.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Opens the old files for input and the new copies for output
      * and primes all four sweeps.  The audit log, history and
      * statistics history are optional on the batch run, so a site
      * that never allocated one converts it as an empty file
      * rather than failing the run; the transaction file must be
      * there.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-TRAN-NOT-EOF TO TRUE.
           SET WS-AUDIT-NOT-EOF TO TRUE.
           SET WS-HIST-NOT-EOF TO TRUE.
           SET WS-SHST-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TRANOLD.
           MOVE 'TRANOLD ' TO WS-ABEND-FILE-NAME.
           MOVE WS-TRANOLD-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT TRANNEW.
           MOVE 'TRANNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-TRANNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN INPUT AUDTOLD.
           MOVE 'AUDTOLD ' TO WS-ABEND-FILE-NAME.
           MOVE WS-AUDTOLD-STATUS TO WS-ABEND-STATUS.
           PERFORM 1160-CHECK-OPTIONAL-STATUS THRU 1160-EXIT.

           OPEN OUTPUT AUDTNEW.
           MOVE 'AUDTNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-AUDTNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN INPUT HISTOLD.
           MOVE 'HISTOLD ' TO WS-ABEND-FILE-NAME.
           MOVE WS-HISTOLD-STATUS TO WS-ABEND-STATUS.
           PERFORM 1160-CHECK-OPTIONAL-STATUS THRU 1160-EXIT.

           OPEN OUTPUT HISTNEW.
           MOVE 'HISTNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-HISTNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN INPUT SHSTOLD.
           MOVE 'SHSTOLD ' TO WS-ABEND-FILE-NAME.
           MOVE WS-SHSTOLD-STATUS TO WS-ABEND-STATUS.
           PERFORM 1160-CHECK-OPTIONAL-STATUS THRU 1160-EXIT.

           OPEN OUTPUT SHSTNEW.
           MOVE 'SHSTNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-SHSTNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT CNVRFILE.
           MOVE 'CNVRFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-CNVRFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           MOVE WS-CURR-DATE TO RPT-H1-RUN-DATE.
           WRITE CNVR-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           WRITE CNVR-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNVR-RECORD.
           WRITE CNVR-RECORD AFTER ADVANCING 1 LINE.
           WRITE CNVR-RECORD FROM RPT-HEADING-3
               AFTER ADVANCING 1 LINE.

           PERFORM 1100-READ-TRANOLD THRU 1100-EXIT.
           PERFORM 1110-READ-AUDTOLD THRU 1110-EXIT.
           PERFORM 1120-READ-HISTOLD THRU 1120-EXIT.
           PERFORM 1130-READ-SHSTOLD THRU 1130-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-TRANOLD THRU 1100-EXIT
      * Read-ahead of the next old transaction record, in key order,
      * into the old-image work area.
      ******************************************************************
       1100-READ-TRANOLD.
           READ TRANOLD INTO WS-OLD-TRAN-RECORD
               AT END
                   SET WS-TRAN-EOF TO TRUE
           END-READ.
           IF WS-TRAN-NOT-EOF
               ADD 1 TO WS-TRAN-OLD-COUNT
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-READ-AUDTOLD THRU 1110-EXIT
      * Read-ahead of the next old audit record.
      ******************************************************************
       1110-READ-AUDTOLD.
           READ AUDTOLD
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.
           IF WS-AUDIT-NOT-EOF
               ADD 1 TO WS-AUDIT-OLD-COUNT
           END-IF.

       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1120-READ-HISTOLD THRU 1120-EXIT
      * Read-ahead of the next old history record.
      ******************************************************************
       1120-READ-HISTOLD.
           READ HISTOLD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.
           IF WS-HIST-NOT-EOF
               ADD 1 TO WS-HIST-OLD-COUNT
           END-IF.

       1120-EXIT.
           EXIT.

      ******************************************************************
      * 1130-READ-SHSTOLD THRU 1130-EXIT
      * Read-ahead of the next old statistics history record.
      ******************************************************************
       1130-READ-SHSTOLD.
           READ SHSTOLD
               AT END
                   SET WS-SHST-EOF TO TRUE
           END-READ.
           IF WS-SHST-NOT-EOF
               ADD 1 TO WS-SHST-OLD-COUNT
           END-IF.

       1130-EXIT.
           EXIT.

      ******************************************************************
      * 1150-CHECK-FILE-STATUS THRU 1150-EXIT
      * Common OPEN-failure check, run after every required file
      * OPEN.  WS-ABEND-FILE-NAME/WS-ABEND-STATUS are set by the
      * caller immediately before the PERFORM.  Anything other than
      * '00' means the conversion cannot safely continue, so the run
      * is abended here rather than left to fail unpredictably deeper
      * in the program.
      ******************************************************************
       1150-CHECK-FILE-STATUS.
           IF WS-ABEND-STATUS = '00'
               GO TO 1150-EXIT
           END-IF.
           DISPLAY 'FIZZCONV: OPEN FAILED FOR ' WS-ABEND-FILE-NAME
               ' - FILE STATUS ' WS-ABEND-STATUS.
           DISPLAY 'FIZZCONV: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1160-CHECK-OPTIONAL-STATUS THRU 1160-EXIT
      * The same check for an optional old file, where '05' (the
      * file is not there) is also accepted - it converts as empty.
      ******************************************************************
       1160-CHECK-OPTIONAL-STATUS.
           IF WS-ABEND-STATUS = '05'
               DISPLAY 'FIZZCONV: ' WS-ABEND-FILE-NAME
                   ' NOT PRESENT - CONVERTED AS EMPTY'
               GO TO 1160-EXIT
           END-IF.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

       1160-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONVERT-TRAN THRU 2000-EXIT
      * Converts one transaction record and writes it to the new
      * file, tallying the old record's numeric var_a/var_b into the
      * old-side hashes.  The old file is read in key order, so the
      * new file is loaded in the ascending order its key requires.
      ******************************************************************
       2000-CONVERT-TRAN.
           PERFORM 2700-TALLY-OLD-PAIR THRU 2700-EXIT.
           ADD WS-OLD-PAIR-A TO WS-TRAN-OLD-HASH-A.
           ADD WS-OLD-PAIR-B TO WS-TRAN-OLD-HASH-B.
           IF WS-PAIR-CARRIED
               ADD 1 TO WS-TRAN-CARRIED-COUNT
           END-IF.
           PERFORM 2050-CONVERT-TRAN-IMAGE THRU 2050-EXIT.

           WRITE TNEW-RECORD FROM TRAN-RECORD.
      * '02' is a good write that adds another record for the same
      * department and requested date on the alternate key.
           IF NOT WS-TRANNEW-OK
               MOVE 'TRANNEW ' TO WS-ABEND-FILE-NAME
               MOVE WS-TRANNEW-STATUS TO WS-ABEND-STATUS
               PERFORM 2900-CHECK-WRITE-STATUS THRU 2900-EXIT
           END-IF.

           PERFORM 1100-READ-TRANOLD THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-CONVERT-TRAN-IMAGE THRU 2050-EXIT
      * Builds TRAN-RECORD in the five-digit layout from the old
      * image in WS-OLD-TRAN-RECORD.  A numeric var_a/var_b is
      * zero-filled out to five digits; one that is not numeric is
      * carried across as it stood, left-justified, so it is still
      * not numeric and the nightly run still excepts it.  A saved
      * before-image on a record awaiting approval is widened the
      * same way; an empty one stays empty.  Everything else is
      * carried across unchanged.
      ******************************************************************
       2050-CONVERT-TRAN-IMAGE.
           MOVE SPACES TO TRAN-RECORD.
           MOVE WS-OT-SEQ-NO TO TRAN-SEQ-NO.
           IF WS-OT-VAR-A NUMERIC
               MOVE WS-OT-VAR-A TO TRAN-VAR-A
           ELSE
               MOVE WS-OT-VAR-A TO WS-TC-VAR-A
           END-IF.
           IF WS-OT-VAR-B NUMERIC
               MOVE WS-OT-VAR-B TO TRAN-VAR-B
           ELSE
               MOVE WS-OT-VAR-B TO WS-TC-VAR-B
           END-IF.
           MOVE WS-OT-TYPE-CODE TO TRAN-TYPE-CODE.
           MOVE WS-OT-STATUS-CODE TO TRAN-STATUS-CODE.
           MOVE WS-OT-EXCP-DATE TO TRAN-EXCP-DATE.
           MOVE WS-OT-DEPT-CODE TO TRAN-DEPT-CODE.
           MOVE WS-OT-REQ-DATE TO TRAN-REQ-DATE.
           MOVE WS-OT-APPR-ACTION TO TRAN-APPR-ACTION.
           MOVE WS-OT-APPR-MAKER-ID TO TRAN-APPR-MAKER-ID.
           MOVE WS-OT-APPR-MADE-DATE TO TRAN-APPR-MADE-DATE.
           MOVE WS-OT-APPR-MADE-TIME TO TRAN-APPR-MADE-TIME.
           IF WS-OT-APPR-OLD-VAR-A NUMERIC
               MOVE WS-OT-APPR-OLD-VAR-A TO WS-CONV-VALUE
               MOVE WS-CONV-VALUE TO TRAN-APPR-OLD-VAR-A
           ELSE
               MOVE WS-OT-APPR-OLD-VAR-A TO TRAN-APPR-OLD-VAR-A
           END-IF.
           IF WS-OT-APPR-OLD-VAR-B NUMERIC
               MOVE WS-OT-APPR-OLD-VAR-B TO WS-CONV-VALUE
               MOVE WS-CONV-VALUE TO TRAN-APPR-OLD-VAR-B
           ELSE
               MOVE WS-OT-APPR-OLD-VAR-B TO TRAN-APPR-OLD-VAR-B
           END-IF.
           MOVE WS-OT-APPR-OLD-DEPT TO TRAN-APPR-OLD-DEPT-CODE.
           MOVE WS-OT-APPR-OLD-STATUS TO TRAN-APPR-OLD-STATUS.
           MOVE WS-OT-APPR-OLD-EXCP-DATE TO TRAN-APPR-OLD-EXCP-DATE.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONVERT-AUDIT THRU 2200-EXIT
      * Converts one audit record.  Only pairs that passed the edits
      * are ever posted to the log, so every value on it is numeric
      * and moves straight across into the wider fields.
      ******************************************************************
       2200-CONVERT-AUDIT.
           ADD AOLD-VAR-A TO WS-AUDIT-OLD-HASH-A.
           ADD AOLD-VAR-B TO WS-AUDIT-OLD-HASH-B.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE AOLD-JOB-ID TO AUDIT-JOB-ID.
           MOVE AOLD-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE AOLD-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE AOLD-SEQ-NO TO AUDIT-SEQ-NO.
           MOVE AOLD-VAR-A TO AUDIT-VAR-A.
           MOVE AOLD-VAR-B TO AUDIT-VAR-B.
           MOVE AOLD-VAR-C TO AUDIT-VAR-C.
           MOVE AOLD-VAR-D TO AUDIT-VAR-D.
           MOVE AOLD-VAR-E TO AUDIT-VAR-E.
           MOVE AOLD-VAR-R TO AUDIT-VAR-R.
           MOVE AOLD-TYPE-CODE TO AUDIT-TYPE-CODE.
           MOVE AOLD-DEPT-CODE TO AUDIT-DEPT-CODE.

           WRITE AUDIT-RECORD.
           MOVE 'AUDTNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-AUDTNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 2900-CHECK-WRITE-STATUS THRU 2900-EXIT.

           PERFORM 1110-READ-AUDTOLD THRU 1110-EXIT.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CONVERT-HISTORY THRU 2400-EXIT
      * Converts one history record: the archived transaction image
      * goes through the same conversion as a live transaction
      * record, and the archive stamp is carried unchanged.
      ******************************************************************
       2400-CONVERT-HISTORY.
           MOVE HOLD-TRAN-IMAGE TO WS-OLD-TRAN-RECORD.
           PERFORM 2700-TALLY-OLD-PAIR THRU 2700-EXIT.
           ADD WS-OLD-PAIR-A TO WS-HIST-OLD-HASH-A.
           ADD WS-OLD-PAIR-B TO WS-HIST-OLD-HASH-B.
           IF WS-PAIR-CARRIED
               ADD 1 TO WS-HIST-CARRIED-COUNT
           END-IF.
           PERFORM 2050-CONVERT-TRAN-IMAGE THRU 2050-EXIT.

           MOVE SPACES TO HIST-RECORD.
           MOVE HOLD-ARCH-DATE TO HIST-ARCH-DATE.
           MOVE HOLD-ARCH-TIME TO HIST-ARCH-TIME.
           MOVE TRAN-RECORD TO HIST-TRAN-IMAGE.

           WRITE HIST-RECORD.
           MOVE 'HISTNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-HISTNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 2900-CHECK-WRITE-STATUS THRU 2900-EXIT.

           PERFORM 1120-READ-HISTOLD THRU 1120-EXIT.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CONVERT-STATISTICS THRU 2600-EXIT
      * Converts one statistics history record (run or department)
      * into the wider tallies, everything carried across unchanged.
      ******************************************************************
       2600-CONVERT-STATISTICS.
           ADD SOLD-SUM-VAR-C TO WS-SHST-OLD-HASH-C.
           ADD SOLD-SUM-VAR-E TO WS-SHST-OLD-HASH-E.

           MOVE SPACES TO SHST-RECORD.
           MOVE SOLD-RUN-DATE TO SHST-RUN-DATE.
           MOVE SOLD-JOB-ID TO SHST-JOB-ID.
           MOVE SOLD-REC-COUNT TO SHST-REC-COUNT.
           MOVE SOLD-HELD-COUNT TO SHST-HELD-COUNT.
           MOVE SOLD-EXCP-COUNT TO SHST-EXCP-COUNT.
           MOVE SOLD-EXCP-A-NOT-NUM TO SHST-EXCP-A-NOT-NUM.
           MOVE SOLD-EXCP-B-NOT-NUM TO SHST-EXCP-B-NOT-NUM.
           MOVE SOLD-EXCP-RANGE TO SHST-EXCP-RANGE.
           MOVE SOLD-EXCP-DIV-ZERO TO SHST-EXCP-DIV-ZERO.
           MOVE SOLD-C-COUNT TO SHST-C-COUNT.
           MOVE SOLD-C-MIN TO SHST-C-MIN.
           MOVE SOLD-C-MAX TO SHST-C-MAX.
           MOVE SOLD-SUM-VAR-C TO SHST-SUM-VAR-C.
           MOVE SOLD-E-COUNT TO SHST-E-COUNT.
           MOVE SOLD-E-MIN TO SHST-E-MIN.
           MOVE SOLD-E-MAX TO SHST-E-MAX.
           MOVE SOLD-SUM-VAR-E TO SHST-SUM-VAR-E.
           MOVE SOLD-REC-TYPE TO SHST-REC-TYPE.
           MOVE SOLD-DEPT-CODE TO SHST-DEPT-CODE.
           MOVE SOLD-PARTIAL-FLAG TO SHST-PARTIAL-FLAG.

           WRITE SHST-RECORD.
           MOVE 'SHSTNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-SHSTNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 2900-CHECK-WRITE-STATUS THRU 2900-EXIT.

           PERFORM 1130-READ-SHSTOLD THRU 1130-EXIT.

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-TALLY-OLD-PAIR THRU 2700-EXIT
      * Takes the old-side hash values straight off the old image in
      * WS-OLD-TRAN-RECORD, before it is converted - a non-numeric
      * value hashes as zero - and notes whether the image will carry
      * a non-numeric var_a or var_b across as it stood.
      ******************************************************************
       2700-TALLY-OLD-PAIR.
           SET WS-PAIR-CONVERTED TO TRUE.
           MOVE ZERO TO WS-OLD-PAIR-A.
           MOVE ZERO TO WS-OLD-PAIR-B.
           IF WS-OT-VAR-A NUMERIC
               MOVE WS-OT-VAR-A TO WS-OLD-PAIR-A
           ELSE
               SET WS-PAIR-CARRIED TO TRUE
           END-IF.
           IF WS-OT-VAR-B NUMERIC
               MOVE WS-OT-VAR-B TO WS-OLD-PAIR-B
           ELSE
               SET WS-PAIR-CARRIED TO TRUE
           END-IF.

       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REREAD-NEW-FILES THRU 2800-EXIT
      * Closes the four new copies and reads each one back from the
      * start, tallying the new-side count and hashes from what
      * actually landed on the dataset rather than from what this
      * program believes it wrote.
      ******************************************************************
       2800-REREAD-NEW-FILES.
           CLOSE TRANNEW.
           CLOSE AUDTNEW.
           CLOSE HISTNEW.
           CLOSE SHSTNEW.

           OPEN INPUT TRANNEW.
           MOVE 'TRANNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-TRANNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           SET WS-TRAN-NOT-EOF TO TRUE.
           PERFORM 2810-REREAD-TRAN THRU 2810-EXIT
               UNTIL WS-TRAN-EOF.
           CLOSE TRANNEW.

           OPEN INPUT AUDTNEW.
           MOVE 'AUDTNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-AUDTNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           SET WS-AUDIT-NOT-EOF TO TRUE.
           PERFORM 2820-REREAD-AUDIT THRU 2820-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE AUDTNEW.

           OPEN INPUT HISTNEW.
           MOVE 'HISTNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-HISTNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           SET WS-HIST-NOT-EOF TO TRUE.
           PERFORM 2830-REREAD-HISTORY THRU 2830-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE HISTNEW.

           OPEN INPUT SHSTNEW.
           MOVE 'SHSTNEW ' TO WS-ABEND-FILE-NAME.
           MOVE WS-SHSTNEW-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           SET WS-SHST-NOT-EOF TO TRUE.
           PERFORM 2840-REREAD-STATISTICS THRU 2840-EXIT
               UNTIL WS-SHST-EOF.
           CLOSE SHSTNEW.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2810-REREAD-TRAN THRU 2810-EXIT
      * One new transaction record into the new-side tallies.
      ******************************************************************
       2810-REREAD-TRAN.
           READ TRANNEW INTO TRAN-RECORD
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   GO TO 2810-EXIT
           END-READ.
           ADD 1 TO WS-TRAN-NEW-COUNT.
           IF TRAN-VAR-A NUMERIC
               ADD TRAN-VAR-A TO WS-TRAN-NEW-HASH-A
           END-IF.
           IF TRAN-VAR-B NUMERIC
               ADD TRAN-VAR-B TO WS-TRAN-NEW-HASH-B
           END-IF.

       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2820-REREAD-AUDIT THRU 2820-EXIT
      * One new audit record into the new-side tallies.
      ******************************************************************
       2820-REREAD-AUDIT.
           READ AUDTNEW
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   GO TO 2820-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-NEW-COUNT.
           IF AUDIT-VAR-A NUMERIC
               ADD AUDIT-VAR-A TO WS-AUDIT-NEW-HASH-A
           END-IF.
           IF AUDIT-VAR-B NUMERIC
               ADD AUDIT-VAR-B TO WS-AUDIT-NEW-HASH-B
           END-IF.

       2820-EXIT.
           EXIT.

      ******************************************************************
      * 2830-REREAD-HISTORY THRU 2830-EXIT
      * One new history record into the new-side tallies, off the
      * transaction image it carries.
      ******************************************************************
       2830-REREAD-HISTORY.
           READ HISTNEW
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 2830-EXIT
           END-READ.
           ADD 1 TO WS-HIST-NEW-COUNT.
           MOVE HIST-TRAN-IMAGE TO TRAN-RECORD.
           IF TRAN-VAR-A NUMERIC
               ADD TRAN-VAR-A TO WS-HIST-NEW-HASH-A
           END-IF.
           IF TRAN-VAR-B NUMERIC
               ADD TRAN-VAR-B TO WS-HIST-NEW-HASH-B
           END-IF.

       2830-EXIT.
           EXIT.

      ******************************************************************
      * 2840-REREAD-STATISTICS THRU 2840-EXIT
      * One new statistics history record into the new-side tallies.
      ******************************************************************
       2840-REREAD-STATISTICS.
           READ SHSTNEW
               AT END
                   SET WS-SHST-EOF TO TRUE
                   GO TO 2840-EXIT
           END-READ.
           ADD 1 TO WS-SHST-NEW-COUNT.
           ADD SHST-SUM-VAR-C TO WS-SHST-NEW-HASH-C.
           ADD SHST-SUM-VAR-E TO WS-SHST-NEW-HASH-E.

       2840-EXIT.
           EXIT.

      ******************************************************************
      * 2900-CHECK-WRITE-STATUS THRU 2900-EXIT
      * Common WRITE-failure check for the new copies, with the file
      * name and status set by the caller.  The old files are
      * untouched, so abending mid-conversion loses nothing - the
      * run is simply made again once the dataset is fixed.
      ******************************************************************
       2900-CHECK-WRITE-STATUS.
           IF WS-ABEND-STATUS = '00'
               GO TO 2900-EXIT
           END-IF.
           DISPLAY 'FIZZCONV: WRITE FAILED FOR ' WS-ABEND-FILE-NAME
               ' - FILE STATUS ' WS-ABEND-STATUS.
           DISPLAY 'FIZZCONV: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Prints the old and new count and hashes for each file with
      * its verdict, closes everything, and sets the return code: 0
      * when every file proves, 8 on any break - which means this
      * program lost or altered something, and none of the new
      * copies should be swapped in behind it.
      ******************************************************************
       3000-FINALIZE.
           MOVE 'TRANFILE' TO RPT-D-FILE.
           MOVE 'OLD' TO RPT-D-COPY.
           MOVE WS-TRAN-OLD-COUNT TO RPT-D-COUNT.
           MOVE WS-TRAN-OLD-HASH-A TO RPT-D-HASH-1.
           MOVE WS-TRAN-OLD-HASH-B TO RPT-D-HASH-2.
           MOVE SPACES TO RPT-D-VERDICT.
           WRITE CNVR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NEW' TO RPT-D-COPY.
           MOVE WS-TRAN-NEW-COUNT TO RPT-D-COUNT.
           MOVE WS-TRAN-NEW-HASH-A TO RPT-D-HASH-1.
           MOVE WS-TRAN-NEW-HASH-B TO RPT-D-HASH-2.
           IF WS-TRAN-NEW-COUNT = WS-TRAN-OLD-COUNT AND
              WS-TRAN-NEW-HASH-A = WS-TRAN-OLD-HASH-A AND
              WS-TRAN-NEW-HASH-B = WS-TRAN-OLD-HASH-B
               MOVE 'PROVEN' TO RPT-D-VERDICT
           ELSE
               MOVE '** BREAK **' TO RPT-D-VERDICT
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
           WRITE CNVR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TRAN-CARRIED-COUNT TO RPT-C-COUNT.
           WRITE CNVR-RECORD FROM RPT-CARRIED-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'AUDITFILE' TO RPT-D-FILE.
           MOVE 'OLD' TO RPT-D-COPY.
           MOVE WS-AUDIT-OLD-COUNT TO RPT-D-COUNT.
           MOVE WS-AUDIT-OLD-HASH-A TO RPT-D-HASH-1.
           MOVE WS-AUDIT-OLD-HASH-B TO RPT-D-HASH-2.
           MOVE SPACES TO RPT-D-VERDICT.
           WRITE CNVR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NEW' TO RPT-D-COPY.
           MOVE WS-AUDIT-NEW-COUNT TO RPT-D-COUNT.
           MOVE WS-AUDIT-NEW-HASH-A TO RPT-D-HASH-1.
           MOVE WS-AUDIT-NEW-HASH-B TO RPT-D-HASH-2.
           IF WS-AUDIT-NEW-COUNT = WS-AUDIT-OLD-COUNT AND
              WS-AUDIT-NEW-HASH-A = WS-AUDIT-OLD-HASH-A AND
              WS-AUDIT-NEW-HASH-B = WS-AUDIT-OLD-HASH-B
               MOVE 'PROVEN' TO RPT-D-VERDICT
           ELSE
               MOVE '** BREAK **' TO RPT-D-VERDICT
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
           WRITE CNVR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'HISTFILE' TO RPT-D-FILE.
           MOVE 'OLD' TO RPT-D-COPY.
           MOVE WS-HIST-OLD-COUNT TO RPT-D-COUNT.
           MOVE WS-HIST-OLD-HASH-A TO RPT-D-HASH-1.
           MOVE WS-HIST-OLD-HASH-B TO RPT-D-HASH-2.
           MOVE SPACES TO RPT-D-VERDICT.
           WRITE CNVR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NEW' TO RPT-D-COPY.
           MOVE WS-HIST-NEW-COUNT TO RPT-D-COUNT.
           MOVE WS-HIST-NEW-HASH-A TO RPT-D-HASH-1.
           MOVE WS-HIST-NEW-HASH-B TO RPT-D-HASH-2.
           IF WS-HIST-NEW-COUNT = WS-HIST-OLD-COUNT AND
              WS-HIST-NEW-HASH-A = WS-HIST-OLD-HASH-A AND
              WS-HIST-NEW-HASH-B = WS-HIST-OLD-HASH-B
               MOVE 'PROVEN' TO RPT-D-VERDICT
           ELSE
               MOVE '** BREAK **' TO RPT-D-VERDICT
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
           WRITE CNVR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-HIST-CARRIED-COUNT TO RPT-C-COUNT.
           WRITE CNVR-RECORD FROM RPT-CARRIED-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'SHSTFILE' TO RPT-D-FILE.
           MOVE 'OLD' TO RPT-D-COPY.
           MOVE WS-SHST-OLD-COUNT TO RPT-D-COUNT.
           MOVE WS-SHST-OLD-HASH-C TO RPT-D-HASH-1.
           MOVE WS-SHST-OLD-HASH-E TO RPT-D-HASH-2.
           MOVE SPACES TO RPT-D-VERDICT.
           WRITE CNVR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NEW' TO RPT-D-COPY.
           MOVE WS-SHST-NEW-COUNT TO RPT-D-COUNT.
           MOVE WS-SHST-NEW-HASH-C TO RPT-D-HASH-1.
           MOVE WS-SHST-NEW-HASH-E TO RPT-D-HASH-2.
           IF WS-SHST-NEW-COUNT = WS-SHST-OLD-COUNT AND
              WS-SHST-NEW-HASH-C = WS-SHST-OLD-HASH-C AND
              WS-SHST-NEW-HASH-E = WS-SHST-OLD-HASH-E
               MOVE 'PROVEN' TO RPT-D-VERDICT
           ELSE
               MOVE '** BREAK **' TO RPT-D-VERDICT
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
           WRITE CNVR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'HASH 1/2: VAR_A/VAR_B; SHSTFILE PRODUCT/QUOTIENT SUMS'
               TO RPT-N-MESSAGE.
           WRITE CNVR-RECORD FROM RPT-NOTE-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE TRANOLD.
           CLOSE AUDTOLD.
           CLOSE HISTOLD.
           CLOSE SHSTOLD.
           CLOSE CNVRFILE.

           IF WS-BREAK-COUNT = ZERO
               DISPLAY 'FIZZCONV: CONVERSION PROVEN - RC=0'
                   UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY 'FIZZCONV: CONVERSION DOES NOT PROVE - DO NOT '
                   'SWAP IN THE NEW COPIES - RC=8' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-EXIT.
           EXIT.
