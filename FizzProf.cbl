      ******************************************************************
      * FIZZPROF.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-09-21
      * Purpose:     Calculation proof over the FIZZ-BUZZ audit log.
      *              Selects one night's postings off AUDITFILE, by
      *              run date or by job id, and re-derives every
      *              posted result from the var_a/var_b on the same
      *              record without going through FIZZCALC - the
      *              product by MULTIPLY, the difference by SUBTRACT,
      *              the quotient by a truncating COMPUTE and the
      *              remainder by subtracting quotient times divisor
      *              back out of var_a - then proves the posted
      *              quotient and remainder against the division
      *              identity itself (quotient x var_b + remainder =
      *              var_a, remainder below var_b).  A result field
      *              the record's AUDIT-TYPE-CODE did not ask for must
      *              be posted as zero.  Every disagreement prints on
      *              the mismatch report with the posted and expected
      *              figures, so a bad compile of the calculation
      *              routine or a corrupted audit record is caught
      *              before the extract goes out, and a disputed
      *              result can be shown to be right (or not) from
      *              something other than the routine that produced
      *              it.
      *
      *              Selection card (one per run, from SYSIN):
      *                  col  1     'D' = run date
      *                             'J' = job id
      *                  D: cols 3-10  run date YYYYMMDD
      *                  J: cols 3-10  job id
      *
      *              Ends RC 0 when every selected posting proves, RC 8
      *              when nothing on the log matches the selection,
      *              and RC 12 on any disagreement, so the schedule
      *              holds the extract transmission.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-09-21 PL    Original independent proof of a night's
      *                    audit postings.
      *   2026-09-24 PL    Proof fields and the report's var_a/var_b
      *                    and posted/expected columns widened for
      *                    five-digit var_a/var_b.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZPROF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRFCARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFCARDS-STATUS.

           SELECT AUDITFILE ASSIGN TO AUDITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITFILE-STATUS.

           SELECT PRFRFILE ASSIGN TO PRFRFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRFCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRF-CARD.
           05  PRF-SELECT-TYPE         PIC X(01).
               88  PRF-BY-RUN-DATE         VALUE 'D'.
               88  PRF-BY-JOB-ID           VALUE 'J'.
           05  FILLER                  PIC X(01).
           05  PRF-CRITERIA            PIC X(08).
           05  FILLER                  PIC X(70).

       FD  AUDITFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  PRFRFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRFR-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRFCARDS-STATUS          PIC X(02).
       01  WS-AUDITFILE-STATUS         PIC X(02).
       01  WS-PRFRFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-RECORD-SWITCH        PIC X(01).
               88  WS-RECORD-AGREES        VALUE 'Y'.
               88  WS-RECORD-DISAGREES     VALUE 'N'.
           05  WS-POSTED-SWITCH        PIC X(01).
               88  WS-POSTED-NUMERIC       VALUE 'Y'.
               88  WS-POSTED-NOT-NUMERIC   VALUE 'N'.

      * Which results the record's type code asked for - the same
      * published rule FIZZCALC applies ('M' product only, 'D'
      * quotient/remainder only, anything else the full set), set
      * here from the code itself rather than taken from the routine.
       01  WS-REQUEST-FLAGS.
           05  WS-WANT-PRODUCT-SW      PIC X(01).
               88  WS-WANT-PRODUCT         VALUE 'Y'.
           05  WS-WANT-DIFFERENCE-SW   PIC X(01).
               88  WS-WANT-DIFFERENCE      VALUE 'Y'.
           05  WS-WANT-DIVISION-SW     PIC X(01).
               88  WS-WANT-DIVISION        VALUE 'Y'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-SEL-TYPE                 PIC X(01).
       01  WS-SEL-RUN-DATE             PIC X(08).
       01  WS-SEL-JOB-ID               PIC X(08).

      * The independently derived results, held wider and signed so
      * a posted figure that overflowed or lost its sign on the
      * audit record still compares unequal rather than matching a
      * truncated copy of itself.
       01  WS-PROOF-VAR-C              PIC S9(12) COMP.
       01  WS-PROOF-VAR-D              PIC S9(12) COMP.
       01  WS-PROOF-VAR-E              PIC S9(12) COMP.
       01  WS-PROOF-VAR-R              PIC S9(12) COMP.
       01  WS-PROOF-CHECK              PIC S9(12) COMP.

      * One mismatch, set up by the caller of 2900-WRITE-MISMATCH.
       01  WS-MM-FIELD                 PIC X(05).
       01  WS-MM-POSTED                PIC S9(12) COMP.
       01  WS-MM-EXPECTED              PIC S9(12) COMP.
       01  WS-MM-REASON                PIC X(40).

       01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  WS-PROVED-COUNT             PIC 9(06) COMP VALUE ZERO.
       01  WS-DISAGREE-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  WS-MISMATCH-COUNT           PIC 9(06) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'FIZZPROF CALCULATION PROOF'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-H1-RUN-DATE         PIC 9(08).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'PROVING:'.
           05  RPT-H2-SELECTION        PIC X(40).

       01  RPT-HEADING-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(10) VALUE 'JOB ID'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
           05  FILLER                  PIC X(05) VALUE 'TYP'.
           05  FILLER                  PIC X(08) VALUE 'VAR A'.
           05  FILLER                  PIC X(08) VALUE 'VAR B'.
           05  FILLER                  PIC X(07) VALUE 'FIELD'.
           05  FILLER                  PIC X(16) VALUE '        POSTED'.
           05  FILLER                  PIC X(16) VALUE '      EXPECTED'.
           05  FILLER                  PIC X(06) VALUE 'REASON'.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-D-SEQ-NO            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-JOB-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-D-VAR-A             PIC X(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-D-VAR-B             PIC X(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-D-FIELD             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-POSTED            PIC -Z,ZZZ,ZZZ,ZZ9.
           05  RPT-D-POSTED-X REDEFINES RPT-D-POSTED
                                       PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-EXPECTED          PIC -Z,ZZZ,ZZZ,ZZ9.
           05  RPT-D-EXPECTED-X REDEFINES RPT-D-EXPECTED
                                       PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-REASON            PIC X(40).

       01  RPT-CLEAN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'EVERY SELECTED POSTING PROVES - NO MISMATCHES'.

       01  RPT-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'AUDIT RECORDS SWEPT  . .'.
           05  RPT-T-READ              PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'POSTINGS SELECTED  . . .'.
           05  RPT-T-SELECTED          PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'POSTINGS PROVED  . . . .'.
           05  RPT-T-PROVED            PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'POSTINGS IN DISAGREEMENT'.
           05  RPT-T-DISAGREE          PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-5.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'FIELD MISMATCHES . . . .'.
           05  RPT-T-MISMATCHES        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROVE-RECORD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Reads and edits the selection card, opens the log and the
      * mismatch report, and primes the sweep.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PRFCARDS.
           MOVE 'PRFCARDS' TO WS-ABEND-FILE-NAME.
           MOVE WS-PRFCARDS-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           PERFORM 1200-READ-SELECTION THRU 1200-EXIT.

           OPEN INPUT AUDITFILE.
           MOVE 'AUDITFIL' TO WS-ABEND-FILE-NAME.
           MOVE WS-AUDITFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT PRFRFILE.
           MOVE 'PRFRFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-PRFRFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           MOVE WS-CURR-DATE TO RPT-H1-RUN-DATE.
           WRITE PRFR-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE SPACES TO RPT-H2-SELECTION.
           IF PRF-BY-RUN-DATE
               STRING 'RUN DATE ' WS-SEL-RUN-DATE
                   DELIMITED BY SIZE INTO RPT-H2-SELECTION
           ELSE
               STRING 'JOB ID ' WS-SEL-JOB-ID
                   DELIMITED BY SIZE INTO RPT-H2-SELECTION
           END-IF.
           WRITE PRFR-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRFR-RECORD.
           WRITE PRFR-RECORD AFTER ADVANCING 1 LINE.
           WRITE PRFR-RECORD FROM RPT-HEADING-3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRFR-RECORD.
           WRITE PRFR-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 1100-READ-AUDITFILE THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-AUDITFILE THRU 1100-EXIT
      * Read-ahead of the next audit record, shared by initialization
      * (to prime the loop) and by the end of record processing.
      ******************************************************************
       1100-READ-AUDITFILE.
           READ AUDITFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-NOT-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-CHECK-FILE-STATUS THRU 1150-EXIT
      * Common OPEN-failure check, run after every file OPEN in
      * 1000-INITIALIZE.  WS-ABEND-FILE-NAME/WS-ABEND-STATUS are set
      * by the caller immediately before the PERFORM.  Anything other
      * than '00' means the proof cannot safely continue, so the run
      * is abended here rather than left to fail unpredictably
      * deeper in the program.
      ******************************************************************
       1150-CHECK-FILE-STATUS.
           IF WS-ABEND-STATUS = '00'
               GO TO 1150-EXIT
           END-IF.
           DISPLAY 'FIZZPROF: OPEN FAILED FOR ' WS-ABEND-FILE-NAME
               ' - FILE STATUS ' WS-ABEND-STATUS.
           DISPLAY 'FIZZPROF: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-SELECTION THRU 1200-EXIT
      * One selection card drives the whole run.  A missing card, a
      * selection type other than D or J, a run date that is not 8
      * numeric digits or a blank job id abends here, before the log
      * is ever opened, with a message naming the expected format.
      ******************************************************************
       1200-READ-SELECTION.
           READ PRFCARDS
               AT END
                   DISPLAY 'FIZZPROF: NO SELECTION CARD ON SYSIN'
                   DISPLAY 'FIZZPROF: EXPECTED  D yyyymmdd  OR  J jobid'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           MOVE PRF-SELECT-TYPE TO WS-SEL-TYPE.
           MOVE SPACES TO WS-SEL-RUN-DATE.
           MOVE SPACES TO WS-SEL-JOB-ID.

           EVALUATE TRUE
               WHEN PRF-BY-RUN-DATE
                   IF PRF-CRITERIA NOT NUMERIC
                       DISPLAY 'FIZZPROF: RUN DATE ' PRF-CRITERIA
                           ' IS NOT 8 NUMERIC DIGITS'
                       DISPLAY 'FIZZPROF: EXPECTED  D yyyymmdd  '
                           'OR  J jobid'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PRF-CRITERIA TO WS-SEL-RUN-DATE
               WHEN PRF-BY-JOB-ID
                   IF PRF-CRITERIA = SPACES
                       DISPLAY 'FIZZPROF: JOB ID IS BLANK'
                       DISPLAY 'FIZZPROF: EXPECTED  D yyyymmdd  '
                           'OR  J jobid'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PRF-CRITERIA TO WS-SEL-JOB-ID
               WHEN OTHER
                   DISPLAY 'FIZZPROF: SELECTION TYPE NOT D OR J'
                   DISPLAY 'FIZZPROF: EXPECTED  D yyyymmdd  OR  J jobid'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROVE-RECORD THRU 2000-EXIT
      * Applies the selection to one audit record and proves a
      * match.  Inputs that are not numeric cannot be proved at all
      * and are reported as such; otherwise the type code decides
      * which results are re-derived and which must be zero, and
      * each of the four results is checked in turn.  A posting
      * with any mismatch counts once as in disagreement however
      * many of its fields disagree.
      ******************************************************************
       2000-PROVE-RECORD.
           IF PRF-BY-RUN-DATE AND AUDIT-RUN-DATE NOT = WS-SEL-RUN-DATE
               GO TO 2000-NEXT-RECORD
           END-IF.
           IF PRF-BY-JOB-ID AND AUDIT-JOB-ID NOT = WS-SEL-JOB-ID
               GO TO 2000-NEXT-RECORD
           END-IF.

           ADD 1 TO WS-SELECTED-COUNT.
           SET WS-RECORD-AGREES TO TRUE.

           IF AUDIT-VAR-A NOT NUMERIC
               MOVE 'VAR_A' TO WS-MM-FIELD
               SET WS-POSTED-NOT-NUMERIC TO TRUE
               MOVE ZERO TO WS-MM-EXPECTED
               MOVE 'INPUT NOT NUMERIC - CANNOT BE PROVED' TO
                   WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
           END-IF.
           IF AUDIT-VAR-B NOT NUMERIC
               MOVE 'VAR_B' TO WS-MM-FIELD
               SET WS-POSTED-NOT-NUMERIC TO TRUE
               MOVE ZERO TO WS-MM-EXPECTED
               MOVE 'INPUT NOT NUMERIC - CANNOT BE PROVED' TO
                   WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
           END-IF.
           IF WS-RECORD-DISAGREES
               GO TO 2000-TALLY
           END-IF.

           MOVE SPACES TO WS-REQUEST-FLAGS.
           EVALUATE AUDIT-TYPE-CODE
               WHEN 'M'
                   SET WS-WANT-PRODUCT TO TRUE
               WHEN 'D'
                   SET WS-WANT-DIVISION TO TRUE
               WHEN OTHER
                   SET WS-WANT-PRODUCT TO TRUE
                   SET WS-WANT-DIFFERENCE TO TRUE
                   SET WS-WANT-DIVISION TO TRUE
           END-EVALUATE.

           PERFORM 2100-PROVE-PRODUCT THRU 2100-EXIT.
           PERFORM 2200-PROVE-DIFFERENCE THRU 2200-EXIT.
           PERFORM 2300-PROVE-DIVISION THRU 2300-EXIT.

       2000-TALLY.
           IF WS-RECORD-AGREES
               ADD 1 TO WS-PROVED-COUNT
           ELSE
               ADD 1 TO WS-DISAGREE-COUNT
           END-IF.

       2000-NEXT-RECORD.
           PERFORM 1100-READ-AUDITFILE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROVE-PRODUCT THRU 2100-EXIT
      * var_c: var_a multiplied by var_b when the product was asked
      * for, zero when it was not.
      ******************************************************************
       2100-PROVE-PRODUCT.
           MOVE 'VAR_C' TO WS-MM-FIELD.
           IF AUDIT-VAR-C NOT NUMERIC
               SET WS-POSTED-NOT-NUMERIC TO TRUE
               MOVE ZERO TO WS-MM-EXPECTED
               MOVE 'POSTED RESULT NOT NUMERIC' TO WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           SET WS-POSTED-NUMERIC TO TRUE.
           MOVE AUDIT-VAR-C TO WS-MM-POSTED.

           IF NOT WS-WANT-PRODUCT
               IF AUDIT-VAR-C NOT = ZERO
                   MOVE ZERO TO WS-MM-EXPECTED
                   MOVE 'NOT REQUESTED BY TYPE CODE - NOT ZERO' TO
                       WS-MM-REASON
                   PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.

           MULTIPLY AUDIT-VAR-A BY AUDIT-VAR-B GIVING WS-PROOF-VAR-C.
           IF WS-MM-POSTED NOT = WS-PROOF-VAR-C
               MOVE WS-PROOF-VAR-C TO WS-MM-EXPECTED
               MOVE 'PRODUCT DOES NOT PROVE' TO WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PROVE-DIFFERENCE THRU 2200-EXIT
      * var_d: var_b subtracted from var_a (signed) when the full set
      * was asked for, zero when it was not.
      ******************************************************************
       2200-PROVE-DIFFERENCE.
           MOVE 'VAR_D' TO WS-MM-FIELD.
           IF AUDIT-VAR-D NOT NUMERIC
               SET WS-POSTED-NOT-NUMERIC TO TRUE
               MOVE ZERO TO WS-MM-EXPECTED
               MOVE 'POSTED RESULT NOT NUMERIC' TO WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET WS-POSTED-NUMERIC TO TRUE.
           MOVE AUDIT-VAR-D TO WS-MM-POSTED.

           IF NOT WS-WANT-DIFFERENCE
               IF AUDIT-VAR-D NOT = ZERO
                   MOVE ZERO TO WS-MM-EXPECTED
                   MOVE 'NOT REQUESTED BY TYPE CODE - NOT ZERO' TO
                       WS-MM-REASON
                   PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
               END-IF
               GO TO 2200-EXIT
           END-IF.

           SUBTRACT AUDIT-VAR-B FROM AUDIT-VAR-A
               GIVING WS-PROOF-VAR-D.
           IF WS-MM-POSTED NOT = WS-PROOF-VAR-D
               MOVE WS-PROOF-VAR-D TO WS-MM-EXPECTED
               MOVE 'DIFFERENCE DOES NOT PROVE' TO WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PROVE-DIVISION THRU 2300-EXIT
      * var_e and var_r.  When the division was not asked for both
      * must be zero.  When it was, a zero var_b means the posting
      * should never have been made (FIZZCALC excepts a requested
      * division by zero); otherwise the expected quotient is
      * var_a / var_b truncated and the expected remainder what is
      * left of var_a after quotient times var_b is taken out.  The
      * posted pair is then also held to the division identity
      * itself, so a pair that agrees with a wrong derivation here
      * would still fail.
      ******************************************************************
       2300-PROVE-DIVISION.
           MOVE 'VAR_E' TO WS-MM-FIELD.
           IF AUDIT-VAR-E NOT NUMERIC
               SET WS-POSTED-NOT-NUMERIC TO TRUE
               MOVE ZERO TO WS-MM-EXPECTED
               MOVE 'POSTED RESULT NOT NUMERIC' TO WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
           END-IF.
           MOVE 'VAR_R' TO WS-MM-FIELD.
           IF AUDIT-VAR-R NOT NUMERIC
               SET WS-POSTED-NOT-NUMERIC TO TRUE
               MOVE ZERO TO WS-MM-EXPECTED
               MOVE 'POSTED RESULT NOT NUMERIC' TO WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
           END-IF.
           IF AUDIT-VAR-E NOT NUMERIC OR AUDIT-VAR-R NOT NUMERIC
               GO TO 2300-EXIT
           END-IF.
           SET WS-POSTED-NUMERIC TO TRUE.

           IF NOT WS-WANT-DIVISION
               IF AUDIT-VAR-E NOT = ZERO
                   MOVE 'VAR_E' TO WS-MM-FIELD
                   MOVE AUDIT-VAR-E TO WS-MM-POSTED
                   MOVE ZERO TO WS-MM-EXPECTED
                   MOVE 'NOT REQUESTED BY TYPE CODE - NOT ZERO' TO
                       WS-MM-REASON
                   PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
               END-IF
               IF AUDIT-VAR-R NOT = ZERO
                   MOVE 'VAR_R' TO WS-MM-FIELD
                   MOVE AUDIT-VAR-R TO WS-MM-POSTED
                   MOVE ZERO TO WS-MM-EXPECTED
                   MOVE 'NOT REQUESTED BY TYPE CODE - NOT ZERO' TO
                       WS-MM-REASON
                   PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
               END-IF
               GO TO 2300-EXIT
           END-IF.

           IF AUDIT-VAR-B = ZERO
               MOVE 'VAR_E' TO WS-MM-FIELD
               MOVE AUDIT-VAR-E TO WS-MM-POSTED
               MOVE ZERO TO WS-MM-EXPECTED
               MOVE 'DIVISION POSTED WITH A ZERO VAR_B' TO
                   WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.

           COMPUTE WS-PROOF-VAR-E = AUDIT-VAR-A / AUDIT-VAR-B.
           COMPUTE WS-PROOF-VAR-R =
               AUDIT-VAR-A - (WS-PROOF-VAR-E * AUDIT-VAR-B).

           IF AUDIT-VAR-E NOT = WS-PROOF-VAR-E
               MOVE 'VAR_E' TO WS-MM-FIELD
               MOVE AUDIT-VAR-E TO WS-MM-POSTED
               MOVE WS-PROOF-VAR-E TO WS-MM-EXPECTED
               MOVE 'QUOTIENT DOES NOT PROVE' TO WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
           END-IF.
           IF AUDIT-VAR-R NOT = WS-PROOF-VAR-R
               MOVE 'VAR_R' TO WS-MM-FIELD
               MOVE AUDIT-VAR-R TO WS-MM-POSTED
               MOVE WS-PROOF-VAR-R TO WS-MM-EXPECTED
               MOVE 'REMAINDER DOES NOT PROVE' TO WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
           END-IF.
           IF WS-RECORD-DISAGREES
               GO TO 2300-EXIT
           END-IF.

           COMPUTE WS-PROOF-CHECK =
               (AUDIT-VAR-E * AUDIT-VAR-B) + AUDIT-VAR-R.
           IF WS-PROOF-CHECK NOT = AUDIT-VAR-A OR
              AUDIT-VAR-R NOT < AUDIT-VAR-B
               MOVE 'VAR_R' TO WS-MM-FIELD
               MOVE AUDIT-VAR-R TO WS-MM-POSTED
               MOVE WS-PROOF-VAR-R TO WS-MM-EXPECTED
               MOVE 'QUOTIENT X VAR_B + REMAINDER NOT = VAR_A' TO
                   WS-MM-REASON
               PERFORM 2900-WRITE-MISMATCH THRU 2900-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-MISMATCH THRU 2900-EXIT
      * Prints one field disagreement: WS-MM-FIELD, WS-MM-POSTED (or
      * WS-POSTED-NOT-NUMERIC when the posted field could not be
      * read as a number), WS-MM-EXPECTED and WS-MM-REASON are set
      * by the caller.  The posting is marked as in disagreement.
      ******************************************************************
       2900-WRITE-MISMATCH.
           SET WS-RECORD-DISAGREES TO TRUE.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE AUDIT-SEQ-NO TO RPT-D-SEQ-NO.
           MOVE AUDIT-JOB-ID TO RPT-D-JOB-ID.
           MOVE AUDIT-RUN-DATE TO RPT-D-RUN-DATE.
           MOVE AUDIT-TYPE-CODE TO RPT-D-TYPE-CODE.
           MOVE AUDIT-VAR-A TO RPT-D-VAR-A.
           MOVE AUDIT-VAR-B TO RPT-D-VAR-B.
           MOVE WS-MM-FIELD TO RPT-D-FIELD.
           IF WS-POSTED-NUMERIC
               MOVE WS-MM-POSTED TO RPT-D-POSTED
               MOVE WS-MM-EXPECTED TO RPT-D-EXPECTED
           ELSE
               MOVE '    NOT NUMER.' TO RPT-D-POSTED-X
               MOVE SPACES TO RPT-D-EXPECTED-X
           END-IF.
           MOVE WS-MM-REASON TO RPT-D-REASON.
           WRITE PRFR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Prints the proof totals, closes the files and sets the return
      * code: 0 when every selected posting proves, 8 when nothing on
      * the log matched the selection, 12 when anything disagreed -
      * the extract for that night must not go out until it is
      * explained.
      ******************************************************************
       3000-FINALIZE.
           IF WS-SELECTED-COUNT > ZERO AND WS-DISAGREE-COUNT = ZERO
               WRITE PRFR-RECORD FROM RPT-CLEAN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO PRFR-RECORD.
           WRITE PRFR-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-READ-COUNT TO RPT-T-READ.
           WRITE PRFR-RECORD FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-SELECTED-COUNT TO RPT-T-SELECTED.
           WRITE PRFR-RECORD FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-PROVED-COUNT TO RPT-T-PROVED.
           WRITE PRFR-RECORD FROM RPT-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-DISAGREE-COUNT TO RPT-T-DISAGREE.
           WRITE PRFR-RECORD FROM RPT-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-MISMATCH-COUNT TO RPT-T-MISMATCHES.
           WRITE PRFR-RECORD FROM RPT-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.

           CLOSE PRFCARDS.
           CLOSE AUDITFILE.
           CLOSE PRFRFILE.

           EVALUATE TRUE
               WHEN WS-SELECTED-COUNT = ZERO
                   DISPLAY 'FIZZPROF: NOTHING ON THE AUDIT LOG FOR '
                       'THE SELECTION - RC=8' UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DISAGREE-COUNT > ZERO
                   DISPLAY 'FIZZPROF: POSTINGS DO NOT PROVE - HOLD '
                       'THE EXTRACT - RC=12' UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'FIZZPROF: ALL POSTINGS PROVE - RC=0'
                       UPON CONSOLE
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3000-EXIT.
           EXIT.
