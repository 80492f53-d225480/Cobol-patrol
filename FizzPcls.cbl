      ******************************************************************
      * FIZZPCLS.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-10-06
      * Purpose:     Accounting period close for the FIZZ-BUZZ
      *              service.  Freezes one calendar month: sweeps the
      *              append-only AUDITFILE for every computation
      *              posted with a run date in the month and writes
      *              one closed-period summary record per department
      *              and operation type to the period-close file
      *              (PCLSFIL, layout PCLSREC) - the count and the
      *              product, difference, quotient and remainder sums
      *              as they stand on the day of close - followed by
      *              the period's header record and, last, the
      *              control record naming it as the last period
      *              closed.
      *
      *              From then on the batch run flags any pair whose
      *              requested date falls in a closed month as a
      *              prior-period adjustment (audit log, extract
      *              detail and report), and FIZZPADJ reports those
      *              adjustments against the frozen summaries written
      *              here.  Postings in the month that were themselves
      *              flagged as adjustments to an earlier closed month
      *              belong to that month, not this one, and are left
      *              out of the summaries (counted on the control
      *              lines).
      *
      *              Months are closed strictly in order, one at a
      *              time, and only once the month is over: the
      *              month must be earlier than the current month,
      *              not already closed, and - once any month has
      *              been closed - the month straight after the last
      *              one closed.  A gap would leave a month's late
      *              work posting as current with nobody the wiser.
      *              The control record is written last, so a close
      *              that fails part way is simply run again.
      *
      *              Selection card (one per run, from SYSIN):
      *                  cols 1-6   period YYYYMM
      *
      *              Prints the close report (PCLRFIL): the summaries
      *              as written, the period totals and the control
      *              lines proving every posting in the month was
      *              either summarised or excluded.
      *
      *              Return codes: 0 period closed, 4 period closed
      *              with nothing posted in it, 16 bad card, a month
      *              out of order or already closed, a file that
      *              would not open, or a failed write.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-10-06 PL    Original accounting period close with
      *                    closed-period summaries by department and
      *                    operation type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZPCLS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCLCARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLCARDS-STATUS.

           SELECT AUDITFILE ASSIGN TO AUDITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITFILE-STATUS.

           SELECT PCLSFILE ASSIGN TO PCLSFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCLS-KEY
               FILE STATUS IS WS-PCLSFILE-STATUS.

           SELECT PCLRFILE ASSIGN TO PCLRFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCLCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PCL-CARD.
           05  PCL-PERIOD              PIC X(06).
           05  PCL-PERIOD-R REDEFINES PCL-PERIOD.
               10  PCL-PERIOD-YEAR     PIC 9(04).
               10  PCL-PERIOD-MM       PIC 9(02).
           05  FILLER                  PIC X(74).

       FD  AUDITFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  PCLSFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PCLSREC.

       FD  PCLRFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PCLR-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PCLCARDS-STATUS          PIC X(02).
       01  WS-AUDITFILE-STATUS         PIC X(02).
       01  WS-PCLSFILE-STATUS          PIC X(02).
           88  WS-PCLSFILE-NOT-FOUND       VALUE '35'.
       01  WS-PCLRFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-DEPT-FOUND-SWITCH    PIC X(01).
               88  WS-DEPT-FOUND           VALUE 'Y'.
               88  WS-DEPT-NOT-FOUND       VALUE 'N'.
           05  WS-CONTROL-SWITCH       PIC X(01).
               88  WS-CONTROL-ON-FILE      VALUE 'Y'.
               88  WS-CONTROL-NEW          VALUE 'N'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE.
           05  WS-CURR-MONTH           PIC X(06).
           05  FILLER                  PIC X(02).
       01  WS-CURR-TIME                PIC 9(08).
       01  WS-CLOSE-PERIOD             PIC X(06).
       01  WS-LAST-CLOSED              PIC X(06) VALUE SPACES.

      * The month that must be closed next: the one after the last
      * closed, worked out by year and month.
       01  WS-NEXT-PERIOD              PIC X(06).
       01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YEAR            PIC 9(04).
           05  WS-NEXT-MM              PIC 9(02).

      * The three operation types in summary order, so a type code
      * can be turned into a subscript and back.
       01  WS-TYPE-CODE-LIST           PIC X(03) VALUE 'MDA'.
       01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODE-LIST.
           05  WS-TYPE-CODE            PIC X(01) OCCURS 3 TIMES.
       01  WS-TYPE-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-TYPE-MAX                 PIC 9(02) COMP VALUE 3.

      * One entry per department posting in the month, in the order
      * the log first shows each one, with its count and result sums
      * by operation type.  A posting with no department is held
      * under a department of spaces.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DEPT-T-CODE      PIC X(04).
               10  WS-DEPT-T-TYPE OCCURS 3 TIMES.
                   15  WS-DEPT-T-COUNT PIC 9(07) COMP.
                   15  WS-DEPT-T-SUM-VAR-C PIC 9(15) COMP.
                   15  WS-DEPT-T-SUM-VAR-D PIC S9(11) COMP.
                   15  WS-DEPT-T-SUM-VAR-E PIC 9(11) COMP.
                   15  WS-DEPT-T-SUM-VAR-R PIC 9(11) COMP.
       01  WS-DEPT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-DEPT-MAX                 PIC 9(04) COMP VALUE 100.

       01  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-PERIOD-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-SUMMARISED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-EXCLUDED-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-BAD-TYPE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-SUMMARY-COUNT            PIC 9(06) COMP VALUE ZERO.
       01  WS-TABLE-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOT-SUM-VAR-C            PIC 9(15) COMP VALUE ZERO.
       01  WS-TOT-SUM-VAR-D            PIC S9(11) COMP VALUE ZERO.
       01  WS-TOT-SUM-VAR-E            PIC 9(11) COMP VALUE ZERO.
       01  WS-TOT-SUM-VAR-R            PIC 9(11) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               'FIZZPCLS ACCOUNTING PERIOD CLOSE'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-H1-RUN-DATE         PIC 9(08).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE
               'PERIOD CLOSED:'.
           05  RPT-H2-PERIOD           PIC X(06).

       01  RPT-HEADING-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'DEPT'.
           05  FILLER                  PIC X(06) VALUE 'TYPE'.
           05  FILLER                  PIC X(09) VALUE '    COUNT'.
           05  FILLER                  PIC X(21) VALUE
               '      SUM OF PRODUCTS'.
           05  FILLER                  PIC X(17) VALUE
               '   SUM OF DIFFS'.
           05  FILLER                  PIC X(16) VALUE
               '  SUM OF QUOTS'.
           05  FILLER                  PIC X(16) VALUE
               '   SUM OF REMS'.

       01  RPT-SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-S-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-S-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-S-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-S-SUM-VAR-C         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-S-SUM-VAR-D         PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-S-SUM-VAR-E         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-S-SUM-VAR-R         PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-PERIOD-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE
               'PERIOD TOTAL'.
           05  RPT-PT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PT-SUM-VAR-C        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PT-SUM-VAR-D        PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PT-SUM-VAR-E        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PT-SUM-VAR-R        PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CL-LABEL            PIC X(24).
           05  RPT-CL-COUNT            PIC Z,ZZZ,ZZ9.

       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-N-MESSAGE           PIC X(70).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SELECT-RECORD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Reads and edits the selection card, opens the period-close
      * file (creating it on the very first close) and proves the
      * month may be closed now, then opens the audit log and the
      * close report and primes the sweep.  Every refusal happens
      * here, before anything is written.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.

           OPEN INPUT PCLCARDS.
           MOVE 'PCLCARDS' TO WS-ABEND-FILE-NAME.
           MOVE WS-PCLCARDS-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           PERFORM 1200-READ-SELECTION THRU 1200-EXIT.

           OPEN I-O PCLSFILE.
           IF WS-PCLSFILE-NOT-FOUND
               OPEN OUTPUT PCLSFILE
               CLOSE PCLSFILE
               OPEN I-O PCLSFILE
           END-IF.
           MOVE 'PCLSFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-PCLSFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           PERFORM 1300-CHECK-PERIOD-ORDER THRU 1300-EXIT.

           OPEN INPUT AUDITFILE.
           MOVE 'AUDITFIL' TO WS-ABEND-FILE-NAME.
           MOVE WS-AUDITFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT PCLRFILE.
           MOVE 'PCLRFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-PCLRFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           PERFORM 1100-READ-AUDITFILE THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-AUDITFILE THRU 1100-EXIT
      * Read-ahead of the next audit record, shared by initialization
      * (to prime the loop) and by the end of record selection.
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
      * than '00' means the month cannot be closed safely, so the
      * run is abended here rather than left to fail unpredictably
      * deeper in the program.
      ******************************************************************
       1150-CHECK-FILE-STATUS.
           IF WS-ABEND-STATUS = '00'
               GO TO 1150-EXIT
           END-IF.
           DISPLAY 'FIZZPCLS: OPEN FAILED FOR ' WS-ABEND-FILE-NAME
               ' - FILE STATUS ' WS-ABEND-STATUS.
           DISPLAY 'FIZZPCLS: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-SELECTION THRU 1200-EXIT
      * One selection card names the month to close.  A missing card
      * or a month that is not YYYYMM with a month of 01-12 abends
      * here with a message naming the expected format, as does a
      * month that has not yet ended - the current month is still
      * taking postings and cannot be frozen.
      ******************************************************************
       1200-READ-SELECTION.
           READ PCLCARDS
               AT END
                   DISPLAY 'FIZZPCLS: NO SELECTION CARD ON SYSIN'
                   DISPLAY 'FIZZPCLS: EXPECTED  yyyymm  IN COLS 1-6'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PCL-PERIOD NOT NUMERIC
               DISPLAY 'FIZZPCLS: PERIOD ' PCL-PERIOD
                   ' IS NOT 6 NUMERIC DIGITS'
               DISPLAY 'FIZZPCLS: EXPECTED  yyyymm  IN COLS 1-6'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PCL-PERIOD-MM < 1 OR PCL-PERIOD-MM > 12
               DISPLAY 'FIZZPCLS: PERIOD ' PCL-PERIOD
                   ' - MONTH MUST BE 01 THRU 12'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PCL-PERIOD NOT < WS-CURR-MONTH
               DISPLAY 'FIZZPCLS: PERIOD ' PCL-PERIOD
                   ' HAS NOT ENDED - ONLY A PAST MONTH CAN BE CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PCL-PERIOD TO WS-CLOSE-PERIOD.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CHECK-PERIOD-ORDER THRU 1300-EXIT
      * Reads the control record for the last month closed.  With no
      * control record this is the first close and any past month may
      * start the sequence; otherwise the month must be the one
      * straight after the last closed.  A month already closed is
      * refused outright - its summaries are what the adjustments are
      * measured against and must never be rewritten.
      ******************************************************************
       1300-CHECK-PERIOD-ORDER.
           MOVE SPACES TO PCLS-KEY.
           SET PCLS-CONTROL-PERIOD TO TRUE.
           SET PCLS-CONTROL TO TRUE.
           READ PCLSFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-PCLSFILE-STATUS
               WHEN '00'
                   SET WS-CONTROL-ON-FILE TO TRUE
                   MOVE PCLS-C-LAST-CLOSED TO WS-LAST-CLOSED
               WHEN '23'
                   SET WS-CONTROL-NEW TO TRUE
                   GO TO 1300-EXIT
               WHEN OTHER
                   DISPLAY 'FIZZPCLS: PCLSFILE READ FAILED - FILE '
                       'STATUS ' WS-PCLSFILE-STATUS
                   DISPLAY 'FIZZPCLS: JOB TERMINATING - UNABLE TO '
                       'CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
               DISPLAY 'FIZZPCLS: PERIOD ' WS-CLOSE-PERIOD
                   ' IS ALREADY CLOSED - LAST CLOSED ' WS-LAST-CLOSED
               DISPLAY 'FIZZPCLS: JOB TERMINATING - NOTHING WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-LAST-CLOSED TO WS-NEXT-PERIOD.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
               DISPLAY 'FIZZPCLS: PERIOD ' WS-CLOSE-PERIOD
                   ' IS OUT OF ORDER - ' WS-NEXT-PERIOD
                   ' MUST BE CLOSED FIRST'
               DISPLAY 'FIZZPCLS: JOB TERMINATING - NOTHING WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-RECORD THRU 2000-EXIT
      * Takes one audit record: outside the month it is passed over;
      * inside it, a prior-period adjustment is counted as excluded
      * (it belongs to the earlier month it adjusts) and anything
      * else is added to its department and operation type.  A type
      * of space is a record posted before the type code existed,
      * which always computed the full set, and is summarised as 'A'.
      * Any other type cannot be summarised and is counted apart.
      ******************************************************************
       2000-SELECT-RECORD.
           IF AUDIT-RUN-DATE (1:6) NOT = WS-CLOSE-PERIOD
               GO TO 2000-NEXT-RECORD
           END-IF.
           ADD 1 TO WS-PERIOD-COUNT.

           IF AUDIT-PRIOR-PERIOD-ADJ
               ADD 1 TO WS-EXCLUDED-COUNT
               GO TO 2000-NEXT-RECORD
           END-IF.
           EVALUATE AUDIT-TYPE-CODE
               WHEN 'M'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'D'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN 'A'
               WHEN SPACE
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   ADD 1 TO WS-BAD-TYPE-COUNT
                   GO TO 2000-NEXT-RECORD
           END-EVALUATE.

           PERFORM 2100-FIND-DEPT-ENTRY THRU 2100-EXIT.
           ADD 1 TO WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB).
           ADD AUDIT-VAR-C TO
               WS-DEPT-T-SUM-VAR-C (WS-DEPT-SUB, WS-TYPE-SUB).
           ADD AUDIT-VAR-D TO
               WS-DEPT-T-SUM-VAR-D (WS-DEPT-SUB, WS-TYPE-SUB).
           ADD AUDIT-VAR-E TO
               WS-DEPT-T-SUM-VAR-E (WS-DEPT-SUB, WS-TYPE-SUB).
           ADD AUDIT-VAR-R TO
               WS-DEPT-T-SUM-VAR-R (WS-DEPT-SUB, WS-TYPE-SUB).
           ADD 1 TO WS-SUMMARISED-COUNT.

       2000-NEXT-RECORD.
           PERFORM 1100-READ-AUDITFILE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-DEPT-ENTRY THRU 2100-EXIT
      * Leaves WS-DEPT-SUB on the audit record's department, adding
      * a fresh entry the first time the month shows it.
      ******************************************************************
       2100-FIND-DEPT-ENTRY.
           SET WS-DEPT-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM 2150-SCAN-DEPT-TABLE THRU 2150-EXIT
               UNTIL WS-DEPT-FOUND OR WS-DEPT-SUB >= WS-DEPT-COUNT.
           IF WS-DEPT-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF WS-DEPT-COUNT >= WS-DEPT-MAX
               DISPLAY 'FIZZPCLS: MORE THAN ' WS-DEPT-MAX
                   ' DEPARTMENTS - ENLARGE WS-DEPT-TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           MOVE AUDIT-DEPT-CODE TO WS-DEPT-T-CODE (WS-DEPT-SUB).
           PERFORM 2170-CLEAR-DEPT-TYPE THRU 2170-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.
           PERFORM 2180-RESET-TYPE-SUB THRU 2180-EXIT.

       2100-EXIT.
           EXIT.

       2150-SCAN-DEPT-TABLE.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DEPT-T-CODE (WS-DEPT-SUB) = AUDIT-DEPT-CODE
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       2150-EXIT.
           EXIT.

       2170-CLEAR-DEPT-TYPE.
           MOVE ZERO TO WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB).
           MOVE ZERO TO WS-DEPT-T-SUM-VAR-C (WS-DEPT-SUB, WS-TYPE-SUB).
           MOVE ZERO TO WS-DEPT-T-SUM-VAR-D (WS-DEPT-SUB, WS-TYPE-SUB).
           MOVE ZERO TO WS-DEPT-T-SUM-VAR-E (WS-DEPT-SUB, WS-TYPE-SUB).
           MOVE ZERO TO WS-DEPT-T-SUM-VAR-R (WS-DEPT-SUB, WS-TYPE-SUB).

       2170-EXIT.
           EXIT.

      ******************************************************************
      * 2180-RESET-TYPE-SUB THRU 2180-EXIT
      * Clearing a new entry walks WS-TYPE-SUB through every type;
      * this puts it back on the audit record's type for the caller.
      ******************************************************************
       2180-RESET-TYPE-SUB.
           EVALUATE AUDIT-TYPE-CODE
               WHEN 'M'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'D'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 3 TO WS-TYPE-SUB
           END-EVALUATE.

       2180-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Writes and prints a summary for every department/type the
      * month posted, then the period's header record and the control
      * record, proves the summaries account for every posting in
      * the month and sets the return code.  The control record goes
      * last: until it is written the month is not closed, so a
      * failure anywhere before it leaves the close to be rerun.
      ******************************************************************
       3000-FINALIZE.
           MOVE WS-CURR-DATE TO RPT-H1-RUN-DATE.
           WRITE PCLR-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE WS-CLOSE-PERIOD TO RPT-H2-PERIOD.
           WRITE PCLR-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PCLR-RECORD.
           WRITE PCLR-RECORD AFTER ADVANCING 1 LINE.
           WRITE PCLR-RECORD FROM RPT-HEADING-3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PCLR-RECORD.
           WRITE PCLR-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 3100-CLOSE-DEPARTMENT THRU 3100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

           IF WS-TABLE-COUNT NOT = WS-SUMMARISED-COUNT OR
              WS-SUMMARISED-COUNT + WS-EXCLUDED-COUNT +
              WS-BAD-TYPE-COUNT NOT = WS-PERIOD-COUNT
               DISPLAY 'FIZZPCLS: SUMMARIES DO NOT ACCOUNT FOR THE '
                   'MONTH - PERIOD ' WS-CLOSE-PERIOD ' NOT CLOSED'
               DISPLAY 'FIZZPCLS: JOB TERMINATING - RC=16'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 3300-WRITE-PERIOD-HEADER THRU 3300-EXIT.
           PERFORM 3400-WRITE-CONTROL THRU 3400-EXIT.
           PERFORM 3500-WRITE-CONTROL-LINES THRU 3500-EXIT.

           CLOSE PCLCARDS.
           CLOSE AUDITFILE.
           CLOSE PCLSFILE.
           CLOSE PCLRFILE.

           IF WS-PERIOD-COUNT = ZERO
               DISPLAY 'FIZZPCLS: PERIOD ' WS-CLOSE-PERIOD
                   ' CLOSED - NOTHING POSTED IN IT - RC=4'
                   UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'FIZZPCLS: PERIOD ' WS-CLOSE-PERIOD
                   ' CLOSED - RC=0' UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CLOSE-DEPARTMENT THRU 3100-EXIT
      * Writes and prints department WS-DEPT-SUB's summaries, one per
      * operation type it posted.
      ******************************************************************
       3100-CLOSE-DEPARTMENT.
           PERFORM 3200-WRITE-SUMMARY THRU 3200-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-WRITE-SUMMARY THRU 3200-EXIT
      * One closed-period summary record and report line for the
      * department/type, if it posted anything; the period totals
      * pick it up.
      ******************************************************************
       3200-WRITE-SUMMARY.
           IF WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB) = ZERO
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO PCLS-RECORD.
           MOVE WS-CLOSE-PERIOD TO PCLS-PERIOD.
           SET PCLS-SUMMARY TO TRUE.
           MOVE WS-DEPT-T-CODE (WS-DEPT-SUB) TO PCLS-DEPT-CODE.
           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO PCLS-TYPE-CODE.
           MOVE WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB) TO
               PCLS-COUNT.
           MOVE WS-DEPT-T-SUM-VAR-C (WS-DEPT-SUB, WS-TYPE-SUB) TO
               PCLS-SUM-VAR-C.
           MOVE WS-DEPT-T-SUM-VAR-D (WS-DEPT-SUB, WS-TYPE-SUB) TO
               PCLS-SUM-VAR-D.
           MOVE WS-DEPT-T-SUM-VAR-E (WS-DEPT-SUB, WS-TYPE-SUB) TO
               PCLS-SUM-VAR-E.
           MOVE WS-DEPT-T-SUM-VAR-R (WS-DEPT-SUB, WS-TYPE-SUB) TO
               PCLS-SUM-VAR-R.
           PERFORM 3600-PUT-PCLS-RECORD THRU 3600-EXIT.
           ADD 1 TO WS-SUMMARY-COUNT.

           ADD PCLS-COUNT TO WS-TABLE-COUNT.
           ADD PCLS-SUM-VAR-C TO WS-TOT-SUM-VAR-C.
           ADD PCLS-SUM-VAR-D TO WS-TOT-SUM-VAR-D.
           ADD PCLS-SUM-VAR-E TO WS-TOT-SUM-VAR-E.
           ADD PCLS-SUM-VAR-R TO WS-TOT-SUM-VAR-R.

           MOVE PCLS-DEPT-CODE TO RPT-S-DEPT-CODE.
           MOVE PCLS-TYPE-CODE TO RPT-S-TYPE-CODE.
           MOVE PCLS-COUNT TO RPT-S-COUNT.
           MOVE PCLS-SUM-VAR-C TO RPT-S-SUM-VAR-C.
           MOVE PCLS-SUM-VAR-D TO RPT-S-SUM-VAR-D.
           MOVE PCLS-SUM-VAR-E TO RPT-S-SUM-VAR-E.
           MOVE PCLS-SUM-VAR-R TO RPT-S-SUM-VAR-R.
           WRITE PCLR-RECORD FROM RPT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-WRITE-PERIOD-HEADER THRU 3300-EXIT
      * The period's header record: when it was closed and how many
      * postings were frozen into its summaries and left out of them.
      ******************************************************************
       3300-WRITE-PERIOD-HEADER.
           MOVE SPACES TO PCLS-HEADER-RECORD.
           MOVE WS-CLOSE-PERIOD TO PCLS-PERIOD.
           SET PCLS-HEADER TO TRUE.
           MOVE WS-CURR-DATE TO PCLS-H-CLOSED-DATE.
           MOVE WS-CURR-TIME TO PCLS-H-CLOSED-TIME.
           MOVE WS-SUMMARISED-COUNT TO PCLS-H-POSTINGS.
           MOVE WS-EXCLUDED-COUNT TO PCLS-H-ADJ-EXCLUDED.
           PERFORM 3600-PUT-PCLS-RECORD THRU 3600-EXIT.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-WRITE-CONTROL THRU 3400-EXIT
      * Names the month as the last one closed.  From this write on
      * the batch run flags late work for the month as adjustments.
      ******************************************************************
       3400-WRITE-CONTROL.
           MOVE SPACES TO PCLS-CONTROL-RECORD.
           SET PCLS-CONTROL-PERIOD TO TRUE.
           SET PCLS-CONTROL TO TRUE.
           MOVE WS-CLOSE-PERIOD TO PCLS-C-LAST-CLOSED.
           IF WS-CONTROL-ON-FILE
               REWRITE PCLS-CONTROL-RECORD
           ELSE
               WRITE PCLS-CONTROL-RECORD
           END-IF.
           IF WS-PCLSFILE-STATUS NOT = '00'
               DISPLAY 'FIZZPCLS: CONTROL RECORD WRITE FAILED - FILE '
                   'STATUS ' WS-PCLSFILE-STATUS
               DISPLAY 'FIZZPCLS: PERIOD ' WS-CLOSE-PERIOD
                   ' NOT CLOSED - RERUN THE CLOSE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-WRITE-CONTROL-LINES THRU 3500-EXIT
      * Period totals and the control lines: every audit record
      * posted in the month is either in a summary, excluded as an
      * adjustment to an earlier month, or counted as unsummarised.
      ******************************************************************
       3500-WRITE-CONTROL-LINES.
           MOVE WS-TABLE-COUNT TO RPT-PT-COUNT.
           MOVE WS-TOT-SUM-VAR-C TO RPT-PT-SUM-VAR-C.
           MOVE WS-TOT-SUM-VAR-D TO RPT-PT-SUM-VAR-D.
           MOVE WS-TOT-SUM-VAR-E TO RPT-PT-SUM-VAR-E.
           MOVE WS-TOT-SUM-VAR-R TO RPT-PT-SUM-VAR-R.
           WRITE PCLR-RECORD FROM RPT-PERIOD-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PCLR-RECORD.
           WRITE PCLR-RECORD AFTER ADVANCING 1 LINE.

           MOVE 'AUDIT RECORDS SWEPT  . .' TO RPT-CL-LABEL.
           MOVE WS-READ-COUNT TO RPT-CL-COUNT.
           WRITE PCLR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'POSTED IN THE PERIOD . .' TO RPT-CL-LABEL.
           MOVE WS-PERIOD-COUNT TO RPT-CL-COUNT.
           WRITE PCLR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SUMMARISED . . . . . . .' TO RPT-CL-LABEL.
           MOVE WS-SUMMARISED-COUNT TO RPT-CL-COUNT.
           WRITE PCLR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EXCLUDED - ADJUSTMENTS .' TO RPT-CL-LABEL.
           MOVE WS-EXCLUDED-COUNT TO RPT-CL-COUNT.
           WRITE PCLR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT SUMMARISED - TYPE  .' TO RPT-CL-LABEL.
           MOVE WS-BAD-TYPE-COUNT TO RPT-CL-COUNT.
           WRITE PCLR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SUMMARY RECORDS WRITTEN ' TO RPT-CL-LABEL.
           MOVE WS-SUMMARY-COUNT TO RPT-CL-COUNT.
           WRITE PCLR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RPT-N-MESSAGE.
           STRING 'PERIOD ' WS-CLOSE-PERIOD
               ' CLOSED - SUMMARIES ACCOUNT FOR EVERY POSTING'
               DELIMITED BY SIZE INTO RPT-N-MESSAGE.
           WRITE PCLR-RECORD FROM RPT-NOTE-LINE
               AFTER ADVANCING 2 LINES.

       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-PUT-PCLS-RECORD THRU 3600-EXIT
      * Writes the built summary or header record.  A duplicate key
      * can only be left by an earlier close of this same month that
      * failed before its control record, so it is replaced.  Any
      * other failure abends with the month still open.
      ******************************************************************
       3600-PUT-PCLS-RECORD.
           WRITE PCLS-RECORD.
           IF WS-PCLSFILE-STATUS = '22'
               REWRITE PCLS-RECORD
           END-IF.
           IF WS-PCLSFILE-STATUS NOT = '00'
               DISPLAY 'FIZZPCLS: PCLSFILE WRITE FAILED FOR KEY '
                   PCLS-KEY ' - FILE STATUS ' WS-PCLSFILE-STATUS
               DISPLAY 'FIZZPCLS: PERIOD ' WS-CLOSE-PERIOD
                   ' NOT CLOSED - RERUN THE CLOSE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3600-EXIT.
           EXIT.
