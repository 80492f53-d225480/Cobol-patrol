      *                    the note says so instead of letting the
      *                    page present non-footing numbers to a
      *                    disputing department.
      *   2026-09-14 PL    The department subtotal lines now print
      *                    the department's name off the new
      *                    department master beside the code.  The
      *                    master is read only at subtotal time and
      *                    only for the name: a code missing from it
      *                    (work loaded before the master existed)
      *                    prints as such, and a master that will not
      *                    open prints the lines without names rather
      *                    than failing a run whose work is done.
      *                    The statistics history post adds one
      *                    department record per subtotal line behind
      *                    the run record, for the trend report's
      *                    department totals.
      *   2026-09-18 PL    A record awaiting a second operator's
      *                    approval (an online correction or add not
      *                    yet approved) is skipped the same way a
      *                    held record is, and counted in the held
      *                    total so the ledger, merge and balancer
      *                    figures are unchanged.  The part of the
      *                    held total that is awaiting approval
      *                    prints on its own line under it and is
      *                    checkpointed with the other totals.
      *   2026-09-24 PL    var_a/var_b widened to five digits end to
      *                    end: the report detail columns, the run,
      *                    department and checkpoint sums and the
      *                    product/quotient statistics are all sized
      *                    for ten-digit products now.
      *   2026-09-28 PL    TRANFILE declared with its new alternate key
      *                    (department + requested run date,
      *                    duplicates allowed) so the file definition
      *                    matches the cluster.  Processing unchanged.
      *   2026-10-01 PL    Checks in with the night-cycle step control
      *                    (FIZZSTEP) once the PARM is edited, before
      *                    any file is opened, and posts its clean
      *                    finish.  A run out of order ends RC=16; a
      *                    run or partition already complete this
      *                    cycle is skipped with RC=0.  A restart
      *                    after an abend is let through.
      *   2026-10-06 PL    Reads the last closed accounting period off
      *                    the period-close file at startup.  A pair
      *                    whose requested run date falls in a closed
      *                    period is flagged as a prior-period
      *                    adjustment, with the period, on the report
      *                    detail line, the extract detail and the
      *                    audit record.
      *   2026-10-15 PL    File status '02' on the TRANFILE status
      *                    mark - another record with the same
      *                    department and requested date on the
      *                    alternate key - is taken as success, not
      *                    an abend.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZ-BUZZ.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               ALTERNATE RECORD KEY IS TRAN-DEPT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT REPTFILE ASSIGN TO REPTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTSFILE-STATUS.

           SELECT DEPTFILE ASSIGN TO DEPTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT PCLSFILE ASSIGN TO PCLSFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCLS-KEY
               FILE STATUS IS WS-PCLSFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           LABEL RECORDS ARE STANDARD.
       COPY OPTSREC.

       FD  DEPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       FD  PCLSFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PCLSREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-STATUS          PIC X(02).
           88  WS-TRANFILE-OK              VALUE '00' '02'.
       01  WS-REPTFILE-STATUS          PIC X(02).
       01  WS-EXCPFILE-STATUS          PIC X(02).
       01  WS-EXTFILE-STATUS           PIC X(02).
       01  WS-LEDGFILE-STATUS          PIC X(02).
       01  WS-SHSTFILE-STATUS          PIC X(02).
       01  WS-OPTSFILE-STATUS          PIC X(02).
       01  WS-DEPTFILE-STATUS          PIC X(02).
       01  WS-PCLSFILE-STATUS          PIC X(02).
       01  WS-RESTFILE-REL-KEY         PIC 9(04) COMP VALUE 1.

       01  WS-SWITCHES.
           05  WS-PARTITION-SWITCH     PIC X(01).
               88  WS-PARTITIONED          VALUE 'Y'.
               88  WS-FULL-RUN             VALUE 'N'.
           05  WS-DEPTFILE-SWITCH      PIC X(01).
               88  WS-DEPTFILE-OPEN        VALUE 'Y'.
               88  WS-DEPTFILE-CLOSED      VALUE 'N'.

      * Partition identity and key range, from the JCL PARM.  A run
      * without a PARM is partition 1 over the whole key range -
       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       COPY STEPLINK.

      * The last accounting period FIZZPCLS has closed (spaces when
      * none has been), and the prior-period adjustment flag and
      * period worked out for the record in hand.
       01  WS-LAST-CLOSED-PERIOD       PIC X(06) VALUE SPACES.
       01  WS-ADJ-FLAG                 PIC X(01).
           88  WS-PRIOR-PERIOD-ADJ         VALUE 'Y'.
       01  WS-ADJ-PERIOD               PIC X(06).

       01  WS-RECORD-COUNT             PIC 9(06) COMP VALUE ZERO.
       01  WS-SUM-VAR-C                PIC 9(15) COMP VALUE ZERO.
       01  WS-SUM-VAR-D                PIC S9(11) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(06) COMP VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  WS-FUTURE-COUNT             PIC 9(06) COMP VALUE ZERO.
       01  WS-AWAITING-COUNT           PIC 9(06) COMP VALUE ZERO.

      * Exception breakdown by FIZZCALC reason code and the value
      * distribution of the clean results, for the end-of-run
       01  WS-EXCP-RANGE-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  WS-EXCP-DIV-ZERO-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-STAT-C-COUNT             PIC 9(06) COMP VALUE ZERO.
       01  WS-STAT-C-MIN               PIC 9(10) COMP VALUE ZERO.
       01  WS-STAT-C-MAX               PIC 9(10) COMP VALUE ZERO.
       01  WS-STAT-E-COUNT             PIC 9(06) COMP VALUE ZERO.
       01  WS-STAT-E-MIN               PIC 9(05) COMP VALUE ZERO.
       01  WS-STAT-E-MAX               PIC 9(05) COMP VALUE ZERO.
       01  WS-SUM-VAR-E                PIC 9(11) COMP VALUE ZERO.
       01  WS-STAT-AVERAGE             PIC 9(10) COMP VALUE ZERO.

      * Per-department control totals, accumulated as the run goes
      * and printed as subtotal lines ahead of the grand totals.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-T-CODE      PIC X(04).
               10  WS-DEPT-T-REC-COUNT PIC 9(06) COMP.
               10  WS-DEPT-T-SUM-VAR-C PIC 9(15) COMP.
               10  WS-DEPT-T-SUM-VAR-D PIC S9(11) COMP.
               10  WS-DEPT-T-EXCP-COUNT PIC 9(06) COMP.
       01  WS-DEPT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-DEPT-MAX                 PIC 9(04) COMP VALUE 50.

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'VAR A'.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'VAR B'.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE '      PRODUCT'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'DIFFERENCE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'QUOTIENT'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'REMAINDER'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'DEPT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ADJ PERIOD'.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-D-SEQ-NO            PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-D-VAR-A             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-D-VAR-B             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-D-VAR-C             PIC X(13).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  RPT-D-VAR-D             PIC X(07).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-D-VAR-E             PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-D-VAR-R             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-ADJ-LABEL         PIC X(04).
           05  RPT-D-ADJ-PERIOD        PIC X(06).

      * Numeric-edited staging for the detail columns above, which
      * are alphanumeric so a result the record did not ask for can
      * be left blank instead of printing as a misleading zero.
       01  RPT-EDIT-VAR-C              PIC Z,ZZZ,ZZZ,ZZ9.
       01  RPT-EDIT-VAR-D              PIC -ZZ,ZZ9.
       01  RPT-EDIT-VAR-E              PIC ZZ,ZZ9.
       01  RPT-EDIT-VAR-R              PIC ZZ,ZZ9.

       01  RPT-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF PRODUCTS  . . . .'.
           05  RPT-T-SUM-VAR-C         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF DIFFERENCES . . .'.
           05  RPT-T-SUM-VAR-D         PIC -ZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
               'RECORDS HELD . . . . . .'.
           05  RPT-T-HELD-COUNT        PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-5A.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               '  AWAITING APPROVAL  . .'.
           05  RPT-T-AWAITING-COUNT    PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-6.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'DEPT '.
           05  RPT-DP-CODE             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-DP-NAME             PIC X(30).
           05  FILLER                  PIC X(09) VALUE ' RECORDS '.
           05  RPT-DP-REC-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' PRODUCTS '.
           05  RPT-DP-SUM-VAR-C        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' DIFFS '.
           05  RPT-DP-SUM-VAR-D        PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE ' EXCEPTIONS '.
           05  RPT-DP-EXCP-COUNT       PIC ZZZ,ZZ9.

       01  STAT-HEADING-1.
       01  STAT-DETAIL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  STAT-D-LABEL            PIC X(24).
           05  STAT-D-VALUE            PIC Z,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM-FIELD.
      * options record carries.
           PERFORM 1050-EDIT-PARM THRU 1050-EXIT.

           PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT.

           PERFORM 1080-READ-PERIOD-CLOSE THRU 1080-EXIT.

           OPEN I-O TRANFILE.
           MOVE 'TRANFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-TRANFILE-STATUS TO WS-ABEND-STATUS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1060-START-CYCLE-STEP THRU 1060-EXIT
      * Checks in with the night-cycle step control, as partition nn
      * on a partitioned night.  A run (or partition) already
      * completed this cycle is skipped cleanly - RC=0, no file
      * touched - so a rerun of the night's schedule passes over it.
      * A run out of order, one that would mix a single-stream run
      * with partitions in the same cycle, or a step-control file
      * that cannot be read ends the job RC=16 before any output is
      * opened.  A run left started by an abend comes back through
      * here as allowed, and its checkpoint restart proceeds as
      * always.
      ******************************************************************
       1060-START-CYCLE-STEP.
           MOVE SPACES TO STEP-LINKAGE.
           SET STEP-FN-START TO TRUE.
           MOVE 'FIZZBUZZ' TO STEP-NAME.
           IF WS-PARTITIONED
               MOVE WS-PARTITION-NO TO STEP-PARTITION-NO
           ELSE
               MOVE ZERO TO STEP-PARTITION-NO
           END-IF.
           MOVE WS-JOB-ID TO STEP-JOB-ID.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-RUN
               GO TO 1060-EXIT
           END-IF.
           DISPLAY 'FIZZ-BUZZ: ' STEP-MESSAGE.
           IF STEP-SKIP
               DISPLAY 'FIZZ-BUZZ: RUN ALREADY COMPLETE THIS CYCLE - '
                   'SKIPPED - RC=0' UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FIZZ-BUZZ: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1060-EXIT.
           EXIT.

      ******************************************************************
      * 1070-READ-RUN-OPTIONS THRU 1070-EXIT
      * Picks up the operating values off the run-options control
       1070-EXIT.
           EXIT.

      ******************************************************************
      * 1080-READ-PERIOD-CLOSE THRU 1080-EXIT
      * Picks up the last closed accounting period off the control
      * record of the period-close file.  No file, or no control
      * record, means no period has been closed yet and nothing is
      * flagged.  Any other failure abends the run: posting a month's
      * late work as current because the file could not be read is
      * exactly the misstatement the flag exists to prevent.
      ******************************************************************
       1080-READ-PERIOD-CLOSE.
           MOVE SPACES TO WS-LAST-CLOSED-PERIOD.
           OPEN INPUT PCLSFILE.
           IF WS-PCLSFILE-STATUS = '35'
               GO TO 1080-EXIT
           END-IF.
           MOVE 'PCLSFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-PCLSFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           MOVE SPACES TO PCLS-KEY.
           SET PCLS-CONTROL-PERIOD TO TRUE.
           SET PCLS-CONTROL TO TRUE.
           READ PCLSFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PCLSFILE-STATUS = '00'
               MOVE PCLS-C-LAST-CLOSED TO WS-LAST-CLOSED-PERIOD
           ELSE
               IF WS-PCLSFILE-STATUS NOT = '23'
                   DISPLAY 'FIZZ-BUZZ: PCLSFILE READ FAILED - FILE '
                       'STATUS ' WS-PCLSFILE-STATUS
                   DISPLAY 'FIZZ-BUZZ: JOB TERMINATING - UNABLE TO '
                       'CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE PCLSFILE.

       1080-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-TRANFILE THRU 1100-EXIT
      * Read-ahead of the next transaction record, shared by
                   MOVE RESTART-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
                   MOVE RESTART-HELD-COUNT TO WS-HELD-COUNT
                   MOVE RESTART-FUTURE-COUNT TO WS-FUTURE-COUNT
                   MOVE RESTART-AWAITING-COUNT TO WS-AWAITING-COUNT
                   MOVE RESTART-EXCP-A-NOT-NUM TO
                       WS-EXCP-A-NOT-NUM-COUNT
                   MOVE RESTART-EXCP-B-NOT-NUM TO
      * maintenance transaction is skipped entirely - not computed,
      * reported or audit-posted - and counted for the HELD line of
      * the report totals; it still advances the checkpoint so a
      * restart does not recount it.  A record awaiting a second
      * operator's approval is skipped and counted exactly as a held
      * one, and counted again for the AWAITING APPROVAL line.
      ******************************************************************
       2000-PROCESS-RECORD.
           IF TRAN-STAT-HELD
               ADD 1 TO WS-HELD-COUNT
               GO TO 2000-NEXT-RECORD
           END-IF.
           IF TRAN-STAT-AWAITING
               ADD 1 TO WS-HELD-COUNT
               ADD 1 TO WS-AWAITING-COUNT
               GO TO 2000-NEXT-RECORD
           END-IF.

      * A record whose requested run date has not arrived is skipped
      * the same way a held record is - counted for the NOT YET DUE
               ADD 1 TO WS-RECORD-COUNT
               ADD var_c TO WS-SUM-VAR-C
               ADD var_d TO WS-SUM-VAR-D
               PERFORM 2150-SET-ADJ-FLAG THRU 2150-EXIT
               PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
               PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
               PERFORM 2260-TALLY-RESULT-STATS THRU 2260-EXIT
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2150-SET-ADJ-FLAG THRU 2150-EXIT
      * A pair belongs to the accounting period of its requested run
      * date - the date the department asked for it, which the load
      * defaults to the day it arrived and which a correction,
      * recycle or return-feed re-entry carries forward.  If that
      * period is already closed, this computation is a prior-period
      * adjustment to it.  A record with no requested date (one that
      * predates the field) is taken as current work.
      ******************************************************************
       2150-SET-ADJ-FLAG.
           MOVE SPACES TO WS-ADJ-FLAG.
           MOVE SPACES TO WS-ADJ-PERIOD.
           IF WS-LAST-CLOSED-PERIOD = SPACES OR
              TRAN-REQ-DATE NOT NUMERIC
               GO TO 2150-EXIT
           END-IF.
           IF TRAN-REQ-DATE (1:6) > WS-LAST-CLOSED-PERIOD
               GO TO 2150-EXIT
           END-IF.
           SET WS-PRIOR-PERIOD-ADJ TO TRUE.
           MOVE TRAN-REQ-DATE (1:6) TO WS-ADJ-PERIOD.

       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
      ******************************************************************
                   MOVE RPT-EDIT-VAR-R TO RPT-D-VAR-R
           END-EVALUATE.
           MOVE TRAN-DEPT-CODE TO RPT-D-DEPT-CODE.
           IF WS-PRIOR-PERIOD-ADJ
               MOVE 'PPA' TO RPT-D-ADJ-LABEL
           ELSE
               MOVE SPACES TO RPT-D-ADJ-LABEL
           END-IF.
           MOVE WS-ADJ-PERIOD TO RPT-D-ADJ-PERIOD.
           WRITE REPT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2250-WRITE-EXTRACT-DETAIL THRU 2250-EXIT.
           MOVE var_r TO EXT-D-VAR-R.
           MOVE TRAN-TYPE-CODE TO EXT-D-TYPE-CODE.
           MOVE TRAN-DEPT-CODE TO EXT-D-DEPT-CODE.
           MOVE WS-ADJ-FLAG TO EXT-D-ADJ-FLAG.
           MOVE WS-ADJ-PERIOD TO EXT-D-ADJ-PERIOD.
           WRITE EXT-DETAIL-RECORD.

       2250-EXIT.
           MOVE var_r TO AUDIT-VAR-R.
           MOVE TRAN-TYPE-CODE TO AUDIT-TYPE-CODE.
           MOVE TRAN-DEPT-CODE TO AUDIT-DEPT-CODE.
           MOVE WS-ADJ-FLAG TO AUDIT-ADJ-FLAG.
           MOVE WS-ADJ-PERIOD TO AUDIT-ADJ-PERIOD.
           WRITE AUDIT-RECORD.

       2400-EXIT.
      * post-run archive job which records are done and can leave the
      * live file.  A failed REWRITE is as serious as a failed
      * checkpoint - the archive would balance wrong - so it abends
      * the run the same way.  '02' (others share the record's
      * department and requested date) is a good rewrite.
      ******************************************************************
       2450-MARK-TRAN-STATUS.
           REWRITE TRAN-RECORD.
           IF NOT WS-TRANFILE-OK
               DISPLAY 'FIZZ-BUZZ: STATUS MARK FAILED FOR RECORD '
                   TRAN-SEQ-NO ' - FILE STATUS ' WS-TRANFILE-STATUS
               DISPLAY 'FIZZ-BUZZ: JOB TERMINATING - UNABLE TO '
           MOVE WS-EXCEPTION-COUNT TO RESTART-EXCEPTION-COUNT.
           MOVE WS-HELD-COUNT TO RESTART-HELD-COUNT.
           MOVE WS-FUTURE-COUNT TO RESTART-FUTURE-COUNT.
           MOVE WS-AWAITING-COUNT TO RESTART-AWAITING-COUNT.
           PERFORM 2550-SAVE-STAT-TOTALS THRU 2550-EXIT.
           SET RESTART-INCOMPLETE TO TRUE.
           MOVE WS-PARTITION-NO TO WS-RESTFILE-REL-KEY.
      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Prints the running control totals, marks the checkpoint run
      * complete, closes every file, and posts the run's clean finish
      * to the night-cycle step control.
      ******************************************************************
       3000-FINALIZE.
           MOVE SPACES TO REPT-RECORD.
           MOVE WS-HELD-COUNT TO RPT-T-HELD-COUNT.
           WRITE REPT-RECORD FROM RPT-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-AWAITING-COUNT TO RPT-T-AWAITING-COUNT.
           WRITE REPT-RECORD FROM RPT-TOTAL-LINE-5A
               AFTER ADVANCING 1 LINE.
           MOVE WS-FUTURE-COUNT TO RPT-T-FUTURE-COUNT.
           WRITE REPT-RECORD FROM RPT-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           MOVE WS-EXCEPTION-COUNT TO RESTART-EXCEPTION-COUNT.
           MOVE WS-HELD-COUNT TO RESTART-HELD-COUNT.
           MOVE WS-FUTURE-COUNT TO RESTART-FUTURE-COUNT.
           MOVE WS-AWAITING-COUNT TO RESTART-AWAITING-COUNT.
           PERFORM 2550-SAVE-STAT-TOTALS THRU 2550-EXIT.
           SET RESTART-COMPLETE TO TRUE.
           MOVE WS-PARTITION-NO TO WS-RESTFILE-REL-KEY.

           PERFORM 3200-SET-RETURN-CODE THRU 3200-EXIT.

           PERFORM 3600-END-CYCLE-STEP THRU 3600-EXIT.

       3000-EXIT.
           EXIT.

      * flagged with a note rather than silently presenting subtotal
      * lines that do not foot to the totals - the note prints even
      * when the resumed portion saw no records at all.
      * Each line carries the department's name off the department
      * master.  The master is opened here just for the names; if it
      * will not open the lines print without them - the numbers are
      * what the page is for, and the run's work is already done.
      ******************************************************************
       3050-WRITE-DEPT-SUBTOTALS.
           IF WS-DEPT-COUNT = ZERO AND WS-FRESH-RUN
               GO TO 3050-EXIT
           END-IF.
           SET WS-DEPTFILE-CLOSED TO TRUE.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS = '00'
               SET WS-DEPTFILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FIZZ-BUZZ: DEPTFILE NOT AVAILABLE - FILE '
                   'STATUS ' WS-DEPTFILE-STATUS
                   ' - SUBTOTALS PRINTED WITHOUT NAMES'
           END-IF.
           WRITE REPT-RECORD FROM RPT-DEPT-HEADING
               AFTER ADVANCING 1 LINE.
           IF WS-RESTART-RUN
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           MOVE SPACES TO REPT-RECORD.
           WRITE REPT-RECORD AFTER ADVANCING 1 LINE.
           IF WS-DEPTFILE-OPEN
               CLOSE DEPTFILE
           END-IF.

       3050-EXIT.
           EXIT.

       3060-WRITE-DEPT-LINE.
           MOVE WS-DEPT-T-CODE (WS-DEPT-SUB) TO RPT-DP-CODE.
           PERFORM 3070-LOOKUP-DEPT-NAME THRU 3070-EXIT.
           MOVE WS-DEPT-T-REC-COUNT (WS-DEPT-SUB) TO RPT-DP-REC-COUNT.
           MOVE WS-DEPT-T-SUM-VAR-C (WS-DEPT-SUB) TO RPT-DP-SUM-VAR-C.
           MOVE WS-DEPT-T-SUM-VAR-D (WS-DEPT-SUB) TO RPT-DP-SUM-VAR-D.
       3060-EXIT.
           EXIT.

      ******************************************************************
      * 3070-LOOKUP-DEPT-NAME THRU 3070-EXIT
      * Fills RPT-DP-NAME for the subtotal line's department.  Work
      * that predates the department code, or a code loaded before
      * the master existed, says so in the name column instead of
      * leaving the reader to guess.
      ******************************************************************
       3070-LOOKUP-DEPT-NAME.
           MOVE SPACES TO RPT-DP-NAME.
           IF WS-DEPTFILE-CLOSED
               GO TO 3070-EXIT
           END-IF.
           IF RPT-DP-CODE = SPACES
               MOVE '(NO DEPARTMENT CODE)' TO RPT-DP-NAME
               GO TO 3070-EXIT
           END-IF.
           MOVE RPT-DP-CODE TO DEPT-CODE.
           READ DEPTFILE
               INVALID KEY
                   MOVE '** NOT ON DEPARTMENT MASTER **' TO
                       RPT-DP-NAME
                   GO TO 3070-EXIT
           END-READ.
           MOVE DEPT-NAME TO RPT-DP-NAME.

       3070-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-STATISTICS THRU 3100-EXIT
      * End-of-run statistics report: the exception count broken down
      * creates the file.  A post that fails abends the run the same
      * way a failed audit or ledger post would - a silent hole in
      * the history would read as a quiet night on the trend.
      * One department record per department-table entry follows the
      * run record, marked partial on a restarted run for the same
      * reason the subtotal page carries its note.
      ******************************************************************
       3500-POST-STAT-HISTORY.
           OPEN EXTEND SHSTFILE.
           MOVE WS-STAT-E-MIN TO SHST-E-MIN.
           MOVE WS-STAT-E-MAX TO SHST-E-MAX.
           MOVE WS-SUM-VAR-E TO SHST-SUM-VAR-E.
           SET SHST-RUN-RECORD TO TRUE.
           PERFORM 3560-WRITE-STAT-HISTORY THRU 3560-EXIT.
           PERFORM 3550-POST-DEPT-HISTORY THRU 3550-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           CLOSE SHSTFILE.

       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3550-POST-DEPT-HISTORY THRU 3550-EXIT
      * Appends the department record for table entry WS-DEPT-SUB.
      ******************************************************************
       3550-POST-DEPT-HISTORY.
           MOVE SPACES TO SHST-RECORD.
           MOVE WS-RUN-DATE TO SHST-RUN-DATE.
           MOVE WS-JOB-ID TO SHST-JOB-ID.
           SET SHST-DEPT-RECORD TO TRUE.
           MOVE WS-DEPT-T-CODE (WS-DEPT-SUB) TO SHST-DEPT-CODE.
           IF WS-RESTART-RUN
               SET SHST-PARTIAL TO TRUE
           END-IF.
           MOVE WS-DEPT-T-REC-COUNT (WS-DEPT-SUB) TO SHST-REC-COUNT.
           MOVE ZERO TO SHST-HELD-COUNT.
           MOVE WS-DEPT-T-EXCP-COUNT (WS-DEPT-SUB) TO SHST-EXCP-COUNT.
           MOVE ZERO TO SHST-EXCP-A-NOT-NUM.
           MOVE ZERO TO SHST-EXCP-B-NOT-NUM.
           MOVE ZERO TO SHST-EXCP-RANGE.
           MOVE ZERO TO SHST-EXCP-DIV-ZERO.
           MOVE WS-DEPT-T-REC-COUNT (WS-DEPT-SUB) TO SHST-C-COUNT.
           MOVE ZERO TO SHST-C-MIN.
           MOVE ZERO TO SHST-C-MAX.
           MOVE WS-DEPT-T-SUM-VAR-C (WS-DEPT-SUB) TO SHST-SUM-VAR-C.
           MOVE ZERO TO SHST-E-COUNT.
           MOVE ZERO TO SHST-E-MIN.
           MOVE ZERO TO SHST-E-MAX.
           MOVE ZERO TO SHST-SUM-VAR-E.
           PERFORM 3560-WRITE-STAT-HISTORY THRU 3560-EXIT.

       3550-EXIT.
           EXIT.

      ******************************************************************
      * 3560-WRITE-STAT-HISTORY THRU 3560-EXIT
      * Writes the built history record; a failed write abends.
      ******************************************************************
       3560-WRITE-STAT-HISTORY.
           WRITE SHST-RECORD.
           IF WS-SHSTFILE-STATUS NOT = '00'
               DISPLAY 'FIZZ-BUZZ: STATISTICS HISTORY POST FAILED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3560-EXIT.
           EXIT.

      ******************************************************************
      * 3600-END-CYCLE-STEP THRU 3600-EXIT
      * Marks the run - or this partition of it - complete in the
      * cycle the startup check returned.  The batch step as a whole
      * is complete once no partition is left started, which is what
      * lets FIZZMRGE start.  If the step control cannot be updated
      * the run's outputs stand, but the job ends RC=16 so the
      * schedule stops and the operator sets the step right with
      * FIZZCYCL.
      ******************************************************************
       3600-END-CYCLE-STEP.
           SET STEP-FN-END TO TRUE.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-FAILED
               DISPLAY 'FIZZ-BUZZ: ' STEP-MESSAGE
               DISPLAY 'FIZZ-BUZZ: STEP NOT POSTED COMPLETE - RC=16'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           END-IF.

       3600-EXIT.
           EXIT.
