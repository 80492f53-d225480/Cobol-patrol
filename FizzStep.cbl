      ******************************************************************
      * FIZZSTEP.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-10-01
      * Purpose:     Night-cycle step-control routine, CALLed by every
      *              job of the FIZZ-BUZZ night cycle (TRANLOAD, the
      *              FIZZ-BUZZ batch run, FIZZMRGE, FIZZRCYC, FIZZARCH,
      *              FIZZRTRN, FIZZBAL) once at startup and once at a
      *              clean finish.  Keeps the step-control file
      *              (CYCLREC) and decides, before the job touches a
      *              file, whether it may run:
      *               - a step already completed this cycle is
      *                 skipped, so a scheduler rerun of the whole
      *                 night passes cleanly over what finished;
      *               - a step started but never completed (it
      *                 abended, or the batch run was held) may run
      *                 again - that is its restart;
      *               - a step is refused if an earlier step is
      *                 started but unfinished, if a step that must
      *                 precede it has not completed, or if any later
      *                 step has already run this cycle.
      *              TRANLOAD opens a new cycle, dated the day it
      *              runs, when none is open; a completed FIZZBAL
      *              closes it.  Every other step works to the open
      *              cycle.  With no cycle open a step can only be
      *              skipped (it completed in the cycle just closed)
      *              or refused.
      *
      *              One call opens, updates and closes the file, so
      *              nothing is held open across the caller's run.
      *              Caller interface: STEPLINK.
      * Tectonics:   cobc -c
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-10-01 PL    Original step-control routine for the
      *                    night cycle.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSTEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLFILE ASSIGN TO CYCLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-KEY
               FILE STATUS IS WS-CYCLFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CYCLREC.

       WORKING-STORAGE SECTION.
       01  WS-CYCLFILE-STATUS          PIC X(02).
           88  WS-CYCLFILE-NOT-FOUND       VALUE '35'.

       01  WS-SWITCHES.
           05  WS-STEP-FOUND-SWITCH    PIC X(01).
               88  WS-STEP-FOUND           VALUE 'Y'.
               88  WS-STEP-NOT-FOUND       VALUE 'N'.
           05  WS-CONTROL-SWITCH       PIC X(01).
               88  WS-CONTROL-ON-FILE      VALUE 'Y'.
               88  WS-CONTROL-NEW          VALUE 'N'.
           05  WS-CYCLE-SWITCH         PIC X(01).
               88  WS-CYCLE-OPEN           VALUE 'O'.
               88  WS-CYCLE-CLOSED         VALUE 'C'.
           05  WS-FILE-OPEN-SWITCH     PIC X(01).
               88  WS-CYCLFILE-OPEN        VALUE 'Y'.
               88  WS-CYCLFILE-CLOSED      VALUE 'N'.
           05  WS-PART-OPEN-SWITCH     PIC X(01).
               88  WS-PART-STILL-OPEN      VALUE 'Y'.
               88  WS-PART-ALL-DONE        VALUE 'N'.

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-CURR-TIME                PIC 9(08).

      * The control record as read at entry.  The FD area is shared
      * by both record layouts, so the open/last-closed dates are
      * kept here while the cycle record is read and rewritten.
       01  WS-OPEN-CYCLE-DATE          PIC X(08).
       01  WS-LAST-CLOSED-DATE         PIC X(08).
       01  WS-CYCLE-DATE               PIC X(08).

       01  WS-STEP-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-SUB                      PIC 9(04) COMP VALUE ZERO.
       01  WS-PART-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-FIRST-LATER-SUB          PIC 9(04) COMP VALUE ZERO.

       01  WS-BATCH-SUB                PIC 9(04) COMP VALUE 2.
       01  WS-MERGE-SUB                PIC 9(04) COMP VALUE 3.
       01  WS-BALANCE-SUB              PIC 9(04) COMP VALUE 7.

       01  WS-PARTITION-EDIT           PIC 9(02).

       COPY CYCLSTEP.

       LINKAGE SECTION.
       COPY STEPLINK.

       PROCEDURE DIVISION USING STEP-LINKAGE.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF STEP-RUN
               IF STEP-FN-START
                   PERFORM 2000-START-STEP THRU 2000-EXIT
               ELSE
                   PERFORM 3000-END-STEP THRU 3000-EXIT
               END-IF
           END-IF.
           IF WS-CYCLFILE-OPEN
               CLOSE CYCLFILE
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Finds the caller's step in the cycle table, opens the step-
      * control file - creating it empty the first time, the way
      * FIZZDEPT brings up the department master - and reads the
      * control record.  No control record yet simply means no cycle
      * has ever run.
      ******************************************************************
       1000-INITIALIZE.
           SET STEP-RUN TO TRUE.
           MOVE SPACES TO STEP-MESSAGE.
           SET WS-CYCLFILE-CLOSED TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.

           SET WS-STEP-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-STEP-SUB.
           PERFORM 1050-SCAN-STEP-TABLE THRU 1050-EXIT
               UNTIL WS-STEP-FOUND OR WS-STEP-SUB >= CSTEP-COUNT.
           IF WS-STEP-NOT-FOUND
               SET STEP-FAILED TO TRUE
               STRING 'UNKNOWN CYCLE STEP ' STEP-NAME
                   DELIMITED BY SIZE INTO STEP-MESSAGE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O CYCLFILE.
           IF WS-CYCLFILE-NOT-FOUND
               OPEN OUTPUT CYCLFILE
               CLOSE CYCLFILE
               OPEN I-O CYCLFILE
           END-IF.
           IF WS-CYCLFILE-STATUS NOT = '00'
               SET STEP-FAILED TO TRUE
               STRING 'OPEN FAILED FOR CYCLFILE - FILE STATUS '
                   WS-CYCLFILE-STATUS
                   DELIMITED BY SIZE INTO STEP-MESSAGE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CYCLFILE-OPEN TO TRUE.

           SET CYCL-CONTROL-KEY TO TRUE.
           READ CYCLFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CYCLFILE-STATUS = '00'
               SET WS-CONTROL-ON-FILE TO TRUE
               MOVE CYCL-C-OPEN-DATE TO WS-OPEN-CYCLE-DATE
               MOVE CYCL-C-LAST-CLOSED-DATE TO WS-LAST-CLOSED-DATE
               GO TO 1000-EXIT
           END-IF.
           IF WS-CYCLFILE-STATUS = '23'
               SET WS-CONTROL-NEW TO TRUE
               MOVE SPACES TO WS-OPEN-CYCLE-DATE
               MOVE SPACES TO WS-LAST-CLOSED-DATE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-IO-FAILED THRU 1900-EXIT.

       1000-EXIT.
           EXIT.

       1050-SCAN-STEP-TABLE.
           ADD 1 TO WS-STEP-SUB.
           IF CSTEP-NAME (WS-STEP-SUB) = STEP-NAME
               SET WS-STEP-FOUND TO TRUE
           END-IF.

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-CYCLE THRU 1100-EXIT
      * Random read of the cycle record for WS-CYCLE-DATE.  '00' and
      * '23' (no such cycle) are answers the caller acts on; anything
      * else fails the call.
      ******************************************************************
       1100-READ-CYCLE.
           MOVE WS-CYCLE-DATE TO CYCL-CYCLE-DATE.
           READ CYCLFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CYCLFILE-STATUS NOT = '00' AND
              WS-CYCLFILE-STATUS NOT = '23'
               PERFORM 1900-IO-FAILED THRU 1900-EXIT
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-WRITE-CONTROL THRU 1200-EXIT
      * Writes the control record back from WS-OPEN-CYCLE-DATE and
      * WS-LAST-CLOSED-DATE - WRITE the first time, REWRITE after.
      * Uses the FD area, so a caller holding the cycle record there
      * writes the control record first.
      ******************************************************************
       1200-WRITE-CONTROL.
           MOVE SPACES TO CYCL-CONTROL-RECORD.
           SET CYCL-CONTROL-KEY TO TRUE.
           MOVE WS-OPEN-CYCLE-DATE TO CYCL-C-OPEN-DATE.
           MOVE WS-LAST-CLOSED-DATE TO CYCL-C-LAST-CLOSED-DATE.
           IF WS-CONTROL-NEW
               WRITE CYCL-CONTROL-RECORD
               SET WS-CONTROL-ON-FILE TO TRUE
           ELSE
               REWRITE CYCL-CONTROL-RECORD
           END-IF.
           IF WS-CYCLFILE-STATUS NOT = '00'
               PERFORM 1900-IO-FAILED THRU 1900-EXIT
           END-IF.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1900-IO-FAILED THRU 1900-EXIT
      * Any unexpected file status on the step-control file fails the
      * call; the caller abends rather than run uncontrolled.
      ******************************************************************
       1900-IO-FAILED.
           SET STEP-FAILED TO TRUE.
           MOVE SPACES TO STEP-MESSAGE.
           STRING 'CYCLFILE I/O FAILED FOR ' CYCL-CYCLE-DATE
               ' - FILE STATUS ' WS-CYCLFILE-STATUS
               DELIMITED BY SIZE INTO STEP-MESSAGE.

       1900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-START-STEP THRU 2000-EXIT
      * Startup check.  Settles which cycle the step belongs to, then
      * applies the skip / restart / refuse rules and, when the step
      * may run, marks it started under the caller's job id.
      ******************************************************************
       2000-START-STEP.
           PERFORM 2100-SELECT-CYCLE THRU 2100-EXIT.
           IF NOT STEP-RUN
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-CYCLE-DATE TO STEP-CYCLE-DATE.

           IF WS-STEP-SUB = WS-BATCH-SUB
               PERFORM 2300-CHECK-BATCH-RERUN THRU 2300-EXIT
           ELSE
               IF CYCL-STEP-COMPLETE (WS-STEP-SUB)
                   SET STEP-SKIP TO TRUE
                   STRING STEP-NAME ' ALREADY COMPLETE FOR CYCLE '
                       WS-CYCLE-DATE ' - SKIPPED'
                       DELIMITED BY SIZE INTO STEP-MESSAGE
               END-IF
           END-IF.
           IF NOT STEP-RUN
               GO TO 2000-EXIT
           END-IF.

           IF WS-CYCLE-CLOSED
               SET STEP-REFUSED TO TRUE
               IF WS-OPEN-CYCLE-DATE = SPACES
                   STRING 'CYCLE ' WS-CYCLE-DATE ' IS CLOSED - NO '
                       'NIGHT CYCLE IS OPEN'
                       DELIMITED BY SIZE INTO STEP-MESSAGE
               ELSE
                   STRING 'CYCLE ' WS-CYCLE-DATE ' IS NOT THE OPEN '
                       'CYCLE (' WS-OPEN-CYCLE-DATE ')'
                       DELIMITED BY SIZE INTO STEP-MESSAGE
               END-IF
               GO TO 2000-EXIT
           END-IF.

           IF WS-STEP-SUB = WS-MERGE-SUB AND CYCL-BATCH-SINGLE
               SET STEP-REFUSED TO TRUE
               MOVE 'SINGLE-STREAM RUN THIS CYCLE - NOTHING TO MERGE'
                   TO STEP-MESSAGE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2400-CHECK-EARLIER-STEP THRU 2400-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-STEP-SUB OR NOT STEP-RUN.
           IF NOT STEP-RUN
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-FIRST-LATER-SUB = WS-STEP-SUB + 1.
           PERFORM 2450-CHECK-LATER-STEP THRU 2450-EXIT
               VARYING WS-SUB FROM WS-FIRST-LATER-SUB BY 1
               UNTIL WS-SUB > CSTEP-COUNT OR NOT STEP-RUN.
           IF NOT STEP-RUN
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-MARK-STARTED THRU 2500-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SELECT-CYCLE THRU 2100-EXIT
      * Settles the cycle the step is checked against and leaves its
      * record in the FD area:
      *  - FIZZBAL names a cycle on its selection card.  Any other
      *    than the open one can only be a rerun (skipped) or is
      *    refused.
      *  - with a cycle open, every step belongs to it;
      *  - with none open, TRANLOAD opens a new cycle dated today -
      *    unless today's cycle has already run and closed, when it
      *    is checked against that (and so skipped);
      *  - with none open, any other step is checked against the
      *    cycle last closed - it can only be skipped there.
      ******************************************************************
       2100-SELECT-CYCLE.
           SET WS-CYCLE-OPEN TO TRUE.
           IF WS-STEP-SUB = WS-BALANCE-SUB AND
              STEP-CYCLE-DATE NOT = SPACES
               MOVE STEP-CYCLE-DATE TO WS-CYCLE-DATE
               IF WS-CYCLE-DATE NOT = WS-OPEN-CYCLE-DATE
                   SET WS-CYCLE-CLOSED TO TRUE
               END-IF
               GO TO 2100-READ
           END-IF.
           IF WS-OPEN-CYCLE-DATE NOT = SPACES
               MOVE WS-OPEN-CYCLE-DATE TO WS-CYCLE-DATE
               GO TO 2100-READ
           END-IF.

           SET WS-CYCLE-CLOSED TO TRUE.
           IF WS-STEP-SUB = 1
               MOVE WS-CURR-DATE TO WS-CYCLE-DATE
               PERFORM 1100-READ-CYCLE THRU 1100-EXIT
               IF WS-CYCLFILE-STATUS = '23'
                   PERFORM 2200-OPEN-NEW-CYCLE THRU 2200-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF WS-LAST-CLOSED-DATE = SPACES
               SET STEP-REFUSED TO TRUE
               MOVE 'NO NIGHT CYCLE IS OPEN - TRANLOAD HAS NOT RUN'
                   TO STEP-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-LAST-CLOSED-DATE TO WS-CYCLE-DATE.

       2100-READ.
           PERFORM 1100-READ-CYCLE THRU 1100-EXIT.
           IF WS-CYCLFILE-STATUS = '23'
               SET STEP-REFUSED TO TRUE
               STRING 'NO NIGHT CYCLE ON FILE FOR ' WS-CYCLE-DATE
                   DELIMITED BY SIZE INTO STEP-MESSAGE
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-OPEN-NEW-CYCLE THRU 2200-EXIT
      * Opens tonight's cycle for TRANLOAD: the control record is
      * pointed at it first (the FD area is shared), then the empty
      * cycle record is written and left in the FD area for the
      * checks that follow.
      ******************************************************************
       2200-OPEN-NEW-CYCLE.
           MOVE WS-CYCLE-DATE TO WS-OPEN-CYCLE-DATE.
           PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT.
           IF NOT STEP-RUN
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO CYCL-RECORD.
           MOVE WS-CYCLE-DATE TO CYCL-CYCLE-DATE.
           MOVE WS-CURR-DATE TO CYCL-OPENED-DATE.
           MOVE WS-CURR-TIME TO CYCL-OPENED-TIME.
           PERFORM 2250-CLEAR-STEP-COUNT THRU 2250-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > CSTEP-COUNT.
           MOVE ZERO TO CYCL-RESET-COUNT.
           WRITE CYCL-RECORD.
           IF WS-CYCLFILE-STATUS NOT = '00'
               PERFORM 1900-IO-FAILED THRU 1900-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET WS-CYCLE-OPEN TO TRUE.

       2200-EXIT.
           EXIT.

       2250-CLEAR-STEP-COUNT.
           MOVE ZERO TO CYCL-STEP-RUN-COUNT (WS-SUB).

       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-BATCH-RERUN THRU 2300-EXIT
      * The batch run's own skip rule.  A night runs either single-
      * stream or partitioned, never a mix: once one kind has
      * started, the other is refused.  A single-stream run is
      * skipped once the step has completed; a partition is skipped
      * once that partition has completed, whatever the others are
      * doing.
      ******************************************************************
       2300-CHECK-BATCH-RERUN.
           IF STEP-PARTITION-NO = ZERO
               IF CYCL-BATCH-PARTITIONED
                   SET STEP-REFUSED TO TRUE
                   MOVE 'PARTITIONED RUN ALREADY STARTED THIS CYCLE'
                       TO STEP-MESSAGE
                   GO TO 2300-EXIT
               END-IF
               IF CYCL-STEP-COMPLETE (WS-STEP-SUB)
                   SET STEP-SKIP TO TRUE
                   STRING STEP-NAME ' ALREADY COMPLETE FOR CYCLE '
                       WS-CYCLE-DATE ' - SKIPPED'
                       DELIMITED BY SIZE INTO STEP-MESSAGE
               END-IF
               GO TO 2300-EXIT
           END-IF.

           IF CYCL-BATCH-SINGLE
               SET STEP-REFUSED TO TRUE
               MOVE 'SINGLE-STREAM RUN ALREADY STARTED THIS CYCLE'
                   TO STEP-MESSAGE
               GO TO 2300-EXIT
           END-IF.
           MOVE STEP-PARTITION-NO TO WS-PART-SUB.
           IF CYCL-PART-COMPLETE (WS-PART-SUB)
               SET STEP-SKIP TO TRUE
               MOVE STEP-PARTITION-NO TO WS-PARTITION-EDIT
               STRING STEP-NAME ' PARTITION ' WS-PARTITION-EDIT
                   ' ALREADY COMPLETE FOR CYCLE ' WS-CYCLE-DATE
                   ' - SKIPPED'
                   DELIMITED BY SIZE INTO STEP-MESSAGE
           END-IF.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CHECK-EARLIER-STEP THRU 2400-EXIT
      * One earlier step against the caller: it must not be left
      * started and unfinished, and if the cycle table says it must
      * precede (the merge only on a partitioned night) it must have
      * completed.
      ******************************************************************
       2400-CHECK-EARLIER-STEP.
           IF CYCL-STEP-STARTED (WS-SUB)
               SET STEP-REFUSED TO TRUE
               STRING CSTEP-NAME (WS-SUB) ' STARTED BUT NOT COMPLETE'
                   ' - FINISH OR RESET IT FIRST'
                   DELIMITED BY SIZE INTO STEP-MESSAGE
               GO TO 2400-EXIT
           END-IF.
           IF CYCL-STEP-COMPLETE (WS-SUB)
               GO TO 2400-EXIT
           END-IF.
           IF CSTEP-REQUIRED (WS-SUB) OR
              (CSTEP-IF-PARTITIONED (WS-SUB) AND
               CYCL-BATCH-PARTITIONED)
               SET STEP-REFUSED TO TRUE
               STRING CSTEP-NAME (WS-SUB) ' HAS NOT COMPLETED THIS '
                   'CYCLE - OUT OF ORDER'
                   DELIMITED BY SIZE INTO STEP-MESSAGE
           END-IF.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2450-CHECK-LATER-STEP THRU 2450-EXIT
      * One later step against the caller: once any later step has
      * run in this cycle, the caller is too late to run.
      ******************************************************************
       2450-CHECK-LATER-STEP.
           IF NOT CYCL-STEP-NOT-RUN (WS-SUB)
               SET STEP-REFUSED TO TRUE
               STRING CSTEP-NAME (WS-SUB) ' HAS ALREADY RUN THIS '
                   'CYCLE - OUT OF ORDER'
                   DELIMITED BY SIZE INTO STEP-MESSAGE
           END-IF.

       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-MARK-STARTED THRU 2500-EXIT
      * Records the step (and, for a partitioned batch run, the
      * partition) as started under the caller's job id.  A restart
      * after an abend lands here too and simply restamps the start.
      ******************************************************************
       2500-MARK-STARTED.
           IF WS-STEP-SUB = WS-BATCH-SUB
               IF STEP-PARTITION-NO = ZERO
                   SET CYCL-BATCH-SINGLE TO TRUE
               ELSE
                   SET CYCL-BATCH-PARTITIONED TO TRUE
                   MOVE STEP-PARTITION-NO TO WS-PART-SUB
                   SET CYCL-PART-STARTED (WS-PART-SUB) TO TRUE
               END-IF
           END-IF.
           SET CYCL-STEP-STARTED (WS-STEP-SUB) TO TRUE.
           MOVE STEP-JOB-ID TO CYCL-STEP-JOB-ID (WS-STEP-SUB).
           MOVE WS-CURR-DATE TO CYCL-STEP-START-DATE (WS-STEP-SUB).
           MOVE WS-CURR-TIME TO CYCL-STEP-START-TIME (WS-STEP-SUB).
           MOVE SPACES TO CYCL-STEP-END-DATE (WS-STEP-SUB).
           MOVE SPACES TO CYCL-STEP-END-TIME (WS-STEP-SUB).
           ADD 1 TO CYCL-STEP-RUN-COUNT (WS-STEP-SUB).
           REWRITE CYCL-RECORD.
           IF WS-CYCLFILE-STATUS NOT = '00'
               PERFORM 1900-IO-FAILED THRU 1900-EXIT
           END-IF.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-END-STEP THRU 3000-EXIT
      * Clean-finish post.  Marks the step complete in the cycle the
      * startup call returned.  A partition completes on its own; the
      * batch step completes once no partition is left started.  A
      * completed FIZZBAL closes the cycle.
      ******************************************************************
       3000-END-STEP.
           MOVE STEP-CYCLE-DATE TO WS-CYCLE-DATE.
           PERFORM 1100-READ-CYCLE THRU 1100-EXIT.
           IF NOT STEP-RUN
               GO TO 3000-EXIT
           END-IF.
           IF WS-CYCLFILE-STATUS = '23'
               SET STEP-FAILED TO TRUE
               STRING 'NO NIGHT CYCLE ON FILE FOR ' WS-CYCLE-DATE
                   DELIMITED BY SIZE INTO STEP-MESSAGE
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-CURR-DATE TO CYCL-STEP-END-DATE (WS-STEP-SUB).
           MOVE WS-CURR-TIME TO CYCL-STEP-END-TIME (WS-STEP-SUB).
           SET CYCL-STEP-COMPLETE (WS-STEP-SUB) TO TRUE.
           IF WS-STEP-SUB = WS-BATCH-SUB AND STEP-PARTITION-NO > ZERO
               MOVE STEP-PARTITION-NO TO WS-PART-SUB
               SET CYCL-PART-COMPLETE (WS-PART-SUB) TO TRUE
               SET WS-PART-ALL-DONE TO TRUE
               PERFORM 3100-CHECK-PARTITION THRU 3100-EXIT
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > 99
               IF WS-PART-STILL-OPEN
                   SET CYCL-STEP-STARTED (WS-STEP-SUB) TO TRUE
               END-IF
           END-IF.
           REWRITE CYCL-RECORD.
           IF WS-CYCLFILE-STATUS NOT = '00'
               PERFORM 1900-IO-FAILED THRU 1900-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF WS-STEP-SUB = WS-BALANCE-SUB
               MOVE SPACES TO WS-OPEN-CYCLE-DATE
               MOVE WS-CYCLE-DATE TO WS-LAST-CLOSED-DATE
               PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

       3100-CHECK-PARTITION.
           IF CYCL-PART-STARTED (WS-PART-SUB)
               SET WS-PART-STILL-OPEN TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.
