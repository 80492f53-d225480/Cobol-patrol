      *                    balancer FIZZBAL can prove archived equals
      *                    computed and carry what stayed on file
      *                    into the next night's intake check.
      *   2026-09-18 PL    A record still awaiting a second operator's
      *                    approval is left on file and counted with
      *                    the held records, the way the batch run
      *                    counts it, so the ledger figures tie.
      *   2026-09-28 PL    TRANFILE declared with its new alternate key
      *                    (department + requested run date,
      *                    duplicates allowed) so the file definition
      *                    matches the cluster.  Processing unchanged.
      *   2026-10-01 PL    Checks in with the night-cycle step control
      *                    (FIZZSTEP) before anything is opened and
      *                    posts its clean finish.  An archive before
      *                    the batch run (and, on a partitioned night,
      *                    the merge) is complete ends RC=16; an
      *                    archive already complete this cycle is
      *                    skipped with RC=0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZARCH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               ALTERNATE RECORD KEY IS TRAN-DEPT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT HISTFILE ASSIGN TO HISTFIL
       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       COPY STEPLINK.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE            PIC 9(08).
           05  WS-CURR-TIME            PIC 9(08).
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.

           PERFORM 1050-START-CYCLE-STEP THRU 1050-EXIT.

           PERFORM 1200-CHECK-RUN-COMPLETE THRU 1200-EXIT.

           OPEN I-O TRANFILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-START-CYCLE-STEP THRU 1050-EXIT
      * Checks in with the night-cycle step control.  An archive
      * already completed this cycle is skipped cleanly - RC=0, no
      * file touched - which matters here more than anywhere: a
      * second archive would open the night's history extract OUTPUT
      * over the first.  An archive out of order, or a step-control
      * file that cannot be read, ends the job RC=16.
      ******************************************************************
       1050-START-CYCLE-STEP.
           MOVE SPACES TO STEP-LINKAGE.
           SET STEP-FN-START TO TRUE.
           MOVE 'FIZZARCH' TO STEP-NAME.
           MOVE ZERO TO STEP-PARTITION-NO.
           MOVE 'FIZZARCH' TO STEP-JOB-ID.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-RUN
               GO TO 1050-EXIT
           END-IF.
           DISPLAY 'FIZZARCH: ' STEP-MESSAGE.
           IF STEP-SKIP
               DISPLAY 'FIZZARCH: ARCHIVE ALREADY COMPLETE - '
                   'SKIPPED - RC=0' UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FIZZARCH: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-TRANFILE THRU 1100-EXIT
      * Read-ahead of the next transaction record, shared by
      * 2000-ARCHIVE-RECORD THRU 2000-EXIT
      * Disposes of one transaction record: a record the run computed
      * moves to the history file and leaves the live file; anything
      * else stays put and is counted for the control report.  A
      * record awaiting approval counts as left on hold, as the
      * batch run counted it.
      ******************************************************************
       2000-ARCHIVE-RECORD.
           IF TRAN-STAT-COMPUTED
               PERFORM 2100-MOVE-TO-HISTORY THRU 2100-EXIT
           ELSE
               IF TRAN-STAT-HELD OR TRAN-STAT-AWAITING
                   ADD 1 TO WS-LEFT-HELD-COUNT
               ELSE
                   IF TRAN-STAT-EXCEPTED
           CLOSE HISTFILE.
           CLOSE ARCHFILE.

           PERFORM 3200-END-CYCLE-STEP THRU 3200-EXIT.

       3000-EXIT.
           EXIT.


       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-END-CYCLE-STEP THRU 3200-EXIT
      * Marks the archive complete in the cycle the startup check
      * returned.  If the step control cannot be updated the archive
      * stands, but the job ends RC=16 so the schedule stops and the
      * operator sets the step right with FIZZCYCL.
      ******************************************************************
       3200-END-CYCLE-STEP.
           SET STEP-FN-END TO TRUE.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-FAILED
               DISPLAY 'FIZZARCH: ' STEP-MESSAGE
               DISPLAY 'FIZZARCH: STEP NOT POSTED COMPLETE - RC=16'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           END-IF.

       3200-EXIT.
           EXIT.
