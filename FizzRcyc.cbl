      *
      *              Correction card layout, one per card:
      *                  cols 1-6   sequence number of the reject
      *                  cols 7-11  corrected VAR_A, 5 digits
      *                  cols 12-16 corrected VAR_B, 5 digits
      *                  cols 17-80 ignored
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *                    every reject the batch run wrote was
      *                    either re-entered as pending or is still
      *                    accounted for as outstanding.
      *   2026-09-18 PL    A re-entry clears any online change still
      *                    awaiting approval on the record (and the
      *                    before image saved with it): the recycle
      *                    deck's values supersede it, and a record
      *                    left carrying approval data would show on
      *                    the outstanding-approvals report while
      *                    the batch run computed it.
      *   2026-09-24 PL    var_a/var_b widened to five digits: the
      *                    correction card is now cols 7-11 VAR_A and
      *                    12-16 VAR_B, and the report carries the
      *                    wider values.
      *   2026-09-28 PL    TRANFILE declared with its new alternate key
      *                    (department + requested run date,
      *                    duplicates allowed) so the file definition
      *                    matches the cluster.  Processing unchanged.
      *   2026-10-01 PL    Checks in with the night-cycle step control
      *                    (FIZZSTEP) before anything is opened and
      *                    posts its clean finish.  A recycle after
      *                    the archive has run, or before the batch
      *                    run is complete, ends RC=16; a recycle
      *                    already complete this cycle is skipped
      *                    with RC=0.
      *   2026-10-06 PL    A corrected reject re-entered as a new record
      *                    takes the date it first failed as its
      *                    requested date, so the batch run flags it
      *                    as a prior-period adjustment once that
      *                    month is closed.  A record still on file
      *                    keeps its own requested date.
      *   2026-10-15 PL    A re-entry resets TRAN-DUP-FLAG, so the
      *                    duplicate check looks at the corrected
      *                    values afresh.  File status '02' on the
      *                    re-entry - another record with the same
      *                    department and requested date on the
      *                    alternate key - is taken as success.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRCYC.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               ALTERNATE RECORD KEY IS TRAN-DEPT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT RCYCFILE ASSIGN TO RCYCFIL
           LABEL RECORDS ARE STANDARD.
       01  CORR-CARD.
           05  CORR-SEQ-NO             PIC X(06).
           05  CORR-VAR-A              PIC X(05).
           05  CORR-VAR-B              PIC X(05).
           05  FILLER                  PIC X(64).

       FD  TRANFILE
           RECORDING MODE IS F
       01  WS-EXCPFILE-STATUS          PIC X(02).
       01  WS-CORRFILE-STATUS          PIC X(02).
       01  WS-TRANFILE-STATUS          PIC X(02).
           88  WS-TRANFILE-OK              VALUE '00' '02'.
       01  WS-RCYCFILE-STATUS          PIC X(02).
       01  WS-LEDGFILE-STATUS          PIC X(02).

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       COPY STEPLINK.

       01  WS-CURR-DATE.
           05  WS-CURR-YEAR            PIC 9(04).
           05  WS-CURR-MONTH           PIC 9(02).
           05  WS-CORR-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-CORR-ENTRY OCCURS 500 TIMES.
               10  WS-CORR-T-SEQ-NO    PIC X(06).
               10  WS-CORR-T-VAR-A     PIC X(05).
               10  WS-CORR-T-VAR-B     PIC X(05).
       01  WS-CORR-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-CORR-MAX                 PIC 9(04) COMP VALUE 500.

           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-DISPOSITION       PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-VAR-A             PIC X(05).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RPT-D-VAR-B             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-REASON            PIC X(40).
           05  FILLER                  PIC X(05) VALUE ' AGE '.
           COMPUTE WS-CURR-DAY-NO =
               WS-CURR-YEAR * 360 + WS-CURR-MONTH * 30 + WS-CURR-DAY.

           PERFORM 1050-START-CYCLE-STEP THRU 1050-EXIT.

           OPEN INPUT EXCPFILE.
           MOVE 'EXCPFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-EXCPFILE-STATUS TO WS-ABEND-STATUS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-START-CYCLE-STEP THRU 1050-EXIT
      * Checks in with the night-cycle step control.  The recycle is
      * an optional step - a night with no corrections skips it - but
      * when it runs it runs after the batch run (and merge) and
      * before the archive.  A recycle already completed this cycle
      * is skipped cleanly - RC=0, no file touched; one out of order,
      * or a step-control file that cannot be read, ends the job
      * RC=16 before anything is re-entered.
      ******************************************************************
       1050-START-CYCLE-STEP.
           MOVE SPACES TO STEP-LINKAGE.
           SET STEP-FN-START TO TRUE.
           MOVE 'FIZZRCYC' TO STEP-NAME.
           MOVE ZERO TO STEP-PARTITION-NO.
           MOVE 'FIZZRCYC' TO STEP-JOB-ID.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-RUN
               GO TO 1050-EXIT
           END-IF.
           DISPLAY 'FIZZRCYC: ' STEP-MESSAGE.
           IF STEP-SKIP
               DISPLAY 'FIZZRCYC: RECYCLE ALREADY COMPLETE - '
                   'SKIPPED - RC=0' UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FIZZRCYC: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-EXCPFILE THRU 1100-EXIT
      * Read-ahead of the next reject, shared by initialization (to
               INVALID KEY
                   MOVE SPACES TO TRAN-RECORD
                   MOVE EXCP-SEQ-NO TO TRAN-SEQ-NO
                   MOVE EXCP-RUN-DATE TO TRAN-REQ-DATE
           END-READ.
           MOVE var_a TO TRAN-VAR-A.
           MOVE var_b TO TRAN-VAR-B.
           MOVE EXCP-DEPT-CODE TO TRAN-DEPT-CODE.
           SET TRAN-STAT-PENDING TO TRUE.
           MOVE SPACES TO TRAN-EXCP-DATE.
           MOVE SPACE TO TRAN-DUP-FLAG.
           MOVE SPACES TO TRAN-APPROVAL-DATA.
           IF WS-TRANFILE-OK
               REWRITE TRAN-RECORD
           ELSE
               WRITE TRAN-RECORD
      * A re-entry that fails to land leaves the reject looking
      * recycled on the report while TRANFILE never got it - the
      * control totals would lie - so a bad update abends here the
      * same way a failed status mark abends the batch run.  '02'
      * (others share the record's department and requested date) is
      * a good update.
           IF NOT WS-TRANFILE-OK
               DISPLAY 'FIZZRCYC: TRANFILE UPDATE FAILED FOR RECORD '
                   EXCP-SEQ-NO ' - FILE STATUS ' WS-TRANFILE-STATUS
               DISPLAY 'FIZZRCYC: JOB TERMINATING - UNABLE TO CONTINUE'
           CLOSE TRANFILE.
           CLOSE RCYCFILE.

           PERFORM 3200-END-CYCLE-STEP THRU 3200-EXIT.

       3000-EXIT.
           EXIT.


       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-END-CYCLE-STEP THRU 3200-EXIT
      * Marks the recycle complete in the cycle the startup check
      * returned.  If the step control cannot be updated the
      * re-entries stand, but the job ends RC=16 so the schedule
      * stops and the operator sets the step right with FIZZCYCL.
      ******************************************************************
       3200-END-CYCLE-STEP.
           SET STEP-FN-END TO TRUE.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-FAILED
               DISPLAY 'FIZZRCYC: ' STEP-MESSAGE
               DISPLAY 'FIZZRCYC: STEP NOT POSTED COMPLETE - RC=16'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           END-IF.

       3200-EXIT.
           EXIT.
