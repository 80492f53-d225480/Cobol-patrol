      *                    moved off, so without this post FIZZBAL's
      *                    intake check broke by one for every
      *                    reject this job put back into the cycle.
      *   2026-09-18 PL    A re-entry clears any online change still
      *                    awaiting approval on the record (and the
      *                    before image saved with it): the returned
      *                    values supersede it, and a record left
      *                    carrying approval data would show on the
      *                    outstanding-approvals report while the
      *                    batch run computed it.
      *   2026-09-24 PL    Reads the sent extract in the widened
      *                    47-byte layout and holds five-digit var_a/
      *                    var_b for re-entry.
      *   2026-09-28 PL    TRANFILE declared with its new alternate key
      *                    (department + requested run date,
      *                    duplicates allowed) so the file definition
      *                    matches the cluster.  Processing unchanged.
      *   2026-10-01 PL    Checks in with the night-cycle step control
      *                    (FIZZSTEP) before anything is opened and
      *                    posts its clean finish.  An apply before
      *                    the archive has completed, or after the
      *                    balancer has run, ends RC=16; an apply
      *                    already complete this cycle is skipped
      *                    with RC=0.
      *   2026-10-06 PL    A rejected pair re-entered as a new record
      *                    carries the requested date of its original
      *                    submission - the closed period off the
      *                    extract detail if it was already an
      *                    adjustment, otherwise the extract's run
      *                    date - so the batch run flags it as a
      *                    prior-period adjustment once that month is
      *                    closed instead of posting it as current.
      *   2026-10-15 PL    File status '02' on the TRANFILE re-entry -
      *                    another record with the same department and
      *                    requested date on the alternate key - is
      *                    taken as success, not an abend.
      *                    A re-entry also resets TRAN-DUP-FLAG, as
      *                    FIZZRCYC's does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRTRN.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               ALTERNATE RECORD KEY IS TRAN-DEPT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT RTRRFILE ASSIGN TO RTRRFIL
       01  WS-EXTFILE-STATUS           PIC X(02).
       01  WS-RTRNFILE-STATUS          PIC X(02).
       01  WS-TRANFILE-STATUS          PIC X(02).
           88  WS-TRANFILE-OK              VALUE '00' '02'.
       01  WS-RTRRFILE-STATUS          PIC X(02).
       01  WS-LEDGFILE-STATUS          PIC X(02).

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       COPY STEPLINK.

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-CURR-TIME                PIC 9(08).

      * number as the return feed is read.  WS-SENT-T-ACK-SWITCH is
      * flipped by a matching return record; entries still 'N' at end
      * of feed are the sequence numbers the costing system never
      * confirmed.  WS-SENT-T-REQ-DATE is the requested date a
      * re-entry carries back onto TRANFILE: the first of the closed
      * period for a detail that was already a prior-period
      * adjustment, otherwise the run date off the extract header.
       01  WS-SENT-TABLE.
           05  WS-SENT-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-SENT-ENTRY OCCURS 1000 TIMES.
               10  WS-SENT-T-SEQ-NO    PIC 9(06).
               10  WS-SENT-T-VAR-A     PIC 9(05).
               10  WS-SENT-T-VAR-B     PIC 9(05).
               10  WS-SENT-T-TYPE-CODE PIC X(01).
               10  WS-SENT-T-DEPT-CODE PIC X(04).
               10  WS-SENT-T-REQ-DATE  PIC X(08).
               10  WS-SENT-T-ACK-SWITCH PIC X(01).
                   88  WS-SENT-T-ACKED     VALUE 'Y'.
                   88  WS-SENT-T-UNACKED   VALUE 'N'.
       01  WS-SENT-SUB                 PIC 9(06) COMP VALUE ZERO.
       01  WS-SENT-MAX                 PIC 9(06) COMP VALUE 1000.
       01  WS-TRAILER-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-EXT-RUN-DATE             PIC X(08) VALUE SPACES.

       01  WS-RETURNS-READ             PIC 9(06) COMP VALUE ZERO.
       01  WS-ACCEPTED-COUNT           PIC 9(06) COMP VALUE ZERO.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.

           PERFORM 1050-START-CYCLE-STEP THRU 1050-EXIT.

           OPEN INPUT EXTFILE.
           MOVE 'EXTFILE ' TO WS-ABEND-FILE-NAME.
           MOVE WS-EXTFILE-STATUS TO WS-ABEND-STATUS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-START-CYCLE-STEP THRU 1050-EXIT
      * Checks in with the night-cycle step control.  The apply is an
      * optional step - a night the costing system sends nothing back
      * skips it - but when it runs it runs after the archive and
      * before the balancer.  An apply already completed this cycle
      * is skipped cleanly - RC=0, no file touched; one out of order,
      * or a step-control file that cannot be read, ends the job
      * RC=16 before anything is re-entered.
      ******************************************************************
       1050-START-CYCLE-STEP.
           MOVE SPACES TO STEP-LINKAGE.
           SET STEP-FN-START TO TRUE.
           MOVE 'FIZZRTRN' TO STEP-NAME.
           MOVE ZERO TO STEP-PARTITION-NO.
           MOVE 'FIZZRTRN' TO STEP-JOB-ID.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-RUN
               GO TO 1050-EXIT
           END-IF.
           DISPLAY 'FIZZRTRN: ' STEP-MESSAGE.
           IF STEP-SKIP
               DISPLAY 'FIZZRTRN: APPLY ALREADY COMPLETE THIS CYCLE - '
                   'SKIPPED - RC=0' UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FIZZRTRN: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-RTRNFILE THRU 1100-EXIT
      * Read-ahead of the next return record, shared by
      * 1200-LOAD-EXTRACT THRU 1200-EXIT
      * Loads one extract record: details go into the lookup table
      * (marked unacknowledged), the trailer's record count is kept
      * to prove the extract was read whole, and the header's run
      * date is kept for the re-entry requested date.  An extract
      * larger than the table abends the run rather than silently
      * dropping details off the matching.
      ******************************************************************
       1200-LOAD-EXTRACT.
           READ EXTFILE
                       WS-SENT-T-TYPE-CODE (WS-SENT-COUNT)
                   MOVE EXT-D-DEPT-CODE TO
                       WS-SENT-T-DEPT-CODE (WS-SENT-COUNT)
                   IF EXT-D-PRIOR-PERIOD-ADJ
                       MOVE EXT-D-ADJ-PERIOD TO
                           WS-SENT-T-REQ-DATE (WS-SENT-COUNT) (1:6)
                       MOVE '01' TO
                           WS-SENT-T-REQ-DATE (WS-SENT-COUNT) (7:2)
                   ELSE
                       MOVE WS-EXT-RUN-DATE TO
                           WS-SENT-T-REQ-DATE (WS-SENT-COUNT)
                   END-IF
                   SET WS-SENT-T-UNACKED (WS-SENT-COUNT) TO TRUE
               WHEN EXT-HEADER
                   MOVE EXT-H-RUN-DATE TO WS-EXT-RUN-DATE
               WHEN EXT-TRAILER
                   MOVE EXT-T-REC-COUNT TO WS-TRAILER-COUNT
               WHEN OTHER
               INVALID KEY
                   MOVE SPACES TO TRAN-RECORD
                   MOVE WS-SENT-T-SEQ-NO (WS-SENT-SUB) TO TRAN-SEQ-NO
                   MOVE WS-SENT-T-REQ-DATE (WS-SENT-SUB) TO
                       TRAN-REQ-DATE
           END-READ.
           MOVE WS-SENT-T-VAR-A (WS-SENT-SUB) TO TRAN-VAR-A.
           MOVE WS-SENT-T-VAR-B (WS-SENT-SUB) TO TRAN-VAR-B.
           MOVE WS-SENT-T-DEPT-CODE (WS-SENT-SUB) TO TRAN-DEPT-CODE.
           SET TRAN-STAT-PENDING TO TRUE.
           MOVE SPACES TO TRAN-EXCP-DATE.
           MOVE SPACE TO TRAN-DUP-FLAG.
           MOVE SPACES TO TRAN-APPROVAL-DATA.
           IF WS-TRANFILE-OK
               REWRITE TRAN-RECORD
           ELSE
               WRITE TRAN-RECORD
      * A re-entry that fails to land leaves the reject looking
      * re-entered on the report while TRANFILE never got it - the
      * control totals would lie - so a bad update abends here the
      * same way the recycle job's re-entry does.  '02' (others share
      * the record's department and requested date) is a good update.
           IF NOT WS-TRANFILE-OK
               DISPLAY 'FIZZRTRN: TRANFILE UPDATE FAILED FOR RECORD '
                   RTRN-SEQ-NO ' - FILE STATUS ' WS-TRANFILE-STATUS
               DISPLAY 'FIZZRTRN: JOB TERMINATING - UNABLE TO CONTINUE'
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

           PERFORM 3200-END-CYCLE-STEP THRU 3200-EXIT.

       3000-EXIT.
           EXIT.


       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-END-CYCLE-STEP THRU 3200-EXIT
      * Marks the apply complete in the cycle the startup check
      * returned - whatever its own return code, since an unacked
      * detail is a finding the apply reports, not a failure of the
      * apply.  If the step control cannot be updated the re-entries
      * stand, but the job ends RC=16 so the schedule stops and the
      * operator sets the step right with FIZZCYCL.
      ******************************************************************
       3200-END-CYCLE-STEP.
           SET STEP-FN-END TO TRUE.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-FAILED
               DISPLAY 'FIZZRTRN: ' STEP-MESSAGE
               DISPLAY 'FIZZRTRN: STEP NOT POSTED COMPLETE - RC=16'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           END-IF.

       3200-EXIT.
           EXIT.
