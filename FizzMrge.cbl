      *   ---------- ----- --------------------------------------------
      *   2026-08-27 PL    Original merge of the partition extracts
      *                    and reports into the single nightly feed.
      *   2026-09-18 PL    The combined totals carry the partitions'
      *                    awaiting-approval counts on their own line
      *                    under RECORDS HELD, as each partition's
      *                    own report does.
      *   2026-09-24 PL    Partition extracts are read in the widened
      *                    47-byte layout and the partition, combined
      *                    and trailer sums are sized for five-digit
      *                    var_a/var_b.
      *   2026-10-01 PL    Checks in with the night-cycle step control
      *                    (FIZZSTEP) before anything is opened and
      *                    posts its clean finish.  The merge is
      *                    refused (RC=16) on a single-stream night or
      *                    before every partition has completed, and a
      *                    merge already complete this cycle is
      *                    skipped with RC=0.
      *   2026-10-06 PL    Partition extract record widened to 54
      *                    bytes for the prior-period adjustment flag
      *                    and period on the detail; the flag passes
      *                    through to the merged feed untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZMRGE.
               88  EXTI-HEADER             VALUE 'H'.
               88  EXTI-DETAIL             VALUE 'D'.
               88  EXTI-TRAILER            VALUE 'T'.
           05  FILLER                  PIC X(53).

       FD  RPTIFILE
           RECORDING MODE IS F
       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       COPY STEPLINK.

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-JOB-ID                   PIC X(08) VALUE 'FIZZBUZZ'.

      * merged extract.
       01  WS-SLOT-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-SLOT-REC-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-SLOT-SUM-VAR-C           PIC 9(15) COMP VALUE ZERO.
       01  WS-SLOT-SUM-VAR-D           PIC S9(11) COMP VALUE ZERO.
       01  WS-SLOT-EXCP-COUNT          PIC 9(09) COMP VALUE ZERO.
       01  WS-SLOT-HELD-COUNT          PIC 9(09) COMP VALUE ZERO.
       01  WS-SLOT-FUTURE-COUNT        PIC 9(09) COMP VALUE ZERO.
       01  WS-SLOT-AWAITING-COUNT      PIC 9(09) COMP VALUE ZERO.

      * One partition's extract as it is consumed, balanced against
      * that partition's trailer before it is folded into the
      * combined totals.
       01  WS-PARTITIONS-SEEN          PIC 9(04) COMP VALUE ZERO.
       01  WS-PART-DETAIL-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-PART-SUM-VAR-C           PIC 9(15) COMP VALUE ZERO.
       01  WS-PART-SUM-VAR-D           PIC S9(11) COMP VALUE ZERO.

       01  WS-COMB-DETAIL-COUNT        PIC 9(09) COMP VALUE ZERO.
       01  WS-COMB-SUM-VAR-C           PIC 9(15) COMP VALUE ZERO.
       01  WS-COMB-SUM-VAR-D           PIC S9(11) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE '  DETAILS '.
           05  RPT-P-DETAIL-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  PRODUCTS '.
           05  RPT-P-SUM-VAR-C         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE '  DIFFS '.
           05  RPT-P-SUM-VAR-D         PIC -ZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF PRODUCTS  . . . .'.
           05  RPT-T-SUM-VAR-C         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF DIFFERENCES . . .'.
           05  RPT-T-SUM-VAR-D         PIC -ZZ,ZZZ,ZZZ,ZZ9.

      * Combined-totals section appended to the merged print report,
      * in the same shape as the single-stream run's totals so the
       01  CMB-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CMB-T-LABEL             PIC X(24).
           05  CMB-T-VALUE             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.


      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Checks in with the night-cycle step control, verifies every
      * partition's checkpoint slot is complete, opens the
      * concatenated partition inputs and the combined outputs, and
      * primes the extract merge loop.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           SET WS-HEADER-UNWRITTEN TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-START-CYCLE-STEP THRU 1050-EXIT.

           PERFORM 1200-CHECK-PARTITIONS THRU 1200-EXIT.

           OPEN INPUT EXTIFILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-START-CYCLE-STEP THRU 1050-EXIT
      * Checks in with the night-cycle step control.  A merge already
      * completed this cycle is skipped cleanly - RC=0, no file
      * touched.  A merge on a single-stream night, or before every
      * partition of the batch run has completed, or a step-control
      * file that cannot be read, ends the job RC=16 before the
      * combined outputs are opened over anything.
      ******************************************************************
       1050-START-CYCLE-STEP.
           MOVE SPACES TO STEP-LINKAGE.
           SET STEP-FN-START TO TRUE.
           MOVE 'FIZZMRGE' TO STEP-NAME.
           MOVE ZERO TO STEP-PARTITION-NO.
           MOVE 'FIZZMRGE' TO STEP-JOB-ID.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-RUN
               GO TO 1050-EXIT
           END-IF.
           DISPLAY 'FIZZMRGE: ' STEP-MESSAGE.
           IF STEP-SKIP
               DISPLAY 'FIZZMRGE: MERGE ALREADY COMPLETE THIS CYCLE - '
                   'SKIPPED - RC=0' UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FIZZMRGE: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-EXTIFILE THRU 1100-EXIT
      * Read-ahead of the next record off the concatenated partition
           ADD RESTART-EXCEPTION-COUNT TO WS-SLOT-EXCP-COUNT.
           ADD RESTART-HELD-COUNT TO WS-SLOT-HELD-COUNT.
           ADD RESTART-FUTURE-COUNT TO WS-SLOT-FUTURE-COUNT.
           ADD RESTART-AWAITING-COUNT TO WS-SLOT-AWAITING-COUNT.
           ADD 1 TO WS-RESTFILE-REL-KEY.
           READ RESTFILE.
           IF WS-RESTFILE-STATUS = '00'
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS HELD . . . . . .' TO CMB-T-LABEL.
           MOVE WS-SLOT-HELD-COUNT TO CMB-T-VALUE.
           WRITE REPT-RECORD FROM CMB-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  AWAITING APPROVAL  . .' TO CMB-T-LABEL.
           MOVE WS-SLOT-AWAITING-COUNT TO CMB-T-VALUE.
           WRITE REPT-RECORD FROM CMB-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT YET DUE  . . . . . .' TO CMB-T-LABEL.
               ' PARTITIONS COMBINED - RC=0' UPON CONSOLE.
           MOVE ZERO TO RETURN-CODE.

           PERFORM 3100-END-CYCLE-STEP THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-END-CYCLE-STEP THRU 3100-EXIT
      * Marks the merge complete in the cycle the startup check
      * returned.  If the step control cannot be updated the merged
      * feed stands, but the job ends RC=16 so the schedule stops and
      * the operator sets the step right with FIZZCYCL.
      ******************************************************************
       3100-END-CYCLE-STEP.
           SET STEP-FN-END TO TRUE.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-FAILED
               DISPLAY 'FIZZMRGE: ' STEP-MESSAGE
               DISPLAY 'FIZZMRGE: STEP NOT POSTED COMPLETE - RC=16'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           END-IF.

       3100-EXIT.
           EXIT.
