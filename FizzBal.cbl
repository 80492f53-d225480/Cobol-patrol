      *                    return feed and every afternoon of online
      *                    entry broke the intake check for records
      *                    that were genuinely in the cycle.
      *   2026-09-18 PL    Online adds now wait for a second operator,
      *                    and a rejected add is deleted from
      *                    TRANFILE.  The intake side takes the day's
      *                    rejected adds (the approval screen's 'R'
      *                    records that keep the 'NEW' marker) back
      *                    out, on a new ONLINE ADDS REJECTED line,
      *                    and the approval records themselves are
      *                    not counted as adds.  An add not yet
      *                    approved at run time is in the run's held
      *                    count, so it balances on the night it was
      *                    keyed whichever way it is later decided.
      *   2026-10-01 PL    Checks in with the night-cycle step control
      *                    (FIZZSTEP) once the selection card is read
      *                    and posts its finish.  The card's date must
      *                    be the open cycle; a balance before the
      *                    archive is complete ends RC=16, and one
      *                    already complete for the cycle is skipped
      *                    with RC=0.  A completed balance - in
      *                    balance or not - closes the cycle.
      *   2026-10-12 PL    The intake side takes the day's online
      *                    deletes back out, on a new ONLINE DELETES
      *                    line: held duplicate submissions deleted
      *                    through FIZZMNT ahead of the run (the
      *                    maintenance-audit records with action 'X').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZBAL.
       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       COPY STEPLINK.

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-SEL-CYCLE-DATE           PIC X(08).

       01  WS-OUTSTANDING-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-REENTERED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-ONLINE-ADDS-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-ONLINE-REJECTS-COUNT     PIC 9(08) COMP VALUE ZERO.
       01  WS-ONLINE-DELETES-COUNT     PIC 9(08) COMP VALUE ZERO.

      * Opening balance for the intake check: what the latest
      * archive before the selected date left on file.  A later 'A'

           PERFORM 1200-READ-SELECTION THRU 1200-EXIT.

           PERFORM 1220-START-CYCLE-STEP THRU 1220-EXIT.

           OPEN INPUT LEDGFILE.
           MOVE 'LEDGFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-LEDGFILE-STATUS TO WS-ABEND-STATUS.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1220-START-CYCLE-STEP THRU 1220-EXIT
      * Checks in with the night-cycle step control for the cycle on
      * the selection card.  A balance already completed for that
      * cycle is skipped cleanly - RC=0, nothing opened past the
      * card.  A date that is not the open cycle, a balance before
      * the archive (and any recycle or apply that started) has
      * completed, or a step-control file that cannot be read, ends
      * the job RC=16.
      ******************************************************************
       1220-START-CYCLE-STEP.
           MOVE SPACES TO STEP-LINKAGE.
           SET STEP-FN-START TO TRUE.
           MOVE 'FIZZBAL' TO STEP-NAME.
           MOVE ZERO TO STEP-PARTITION-NO.
           MOVE 'FIZZBAL' TO STEP-JOB-ID.
           MOVE WS-SEL-CYCLE-DATE TO STEP-CYCLE-DATE.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-RUN
               GO TO 1220-EXIT
           END-IF.
           DISPLAY 'FIZZBAL: ' STEP-MESSAGE.
           IF STEP-SKIP
               DISPLAY 'FIZZBAL: BALANCE ALREADY COMPLETE - '
                   'SKIPPED - RC=0' UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FIZZBAL: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1220-EXIT.
           EXIT.

      ******************************************************************
      * 1250-COUNT-ONLINE-ADDS THRU 1250-EXIT
      * Counts the cycle date's online adds off the maintenance-
      * audit dataset: FIZZENT marks an add 'NEW' in both before-
      * image columns, so the adds are told apart from FIZZMNT's
      * corrections, which do not change the record count on file.
      * Only the record written when the add is keyed counts as an
      * add; the approval screen's records for the same add carry
      * the marker too, and of those a rejection (which deletes the
      * add) is counted separately to come back off the intake.
      * A held record deleted through FIZZMNT carries its own action
      * code and no marker, and comes back off the intake the same
      * way - the check is meant to be answered ahead of the run, so
      * the record was loaded but never reached the run.
      * The dataset is OPTIONAL - a day with no online activity (or
      * a shop not running the entry transaction) counts zero adds.
      ******************************************************************
           IF MNTA-OLD-VAR-A = 'NEW' AND
              MNTA-OLD-VAR-B = 'NEW' AND
              MNTA-CORR-DATE = WS-SEL-CYCLE-DATE
               IF MNTA-ACTION-MADE
                   ADD 1 TO WS-ONLINE-ADDS-COUNT
               END-IF
               IF MNTA-ACTION-REJECTED
                   ADD 1 TO WS-ONLINE-REJECTS-COUNT
               END-IF
           END-IF.
           IF MNTA-ACTION-DELETED AND
              MNTA-CORR-DATE = WS-SEL-CYCLE-DATE
               ADD 1 TO WS-ONLINE-DELETES-COUNT
           END-IF.

       1260-EXIT.
      * 3000-FINALIZE THRU 3000-EXIT
      * Prints the night's ledger figures, runs the three cross-foot
      * checks, and ends with the verdict: RC=0 in balance, RC=8 on
      * any break so the scheduler holds the morning jobs.  Either
      * way the balance itself ran, so it is posted complete, which
      * closes the cycle; a break is repaired and the balance rerun
      * by resetting the steps concerned through FIZZCYCL.
      ******************************************************************
       3000-FINALIZE.
           COMPUTE WS-CARRIED-FORWARD =
           CLOSE LEDGFILE.
           CLOSE BALRFILE.

           PERFORM 3500-END-CYCLE-STEP THRU 3500-EXIT.

       3000-EXIT.
           EXIT.

               AFTER ADVANCING 1 LINE.
           MOVE 'ONLINE ADDS  . . . . . .' TO RPT-D-LABEL.
           MOVE WS-ONLINE-ADDS-COUNT TO RPT-D-VALUE.
           WRITE BALR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ONLINE ADDS REJECTED . .' TO RPT-D-LABEL.
           MOVE WS-ONLINE-REJECTS-COUNT TO RPT-D-VALUE.
           WRITE BALR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ONLINE DELETES . . . . .' TO RPT-D-LABEL.
           MOVE WS-ONLINE-DELETES-COUNT TO RPT-D-VALUE.
           WRITE BALR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS COMPUTED . . . .' TO RPT-D-LABEL.
      * 3200-CHECK-INTAKE THRU 3200-EXIT
      * Records into the run - carried forward off the prior
      * archive, loaded by TRANLOAD, re-entered by the return-feed
      * apply, and added online through FIZZENT, less online adds
      * rejected (and deleted) by a second operator and held records
      * deleted through FIZZMNT - against records
      * the run disposed of (computed, excepted, held, not yet
      * due).  A run that never posted is a break on its own - the
      * night cannot balance around a batch job that did not
           END-IF.
           COMPUTE WS-INTAKE-TOTAL =
               WS-CARRIED-FORWARD + WS-LOADED-COUNT +
               WS-REENTERED-COUNT + WS-ONLINE-ADDS-COUNT -
               WS-ONLINE-REJECTS-COUNT - WS-ONLINE-DELETES-COUNT.
           COMPUTE WS-DISPOSED-TOTAL =
               WS-COMPUTED-COUNT + WS-EXCEPTED-COUNT +
               WS-HELD-COUNT + WS-FUTURE-COUNT.

       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-END-CYCLE-STEP THRU 3500-EXIT
      * Marks the balance complete, which closes the cycle: the next
      * TRANLOAD opens a new one.  If the step control cannot be
      * updated the balance statement stands, but the job ends RC=16
      * so the schedule stops and the operator sets the step right
      * with FIZZCYCL.
      ******************************************************************
       3500-END-CYCLE-STEP.
           SET STEP-FN-END TO TRUE.
           CALL 'FIZZSTEP' USING STEP-LINKAGE.
           IF STEP-FAILED
               DISPLAY 'FIZZBAL: ' STEP-MESSAGE
               DISPLAY 'FIZZBAL: STEP NOT POSTED COMPLETE - RC=16'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           END-IF.

       3500-EXIT.
           EXIT.
