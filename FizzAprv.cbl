      ******************************************************************
      * FIZZAPRV.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-09-18
      * Purpose:     Online CICS approval transaction (TRANSID FBAP)
      *              for the FIZZ-BUZZ transaction file.  A correction
      *              made through FIZZMNT and a pair added through
      *              FIZZENT no longer go straight to the batch run -
      *              they wait on TRANFILE in awaiting-approval status
      *              ('W') until a second operator looks at them here.
      *              The screen browses only the records awaiting
      *              approval and shows each one's before image
      *              (the values, department and status the record
      *              had before the first unapproved change, or a
      *              new-pair marker for an add), its after image,
      *              and the operator who made the change and when.
      *
      *              A nnnnnn approves the change: the record goes
      *              back to pending for the next run.  R nnnnnn
      *              rejects it: a correction is put back exactly as
      *              it was before it was made, an add is deleted.
      *              The operator who made the change can do
      *              neither - the signed-on operator id must differ
      *              from the maker id stamped on the record.  Every
      *              approval and rejection is posted to the
      *              maintenance-audit trail with both operator ids.
      *              Access to FBAP is restricted through transaction
      *              security to the supervisors who check online
      *              work.
      *
      *              Pseudo-conversational, the same shape as the
      *              FIZZMNT maintenance transaction.
      * Tectonics:   cobc -x (EXEC CICS requires translation through
      *              the CICS command-level translator ahead of the
      *              compile step, same as the shop's other CICS
      *              transactions).
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-09-18 PL    Original approve/reject transaction for
      *                    online corrections and adds.
      *   2026-09-24 PL    Before/after images for the maintenance-
      *                    audit record widened for five-digit
      *                    var_a/var_b.
      *   2026-10-15 PL    An approved change resets TRAN-DUP-FLAG, so
      *                    the duplicate check looks at the new values
      *                    afresh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZAPRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                     PIC S9(08) COMP.

       01  WS-SWITCHES.
           05  WS-CONTINUE-SWITCH      PIC X(01).
               88  WS-CONTINUE-CONVERSATION VALUE 'Y'.
               88  WS-END-CONVERSATION      VALUE 'N'.
           05  WS-FOUND-SWITCH         PIC X(01).
               88  WS-AWAITING-FOUND       VALUE 'Y'.
               88  WS-AWAITING-NOT-FOUND   VALUE 'N'.
           05  WS-BROWSE-EOF-SWITCH    PIC X(01).
               88  WS-BROWSE-EOF           VALUE 'Y'.
               88  WS-BROWSE-NOT-EOF       VALUE 'N'.
           05  WS-CHECK-SWITCH         PIC X(01).
               88  WS-CHECK-PASSED         VALUE 'Y'.
               88  WS-CHECK-FAILED         VALUE 'N'.

       01  WS-INPUT-LENGTH             PIC S9(04) COMP VALUE 80.
       01  WS-OPERATOR-INPUT.
           05  WS-INPUT-TEXT           PIC X(80).
       01  WS-INPUT-COMMAND            PIC X(04).

       01  WS-SCREEN-LENGTH            PIC S9(04) COMP.
       01  WS-SCREEN-TEXT.
           05  WS-SCREEN-LINE-1        PIC X(79).
           05  WS-SCREEN-LINE-2        PIC X(79).
           05  WS-SCREEN-LINE-3        PIC X(79).

       01  WS-ACTION-NAME              PIC X(10).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-APPROVER-ID              PIC X(03).
       01  WS-MNTA-LENGTH              PIC S9(04) COMP.

      * The before and after images and the maker of the change
      * being approved or rejected, captured before the record is
      * rewritten or deleted, for the maintenance-audit record.
       01  WS-AUDIT-IMAGE.
           05  WS-AUDIT-MAKER-ID       PIC X(03).
           05  WS-AUDIT-OLD-VAR-A      PIC X(05).
           05  WS-AUDIT-OLD-VAR-B      PIC X(05).
           05  WS-AUDIT-OLD-DEPT-CODE  PIC X(04).
           05  WS-AUDIT-NEW-VAR-A      PIC 9(05).
           05  WS-AUDIT-NEW-VAR-B      PIC 9(05).
           05  WS-AUDIT-NEW-DEPT-CODE  PIC X(04).
           05  WS-AUDIT-ACTION-CODE    PIC X(01).

       COPY TRANREC.
       COPY MNTAREC.

      ******************************************************************
      * DATA CARRIED FORWARD BETWEEN PSEUDO-CONVERSATIONAL TASKS
      ******************************************************************
       01  WS-COMMAREA.
           05  CA-FUNCTION             PIC X(04).
               88  CA-APPROVING            VALUE 'APPR'.
           05  CA-LAST-SEQ-NO          PIC 9(06).

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(10).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      * Issues the one EXEC CICS RETURN allowed per task, the same
      * discipline as FIZZMNT - the working paragraphs below only
      * set WS-CONTINUE-SWITCH and COMMAREA, never RETURN
      * themselves.
      ******************************************************************
       0000-MAINLINE.
           SET WS-CONTINUE-CONVERSATION TO TRUE.
           MOVE SPACES TO WS-SCREEN-TEXT.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TASK THRU 1000-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-CONTINUE-TASK THRU 2000-EXIT
           END-IF.

           IF WS-CONTINUE-CONVERSATION
               MOVE WS-COMMAREA TO DFHCOMMAREA
               EXEC CICS RETURN
                   TRANSID('FBAP')
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           ELSE
               EXEC CICS RETURN END-EXEC
           END-IF.

      ******************************************************************
      * 1000-FIRST-TASK THRU 1000-EXIT
      * Opens the browse on TRANFILE at the low key and shows the
      * first record awaiting approval.
      ******************************************************************
       1000-FIRST-TASK.
           MOVE LOW-VALUES TO TRAN-KEY.
           EXEC CICS STARTBR
               DATASET('TRANFILE')
               RIDFLD(TRAN-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           PERFORM 1100-BROWSE-NEXT THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-RESUME-BROWSE THRU 1050-EXIT
      * A CICS browse does not survive a pseudo-conversational RETURN,
      * so each continuation task reopens it.  Unlike FIZZMNT, which
      * re-reads the last key shown and steps past it, this screen
      * reopens at the key after the last one shown: a rejected add
      * is deleted, and a browse positioned on a deleted key would
      * step past the record that followed it as well.
      ******************************************************************
       1050-RESUME-BROWSE.
           IF CA-LAST-SEQ-NO = 999999
               SET WS-BROWSE-EOF TO TRUE
               PERFORM 1200-END-OF-FILE THRU 1200-EXIT
               GO TO 1050-EXIT
           END-IF.
           COMPUTE TRAN-SEQ-NO = CA-LAST-SEQ-NO + 1.
           EXEC CICS STARTBR
               DATASET('TRANFILE')
               RIDFLD(TRAN-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           PERFORM 1100-BROWSE-NEXT THRU 1100-EXIT.

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-BROWSE-NEXT THRU 1100-EXIT
      * Reads forward to the next record awaiting approval and sends
      * it to the terminal with the before and after images, the
      * maker and the approval menu, keeping its key in COMMAREA.
      * Records in any other status are passed over - this screen
      * only ever shows work waiting for a second operator.
      ******************************************************************
       1100-BROWSE-NEXT.
           SET WS-AWAITING-NOT-FOUND TO TRUE.
           SET WS-BROWSE-NOT-EOF TO TRUE.
           PERFORM 1150-READ-NEXT-RECORD THRU 1150-EXIT
               UNTIL WS-AWAITING-FOUND OR WS-BROWSE-EOF.

           IF WS-BROWSE-EOF
               PERFORM 1200-END-OF-FILE THRU 1200-EXIT
               GO TO 1100-EXIT
           END-IF.

           SET CA-APPROVING TO TRUE.
           MOVE TRAN-SEQ-NO TO CA-LAST-SEQ-NO.

           IF TRAN-APPR-ADD
               MOVE 'ADD' TO WS-ACTION-NAME
           ELSE
               MOVE 'CORRECTION' TO WS-ACTION-NAME
           END-IF.
           MOVE SPACES TO WS-SCREEN-TEXT.
           STRING 'SEQ ' TRAN-SEQ-NO ' ' WS-ACTION-NAME
               ' BY ' TRAN-APPR-MAKER-ID
               ' ON ' TRAN-APPR-MADE-DATE ' ' TRAN-APPR-MADE-TIME
               ' TYPE=' TRAN-TYPE-CODE
               DELIMITED BY SIZE INTO WS-SCREEN-LINE-1.
           IF TRAN-APPR-ADD
               STRING 'NEW PAIR - NO BEFORE IMAGE     '
                   '  AFTER A=' TRAN-VAR-A ' B=' TRAN-VAR-B
                   ' DEPT=' TRAN-DEPT-CODE
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-2
           ELSE
               STRING 'BEFORE A=' TRAN-APPR-OLD-VAR-A
                   ' B=' TRAN-APPR-OLD-VAR-B
                   ' DEPT=' TRAN-APPR-OLD-DEPT-CODE
                   ' STAT=' TRAN-APPR-OLD-STATUS
                   '  AFTER A=' TRAN-VAR-A ' B=' TRAN-VAR-B
                   ' DEPT=' TRAN-DEPT-CODE
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-2
           END-IF.
           MOVE 'ENTER=NEXT A nnnnnn=APPROVE R nnnnnn=REJECT END=QUIT'
               TO WS-SCREEN-LINE-3.
           MOVE LENGTH OF WS-SCREEN-TEXT TO WS-SCREEN-LENGTH.

           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-TEXT)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-READ-NEXT-RECORD THRU 1150-EXIT
      * One step of the browse: reads the next record and notes
      * whether it is awaiting approval or the browse has run out.
      ******************************************************************
       1150-READ-NEXT-RECORD.
           EXEC CICS READNEXT
               DATASET('TRANFILE')
               INTO(TRAN-RECORD)
               RIDFLD(TRAN-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-EOF TO TRUE
               GO TO 1150-EXIT
           END-IF.
           IF TRAN-STAT-AWAITING
               SET WS-AWAITING-FOUND TO TRUE
           END-IF.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-END-OF-FILE THRU 1200-EXIT
      * The browse may never have opened (nothing on file past the
      * restart key), so the ENDBR takes its response rather than
      * abending the task on it.
      ******************************************************************
       1200-END-OF-FILE.
           EXEC CICS ENDBR
               DATASET('TRANFILE')
               RESP(WS-RESP)
           END-EXEC.
           MOVE 'NO MORE RECORDS AWAITING APPROVAL' TO WS-SCREEN-LINE-1.
           MOVE SPACES TO WS-SCREEN-LINE-2.
           MOVE SPACES TO WS-SCREEN-LINE-3.
           MOVE LENGTH OF WS-SCREEN-TEXT TO WS-SCREEN-LENGTH.
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-TEXT)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.
           SET WS-END-CONVERSATION TO TRUE.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONTINUE-TASK THRU 2000-EXIT
      * Reads the operator's response to the screen sent by the prior
      * task and acts on it: ENTER moves to the next record awaiting
      * approval, A approves a record, R rejects one, END ends the
      * conversation.
      ******************************************************************
       2000-CONTINUE-TASK.
           MOVE LENGTH OF WS-OPERATOR-INPUT TO WS-INPUT-LENGTH.
           EXEC CICS RECEIVE
               INTO(WS-OPERATOR-INPUT)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-INPUT-TEXT
           END-IF.

           MOVE WS-INPUT-TEXT(1:4) TO WS-INPUT-COMMAND.

           EVALUATE TRUE
               WHEN WS-INPUT-COMMAND = 'END '
                   MOVE 'APPROVAL SESSION ENDED' TO WS-SCREEN-LINE-1
                   MOVE SPACES TO WS-SCREEN-LINE-2
                   MOVE SPACES TO WS-SCREEN-LINE-3
                   MOVE LENGTH OF WS-SCREEN-TEXT TO WS-SCREEN-LENGTH
                   EXEC CICS SEND TEXT
                       FROM(WS-SCREEN-TEXT)
                       LENGTH(WS-SCREEN-LENGTH)
                       ERASE
                   END-EXEC
                   SET WS-END-CONVERSATION TO TRUE
               WHEN WS-INPUT-TEXT(1:1) = 'A'
                   PERFORM 2100-APPROVE-RECORD THRU 2100-EXIT
               WHEN WS-INPUT-TEXT(1:1) = 'R'
                   PERFORM 2200-REJECT-RECORD THRU 2200-EXIT
               WHEN OTHER
                   PERFORM 1050-RESUME-BROWSE THRU 1050-EXIT
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-CHECK-APPROVAL THRU 2050-EXIT
      * Reads the record keyed in cols 3-8 for update and checks it
      * can be acted on: it must be on file, it must be awaiting
      * approval, and the signed-on operator must not be the one who
      * made the change.  A failed check releases the record and
      * leaves the reason on line 1 for the caller to send.
      ******************************************************************
       2050-CHECK-APPROVAL.
           SET WS-CHECK-FAILED TO TRUE.
           MOVE WS-INPUT-TEXT(3:6) TO TRAN-SEQ-NO.

           EXEC CICS READ
               DATASET('TRANFILE')
               INTO(TRAN-RECORD)
               RIDFLD(TRAN-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RECORD NOT FOUND - NOTHING DONE' TO
                   WS-SCREEN-LINE-1
               GO TO 2050-EXIT
           END-IF.

           IF NOT TRAN-STAT-AWAITING
               EXEC CICS UNLOCK
                   DATASET('TRANFILE')
               END-EXEC
               MOVE 'RECORD IS NOT AWAITING APPROVAL - NOTHING DONE' TO
                   WS-SCREEN-LINE-1
               GO TO 2050-EXIT
           END-IF.

           EXEC CICS ASSIGN
               OPID(WS-APPROVER-ID)
           END-EXEC.
           IF WS-APPROVER-ID = TRAN-APPR-MAKER-ID
               EXEC CICS UNLOCK
                   DATASET('TRANFILE')
               END-EXEC
               MOVE 'YOU MADE THIS CHANGE - A SECOND OPERATOR MUST ACT'
                   TO WS-SCREEN-LINE-1
               GO TO 2050-EXIT
           END-IF.

           SET WS-CHECK-PASSED TO TRUE.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-APPROVE-RECORD THRU 2100-EXIT
      * Parses  A nnnnnn  and approves the change: the record goes
      * back to pending with the first-failure date cleared, the
      * same state FIZZMNT used to leave a correction in, so the
      * next run computes it, and the saved approval data is
      * cleared.  Any clearance the desk gave the old values as not a
      * duplicate does not carry over to the new ones, so the
      * duplicate flag is reset too.  The audit record runs from the
      * record as it was before the change (or the 'NEW' marker for
      * an add) to the values approved.
      ******************************************************************
       2100-APPROVE-RECORD.
           PERFORM 2050-CHECK-APPROVAL THRU 2050-EXIT.
           IF WS-CHECK-FAILED
               GO TO 2180-SEND-RESULT
           END-IF.

           MOVE TRAN-APPR-MAKER-ID TO WS-AUDIT-MAKER-ID.
           IF TRAN-APPR-ADD
               MOVE 'NEW' TO WS-AUDIT-OLD-VAR-A
               MOVE 'NEW' TO WS-AUDIT-OLD-VAR-B
               MOVE SPACES TO WS-AUDIT-OLD-DEPT-CODE
           ELSE
               MOVE TRAN-APPR-OLD-VAR-A TO WS-AUDIT-OLD-VAR-A
               MOVE TRAN-APPR-OLD-VAR-B TO WS-AUDIT-OLD-VAR-B
               MOVE TRAN-APPR-OLD-DEPT-CODE TO WS-AUDIT-OLD-DEPT-CODE
           END-IF.
           MOVE TRAN-VAR-A TO WS-AUDIT-NEW-VAR-A.
           MOVE TRAN-VAR-B TO WS-AUDIT-NEW-VAR-B.
           MOVE TRAN-DEPT-CODE TO WS-AUDIT-NEW-DEPT-CODE.
           MOVE 'A' TO WS-AUDIT-ACTION-CODE.

           SET TRAN-STAT-PENDING TO TRUE.
           MOVE SPACES TO TRAN-EXCP-DATE.
           MOVE SPACE TO TRAN-DUP-FLAG.
           MOVE SPACES TO TRAN-APPROVAL-DATA.
           EXEC CICS REWRITE
               DATASET('TRANFILE')
               FROM(TRAN-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2300-WRITE-MAINT-AUDIT THRU 2300-EXIT
               MOVE 'CHANGE APPROVED - RECORD RELEASED TO THE BATCH RUN'
                   TO WS-SCREEN-LINE-1
           ELSE
               MOVE 'REWRITE FAILED - NOT APPROVED' TO WS-SCREEN-LINE-1
           END-IF.

       2180-SEND-RESULT.
           PERFORM 2400-SEND-RESULT THRU 2400-EXIT.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-REJECT-RECORD THRU 2200-EXIT
      * Parses  R nnnnnn  and rejects the change.  A rejected
      * correction is put back exactly as it stood before the first
      * unapproved change - values, department, status and
      * first-failure date from the saved image - so a record that
      * was excepted goes back to excepted and ages as it did.  A
      * rejected add never existed as far as the batch run is
      * concerned, so it is deleted.  The audit record runs from the
      * rejected values to the ones put back; a rejected add keeps
      * the 'NEW' marker so the balancer can take it back out of the
      * day's intake.
      ******************************************************************
       2200-REJECT-RECORD.
           PERFORM 2050-CHECK-APPROVAL THRU 2050-EXIT.
           IF WS-CHECK-FAILED
               GO TO 2280-SEND-RESULT
           END-IF.

           MOVE TRAN-APPR-MAKER-ID TO WS-AUDIT-MAKER-ID.
           MOVE 'R' TO WS-AUDIT-ACTION-CODE.

           IF TRAN-APPR-ADD
               MOVE 'NEW' TO WS-AUDIT-OLD-VAR-A
               MOVE 'NEW' TO WS-AUDIT-OLD-VAR-B
               MOVE SPACES TO WS-AUDIT-OLD-DEPT-CODE
               MOVE TRAN-VAR-A TO WS-AUDIT-NEW-VAR-A
               MOVE TRAN-VAR-B TO WS-AUDIT-NEW-VAR-B
               MOVE TRAN-DEPT-CODE TO WS-AUDIT-NEW-DEPT-CODE
               EXEC CICS DELETE
                   DATASET('TRANFILE')
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2300-WRITE-MAINT-AUDIT THRU 2300-EXIT
                   MOVE 'ADD REJECTED - PAIR REMOVED FROM TRANFILE' TO
                       WS-SCREEN-LINE-1
               ELSE
                   MOVE 'DELETE FAILED - NOT REJECTED' TO
                       WS-SCREEN-LINE-1
               END-IF
               GO TO 2280-SEND-RESULT
           END-IF.

           MOVE TRAN-VAR-A TO WS-AUDIT-OLD-VAR-A.
           MOVE TRAN-VAR-B TO WS-AUDIT-OLD-VAR-B.
           MOVE TRAN-DEPT-CODE TO WS-AUDIT-OLD-DEPT-CODE.
           MOVE TRAN-APPR-OLD-VAR-A TO TRAN-VAR-A.
           MOVE TRAN-APPR-OLD-VAR-B TO TRAN-VAR-B.
           MOVE TRAN-APPR-OLD-DEPT-CODE TO TRAN-DEPT-CODE.
           MOVE TRAN-APPR-OLD-STATUS TO TRAN-STATUS-CODE.
           MOVE TRAN-APPR-OLD-EXCP-DATE TO TRAN-EXCP-DATE.
           MOVE SPACES TO TRAN-APPROVAL-DATA.
           MOVE TRAN-VAR-A TO WS-AUDIT-NEW-VAR-A.
           MOVE TRAN-VAR-B TO WS-AUDIT-NEW-VAR-B.
           MOVE TRAN-DEPT-CODE TO WS-AUDIT-NEW-DEPT-CODE.
           EXEC CICS REWRITE
               DATASET('TRANFILE')
               FROM(TRAN-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2300-WRITE-MAINT-AUDIT THRU 2300-EXIT
               MOVE 'CORRECTION REJECTED - RECORD PUT BACK AS IT WAS' TO
                   WS-SCREEN-LINE-1
           ELSE
               MOVE 'REWRITE FAILED - NOT REJECTED' TO WS-SCREEN-LINE-1
           END-IF.

       2280-SEND-RESULT.
           PERFORM 2400-SEND-RESULT THRU 2400-EXIT.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-MAINT-AUDIT THRU 2300-EXIT
      * Posts the approval or rejection to the maintenance-audit
      * trail via the FZMA transient data queue, the same queue
      * FIZZMNT and FIZZENT post the change itself to.  The operator
      * id is the maker's, so the change and its approval pair up on
      * the trail; the approver id, date, time and terminal are this
      * operator's.
      ******************************************************************
       2300-WRITE-MAINT-AUDIT.
           MOVE SPACES TO MNTA-RECORD.
           MOVE TRAN-SEQ-NO TO MNTA-SEQ-NO.
           MOVE WS-AUDIT-OLD-VAR-A TO MNTA-OLD-VAR-A.
           MOVE WS-AUDIT-OLD-VAR-B TO MNTA-OLD-VAR-B.
           MOVE WS-AUDIT-NEW-VAR-A TO MNTA-NEW-VAR-A.
           MOVE WS-AUDIT-NEW-VAR-B TO MNTA-NEW-VAR-B.
           MOVE WS-AUDIT-OLD-DEPT-CODE TO MNTA-OLD-DEPT-CODE.
           MOVE WS-AUDIT-NEW-DEPT-CODE TO MNTA-NEW-DEPT-CODE.
           MOVE WS-AUDIT-ACTION-CODE TO MNTA-ACTION-CODE.
           MOVE WS-AUDIT-MAKER-ID TO MNTA-OPERATOR-ID.
           MOVE WS-APPROVER-ID TO MNTA-APPROVER-ID.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(MNTA-CORR-DATE)
               TIME(MNTA-CORR-TIME)
               TIMESEP
           END-EXEC.
           MOVE EIBTRMID TO MNTA-TERMINAL-ID.
           MOVE LENGTH OF MNTA-RECORD TO WS-MNTA-LENGTH.
           EXEC CICS WRITEQ TD
               QUEUE('FZMA')
               FROM(MNTA-RECORD)
               LENGTH(WS-MNTA-LENGTH)
           END-EXEC.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-SEND-RESULT THRU 2400-EXIT
      * Sends the result on line 1 and resumes the browse after the
      * last record shown, the same way FIZZMNT follows up a
      * correction.
      ******************************************************************
       2400-SEND-RESULT.
           MOVE SPACES TO WS-SCREEN-LINE-2.
           MOVE SPACES TO WS-SCREEN-LINE-3.
           MOVE LENGTH OF WS-SCREEN-TEXT TO WS-SCREEN-LENGTH.
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-TEXT)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

           PERFORM 1050-RESUME-BROWSE THRU 1050-EXIT.

       2400-EXIT.
           EXIT.
