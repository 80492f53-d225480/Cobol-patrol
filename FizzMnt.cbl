      *                    the REWRITE response before telling the
      *                    operator the status changed, as the
      *                    correction path already did.
      *   2026-09-14 PL    The browse line now shows the record's
      *                    department, and a correction may move
      *                    the pair to another department with an
      *                    optional code after the values
      *                    (C nnnnnn aaa bbb dddd).  Whichever code
      *                    the corrected record will carry - the
      *                    keyed one, or the one already on it - must
      *                    be an active department on the new
      *                    department master, or the correction is
      *                    refused and the record left untouched.
      *                    The before and after department ride the
      *                    maintenance-audit record.
      *   2026-09-18 PL    A correction no longer goes straight back
      *                    to pending: it is set to awaiting approval
      *                    ('W') with the record's original values,
      *                    department, status and first-failure date
      *                    saved in the TRAN-APPR- fields, and waits
      *                    for a second operator to approve or reject
      *                    it on the FIZZAPRV (FBAP) screen.  A second
      *                    correction to a record still awaiting
      *                    approval keeps the first saved image.  Hold
      *                    and release refuse a record awaiting
      *                    approval, so neither can be used to skip
      *                    the second operator.
      *   2026-09-24 PL    Corrections are now keyed with five-digit
      *                    var_a/var_b (C nnnnnn aaaaa bbbbb [dddd]);
      *                    the optional department moves out to cols
      *                    22-25.
      *   2026-09-28 PL    Added the department browse: D dddd
      *                    [yyyymmdd] starts a browse over the new
      *                    department/requested-date alternate index
      *                    (TRANDEPT path) at that department and
      *                    date, and the browse stops at the end of
      *                    that department instead of paging through
      *                    everyone else's work.  The browse line now
      *                    shows the requested run date.
      *   2026-10-12 PL    Added the delete function: X nnnnnn removes
      *                    a held record from TRANFILE - the desk's
      *                    answer to a duplicate submission FIZZDUPS
      *                    has held.  Only a held record can be
      *                    deleted, so anything else must be held
      *                    (and looked at) first.  The deletion is
      *                    logged to the maintenance-audit trail with
      *                    action 'X' for FIZZBAL and FIZZMRPT.
      *   2026-10-15 PL    Releasing a record FIZZDUPS held now marks
      *                    it cleared as not a duplicate, so the check
      *                    no longer holds it again every night.
      *                    Resuming the browse no longer skips a
      *                    record when the one last shown has been
      *                    deleted: the sequential browse restarts
      *                    just past the last key without re-reading
      *                    it, and the department browse carries the
      *                    last record's place among those sharing its
      *                    key, keeping the record found there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZMNT.
           05  WS-CONTINUE-SWITCH      PIC X(01).
               88  WS-CONTINUE-CONVERSATION VALUE 'Y'.
               88  WS-END-CONVERSATION      VALUE 'N'.
      * Where a resumed department browse stands after looking for
      * the record last shown: still looking, on it (so the next
      * READNEXT is the record after it), already past it with the
      * next record in hand (the last one was moved or deleted in
      * the meantime), or off the end of the index.
           05  WS-RESUME-SWITCH        PIC X(01) VALUE SPACE.
               88  WS-RESUME-SEARCHING     VALUE 'S'.
               88  WS-RESUME-AT-LAST       VALUE 'L'.
               88  WS-RESUME-PAST-LAST     VALUE 'P'.
               88  WS-RESUME-ENDED         VALUE 'E'.

       01  WS-INPUT-LENGTH             PIC S9(04) COMP VALUE 80.
       01  WS-OPERATOR-INPUT.
           05  WS-INPUT-TEXT           PIC X(80).
       01  WS-INPUT-COMMAND            PIC X(04).
       01  WS-INPUT-VAR-A              PIC X(05).
       01  WS-INPUT-VAR-B              PIC X(05).
       01  WS-INPUT-DEPT-CODE          PIC X(04).
       01  WS-INPUT-REQ-DATE           PIC X(08).

       01  WS-CORRECT-SWITCH           PIC X(01).
           88  WS-CORRECTION-VALID         VALUE 'Y'.
           88  WS-CORRECTION-INVALID       VALUE 'N'.
       01  WS-CORRECT-VAR-A            PIC 9(05).
       01  WS-CORRECT-VAR-B            PIC 9(05).

       01  WS-SCREEN-LENGTH            PIC S9(04) COMP.
       01  WS-SCREEN-TEXT.
           05  WS-SCREEN-LINE-3        PIC X(79).

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-OLD-VAR-A                PIC X(05).
       01  WS-OLD-VAR-B                PIC X(05).
       01  WS-OLD-DEPT-CODE            PIC X(04).
       01  WS-MNTA-LENGTH              PIC S9(04) COMP.

      * The department being checked against the department master
      * and the response to that read, kept apart from WS-RESP so
      * the check never disturbs the TRANFILE response it sits
      * between.
       01  WS-CHECK-DEPT-CODE          PIC X(04).
       01  WS-DEPT-RESP                PIC S9(08) COMP.
       01  WS-RESUME-POSITION          PIC 9(04) COMP VALUE ZERO.

       COPY TRANREC.
       COPY CALCLINK.
       COPY MNTAREC.
       COPY DEPTREC.

      ******************************************************************
      * DATA CARRIED FORWARD BETWEEN PSEUDO-CONVERSATIONAL TASKS
               88  CA-BROWSING             VALUE 'BRWS'.
               88  CA-CORRECTING            VALUE 'CORR'.
           05  CA-LAST-SEQ-NO          PIC 9(06).
      * Which index the browse runs over, and for a department
      * browse the department it is confined to, the alternate key
      * of the record last shown and where that record stood among
      * the records sharing its key (1 for the first of them).
           05  CA-BROWSE-PATH          PIC X(01).
               88  CA-SEQ-BROWSE           VALUE 'S' ' '.
               88  CA-DEPT-BROWSE          VALUE 'D'.
           05  CA-BROWSE-DEPT-CODE     PIC X(04).
           05  CA-LAST-DEPT-DATE-KEY   PIC X(12).
           05  CA-LAST-KEY-POSITION    PIC 9(04).

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(31).

       PROCEDURE DIVISION.

      * first pending record.
      ******************************************************************
       1000-FIRST-TASK.
           SET CA-SEQ-BROWSE TO TRUE.
           MOVE LOW-VALUES TO TRAN-KEY.
           EXEC CICS STARTBR
               DATASET('TRANFILE')
      ******************************************************************
      * 1050-RESUME-BROWSE THRU 1050-EXIT
      * A CICS browse does not survive a pseudo-conversational RETURN,
      * so each continuation task reopens it positioned just past the
      * last key shown (from COMMAREA), the way FIZZAPRV does, and
      * hands off to 1100-BROWSE-NEXT for the record after it.  The
      * last record is not re-read to find the place: if it has been
      * deleted in the meantime, GTEQ would land on the record after
      * it and the re-read would skip that one unseen.
      ******************************************************************
       1050-RESUME-BROWSE.
           IF CA-DEPT-BROWSE
               PERFORM 1060-RESUME-DEPT-BROWSE THRU 1060-EXIT
               GO TO 1050-EXIT
           END-IF.
           IF CA-LAST-SEQ-NO = 999999
               SET WS-BROWSE-CLOSED TO TRUE
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
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-CLOSED TO TRUE
               PERFORM 1200-END-OF-FILE THRU 1200-EXIT
               GO TO 1050-EXIT
           END-IF.
           PERFORM 1100-BROWSE-NEXT THRU 1100-EXIT.

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1060-RESUME-DEPT-BROWSE THRU 1060-EXIT
      * The department-browse counterpart of 1050-RESUME-BROWSE.  The
      * alternate key allows duplicates - a department loads many
      * pairs for the same night - so repositioning at the last key
      * shown is not enough: the records under that key are read
      * until the one last shown turns up again.  If it has gone
      * (corrected into another department, deleted, or approved
      * away) the first record past it is kept in hand for
      * 1100-BROWSE-NEXT to show instead of being skipped - either
      * the first under a later key or, when it shared its key with
      * others, the one now standing where it stood.
      ******************************************************************
       1060-RESUME-DEPT-BROWSE.
           MOVE CA-LAST-DEPT-DATE-KEY TO TRAN-DEPT-DATE-KEY.
           EXEC CICS STARTBR
               DATASET('TRANDEPT')
               RIDFLD(TRAN-DEPT-DATE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-CLOSED TO TRUE
               SET WS-RESUME-ENDED TO TRUE
               PERFORM 1100-BROWSE-NEXT THRU 1100-EXIT
               GO TO 1060-EXIT
           END-IF.
           MOVE ZERO TO WS-RESUME-POSITION.
           SET WS-RESUME-SEARCHING TO TRUE.
           PERFORM 1070-FIND-LAST-SHOWN THRU 1070-EXIT
               UNTIL NOT WS-RESUME-SEARCHING.
           PERFORM 1100-BROWSE-NEXT THRU 1100-EXIT.

       1060-EXIT.
           EXIT.

      ******************************************************************
      * 1070-FIND-LAST-SHOWN THRU 1070-EXIT
      * One READNEXT of the resume search in 1060-RESUME-DEPT-BROWSE.
      * Records sharing a key are held in the order they were added,
      * so the ones shown before the last stand ahead of it; reaching
      * its position without finding it means it is gone, and the
      * record now in that place has not been shown yet.
      ******************************************************************
       1070-FIND-LAST-SHOWN.
           PERFORM 1150-READNEXT-DEPT THRU 1150-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-RESUME-ENDED TO TRUE
               GO TO 1070-EXIT
           END-IF.
           IF TRAN-DEPT-DATE-KEY NOT = CA-LAST-DEPT-DATE-KEY
               SET WS-RESUME-PAST-LAST TO TRUE
               GO TO 1070-EXIT
           END-IF.
           ADD 1 TO WS-RESUME-POSITION.
           IF TRAN-SEQ-NO = CA-LAST-SEQ-NO
               SET WS-RESUME-AT-LAST TO TRUE
               MOVE WS-RESUME-POSITION TO CA-LAST-KEY-POSITION
               GO TO 1070-EXIT
           END-IF.
           IF WS-RESUME-POSITION NOT < CA-LAST-KEY-POSITION
               SET WS-RESUME-PAST-LAST TO TRUE
               COMPUTE CA-LAST-KEY-POSITION = WS-RESUME-POSITION - 1
           END-IF.

       1070-EXIT.
           EXIT.

      ******************************************************************
      * 1100-BROWSE-NEXT THRU 1100-EXIT
      * Reads the next record in the browse and sends it to the
      * terminal with the maintenance menu, then returns control to
      * CICS with the browse position saved in COMMAREA.  A resumed
      * department browse may already hold the next record, or know
      * there is none.  A department browse ends at the last record
      * for its department.
      ******************************************************************
       1100-BROWSE-NEXT.
           IF WS-RESUME-PAST-LAST OR WS-RESUME-ENDED
               GO TO 1100-CHECK-RESPONSE
           END-IF.
           IF CA-DEPT-BROWSE
               PERFORM 1150-READNEXT-DEPT THRU 1150-EXIT
           ELSE
               EXEC CICS READNEXT
                   DATASET('TRANFILE')
                   INTO(TRAN-RECORD)
                   RIDFLD(TRAN-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       1100-CHECK-RESPONSE.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1200-END-OF-FILE THRU 1200-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF CA-DEPT-BROWSE AND
              TRAN-DEPT-CODE NOT = CA-BROWSE-DEPT-CODE
               PERFORM 1200-END-OF-FILE THRU 1200-EXIT
               GO TO 1100-EXIT
           END-IF.

           SET CA-BROWSING TO TRUE.
           MOVE TRAN-SEQ-NO TO CA-LAST-SEQ-NO.
           IF CA-DEPT-BROWSE
               IF TRAN-DEPT-DATE-KEY = CA-LAST-DEPT-DATE-KEY
                   ADD 1 TO CA-LAST-KEY-POSITION
               ELSE
                   MOVE 1 TO CA-LAST-KEY-POSITION
               END-IF
           END-IF.
           MOVE TRAN-DEPT-DATE-KEY TO CA-LAST-DEPT-DATE-KEY.

           MOVE SPACES TO WS-SCREEN-TEXT.
           STRING 'SEQ ' TRAN-SEQ-NO ' VAR_A=' TRAN-VAR-A
               ' VAR_B=' TRAN-VAR-B ' STAT=' TRAN-STATUS-CODE
               ' DEPT=' TRAN-DEPT-CODE ' DUE=' TRAN-REQ-DATE
               DELIMITED BY SIZE INTO WS-SCREEN-LINE-1.
           STRING 'ENTER=NEXT C=CORRECT H=HOLD R=RELEASE X=DELETE'
               ' D=DEPT END=QUIT'
               DELIMITED BY SIZE INTO WS-SCREEN-LINE-2.
           STRING 'FORMATS: C nnnnnn aaaaa bbbbb [dddd]  H/R/X nnnnnn'
               '  D dddd [yyyymmdd]'
               DELIMITED BY SIZE INTO WS-SCREEN-LINE-3.
           MOVE LENGTH OF WS-SCREEN-TEXT TO WS-SCREEN-LENGTH.

           EXEC CICS SEND TEXT
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-READNEXT-DEPT THRU 1150-EXIT
      * READNEXT over the department/requested-date path.  DUPKEY
      * only says more records share this alternate key - the read
      * itself worked - so it is treated as NORMAL.
      ******************************************************************
       1150-READNEXT-DEPT.
           EXEC CICS READNEXT
               DATASET('TRANDEPT')
               INTO(TRAN-RECORD)
               RIDFLD(TRAN-DEPT-DATE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(DUPKEY)
               MOVE DFHRESP(NORMAL) TO WS-RESP
           END-IF.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-END-OF-FILE THRU 1200-EXIT
      * Ends the browse - off the end of the file, or past the last
      * record of the department being browsed.
      ******************************************************************
       1200-END-OF-FILE.
           IF CA-DEPT-BROWSE
               IF WS-BROWSE-OPEN
                   EXEC CICS ENDBR DATASET('TRANDEPT') END-EXEC
               END-IF
               MOVE SPACES TO WS-SCREEN-LINE-1
               STRING 'NO MORE RECORDS FOR DEPT ' CA-BROWSE-DEPT-CODE
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
               GO TO 1200-SEND
           END-IF.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR DATASET('TRANFILE') END-EXEC
           END-IF.
           MOVE 'NO MORE PENDING RECORDS' TO WS-SCREEN-LINE-1.

       1200-SEND.
           MOVE SPACES TO WS-SCREEN-LINE-2.
           MOVE SPACES TO WS-SCREEN-LINE-3.
           MOVE LENGTH OF WS-SCREEN-TEXT TO WS-SCREEN-LENGTH.
      * 2000-CONTINUE-TASK THRU 2000-EXIT
      * Reads the operator's response to the menu sent by the prior
      * task and acts on it: ENTER continues the browse, C corrects a
      * record, H/R holds or releases one, D starts a department
      * browse, END closes the browse and ends the conversation.
      ******************************************************************
       2000-CONTINUE-TASK.
           MOVE LENGTH OF WS-OPERATOR-INPUT TO WS-INPUT-LENGTH.
               WHEN WS-INPUT-TEXT(1:1) = 'H' OR
                    WS-INPUT-TEXT(1:1) = 'R'
                   PERFORM 2200-HOLD-RELEASE THRU 2200-EXIT
               WHEN WS-INPUT-TEXT(1:1) = 'X'
                   PERFORM 2400-DELETE-HELD THRU 2400-EXIT
               WHEN WS-INPUT-TEXT(1:1) = 'D'
                   PERFORM 2300-START-DEPT-BROWSE THRU 2300-EXIT
               WHEN WS-INPUT-COMMAND = 'END '
                   EXEC CICS ENDBR DATASET('TRANFILE') END-EXEC
                   MOVE 'MAINTENANCE SESSION ENDED' TO WS-SCREEN-LINE-1

      ******************************************************************
      * 2100-CORRECT-RECORD THRU 2100-EXIT
      * Parses  C nnnnnn aaaaa bbbbb  from the operator's input, edits
      * the new var_a/var_b the same way FIZZCALC's 1000-EDIT-VALUES
      * does, and only then reads that record for update, replaces
      * var_a/var_b, and rewrites it so the corrected values are
      * picked up the next time the batch job runs.  An operator entry
      * that fails the edit is reported back to the terminal and the
      * record on TRANFILE is left untouched.
      * An optional department code after the values (cols 22-25)
      * moves the pair to that department.  The department the
      * corrected record will carry must be active on the department
      * master: a keyed code is checked before the record is read,
      * and when none is keyed the code already on the record is
      * checked once it has been read - a record still carrying a
      * retired or unknown code cannot be corrected until a good one
      * is keyed with the values.
      * The corrected record is not released to the batch run: it is
      * left awaiting approval by a second operator (2165-MARK-
      * AWAITING-APPROVAL) and the operator is told so.
      ******************************************************************
       2100-CORRECT-RECORD.
           MOVE WS-INPUT-TEXT(3:6) TO TRAN-SEQ-NO.
           MOVE WS-INPUT-TEXT(10:5) TO WS-INPUT-VAR-A.
           MOVE WS-INPUT-TEXT(16:5) TO WS-INPUT-VAR-B.
           MOVE WS-INPUT-TEXT(22:4) TO WS-INPUT-DEPT-CODE.

           PERFORM 2150-EDIT-CORRECTION THRU 2150-EXIT.
           IF WS-CORRECTION-INVALID
               GO TO 2180-SEND-RESULT
           END-IF.
           IF WS-INPUT-DEPT-CODE NOT = SPACES
               MOVE WS-INPUT-DEPT-CODE TO WS-CHECK-DEPT-CODE
               PERFORM 2160-EDIT-DEPARTMENT THRU 2160-EXIT
               IF WS-CORRECTION-INVALID
                   GO TO 2180-SEND-RESULT
               END-IF
           END-IF.

           EXEC CICS READ
               DATASET('TRANFILE')
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
              WS-INPUT-DEPT-CODE = SPACES
               MOVE TRAN-DEPT-CODE TO WS-CHECK-DEPT-CODE
               PERFORM 2160-EDIT-DEPARTMENT THRU 2160-EXIT
               IF WS-CORRECTION-INVALID
                   EXEC CICS UNLOCK
                       DATASET('TRANFILE')
                   END-EXEC
                   GO TO 2180-SEND-RESULT
               END-IF
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE TRAN-VAR-A TO WS-OLD-VAR-A
               MOVE TRAN-VAR-B TO WS-OLD-VAR-B
               MOVE TRAN-DEPT-CODE TO WS-OLD-DEPT-CODE
               MOVE WS-CORRECT-VAR-A TO TRAN-VAR-A
               MOVE WS-CORRECT-VAR-B TO TRAN-VAR-B
               IF WS-INPUT-DEPT-CODE NOT = SPACES
                   MOVE WS-INPUT-DEPT-CODE TO TRAN-DEPT-CODE
               END-IF
      * A corrected record waits for a second operator.  Once it is
      * approved it goes back to pending with the first-failure date
      * cleared, the same way the recycle job re-enters one; if it
      * is rejected the saved image puts it back as it was.
               PERFORM 2165-MARK-AWAITING-APPROVAL THRU 2165-EXIT
               EXEC CICS REWRITE
                   DATASET('TRANFILE')
                   FROM(TRAN-RECORD)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2170-WRITE-MAINT-AUDIT THRU 2170-EXIT
                   MOVE 'RECORD CORRECTED - AWAITING APPROVAL' TO
                       WS-SCREEN-LINE-1
               ELSE
                   MOVE 'REWRITE FAILED - NOT CORRECTED' TO
                       WS-SCREEN-LINE-1
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2160-EDIT-DEPARTMENT THRU 2160-EXIT
      * Checks WS-CHECK-DEPT-CODE, set by the caller, against the
      * department master: a blank code, a code not on the master
      * and a retired code all refuse the correction with the reason
      * on the screen - the same rule TRANLOAD and FIZZENT apply to
      * new work.  The read has its own response field so the
      * TRANFILE response around it is left as it was.
      ******************************************************************
       2160-EDIT-DEPARTMENT.
           SET WS-CORRECTION-INVALID TO TRUE.
           IF WS-CHECK-DEPT-CODE = SPACES
               MOVE 'RECORD HAS NO DEPT - KEY ONE IN COLS 22-25' TO
                   WS-SCREEN-LINE-1
               GO TO 2160-EXIT
           END-IF.
           MOVE WS-CHECK-DEPT-CODE TO DEPT-CODE.
           EXEC CICS READ
               DATASET('DEPTFILE')
               INTO(DEPT-RECORD)
               RIDFLD(DEPT-KEY)
               RESP(WS-DEPT-RESP)
           END-EXEC.
           IF WS-DEPT-RESP = DFHRESP(NOTFND)
               MOVE SPACES TO WS-SCREEN-LINE-1
               STRING 'DEPT ' WS-CHECK-DEPT-CODE
                   ' NOT ON DEPARTMENT MASTER - NOT CORRECTED'
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
               GO TO 2160-EXIT
           END-IF.
           IF WS-DEPT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DEPTFILE NOT AVAILABLE - NOT CORRECTED' TO
                   WS-SCREEN-LINE-1
               GO TO 2160-EXIT
           END-IF.
           IF DEPT-RETIRED
               MOVE SPACES TO WS-SCREEN-LINE-1
               STRING 'DEPT ' WS-CHECK-DEPT-CODE
                   ' IS RETIRED - NOT CORRECTED'
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
               GO TO 2160-EXIT
           END-IF.
           SET WS-CORRECTION-VALID TO TRUE.

       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2165-MARK-AWAITING-APPROVAL THRU 2165-EXIT
      * Sets the record just corrected in TRAN-RECORD to awaiting
      * approval.  The first correction to a record saves its
      * original values, department, status and first-failure date
      * in the TRAN-APPR- fields for a rejection to put back; a
      * record already awaiting approval keeps the image saved the
      * first time (and an online add stays an add), so a rejection
      * always goes back to the record as it was before any of the
      * unapproved changes.  The operator and time are refreshed to
      * this correction's, which is the one the approver will see.
      * WS-OLD-VAR-A/B and WS-OLD-DEPT-CODE hold the values before
      * this correction, captured by 2100-CORRECT-RECORD.
      ******************************************************************
       2165-MARK-AWAITING-APPROVAL.
           IF NOT TRAN-STAT-AWAITING
               MOVE SPACES TO TRAN-APPROVAL-DATA
               SET TRAN-APPR-CORRECTION TO TRUE
               MOVE WS-OLD-VAR-A TO TRAN-APPR-OLD-VAR-A
               MOVE WS-OLD-VAR-B TO TRAN-APPR-OLD-VAR-B
               MOVE WS-OLD-DEPT-CODE TO TRAN-APPR-OLD-DEPT-CODE
               MOVE TRAN-STATUS-CODE TO TRAN-APPR-OLD-STATUS
               MOVE TRAN-EXCP-DATE TO TRAN-APPR-OLD-EXCP-DATE
           END-IF.
           SET TRAN-STAT-AWAITING TO TRUE.
           MOVE SPACES TO TRAN-EXCP-DATE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(TRAN-APPR-MADE-DATE)
               TIME(TRAN-APPR-MADE-TIME)
               TIMESEP
           END-EXEC.
           EXEC CICS ASSIGN
               OPID(TRAN-APPR-MAKER-ID)
           END-EXEC.

       2165-EXIT.
           EXIT.

      ******************************************************************
      * 2170-WRITE-MAINT-AUDIT THRU 2170-EXIT
      * Posts the before/after image of a correction that has just
      * been rewritten to the maintenance-audit trail, via the FZMA
      * transient data queue the shop drains to the daily
      * maintenance-audit dataset.  WS-OLD-VAR-A/B and
      * WS-OLD-DEPT-CODE were captured by 2100-CORRECT-RECORD before
      * the record was changed; the operator and the date and time
      * are the ones 2165-MARK-AWAITING-APPROVAL stamped on the
      * record, so the trail and the approval screen agree.  The
      * action code is left blank - a change made, not yet approved.
      ******************************************************************
       2170-WRITE-MAINT-AUDIT.
           MOVE SPACES TO MNTA-RECORD.
           MOVE WS-OLD-VAR-B TO MNTA-OLD-VAR-B.
           MOVE WS-CORRECT-VAR-A TO MNTA-NEW-VAR-A.
           MOVE WS-CORRECT-VAR-B TO MNTA-NEW-VAR-B.
           MOVE WS-OLD-DEPT-CODE TO MNTA-OLD-DEPT-CODE.
           MOVE TRAN-DEPT-CODE TO MNTA-NEW-DEPT-CODE.
           MOVE TRAN-APPR-MADE-DATE TO MNTA-CORR-DATE.
           MOVE TRAN-APPR-MADE-TIME TO MNTA-CORR-TIME.
           MOVE TRAN-APPR-MAKER-ID TO MNTA-OPERATOR-ID.
           SET MNTA-ACTION-MADE TO TRUE.
           MOVE EIBTRMID TO MNTA-TERMINAL-ID.
           MOVE LENGTH OF MNTA-RECORD TO WS-MNTA-LENGTH.
           EXEC CICS WRITEQ TD
      * questionable pair on hold so the batch run skips it until the
      * department confirms the values, R releases it back to pending
      * so the next run computes it.  The values themselves are left
      * untouched either way.  A record awaiting approval is refused
      * both ways - it is released by approving it on the FIZZAPRV
      * screen, not here.  Releasing a record the duplicate-submission
      * check held marks it cleared, so the check does not hold the
      * same record again on the next night.
      ******************************************************************
       2200-HOLD-RELEASE.
           MOVE WS-INPUT-TEXT(3:6) TO TRAN-SEQ-NO.
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND TRAN-STAT-AWAITING
               EXEC CICS UNLOCK
                   DATASET('TRANFILE')
               END-EXEC
               MOVE 'RECORD IS AWAITING APPROVAL - STATUS UNCHANGED' TO
                   WS-SCREEN-LINE-1
               GO TO 2280-SEND-RESULT
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-INPUT-TEXT(1:1) = 'H'
                   SET TRAN-STAT-HELD TO TRUE
               ELSE
                   SET TRAN-STAT-PENDING TO TRUE
                   IF TRAN-DUP-HELD
                       SET TRAN-DUP-CLEARED TO TRUE
                   END-IF
               END-IF
               EXEC CICS REWRITE
                   DATASET('TRANFILE')
                       MOVE 'RECORD PLACED ON HOLD' TO
                           WS-SCREEN-LINE-1
                   ELSE
                       IF TRAN-DUP-CLEARED
                           MOVE 'RECORD RELEASED - NOT A DUPLICATE' TO
                               WS-SCREEN-LINE-1
                       ELSE
                           MOVE 'RECORD RELEASED' TO WS-SCREEN-LINE-1
                       END-IF
                   END-IF
               ELSE
                   MOVE 'REWRITE FAILED - STATUS UNCHANGED' TO

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-START-DEPT-BROWSE THRU 2300-EXIT
      * Parses  D dddd [yyyymmdd]  and restarts the browse over the
      * department/requested-date path at that department and date -
      * at the department's earliest date when none is keyed.  From
      * then on ENTER pages through that department only, in
      * requested-date order, and the browse ends after its last
      * record.  A bad entry is reported and the current browse
      * carries on where it was.
      ******************************************************************
       2300-START-DEPT-BROWSE.
           MOVE WS-INPUT-TEXT(3:4) TO WS-INPUT-DEPT-CODE.
           MOVE WS-INPUT-TEXT(8:8) TO WS-INPUT-REQ-DATE.

           IF WS-INPUT-DEPT-CODE = SPACES
               MOVE 'KEY A DEPT CODE IN COLS 3-6' TO WS-SCREEN-LINE-1
               GO TO 2380-SEND-ERROR
           END-IF.
           IF WS-INPUT-REQ-DATE NOT = SPACES AND
              WS-INPUT-REQ-DATE NOT NUMERIC
               MOVE 'REQUESTED DATE IN COLS 8-15 MUST BE YYYYMMDD' TO
                   WS-SCREEN-LINE-1
               GO TO 2380-SEND-ERROR
           END-IF.

           SET CA-DEPT-BROWSE TO TRUE.
           MOVE WS-INPUT-DEPT-CODE TO CA-BROWSE-DEPT-CODE.
           MOVE ZERO TO CA-LAST-KEY-POSITION.
           MOVE WS-INPUT-DEPT-CODE TO TRAN-DEPT-CODE.
           IF WS-INPUT-REQ-DATE = SPACES
               MOVE LOW-VALUES TO TRAN-REQ-DATE
           ELSE
               MOVE WS-INPUT-REQ-DATE TO TRAN-REQ-DATE
           END-IF.

           EXEC CICS STARTBR
               DATASET('TRANDEPT')
               RIDFLD(TRAN-DEPT-DATE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-CLOSED TO TRUE
               SET WS-RESUME-ENDED TO TRUE
           END-IF.
           PERFORM 1100-BROWSE-NEXT THRU 1100-EXIT.
           GO TO 2300-EXIT.

       2380-SEND-ERROR.
           MOVE SPACES TO WS-SCREEN-LINE-2.
           MOVE SPACES TO WS-SCREEN-LINE-3.
           MOVE LENGTH OF WS-SCREEN-TEXT TO WS-SCREEN-LENGTH.
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-TEXT)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

           SET WS-BROWSE-OPEN TO TRUE.
           PERFORM 1050-RESUME-BROWSE THRU 1050-EXIT.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-DELETE-HELD THRU 2400-EXIT
      * Parses  X nnnnnn  from the operator's input, reads that record
      * for update and deletes it from TRANFILE - the way the desk
      * disposes of a duplicate submission once it has been held.
      * Only a held record can be deleted: a pending, awaiting,
      * computed or excepted record is refused and left untouched,
      * so nothing leaves the file without first being held and
      * looked at.  A successful delete is logged to the
      * maintenance-audit trail (2450-WRITE-DELETE-AUDIT).
      ******************************************************************
       2400-DELETE-HELD.
           MOVE WS-INPUT-TEXT(3:6) TO TRAN-SEQ-NO.

           EXEC CICS READ
               DATASET('TRANFILE')
               INTO(TRAN-RECORD)
               RIDFLD(TRAN-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RECORD NOT FOUND - NOTHING DELETED' TO
                   WS-SCREEN-LINE-1
               GO TO 2480-SEND-RESULT
           END-IF.
           IF NOT TRAN-STAT-HELD
               EXEC CICS UNLOCK
                   DATASET('TRANFILE')
               END-EXEC
               MOVE 'ONLY A HELD RECORD CAN BE DELETED - HOLD IT FIRST'
                   TO WS-SCREEN-LINE-1
               GO TO 2480-SEND-RESULT
           END-IF.

           EXEC CICS DELETE
               DATASET('TRANFILE')
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2450-WRITE-DELETE-AUDIT THRU 2450-EXIT
               MOVE 'HELD RECORD DELETED FROM TRANFILE' TO
                   WS-SCREEN-LINE-1
           ELSE
               MOVE 'DELETE FAILED - RECORD UNCHANGED' TO
                   WS-SCREEN-LINE-1
           END-IF.

       2480-SEND-RESULT.
           MOVE SPACES TO WS-SCREEN-LINE-2.
           MOVE SPACES TO WS-SCREEN-LINE-3.
           MOVE LENGTH OF WS-SCREEN-TEXT TO WS-SCREEN-LENGTH.
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-TEXT)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

           SET WS-BROWSE-OPEN TO TRUE.
           PERFORM 1050-RESUME-BROWSE THRU 1050-EXIT.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2450-WRITE-DELETE-AUDIT THRU 2450-EXIT
      * Posts a deleted record to the maintenance-audit trail with
      * action 'X': the pair and department it carried in both the
      * before and after images, when it was deleted and by whom.
      * FIZZBAL takes the day's deletes back out of the intake.
      ******************************************************************
       2450-WRITE-DELETE-AUDIT.
           MOVE SPACES TO MNTA-RECORD.
           MOVE TRAN-SEQ-NO TO MNTA-SEQ-NO.
           MOVE TRAN-VAR-A TO MNTA-OLD-VAR-A.
           MOVE TRAN-VAR-B TO MNTA-OLD-VAR-B.
           MOVE TRAN-VAR-A TO MNTA-NEW-VAR-A.
           MOVE TRAN-VAR-B TO MNTA-NEW-VAR-B.
           MOVE TRAN-DEPT-CODE TO MNTA-OLD-DEPT-CODE.
           MOVE TRAN-DEPT-CODE TO MNTA-NEW-DEPT-CODE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(MNTA-CORR-DATE)
               TIME(MNTA-CORR-TIME)
               TIMESEP
           END-EXEC.
           EXEC CICS ASSIGN
               OPID(MNTA-OPERATOR-ID)
           END-EXEC.
           SET MNTA-ACTION-DELETED TO TRUE.
           MOVE EIBTRMID TO MNTA-TERMINAL-ID.
           MOVE LENGTH OF MNTA-RECORD TO WS-MNTA-LENGTH.
           EXEC CICS WRITEQ TD
               QUEUE('FZMA')
               FROM(MNTA-RECORD)
               LENGTH(WS-MNTA-LENGTH)
           END-EXEC.

       2450-EXIT.
           EXIT.
