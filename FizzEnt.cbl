      *                    into its intake check - an add invisible
      *                    to the control ledger broke the balance
      *                    for a record genuinely in the cycle.
      *   2026-09-14 PL    The keyed department code is now checked
      *                    against the new department master before
      *                    the pair is added: a blank code, a code
      *                    not on the master or a retired code is
      *                    refused to the screen.  The department
      *                    name is echoed on the added line, and the
      *                    maintenance-audit record carries the
      *                    department the pair was added under.
      *   2026-09-18 PL    An add is no longer released to the batch
      *                    run as soon as it is keyed: it is written
      *                    awaiting approval ('W'), marked as an add,
      *                    with the keying operator and time on the
      *                    record, and waits for a second operator to
      *                    approve or reject it on the FIZZAPRV
      *                    (FBAP) screen.  The operator is told the
      *                    add is awaiting approval.
      *   2026-09-24 PL    var_a/var_b are now keyed as five digits
      *                    (A aaaaa bbbbb t dddd); the type code and
      *                    department move out to cols 15 and 17-20.
      *   2026-10-15 PL    The confirmation line shows the first 28
      *                    characters of the department name, so it
      *                    fits the 79-byte screen line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZENT.
       01  WS-OPERATOR-INPUT.
           05  WS-INPUT-TEXT           PIC X(80).
       01  WS-INPUT-COMMAND            PIC X(04).
       01  WS-INPUT-VAR-A              PIC X(05).
       01  WS-INPUT-VAR-B              PIC X(05).
       01  WS-INPUT-TYPE-CODE          PIC X(01).
           88  WS-INPUT-TYPE-VALID         VALUE 'M' 'D' 'A' ' '.
       01  WS-INPUT-DEPT-CODE          PIC X(04).

       01  WS-ENTRY-VAR-A              PIC 9(05).
       01  WS-ENTRY-VAR-B              PIC 9(05).
       01  WS-NEXT-SEQ-NO              PIC 9(06) VALUE ZERO.

       01  WS-SCREEN-LENGTH            PIC S9(04) COMP.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-ENTRY-TIME               PIC X(08).
       01  WS-MNTA-LENGTH              PIC S9(04) COMP.

       COPY TRANREC.
       COPY CALCLINK.
       COPY MNTAREC.
       COPY DEPTREC.

      ******************************************************************
      * DATA CARRIED FORWARD BETWEEN PSEUDO-CONVERSATIONAL TASKS
      ******************************************************************
       0000-MAINLINE.
           SET WS-CONTINUE-CONVERSATION TO TRUE.
           MOVE SPACES TO WS-SCREEN-TEXT.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TASK THRU 1000-EXIT
           ELSE
      ******************************************************************
      * 1100-SEND-PROMPT THRU 1100-EXIT
      * Sends the result of the last action (line 1, set by the
      * caller) with the entry format reminder under it.  A caller
      * with a second line of its own to show sets line 2 as well,
      * and the format reminder gives way to it.
      ******************************************************************
       1100-SEND-PROMPT.
           IF WS-SCREEN-LINE-2 = SPACES
               MOVE 'ENTER=A aaaaa bbbbb t dddd  (TYPE M/D/A OR BLANK)'
                   TO WS-SCREEN-LINE-2
           END-IF.
           MOVE 'DEPT IN COLS 17-20.  END=QUIT' TO WS-SCREEN-LINE-3.
           MOVE LENGTH OF WS-SCREEN-TEXT TO WS-SCREEN-LENGTH.
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-TEXT)

      ******************************************************************
      * 2100-ADD-RECORD THRU 2100-EXIT
      * Parses  A aaaaa bbbbb t dddd  from the operator's input, edits
      * the pair through FIZZCALC under its own type code, assigns
      * the next sequence number past the highest key on file, and
      * writes the new record awaiting a second operator's approval,
      * stamped with the keying operator and time.  The batch run
      * leaves it alone until it is approved.  An entry that fails
      * the edit is refused to the screen and nothing lands on
      * TRANFILE - the whole point of editing at entry time instead
      * of at tonight's run.
      ******************************************************************
       2100-ADD-RECORD.
           MOVE WS-INPUT-TEXT(3:5) TO WS-INPUT-VAR-A.
           MOVE WS-INPUT-TEXT(9:5) TO WS-INPUT-VAR-B.
           MOVE WS-INPUT-TEXT(15:1) TO WS-INPUT-TYPE-CODE.
           MOVE WS-INPUT-TEXT(17:4) TO WS-INPUT-DEPT-CODE.

           PERFORM 2150-EDIT-ENTRY THRU 2150-EXIT.
           IF WS-ENTRY-INVALID
           MOVE WS-ENTRY-VAR-B TO TRAN-VAR-B.
           MOVE WS-INPUT-TYPE-CODE TO TRAN-TYPE-CODE.
           MOVE WS-INPUT-DEPT-CODE TO TRAN-DEPT-CODE.
           SET TRAN-STAT-AWAITING TO TRUE.
           MOVE SPACES TO TRAN-EXCP-DATE.
      * An online add is urgent work by definition - it is due on
      * the very next run once approved, so the requested run date
      * is today, the same default an undated load card gets.
           PERFORM 2250-GET-ENTRY-DATE THRU 2250-EXIT.
           MOVE WS-ENTRY-DATE TO TRAN-REQ-DATE.
           SET TRAN-APPR-ADD TO TRUE.
           MOVE WS-ENTRY-DATE TO TRAN-APPR-MADE-DATE.
           MOVE WS-ENTRY-TIME TO TRAN-APPR-MADE-TIME.
           EXEC CICS ASSIGN
               OPID(TRAN-APPR-MAKER-ID)
           END-EXEC.

           EXEC CICS WRITE
               DATASET('TRANFILE')
                   MOVE SPACES TO WS-SCREEN-LINE-1
                   STRING 'ADDED SEQ ' TRAN-SEQ-NO ' VAR_A='
                       TRAN-VAR-A ' VAR_B=' TRAN-VAR-B
                       ' DEPT=' TRAN-DEPT-CODE ' ' DEPT-NAME (1:28)
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
                   MOVE 'PAIR IS AWAITING APPROVAL BY A SECOND OPERATOR'
                       TO WS-SCREEN-LINE-2
               WHEN WS-RESP = DFHRESP(DUPREC)
      * Another task slipped a record in between the key sweep and
      * the write - rare, recoverable, and honest to report rather
      * code, so a zero var_b on a pair that asks for a division is
      * refused here instead of excepting tonight.  A pair that only
      * asks for the product stores a zero var_b the same way the
      * batch run would accept it.  The department code must name
      * an active department on the department master - the same
      * check TRANLOAD makes of a load card - so a mistyped code is
      * refused while the operator is still at the terminal.
      ******************************************************************
       2150-EDIT-ENTRY.
           SET WS-ENTRY-INVALID TO TRUE.
           IF WS-INPUT-VAR-A NOT NUMERIC
               MOVE 'VAR_A IS NOT 5 NUMERIC DIGITS' TO
                   WS-SCREEN-LINE-1
               GO TO 2150-EXIT
           END-IF.
           IF WS-INPUT-VAR-B NOT NUMERIC
               MOVE 'VAR_B IS NOT 5 NUMERIC DIGITS' TO
                   WS-SCREEN-LINE-1
               GO TO 2150-EXIT
           END-IF.
               MOVE 'TYPE NOT M, D, A OR BLANK' TO WS-SCREEN-LINE-1
               GO TO 2150-EXIT
           END-IF.
           IF WS-INPUT-DEPT-CODE = SPACES
               MOVE 'DEPT CODE IS BLANK - KEY IT IN COLS 17-20' TO
                   WS-SCREEN-LINE-1
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-INPUT-DEPT-CODE TO DEPT-CODE.
           EXEC CICS READ
               DATASET('DEPTFILE')
               INTO(DEPT-RECORD)
               RIDFLD(DEPT-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE SPACES TO WS-SCREEN-LINE-1
               STRING 'DEPT ' WS-INPUT-DEPT-CODE
                   ' NOT ON DEPARTMENT MASTER'
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
               GO TO 2150-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DEPTFILE NOT AVAILABLE - PAIR NOT ADDED' TO
                   WS-SCREEN-LINE-1
               GO TO 2150-EXIT
           END-IF.
           IF DEPT-RETIRED
               MOVE SPACES TO WS-SCREEN-LINE-1
               STRING 'DEPT ' WS-INPUT-DEPT-CODE
                   ' IS RETIRED - NO NEW WORK ACCEPTED'
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
               GO TO 2150-EXIT
           END-IF.

           MOVE WS-INPUT-VAR-A TO var_a.
           MOVE WS-INPUT-VAR-B TO var_b.
      * columns carry the marker 'NEW' instead - which is how the
      * maintenance report tells an add from a correction, and how
      * FIZZBAL counts the day's online adds into the intake side
      * of the night-cycle balance.  The operator, date and time are
      * the ones stamped on the new record for the approval screen,
      * and the action code is left blank - an add made, not yet
      * approved.
      ******************************************************************
       2170-WRITE-MAINT-AUDIT.
           MOVE SPACES TO MNTA-RECORD.
           MOVE 'NEW' TO MNTA-OLD-VAR-B.
           MOVE WS-ENTRY-VAR-A TO MNTA-NEW-VAR-A.
           MOVE WS-ENTRY-VAR-B TO MNTA-NEW-VAR-B.
           MOVE SPACES TO MNTA-OLD-DEPT-CODE.
           MOVE TRAN-DEPT-CODE TO MNTA-NEW-DEPT-CODE.
           MOVE TRAN-APPR-MADE-DATE TO MNTA-CORR-DATE.
           MOVE TRAN-APPR-MADE-TIME TO MNTA-CORR-TIME.
           MOVE TRAN-APPR-MAKER-ID TO MNTA-OPERATOR-ID.
           SET MNTA-ACTION-MADE TO TRUE.
           MOVE EIBTRMID TO MNTA-TERMINAL-ID.
           MOVE LENGTH OF MNTA-RECORD TO WS-MNTA-LENGTH.
           EXEC CICS WRITEQ TD

      ******************************************************************
      * 2250-GET-ENTRY-DATE THRU 2250-EXIT
      * Today's date and time off the CICS clock, for the new
      * record's requested run date and the time the add was made.
      ******************************************************************
       2250-GET-ENTRY-DATE.
           EXEC CICS ASKTIME
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-ENTRY-DATE)
               TIME(WS-ENTRY-TIME)
               TIMESEP
           END-EXEC.

       2250-EXIT.
