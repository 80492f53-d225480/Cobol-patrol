      ******************************************************************
      * FIZZDEPT.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-09-14
      * Purpose:     Operator utility for the FIZZ-BUZZ department
      *              reference master.  Lists the departments on
      *              file and adds, changes, retires and reinstates
      *              them with edits, so the set of codes the entry
      *              paths will accept is an operator decision kept
      *              in one place instead of whatever four
      *              characters happened to be keyed.
      *
      *              Function cards, any number per run, from SYSIN:
      *                LIST
      *                    list every department on file
      *                ADD  cccc nnnnnnnnnnnnnnnnnnnnnnnnnnnnnn
      *                          kkkkkkkkkkkkkkkkkkkkkkkkkkkkkk
      *                    cols 6-9   department code, no embedded
      *                               or leading blanks
      *                    cols 11-40 department name, not blank
      *                    cols 42-71 contact, not blank
      *                    the code must not already be on file -
      *                    a retired code comes back through REIN
      *                CHG  cccc nnnn...  kkkk...
      *                    replace the name and/or contact of a
      *                    department on file; a blank name or
      *                    contact leaves that field as it stands
      *                RET  cccc
      *                    retire the department - the code stays
      *                    on file for the reports, but no entry
      *                    path will accept new work for it
      *                REIN cccc
      *                    reinstate a retired department
      *              Each card is edited and applied on its own; a
      *              card that fails its edit is listed and skipped
      *              and the run carries on with the next one.
      *              Return codes: 0 every card applied, 8 one or
      *              more cards rejected, 16 no cards or the master
      *              could not be opened or updated.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-09-14 PL    Original list/add/change/retire/reinstate
      *                    utility for the department master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZDEPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPTCARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPTCARDS-STATUS.

           SELECT DEPTFILE ASSIGN TO DEPTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPTCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DPT-CARD.
           05  DPT-FUNCTION            PIC X(04).
               88  DPT-FUNC-LIST           VALUE 'LIST'.
               88  DPT-FUNC-ADD            VALUE 'ADD '.
               88  DPT-FUNC-CHANGE         VALUE 'CHG '.
               88  DPT-FUNC-RETIRE         VALUE 'RET '.
               88  DPT-FUNC-REINSTATE      VALUE 'REIN'.
           05  FILLER                  PIC X(01).
           05  DPT-CODE                PIC X(04).
           05  FILLER                  PIC X(01).
           05  DPT-NAME                PIC X(30).
           05  FILLER                  PIC X(01).
           05  DPT-CONTACT             PIC X(30).
           05  FILLER                  PIC X(09).

       FD  DEPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-DPTCARDS-STATUS          PIC X(02).
       01  WS-DEPTFILE-STATUS          PIC X(02).
           88  WS-DEPTFILE-NOT-FOUND       VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-LIST-EOF-SWITCH      PIC X(01).
               88  WS-LIST-EOF             VALUE 'Y'.
               88  WS-LIST-NOT-EOF         VALUE 'N'.

       01  WS-CURR-DATE                PIC 9(08).

       01  WS-CARDS-READ               PIC 9(06) COMP VALUE ZERO.
       01  WS-CARDS-APPLIED            PIC 9(06) COMP VALUE ZERO.
       01  WS-CARDS-REJECTED           PIC 9(06) COMP VALUE ZERO.
       01  WS-LIST-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(50).

       01  WS-LIST-LINE.
           05  FILLER                  PIC X(10) VALUE 'FIZZDEPT: '.
           05  WS-L-CODE               PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-NAME               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-STATUS             PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-CONTACT            PIC X(30).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE 'FIZZDEPT: '.
           05  WS-C-READ               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE ' CARDS READ, '.
           05  WS-C-APPLIED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE ' APPLIED, '.
           05  WS-C-REJECTED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' REJECTED'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Opens the card deck and the master, and primes the card
      * loop.  The master is created empty on the very first run,
      * the same way TRANLOAD brings up a missing TRANFILE.  A deck
      * with no cards at all is an operator error worth saying
      * plainly.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT DPTCARDS.
           IF WS-DPTCARDS-STATUS NOT = '00'
               DISPLAY 'FIZZDEPT: OPEN FAILED FOR SYSIN - FILE '
                   'STATUS ' WS-DPTCARDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O DEPTFILE.
           IF WS-DEPTFILE-NOT-FOUND
               OPEN OUTPUT DEPTFILE
               CLOSE DEPTFILE
               OPEN I-O DEPTFILE
           END-IF.
           IF WS-DEPTFILE-STATUS NOT = '00'
               DISPLAY 'FIZZDEPT: OPEN FAILED FOR DEPTFILE - FILE '
                   'STATUS ' WS-DEPTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-READ-CARD THRU 1100-EXIT.
           IF WS-EOF
               DISPLAY 'FIZZDEPT: NO FUNCTION CARD ON SYSIN - '
                   'EXPECTED LIST, ADD, CHG, RET OR REIN'
               CLOSE DPTCARDS
               CLOSE DEPTFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-CARD THRU 1100-EXIT
      * Read-ahead of the next function card, shared by
      * initialization (to prime the loop) and by the end of card
      * processing.
      ******************************************************************
       1100-READ-CARD.
           READ DPTCARDS
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-NOT-EOF
               ADD 1 TO WS-CARDS-READ
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-DEPARTMENT THRU 1200-EXIT
      * Random read of the card's department code.  '00' and '23'
      * (not on file) are both answers the caller acts on; anything
      * else means the master itself is in trouble, and applying the
      * rest of the deck against it would leave it half-maintained,
      * so the run abends.
      ******************************************************************
       1200-READ-DEPARTMENT.
           MOVE DPT-CODE TO DEPT-CODE.
           READ DEPTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DEPTFILE-STATUS NOT = '00' AND
              WS-DEPTFILE-STATUS NOT = '23'
               DISPLAY 'FIZZDEPT: DEPTFILE READ FAILED FOR '
                   DPT-CODE ' - FILE STATUS ' WS-DEPTFILE-STATUS
               DISPLAY 'FIZZDEPT: JOB TERMINATING - UNABLE TO '
                   'CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CHECK-UPDATE THRU 1300-EXIT
      * Common WRITE/REWRITE-failure check, run after every update to
      * the master.  Anything but '00' abends the run the same way a
      * failed read does.
      ******************************************************************
       1300-CHECK-UPDATE.
           IF WS-DEPTFILE-STATUS = '00'
               GO TO 1300-EXIT
           END-IF.
           DISPLAY 'FIZZDEPT: DEPTFILE UPDATE FAILED FOR ' DEPT-CODE
               ' - FILE STATUS ' WS-DEPTFILE-STATUS.
           DISPLAY 'FIZZDEPT: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LIST-DEPARTMENT THRU 1400-EXIT
      * Echoes the department record in the FD area to the operator,
      * the same line whether it was just listed or just updated.
      ******************************************************************
       1400-LIST-DEPARTMENT.
           MOVE DEPT-CODE TO WS-L-CODE.
           MOVE DEPT-NAME TO WS-L-NAME.
           IF DEPT-RETIRED
               MOVE 'RETIRED' TO WS-L-STATUS
           ELSE
               MOVE 'ACTIVE' TO WS-L-STATUS
           END-IF.
           MOVE DEPT-CONTACT TO WS-L-CONTACT.
           DISPLAY WS-LIST-LINE.

       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CARD THRU 2000-EXIT
      * Dispatches one function card.  Every function but LIST names
      * a department, so the code is edited once here: it must be
      * four characters with no leading or embedded blank, because
      * a code that cannot be keyed back the same way is a code no
      * entry path could ever match.
      ******************************************************************
       2000-PROCESS-CARD.
           MOVE SPACES TO WS-REJECT-REASON.
           IF DPT-FUNC-LIST
               PERFORM 2100-LIST-DEPARTMENTS THRU 2100-EXIT
               GO TO 2000-NEXT-CARD
           END-IF.

           IF NOT DPT-FUNC-ADD AND
              NOT DPT-FUNC-CHANGE AND
              NOT DPT-FUNC-RETIRE AND
              NOT DPT-FUNC-REINSTATE
               MOVE 'FUNCTION NOT LIST, ADD, CHG, RET OR REIN' TO
                   WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2000-NEXT-CARD
           END-IF.

           IF DPT-CODE (1:1) = SPACE OR
              DPT-CODE (2:1) = SPACE OR
              DPT-CODE (3:1) = SPACE OR
              DPT-CODE (4:1) = SPACE
               MOVE 'DEPARTMENT CODE MUST BE 4 NON-BLANK CHARACTERS'
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2000-NEXT-CARD
           END-IF.

           EVALUATE TRUE
               WHEN DPT-FUNC-ADD
                   PERFORM 2200-ADD-DEPARTMENT THRU 2200-EXIT
               WHEN DPT-FUNC-CHANGE
                   PERFORM 2300-CHANGE-DEPARTMENT THRU 2300-EXIT
               WHEN DPT-FUNC-RETIRE
                   PERFORM 2400-RETIRE-DEPARTMENT THRU 2400-EXIT
               WHEN DPT-FUNC-REINSTATE
                   PERFORM 2500-REINSTATE-DEPARTMENT THRU 2500-EXIT
           END-EVALUATE.

       2000-NEXT-CARD.
           PERFORM 1100-READ-CARD THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LIST-DEPARTMENTS THRU 2100-EXIT
      * Lists the whole master in code sequence, retired departments
      * included - the list is how the desk answers "is that code
      * still good".
      ******************************************************************
       2100-LIST-DEPARTMENTS.
           ADD 1 TO WS-CARDS-APPLIED.
           MOVE ZERO TO WS-LIST-COUNT.
           SET WS-LIST-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO DEPT-KEY.
           START DEPTFILE KEY IS NOT LESS THAN DEPT-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START.
           PERFORM 2150-LIST-NEXT THRU 2150-EXIT
               UNTIL WS-LIST-EOF.
           IF WS-LIST-COUNT = ZERO
               DISPLAY 'FIZZDEPT: NO DEPARTMENTS ON FILE'
           END-IF.

       2100-EXIT.
           EXIT.

       2150-LIST-NEXT.
           READ DEPTFILE NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
                   GO TO 2150-EXIT
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 1400-LIST-DEPARTMENT THRU 1400-EXIT.

       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD-DEPARTMENT THRU 2200-EXIT
      * Adds a new active department.  A code already on file is
      * turned away even if it is retired - bringing a retired code
      * back is a deliberate REIN, not a side effect of re-adding it.
      ******************************************************************
       2200-ADD-DEPARTMENT.
           IF DPT-NAME = SPACES
               MOVE 'DEPARTMENT NAME IS BLANK' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF DPT-CONTACT = SPACES
               MOVE 'DEPARTMENT CONTACT IS BLANK' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 1200-READ-DEPARTMENT THRU 1200-EXIT.
           IF WS-DEPTFILE-STATUS = '00'
               MOVE 'DEPARTMENT ALREADY ON FILE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES TO DEPT-RECORD.
           MOVE DPT-CODE TO DEPT-CODE.
           MOVE DPT-NAME TO DEPT-NAME.
           SET DEPT-ACTIVE TO TRUE.
           MOVE DPT-CONTACT TO DEPT-CONTACT.
           MOVE WS-CURR-DATE TO DEPT-ADDED-DATE.
           MOVE WS-CURR-DATE TO DEPT-CHANGED-DATE.
           WRITE DEPT-RECORD.
           PERFORM 1300-CHECK-UPDATE THRU 1300-EXIT.
           ADD 1 TO WS-CARDS-APPLIED.
           DISPLAY 'FIZZDEPT: DEPARTMENT ' DEPT-CODE ' ADDED'.
           PERFORM 1400-LIST-DEPARTMENT THRU 1400-EXIT.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHANGE-DEPARTMENT THRU 2300-EXIT
      * Replaces the name and/or contact of a department on file.  A
      * blank field on the card leaves that field as it stands, so a
      * contact change does not have to re-key the name.  A retired
      * department may still be renamed - its name still prints
      * against the history posted under it.
      ******************************************************************
       2300-CHANGE-DEPARTMENT.
           IF DPT-NAME = SPACES AND DPT-CONTACT = SPACES
               MOVE 'NOTHING TO CHANGE - NAME AND CONTACT BLANK' TO
                   WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 1200-READ-DEPARTMENT THRU 1200-EXIT.
           IF WS-DEPTFILE-STATUS = '23'
               MOVE 'DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.

           IF DPT-NAME NOT = SPACES
               MOVE DPT-NAME TO DEPT-NAME
           END-IF.
           IF DPT-CONTACT NOT = SPACES
               MOVE DPT-CONTACT TO DEPT-CONTACT
           END-IF.
           MOVE WS-CURR-DATE TO DEPT-CHANGED-DATE.
           REWRITE DEPT-RECORD.
           PERFORM 1300-CHECK-UPDATE THRU 1300-EXIT.
           ADD 1 TO WS-CARDS-APPLIED.
           DISPLAY 'FIZZDEPT: DEPARTMENT ' DEPT-CODE ' CHANGED'.
           PERFORM 1400-LIST-DEPARTMENT THRU 1400-EXIT.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-RETIRE-DEPARTMENT THRU 2400-EXIT
      * Retires a department.  The record stays on file so the
      * reports can still name it; the entry paths turn away any new
      * work keyed under it.  Work already on TRANFILE under the code
      * is not touched - it was accepted while the code was good.
      ******************************************************************
       2400-RETIRE-DEPARTMENT.
           PERFORM 1200-READ-DEPARTMENT THRU 1200-EXIT.
           IF WS-DEPTFILE-STATUS = '23'
               MOVE 'DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF DEPT-RETIRED
               MOVE 'DEPARTMENT IS ALREADY RETIRED' TO
                   WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF.

           SET DEPT-RETIRED TO TRUE.
           MOVE WS-CURR-DATE TO DEPT-RETIRED-DATE.
           MOVE WS-CURR-DATE TO DEPT-CHANGED-DATE.
           REWRITE DEPT-RECORD.
           PERFORM 1300-CHECK-UPDATE THRU 1300-EXIT.
           ADD 1 TO WS-CARDS-APPLIED.
           DISPLAY 'FIZZDEPT: DEPARTMENT ' DEPT-CODE ' RETIRED'.
           PERFORM 1400-LIST-DEPARTMENT THRU 1400-EXIT.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-REINSTATE-DEPARTMENT THRU 2500-EXIT
      * Puts a retired department back in service under its old
      * code, name and contact.
      ******************************************************************
       2500-REINSTATE-DEPARTMENT.
           PERFORM 1200-READ-DEPARTMENT THRU 1200-EXIT.
           IF WS-DEPTFILE-STATUS = '23'
               MOVE 'DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF DEPT-ACTIVE
               MOVE 'DEPARTMENT IS NOT RETIRED' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.

           SET DEPT-ACTIVE TO TRUE.
           MOVE SPACES TO DEPT-RETIRED-DATE.
           MOVE WS-CURR-DATE TO DEPT-CHANGED-DATE.
           REWRITE DEPT-RECORD.
           PERFORM 1300-CHECK-UPDATE THRU 1300-EXIT.
           ADD 1 TO WS-CARDS-APPLIED.
           DISPLAY 'FIZZDEPT: DEPARTMENT ' DEPT-CODE ' REINSTATED'.
           PERFORM 1400-LIST-DEPARTMENT THRU 1400-EXIT.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REJECT-CARD THRU 2900-EXIT
      * Lists a card that failed its edit, with the reason set by the
      * caller.  The card is skipped; the rest of the deck still
      * applies.
      ******************************************************************
       2900-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED.
           DISPLAY 'FIZZDEPT: CARD REJECTED - ' DPT-FUNCTION ' '
               DPT-CODE ' - ' WS-REJECT-REASON.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Closes the deck and the master, shows the card counts, and
      * sets the return code: 0 every card applied, 8 one or more
      * rejected.
      ******************************************************************
       3000-FINALIZE.
           CLOSE DPTCARDS.
           CLOSE DEPTFILE.
           MOVE WS-CARDS-READ TO WS-C-READ.
           MOVE WS-CARDS-APPLIED TO WS-C-APPLIED.
           MOVE WS-CARDS-REJECTED TO WS-C-REJECTED.
           DISPLAY WS-COUNT-LINE.
           IF WS-CARDS-REJECTED > ZERO
               DISPLAY 'FIZZDEPT: CARDS REJECTED - RC=8' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'FIZZDEPT: DEPARTMENT MAINTENANCE COMPLETE - '
                   'RC=0' UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       3000-EXIT.
           EXIT.
