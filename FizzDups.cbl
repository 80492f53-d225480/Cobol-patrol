      ******************************************************************
      * FIZZDUPS.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-10-12
      * Purpose:     Duplicate-submission check for the FIZZ-BUZZ
      *              transaction file.  TRANLOAD only refuses a key
      *              already on file, and every card it loads gets a
      *              fresh sequence number, so a deck sent twice -
      *              usually after a "did you get it?" phone call -
      *              loads twice, computes twice, posts to the audit
      *              log twice and goes to the costing system twice.
      *              This check runs after the load and before the
      *              batch run, and lists every pending record that
      *              looks like one already submitted:
      *               - another pending record on TRANFILE (the
      *                 later-loaded of the two is the suspect);
      *               - a record archived to HISTFILE inside the
      *                 look-back window;
      *               - a posting on AUDITFILE inside the window.
      *              A match is the same department, var_a, var_b and
      *              type code (a space type is the full set, the
      *              same as 'A') under a different sequence number -
      *              a re-entry matching its own earlier posting is
      *              not a duplicate.  Pending records are compared with
      *              each other whatever their dates - they would all
      *              post in the same run.  The window is counted in
      *              days back from today on the shop's 30/360
      *              convention, against the history archive date
      *              and the audit run date.
      *
      *              Optionally the suspects are set to held, so the
      *              batch run skips them until the desk releases or
      *              deletes them through FIZZMNT.  A record changed
      *              since the check read it is left alone and
      *              flagged on the report.  A record the desk has
      *              released from such a hold is marked cleared on
      *              TRANFILE and is not a suspect again; it is still
      *              compared against, so a later copy of it is.
      *
      *              Control card (optional, from SYSIN):
      *                  cols 1-3   look-back window in days, 001-999
      *                             (blank = 007)
      *                  col  5     H = hold the suspects,
      *                             L or blank = list them only
      *              No card lists suspects over a 7-day window.
      *              HISTFILE and AUDITFILE are optional; either one
      *              missing simply has nothing to compare.
      *
      *              Return codes: 0 no suspects, 4 suspects listed
      *              (and held, if asked), 16 bad card or a file
      *              that would not open or update.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-10-12 PL    Original duplicate-submission check of
      *                    pending work against itself, the history
      *                    file and the audit log, with optional hold.
      *   2026-10-15 PL    Records the desk has released from a
      *                    duplicate hold are no longer suspected
      *                    again; holds now mark TRAN-DUP-FLAG.
      *                    A record no longer matches its own earlier
      *                    posting (same sequence number) when it is
      *                    recycled or re-entered.  File status '02'
      *                    (a duplicate department/date alternate
      *                    key) is a good read or rewrite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZDUPS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DUPCARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPCARDS-STATUS.

           SELECT TRANFILE ASSIGN TO TRANFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               ALTERNATE RECORD KEY IS TRAN-DEPT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT OPTIONAL HISTFILE ASSIGN TO HISTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.

           SELECT OPTIONAL AUDITFILE ASSIGN TO AUDITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITFILE-STATUS.

           SELECT DUPRFILE ASSIGN TO DUPRFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUP-CARD.
           05  DUP-WINDOW-DAYS         PIC X(03).
           05  FILLER                  PIC X(01).
           05  DUP-ACTION              PIC X(01).
               88  DUP-ACTION-HOLD         VALUE 'H'.
               88  DUP-ACTION-LIST         VALUE 'L' ' '.
           05  FILLER                  PIC X(75).

       FD  TRANFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY TRANREC.

       FD  HISTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  AUDITFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  DUPRFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUPR-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DUPCARDS-STATUS          PIC X(02).
       01  WS-TRANFILE-STATUS          PIC X(02).
           88  WS-TRANFILE-OK              VALUE '00' '02'.
       01  WS-HISTFILE-STATUS          PIC X(02).
       01  WS-AUDITFILE-STATUS         PIC X(02).
       01  WS-DUPRFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-HOLD-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-HOLD-SUSPECTS        VALUE 'Y'.
               88  WS-LIST-ONLY            VALUE 'N'.
           05  WS-FOUND-SWITCH         PIC X(01).
               88  WS-FOUND                VALUE 'Y'.
               88  WS-NOT-FOUND            VALUE 'N'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-CURR-DATE.
           05  WS-CURR-YEAR            PIC 9(04).
           05  WS-CURR-MONTH           PIC 9(02).
           05  WS-CURR-DAY             PIC 9(02).

      * The window is figured on the shop's 30/360 convention, the
      * same day numbering the recycle job ages its rejects by.  A
      * dated record is inside the window when its day number is not
      * before WS-WINDOW-START-DAY-NO.
       01  WS-WINDOW-DAYS              PIC 9(03) VALUE 7.
       01  WS-CURR-DAY-NO              PIC 9(08) COMP VALUE ZERO.
       01  WS-WINDOW-START-DAY-NO      PIC S9(08) COMP VALUE ZERO.
       01  WS-CHECK-DATE.
           05  WS-CHECK-YEAR           PIC 9(04).
           05  WS-CHECK-MONTH          PIC 9(02).
           05  WS-CHECK-DAY            PIC 9(02).
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
                                       PIC X(08).
       01  WS-CHECK-DAY-NO             PIC 9(08) COMP VALUE ZERO.

      * The pending work, one entry per pending TRANFILE record in
      * key order, with the match that made it a suspect.  The match
      * key is laid out the same as WS-MATCH-KEY so the two compare
      * as one field.
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 5000 TIMES.
               10  WS-PD-SEQ-NO        PIC 9(06).
               10  WS-PD-MATCH-KEY.
                   15  WS-PD-DEPT-CODE PIC X(04).
                   15  WS-PD-VAR-A     PIC 9(05).
                   15  WS-PD-VAR-B     PIC 9(05).
                   15  WS-PD-TYPE-CODE PIC X(01).
               10  WS-PD-REQ-DATE      PIC X(08).
               10  WS-PD-SUSPECT-SWITCH PIC X(01).
                   88  WS-PD-SUSPECT       VALUE 'Y'.
                   88  WS-PD-CLEAR         VALUE 'N'.
               10  WS-PD-MATCH-SOURCE  PIC X(09).
               10  WS-PD-MATCH-SEQ-NO  PIC 9(06).
               10  WS-PD-MATCH-DATE    PIC X(08).
               10  WS-PD-DESK-SWITCH   PIC X(01).
                   88  WS-PD-DESK-CLEARED  VALUE 'Y'.
                   88  WS-PD-NOT-CLEARED   VALUE 'N'.
       01  WS-PEND-SUB                 PIC 9(05) COMP VALUE ZERO.
       01  WS-PEND-MAX                 PIC 9(05) COMP VALUE 5000.
       01  WS-SCAN-SUB                 PIC 9(05) COMP VALUE ZERO.

       01  WS-MATCH-KEY.
           05  WS-MK-DEPT-CODE         PIC X(04).
           05  WS-MK-VAR-A             PIC 9(05).
           05  WS-MK-VAR-B             PIC 9(05).
           05  WS-MK-TYPE-CODE         PIC X(01).
       01  WS-MATCH-SOURCE             PIC X(09).
       01  WS-MATCH-SEQ-NO             PIC 9(06).
       01  WS-MATCH-DATE               PIC X(08).

      * The archived transaction image on a history record, in the
      * TRANREC layout (whose names are taken by the TRANFILE side).
       01  WS-HIST-IMAGE.
           05  WS-HI-SEQ-NO            PIC 9(06).
           05  WS-HI-VAR-A             PIC 9(05).
           05  WS-HI-VAR-B             PIC 9(05).
           05  WS-HI-TYPE-CODE         PIC X(01).
           05  WS-HI-STATUS-CODE       PIC X(01).
           05  WS-HI-EXCP-DATE         PIC X(08).
           05  WS-HI-DEPT-CODE         PIC X(04).
           05  WS-HI-REQ-DATE          PIC X(08).
           05  FILLER                  PIC X(62).

       01  WS-SWEPT-COUNT              PIC 9(06) COMP VALUE ZERO.
       01  WS-HIST-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
       01  WS-HIST-WINDOW-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-AUDIT-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  WS-AUDIT-WINDOW-COUNT       PIC 9(06) COMP VALUE ZERO.
       01  WS-SUSPECT-COUNT            PIC 9(06) COMP VALUE ZERO.
       01  WS-SUSPECT-PEND-COUNT       PIC 9(06) COMP VALUE ZERO.
       01  WS-SUSPECT-HIST-COUNT       PIC 9(06) COMP VALUE ZERO.
       01  WS-SUSPECT-AUDIT-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  WS-NOT-HELD-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  WS-DESK-CLEARED-COUNT       PIC 9(06) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'FIZZDUPS DUPLICATE SUSPECTS'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-H1-RUN-DATE         PIC 9(08).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(17) VALUE
               'LOOK-BACK WINDOW'.
           05  RPT-H2-WINDOW-DAYS      PIC ZZ9.
           05  FILLER                  PIC X(07) VALUE ' DAYS'.
           05  FILLER                  PIC X(08) VALUE 'ACTION:'.
           05  RPT-H2-ACTION           PIC X(20).

       01  RPT-HEADING-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(06) VALUE 'DEPT'.
           05  FILLER                  PIC X(14) VALUE 'VAR_A/VAR_B'.
           05  FILLER                  PIC X(06) VALUE 'TYPE'.
           05  FILLER                  PIC X(10) VALUE 'REQ DATE'.
           05  FILLER                  PIC X(11) VALUE 'MATCHES'.
           05  FILLER                  PIC X(08) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(10) VALUE 'DATED'.
           05  FILLER                  PIC X(20) VALUE 'ACTION'.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-D-SEQ-NO            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-VAR-A             PIC 9(05).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RPT-D-VAR-B             PIC 9(05).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-D-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-D-REQ-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-MATCH-SOURCE      PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-MATCH-SEQ-NO      PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-MATCH-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-ACTION            PIC X(20).

       01  RPT-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               'NO DUPLICATE SUSPECTS IN PENDING WORK'.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-T-LABEL             PIC X(24).
           05  RPT-T-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 2300-CHECK-HISTORY THRU 2300-EXIT.
           PERFORM 2500-CHECK-AUDIT THRU 2500-EXIT.
           PERFORM 2700-LIST-SUSPECT THRU 2700-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Reads the control card, then opens the transaction file -
      * for update only when the suspects are to be held - and the
      * report, and primes the sweep of the pending work.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
           COMPUTE WS-CURR-DAY-NO =
               WS-CURR-YEAR * 360 + WS-CURR-MONTH * 30 + WS-CURR-DAY.
           COMPUTE WS-WINDOW-START-DAY-NO =
               WS-CURR-DAY-NO - WS-WINDOW-DAYS.

           IF WS-HOLD-SUSPECTS
               OPEN I-O TRANFILE
           ELSE
               OPEN INPUT TRANFILE
           END-IF.
           MOVE 'TRANFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-TRANFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT DUPRFILE.
           MOVE 'DUPRFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-DUPRFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           MOVE WS-CURR-DATE TO RPT-H1-RUN-DATE.
           WRITE DUPR-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE WS-WINDOW-DAYS TO RPT-H2-WINDOW-DAYS.
           IF WS-HOLD-SUSPECTS
               MOVE 'HOLD SUSPECTS' TO RPT-H2-ACTION
           ELSE
               MOVE 'LIST ONLY' TO RPT-H2-ACTION
           END-IF.
           WRITE DUPR-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DUPR-RECORD.
           WRITE DUPR-RECORD AFTER ADVANCING 1 LINE.
           WRITE DUPR-RECORD FROM RPT-HEADING-3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DUPR-RECORD.
           WRITE DUPR-RECORD AFTER ADVANCING 1 LINE.

           MOVE LOW-VALUES TO TRAN-KEY.
           START TRANFILE KEY IS NOT LESS THAN TRAN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-NOT-EOF
               PERFORM 1100-READ-TRANFILE THRU 1100-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-TRANFILE THRU 1100-EXIT
      * Read-ahead of the next transaction record, shared by
      * initialization (to prime the loop) and by the end of record
      * processing.
      ******************************************************************
       1100-READ-TRANFILE.
           READ TRANFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-NOT-EOF
               ADD 1 TO WS-SWEPT-COUNT
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-CHECK-FILE-STATUS THRU 1150-EXIT
      * Common OPEN-failure check.  WS-ABEND-FILE-NAME/WS-ABEND-STATUS
      * are set by the caller immediately before the PERFORM.
      * Anything other than '00' means the check cannot safely
      * continue, so the run is abended here rather than left to
      * fail unpredictably deeper in the program.
      ******************************************************************
       1150-CHECK-FILE-STATUS.
           IF WS-ABEND-STATUS = '00'
               GO TO 1150-EXIT
           END-IF.
           DISPLAY 'FIZZDUPS: OPEN FAILED FOR ' WS-ABEND-FILE-NAME
               ' - FILE STATUS ' WS-ABEND-STATUS.
           DISPLAY 'FIZZDUPS: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-CONTROL-CARD THRU 1200-EXIT
      * The control card is optional: no SYSIN or an empty one means
      * a 7-day window, list only.  A window given must be 1 to 999
      * days; an action given must be H or L.
      ******************************************************************
       1200-READ-CONTROL-CARD.
           OPEN INPUT DUPCARDS.
           IF WS-DUPCARDS-STATUS = '05'
               CLOSE DUPCARDS
               GO TO 1200-EXIT
           END-IF.
           MOVE 'DUPCARDS' TO WS-ABEND-FILE-NAME.
           MOVE WS-DUPCARDS-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           READ DUPCARDS
               AT END
                   MOVE SPACES TO DUP-CARD
           END-READ.
           CLOSE DUPCARDS.
           IF DUP-WINDOW-DAYS NOT = SPACES
               IF DUP-WINDOW-DAYS NOT NUMERIC OR
                  DUP-WINDOW-DAYS = '000'
                   DISPLAY 'FIZZDUPS: WINDOW ' DUP-WINDOW-DAYS
                       ' IS NOT 001 THRU 999 DAYS'
                   DISPLAY 'FIZZDUPS: EXPECTED  nnn  IN COLS 1-3'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DUP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF DUP-ACTION-HOLD
               SET WS-HOLD-SUSPECTS TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF NOT DUP-ACTION-LIST
               DISPLAY 'FIZZDUPS: ACTION ' DUP-ACTION
                   ' IS NOT H OR L'
               DISPLAY 'FIZZDUPS: EXPECTED  H  OR  L  IN COL 5'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-SET-CHECK-DAY-NO THRU 1300-EXIT
      * Day number of the date in WS-CHECK-DATE-X, on the 30/360
      * convention.  An unreadable date comes back as zero, which is
      * before any window - a record that cannot be dated is not
      * counted as recent.
      ******************************************************************
       1300-SET-CHECK-DAY-NO.
           MOVE ZERO TO WS-CHECK-DAY-NO.
           IF WS-CHECK-DATE-X NOT NUMERIC
               GO TO 1300-EXIT
           END-IF.
           COMPUTE WS-CHECK-DAY-NO =
               WS-CHECK-YEAR * 360 + WS-CHECK-MONTH * 30
                   + WS-CHECK-DAY.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-PENDING THRU 2000-EXIT
      * Tables one pending record and compares it with the pending
      * records already tabled - all earlier loads, since the file
      * is read in key order - so of two copies the later-loaded is
      * the suspect and names the earlier.  Held, computed, excepted
      * and awaiting records are not pending work and are skipped.
      * A record the desk has cleared is tabled, so later copies are
      * still caught against it, but is not itself compared.
      ******************************************************************
       2000-LOAD-PENDING.
           IF NOT TRAN-STAT-PENDING
               GO TO 2000-NEXT-RECORD
           END-IF.
           IF WS-PEND-COUNT NOT < WS-PEND-MAX
               DISPLAY 'FIZZDUPS: MORE THAN ' WS-PEND-MAX
                   ' PENDING RECORDS - ENLARGE WS-PEND-TABLE'
               DISPLAY 'FIZZDUPS: JOB TERMINATING - UNABLE TO CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PEND-COUNT.
           MOVE WS-PEND-COUNT TO WS-PEND-SUB.
           MOVE TRAN-SEQ-NO TO WS-PD-SEQ-NO (WS-PEND-SUB).
           MOVE TRAN-DEPT-CODE TO WS-PD-DEPT-CODE (WS-PEND-SUB).
           MOVE TRAN-VAR-A TO WS-PD-VAR-A (WS-PEND-SUB).
           MOVE TRAN-VAR-B TO WS-PD-VAR-B (WS-PEND-SUB).
           IF TRAN-TYPE-FULL-SET
               MOVE 'A' TO WS-PD-TYPE-CODE (WS-PEND-SUB)
           ELSE
               MOVE TRAN-TYPE-CODE TO WS-PD-TYPE-CODE (WS-PEND-SUB)
           END-IF.
           MOVE TRAN-REQ-DATE TO WS-PD-REQ-DATE (WS-PEND-SUB).
           SET WS-PD-CLEAR (WS-PEND-SUB) TO TRUE.
           MOVE SPACES TO WS-PD-MATCH-SOURCE (WS-PEND-SUB).
           MOVE ZERO TO WS-PD-MATCH-SEQ-NO (WS-PEND-SUB).
           MOVE SPACES TO WS-PD-MATCH-DATE (WS-PEND-SUB).
           IF TRAN-DUP-CLEARED
               SET WS-PD-DESK-CLEARED (WS-PEND-SUB) TO TRUE
               ADD 1 TO WS-DESK-CLEARED-COUNT
               GO TO 2000-NEXT-RECORD
           END-IF.
           SET WS-PD-NOT-CLEARED (WS-PEND-SUB) TO TRUE.

           MOVE ZERO TO WS-SCAN-SUB.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM 2100-SCAN-PENDING THRU 2100-EXIT
               UNTIL WS-FOUND OR
                     WS-SCAN-SUB NOT < WS-PEND-SUB - 1.
           IF WS-FOUND
               MOVE 'TRANFILE' TO WS-MATCH-SOURCE
               MOVE WS-PD-SEQ-NO (WS-SCAN-SUB) TO WS-MATCH-SEQ-NO
               MOVE WS-PD-REQ-DATE (WS-SCAN-SUB) TO WS-MATCH-DATE
               PERFORM 2900-MARK-SUSPECT THRU 2900-EXIT
               ADD 1 TO WS-SUSPECT-PEND-COUNT
           END-IF.

       2000-NEXT-RECORD.
           PERFORM 1100-READ-TRANFILE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SCAN-PENDING THRU 2100-EXIT
      * Steps WS-SCAN-SUB through the pending records tabled ahead of
      * the one in hand, stopping on one with the same match key.  A
      * record is never its own duplicate, so an entry with the same
      * sequence number is passed over.
      ******************************************************************
       2100-SCAN-PENDING.
           ADD 1 TO WS-SCAN-SUB.
           IF WS-PD-SEQ-NO (WS-SCAN-SUB) = WS-PD-SEQ-NO (WS-PEND-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF WS-PD-MATCH-KEY (WS-SCAN-SUB) =
              WS-PD-MATCH-KEY (WS-PEND-SUB)
               SET WS-FOUND TO TRUE
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-HISTORY THRU 2300-EXIT
      * Compares every record archived inside the window with the
      * pending work.  The history file is optional - a new
      * installation has archived nothing yet.
      ******************************************************************
       2300-CHECK-HISTORY.
           IF WS-PEND-COUNT = ZERO
               GO TO 2300-EXIT
           END-IF.
           OPEN INPUT HISTFILE.
           IF WS-HISTFILE-STATUS = '05'
               CLOSE HISTFILE
               GO TO 2300-EXIT
           END-IF.
           MOVE 'HISTFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-HISTFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           SET WS-NOT-EOF TO TRUE.
           PERFORM 2310-CHECK-HIST-RECORD THRU 2310-EXIT
               UNTIL WS-EOF.
           CLOSE HISTFILE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-CHECK-HIST-RECORD THRU 2310-EXIT
      * Reads one history record and, if it was archived inside the
      * window, marks every pending record it matches.
      ******************************************************************
       2310-CHECK-HIST-RECORD.
           READ HISTFILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ-COUNT.
           MOVE HIST-ARCH-DATE TO WS-CHECK-DATE-X.
           PERFORM 1300-SET-CHECK-DAY-NO THRU 1300-EXIT.
           IF WS-CHECK-DAY-NO < WS-WINDOW-START-DAY-NO
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO WS-HIST-WINDOW-COUNT.

           MOVE HIST-TRAN-IMAGE TO WS-HIST-IMAGE.
           MOVE WS-HI-DEPT-CODE TO WS-MK-DEPT-CODE.
           MOVE WS-HI-VAR-A TO WS-MK-VAR-A.
           MOVE WS-HI-VAR-B TO WS-MK-VAR-B.
           IF WS-HI-TYPE-CODE = SPACE
               MOVE 'A' TO WS-MK-TYPE-CODE
           ELSE
               MOVE WS-HI-TYPE-CODE TO WS-MK-TYPE-CODE
           END-IF.
           MOVE 'HISTFILE' TO WS-MATCH-SOURCE.
           MOVE WS-HI-SEQ-NO TO WS-MATCH-SEQ-NO.
           MOVE HIST-ARCH-DATE TO WS-MATCH-DATE.
           PERFORM 2800-MATCH-PENDING THRU 2800-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT.

       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHECK-AUDIT THRU 2500-EXIT
      * Compares every audit posting made inside the window with the
      * pending work.  The audit log is optional, the way the batch
      * run treats it.
      ******************************************************************
       2500-CHECK-AUDIT.
           IF WS-PEND-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT AUDITFILE.
           IF WS-AUDITFILE-STATUS = '05'
               CLOSE AUDITFILE
               GO TO 2500-EXIT
           END-IF.
           MOVE 'AUDITFIL' TO WS-ABEND-FILE-NAME.
           MOVE WS-AUDITFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           SET WS-NOT-EOF TO TRUE.
           PERFORM 2510-CHECK-AUDIT-RECORD THRU 2510-EXIT
               UNTIL WS-EOF.
           CLOSE AUDITFILE.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-CHECK-AUDIT-RECORD THRU 2510-EXIT
      * Reads one audit posting and, if it was posted inside the
      * window, marks every pending record it matches.
      ******************************************************************
       2510-CHECK-AUDIT-RECORD.
           READ AUDITFILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           MOVE AUDIT-RUN-DATE TO WS-CHECK-DATE-X.
           PERFORM 1300-SET-CHECK-DAY-NO THRU 1300-EXIT.
           IF WS-CHECK-DAY-NO < WS-WINDOW-START-DAY-NO
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-WINDOW-COUNT.

           MOVE AUDIT-DEPT-CODE TO WS-MK-DEPT-CODE.
           MOVE AUDIT-VAR-A TO WS-MK-VAR-A.
           MOVE AUDIT-VAR-B TO WS-MK-VAR-B.
           IF AUDIT-TYPE-CODE = SPACE
               MOVE 'A' TO WS-MK-TYPE-CODE
           ELSE
               MOVE AUDIT-TYPE-CODE TO WS-MK-TYPE-CODE
           END-IF.
           MOVE 'AUDITFILE' TO WS-MATCH-SOURCE.
           MOVE AUDIT-SEQ-NO TO WS-MATCH-SEQ-NO.
           MOVE AUDIT-RUN-DATE TO WS-MATCH-DATE.
           PERFORM 2800-MATCH-PENDING THRU 2800-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT.

       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2700-LIST-SUSPECT THRU 2700-EXIT
      * Lists one suspect with the record it matched and, when asked,
      * holds it.  The record is read again by key before it is held:
      * one that has left pending since the sweep - released, held,
      * corrected or deleted at the desk in the meantime - is left
      * exactly as it is and flagged.
      ******************************************************************
       2700-LIST-SUSPECT.
           IF WS-PD-CLEAR (WS-PEND-SUB)
               GO TO 2700-EXIT
           END-IF.

           MOVE WS-PD-SEQ-NO (WS-PEND-SUB) TO RPT-D-SEQ-NO.
           MOVE WS-PD-DEPT-CODE (WS-PEND-SUB) TO RPT-D-DEPT-CODE.
           MOVE WS-PD-VAR-A (WS-PEND-SUB) TO RPT-D-VAR-A.
           MOVE WS-PD-VAR-B (WS-PEND-SUB) TO RPT-D-VAR-B.
           MOVE WS-PD-TYPE-CODE (WS-PEND-SUB) TO RPT-D-TYPE-CODE.
           MOVE WS-PD-REQ-DATE (WS-PEND-SUB) TO RPT-D-REQ-DATE.
           MOVE WS-PD-MATCH-SOURCE (WS-PEND-SUB) TO RPT-D-MATCH-SOURCE.
           MOVE WS-PD-MATCH-SEQ-NO (WS-PEND-SUB) TO RPT-D-MATCH-SEQ-NO.
           MOVE WS-PD-MATCH-DATE (WS-PEND-SUB) TO RPT-D-MATCH-DATE.
           MOVE SPACES TO RPT-D-ACTION.
           IF WS-HOLD-SUSPECTS
               PERFORM 2750-HOLD-SUSPECT THRU 2750-EXIT
           END-IF.
           WRITE DUPR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2750-HOLD-SUSPECT THRU 2750-EXIT
      * Sets one suspect to held, marking it as held by this check so
      * that a release by the desk clears it for good.  A record gone
      * from the file or no longer pending is not touched; a read or
      * rewrite that fails for any other reason abends, since the
      * listing would then claim holds that were never made.
      ******************************************************************
       2750-HOLD-SUSPECT.
           MOVE WS-PD-SEQ-NO (WS-PEND-SUB) TO TRAN-SEQ-NO.
           READ TRANFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRANFILE-STATUS = '23'
               ADD 1 TO WS-NOT-HELD-COUNT
               MOVE 'NOT HELD - DELETED' TO RPT-D-ACTION
               GO TO 2750-EXIT
           END-IF.
           IF NOT WS-TRANFILE-OK
               DISPLAY 'FIZZDUPS: TRANFILE READ FAILED FOR RECORD '
                   TRAN-SEQ-NO ' - FILE STATUS ' WS-TRANFILE-STATUS
               DISPLAY 'FIZZDUPS: JOB TERMINATING - UNABLE TO '
                   'CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT TRAN-STAT-PENDING
               ADD 1 TO WS-NOT-HELD-COUNT
               MOVE 'NOT HELD - CHANGED' TO RPT-D-ACTION
               GO TO 2750-EXIT
           END-IF.
           SET TRAN-STAT-HELD TO TRUE.
           SET TRAN-DUP-HELD TO TRUE.
           REWRITE TRAN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-TRANFILE-OK
               DISPLAY 'FIZZDUPS: TRANFILE REWRITE FAILED FOR RECORD '
                   TRAN-SEQ-NO ' - FILE STATUS ' WS-TRANFILE-STATUS
               DISPLAY 'FIZZDUPS: JOB TERMINATING - UNABLE TO '
                   'CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE 'HELD' TO RPT-D-ACTION.

       2750-EXIT.
           EXIT.

      ******************************************************************
      * 2800-MATCH-PENDING THRU 2800-EXIT
      * Marks the pending record at WS-PEND-SUB as a suspect if it
      * matches the history record or audit posting in WS-MATCH-KEY.
      * A record already a suspect keeps the first match found; one
      * the desk has cleared is never a suspect.  A posting under the
      * record's own sequence number is the record itself - an
      * earlier run of a reject recycled or a return re-entered
      * under its original key - not a second submission.
      ******************************************************************
       2800-MATCH-PENDING.
           IF WS-PD-SUSPECT (WS-PEND-SUB)
               GO TO 2800-EXIT
           END-IF.
           IF WS-PD-DESK-CLEARED (WS-PEND-SUB)
               GO TO 2800-EXIT
           END-IF.
           IF WS-PD-MATCH-KEY (WS-PEND-SUB) NOT = WS-MATCH-KEY
               GO TO 2800-EXIT
           END-IF.
           IF WS-PD-SEQ-NO (WS-PEND-SUB) = WS-MATCH-SEQ-NO
               GO TO 2800-EXIT
           END-IF.
           PERFORM 2900-MARK-SUSPECT THRU 2900-EXIT.
           IF WS-MATCH-SOURCE = 'HISTFILE'
               ADD 1 TO WS-SUSPECT-HIST-COUNT
           ELSE
               ADD 1 TO WS-SUSPECT-AUDIT-COUNT
           END-IF.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-MARK-SUSPECT THRU 2900-EXIT
      * Records the match in WS-MATCH-SOURCE/-SEQ-NO/-DATE against the
      * pending record at WS-PEND-SUB.
      ******************************************************************
       2900-MARK-SUSPECT.
           SET WS-PD-SUSPECT (WS-PEND-SUB) TO TRUE.
           MOVE WS-MATCH-SOURCE TO WS-PD-MATCH-SOURCE (WS-PEND-SUB).
           MOVE WS-MATCH-SEQ-NO TO WS-PD-MATCH-SEQ-NO (WS-PEND-SUB).
           MOVE WS-MATCH-DATE TO WS-PD-MATCH-DATE (WS-PEND-SUB).
           ADD 1 TO WS-SUSPECT-COUNT.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Prints the check totals, closes the files and sets the return
      * code: 4 if any suspect was found, so the schedule can stop
      * for the desk before the batch run posts them, 0 if none.
      ******************************************************************
       3000-FINALIZE.
           IF WS-SUSPECT-COUNT = ZERO
               WRITE DUPR-RECORD FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO DUPR-RECORD.
           WRITE DUPR-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS SWEPT  . . . . .' TO RPT-T-LABEL.
           MOVE WS-SWEPT-COUNT TO RPT-T-COUNT.
           WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PENDING RECORDS CHECKED ' TO RPT-T-LABEL.
           MOVE WS-PEND-COUNT TO RPT-T-COUNT.
           WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HISTORY IN WINDOW  . . .' TO RPT-T-LABEL.
           MOVE WS-HIST-WINDOW-COUNT TO RPT-T-COUNT.
           WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AUDIT POSTINGS IN WINDOW' TO RPT-T-LABEL.
           MOVE WS-AUDIT-WINDOW-COUNT TO RPT-T-COUNT.
           WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CLEARED BY THE DESK  . .' TO RPT-T-LABEL.
           MOVE WS-DESK-CLEARED-COUNT TO RPT-T-COUNT.
           WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DUPLICATE SUSPECTS . . .' TO RPT-T-LABEL.
           MOVE WS-SUSPECT-COUNT TO RPT-T-COUNT.
           WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  OF PENDING WORK  . . .' TO RPT-T-LABEL.
           MOVE WS-SUSPECT-PEND-COUNT TO RPT-T-COUNT.
           WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  OF HISTORY . . . . . .' TO RPT-T-LABEL.
           MOVE WS-SUSPECT-HIST-COUNT TO RPT-T-COUNT.
           WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  OF AUDIT POSTINGS  . .' TO RPT-T-LABEL.
           MOVE WS-SUSPECT-AUDIT-COUNT TO RPT-T-COUNT.
           WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-HOLD-SUSPECTS
               MOVE 'SUSPECTS HELD  . . . . .' TO RPT-T-LABEL
               MOVE WS-HELD-COUNT TO RPT-T-COUNT
               WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'SUSPECTS NOT HELD  . . .' TO RPT-T-LABEL
               MOVE WS-NOT-HELD-COUNT TO RPT-T-COUNT
               WRITE DUPR-RECORD FROM RPT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           CLOSE TRANFILE.
           CLOSE DUPRFILE.

           IF WS-SUSPECT-COUNT = ZERO
               DISPLAY 'FIZZDUPS: NO DUPLICATE SUSPECTS - RC=0'
                   UPON CONSOLE
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'FIZZDUPS: DUPLICATE SUSPECTS LISTED - RC=4'
                   UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-EXIT.
           EXIT.
