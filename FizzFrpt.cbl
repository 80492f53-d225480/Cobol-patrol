      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-08-26
      * Purpose:     Future-dated backlog report for the FIZZ-BUZZ
      *              transaction file.  Lists every pending record
      *              whose requested run date (TRAN-REQ-DATE) is
      *              still ahead of today - the work departments have
      *              loaded in advance that the nightly run is
      *              deliberately skipping - then summarizes the
      *              backlog by requested date, in date order, so the
      *              desk can see what is queued for each coming night
      *              instead of holding advance work on paper.
      *
      *              TRANFILE is read by its department + requested-
      *              date alternate key, starting each department
      *              just past today, so only future-dated work is
      *              read and the listing comes out by department and
      *              date.
      *
      *              Optional selection card (SYSIN):
      *                cols 1-4  department code - report that one
      *                          department only.  Blank, or no card,
      *                          reports every department.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   ---------- ----- --------------------------------------------
      *   2026-08-26 PL    Original backlog report over the new
      *                    TRAN-REQ-DATE effective date.
      *   2026-09-24 PL    VAR A/B column widened for five-digit
      *                    var_a/var_b.
      *   2026-09-28 PL    Reads by the new department/requested-date
      *                    alternate key instead of sweeping the whole
      *                    file, skipping each department's work that
      *                    is already due; optional SYSIN card limits
      *                    the report to one department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZFRPT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               ALTERNATE RECORD KEY IS TRAN-DEPT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT OPTIONAL FRPCARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRPCARDS-STATUS.

           SELECT FRPTFILE ASSIGN TO FRPTFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRPTFILE-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY TRANREC.

       FD  FRPCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FRP-CARD.
           05  FRP-DEPT-CODE           PIC X(04).
           05  FILLER                  PIC X(76).

       FD  FRPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-STATUS          PIC X(02).
       01  WS-FRPTFILE-STATUS          PIC X(02).
       01  WS-FRPCARDS-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-DATE-FOUND           VALUE 'Y'.
               88  WS-DATE-NOT-FOUND       VALUE 'N'.

      * The one department asked for on the selection card, or
      * spaces for every department.
       01  WS-SELECT-DEPT-CODE         PIC X(04) VALUE SPACES.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-DATE-MIN-SUB             PIC 9(04) COMP VALUE ZERO.
       01  WS-DATE-PRINTED-COUNT       PIC 9(04) COMP VALUE ZERO.

       01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  WS-FUTURE-COUNT             PIC 9(06) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-H1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'DEPT:'.
           05  RPT-H1-DEPT             PIC X(04).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(06) VALUE 'DEPT'.
           05  FILLER                  PIC X(13) VALUE 'VAR A/B'.
           05  FILLER                  PIC X(05) VALUE 'TYP'.
           05  FILLER                  PIC X(08) VALUE 'DUE'.

           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-VAR-A             PIC X(05).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RPT-D-VAR-B             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  RPT-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'RECORDS READ . . . . . .'.
           05  RPT-T-READ              PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           MOVE WS-FRPTFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           PERFORM 1200-READ-SELECTION THRU 1200-EXIT.

           MOVE WS-CURR-DATE TO RPT-H1-RUN-DATE.
           IF WS-SELECT-DEPT-CODE = SPACES
               MOVE 'ALL' TO RPT-H1-DEPT
           ELSE
               MOVE WS-SELECT-DEPT-CODE TO RPT-H1-DEPT
           END-IF.
           WRITE FRPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE SPACES TO FRPT-RECORD.
           MOVE SPACES TO FRPT-RECORD.
           WRITE FRPT-RECORD AFTER ADVANCING 1 LINE.

           IF WS-SELECT-DEPT-CODE = SPACES
               MOVE LOW-VALUES TO TRAN-DEPT-CODE
           ELSE
               MOVE WS-SELECT-DEPT-CODE TO TRAN-DEPT-CODE
           END-IF.
           PERFORM 1050-START-PAST-TODAY THRU 1050-EXIT.
           IF WS-NOT-EOF
               PERFORM 1100-READ-TRANFILE THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-START-PAST-TODAY THRU 1050-EXIT
      * Positions the alternate-key browse just past today's date for
      * the department in TRAN-DEPT-CODE, so the next READ NEXT
      * returns that department's first future-dated record - or the
      * first record of the next department on file.
      ******************************************************************
       1050-START-PAST-TODAY.
           MOVE WS-CURR-DATE-X TO TRAN-REQ-DATE.
           START TRANFILE KEY IS GREATER THAN TRAN-DEPT-DATE-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-TRANFILE THRU 1100-EXIT
      * Read-ahead of the next future-dated transaction record, shared
      * by initialization (to prime the loop) and by the end of record
      * processing.  A record the read lands on that is already due
      * (a new department's earliest work) sends the browse on past
      * today within that department.  A one-department run ends at
      * the first record of the next department.
      ******************************************************************
       1100-READ-TRANFILE.
           READ TRANFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-SELECT-DEPT-CODE NOT = SPACES AND
              TRAN-DEPT-CODE NOT = WS-SELECT-DEPT-CODE
               SET WS-EOF TO TRUE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF TRAN-REQ-DATE NOT > WS-CURR-DATE-X
               PERFORM 1050-START-PAST-TODAY THRU 1050-EXIT
               IF WS-NOT-EOF
                   GO TO 1100-READ-TRANFILE
               END-IF
           END-IF.

       1100-EXIT.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-SELECTION THRU 1200-EXIT
      * The selection card is optional: no SYSIN, an empty one or a
      * blank department all mean every department.
      ******************************************************************
       1200-READ-SELECTION.
           OPEN INPUT FRPCARDS.
           IF WS-FRPCARDS-STATUS = '05'
               CLOSE FRPCARDS
               GO TO 1200-EXIT
           END-IF.
           MOVE 'FRPCARDS' TO WS-ABEND-FILE-NAME.
           MOVE WS-FRPCARDS-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           READ FRPCARDS
               AT END
                   MOVE SPACES TO FRP-CARD
           END-READ.
           MOVE FRP-DEPT-CODE TO WS-SELECT-DEPT-CODE.
           CLOSE FRPCARDS.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-RECORD THRU 2000-EXIT
      * Applies the backlog test to one transaction record: pending

           MOVE SPACES TO FRPT-RECORD.
           WRITE FRPT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-READ-COUNT TO RPT-T-READ.
           WRITE FRPT-RECORD FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-FUTURE-COUNT TO RPT-T-FUTURE.
