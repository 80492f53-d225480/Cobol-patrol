      *              posted sums and counts, never averaged from
      *              averages.
      *
      *              Department records on the history are kept out
      *              of the trend lines and summed over the range into
      *              a department totals block after the range total,
      *              each line carrying the department's name off the
      *              department master.  A department record posted by
      *              a restarted run covers only part of its night;
      *              the block is footnoted when any were included.
      *
      *              Selection card (one per run, from SYSIN):
      *                  cols 1-8   from date YYYYMMDD
      *                  cols 9-16  thru date YYYYMMDD
      *   ---------- ----- --------------------------------------------
      *   2026-09-02 PL    Original day/week/month trend report off
      *                    the statistics history file.
      *   2026-09-14 PL    Department totals for the range off the
      *                    department records the batch run now
      *                    posts, each with its name from the
      *                    department master beside the code.
      *   2026-09-24 PL    Product and quotient accumulators and the
      *                    average-product columns widened for five-
      *                    digit var_a/var_b.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSRPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPTFILE-STATUS.

           SELECT DEPTFILE ASSIGN TO DEPTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRPCARDS
           LABEL RECORDS ARE STANDARD.
       01  SRPT-RECORD                 PIC X(132).

       FD  DEPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-SRPCARDS-STATUS          PIC X(02).
       01  WS-SHSTFILE-STATUS          PIC X(02).
       01  WS-SRPTFILE-STATUS          PIC X(02).
       01  WS-DEPTFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-DEPTFILE-SWITCH      PIC X(01).
               88  WS-DEPTFILE-OPEN        VALUE 'Y'.
               88  WS-DEPTFILE-CLOSED      VALUE 'N'.
           05  WS-PARTIAL-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-PARTIAL-SEEN         VALUE 'Y'.
           05  WS-DEPT-FOUND-SWITCH    PIC X(01).
               88  WS-DEPT-FOUND           VALUE 'Y'.
               88  WS-DEPT-NOT-FOUND       VALUE 'N'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).
               10  WS-AC-RANGE         PIC 9(08) COMP.
               10  WS-AC-DIV-ZERO      PIC 9(08) COMP.
               10  WS-AC-C-COUNT       PIC 9(08) COMP.
               10  WS-AC-SUM-C         PIC 9(18) COMP.
               10  WS-AC-E-COUNT       PIC 9(08) COMP.
               10  WS-AC-SUM-E         PIC 9(14) COMP.
       01  WS-ACC-SUB                  PIC 9(02) COMP VALUE ZERO.

      * The day, week and month currently being accumulated, and the
           05  FILLER                  PIC X(02) VALUE ' W'.
           05  WS-WP-WEEK              PIC 9(01).

      * Department totals over the range, one entry per department
      * in the order the history first shows it.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DEPT-T-CODE      PIC X(04).
               10  WS-DEPT-T-REC-COUNT PIC 9(08) COMP.
               10  WS-DEPT-T-EXCP      PIC 9(08) COMP.
               10  WS-DEPT-T-SUM-C     PIC 9(18) COMP.
       01  WS-DEPT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-DEPT-MAX                 PIC 9(04) COMP VALUE 100.

       01  WS-LINE-LABEL               PIC X(06).
       01  WS-LINE-PERIOD              PIC X(09).
       01  WS-AVG-WORK                 PIC 9(10) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE '   B-NNUM'.
           05  FILLER                  PIC X(09) VALUE '    RANGE'.
           05  FILLER                  PIC X(09) VALUE '  DIV-ZER'.
           05  FILLER                  PIC X(15) VALUE
               '        AVGPROD'.
           05  FILLER                  PIC X(09) VALUE '  AVGQUOT'.

       01  RPT-TREND-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-DIV-ZERO          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-AVG-C             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-AVG-E             PIC ZZZ,ZZ9.

       01  RPT-DEPT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(36) VALUE
               'DEPARTMENT TOTALS FOR THE PERIOD'.
           05  FILLER                  PIC X(09) VALUE '  PROCESS'.
           05  FILLER                  PIC X(09) VALUE '     EXCP'.
           05  FILLER                  PIC X(15) VALUE
               '        AVGPROD'.

       01  RPT-DEPT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-DP-CODE             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-DP-NAME             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DP-REC-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DP-EXCP             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DP-AVG-C            PIC Z,ZZZ,ZZZ,ZZ9.

       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-N-MESSAGE           PIC X(60).
              SHST-RUN-DATE > WS-SEL-THRU-DATE
               GO TO 2000-NEXT-RECORD
           END-IF.
           IF SHST-DEPT-RECORD
               PERFORM 2200-ADD-DEPT-RECORD THRU 2200-EXIT
               GO TO 2000-NEXT-RECORD
           END-IF.

           IF WS-GROUP-DATE = SPACES
               PERFORM 2050-SET-GROUP-PERIODS THRU 2050-EXIT
       2170-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD-DEPT-RECORD THRU 2200-EXIT
      * Adds one department record into its department's range
      * total, taking a fresh table entry the first time the
      * department is seen.
      ******************************************************************
       2200-ADD-DEPT-RECORD.
           SET WS-DEPT-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM 2220-SCAN-DEPT-TABLE THRU 2220-EXIT
               UNTIL WS-DEPT-FOUND OR WS-DEPT-SUB >= WS-DEPT-COUNT.
           IF WS-DEPT-NOT-FOUND
               IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY 'FIZZSRPT: MORE THAN ' WS-DEPT-MAX
                       ' DEPARTMENTS - ENLARGE WS-DEPT-TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               MOVE SHST-DEPT-CODE TO WS-DEPT-T-CODE (WS-DEPT-SUB)
               MOVE ZERO TO WS-DEPT-T-REC-COUNT (WS-DEPT-SUB)
               MOVE ZERO TO WS-DEPT-T-EXCP (WS-DEPT-SUB)
               MOVE ZERO TO WS-DEPT-T-SUM-C (WS-DEPT-SUB)
           END-IF.
           ADD SHST-REC-COUNT TO WS-DEPT-T-REC-COUNT (WS-DEPT-SUB).
           ADD SHST-EXCP-COUNT TO WS-DEPT-T-EXCP (WS-DEPT-SUB).
           ADD SHST-SUM-VAR-C TO WS-DEPT-T-SUM-C (WS-DEPT-SUB).
           IF SHST-PARTIAL
               SET WS-PARTIAL-SEEN TO TRUE
           END-IF.

       2200-EXIT.
           EXIT.

       2220-SCAN-DEPT-TABLE.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DEPT-T-CODE (WS-DEPT-SUB) = SHST-DEPT-CODE
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       2220-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-DAY-LINE THRU 2300-EXIT
      * Prints and clears the finished day (level 1).
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-DEPT-TOTALS THRU 2600-EXIT
      * Prints the department totals block behind the range total.
      * The department master is opened here only for the names; if
      * it will not open the block prints without them rather than
      * losing the report over a name column.
      ******************************************************************
       2600-WRITE-DEPT-TOTALS.
           IF WS-DEPT-COUNT = ZERO
               GO TO 2600-EXIT
           END-IF.
           SET WS-DEPTFILE-CLOSED TO TRUE.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS = '00'
               SET WS-DEPTFILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FIZZSRPT: DEPTFILE NOT AVAILABLE - FILE '
                   'STATUS ' WS-DEPTFILE-STATUS
                   ' - DEPARTMENTS PRINTED WITHOUT NAMES'
           END-IF.
           MOVE SPACES TO SRPT-RECORD.
           WRITE SRPT-RECORD AFTER ADVANCING 1 LINE.
           WRITE SRPT-RECORD FROM RPT-DEPT-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SRPT-RECORD.
           WRITE SRPT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 2650-WRITE-DEPT-LINE THRU 2650-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           IF WS-PARTIAL-SEEN
               MOVE 'NOTE: INCLUDES RESTARTED RUNS - DEPARTMENT TOTALS'
                   TO RPT-N-MESSAGE
               WRITE SRPT-RECORD FROM RPT-NOTE-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '      MAY FALL SHORT OF THE RANGE TOTAL ABOVE' TO
                   RPT-N-MESSAGE
               WRITE SRPT-RECORD FROM RPT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-DEPTFILE-OPEN
               CLOSE DEPTFILE
           END-IF.

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2650-WRITE-DEPT-LINE THRU 2650-EXIT
      * One department's range total, with its name off the master.
      ******************************************************************
       2650-WRITE-DEPT-LINE.
           MOVE WS-DEPT-T-CODE (WS-DEPT-SUB) TO RPT-DP-CODE.
           MOVE SPACES TO RPT-DP-NAME.
           IF RPT-DP-CODE = SPACES
               MOVE '(NO DEPARTMENT CODE)' TO RPT-DP-NAME
           ELSE
               IF WS-DEPTFILE-OPEN
                   MOVE RPT-DP-CODE TO DEPT-CODE
                   READ DEPTFILE
                       INVALID KEY
                           MOVE '** NOT ON DEPARTMENT MASTER **' TO
                               RPT-DP-NAME
                       NOT INVALID KEY
                           MOVE DEPT-NAME TO RPT-DP-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE WS-DEPT-T-REC-COUNT (WS-DEPT-SUB) TO RPT-DP-REC-COUNT.
           MOVE WS-DEPT-T-EXCP (WS-DEPT-SUB) TO RPT-DP-EXCP.
           IF WS-DEPT-T-REC-COUNT (WS-DEPT-SUB) > ZERO
               COMPUTE WS-AVG-WORK = WS-DEPT-T-SUM-C (WS-DEPT-SUB) /
                   WS-DEPT-T-REC-COUNT (WS-DEPT-SUB)
               MOVE WS-AVG-WORK TO RPT-DP-AVG-C
           ELSE
               MOVE ZERO TO RPT-DP-AVG-C
           END-IF.
           WRITE SRPT-RECORD FROM RPT-DEPT-LINE
               AFTER ADVANCING 1 LINE.

       2650-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Flushes the open day, week and month, prints the range
               MOVE SPACES TO WS-LINE-PERIOD
               MOVE 4 TO WS-ACC-SUB
               PERFORM 2400-WRITE-TREND-LINE THRU 2400-EXIT
               PERFORM 2600-WRITE-DEPT-TOTALS THRU 2600-EXIT
           ELSE
               MOVE 'NOTHING ON THE HISTORY FILE FOR THIS PERIOD' TO
                   RPT-N-MESSAGE
