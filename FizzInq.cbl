      *                     cols 12-19 to date YYYYMMDD
      *                  S: cols 3-8   sequence number
      *                  J: cols 3-10  job id
      *
      *              Each detail line carries the submitting
      *              department's code and its name off the
      *              department master.  The master is read only for
      *              the name, so an inquiry still runs if it is
      *              unavailable; the names are then left blank.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *                    job-id inquiry over AUDITFILE.
      *   2026-08-22 PL    Lined the column headings up over the
      *                    detail columns they caption.
      *   2026-09-14 PL    Department code and name on each detail
      *                    line, the name off the department master.
      *   2026-09-24 PL    Detail columns and selection totals widened
      *                    for five-digit var_a/var_b and ten-digit
      *                    products.  Runs logged before the change
      *                    read from the converted log like any other.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZINQ.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQRFILE-STATUS.

           SELECT DEPTFILE ASSIGN TO DEPTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQCARDS
           LABEL RECORDS ARE STANDARD.
       01  INQR-RECORD                 PIC X(132).

       FD  DEPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-INQCARDS-STATUS          PIC X(02).
       01  WS-AUDITFILE-STATUS         PIC X(02).
       01  WS-INQRFILE-STATUS          PIC X(02).
       01  WS-DEPTFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
           05  WS-MATCH-SWITCH         PIC X(01).
               88  WS-RECORD-MATCHES       VALUE 'Y'.
               88  WS-RECORD-SKIPPED       VALUE 'N'.
           05  WS-DEPTFILE-SWITCH      PIC X(01).
               88  WS-DEPTFILE-OPEN        VALUE 'Y'.
               88  WS-DEPTFILE-CLOSED      VALUE 'N'.

      * The last department looked up, so a run of one department's
      * records reads the master once rather than once a line.
       01  WS-LAST-DEPT-CODE           PIC X(04) VALUE HIGH-VALUES.
       01  WS-LAST-DEPT-NAME           PIC X(30) VALUE SPACES.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  WS-SUM-VAR-C                PIC 9(15) COMP VALUE ZERO.
       01  WS-SUM-VAR-D                PIC S9(11) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'RUN TIME'.
           05  FILLER                  PIC X(10) VALUE 'JOB ID'.
           05  FILLER                  PIC X(08) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(06) VALUE ' VAR A'.
           05  FILLER                  PIC X(08) VALUE '   VAR B'.
           05  FILLER                  PIC X(04) VALUE ' TYP'.
           05  FILLER                  PIC X(13) VALUE '      PRODUCT'.
           05  FILLER                  PIC X(09) VALUE '     DIFF'.
           05  FILLER                  PIC X(08) VALUE '    QUOT'.
           05  FILLER                  PIC X(08) VALUE '     REM'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'DEPT'.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-SEQ-NO            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-VAR-A             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-VAR-B             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-D-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-VAR-C             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-VAR-D             PIC -ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-VAR-E             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-VAR-R             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-D-DEPT-NAME         PIC X(30).

       01  RPT-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF PRODUCTS  . . . .'.
           05  RPT-T-SUM-VAR-C         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF DIFFERENCES . . .'.
           05  RPT-T-SUM-VAR-D         PIC -ZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           MOVE WS-INQRFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           SET WS-DEPTFILE-CLOSED TO TRUE.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS = '00'
               SET WS-DEPTFILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FIZZINQ: DEPTFILE NOT AVAILABLE - FILE '
                   'STATUS ' WS-DEPTFILE-STATUS
                   ' - DEPARTMENT NAMES NOT PRINTED'
           END-IF.

           MOVE WS-CURR-DATE TO RPT-H1-RUN-DATE.
           WRITE INQR-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE AUDIT-VAR-D TO RPT-D-VAR-D.
           MOVE AUDIT-VAR-E TO RPT-D-VAR-E.
           MOVE AUDIT-VAR-R TO RPT-D-VAR-R.
           MOVE AUDIT-DEPT-CODE TO RPT-D-DEPT-CODE.
           PERFORM 2150-LOOKUP-DEPT-NAME THRU 2150-EXIT.
           MOVE WS-LAST-DEPT-NAME TO RPT-D-DEPT-NAME.
           WRITE INQR-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-LOOKUP-DEPT-NAME THRU 2150-EXIT
      * Leaves the name of the audit record's department in
      * WS-LAST-DEPT-NAME, reading the master only when the
      * department changes from the previous line.
      ******************************************************************
       2150-LOOKUP-DEPT-NAME.
           IF AUDIT-DEPT-CODE = WS-LAST-DEPT-CODE
               GO TO 2150-EXIT
           END-IF.
           MOVE AUDIT-DEPT-CODE TO WS-LAST-DEPT-CODE.
           MOVE SPACES TO WS-LAST-DEPT-NAME.
           IF WS-DEPTFILE-CLOSED
               GO TO 2150-EXIT
           END-IF.
           IF AUDIT-DEPT-CODE = SPACES
               MOVE '(NO DEPARTMENT CODE)' TO WS-LAST-DEPT-NAME
               GO TO 2150-EXIT
           END-IF.
           MOVE AUDIT-DEPT-CODE TO DEPT-CODE.
           READ DEPTFILE
               INVALID KEY
                   MOVE '** NOT ON DEPARTMENT MASTER **' TO
                       WS-LAST-DEPT-NAME
                   GO TO 2150-EXIT
           END-READ.
           MOVE DEPT-NAME TO WS-LAST-DEPT-NAME.

       2150-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      ******************************************************************
           CLOSE INQCARDS.
           CLOSE AUDITFILE.
           CLOSE INQRFILE.
           IF WS-DEPTFILE-OPEN
               CLOSE DEPTFILE
           END-IF.

       3000-EXIT.
           EXIT.
