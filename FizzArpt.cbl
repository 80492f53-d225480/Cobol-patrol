      ******************************************************************
      * FIZZARPT.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-09-18
      * Purpose:     Outstanding-approvals report for the FIZZ-BUZZ
      *              transaction file.  Sweeps TRANFILE and lists
      *              every record still awaiting a second operator's
      *              approval - online corrections made through
      *              FIZZMNT and adds keyed through FIZZENT that have
      *              been neither approved nor rejected on the
      *              FIZZAPRV screen - with the operator who made
      *              the change, when, and the before and after
      *              images.  The batch run skips these records the
      *              way it skips held ones, so anything on this
      *              report is work a department is waiting for.  A
      *              change made before today is flagged as overdue:
      *              it has already missed at least one night.
      *
      *              Run ahead of the nightly cycle so the desk can
      *              chase the approvers.  Ends RC 4 when anything is
      *              outstanding, RC 0 when nothing is.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-09-18 PL    Original report of online corrections and
      *                    adds awaiting approval.
      *   2026-09-24 PL    Before and after A/B columns widened for
      *                    five-digit var_a/var_b.
      *   2026-09-28 PL    TRANFILE declared with its new alternate key
      *                    (department + requested run date,
      *                    duplicates allowed) so the file definition
      *                    matches the cluster.  Processing unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZARPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN TO TRANFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               ALTERNATE RECORD KEY IS TRAN-DEPT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT ARPTFILE ASSIGN TO ARPTFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY TRANREC.

       FD  ARPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-STATUS          PIC X(02).
       01  WS-ARPTFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE
                                       PIC X(08).

       01  WS-SWEPT-COUNT              PIC 9(06) COMP VALUE ZERO.
       01  WS-AWAITING-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  WS-CORRECTION-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  WS-ADD-COUNT                PIC 9(06) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(06) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'FIZZARPT AWAITING APPROVAL'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-H1-RUN-DATE         PIC 9(08).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(12) VALUE 'ACTION'.
           05  FILLER                  PIC X(05) VALUE 'BY'.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(10) VALUE 'TIME'.
           05  FILLER                  PIC X(25) VALUE
               'BEFORE A/B       DEPT'.
           05  FILLER                  PIC X(22) VALUE
               'AFTER A/B       DEPT'.
           05  FILLER                  PIC X(07) VALUE 'OVERDUE'.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-D-SEQ-NO            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-ACTION            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-MAKER-ID          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-MADE-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-MADE-TIME         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-OLD-VAR-A         PIC X(05).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RPT-D-OLD-VAR-B         PIC X(05).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  RPT-D-OLD-DEPT-CODE     PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-D-NEW-VAR-A         PIC 9(05).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RPT-D-NEW-VAR-B         PIC 9(05).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-D-NEW-DEPT-CODE     PIC X(04).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-D-OVERDUE           PIC X(03).

       01  RPT-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               'NO RECORDS ARE AWAITING APPROVAL'.

       01  RPT-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'RECORDS SWEPT  . . . . .'.
           05  RPT-T-SWEPT             PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'AWAITING APPROVAL  . . .'.
           05  RPT-T-AWAITING          PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               '  CORRECTIONS  . . . . .'.
           05  RPT-T-CORRECTIONS       PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               '  ADDS . . . . . . . . .'.
           05  RPT-T-ADDS              PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-5.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'MADE BEFORE TODAY  . . .'.
           05  RPT-T-OVERDUE           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-RECORD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TRANFILE.
           MOVE 'TRANFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-TRANFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT ARPTFILE.
           MOVE 'ARPTFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-ARPTFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           MOVE WS-CURR-DATE TO RPT-H1-RUN-DATE.
           WRITE ARPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE SPACES TO ARPT-RECORD.
           WRITE ARPT-RECORD AFTER ADVANCING 1 LINE.
           WRITE ARPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ARPT-RECORD.
           WRITE ARPT-RECORD AFTER ADVANCING 1 LINE.

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
      * Common OPEN-failure check, run after every file OPEN in
      * 1000-INITIALIZE.  WS-ABEND-FILE-NAME/WS-ABEND-STATUS are set
      * by the caller immediately before the PERFORM.  Anything other
      * than '00' means the report cannot safely continue, so the
      * run is abended here rather than left to fail unpredictably
      * deeper in the program.
      ******************************************************************
       1150-CHECK-FILE-STATUS.
           IF WS-ABEND-STATUS = '00'
               GO TO 1150-EXIT
           END-IF.
           DISPLAY 'FIZZARPT: OPEN FAILED FOR ' WS-ABEND-FILE-NAME
               ' - FILE STATUS ' WS-ABEND-STATUS.
           DISPLAY 'FIZZARPT: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-RECORD THRU 2000-EXIT
      * Lists one record if it is awaiting approval.  A correction
      * shows the image saved when it was first corrected; an add
      * has no before image.  A change made on an earlier day than
      * today is flagged and counted as overdue.
      ******************************************************************
       2000-CHECK-RECORD.
           IF NOT TRAN-STAT-AWAITING
               GO TO 2000-NEXT-RECORD
           END-IF.

           ADD 1 TO WS-AWAITING-COUNT.
           MOVE TRAN-SEQ-NO TO RPT-D-SEQ-NO.
           IF TRAN-APPR-ADD
               ADD 1 TO WS-ADD-COUNT
               MOVE 'ADD' TO RPT-D-ACTION
               MOVE 'NEW' TO RPT-D-OLD-VAR-A
               MOVE 'NEW' TO RPT-D-OLD-VAR-B
               MOVE SPACES TO RPT-D-OLD-DEPT-CODE
           ELSE
               ADD 1 TO WS-CORRECTION-COUNT
               MOVE 'CORRECTION' TO RPT-D-ACTION
               MOVE TRAN-APPR-OLD-VAR-A TO RPT-D-OLD-VAR-A
               MOVE TRAN-APPR-OLD-VAR-B TO RPT-D-OLD-VAR-B
               MOVE TRAN-APPR-OLD-DEPT-CODE TO RPT-D-OLD-DEPT-CODE
           END-IF.
           MOVE TRAN-APPR-MAKER-ID TO RPT-D-MAKER-ID.
           MOVE TRAN-APPR-MADE-DATE TO RPT-D-MADE-DATE.
           MOVE TRAN-APPR-MADE-TIME TO RPT-D-MADE-TIME.
           MOVE TRAN-VAR-A TO RPT-D-NEW-VAR-A.
           MOVE TRAN-VAR-B TO RPT-D-NEW-VAR-B.
           MOVE TRAN-DEPT-CODE TO RPT-D-NEW-DEPT-CODE.
           IF TRAN-APPR-MADE-DATE < WS-CURR-DATE-X
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE '***' TO RPT-D-OVERDUE
           ELSE
               MOVE SPACES TO RPT-D-OVERDUE
           END-IF.
           WRITE ARPT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2000-NEXT-RECORD.
           PERFORM 1100-READ-TRANFILE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Prints the report totals, closes the files and sets the
      * return code: 4 if anything is awaiting approval, so the
      * schedule can page the desk, 0 if nothing is.
      ******************************************************************
       3000-FINALIZE.
           IF WS-AWAITING-COUNT = ZERO
               WRITE ARPT-RECORD FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO ARPT-RECORD.
           WRITE ARPT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-SWEPT-COUNT TO RPT-T-SWEPT.
           WRITE ARPT-RECORD FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-AWAITING-COUNT TO RPT-T-AWAITING.
           WRITE ARPT-RECORD FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-CORRECTION-COUNT TO RPT-T-CORRECTIONS.
           WRITE ARPT-RECORD FROM RPT-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-ADD-COUNT TO RPT-T-ADDS.
           WRITE ARPT-RECORD FROM RPT-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-OVERDUE-COUNT TO RPT-T-OVERDUE.
           WRITE ARPT-RECORD FROM RPT-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.

           CLOSE TRANFILE.
           CLOSE ARPTFILE.

           IF WS-AWAITING-COUNT = ZERO
               DISPLAY 'FIZZARPT: NOTHING AWAITING APPROVAL - RC=0'
                   UPON CONSOLE
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'FIZZARPT: CHANGES AWAITING APPROVAL - RC=4'
                   UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-EXIT.
           EXIT.
