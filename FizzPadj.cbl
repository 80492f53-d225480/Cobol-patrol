      ******************************************************************
      * FIZZPADJ.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-10-06
      * Purpose:     Prior-period adjustments report for the FIZZ-BUZZ
      *              service.  Once FIZZPCLS has closed a month, any
      *              pair whose original submission belongs to it -
      *              a return-feed re-entry, a recycled reject, an
      *              online correction or plain late work - still
      *              computes in a later run, and the batch run flags
      *              that posting on the audit log as a prior-period
      *              adjustment naming the closed month.  This report
      *              shows Finance what those adjustments did to each
      *              closed month.
      *
      *              Part one lists every adjustment posting on the
      *              audit log, in the order it posted, with the
      *              closed month it adjusts.  Part two goes through
      *              the period-close file month by month: for each
      *              department/type summary that has adjustments it
      *              prints the figures as closed, the adjustments
      *              and the restated figures, then the month's
      *              totals the same way.  An adjustment for a
      *              department/type the month never posted has no
      *              closed summary and prints against zero.
      *
      *              Selection card (optional, from SYSIN):
      *                  cols 1-6   closed period YYYYMM
      *              No card, or a blank period, reports every closed
      *              month.
      *
      *              Return codes: 0 no adjustments to report, 4
      *              adjustments reported, 8 no period has been
      *              closed, 16 bad card, a period not closed, or a
      *              file that would not open.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-10-06 PL    Original prior-period adjustments report
      *                    against the closed-period summaries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZPADJ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PADCARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADCARDS-STATUS.

           SELECT AUDITFILE ASSIGN TO AUDITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITFILE-STATUS.

           SELECT PCLSFILE ASSIGN TO PCLSFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCLS-KEY
               FILE STATUS IS WS-PCLSFILE-STATUS.

           SELECT PADRFILE ASSIGN TO PADRFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PADCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAD-CARD.
           05  PAD-PERIOD              PIC X(06).
           05  PAD-PERIOD-R REDEFINES PAD-PERIOD.
               10  PAD-PERIOD-YEAR     PIC 9(04).
               10  PAD-PERIOD-MM       PIC 9(02).
           05  FILLER                  PIC X(74).

       FD  AUDITFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  PCLSFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PCLSREC.

       FD  PADRFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PADR-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PADCARDS-STATUS          PIC X(02).
       01  WS-AUDITFILE-STATUS         PIC X(02).
       01  WS-PCLSFILE-STATUS          PIC X(02).
       01  WS-PADRFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-PCLS-EOF-SWITCH      PIC X(01).
               88  WS-PCLS-EOF             VALUE 'Y'.
               88  WS-PCLS-NOT-EOF         VALUE 'N'.
           05  WS-ADJ-FOUND-SWITCH     PIC X(01).
               88  WS-ADJ-FOUND            VALUE 'Y'.
               88  WS-ADJ-NOT-FOUND        VALUE 'N'.
           05  WS-PERIOD-SWITCH        PIC X(01).
               88  WS-IN-PERIOD            VALUE 'Y'.
               88  WS-NO-PERIOD            VALUE 'N'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-SELECT-PERIOD            PIC X(06) VALUE SPACES.
       01  WS-LAST-CLOSED              PIC X(06) VALUE SPACES.
       01  WS-CURR-PERIOD              PIC X(06) VALUE SPACES.
       01  WS-ADJ-TYPE-CODE            PIC X(01).

      * One entry per closed period, department and operation type
      * that has adjustments, accumulated off the audit log.  The
      * matched switch is set when the entry is printed against its
      * closed summary; entries still unmatched at the end of their
      * period had no summary to adjust.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-ADJ-ENTRY OCCURS 500 TIMES.
               10  WS-ADJ-T-PERIOD     PIC X(06).
               10  WS-ADJ-T-DEPT-CODE  PIC X(04).
               10  WS-ADJ-T-TYPE-CODE  PIC X(01).
               10  WS-ADJ-T-COUNT      PIC 9(07) COMP.
               10  WS-ADJ-T-SUM-VAR-C  PIC 9(15) COMP.
               10  WS-ADJ-T-SUM-VAR-D  PIC S9(11) COMP.
               10  WS-ADJ-T-SUM-VAR-E  PIC 9(11) COMP.
               10  WS-ADJ-T-SUM-VAR-R  PIC 9(11) COMP.
               10  WS-ADJ-T-MATCH-SWITCH PIC X(01).
                   88  WS-ADJ-T-MATCHED    VALUE 'Y'.
                   88  WS-ADJ-T-UNMATCHED  VALUE 'N'.
       01  WS-ADJ-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-ADJ-MAX                  PIC 9(04) COMP VALUE 500.

      * One set of figures - count and the four result sums - for
      * the closed, adjustment and restated lines, for a summary and
      * for its month's totals.
       01  WS-FIGURES.
           05  WS-FIG-ENTRY OCCURS 6 TIMES.
               10  WS-FIG-COUNT        PIC S9(07) COMP.
               10  WS-FIG-SUM-VAR-C    PIC S9(15) COMP.
               10  WS-FIG-SUM-VAR-D    PIC S9(11) COMP.
               10  WS-FIG-SUM-VAR-E    PIC S9(11) COMP.
               10  WS-FIG-SUM-VAR-R    PIC S9(11) COMP.
       01  WS-FIG-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-FIG-CLOSED               PIC 9(02) COMP VALUE 1.
       01  WS-FIG-ADJ                  PIC 9(02) COMP VALUE 2.
       01  WS-FIG-RESTATED             PIC 9(02) COMP VALUE 3.
       01  WS-FIG-PER-CLOSED           PIC 9(02) COMP VALUE 4.
       01  WS-FIG-PER-ADJ              PIC 9(02) COMP VALUE 5.
       01  WS-FIG-PER-RESTATED         PIC 9(02) COMP VALUE 6.
       01  WS-FIG-LABELS               PIC X(36) VALUE
           'CLOSED      ADJUSTMENTS RESTATED    '.
       01  WS-FIG-LABEL-TABLE REDEFINES WS-FIG-LABELS.
           05  WS-FIG-LABEL            PIC X(12) OCCURS 3 TIMES.
       01  WS-LABEL-SUB                PIC 9(02) COMP VALUE ZERO.
       01  WS-TO-SUB                   PIC 9(02) COMP VALUE ZERO.

       01  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-ADJ-POSTINGS             PIC 9(07) COMP VALUE ZERO.
       01  WS-PERIODS-REPORTED         PIC 9(04) COMP VALUE ZERO.
       01  WS-SUMMARIES-ADJUSTED       PIC 9(06) COMP VALUE ZERO.
       01  WS-NO-SUMMARY-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  WS-NOT-ON-FILE-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               'FIZZPADJ PRIOR-PERIOD ADJUSTMENTS'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-H1-RUN-DATE         PIC 9(08).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-H2-TITLE            PIC X(50).

       01  RPT-POSTING-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'ADJUSTS'.
           05  FILLER                  PIC X(10) VALUE 'POSTED'.
           05  FILLER                  PIC X(10) VALUE 'JOB ID'.
           05  FILLER                  PIC X(08) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(06) VALUE 'DEPT'.
           05  FILLER                  PIC X(05) VALUE 'TYPE'.
           05  FILLER                  PIC X(07) VALUE '  VAR-A'.
           05  FILLER                  PIC X(07) VALUE '  VAR-B'.
           05  FILLER                  PIC X(16) VALUE
               '         PRODUCT'.
           05  FILLER                  PIC X(09) VALUE '     DIFF'.
           05  FILLER                  PIC X(08) VALUE '    QUOT'.
           05  FILLER                  PIC X(08) VALUE '     REM'.

       01  RPT-POSTING-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-P-ADJ-PERIOD        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-P-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-P-JOB-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-P-SEQ-NO            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-P-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-P-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-P-VAR-A             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-P-VAR-B             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-P-VAR-C             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-P-VAR-D             PIC -ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-P-VAR-E             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-P-VAR-R             PIC ZZ,ZZ9.

       01  RPT-PERIOD-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE
               'CLOSED PERIOD:'.
           05  RPT-PH-PERIOD           PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'CLOSED ON:'.
           05  RPT-PH-CLOSED-DATE      PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               'POSTINGS FROZEN:'.
           05  RPT-PH-POSTINGS         PIC Z,ZZZ,ZZ9.

       01  RPT-FIGURES-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'DEPT'.
           05  FILLER                  PIC X(06) VALUE 'TYPE'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '     COUNT'.
           05  FILLER                  PIC X(21) VALUE
               '      SUM OF PRODUCTS'.
           05  FILLER                  PIC X(17) VALUE
               '   SUM OF DIFFS'.
           05  FILLER                  PIC X(16) VALUE
               '  SUM OF QUOTS'.
           05  FILLER                  PIC X(16) VALUE
               '   SUM OF REMS'.

       01  RPT-FIGURES-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-F-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-F-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-F-LABEL             PIC X(12).
           05  RPT-F-COUNT             PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-F-SUM-VAR-C         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-F-SUM-VAR-D         PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-F-SUM-VAR-E         PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-F-SUM-VAR-R         PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-F-NOTE              PIC X(18).

       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CL-LABEL            PIC X(24).
           05  RPT-CL-COUNT            PIC Z,ZZZ,ZZ9.

       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-N-MESSAGE           PIC X(70).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SELECT-ADJUSTMENT THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-REPORT-PERIODS THRU 3000-EXIT.
           PERFORM 4000-FINALIZE THRU 4000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Reads the optional selection card, opens the period-close
      * file and proves there is a closed month to report (and that
      * the selected one is closed), then opens the audit log and the
      * report and primes the sweep.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           SET WS-PCLS-NOT-EOF TO TRUE.
           SET WS-NO-PERIOD TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           PERFORM 1200-READ-SELECTION THRU 1200-EXIT.

           OPEN INPUT PCLSFILE.
           IF WS-PCLSFILE-STATUS = '35'
               DISPLAY 'FIZZPADJ: NO PERIOD HAS BEEN CLOSED - RC=8'
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'PCLSFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-PCLSFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           PERFORM 1300-READ-LAST-CLOSED THRU 1300-EXIT.

           OPEN INPUT AUDITFILE.
           MOVE 'AUDITFIL' TO WS-ABEND-FILE-NAME.
           MOVE WS-AUDITFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT PADRFILE.
           MOVE 'PADRFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-PADRFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           MOVE 'ADJUSTMENT POSTINGS ON THE AUDIT LOG' TO
               RPT-H2-TITLE.
           PERFORM 1400-WRITE-PAGE-HEADING THRU 1400-EXIT.
           WRITE PADR-RECORD FROM RPT-POSTING-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PADR-RECORD.
           WRITE PADR-RECORD AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.

           PERFORM 1100-READ-AUDITFILE THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-AUDITFILE THRU 1100-EXIT
      * Read-ahead of the next audit record, shared by initialization
      * (to prime the loop) and by the end of record selection.
      ******************************************************************
       1100-READ-AUDITFILE.
           READ AUDITFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-NOT-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-CHECK-FILE-STATUS THRU 1150-EXIT
      * Common OPEN-failure check, run after every file OPEN in
      * 1000-INITIALIZE.  WS-ABEND-FILE-NAME/WS-ABEND-STATUS are set
      * by the caller immediately before the PERFORM.
      ******************************************************************
       1150-CHECK-FILE-STATUS.
           IF WS-ABEND-STATUS = '00'
               GO TO 1150-EXIT
           END-IF.
           DISPLAY 'FIZZPADJ: OPEN FAILED FOR ' WS-ABEND-FILE-NAME
               ' - FILE STATUS ' WS-ABEND-STATUS.
           DISPLAY 'FIZZPADJ: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-SELECTION THRU 1200-EXIT
      * The selection card is optional: no SYSIN, an empty one or a
      * blank period all mean every closed month.  A period given
      * must be YYYYMM with a month of 01-12.
      ******************************************************************
       1200-READ-SELECTION.
           OPEN INPUT PADCARDS.
           IF WS-PADCARDS-STATUS = '05'
               CLOSE PADCARDS
               GO TO 1200-EXIT
           END-IF.
           MOVE 'PADCARDS' TO WS-ABEND-FILE-NAME.
           MOVE WS-PADCARDS-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           READ PADCARDS
               AT END
                   MOVE SPACES TO PAD-CARD
           END-READ.
           CLOSE PADCARDS.
           IF PAD-PERIOD = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF PAD-PERIOD NOT NUMERIC
               DISPLAY 'FIZZPADJ: PERIOD ' PAD-PERIOD
                   ' IS NOT 6 NUMERIC DIGITS'
               DISPLAY 'FIZZPADJ: EXPECTED  yyyymm  IN COLS 1-6'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PAD-PERIOD-MM < 1 OR PAD-PERIOD-MM > 12
               DISPLAY 'FIZZPADJ: PERIOD ' PAD-PERIOD
                   ' - MONTH MUST BE 01 THRU 12'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PAD-PERIOD TO WS-SELECT-PERIOD.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-READ-LAST-CLOSED THRU 1300-EXIT
      * The control record names the last month closed.  Without it
      * nothing has been closed yet; a selected month later than it
      * has not been closed and has nothing to adjust.
      ******************************************************************
       1300-READ-LAST-CLOSED.
           MOVE SPACES TO PCLS-KEY.
           SET PCLS-CONTROL-PERIOD TO TRUE.
           SET PCLS-CONTROL TO TRUE.
           READ PCLSFILE
               INVALID KEY
                   DISPLAY 'FIZZPADJ: NO PERIOD HAS BEEN CLOSED - RC=8'
                       UPON CONSOLE
                   CLOSE PCLSFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF WS-PCLSFILE-STATUS NOT = '00'
               DISPLAY 'FIZZPADJ: PCLSFILE READ FAILED - FILE STATUS '
                   WS-PCLSFILE-STATUS
               DISPLAY 'FIZZPADJ: JOB TERMINATING - UNABLE TO CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PCLS-C-LAST-CLOSED TO WS-LAST-CLOSED.
           IF WS-SELECT-PERIOD NOT = SPACES AND
              WS-SELECT-PERIOD > WS-LAST-CLOSED
               DISPLAY 'FIZZPADJ: PERIOD ' WS-SELECT-PERIOD
                   ' IS NOT CLOSED - LAST CLOSED ' WS-LAST-CLOSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-WRITE-PAGE-HEADING THRU 1400-EXIT
      * New page with the report title and the part's subtitle, set
      * in RPT-H2-TITLE by the caller.
      ******************************************************************
       1400-WRITE-PAGE-HEADING.
           MOVE WS-CURR-DATE TO RPT-H1-RUN-DATE.
           WRITE PADR-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           WRITE PADR-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PADR-RECORD.
           WRITE PADR-RECORD AFTER ADVANCING 1 LINE.
           MOVE 3 TO WS-LINE-COUNT.

       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-ADJUSTMENT THRU 2000-EXIT
      * Takes one audit record: an ordinary posting, or an adjustment
      * to a month other than the one selected, is passed over; an
      * adjustment is listed and added to its month, department and
      * type.  A type of space is summarised as 'A' at close, so it
      * is adjusted as 'A' here.
      ******************************************************************
       2000-SELECT-ADJUSTMENT.
           IF NOT AUDIT-PRIOR-PERIOD-ADJ
               GO TO 2000-NEXT-RECORD
           END-IF.
           IF WS-SELECT-PERIOD NOT = SPACES AND
              AUDIT-ADJ-PERIOD NOT = WS-SELECT-PERIOD
               GO TO 2000-NEXT-RECORD
           END-IF.
           ADD 1 TO WS-ADJ-POSTINGS.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 1400-WRITE-PAGE-HEADING THRU 1400-EXIT
               WRITE PADR-RECORD FROM RPT-POSTING-HEADING
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE AUDIT-ADJ-PERIOD TO RPT-P-ADJ-PERIOD.
           MOVE AUDIT-RUN-DATE TO RPT-P-RUN-DATE.
           MOVE AUDIT-JOB-ID TO RPT-P-JOB-ID.
           MOVE AUDIT-SEQ-NO TO RPT-P-SEQ-NO.
           MOVE AUDIT-DEPT-CODE TO RPT-P-DEPT-CODE.
           MOVE AUDIT-TYPE-CODE TO RPT-P-TYPE-CODE.
           MOVE AUDIT-VAR-A TO RPT-P-VAR-A.
           MOVE AUDIT-VAR-B TO RPT-P-VAR-B.
           MOVE AUDIT-VAR-C TO RPT-P-VAR-C.
           MOVE AUDIT-VAR-D TO RPT-P-VAR-D.
           MOVE AUDIT-VAR-E TO RPT-P-VAR-E.
           MOVE AUDIT-VAR-R TO RPT-P-VAR-R.
           WRITE PADR-RECORD FROM RPT-POSTING-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF AUDIT-TYPE-CODE = SPACE
               MOVE 'A' TO WS-ADJ-TYPE-CODE
           ELSE
               MOVE AUDIT-TYPE-CODE TO WS-ADJ-TYPE-CODE
           END-IF.
           PERFORM 2100-FIND-ADJ-ENTRY THRU 2100-EXIT.
           ADD 1 TO WS-ADJ-T-COUNT (WS-ADJ-SUB).
           ADD AUDIT-VAR-C TO WS-ADJ-T-SUM-VAR-C (WS-ADJ-SUB).
           ADD AUDIT-VAR-D TO WS-ADJ-T-SUM-VAR-D (WS-ADJ-SUB).
           ADD AUDIT-VAR-E TO WS-ADJ-T-SUM-VAR-E (WS-ADJ-SUB).
           ADD AUDIT-VAR-R TO WS-ADJ-T-SUM-VAR-R (WS-ADJ-SUB).

       2000-NEXT-RECORD.
           PERFORM 1100-READ-AUDITFILE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-ADJ-ENTRY THRU 2100-EXIT
      * Leaves WS-ADJ-SUB on the entry for the posting's adjusted
      * period, department and type, adding a fresh one the first
      * time the log shows it.
      ******************************************************************
       2100-FIND-ADJ-ENTRY.
           SET WS-ADJ-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-ADJ-SUB.
           PERFORM 2150-SCAN-ADJ-TABLE THRU 2150-EXIT
               UNTIL WS-ADJ-FOUND OR WS-ADJ-SUB >= WS-ADJ-COUNT.
           IF WS-ADJ-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF WS-ADJ-COUNT >= WS-ADJ-MAX
               DISPLAY 'FIZZPADJ: MORE THAN ' WS-ADJ-MAX
                   ' ADJUSTED SUMMARIES - ENLARGE WS-ADJ-TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ADJ-COUNT.
           MOVE WS-ADJ-COUNT TO WS-ADJ-SUB.
           MOVE AUDIT-ADJ-PERIOD TO WS-ADJ-T-PERIOD (WS-ADJ-SUB).
           MOVE AUDIT-DEPT-CODE TO WS-ADJ-T-DEPT-CODE (WS-ADJ-SUB).
           MOVE WS-ADJ-TYPE-CODE TO WS-ADJ-T-TYPE-CODE (WS-ADJ-SUB).
           MOVE ZERO TO WS-ADJ-T-COUNT (WS-ADJ-SUB).
           MOVE ZERO TO WS-ADJ-T-SUM-VAR-C (WS-ADJ-SUB).
           MOVE ZERO TO WS-ADJ-T-SUM-VAR-D (WS-ADJ-SUB).
           MOVE ZERO TO WS-ADJ-T-SUM-VAR-E (WS-ADJ-SUB).
           MOVE ZERO TO WS-ADJ-T-SUM-VAR-R (WS-ADJ-SUB).
           SET WS-ADJ-T-UNMATCHED (WS-ADJ-SUB) TO TRUE.

       2100-EXIT.
           EXIT.

       2150-SCAN-ADJ-TABLE.
           ADD 1 TO WS-ADJ-SUB.
           IF WS-ADJ-T-PERIOD (WS-ADJ-SUB) = AUDIT-ADJ-PERIOD AND
              WS-ADJ-T-DEPT-CODE (WS-ADJ-SUB) = AUDIT-DEPT-CODE AND
              WS-ADJ-T-TYPE-CODE (WS-ADJ-SUB) = WS-ADJ-TYPE-CODE
               SET WS-ADJ-FOUND TO TRUE
           END-IF.

       2150-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-PERIODS THRU 3000-EXIT
      * Reads the period-close file forward from the selected month
      * (or the first month ever closed), a month at a time.  Each
      * header record starts a month; each summary is compared with
      * that month's adjustments.  The control record sorts ahead of
      * every month and is never reached.
      ******************************************************************
       3000-REPORT-PERIODS.
           MOVE SPACES TO PCLS-KEY.
           IF WS-SELECT-PERIOD = SPACES
               MOVE '000001' TO PCLS-PERIOD
           ELSE
               MOVE WS-SELECT-PERIOD TO PCLS-PERIOD
           END-IF.
           START PCLSFILE KEY IS NOT LESS THAN PCLS-KEY
               INVALID KEY
                   SET WS-PCLS-EOF TO TRUE
           END-START.
           PERFORM 3050-READ-PCLSFILE THRU 3050-EXIT.
           PERFORM 3100-PROCESS-CLOSE-RECORD THRU 3100-EXIT
               UNTIL WS-PCLS-EOF.
           IF WS-IN-PERIOD
               PERFORM 3400-END-PERIOD THRU 3400-EXIT
           END-IF.
           PERFORM 3600-REPORT-NOT-ON-FILE THRU 3600-EXIT
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3050-READ-PCLSFILE THRU 3050-EXIT
      * Next record off the period-close file; a selected month ends
      * the read at the first record of the month after it.
      ******************************************************************
       3050-READ-PCLSFILE.
           IF WS-PCLS-EOF
               GO TO 3050-EXIT
           END-IF.
           READ PCLSFILE NEXT RECORD
               AT END
                   SET WS-PCLS-EOF TO TRUE
                   GO TO 3050-EXIT
           END-READ.
           IF WS-PCLSFILE-STATUS NOT = '00'
               DISPLAY 'FIZZPADJ: PCLSFILE READ FAILED - FILE STATUS '
                   WS-PCLSFILE-STATUS
               DISPLAY 'FIZZPADJ: JOB TERMINATING - UNABLE TO CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SELECT-PERIOD NOT = SPACES AND
              PCLS-PERIOD NOT = WS-SELECT-PERIOD
               SET WS-PCLS-EOF TO TRUE
           END-IF.

       3050-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PROCESS-CLOSE-RECORD THRU 3100-EXIT
      * A header closes off the month before and starts its own; a
      * summary is compared.  A month past the last one closed can
      * only be the remains of a close that failed before its control
      * record and is not reported.
      ******************************************************************
       3100-PROCESS-CLOSE-RECORD.
           IF PCLS-PERIOD > WS-LAST-CLOSED
               SET WS-PCLS-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PCLS-HEADER
                   IF WS-IN-PERIOD
                       PERFORM 3400-END-PERIOD THRU 3400-EXIT
                   END-IF
                   PERFORM 3150-START-PERIOD THRU 3150-EXIT
               WHEN PCLS-SUMMARY
                   PERFORM 3200-COMPARE-SUMMARY THRU 3200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 3050-READ-PCLSFILE THRU 3050-EXIT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-START-PERIOD THRU 3150-EXIT
      * Each closed month starts a page of its own with its close
      * details, and its totals start from zero.
      ******************************************************************
       3150-START-PERIOD.
           SET WS-IN-PERIOD TO TRUE.
           MOVE PCLS-PERIOD TO WS-CURR-PERIOD.
           ADD 1 TO WS-PERIODS-REPORTED.
           PERFORM 3160-CLEAR-FIGURES THRU 3160-EXIT
               VARYING WS-FIG-SUB FROM WS-FIG-PER-CLOSED BY 1
               UNTIL WS-FIG-SUB > WS-FIG-PER-RESTATED.

           MOVE 'ADJUSTMENTS AGAINST CLOSED-PERIOD SUMMARIES' TO
               RPT-H2-TITLE.
           PERFORM 1400-WRITE-PAGE-HEADING THRU 1400-EXIT.
           MOVE PCLS-PERIOD TO RPT-PH-PERIOD.
           MOVE PCLS-H-CLOSED-DATE TO RPT-PH-CLOSED-DATE.
           MOVE PCLS-H-POSTINGS TO RPT-PH-POSTINGS.
           WRITE PADR-RECORD FROM RPT-PERIOD-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PADR-RECORD.
           WRITE PADR-RECORD AFTER ADVANCING 1 LINE.
           WRITE PADR-RECORD FROM RPT-FIGURES-HEADING
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

       3150-EXIT.
           EXIT.

       3160-CLEAR-FIGURES.
           MOVE ZERO TO WS-FIG-COUNT (WS-FIG-SUB).
           MOVE ZERO TO WS-FIG-SUM-VAR-C (WS-FIG-SUB).
           MOVE ZERO TO WS-FIG-SUM-VAR-D (WS-FIG-SUB).
           MOVE ZERO TO WS-FIG-SUM-VAR-E (WS-FIG-SUB).
           MOVE ZERO TO WS-FIG-SUM-VAR-R (WS-FIG-SUB).

       3160-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COMPARE-SUMMARY THRU 3200-EXIT
      * Adds the summary to its month's closed and restated totals
      * and, when the summary has adjustments, prints it as closed,
      * the adjustments, and as restated.
      ******************************************************************
       3200-COMPARE-SUMMARY.
           MOVE PCLS-COUNT TO WS-FIG-COUNT (WS-FIG-CLOSED).
           MOVE PCLS-SUM-VAR-C TO WS-FIG-SUM-VAR-C (WS-FIG-CLOSED).
           MOVE PCLS-SUM-VAR-D TO WS-FIG-SUM-VAR-D (WS-FIG-CLOSED).
           MOVE PCLS-SUM-VAR-E TO WS-FIG-SUM-VAR-E (WS-FIG-CLOSED).
           MOVE PCLS-SUM-VAR-R TO WS-FIG-SUM-VAR-R (WS-FIG-CLOSED).
           MOVE WS-FIG-CLOSED TO WS-FIG-SUB.
           PERFORM 3520-ADD-TO-PERIOD THRU 3520-EXIT.

           SET WS-ADJ-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-ADJ-SUB.
           PERFORM 3250-SCAN-FOR-SUMMARY THRU 3250-EXIT
               UNTIL WS-ADJ-FOUND OR WS-ADJ-SUB >= WS-ADJ-COUNT.
           IF WS-ADJ-NOT-FOUND
               MOVE WS-FIG-CLOSED TO WS-FIG-SUB
               MOVE WS-FIG-PER-RESTATED TO WS-TO-SUB
               PERFORM 3540-ADD-FIGURES THRU 3540-EXIT
               GO TO 3200-EXIT
           END-IF.
           SET WS-ADJ-T-MATCHED (WS-ADJ-SUB) TO TRUE.
           ADD 1 TO WS-SUMMARIES-ADJUSTED.
           MOVE SPACES TO RPT-F-NOTE.
           PERFORM 3300-PRINT-ADJUSTED THRU 3300-EXIT.

       3200-EXIT.
           EXIT.

       3250-SCAN-FOR-SUMMARY.
           ADD 1 TO WS-ADJ-SUB.
           IF WS-ADJ-T-PERIOD (WS-ADJ-SUB) = PCLS-PERIOD AND
              WS-ADJ-T-DEPT-CODE (WS-ADJ-SUB) = PCLS-DEPT-CODE AND
              WS-ADJ-T-TYPE-CODE (WS-ADJ-SUB) = PCLS-TYPE-CODE
               SET WS-ADJ-FOUND TO TRUE
           END-IF.

       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3300-PRINT-ADJUSTED THRU 3300-EXIT
      * Prints the closed, adjustment and restated lines for adjusted
      * entry WS-ADJ-SUB.  The closed figures are set by the caller
      * (zero for an adjustment with no closed summary), and the
      * adjustment and restated figures go into the month's totals.
      ******************************************************************
       3300-PRINT-ADJUSTED.
           MOVE WS-ADJ-T-COUNT (WS-ADJ-SUB) TO
               WS-FIG-COUNT (WS-FIG-ADJ).
           MOVE WS-ADJ-T-SUM-VAR-C (WS-ADJ-SUB) TO
               WS-FIG-SUM-VAR-C (WS-FIG-ADJ).
           MOVE WS-ADJ-T-SUM-VAR-D (WS-ADJ-SUB) TO
               WS-FIG-SUM-VAR-D (WS-FIG-ADJ).
           MOVE WS-ADJ-T-SUM-VAR-E (WS-ADJ-SUB) TO
               WS-FIG-SUM-VAR-E (WS-FIG-ADJ).
           MOVE WS-ADJ-T-SUM-VAR-R (WS-ADJ-SUB) TO
               WS-FIG-SUM-VAR-R (WS-FIG-ADJ).
           COMPUTE WS-FIG-COUNT (WS-FIG-RESTATED) =
               WS-FIG-COUNT (WS-FIG-CLOSED) + WS-FIG-COUNT (WS-FIG-ADJ).
           COMPUTE WS-FIG-SUM-VAR-C (WS-FIG-RESTATED) =
               WS-FIG-SUM-VAR-C (WS-FIG-CLOSED) +
               WS-FIG-SUM-VAR-C (WS-FIG-ADJ).
           COMPUTE WS-FIG-SUM-VAR-D (WS-FIG-RESTATED) =
               WS-FIG-SUM-VAR-D (WS-FIG-CLOSED) +
               WS-FIG-SUM-VAR-D (WS-FIG-ADJ).
           COMPUTE WS-FIG-SUM-VAR-E (WS-FIG-RESTATED) =
               WS-FIG-SUM-VAR-E (WS-FIG-CLOSED) +
               WS-FIG-SUM-VAR-E (WS-FIG-ADJ).
           COMPUTE WS-FIG-SUM-VAR-R (WS-FIG-RESTATED) =
               WS-FIG-SUM-VAR-R (WS-FIG-CLOSED) +
               WS-FIG-SUM-VAR-R (WS-FIG-ADJ).
           MOVE WS-FIG-ADJ TO WS-FIG-SUB.
           PERFORM 3520-ADD-TO-PERIOD THRU 3520-EXIT.
           MOVE WS-FIG-RESTATED TO WS-FIG-SUB.
           MOVE WS-FIG-PER-RESTATED TO WS-TO-SUB.
           PERFORM 3540-ADD-FIGURES THRU 3540-EXIT.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 1400-WRITE-PAGE-HEADING THRU 1400-EXIT
               WRITE PADR-RECORD FROM RPT-PERIOD-HEADING
                   AFTER ADVANCING 1 LINE
               WRITE PADR-RECORD FROM RPT-FIGURES-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 3 TO WS-LINE-COUNT
           END-IF.
           MOVE SPACES TO PADR-RECORD.
           WRITE PADR-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-ADJ-T-DEPT-CODE (WS-ADJ-SUB) TO RPT-F-DEPT-CODE.
           MOVE WS-ADJ-T-TYPE-CODE (WS-ADJ-SUB) TO RPT-F-TYPE-CODE.
           PERFORM 3350-PRINT-FIGURES THRU 3350-EXIT
               VARYING WS-FIG-SUB FROM WS-FIG-CLOSED BY 1
               UNTIL WS-FIG-SUB > WS-FIG-RESTATED.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3350-PRINT-FIGURES THRU 3350-EXIT
      * One line of figures WS-FIG-SUB; the department, type and
      * note print on the first line of the three only.  The
      * totals figures (4-6) share the labels of 1-3.
      ******************************************************************
       3350-PRINT-FIGURES.
           IF WS-FIG-SUB > WS-FIG-RESTATED
               COMPUTE WS-LABEL-SUB = WS-FIG-SUB - WS-FIG-RESTATED
           ELSE
               MOVE WS-FIG-SUB TO WS-LABEL-SUB
           END-IF.
           MOVE WS-FIG-LABEL (WS-LABEL-SUB) TO RPT-F-LABEL.
           MOVE WS-FIG-COUNT (WS-FIG-SUB) TO RPT-F-COUNT.
           MOVE WS-FIG-SUM-VAR-C (WS-FIG-SUB) TO RPT-F-SUM-VAR-C.
           MOVE WS-FIG-SUM-VAR-D (WS-FIG-SUB) TO RPT-F-SUM-VAR-D.
           MOVE WS-FIG-SUM-VAR-E (WS-FIG-SUB) TO RPT-F-SUM-VAR-E.
           MOVE WS-FIG-SUM-VAR-R (WS-FIG-SUB) TO RPT-F-SUM-VAR-R.
           WRITE PADR-RECORD FROM RPT-FIGURES-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO RPT-F-DEPT-CODE.
           MOVE SPACES TO RPT-F-TYPE-CODE.
           MOVE SPACES TO RPT-F-NOTE.

       3350-EXIT.
           EXIT.

      ******************************************************************
      * 3400-END-PERIOD THRU 3400-EXIT
      * Prints the month's adjustments that had no closed summary to
      * go against, then the month's totals as closed, adjusted and
      * restated.
      ******************************************************************
       3400-END-PERIOD.
           PERFORM 3450-REPORT-NO-SUMMARY THRU 3450-EXIT
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT.

           MOVE SPACES TO PADR-RECORD.
           WRITE PADR-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO RPT-F-DEPT-CODE.
           MOVE SPACES TO RPT-F-TYPE-CODE.
           MOVE 'PERIOD TOTAL' TO RPT-F-NOTE.
           PERFORM 3350-PRINT-FIGURES THRU 3350-EXIT
               VARYING WS-FIG-SUB FROM WS-FIG-PER-CLOSED BY 1
               UNTIL WS-FIG-SUB > WS-FIG-PER-RESTATED.
           SET WS-NO-PERIOD TO TRUE.

       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3450-REPORT-NO-SUMMARY THRU 3450-EXIT
      * An adjustment to the month for a department/type that posted
      * nothing in it: printed against closed figures of zero.
      ******************************************************************
       3450-REPORT-NO-SUMMARY.
           IF WS-ADJ-T-PERIOD (WS-ADJ-SUB) NOT = WS-CURR-PERIOD OR
              WS-ADJ-T-MATCHED (WS-ADJ-SUB)
               GO TO 3450-EXIT
           END-IF.
           SET WS-ADJ-T-MATCHED (WS-ADJ-SUB) TO TRUE.
           ADD 1 TO WS-NO-SUMMARY-COUNT.
           MOVE WS-FIG-CLOSED TO WS-FIG-SUB.
           PERFORM 3160-CLEAR-FIGURES THRU 3160-EXIT.
           MOVE 'NO CLOSED SUMMARY' TO RPT-F-NOTE.
           PERFORM 3300-PRINT-ADJUSTED THRU 3300-EXIT.

       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3520-ADD-TO-PERIOD THRU 3520-EXIT
      * Adds figures WS-FIG-SUB (closed or adjustment) to the
      * matching month total.
      ******************************************************************
       3520-ADD-TO-PERIOD.
           COMPUTE WS-TO-SUB = WS-FIG-SUB + WS-FIG-RESTATED.
           PERFORM 3540-ADD-FIGURES THRU 3540-EXIT.

       3520-EXIT.
           EXIT.

      ******************************************************************
      * 3540-ADD-FIGURES THRU 3540-EXIT
      * Adds figures WS-FIG-SUB into figures WS-TO-SUB.
      ******************************************************************
       3540-ADD-FIGURES.
           ADD WS-FIG-COUNT (WS-FIG-SUB) TO WS-FIG-COUNT (WS-TO-SUB).
           ADD WS-FIG-SUM-VAR-C (WS-FIG-SUB) TO
               WS-FIG-SUM-VAR-C (WS-TO-SUB).
           ADD WS-FIG-SUM-VAR-D (WS-FIG-SUB) TO
               WS-FIG-SUM-VAR-D (WS-TO-SUB).
           ADD WS-FIG-SUM-VAR-E (WS-FIG-SUB) TO
               WS-FIG-SUM-VAR-E (WS-TO-SUB).
           ADD WS-FIG-SUM-VAR-R (WS-FIG-SUB) TO
               WS-FIG-SUM-VAR-R (WS-TO-SUB).

       3540-EXIT.
           EXIT.

      ******************************************************************
      * 3600-REPORT-NOT-ON-FILE THRU 3600-EXIT
      * An adjustment still unreported once every closed month has
      * been read names a month with no close records - one closed
      * and since lost, or reopened by hand.  It is counted on the
      * control lines and named on the console for the desk.
      ******************************************************************
       3600-REPORT-NOT-ON-FILE.
           IF WS-ADJ-T-MATCHED (WS-ADJ-SUB)
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-NOT-ON-FILE-COUNT.
           DISPLAY 'FIZZPADJ: ADJUSTMENTS TO PERIOD '
               WS-ADJ-T-PERIOD (WS-ADJ-SUB) ' DEPT '
               WS-ADJ-T-DEPT-CODE (WS-ADJ-SUB) ' TYPE '
               WS-ADJ-T-TYPE-CODE (WS-ADJ-SUB)
               ' - PERIOD NOT ON THE CLOSE FILE'.

       3600-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE THRU 4000-EXIT
      * Control lines, closing the files and the return code.
      ******************************************************************
       4000-FINALIZE.
           MOVE 'REPORT CONTROL TOTALS' TO RPT-H2-TITLE.
           PERFORM 1400-WRITE-PAGE-HEADING THRU 1400-EXIT.
           MOVE 'AUDIT RECORDS SWEPT  . .' TO RPT-CL-LABEL.
           MOVE WS-READ-COUNT TO RPT-CL-COUNT.
           WRITE PADR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ADJUSTMENT POSTINGS  . .' TO RPT-CL-LABEL.
           MOVE WS-ADJ-POSTINGS TO RPT-CL-COUNT.
           WRITE PADR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CLOSED PERIODS REPORTED ' TO RPT-CL-LABEL.
           MOVE WS-PERIODS-REPORTED TO RPT-CL-COUNT.
           WRITE PADR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SUMMARIES ADJUSTED . . .' TO RPT-CL-LABEL.
           MOVE WS-SUMMARIES-ADJUSTED TO RPT-CL-COUNT.
           WRITE PADR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO CLOSED SUMMARY  . . .' TO RPT-CL-LABEL.
           MOVE WS-NO-SUMMARY-COUNT TO RPT-CL-COUNT.
           WRITE PADR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PERIOD NOT ON FILE . . .' TO RPT-CL-LABEL.
           MOVE WS-NOT-ON-FILE-COUNT TO RPT-CL-COUNT.
           WRITE PADR-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-SELECT-PERIOD = SPACES
               MOVE 'ALL CLOSED PERIODS REPORTED' TO RPT-N-MESSAGE
           ELSE
               MOVE SPACES TO RPT-N-MESSAGE
               STRING 'PERIOD ' WS-SELECT-PERIOD ' ONLY'
                   DELIMITED BY SIZE INTO RPT-N-MESSAGE
           END-IF.
           WRITE PADR-RECORD FROM RPT-NOTE-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE AUDITFILE.
           CLOSE PCLSFILE.
           CLOSE PADRFILE.

           IF WS-ADJ-POSTINGS = ZERO
               DISPLAY 'FIZZPADJ: NO PRIOR-PERIOD ADJUSTMENTS - RC=0'
                   UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY 'FIZZPADJ: ' WS-ADJ-POSTINGS
                   ' PRIOR-PERIOD ADJUSTMENTS REPORTED - RC=4'
                   UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.

       4000-EXIT.
           EXIT.
