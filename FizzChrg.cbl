      ******************************************************************
      * FIZZCHRG.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-09-16
      * Purpose:     Month-end department chargeback for the
      *              FIZZ-BUZZ service.  Sweeps the append-only
      *              AUDITFILE for one calendar month of run dates,
      *              prices every clean computation posted in it off
      *              Finance's rate deck by its operation type code,
      *              and produces the two things Finance has been
      *              building by hand off the printed report: one
      *              chargeback statement per department, showing
      *              its counts and charges by operation type, and a
      *              general-ledger journal feed of the matching
      *              debits and credits with its own control trailer.
      *
      *              Each department/type charge is rounded to the
      *              cent once, and that one figure is what prints on
      *              the statement and what posts as the debit; the
      *              credit per type is the sum of those debits.  So
      *              the statements, the journal debits and the
      *              journal credits cannot disagree, and a control
      *              page at the end proves it before the feed goes.
      *
      *              AUDITFILE holds only clean computations, so
      *              every record in the month is billable.  A record
      *              with no department code (posted before the code
      *              existed) or an operation type the rate deck does
      *              not price is counted on the control page as not
      *              billed rather than charged to a guess.
      *
      *              Selection card (one per run, from SYSIN):
      *                  cols 1-6   billing month YYYYMM
      *              Rate deck (RATEFIL, layout RATEREC): one card
      *              per operation type M, D and A, each exactly once.
      *
      *              Return codes: 0 month billed and in balance,
      *              4 billed but some records could not be priced
      *              (see the control page), 8 nothing on the audit
      *              log for the month, 16 bad card, bad rate deck,
      *              a file that would not open, or statements and
      *              journal out of balance.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-09-16 PL    Original month-end chargeback statements
      *                    and general-ledger journal feed off the
      *                    audit log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCHRG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           C01 IS TOP-OF-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGCARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGCARDS-STATUS.

           SELECT RATEFILE ASSIGN TO RATEFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEFILE-STATUS.

           SELECT AUDITFILE ASSIGN TO AUDITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITFILE-STATUS.

           SELECT DEPTFILE ASSIGN TO DEPTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT CHGSFILE ASSIGN TO CHGSFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGSFILE-STATUS.

           SELECT GLJFILE ASSIGN TO GLJFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHG-CARD.
           05  CHG-BILL-MONTH          PIC X(06).
           05  CHG-BILL-MONTH-R REDEFINES CHG-BILL-MONTH.
               10  CHG-BILL-YEAR       PIC 9(04).
               10  CHG-BILL-MM         PIC 9(02).
           05  FILLER                  PIC X(74).

       FD  RATEFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY RATEREC.

       FD  AUDITFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  DEPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       FD  CHGSFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHGS-RECORD                 PIC X(132).

       FD  GLJFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GLJREC.

       WORKING-STORAGE SECTION.
       01  WS-CHGCARDS-STATUS          PIC X(02).
       01  WS-RATEFILE-STATUS          PIC X(02).
       01  WS-AUDITFILE-STATUS         PIC X(02).
       01  WS-DEPTFILE-STATUS          PIC X(02).
       01  WS-CHGSFILE-STATUS          PIC X(02).
       01  WS-GLJFILE-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-RATE-EOF-SWITCH      PIC X(01).
               88  WS-RATE-EOF             VALUE 'Y'.
               88  WS-RATE-NOT-EOF         VALUE 'N'.
           05  WS-DEPTFILE-SWITCH      PIC X(01).
               88  WS-DEPTFILE-OPEN        VALUE 'Y'.
               88  WS-DEPTFILE-CLOSED      VALUE 'N'.
           05  WS-DEPT-FOUND-SWITCH    PIC X(01).
               88  WS-DEPT-FOUND           VALUE 'Y'.
               88  WS-DEPT-NOT-FOUND       VALUE 'N'.
           05  WS-BALANCE-SWITCH       PIC X(01).
               88  WS-IN-BALANCE           VALUE 'Y'.
               88  WS-OUT-OF-BALANCE       VALUE 'N'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-BILL-MONTH               PIC X(06).

      * The three operation types in rate-table order, so a type code
      * can be turned into a subscript and back.
       01  WS-TYPE-CODE-LIST           PIC X(03) VALUE 'MDA'.
       01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODE-LIST.
           05  WS-TYPE-CODE            PIC X(01) OCCURS 3 TIMES.
       01  WS-TYPE-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-TYPE-MAX                 PIC 9(02) COMP VALUE 3.

      * The rate deck, one entry per operation type, with the month's
      * count and charge for the type accumulated alongside it for
      * the credit entries and the control page.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 3 TIMES.
               10  WS-RT-LOADED-SWITCH PIC X(01).
                   88  WS-RT-LOADED        VALUE 'Y'.
                   88  WS-RT-NOT-LOADED    VALUE 'N'.
               10  WS-RT-UNIT-CHARGE   PIC 9(03)V9(04).
               10  WS-RT-DEBIT-ACCOUNT PIC X(08).
               10  WS-RT-CREDIT-ACCOUNT PIC X(08).
               10  WS-RT-CREDIT-COST-CENTER PIC X(04).
               10  WS-RT-DESCRIPTION   PIC X(20).
               10  WS-RT-MONTH-COUNT   PIC 9(07) COMP.
               10  WS-RT-MONTH-CHARGE  PIC 9(11)V99.

      * One entry per department billed, in the order the log first
      * shows each one, with its count and charge by operation type.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DEPT-T-CODE      PIC X(04).
               10  WS-DEPT-T-TYPE OCCURS 3 TIMES.
                   15  WS-DEPT-T-COUNT PIC 9(07) COMP.
                   15  WS-DEPT-T-CHARGE PIC 9(09)V99.
       01  WS-DEPT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-DEPT-MAX                 PIC 9(04) COMP VALUE 100.

       01  WS-DEPT-NAME                PIC X(30).
       01  WS-DEPT-TOTAL-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-DEPT-TOTAL-CHARGE        PIC 9(09)V99 VALUE ZERO.

       01  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-MONTH-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-CHARGED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-DEPT-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-BAD-TYPE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-STATEMENT-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-ENTRY-COUNT              PIC 9(06) COMP VALUE ZERO.
       01  WS-STATEMENT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-DEBITS           PIC 9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-CREDITS          PIC 9(11)V99 VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               'FIZZCHRG DEPARTMENT CHARGEBACK STATEMENT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-H1-RUN-DATE         PIC 9(08).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE
               'BILLING MONTH:'.
           05  RPT-H2-BILL-MONTH       PIC X(06).

       01  RPT-HEADING-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE
               'DEPARTMENT:'.
           05  RPT-H3-DEPT-CODE        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-H3-DEPT-NAME        PIC X(30).

       01  RPT-HEADING-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(25) VALUE 'OPERATION'.
           05  FILLER                  PIC X(09) VALUE '    COUNT'.
           05  FILLER                  PIC X(12) VALUE
               '   UNIT RATE'.
           05  FILLER                  PIC X(17) VALUE
               '           CHARGE'.

       01  RPT-CHARGE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-C-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-C-DESCRIPTION       PIC X(20).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-C-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-C-UNIT-CHARGE       PIC ZZ9.9999.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-C-CHARGE            PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-RULE-LINE.
           05  FILLER                  PIC X(58) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE ALL '-'.

       01  RPT-DEPT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'DEPARTMENT TOTAL . . . .'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-DT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  RPT-DT-CHARGE           PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-CONTROL-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               'FIZZCHRG CHARGEBACK CONTROL REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-CH-RUN-DATE         PIC 9(08).

       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CL-LABEL            PIC X(24).
           05  RPT-CL-COUNT            PIC Z,ZZZ,ZZ9.

       01  RPT-AMOUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-AL-LABEL            PIC X(24).
           05  RPT-AL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-TYPE-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'TYPE'.
           05  RPT-TT-TYPE-CODE        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TT-DESCRIPTION      PIC X(20).
           05  RPT-TT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TT-CHARGE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'CR '.
           05  RPT-TT-CREDIT-ACCOUNT   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TT-CREDIT-CC        PIC X(04).

       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-N-MESSAGE           PIC X(70).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SELECT-RECORD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Reads and edits the selection card, loads and edits the rate
      * deck, opens the audit log, the statements, the journal and
      * (for names only) the department master, writes the journal
      * header and primes the sweep.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           SET WS-RATE-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CHGCARDS.
           MOVE 'CHGCARDS' TO WS-ABEND-FILE-NAME.
           MOVE WS-CHGCARDS-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           PERFORM 1200-READ-SELECTION THRU 1200-EXIT.

           OPEN INPUT RATEFILE.
           MOVE 'RATEFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-RATEFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           PERFORM 1300-LOAD-RATES THRU 1300-EXIT.

           OPEN INPUT AUDITFILE.
           MOVE 'AUDITFIL' TO WS-ABEND-FILE-NAME.
           MOVE WS-AUDITFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT CHGSFILE.
           MOVE 'CHGSFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-CHGSFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT GLJFILE.
           MOVE 'GLJFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-GLJFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           SET WS-DEPTFILE-CLOSED TO TRUE.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS = '00'
               SET WS-DEPTFILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FIZZCHRG: DEPTFILE NOT AVAILABLE - FILE '
                   'STATUS ' WS-DEPTFILE-STATUS
                   ' - STATEMENTS PRINTED WITHOUT NAMES'
           END-IF.

           MOVE SPACES TO GLJ-HEADER-RECORD.
           SET GLJ-HEADER TO TRUE.
           MOVE 'FIZZCHRG' TO GLJ-H-SOURCE.
           MOVE WS-BILL-MONTH TO GLJ-H-PERIOD.
           MOVE WS-CURR-DATE TO GLJ-H-RUN-DATE.
           WRITE GLJ-HEADER-RECORD.

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
      * by the caller immediately before the PERFORM.  Anything other
      * than '00' means the month cannot be billed safely, so the
      * run is abended here rather than left to fail unpredictably
      * deeper in the program.
      ******************************************************************
       1150-CHECK-FILE-STATUS.
           IF WS-ABEND-STATUS = '00'
               GO TO 1150-EXIT
           END-IF.
           DISPLAY 'FIZZCHRG: OPEN FAILED FOR ' WS-ABEND-FILE-NAME
               ' - FILE STATUS ' WS-ABEND-STATUS.
           DISPLAY 'FIZZCHRG: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-SELECTION THRU 1200-EXIT
      * One selection card names the billing month.  A missing card
      * or a month that is not YYYYMM with a month of 01-12 abends
      * here, before anything is priced, with a message naming the
      * expected format.
      ******************************************************************
       1200-READ-SELECTION.
           READ CHGCARDS
               AT END
                   DISPLAY 'FIZZCHRG: NO SELECTION CARD ON SYSIN'
                   DISPLAY 'FIZZCHRG: EXPECTED  yyyymm  IN COLS 1-6'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF CHG-BILL-MONTH NOT NUMERIC
               DISPLAY 'FIZZCHRG: BILLING MONTH ' CHG-BILL-MONTH
                   ' IS NOT 6 NUMERIC DIGITS'
               DISPLAY 'FIZZCHRG: EXPECTED  yyyymm  IN COLS 1-6'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CHG-BILL-MM < 1 OR CHG-BILL-MM > 12
               DISPLAY 'FIZZCHRG: BILLING MONTH ' CHG-BILL-MONTH
                   ' - MONTH MUST BE 01 THRU 12'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CHG-BILL-MONTH TO WS-BILL-MONTH.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-RATES THRU 1300-EXIT
      * Loads the rate deck into the rate table.  Pricing a month
      * off a partial or doubtful deck would post wrong charges to
      * every department at once, so any bad card, a type on the
      * deck twice, or a type missing from it abends the run before
      * a single record is read.
      ******************************************************************
       1300-LOAD-RATES.
           PERFORM 1320-CLEAR-RATE THRU 1320-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.
           PERFORM 1340-READ-RATE THRU 1340-EXIT.
           PERFORM 1350-EDIT-RATE THRU 1350-EXIT
               UNTIL WS-RATE-EOF.
           CLOSE RATEFILE.
           PERFORM 1380-CHECK-RATE-LOADED THRU 1380-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.

       1300-EXIT.
           EXIT.

       1320-CLEAR-RATE.
           SET WS-RT-NOT-LOADED (WS-TYPE-SUB) TO TRUE.
           MOVE ZERO TO WS-RT-UNIT-CHARGE (WS-TYPE-SUB).
           MOVE SPACES TO WS-RT-DEBIT-ACCOUNT (WS-TYPE-SUB).
           MOVE SPACES TO WS-RT-CREDIT-ACCOUNT (WS-TYPE-SUB).
           MOVE SPACES TO WS-RT-CREDIT-COST-CENTER (WS-TYPE-SUB).
           MOVE SPACES TO WS-RT-DESCRIPTION (WS-TYPE-SUB).
           MOVE ZERO TO WS-RT-MONTH-COUNT (WS-TYPE-SUB).
           MOVE ZERO TO WS-RT-MONTH-CHARGE (WS-TYPE-SUB).

       1320-EXIT.
           EXIT.

       1340-READ-RATE.
           READ RATEFILE
               AT END
                   SET WS-RATE-EOF TO TRUE
           END-READ.

       1340-EXIT.
           EXIT.

      ******************************************************************
      * 1350-EDIT-RATE THRU 1350-EXIT
      * Edits one rate card and files it under its type.
      ******************************************************************
       1350-EDIT-RATE.
           IF NOT RATE-TYPE-VALID
               DISPLAY 'FIZZCHRG: RATE CARD TYPE ' RATE-TYPE-CODE
                   ' IS NOT M, D OR A'
               GO TO 1350-ABEND
           END-IF.
           MOVE 1 TO WS-TYPE-SUB.
           PERFORM 1360-FIND-TYPE THRU 1360-EXIT
               UNTIL WS-TYPE-CODE (WS-TYPE-SUB) = RATE-TYPE-CODE.
           IF WS-RT-LOADED (WS-TYPE-SUB)
               DISPLAY 'FIZZCHRG: RATE CARD TYPE ' RATE-TYPE-CODE
                   ' IS ON THE RATE DECK MORE THAN ONCE'
               GO TO 1350-ABEND
           END-IF.
           IF RATE-UNIT-CHARGE NOT NUMERIC
               DISPLAY 'FIZZCHRG: RATE CARD TYPE ' RATE-TYPE-CODE
                   ' UNIT CHARGE IS NOT NUMERIC'
               GO TO 1350-ABEND
           END-IF.
           IF RATE-DEBIT-ACCOUNT = SPACES OR
              RATE-CREDIT-ACCOUNT = SPACES OR
              RATE-CREDIT-COST-CENTER = SPACES
               DISPLAY 'FIZZCHRG: RATE CARD TYPE ' RATE-TYPE-CODE
                   ' IS MISSING A LEDGER ACCOUNT OR COST CENTER'
               GO TO 1350-ABEND
           END-IF.
           SET WS-RT-LOADED (WS-TYPE-SUB) TO TRUE.
           MOVE RATE-UNIT-CHARGE TO WS-RT-UNIT-CHARGE (WS-TYPE-SUB).
           MOVE RATE-DEBIT-ACCOUNT TO
               WS-RT-DEBIT-ACCOUNT (WS-TYPE-SUB).
           MOVE RATE-CREDIT-ACCOUNT TO
               WS-RT-CREDIT-ACCOUNT (WS-TYPE-SUB).
           MOVE RATE-CREDIT-COST-CENTER TO
               WS-RT-CREDIT-COST-CENTER (WS-TYPE-SUB).
           MOVE RATE-DESCRIPTION TO WS-RT-DESCRIPTION (WS-TYPE-SUB).
           PERFORM 1340-READ-RATE THRU 1340-EXIT.
           GO TO 1350-EXIT.

       1350-ABEND.
           DISPLAY 'FIZZCHRG: RATE CARD  ' RATE-RECORD.
           DISPLAY 'FIZZCHRG: JOB TERMINATING - RATE DECK IN ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1350-EXIT.
           EXIT.

       1360-FIND-TYPE.
           ADD 1 TO WS-TYPE-SUB.

       1360-EXIT.
           EXIT.

       1380-CHECK-RATE-LOADED.
           IF WS-RT-NOT-LOADED (WS-TYPE-SUB)
               DISPLAY 'FIZZCHRG: NO RATE CARD FOR TYPE '
                   WS-TYPE-CODE (WS-TYPE-SUB)
               DISPLAY 'FIZZCHRG: JOB TERMINATING - RATE DECK IN '
                   'ERROR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1380-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-RECORD THRU 2000-EXIT
      * Takes one audit record: outside the billing month it is
      * passed over; inside it, it is counted against its department
      * and operation type, or counted as not billed when it has no
      * department or a type the rate deck does not price.  A type
      * of space is a record posted before the type code existed,
      * which always computed the full set, and is billed as 'A'.
      ******************************************************************
       2000-SELECT-RECORD.
           IF AUDIT-RUN-DATE (1:6) NOT = WS-BILL-MONTH
               GO TO 2000-NEXT-RECORD
           END-IF.
           ADD 1 TO WS-MONTH-COUNT.

           EVALUATE AUDIT-TYPE-CODE
               WHEN 'M'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'D'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN 'A'
               WHEN SPACE
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   ADD 1 TO WS-BAD-TYPE-COUNT
                   GO TO 2000-NEXT-RECORD
           END-EVALUATE.
           IF AUDIT-DEPT-CODE = SPACES
               ADD 1 TO WS-NO-DEPT-COUNT
               GO TO 2000-NEXT-RECORD
           END-IF.

           PERFORM 2100-FIND-DEPT-ENTRY THRU 2100-EXIT.
           ADD 1 TO WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB).
           ADD 1 TO WS-CHARGED-COUNT.

       2000-NEXT-RECORD.
           PERFORM 1100-READ-AUDITFILE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-DEPT-ENTRY THRU 2100-EXIT
      * Leaves WS-DEPT-SUB on the audit record's department, adding
      * a fresh entry the first time the month shows it.
      ******************************************************************
       2100-FIND-DEPT-ENTRY.
           SET WS-DEPT-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM 2150-SCAN-DEPT-TABLE THRU 2150-EXIT
               UNTIL WS-DEPT-FOUND OR WS-DEPT-SUB >= WS-DEPT-COUNT.
           IF WS-DEPT-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF WS-DEPT-COUNT >= WS-DEPT-MAX
               DISPLAY 'FIZZCHRG: MORE THAN ' WS-DEPT-MAX
                   ' DEPARTMENTS - ENLARGE WS-DEPT-TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           MOVE AUDIT-DEPT-CODE TO WS-DEPT-T-CODE (WS-DEPT-SUB).
           PERFORM 2170-CLEAR-DEPT-TYPE THRU 2170-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.
           PERFORM 2180-RESET-TYPE-SUB THRU 2180-EXIT.

       2100-EXIT.
           EXIT.

       2150-SCAN-DEPT-TABLE.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DEPT-T-CODE (WS-DEPT-SUB) = AUDIT-DEPT-CODE
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       2150-EXIT.
           EXIT.

       2170-CLEAR-DEPT-TYPE.
           MOVE ZERO TO WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB).
           MOVE ZERO TO WS-DEPT-T-CHARGE (WS-DEPT-SUB, WS-TYPE-SUB).

       2170-EXIT.
           EXIT.

      ******************************************************************
      * 2180-RESET-TYPE-SUB THRU 2180-EXIT
      * Clearing a new entry walks WS-TYPE-SUB through every type;
      * this puts it back on the audit record's type for the caller.
      ******************************************************************
       2180-RESET-TYPE-SUB.
           EVALUATE AUDIT-TYPE-CODE
               WHEN 'M'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'D'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 3 TO WS-TYPE-SUB
           END-EVALUATE.

       2180-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Prices and prints every department's statement, writing its
      * debit entries as it goes, then the credit entries and the
      * journal trailer, then the control page that proves the
      * statements and the journal agree.  Sets the return code.
      ******************************************************************
       3000-FINALIZE.
           PERFORM 3100-BILL-DEPARTMENT THRU 3100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           PERFORM 3300-WRITE-CREDIT-ENTRY THRU 3300-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.

           MOVE SPACES TO GLJ-TRAILER-RECORD.
           SET GLJ-TRAILER TO TRUE.
           MOVE WS-ENTRY-COUNT TO GLJ-T-ENTRY-COUNT.
           MOVE WS-JOURNAL-DEBITS TO GLJ-T-TOTAL-DEBITS.
           MOVE WS-JOURNAL-CREDITS TO GLJ-T-TOTAL-CREDITS.
           WRITE GLJ-TRAILER-RECORD.

           IF WS-STATEMENT-TOTAL = WS-JOURNAL-DEBITS AND
              WS-JOURNAL-DEBITS = WS-JOURNAL-CREDITS
               SET WS-IN-BALANCE TO TRUE
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 3400-WRITE-CONTROL-PAGE THRU 3400-EXIT.

           CLOSE CHGCARDS.
           CLOSE AUDITFILE.
           CLOSE CHGSFILE.
           CLOSE GLJFILE.
           IF WS-DEPTFILE-OPEN
               CLOSE DEPTFILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                   DISPLAY 'FIZZCHRG: STATEMENTS AND JOURNAL OUT OF '
                       'BALANCE - DO NOT RELEASE THE FEED - RC=16'
                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MONTH-COUNT = ZERO
                   DISPLAY 'FIZZCHRG: NOTHING ON THE AUDIT LOG FOR '
                       WS-BILL-MONTH ' - RC=8' UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-DEPT-COUNT > ZERO OR
                    WS-BAD-TYPE-COUNT > ZERO
                   DISPLAY 'FIZZCHRG: ' WS-BILL-MONTH ' BILLED - '
                       'SOME RECORDS NOT PRICED, SEE CONTROL PAGE'
                       ' - RC=4' UPON CONSOLE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'FIZZCHRG: ' WS-BILL-MONTH ' BILLED AND '
                       'IN BALANCE - RC=0' UPON CONSOLE
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-BILL-DEPARTMENT THRU 3100-EXIT
      * Prints the statement for department WS-DEPT-SUB on a page of
      * its own, one line per operation type, pricing each type and
      * writing its debit entry as the line prints.
      ******************************************************************
       3100-BILL-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-TOTAL-COUNT.
           MOVE ZERO TO WS-DEPT-TOTAL-CHARGE.
           PERFORM 3150-LOOKUP-DEPT-NAME THRU 3150-EXIT.

           MOVE WS-CURR-DATE TO RPT-H1-RUN-DATE.
           WRITE CHGS-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE WS-BILL-MONTH TO RPT-H2-BILL-MONTH.
           WRITE CHGS-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-DEPT-T-CODE (WS-DEPT-SUB) TO RPT-H3-DEPT-CODE.
           MOVE WS-DEPT-NAME TO RPT-H3-DEPT-NAME.
           WRITE CHGS-RECORD FROM RPT-HEADING-3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHGS-RECORD.
           WRITE CHGS-RECORD AFTER ADVANCING 1 LINE.
           WRITE CHGS-RECORD FROM RPT-HEADING-4
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHGS-RECORD.
           WRITE CHGS-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 3200-PRICE-TYPE THRU 3200-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.

           WRITE CHGS-RECORD FROM RPT-RULE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-DEPT-TOTAL-COUNT TO RPT-DT-COUNT.
           MOVE WS-DEPT-TOTAL-CHARGE TO RPT-DT-CHARGE.
           WRITE CHGS-RECORD FROM RPT-DEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-DEPT-TOTAL-CHARGE TO WS-STATEMENT-TOTAL.
           ADD 1 TO WS-STATEMENT-COUNT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-LOOKUP-DEPT-NAME THRU 3150-EXIT
      * The department master is read only for the statement heading;
      * a code it does not hold still gets its statement.
      ******************************************************************
       3150-LOOKUP-DEPT-NAME.
           MOVE SPACES TO WS-DEPT-NAME.
           IF WS-DEPTFILE-CLOSED
               GO TO 3150-EXIT
           END-IF.
           MOVE WS-DEPT-T-CODE (WS-DEPT-SUB) TO DEPT-CODE.
           READ DEPTFILE
               INVALID KEY
                   MOVE '** NOT ON DEPARTMENT MASTER **' TO
                       WS-DEPT-NAME
                   GO TO 3150-EXIT
           END-READ.
           MOVE DEPT-NAME TO WS-DEPT-NAME.

       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PRICE-TYPE THRU 3200-EXIT
      * Prices department WS-DEPT-SUB's count for type WS-TYPE-SUB,
      * rounded to the cent once, prints the statement line and
      * posts the same amount as the department's debit entry.  The
      * type's month totals pick it up for the credit entry.  Every
      * type prints, zero or not, so each statement reads the same.
      ******************************************************************
       3200-PRICE-TYPE.
           COMPUTE WS-DEPT-T-CHARGE (WS-DEPT-SUB, WS-TYPE-SUB) ROUNDED
               = WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB) *
                 WS-RT-UNIT-CHARGE (WS-TYPE-SUB).
           ADD WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB) TO
               WS-DEPT-TOTAL-COUNT.
           ADD WS-DEPT-T-CHARGE (WS-DEPT-SUB, WS-TYPE-SUB) TO
               WS-DEPT-TOTAL-CHARGE.
           ADD WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB) TO
               WS-RT-MONTH-COUNT (WS-TYPE-SUB).
           ADD WS-DEPT-T-CHARGE (WS-DEPT-SUB, WS-TYPE-SUB) TO
               WS-RT-MONTH-CHARGE (WS-TYPE-SUB).

           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO RPT-C-TYPE-CODE.
           MOVE WS-RT-DESCRIPTION (WS-TYPE-SUB) TO RPT-C-DESCRIPTION.
           MOVE WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB) TO
               RPT-C-COUNT.
           MOVE WS-RT-UNIT-CHARGE (WS-TYPE-SUB) TO RPT-C-UNIT-CHARGE.
           MOVE WS-DEPT-T-CHARGE (WS-DEPT-SUB, WS-TYPE-SUB) TO
               RPT-C-CHARGE.
           WRITE CHGS-RECORD FROM RPT-CHARGE-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-DEPT-T-CHARGE (WS-DEPT-SUB, WS-TYPE-SUB) = ZERO
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO GLJ-DETAIL-RECORD.
           SET GLJ-DETAIL TO TRUE.
           MOVE WS-BILL-MONTH TO GLJ-D-PERIOD.
           MOVE WS-RT-DEBIT-ACCOUNT (WS-TYPE-SUB) TO GLJ-D-ACCOUNT.
           MOVE WS-DEPT-T-CODE (WS-DEPT-SUB) TO GLJ-D-COST-CENTER.
           SET GLJ-DEBIT TO TRUE.
           MOVE WS-DEPT-T-CHARGE (WS-DEPT-SUB, WS-TYPE-SUB) TO
               GLJ-D-AMOUNT.
           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO GLJ-D-TYPE-CODE.
           MOVE WS-DEPT-T-COUNT (WS-DEPT-SUB, WS-TYPE-SUB) TO
               GLJ-D-QUANTITY.
           STRING 'FIZZ-BUZZ ' WS-RT-DESCRIPTION (WS-TYPE-SUB)
               DELIMITED BY SIZE INTO GLJ-D-DESCRIPTION.
           PERFORM 3500-WRITE-JOURNAL-ENTRY THRU 3500-EXIT.
           ADD GLJ-D-AMOUNT TO WS-JOURNAL-DEBITS.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-WRITE-CREDIT-ENTRY THRU 3300-EXIT
      * One credit per operation type to the data center's recovery
      * account, for the sum of the debits posted for the type.
      ******************************************************************
       3300-WRITE-CREDIT-ENTRY.
           IF WS-RT-MONTH-CHARGE (WS-TYPE-SUB) = ZERO
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO GLJ-DETAIL-RECORD.
           SET GLJ-DETAIL TO TRUE.
           MOVE WS-BILL-MONTH TO GLJ-D-PERIOD.
           MOVE WS-RT-CREDIT-ACCOUNT (WS-TYPE-SUB) TO GLJ-D-ACCOUNT.
           MOVE WS-RT-CREDIT-COST-CENTER (WS-TYPE-SUB) TO
               GLJ-D-COST-CENTER.
           SET GLJ-CREDIT TO TRUE.
           MOVE WS-RT-MONTH-CHARGE (WS-TYPE-SUB) TO GLJ-D-AMOUNT.
           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO GLJ-D-TYPE-CODE.
           MOVE WS-RT-MONTH-COUNT (WS-TYPE-SUB) TO GLJ-D-QUANTITY.
           STRING 'FIZZ-BUZZ ' WS-RT-DESCRIPTION (WS-TYPE-SUB)
               DELIMITED BY SIZE INTO GLJ-D-DESCRIPTION.
           PERFORM 3500-WRITE-JOURNAL-ENTRY THRU 3500-EXIT.
           ADD GLJ-D-AMOUNT TO WS-JOURNAL-CREDITS.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-WRITE-CONTROL-PAGE THRU 3400-EXIT
      * The last page of the statements: what was swept, what was
      * billed and what was not, the month's totals by operation
      * type with the credit account each posted to, and the three
      * totals that must agree - the statements, the journal debits
      * and the journal credits.
      ******************************************************************
       3400-WRITE-CONTROL-PAGE.
           MOVE WS-CURR-DATE TO RPT-CH-RUN-DATE.
           WRITE CHGS-RECORD FROM RPT-CONTROL-HEADING
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE WS-BILL-MONTH TO RPT-H2-BILL-MONTH.
           WRITE CHGS-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHGS-RECORD.
           WRITE CHGS-RECORD AFTER ADVANCING 1 LINE.

           MOVE 'AUDIT RECORDS SWEPT  . .' TO RPT-CL-LABEL.
           MOVE WS-READ-COUNT TO RPT-CL-COUNT.
           WRITE CHGS-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'POSTED IN THE MONTH  . .' TO RPT-CL-LABEL.
           MOVE WS-MONTH-COUNT TO RPT-CL-COUNT.
           WRITE CHGS-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'COMPUTATIONS BILLED  . .' TO RPT-CL-LABEL.
           MOVE WS-CHARGED-COUNT TO RPT-CL-COUNT.
           WRITE CHGS-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT BILLED - NO DEPT . .' TO RPT-CL-LABEL.
           MOVE WS-NO-DEPT-COUNT TO RPT-CL-COUNT.
           WRITE CHGS-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT BILLED - BAD TYPE  .' TO RPT-CL-LABEL.
           MOVE WS-BAD-TYPE-COUNT TO RPT-CL-COUNT.
           WRITE CHGS-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENTS PRINTED . . .' TO RPT-CL-LABEL.
           MOVE WS-STATEMENT-COUNT TO RPT-CL-COUNT.
           WRITE CHGS-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHGS-RECORD.
           WRITE CHGS-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 3450-WRITE-TYPE-TOTAL THRU 3450-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.
           MOVE SPACES TO CHGS-RECORD.
           WRITE CHGS-RECORD AFTER ADVANCING 1 LINE.

           MOVE 'TOTAL ON STATEMENTS  . .' TO RPT-AL-LABEL.
           MOVE WS-STATEMENT-TOTAL TO RPT-AL-AMOUNT.
           WRITE CHGS-RECORD FROM RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL DEBITS . . . . .' TO RPT-AL-LABEL.
           MOVE WS-JOURNAL-DEBITS TO RPT-AL-AMOUNT.
           WRITE CHGS-RECORD FROM RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL CREDITS  . . . .' TO RPT-AL-LABEL.
           MOVE WS-JOURNAL-CREDITS TO RPT-AL-AMOUNT.
           WRITE CHGS-RECORD FROM RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL ENTRIES  . . . .' TO RPT-CL-LABEL.
           MOVE WS-ENTRY-COUNT TO RPT-CL-COUNT.
           WRITE CHGS-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-IN-BALANCE
               MOVE 'STATEMENTS AND JOURNAL AGREE' TO RPT-N-MESSAGE
           ELSE
               MOVE '*** OUT OF BALANCE - DO NOT RELEASE THE FEED ***'
                   TO RPT-N-MESSAGE
           END-IF.
           WRITE CHGS-RECORD FROM RPT-NOTE-LINE
               AFTER ADVANCING 2 LINES.

       3400-EXIT.
           EXIT.

       3450-WRITE-TYPE-TOTAL.
           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO RPT-TT-TYPE-CODE.
           MOVE WS-RT-DESCRIPTION (WS-TYPE-SUB) TO RPT-TT-DESCRIPTION.
           MOVE WS-RT-MONTH-COUNT (WS-TYPE-SUB) TO RPT-TT-COUNT.
           MOVE WS-RT-MONTH-CHARGE (WS-TYPE-SUB) TO RPT-TT-CHARGE.
           MOVE WS-RT-CREDIT-ACCOUNT (WS-TYPE-SUB) TO
               RPT-TT-CREDIT-ACCOUNT.
           MOVE WS-RT-CREDIT-COST-CENTER (WS-TYPE-SUB) TO
               RPT-TT-CREDIT-CC.
           WRITE CHGS-RECORD FROM RPT-TYPE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3500-WRITE-JOURNAL-ENTRY THRU 3500-EXIT
      * Writes the built journal detail and counts it for the
      * trailer.  A failed write abends: a journal with a hole in it
      * would post a month that does not balance.
      ******************************************************************
       3500-WRITE-JOURNAL-ENTRY.
           WRITE GLJ-DETAIL-RECORD.
           IF WS-GLJFILE-STATUS NOT = '00'
               DISPLAY 'FIZZCHRG: JOURNAL WRITE FAILED - FILE STATUS '
                   WS-GLJFILE-STATUS
               DISPLAY 'FIZZCHRG: JOB TERMINATING - UNABLE TO '
                   'CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.

       3500-EXIT.
           EXIT.
