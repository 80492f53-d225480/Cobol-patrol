      ******************************************************************
      * FIZZDIST.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-10-14
      * Purpose:     Department distribution of a FIZZ-BUZZ run.
      *              The night's report is one listing for the whole
      *              shop and the rejects are on the exceptions log,
      *              so every department's share used to be copied
      *              off the report and dug out of the log by hand.
      *              This job writes one statement per department
      *              (TRAN-DEPT-CODE), each on pages of its own so
      *              the statement file can be split and mailed as
      *              it stands:
      *               - the department's computed pairs with their
      *                 results, off the run's extract (EXTFILE);
      *               - its rejects with the FIZZCALC reason, the
      *                 date the pair first failed and its age in
      *                 days at the run, off the exceptions log
      *                 (EXCPFILE);
      *               - its records held (with those awaiting
      *                 approval) and not yet due, counted off the
      *                 transaction file exactly as the run counts
      *                 them;
      *               - the department's totals.
      *              A distribution control report then proves the
      *              statements add up to the run: the pairs and
      *              sums to the extract trailer, the pairs, rejects,
      *              held and not-yet-due counts to the run's own
      *              ledger postings (LEDGFILE 'B', every partition
      *              dated with the extract's run date), and the
      *              rejects to the log they were read from.  One
      *              line per department on the control report is
      *              the distribution list.
      *
      *              Runs after the batch run - on a partitioned
      *              night after FIZZMRGE, reading the merged extract
      *              and the partitions' exception logs as one
      *              concatenation, as the recycle job does - and
      *              before FIZZRCYC and FIZZARCH change the
      *              transaction file.  It updates nothing, so it
      *              runs outside the night-cycle step control and
      *              may be rerun at will until the recycle step.
      *              A retransmitted feed (FIZZRXMT) is refused: its
      *              run's transaction records are long archived.
      *              Records with no department code (loaded before
      *              the code existed) get a statement of their own
      *              for the desk.
      *
      *              Return codes: 0 statements written and proven,
      *              8 no department had anything in the run,
      *              12 statements do not agree with the run totals
      *              (do not distribute - see the control report),
      *              16 a file that would not open, an extract that
      *              is not a run's extract, or a table overflow.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-10-14 PL    Original per-department run statements
      *                    with the distribution control report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZDIST.

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

           SELECT EXTFILE ASSIGN TO EXTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTFILE-STATUS.

           SELECT EXCPFILE ASSIGN TO EXCPFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPFILE-STATUS.

           SELECT OPTIONAL LEDGFILE ASSIGN TO LEDGFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGFILE-STATUS.

           SELECT DEPTFILE ASSIGN TO DEPTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT STMTFILE ASSIGN TO STMTFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTFILE-STATUS.

           SELECT DCTLFILE ASSIGN TO DCTLFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCTLFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY TRANREC.

       FD  EXTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EXTREC.

       FD  EXCPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EXCPREC.

       FD  LEDGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC.

       FD  DEPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       FD  STMTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STMT-RECORD                 PIC X(132).

       FD  DCTLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DCTL-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-STATUS          PIC X(02).
       01  WS-EXTFILE-STATUS           PIC X(02).
       01  WS-EXCPFILE-STATUS          PIC X(02).
       01  WS-LEDGFILE-STATUS          PIC X(02).
       01  WS-DEPTFILE-STATUS          PIC X(02).
       01  WS-STMTFILE-STATUS          PIC X(02).
       01  WS-DCTLFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-DEPTFILE-SWITCH      PIC X(01).
               88  WS-DEPTFILE-OPEN        VALUE 'Y'.
               88  WS-DEPTFILE-CLOSED      VALUE 'N'.
           05  WS-DEPT-FOUND-SWITCH    PIC X(01).
               88  WS-DEPT-FOUND           VALUE 'Y'.
               88  WS-DEPT-NOT-FOUND       VALUE 'N'.
           05  WS-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-TRAILER-READ         VALUE 'Y'.
               88  WS-TRAILER-MISSING      VALUE 'N'.
           05  WS-RUN-POSTED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RUN-POSTED           VALUE 'Y'.
               88  WS-RUN-NOT-POSTED       VALUE 'N'.
           05  WS-SOURCE-SWITCH        PIC X(01).
               88  WS-SOURCE-PRESENT       VALUE 'Y'.
               88  WS-SOURCE-MISSING       VALUE 'N'.
           05  WS-BALANCE-SWITCH       PIC X(01) VALUE 'Y'.
               88  WS-IN-BALANCE           VALUE 'Y'.
               88  WS-OUT-OF-BALANCE       VALUE 'N'.

       01  WS-ABEND-FILE-NAME          PIC X(08).
       01  WS-ABEND-STATUS             PIC X(02).

       01  WS-CURR-DATE                PIC 9(08).

      * The run being distributed, off the extract header.  Rejects
      * are aged to this date on the shop's 30/360 convention, the
      * same day numbering the recycle job ages them by, so the age
      * on a statement is the age the pair had reached at the run.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(08).
       01  WS-RUN-JOB-ID               PIC X(08).
       01  WS-RUN-DAY-NO               PIC 9(08) COMP VALUE ZERO.
       01  WS-EXCP-DATE.
           05  WS-EXCP-YEAR            PIC 9(04).
           05  WS-EXCP-MONTH           PIC 9(02).
           05  WS-EXCP-DAY             PIC 9(02).
       01  WS-EXCP-DAY-NO              PIC 9(08) COMP VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.

      * One entry per department in the run, in department order -
      * the transaction file is swept first through its department
      * alternate key, and every computed or rejected record of the
      * run is still on it - with the counts the statement's totals
      * are checked against.  A department met first on the extract
      * or the log (which should not happen) is added at the end.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-CODE          PIC X(04).
               10  WS-DT-COMPUTED      PIC 9(06) COMP.
               10  WS-DT-REJECTED      PIC 9(06) COMP.
               10  WS-DT-HELD          PIC 9(06) COMP.
               10  WS-DT-AWAITING      PIC 9(06) COMP.
               10  WS-DT-FUTURE        PIC 9(06) COMP.
       01  WS-DEPT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-DEPT-MAX                 PIC 9(04) COMP VALUE 500.
       01  WS-SEARCH-DEPT-CODE         PIC X(04).
       01  WS-DEPT-NAME                PIC X(30).

      * The run's computed pairs off the extract, in extract order,
      * each tagged with its department's entry.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-PAIR-ENTRY OCCURS 5000 TIMES.
               10  WS-PR-DEPT-SUB      PIC 9(04) COMP.
               10  WS-PR-SEQ-NO        PIC 9(06).
               10  WS-PR-VAR-A         PIC 9(05).
               10  WS-PR-VAR-B         PIC 9(05).
               10  WS-PR-VAR-C         PIC 9(10).
               10  WS-PR-VAR-D         PIC S9(05).
               10  WS-PR-VAR-E         PIC 9(05).
               10  WS-PR-VAR-R         PIC 9(05).
               10  WS-PR-TYPE-CODE     PIC X(01).
                   88  WS-PR-TYPE-MULTIPLY VALUE 'M'.
                   88  WS-PR-TYPE-DIVIDE   VALUE 'D'.
               10  WS-PR-ADJ-FLAG      PIC X(01).
                   88  WS-PR-PRIOR-PERIOD-ADJ VALUE 'Y'.
               10  WS-PR-ADJ-PERIOD    PIC X(06).
       01  WS-PAIR-SUB                 PIC 9(05) COMP VALUE ZERO.
       01  WS-PAIR-MAX                 PIC 9(05) COMP VALUE 5000.

      * The run's rejects off the exceptions log, in log order, each
      * tagged with its department's entry and aged at the run.
       01  WS-REJECT-TABLE.
           05  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-REJECT-ENTRY OCCURS 2000 TIMES.
               10  WS-RJ-DEPT-SUB      PIC 9(04) COMP.
               10  WS-RJ-SEQ-NO        PIC 9(06).
               10  WS-RJ-VAR-A         PIC X(05).
               10  WS-RJ-VAR-B         PIC X(05).
               10  WS-RJ-TYPE-CODE     PIC X(01).
               10  WS-RJ-REASON        PIC X(40).
               10  WS-RJ-FIRST-DATE    PIC X(08).
               10  WS-RJ-AGE-DAYS      PIC 9(05) COMP.
       01  WS-REJECT-SUB               PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECT-MAX               PIC 9(05) COMP VALUE 2000.

      * What was read, as it was read.
       01  WS-TRAN-SWEPT-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  WS-EXT-READ-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  WS-EXT-UNKNOWN-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-EXCP-READ-COUNT          PIC 9(06) COMP VALUE ZERO.

      * The run totals the statements are proven against.
       01  WS-TRL-REC-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-TRL-SUM-VAR-C            PIC 9(15) VALUE ZERO.
       01  WS-TRL-SUM-VAR-D            PIC S9(11) VALUE ZERO.
       01  WS-LEDG-POST-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-LEDG-COMPUTED            PIC 9(07) COMP VALUE ZERO.
       01  WS-LEDG-EXCEPTED            PIC 9(07) COMP VALUE ZERO.
       01  WS-LEDG-HELD                PIC 9(07) COMP VALUE ZERO.
       01  WS-LEDG-FUTURE              PIC 9(07) COMP VALUE ZERO.

      * One statement's totals, added up from the lines it prints,
      * and the same added up over every statement written.
       01  WS-SD-COMPUTED              PIC 9(06) COMP VALUE ZERO.
       01  WS-SD-SUM-VAR-C             PIC 9(15) COMP VALUE ZERO.
       01  WS-SD-SUM-VAR-D             PIC S9(11) COMP VALUE ZERO.
       01  WS-SD-REJECTED              PIC 9(06) COMP VALUE ZERO.
       01  WS-ST-COMPUTED              PIC 9(07) COMP VALUE ZERO.
       01  WS-ST-SUM-VAR-C             PIC 9(15) COMP VALUE ZERO.
       01  WS-ST-SUM-VAR-D             PIC S9(11) COMP VALUE ZERO.
       01  WS-ST-REJECTED              PIC 9(07) COMP VALUE ZERO.
       01  WS-ST-HELD                  PIC 9(07) COMP VALUE ZERO.
       01  WS-ST-AWAITING              PIC 9(07) COMP VALUE ZERO.
       01  WS-ST-FUTURE                PIC 9(07) COMP VALUE ZERO.
       01  WS-STATEMENT-COUNT          PIC 9(04) COMP VALUE ZERO.

      * Staging for one line of the proof.
       01  WS-PROOF-LABEL              PIC X(24).
       01  WS-PROOF-STATEMENTS         PIC S9(15) VALUE ZERO.
       01  WS-PROOF-RUN-TOTAL          PIC S9(15) VALUE ZERO.
       01  WS-PROOF-SOURCE             PIC X(16).

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               'FIZZDIST DEPARTMENT RUN STATEMENT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-H1-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'JOB ID:'.
           05  RPT-H1-JOB-ID           PIC X(08).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE
               'DEPARTMENT:'.
           05  RPT-H2-DEPT-CODE        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-H2-DEPT-NAME        PIC X(30).

       01  RPT-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-S-TITLE             PIC X(40).

       01  RPT-PAIR-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'VAR A'.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'VAR B'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'TYPE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE '      PRODUCT'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'DIFFERENCE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'QUOTIENT'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'REMAINDER'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ADJ PERIOD'.

       01  RPT-PAIR-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-P-SEQ-NO            PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-P-VAR-A             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-P-VAR-B             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-P-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-P-VAR-C             PIC X(13).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  RPT-P-VAR-D             PIC X(07).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-P-VAR-E             PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-P-VAR-R             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-P-ADJ-LABEL         PIC X(04).
           05  RPT-P-ADJ-PERIOD        PIC X(06).

      * Numeric-edited staging for the result columns above, which
      * are alphanumeric so a result the record did not ask for is
      * left blank, as it is on the run's own report.
       01  RPT-EDIT-VAR-C              PIC Z,ZZZ,ZZZ,ZZ9.
       01  RPT-EDIT-VAR-D              PIC -ZZ,ZZ9.
       01  RPT-EDIT-VAR-E              PIC ZZ,ZZ9.
       01  RPT-EDIT-VAR-R              PIC ZZ,ZZ9.

       01  RPT-REJECT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(15) VALUE 'VAR_A/VAR_B'.
           05  FILLER                  PIC X(05) VALUE 'TYPE'.
           05  FILLER                  PIC X(43) VALUE 'REASON'.
           05  FILLER                  PIC X(14) VALUE 'FIRST FAILED'.
           05  FILLER                  PIC X(08) VALUE 'AGE DAYS'.

       01  RPT-REJECT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-R-SEQ-NO            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-R-VAR-A             PIC X(05).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RPT-R-VAR-B             PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-R-TYPE-CODE         PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-R-REASON            PIC X(40).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-R-FIRST-DATE        PIC X(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-R-AGE-DAYS          PIC ZZZZ9.

       01  RPT-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               '  NONE IN THIS RUN'.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-T-LABEL             PIC X(24).
           05  RPT-T-COUNT             PIC ZZZ,ZZ9.

       01  RPT-SUM-C-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF PRODUCTS  . . . .'.
           05  RPT-SC-SUM-VAR-C        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-SUM-D-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF DIFFERENCES . . .'.
           05  RPT-SD-SUM-VAR-D        PIC -ZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-CONTROL-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               'FIZZDIST DISTRIBUTION CONTROL REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
           05  RPT-CH-RUN-DATE         PIC 9(08).

       01  RPT-CONTROL-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE
               'STATEMENTS OF'.
           05  RPT-CH2-RUN-DATE        PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'JOB ID:'.
           05  RPT-CH2-JOB-ID          PIC X(08).

       01  RPT-DIST-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'DEPT'.
           05  FILLER                  PIC X(31) VALUE 'NAME'.
           05  FILLER                  PIC X(09) VALUE ' COMPUTED'.
           05  FILLER                  PIC X(21) VALUE
               '     SUM OF PRODUCTS'.
           05  FILLER                  PIC X(17) VALUE
               '     SUM OF DIFFS'.
           05  FILLER                  PIC X(09) VALUE ' REJECTED'.
           05  FILLER                  PIC X(09) VALUE '     HELD'.
           05  FILLER                  PIC X(09) VALUE '  NOT DUE'.

       01  RPT-DIST-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-DL-DEPT-CODE        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DL-DEPT-NAME        PIC X(30).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-DL-COMPUTED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DL-SUM-VAR-C        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DL-SUM-VAR-D        PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DL-REJECTED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DL-HELD             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DL-FUTURE           PIC ZZZ,ZZ9.

       01  RPT-PROOF-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(26) VALUE
               'PROOF TO THE RUN TOTALS'.
           05  FILLER                  PIC X(20) VALUE
               '          STATEMENTS'.
           05  FILLER                  PIC X(22) VALUE
               '             RUN TOTAL'.
           05  FILLER                  PIC X(18) VALUE '  SOURCE'.
           05  FILLER                  PIC X(13) VALUE '  RESULT'.

       01  RPT-PROOF-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PF-LABEL            PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PF-STATEMENTS       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PF-RUN-TOTAL        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PF-SOURCE           PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PF-RESULT           PIC X(11).

       01  RPT-EDIT-RUN-TOTAL          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-N-MESSAGE           PIC X(70).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SWEEP-TRANFILE THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 2300-LOAD-EXTRACT THRU 2300-EXIT.
           PERFORM 2500-LOAD-EXCEPTIONS THRU 2500-EXIT.
           PERFORM 2700-SUM-LEDGER THRU 2700-EXIT.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE THRU 1000-EXIT
      * Opens the files, takes the run date and job id off the
      * extract header - the run being distributed - and primes the
      * sweep of the transaction file in department order.  The
      * department master is read for statement names only and is
      * not required.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT EXTFILE.
           MOVE 'EXTFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-EXTFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           PERFORM 1200-READ-EXTRACT-HEADER THRU 1200-EXIT.

           OPEN INPUT EXCPFILE.
           MOVE 'EXCPFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-EXCPFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN INPUT TRANFILE.
           MOVE 'TRANFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-TRANFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT STMTFILE.
           MOVE 'STMTFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-STMTFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           OPEN OUTPUT DCTLFILE.
           MOVE 'DCTLFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-DCTLFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.

           SET WS-DEPTFILE-CLOSED TO TRUE.
           OPEN INPUT DEPTFILE.
           IF WS-DEPTFILE-STATUS = '00'
               SET WS-DEPTFILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FIZZDIST: DEPTFILE NOT AVAILABLE - FILE '
                   'STATUS ' WS-DEPTFILE-STATUS
                   ' - STATEMENTS PRINTED WITHOUT NAMES'
           END-IF.

           MOVE LOW-VALUES TO TRAN-DEPT-DATE-KEY.
           START TRANFILE KEY IS NOT LESS THAN TRAN-DEPT-DATE-KEY
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
      * Read-ahead of the next transaction record in department
      * order, shared by initialization and the end of the sweep.
      ******************************************************************
       1100-READ-TRANFILE.
           READ TRANFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-NOT-EOF
               ADD 1 TO WS-TRAN-SWEPT-COUNT
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-CHECK-FILE-STATUS THRU 1150-EXIT
      * Common OPEN-failure check.  WS-ABEND-FILE-NAME/WS-ABEND-STATUS
      * are set by the caller immediately before the PERFORM.
      * Anything other than '00' means the run cannot be distributed
      * safely, so the job is abended here rather than left to fail
      * unpredictably deeper in the program.
      ******************************************************************
       1150-CHECK-FILE-STATUS.
           IF WS-ABEND-STATUS = '00'
               GO TO 1150-EXIT
           END-IF.
           DISPLAY 'FIZZDIST: OPEN FAILED FOR ' WS-ABEND-FILE-NAME
               ' - FILE STATUS ' WS-ABEND-STATUS.
           DISPLAY 'FIZZDIST: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-EXTRACT-HEADER THRU 1200-EXIT
      * The extract must open with a run header carrying a run date.
      * An empty file, a file that does not start with a header, or
      * a retransmission rebuilt from the audit log is not a run this
      * job can distribute, and abends before anything is written.
      ******************************************************************
       1200-READ-EXTRACT-HEADER.
           READ EXTFILE
               AT END
                   DISPLAY 'FIZZDIST: EXTRACT FILE IS EMPTY - NO RUN '
                       'TO DISTRIBUTE'
                   DISPLAY 'FIZZDIST: JOB TERMINATING - UNABLE TO '
                       'CONTINUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF EXT-HEADER-RETRANS
               DISPLAY 'FIZZDIST: EXTRACT IS A RETRANSMISSION OF '
                   EXT-H-RUN-DATE ' - NOT A RUN EXTRACT'
               DISPLAY 'FIZZDIST: JOB TERMINATING - UNABLE TO CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT EXT-HEADER OR
              EXT-H-RUN-DATE NOT NUMERIC
               DISPLAY 'FIZZDIST: EXTRACT DOES NOT START WITH A RUN '
                   'HEADER - RECORD TYPE ' EXT-H-REC-TYPE
               DISPLAY 'FIZZDIST: JOB TERMINATING - UNABLE TO CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE EXT-H-RUN-DATE TO WS-RUN-DATE-X.
           MOVE EXT-H-JOB-ID TO WS-RUN-JOB-ID.
           COMPUTE WS-RUN-DAY-NO =
               WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SWEEP-TRANFILE THRU 2000-EXIT
      * Counts one transaction record the way the batch run counted
      * it: held, or awaiting approval (held, and counted again on
      * its own), or pending with a requested date after the run
      * date (not yet due).  A computed or rejected record is only
      * given its department's entry here, so the statements come
      * out in department order; its figures come off the extract
      * and the log.  Anything else is not the run's business.
      ******************************************************************
       2000-SWEEP-TRANFILE.
           MOVE TRAN-DEPT-CODE TO WS-SEARCH-DEPT-CODE.
           EVALUATE TRUE
               WHEN TRAN-STAT-HELD
                   PERFORM 2100-FIND-DEPT-ENTRY THRU 2100-EXIT
                   ADD 1 TO WS-DT-HELD (WS-DEPT-SUB)
               WHEN TRAN-STAT-AWAITING
                   PERFORM 2100-FIND-DEPT-ENTRY THRU 2100-EXIT
                   ADD 1 TO WS-DT-HELD (WS-DEPT-SUB)
                   ADD 1 TO WS-DT-AWAITING (WS-DEPT-SUB)
               WHEN TRAN-STAT-PENDING
                   IF TRAN-REQ-DATE NUMERIC AND
                      TRAN-REQ-DATE > WS-RUN-DATE-X
                       PERFORM 2100-FIND-DEPT-ENTRY THRU 2100-EXIT
                       ADD 1 TO WS-DT-FUTURE (WS-DEPT-SUB)
                   END-IF
               WHEN TRAN-STAT-COMPUTED
               WHEN TRAN-STAT-EXCEPTED
                   PERFORM 2100-FIND-DEPT-ENTRY THRU 2100-EXIT
           END-EVALUATE.

       2000-NEXT-RECORD.
           PERFORM 1100-READ-TRANFILE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-DEPT-ENTRY THRU 2100-EXIT
      * Leaves WS-DEPT-SUB on the entry for WS-SEARCH-DEPT-CODE,
      * adding a fresh one the first time the department is met.
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
               DISPLAY 'FIZZDIST: MORE THAN ' WS-DEPT-MAX
                   ' DEPARTMENTS - ENLARGE WS-DEPT-TABLE'
               DISPLAY 'FIZZDIST: JOB TERMINATING - UNABLE TO CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
           MOVE WS-SEARCH-DEPT-CODE TO WS-DT-CODE (WS-DEPT-SUB).
           MOVE ZERO TO WS-DT-COMPUTED (WS-DEPT-SUB).
           MOVE ZERO TO WS-DT-REJECTED (WS-DEPT-SUB).
           MOVE ZERO TO WS-DT-HELD (WS-DEPT-SUB).
           MOVE ZERO TO WS-DT-AWAITING (WS-DEPT-SUB).
           MOVE ZERO TO WS-DT-FUTURE (WS-DEPT-SUB).

       2100-EXIT.
           EXIT.

       2150-SCAN-DEPT-TABLE.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DT-CODE (WS-DEPT-SUB) = WS-SEARCH-DEPT-CODE
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOAD-EXTRACT THRU 2300-EXIT
      * Tables every computed pair on the extract under its
      * department and picks up the trailer's control totals.  The
      * header was read at initialization.
      ******************************************************************
       2300-LOAD-EXTRACT.
           SET WS-NOT-EOF TO TRUE.
           PERFORM 2310-READ-EXTFILE THRU 2310-EXIT.
           PERFORM 2350-TABLE-PAIR THRU 2350-EXIT
               UNTIL WS-EOF.
           CLOSE EXTFILE.

       2300-EXIT.
           EXIT.

       2310-READ-EXTFILE.
           READ EXTFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2350-TABLE-PAIR THRU 2350-EXIT
      * One extract record.  A record that is neither a detail nor
      * the trailer is counted, so it shows as a break on the control
      * report rather than dropping out of the statements unseen.
      ******************************************************************
       2350-TABLE-PAIR.
           IF EXT-TRAILER
               SET WS-TRAILER-READ TO TRUE
               MOVE EXT-T-REC-COUNT TO WS-TRL-REC-COUNT
               MOVE EXT-T-SUM-VAR-C TO WS-TRL-SUM-VAR-C
               MOVE EXT-T-SUM-VAR-D TO WS-TRL-SUM-VAR-D
               GO TO 2350-NEXT-RECORD
           END-IF.
           IF NOT EXT-DETAIL
               ADD 1 TO WS-EXT-UNKNOWN-COUNT
               GO TO 2350-NEXT-RECORD
           END-IF.
           ADD 1 TO WS-EXT-READ-COUNT.
           IF WS-PAIR-COUNT NOT < WS-PAIR-MAX
               DISPLAY 'FIZZDIST: MORE THAN ' WS-PAIR-MAX
                   ' COMPUTED PAIRS - ENLARGE WS-PAIR-TABLE'
               DISPLAY 'FIZZDIST: JOB TERMINATING - UNABLE TO CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE EXT-D-DEPT-CODE TO WS-SEARCH-DEPT-CODE.
           PERFORM 2100-FIND-DEPT-ENTRY THRU 2100-EXIT.
           ADD 1 TO WS-DT-COMPUTED (WS-DEPT-SUB).

           ADD 1 TO WS-PAIR-COUNT.
           MOVE WS-PAIR-COUNT TO WS-PAIR-SUB.
           MOVE WS-DEPT-SUB TO WS-PR-DEPT-SUB (WS-PAIR-SUB).
           MOVE EXT-D-SEQ-NO TO WS-PR-SEQ-NO (WS-PAIR-SUB).
           MOVE EXT-D-VAR-A TO WS-PR-VAR-A (WS-PAIR-SUB).
           MOVE EXT-D-VAR-B TO WS-PR-VAR-B (WS-PAIR-SUB).
           MOVE EXT-D-VAR-C TO WS-PR-VAR-C (WS-PAIR-SUB).
           MOVE EXT-D-VAR-D TO WS-PR-VAR-D (WS-PAIR-SUB).
           MOVE EXT-D-VAR-E TO WS-PR-VAR-E (WS-PAIR-SUB).
           MOVE EXT-D-VAR-R TO WS-PR-VAR-R (WS-PAIR-SUB).
           MOVE EXT-D-TYPE-CODE TO WS-PR-TYPE-CODE (WS-PAIR-SUB).
           MOVE EXT-D-ADJ-FLAG TO WS-PR-ADJ-FLAG (WS-PAIR-SUB).
           MOVE EXT-D-ADJ-PERIOD TO WS-PR-ADJ-PERIOD (WS-PAIR-SUB).

       2350-NEXT-RECORD.
           PERFORM 2310-READ-EXTFILE THRU 2310-EXIT.

       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOAD-EXCEPTIONS THRU 2500-EXIT
      * Tables every reject on the exceptions log under its
      * department, aged at the run.
      ******************************************************************
       2500-LOAD-EXCEPTIONS.
           SET WS-NOT-EOF TO TRUE.
           PERFORM 2510-READ-EXCPFILE THRU 2510-EXIT.
           PERFORM 2550-TABLE-REJECT THRU 2550-EXIT
               UNTIL WS-EOF.
           CLOSE EXCPFILE.

       2500-EXIT.
           EXIT.

       2510-READ-EXCPFILE.
           READ EXCPFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-NOT-EOF
               ADD 1 TO WS-EXCP-READ-COUNT
           END-IF.

       2510-EXIT.
           EXIT.

       2550-TABLE-REJECT.
           IF WS-REJECT-COUNT NOT < WS-REJECT-MAX
               DISPLAY 'FIZZDIST: MORE THAN ' WS-REJECT-MAX
                   ' REJECTS - ENLARGE WS-REJECT-TABLE'
               DISPLAY 'FIZZDIST: JOB TERMINATING - UNABLE TO CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE EXCP-DEPT-CODE TO WS-SEARCH-DEPT-CODE.
           PERFORM 2100-FIND-DEPT-ENTRY THRU 2100-EXIT.
           ADD 1 TO WS-DT-REJECTED (WS-DEPT-SUB).
           PERFORM 2600-COMPUTE-AGE THRU 2600-EXIT.

           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-REJECT-COUNT TO WS-REJECT-SUB.
           MOVE WS-DEPT-SUB TO WS-RJ-DEPT-SUB (WS-REJECT-SUB).
           MOVE EXCP-SEQ-NO TO WS-RJ-SEQ-NO (WS-REJECT-SUB).
           MOVE EXCP-VAR-A TO WS-RJ-VAR-A (WS-REJECT-SUB).
           MOVE EXCP-VAR-B TO WS-RJ-VAR-B (WS-REJECT-SUB).
           MOVE EXCP-TYPE-CODE TO WS-RJ-TYPE-CODE (WS-REJECT-SUB).
           MOVE EXCP-REASON TO WS-RJ-REASON (WS-REJECT-SUB).
           MOVE EXCP-RUN-DATE TO WS-RJ-FIRST-DATE (WS-REJECT-SUB).
           MOVE WS-AGE-DAYS TO WS-RJ-AGE-DAYS (WS-REJECT-SUB).

       2550-NEXT-RECORD.
           PERFORM 2510-READ-EXCPFILE THRU 2510-EXIT.

       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-COMPUTE-AGE THRU 2600-EXIT
      * Age of the reject at the run in days on the 30/360
      * convention.  A reject written before EXCP-RUN-DATE existed
      * carries spaces there and ages as zero rather than garbage.
      ******************************************************************
       2600-COMPUTE-AGE.
           MOVE ZERO TO WS-AGE-DAYS.
           IF EXCP-RUN-DATE NOT NUMERIC
               GO TO 2600-EXIT
           END-IF.
           MOVE EXCP-RUN-DATE TO WS-EXCP-DATE.
           COMPUTE WS-EXCP-DAY-NO =
               WS-EXCP-YEAR * 360 + WS-EXCP-MONTH * 30 + WS-EXCP-DAY.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-EXCP-DAY-NO.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-SUM-LEDGER THRU 2700-EXIT
      * Adds up the batch run's ledger postings for the run date -
      * one per partition on a partitioned night.  The ledger is
      * optional; without it, or without a posting for the run, the
      * counts cannot be proven and the control report says so.
      ******************************************************************
       2700-SUM-LEDGER.
           OPEN INPUT LEDGFILE.
           IF WS-LEDGFILE-STATUS = '05'
               CLOSE LEDGFILE
               GO TO 2700-EXIT
           END-IF.
           MOVE 'LEDGFILE' TO WS-ABEND-FILE-NAME.
           MOVE WS-LEDGFILE-STATUS TO WS-ABEND-STATUS.
           PERFORM 1150-CHECK-FILE-STATUS THRU 1150-EXIT.
           SET WS-NOT-EOF TO TRUE.
           PERFORM 2710-READ-LEDGFILE THRU 2710-EXIT.
           PERFORM 2750-SUM-RUN-POSTING THRU 2750-EXIT
               UNTIL WS-EOF.
           CLOSE LEDGFILE.

       2700-EXIT.
           EXIT.

       2710-READ-LEDGFILE.
           READ LEDGFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2710-EXIT.
           EXIT.

       2750-SUM-RUN-POSTING.
           IF LEDG-RUN-POSTING AND
              LEDG-B-RUN-DATE = WS-RUN-DATE-X
               SET WS-RUN-POSTED TO TRUE
               ADD 1 TO WS-LEDG-POST-COUNT
               ADD LEDG-B-COMPUTED TO WS-LEDG-COMPUTED
               ADD LEDG-B-EXCEPTED TO WS-LEDG-EXCEPTED
               ADD LEDG-B-HELD TO WS-LEDG-HELD
               ADD LEDG-B-FUTURE TO WS-LEDG-FUTURE
           END-IF.
           PERFORM 2710-READ-LEDGFILE THRU 2710-EXIT.

       2750-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Writes every department's statement, listing each on the
      * control report as it goes, then the proof of the statements
      * to the run totals.  Sets the return code.
      ******************************************************************
       3000-FINALIZE.
           MOVE WS-CURR-DATE TO RPT-CH-RUN-DATE.
           WRITE DCTL-RECORD FROM RPT-CONTROL-HEADING
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE WS-RUN-DATE-X TO RPT-CH2-RUN-DATE.
           MOVE WS-RUN-JOB-ID TO RPT-CH2-JOB-ID.
           WRITE DCTL-RECORD FROM RPT-CONTROL-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DCTL-RECORD.
           WRITE DCTL-RECORD AFTER ADVANCING 1 LINE.
           WRITE DCTL-RECORD FROM RPT-DIST-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DCTL-RECORD.
           WRITE DCTL-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 3100-WRITE-STATEMENT THRU 3100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

           IF WS-STATEMENT-COUNT = ZERO
               MOVE 'NO DEPARTMENT HAD WORK IN THIS RUN' TO
                   RPT-N-MESSAGE
               WRITE DCTL-RECORD FROM RPT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO RPT-DIST-LINE.
           MOVE 'TOTAL ON STATEMENTS' TO RPT-DL-DEPT-NAME.
           MOVE WS-ST-COMPUTED TO RPT-DL-COMPUTED.
           MOVE WS-ST-SUM-VAR-C TO RPT-DL-SUM-VAR-C.
           MOVE WS-ST-SUM-VAR-D TO RPT-DL-SUM-VAR-D.
           MOVE WS-ST-REJECTED TO RPT-DL-REJECTED.
           MOVE WS-ST-HELD TO RPT-DL-HELD.
           MOVE WS-ST-FUTURE TO RPT-DL-FUTURE.
           WRITE DCTL-RECORD FROM RPT-DIST-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3500-WRITE-PROOF THRU 3500-EXIT.

           CLOSE TRANFILE.
           CLOSE STMTFILE.
           CLOSE DCTLFILE.
           IF WS-DEPTFILE-OPEN
               CLOSE DEPTFILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                   DISPLAY 'FIZZDIST: STATEMENTS DO NOT AGREE WITH '
                       'THE RUN OF ' WS-RUN-DATE-X
                       ' - DO NOT DISTRIBUTE - RC=12' UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-STATEMENT-COUNT = ZERO
                   DISPLAY 'FIZZDIST: NOTHING TO DISTRIBUTE FOR THE '
                       'RUN OF ' WS-RUN-DATE-X ' - RC=8' UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'FIZZDIST: ' WS-STATEMENT-COUNT
                       ' STATEMENTS FOR THE RUN OF ' WS-RUN-DATE-X
                       ' PROVEN - RC=0' UPON CONSOLE
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-STATEMENT THRU 3100-EXIT
      * Writes the statement for department WS-DEPT-SUB, starting on
      * a new page: its computed pairs, its rejects and its totals.
      * The computed and rejected totals are added up from the lines
      * actually printed, not copied from the table, so the proof
      * checks what the department will read.  A department whose
      * only records are computed or rejected ones from an earlier
      * run gets no statement.
      ******************************************************************
       3100-WRITE-STATEMENT.
           IF WS-DT-COMPUTED (WS-DEPT-SUB) = ZERO AND
              WS-DT-REJECTED (WS-DEPT-SUB) = ZERO AND
              WS-DT-HELD (WS-DEPT-SUB) = ZERO AND
              WS-DT-FUTURE (WS-DEPT-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE ZERO TO WS-SD-COMPUTED.
           MOVE ZERO TO WS-SD-SUM-VAR-C.
           MOVE ZERO TO WS-SD-SUM-VAR-D.
           MOVE ZERO TO WS-SD-REJECTED.
           PERFORM 3150-LOOKUP-DEPT-NAME THRU 3150-EXIT.

           MOVE WS-RUN-DATE-X TO RPT-H1-RUN-DATE.
           MOVE WS-RUN-JOB-ID TO RPT-H1-JOB-ID.
           WRITE STMT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING TOP-OF-PAGE.
           MOVE WS-DT-CODE (WS-DEPT-SUB) TO RPT-H2-DEPT-CODE.
           MOVE WS-DEPT-NAME TO RPT-H2-DEPT-NAME.
           WRITE STMT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.

           MOVE 'COMPUTED PAIRS' TO RPT-S-TITLE.
           WRITE STMT-RECORD FROM RPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE STMT-RECORD FROM RPT-PAIR-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM 3200-WRITE-PAIR-LINE THRU 3200-EXIT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
           IF WS-SD-COMPUTED = ZERO
               WRITE STMT-RECORD FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'REJECTED PAIRS' TO RPT-S-TITLE.
           WRITE STMT-RECORD FROM RPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE STMT-RECORD FROM RPT-REJECT-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM 3300-WRITE-REJECT-LINE THRU 3300-EXIT
               VARYING WS-REJECT-SUB FROM 1 BY 1
               UNTIL WS-REJECT-SUB > WS-REJECT-COUNT.
           IF WS-SD-REJECTED = ZERO
               WRITE STMT-RECORD FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 3400-WRITE-DEPT-TOTALS THRU 3400-EXIT.

           ADD WS-SD-COMPUTED TO WS-ST-COMPUTED.
           ADD WS-SD-SUM-VAR-C TO WS-ST-SUM-VAR-C.
           ADD WS-SD-SUM-VAR-D TO WS-ST-SUM-VAR-D.
           ADD WS-SD-REJECTED TO WS-ST-REJECTED.
           ADD WS-DT-HELD (WS-DEPT-SUB) TO WS-ST-HELD.
           ADD WS-DT-AWAITING (WS-DEPT-SUB) TO WS-ST-AWAITING.
           ADD WS-DT-FUTURE (WS-DEPT-SUB) TO WS-ST-FUTURE.
           ADD 1 TO WS-STATEMENT-COUNT.

           MOVE WS-DT-CODE (WS-DEPT-SUB) TO RPT-DL-DEPT-CODE.
           MOVE WS-DEPT-NAME TO RPT-DL-DEPT-NAME.
           MOVE WS-SD-COMPUTED TO RPT-DL-COMPUTED.
           MOVE WS-SD-SUM-VAR-C TO RPT-DL-SUM-VAR-C.
           MOVE WS-SD-SUM-VAR-D TO RPT-DL-SUM-VAR-D.
           MOVE WS-SD-REJECTED TO RPT-DL-REJECTED.
           MOVE WS-DT-HELD (WS-DEPT-SUB) TO RPT-DL-HELD.
           MOVE WS-DT-FUTURE (WS-DEPT-SUB) TO RPT-DL-FUTURE.
           WRITE DCTL-RECORD FROM RPT-DIST-LINE
               AFTER ADVANCING 1 LINE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-LOOKUP-DEPT-NAME THRU 3150-EXIT
      * The department master is read only for the statement heading;
      * a code it does not hold still gets its statement.
      ******************************************************************
       3150-LOOKUP-DEPT-NAME.
           MOVE SPACES TO WS-DEPT-NAME.
           IF WS-DT-CODE (WS-DEPT-SUB) = SPACES
               MOVE '** NO DEPARTMENT ON RECORD **' TO WS-DEPT-NAME
               GO TO 3150-EXIT
           END-IF.
           IF WS-DEPTFILE-CLOSED
               GO TO 3150-EXIT
           END-IF.
           MOVE WS-DT-CODE (WS-DEPT-SUB) TO DEPT-CODE.
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
      * 3200-WRITE-PAIR-LINE THRU 3200-EXIT
      * Prints computed pair WS-PAIR-SUB if it is the department's.
      * Only the results the pair asked for are printed, the same as
      * on the run's report.
      ******************************************************************
       3200-WRITE-PAIR-LINE.
           IF WS-PR-DEPT-SUB (WS-PAIR-SUB) NOT = WS-DEPT-SUB
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-PR-SEQ-NO (WS-PAIR-SUB) TO RPT-P-SEQ-NO.
           MOVE WS-PR-VAR-A (WS-PAIR-SUB) TO RPT-P-VAR-A.
           MOVE WS-PR-VAR-B (WS-PAIR-SUB) TO RPT-P-VAR-B.
           MOVE WS-PR-TYPE-CODE (WS-PAIR-SUB) TO RPT-P-TYPE-CODE.
           MOVE SPACES TO RPT-P-VAR-C.
           MOVE SPACES TO RPT-P-VAR-D.
           MOVE SPACES TO RPT-P-VAR-E.
           MOVE SPACES TO RPT-P-VAR-R.
           EVALUATE TRUE
               WHEN WS-PR-TYPE-MULTIPLY (WS-PAIR-SUB)
                   MOVE WS-PR-VAR-C (WS-PAIR-SUB) TO RPT-EDIT-VAR-C
                   MOVE RPT-EDIT-VAR-C TO RPT-P-VAR-C
               WHEN WS-PR-TYPE-DIVIDE (WS-PAIR-SUB)
                   MOVE WS-PR-VAR-E (WS-PAIR-SUB) TO RPT-EDIT-VAR-E
                   MOVE RPT-EDIT-VAR-E TO RPT-P-VAR-E
                   MOVE WS-PR-VAR-R (WS-PAIR-SUB) TO RPT-EDIT-VAR-R
                   MOVE RPT-EDIT-VAR-R TO RPT-P-VAR-R
               WHEN OTHER
                   MOVE WS-PR-VAR-C (WS-PAIR-SUB) TO RPT-EDIT-VAR-C
                   MOVE RPT-EDIT-VAR-C TO RPT-P-VAR-C
                   MOVE WS-PR-VAR-D (WS-PAIR-SUB) TO RPT-EDIT-VAR-D
                   MOVE RPT-EDIT-VAR-D TO RPT-P-VAR-D
                   MOVE WS-PR-VAR-E (WS-PAIR-SUB) TO RPT-EDIT-VAR-E
                   MOVE RPT-EDIT-VAR-E TO RPT-P-VAR-E
                   MOVE WS-PR-VAR-R (WS-PAIR-SUB) TO RPT-EDIT-VAR-R
                   MOVE RPT-EDIT-VAR-R TO RPT-P-VAR-R
           END-EVALUATE.
           IF WS-PR-PRIOR-PERIOD-ADJ (WS-PAIR-SUB)
               MOVE 'PPA' TO RPT-P-ADJ-LABEL
               MOVE WS-PR-ADJ-PERIOD (WS-PAIR-SUB) TO RPT-P-ADJ-PERIOD
           ELSE
               MOVE SPACES TO RPT-P-ADJ-LABEL
               MOVE SPACES TO RPT-P-ADJ-PERIOD
           END-IF.
           WRITE STMT-RECORD FROM RPT-PAIR-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SD-COMPUTED.
           ADD WS-PR-VAR-C (WS-PAIR-SUB) TO WS-SD-SUM-VAR-C.
           ADD WS-PR-VAR-D (WS-PAIR-SUB) TO WS-SD-SUM-VAR-D.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-WRITE-REJECT-LINE THRU 3300-EXIT
      * Prints reject WS-REJECT-SUB if it is the department's.
      ******************************************************************
       3300-WRITE-REJECT-LINE.
           IF WS-RJ-DEPT-SUB (WS-REJECT-SUB) NOT = WS-DEPT-SUB
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-RJ-SEQ-NO (WS-REJECT-SUB) TO RPT-R-SEQ-NO.
           MOVE WS-RJ-VAR-A (WS-REJECT-SUB) TO RPT-R-VAR-A.
           MOVE WS-RJ-VAR-B (WS-REJECT-SUB) TO RPT-R-VAR-B.
           MOVE WS-RJ-TYPE-CODE (WS-REJECT-SUB) TO RPT-R-TYPE-CODE.
           MOVE WS-RJ-REASON (WS-REJECT-SUB) TO RPT-R-REASON.
           MOVE WS-RJ-FIRST-DATE (WS-REJECT-SUB) TO RPT-R-FIRST-DATE.
           MOVE WS-RJ-AGE-DAYS (WS-REJECT-SUB) TO RPT-R-AGE-DAYS.
           WRITE STMT-RECORD FROM RPT-REJECT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SD-REJECTED.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-WRITE-DEPT-TOTALS THRU 3400-EXIT
      * The statement's closing totals, labelled as on the run's own
      * report.  Held includes the records awaiting approval, which
      * are also shown on their own line beneath it.
      ******************************************************************
       3400-WRITE-DEPT-TOTALS.
           MOVE 'DEPARTMENT TOTALS' TO RPT-S-TITLE.
           WRITE STMT-RECORD FROM RPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'PAIRS COMPUTED . . . . .' TO RPT-T-LABEL.
           MOVE WS-SD-COMPUTED TO RPT-T-COUNT.
           WRITE STMT-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SD-SUM-VAR-C TO RPT-SC-SUM-VAR-C.
           WRITE STMT-RECORD FROM RPT-SUM-C-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SD-SUM-VAR-D TO RPT-SD-SUM-VAR-D.
           WRITE STMT-RECORD FROM RPT-SUM-D-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAIRS REJECTED . . . . .' TO RPT-T-LABEL.
           MOVE WS-SD-REJECTED TO RPT-T-COUNT.
           WRITE STMT-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS HELD . . . . . .' TO RPT-T-LABEL.
           MOVE WS-DT-HELD (WS-DEPT-SUB) TO RPT-T-COUNT.
           WRITE STMT-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  AWAITING APPROVAL  . .' TO RPT-T-LABEL.
           MOVE WS-DT-AWAITING (WS-DEPT-SUB) TO RPT-T-COUNT.
           WRITE STMT-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT YET DUE  . . . . . .' TO RPT-T-LABEL.
           MOVE WS-DT-FUTURE (WS-DEPT-SUB) TO RPT-T-COUNT.
           WRITE STMT-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-WRITE-PROOF THRU 3500-EXIT
      * Proves the statements to the run: every computed pair and
      * both sums to the extract trailer, every reject to the log,
      * and the computed, rejected, held and not-yet-due counts to
      * the batch run's ledger postings.  A missing trailer, a
      * missing ledger posting or an extract record that is neither
      * detail nor trailer is itself a break - the statements cannot
      * be shown complete without them.
      ******************************************************************
       3500-WRITE-PROOF.
           MOVE SPACES TO DCTL-RECORD.
           WRITE DCTL-RECORD AFTER ADVANCING 1 LINE.
           WRITE DCTL-RECORD FROM RPT-PROOF-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DCTL-RECORD.
           WRITE DCTL-RECORD AFTER ADVANCING 1 LINE.

           IF WS-TRAILER-READ
               SET WS-SOURCE-PRESENT TO TRUE
           ELSE
               SET WS-SOURCE-MISSING TO TRUE
           END-IF.
           MOVE 'EXTRACT TRAILER' TO WS-PROOF-SOURCE.
           MOVE 'PAIRS COMPUTED . . . . .' TO WS-PROOF-LABEL.
           MOVE WS-ST-COMPUTED TO WS-PROOF-STATEMENTS.
           MOVE WS-TRL-REC-COUNT TO WS-PROOF-RUN-TOTAL.
           PERFORM 3550-WRITE-PROOF-LINE THRU 3550-EXIT.
           MOVE 'SUM OF PRODUCTS  . . . .' TO WS-PROOF-LABEL.
           MOVE WS-ST-SUM-VAR-C TO WS-PROOF-STATEMENTS.
           MOVE WS-TRL-SUM-VAR-C TO WS-PROOF-RUN-TOTAL.
           PERFORM 3550-WRITE-PROOF-LINE THRU 3550-EXIT.
           MOVE 'SUM OF DIFFERENCES . . .' TO WS-PROOF-LABEL.
           MOVE WS-ST-SUM-VAR-D TO WS-PROOF-STATEMENTS.
           MOVE WS-TRL-SUM-VAR-D TO WS-PROOF-RUN-TOTAL.
           PERFORM 3550-WRITE-PROOF-LINE THRU 3550-EXIT.

           SET WS-SOURCE-PRESENT TO TRUE.
           MOVE 'EXCEPTIONS LOG' TO WS-PROOF-SOURCE.
           MOVE 'PAIRS REJECTED . . . . .' TO WS-PROOF-LABEL.
           MOVE WS-ST-REJECTED TO WS-PROOF-STATEMENTS.
           MOVE WS-EXCP-READ-COUNT TO WS-PROOF-RUN-TOTAL.
           PERFORM 3550-WRITE-PROOF-LINE THRU 3550-EXIT.

           IF WS-RUN-POSTED
               SET WS-SOURCE-PRESENT TO TRUE
           ELSE
               SET WS-SOURCE-MISSING TO TRUE
           END-IF.
           MOVE 'RUN LEDGER' TO WS-PROOF-SOURCE.
           MOVE 'PAIRS COMPUTED . . . . .' TO WS-PROOF-LABEL.
           MOVE WS-ST-COMPUTED TO WS-PROOF-STATEMENTS.
           MOVE WS-LEDG-COMPUTED TO WS-PROOF-RUN-TOTAL.
           PERFORM 3550-WRITE-PROOF-LINE THRU 3550-EXIT.
           MOVE 'PAIRS REJECTED . . . . .' TO WS-PROOF-LABEL.
           MOVE WS-ST-REJECTED TO WS-PROOF-STATEMENTS.
           MOVE WS-LEDG-EXCEPTED TO WS-PROOF-RUN-TOTAL.
           PERFORM 3550-WRITE-PROOF-LINE THRU 3550-EXIT.
           MOVE 'RECORDS HELD . . . . . .' TO WS-PROOF-LABEL.
           MOVE WS-ST-HELD TO WS-PROOF-STATEMENTS.
           MOVE WS-LEDG-HELD TO WS-PROOF-RUN-TOTAL.
           PERFORM 3550-WRITE-PROOF-LINE THRU 3550-EXIT.
           MOVE 'NOT YET DUE  . . . . . .' TO WS-PROOF-LABEL.
           MOVE WS-ST-FUTURE TO WS-PROOF-STATEMENTS.
           MOVE WS-LEDG-FUTURE TO WS-PROOF-RUN-TOTAL.
           PERFORM 3550-WRITE-PROOF-LINE THRU 3550-EXIT.

           IF WS-EXT-UNKNOWN-COUNT > ZERO
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

           MOVE SPACES TO DCTL-RECORD.
           WRITE DCTL-RECORD AFTER ADVANCING 1 LINE.
           MOVE 'EXTRACT DETAILS READ . .' TO RPT-T-LABEL.
           MOVE WS-EXT-READ-COUNT TO RPT-T-COUNT.
           WRITE DCTL-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EXTRACT NOT RECOGNISED .' TO RPT-T-LABEL.
           MOVE WS-EXT-UNKNOWN-COUNT TO RPT-T-COUNT.
           WRITE DCTL-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EXCEPTIONS READ  . . . .' TO RPT-T-LABEL.
           MOVE WS-EXCP-READ-COUNT TO RPT-T-COUNT.
           WRITE DCTL-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANFILE RECORDS SWEPT .' TO RPT-T-LABEL.
           MOVE WS-TRAN-SWEPT-COUNT TO RPT-T-COUNT.
           WRITE DCTL-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER RUN POSTINGS  . .' TO RPT-T-LABEL.
           MOVE WS-LEDG-POST-COUNT TO RPT-T-COUNT.
           WRITE DCTL-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  AWAITING APPROVAL  . .' TO RPT-T-LABEL.
           MOVE WS-ST-AWAITING TO RPT-T-COUNT.
           WRITE DCTL-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENTS WRITTEN . . .' TO RPT-T-LABEL.
           MOVE WS-STATEMENT-COUNT TO RPT-T-COUNT.
           WRITE DCTL-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-IN-BALANCE
               MOVE 'STATEMENTS AGREE WITH THE RUN TOTALS' TO
                   RPT-N-MESSAGE
           ELSE
               MOVE '*** OUT OF BALANCE - DO NOT DISTRIBUTE ***' TO
                   RPT-N-MESSAGE
           END-IF.
           WRITE DCTL-RECORD FROM RPT-NOTE-LINE
               AFTER ADVANCING 2 LINES.

       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3550-WRITE-PROOF-LINE THRU 3550-EXIT
      * Prints one proof line from the WS-PROOF- staging fields and
      * marks the run out of balance on any disagreement.  When the
      * source is missing (WS-SOURCE-MISSING) the run total prints
      * as not available and the line is a break.
      ******************************************************************
       3550-WRITE-PROOF-LINE.
           MOVE WS-PROOF-LABEL TO RPT-PF-LABEL.
           MOVE WS-PROOF-STATEMENTS TO RPT-PF-STATEMENTS.
           MOVE WS-PROOF-SOURCE TO RPT-PF-SOURCE.
           IF WS-SOURCE-MISSING
               MOVE '       NOT AVAILABLE' TO RPT-PF-RUN-TOTAL
               MOVE '** BREAK **' TO RPT-PF-RESULT
               SET WS-OUT-OF-BALANCE TO TRUE
               GO TO 3550-WRITE
           END-IF.
           MOVE WS-PROOF-RUN-TOTAL TO RPT-EDIT-RUN-TOTAL.
           MOVE RPT-EDIT-RUN-TOTAL TO RPT-PF-RUN-TOTAL.
           IF WS-PROOF-STATEMENTS = WS-PROOF-RUN-TOTAL
               MOVE 'AGREE' TO RPT-PF-RESULT
           ELSE
               MOVE '** BREAK **' TO RPT-PF-RESULT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       3550-WRITE.
           WRITE DCTL-RECORD FROM RPT-PROOF-LINE
               AFTER ADVANCING 1 LINE.

       3550-EXIT.
           EXIT.
