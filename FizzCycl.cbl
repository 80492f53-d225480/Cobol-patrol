      ******************************************************************
      * FIZZCYCL.CBL
      * Author:      P. Lindqvist, Batch Systems Support
      * Installation: DELTA DATA CENTER
      * Date-Written: 2026-10-01
      * Purpose:     Operator utility for the FIZZ-BUZZ night-cycle
      *              step-control file the FIZZSTEP routine keeps.
      *              Lists where a cycle stands, step by step, and
      *              resets a step so it can be run again - the one
      *              sanctioned way past the step control when a
      *              night has to be repaired and rerun.  Every reset
      *              is logged, with the operator's initials and the
      *              reason, to the reset log.
      *
      *              Function cards, any number per run, from SYSIN:
      *                LIST  [yyyymmdd]
      *                    cols 7-14  cycle date; blank lists the
      *                               open cycle, or the last one
      *                               closed if none is open
      *                RESET yyyymmdd ssssssss pp iii rrrr...
      *                    cols 7-14  cycle date
      *                    cols 16-23 step name (TRANLOAD, FIZZBUZZ,
      *                               FIZZMRGE, FIZZRCYC, FIZZARCH,
      *                               FIZZRTRN, FIZZBAL)
      *                    cols 25-26 FIZZBUZZ only: the partition to
      *                               reset; blank resets the whole
      *                               batch step, every partition
      *                    cols 28-30 operator initials, not blank
      *                    cols 32-80 reason, not blank
      *                    the step goes back to not run; resetting
      *                    FIZZBAL on a closed cycle reopens it, as
      *                    long as no other cycle is open
      *              A reset does not undo a later step: the step
      *              control still refuses a step while any later
      *              one has run, so a night is reset from the last
      *              step back.
      *              Each card is edited and applied on its own; a
      *              card that fails its edit is listed and skipped
      *              and the run carries on with the next one.
      *              Return codes: 0 every card applied, 8 one or
      *              more cards rejected, 16 no cards or a file could
      *              not be opened or updated.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- --------------------------------------------
      *   2026-10-01 PL    Original list/reset utility for the
      *                    night-cycle step-control file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCYCL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYLCARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYLCARDS-STATUS.

           SELECT CYCLFILE ASSIGN TO CYCLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-KEY
               FILE STATUS IS WS-CYCLFILE-STATUS.

           SELECT OPTIONAL CLOGFILE ASSIGN TO CLOGFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYLCARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CYL-CARD.
           05  CYL-FUNCTION            PIC X(05).
               88  CYL-FUNC-LIST           VALUE 'LIST '.
               88  CYL-FUNC-RESET          VALUE 'RESET'.
           05  FILLER                  PIC X(01).
           05  CYL-CYCLE-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  CYL-STEP-NAME           PIC X(08).
           05  FILLER                  PIC X(01).
           05  CYL-PARTITION-NO        PIC X(02).
           05  CYL-PARTITION-NUM REDEFINES CYL-PARTITION-NO
                                       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  CYL-OPERATOR            PIC X(03).
           05  FILLER                  PIC X(01).
           05  CYL-REASON              PIC X(49).

       FD  CYCLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CYCLREC.

       FD  CLOGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CLOGREC.

       WORKING-STORAGE SECTION.
       01  WS-CYLCARDS-STATUS          PIC X(02).
       01  WS-CYCLFILE-STATUS          PIC X(02).
           88  WS-CYCLFILE-NOT-FOUND       VALUE '35'.
       01  WS-CLOGFILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01).
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-STEP-FOUND-SWITCH    PIC X(01).
               88  WS-STEP-FOUND           VALUE 'Y'.
               88  WS-STEP-NOT-FOUND       VALUE 'N'.
           05  WS-CONTROL-SWITCH       PIC X(01).
               88  WS-CONTROL-ON-FILE      VALUE 'Y'.
               88  WS-CONTROL-NEW          VALUE 'N'.
           05  WS-REOPEN-SWITCH        PIC X(01).
               88  WS-REOPEN-CYCLE         VALUE 'Y'.
               88  WS-NO-REOPEN            VALUE 'N'.
           05  WS-PART-STARTED-SWITCH  PIC X(01).
               88  WS-ANY-PART-STARTED     VALUE 'Y'.
               88  WS-NO-PART-STARTED      VALUE 'N'.
           05  WS-PART-COMPLETE-SWITCH PIC X(01).
               88  WS-ANY-PART-COMPLETE    VALUE 'Y'.
               88  WS-NO-PART-COMPLETE     VALUE 'N'.

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-CURR-TIME                PIC 9(08).

       01  WS-CARDS-READ               PIC 9(06) COMP VALUE ZERO.
       01  WS-CARDS-APPLIED            PIC 9(06) COMP VALUE ZERO.
       01  WS-CARDS-REJECTED           PIC 9(06) COMP VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(50).

      * The control record as read for the card in hand; the FD area
      * is shared by both layouts, so it is kept here while the cycle
      * record is read and rewritten.
       01  WS-OPEN-CYCLE-DATE          PIC X(08).
       01  WS-LAST-CLOSED-DATE         PIC X(08).
       01  WS-CYCLE-DATE               PIC X(08).

       01  WS-STEP-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-SUB                      PIC 9(04) COMP VALUE ZERO.
       01  WS-PART-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-BATCH-SUB                PIC 9(04) COMP VALUE 2.
       01  WS-BALANCE-SUB              PIC 9(04) COMP VALUE 7.
       01  WS-OLD-STATUS               PIC X(01).

       COPY CYCLSTEP.

       01  WS-CYCLE-LINE.
           05  FILLER                  PIC X(16) VALUE
               'FIZZCYCL: CYCLE '.
           05  WS-CY-CYCLE-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CY-STATE             PIC X(06).
           05  FILLER                  PIC X(09) VALUE '  OPENED '.
           05  WS-CY-OPENED-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-CY-OPENED-TIME       PIC X(08).
           05  FILLER                  PIC X(09) VALUE '  RESETS '.
           05  WS-CY-RESETS            PIC ZZ9.

       01  WS-STEP-HEADING.
           05  FILLER                  PIC X(10) VALUE 'FIZZCYCL: '.
           05  FILLER                  PIC X(10) VALUE 'STEP'.
           05  FILLER                  PIC X(10) VALUE 'STATUS'.
           05  FILLER                  PIC X(10) VALUE 'JOB ID'.
           05  FILLER                  PIC X(19) VALUE 'STARTED'.
           05  FILLER                  PIC X(19) VALUE 'ENDED'.
           05  FILLER                  PIC X(04) VALUE 'RUNS'.

       01  WS-STEP-LINE.
           05  FILLER                  PIC X(10) VALUE 'FIZZCYCL: '.
           05  WS-S-STEP-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-STATUS             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-JOB-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-START-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-S-START-TIME         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-END-DATE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-S-END-TIME           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-RUNS               PIC ZZ9.

       01  WS-PART-LINE.
           05  FILLER                  PIC X(22) VALUE
               'FIZZCYCL:   PARTITION '.
           05  WS-P-PARTITION-NO       PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-P-STATUS             PIC X(08).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE 'FIZZCYCL: '.
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
      * Opens the card deck, the step-control file and the reset log,
      * and primes the card loop.  The step-control file is created
      * empty if no cycle has ever run, the same way FIZZSTEP brings
      * it up; the reset log is OPTIONAL the way the control ledger
      * is - the first reset creates it.
      ******************************************************************
       1000-INITIALIZE.
           SET WS-NOT-EOF TO TRUE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.

           OPEN INPUT CYLCARDS.
           IF WS-CYLCARDS-STATUS NOT = '00'
               DISPLAY 'FIZZCYCL: OPEN FAILED FOR SYSIN - FILE '
                   'STATUS ' WS-CYLCARDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CYCLFILE.
           IF WS-CYCLFILE-NOT-FOUND
               OPEN OUTPUT CYCLFILE
               CLOSE CYCLFILE
               OPEN I-O CYCLFILE
           END-IF.
           IF WS-CYCLFILE-STATUS NOT = '00'
               DISPLAY 'FIZZCYCL: OPEN FAILED FOR CYCLFILE - FILE '
                   'STATUS ' WS-CYCLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND CLOGFILE.
           IF WS-CLOGFILE-STATUS NOT = '00' AND
              WS-CLOGFILE-STATUS NOT = '05'
               DISPLAY 'FIZZCYCL: OPEN FAILED FOR CLOGFILE - FILE '
                   'STATUS ' WS-CLOGFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-READ-CARD THRU 1100-EXIT.
           IF WS-EOF
               DISPLAY 'FIZZCYCL: NO FUNCTION CARD ON SYSIN - '
                   'EXPECTED LIST OR RESET'
               CLOSE CYLCARDS
               CLOSE CYCLFILE
               CLOSE CLOGFILE
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
           READ CYLCARDS
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-NOT-EOF
               ADD 1 TO WS-CARDS-READ
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-CONTROL THRU 1200-EXIT
      * Reads the control record into WS-OPEN-CYCLE-DATE and
      * WS-LAST-CLOSED-DATE.  Not on file means no cycle has ever
      * run; any other failure abends the run.
      ******************************************************************
       1200-READ-CONTROL.
           SET CYCL-CONTROL-KEY TO TRUE.
           READ CYCLFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CYCLFILE-STATUS = '00'
               SET WS-CONTROL-ON-FILE TO TRUE
               MOVE CYCL-C-OPEN-DATE TO WS-OPEN-CYCLE-DATE
               MOVE CYCL-C-LAST-CLOSED-DATE TO WS-LAST-CLOSED-DATE
               GO TO 1200-EXIT
           END-IF.
           IF WS-CYCLFILE-STATUS = '23'
               SET WS-CONTROL-NEW TO TRUE
               MOVE SPACES TO WS-OPEN-CYCLE-DATE
               MOVE SPACES TO WS-LAST-CLOSED-DATE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1900-IO-FAILED THRU 1900-EXIT.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-READ-CYCLE THRU 1300-EXIT
      * Random read of the cycle record for WS-CYCLE-DATE.  '00' and
      * '23' (no such cycle) are answers the caller acts on; anything
      * else abends the run.
      ******************************************************************
       1300-READ-CYCLE.
           MOVE WS-CYCLE-DATE TO CYCL-CYCLE-DATE.
           READ CYCLFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CYCLFILE-STATUS NOT = '00' AND
              WS-CYCLFILE-STATUS NOT = '23'
               PERFORM 1900-IO-FAILED THRU 1900-EXIT
           END-IF.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LIST-CYCLE THRU 1400-EXIT
      * Lists the cycle record in the FD area: the cycle line, then
      * one line per step in running order, with the batch run's
      * partitions under it on a partitioned night.
      ******************************************************************
       1400-LIST-CYCLE.
           MOVE CYCL-CYCLE-DATE TO WS-CY-CYCLE-DATE.
           IF CYCL-CYCLE-DATE = WS-OPEN-CYCLE-DATE
               MOVE 'OPEN' TO WS-CY-STATE
           ELSE
               MOVE 'CLOSED' TO WS-CY-STATE
           END-IF.
           MOVE CYCL-OPENED-DATE TO WS-CY-OPENED-DATE.
           MOVE CYCL-OPENED-TIME TO WS-CY-OPENED-TIME.
           MOVE CYCL-RESET-COUNT TO WS-CY-RESETS.
           DISPLAY WS-CYCLE-LINE.
           DISPLAY WS-STEP-HEADING.
           PERFORM 1450-LIST-STEP THRU 1450-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > CSTEP-COUNT.

       1400-EXIT.
           EXIT.

       1450-LIST-STEP.
           MOVE CSTEP-NAME (WS-SUB) TO WS-S-STEP-NAME.
           EVALUATE TRUE
               WHEN CYCL-STEP-COMPLETE (WS-SUB)
                   MOVE 'COMPLETE' TO WS-S-STATUS
               WHEN CYCL-STEP-STARTED (WS-SUB)
                   MOVE 'STARTED' TO WS-S-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO WS-S-STATUS
           END-EVALUATE.
           MOVE CYCL-STEP-JOB-ID (WS-SUB) TO WS-S-JOB-ID.
           MOVE CYCL-STEP-START-DATE (WS-SUB) TO WS-S-START-DATE.
           MOVE CYCL-STEP-START-TIME (WS-SUB) TO WS-S-START-TIME.
           MOVE CYCL-STEP-END-DATE (WS-SUB) TO WS-S-END-DATE.
           MOVE CYCL-STEP-END-TIME (WS-SUB) TO WS-S-END-TIME.
           MOVE CYCL-STEP-RUN-COUNT (WS-SUB) TO WS-S-RUNS.
           DISPLAY WS-STEP-LINE.
           IF WS-SUB = WS-BATCH-SUB AND CYCL-BATCH-PARTITIONED
               PERFORM 1460-LIST-PARTITION THRU 1460-EXIT
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > 99
           END-IF.

       1450-EXIT.
           EXIT.

       1460-LIST-PARTITION.
           IF CYCL-PART-NOT-RUN (WS-PART-SUB)
               GO TO 1460-EXIT
           END-IF.
           MOVE WS-PART-SUB TO WS-P-PARTITION-NO.
           IF CYCL-PART-COMPLETE (WS-PART-SUB)
               MOVE 'COMPLETE' TO WS-P-STATUS
           ELSE
               MOVE 'STARTED' TO WS-P-STATUS
           END-IF.
           DISPLAY WS-PART-LINE.

       1460-EXIT.
           EXIT.

      ******************************************************************
      * 1900-IO-FAILED THRU 1900-EXIT
      * An unexpected file status on the step-control file abends the
      * run - applying the rest of the deck against a file in trouble
      * would leave the cycle half-repaired.
      ******************************************************************
       1900-IO-FAILED.
           DISPLAY 'FIZZCYCL: CYCLFILE I/O FAILED FOR '
               CYCL-CYCLE-DATE ' - FILE STATUS ' WS-CYCLFILE-STATUS.
           DISPLAY 'FIZZCYCL: JOB TERMINATING - UNABLE TO CONTINUE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CARD THRU 2000-EXIT
      * Dispatches one function card.
      ******************************************************************
       2000-PROCESS-CARD.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN CYL-FUNC-LIST
                   PERFORM 2100-LIST-FUNCTION THRU 2100-EXIT
               WHEN CYL-FUNC-RESET
                   PERFORM 2200-RESET-FUNCTION THRU 2200-EXIT
               WHEN OTHER
                   MOVE 'FUNCTION NOT LIST OR RESET' TO
                       WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD THRU 2900-EXIT
           END-EVALUATE.

           PERFORM 1100-READ-CARD THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LIST-FUNCTION THRU 2100-EXIT
      * Lists the cycle named on the card, or with none named the
      * open cycle - or, between cycles, the one last closed.
      ******************************************************************
       2100-LIST-FUNCTION.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           MOVE CYL-CYCLE-DATE TO WS-CYCLE-DATE.
           IF WS-CYCLE-DATE = SPACES
               MOVE WS-OPEN-CYCLE-DATE TO WS-CYCLE-DATE
           END-IF.
           IF WS-CYCLE-DATE = SPACES
               MOVE WS-LAST-CLOSED-DATE TO WS-CYCLE-DATE
           END-IF.
           IF WS-CYCLE-DATE = SPACES
               MOVE 'NO NIGHT CYCLE HAS RUN YET' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 1300-READ-CYCLE THRU 1300-EXIT.
           IF WS-CYCLFILE-STATUS = '23'
               MOVE 'NO NIGHT CYCLE ON FILE FOR THAT DATE' TO
                   WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CARDS-APPLIED.
           PERFORM 1400-LIST-CYCLE THRU 1400-EXIT.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RESET-FUNCTION THRU 2200-EXIT
      * Resets one step of one cycle back to not run, so its job can
      * be run again.  Everything is edited before anything changes:
      * the card, that the step (or partition) has run at all, and -
      * for FIZZBAL on a cycle already closed - that no other cycle
      * has been opened since, because only one cycle is ever open.
      * The step's run count is kept; its status, job id and times
      * are cleared.  The reset is logged and the cycle relisted.
      ******************************************************************
       2200-RESET-FUNCTION.
           PERFORM 2250-EDIT-RESET-CARD THRU 2250-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           MOVE CYL-CYCLE-DATE TO WS-CYCLE-DATE.
           PERFORM 1300-READ-CYCLE THRU 1300-EXIT.
           IF WS-CYCLFILE-STATUS = '23'
               MOVE 'NO NIGHT CYCLE ON FILE FOR THAT DATE' TO
                   WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF CYL-PARTITION-NO NOT = SPACES
               MOVE CYL-PARTITION-NUM TO WS-PART-SUB
               MOVE CYCL-PART-STATUS (WS-PART-SUB) TO WS-OLD-STATUS
               IF CYCL-PART-NOT-RUN (WS-PART-SUB)
                   MOVE 'PARTITION HAS NOT RUN THIS CYCLE' TO
                       WS-REJECT-REASON
               END-IF
           ELSE
               MOVE CYCL-STEP-STATUS (WS-STEP-SUB) TO WS-OLD-STATUS
               IF CYCL-STEP-NOT-RUN (WS-STEP-SUB)
                   MOVE 'STEP HAS NOT RUN THIS CYCLE' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.
           SET WS-NO-REOPEN TO TRUE.
           IF WS-STEP-SUB = WS-BALANCE-SUB AND
              WS-CYCLE-DATE NOT = WS-OPEN-CYCLE-DATE
               IF WS-OPEN-CYCLE-DATE NOT = SPACES
                   MOVE 'ANOTHER CYCLE IS OPEN - CANNOT REOPEN THIS ONE'
                       TO WS-REJECT-REASON
               ELSE
                   SET WS-REOPEN-CYCLE TO TRUE
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF CYL-PARTITION-NO NOT = SPACES
               SET CYCL-PART-NOT-RUN (WS-PART-SUB) TO TRUE
               PERFORM 2300-RESTATE-BATCH-STEP THRU 2300-EXIT
           ELSE
               PERFORM 2350-CLEAR-STEP THRU 2350-EXIT
               IF WS-STEP-SUB = WS-BATCH-SUB
                   SET CYCL-BATCH-NOT-RUN TO TRUE
                   PERFORM 2360-CLEAR-PARTITION THRU 2360-EXIT
                       VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > 99
               END-IF
           END-IF.
           ADD 1 TO CYCL-RESET-COUNT.
           REWRITE CYCL-RECORD.
           IF WS-CYCLFILE-STATUS NOT = '00'
               PERFORM 1900-IO-FAILED THRU 1900-EXIT
           END-IF.

           IF WS-REOPEN-CYCLE
               PERFORM 2400-REOPEN-CYCLE THRU 2400-EXIT
           END-IF.

           PERFORM 2500-LOG-RESET THRU 2500-EXIT.
           ADD 1 TO WS-CARDS-APPLIED.
           DISPLAY 'FIZZCYCL: CYCLE ' WS-CYCLE-DATE ' STEP '
               CYL-STEP-NAME ' ' CYL-PARTITION-NO ' RESET (WAS '
               WS-OLD-STATUS ') BY ' CYL-OPERATOR ' - ' CYL-REASON.
           IF WS-REOPEN-CYCLE
               DISPLAY 'FIZZCYCL: CYCLE ' WS-CYCLE-DATE ' REOPENED'
           END-IF.
           PERFORM 1300-READ-CYCLE THRU 1300-EXIT.
           PERFORM 1400-LIST-CYCLE THRU 1400-EXIT.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2250-EDIT-RESET-CARD THRU 2250-EXIT
      * Card-level edits for RESET, leaving WS-REJECT-REASON set on
      * the first failure and WS-STEP-SUB on the named step.
      ******************************************************************
       2250-EDIT-RESET-CARD.
           IF CYL-CYCLE-DATE NOT NUMERIC
               MOVE 'CYCLE DATE IN COLS 7-14 MUST BE YYYYMMDD' TO
                   WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF.
           SET WS-STEP-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-STEP-SUB.
           PERFORM 2260-SCAN-STEP-TABLE THRU 2260-EXIT
               UNTIL WS-STEP-FOUND OR WS-STEP-SUB >= CSTEP-COUNT.
           IF WS-STEP-NOT-FOUND
               MOVE 'STEP NAME IN COLS 16-23 IS NOT A CYCLE STEP' TO
                   WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF.
           IF CYL-PARTITION-NO NOT = SPACES
               IF WS-STEP-SUB NOT = WS-BATCH-SUB
                   MOVE 'PARTITION IS FOR THE FIZZBUZZ STEP ONLY' TO
                       WS-REJECT-REASON
                   GO TO 2250-EXIT
               END-IF
               IF CYL-PARTITION-NO NOT NUMERIC OR
                  CYL-PARTITION-NUM = ZERO
                   MOVE 'PARTITION IN COLS 25-26 MUST BE 01-99' TO
                       WS-REJECT-REASON
                   GO TO 2250-EXIT
               END-IF
           END-IF.
           IF CYL-OPERATOR = SPACES
               MOVE 'OPERATOR INITIALS IN COLS 28-30 ARE BLANK' TO
                   WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF.
           IF CYL-REASON = SPACES
               MOVE 'REASON IN COLS 32-80 IS BLANK' TO
                   WS-REJECT-REASON
           END-IF.

       2250-EXIT.
           EXIT.

       2260-SCAN-STEP-TABLE.
           ADD 1 TO WS-STEP-SUB.
           IF CSTEP-NAME (WS-STEP-SUB) = CYL-STEP-NAME
               SET WS-STEP-FOUND TO TRUE
           END-IF.

       2260-EXIT.
           EXIT.

      ******************************************************************
      * 2300-RESTATE-BATCH-STEP THRU 2300-EXIT
      * After one partition is reset, restates the batch step from
      * the partitions left: started while any is still started,
      * complete if the rest all completed, not run (and the night's
      * mode cleared) once no partition is left.
      ******************************************************************
       2300-RESTATE-BATCH-STEP.
           SET WS-NO-PART-STARTED TO TRUE.
           SET WS-NO-PART-COMPLETE TO TRUE.
           PERFORM 2310-CHECK-PARTITION THRU 2310-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > 99.
           EVALUATE TRUE
               WHEN WS-ANY-PART-STARTED
                   SET CYCL-STEP-STARTED (WS-STEP-SUB) TO TRUE
               WHEN WS-ANY-PART-COMPLETE
                   SET CYCL-STEP-COMPLETE (WS-STEP-SUB) TO TRUE
               WHEN OTHER
                   PERFORM 2350-CLEAR-STEP THRU 2350-EXIT
                   SET CYCL-BATCH-NOT-RUN TO TRUE
           END-EVALUATE.

       2300-EXIT.
           EXIT.

       2310-CHECK-PARTITION.
           IF CYCL-PART-STARTED (WS-PART-SUB)
               SET WS-ANY-PART-STARTED TO TRUE
           END-IF.
           IF CYCL-PART-COMPLETE (WS-PART-SUB)
               SET WS-ANY-PART-COMPLETE TO TRUE
           END-IF.

       2310-EXIT.
           EXIT.

       2350-CLEAR-STEP.
           SET CYCL-STEP-NOT-RUN (WS-STEP-SUB) TO TRUE.
           MOVE SPACES TO CYCL-STEP-JOB-ID (WS-STEP-SUB).
           MOVE SPACES TO CYCL-STEP-START-DATE (WS-STEP-SUB).
           MOVE SPACES TO CYCL-STEP-START-TIME (WS-STEP-SUB).
           MOVE SPACES TO CYCL-STEP-END-DATE (WS-STEP-SUB).
           MOVE SPACES TO CYCL-STEP-END-TIME (WS-STEP-SUB).

       2350-EXIT.
           EXIT.

       2360-CLEAR-PARTITION.
           SET CYCL-PART-NOT-RUN (WS-PART-SUB) TO TRUE.

       2360-EXIT.
           EXIT.

      ******************************************************************
      * 2400-REOPEN-CYCLE THRU 2400-EXIT
      * Points the control record back at a closed cycle whose
      * FIZZBAL has just been reset, so the balancer can run again
      * in it.  The last-closed date is left as it stands.
      ******************************************************************
       2400-REOPEN-CYCLE.
           MOVE SPACES TO CYCL-CONTROL-RECORD.
           SET CYCL-CONTROL-KEY TO TRUE.
           MOVE WS-CYCLE-DATE TO CYCL-C-OPEN-DATE.
           MOVE WS-LAST-CLOSED-DATE TO CYCL-C-LAST-CLOSED-DATE.
           IF WS-CONTROL-NEW
               WRITE CYCL-CONTROL-RECORD
           ELSE
               REWRITE CYCL-CONTROL-RECORD
           END-IF.
           IF WS-CYCLFILE-STATUS NOT = '00'
               PERFORM 1900-IO-FAILED THRU 1900-EXIT
           END-IF.
           MOVE WS-CYCLE-DATE TO WS-OPEN-CYCLE-DATE.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LOG-RESET THRU 2500-EXIT
      * Appends the reset to the reset log.  A reset that cannot be
      * logged abends the run - an unexplained reset is exactly what
      * the log exists to prevent.
      ******************************************************************
       2500-LOG-RESET.
           MOVE SPACES TO CLOG-RECORD.
           MOVE WS-CURR-DATE TO CLOG-RESET-DATE.
           MOVE WS-CURR-TIME TO CLOG-RESET-TIME.
           MOVE WS-CYCLE-DATE TO CLOG-CYCLE-DATE.
           MOVE CYL-STEP-NAME TO CLOG-STEP-NAME.
           IF CYL-PARTITION-NO = SPACES
               MOVE ZERO TO CLOG-PARTITION-NO
           ELSE
               MOVE CYL-PARTITION-NUM TO CLOG-PARTITION-NO
           END-IF.
           MOVE WS-OLD-STATUS TO CLOG-OLD-STATUS.
           MOVE CYL-OPERATOR TO CLOG-OPERATOR.
           MOVE CYL-REASON TO CLOG-REASON.
           WRITE CLOG-RECORD.
           IF WS-CLOGFILE-STATUS NOT = '00'
               DISPLAY 'FIZZCYCL: RESET LOG WRITE FAILED - FILE '
                   'STATUS ' WS-CLOGFILE-STATUS
               DISPLAY 'FIZZCYCL: JOB TERMINATING - UNABLE TO '
                   'CONTINUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           DISPLAY 'FIZZCYCL: CARD REJECTED - ' CYL-FUNCTION ' '
               CYL-CYCLE-DATE ' ' CYL-STEP-NAME ' - '
               WS-REJECT-REASON.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE THRU 3000-EXIT
      * Closes the files, shows the card counts, and sets the return
      * code: 0 every card applied, 8 one or more rejected.
      ******************************************************************
       3000-FINALIZE.
           CLOSE CYLCARDS.
           CLOSE CYCLFILE.
           CLOSE CLOGFILE.
           MOVE WS-CARDS-READ TO WS-C-READ.
           MOVE WS-CARDS-APPLIED TO WS-C-APPLIED.
           MOVE WS-CARDS-REJECTED TO WS-C-REJECTED.
           DISPLAY WS-COUNT-LINE.
           IF WS-CARDS-REJECTED > ZERO
               DISPLAY 'FIZZCYCL: CARDS REJECTED - RC=8' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'FIZZCYCL: CYCLE MAINTENANCE COMPLETE - RC=0'
                   UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       3000-EXIT.
           EXIT.
