      ******************************************************************
      * CYCLREC.CPY
      * Record layouts for the night-cycle step-control file, an
      * indexed file keyed on the eight-character cycle date.  One
      * cycle record per night carries, for every step of the cycle
      * in running order (TRANLOAD, the FIZZ-BUZZ batch run, FIZZMRGE,
      * FIZZRCYC, FIZZARCH, FIZZRTRN, FIZZBAL), whether that step has
      * started or completed, when, and under which job id.  Each
      * step's job checks and posts it through the FIZZSTEP routine
      * at startup and at a clean finish, so a job run out of order
      * or a second time in the same cycle is refused or skipped
      * before it touches a file.
      * The batch run can be partitioned: CYCL-BATCH-MODE records
      * whether the night ran single-stream or partitioned, and
      * CYCL-PART-STATUS tracks each partition on its own.  The batch
      * step counts as complete once every partition that started
      * has completed.
      * The record keyed '00000000' is the control record instead:
      * the cycle still open (TRANLOAD opens one, a completed FIZZBAL
      * closes it) and the last cycle closed.  Every job of the
      * cycle works to the open cycle's date, whatever the clock
      * says, so a night finished after midnight or rerun the next
      * morning stays in its own cycle.
      * The FIZZCYCL operator utility lists the file and resets a
      * step, logging its reason to the reset log (CLOGREC).
      ******************************************************************
       01  CYCL-RECORD.
           05  CYCL-KEY.
               10  CYCL-CYCLE-DATE     PIC X(08).
                   88  CYCL-CONTROL-KEY    VALUE '00000000'.
           05  CYCL-OPENED-DATE        PIC X(08).
           05  CYCL-OPENED-TIME        PIC X(08).
           05  CYCL-STEP-ENTRY OCCURS 7 TIMES.
               10  CYCL-STEP-STATUS    PIC X(01).
                   88  CYCL-STEP-NOT-RUN   VALUE ' '.
                   88  CYCL-STEP-STARTED   VALUE 'S'.
                   88  CYCL-STEP-COMPLETE  VALUE 'C'.
               10  CYCL-STEP-JOB-ID    PIC X(08).
               10  CYCL-STEP-START-DATE PIC X(08).
               10  CYCL-STEP-START-TIME PIC X(08).
               10  CYCL-STEP-END-DATE  PIC X(08).
               10  CYCL-STEP-END-TIME  PIC X(08).
               10  CYCL-STEP-RUN-COUNT PIC 9(03).
           05  CYCL-BATCH-MODE         PIC X(01).
               88  CYCL-BATCH-NOT-RUN      VALUE ' '.
               88  CYCL-BATCH-SINGLE       VALUE 'S'.
               88  CYCL-BATCH-PARTITIONED  VALUE 'P'.
           05  CYCL-PARTITION-ENTRY OCCURS 99 TIMES.
               10  CYCL-PART-STATUS    PIC X(01).
                   88  CYCL-PART-NOT-RUN   VALUE ' '.
                   88  CYCL-PART-STARTED   VALUE 'S'.
                   88  CYCL-PART-COMPLETE  VALUE 'C'.
           05  CYCL-RESET-COUNT        PIC 9(03).
           05  FILLER                  PIC X(15).

       01  CYCL-CONTROL-RECORD.
           05  CYCL-C-KEY              PIC X(08).
           05  CYCL-C-OPEN-DATE        PIC X(08).
           05  CYCL-C-LAST-CLOSED-DATE PIC X(08).
           05  FILLER                  PIC X(426).
