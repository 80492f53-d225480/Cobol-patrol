      ******************************************************************
      * STEPLINK.CPY
      * LINKAGE layout shared by every night-cycle job that calls the
      * FIZZSTEP step-control routine, so the rules for what may run
      * when live in one place instead of seven.
      * The caller sets STEP-FUNCTION ('S' at startup, 'E' at a clean
      * finish), STEP-NAME (its step, as listed in CYCLSTEP),
      * STEP-PARTITION-NO (the batch run's partition, zero for a
      * single-stream run and for every other step) and STEP-JOB-ID.
      * STEP-CYCLE-DATE is spaces at startup - except for FIZZBAL,
      * which passes the cycle date from its selection card - and
      * comes back holding the cycle the job is running in; the
      * caller leaves it there for the finish call.
      * STEP-RESULT tells the caller what to do: 'R' run, 'K' skip
      * (the step already completed this cycle - end RC=0 without
      * touching a file), 'X' refused (out of order - end RC=16),
      * 'F' the step-control file itself failed (end RC=16).
      * STEP-MESSAGE carries the reason for anything but 'R'.
      ******************************************************************
       01  STEP-LINKAGE.
           05  STEP-FUNCTION           PIC X(01).
               88  STEP-FN-START           VALUE 'S'.
               88  STEP-FN-END             VALUE 'E'.
           05  STEP-NAME               PIC X(08).
           05  STEP-PARTITION-NO       PIC 9(02).
           05  STEP-JOB-ID             PIC X(08).
           05  STEP-CYCLE-DATE         PIC X(08).
           05  STEP-RESULT             PIC X(01).
               88  STEP-RUN                VALUE 'R'.
               88  STEP-SKIP               VALUE 'K'.
               88  STEP-REFUSED            VALUE 'X'.
               88  STEP-FAILED             VALUE 'F'.
           05  STEP-MESSAGE            PIC X(60).
