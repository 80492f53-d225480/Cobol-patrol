      ******************************************************************
      * CLOGREC.CPY
      * Record layout for the night-cycle reset log.  The FIZZCYCL
      * operator utility appends one record for every step it resets
      * on the step-control file (CYCLREC): when, which cycle and
      * step (and partition, for one partition of the batch run),
      * what the step's status was before the reset, the operator's
      * initials and the reason keyed on the card - so a rerun that
      * was forced past the step control can always be explained
      * afterwards.
      ******************************************************************
       01  CLOG-RECORD.
           05  CLOG-RESET-DATE         PIC X(08).
           05  CLOG-RESET-TIME         PIC X(08).
           05  CLOG-CYCLE-DATE         PIC X(08).
           05  CLOG-STEP-NAME          PIC X(08).
           05  CLOG-PARTITION-NO       PIC 9(02).
           05  CLOG-OLD-STATUS         PIC X(01).
           05  CLOG-OPERATOR           PIC X(03).
           05  CLOG-REASON             PIC X(49).
           05  FILLER                  PIC X(13).
