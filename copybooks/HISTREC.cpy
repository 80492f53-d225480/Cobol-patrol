      * recomputes yesterday's pairs and the live file holds only
      * genuinely pending work.  HIST-TRAN-IMAGE is the archived
      * record exactly as it stood on TRANFILE (the TRANREC layout).
      * History written in the earlier 100-byte layout (an 80-byte
      * transaction image) is brought forward by the FIZZCONV
      * conversion job.
      ******************************************************************
       01  HIST-RECORD.
           05  HIST-ARCH-DATE          PIC X(08).
           05  HIST-ARCH-TIME          PIC X(08).
           05  HIST-TRAN-IMAGE         PIC X(100).
           05  FILLER                  PIC X(04).
