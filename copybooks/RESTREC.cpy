      * The exception-reason and result-distribution tallies that
      * feed the end-of-run statistics report ride along here for
      * the same reason the exception count does - a restarted run
      * must not understate them.  RESTART-AWAITING-COUNT is the part
      * of RESTART-HELD-COUNT that was skipped because it was still
      * awaiting a second operator's approval rather than on hold.
      ******************************************************************
       01  RESTART-RECORD.
           05  RESTART-LAST-SEQ-NO     PIC 9(06).
           05  RESTART-REC-COUNT       PIC 9(06).
           05  RESTART-SUM-VAR-C       PIC 9(15).
           05  RESTART-SUM-VAR-D       PIC S9(11).
           05  RESTART-EXCEPTION-COUNT PIC 9(06).
           05  RESTART-HELD-COUNT      PIC 9(06).
           05  RESTART-STATUS          PIC X(01).
           05  RESTART-EXCP-RANGE      PIC 9(06).
           05  RESTART-EXCP-DIV-ZERO   PIC 9(06).
           05  RESTART-STAT-C-COUNT    PIC 9(06).
           05  RESTART-STAT-C-MIN      PIC 9(10).
           05  RESTART-STAT-C-MAX      PIC 9(10).
           05  RESTART-STAT-E-COUNT    PIC 9(06).
           05  RESTART-STAT-E-MIN      PIC 9(05).
           05  RESTART-STAT-E-MAX      PIC 9(05).
           05  RESTART-SUM-VAR-E       PIC 9(11).
           05  RESTART-FUTURE-COUNT    PIC 9(06).
           05  RESTART-AWAITING-COUNT  PIC 9(06).
           05  FILLER                  PIC X(02).
