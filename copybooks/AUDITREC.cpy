      * transaction record (spaces for records that predate the
      * code), so a department's history can be selected from the
      * log directly.
      * var_a and var_b carry five digits and the results are sized
      * to match (the product to ten digits); records posted in the
      * earlier three-digit, 68-byte layout are brought forward by
      * the FIZZCONV conversion job.
      * AUDIT-ADJ-FLAG 'Y' marks a prior-period adjustment: a posting
      * whose submission belongs to an accounting period FIZZPCLS has
      * already closed (AUDIT-ADJ-PERIOD names it, YYYYMM).  Such a
      * posting is reported against that period's frozen summary by
      * FIZZPADJ, not summarised with the month it posts in.  Both
      * fields are spaces on an ordinary posting and on everything
      * posted before period close existed.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-JOB-ID            PIC X(08).
           05  AUDIT-RUN-DATE          PIC X(08).
           05  AUDIT-RUN-TIME          PIC X(08).
           05  AUDIT-SEQ-NO            PIC 9(06).
           05  AUDIT-VAR-A             PIC 9(05).
           05  AUDIT-VAR-B             PIC 9(05).
           05  AUDIT-VAR-C             PIC 9(10).
           05  AUDIT-VAR-D             PIC S9(05).
           05  AUDIT-VAR-E             PIC 9(05).
           05  AUDIT-VAR-R             PIC 9(05).
           05  AUDIT-TYPE-CODE         PIC X(01).
           05  AUDIT-DEPT-CODE         PIC X(04).
           05  AUDIT-ADJ-FLAG          PIC X(01).
               88  AUDIT-PRIOR-PERIOD-ADJ  VALUE 'Y'.
           05  AUDIT-ADJ-PERIOD        PIC X(06).
           05  FILLER                  PIC X(03).
