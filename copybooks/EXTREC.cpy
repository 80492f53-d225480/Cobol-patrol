      * a retransmission rebuilt from the audit log, so the receiver
      * knows it is seeing a prior run's extract again and not a
      * fresh night's numbers.
      * EXT-D-ADJ-FLAG / EXT-D-ADJ-PERIOD carry the audit log's prior-
      * period adjustment flag and the closed period (YYYYMM) the
      * detail belongs to, so the costing system can book it against
      * that month rather than the one it arrives in.
      * The records are 54 bytes: var_a and var_b carry five digits,
      * the product ten, and the trailer sums are sized so a full
      * night of maximum products cannot overflow them.
      ******************************************************************
       01  EXT-HEADER-RECORD.
           05  EXT-H-REC-TYPE          PIC X(01).
               88  EXT-HEADER-RETRANS      VALUE 'R'.
           05  EXT-H-RUN-DATE          PIC X(08).
           05  EXT-H-JOB-ID            PIC X(08).
           05  FILLER                  PIC X(37).

       01  EXT-DETAIL-RECORD.
           05  EXT-D-REC-TYPE          PIC X(01).
               88  EXT-DETAIL              VALUE 'D'.
           05  EXT-D-SEQ-NO            PIC 9(06).
           05  EXT-D-VAR-A             PIC 9(05).
           05  EXT-D-VAR-B             PIC 9(05).
           05  EXT-D-VAR-C             PIC 9(10).
           05  EXT-D-VAR-D             PIC S9(05).
           05  EXT-D-VAR-E             PIC 9(05).
           05  EXT-D-VAR-R             PIC 9(05).
           05  EXT-D-TYPE-CODE         PIC X(01).
           05  EXT-D-DEPT-CODE         PIC X(04).
           05  EXT-D-ADJ-FLAG          PIC X(01).
               88  EXT-D-PRIOR-PERIOD-ADJ  VALUE 'Y'.
           05  EXT-D-ADJ-PERIOD        PIC X(06).

       01  EXT-TRAILER-RECORD.
           05  EXT-T-REC-TYPE          PIC X(01).
               88  EXT-TRAILER             VALUE 'T'.
           05  EXT-T-REC-COUNT         PIC 9(06).
           05  EXT-T-SUM-VAR-C         PIC 9(15).
           05  EXT-T-SUM-VAR-D         PIC S9(11).
           05  FILLER                  PIC X(21).
