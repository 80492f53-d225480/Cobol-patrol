      ******************************************************************
      * ACKREC.CPY
      * Record layouts for the acknowledgment file TRANLOAD returns
      * for a department submission transmission (XMITREC), so the
      * sending system can reconcile without calling the desk.  For
      * every batch in the transmission, in the order sent:
      *  - an 'H' record: accepted ('A') or rejected ('R'), with the
      *    reason a batch was rejected and the load date;
      *  - for an accepted batch, one 'D' record per detail in the
      *    order sent: loaded ('L') with the TRAN-SEQ-NO it was
      *    given, or rejected ('R') with the reason.  A rejected
      *    batch loads nothing and has no 'D' records;
      *  - a 'T' record: the details received and their var_a/var_b
      *    hash totals as counted here, the details loaded and
      *    rejected, and the first and last sequence numbers given.
      * Every record carries the batch's department and submission
      * id in the same place, so the file can be split by department
      * for return.  All records are 80 bytes.
      ******************************************************************
       01  ACK-HEADER-RECORD.
           05  ACK-REC-TYPE            PIC X(01).
               88  ACK-HEADER              VALUE 'H'.
               88  ACK-DETAIL              VALUE 'D'.
               88  ACK-TRAILER             VALUE 'T'.
           05  ACK-DEPT-CODE           PIC X(04).
           05  ACK-SUBM-ID             PIC X(12).
           05  ACK-H-STATUS            PIC X(01).
               88  ACK-H-ACCEPTED          VALUE 'A'.
               88  ACK-H-REJECTED          VALUE 'R'.
           05  ACK-H-REASON            PIC X(40).
           05  ACK-H-LOAD-DATE         PIC X(08).
           05  FILLER                  PIC X(14).

       01  ACK-DETAIL-RECORD.
           05  FILLER                  PIC X(17).
           05  ACK-D-REC-NO            PIC 9(06).
           05  ACK-D-VAR-A             PIC X(05).
           05  ACK-D-VAR-B             PIC X(05).
           05  ACK-D-STATUS            PIC X(01).
               88  ACK-D-LOADED            VALUE 'L'.
               88  ACK-D-REJECTED          VALUE 'R'.
           05  ACK-D-SEQ-NO            PIC 9(06).
           05  ACK-D-REASON            PIC X(40).

       01  ACK-TRAILER-RECORD.
           05  FILLER                  PIC X(17).
           05  ACK-T-RECEIVED          PIC 9(06).
           05  ACK-T-HASH-VAR-A        PIC 9(11).
           05  ACK-T-HASH-VAR-B        PIC 9(11).
           05  ACK-T-LOADED            PIC 9(06).
           05  ACK-T-REJECTED          PIC 9(06).
           05  ACK-T-FIRST-SEQ-NO      PIC 9(06).
           05  ACK-T-LAST-SEQ-NO       PIC 9(06).
           05  FILLER                  PIC X(11).
