      ******************************************************************
      * PCLSREC.CPY
      * Record layouts for the FIZZ-BUZZ accounting-period close file,
      * indexed on PCLS-KEY and written by the FIZZPCLS period-close
      * job.  Three kinds of record share the file:
      *  - one control record (period '000000', type 'C') carrying
      *    the last period closed.  Periods are closed strictly in
      *    order, so a period is closed exactly when it is not later
      *    than PCLS-C-LAST-CLOSED; the batch run reads this record
      *    alone to know which submissions are prior-period work.
      *  - one header record per closed period (type 'H') recording
      *    when it was closed and how many audit postings it froze.
      *  - one summary record per department and operation type in
      *    the period (type 'S'): the count and the result sums of
      *    the period's own audit postings as they stood at close.
      *    A space type code (postings that predate the code, which
      *    always computed the full set) is summarised as 'A', the
      *    way the chargeback bills it; a posting with no department
      *    is summarised under a department of spaces.
      * A period's records sort together - header first, then its
      * summaries in department/type order - so one START on the
      * period reads the whole month back.
      * Postings flagged on the audit log as prior-period adjustments
      * are not part of the month they post in: they are reported
      * against the closed period they belong to by FIZZPADJ.
      * All three records are 100 bytes.
      ******************************************************************
       01  PCLS-RECORD.
           05  PCLS-KEY.
               10  PCLS-PERIOD         PIC X(06).
                   88  PCLS-CONTROL-PERIOD VALUE '000000'.
               10  PCLS-REC-TYPE       PIC X(01).
                   88  PCLS-CONTROL        VALUE 'C'.
                   88  PCLS-HEADER         VALUE 'H'.
                   88  PCLS-SUMMARY        VALUE 'S'.
               10  PCLS-DEPT-CODE      PIC X(04).
               10  PCLS-TYPE-CODE      PIC X(01).
           05  PCLS-COUNT              PIC 9(07).
           05  PCLS-SUM-VAR-C          PIC 9(15).
           05  PCLS-SUM-VAR-D          PIC S9(11).
           05  PCLS-SUM-VAR-E          PIC 9(11).
           05  PCLS-SUM-VAR-R          PIC 9(11).
           05  FILLER                  PIC X(33).

       01  PCLS-HEADER-RECORD.
           05  PCLS-H-KEY              PIC X(12).
           05  PCLS-H-CLOSED-DATE      PIC X(08).
           05  PCLS-H-CLOSED-TIME      PIC X(08).
           05  PCLS-H-POSTINGS         PIC 9(07).
           05  PCLS-H-ADJ-EXCLUDED     PIC 9(07).
           05  FILLER                  PIC X(58).

       01  PCLS-CONTROL-RECORD.
           05  PCLS-C-KEY              PIC X(12).
           05  PCLS-C-LAST-CLOSED      PIC X(06).
           05  FILLER                  PIC X(82).
