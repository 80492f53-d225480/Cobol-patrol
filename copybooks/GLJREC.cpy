      ******************************************************************
      * GLJREC.CPY
      * Record layouts for the FIZZ-BUZZ general-ledger journal feed
      * written by the month-end chargeback job FIZZCHRG.  A header
      * record names the source and the billing month; one detail
      * record follows for every journal line - a debit per
      * department and operation type charged to the department's
      * cost center, and a credit per operation type to the data
      * center's recovery account - and a trailer record carries
      * the entry count and the debit and credit totals, so the
      * ledger can balance the feed on arrival.  The debits and
      * credits always net to zero, and the debit total is the sum
      * of the statement totals printed for the same month.  All
      * three records are the same fixed length; GLJ-REC-TYPE in
      * column 1 distinguishes them.
      ******************************************************************
       01  GLJ-HEADER-RECORD.
           05  GLJ-H-REC-TYPE          PIC X(01).
               88  GLJ-HEADER              VALUE 'H'.
           05  GLJ-H-SOURCE            PIC X(08).
           05  GLJ-H-PERIOD            PIC X(06).
           05  GLJ-H-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(57).

       01  GLJ-DETAIL-RECORD.
           05  GLJ-D-REC-TYPE          PIC X(01).
               88  GLJ-DETAIL              VALUE 'D'.
           05  GLJ-D-PERIOD            PIC X(06).
           05  GLJ-D-ACCOUNT           PIC X(08).
           05  GLJ-D-COST-CENTER       PIC X(04).
           05  GLJ-D-DR-CR             PIC X(01).
               88  GLJ-DEBIT               VALUE 'D'.
               88  GLJ-CREDIT              VALUE 'C'.
           05  GLJ-D-AMOUNT            PIC 9(09)V99.
           05  GLJ-D-TYPE-CODE         PIC X(01).
           05  GLJ-D-QUANTITY          PIC 9(07).
           05  GLJ-D-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(11).

       01  GLJ-TRAILER-RECORD.
           05  GLJ-T-REC-TYPE          PIC X(01).
               88  GLJ-TRAILER             VALUE 'T'.
           05  GLJ-T-ENTRY-COUNT       PIC 9(06).
           05  GLJ-T-TOTAL-DEBITS      PIC 9(11)V99.
           05  GLJ-T-TOTAL-CREDITS     PIC 9(11)V99.
           05  FILLER                  PIC X(47).
