      ******************************************************************
      * RATEREC.CPY
      * Record layout for the FIZZ-BUZZ chargeback rate deck: a small
      * card-image dataset kept by Finance with one record per
      * operation type code ('M' product only, 'D' quotient/remainder
      * only, 'A' full set) giving the charge for one clean
      * computation of that type and the general-ledger accounts the
      * month-end FIZZCHRG job posts it to.  The department is billed
      * on the debit account with its own code as the cost center;
      * the credit goes to the data center's recovery account and
      * cost center on the same record.  Every type must be on the
      * deck exactly once or FIZZCHRG will not price the month.
      ******************************************************************
       01  RATE-RECORD.
           05  RATE-TYPE-CODE          PIC X(01).
               88  RATE-TYPE-VALID         VALUE 'M' 'D' 'A'.
           05  RATE-UNIT-CHARGE        PIC 9(03)V9(04).
           05  RATE-DEBIT-ACCOUNT      PIC X(08).
           05  RATE-CREDIT-ACCOUNT     PIC X(08).
           05  RATE-CREDIT-COST-CENTER PIC X(04).
           05  RATE-DESCRIPTION        PIC X(20).
           05  FILLER                  PIC X(32).
