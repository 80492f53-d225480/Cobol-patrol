      * so month-end work can be loaded days ahead and sit on file
      * until it is due.  Spaces (records that predate the field)
      * mean due immediately.
      * Status 'W' is awaiting approval: an online correction made
      * through FIZZMNT or an online add keyed through FIZZENT lands
      * there and the batch run skips it the way it skips a held
      * record, until a second operator approves it (back to
      * pending) or rejects it on the FIZZAPRV approval screen.
      * The TRAN-APPR- fields carry what the approval needs while
      * the record waits: whether it is a correction or an add, the
      * operator who made it and when, and for a correction the
      * record's values, department, status and first-failure date
      * as they stood before the first unapproved change - so a
      * rejection puts the record back exactly as it was.  They are
      * cleared when the record is approved or rejected.
      * var_a and var_b carry five digits (0-99,999).  Files written
      * in the earlier three-digit, 80-byte layout are brought
      * forward by the FIZZCONV conversion job.
      * TRAN-DEPT-CODE and TRAN-REQ-DATE together form
      * TRAN-DEPT-DATE-KEY, the file's alternate key (duplicates
      * allowed), so one department's work can be read in requested-
      * date order without sweeping the whole file.  Online programs
      * reach it through the TRANDEPT path.
      * TRAN-DUP-FLAG records the duplicate-submission check's part in
      * the record's life: 'H' when FIZZDUPS held it as a suspected
      * duplicate, 'C' once the desk has released such a hold through
      * FIZZMNT - the desk has looked and it is not a duplicate, so
      * the check leaves it alone from then on.  An approved online
      * correction or a recycled correction changes the pair and sets
      * it back to space, so the new values are checked afresh.
      ******************************************************************
       01  TRAN-RECORD.
           05  TRAN-KEY.
               10  TRAN-SEQ-NO         PIC 9(06).
           05  TRAN-VAR-A              PIC 9(05).
           05  TRAN-VAR-B              PIC 9(05).
           05  TRAN-TYPE-CODE          PIC X(01).
               88  TRAN-TYPE-MULTIPLY      VALUE 'M'.
               88  TRAN-TYPE-DIVIDE        VALUE 'D'.
               88  TRAN-STAT-HELD          VALUE 'H'.
               88  TRAN-STAT-COMPUTED      VALUE 'C'.
               88  TRAN-STAT-EXCEPTED      VALUE 'E'.
               88  TRAN-STAT-AWAITING      VALUE 'W'.
           05  TRAN-EXCP-DATE          PIC X(08).
           05  TRAN-DEPT-DATE-KEY.
               10  TRAN-DEPT-CODE      PIC X(04).
               10  TRAN-REQ-DATE       PIC X(08).
           05  TRAN-APPROVAL-DATA.
               10  TRAN-APPR-ACTION    PIC X(01).
                   88  TRAN-APPR-CORRECTION VALUE 'C'.
                   88  TRAN-APPR-ADD        VALUE 'N'.
               10  TRAN-APPR-MAKER-ID  PIC X(03).
               10  TRAN-APPR-MADE-DATE PIC X(08).
               10  TRAN-APPR-MADE-TIME PIC X(08).
               10  TRAN-APPR-OLD-VAR-A PIC X(05).
               10  TRAN-APPR-OLD-VAR-B PIC X(05).
               10  TRAN-APPR-OLD-DEPT-CODE PIC X(04).
               10  TRAN-APPR-OLD-STATUS PIC X(01).
               10  TRAN-APPR-OLD-EXCP-DATE PIC X(08).
           05  TRAN-DUP-FLAG           PIC X(01).
               88  TRAN-DUP-HELD           VALUE 'H'.
               88  TRAN-DUP-CLEARED        VALUE 'C'.
           05  FILLER                  PIC X(18).
