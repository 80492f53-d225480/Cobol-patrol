      * clean results ride along instead of the averages, so a week
      * or month rollup can recompute its own average instead of
      * averaging averages.
      * Behind each run record the batch run also appends one
      * department record (SHST-REC-TYPE 'D') per department the run
      * saw, carrying that department's clean count, exception count
      * and sum of clean products in the same fields the run record
      * uses for them; the other tallies are zero on a department
      * record.  A department record posted by a restarted run covers
      * only the resumed portion of the night and is marked partial.
      * Records written before the department records existed carry
      * spaces in the type and read as run records.
      * The product and quotient tallies are sized for five-digit
      * var_a/var_b; history posted in the earlier 120-byte layout
      * is brought forward by the FIZZCONV conversion job.
      ******************************************************************
       01  SHST-RECORD.
           05  SHST-RUN-DATE           PIC X(08).
           05  SHST-EXCP-RANGE         PIC 9(06).
           05  SHST-EXCP-DIV-ZERO      PIC 9(06).
           05  SHST-C-COUNT            PIC 9(06).
           05  SHST-C-MIN              PIC 9(10).
           05  SHST-C-MAX              PIC 9(10).
           05  SHST-SUM-VAR-C          PIC 9(15).
           05  SHST-E-COUNT            PIC 9(06).
           05  SHST-E-MIN              PIC 9(05).
           05  SHST-E-MAX              PIC 9(05).
           05  SHST-SUM-VAR-E          PIC 9(11).
           05  SHST-REC-TYPE           PIC X(01).
               88  SHST-RUN-RECORD         VALUE SPACE.
               88  SHST-DEPT-RECORD        VALUE 'D'.
           05  SHST-DEPT-CODE          PIC X(04).
           05  SHST-PARTIAL-FLAG       PIC X(01).
               88  SHST-PARTIAL            VALUE 'P'.
           05  FILLER                  PIC X(08).
