      ******************************************************************
      * DEPTREC.CPY
      * Record layout for the FIZZ-BUZZ department reference master,
      * an indexed file keyed on the four-character department code.
      * Every entry path (the TRANLOAD card load, the FIZZENT online
      * add and the FIZZMNT online correction) checks TRAN-DEPT-CODE
      * against this file and turns away a code that is not on it or
      * that has been retired, so a mistyped code can no longer
      * become a department of its own on the control breaks, the
      * extract and the audit log.  The reports read it for the
      * department name printed beside the code.
      * A department is never deleted - it is retired ('R'), so the
      * name still prints against history posted under the code
      * while no new work can be entered for it.  The FIZZDEPT
      * operator utility is the only program that writes this file.
      ******************************************************************
       01  DEPT-RECORD.
           05  DEPT-KEY.
               10  DEPT-CODE           PIC X(04).
           05  DEPT-NAME               PIC X(30).
           05  DEPT-STATUS-CODE        PIC X(01).
               88  DEPT-ACTIVE             VALUE 'A'.
               88  DEPT-RETIRED            VALUE 'R'.
           05  DEPT-CONTACT            PIC X(30).
           05  DEPT-ADDED-DATE         PIC X(08).
           05  DEPT-CHANGED-DATE       PIC X(08).
           05  DEPT-RETIRED-DATE       PIC X(08).
           05  FILLER                  PIC X(11).
