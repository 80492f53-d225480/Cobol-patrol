      * edit when a division was actually requested.
      ******************************************************************
       01  CALC-LINKAGE.
           05  var_a                   PIC 9(05).
           05  var_b                   PIC 9(05).
           05  CALC-TYPE-CODE          PIC X(01).
               88  CALC-TYPE-MULTIPLY      VALUE 'M'.
               88  CALC-TYPE-DIVIDE        VALUE 'D'.
               88  CALC-TYPE-FULL-SET      VALUE 'A' ' '.
           05  var_c                   PIC 9(10).
           05  var_d                   PIC S9(05).
           05  var_e                   PIC 9(05).
           05  var_r                   PIC 9(05).
           05  CALC-RETURN-CODE        PIC X(02).
               88  CALC-OK                 VALUE '00'.
               88  CALC-VAR-A-NOT-NUMERIC  VALUE '10'.
