      ******************************************************************
       01  EXCP-RECORD.
           05  EXCP-SEQ-NO             PIC 9(06).
           05  EXCP-VAR-A              PIC X(05).
           05  EXCP-VAR-B              PIC X(05).
           05  EXCP-REASON             PIC X(40).
           05  EXCP-RUN-DATE           PIC X(08).
           05  EXCP-TYPE-CODE          PIC X(01).
           05  EXCP-DEPT-CODE          PIC X(04).
           05  FILLER                  PIC X(11).
