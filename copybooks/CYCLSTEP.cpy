      ******************************************************************
      * CYCLSTEP.CPY
      * The steps of the FIZZ-BUZZ night cycle in running order, with
      * the rule for whether each must have completed before a later
      * step may start: 'Y' always, 'P' only on a night the batch run
      * was partitioned (the merge), 'N' never - the recycle and the
      * return-feed apply run only on nights there is something for
      * them to do.  The position in this table is the subscript of
      * the step's entry on the step-control record (CYCLREC).
      ******************************************************************
       01  CSTEP-TABLE-DATA.
           05  FILLER                  PIC X(09) VALUE 'TRANLOADY'.
           05  FILLER                  PIC X(09) VALUE 'FIZZBUZZY'.
           05  FILLER                  PIC X(09) VALUE 'FIZZMRGEP'.
           05  FILLER                  PIC X(09) VALUE 'FIZZRCYCN'.
           05  FILLER                  PIC X(09) VALUE 'FIZZARCHY'.
           05  FILLER                  PIC X(09) VALUE 'FIZZRTRNN'.
           05  FILLER                  PIC X(09) VALUE 'FIZZBAL Y'.
       01  CSTEP-TABLE REDEFINES CSTEP-TABLE-DATA.
           05  CSTEP-ENTRY OCCURS 7 TIMES.
               10  CSTEP-NAME          PIC X(08).
               10  CSTEP-RULE          PIC X(01).
                   88  CSTEP-REQUIRED          VALUE 'Y'.
                   88  CSTEP-IF-PARTITIONED    VALUE 'P'.
                   88  CSTEP-OPTIONAL          VALUE 'N'.
       01  CSTEP-COUNT                 PIC 9(04) COMP VALUE 7.
