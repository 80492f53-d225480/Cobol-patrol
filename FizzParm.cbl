      *              file-driven batch job so the two paths can never
      *              give different answers for the same pair.
      *
      *              JCL PARM is a 10-digit string, VAR_A followed by
      *              VAR_B, each zero-filled to 5 digits, e.g.
      *                  //STEP1  EXEC PGM=FIZZPARM,PARM='0002400012'
      *              computes var_a = 24, var_b = 12.  The older
      *              6-digit form (3 digits each, PARM='024012') is
      *              still accepted so existing what-if JCL runs
      *              unchanged.
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-08-07 PL    Set the new CALC-TYPE-CODE to the full set
      *                    before calling FIZZCALC - a PARM-card
      *                    what-if always wants all four results.
      *   2026-09-24 PL    PARM takes five-digit var_a/var_b (10
      *                    digits); the 6-digit three-digit form is
      *                    still accepted.  Result fields widened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZPARM.

       01  WS-RESULT-LINE.
           05  FILLER                    PIC X(10) VALUE 'FIZZPARM:'.
           05  WS-R-VAR-A                PIC ZZZZ9.
           05  FILLER                    PIC X(03) VALUE ' X '.
           05  WS-R-VAR-B                PIC ZZZZ9.
           05  FILLER                    PIC X(11) VALUE ' PRODUCT= '.
           05  WS-R-VAR-C                PIC ZZZZZZZZZ9.
           05  FILLER                    PIC X(06) VALUE ' DIFF='.
           05  WS-R-VAR-D                PIC -ZZZZ9.
           05  FILLER                    PIC X(06) VALUE ' QUOT='.
           05  WS-R-VAR-E                PIC ZZZZ9.
           05  FILLER                    PIC X(06) VALUE ' REM='.
           05  WS-R-VAR-R                PIC ZZZZ9.

       COPY CALCLINK.

       01  LS-PARM-FIELD.
           05  LS-PARM-LEN               PIC S9(04) COMP.
           05  LS-PARM-DATA.
               10  LS-PARM-VAR-A         PIC X(05).
               10  LS-PARM-VAR-B         PIC X(05).
           05  LS-PARM-SHORT REDEFINES LS-PARM-DATA.
               10  LS-PARM-SHORT-VAR-A   PIC X(03).
               10  LS-PARM-SHORT-VAR-B   PIC X(03).
               10  FILLER                PIC X(04).

       PROCEDURE DIVISION USING LS-PARM-FIELD.

       0000-MAINLINE.
           PERFORM 1000-EDIT-PARM THRU 1000-EXIT.
           IF WS-PARM-VALID
               SET CALC-TYPE-FULL-SET TO TRUE
               CALL 'FIZZCALC' USING CALC-LINKAGE
               IF CALC-OK
               END-IF
           ELSE
               DISPLAY 'FIZZPARM: INVALID OR MISSING PARM - '
                   'EXPECTED 10 DIGITS (VAR_A VAR_B)'
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-EDIT-PARM THRU 1000-EXIT
      * The PARM card must be exactly 10 digits (VAR_A then VAR_B, each
      * zero-filled to 5 digits), or the older 6 digits (each zero-
      * filled to 3).  Anything else is rejected here before FIZZCALC
      * ever sees it.  A valid PARM is left in var_a/var_b.
      ******************************************************************
       1000-EDIT-PARM.
           SET WS-PARM-VALID TO TRUE.
           IF LS-PARM-LEN = 10
               IF LS-PARM-VAR-A NOT NUMERIC OR
                  LS-PARM-VAR-B NOT NUMERIC
                   SET WS-PARM-INVALID TO TRUE
                   GO TO 1000-EXIT
               END-IF
               MOVE LS-PARM-VAR-A TO var_a
               MOVE LS-PARM-VAR-B TO var_b
               GO TO 1000-EXIT
           END-IF.
           IF LS-PARM-LEN NOT = 6
               SET WS-PARM-INVALID TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF LS-PARM-SHORT-VAR-A NOT NUMERIC OR
              LS-PARM-SHORT-VAR-B NOT NUMERIC
               SET WS-PARM-INVALID TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE LS-PARM-SHORT-VAR-A TO var_a.
           MOVE LS-PARM-SHORT-VAR-B TO var_b.

       1000-EXIT.
           EXIT.
