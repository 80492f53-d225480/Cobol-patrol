      *                    instead of landing in the exceptions log
      *                    for a division nobody asked for.  Result
      *                    fields not requested are returned as zero.
      *   2026-09-24 PL    var_a/var_b widened to PIC 9(05) in CALCLINK
      *                    and the published range edit moved out to
      *                    0-99,999 with them; var_c widened to
      *                    PIC 9(10) and var_d/var_e/var_r to five
      *                    digits so no in-range pair can truncate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCALC.
      ******************************************************************
      * 1000-EDIT-VALUES THRU 1000-EXIT
      * Validates that var_a and var_b are numeric and within the
      * 0-99,999 range the PIC 9(05) fields are meant to hold, then
      * guards the division against a zero divisor.  Any failure sets
      * CALC-RETURN-CODE/CALC-REASON and drops straight to the exit so
      * 2000-COMPUTE-VALUES never runs on bad data.
               GO TO 1000-EXIT
           END-IF.

      * var_a/var_b are unsigned PIC 9(05) in CALCLINK, so a value that
      * reaches here already numeric is structurally 0-99,999 - these
      * two checks cannot fire today.  They (and CALC-VAR-A/B-OUT-OF-
      * RANGE in CALCLINK) are kept as the published range edit in
      * case var_a/var_b are ever widened upstream again; dropping
      * them would silently remove that guard rather than just make
      * it dormant.
           IF var_a < 0 OR var_a > 99999
               SET WS-EDIT-FAILED TO TRUE
               SET CALC-VAR-A-OUT-OF-RANGE TO TRUE
               MOVE 'VAR_A OUTSIDE 0-99999 RANGE' TO CALC-REASON
               GO TO 1000-EXIT
           END-IF.

           IF var_b < 0 OR var_b > 99999
               SET WS-EDIT-FAILED TO TRUE
               SET CALC-VAR-B-OUT-OF-RANGE TO TRUE
               MOVE 'VAR_B OUTSIDE 0-99999 RANGE' TO CALC-REASON
               GO TO 1000-EXIT
           END-IF.

