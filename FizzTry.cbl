      *              Card layout matches the TRANLOAD submission deck,
      *              so the deck being checked is the deck that will
      *              be submitted:
      *                  cols 1-5   VAR_A, zero-filled to 5 digits
      *                  cols 6-10  VAR_B, zero-filled to 5 digits
      *                  col  11    transaction type: M product only,
      *                             D quotient/remainder only, A or
      *                             blank the full set
      *                  cols 12-80 ignored
      * Tectonics:   cobc -x
      ******************************************************************
      * MODIFICATION HISTORY
      *                    an M-only trial no longer shows a zero
      *                    quotient the nightly run would never
      *                    print.
      *   2026-09-24 PL    Cards follow the widened TRANLOAD deck:
      *                    five-digit var_a/var_b in cols 1-10, type
      *                    code in col 11.  Result fields widened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZTRY.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRY-CARD.
           05  TRY-VAR-A               PIC X(05).
           05  TRY-VAR-B               PIC X(05).
           05  TRY-TYPE-CODE           PIC X(01).
               88  TRY-TYPE-VALID          VALUE 'M' 'D' 'A' ' '.
           05  FILLER                  PIC X(69).

       WORKING-STORAGE SECTION.
       01  WS-TRYCARDS-STATUS          PIC X(02).

       01  WS-RESULT-LINE.
           05  FILLER                    PIC X(10) VALUE 'FIZZTRY: '.
           05  WS-R-VAR-A                PIC ZZZZ9.
           05  FILLER                    PIC X(03) VALUE ' X '.
           05  WS-R-VAR-B                PIC ZZZZ9.
           05  FILLER                    PIC X(07) VALUE ' TYPE '.
           05  WS-R-TYPE-CODE            PIC X(01).
           05  FILLER                    PIC X(11) VALUE ' PRODUCT= '.
           05  WS-R-VAR-C                PIC X(10).
           05  FILLER                    PIC X(06) VALUE ' DIFF='.
           05  WS-R-VAR-D                PIC X(06).
           05  FILLER                    PIC X(06) VALUE ' QUOT='.
           05  WS-R-VAR-E                PIC X(05).
           05  FILLER                    PIC X(06) VALUE ' REM='.
           05  WS-R-VAR-R                PIC X(05).

      * Numeric-edited staging for the result fields above, which
      * are alphanumeric so a result the card did not ask for can be
      * left blank - exactly as the nightly run's report leaves its
      * unrequested columns.
       01  WS-EDIT-VAR-C               PIC ZZZZZZZZZ9.
       01  WS-EDIT-VAR-D               PIC -ZZZZ9.
       01  WS-EDIT-VAR-E               PIC ZZZZ9.
       01  WS-EDIT-VAR-R               PIC ZZZZ9.

       01  WS-REJECT-LINE.
           05  FILLER                    PIC X(10) VALUE 'FIZZTRY: '.
           05  WS-J-VAR-A                PIC X(05).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-J-VAR-B                PIC X(05).
           05  FILLER                    PIC X(03) VALUE ' - '.
           05  WS-J-REASON               PIC X(40).

       2000-TRY-PAIR.
           IF TRY-VAR-A NOT NUMERIC
               PERFORM 2200-REPORT-BAD-CARD THRU 2200-EXIT
               MOVE 'VAR_A IS NOT 5 NUMERIC DIGITS' TO WS-J-REASON
               DISPLAY WS-REJECT-LINE
               GO TO 2000-NEXT-CARD
           END-IF.
           IF TRY-VAR-B NOT NUMERIC
               PERFORM 2200-REPORT-BAD-CARD THRU 2200-EXIT
               MOVE 'VAR_B IS NOT 5 NUMERIC DIGITS' TO WS-J-REASON
               DISPLAY WS-REJECT-LINE
               GO TO 2000-NEXT-CARD
           END-IF.
