      * with 'NEW' in both before-image columns - an add has no
      * before image, and the marker is how the maintenance report
      * and the FIZZBAL balancer tell an add from a correction.
      * The department the record carried before and after the
      * action rides along as well, so a correction that moved a
      * pair to another department is on the trail; an add has no
      * before department and leaves it blank.
      * Corrections and adds wait for a second operator's approval,
      * so the trail also carries the approval step.  MNTA-ACTION-
      * CODE is space on the record written when the change is made
      * (MNTA-OPERATOR-ID is the operator who made it), 'A' when it
      * is approved and 'R' when it is rejected.  On an approval or
      * rejection record MNTA-OPERATOR-ID is still the maker and
      * MNTA-APPROVER-ID is the second operator; the date, time and
      * terminal are the approver's.  A rejected add is deleted
      * from TRANFILE, and its rejection record keeps the 'NEW'
      * marker so FIZZBAL can take it back out of the intake.  A
      * rejected correction's images run from the rejected values
      * (before) to the values put back (after).
      * A held record deleted through FIZZMNT - a duplicate
      * submission found by FIZZDUPS - is logged with action code
      * 'X', the deleted pair and department in both images and the
      * operator who deleted it, so FIZZBAL can take it back out of
      * the intake the way it does a rejected add.
      ******************************************************************
       01  MNTA-RECORD.
           05  MNTA-SEQ-NO             PIC 9(06).
           05  MNTA-OLD-VAR-A          PIC X(05).
           05  MNTA-OLD-VAR-B          PIC X(05).
           05  MNTA-NEW-VAR-A          PIC 9(05).
           05  MNTA-NEW-VAR-B          PIC 9(05).
           05  MNTA-CORR-DATE          PIC X(08).
           05  MNTA-CORR-TIME          PIC X(08).
           05  MNTA-OPERATOR-ID        PIC X(03).
           05  MNTA-TERMINAL-ID        PIC X(04).
           05  MNTA-OLD-DEPT-CODE      PIC X(04).
           05  MNTA-NEW-DEPT-CODE      PIC X(04).
           05  MNTA-ACTION-CODE        PIC X(01).
               88  MNTA-ACTION-MADE        VALUE SPACE.
               88  MNTA-ACTION-APPROVED    VALUE 'A'.
               88  MNTA-ACTION-REJECTED    VALUE 'R'.
               88  MNTA-ACTION-DELETED     VALUE 'X'.
           05  MNTA-APPROVER-ID        PIC X(03).
           05  FILLER                  PIC X(07).
