      *   2026-08-25 PL    Original rebuild of a prior run's extract
      *                    from AUDITFILE, replacing the rerun-the-
      *                    whole-job answer and its conference call.
      *   2026-09-24 PL    Rebuilds the extract in the widened 47-byte
      *                    layout from the widened audit log, with the
      *                    trailer sums sized to match.  Runs dated
      *                    before the change read from the converted
      *                    log like any other.
      *   2026-10-06 PL    Carries the audit log's prior-period
      *                    adjustment flag and period onto the rebuilt
      *                    detail, so a retransmission books the same
      *                    postings to the same months as the original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRXMT.

       01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
       01  WS-REBUILT-COUNT            PIC 9(06) COMP VALUE ZERO.
       01  WS-SUM-VAR-C                PIC 9(15) COMP VALUE ZERO.
       01  WS-SUM-VAR-D                PIC S9(11) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF PRODUCTS  . . . .'.
           05  RPT-T-SUM-VAR-C         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'SUM OF DIFFERENCES . . .'.
           05  RPT-T-SUM-VAR-D         PIC -ZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           MOVE AUDIT-VAR-R TO EXT-D-VAR-R.
           MOVE AUDIT-TYPE-CODE TO EXT-D-TYPE-CODE.
           MOVE AUDIT-DEPT-CODE TO EXT-D-DEPT-CODE.
           MOVE AUDIT-ADJ-FLAG TO EXT-D-ADJ-FLAG.
           MOVE AUDIT-ADJ-PERIOD TO EXT-D-ADJ-PERIOD.
           WRITE EXT-DETAIL-RECORD.

           ADD 1 TO WS-REBUILT-COUNT.
