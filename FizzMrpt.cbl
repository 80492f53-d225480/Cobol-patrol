      *                    maintenance-audit trail.
      *   2026-08-22 PL    Lined the column headings up over the
      *                    detail columns they caption.
      *   2026-09-18 PL    Online corrections and adds now need a
      *                    second operator's approval, and the trail
      *                    carries the approval step.  Each line now
      *                    shows the action - a change made, approved
      *                    or rejected - and the approving operator,
      *                    and the totals count the approvals and
      *                    rejections.
      *   2026-09-24 PL    Old and new A/B columns widened for
      *                    five-digit var_a/var_b.
      *   2026-10-12 PL    Shows held records deleted through FIZZMNT
      *                    (action DELETED) and counts them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZMRPT.

       01  WS-CURR-DATE                PIC 9(08).
       01  WS-CORRECTION-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  WS-APPROVED-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  WS-DELETED-COUNT            PIC 9(06) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
       01  RPT-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SEQ NO'.
           05  FILLER                  PIC X(13) VALUE 'OLD A/B'.
           05  FILLER                  PIC X(13) VALUE 'NEW A/B'.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(10) VALUE 'TIME'.
           05  FILLER                  PIC X(05) VALUE 'OPER'.
           05  FILLER                  PIC X(06) VALUE 'TERM'.
           05  FILLER                  PIC X(10) VALUE 'ACTION'.
           05  FILLER                  PIC X(04) VALUE 'APPR'.

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-D-SEQ-NO            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-OLD-VAR-A         PIC X(05).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RPT-D-OLD-VAR-B         PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-NEW-VAR-A         PIC 9(05).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RPT-D-NEW-VAR-B         PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-CORR-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-OPERATOR          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-TERMINAL          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-ACTION            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-D-APPROVER          PIC X(03).

       01  RPT-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
               'CORRECTIONS REPORTED . .'.
           05  RPT-T-CORRECTIONS       PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'CHANGES APPROVED . . . .'.
           05  RPT-T-APPROVED          PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'CHANGES REJECTED . . . .'.
           05  RPT-T-REJECTED          PIC ZZZ,ZZ9.

       01  RPT-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'RECORDS DELETED  . . . .'.
           05  RPT-T-DELETED           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

      ******************************************************************
      * 2000-REPORT-CORRECTION THRU 2000-EXIT
      * One line per trail record.  The action column tells the
      * change itself (MADE - records written before approvals were
      * introduced read the same way) from its approval or
      * rejection, which carry the approving operator, and from the
      * deletion of a held record.
      ******************************************************************
       2000-REPORT-CORRECTION.
           ADD 1 TO WS-CORRECTION-COUNT.
           MOVE MNTA-CORR-TIME TO RPT-D-CORR-TIME.
           MOVE MNTA-OPERATOR-ID TO RPT-D-OPERATOR.
           MOVE MNTA-TERMINAL-ID TO RPT-D-TERMINAL.
           EVALUATE TRUE
               WHEN MNTA-ACTION-APPROVED
                   MOVE 'APPROVED' TO RPT-D-ACTION
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN MNTA-ACTION-REJECTED
                   MOVE 'REJECTED' TO RPT-D-ACTION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN MNTA-ACTION-DELETED
                   MOVE 'DELETED' TO RPT-D-ACTION
                   ADD 1 TO WS-DELETED-COUNT
               WHEN OTHER
                   MOVE 'MADE' TO RPT-D-ACTION
           END-EVALUATE.
           MOVE MNTA-APPROVER-ID TO RPT-D-APPROVER.
           WRITE MRPT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-CORRECTION-COUNT TO RPT-T-CORRECTIONS.
           WRITE MRPT-RECORD FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           MOVE WS-APPROVED-COUNT TO RPT-T-APPROVED.
           WRITE MRPT-RECORD FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-REJECTED-COUNT TO RPT-T-REJECTED.
           WRITE MRPT-RECORD FROM RPT-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-DELETED-COUNT TO RPT-T-DELETED.
           WRITE MRPT-RECORD FROM RPT-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.

           CLOSE MNTAFILE.
           CLOSE MRPTFILE.
