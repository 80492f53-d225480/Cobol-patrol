      *   ---------- ----- --------------------------------------------
      *   2026-09-02 PL    Original retention purge of AUDITFILE and
      *                    HISTFILE onto dated offline cuts.
      *   2026-09-24 PL    Retained copies and offline cuts sized for
      *                    the widened 80-byte audit record and
      *                    120-byte history record.  History written
      *                    before the change is read once it has been
      *                    through the FIZZCONV conversion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZPRGE.
       FD  AUDTNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ANEW-RECORD                 PIC X(80).

       FD  AUDTCUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACUT-RECORD                 PIC X(80).

       FD  HISTFILE
           RECORDING MODE IS F
       FD  HISTNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HNEW-RECORD                 PIC X(120).

       FD  HISTCUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HCUT-RECORD                 PIC X(120).

       FD  PRGRFILE
           RECORDING MODE IS F
