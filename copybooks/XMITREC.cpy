      ******************************************************************
      * XMITREC.CPY
      * Record layouts for a department submission transmission - the
      * file a department's own system sends in place of a card deck,
      * loaded by TRANLOAD alongside the deck.  Every record is an
      * 80-byte card image.  A transmission holds one or more
      * batches, from one department or several, each framed as:
      *  - a '$H' batch header naming the department and the
      *    sender's submission id for the batch;
      *  - detail records in exactly the pair-card layout of the deck
      *    (cols 1-5 VAR_A, 6-10 VAR_B, 11 type, 12-15 department,
      *    16-23 requested run date).  A blank department on a detail
      *    takes the header's; any other department must match it;
      *  - a '$T' batch trailer in exactly the layout of the deck's
      *    batch ticket: the batch's detail count and the hash totals
      *    of its var_a and var_b.
      * Each batch is balanced to its own trailer and accepted or
      * rejected on its own; TRANLOAD answers every batch on the
      * acknowledgment file (ACKREC).
      ******************************************************************
       01  XMIT-RECORD.
           05  XMIT-VAR-A              PIC X(05).
           05  XMIT-VAR-B              PIC X(05).
           05  XMIT-TYPE-CODE          PIC X(01).
           05  XMIT-DEPT-CODE          PIC X(04).
           05  XMIT-REQ-DATE           PIC X(08).
           05  FILLER                  PIC X(57).

       01  XMIT-HEADER-IMAGE.
           05  XMIT-HDR-MARKER         PIC X(02).
               88  XMIT-BATCH-HEADER       VALUE '$H'.
           05  XMIT-HDR-DEPT-CODE      PIC X(04).
           05  XMIT-HDR-SUBM-ID        PIC X(12).
           05  XMIT-HDR-CREATED-DATE   PIC X(08).
           05  FILLER                  PIC X(54).

       01  XMIT-TRAILER-IMAGE.
           05  XMIT-TRL-MARKER         PIC X(02).
               88  XMIT-BATCH-TRAILER      VALUE '$T'.
           05  XMIT-TRL-COUNT          PIC X(06).
           05  XMIT-TRL-HASH-VAR-A     PIC X(11).
           05  XMIT-TRL-HASH-VAR-B     PIC X(11).
           05  FILLER                  PIC X(50).
