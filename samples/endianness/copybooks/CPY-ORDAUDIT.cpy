      *
      *   ORDAUDIT.DAT is a LINE SEQUENTIAL file opened EXTEND by the
      *   CALLED modules so every invocation appends one line.
      *
      *   Each line is the 92-byte record below, then a space, the
      *   record's sequence number in the trail (positions 94-105)
      *   and its chained hash (positions 107-130), stamped by
      *   STAMP-AUDIT-LINE (CPY-AUDSTAMP.cpy) and checked by
      *   AUDVRFY.cob. Lines written before the chain began carry
      *   neither.
      ******************************************************************
      *> Signed to match LS-ORDER-ID (PIC S9(9) COMP in CPY-ORDERS) —
      *> an order ID rejected by VALIDATE-INPUT for being <= 0 must
      *> Appended after AUD-CORRELATION-ID so every reader of the
      *> original 82-byte layout keeps working unchanged.
       01  AUD-ORDER-TOTAL           PIC S9(7)V99.
      *> Tamper evidence — see AUDCHAIN.cob. Written after the
      *> 92-byte record, so every reader of it keeps working.
       01  AUD-SEQUENCE              PIC 9(12).
       01  AUD-CHAIN-HASH            PIC X(24).
