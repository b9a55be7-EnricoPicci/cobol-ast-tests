      ******************************************************************
      * CPY-AUDCHAIN.cpy — Audit Chain Service Parameters
      *                    (WORKING-STORAGE Only)
      *
      * PURPOSE:
      *   The parameters every ORDAUDIT.DAT writer and the chain
      *   verification job pass to AUDCHAIN.cob:
      *
      *     SET ACH-STAMP TO TRUE, with ACH-AUDIT-BODY set to the
      *     92-byte audit record about to be appended
      *     CALL "AUDCHAIN" USING ACH-FUNCTION ACH-AUDIT-BODY
      *                           ACH-SEQUENCE ACH-PRIOR-HASH
      *                           ACH-HASH
      *       -> ACH-SEQUENCE    the record's place in the trail
      *          ACH-PRIOR-HASH  the hash of the record before it
      *          ACH-HASH        this record's hash, chained to it
      *       (the chain head advances — the record MUST then be
      *       written, or the trail shows a gap — and stays locked
      *       to every other writer until released)
      *
      *     SET ACH-RELEASE TO TRUE, once the stamped record has
      *     been written
      *       -> the chain head is unlocked for the next writer
      *
      *     SET ACH-HASH-ONLY TO TRUE, with ACH-AUDIT-BODY,
      *     ACH-SEQUENCE and ACH-PRIOR-HASH set
      *       -> ACH-HASH  what the record's hash should be; the
      *                    chain head is not touched
      *
      *   Most writers stamp through STAMP-AUDIT-LINE in
      *   CPY-AUDSTAMP.cpy rather than calling the service directly.
      *   See AUDCHAIN.cob for the head file and the hash itself.
      ******************************************************************
       01  ACH-FUNCTION              PIC X(1).
           88  ACH-STAMP                VALUE "S".
           88  ACH-RELEASE              VALUE "R".
           88  ACH-HASH-ONLY            VALUE "H".
       01  ACH-AUDIT-BODY            PIC X(92).
       01  ACH-SEQUENCE              PIC 9(12).
       01  ACH-PRIOR-HASH            PIC X(24).
       01  ACH-HASH                  PIC X(24).
