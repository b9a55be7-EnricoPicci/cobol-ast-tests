      ******************************************************************
      * CPY-AUDSTAMP.cpy — Shared Audit-Chain Stamping Paragraphs
      *
      * PURPOSE:
      *   Every ORDAUDIT.DAT writer stamps its record the same way.
      *   COPY this member into the PROCEDURE DIVISION and, once the
      *   92-byte record has been built into ORDAUDIT-LINE, around
      *   its WRITE:
      *
      *     PERFORM STAMP-AUDIT-LINE
      *     WRITE ORDAUDIT-LINE
      *     CLOSE ORDAUDIT-FILE     (where the writer closes per
      *                              record)
      *     PERFORM RELEASE-AUDIT-LINE
      *
      *   STAMP-AUDIT-LINE takes the next sequence number and
      *   chained hash from AUDCHAIN.cob and places them after the
      *   record (positions 94-105 and 107-130 — see
      *   CPY-ORDAUDIT.cpy). Stamping advances the chain head and
      *   locks it against every other writer, so nothing may stand
      *   between the two PERFORMs that could skip the WRITE or the
      *   release — the next writer would wait on the lock, then
      *   stamp around it.
      *
      *   The host program must provide:
      *     - ORDAUDIT-LINE PIC X(130) (the audit FD record)
      *     - CPY-ORDAUDIT (AUD-SEQUENCE, AUD-CHAIN-HASH)
      *     - CPY-AUDCHAIN (the ACH- parameters)
      ******************************************************************
       STAMP-AUDIT-LINE.
           MOVE ORDAUDIT-LINE (1:92) TO ACH-AUDIT-BODY
           SET ACH-STAMP TO TRUE
           CALL "AUDCHAIN" USING ACH-FUNCTION ACH-AUDIT-BODY
                                 ACH-SEQUENCE ACH-PRIOR-HASH
                                 ACH-HASH
           MOVE ACH-SEQUENCE TO AUD-SEQUENCE
           MOVE ACH-HASH TO AUD-CHAIN-HASH
           MOVE SPACES TO ORDAUDIT-LINE (93:38)
           MOVE AUD-SEQUENCE TO ORDAUDIT-LINE (94:12)
           MOVE AUD-CHAIN-HASH TO ORDAUDIT-LINE (107:24).

       RELEASE-AUDIT-LINE.
           SET ACH-RELEASE TO TRUE
           CALL "AUDCHAIN" USING ACH-FUNCTION ACH-AUDIT-BODY
                                 ACH-SEQUENCE ACH-PRIOR-HASH
                                 ACH-HASH.
