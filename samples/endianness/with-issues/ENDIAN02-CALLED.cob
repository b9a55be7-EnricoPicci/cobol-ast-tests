       DATA DIVISION.
       FILE SECTION.
       FD  ORDAUDIT-FILE.
       01  ORDAUDIT-LINE              PIC X(130).

       WORKING-STORAGE SECTION.

      *> Audit record fields — shared layout with SAFE02-CALLED and
      *> ORDRECON.cob (the nightly reconciliation report).
           COPY CPY-ORDAUDIT.
      *> Sequence number and chain hash stamped on every audit
      *> record — see CPY-AUDCHAIN.cpy.
           COPY CPY-AUDCHAIN.
       01  WS-QUANTITY-ON-ENTRY       PIC S9(9) COMP.

      *> BUG: Using SQLCA instead of SQLCA5.
      *> File doesn't exist yet on the first-ever call — create it.
               OPEN OUTPUT ORDAUDIT-FILE
           END-IF
           PERFORM STAMP-AUDIT-LINE
           WRITE ORDAUDIT-LINE
           CLOSE ORDAUDIT-FILE
           PERFORM RELEASE-AUDIT-LINE.

      *> Audit-chain stamping, shared with every ORDAUDIT writer
      *> — see CPY-AUDSTAMP.cpy.
           COPY CPY-AUDSTAMP.
