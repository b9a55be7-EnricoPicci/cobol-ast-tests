      *   silently dropped MQ message would otherwise go unnoticed —
      *   there is no other place that cross-checks the two.
      *
      *   Business date is the night's shared one from BUSDATE.cob
      *   (BUSDATE.DAT, rolled by DAYROLL.cob); the audit side is
      *   counted by the AUD-TIMESTAMP date (same FUNCTION
      *   CURRENT-DATE format the CALLED modules stamp every record
      *   with — see CPY-ORDAUDIT),
      *   the ORDERS side by an EXEC SQL COUNT against ORDER_DATE.
      *
      * ORDAUDIT RECORD FORMAT (fixed-width, one space between fields
       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "ORDRECON".
       01  WS-REPORT-GENERATION       PIC X(30) VALUE SPACES.

      *> The night's business date from BUSDATE.cob — this job is
      *> meant to run as a nightly, unattended step for that day.
       01  WS-BUSINESS-DATE           PIC X(8).

           COPY CPY-BUSDATE.

      *> STEP: ORDERS row count uses a COMP-5 host variable, the same
      *> convention as every other Oracle-calling program in this
      *> suite (see SAFE02-CALLED.cob).
           END-IF.

       DETERMINE-BUSINESS-DATE.
           SET BDT-GET-DATES TO TRUE
           CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                BDT-PRIOR-DATE BDT-FROM-DATE
                                BDT-TO-DATE BDT-DAYS
           MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE.

      *> A missing ORDAUDIT.DAT (no order lookups ever logged) is not
      *> an error here — it just means zero calls to reconcile
