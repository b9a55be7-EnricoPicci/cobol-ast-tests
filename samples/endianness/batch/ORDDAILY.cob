      *   traffic — so the morning ops review works from one page
      *   instead of raw audit lines.
      *
      *   HRTBEAT.cob's synthetic heartbeat lookups (the reserved
      *   order-ID range in CPY-HRTBEAT.cpy) are left out of every
      *   count — a probe every few minutes is not order volume —
      *   and shown on one line of their own at the foot.
      *
      *   Business date is the night's shared one from BUSDATE.cob
      *   (same as ORDRECON.cob); ORDDAILY_DATE overrides it for a
      *   re-run over an earlier day.
      *
      * INPUT: ORDAUDIT.DAT (live audit file; the day under review is
      *        expected to still be live — run before ORDARCH.cob).

       01  WS-BUSINESS-DATE           PIC X(8).

           COPY CPY-BUSDATE.

           COPY CPY-RETCODES.
           COPY CPY-HRTBEAT.
       01  WS-RC-COMP                 PIC S9(4) COMP VALUE 0.
       01  WS-RC-NAME                 PIC X(24) VALUE SPACES.

           05  WS-TOTAL-CALLS         PIC 9(9) VALUE ZERO.
           05  WS-SUCCESS-CALLS       PIC 9(9) VALUE ZERO.
           05  WS-FAILED-CALLS        PIC 9(9) VALUE ZERO.
           05  WS-HEARTBEAT-CALLS     PIC 9(9) VALUE ZERO.
       01  WS-SUCCESS-PCT             PIC 9(3)V99 VALUE ZERO.

      *> Counts per distinct business return code seen today. The
       DETERMINE-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "ORDDAILY_DATE"
           IF WS-BUSINESS-DATE = SPACES
               SET BDT-GET-DATES TO TRUE
               CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                    BDT-PRIOR-DATE BDT-FROM-DATE
                                    BDT-TO-DATE BDT-DAYS
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

      *> A missing ORDAUDIT.DAT (no order lookups ever logged) is not
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AUD-BUSINESS-DATE-IN = WS-BUSINESS-DATE
                       IF AUD-ORDER-ID-IN >= HB-ORDER-ID-LOW
                               AND AUD-ORDER-ID-IN <= HB-ORDER-ID-HIGH
                           ADD 1 TO WS-HEARTBEAT-CALLS
                       ELSE
                           PERFORM TALLY-ONE-RECORD
                       END-IF
                   END-IF
           END-READ.

               WRITE DAILY-REPORT-LINE
           END-IF

           MOVE WS-HEARTBEAT-CALLS TO WS-RL-COUNT
           MOVE SPACES TO DAILY-REPORT-LINE
           WRITE DAILY-REPORT-LINE
           MOVE SPACES TO DAILY-REPORT-LINE
           STRING "HEARTBEAT PROBES (NOT COUNTED ABOVE): "
                      DELIMITED BY SIZE
                  WS-RL-COUNT DELIMITED BY SIZE
               INTO DAILY-REPORT-LINE
           END-STRING
           WRITE DAILY-REPORT-LINE

           CLOSE DAILY-REPORT-FILE.

       WRITE-ONE-RC-LINE.
