      *   RPTGEN.cob file, so each week's evidence survives the next
      *   week's run.
      *
      *   HRTBEAT.cob's synthetic heartbeat lookups (the reserved
      *   order-ID range in CPY-HRTBEAT.cpy) travel the legacy path
      *   by design, every few minutes, for as long as it is live.
      *   They are not production traffic and are left out of every
      *   count here — otherwise the probe alone would hold the
      *   decommission milestone off forever — and shown on one
      *   summary line of their own.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-LEGACY-PRIO         PIC 9(9) VALUE ZERO.
           05  WS-SAFE-TOTAL          PIC 9(9) VALUE ZERO.
           05  WS-OTHER-TOTAL         PIC 9(9) VALUE ZERO.
           05  WS-HEARTBEAT-TOTAL     PIC 9(9) VALUE ZERO.

           COPY CPY-HRTBEAT.

      *> The order-ID range still arriving on the legacy path.
       01  WS-LEGACY-MIN-ID           PIC 9(9) VALUE 999999999.
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AUD-ORDER-ID-IN >= HB-ORDER-ID-LOW
                           AND AUD-ORDER-ID-IN <= HB-ORDER-ID-HIGH
                       ADD 1 TO WS-HEARTBEAT-TOTAL
                   ELSE
                       ADD 1 TO WS-RECORDS-SCANNED
                       PERFORM BUCKET-ONE-RECORD
                   END-IF
           END-READ.

       BUCKET-ONE-RECORD.
           END-STRING
           WRITE TRACK-REPORT-LINE

           MOVE WS-HEARTBEAT-TOTAL TO WS-RL-COUNT
           MOVE SPACES TO TRACK-REPORT-LINE
           STRING "HEARTBEAT (EXCLUDED):  " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO TRACK-REPORT-LINE
           END-STRING
           WRITE TRACK-REPORT-LINE

           MOVE SPACES TO TRACK-REPORT-LINE
           WRITE TRACK-REPORT-LINE
           IF WS-LEGACY-TOTAL = 0
