      *   distinguishable in ORDAUDIT, and each queue's count is
      *   reported at end of run.
      *
      *   HRTBEAT.cob's synthetic heartbeat orders (the reserved
      *   order-ID range in CPY-HRTBEAT.cpy) arrive on both queues
      *   and are looked up and replied to like any other order, so
      *   the heartbeat proves the whole path. They are stamped with
      *   the HRTBEAT- / HRTBEATP- correlation prefix instead, are
      *   kept out of PRIOSLA.DAT (a probe is not a premium
      *   customer's order) and are counted on their own line.
      *
      * COMPILE: BINARY(BE) on Linux x86.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *> hands back.
           COPY CPY-RETCODES.

      *> The synthetic heartbeat order range and its correlation
      *> prefixes — see HRTBEAT.cob.
           COPY CPY-HRTBEAT.
       01  WS-HEARTBEAT-SW     PIC X VALUE "N".
           88  WS-HEARTBEAT-MSG VALUE "Y".

      *> Subscript shared by the paragraphs that copy
      *> WS-LINE-QTY-TABLE into the reply buffer one line at a time.
       01  WS-RPY-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-MSGS-PRIORITY    PIC 9(9) VALUE ZERO.
       01  WS-MSGS-STANDARD    PIC 9(9) VALUE ZERO.
       01  WS-MSGS-QUARANTINED PIC 9(9) VALUE ZERO.
       01  WS-MSGS-HEARTBEAT   PIC 9(9) VALUE ZERO.

      *> Which queue the message in flight came off — drives the
      *> correlation prefix (ENDIAN02P- vs ENDIAN02-) and the
           PERFORM VALIDATE-MESSAGE
           IF WS-MSG-VALID
               MOVE MQ-BUFFER-NUM TO WS-ORDER-ID
               MOVE "N" TO WS-HEARTBEAT-SW
               IF WS-ORDER-ID >= HB-ORDER-ID-LOW
                       AND WS-ORDER-ID <= HB-ORDER-ID-HIGH
                   SET WS-HEARTBEAT-MSG TO TRUE
                   ADD 1 TO WS-MSGS-HEARTBEAT
               END-IF
               PERFORM PROCESS-RECEIVED-ORDER
               ADD 1 TO WS-MSGS-PROCESSED
               IF WS-PRIORITY-MSG
                   ADD 1 TO WS-MSGS-PRIORITY
      *> The lookup just completed — measure it against the premium
      *> window now, not when a nightly report gets around to it.
      *> HRTBEAT.cob times its own probe end to end.
                   IF NOT WS-HEARTBEAT-MSG
                       PERFORM RECORD-PRIORITY-SLA
                   END-IF
               ELSE
                   ADD 1 TO WS-MSGS-STANDARD
               END-IF
           DISPLAY "    standard queue:     " WS-MSGS-STANDARD
           DISPLAY "    SLA met / missed:   " WS-SLA-MET-COUNT
               " / " WS-SLA-MISSED-COUNT
           DISPLAY "    heartbeat probes:   " WS-MSGS-HEARTBEAT
           DISPLAY "  messages quarantined: " WS-MSGS-QUARANTINED
           DISPLAY "  pacing state changes: " WS-PACE-CHANGES
           DISPLAY "  replies spooled:      " WS-REPLIES-SPOOLED
      *> logs by one ID. Priority traffic carries its own ENDIAN02P-
      *> prefix so it stays distinguishable in ORDAUDIT (and is
      *> counted as MQ-driven by ORDRECON.cob alongside ENDIAN02-).
      *> A heartbeat probe carries HRTBEAT-/HRTBEATP- instead, which
      *> is what HRTBEAT.cob matches its reply on.
           MOVE WS-ORDER-ID TO WS-CORR-ORDER-ID
           MOVE SPACES TO WS-CORRELATION-ID
           EVALUATE TRUE
               WHEN WS-HEARTBEAT-MSG AND WS-PRIORITY-MSG
                   STRING HB-CORR-PREFIX-PRIO DELIMITED BY SIZE
                          WS-CORR-ORDER-ID DELIMITED BY SIZE
                       INTO WS-CORRELATION-ID
                   END-STRING
               WHEN WS-HEARTBEAT-MSG
                   STRING HB-CORR-PREFIX   DELIMITED BY SIZE
                          WS-CORR-ORDER-ID DELIMITED BY SIZE
                       INTO WS-CORRELATION-ID
                   END-STRING
               WHEN WS-PRIORITY-MSG
                   STRING "ENDIAN02P-" DELIMITED BY SIZE
                          WS-CORR-ORDER-ID DELIMITED BY SIZE
                       INTO WS-CORRELATION-ID
                   END-STRING
               WHEN OTHER
                   STRING "ENDIAN02-"  DELIMITED BY SIZE
                          WS-CORR-ORDER-ID DELIMITED BY SIZE
                       INTO WS-CORRELATION-ID
                   END-STRING
           END-EVALUATE

      *> CALL the Oracle-facing sub-program.
      *> The parameters are passed BY REFERENCE (default), so the
