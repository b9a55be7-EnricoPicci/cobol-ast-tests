      *   adjustment audit in the CFGAUDIT.DAT style.
      *
      *   A variance above the configured threshold is refused
      *   unless the count record names a supervisor who authorized
      *   it — a fat-fingered count that would halve a warehouse
      *   must cost a supervisor's deliberate say-so, not slip
      *   through with the routine shrinkage. The override field
      *   carries the supervisor's own operator ID, which must hold
      *   the STOCKOVR function in OPERAUTH.DAT and must not be the
      *   operator running the count; the supervisor is recorded on
      *   the INVADJ.DAT line. (The one shared SUPERVISOR-CODE that
      *   CYCCNT.CFG used to carry could not say who authorized
      *   anything and is no longer read.)
      *
      *   The operator ID comes from the INVCOUNT_OPERATOR
      *   environment variable (the CFGMAINT.cob convention) and is
      *   required — no anonymous stock adjustments — and must hold
      *   the STOCKADJ function in OPERAUTH.DAT (see OPAUTH.cob), or
      *   the job adjusts nothing.
      *
      *   A count is one site's count: the record names the counted
      *   warehouse (blank reads as the default site "01", the same
      *   Positions  1- 9  ITEM-ID        PIC 9(9)
      *   Positions 10-18  COUNTED-QTY    PIC 9(9)
      *   Positions 19-22  REASON-CODE    PIC X(4)
      *   Positions 23-30  OVERRIDE-CODE  PIC X(8)  (spaces, or the
      *                    operator ID of the supervisor who
      *                    authorized a large variance)
      *   Positions 31-32  WAREHOUSE-ID   PIC X(2)  (blank = "01")
      *
      * CONTROL FILE FORMAT (CYCCNT.CFG, sequential, one record):
      *   Positions  1- 9  VARIANCE-THRESHOLD  PIC 9(9)
      *   Positions 10-17  SUPERVISOR-CODE     PIC X(8)  (retired —
      *                    overrides are checked against
      *                    OPERAUTH.DAT; ignored if present)
      *   Missing file means the hardcoded defaults below apply.
      *
      * OUTPUT: INVCOUNT.RPT, plus the INVADJ.DAT adjustment audit.
           05  CCF-SUPERVISOR-CODE    PIC X(8).

       FD  ADJUST-AUDIT-FILE.
       01  ADJUST-AUDIT-LINE          PIC X(132).

       FD  COUNT-REPORT-FILE.
       01  COUNT-REPORT-LINE          PIC X(132).

       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.

      *> Operations-tunable guardrail — overridden from CYCCNT.CFG
      *> when it is present.
       01  WS-VARIANCE-THRESHOLD      PIC 9(9) VALUE 100.

      *> The supervisor whose override let an over-threshold
      *> variance through — spaces on every other adjustment.
       01  WS-OVERRIDE-BY             PIC X(8) VALUE SPACES.
       01  WS-OVERRIDE-OK-SW          PIC X VALUE "N".
           88  WS-OVERRIDE-OK         VALUE "Y".
       01  WS-REFUSE-REASON           PIC X(20) VALUE SPACES.

           COPY CPY-OPAUTH.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM IDENTIFY-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPERATOR-ID = SPACES
                   DISPLAY "INVCOUNT: operator ID required — set "
                       "INVCOUNT_OPERATOR"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT AUTH-GRANTED
                   DISPLAY "INVCOUNT: " WS-OPERATOR-ID
                       " not authorized for stock adjustment — "
                       AUTH-REASON
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM READ-COUNT-CONFIG
                   OPEN OUTPUT COUNT-REPORT-FILE
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM PROCESS-COUNT-FILE
                   PERFORM WRITE-REPORT-SUMMARY
                   CLOSE COUNT-REPORT-FILE
      *> Step outcome for NIGHTRUN.cob and the scheduler.
                   EVALUATE TRUE
                       WHEN WS-ORACLE-ERROR
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-ADJUSTS-REFUSED > 0
                           OR WS-COUNTS-REJECTED > 0
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
           END-EVALUATE
           GOBACK.

      *> No anonymous stock adjustments — every INVADJ line must say
      *> who keyed the count in, same rule CFGMAINT.cob enforces —
      *> and the one named must be allowed to make them.
       IDENTIFY-OPERATOR.
           MOVE "N" TO AUTH-RESULT
           ACCEPT WS-OPERATOR-ID
               FROM ENVIRONMENT "INVCOUNT_OPERATOR"
           IF WS-OPERATOR-ID NOT = SPACES
               MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
               MOVE "STOCKADJ" TO AUTH-FUNCTION
               MOVE "INVCOUNT" TO AUTH-PROGRAM-ID
               CALL "OPAUTH" USING AUTH-OPERATOR-ID AUTH-FUNCTION
                                   AUTH-PROGRAM-ID AUTH-RESULT
                                   AUTH-REASON
           END-IF.

       READ-COUNT-CONFIG.
           OPEN INPUT COUNT-CONFIG-FILE
                   NOT AT END
                       MOVE CCF-VARIANCE-THRESHOLD
                           TO WS-VARIANCE-THRESHOLD
               END-READ
               CLOSE COUNT-CONFIG-FILE
           END-IF.
           ELSE
               MOVE WS-VARIANCE TO WS-VARIANCE-ABS
           END-IF
           MOVE SPACES TO WS-OVERRIDE-BY
           EVALUATE TRUE
               WHEN WS-VARIANCE = 0
      *> Counted exactly what the book says — nothing to adjust,
      *> and nothing to audit.
                   ADD 1 TO WS-ZERO-VARIANCE
               WHEN WS-VARIANCE-ABS > WS-VARIANCE-THRESHOLD
                   PERFORM CHECK-SUPERVISOR-OVERRIDE
                   IF WS-OVERRIDE-OK
                       MOVE CC-OVERRIDE-CODE TO WS-OVERRIDE-BY
                       PERFORM APPLY-ADJUSTMENT
                   ELSE
                       ADD 1 TO WS-ADJUSTS-REFUSED
                       PERFORM WRITE-REFUSED-LINE
                   END-IF
               WHEN OTHER
                   PERFORM APPLY-ADJUSTMENT
           END-EVALUATE.

      *> The override names a person, and that person must hold
      *> STOCKOVR in their own right — an operator cannot wave
      *> through their own large variance, however senior.
       CHECK-SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-OK-SW
           EVALUATE TRUE
               WHEN CC-OVERRIDE-CODE = SPACES
                   MOVE "NO OVERRIDE" TO WS-REFUSE-REASON
               WHEN CC-OVERRIDE-CODE = WS-OPERATOR-ID
                   MOVE "SELF-OVERRIDE" TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE CC-OVERRIDE-CODE TO AUTH-OPERATOR-ID
                   MOVE "STOCKOVR" TO AUTH-FUNCTION
                   MOVE "INVCOUNT" TO AUTH-PROGRAM-ID
                   CALL "OPAUTH" USING AUTH-OPERATOR-ID
                                       AUTH-FUNCTION
                                       AUTH-PROGRAM-ID
                                       AUTH-RESULT
                                       AUTH-REASON
                   IF AUTH-GRANTED
                       SET WS-OVERRIDE-OK TO TRUE
                   ELSE
                       MOVE AUTH-REASON TO WS-REFUSE-REASON
                   END-IF
           END-EVALUATE.

       APPLY-ADJUSTMENT.
           EXEC SQL
               UPDATE INVENTORY
                  CC-REASON-CODE     DELIMITED BY SIZE
                  " SITE "           DELIMITED BY SIZE
                  WS-ORA-WAREHOUSE-ID DELIMITED BY SIZE
                  " OVR "            DELIMITED BY SIZE
                  WS-OVERRIDE-BY     DELIMITED BY SIZE
               INTO ADJUST-AUDIT-LINE
           END-STRING
           OPEN EXTEND ADJUST-AUDIT-FILE
           MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
           MOVE WS-VARIANCE TO WS-RL-VARIANCE
           MOVE SPACES TO COUNT-REPORT-LINE
           STRING "REFUSED (VARIANCE OVER THRESHOLD, "
                      DELIMITED BY SIZE
                  WS-REFUSE-REASON DELIMITED BY "  "
                  "):"           DELIMITED BY SIZE
                  " ITEM"        DELIMITED BY SIZE
                  WS-RL-ITEM-ID  DELIMITED BY SIZE
                  "  VAR"        DELIMITED BY SIZE
