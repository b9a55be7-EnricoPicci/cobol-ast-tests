      ******************************************************************
      * HRTBEAT.cob — Synthetic Heartbeat Order Through the Live
      *               Lookup Path
      *
      * PURPOSE:
      *   Every other monitor in this suite is passive: AUDMON.cob
      *   waits for failures to be written, QDEPMON.cob sees a queue
      *   only once it backs up, SLARPT.cob reports the next morning.
      *   On a quiet night a dead queue manager, a hung
      *   ENDIAN02-CALLER or an Oracle outage reads exactly like "no
      *   orders". This job is run every few minutes from the
      *   scheduler and proves the path instead: it puts one marked
      *   test order on INCOMING.ORDERS and one on PRIORITY.ORDERS,
      *   then waits for both replies on OUTGOING.ORDERS.REPLY.
      *   Each probe's round trip is appended to HRTBEAT.DAT, and an
      *   OPSALERT.DAT record is written for ALRTDISP.cob when a
      *   reply does not arrive inside the timeout, when the lookup
      *   answers anything but RC-SUCCESS (the probe's standing
      *   ORDERS row is a clean order — any other answer is the path
      *   misbehaving), or when a probe cannot be sent at all.
      *
      *   The probe orders come from the reserved range in
      *   CPY-HRTBEAT.cpy. ENDIAN02-CALLER stamps them with the
      *   HRTBEAT- (standard) / HRTBEATP- (priority) correlation
      *   prefix and replies as for any order; SAFE02-CALLED never
      *   reserves, prices or marks them; BILLEXT, ORDDAILY,
      *   LEGTRACK, ORDINTEG and the RPTSNAP snapshot leave them
      *   out. Their ORDERS rows are standing rows kept in NEW
      *   status, assumed present the same way BILLED_FLAG is.
      *
      *   The reply queue belongs to the fulfillment systems, so it
      *   is browsed, never drained: only a reply carrying a
      *   heartbeat correlation prefix is ever taken off it (by a
      *   GET under the browse cursor). A heartbeat reply put before
      *   this run's probe went out is a late answer to an earlier
      *   run — it is taken off and discarded rather than timed, so
      *   the queue never accumulates them.
      *
      *   Round trips are measured on this job's own clock, put to
      *   reply seen, in centiseconds with the midnight wrap (the
      *   ENDIAN02-CALLER SLA technique) — so a reply is seen at
      *   most one poll interval after it lands. The put-before-
      *   probe test compares the reply's MQMD put stamp, in GMT,
      *   with the probe's send time converted to GMT (the
      *   QDEPMON.cob technique), with a few seconds' allowance for
      *   the two clocks.
      *
      * CONTROL FILE FORMAT (HRTBEAT.CFG, sequential, one record):
      *   Positions  1- 3  TIMEOUT-SECONDS  PIC 9(3)
      *   Positions  4-12  STD-ORDER-ID     PIC 9(9)
      *   Positions 13-21  PRIO-ORDER-ID    PIC 9(9)
      *   Missing file means the defaults below apply (300 seconds,
      *   orders 999999901 and 999999902); a non-numeric field, or
      *   an order ID outside the reserved range, keeps its default.
      *
      * HISTORY FILE FORMAT (HRTBEAT.DAT, appended, one per probe
      *   per run):
      *   Positions  1-14  SENT-AT          PIC X(14) (YYYYMMDDHHMMSS)
      *   Positions 16-35  CORRELATION-ID   PIC X(20)
      *   Positions 37-51  QUEUE-NAME       PIC X(15)
      *   Positions 53-61  ROUND-TRIP-CS    PIC 9(9)  (time waited
      *                    when there was no reply)
      *   Positions 63-67  REPLY-RC         PIC -9(4) (zero when no
      *                    reply)
      *   Positions 69-75  OUTCOME          PIC X(7)  (OK, RC-FAIL,
      *                    NOREPLY, NOTSENT)
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRTBEAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEARTBEAT-CONFIG-FILE ASSIGN TO "HRTBEAT.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

      *> Appended, never overwritten — the trend is the point.
           SELECT HISTORY-FILE ASSIGN TO "HRTBEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEARTBEAT-CONFIG-FILE.
       01  HEARTBEAT-CONFIG-RECORD.
           05  HC-TIMEOUT-SECS-X      PIC X(3).
           05  HC-TIMEOUT-SECS-N      REDEFINES HC-TIMEOUT-SECS-X
                                       PIC 9(3).
           05  HC-STD-ORDER-ID-X      PIC X(9).
           05  HC-STD-ORDER-ID-N      REDEFINES HC-STD-ORDER-ID-X
                                       PIC 9(9).
           05  HC-PRIO-ORDER-ID-X     PIC X(9).
           05  HC-PRIO-ORDER-ID-N     REDEFINES HC-PRIO-ORDER-ID-X
                                       PIC 9(9).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HH-SENT-AT             PIC X(14).
           05  FILLER                 PIC X(1).
           05  HH-CORRELATION-ID      PIC X(20).
           05  FILLER                 PIC X(1).
           05  HH-QUEUE-NAME          PIC X(15).
           05  FILLER                 PIC X(1).
           05  HH-ROUND-TRIP-CS       PIC 9(9).
           05  FILLER                 PIC X(1).
           05  HH-REPLY-RC            PIC -9(4).
           05  FILLER                 PIC X(1).
           05  HH-OUTCOME             PIC X(7).

      *> Same record width AUDMON.cob writes.
       FD  ALERT-FILE.
       01  ALERT-LINE                 PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-ALERT-STATUS            PIC XX.

      *> The reserved order range and the correlation prefixes
      *> ENDIAN02-CALLER stamps on it.
           COPY CPY-HRTBEAT.
           COPY CPY-RETCODES.

      *> How long to wait for the replies, and how often to look.
      *> Five minutes by default: the standard probe queues behind
      *> whatever INCOMING.ORDERS already holds, and the evening
      *> burst must not read as an outage. HRTBEAT.CFG overrides the
      *> timeout.
       01  WS-TIMEOUT-SECS            PIC 9(3) VALUE 300.
       01  WS-TIMEOUT-CS              PIC S9(9) COMP VALUE 0.
       01  WS-POLL-DELAY-SECS         PIC 9(2) VALUE 2.
      *> Allowance between this box's clock and the queue manager's
      *> when judging a reply put before the probe was sent.
       01  WS-CLOCK-ALLOWANCE-SECS    PIC S9(9) COMP VALUE 5.

      *> The two probes — the queue each goes on, its order, and how
      *> it fared. Defaults here; HRTBEAT.CFG can move the order IDs
      *> within the reserved range.
       01  WS-PROBE-LIST.
           05  FILLER                 PIC X(15)
                                      VALUE "INCOMING.ORDERS".
           05  FILLER                 PIC 9(9) VALUE 999999901.
           05  FILLER                 PIC X(1) VALUE "S".
           05  FILLER                 PIC X(15)
                                      VALUE "PRIORITY.ORDERS".
           05  FILLER                 PIC 9(9) VALUE 999999902.
           05  FILLER                 PIC X(1) VALUE "P".
       01  WS-PROBE-DEFS              REDEFINES WS-PROBE-LIST.
           05  WS-PROBE-DEF           OCCURS 2 TIMES.
               10  WS-PD-QUEUE-NAME   PIC X(15).
               10  WS-PD-ORDER-ID     PIC 9(9).
               10  WS-PD-QUEUE-KIND   PIC X(1).
                   88  WS-PD-PRIORITY VALUE "P".
       01  WS-PROBE-MAX               PIC 9(2) COMP VALUE 2.
       01  WS-PROBE-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-MATCH-IDX               PIC 9(2) COMP VALUE 0.

       01  WS-PROBE-TABLE.
           05  WS-PROBE-ENTRY         OCCURS 2 TIMES.
               10  WS-PR-CORR-ID      PIC X(20).
               10  WS-PR-SENT-TS      PIC X(21).
               10  WS-PR-SENT-CS      PIC S9(9) COMP.
               10  WS-PR-SENT-GMT     PIC S9(11) COMP.
               10  WS-PR-ROUND-TRIP-CS
                                      PIC S9(9) COMP.
               10  WS-PR-REPLY-RC     PIC S9(4) COMP.
               10  WS-PR-PUT-REASON   PIC S9(9) COMP-5.
               10  WS-PR-STATE        PIC X(1).
                   88  WS-PR-PENDING  VALUE "P".
                   88  WS-PR-ANSWERED VALUE "A".
                   88  WS-PR-NO-REPLY VALUE "T".
                   88  WS-PR-NOT-SENT VALUE "X".
       01  WS-PROBES-PENDING          PIC 9(2) COMP VALUE 0.
       01  WS-CORR-ORDER-ID           PIC 9(9).

      *> Clock arithmetic. Time of day in centiseconds (round trips
      *> and the timeout, with the midnight wrap) and GMT seconds
      *> (the put-before-probe test against the MQMD stamp).
       01  WS-NOW-TS                  PIC X(21).
       01  WS-NOW-CS                  PIC S9(9) COMP VALUE 0.
       01  WS-WAIT-START-CS           PIC S9(9) COMP VALUE 0.
       01  WS-WAITED-CS               PIC S9(9) COMP VALUE 0.
       01  WS-NOW-GMT-SECONDS         PIC S9(11) COMP VALUE 0.
       01  WS-PUT-GMT-SECONDS         PIC S9(11) COMP VALUE 0.
       01  WS-GMT-OFFSET-SECONDS      PIC S9(9) COMP VALUE 0.
       01  WS-TODAY                   PIC 9(8) VALUE ZEROS.
       01  WS-PUT-DATE-N              PIC 9(8) VALUE ZEROS.
       01  WS-TOD-PIECES.
           05  WS-TOD-HH              PIC 9(2).
           05  WS-TOD-MI              PIC 9(2).
           05  WS-TOD-SS              PIC 9(2).
           05  WS-TOD-CS              PIC 9(2).
       01  WS-OFFSET-PIECES.
           05  WS-OFFSET-SIGN         PIC X(1).
           05  WS-OFFSET-HH           PIC 9(2).
           05  WS-OFFSET-MI           PIC 9(2).

      *> MQI handles and structures — same local-declaration
      *> convention as the other MQ programs.
       01  MQ-QMGR-NAME           PIC X(48) VALUE SPACES.
       01  MQ-HCONN               PIC S9(9) COMP-5 VALUE 0.
       01  MQ-HOBJ                PIC S9(9) COMP-5 VALUE 0.
       01  MQ-REPLY-HOBJ          PIC S9(9) COMP-5 VALUE 0.
      *> MQOO_OUTPUT (16) + MQOO_FAIL_IF_QUIESCING (8192) for the
      *> two order queues.
       01  MQ-OPEN-OPTIONS        PIC S9(9) COMP-5 VALUE 8208.
      *> MQOO_INPUT_SHARED (2) + MQOO_BROWSE (8) +
      *> MQOO_FAIL_IF_QUIESCING (8192) for the reply queue — browse
      *> to look, input only to take a heartbeat reply off from
      *> under the cursor, shared so the fulfillment consumers keep
      *> theirs.
       01  MQ-REPLY-OPEN-OPTIONS  PIC S9(9) COMP-5 VALUE 8202.
       01  MQ-CLOSE-OPTIONS       PIC S9(9) COMP-5 VALUE 0.
       01  MQ-COMPCODE            PIC S9(9) COMP-5 VALUE 0.
       01  MQ-REASON              PIC S9(9) COMP-5 VALUE 0.
           88  MQ-OK              VALUE 0.
      *> MQRC_NO_MSG_AVAILABLE — the browse has passed the last
      *> message on the queue.
       01  MQ-RC-NO-MSG-AVAILABLE PIC S9(9) COMP-5 VALUE 2033.
      *> MQRC_TRUNCATED_MSG_ACCEPTED — only the reply header is
      *> wanted, so the buffer stops short of the line quantities.
       01  MQ-RC-TRUNCATED-MSG-ACC PIC S9(9) COMP-5 VALUE 2079.
       01  WS-CONNECT-FAILED-SW   PIC X VALUE "N".
           88  WS-CONNECT-FAILED  VALUE "Y".
       01  WS-REPLY-QUEUE-FAILED-SW PIC X VALUE "N".
           88  WS-REPLY-QUEUE-FAILED VALUE "Y".
       01  WS-REPLY-REASON        PIC S9(9) COMP-5 VALUE 0.

       01  MQ-OBJECT-DESC.
           05  MQOD-OBJECT-NAME      PIC X(48) VALUE SPACES.
           05  MQOD-OBJECT-Q-MGR-NAME PIC X(48) VALUE SPACES.

       01  MQ-REPLY-OBJECT-DESC.
           05  MQOD-REPLY-NAME       PIC X(48)
                                      VALUE "OUTGOING.ORDERS.REPLY".
           05  MQOD-REPLY-Q-MGR-NAME PIC X(48) VALUE SPACES.

       01  MQ-MSG-DESC.
           05  MQMD-FORMAT           PIC X(8) VALUE "MQSTR".

      *> MQMD-PUT-DATE/PUT-TIME are filled by the browse — when
      *> ENDIAN02-CALLER put the reply (date YYYYMMDD, time
      *> HHMMSSTH, GMT).
       01  MQ-REPLY-MSG-DESC.
           05  MQMD-REPLY-FORMAT     PIC X(8) VALUE "MQSTR".
           05  MQMD-PUT-DATE         PIC X(8) VALUE SPACES.
           05  MQMD-PUT-TIME         PIC X(8) VALUE SPACES.

      *> MQPMO_FAIL_IF_QUIESCING (8192).
       01  MQ-PUT-MSG-OPTS.
           05  MQPMO-OPTIONS         PIC S9(9) COMP-5 VALUE 8192.

      *> MQGMO_BROWSE_FIRST (16) or MQGMO_BROWSE_NEXT (32), each with
      *> MQGMO_ACCEPT_TRUNCATED_MSG (64), no wait — the poll loop
      *> does its own waiting between passes.
       01  MQ-GET-MSG-OPTS.
           05  MQGMO-OPTIONS         PIC S9(9) COMP-5 VALUE 80.
           05  MQGMO-WAIT-INTERVAL   PIC S9(9) COMP-5 VALUE 0.
       01  MQ-BROWSE-FIRST-OPTS   PIC S9(9) COMP-5 VALUE 80.
       01  MQ-BROWSE-NEXT-OPTS    PIC S9(9) COMP-5 VALUE 96.

      *> MQGMO_MSG_UNDER_CURSOR (256) + MQGMO_ACCEPT_TRUNCATED_MSG
      *> (64) — take exactly the heartbeat reply just browsed.
       01  MQ-TAKE-MSG-OPTS.
           05  MQGMO-TAKE-OPTIONS    PIC S9(9) COMP-5 VALUE 320.
           05  MQGMO-TAKE-WAIT-INT   PIC S9(9) COMP-5 VALUE 0.

      *> Probe body — the order ID as a zoned-decimal string, the
      *> format ENDIAN02-CALLER's VALIDATE-MESSAGE accepts.
       01  MQ-BUFFER               PIC X(9).
       01  MQ-BUFFER-NUM            REDEFINES MQ-BUFFER PIC 9(9).
       01  MQ-BUFFER-LEN            PIC S9(9) COMP-5 VALUE 9.

      *> Reply header as ENDIAN02-CALLER's MQ-PUT-REPLY builds it —
      *> the per-line quantities behind it are not needed here.
       01  MQ-REPLY-BUFFER.
           05  RPY-ORDER-ID        PIC 9(9).
           05  RPY-RETURN-CODE     PIC S9(4).
           05  RPY-LINE-COUNT      PIC 9(2).
           05  RPY-CORRELATION-ID  PIC X(20).
       01  MQ-REPLY-BUFFER-LEN      PIC S9(9) COMP-5 VALUE 35.
       01  MQ-DATA-LEN              PIC S9(9) COMP-5 VALUE 0.

       01  WS-BROWSE-DONE-SW          PIC X VALUE "N".
           88  WS-BROWSE-DONE         VALUE "Y".
       01  WS-WAIT-DONE-SW            PIC X VALUE "N".
           88  WS-WAIT-DONE           VALUE "Y".
       01  WS-STALE-REPLY-SW          PIC X VALUE "N".
           88  WS-STALE-REPLY         VALUE "Y".

       01  WS-COUNTERS.
           05  WS-PROBES-ANSWERED     PIC 9(9) VALUE ZERO.
           05  WS-PROBES-FAILED       PIC 9(9) VALUE ZERO.
           05  WS-STALE-DISCARDED     PIC 9(9) VALUE ZERO.
           05  WS-ALERTS-RAISED       PIC 9(9) VALUE ZERO.

       01  WS-ALERT-TIMESTAMP         PIC X(26).
       01  WS-RL-ELAPSED-CS           PIC Z(8)9.
       01  WS-RL-RC                   PIC -(4)9.
       01  WS-RL-REASON               PIC Z(8)9.
       01  WS-RL-QUEUE-NAME           PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-HEARTBEAT-CONFIG
           COMPUTE WS-TIMEOUT-CS = WS-TIMEOUT-SECS * 100
           END-COMPUTE
           CALL "MQCONN" USING
               MQ-QMGR-NAME
               MQ-HCONN
               MQ-COMPCODE
               MQ-REASON
           IF MQ-OK
               PERFORM OPEN-REPLY-QUEUE
               IF NOT WS-REPLY-QUEUE-FAILED
                   PERFORM READ-CLOCK
                   MOVE WS-NOW-CS TO WS-WAIT-START-CS
                   PERFORM SEND-ONE-PROBE
                       VARYING WS-PROBE-IDX FROM 1 BY 1
                       UNTIL WS-PROBE-IDX > WS-PROBE-MAX
                   MOVE "N" TO WS-WAIT-DONE-SW
                   PERFORM AWAIT-REPLIES UNTIL WS-WAIT-DONE
                   CALL "MQCLOSE" USING
                       MQ-HCONN
                       MQ-REPLY-HOBJ
                       MQ-CLOSE-OPTIONS
                       MQ-COMPCODE
                       MQ-REASON
               END-IF
               CALL "MQDISC" USING
                   MQ-HCONN
                   MQ-COMPCODE
                   MQ-REASON
           ELSE
               SET WS-CONNECT-FAILED TO TRUE
               DISPLAY "MQ error — COMPCODE: " MQ-COMPCODE
                   " REASON: " MQ-REASON
               PERFORM WRITE-CONNECT-ALERT
           END-IF

           IF NOT WS-CONNECT-FAILED
               IF WS-REPLY-QUEUE-FAILED
                   PERFORM WRITE-REPLY-QUEUE-ALERT
               END-IF
               PERFORM FINISH-ONE-PROBE
                   VARYING WS-PROBE-IDX FROM 1 BY 1
                   UNTIL WS-PROBE-IDX > WS-PROBE-MAX
           END-IF
           DISPLAY "HRTBEAT probes answered " WS-PROBES-ANSWERED
               ", failed " WS-PROBES-FAILED
               ", stale replies discarded " WS-STALE-DISCARDED
               ", alerts " WS-ALERTS-RAISED

      *> Step outcome for the scheduler: 8 when the path could not
      *> be proven alive at all, 4 when it answered but answered
      *> wrong.
           EVALUATE TRUE
               WHEN WS-CONNECT-FAILED
                   OR WS-REPLY-QUEUE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PROBES-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALERTS-RAISED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> Missing HRTBEAT.CFG means the defaults apply. A probe order
      *> outside the reserved range would be a real order — reserved,
      *> billed and counted — so such a value is refused.
       READ-HEARTBEAT-CONFIG.
           OPEN INPUT HEARTBEAT-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ HEARTBEAT-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-HEARTBEAT-CONFIG
               END-READ
               CLOSE HEARTBEAT-CONFIG-FILE
           END-IF.

       APPLY-HEARTBEAT-CONFIG.
           IF HC-TIMEOUT-SECS-X NUMERIC
                   AND HC-TIMEOUT-SECS-N > 0
               MOVE HC-TIMEOUT-SECS-N TO WS-TIMEOUT-SECS
           END-IF
           IF HC-STD-ORDER-ID-X NUMERIC
               IF HC-STD-ORDER-ID-N >= HB-ORDER-ID-LOW
                       AND HC-STD-ORDER-ID-N <= HB-ORDER-ID-HIGH
                   MOVE HC-STD-ORDER-ID-N TO WS-PD-ORDER-ID (1)
               ELSE
                   DISPLAY "HRTBEAT: standard probe order "
                       HC-STD-ORDER-ID-N
                       " is outside the heartbeat range — using "
                       WS-PD-ORDER-ID (1)
               END-IF
           END-IF
           IF HC-PRIO-ORDER-ID-X NUMERIC
               IF HC-PRIO-ORDER-ID-N >= HB-ORDER-ID-LOW
                       AND HC-PRIO-ORDER-ID-N <= HB-ORDER-ID-HIGH
                   MOVE HC-PRIO-ORDER-ID-N TO WS-PD-ORDER-ID (2)
               ELSE
                   DISPLAY "HRTBEAT: priority probe order "
                       HC-PRIO-ORDER-ID-N
                       " is outside the heartbeat range — using "
                       WS-PD-ORDER-ID (2)
               END-IF
           END-IF.

       OPEN-REPLY-QUEUE.
           CALL "MQOPEN" USING
               MQ-HCONN
               MQ-REPLY-OBJECT-DESC
               MQ-REPLY-OPEN-OPTIONS
               MQ-REPLY-HOBJ
               MQ-COMPCODE
               MQ-REASON
           IF NOT MQ-OK
               SET WS-REPLY-QUEUE-FAILED TO TRUE
               MOVE MQ-REASON TO WS-REPLY-REASON
               PERFORM MARK-ONE-PROBE-NOT-SENT
                   VARYING WS-PROBE-IDX FROM 1 BY 1
                   UNTIL WS-PROBE-IDX > WS-PROBE-MAX
           END-IF.

       MARK-ONE-PROBE-NOT-SENT.
           PERFORM BUILD-PROBE-CORRELATION
           MOVE ZEROS TO WS-PR-SENT-TS (WS-PROBE-IDX)
           MOVE 0 TO WS-PR-ROUND-TRIP-CS (WS-PROBE-IDX)
           MOVE 0 TO WS-PR-REPLY-RC (WS-PROBE-IDX)
           MOVE WS-REPLY-REASON TO WS-PR-PUT-REASON (WS-PROBE-IDX)
           SET WS-PR-NOT-SENT (WS-PROBE-IDX) TO TRUE.

      *> The correlation ID ENDIAN02-CALLER will derive for this
      *> probe — its prefix for the queue, then the order ID.
       BUILD-PROBE-CORRELATION.
           MOVE WS-PD-ORDER-ID (WS-PROBE-IDX) TO WS-CORR-ORDER-ID
           MOVE SPACES TO WS-PR-CORR-ID (WS-PROBE-IDX)
           IF WS-PD-PRIORITY (WS-PROBE-IDX)
               STRING HB-CORR-PREFIX-PRIO DELIMITED BY SIZE
                      WS-CORR-ORDER-ID    DELIMITED BY SIZE
                   INTO WS-PR-CORR-ID (WS-PROBE-IDX)
               END-STRING
           ELSE
               STRING HB-CORR-PREFIX      DELIMITED BY SIZE
                      WS-CORR-ORDER-ID    DELIMITED BY SIZE
                   INTO WS-PR-CORR-ID (WS-PROBE-IDX)
               END-STRING
           END-IF.

      *> One probe onto its queue. A queue that cannot be opened or
      *> put to is as dead as one that never answers — the probe is
      *> recorded NOTSENT and alerted in FINISH-ONE-PROBE.
       SEND-ONE-PROBE.
           PERFORM BUILD-PROBE-CORRELATION
           MOVE 0 TO WS-PR-ROUND-TRIP-CS (WS-PROBE-IDX)
           MOVE 0 TO WS-PR-REPLY-RC (WS-PROBE-IDX)
           MOVE 0 TO WS-PR-PUT-REASON (WS-PROBE-IDX)
           MOVE SPACES TO MQOD-OBJECT-NAME
           MOVE WS-PD-QUEUE-NAME (WS-PROBE-IDX) TO MQOD-OBJECT-NAME
           CALL "MQOPEN" USING
               MQ-HCONN
               MQ-OBJECT-DESC
               MQ-OPEN-OPTIONS
               MQ-HOBJ
               MQ-COMPCODE
               MQ-REASON
           IF MQ-OK
               MOVE WS-PD-ORDER-ID (WS-PROBE-IDX) TO MQ-BUFFER-NUM
               PERFORM READ-CLOCK
               CALL "MQPUT" USING
                   MQ-HCONN
                   MQ-HOBJ
                   MQ-MSG-DESC
                   MQ-PUT-MSG-OPTS
                   MQ-BUFFER-LEN
                   MQ-BUFFER
                   MQ-COMPCODE
                   MQ-REASON
               MOVE WS-NOW-TS TO WS-PR-SENT-TS (WS-PROBE-IDX)
               MOVE WS-NOW-CS TO WS-PR-SENT-CS (WS-PROBE-IDX)
               MOVE WS-NOW-GMT-SECONDS
                   TO WS-PR-SENT-GMT (WS-PROBE-IDX)
               IF MQ-OK
                   SET WS-PR-PENDING (WS-PROBE-IDX) TO TRUE
                   ADD 1 TO WS-PROBES-PENDING
               ELSE
                   SET WS-PR-NOT-SENT (WS-PROBE-IDX) TO TRUE
                   MOVE MQ-REASON TO WS-PR-PUT-REASON (WS-PROBE-IDX)
               END-IF
               CALL "MQCLOSE" USING
                   MQ-HCONN
                   MQ-HOBJ
                   MQ-CLOSE-OPTIONS
                   MQ-COMPCODE
                   MQ-REASON
           ELSE
               PERFORM READ-CLOCK
               MOVE WS-NOW-TS TO WS-PR-SENT-TS (WS-PROBE-IDX)
               SET WS-PR-NOT-SENT (WS-PROBE-IDX) TO TRUE
               MOVE MQ-REASON TO WS-PR-PUT-REASON (WS-PROBE-IDX)
           END-IF.

      *> One pass over the reply queue, then either stop (every probe
      *> answered, the timeout reached, the reply queue failed) or
      *> sleep a poll interval before the next pass.
       AWAIT-REPLIES.
           IF WS-PROBES-PENDING > 0
               PERFORM SCAN-REPLY-QUEUE
           END-IF
           PERFORM READ-CLOCK
           PERFORM COMPUTE-WAITED-CS
           EVALUATE TRUE
               WHEN WS-PROBES-PENDING = 0
               WHEN WS-REPLY-QUEUE-FAILED
               WHEN WS-WAITED-CS >= WS-TIMEOUT-CS
                   SET WS-WAIT-DONE TO TRUE
               WHEN OTHER
                   CALL "C$SLEEP" USING WS-POLL-DELAY-SECS
           END-EVALUATE.

       COMPUTE-WAITED-CS.
           COMPUTE WS-WAITED-CS = WS-NOW-CS - WS-WAIT-START-CS
           END-COMPUTE
           IF WS-WAITED-CS < 0
               ADD 8640000 TO WS-WAITED-CS
           END-IF.

       SCAN-REPLY-QUEUE.
           MOVE MQ-BROWSE-FIRST-OPTS TO MQGMO-OPTIONS
           MOVE "N" TO WS-BROWSE-DONE-SW
           PERFORM BROWSE-ONE-REPLY
               UNTIL WS-BROWSE-DONE OR WS-PROBES-PENDING = 0.

       BROWSE-ONE-REPLY.
           MOVE SPACES TO MQMD-PUT-DATE
           MOVE SPACES TO MQMD-PUT-TIME
           MOVE SPACES TO MQ-REPLY-BUFFER
           CALL "MQGET" USING
               MQ-HCONN
               MQ-REPLY-HOBJ
               MQ-REPLY-MSG-DESC
               MQ-GET-MSG-OPTS
               MQ-REPLY-BUFFER-LEN
               MQ-REPLY-BUFFER
               MQ-DATA-LEN
               MQ-COMPCODE
               MQ-REASON
           MOVE MQ-BROWSE-NEXT-OPTS TO MQGMO-OPTIONS
           EVALUATE TRUE
               WHEN MQ-OK
               WHEN MQ-REASON = MQ-RC-TRUNCATED-MSG-ACC
                   IF RPY-CORRELATION-ID (1:7) = HB-CORR-PREFIX (1:7)
                       PERFORM EXAMINE-HEARTBEAT-REPLY
                   END-IF
               WHEN MQ-REASON = MQ-RC-NO-MSG-AVAILABLE
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   SET WS-BROWSE-DONE TO TRUE
                   SET WS-REPLY-QUEUE-FAILED TO TRUE
                   MOVE MQ-REASON TO WS-REPLY-REASON
           END-EVALUATE.

      *> A heartbeat reply is ours to take whichever way it goes:
      *> matched to a pending probe it is timed and its answer kept;
      *> otherwise (an earlier run's late reply, or a second answer
      *> to a probe already matched) it is discarded.
       EXAMINE-HEARTBEAT-REPLY.
           PERFORM READ-CLOCK
           MOVE 0 TO WS-MATCH-IDX
           PERFORM MATCH-ONE-PROBE
               VARYING WS-PROBE-IDX FROM 1 BY 1
               UNTIL WS-PROBE-IDX > WS-PROBE-MAX
                  OR WS-MATCH-IDX > 0
           IF WS-MATCH-IDX > 0
               PERFORM CHECK-REPLY-PUT-TIME
               IF WS-STALE-REPLY
                   MOVE 0 TO WS-MATCH-IDX
               END-IF
           END-IF
           PERFORM TAKE-REPLY-UNDER-CURSOR
           IF WS-MATCH-IDX > 0
               SET WS-PR-ANSWERED (WS-MATCH-IDX) TO TRUE
               SUBTRACT 1 FROM WS-PROBES-PENDING
               COMPUTE WS-PR-ROUND-TRIP-CS (WS-MATCH-IDX) =
                   WS-NOW-CS - WS-PR-SENT-CS (WS-MATCH-IDX)
               END-COMPUTE
               IF WS-PR-ROUND-TRIP-CS (WS-MATCH-IDX) < 0
                   ADD 8640000 TO WS-PR-ROUND-TRIP-CS (WS-MATCH-IDX)
               END-IF
               IF RPY-RETURN-CODE NUMERIC
                   MOVE RPY-RETURN-CODE
                       TO WS-PR-REPLY-RC (WS-MATCH-IDX)
               ELSE
                   MOVE RC-UNKNOWN-ORACLE-ERROR
                       TO WS-PR-REPLY-RC (WS-MATCH-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-STALE-DISCARDED
           END-IF.

       MATCH-ONE-PROBE.
           IF WS-PR-PENDING (WS-PROBE-IDX)
                   AND RPY-CORRELATION-ID = WS-PR-CORR-ID (WS-PROBE-IDX)
               MOVE WS-PROBE-IDX TO WS-MATCH-IDX
           END-IF.

      *> A reply the queue manager stamped before this probe went out
      *> answers an earlier run. An unreadable stamp is given the
      *> benefit of the doubt — a live answer must not be thrown
      *> away on a descriptor quirk.
       CHECK-REPLY-PUT-TIME.
           MOVE "N" TO WS-STALE-REPLY-SW
           IF MQMD-PUT-DATE NUMERIC AND MQMD-PUT-TIME NUMERIC
               MOVE MQMD-PUT-DATE TO WS-PUT-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-PUT-DATE-N) = 0
                   MOVE MQMD-PUT-TIME TO WS-TOD-PIECES
                   COMPUTE WS-PUT-GMT-SECONDS =
                       FUNCTION INTEGER-OF-DATE (WS-PUT-DATE-N)
                           * 86400
                       + (WS-TOD-HH * 3600) + (WS-TOD-MI * 60)
                       + WS-TOD-SS
                   END-COMPUTE
                   IF WS-PUT-GMT-SECONDS + WS-CLOCK-ALLOWANCE-SECS
                           < WS-PR-SENT-GMT (WS-MATCH-IDX)
                       SET WS-STALE-REPLY TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Take the heartbeat reply just browsed off the queue, so
      *> neither the fulfillment consumers nor the next run ever
      *> see it. A failed take is left for the next run's pass —
      *> the answer it carries has already been read.
       TAKE-REPLY-UNDER-CURSOR.
           CALL "MQGET" USING
               MQ-HCONN
               MQ-REPLY-HOBJ
               MQ-REPLY-MSG-DESC
               MQ-TAKE-MSG-OPTS
               MQ-REPLY-BUFFER-LEN
               MQ-REPLY-BUFFER
               MQ-DATA-LEN
               MQ-COMPCODE
               MQ-REASON
           IF NOT MQ-OK
                   AND MQ-REASON NOT = MQ-RC-TRUNCATED-MSG-ACC
               DISPLAY "HRTBEAT: heartbeat reply left on queue — "
                   "REASON: " MQ-REASON
           END-IF.

      *> The clock now, as CURRENT-DATE, time-of-day centiseconds,
      *> and GMT seconds (positions 17-21 carry the local offset).
       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS (9:8) TO WS-TOD-PIECES
           COMPUTE WS-NOW-CS =
               (((WS-TOD-HH * 60) + WS-TOD-MI) * 60
                   + WS-TOD-SS)
               * 100 + WS-TOD-CS
           END-COMPUTE
           MOVE WS-NOW-TS (1:8) TO WS-TODAY
           COMPUTE WS-NOW-GMT-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY) * 86400
               + (WS-TOD-HH * 3600) + (WS-TOD-MI * 60) + WS-TOD-SS
           END-COMPUTE
           MOVE WS-NOW-TS (17:5) TO WS-OFFSET-PIECES
           MOVE 0 TO WS-GMT-OFFSET-SECONDS
           IF WS-OFFSET-HH NUMERIC AND WS-OFFSET-MI NUMERIC
               COMPUTE WS-GMT-OFFSET-SECONDS =
                   (WS-OFFSET-HH * 3600) + (WS-OFFSET-MI * 60)
               END-COMPUTE
               IF WS-OFFSET-SIGN = "-"
                   MULTIPLY -1 BY WS-GMT-OFFSET-SECONDS
               END-IF
           END-IF
           SUBTRACT WS-GMT-OFFSET-SECONDS FROM WS-NOW-GMT-SECONDS.

      *> Settle each probe: a probe still pending has timed out.
      *> One history record either way, and the alert its outcome
      *> calls for.
       FINISH-ONE-PROBE.
           MOVE WS-PD-QUEUE-NAME (WS-PROBE-IDX) TO WS-RL-QUEUE-NAME
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-PR-SENT-TS (WS-PROBE-IDX) (1:14) TO HH-SENT-AT
           MOVE WS-PR-CORR-ID (WS-PROBE-IDX) TO HH-CORRELATION-ID
           MOVE WS-PD-QUEUE-NAME (WS-PROBE-IDX) TO HH-QUEUE-NAME
           MOVE WS-PR-REPLY-RC (WS-PROBE-IDX) TO HH-REPLY-RC
           EVALUATE TRUE
               WHEN WS-PR-PENDING (WS-PROBE-IDX)
                   SET WS-PR-NO-REPLY (WS-PROBE-IDX) TO TRUE
                   COMPUTE WS-PR-ROUND-TRIP-CS (WS-PROBE-IDX) =
                       WS-NOW-CS - WS-PR-SENT-CS (WS-PROBE-IDX)
                   END-COMPUTE
                   IF WS-PR-ROUND-TRIP-CS (WS-PROBE-IDX) < 0
                       ADD 8640000
                           TO WS-PR-ROUND-TRIP-CS (WS-PROBE-IDX)
                   END-IF
                   MOVE "NOREPLY" TO HH-OUTCOME
                   ADD 1 TO WS-PROBES-FAILED
                   PERFORM WRITE-NO-REPLY-ALERT
               WHEN WS-PR-NOT-SENT (WS-PROBE-IDX)
                   MOVE "NOTSENT" TO HH-OUTCOME
                   ADD 1 TO WS-PROBES-FAILED
                   IF NOT WS-REPLY-QUEUE-FAILED
                       PERFORM WRITE-PUT-FAILED-ALERT
                   END-IF
               WHEN WS-PR-REPLY-RC (WS-PROBE-IDX) = RC-SUCCESS
                   MOVE "OK" TO HH-OUTCOME
                   ADD 1 TO WS-PROBES-ANSWERED
               WHEN OTHER
                   MOVE "RC-FAIL" TO HH-OUTCOME
                   ADD 1 TO WS-PROBES-ANSWERED
                   PERFORM WRITE-LOOKUP-FAILED-ALERT
           END-EVALUATE
           MOVE WS-PR-ROUND-TRIP-CS (WS-PROBE-IDX)
               TO HH-ROUND-TRIP-CS
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
      *> File doesn't exist yet on the first-ever probe.
               OPEN OUTPUT HISTORY-FILE
           END-IF
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

      *> The wait sits behind an " ELAPSED-CS " tail (see
      *> DERIVE-ALERT-KEY in ALRTDISP.cob) and the probe's correlation
      *> ID never changes, so a path that stays dead across runs
      *> matches its open alert instead of paging again every few
      *> minutes.
       WRITE-NO-REPLY-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE WS-PR-ROUND-TRIP-CS (WS-PROBE-IDX) TO WS-RL-ELAPSED-CS
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " HEARTBEAT-NO-REPLY "      DELIMITED BY SIZE
                  WS-RL-QUEUE-NAME            DELIMITED BY SPACE
                  " "                         DELIMITED BY SIZE
                  WS-PR-CORR-ID (WS-PROBE-IDX)
                                              DELIMITED BY SPACE
                  " ELAPSED-CS "              DELIMITED BY SIZE
                  WS-RL-ELAPSED-CS            DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

      *> The lookup path answered, but not with the clean lookup a
      *> standing heartbeat order gets — Oracle refusing, a busy
      *> ORDERS, or a lookup module returning garbage.
       WRITE-LOOKUP-FAILED-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE WS-PR-REPLY-RC (WS-PROBE-IDX) TO WS-RL-RC
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " HEARTBEAT-LOOKUP-FAILED " DELIMITED BY SIZE
                  WS-RL-QUEUE-NAME            DELIMITED BY SPACE
                  " "                         DELIMITED BY SIZE
                  WS-PR-CORR-ID (WS-PROBE-IDX)
                                              DELIMITED BY SPACE
                  " RC "                      DELIMITED BY SIZE
                  WS-RL-RC                    DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

       WRITE-PUT-FAILED-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE WS-PR-PUT-REASON (WS-PROBE-IDX) TO WS-RL-REASON
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " HEARTBEAT-PUT-FAILED "    DELIMITED BY SIZE
                  WS-RL-QUEUE-NAME            DELIMITED BY SPACE
                  " REASON "                  DELIMITED BY SIZE
                  WS-RL-REASON                DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

      *> No reply queue means no probe can be proven either way, so
      *> none is sent — one alert says why.
       WRITE-REPLY-QUEUE-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE WS-REPLY-REASON TO WS-RL-REASON
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " HEARTBEAT-REPLY-QUEUE-FAILED "
                                              DELIMITED BY SIZE
                  "OUTGOING.ORDERS.REPLY"     DELIMITED BY SIZE
                  " REASON "                  DELIMITED BY SIZE
                  WS-RL-REASON                DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

      *> No queue manager means no order can reach the lookup at all.
       WRITE-CONNECT-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE MQ-REASON TO WS-RL-REASON
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " HEARTBEAT-NO-QMGR REASON " DELIMITED BY SIZE
                  WS-RL-REASON                DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

       APPEND-ALERT-LINE.
           ADD 1 TO WS-ALERTS-RAISED
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
      *> File doesn't exist yet on the first-ever alert.
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-LINE
           CLOSE ALERT-FILE
           DISPLAY "ALERT: " ALERT-LINE (1:90).
