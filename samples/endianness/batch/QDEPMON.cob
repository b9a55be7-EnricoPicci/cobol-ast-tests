      ******************************************************************
      * QDEPMON.cob — MQ Input Queue Depth and Message-Age Monitor
      *
      * PURPOSE:
      *   AUDMON.cob only sees trouble once a lookup has run and
      *   written ORDAUDIT — a consumer that stops draining its queue
      *   writes nothing at all, so INCOMING.ORDERS or
      *   PRIORITY.ORDERS could fill for hours with every monitor
      *   reading quiet. This monitor is run every few minutes from
      *   the scheduler and looks at the queues themselves: for each
      *   input queue it inquires the current depth and the number
      *   of handles open for input (its consumer), and browses the
      *   first message to learn how long it has been waiting. Every
      *   sample is appended to QDEPHIST.DAT for trending, and an
      *   OPSALERT.DAT record is written for ALRTDISP.cob when a
      *   queue is past its depth or age limit or has no consumer.
      *
      *   The queues and their consumers:
      *     INCOMING.ORDERS   ENDIAN02-CALLER
      *     PRIORITY.ORDERS   ENDIAN02-CALLER
      *     CREATE.ORDERS     ORDENTRY
      *     AMEND.ORDERS      ORDAMEND
      *     INQUIRY.ORDERS    ORDINQ
      *
      *   PRIORITY.ORDERS is measured against the premium SLA: its
      *   age limit defaults to a third of the SLACFG.DAT window
      *   (ENDIAN02-CALLER's own setting, 15 minutes when the file is
      *   missing), and a configured limit at or past the window is
      *   pulled back to that default — an alert that fires only
      *   once the SLA is already broken pages nobody in time.
      *
      *   The browse is non-destructive (MQOO_BROWSE, never
      *   MQOO_INPUT), so this monitor's own handle is not counted as
      *   a consumer and never takes a message from the application.
      *   The message browsed first is the one the consumer will get
      *   next; on these FIFO queues that is the oldest. MQ stamps
      *   the put date and time in GMT, so the age is measured
      *   against the clock converted to GMT with CURRENT-DATE's
      *   offset.
      *
      *   A queue that cannot be opened or inquired (deleted,
      *   renamed, get-inhibited, authority lost) is alerted too —
      *   a monitor that cannot see a queue must not read as one
      *   that saw nothing wrong.
      *
      * CONTROL FILE FORMAT (QDEPMON.CFG, one record per queue):
      *   Positions  1-48  QUEUE-NAME         PIC X(48)
      *   Positions 49-57  MAX-DEPTH          PIC 9(9)
      *   Positions 58-62  MAX-AGE-SECONDS    PIC 9(5)
      *   Position  63     CONSUMER-REQUIRED  PIC X(1)  ("Y" or "N")
      *   Missing file (or a queue with no record) means the
      *   defaults in WS-QUEUE-LIST below; a record naming a queue
      *   not in the list is ignored.
      *
      * HISTORY FILE FORMAT (QDEPHIST.DAT, appended, one per queue
      *   per run):
      *   Positions  1-14  SAMPLED-AT         PIC X(14) (YYYYMMDDHHMMSS)
      *   Positions 16-63  QUEUE-NAME         PIC X(48)
      *   Positions 65-73  DEPTH              PIC 9(9)
      *   Positions 75-83  OLDEST-AGE-SECONDS PIC 9(9)
      *   Positions 85-89  OPEN-INPUT-COUNT   PIC 9(5)
      *   Positions 91-93  FLAGS              PIC X(3)  (D = past
      *                    depth, A = past age, N = no consumer,
      *                    "-" where clear; "ERR" when the queue
      *                    could not be inquired)
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QDEPMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONITOR-CONFIG-FILE ASSIGN TO "QDEPMON.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

      *> ENDIAN02-CALLER's premium SLA window.
           SELECT SLA-CONFIG-FILE ASSIGN TO "SLACFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CONFIG-STATUS.

      *> Appended, never overwritten — the trend is the point.
           SELECT HISTORY-FILE ASSIGN TO "QDEPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MONITOR-CONFIG-FILE.
       01  MONITOR-CONFIG-RECORD.
           05  QC-QUEUE-NAME          PIC X(48).
           05  QC-MAX-DEPTH-X         PIC X(9).
           05  QC-MAX-DEPTH-N         REDEFINES QC-MAX-DEPTH-X
                                       PIC 9(9).
           05  QC-MAX-AGE-X           PIC X(5).
           05  QC-MAX-AGE-N           REDEFINES QC-MAX-AGE-X
                                       PIC 9(5).
           05  QC-CONSUMER-REQUIRED   PIC X(1).

       FD  SLA-CONFIG-FILE.
       01  SLA-CONFIG-RECORD.
           05  SLC-SLA-MINUTES        PIC 9(3).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  QH-SAMPLED-AT          PIC X(14).
           05  FILLER                 PIC X(1).
           05  QH-QUEUE-NAME          PIC X(48).
           05  FILLER                 PIC X(1).
           05  QH-DEPTH               PIC 9(9).
           05  FILLER                 PIC X(1).
           05  QH-OLDEST-AGE          PIC 9(9).
           05  FILLER                 PIC X(1).
           05  QH-OPEN-INPUT-COUNT    PIC 9(5).
           05  FILLER                 PIC X(1).
           05  QH-FLAGS               PIC X(3).

      *> Same record width AUDMON.cob writes.
       FD  ALERT-FILE.
       01  ALERT-LINE                 PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-SLA-CONFIG-STATUS       PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-ALERT-STATUS            PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

      *> The input queues, each with its consumer and its default
      *> limits: maximum depth, maximum age of the oldest message in
      *> seconds, and whether a consumer must have it open. The
      *> PRIORITY.ORDERS age is replaced from the SLA window at
      *> startup (see SET-PRIORITY-AGE-LIMIT).
       01  WS-QUEUE-LIST.
           05  FILLER                 PIC X(48)
                                      VALUE "INCOMING.ORDERS".
           05  FILLER                 PIC X(16)
                                      VALUE "ENDIAN02-CALLER".
           05  FILLER                 PIC 9(9) VALUE 500.
           05  FILLER                 PIC 9(5) VALUE 600.
           05  FILLER                 PIC X(1) VALUE "Y".
           05  FILLER                 PIC X(48)
                                      VALUE "PRIORITY.ORDERS".
           05  FILLER                 PIC X(16)
                                      VALUE "ENDIAN02-CALLER".
           05  FILLER                 PIC 9(9) VALUE 50.
           05  FILLER                 PIC 9(5) VALUE 300.
           05  FILLER                 PIC X(1) VALUE "Y".
           05  FILLER                 PIC X(48)
                                      VALUE "CREATE.ORDERS".
           05  FILLER                 PIC X(16) VALUE "ORDENTRY".
           05  FILLER                 PIC 9(9) VALUE 500.
           05  FILLER                 PIC 9(5) VALUE 600.
           05  FILLER                 PIC X(1) VALUE "Y".
           05  FILLER                 PIC X(48)
                                      VALUE "AMEND.ORDERS".
           05  FILLER                 PIC X(16) VALUE "ORDAMEND".
           05  FILLER                 PIC 9(9) VALUE 200.
           05  FILLER                 PIC 9(5) VALUE 900.
           05  FILLER                 PIC X(1) VALUE "Y".
           05  FILLER                 PIC X(48)
                                      VALUE "INQUIRY.ORDERS".
           05  FILLER                 PIC X(16) VALUE "ORDINQ".
           05  FILLER                 PIC 9(9) VALUE 200.
           05  FILLER                 PIC 9(5) VALUE 300.
           05  FILLER                 PIC X(1) VALUE "Y".
       01  WS-QUEUE-TABLE             REDEFINES WS-QUEUE-LIST.
           05  WS-QUEUE-ENTRY         OCCURS 5 TIMES.
               10  WS-QE-NAME         PIC X(48).
               10  WS-QE-CONSUMER     PIC X(16).
               10  WS-QE-MAX-DEPTH    PIC 9(9).
               10  WS-QE-MAX-AGE      PIC 9(5).
               10  WS-QE-CONSUMER-REQUIRED
                                      PIC X(1).
       01  WS-QUEUE-MAX               PIC 9(2) COMP VALUE 5.
       01  WS-QUEUE-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-CFG-IDX                 PIC 9(2) COMP VALUE 0.
       01  WS-PRIORITY-IDX            PIC 9(2) COMP VALUE 2.

      *> The premium SLA window — 15 minutes unless SLACFG.DAT says
      *> otherwise, the same default ENDIAN02-CALLER applies.
       01  WS-SLA-MINUTES             PIC 9(3) VALUE 15.
       01  WS-SLA-SECONDS             PIC 9(5) VALUE 0.
       01  WS-PRIORITY-AGE-DEFAULT    PIC 9(5) VALUE 0.

      *> This queue's sample.
       01  WS-QUEUE-DEPTH             PIC S9(9) COMP-5 VALUE 0.
       01  WS-OPEN-INPUT-COUNT        PIC S9(9) COMP-5 VALUE 0.
       01  WS-OLDEST-AGE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-QUEUE-FLAGS             PIC X(3) VALUE SPACES.
       01  WS-INQUIRE-FAILED-SW       PIC X VALUE "N".
           88  WS-INQUIRE-FAILED      VALUE "Y".

      *> Clock arithmetic in seconds — day numbers from
      *> FUNCTION INTEGER-OF-DATE times 86400 plus the time of day.
       01  WS-SAMPLE-TIMESTAMP        PIC X(21).
       01  WS-TODAY                   PIC 9(8) VALUE ZEROS.
       01  WS-NOW-GMT-SECONDS         PIC S9(11) COMP VALUE 0.
       01  WS-PUT-GMT-SECONDS         PIC S9(11) COMP VALUE 0.
       01  WS-GMT-OFFSET-SECONDS      PIC S9(9) COMP VALUE 0.
       01  WS-TOD-PIECES.
           05  WS-TOD-HH              PIC 9(2).
           05  WS-TOD-MI              PIC 9(2).
           05  WS-TOD-SS              PIC 9(2).
           05  WS-TOD-CS              PIC 9(2).
       01  WS-OFFSET-PIECES.
           05  WS-OFFSET-SIGN         PIC X(1).
           05  WS-OFFSET-HH           PIC 9(2).
           05  WS-OFFSET-MI           PIC 9(2).
       01  WS-PUT-DATE-N              PIC 9(8) VALUE ZEROS.

      *> MQI handles and structures — same local-declaration
      *> convention as the other MQ programs.
       01  MQ-QMGR-NAME           PIC X(48) VALUE SPACES.
       01  MQ-HCONN               PIC S9(9) COMP-5 VALUE 0.
       01  MQ-HOBJ                PIC S9(9) COMP-5 VALUE 0.
      *> MQOO_BROWSE (8) + MQOO_INQUIRE (32) + MQOO_FAIL_IF_QUIESCING
      *> (8192) — look, never take.
       01  MQ-OPEN-OPTIONS        PIC S9(9) COMP-5 VALUE 8232.
       01  MQ-CLOSE-OPTIONS       PIC S9(9) COMP-5 VALUE 0.
       01  MQ-COMPCODE            PIC S9(9) COMP-5 VALUE 0.
       01  MQ-REASON              PIC S9(9) COMP-5 VALUE 0.
           88  MQ-OK              VALUE 0.
      *> MQRC_NO_MSG_AVAILABLE — the queue drained between the
      *> inquire and the browse.
       01  MQ-RC-NO-MSG-AVAILABLE PIC S9(9) COMP-5 VALUE 2033.
      *> MQRC_TRUNCATED_MSG_ACCEPTED — only the descriptor is wanted,
      *> so the browse buffer is deliberately short.
       01  MQ-RC-TRUNCATED-MSG-ACC PIC S9(9) COMP-5 VALUE 2079.
       01  WS-CONNECT-FAILED-SW       PIC X VALUE "N".
           88  WS-CONNECT-FAILED      VALUE "Y".

       01  MQ-OBJECT-DESC.
           05  MQOD-OBJECT-NAME      PIC X(48) VALUE SPACES.
           05  MQOD-OBJECT-Q-MGR-NAME PIC X(48) VALUE SPACES.

      *> MQMD-PUT-DATE/PUT-TIME are filled by the browse — when the
      *> sender put the message (date YYYYMMDD, time HHMMSSTH, GMT).
       01  MQ-MSG-DESC.
           05  MQMD-FORMAT           PIC X(8) VALUE "MQSTR".
           05  MQMD-PUT-DATE         PIC X(8) VALUE SPACES.
           05  MQMD-PUT-TIME         PIC X(8) VALUE SPACES.

      *> MQGMO_BROWSE_FIRST (16) + MQGMO_ACCEPT_TRUNCATED_MSG (64),
      *> no wait — an empty queue answers at once.
       01  MQ-GET-MSG-OPTS.
           05  MQGMO-OPTIONS         PIC S9(9) COMP-5 VALUE 80.
           05  MQGMO-WAIT-INTERVAL   PIC S9(9) COMP-5 VALUE 0.

       01  MQ-BUFFER               PIC X(9).
       01  MQ-BUFFER-LEN            PIC S9(9) COMP-5 VALUE 9.
       01  MQ-DATA-LEN              PIC S9(9) COMP-5 VALUE 0.

      *> MQINQ selectors: MQIA_CURRENT_Q_DEPTH (3) and
      *> MQIA_OPEN_INPUT_COUNT (17), answered in that order.
       01  MQ-SELECTOR-COUNT        PIC S9(9) COMP-5 VALUE 2.
       01  MQ-SELECTORS.
           05  MQ-SEL-CURRENT-DEPTH PIC S9(9) COMP-5 VALUE 3.
           05  MQ-SEL-OPEN-INPUT    PIC S9(9) COMP-5 VALUE 17.
       01  MQ-INT-ATTR-COUNT        PIC S9(9) COMP-5 VALUE 2.
       01  MQ-INT-ATTRS.
           05  MQ-ATTR-CURRENT-DEPTH PIC S9(9) COMP-5 VALUE 0.
           05  MQ-ATTR-OPEN-INPUT   PIC S9(9) COMP-5 VALUE 0.
       01  MQ-CHAR-ATTR-LEN         PIC S9(9) COMP-5 VALUE 0.
       01  MQ-CHAR-ATTRS            PIC X(1) VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-QUEUES-SAMPLED      PIC 9(9) VALUE ZERO.
           05  WS-QUEUES-FAILED       PIC 9(9) VALUE ZERO.
           05  WS-ALERTS-RAISED       PIC 9(9) VALUE ZERO.

       01  WS-ALERT-TIMESTAMP         PIC X(26).
       01  WS-RL-COUNT                PIC Z(8)9.
       01  WS-RL-AGE-CS               PIC Z(10)9.
       01  WS-RL-REASON               PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SLA-CONFIG
           PERFORM SET-PRIORITY-AGE-LIMIT
           PERFORM LOAD-MONITOR-CONFIG
           PERFORM CAP-PRIORITY-AGE-LIMIT
           MOVE FUNCTION CURRENT-DATE TO WS-SAMPLE-TIMESTAMP
           PERFORM COMPUTE-NOW-GMT
           CALL "MQCONN" USING
               MQ-QMGR-NAME
               MQ-HCONN
               MQ-COMPCODE
               MQ-REASON
           IF MQ-OK
               PERFORM SAMPLE-ONE-QUEUE
                   VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-MAX
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
           DISPLAY "QDEPMON sampled " WS-QUEUES-SAMPLED
               " queue(s), failed " WS-QUEUES-FAILED
               ", alerts " WS-ALERTS-RAISED

      *> Step outcome for the scheduler.
           EVALUATE TRUE
               WHEN WS-CONNECT-FAILED
                   OR WS-QUEUES-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALERTS-RAISED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> Missing SLACFG.DAT means the 15-minute default applies.
       READ-SLA-CONFIG.
           OPEN INPUT SLA-CONFIG-FILE
           IF WS-SLA-CONFIG-STATUS = "00"
               READ SLA-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SLC-SLA-MINUTES TO WS-SLA-MINUTES
               END-READ
               CLOSE SLA-CONFIG-FILE
           END-IF.

      *> A third of the window leaves the other two thirds for the
      *> page to reach someone and for them to act.
       SET-PRIORITY-AGE-LIMIT.
           COMPUTE WS-SLA-SECONDS = WS-SLA-MINUTES * 60
           END-COMPUTE
           COMPUTE WS-PRIORITY-AGE-DEFAULT = WS-SLA-SECONDS / 3
           END-COMPUTE
           MOVE WS-PRIORITY-AGE-DEFAULT
               TO WS-QE-MAX-AGE (WS-PRIORITY-IDX).

       CAP-PRIORITY-AGE-LIMIT.
           IF WS-QE-MAX-AGE (WS-PRIORITY-IDX) >= WS-SLA-SECONDS
               DISPLAY "QDEPMON: PRIORITY.ORDERS age limit "
                   WS-QE-MAX-AGE (WS-PRIORITY-IDX)
                   "s is not inside the SLA window — using "
                   WS-PRIORITY-AGE-DEFAULT "s"
               MOVE WS-PRIORITY-AGE-DEFAULT
                   TO WS-QE-MAX-AGE (WS-PRIORITY-IDX)
           END-IF.

       LOAD-MONITOR-CONFIG.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MONITOR-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM LOAD-ONE-CONFIG-RECORD UNTIL WS-EOF
               CLOSE MONITOR-CONFIG-FILE
           END-IF.

      *> A field that is not numeric keeps the default rather than
      *> becoming a zero limit that alerts on every run.
       LOAD-ONE-CONFIG-RECORD.
           READ MONITOR-CONFIG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-ONE-CONFIG-RECORD
                       VARYING WS-CFG-IDX FROM 1 BY 1
                       UNTIL WS-CFG-IDX > WS-QUEUE-MAX
           END-READ.

       APPLY-ONE-CONFIG-RECORD.
           IF QC-QUEUE-NAME = WS-QE-NAME (WS-CFG-IDX)
               IF QC-MAX-DEPTH-X NUMERIC
                   MOVE QC-MAX-DEPTH-N TO WS-QE-MAX-DEPTH (WS-CFG-IDX)
               END-IF
               IF QC-MAX-AGE-X NUMERIC
                   MOVE QC-MAX-AGE-N TO WS-QE-MAX-AGE (WS-CFG-IDX)
               END-IF
               IF QC-CONSUMER-REQUIRED = "Y"
                       OR QC-CONSUMER-REQUIRED = "N"
                   MOVE QC-CONSUMER-REQUIRED
                       TO WS-QE-CONSUMER-REQUIRED (WS-CFG-IDX)
               END-IF
           END-IF.

      *> The clock in GMT seconds: CURRENT-DATE's positions 17-21
      *> carry the local offset from GMT (sign, hours, minutes).
       COMPUTE-NOW-GMT.
           MOVE WS-SAMPLE-TIMESTAMP (1:8) TO WS-TODAY
           MOVE WS-SAMPLE-TIMESTAMP (9:8) TO WS-TOD-PIECES
           COMPUTE WS-NOW-GMT-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY) * 86400
               + (WS-TOD-HH * 3600) + (WS-TOD-MI * 60) + WS-TOD-SS
           END-COMPUTE
           MOVE WS-SAMPLE-TIMESTAMP (17:5) TO WS-OFFSET-PIECES
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

       SAMPLE-ONE-QUEUE.
           MOVE 0 TO WS-QUEUE-DEPTH
           MOVE 0 TO WS-OPEN-INPUT-COUNT
           MOVE 0 TO WS-OLDEST-AGE
           MOVE "---" TO WS-QUEUE-FLAGS
           MOVE "N" TO WS-INQUIRE-FAILED-SW
           MOVE WS-QE-NAME (WS-QUEUE-IDX) TO MQOD-OBJECT-NAME
           CALL "MQOPEN" USING
               MQ-HCONN
               MQ-OBJECT-DESC
               MQ-OPEN-OPTIONS
               MQ-HOBJ
               MQ-COMPCODE
               MQ-REASON
           IF MQ-OK
               PERFORM INQUIRE-QUEUE-ATTRIBUTES
               IF NOT WS-INQUIRE-FAILED
                       AND WS-QUEUE-DEPTH > 0
                   PERFORM BROWSE-OLDEST-MESSAGE
               END-IF
               CALL "MQCLOSE" USING
                   MQ-HCONN
                   MQ-HOBJ
                   MQ-CLOSE-OPTIONS
                   MQ-COMPCODE
                   MQ-REASON
           ELSE
               SET WS-INQUIRE-FAILED TO TRUE
           END-IF

           IF WS-INQUIRE-FAILED
               ADD 1 TO WS-QUEUES-FAILED
               MOVE "ERR" TO WS-QUEUE-FLAGS
               PERFORM WRITE-INQUIRE-FAILED-ALERT
           ELSE
               ADD 1 TO WS-QUEUES-SAMPLED
               PERFORM JUDGE-QUEUE-SAMPLE
           END-IF
           PERFORM APPEND-HISTORY-RECORD.

       INQUIRE-QUEUE-ATTRIBUTES.
           CALL "MQINQ" USING
               MQ-HCONN
               MQ-HOBJ
               MQ-SELECTOR-COUNT
               MQ-SELECTORS
               MQ-INT-ATTR-COUNT
               MQ-INT-ATTRS
               MQ-CHAR-ATTR-LEN
               MQ-CHAR-ATTRS
               MQ-COMPCODE
               MQ-REASON
           IF MQ-OK
               MOVE MQ-ATTR-CURRENT-DEPTH TO WS-QUEUE-DEPTH
               MOVE MQ-ATTR-OPEN-INPUT TO WS-OPEN-INPUT-COUNT
           ELSE
               SET WS-INQUIRE-FAILED TO TRUE
           END-IF.

      *> A put time the descriptor did not fill (or filled
      *> unreadably) leaves the age at zero — the depth check still
      *> stands, and a guessed age would be worse than none. A
      *> negative age (a sender's clock ahead of ours) is zero too.
       BROWSE-OLDEST-MESSAGE.
           MOVE SPACES TO MQMD-PUT-DATE
           MOVE SPACES TO MQMD-PUT-TIME
           CALL "MQGET" USING
               MQ-HCONN
               MQ-HOBJ
               MQ-MSG-DESC
               MQ-GET-MSG-OPTS
               MQ-BUFFER-LEN
               MQ-BUFFER
               MQ-DATA-LEN
               MQ-COMPCODE
               MQ-REASON
           EVALUATE TRUE
               WHEN MQ-OK
                   CONTINUE
               WHEN MQ-REASON = MQ-RC-TRUNCATED-MSG-ACC
                   CONTINUE
               WHEN MQ-REASON = MQ-RC-NO-MSG-AVAILABLE
                   MOVE SPACES TO MQMD-PUT-DATE
               WHEN OTHER
                   SET WS-INQUIRE-FAILED TO TRUE
           END-EVALUATE
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
                   COMPUTE WS-OLDEST-AGE =
                       WS-NOW-GMT-SECONDS - WS-PUT-GMT-SECONDS
                   END-COMPUTE
                   IF WS-OLDEST-AGE < 0
                       MOVE 0 TO WS-OLDEST-AGE
                   END-IF
               END-IF
           END-IF.

      *> Each breach raises its own alert, so a full queue with no
      *> consumer says both things at once.
       JUDGE-QUEUE-SAMPLE.
           IF WS-QUEUE-DEPTH > WS-QE-MAX-DEPTH (WS-QUEUE-IDX)
               MOVE "D" TO WS-QUEUE-FLAGS (1:1)
               PERFORM WRITE-DEPTH-ALERT
           END-IF
           IF WS-OLDEST-AGE > WS-QE-MAX-AGE (WS-QUEUE-IDX)
               MOVE "A" TO WS-QUEUE-FLAGS (2:1)
               PERFORM WRITE-AGE-ALERT
           END-IF
           IF WS-OPEN-INPUT-COUNT = 0
                   AND WS-QE-CONSUMER-REQUIRED (WS-QUEUE-IDX) = "Y"
               MOVE "N" TO WS-QUEUE-FLAGS (3:1)
               PERFORM WRITE-NO-CONSUMER-ALERT
           END-IF.

       APPEND-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-SAMPLE-TIMESTAMP (1:14) TO QH-SAMPLED-AT
           MOVE WS-QE-NAME (WS-QUEUE-IDX) TO QH-QUEUE-NAME
           MOVE WS-QUEUE-DEPTH TO QH-DEPTH
           MOVE WS-OLDEST-AGE TO QH-OLDEST-AGE
           MOVE WS-OPEN-INPUT-COUNT TO QH-OPEN-INPUT-COUNT
           MOVE WS-QUEUE-FLAGS TO QH-FLAGS
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
      *> File doesn't exist yet on the first-ever sample.
               OPEN OUTPUT HISTORY-FILE
           END-IF
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

      *> The magnitudes sit behind " COUNT " / " ELAPSED-CS " tails
      *> so the alert dispatcher's stable-prefix key excludes them —
      *> a queue that stays deep across runs must match its open
      *> alert, not page again with a new number (see
      *> DERIVE-ALERT-KEY in ALRTDISP.cob).
       WRITE-DEPTH-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE WS-QUEUE-DEPTH TO WS-RL-COUNT
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " QUEUE-DEPTH "             DELIMITED BY SIZE
                  WS-QE-NAME (WS-QUEUE-IDX)   DELIMITED BY SPACE
                  " COUNT "                   DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

       WRITE-AGE-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           COMPUTE WS-RL-AGE-CS = WS-OLDEST-AGE * 100
           END-COMPUTE
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " QUEUE-MSG-AGE "           DELIMITED BY SIZE
                  WS-QE-NAME (WS-QUEUE-IDX)   DELIMITED BY SPACE
                  " ELAPSED-CS "              DELIMITED BY SIZE
                  WS-RL-AGE-CS                DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

       WRITE-NO-CONSUMER-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " QUEUE-NO-CONSUMER "       DELIMITED BY SIZE
                  WS-QE-NAME (WS-QUEUE-IDX)   DELIMITED BY SPACE
                  " ("                        DELIMITED BY SIZE
                  WS-QE-CONSUMER (WS-QUEUE-IDX)
                                              DELIMITED BY SPACE
                  " NOT RUNNING)"             DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

       WRITE-INQUIRE-FAILED-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE MQ-REASON TO WS-RL-REASON
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " QUEUE-INQUIRE-FAILED "    DELIMITED BY SIZE
                  WS-QE-NAME (WS-QUEUE-IDX)   DELIMITED BY SPACE
                  " REASON "                  DELIMITED BY SIZE
                  WS-RL-REASON                DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

      *> No queue manager means no queue is being watched at all.
       WRITE-CONNECT-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE MQ-REASON TO WS-RL-REASON
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " QUEUE-MONITOR-NO-QMGR REASON "
                                              DELIMITED BY SIZE
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
