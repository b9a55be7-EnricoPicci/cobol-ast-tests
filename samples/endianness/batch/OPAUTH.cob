      ******************************************************************
      * OPAUTH.cob — Operator Authority Check with Security Log
      *
      * PURPOSE:
      *   CFGMAINT.cob, INVCOUNT.cob, INVXFER.cob and the rest all
      *   took an operator ID from an environment variable or an
      *   input record and trusted it — anyone who could set
      *   CFGMAINT_OPERATOR could change RETRYCFG.DAT or write off
      *   stock, and nothing could show an auditor that the person
      *   named on an INVADJ.DAT line was allowed to make that
      *   adjustment. This subprogram is the one place that
      *   question is answered: given an operator ID and a function
      *   code, it says granted or denied from the OPERAUTH.DAT
      *   authority file — operator, role, validity dates, and the
      *   functions each role may perform.
      *
      *   Every check is appended to the SECLOG.DAT security log,
      *   granted or denied, so the trail shows who was allowed as
      *   well as who was turned away. When a denial brings an
      *   operator's refusals for the day to the configured
      *   threshold or beyond, an alert goes to OPSALERT.DAT for
      *   ALRTDISP.cob to page out — the count rides behind a
      *   " COUNT " tail so repeats collapse onto one open alert
      *   (see DERIVE-ALERT-KEY in ALRTDISP.cob).
      *
      *   A missing authority file denies everything: this is a
      *   control, and a control that opens up when its file goes
      *   missing is no control. Like WHROUTE.cob, the file is read
      *   once per run unit and cached — a change takes effect on
      *   the next job or console session.
      *
      *   CALL "OPAUTH" USING <operator X(8)>, <function X(8)>,
      *                       <calling program X(8)>,
      *                       <result X(1) out: "Y"/"N">,
      *                       <reason X(20) out>.
      *   (see CPY-OPAUTH.cpy)
      *
      * FUNCTION CODES:
      *   CONFIG    control-file changes (CFGMAINT.cob)
      *   STOCKADJ  cycle-count stock adjustments (INVCOUNT.cob)
      *   STOCKOVR  authorizing an adjustment over the variance
      *             threshold (the INVCOUNT.cob supervisor override)
      *   STOCKXFR  inter-warehouse transfers (INVXFER.cob)
      *   CUSTMAST  opening accounts, name/address (CUSTMNT.cob)
      *   CREDIT    credit-limit changes (CUSTMNT.cob)
      *   CREDAPPR  approving/declining held limit increases
      *             (CUSTMNT.cob)
      *   ORDCANCL  cancelling orders (ORDCANCL.cob, ORDCONS.cob)
      *   ORDAMEND  changing order lines (ORDCONS.cob)
      *   ORDHOLD   holding/releasing orders (ORDCONS.cob, the
      *             ORDDUPCK.cob review decisions)
      *   A role granted function "*ALL" may perform every function.
      *
      * AUTHORITY FILE FORMAT (OPERAUTH.DAT, one record per line,
      *   record type in position 1):
      *   "O" operator:  Positions  2- 9  OPERATOR-ID  PIC X(8)
      *                  Positions 10-17  ROLE         PIC X(8)
      *                  Positions 18-25  VALID-FROM   PIC 9(8)
      *                  Positions 26-33  VALID-TO     PIC 9(8)
      *                                   (zeros = open-ended)
      *                  An operator may hold several roles, one
      *                  record each.
      *   "R" role:      Positions  2- 9  ROLE         PIC X(8)
      *                  Positions 10-17  FUNCTION     PIC X(8)
      *                  One record per function the role may
      *                  perform.
      *   "C" control:   Positions  2- 4  DENIAL-THRESHOLD PIC 9(3)
      *                  (refusals per operator per day before the
      *                  alert; missing or zero: 3)
      *
      * SECURITY LOG FORMAT (SECLOG.DAT, appended, one line per
      *   check):
      *   Positions  1-26  TIMESTAMP    PIC X(26)  (CURRENT-DATE)
      *   Positions 28-35  PROGRAM-ID   PIC X(8)
      *   Positions 37-44  OPERATOR-ID  PIC X(8)
      *   Positions 46-53  FUNCTION     PIC X(8)
      *   Positions 55-59  RESULT       PIC X(5)  ("GRANT"/"DENY ")
      *   Positions 61-80  REASON       PIC X(20)
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-STATUS.

      *> Appended for every check, read back on a denial to count
      *> the operator's refusals for the day. Same EXTEND-with-create
      *> discipline as CFGAUDIT.DAT.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-FILE.
       01  AUTHORITY-RECORD.
           05  AR-RECORD-TYPE         PIC X(1).
               88  AR-OPERATOR-REC    VALUE "O".
               88  AR-ROLE-REC        VALUE "R".
               88  AR-CONTROL-REC     VALUE "C".
           05  AR-OPERATOR-ID         PIC X(8).
           05  AR-OPERATOR-ROLE       PIC X(8).
           05  AR-VALID-FROM-X        PIC X(8).
           05  AR-VALID-FROM-N        REDEFINES AR-VALID-FROM-X
                                       PIC 9(8).
           05  AR-VALID-TO-X          PIC X(8).
           05  AR-VALID-TO-N          REDEFINES AR-VALID-TO-X
                                       PIC 9(8).
      *> The role and control records share the positions after the
      *> type byte.
       01  ROLE-RECORD.
           05  FILLER                 PIC X(1).
           05  RF-ROLE                PIC X(8).
           05  RF-FUNCTION            PIC X(8).
       01  CONTROL-RECORD.
           05  FILLER                 PIC X(1).
           05  CT-THRESHOLD-X         PIC X(3).
           05  CT-THRESHOLD-N         REDEFINES CT-THRESHOLD-X
                                       PIC 9(3).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE          PIC X(80).
       01  SECURITY-LOG-REC-IN.
           05  SL-TIMESTAMP-IN        PIC X(26).
           05  FILLER                 PIC X(1).
           05  SL-PROGRAM-ID-IN       PIC X(8).
           05  FILLER                 PIC X(1).
           05  SL-OPERATOR-ID-IN      PIC X(8).
           05  FILLER                 PIC X(1).
           05  SL-FUNCTION-IN         PIC X(8).
           05  FILLER                 PIC X(1).
           05  SL-RESULT-IN           PIC X(5).
           05  FILLER                 PIC X(1).
           05  SL-REASON-IN           PIC X(20).

      *> Same record width AUDMON.cob writes.
       FD  ALERT-FILE.
       01  ALERT-LINE                 PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-AUTHORITY-STATUS        PIC XX.
       01  WS-SECLOG-STATUS           PIC XX.
       01  WS-ALERT-STATUS            PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

      *> Load-once cache — see the header on run-unit persistence.
       01  WS-AUTHORITY-LOADED-SW     PIC X VALUE "N".
           88  WS-AUTHORITY-LOADED    VALUE "Y".
       01  WS-AUTHORITY-FOUND-SW      PIC X VALUE "N".
           88  WS-AUTHORITY-FOUND     VALUE "Y".
       01  WS-OPERATOR-TABLE.
           05  WS-OP-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-OP-ENTRY            OCCURS 500 TIMES.
               10  WS-OP-OPERATOR-ID  PIC X(8).
               10  WS-OP-ROLE         PIC X(8).
               10  WS-OP-VALID-FROM   PIC 9(8).
               10  WS-OP-VALID-TO     PIC 9(8).
       01  WS-ROLE-TABLE.
           05  WS-RF-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-RF-ENTRY            OCCURS 500 TIMES.
               10  WS-RF-ROLE         PIC X(8).
               10  WS-RF-FUNCTION     PIC X(8).
       01  WS-OP-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-RF-IDX                  PIC 9(4) COMP VALUE 0.

       01  WS-DENIAL-THRESHOLD        PIC 9(3) VALUE 3.
       01  WS-DENIALS-TODAY           PIC 9(5) VALUE ZERO.

       01  WS-TODAY                   PIC 9(8) VALUE ZEROS.
       01  WS-LOG-TIMESTAMP           PIC X(26).
       01  WS-OPERATOR-KNOWN-SW       PIC X VALUE "N".
           88  WS-OPERATOR-KNOWN      VALUE "Y".
       01  WS-ROLE-GRANTS-SW          PIC X VALUE "N".
           88  WS-ROLE-GRANTS         VALUE "Y".

       01  WS-AL-COUNT                PIC Z(4)9.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID             PIC X(8).
       01  LS-FUNCTION                PIC X(8).
       01  LS-PROGRAM-ID              PIC X(8).
       01  LS-AUTH-RESULT             PIC X(1).
       01  LS-AUTH-REASON             PIC X(20).

       PROCEDURE DIVISION USING
           LS-OPERATOR-ID
           LS-FUNCTION
           LS-PROGRAM-ID
           LS-AUTH-RESULT
           LS-AUTH-REASON.

       MAIN-PARA.
           IF NOT WS-AUTHORITY-LOADED
               PERFORM LOAD-AUTHORITY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE "N" TO LS-AUTH-RESULT
           MOVE "N" TO WS-OPERATOR-KNOWN-SW
           EVALUATE TRUE
               WHEN NOT WS-AUTHORITY-FOUND
                   MOVE "NO AUTHORITY FILE" TO LS-AUTH-REASON
               WHEN LS-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID" TO LS-AUTH-REASON
               WHEN OTHER
                   MOVE "UNKNOWN OPERATOR" TO LS-AUTH-REASON
                   PERFORM CHECK-ONE-OPERATOR-ROLE
                       VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
                          OR LS-AUTH-RESULT = "Y"
           END-EVALUATE
           IF LS-AUTH-RESULT = "Y"
               MOVE SPACES TO LS-AUTH-REASON
           END-IF
           PERFORM APPEND-SECURITY-LOG
           IF LS-AUTH-RESULT NOT = "Y"
               PERFORM CHECK-REPEATED-DENIALS
           END-IF
           GOBACK.

      *> A record with a blank ID or non-numeric dates is skipped
      *> rather than read as "valid forever" by accident.
       LOAD-AUTHORITY-FILE.
           SET WS-AUTHORITY-LOADED TO TRUE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUTHORITY-FILE
           IF WS-AUTHORITY-STATUS = "00"
               SET WS-AUTHORITY-FOUND TO TRUE
               PERFORM LOAD-ONE-AUTHORITY-RECORD UNTIL WS-EOF
               CLOSE AUTHORITY-FILE
           END-IF.

       LOAD-ONE-AUTHORITY-RECORD.
           READ AUTHORITY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN AR-OPERATOR-REC
                           PERFORM LOAD-OPERATOR-ENTRY
                       WHEN AR-ROLE-REC
                           PERFORM LOAD-ROLE-ENTRY
                       WHEN AR-CONTROL-REC
                           IF CT-THRESHOLD-X NUMERIC
                                   AND CT-THRESHOLD-N > 0
                               MOVE CT-THRESHOLD-N
                                   TO WS-DENIAL-THRESHOLD
                           END-IF
                   END-EVALUATE
           END-READ.

       LOAD-OPERATOR-ENTRY.
           IF AR-OPERATOR-ID NOT = SPACES
                   AND AR-OPERATOR-ROLE NOT = SPACES
                   AND AR-VALID-FROM-X NUMERIC
                   AND AR-VALID-TO-X NUMERIC
               IF WS-OP-COUNT < 500
                   ADD 1 TO WS-OP-COUNT
                   MOVE AR-OPERATOR-ID
                       TO WS-OP-OPERATOR-ID (WS-OP-COUNT)
                   MOVE AR-OPERATOR-ROLE TO WS-OP-ROLE (WS-OP-COUNT)
                   MOVE AR-VALID-FROM-N
                       TO WS-OP-VALID-FROM (WS-OP-COUNT)
                   MOVE AR-VALID-TO-N TO WS-OP-VALID-TO (WS-OP-COUNT)
               END-IF
           END-IF.

       LOAD-ROLE-ENTRY.
           IF RF-ROLE NOT = SPACES AND RF-FUNCTION NOT = SPACES
               IF WS-RF-COUNT < 500
                   ADD 1 TO WS-RF-COUNT
                   MOVE RF-ROLE TO WS-RF-ROLE (WS-RF-COUNT)
                   MOVE RF-FUNCTION TO WS-RF-FUNCTION (WS-RF-COUNT)
               END-IF
           END-IF.

      *> One of the operator's role records. The reason left behind
      *> on a refusal is the one from the operator's last role
      *> record — for the usual one-role operator, THE reason.
       CHECK-ONE-OPERATOR-ROLE.
           IF WS-OP-OPERATOR-ID (WS-OP-IDX) = LS-OPERATOR-ID
               SET WS-OPERATOR-KNOWN TO TRUE
               EVALUATE TRUE
                   WHEN WS-TODAY < WS-OP-VALID-FROM (WS-OP-IDX)
                       MOVE "NOT YET VALID" TO LS-AUTH-REASON
                   WHEN WS-OP-VALID-TO (WS-OP-IDX) NOT = 0
                           AND WS-TODAY > WS-OP-VALID-TO (WS-OP-IDX)
                       MOVE "AUTHORITY EXPIRED" TO LS-AUTH-REASON
                   WHEN OTHER
                       MOVE "N" TO WS-ROLE-GRANTS-SW
                       PERFORM CHECK-ONE-ROLE-FUNCTION
                           VARYING WS-RF-IDX FROM 1 BY 1
                           UNTIL WS-RF-IDX > WS-RF-COUNT
                              OR WS-ROLE-GRANTS
                       IF WS-ROLE-GRANTS
                           MOVE "Y" TO LS-AUTH-RESULT
                       ELSE
                           MOVE "FUNCTION NOT GRANTED"
                               TO LS-AUTH-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-ONE-ROLE-FUNCTION.
           IF WS-RF-ROLE (WS-RF-IDX) = WS-OP-ROLE (WS-OP-IDX)
               IF WS-RF-FUNCTION (WS-RF-IDX) = LS-FUNCTION
                       OR WS-RF-FUNCTION (WS-RF-IDX) = "*ALL"
                   SET WS-ROLE-GRANTS TO TRUE
               END-IF
           END-IF.

       APPEND-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO SECURITY-LOG-LINE
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  LS-PROGRAM-ID    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  LS-OPERATOR-ID   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  LS-FUNCTION      DELIMITED BY SIZE
               INTO SECURITY-LOG-LINE
           END-STRING
           IF LS-AUTH-RESULT = "Y"
               MOVE "GRANT" TO SECURITY-LOG-LINE (55:5)
           ELSE
               MOVE "DENY " TO SECURITY-LOG-LINE (55:5)
               MOVE LS-AUTH-REASON TO SECURITY-LOG-LINE (61:20)
           END-IF
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "35"
      *> File doesn't exist yet on the first-ever check.
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           WRITE SECURITY-LOG-LINE
           CLOSE SECURITY-LOG-FILE.

      *> The day's refusals for this operator, this one included —
      *> across every program and every run, which is what makes a
      *> pattern of probing visible where a single job's count never
      *> would.
       CHECK-REPEATED-DENIALS.
           MOVE 0 TO WS-DENIALS-TODAY
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "00"
               PERFORM COUNT-ONE-SECURITY-LINE UNTIL WS-EOF
               CLOSE SECURITY-LOG-FILE
           END-IF
           IF WS-DENIALS-TODAY >= WS-DENIAL-THRESHOLD
               PERFORM WRITE-DENIAL-ALERT
           END-IF.

       COUNT-ONE-SECURITY-LINE.
           READ SECURITY-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SL-TIMESTAMP-IN (1:8) = WS-TODAY
                           AND SL-OPERATOR-ID-IN = LS-OPERATOR-ID
                           AND SL-RESULT-IN = "DENY "
                       ADD 1 TO WS-DENIALS-TODAY
                   END-IF
           END-READ.

      *> Stable prefix first — the alert type and the operator — so
      *> ALRTDISP.cob keeps one open alert per operator however many
      *> more refusals follow; the count and the latest attempt sit
      *> behind the " COUNT " tail.
       WRITE-DENIAL-ALERT.
           MOVE WS-DENIALS-TODAY TO WS-AL-COUNT
           MOVE SPACES TO ALERT-LINE
           STRING WS-LOG-TIMESTAMP      DELIMITED BY SIZE
                  " SEC-DENIED OPERATOR " DELIMITED BY SIZE
                  LS-OPERATOR-ID        DELIMITED BY SIZE
                  " COUNT "             DELIMITED BY SIZE
                  WS-AL-COUNT           DELIMITED BY SIZE
                  " LAST "              DELIMITED BY SIZE
                  LS-PROGRAM-ID         DELIMITED BY SPACE
                  "/"                   DELIMITED BY SIZE
                  LS-FUNCTION           DELIMITED BY SPACE
                  " "                   DELIMITED BY SIZE
                  LS-AUTH-REASON        DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
      *> File doesn't exist yet on the first-ever alert.
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-LINE
           CLOSE ALERT-FILE
           DISPLAY "ALERT: " ALERT-LINE (1:90).
