      ******************************************************************
      * RPTDIST.cob — Report Distribution From the RPTCAT.DAT Catalog
      *
      * PURPOSE:
      *   RPTGEN.cob catalogs every generation-dated report in
      *   RPTCAT.DAT, but getting a report to the people who read it
      *   was still someone copying files by hand — and when a
      *   report "never arrived" nobody could say whether it was
      *   never produced or never sent. This job closes both gaps:
      *
      *   - Every catalogued generation of a distributed report is
      *     delivered once to each of its recipients, by the method
      *     the distribution control file gives for that recipient,
      *     and every attempt is appended to the delivery log
      *     RPTDIST.DAT (one line per generation per recipient). A
      *     generation counts as delivered to a recipient once the
      *     log holds a SENT line for the pair; a FAILED attempt is
      *     simply retried on the next run.
      *
      *   - A scheduled report with no generation in the catalog for
      *     the business day it is due for, once its expected time
      *     has passed, raises an OPSALERT.DAT alert for
      *     ALRTDISP.cob.
      *
      *   So "I never got the report" has an answer either way: the
      *   delivery log line, or the alert saying it was never made.
      *
      *   Delivery methods:
      *     M  mail drop  — copied into the recipient's mail drop
      *                     directory, where the mail gateway picks
      *                     it up
      *     T  transfer   — copied into an outbound transfer
      *                     directory
      *     P  print      — queued to the named print queue (lp)
      *   Both directory methods copy under a .PART name and rename
      *   once the copy is complete, so a gateway or transfer agent
      *   polling the directory never picks up half a report.
      *
      *   Run it from the scheduler after the night run and again
      *   through the morning; each run sends only what the log does
      *   not already show as sent. Repeated overdue alerts for the
      *   same report and day carry the same key, so ALRTDISP raises
      *   them once.
      *
      * CONTROL FILE FORMAT (RPTDIST.CFG, sequential, one record per
      *   report per recipient):
      *   Positions  1- 8  PROGRAM-NAME     PIC X(8)  (as catalogued
      *                    by RPTGEN.cob)
      *   Positions  9-20  RECIPIENT        PIC X(12)
      *   Position  21     METHOD           PIC X(1)  (M, T or P)
      *   Positions 22-61  DESTINATION      PIC X(40) (directory, or
      *                    print queue name for P)
      *   Positions 62-65  DUE-TIME         PIC 9(4)  (HHMM; zeros or
      *                    blank = on demand, never overdue)
      *   Position  66     DUE-DAY-OFFSET   PIC 9(1)  (calendar days
      *                    after the business date the report is due
      *                    on — 1 for a night-run report; blank = 1)
      *   Missing file means the default distribution below applies.
      *   A file that is present replaces the defaults entirely, so
      *   a recipient can be removed as well as added. A record
      *   with a blank program, recipient or destination, or an
      *   unknown method, is skipped.
      *
      * DELIVERY LOG FORMAT (RPTDIST.DAT, appended, one line per
      *   generation per recipient per attempt):
      *   Positions   1-  8  PROGRAM-NAME     PIC X(8)
      *   Positions  10- 39  GENERATION-NAME  PIC X(30)
      *   Positions  41- 52  RECIPIENT        PIC X(12)
      *   Position   54      METHOD           PIC X(1)
      *   Positions  56- 95  DESTINATION      PIC X(40)
      *   Positions  97-110  ATTEMPTED-AT     PIC X(14)
      *                      (YYYYMMDDHHMMSS)
      *   Positions 112-117  OUTCOME          PIC X(6)  (SENT, FAILED)
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-CONFIG-FILE ASSIGN TO "RPTDIST.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *> Appended, never overwritten — it is the answer to "was it
      *> sent".
           SELECT DELIVERY-LOG-FILE ASSIGN TO "RPTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-CONFIG-FILE.
       01  DIST-CONFIG-RECORD.
           05  DC-PROGRAM-NAME        PIC X(8).
           05  DC-RECIPIENT           PIC X(12).
           05  DC-METHOD              PIC X(1).
           05  DC-DESTINATION         PIC X(40).
           05  DC-DUE-TIME-X          PIC X(4).
           05  DC-DUE-TIME-N          REDEFINES DC-DUE-TIME-X.
               10  DC-DUE-HH          PIC 9(2).
               10  DC-DUE-MI          PIC 9(2).
           05  DC-DUE-DAY-X           PIC X(1).
           05  DC-DUE-DAY-N           REDEFINES DC-DUE-DAY-X
                                       PIC 9(1).

      *> Layout per RPTGEN.cob.
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           05  RC-PROGRAM-NAME        PIC X(8).
           05  FILLER                 PIC X(1).
           05  RC-GENERATION-NAME     PIC X(30).
           05  FILLER                 PIC X(1).
           05  RC-RUN-DATE            PIC 9(8).

       FD  DELIVERY-LOG-FILE.
       01  DELIVERY-LOG-RECORD.
           05  DL-PROGRAM-NAME        PIC X(8).
           05  FILLER                 PIC X(1).
           05  DL-GENERATION-NAME     PIC X(30).
           05  FILLER                 PIC X(1).
           05  DL-RECIPIENT           PIC X(12).
           05  FILLER                 PIC X(1).
           05  DL-METHOD              PIC X(1).
           05  FILLER                 PIC X(1).
           05  DL-DESTINATION         PIC X(40).
           05  FILLER                 PIC X(1).
           05  DL-ATTEMPTED-AT        PIC X(14).
           05  FILLER                 PIC X(1).
           05  DL-OUTCOME             PIC X(6).

      *> Same record width AUDMON.cob writes.
       FD  ALERT-FILE.
       01  ALERT-LINE                 PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-CATALOG-STATUS          PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-ALERT-STATUS            PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

           COPY CPY-BUSDATE.

      *> Default distribution — who reads what, and when it should
      *> be there. The night-run reports are due the morning after
      *> the business day they describe; GONOGO is assembled before
      *> each cutover wave, not on a schedule, so it is never
      *> overdue.
       01  WS-DEFAULT-DIST-LIST.
           05  FILLER                 PIC X(8)  VALUE "CREDRPT".
           05  FILLER                 PIC X(12) VALUE "FINANCE".
           05  FILLER                 PIC X(1)  VALUE "M".
           05  FILLER                 PIC X(40)
                                      VALUE "MAILDROP/FINANCE".
           05  FILLER                 PIC 9(4)  VALUE 0700.
           05  FILLER                 PIC 9(1)  VALUE 1.
           05  FILLER                 PIC X(8)  VALUE "PRCRECON".
           05  FILLER                 PIC X(12) VALUE "FINANCE".
           05  FILLER                 PIC X(1)  VALUE "M".
           05  FILLER                 PIC X(40)
                                      VALUE "MAILDROP/FINANCE".
           05  FILLER                 PIC 9(4)  VALUE 0700.
           05  FILLER                 PIC 9(1)  VALUE 1.
           05  FILLER                 PIC X(8)  VALUE "INVREPL".
           05  FILLER                 PIC X(12) VALUE "PURCHASING".
           05  FILLER                 PIC X(1)  VALUE "M".
           05  FILLER                 PIC X(40)
                                      VALUE "MAILDROP/PURCHASING".
           05  FILLER                 PIC 9(4)  VALUE 0700.
           05  FILLER                 PIC 9(1)  VALUE 1.
           05  FILLER                 PIC X(8)  VALUE "SLARPT".
           05  FILLER                 PIC X(12) VALUE "ACCTMGRS".
           05  FILLER                 PIC X(1)  VALUE "M".
           05  FILLER                 PIC X(40)
                                      VALUE "MAILDROP/ACCTMGRS".
           05  FILLER                 PIC 9(4)  VALUE 0700.
           05  FILLER                 PIC 9(1)  VALUE 1.
           05  FILLER                 PIC X(8)  VALUE "ORDCMPR".
           05  FILLER                 PIC X(12) VALUE "MIGRATION".
           05  FILLER                 PIC X(1)  VALUE "T".
           05  FILLER                 PIC X(40)
                                      VALUE "OUTBOUND/MIGRATION".
           05  FILLER                 PIC 9(4)  VALUE 0700.
           05  FILLER                 PIC 9(1)  VALUE 1.
           05  FILLER                 PIC X(8)  VALUE "GONOGO".
           05  FILLER                 PIC X(12) VALUE "MIGRATION".
           05  FILLER                 PIC X(1)  VALUE "T".
           05  FILLER                 PIC X(40)
                                      VALUE "OUTBOUND/MIGRATION".
           05  FILLER                 PIC 9(4)  VALUE 0.
           05  FILLER                 PIC 9(1)  VALUE 0.
       01  WS-DEFAULT-DIST-TABLE      REDEFINES WS-DEFAULT-DIST-LIST.
           05  WS-DEFAULT-DIST-ENTRY  OCCURS 6 TIMES.
               10  WS-DD-PROGRAM-NAME PIC X(8).
               10  WS-DD-RECIPIENT    PIC X(12).
               10  WS-DD-METHOD       PIC X(1).
               10  WS-DD-DESTINATION  PIC X(40).
               10  WS-DD-DUE-TIME     PIC 9(4).
               10  WS-DD-DUE-DAY      PIC 9(1).
       01  WS-DEFAULT-DIST-MAX        PIC 9(2) COMP VALUE 6.

      *> The distribution in force this run — the defaults, or
      *> RPTDIST.CFG when it is present.
       01  WS-DIST-TABLE.
           05  WS-DIST-COUNT          PIC 9(3) COMP VALUE 0.
           05  WS-DIST-ENTRY          OCCURS 100 TIMES.
               10  WS-DS-PROGRAM-NAME PIC X(8).
               10  WS-DS-RECIPIENT    PIC X(12).
               10  WS-DS-METHOD       PIC X(1).
                   88  WS-DS-MAIL-DROP VALUE "M".
                   88  WS-DS-TRANSFER VALUE "T".
                   88  WS-DS-PRINT    VALUE "P".
               10  WS-DS-DESTINATION  PIC X(40).
               10  WS-DS-DUE-TIME     PIC 9(4).
               10  WS-DS-DUE-DAY      PIC 9(1).
      *> The business date this entry's report is due for today,
      *> and whether the catalog holds a generation for it.
               10  WS-DS-DUE-DATE     PIC 9(8).
               10  WS-DS-DUE-CHECK-SW PIC X(1).
                   88  WS-DS-DUE-NOW  VALUE "Y".
               10  WS-DS-FOUND-SW     PIC X(1).
                   88  WS-DS-FOUND    VALUE "Y".
       01  WS-DIST-MAX                PIC 9(3) COMP VALUE 100.
       01  WS-DIST-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-PRIOR-IDX               PIC 9(3) COMP VALUE 0.
       01  WS-DUE-REPORTED-SW         PIC X VALUE "N".
           88  WS-DUE-REPORTED        VALUE "Y".

      *> One entry per catalogued generation per recipient. The
      *> catalog is bounded by RPTSWEEP.cob's retention, so this is
      *> too; a catalog past it is delivered oldest first and the
      *> rest waits for a later run.
       01  WS-DELIVERY-TABLE.
           05  WS-DELIVERY-COUNT      PIC 9(4) COMP VALUE 0.
           05  WS-DELIVERY-ENTRY      OCCURS 3000 TIMES.
               10  WS-DV-GENERATION   PIC X(30).
               10  WS-DV-DIST-IDX     PIC 9(3) COMP.
               10  WS-DV-SENT-SW      PIC X(1).
                   88  WS-DV-SENT     VALUE "Y".
       01  WS-DELIVERY-MAX            PIC 9(4) COMP VALUE 3000.
       01  WS-DELIVERY-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-MATCH-IDX               PIC 9(4) COMP VALUE 0.

      *> Clock and due-date arithmetic.
       01  WS-NOW-TS                  PIC X(21).
       01  WS-TODAY                   PIC 9(8) VALUE ZEROS.
       01  WS-NOW-HHMM                PIC 9(4) VALUE ZEROS.
       01  WS-DAY-NUMBER              PIC S9(9) COMP VALUE 0.

      *> Delivery commands and target names.
       01  WS-TARGET-NAME             PIC X(80).
       01  WS-PART-NAME               PIC X(80).
       01  WS-PRINT-COMMAND           PIC X(160).
       01  WS-DELIVERY-STATUS         PIC S9(9) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-CATALOG-READ        PIC 9(9) VALUE ZERO.
           05  WS-ALREADY-SENT        PIC 9(9) VALUE ZERO.
           05  WS-DELIVERIES-SENT     PIC 9(9) VALUE ZERO.
           05  WS-DELIVERIES-FAILED   PIC 9(9) VALUE ZERO.
           05  WS-DELIVERIES-DEFERRED PIC 9(9) VALUE ZERO.
           05  WS-CONFIG-SKIPPED      PIC 9(9) VALUE ZERO.
           05  WS-REPORTS-OVERDUE     PIC 9(9) VALUE ZERO.
           05  WS-ALERTS-RAISED       PIC 9(9) VALUE ZERO.

       01  WS-ALERT-TIMESTAMP         PIC X(26).
       01  WS-RL-STATUS               PIC -(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-DISTRIBUTION
           PERFORM READ-CLOCK
           PERFORM SET-ONE-DUE-DATE
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
           PERFORM LOAD-CATALOG
           PERFORM LOAD-DELIVERY-LOG
           PERFORM DELIVER-ONE-GENERATION
               VARYING WS-DELIVERY-IDX FROM 1 BY 1
               UNTIL WS-DELIVERY-IDX > WS-DELIVERY-COUNT
           PERFORM CHECK-ONE-DEADLINE
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
           DISPLAY "RPTDIST catalog entries " WS-CATALOG-READ
               ", already sent " WS-ALREADY-SENT
               ", sent " WS-DELIVERIES-SENT
               ", failed " WS-DELIVERIES-FAILED
           DISPLAY "RPTDIST deferred " WS-DELIVERIES-DEFERRED
               ", reports overdue " WS-REPORTS-OVERDUE
               ", config records skipped " WS-CONFIG-SKIPPED
               ", alerts " WS-ALERTS-RAISED

      *> Step outcome for the scheduler: 8 when a recipient was not
      *> reached, 4 when a report is overdue or delivery had to be
      *> deferred to a later run.
           EVALUATE TRUE
               WHEN WS-DELIVERIES-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REPORTS-OVERDUE > 0
                   OR WS-DELIVERIES-DEFERRED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> Missing RPTDIST.CFG means the default distribution applies.
       LOAD-DISTRIBUTION.
           MOVE 0 TO WS-DIST-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DIST-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM LOAD-ONE-DIST-RECORD UNTIL WS-EOF
               CLOSE DIST-CONFIG-FILE
           ELSE
               PERFORM LOAD-ONE-DEFAULT-ENTRY
                   VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DEFAULT-DIST-MAX
           END-IF.

       LOAD-ONE-DEFAULT-ENTRY.
           ADD 1 TO WS-DIST-COUNT
           MOVE WS-DD-PROGRAM-NAME (WS-DIST-IDX)
               TO WS-DS-PROGRAM-NAME (WS-DIST-COUNT)
           MOVE WS-DD-RECIPIENT (WS-DIST-IDX)
               TO WS-DS-RECIPIENT (WS-DIST-COUNT)
           MOVE WS-DD-METHOD (WS-DIST-IDX)
               TO WS-DS-METHOD (WS-DIST-COUNT)
           MOVE WS-DD-DESTINATION (WS-DIST-IDX)
               TO WS-DS-DESTINATION (WS-DIST-COUNT)
           MOVE WS-DD-DUE-TIME (WS-DIST-IDX)
               TO WS-DS-DUE-TIME (WS-DIST-COUNT)
           MOVE WS-DD-DUE-DAY (WS-DIST-IDX)
               TO WS-DS-DUE-DAY (WS-DIST-COUNT).

      *> A record that cannot be delivered on is skipped rather than
      *> guessed at — a typo in the control file must not send a
      *> finance report somewhere nobody reads it. A due time that
      *> is not a valid HHMM makes the report on demand.
       LOAD-ONE-DIST-RECORD.
           READ DIST-CONFIG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DC-PROGRAM-NAME NOT = SPACES
                           AND DC-RECIPIENT NOT = SPACES
                           AND DC-DESTINATION NOT = SPACES
                           AND (DC-METHOD = "M" OR "T" OR "P")
                           AND WS-DIST-COUNT < WS-DIST-MAX
                       PERFORM ADD-ONE-DIST-ENTRY
                   ELSE
                       ADD 1 TO WS-CONFIG-SKIPPED
                       DISPLAY "RPTDIST: control record skipped — "
                           DIST-CONFIG-RECORD (1:61)
                   END-IF
           END-READ.

       ADD-ONE-DIST-ENTRY.
           ADD 1 TO WS-DIST-COUNT
           MOVE DC-PROGRAM-NAME TO WS-DS-PROGRAM-NAME (WS-DIST-COUNT)
           MOVE DC-RECIPIENT TO WS-DS-RECIPIENT (WS-DIST-COUNT)
           MOVE DC-METHOD TO WS-DS-METHOD (WS-DIST-COUNT)
           MOVE DC-DESTINATION TO WS-DS-DESTINATION (WS-DIST-COUNT)
           MOVE 0 TO WS-DS-DUE-TIME (WS-DIST-COUNT)
           IF DC-DUE-TIME-X NUMERIC
               IF DC-DUE-HH < 24 AND DC-DUE-MI < 60
                   MOVE DC-DUE-TIME-X
                       TO WS-DS-DUE-TIME (WS-DIST-COUNT)
               END-IF
           END-IF
           MOVE 1 TO WS-DS-DUE-DAY (WS-DIST-COUNT)
           IF DC-DUE-DAY-X NUMERIC
               MOVE DC-DUE-DAY-N TO WS-DS-DUE-DAY (WS-DIST-COUNT)
           END-IF.

       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS (1:8) TO WS-TODAY
           MOVE WS-NOW-TS (9:4) TO WS-NOW-HHMM.

      *> A scheduled report is due today for the business date
      *> DUE-DAY-OFFSET calendar days back — once its due time has
      *> passed, and only when that date was a business day
      *> (BUSDATE.cob counts exactly one business day from the day
      *> before it), so weekends and holidays are never overdue.
       SET-ONE-DUE-DATE.
           MOVE "N" TO WS-DS-DUE-CHECK-SW (WS-DIST-IDX)
           MOVE "N" TO WS-DS-FOUND-SW (WS-DIST-IDX)
           MOVE ZEROS TO WS-DS-DUE-DATE (WS-DIST-IDX)
           IF WS-DS-DUE-TIME (WS-DIST-IDX) > 0
                   AND WS-NOW-HHMM >= WS-DS-DUE-TIME (WS-DIST-IDX)
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - WS-DS-DUE-DAY (WS-DIST-IDX)
               END-COMPUTE
               MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
                   TO WS-DS-DUE-DATE (WS-DIST-IDX)
               MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER - 1)
                   TO BDT-FROM-DATE
               MOVE WS-DS-DUE-DATE (WS-DIST-IDX) TO BDT-TO-DATE
               SET BDT-COUNT-DAYS TO TRUE
               CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                    BDT-PRIOR-DATE BDT-FROM-DATE
                                    BDT-TO-DATE BDT-DAYS
               IF BDT-DAYS = 1
                   SET WS-DS-DUE-NOW (WS-DIST-IDX) TO TRUE
               END-IF
           END-IF.

      *> Every catalogued generation of a distributed report becomes
      *> one pending delivery per recipient. A missing catalog means
      *> nothing has been generated yet — the deadline check below
      *> still runs.
       LOAD-CATALOG.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM LOAD-ONE-CATALOG-ENTRY UNTIL WS-EOF
               CLOSE REPORT-CATALOG-FILE
           END-IF.

       LOAD-ONE-CATALOG-ENTRY.
           READ REPORT-CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CATALOG-READ
                   PERFORM MATCH-CATALOG-TO-ONE-DIST
                       VARYING WS-DIST-IDX FROM 1 BY 1
                       UNTIL WS-DIST-IDX > WS-DIST-COUNT
           END-READ.

       MATCH-CATALOG-TO-ONE-DIST.
           IF RC-PROGRAM-NAME = WS-DS-PROGRAM-NAME (WS-DIST-IDX)
               IF WS-DS-DUE-NOW (WS-DIST-IDX)
                       AND RC-RUN-DATE = WS-DS-DUE-DATE (WS-DIST-IDX)
                   SET WS-DS-FOUND (WS-DIST-IDX) TO TRUE
               END-IF
               IF WS-DELIVERY-COUNT < WS-DELIVERY-MAX
                   ADD 1 TO WS-DELIVERY-COUNT
                   MOVE RC-GENERATION-NAME
                       TO WS-DV-GENERATION (WS-DELIVERY-COUNT)
                   MOVE WS-DIST-IDX
                       TO WS-DV-DIST-IDX (WS-DELIVERY-COUNT)
                   MOVE "N" TO WS-DV-SENT-SW (WS-DELIVERY-COUNT)
               ELSE
                   ADD 1 TO WS-DELIVERIES-DEFERRED
               END-IF
           END-IF.

      *> A SENT line for the generation and recipient settles that
      *> pending delivery; FAILED lines settle nothing. A missing
      *> log means nothing has ever been sent.
       LOAD-DELIVERY-LOG.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DELIVERY-LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM LOAD-ONE-LOG-ENTRY UNTIL WS-EOF
               CLOSE DELIVERY-LOG-FILE
           END-IF.

       LOAD-ONE-LOG-ENTRY.
           READ DELIVERY-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DL-OUTCOME = "SENT"
                       PERFORM MATCH-LOG-TO-ONE-DELIVERY
                           VARYING WS-MATCH-IDX FROM 1 BY 1
                           UNTIL WS-MATCH-IDX > WS-DELIVERY-COUNT
                   END-IF
           END-READ.

       MATCH-LOG-TO-ONE-DELIVERY.
           MOVE WS-DV-DIST-IDX (WS-MATCH-IDX) TO WS-DIST-IDX
           IF DL-GENERATION-NAME = WS-DV-GENERATION (WS-MATCH-IDX)
                   AND DL-RECIPIENT = WS-DS-RECIPIENT (WS-DIST-IDX)
               SET WS-DV-SENT (WS-MATCH-IDX) TO TRUE
           END-IF.

       DELIVER-ONE-GENERATION.
           IF WS-DV-SENT (WS-DELIVERY-IDX)
               ADD 1 TO WS-ALREADY-SENT
           ELSE
               MOVE WS-DV-DIST-IDX (WS-DELIVERY-IDX) TO WS-DIST-IDX
               EVALUATE TRUE
                   WHEN WS-DS-PRINT (WS-DIST-IDX)
                       PERFORM PRINT-ONE-GENERATION
                   WHEN OTHER
                       PERFORM COPY-ONE-GENERATION
               END-EVALUATE
               PERFORM LOG-ONE-DELIVERY
           END-IF.

      *> Mail drop and transfer both land the file in a directory
      *> someone else polls — copied under .PART, then renamed.
       COPY-ONE-GENERATION.
           MOVE SPACES TO WS-TARGET-NAME
           STRING WS-DS-DESTINATION (WS-DIST-IDX) DELIMITED BY SPACE
                  "/"                              DELIMITED BY SIZE
                  WS-DV-GENERATION (WS-DELIVERY-IDX)
                                                   DELIMITED BY SPACE
               INTO WS-TARGET-NAME
           END-STRING
           MOVE SPACES TO WS-PART-NAME
           STRING WS-TARGET-NAME                   DELIMITED BY SPACE
                  ".PART"                          DELIMITED BY SIZE
               INTO WS-PART-NAME
           END-STRING
           CALL "CBL_COPY_FILE" USING
               WS-DV-GENERATION (WS-DELIVERY-IDX)
               WS-PART-NAME
           MOVE RETURN-CODE TO WS-DELIVERY-STATUS
           MOVE 0 TO RETURN-CODE
           IF WS-DELIVERY-STATUS = 0
               CALL "CBL_RENAME_FILE" USING
                   WS-PART-NAME
                   WS-TARGET-NAME
               MOVE RETURN-CODE TO WS-DELIVERY-STATUS
               MOVE 0 TO RETURN-CODE
           END-IF.

       PRINT-ONE-GENERATION.
           MOVE SPACES TO WS-PRINT-COMMAND
           STRING "lp -s -d "                      DELIMITED BY SIZE
                  WS-DS-DESTINATION (WS-DIST-IDX) DELIMITED BY SPACE
                  " "                              DELIMITED BY SIZE
                  WS-DV-GENERATION (WS-DELIVERY-IDX)
                                                   DELIMITED BY SPACE
               INTO WS-PRINT-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-PRINT-COMMAND
           MOVE RETURN-CODE TO WS-DELIVERY-STATUS
           MOVE 0 TO RETURN-CODE.

       LOG-ONE-DELIVERY.
           MOVE SPACES TO DELIVERY-LOG-RECORD
           MOVE WS-DS-PROGRAM-NAME (WS-DIST-IDX) TO DL-PROGRAM-NAME
           MOVE WS-DV-GENERATION (WS-DELIVERY-IDX)
               TO DL-GENERATION-NAME
           MOVE WS-DS-RECIPIENT (WS-DIST-IDX) TO DL-RECIPIENT
           MOVE WS-DS-METHOD (WS-DIST-IDX) TO DL-METHOD
           MOVE WS-DS-DESTINATION (WS-DIST-IDX) TO DL-DESTINATION
           MOVE FUNCTION CURRENT-DATE (1:14) TO DL-ATTEMPTED-AT
           IF WS-DELIVERY-STATUS = 0
               MOVE "SENT" TO DL-OUTCOME
               ADD 1 TO WS-DELIVERIES-SENT
           ELSE
               MOVE "FAILED" TO DL-OUTCOME
               ADD 1 TO WS-DELIVERIES-FAILED
           END-IF
           OPEN EXTEND DELIVERY-LOG-FILE
           IF WS-LOG-STATUS = "35"
      *> File doesn't exist yet on the first-ever delivery.
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF
           WRITE DELIVERY-LOG-RECORD
           CLOSE DELIVERY-LOG-FILE
           IF WS-DELIVERY-STATUS NOT = 0
               PERFORM WRITE-DELIVERY-ALERT
           END-IF.

      *> A report distributed to several recipients is overdue once,
      *> not once per recipient — only its first due entry reports.
       CHECK-ONE-DEADLINE.
           IF WS-DS-DUE-NOW (WS-DIST-IDX)
                   AND NOT WS-DS-FOUND (WS-DIST-IDX)
               MOVE "N" TO WS-DUE-REPORTED-SW
               PERFORM CHECK-ONE-PRIOR-DEADLINE
                   VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX >= WS-DIST-IDX
                      OR WS-DUE-REPORTED
               IF NOT WS-DUE-REPORTED
                   ADD 1 TO WS-REPORTS-OVERDUE
                   PERFORM WRITE-OVERDUE-ALERT
               END-IF
           END-IF.

       CHECK-ONE-PRIOR-DEADLINE.
           IF WS-DS-PROGRAM-NAME (WS-PRIOR-IDX)
                   = WS-DS-PROGRAM-NAME (WS-DIST-IDX)
                   AND WS-DS-DUE-NOW (WS-PRIOR-IDX)
                   AND WS-DS-DUE-DATE (WS-PRIOR-IDX)
                       = WS-DS-DUE-DATE (WS-DIST-IDX)
               SET WS-DUE-REPORTED TO TRUE
           END-IF.

      *> Program, business date and due time are fixed for the day,
      *> so every run that finds the same report still missing
      *> raises the same ALRTDISP key.
       WRITE-OVERDUE-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " REPORT-NOT-CATALOGUED "   DELIMITED BY SIZE
                  WS-DS-PROGRAM-NAME (WS-DIST-IDX)
                                              DELIMITED BY SPACE
                  " "                         DELIMITED BY SIZE
                  WS-DS-DUE-DATE (WS-DIST-IDX)
                                              DELIMITED BY SIZE
                  " DUE "                     DELIMITED BY SIZE
                  WS-DS-DUE-TIME (WS-DIST-IDX)
                                              DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           PERFORM APPEND-ALERT-LINE.

       WRITE-DELIVERY-ALERT.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-TIMESTAMP
           MOVE WS-DELIVERY-STATUS TO WS-RL-STATUS
           MOVE SPACES TO ALERT-LINE
           STRING WS-ALERT-TIMESTAMP          DELIMITED BY SIZE
                  " REPORT-DELIVERY-FAILED "  DELIMITED BY SIZE
                  WS-DS-RECIPIENT (WS-DIST-IDX)
                                              DELIMITED BY SPACE
                  " "                         DELIMITED BY SIZE
                  WS-DV-GENERATION (WS-DELIVERY-IDX)
                                              DELIMITED BY SPACE
                  " STATUS "                  DELIMITED BY SIZE
                  WS-RL-STATUS                DELIMITED BY SIZE
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
