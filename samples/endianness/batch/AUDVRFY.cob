      ******************************************************************
      * AUDVRFY.cob — ORDAUDIT Hash Chain Verification Report
      *
      * PURPOSE:
      *   Every ORDAUDIT.DAT writer stamps its record with a sequence
      *   number and a hash chained to the record before it (see
      *   AUDCHAIN.cob). This job proves the chain still holds: it
      *   walks every archive ORDARCH.cob has rolled off (found via
      *   its ORDARCH.CAT catalog, oldest first, the way AUDINQ.cob
      *   searches them) and then the live file, recomputes each
      *   record's hash, and reports every break:
      *
      *     ALTERED    the record's hash no longer matches its
      *                content — the line was edited
      *     GAP        sequence numbers were skipped — lines were
      *                deleted (or a whole archive is gone)
      *     REORDER    a sequence number at or below one already
      *                seen — lines were moved, copied or inserted
      *     UNSTAMPED  a line with no sequence number after the
      *                chain began — a line written outside the
      *                writers, or a writer not stamping
      *     TAIL       the newest records disagree with the chain
      *                head in ORDAUDIT.SEQ — the end of the trail
      *                was cut off or replaced
      *
      *   After each break the walk re-anchors on the record in
      *   hand, so one edited line is one ALTERED entry, not a
      *   cascade down the rest of the trail.
      *
      *   Lines written before the chain was introduced carry no
      *   sequence number; those that precede the first stamped
      *   record are counted as LEGACY and not judged.
      *
      *   An archive the catalog names that cannot be opened is
      *   reported as an ERROR line — the chain across it cannot be
      *   verified, and the records after it will show the GAP.
      *
      *   The report is generation-dated via RPTGEN.cob and its
      *   "BREAKS:" summary line is read by GONOGO.cob — a broken
      *   chain fails the go/no-go evidence pack.
      *
      * ORDAUDIT RECORD — the 92-byte body per ORDRECON.cob, then:
      *   Position  93     (space)
      *   Positions 94-105 AUD-SEQUENCE    PIC 9(12)
      *   Position 106     (space)
      *   Positions 107-130 AUD-CHAIN-HASH PIC X(24)
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One SELECT serves every audit file walked — the catalog's
      *> archive files first, then the live file. VERIFY-ONE-FILE
      *> points DD_AUDITIN at each physical file before its OPEN,
      *> the same per-OPEN redirection AUDINQ.cob uses.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ORDARCH.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *> Layout per AUDCHAIN.cob.
           SELECT CHAIN-HEAD-FILE ASSIGN TO "ORDAUDIT.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.

      *> Generation-dated per run, allocated by RPTGEN.cob.
           SELECT VERIFY-REPORT-FILE ASSIGN TO AUDVRFRP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE.
       01  AUDIT-REC-IN.
           05  AVR-AUDIT-BODY         PIC X(92).
           05  FILLER                 PIC X(1).
           05  AVR-SEQUENCE-X         PIC X(12).
           05  AVR-SEQUENCE-N         REDEFINES AVR-SEQUENCE-X
                                       PIC 9(12).
           05  FILLER                 PIC X(1).
           05  AVR-CHAIN-HASH         PIC X(24).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD     PIC X(24).

       FD  CHAIN-HEAD-FILE.
       01  CHAIN-HEAD-RECORD.
           05  CH-SEQUENCE-X          PIC X(12).
           05  CH-SEQUENCE-N          REDEFINES CH-SEQUENCE-X
                                       PIC 9(12).
           05  FILLER                 PIC X(1).
           05  CH-HASH                PIC X(24).
           05  FILLER                 PIC X(1).
           05  CH-STAMPED-AT          PIC X(14).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-CATALOG-STATUS          PIC XX.
       01  WS-HEAD-STATUS             PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-CATALOG-EOF-FLAG        PIC X VALUE "N".
           88  WS-CATALOG-EOF         VALUE "Y".

      *> This run's generation-dated report name, allocated by
      *> RPTGEN.cob.
       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "AUDVRFY".
       01  WS-REPORT-GENERATION       PIC X(30) VALUE SPACES.

           COPY CPY-AUDCHAIN.

       01  WS-CURRENT-FILE            PIC X(24) VALUE SPACES.
       01  WS-FILE-LINE               PIC 9(9) VALUE ZEROS.

      *> Where the walk stands in the chain. Until the first stamped
      *> record is seen, unstamped lines are legacy history.
       01  WS-CHAIN-STARTED-SW        PIC X VALUE "N".
           88  WS-CHAIN-STARTED       VALUE "Y".
       01  WS-EXPECTED-SEQ            PIC 9(12) VALUE 1.
       01  WS-PRIOR-HASH              PIC X(24) VALUE ZEROS.
       01  WS-RECORD-SEQ              PIC 9(12) VALUE ZEROS.
       01  WS-LAST-SEQ                PIC 9(12) VALUE ZEROS.
       01  WS-LAST-HASH               PIC X(24) VALUE ZEROS.

      *> The head as AUDCHAIN.cob last left it.
       01  WS-HEAD-FOUND-SW           PIC X VALUE "N".
           88  WS-HEAD-FOUND          VALUE "Y".
       01  WS-HEAD-SEQ                PIC 9(12) VALUE ZEROS.
       01  WS-HEAD-HASH               PIC X(24) VALUE SPACES.
       01  WS-HEAD-TRIES              PIC 9(3) COMP VALUE 0.
       01  WS-MAX-HEAD-TRIES          PIC 9(3) COMP VALUE 30.
       01  WS-HEAD-DELAY-SECS         PIC 9(2) VALUE 1.

       01  WS-COUNTERS.
           05  WS-FILES-READ          PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-READ        PIC 9(9) VALUE ZERO.
           05  WS-LEGACY-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-CHAINED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-BREAK-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-ERROR-COUNT         PIC 9(9) VALUE ZERO.

      *> One break line at a time, built by REPORT-BREAK.
       01  WS-BREAK-TYPE              PIC X(10) VALUE SPACES.
       01  WS-BREAK-TEXT              PIC X(60) VALUE SPACES.

       01  WS-RL-LINE                 PIC Z(8)9.
       01  WS-RL-SEQ                  PIC Z(11)9.
       01  WS-RL-EXPECTED             PIC Z(11)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-REPORT-FILE
           PERFORM VERIFY-ARCHIVE-FILES
           MOVE "ORDAUDIT.DAT" TO WS-CURRENT-FILE
           PERFORM VERIFY-ONE-FILE
           PERFORM VERIFY-CHAIN-HEAD
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM CLOSE-REPORT-FILE

      *> Outcome for whoever ran this step: 0 = chain intact,
      *> 4 = chain broken (the report says where), 8 = part of the
      *> trail could not be read, so the chain could not be fully
      *> verified. GOBACK rather than STOP RUN so a driver CALLing
      *> this program survives the step.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BREAK-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       OPEN-REPORT-FILE.
           CALL "RPTGEN" USING
               WS-RPTGEN-PROGRAM
               WS-REPORT-GENERATION
           SET ENVIRONMENT "DD_AUDVRFRP" TO WS-REPORT-GENERATION
           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING "ORDAUDIT CHAIN VERIFICATION — RUN "
                      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
               INTO VERIFY-REPORT-LINE
           END-STRING
           WRITE VERIFY-REPORT-LINE
           MOVE "BREAK      FILE / LINE / DETAIL"
               TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE ALL "-" TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE.

       CLOSE-REPORT-FILE.
           CLOSE VERIFY-REPORT-FILE
           DISPLAY "AUDVRFY report written to " WS-REPORT-GENERATION.

      *> Archives first — they hold the older part of the chain, so
      *> the sequence runs on unbroken into the live file.
       VERIFY-ARCHIVE-FILES.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               MOVE "N" TO WS-CATALOG-EOF-FLAG
               PERFORM VERIFY-ONE-CATALOG-ENTRY UNTIL WS-CATALOG-EOF
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       VERIFY-ONE-CATALOG-ENTRY.
           READ ARCHIVE-CATALOG-FILE
               AT END
                   SET WS-CATALOG-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-CATALOG-RECORD TO WS-CURRENT-FILE
                   PERFORM VERIFY-ONE-FILE
           END-READ.

      *> A missing live file is simply an empty trail — the head
      *> check that follows says whether records were expected. A
      *> catalogued archive that cannot be opened is an error.
       VERIFY-ONE-FILE.
           SET ENVIRONMENT "DD_AUDITIN" TO WS-CURRENT-FILE
           MOVE ZEROS TO WS-FILE-LINE
           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               IF WS-CURRENT-FILE NOT = "ORDAUDIT.DAT"
                   PERFORM WRITE-MISSING-FILE-ERROR
               END-IF
           ELSE
               ADD 1 TO WS-FILES-READ
               MOVE "N" TO WS-EOF-FLAG
               PERFORM VERIFY-ONE-RECORD UNTIL WS-EOF
               CLOSE AUDIT-IN-FILE
           END-IF.

       WRITE-MISSING-FILE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING "ERROR: CANNOT OPEN " DELIMITED BY SIZE
                  WS-CURRENT-FILE       DELIMITED BY SPACE
                  " — STATUS "          DELIMITED BY SIZE
                  WS-AUDIT-STATUS       DELIMITED BY SIZE
                  ", CHAIN NOT VERIFIED ACROSS IT"
                                        DELIMITED BY SIZE
               INTO VERIFY-REPORT-LINE
           END-STRING
           WRITE VERIFY-REPORT-LINE.

       VERIFY-ONE-RECORD.
           READ AUDIT-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-FILE-LINE
                   IF AVR-SEQUENCE-X NUMERIC
                       PERFORM CHECK-CHAINED-RECORD
                   ELSE
                       PERFORM CHECK-UNSTAMPED-RECORD
                   END-IF
           END-READ.

       CHECK-UNSTAMPED-RECORD.
           IF WS-CHAIN-STARTED
               MOVE "UNSTAMPED" TO WS-BREAK-TYPE
               MOVE "NO SEQUENCE NUMBER AFTER THE CHAIN BEGAN"
                   TO WS-BREAK-TEXT
               PERFORM REPORT-BREAK
           ELSE
               ADD 1 TO WS-LEGACY-COUNT
           END-IF.

      *> The first stamped record should be sequence 1, chained to
      *> the all-zeros genesis hash; every later one should be the
      *> next number, chained to the record before it.
       CHECK-CHAINED-RECORD.
           ADD 1 TO WS-CHAINED-COUNT
           MOVE AVR-SEQUENCE-N TO WS-RECORD-SEQ
           SET WS-CHAIN-STARTED TO TRUE
           EVALUATE TRUE
               WHEN WS-RECORD-SEQ = WS-EXPECTED-SEQ
                   PERFORM CHECK-RECORD-HASH
               WHEN WS-RECORD-SEQ > WS-EXPECTED-SEQ
                   MOVE "GAP" TO WS-BREAK-TYPE
                   PERFORM BUILD-SEQUENCE-TEXT
                   PERFORM REPORT-BREAK
               WHEN OTHER
                   MOVE "REORDER" TO WS-BREAK-TYPE
                   PERFORM BUILD-SEQUENCE-TEXT
                   PERFORM REPORT-BREAK
           END-EVALUATE
      *> Re-anchor on this record, whatever was found.
           MOVE AVR-CHAIN-HASH TO WS-PRIOR-HASH
           COMPUTE WS-EXPECTED-SEQ = WS-RECORD-SEQ + 1
           END-COMPUTE
           MOVE WS-RECORD-SEQ TO WS-LAST-SEQ
           MOVE AVR-CHAIN-HASH TO WS-LAST-HASH.

       CHECK-RECORD-HASH.
           MOVE AVR-AUDIT-BODY TO ACH-AUDIT-BODY
           MOVE WS-RECORD-SEQ TO ACH-SEQUENCE
           MOVE WS-PRIOR-HASH TO ACH-PRIOR-HASH
           SET ACH-HASH-ONLY TO TRUE
           CALL "AUDCHAIN" USING ACH-FUNCTION ACH-AUDIT-BODY
                                 ACH-SEQUENCE ACH-PRIOR-HASH
                                 ACH-HASH
           IF ACH-HASH NOT = AVR-CHAIN-HASH
               MOVE "ALTERED" TO WS-BREAK-TYPE
               MOVE WS-RECORD-SEQ TO WS-RL-SEQ
               MOVE SPACES TO WS-BREAK-TEXT
               STRING "SEQ " DELIMITED BY SIZE
                      WS-RL-SEQ DELIMITED BY SIZE
                      " — HASH DOES NOT MATCH CONTENT"
                          DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               END-STRING
               PERFORM REPORT-BREAK
           END-IF.

       BUILD-SEQUENCE-TEXT.
           MOVE WS-RECORD-SEQ TO WS-RL-SEQ
           MOVE WS-EXPECTED-SEQ TO WS-RL-EXPECTED
           MOVE SPACES TO WS-BREAK-TEXT
           STRING "SEQ " DELIMITED BY SIZE
                  WS-RL-SEQ DELIMITED BY SIZE
                  " EXPECTED " DELIMITED BY SIZE
                  WS-RL-EXPECTED DELIMITED BY SIZE
               INTO WS-BREAK-TEXT
           END-STRING.

       REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-FILE-LINE TO WS-RL-LINE
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING WS-BREAK-TYPE   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-CURRENT-FILE DELIMITED BY SPACE
                  " LINE "        DELIMITED BY SIZE
                  WS-RL-LINE      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-BREAK-TEXT   DELIMITED BY SIZE
               INTO VERIFY-REPORT-LINE
           END-STRING
           WRITE VERIFY-REPORT-LINE.

      *> The newest stamped record must be the one the head names.
      *> A head ahead of the trail means its newest records were
      *> removed; a head behind it, or a different hash at the same
      *> number, means the end of the trail was rewritten. A trail
      *> that was chained but has lost its head is reported too.
       VERIFY-CHAIN-HEAD.
           PERFORM READ-CHAIN-HEAD
           MOVE "TAIL" TO WS-BREAK-TYPE
           MOVE "ORDAUDIT.SEQ" TO WS-CURRENT-FILE
           MOVE ZEROS TO WS-FILE-LINE
           MOVE WS-HEAD-SEQ TO WS-RL-SEQ
           MOVE WS-LAST-SEQ TO WS-RL-EXPECTED
           EVALUATE TRUE
               WHEN NOT WS-HEAD-FOUND
                   IF WS-CHAIN-STARTED
                       MOVE "CHAIN HEAD MISSING OR UNREADABLE"
                           TO WS-BREAK-TEXT
                       PERFORM REPORT-BREAK
                   END-IF
               WHEN WS-HEAD-SEQ NOT = WS-LAST-SEQ
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "HEAD SEQ " DELIMITED BY SIZE
                          WS-RL-SEQ DELIMITED BY SIZE
                          " LAST IN TRAIL " DELIMITED BY SIZE
                          WS-RL-EXPECTED DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   END-STRING
                   PERFORM REPORT-BREAK
               WHEN WS-HEAD-HASH NOT = WS-LAST-HASH
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "HEAD SEQ " DELIMITED BY SIZE
                          WS-RL-SEQ DELIMITED BY SIZE
                          " — HASH DIFFERS FROM THE TRAIL'S"
                              DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   END-STRING
                   PERFORM REPORT-BREAK
           END-EVALUATE.

      *> A writer holds the head locked only while it stamps and
      *> writes one record (see AUDCHAIN.cob) — wait it out rather
      *> than report the head missing.
       READ-CHAIN-HEAD.
           MOVE 0 TO WS-HEAD-TRIES
           OPEN INPUT CHAIN-HEAD-FILE
           PERFORM RETRY-CHAIN-HEAD-OPEN
               UNTIL (WS-HEAD-STATUS NOT = "61"
                      AND WS-HEAD-STATUS NOT = "93")
                  OR WS-HEAD-TRIES >= WS-MAX-HEAD-TRIES
           IF WS-HEAD-STATUS = "00"
               READ CHAIN-HEAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CH-SEQUENCE-X NUMERIC
                           SET WS-HEAD-FOUND TO TRUE
                           MOVE CH-SEQUENCE-N TO WS-HEAD-SEQ
                           MOVE CH-HASH TO WS-HEAD-HASH
                       END-IF
               END-READ
               CLOSE CHAIN-HEAD-FILE
           END-IF.

       RETRY-CHAIN-HEAD-OPEN.
           ADD 1 TO WS-HEAD-TRIES
           CALL "C$SLEEP" USING WS-HEAD-DELAY-SECS
           OPEN INPUT CHAIN-HEAD-FILE.

      *> GONOGO.cob reads the count after "BREAKS:       " and any
      *> line opening "ERROR:" — keep both labels as they are.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           STRING "FILES READ:   "   DELIMITED BY SIZE
                  WS-FILES-READ      DELIMITED BY SIZE
               INTO VERIFY-REPORT-LINE
           END-STRING
           WRITE VERIFY-REPORT-LINE
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING "RECORDS READ: "   DELIMITED BY SIZE
                  WS-RECORDS-READ    DELIMITED BY SIZE
               INTO VERIFY-REPORT-LINE
           END-STRING
           WRITE VERIFY-REPORT-LINE
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING "LEGACY:       "   DELIMITED BY SIZE
                  WS-LEGACY-COUNT    DELIMITED BY SIZE
               INTO VERIFY-REPORT-LINE
           END-STRING
           WRITE VERIFY-REPORT-LINE
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING "CHAINED:      "   DELIMITED BY SIZE
                  WS-CHAINED-COUNT   DELIMITED BY SIZE
               INTO VERIFY-REPORT-LINE
           END-STRING
           WRITE VERIFY-REPORT-LINE
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING "BREAKS:       "   DELIMITED BY SIZE
                  WS-BREAK-COUNT     DELIMITED BY SIZE
               INTO VERIFY-REPORT-LINE
           END-STRING
           WRITE VERIFY-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE "CHAIN NOT FULLY VERIFIED — SEE ERROR LINES"
                       TO VERIFY-REPORT-LINE
               WHEN WS-BREAK-COUNT > 0
                   MOVE "CHAIN BROKEN" TO VERIFY-REPORT-LINE
               WHEN OTHER
                   MOVE "CHAIN INTACT" TO VERIFY-REPORT-LINE
           END-EVALUATE
           WRITE VERIFY-REPORT-LINE.
