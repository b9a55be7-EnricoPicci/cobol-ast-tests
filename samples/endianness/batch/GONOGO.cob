      *   last OVERALL line of NIGHTRUN.LOG, and INVRECON's
      *   discrepancies — five files, five formats, and one wave we
      *   presented a stale ORDCMPR generation without noticing.
      *   The latest AUDVRFY.cob chain verification joins them: an
      *   ORDAUDIT trail whose hash chain is broken (or was never
      *   verified) is not evidence the meeting can stand on.
      *   This assembler resolves the newest generation of each
      *   catalogued report through RPTCAT.DAT (the way ORDTRACE.cob
      *   finds the latest ORDCMPR report), extracts each source's
      *   verdict and key counts, and produces one dated pack — a
      *   generation-dated report of its own, via RPTGEN.cob — with
      *   a single overall READY/NOT-READY line and a staleness
      *   warning on any source older than the last closed
      *   business date — BUSDATE.cob's prior date, the day the
      *   last night run (and its DAYROLL.cob step) closed.
      *
      *   The platform verdict is established the way PLATCHK.cob
      *   itself establishes it — the COMP byte probe against
       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

      *> The last closed business date, which fresh evidence from
      *> the last night run is dated on or after.
       01  WS-BUSINESS-DATE           PIC 9(8).

           COPY CPY-BUSDATE.

      *> This pack's generation-dated name, allocated by RPTGEN.cob.
       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "GONOGO".
       01  WS-PACK-GENERATION         PIC X(30) VALUE SPACES.
           88  WS-OVERALL-FOUND       VALUE "Y".
       01  WS-NIGHTRUN-DATE           PIC X(8) VALUE SPACES.

      *> --- AUDVRFY evidence ---
       01  WS-AVFY-REPORT-NAME        PIC X(30) VALUE SPACES.
       01  WS-AVFY-RUN-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-AVFY-FOUND-SW           PIC X VALUE "N".
           88  WS-AVFY-FOUND          VALUE "Y".
       01  WS-AVFY-BREAKS             PIC 9(9) VALUE ZEROS.
       01  WS-AVFY-ERROR-SW           PIC X VALUE "N".
           88  WS-AVFY-ERROR          VALUE "Y".
       01  WS-AVFY-PARSED-SW          PIC X VALUE "N".
           88  WS-AVFY-PARSED         VALUE "Y".

      *> --- INVRECON evidence ---
       01  WS-INVR-PRESENT-SW         PIC X VALUE "N".
           88  WS-INVR-PRESENT        VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           SET BDT-GET-DATES TO TRUE
           CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                BDT-PRIOR-DATE BDT-FROM-DATE
                                BDT-TO-DATE BDT-DAYS
           MOVE BDT-PRIOR-DATE TO WS-BUSINESS-DATE
           PERFORM GATHER-ORDCMPR-EVIDENCE
           PERFORM GATHER-ORDPREED-EVIDENCE
           PERFORM GATHER-PLATCHK-EVIDENCE
           PERFORM GATHER-NIGHTRUN-EVIDENCE
           PERFORM GATHER-INVRECON-EVIDENCE
           PERFORM GATHER-AUDVRFY-EVIDENCE
           PERFORM WRITE-EVIDENCE-PACK
           DISPLAY "GONOGO pack written to " WS-PACK-GENERATION
      *> 0 = READY, 4 = NOT-READY with the pack saying why — the
      *> The last ORDCMPR entry in the catalog is the newest —
      *> RPTGEN appends in allocation order (the same rule
      *> FIND-LATEST-COMPARISON-REPORT in ORDTRACE.cob applies).
      *> The same pass notes the newest AUDVRFY generation.
       GATHER-ORDCMPR-EVIDENCE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REPORT-CATALOG-FILE
                           TO WS-CMPR-REPORT-NAME
                       MOVE RC-RUN-DATE TO WS-CMPR-RUN-DATE
                   END-IF
                   IF RC-PROGRAM-NAME = "AUDVRFY"
                       SET WS-AVFY-FOUND TO TRUE
                       MOVE RC-GENERATION-NAME
                           TO WS-AVFY-REPORT-NAME
                       MOVE RC-RUN-DATE TO WS-AVFY-RUN-DATE
                   END-IF
           END-READ.

      *> The mismatch total leads "MISMATCHES:   " on the summary
                   END-EVALUATE
           END-READ.

      *> The AUDVRFY generation is found on the same catalog pass as
      *> ORDCMPR's (GATHER-ORDCMPR-EVIDENCE). Its break total leads
      *> "BREAKS:       " on the summary (see WRITE-REPORT-SUMMARY
      *> in AUDVRFY.cob); "ERROR:" means part of the trail could not
      *> be read, so the chain was never fully verified.
       GATHER-AUDVRFY-EVIDENCE.
           IF WS-AVFY-FOUND
               PERFORM PARSE-AVFY-REPORT
           END-IF.

       PARSE-AVFY-REPORT.
           SET ENVIRONMENT "DD_EVIDIN" TO WS-AVFY-REPORT-NAME
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT EVIDENCE-IN-FILE
           IF WS-EVIDENCE-STATUS = "00"
               PERFORM PARSE-ONE-AVFY-LINE UNTIL WS-EOF
               CLOSE EVIDENCE-IN-FILE
           ELSE
               MOVE "N" TO WS-AVFY-FOUND-SW
           END-IF.

       PARSE-ONE-AVFY-LINE.
           READ EVIDENCE-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN EVIDENCE-LINE (1:14) = "BREAKS:       "
                           MOVE EVIDENCE-LINE (15:9)
                               TO WS-COUNT-PULL
                           PERFORM NORMALIZE-COUNT-PULL
                           IF WS-COUNT-PULL NUMERIC
                               MOVE WS-COUNT-PULL-N
                                   TO WS-AVFY-BREAKS
                               SET WS-AVFY-PARSED TO TRUE
                           END-IF
                       WHEN EVIDENCE-LINE (1:6) = "ERROR:"
                           SET WS-AVFY-ERROR TO TRUE
                   END-EVALUATE
           END-READ.

      *> ------------------------------------------------------------
      *> The pack itself — one section per source, one verdict line.
      *> ------------------------------------------------------------
           PERFORM WRITE-PLATCHK-SECTION
           PERFORM WRITE-NIGHTRUN-SECTION
           PERFORM WRITE-INVRECON-SECTION
           PERFORM WRITE-AUDVRFY-SECTION
           PERFORM WRITE-OVERALL-VERDICT

           CLOSE PACK-REPORT-FILE.
               WRITE PACK-REPORT-LINE
           END-IF.

       WRITE-AUDVRFY-SECTION.
           EVALUATE TRUE
               WHEN NOT WS-AVFY-FOUND
                   SET WS-NOT-READY TO TRUE
                   MOVE "AUDVRFY:  NO REPORT GENERATION FOUND"
                       TO PACK-REPORT-LINE
               WHEN WS-AVFY-ERROR
                   SET WS-NOT-READY TO TRUE
                   MOVE SPACES TO PACK-REPORT-LINE
                   STRING "AUDVRFY:  CHAIN NOT FULLY VERIFIED ("
                              DELIMITED BY SIZE
                          WS-AVFY-REPORT-NAME DELIMITED BY SPACE
                          ")"  DELIMITED BY SIZE
                       INTO PACK-REPORT-LINE
                   END-STRING
               WHEN NOT WS-AVFY-PARSED
                   SET WS-NOT-READY TO TRUE
                   MOVE "AUDVRFY:  SUMMARY UNREADABLE"
                       TO PACK-REPORT-LINE
               WHEN WS-AVFY-BREAKS > 0
                   SET WS-NOT-READY TO TRUE
                   MOVE WS-AVFY-BREAKS TO WS-RL-COUNT
                   MOVE SPACES TO PACK-REPORT-LINE
                   STRING "AUDVRFY:  " DELIMITED BY SIZE
                          WS-RL-COUNT  DELIMITED BY SIZE
                          " AUDIT CHAIN BREAK(S)" DELIMITED BY SIZE
                       INTO PACK-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "AUDVRFY:  CLEAN — AUDIT CHAIN INTACT"
                       TO PACK-REPORT-LINE
           END-EVALUATE
           WRITE PACK-REPORT-LINE
           IF WS-AVFY-FOUND
                   AND WS-AVFY-RUN-DATE < WS-BUSINESS-DATE
               ADD 1 TO WS-STALE-WARNINGS
               MOVE SPACES TO PACK-REPORT-LINE
               STRING "  WARNING: STALE — GENERATED "
                          DELIMITED BY SIZE
                      WS-AVFY-RUN-DATE DELIMITED BY SIZE
                   INTO PACK-REPORT-LINE
               END-STRING
               WRITE PACK-REPORT-LINE
           END-IF.

       WRITE-OVERALL-VERDICT.
           MOVE SPACES TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
