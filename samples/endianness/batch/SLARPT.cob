      *   into "sat on the queue" versus "the lookup itself was
      *   slow" at a glance.
      *
      *   Business date is the night's shared one from BUSDATE.cob;
      *   SLARPT_DATE overrides it for a re-run over an earlier day
      *   (same convention as ORDDAILY.cob and INVRECON.cob).
      *
      *   Position  77     FLAG            PIC X(1)  (M met, X missed,
      *                                    U unmeasurable)
      *
      * OUTPUT: SLARPT.D<YYYYMMDD>.S<nn>.RPT (via RPTGEN.cob).
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.

      *> Generation-dated per run — the name comes from RPTGEN.cob
      *> and DD_SLAREPT is pointed at it before the OPEN, so each
      *> night's report survives the next and is catalogued in
      *> RPTCAT.DAT for distribution (RPTDIST.cob) and retention
      *> (RPTSWEEP.cob).
           SELECT SLA-REPORT-FILE ASSIGN TO SLAREPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


       01  WS-BUSINESS-DATE           PIC X(8).

           COPY CPY-BUSDATE.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ        PIC 9(9) VALUE ZERO.
           05  WS-SLA-MET             PIC 9(9) VALUE ZERO.
           05  WS-RL-PCT              PIC ZZ9.9.
           05  WS-RL-LOOKUP-TAG       PIC X(28).

      *> This run's generation-dated report name, allocated by
      *> RPTGEN.cob and echoed at end of run.
       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "SLARPT".
       01  WS-REPORT-GENERATION       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DETERMINE-BUSINESS-DATE
           CALL "RPTGEN" USING
               WS-RPTGEN-PROGRAM
               WS-REPORT-GENERATION
           SET ENVIRONMENT "DD_SLAREPT" TO WS-REPORT-GENERATION
           OPEN OUTPUT SLA-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM SCAN-SLA-RECORDS
           PERFORM WRITE-COMPLIANCE-SUMMARY
           PERFORM WRITE-WORST-CASES
           CLOSE SLA-REPORT-FILE
           DISPLAY "SLARPT report written to " WS-REPORT-GENERATION

      *> Step outcome for the scheduler: 4 says the day had misses
      *> worth a conversation, 0 a clean day (or no priority
       DETERMINE-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "SLARPT_DATE"
           IF WS-BUSINESS-DATE = SPACES
               SET BDT-GET-DATES TO TRUE
               CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                    BDT-PRIOR-DATE BDT-FROM-DATE
                                    BDT-TO-DATE BDT-DAYS
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

      *> A missing measurement file is a day with no priority
