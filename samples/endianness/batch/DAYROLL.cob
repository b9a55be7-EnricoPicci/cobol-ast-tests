      ******************************************************************
      * DAYROLL.cob — Business Date Day-Roll Step
      *
      * PURPOSE:
      *   The last step of NIGHTRUN.cob. Every dated job in the night
      *   reads the business date from BUSDATE.DAT through
      *   BUSDATE.cob; once the night's work is done, this step
      *   closes the day: the business date becomes the prior date,
      *   and the next calendar day becomes the business date the
      *   following night will close. A night that halts before this
      *   step leaves the date where it was, so the rerun reports on
      *   the same day the failed run did.
      *
      *   The date advances one calendar day per night, weekends and
      *   holidays included — orders and shipments happen on those
      *   days too, and each night's reconciliations must cover its
      *   own day's activity. Weekends and holidays matter to aging,
      *   which BUSDATE.cob counts in business days from HOLIDAY.DAT.
      *
      *   Two guards, both to the one-file answer NIGHTRUN.LOG gives:
      *   - a roll that would put the business date more than a day
      *     past the calendar (a second DAYROLL in one night, or a
      *     hand-edited date) is refused, RC 8, and nothing changes —
      *     an operator corrects the date through CFGMAINT.cob;
      *   - a business date already behind the calendar (missed
      *     nights) still rolls one day only, so each catch-up run
      *     closes exactly one day, and the step warns with RC 4.
      *
      *   Each roll is appended to CFGAUDIT.DAT in CFGMAINT.cob's
      *   line shape, with "DAYROLL" as the operator, so the history
      *   of the control record reads in one place whoever moved it.
      *
      * CONTROL RECORD FORMAT: see BUSDATE.cob.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CONFIG-AUDIT-FILE ASSIGN TO "CFGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFGAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Layout per BUSDATE.cob.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE       PIC 9(8).
           05  BD-PRIOR-DATE          PIC 9(8).
           05  BD-ROLLED-AT           PIC X(14).
           05  BD-ROLLED-BY           PIC X(8).

       FD  CONFIG-AUDIT-FILE.
       01  CONFIG-AUDIT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS          PIC XX.
       01  WS-CFGAUD-STATUS           PIC XX.

           COPY CPY-BUSDATE.

       01  WS-TODAY                   PIC 9(8) VALUE ZEROS.
       01  WS-NEW-BUSINESS-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-LIMIT-DATE              PIC 9(8) VALUE ZEROS.
       01  WS-DAY                     PIC 9(9) COMP VALUE 0.

       01  WS-OLD-VALUE               PIC X(20) VALUE SPACES.
       01  WS-NEW-VALUE               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-TIMESTAMP         PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           SET BDT-GET-DATES TO TRUE
           CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                BDT-PRIOR-DATE BDT-FROM-DATE
                                BDT-TO-DATE BDT-DAYS
           COMPUTE WS-DAY =
               FUNCTION INTEGER-OF-DATE (BDT-BUSINESS-DATE) + 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY)
               TO WS-NEW-BUSINESS-DATE
           COMPUTE WS-DAY = FUNCTION INTEGER-OF-DATE (WS-TODAY) + 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY) TO WS-LIMIT-DATE

      *> Step outcome for NIGHTRUN.cob and the scheduler.
           EVALUATE TRUE
               WHEN WS-NEW-BUSINESS-DATE > WS-LIMIT-DATE
                   DISPLAY "DAYROLL: business date " BDT-BUSINESS-DATE
                       " already ahead of " WS-TODAY
                       " — not rolled"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NEW-BUSINESS-DATE < WS-TODAY
                   PERFORM ROLL-BUSINESS-DATE
                   DISPLAY "DAYROLL: WARNING — business date "
                       WS-NEW-BUSINESS-DATE " is behind "
                       WS-TODAY " (missed nights)"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM ROLL-BUSINESS-DATE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       ROLL-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE WS-NEW-BUSINESS-DATE TO BD-BUSINESS-DATE
           MOVE BDT-BUSINESS-DATE TO BD-PRIOR-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO BD-ROLLED-AT
           MOVE "DAYROLL" TO BD-ROLLED-BY
           WRITE BUSINESS-DATE-RECORD
           CLOSE BUSINESS-DATE-FILE
           MOVE SPACES TO WS-OLD-VALUE
           STRING BDT-BUSINESS-DATE DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  BDT-PRIOR-DATE    DELIMITED BY SIZE
               INTO WS-OLD-VALUE
           END-STRING
           MOVE SPACES TO WS-NEW-VALUE
           STRING WS-NEW-BUSINESS-DATE DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  BDT-BUSINESS-DATE    DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           END-STRING
           PERFORM APPEND-CONFIG-AUDIT
           DISPLAY "DAYROLL: business date rolled "
               BDT-BUSINESS-DATE " -> " WS-NEW-BUSINESS-DATE.

      *> Same line shape as APPEND-CONFIG-AUDIT in CFGMAINT.cob.
       APPEND-CONFIG-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO CONFIG-AUDIT-LINE
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  "DAYROLL "         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  "BUSDATE.DAT "     DELIMITED BY SIZE
                  " OLD ["           DELIMITED BY SIZE
                  WS-OLD-VALUE       DELIMITED BY SIZE
                  "] NEW ["          DELIMITED BY SIZE
                  WS-NEW-VALUE       DELIMITED BY SIZE
                  "]"                DELIMITED BY SIZE
               INTO CONFIG-AUDIT-LINE
           END-STRING
           OPEN EXTEND CONFIG-AUDIT-FILE
           IF WS-CFGAUD-STATUS = "35"
      *> File doesn't exist yet on the first-ever change.
               OPEN OUTPUT CONFIG-AUDIT-FILE
           END-IF
           WRITE CONFIG-AUDIT-LINE
           CLOSE CONFIG-AUDIT-FILE.
