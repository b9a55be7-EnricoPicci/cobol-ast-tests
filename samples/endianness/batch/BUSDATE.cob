      ******************************************************************
      * BUSDATE.cob — Shared Business Date and Holiday Calendar
      *
      * PURPOSE:
      *   ORDRECON, ORDDAILY, INVRECON, SLARPT and the rest each took
      *   the business date from the clock the job happened to start
      *   on, each with its own override variable — so when the
      *   night run slipped past midnight, half the night's reports
      *   described one day and half the next. And ORDSWEEP.cob and
      *   SHIPCONF.cob aged orders in calendar days, so every Monday
      *   and every day after a holiday flagged orders nobody could
      *   have touched over the break.
      *
      *   This subprogram is the one answer to both. The business
      *   date is a control record, BUSDATE.DAT, that only the
      *   DAYROLL.cob step at the end of NIGHTRUN.cob advances (or an
      *   operator corrects through CFGMAINT.cob) — every job that
      *   asks during a night gets the same day, however late the
      *   run finishes. Business days are Monday to Friday less the
      *   dates listed in the HOLIDAY.DAT calendar.
      *
      *   A missing control record means the suite has never rolled:
      *   today's date is the business date and yesterday the prior,
      *   the same clock the jobs used before. A missing calendar
      *   means no holidays — weekends still do not count.
      *
      *   CALL "BUSDATE" USING <function X(1)>,
      *                        <business date 9(8) out>,
      *                        <prior date 9(8) out>,
      *                        <from date 9(8)>, <to date 9(8)>,
      *                        <days 9(5) COMP out>.
      *   (see CPY-BUSDATE.cpy for the functions)
      *
      *   The calendar is read once per run unit and cached, like
      *   WHROUTE.cob's rules; the control record is read on every
      *   call, so a job that runs after DAYROLL in the same run unit
      *   sees the rolled date.
      *
      * CONTROL RECORD FORMAT (BUSDATE.DAT, one record):
      *   Positions  1- 8  BUSINESS-DATE  PIC 9(8)  (the day the
      *                    coming night run closes)
      *   Positions  9-16  PRIOR-DATE     PIC 9(8)  (the day the last
      *                    night run closed)
      *   Positions 17-30  ROLLED-AT      PIC X(14) (YYYYMMDDHHMMSS)
      *   Positions 31-38  ROLLED-BY      PIC X(8)  ("DAYROLL", or
      *                    the CFGMAINT operator who set it)
      *
      * HOLIDAY CALENDAR FORMAT (HOLIDAY.DAT, one record per date):
      *   Positions  1- 8  HOLIDAY-DATE   PIC 9(8)
      *   Positions 10-39  DESCRIPTION    PIC X(30) (informational)
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE-X     PIC X(8).
           05  BD-BUSINESS-DATE-N     REDEFINES BD-BUSINESS-DATE-X
                                       PIC 9(8).
           05  BD-PRIOR-DATE-X        PIC X(8).
           05  BD-PRIOR-DATE-N        REDEFINES BD-PRIOR-DATE-X
                                       PIC 9(8).
           05  BD-ROLLED-AT           PIC X(14).
           05  BD-ROLLED-BY           PIC X(8).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HD-HOLIDAY-DATE-X      PIC X(8).
           05  HD-HOLIDAY-DATE-N      REDEFINES HD-HOLIDAY-DATE-X
                                       PIC 9(8).
           05  FILLER                 PIC X(1).
           05  HD-DESCRIPTION         PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS          PIC XX.
       01  WS-HOLIDAY-STATUS          PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

      *> Load-once calendar — see the header on run-unit persistence.
      *> Held as day numbers (FUNCTION INTEGER-OF-DATE) so the count
      *> loop compares integers, not dates.
       01  WS-HOLIDAYS-LOADED-SW      PIC X VALUE "N".
           88  WS-HOLIDAYS-LOADED     VALUE "Y".
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-HOL-DAY             PIC 9(9) COMP
                                       OCCURS 500 TIMES.
       01  WS-HOL-IDX                 PIC 9(4) COMP VALUE 0.

       01  WS-TODAY                   PIC 9(8) VALUE ZEROS.
       01  WS-FROM-DAY                PIC 9(9) COMP VALUE 0.
       01  WS-TO-DAY                  PIC 9(9) COMP VALUE 0.
       01  WS-DAY                     PIC 9(9) COMP VALUE 0.
       01  WS-DAY-QUOTIENT            PIC 9(9) COMP VALUE 0.
      *> Day of week from the day number: day 1 (1601-01-01) was a
      *> Monday, so (day - 1) mod 7 runs 0 = Monday .. 6 = Sunday.
       01  WS-WEEKDAY                 PIC 9(1) VALUE 0.
           88  WS-WEEKEND             VALUES 5 6.
       01  WS-HOLIDAY-SW              PIC X VALUE "N".
           88  WS-HOLIDAY             VALUE "Y".

       LINKAGE SECTION.
       01  LS-FUNCTION                PIC X(1).
       01  LS-BUSINESS-DATE           PIC 9(8).
       01  LS-PRIOR-DATE              PIC 9(8).
       01  LS-FROM-DATE               PIC 9(8).
       01  LS-TO-DATE                 PIC 9(8).
       01  LS-DAYS                    PIC 9(5) COMP.

       PROCEDURE DIVISION USING
           LS-FUNCTION
           LS-BUSINESS-DATE
           LS-PRIOR-DATE
           LS-FROM-DATE
           LS-TO-DATE
           LS-DAYS.

       MAIN-PARA.
           EVALUATE LS-FUNCTION
               WHEN "G"
                   PERFORM GET-BUSINESS-DATES
               WHEN "C"
                   IF NOT WS-HOLIDAYS-LOADED
                       PERFORM LOAD-HOLIDAY-CALENDAR
                   END-IF
                   PERFORM COUNT-BUSINESS-DAYS
           END-EVALUATE
           GOBACK.

      *> A record that does not hold two real dates is treated like a
      *> missing one — the clock is a safer answer than a garbage
      *> date every report would then agree on.
       GET-BUSINESS-DATES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE WS-TODAY TO LS-BUSINESS-DATE
           COMPUTE WS-DAY = FUNCTION INTEGER-OF-DATE (WS-TODAY) - 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY) TO LS-PRIOR-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE-X NUMERIC
                               AND BD-PRIOR-DATE-X NUMERIC
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (BD-BUSINESS-DATE-N) = 0
                                   AND FUNCTION TEST-DATE-YYYYMMDD
                                   (BD-PRIOR-DATE-N) = 0
                               MOVE BD-BUSINESS-DATE-N
                                   TO LS-BUSINESS-DATE
                               MOVE BD-PRIOR-DATE-N TO LS-PRIOR-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
           SET WS-HOLIDAYS-LOADED TO TRUE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
               PERFORM LOAD-ONE-HOLIDAY UNTIL WS-EOF
               CLOSE HOLIDAY-FILE
           END-IF.

      *> An unreadable date is skipped, not fatal — one typo in the
      *> calendar must not stop the night's aging.
       LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HD-HOLIDAY-DATE-X NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (HD-HOLIDAY-DATE-N) = 0
                               AND WS-HOL-COUNT < 500
                           ADD 1 TO WS-HOL-COUNT
                           COMPUTE WS-HOL-DAY (WS-HOL-COUNT) =
                               FUNCTION INTEGER-OF-DATE
                                   (HD-HOLIDAY-DATE-N)
                           END-COMPUTE
                       END-IF
                   END-IF
           END-READ.

      *> Business days after FROM, up to and including TO — an order
      *> dated Friday is one business day old on Monday, and an
      *> order dated Saturday is one business day old on Monday too.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO LS-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD (LS-FROM-DATE) = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD (LS-TO-DATE) = 0
               COMPUTE WS-FROM-DAY =
                   FUNCTION INTEGER-OF-DATE (LS-FROM-DATE) + 1
               END-COMPUTE
               COMPUTE WS-TO-DAY =
                   FUNCTION INTEGER-OF-DATE (LS-TO-DATE)
               END-COMPUTE
               PERFORM COUNT-ONE-DAY
                   VARYING WS-DAY FROM WS-FROM-DAY BY 1
                   UNTIL WS-DAY > WS-TO-DAY
           END-IF.

       COUNT-ONE-DAY.
           DIVIDE 7 INTO WS-DAY GIVING WS-DAY-QUOTIENT
               REMAINDER WS-WEEKDAY
           END-DIVIDE
      *> The remainder above is (day mod 7); shift it so Monday is 0.
           IF WS-WEEKDAY = 0
               MOVE 6 TO WS-WEEKDAY
           ELSE
               SUBTRACT 1 FROM WS-WEEKDAY
           END-IF
           IF NOT WS-WEEKEND
               MOVE "N" TO WS-HOLIDAY-SW
               PERFORM CHECK-ONE-HOLIDAY
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                      OR WS-HOLIDAY
               IF NOT WS-HOLIDAY
                   ADD 1 TO LS-DAYS
               END-IF
           END-IF.

       CHECK-ONE-HOLIDAY.
           IF WS-HOL-DAY (WS-HOL-IDX) = WS-DAY
               SET WS-HOLIDAY TO TRUE
           END-IF.
