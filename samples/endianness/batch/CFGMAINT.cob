      *   comes from the CFGMAINT_OPERATOR environment variable (the
      *   same convention PLATCHK.cob uses for its expected-OS
      *   setting) and is prompted for when unset — every audit line
      *   must say who made the change. Naming an operator is not
      *   enough: the ID must hold the CONFIG function in the
      *   OPERAUTH.DAT authority file (see OPAUTH.cob), or the
      *   session ends before the menu is shown.
      *
      * FILES MAINTAINED:
      *   RETRYCFG.DAT  max-retries (2) + retry-delay-secs (2) — see
      *                 entering 0 clears the checkpoint (truncates
      *                 the file), the same state CLEAR-RESTART-
      *                 CHECKPOINT leaves behind
      *   BUSDATE.DAT   business date (8) + prior date (8) — see
      *                 BUSDATE.cob; normally advanced only by the
      *                 DAYROLL.cob step, set here to correct it
      *                 (the prior date becomes the day before)
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      *> Every accepted change appends one line here — who, when,
      *> which file, old value, new value. Same EXTEND-with-create
      *> discipline as the ORDAUDIT writers.
       FD  RESTART-FILE.
       01  RESTART-RECORD             PIC X(9).

      *> Layout per BUSDATE.cob.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE       PIC X(8).
           05  BD-PRIOR-DATE          PIC X(8).
           05  BD-ROLLED-AT           PIC X(14).
           05  BD-ROLLED-BY           PIC X(8).

       FD  CONFIG-AUDIT-FILE.
       01  CONFIG-AUDIT-LINE          PIC X(120).

       01  WS-PLAT-STATUS             PIC XX.
       01  WS-CKPT-STATUS             PIC XX.
       01  WS-CFGAUD-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS          PIC XX.

       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.

       01  WS-INPUT-BINARY            PIC X(10).
       01  WS-INPUT-OS                PIC X(10).
       01  WS-INPUT-CKPT              PIC X(9).
       01  WS-INPUT-BUSDATE           PIC X(8).
       01  WS-INPUT-BUSDATE-N         REDEFINES WS-INPUT-BUSDATE
                                      PIC 9(8).
       01  WS-PRIOR-DAY               PIC 9(9) COMP VALUE 0.
       01  WS-NEW-PRIOR-DATE          PIC 9(8) VALUE ZEROS.

       01  WS-RETRIES-NUM             PIC 9(2).
       01  WS-DELAY-NUM               PIC 9(2).

       01  WS-AUDIT-TIMESTAMP         PIC X(26).

           COPY CPY-OPAUTH.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM IDENTIFY-OPERATOR
      *> who made it.
               DISPLAY "CFGMAINT: operator ID required — exiting"
               SET WS-DONE TO TRUE
           ELSE
               MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
               MOVE "CONFIG" TO AUTH-FUNCTION
               MOVE "CFGMAINT" TO AUTH-PROGRAM-ID
               CALL "OPAUTH" USING AUTH-OPERATOR-ID AUTH-FUNCTION
                                   AUTH-PROGRAM-ID AUTH-RESULT
                                   AUTH-REASON
               IF NOT AUTH-GRANTED
                   DISPLAY "CFGMAINT: " WS-OPERATOR-ID
                       " not authorized — " AUTH-REASON
                   SET WS-DONE TO TRUE
               END-IF
           END-IF.

       MAINTENANCE-MENU.
               DISPLAY "  1 = RETRYCFG.DAT (retry tuning)"
               DISPLAY "  2 = PLATCFG.DAT  (platform guard)"
               DISPLAY "  3 = ORDCMPR.CKP  (restart checkpoint)"
               DISPLAY "  4 = BUSDATE.DAT  (business date)"
               DISPLAY "  X = exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               MOVE SPACE TO WS-MENU-CHOICE
                       PERFORM MAINTAIN-PLATFORM-CONFIG
                   WHEN "3"
                       PERFORM MAINTAIN-CHECKPOINT
                   WHEN "4"
                       PERFORM MAINTAIN-BUSINESS-DATE
      *> A blank choice also ends the session — it is what ACCEPT
      *> hands back when redirected input runs out, and looping on
      *> "unknown choice" forever is no way to treat an operator
           PERFORM APPEND-CONFIG-AUDIT
           DISPLAY "ORDCMPR.CKP updated: " WS-NEW-VALUE.

      *> ------------------------------------------------------------
      *> BUSDATE.DAT — a real YYYYMMDD date. Every dated job of the
      *> next night run reports on it and DAYROLL.cob advances it
      *> from there, so a typo here is a whole night on the wrong
      *> day; a date that is not a calendar date is refused outright.
      *> ------------------------------------------------------------
       MAINTAIN-BUSINESS-DATE.
           MOVE "BUSDATE.DAT" TO WS-FILE-TAG
           PERFORM READ-BUSINESS-DATE-CURRENT
           DISPLAY "New business date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-INPUT-BUSDATE
           EVALUATE TRUE
               WHEN WS-INPUT-BUSDATE NOT NUMERIC
                   DISPLAY "REJECTED: business date not numeric: ["
                       WS-INPUT-BUSDATE "]"
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-INPUT-BUSDATE-N)
                       NOT = 0
                   DISPLAY "REJECTED: not a calendar date: ["
                       WS-INPUT-BUSDATE "]"
               WHEN OTHER
                   PERFORM WRITE-BUSINESS-DATE
           END-EVALUATE.

       READ-BUSINESS-DATE-CURRENT.
           MOVE "N" TO WS-FILE-FOUND-SW
           MOVE "(NOT PRESENT)" TO WS-OLD-VALUE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE "(EMPTY)" TO WS-OLD-VALUE
                   NOT AT END
                       MOVE "Y" TO WS-FILE-FOUND-SW
                       MOVE SPACES TO WS-OLD-VALUE
                       STRING BD-BUSINESS-DATE DELIMITED BY SIZE
                              "/"              DELIMITED BY SIZE
                              BD-PRIOR-DATE    DELIMITED BY SIZE
                           INTO WS-OLD-VALUE
                       END-STRING
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           DISPLAY "Current BUSDATE (business/prior): " WS-OLD-VALUE.

       WRITE-BUSINESS-DATE.
           COMPUTE WS-PRIOR-DAY =
               FUNCTION INTEGER-OF-DATE (WS-INPUT-BUSDATE-N) - 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER (WS-PRIOR-DAY)
               TO WS-NEW-PRIOR-DATE
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE WS-INPUT-BUSDATE TO BD-BUSINESS-DATE
           MOVE WS-NEW-PRIOR-DATE TO BD-PRIOR-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO BD-ROLLED-AT
           MOVE WS-OPERATOR-ID TO BD-ROLLED-BY
           WRITE BUSINESS-DATE-RECORD
           CLOSE BUSINESS-DATE-FILE
           MOVE SPACES TO WS-NEW-VALUE
           STRING WS-INPUT-BUSDATE  DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-NEW-PRIOR-DATE DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           END-STRING
           PERFORM APPEND-CONFIG-AUDIT
           DISPLAY "BUSDATE.DAT updated: " WS-NEW-VALUE.

      *> One line per accepted change. Never written for rejected
      *> input — CFGAUDIT.DAT records what the control files actually
      *> said over time, not what operators tried to type.
