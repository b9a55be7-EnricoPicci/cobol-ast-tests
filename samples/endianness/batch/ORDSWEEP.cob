      *   feed gap ("N") in two, while credit holds ("H") and
      *   backorders ("B") legitimately wait on finance and stock.
      *
      *   Age is counted in business days up to the night's business
      *   date (BUSDATE.cob, weekends and HOLIDAY.DAT dates left
      *   out) — a feed gap over a long weekend is not four days
      *   of anybody's inattention.
      *
      *   The order book is read from the night's reporting snapshot
      *   (RPTSNAP.cob), through its status key, rather than scanned
      *   live in Oracle — so the sweep adds no load to the lookup
      *   path however late it runs, and the report prints the
      *   instant the snapshot describes. A missing or unfinished
      *   snapshot sweeps nothing (RC 8).
      *
      * CONTROL FILE FORMAT (SWEEPCFG.DAT, one record per status —
      *   statuses not listed keep their hardcoded defaults):
      *   Position   1     ORDER-STATUS  PIC X(1)
      *
      * OUTPUT: ORDSWEEP.RPT, plus OPSALERT.DAT bucket alerts.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDSWEEP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> The reporting snapshot — see RPTSNAP.cob.
           SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO "RPTSNAP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPCTL-STATUS.

           SELECT SNAP-ORDER-FILE ASSIGN TO "RPTSNAP.ORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNO-KEY
               ALTERNATE RECORD KEY IS SNO-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SNO-ITEM-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SNO-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SNAPORD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-CONFIG-FILE.
       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-LINE          PIC X(132).

      *> Layout per CPY-SNAPCTL.cpy, read into WORKING-STORAGE.
       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-LINE      PIC X(77).

       FD  SNAP-ORDER-FILE.
           COPY CPY-SNAPORD.

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-ALERT-STATUS            PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-SNAPCTL-STATUS          PIC XX.
       01  WS-SNAPORD-STATUS          PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
           05  WS-BUCKET-COUNT        PIC 9(9) OCCURS 8 TIMES
                                       VALUE ZERO.

           COPY CPY-SNAPCTL.

       01  WS-SNAPSHOT-USABLE-SW      PIC X VALUE "N".
           88  WS-SNAPSHOT-USABLE     VALUE "Y".
       01  WS-SNAPSHOT-TAKEN          PIC X(19).

      *> The order being judged. The status key delivers each
      *> order's lines together (see CPY-SNAPORD.cpy), so only the
      *> first line of each order is judged.
       01  WS-ORDER-ID                PIC 9(9) VALUE ZEROS.
       01  WS-ORDER-STATUS            PIC X(1) VALUE SPACE.
       01  WS-ORDER-DATE              PIC 9(8) VALUE ZEROS.
       01  WS-AGE-DAYS                PIC S9(9) COMP-5 VALUE 0.

           COPY CPY-BUSDATE.
       01  WS-SWEEP-BUSINESS-DATE     PIC 9(8) VALUE ZEROS.

      *> Control-break state for the status group in flight.
       01  WS-CURRENT-STATUS          PIC X(1) VALUE SPACE.
           05  WS-ORDERS-STUCK        PIC 9(9) VALUE ZERO.
           05  WS-ALERTS-WRITTEN      PIC 9(9) VALUE ZERO.

      *> No usable snapshot, or a snapshot file that would not read
      *> — either way the sweep below cannot be trusted.
       01  WS-SNAPSHOT-ERROR-SW       PIC X VALUE "N".
           88  WS-SNAPSHOT-ERROR      VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".

           05  WS-RL-ORDER-ID         PIC -(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-DAYS             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SWEEP-CONFIG
           SET BDT-GET-DATES TO TRUE
           CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                BDT-PRIOR-DATE BDT-FROM-DATE
                                BDT-TO-DATE BDT-DAYS
           MOVE BDT-BUSINESS-DATE TO WS-SWEEP-BUSINESS-DATE
           PERFORM READ-SNAPSHOT-CONTROL
           OPEN OUTPUT SWEEP-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM SWEEP-STUCK-ORDERS
      *> scheme as the reconciliations: 0 clean, 4 stuck orders
      *> found, 8 the sweep itself could not be trusted.
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORDERS-STUCK > 0
                   MOVE 4 TO RETURN-CODE
                   TO WS-ST-ALERT-COUNT (WS-ST-IDX)
           END-IF.

      *> Every snapshot line through the status key: grouped by
      *> status and oldest order first within each group. The age
      *> itself is counted in business days by BUSDATE.cob per order.
       SWEEP-STUCK-ORDERS.
           IF NOT WS-SNAPSHOT-USABLE
               SET WS-SNAPSHOT-ERROR TO TRUE
           ELSE
               OPEN INPUT SNAP-ORDER-FILE
               IF WS-SNAPORD-STATUS = "00"
                   MOVE LOW-VALUES TO SNO-STATUS-KEY
                   START SNAP-ORDER-FILE
                       KEY IS GREATER THAN OR EQUAL TO SNO-STATUS-KEY
                       INVALID KEY
                           SET WS-SCAN-DONE TO TRUE
                   END-START
                   PERFORM JUDGE-ONE-ORDER UNTIL WS-SCAN-DONE
               ELSE
                   SET WS-SNAPSHOT-ERROR TO TRUE
               END-IF
               CLOSE SNAP-ORDER-FILE
           END-IF
           IF WS-ORDERS-STUCK = 0 AND NOT WS-SNAPSHOT-ERROR
               MOVE "  (NO STUCK ORDERS)" TO SWEEP-REPORT-LINE
               WRITE SWEEP-REPORT-LINE
           END-IF.

      *> Shipped ("S") and cancelled ("C") orders are terminal and
      *> never stuck. A status past "10" (end of file) is a read
      *> that failed, not the end of the order book.
       JUDGE-ONE-ORDER.
           READ SNAP-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF SNO-ORDER-STATUS NOT = "S"
                           AND SNO-ORDER-STATUS NOT = "C"
                       IF SNO-ORDER-ID NOT = WS-ORDER-ID
                               OR SNO-ORDER-STATUS
                                  NOT = WS-ORDER-STATUS
                           MOVE SNO-ORDER-ID TO WS-ORDER-ID
                           MOVE SNO-ORDER-STATUS TO WS-ORDER-STATUS
                           MOVE SNO-ORDER-DATE TO WS-ORDER-DATE
                           ADD 1 TO WS-ORDERS-SCANNED
                           PERFORM AGE-ONE-ORDER
                           PERFORM APPLY-STATUS-THRESHOLD
                       END-IF
                   END-IF
           END-READ
           IF WS-SNAPORD-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF.

      *> An order date that will not read as a date ages as zero
      *> rather than stopping the sweep.
       AGE-ONE-ORDER.
           MOVE 0 TO WS-AGE-DAYS
           IF WS-ORDER-DATE NOT = ZEROS
               MOVE WS-ORDER-DATE TO BDT-FROM-DATE
               MOVE WS-SWEEP-BUSINESS-DATE TO BDT-TO-DATE
               SET BDT-COUNT-DAYS TO TRUE
               CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                    BDT-PRIOR-DATE BDT-FROM-DATE
                                    BDT-TO-DATE BDT-DAYS
               MOVE BDT-DAYS TO WS-AGE-DAYS
           END-IF.

       APPLY-STATUS-THRESHOLD.
           MOVE 0 TO WS-ST-MATCH-IDX
               UNTIL WS-ST-IDX > WS-ST-MAX
                  OR WS-ST-MATCH-IDX > 0
           IF WS-ST-MATCH-IDX > 0
               IF WS-AGE-DAYS
                       >= WS-ST-AGE-DAYS (WS-ST-MATCH-IDX)
                   ADD 1 TO WS-ORDERS-STUCK
                   ADD 1 TO WS-BUCKET-COUNT (WS-ST-MATCH-IDX)
           END-IF.

       FIND-ONE-STATUS-ENTRY.
           IF WS-ST-STATUS (WS-ST-IDX) = WS-ORDER-STATUS
               MOVE WS-ST-IDX TO WS-ST-MATCH-IDX
           END-IF.

      *> Group header on the status break; the status key
      *> delivers each group's detail oldest-first.
       WRITE-STUCK-DETAIL-LINE.
           IF NOT WS-GROUP-OPEN
                   OR WS-ORDER-STATUS NOT = WS-CURRENT-STATUS
               MOVE "Y" TO WS-GROUP-OPEN-SW
               MOVE WS-ORDER-STATUS TO WS-CURRENT-STATUS
               MOVE SPACES TO SWEEP-REPORT-LINE
               WRITE SWEEP-REPORT-LINE
               MOVE SPACES TO SWEEP-REPORT-LINE
               END-STRING
               WRITE SWEEP-REPORT-LINE
           END-IF
           MOVE WS-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-AGE-DAYS TO WS-RL-DAYS
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "  ORDER "      DELIMITED BY SIZE
                  WS-RL-ORDER-ID  DELIMITED BY SIZE
                  "  STUCK "      DELIMITED BY SIZE
                  WS-RL-DAYS      DELIMITED BY SIZE
                  " BUSINESS DAY(S)" DELIMITED BY SIZE
               INTO SWEEP-REPORT-LINE
           END-STRING
           WRITE SWEEP-REPORT-LINE.
           DISPLAY "ALERT: " ALERT-LINE (1:90).

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "STUCK-ORDER AGING SWEEP — BUSINESS DATE: "
                      DELIMITED BY SIZE
                  WS-SWEEP-BUSINESS-DATE DELIMITED BY SIZE
               INTO SWEEP-REPORT-LINE
           END-STRING
           WRITE SWEEP-REPORT-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "SNAPSHOT TAKEN: " DELIMITED BY SIZE
                  WS-SNAPSHOT-TAKEN  DELIMITED BY SIZE
               INTO SWEEP-REPORT-LINE
           END-STRING
           WRITE SWEEP-REPORT-LINE
           MOVE ALL "-" TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE.

      *> The sweep could not be trusted — say so instead of letting
      *> a short report read as a healthy order book.
           IF WS-SNAPSHOT-ERROR
               MOVE SPACES TO SWEEP-REPORT-LINE
               IF WS-SNAPSHOT-USABLE
                   STRING "ERROR: SNAPSHOT READ FAILED — RESULTS "
                              DELIMITED BY SIZE
                          "PARTIAL, FILE STATUS: " DELIMITED BY SIZE
                          WS-SNAPORD-STATUS  DELIMITED BY SIZE
                       INTO SWEEP-REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "ERROR: NO USABLE SNAPSHOT — NOTHING SWEPT"
                       TO SWEEP-REPORT-LINE
               END-IF
               WRITE SWEEP-REPORT-LINE
           END-IF.

           COPY CPY-SNAPCHK.
