      *   with an aged summary, so an item unpriced for a week stands
      *   out from one merchandising added this morning.
      *
      *   The scan reads the night's reporting snapshot (RPTSNAP.cob)
      *   rather than live Oracle — ORDERS through its item key,
      *   PRICES by item — so a morning rerun adds no load to the
      *   lookup path, and the report prints the instant the
      *   snapshot describes. A missing or unfinished snapshot
      *   produces no findings at all (RC 8).
      *
      *   Age is calendar days since the oldest affected order's
      *   ORDER_DATE, counted to the snapshot's date — the instant
      *   the prices were seen missing. Lines with no ITEM_ID yet
      *   are left to ORDENRCH.cob's unenriched-order list: there is
      *   no item to price.
      *
      * OUTPUT: PRCRECON.D<YYYYMMDD>.S<nn>.RPT (via RPTGEN.cob) —
      *         per-item detail plus the aged summary.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Generation-dated per run — the name comes from RPTGEN.cob
      *> and DD_PRCRRPT is pointed at it before the OPEN, so each
      *> night's report survives the next and is catalogued in
      *> RPTCAT.DAT for distribution (RPTDIST.cob) and retention
      *> (RPTSWEEP.cob).
           SELECT RECON-REPORT-FILE ASSIGN TO PRCRRPT
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

           SELECT SNAP-PRICE-FILE ASSIGN TO "RPTSNAP.PRC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-ITEM-ID
               FILE STATUS IS WS-SNAPPRC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE          PIC X(132).

      *> Layout per CPY-SNAPCTL.cpy, read into WORKING-STORAGE.
       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-LINE      PIC X(77).

       FD  SNAP-ORDER-FILE.
           COPY CPY-SNAPORD.

       FD  SNAP-PRICE-FILE.
           COPY CPY-SNAPPRC.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-SNAPCTL-STATUS          PIC XX.
       01  WS-SNAPORD-STATUS          PIC XX.
       01  WS-SNAPPRC-STATUS          PIC XX.

           COPY CPY-SNAPCTL.

       01  WS-SNAPSHOT-USABLE-SW      PIC X VALUE "N".
           88  WS-SNAPSHOT-USABLE     VALUE "Y".
       01  WS-SNAPSHOT-TAKEN          PIC X(19).
       01  WS-SNAPSHOT-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-SNAPSHOT-DAY            PIC 9(9) COMP VALUE 0.

      *> The item whose PRICES row was last looked up, and whether
      *> it had one — one keyed read per item, not per line.
       01  WS-PRICED-ITEM             PIC 9(9) VALUE ZEROS.
       01  WS-ITEM-PRICED-SW          PIC X VALUE "Y".
           88  WS-ITEM-PRICED         VALUE "Y".
      *> An item's lines arrive in order sequence (see
      *> CPY-SNAPORD.cpy), so one order's lines are adjacent and
      *> count as one affected order.
       01  WS-LAST-PAIR-ORDER         PIC 9(9) VALUE ZEROS.
       01  WS-LINE-AGE-DAYS           PIC S9(9) COMP-5 VALUE 0.

      *> Control-break state for the item group in flight.
       01  WS-CURRENT-ITEM            PIC 9(9) VALUE ZEROS.
       01  WS-ITEM-IN-FLIGHT-SW       PIC X VALUE "N".
           88  WS-ITEM-IN-FLIGHT      VALUE "Y".
       01  WS-ITEM-ORDER-COUNT        PIC 9(9) VALUE ZERO.
      *> the same cap and formatting AUDMON.cob uses.
       01  WS-ITEM-ID-COUNT           PIC 9(2) COMP VALUE 0.
       01  WS-ITEM-ORDER-TABLE.
           05  WS-ITEM-ORDER-ID       PIC 9(9) OCCURS 10 TIMES.
       01  WS-ID-IDX                  PIC 9(2) COMP VALUE 0.
       01  WS-RL-IDS                  PIC X(100).
       01  WS-RL-IDS-POS              PIC 9(3) COMP VALUE 1.
           05  WS-ITEMS-UNPRICED      PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-AFFECTED     PIC 9(9) VALUE ZERO.

      *> No usable snapshot, or a snapshot file that would not read
      *> — either way the findings below cannot be trusted.
       01  WS-SNAPSHOT-ERROR-SW       PIC X VALUE "N".
           88  WS-SNAPSHOT-ERROR      VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".

           05  WS-RL-ORDER-ID         PIC -(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-DAYS             PIC ZZZZ9.

      *> This run's generation-dated report name, allocated by
      *> RPTGEN.cob and echoed at end of run.
       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "PRCRECON".
       01  WS-REPORT-GENERATION       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SNAPSHOT-CONTROL
           CALL "RPTGEN" USING
               WS-RPTGEN-PROGRAM
               WS-REPORT-GENERATION
           SET ENVIRONMENT "DD_PRCRRPT" TO WS-REPORT-GENERATION
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM SCAN-UNPRICED-ITEMS
           PERFORM WRITE-AGED-SUMMARY
           CLOSE RECON-REPORT-FILE
           DISPLAY "PRCRECON report written to " WS-REPORT-GENERATION

      *> Step outcome for NIGHTRUN.cob and the scheduler, same
      *> scheme as INVRECON: 0 clean, 4 unpriced items found, 8 the
      *> scan itself could not be trusted.
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ITEMS-UNPRICED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> Every snapshot line in item order — the item key groups the
      *> report with a simple control break. The age is per line;
      *> the per-item maximum is kept as the group accumulates.
       SCAN-UNPRICED-ITEMS.
           IF NOT WS-SNAPSHOT-USABLE
               SET WS-SNAPSHOT-ERROR TO TRUE
           ELSE
               MOVE SNX-TAKEN-AT (1:8) TO WS-SNAPSHOT-DATE
               COMPUTE WS-SNAPSHOT-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-SNAPSHOT-DATE)
               END-COMPUTE
               OPEN INPUT SNAP-ORDER-FILE
               OPEN INPUT SNAP-PRICE-FILE
               IF WS-SNAPORD-STATUS = "00"
                       AND WS-SNAPPRC-STATUS = "00"
                   MOVE ZEROS TO SNO-ITEM-ID
                   START SNAP-ORDER-FILE
                       KEY IS GREATER THAN OR EQUAL TO SNO-ITEM-ID
                       INVALID KEY
                           SET WS-SCAN-DONE TO TRUE
                   END-START
                   PERFORM FETCH-ONE-UNPRICED UNTIL WS-SCAN-DONE
               ELSE
                   SET WS-SNAPSHOT-ERROR TO TRUE
               END-IF
               CLOSE SNAP-ORDER-FILE
               CLOSE SNAP-PRICE-FILE
      *> Flush the last group — the control break below only fires
      *> on an item change, and the final item has none following.
               IF WS-ITEM-IN-FLIGHT
                   PERFORM WRITE-ITEM-GROUP
               END-IF
           END-IF
           IF WS-ITEMS-UNPRICED = 0 AND NOT WS-SNAPSHOT-ERROR
               MOVE "  (NO UNPRICED ITEMS)" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

      *> A status past "10" (end of file) is a read that failed, not
      *> the end of the lines.
       FETCH-ONE-UNPRICED.
           READ SNAP-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF SNO-ITEM-ID NOT = ZEROS
                       PERFORM CHECK-ITEM-PRICED
                       IF NOT WS-ITEM-PRICED
                           PERFORM AGE-ONE-LINE
                           PERFORM ACCUMULATE-ONE-PAIR
                       END-IF
                   END-IF
           END-READ
           IF WS-SNAPORD-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF.

       CHECK-ITEM-PRICED.
           IF SNO-ITEM-ID NOT = WS-PRICED-ITEM
               MOVE SNO-ITEM-ID TO WS-PRICED-ITEM
               MOVE SNO-ITEM-ID TO SNP-ITEM-ID
               READ SNAP-PRICE-FILE
                   KEY IS SNP-ITEM-ID
                   INVALID KEY
                       MOVE "N" TO WS-ITEM-PRICED-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-PRICED-SW
               END-READ
           END-IF.

      *> A line with no ORDER_DATE ages as zero rather than stopping
      *> the scan.
       AGE-ONE-LINE.
           MOVE 0 TO WS-LINE-AGE-DAYS
           IF SNO-ORDER-DATE NOT = ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD (SNO-ORDER-DATE) = 0
                   COMPUTE WS-LINE-AGE-DAYS = WS-SNAPSHOT-DAY
                       - FUNCTION INTEGER-OF-DATE (SNO-ORDER-DATE)
                   END-COMPUTE
               END-IF
           END-IF.

       ACCUMULATE-ONE-PAIR.
           IF WS-ITEM-IN-FLIGHT
                   AND SNO-ITEM-ID NOT = WS-CURRENT-ITEM
               PERFORM WRITE-ITEM-GROUP
           END-IF
           IF NOT WS-ITEM-IN-FLIGHT
               MOVE "Y" TO WS-ITEM-IN-FLIGHT-SW
               MOVE SNO-ITEM-ID TO WS-CURRENT-ITEM
               MOVE ZERO TO WS-ITEM-ORDER-COUNT
               MOVE 0 TO WS-ITEM-MAX-AGE
               MOVE 0 TO WS-ITEM-ID-COUNT
               MOVE ZEROS TO WS-LAST-PAIR-ORDER
           END-IF
           IF WS-LINE-AGE-DAYS > WS-ITEM-MAX-AGE
               MOVE WS-LINE-AGE-DAYS TO WS-ITEM-MAX-AGE
           END-IF
           IF SNO-ORDER-ID NOT = WS-LAST-PAIR-ORDER
               MOVE SNO-ORDER-ID TO WS-LAST-PAIR-ORDER
               ADD 1 TO WS-ITEM-ORDER-COUNT
               ADD 1 TO WS-ORDERS-AFFECTED
               IF WS-ITEM-ID-COUNT < 10
                   ADD 1 TO WS-ITEM-ID-COUNT
                   MOVE SNO-ORDER-ID
                       TO WS-ITEM-ORDER-ID (WS-ITEM-ID-COUNT)
               END-IF
           END-IF.

       WRITE-ITEM-GROUP.
       WRITE-REPORT-HEADER.
           MOVE "MISSING-PRICE RECONCILIATION" TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "SNAPSHOT TAKEN: " DELIMITED BY SIZE
                  WS-SNAPSHOT-TAKEN  DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE ALL "-" TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.


      *> The scan could not be trusted — say so instead of letting a
      *> short report read as "every item is priced".
           IF WS-SNAPSHOT-ERROR
               MOVE SPACES TO RECON-REPORT-LINE
               IF WS-SNAPSHOT-USABLE
                   STRING "ERROR: SNAPSHOT READ FAILED — RESULTS "
                              DELIMITED BY SIZE
                          "PARTIAL, FILE STATUS: " DELIMITED BY SIZE
                          WS-SNAPORD-STATUS  DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          WS-SNAPPRC-STATUS  DELIMITED BY SIZE
                       INTO RECON-REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "ERROR: NO USABLE SNAPSHOT — NOTHING MEASURED"
                       TO RECON-REPORT-LINE
               END-IF
               WRITE RECON-REPORT-LINE
           END-IF.

           COPY CPY-SNAPCHK.
