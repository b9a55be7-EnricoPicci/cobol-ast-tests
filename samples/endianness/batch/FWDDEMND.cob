      ******************************************************************
      * FWDDEMND.cob — Forward Demand on Scheduled Orders
      *
      * PURPOSE:
      *   A scheduled order ("T", per CPY-ORDSTAT.cpy) has been taken
      *   and priced but has not yet reserved anything — its stock is
      *   still counted in QUANTITY_ON_HAND, and nothing else in the
      *   suite shows that it is already spoken for. This report
      *   lists, item by item, how much stock the scheduled orders
      *   have promised, spread by how far off the requested ship
      *   date is, beside what is on hand across every site. An item
      *   whose promises already exceed what is on hand is flagged
      *   SHORT, so purchasing sees it before SCHDREL.cob starts
      *   backordering the releases.
      *
      *   Reads the RPTSNAP.cob reporting snapshot, never Oracle, and
      *   prints the instant it describes. Scheduled lines come from
      *   the status key; on hand is summed over every RPTSNAP.INV
      *   row for the item.
      *
      *   Ship dates are placed in business days from the business
      *   date (BUSDATE.cob), the same count the release lead time is
      *   measured in:
      *     DUE      ship date within 5 business days (or past)
      *     WK 2     6-10 business days out
      *     WK 3-4   11-20 business days out
      *     LATER    more than 20 business days out
      *
      * OUTPUT: FWDDEMND.RPT — one line per item with scheduled
      *         demand, and summary counts.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDDEMND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMAND-REPORT-FILE ASSIGN TO "FWDDEMND.RPT"
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

           SELECT SNAP-INVENTORY-FILE ASSIGN TO "RPTSNAP.INV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNI-KEY
               FILE STATUS IS WS-SNAPINV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEMAND-REPORT-FILE.
       01  DEMAND-REPORT-LINE         PIC X(132).

      *> Layout per CPY-SNAPCTL.cpy, read into WORKING-STORAGE.
       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-LINE      PIC X(77).

       FD  SNAP-ORDER-FILE.
           COPY CPY-SNAPORD.

       FD  SNAP-INVENTORY-FILE.
           COPY CPY-SNAPINV.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-SNAPCTL-STATUS          PIC XX.
       01  WS-SNAPORD-STATUS          PIC XX.
       01  WS-SNAPINV-STATUS          PIC XX.

           COPY CPY-SNAPCTL.

       01  WS-SNAPSHOT-USABLE-SW      PIC X VALUE "N".
           88  WS-SNAPSHOT-USABLE     VALUE "Y".
       01  WS-SNAPSHOT-TAKEN          PIC X(19).

       01  WS-SNAPSHOT-ERROR-SW       PIC X VALUE "N".
           88  WS-SNAPSHOT-ERROR      VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".

           COPY CPY-BUSDATE.
       01  WS-DEMAND-BUSINESS-DATE    PIC 9(8) VALUE ZEROS.

      *> Upper edge, in business days, of every bucket but the last.
       01  WS-BUCKET-EDGES.
           05  FILLER                 PIC 9(3) VALUE 5.
           05  FILLER                 PIC 9(3) VALUE 10.
           05  FILLER                 PIC 9(3) VALUE 20.
       01  WS-BUCKET-EDGE-TABLE       REDEFINES WS-BUCKET-EDGES.
           05  WS-BUCKET-EDGE         PIC 9(3) OCCURS 3 TIMES.
       01  WS-BUCKET-MAX              PIC 9(2) COMP VALUE 4.
       01  WS-BUCKET-IDX              PIC 9(2) COMP VALUE 0.
       01  WS-BUCKET                  PIC 9(2) COMP VALUE 0.

      *> One entry per item with scheduled demand, in the order the
      *> status key first met it. 2000 items on future orders is far
      *> past the catalogue; any beyond are counted and reported.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT          PIC 9(4) COMP VALUE 0.
           05  WS-ITEM-ENTRY          OCCURS 2000 TIMES.
               10  WS-IT-ITEM-ID      PIC 9(9).
               10  WS-IT-BUCKET-QTY   PIC S9(11) COMP-3
                                       OCCURS 4 TIMES.
               10  WS-IT-PROMISED     PIC S9(11) COMP-3.
               10  WS-IT-ON-HAND      PIC S9(11) COMP-3.
       01  WS-ITEM-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-ITEM-MATCH-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-ITEM-OVERFLOW           PIC 9(9) VALUE ZERO.

      *> Order break on the status key — one order's lines arrive
      *> together (see CPY-SNAPORD.cpy).
       01  WS-LAST-ORDER-ID           PIC 9(9) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-SCHEDULED-ORDERS    PIC 9(9) VALUE ZERO.
           05  WS-SCHEDULED-LINES     PIC 9(9) VALUE ZERO.
           05  WS-ITEMS-SHORT         PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-BUCKETS.
           05  WS-TOTAL-BUCKET-QTY    PIC S9(13) COMP-3
                                       OCCURS 4 TIMES VALUE 0.
       01  WS-TOTAL-PROMISED          PIC S9(13) COMP-3 VALUE 0.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-ITEM-ID          PIC Z(8)9.
           05  WS-RL-QTY              PIC -(10)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-TOTAL            PIC -(12)9.
       01  WS-DETAIL-LINE             PIC X(132).
       01  WS-DETAIL-POS              PIC 9(3) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           SET BDT-GET-DATES TO TRUE
           CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                BDT-PRIOR-DATE BDT-FROM-DATE
                                BDT-TO-DATE BDT-DAYS
           MOVE BDT-BUSINESS-DATE TO WS-DEMAND-BUSINESS-DATE
           PERFORM READ-SNAPSHOT-CONTROL
           OPEN OUTPUT DEMAND-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF NOT WS-SNAPSHOT-USABLE
               SET WS-SNAPSHOT-ERROR TO TRUE
           ELSE
               PERFORM GATHER-SCHEDULED-DEMAND
               IF NOT WS-SNAPSHOT-ERROR
                   PERFORM GATHER-ON-HAND
               END-IF
               IF NOT WS-SNAPSHOT-ERROR
                   PERFORM WRITE-ITEM-LINE
                       VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   IF WS-ITEM-COUNT = 0
                       MOVE "  (NO SCHEDULED ORDERS)"
                           TO DEMAND-REPORT-LINE
                       WRITE DEMAND-REPORT-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE DEMAND-REPORT-FILE

      *> Step outcome for the scheduler, the same scheme as the
      *> other snapshot reports: 0 clean, 4 promises beyond stock
      *> (or items beyond the table), 8 the report cannot be
      *> trusted.
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ITEMS-SHORT > 0
                   OR WS-ITEM-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> Every scheduled line through the status key, starting at
      *> the first "T" and stopping at the first status past it. A
      *> status past "10" (end of file) is a read that failed.
       GATHER-SCHEDULED-DEMAND.
           OPEN INPUT SNAP-ORDER-FILE
           IF WS-SNAPORD-STATUS = "00"
               MOVE "N" TO WS-SCAN-DONE-SW
               MOVE "T" TO SNO-ORDER-STATUS
               MOVE ZEROS TO SNO-ORDER-DATE
               START SNAP-ORDER-FILE
                   KEY IS GREATER THAN OR EQUAL TO SNO-STATUS-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               PERFORM READ-ONE-SCHEDULED-LINE UNTIL WS-SCAN-DONE
               CLOSE SNAP-ORDER-FILE
           ELSE
               SET WS-SNAPSHOT-ERROR TO TRUE
           END-IF.

       READ-ONE-SCHEDULED-LINE.
           READ SNAP-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF SNO-ORDER-STATUS NOT = "T"
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-SCHEDULED-LINES
                       IF SNO-ORDER-ID NOT = WS-LAST-ORDER-ID
                           MOVE SNO-ORDER-ID TO WS-LAST-ORDER-ID
                           ADD 1 TO WS-SCHEDULED-ORDERS
                       END-IF
                       PERFORM PLACE-ONE-SCHEDULED-LINE
                   END-IF
           END-READ
           IF WS-SNAPORD-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF.

      *> A line with no ship date (none should exist — the lookup
      *> only schedules dated orders) lands in DUE rather than
      *> vanishing from the promise.
       PLACE-ONE-SCHEDULED-LINE.
           MOVE 0 TO BDT-DAYS
           IF SNO-SHIP-DATE > 0
               MOVE WS-DEMAND-BUSINESS-DATE TO BDT-FROM-DATE
               MOVE SNO-SHIP-DATE TO BDT-TO-DATE
               SET BDT-COUNT-DAYS TO TRUE
               CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                    BDT-PRIOR-DATE BDT-FROM-DATE
                                    BDT-TO-DATE BDT-DAYS
           END-IF
           MOVE WS-BUCKET-MAX TO WS-BUCKET
           PERFORM FIND-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 3 BY -1
               UNTIL WS-BUCKET-IDX < 1
           PERFORM FIND-ITEM-ENTRY
           IF WS-ITEM-MATCH-IDX > 0
               ADD SNO-QUANTITY
                   TO WS-IT-BUCKET-QTY (WS-ITEM-MATCH-IDX, WS-BUCKET)
               ADD SNO-QUANTITY TO WS-IT-PROMISED (WS-ITEM-MATCH-IDX)
           END-IF.

      *> Walked from the widest edge down, so the last edge the
      *> count fits under wins.
       FIND-ONE-BUCKET.
           IF BDT-DAYS <= WS-BUCKET-EDGE (WS-BUCKET-IDX)
               MOVE WS-BUCKET-IDX TO WS-BUCKET
           END-IF.

      *> Finds the line's item in the table, adding it when new.
      *> Zero match index means the table is full.
       FIND-ITEM-ENTRY.
           MOVE 0 TO WS-ITEM-MATCH-IDX
           PERFORM MATCH-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                  OR WS-ITEM-MATCH-IDX > 0
           IF WS-ITEM-MATCH-IDX = 0
               IF WS-ITEM-COUNT < 2000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-MATCH-IDX
                   MOVE SNO-ITEM-ID TO WS-IT-ITEM-ID (WS-ITEM-COUNT)
                   MOVE 0 TO WS-IT-BUCKET-QTY (WS-ITEM-COUNT, 1)
                   MOVE 0 TO WS-IT-BUCKET-QTY (WS-ITEM-COUNT, 2)
                   MOVE 0 TO WS-IT-BUCKET-QTY (WS-ITEM-COUNT, 3)
                   MOVE 0 TO WS-IT-BUCKET-QTY (WS-ITEM-COUNT, 4)
                   MOVE 0 TO WS-IT-PROMISED (WS-ITEM-COUNT)
                   MOVE 0 TO WS-IT-ON-HAND (WS-ITEM-COUNT)
               ELSE
                   ADD 1 TO WS-ITEM-OVERFLOW
               END-IF
           END-IF.

       MATCH-ONE-ITEM.
           IF WS-IT-ITEM-ID (WS-ITEM-IDX) = SNO-ITEM-ID
               MOVE WS-ITEM-IDX TO WS-ITEM-MATCH-IDX
           END-IF.

      *> On hand for the items with scheduled demand, summed over
      *> every snapshot INVENTORY row and every site.
       GATHER-ON-HAND.
           OPEN INPUT SNAP-INVENTORY-FILE
           IF WS-SNAPINV-STATUS = "00"
               MOVE "N" TO WS-SCAN-DONE-SW
               PERFORM READ-ONE-INVENTORY-ROW UNTIL WS-SCAN-DONE
               CLOSE SNAP-INVENTORY-FILE
           ELSE
               SET WS-SNAPSHOT-ERROR TO TRUE
           END-IF.

       READ-ONE-INVENTORY-ROW.
           READ SNAP-INVENTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   MOVE 0 TO WS-ITEM-MATCH-IDX
                   PERFORM MATCH-ONE-INVENTORY-ITEM
                       VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                          OR WS-ITEM-MATCH-IDX > 0
                   IF WS-ITEM-MATCH-IDX > 0
                       ADD SNI-QUANTITY-ON-HAND
                           TO WS-IT-ON-HAND (WS-ITEM-MATCH-IDX)
                   END-IF
           END-READ
           IF WS-SNAPINV-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF.

       MATCH-ONE-INVENTORY-ITEM.
           IF WS-IT-ITEM-ID (WS-ITEM-IDX) = SNI-ITEM-ID
               MOVE WS-ITEM-IDX TO WS-ITEM-MATCH-IDX
           END-IF.

       WRITE-ITEM-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 1 TO WS-DETAIL-POS
           MOVE WS-IT-ITEM-ID (WS-ITEM-IDX) TO WS-RL-ITEM-ID
           STRING WS-RL-ITEM-ID DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
               WITH POINTER WS-DETAIL-POS
           END-STRING
           PERFORM ADD-ONE-BUCKET-COLUMN
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > WS-BUCKET-MAX
           ADD WS-IT-PROMISED (WS-ITEM-IDX) TO WS-TOTAL-PROMISED
           MOVE WS-IT-PROMISED (WS-ITEM-IDX) TO WS-RL-QTY
           STRING " " WS-RL-QTY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
               WITH POINTER WS-DETAIL-POS
           END-STRING
           MOVE WS-IT-ON-HAND (WS-ITEM-IDX) TO WS-RL-QTY
           STRING " " WS-RL-QTY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
               WITH POINTER WS-DETAIL-POS
           END-STRING
           IF WS-IT-PROMISED (WS-ITEM-IDX)
                   > WS-IT-ON-HAND (WS-ITEM-IDX)
               ADD 1 TO WS-ITEMS-SHORT
               STRING "  SHORT" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
                   WITH POINTER WS-DETAIL-POS
               END-STRING
           END-IF
           MOVE WS-DETAIL-LINE TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE.

       ADD-ONE-BUCKET-COLUMN.
           ADD WS-IT-BUCKET-QTY (WS-ITEM-IDX, WS-BUCKET-IDX)
               TO WS-TOTAL-BUCKET-QTY (WS-BUCKET-IDX)
           MOVE WS-IT-BUCKET-QTY (WS-ITEM-IDX, WS-BUCKET-IDX)
               TO WS-RL-QTY
           STRING " " WS-RL-QTY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
               WITH POINTER WS-DETAIL-POS
           END-STRING.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "FORWARD DEMAND ON SCHEDULED ORDERS"
                      DELIMITED BY SIZE
                  " — BUSINESS DATE: " DELIMITED BY SIZE
                  WS-DEMAND-BUSINESS-DATE DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "SNAPSHOT TAKEN: " DELIMITED BY SIZE
                  WS-SNAPSHOT-TAKEN  DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE
           MOVE ALL "-" TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "     ITEM         DUE        WK 2      WK 3-4"
                      DELIMITED BY SIZE
                  "       LATER    PROMISED     ON HAND"
                      DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 1 TO WS-DETAIL-POS
           STRING "    TOTAL" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
               WITH POINTER WS-DETAIL-POS
           END-STRING
           PERFORM ADD-ONE-TOTAL-COLUMN
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > WS-BUCKET-MAX
           MOVE WS-TOTAL-PROMISED TO WS-RL-TOTAL
           STRING WS-RL-TOTAL DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
               WITH POINTER WS-DETAIL-POS
           END-STRING
           MOVE WS-DETAIL-LINE TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE

           MOVE SPACES TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE

           MOVE WS-SCHEDULED-ORDERS TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "SCHEDULED ORDERS:    " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-SCHEDULED-LINES TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "SCHEDULED LINES:     " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-ITEM-COUNT TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "ITEMS PROMISED:      " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           MOVE WS-ITEMS-SHORT TO WS-RL-COUNT
           MOVE SPACES TO DEMAND-REPORT-LINE
           STRING "ITEMS SHORT:         " DELIMITED BY SIZE
                  WS-RL-COUNT             DELIMITED BY SIZE
               INTO DEMAND-REPORT-LINE
           END-STRING
           WRITE DEMAND-REPORT-LINE

           IF WS-ITEM-OVERFLOW > 0
               MOVE WS-ITEM-OVERFLOW TO WS-RL-COUNT
               MOVE SPACES TO DEMAND-REPORT-LINE
               STRING "LINES BEYOND ITEM TABLE (NOT SHOWN): "
                          DELIMITED BY SIZE
                      WS-RL-COUNT DELIMITED BY SIZE
                   INTO DEMAND-REPORT-LINE
               END-STRING
               WRITE DEMAND-REPORT-LINE
           END-IF

      *> The report could not be trusted — say so instead of letting
      *> a short report read as nothing promised.
           IF WS-SNAPSHOT-ERROR
               MOVE SPACES TO DEMAND-REPORT-LINE
               IF WS-SNAPSHOT-USABLE
                   STRING "ERROR: SNAPSHOT READ FAILED — RESULTS "
                              DELIMITED BY SIZE
                          "PARTIAL, FILE STATUS: " DELIMITED BY SIZE
                          WS-SNAPORD-STATUS  DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          WS-SNAPINV-STATUS  DELIMITED BY SIZE
                       INTO DEMAND-REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "ERROR: NO USABLE SNAPSHOT — NOTHING REPORTED"
                       TO DEMAND-REPORT-LINE
               END-IF
               WRITE DEMAND-REPORT-LINE
           END-IF.

       ADD-ONE-TOTAL-COLUMN.
           MOVE WS-TOTAL-BUCKET-QTY (WS-BUCKET-IDX) TO WS-RL-TOTAL
           STRING WS-RL-TOTAL DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
               WITH POINTER WS-DETAIL-POS
           END-STRING.

           COPY CPY-SNAPCHK.
