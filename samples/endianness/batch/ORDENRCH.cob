      *   duplicated assignment record can never overwrite account
      *   data the credit checks have already relied on.
      *
      *   The aged list is read from the night's reporting snapshot
      *   (RPTSNAP.cob) rather than a full scan of live ORDERS, and
      *   prints the instant the snapshot describes. Age is calendar
      *   days from ORDER_DATE to the snapshot's date. Orders this
      *   run has just enriched are left off the list even though
      *   the snapshot still shows them blind. A missing or
      *   unfinished snapshot lists nothing and ends the run RC 8 —
      *   the enrichments themselves still apply.
      *
      * ASSIGNMENT FILE FORMAT (ORDASSGN.DAT, one record per order):
      *   Positions  1- 9  ORDER-ID     PIC 9(9)
      *   Positions 10-18  CUSTOMER-ID  PIC 9(9)
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
       FD  ASSIGNMENT-FILE.
       FD  ENRICH-REPORT-FILE.
       01  ENRICH-REPORT-LINE         PIC X(100).

      *> Layout per CPY-SNAPCTL.cpy, read into WORKING-STORAGE.
       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-LINE      PIC X(77).

       FD  SNAP-ORDER-FILE.
           COPY CPY-SNAPORD.

       WORKING-STORAGE SECTION.
       01  WS-ASSIGN-STATUS           PIC XX.
           88  WS-ASSIGN-OK           VALUE "00".
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-SNAPCTL-STATUS          PIC XX.
       01  WS-SNAPORD-STATUS          PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ROW-COUNT           PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-BLANK-COUNT         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ORDER-DATE          PIC X(8).

           COPY CPY-SNAPCTL.

       01  WS-SNAPSHOT-USABLE-SW      PIC X VALUE "N".
           88  WS-SNAPSHOT-USABLE     VALUE "Y".
       01  WS-SNAPSHOT-TAKEN          PIC X(19).
       01  WS-SNAPSHOT-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-SNAPSHOT-DAY            PIC 9(9) COMP VALUE 0.
       01  WS-SNAPSHOT-ERROR-SW       PIC X VALUE "N".
           88  WS-SNAPSHOT-ERROR      VALUE "Y".

      *> The order last judged — only its first blind line counts,
      *> so each order is listed once.
       01  WS-LAST-ORDER-ID           PIC 9(9) VALUE ZEROS.
       01  WS-AGE-DAYS                PIC S9(9) COMP-5 VALUE 0.

      *> Orders this run enriched — the snapshot predates them, so
      *> they are kept off the aged list. Past the table's size an
      *> order simply stays listed until the next snapshot.
       01  WS-ENRICHED-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-ENRICHED-TABLE.
           05  WS-ENRICHED-ID         PIC 9(9) OCCURS 5000 TIMES.
       01  WS-ENR-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-JUST-ENRICHED-SW        PIC X VALUE "N".
           88  WS-JUST-ENRICHED       VALUE "Y".

           COPY CPY-RETCODES.

       01  WS-COUNTERS.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-DAYS             PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-ENRICH-CONFIG
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SNAPSHOT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-REJECTED > 0
                   OR WS-UNENRICHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   COMMIT
               END-EXEC
               ADD 1 TO WS-ORDERS-ENRICHED
               IF WS-ENRICHED-COUNT < 5000
                   ADD 1 TO WS-ENRICHED-COUNT
                   MOVE AS-ORDER-ID-N
                       TO WS-ENRICHED-ID (WS-ENRICHED-COUNT)
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
           END-STRING
           WRITE ENRICH-REPORT-LINE

           PERFORM READ-SNAPSHOT-CONTROL
           MOVE SPACES TO ENRICH-REPORT-LINE
           STRING "  SNAPSHOT TAKEN: " DELIMITED BY SIZE
                  WS-SNAPSHOT-TAKEN    DELIMITED BY SIZE
               INTO ENRICH-REPORT-LINE
           END-STRING
           WRITE ENRICH-REPORT-LINE

           IF NOT WS-SNAPSHOT-USABLE
               SET WS-SNAPSHOT-ERROR TO TRUE
           ELSE
               MOVE SNX-TAKEN-AT (1:8) TO WS-SNAPSHOT-DATE
               COMPUTE WS-SNAPSHOT-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-SNAPSHOT-DATE)
               END-COMPUTE
               OPEN INPUT SNAP-ORDER-FILE
               IF WS-SNAPORD-STATUS = "00"
                   MOVE "N" TO WS-SCAN-DONE-SW
                   PERFORM REPORT-ONE-UNENRICHED UNTIL WS-SCAN-DONE
                   CLOSE SNAP-ORDER-FILE
               ELSE
                   SET WS-SNAPSHOT-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-UNENRICHED-COUNT = 0
               MOVE "  (NONE)" TO ENRICH-REPORT-LINE
               WRITE ENRICH-REPORT-LINE
           END-IF.

      *> Orders still blind past the configured age — no CUSTOMER_ID
      *> means no enriching feed has ever filled them in. A line
      *> with no ORDER_DATE cannot be aged and is not listed. A
      *> status past "10" (end of file) is a read that failed.
       REPORT-ONE-UNENRICHED.
           READ SNAP-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF SNO-NO-CUSTOMER
                           AND SNO-ORDER-ID NOT = WS-LAST-ORDER-ID
                           AND SNO-ORDER-DATE NOT = ZEROS
                       MOVE SNO-ORDER-ID TO WS-LAST-ORDER-ID
                       PERFORM JUDGE-ONE-UNENRICHED
                   END-IF
           END-READ
           IF WS-SNAPORD-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF.

       JUDGE-ONE-UNENRICHED.
           MOVE 0 TO WS-AGE-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD (SNO-ORDER-DATE) = 0
               COMPUTE WS-AGE-DAYS = WS-SNAPSHOT-DAY
                   - FUNCTION INTEGER-OF-DATE (SNO-ORDER-DATE)
               END-COMPUTE
           END-IF
           MOVE "N" TO WS-JUST-ENRICHED-SW
           PERFORM CHECK-ONE-ENRICHED
               VARYING WS-ENR-IDX FROM 1 BY 1
               UNTIL WS-ENR-IDX > WS-ENRICHED-COUNT
                  OR WS-JUST-ENRICHED
           IF WS-AGE-DAYS >= WS-UNENRICHED-DAYS
                   AND NOT WS-JUST-ENRICHED
               ADD 1 TO WS-UNENRICHED-COUNT
               MOVE SNO-ORDER-ID TO WS-RL-ORDER-ID
               MOVE WS-AGE-DAYS TO WS-RL-DAYS
               MOVE SPACES TO ENRICH-REPORT-LINE
               STRING "  ORDER "       DELIMITED BY SIZE
                      WS-RL-ORDER-ID   DELIMITED BY SIZE
                      "  BLIND FOR "   DELIMITED BY SIZE
                      WS-RL-DAYS       DELIMITED BY SIZE
                      " DAY(S)"        DELIMITED BY SIZE
                   INTO ENRICH-REPORT-LINE
               END-STRING
               WRITE ENRICH-REPORT-LINE
           END-IF.

       CHECK-ONE-ENRICHED.
           IF WS-ENRICHED-ID (WS-ENR-IDX) = SNO-ORDER-ID
               SET WS-JUST-ENRICHED TO TRUE
           END-IF.

       WRITE-BAD-RECORD-LINE.
           MOVE SPACES TO ENRICH-REPORT-LINE
               MOVE "PARTIAL. RE-FEED THE AFFECTED ASSIGNMENTS."
                   TO ENRICH-REPORT-LINE
               WRITE ENRICH-REPORT-LINE
           END-IF
           IF WS-SNAPSHOT-ERROR
               MOVE SPACES TO ENRICH-REPORT-LINE
               IF WS-SNAPSHOT-USABLE
                   STRING "ERROR: SNAPSHOT READ FAILED — AGED LIST "
                              DELIMITED BY SIZE
                          "PARTIAL, FILE STATUS: " DELIMITED BY SIZE
                          WS-SNAPORD-STATUS  DELIMITED BY SIZE
                       INTO ENRICH-REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "ERROR: NO USABLE SNAPSHOT — NO AGED LIST"
                       TO ENRICH-REPORT-LINE
               END-IF
               WRITE ENRICH-REPORT-LINE
           END-IF.

           COPY CPY-SNAPCHK.
