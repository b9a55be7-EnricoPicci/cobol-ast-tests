      ******************************************************************
      * CPRLOAD.cob — Effective-Dated Customer Contract Price Loader
      *
      * PURPOSE:
      *   Larger accounts buy at negotiated prices, but every
      *   program that priced an order read the one PRICES list
      *   price, so those customers were invoiced at list and put
      *   right by credit memo afterwards. This loader maintains
      *   CONTRACT_PRICES — one row per customer/item, holding the
      *   price the customer was promised — from sales' contract
      *   file, with the same discipline PRCLOAD.cob applies to
      *   PRICES: every record validated before Oracle is touched,
      *   each change applied only once its effective date has
      *   arrived, and every applied change appended to the
      *   CPRAUDIT.DAT old-value/new-value audit.
      *
      *   A contract dated in the future is carried forward on the
      *   file for a later run rather than dropped, so the row in
      *   CONTRACT_PRICES is always the price in force today. A
      *   contract may carry an expiry date: from the day after it,
      *   the pricing falls back to list price with no further run
      *   needed (the expression every pricing program uses is
      *   documented at ORDER-LINES-CURSOR in SAFE02-CALLED.cob).
      *   Ending a contract early is a change record with the same
      *   price and the new expiry date. Survivors flow through a
      *   work file and the live file is rewritten only after a
      *   complete pass, the keep-file discipline ORDARCH.cob uses.
      *
      *   CONTRACT_PRICES (CUSTOMER_ID, ITEM_ID, CONTRACT_PRICE,
      *   EXPIRY_DATE) is assumed keyed on CUSTOMER_ID + ITEM_ID.
      *   A pair with no row yet is INSERTed.
      *
      * CONTRACT-CHANGE FILE FORMAT (CPRCHG.DAT, one record per
      *   change):
      *   Positions  1- 9  CUSTOMER-ID     PIC 9(9)
      *   Positions 10-18  ITEM-ID         PIC 9(9)
      *   Positions 19-27  CONTRACT-PRICE  PIC 9(7)V99 (zoned, no
      *                                     decimal point)
      *   Positions 28-35  EFFECTIVE-DATE  PIC 9(8)  (YYYYMMDD)
      *   Positions 36-43  EXPIRY-DATE     PIC 9(8)  (YYYYMMDD, last
      *                                     day in force; zeros =
      *                                     open-ended)
      *
      * OUTPUT: CPRLOAD.RPT — applied/pending/rejected detail plus
      *         summary counts.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-CHANGE-FILE ASSIGN TO "CPRCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

      *> Future-dated changes land here during the pass, then flow
      *> back over CPRCHG.DAT once the pass has completed cleanly.
           SELECT PENDING-FILE ASSIGN TO "CPRCHG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

      *> Every applied change appends one line here — when, which
      *> customer and item, old price, new price, effective and
      *> expiry dates. Same EXTEND-with-create discipline as
      *> PRCAUDIT.DAT.
           SELECT CONTRACT-AUDIT-FILE ASSIGN TO "CPRAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPRAUD-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO "CPRLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-CHANGE-FILE.
       01  CONTRACT-CHANGE-RECORD.
           05  CC-CUSTOMER-ID-X       PIC X(9).
           05  CC-CUSTOMER-ID-N       REDEFINES CC-CUSTOMER-ID-X
                                       PIC 9(9).
           05  CC-ITEM-ID-X           PIC X(9).
           05  CC-ITEM-ID-N           REDEFINES CC-ITEM-ID-X
                                       PIC 9(9).
           05  CC-PRICE-X             PIC X(9).
           05  CC-PRICE-N             REDEFINES CC-PRICE-X
                                       PIC 9(7)V99.
           05  CC-EFF-DATE-X          PIC X(8).
           05  CC-EFF-DATE-N          REDEFINES CC-EFF-DATE-X
                                       PIC 9(8).
           05  CC-EXP-DATE-X          PIC X(8).
           05  CC-EXP-DATE-N          REDEFINES CC-EXP-DATE-X
                                       PIC 9(8).

       FD  PENDING-FILE.
       01  PENDING-RECORD             PIC X(43).

       FD  CONTRACT-AUDIT-FILE.
       01  CONTRACT-AUDIT-LINE        PIC X(132).

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CHANGE-STATUS           PIC XX.
           88  WS-CHANGE-OK           VALUE "00".
       01  WS-PENDING-STATUS          PIC XX.
       01  WS-CPRAUD-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

       01  WS-RUN-DATE                PIC 9(8).

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5 for the keys, COMP-3 for the
      *> money (see SAFE01.cob), the suite convention. The expiry
      *> dates cross as YYYYMMDD text; zeros stand for NULL (no
      *> expiry) on both sides of the audit line.
       01  WS-ORA-CUST-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-OLD-PRICE           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ORA-NEW-PRICE           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ORA-OLD-EXPIRY          PIC X(8) VALUE "00000000".
       01  WS-ORA-NEW-EXPIRY          PIC X(8) VALUE "00000000".

           COPY CPY-RETCODES.

       01  WS-CONTRACT-FOUND-SW       PIC X VALUE "Y".
           88  WS-CONTRACT-FOUND      VALUE "Y".
       01  WS-APPLY-OK-SW             PIC X VALUE "Y".
           88  WS-APPLY-OK            VALUE "Y".
       01  WS-RECORD-VALID-SW         PIC X VALUE "Y".
           88  WS-RECORD-VALID        VALUE "Y".
       01  WS-REJECT-REASON           PIC X(24) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ        PIC 9(9) VALUE ZERO.
           05  WS-CHANGES-APPLIED     PIC 9(9) VALUE ZERO.
           05  WS-CHANGES-PENDING     PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-REJECTED    PIC 9(9) VALUE ZERO.
           05  WS-APPLIES-FAILED      PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".

       01  WS-AUDIT-TIMESTAMP         PIC X(26).

      *> Display renderings for the audit and report lines — prices
      *> shown with an explicit decimal point so the audit trail
      *> reads at a glance.
       01  WS-RL-CUST-ID              PIC -(8)9.
       01  WS-RL-ITEM-ID              PIC -(8)9.
       01  WS-RL-OLD-PRICE            PIC -(6)9.99.
       01  WS-RL-NEW-PRICE            PIC -(6)9.99.
       01  WS-RL-COUNT                PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT LOAD-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM PROCESS-CHANGE-FILE
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE LOAD-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-REJECTED > 0
                   OR WS-APPLIES-FAILED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> A missing change file is a quiet day at sales.
       PROCESS-CHANGE-FILE.
           OPEN INPUT CONTRACT-CHANGE-FILE
           IF WS-CHANGE-OK
               OPEN OUTPUT PENDING-FILE
               PERFORM LOAD-ONE-CHANGE UNTIL WS-EOF
               CLOSE PENDING-FILE
               CLOSE CONTRACT-CHANGE-FILE
               PERFORM REWRITE-CHANGE-FILE
           END-IF.

       LOAD-ONE-CHANGE.
           READ CONTRACT-CHANGE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM VALIDATE-ONE-CHANGE
                   EVALUATE TRUE
                       WHEN NOT WS-RECORD-VALID
                           ADD 1 TO WS-RECORDS-REJECTED
                           PERFORM WRITE-REJECT-LINE
                       WHEN CC-EFF-DATE-N > WS-RUN-DATE
      *> Not yet effective — carried forward untouched for the run
      *> on (or after) its effective date.
                           ADD 1 TO WS-CHANGES-PENDING
                           MOVE CONTRACT-CHANGE-RECORD
                               TO PENDING-RECORD
                           WRITE PENDING-RECORD
                       WHEN OTHER
                           PERFORM APPLY-ONE-CHANGE
                   END-EVALUATE
           END-READ.

      *> Reject obviously bad input before Oracle is ever touched —
      *> the same gate PRCLOAD.cob applies to list prices, plus the
      *> customer and the expiry date.
       VALIDATE-ONE-CHANGE.
           MOVE "Y" TO WS-RECORD-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN CC-CUSTOMER-ID-X NOT NUMERIC
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "CUSTOMER-ID NOT NUMERIC" TO WS-REJECT-REASON
               WHEN CC-CUSTOMER-ID-N = 0
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "CUSTOMER-ID ZERO" TO WS-REJECT-REASON
               WHEN CC-ITEM-ID-X NOT NUMERIC
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "ITEM-ID NOT NUMERIC" TO WS-REJECT-REASON
               WHEN CC-ITEM-ID-N = 0
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "ITEM-ID ZERO" TO WS-REJECT-REASON
               WHEN CC-PRICE-X NOT NUMERIC
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "PRICE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN CC-EFF-DATE-X NOT NUMERIC
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "EFF-DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN CC-EFF-DATE-X (5:2) < "01"
                       OR CC-EFF-DATE-X (5:2) > "12"
                       OR CC-EFF-DATE-X (7:2) < "01"
                       OR CC-EFF-DATE-X (7:2) > "31"
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "EFF-DATE IMPLAUSIBLE" TO WS-REJECT-REASON
               WHEN CC-EXP-DATE-X NOT NUMERIC
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "EXP-DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN CC-EXP-DATE-N = 0
                   CONTINUE
               WHEN CC-EXP-DATE-X (5:2) < "01"
                       OR CC-EXP-DATE-X (5:2) > "12"
                       OR CC-EXP-DATE-X (7:2) < "01"
                       OR CC-EXP-DATE-X (7:2) > "31"
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "EXP-DATE IMPLAUSIBLE" TO WS-REJECT-REASON
               WHEN CC-EXP-DATE-N < CC-EFF-DATE-N
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "EXPIRES BEFORE EFFECTIVE" TO WS-REJECT-REASON
           END-EVALUATE.

      *> Old contract first (for the audit line), then
      *> update-or-insert, committed per change so one bad record
      *> cannot take the whole feed down with it.
       APPLY-ONE-CHANGE.
           MOVE "Y" TO WS-APPLY-OK-SW
           MOVE "Y" TO WS-CONTRACT-FOUND-SW
           MOVE CC-CUSTOMER-ID-N TO WS-ORA-CUST-ID
           MOVE CC-ITEM-ID-N TO WS-ORA-ITEM-ID
           MOVE CC-PRICE-N TO WS-ORA-NEW-PRICE
           MOVE CC-EXP-DATE-X TO WS-ORA-NEW-EXPIRY
           MOVE 0 TO WS-ORA-OLD-PRICE
           MOVE "00000000" TO WS-ORA-OLD-EXPIRY
           EXEC SQL
               SELECT CONTRACT_PRICE,
                      NVL(TO_CHAR(EXPIRY_DATE, 'YYYYMMDD'),
                          '00000000')
                 INTO :WS-ORA-OLD-PRICE, :WS-ORA-OLD-EXPIRY
                 FROM CONTRACT_PRICES
                WHERE CUSTOMER_ID = :WS-ORA-CUST-ID
                  AND ITEM_ID = :WS-ORA-ITEM-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   MOVE "N" TO WS-CONTRACT-FOUND-SW
               WHEN SQLCODE NOT = 0
                   MOVE "N" TO WS-APPLY-OK-SW
                   SET WS-ORACLE-ERROR TO TRUE
                   ADD 1 TO WS-APPLIES-FAILED
           END-EVALUATE
           IF WS-APPLY-OK
               IF WS-CONTRACT-FOUND
                   EXEC SQL
                       UPDATE CONTRACT_PRICES
                       SET CONTRACT_PRICE = :WS-ORA-NEW-PRICE,
                           EXPIRY_DATE =
                               TO_DATE(NULLIF(:WS-ORA-NEW-EXPIRY,
                                              '00000000'),
                                       'YYYYMMDD')
                       WHERE CUSTOMER_ID = :WS-ORA-CUST-ID
                         AND ITEM_ID = :WS-ORA-ITEM-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO CONTRACT_PRICES
                           (CUSTOMER_ID, ITEM_ID, CONTRACT_PRICE,
                            EXPIRY_DATE)
                       VALUES (:WS-ORA-CUST-ID, :WS-ORA-ITEM-ID,
                               :WS-ORA-NEW-PRICE,
                               TO_DATE(NULLIF(:WS-ORA-NEW-EXPIRY,
                                              '00000000'),
                                       'YYYYMMDD'))
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1 TO WS-CHANGES-APPLIED
                   PERFORM APPEND-CONTRACT-AUDIT
                   PERFORM WRITE-APPLIED-LINE
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   SET WS-ORACLE-ERROR TO TRUE
                   ADD 1 TO WS-APPLIES-FAILED
               END-IF
           END-IF.

      *> One line per applied change — never for rejected or pending
      *> input. CPRAUDIT.DAT records what CONTRACT_PRICES actually
      *> said over time, the same rule PRCAUDIT.DAT follows.
       APPEND-CONTRACT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-ORA-CUST-ID TO WS-RL-CUST-ID
           MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
           IF WS-CONTRACT-FOUND
               MOVE WS-ORA-OLD-PRICE TO WS-RL-OLD-PRICE
           ELSE
               MOVE ZERO TO WS-RL-OLD-PRICE
           END-IF
           MOVE WS-ORA-NEW-PRICE TO WS-RL-NEW-PRICE
           MOVE SPACES TO CONTRACT-AUDIT-LINE
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  " CPRLOAD  CUST"   DELIMITED BY SIZE
                  WS-RL-CUST-ID      DELIMITED BY SIZE
                  " ITEM"            DELIMITED BY SIZE
                  WS-RL-ITEM-ID      DELIMITED BY SIZE
                  " OLD ["           DELIMITED BY SIZE
                  WS-RL-OLD-PRICE    DELIMITED BY SIZE
                  " EXP "            DELIMITED BY SIZE
                  WS-ORA-OLD-EXPIRY  DELIMITED BY SIZE
                  "] NEW ["          DELIMITED BY SIZE
                  WS-RL-NEW-PRICE    DELIMITED BY SIZE
                  " EXP "            DELIMITED BY SIZE
                  WS-ORA-NEW-EXPIRY  DELIMITED BY SIZE
                  "] EFF "           DELIMITED BY SIZE
                  CC-EFF-DATE-X      DELIMITED BY SIZE
               INTO CONTRACT-AUDIT-LINE
           END-STRING
           OPEN EXTEND CONTRACT-AUDIT-FILE
           IF WS-CPRAUD-STATUS = "35"
      *> File doesn't exist yet on the first-ever change.
               OPEN OUTPUT CONTRACT-AUDIT-FILE
           END-IF
           WRITE CONTRACT-AUDIT-LINE
           CLOSE CONTRACT-AUDIT-FILE.

      *> Pending changes become the new change file — only reached
      *> after the full pass, so an abend leaves the original intact.
       REWRITE-CHANGE-FILE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               OPEN OUTPUT CONTRACT-CHANGE-FILE
               PERFORM COPY-ONE-PENDING-RECORD UNTIL WS-EOF
               CLOSE CONTRACT-CHANGE-FILE
               CLOSE PENDING-FILE
           END-IF.

       COPY-ONE-PENDING-RECORD.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PENDING-RECORD TO CONTRACT-CHANGE-RECORD
                   WRITE CONTRACT-CHANGE-RECORD
           END-READ.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "APPLIED CUST"    DELIMITED BY SIZE
                  WS-RL-CUST-ID     DELIMITED BY SIZE
                  "  ITEM"          DELIMITED BY SIZE
                  WS-RL-ITEM-ID     DELIMITED BY SIZE
                  "  OLD "          DELIMITED BY SIZE
                  WS-RL-OLD-PRICE   DELIMITED BY SIZE
                  "  NEW "          DELIMITED BY SIZE
                  WS-RL-NEW-PRICE   DELIMITED BY SIZE
                  "  EFF "          DELIMITED BY SIZE
                  CC-EFF-DATE-X     DELIMITED BY SIZE
                  "  EXP "          DELIMITED BY SIZE
                  CC-EXP-DATE-X     DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE.

       WRITE-REJECT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "REJECTED ("             DELIMITED BY SIZE
                  WS-REJECT-REASON         DELIMITED BY SIZE
                  "): ["                   DELIMITED BY SIZE
                  CONTRACT-CHANGE-RECORD   DELIMITED BY SIZE
                  "]"                      DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "CONTRACT PRICE LOAD — RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE                        DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE
           MOVE ALL "-" TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE

           MOVE WS-RECORDS-READ TO WS-RL-COUNT
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "CHANGES READ:      " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           MOVE WS-CHANGES-APPLIED TO WS-RL-COUNT
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "CHANGES APPLIED:   " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           MOVE WS-CHANGES-PENDING TO WS-RL-COUNT
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "FUTURE-DATED HELD: " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           MOVE WS-RECORDS-REJECTED TO WS-RL-COUNT
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "RECORDS REJECTED:  " DELIMITED BY SIZE
                  WS-RL-COUNT           DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           IF WS-APPLIES-FAILED > 0
               MOVE WS-APPLIES-FAILED TO WS-RL-COUNT
               MOVE SPACES TO LOAD-REPORT-LINE
               STRING "APPLIES FAILED:    " DELIMITED BY SIZE
                      WS-RL-COUNT           DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               END-STRING
               WRITE LOAD-REPORT-LINE
           END-IF

      *> The load could not be fully trusted — say so instead of
      *> letting a short report read as a clean feed.
           IF WS-ORACLE-ERROR
               MOVE "ERROR: ORACLE FAILURES DURING LOAD — FAILED"
                   TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               MOVE "CHANGES WERE NOT CARRIED FORWARD. RERUN THE"
                   TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               MOVE "FEED FOR THE AFFECTED CONTRACTS."
                   TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           END-IF.
