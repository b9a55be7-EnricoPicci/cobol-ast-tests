      ******************************************************************
      * GLJRNL.cob — Nightly General Ledger Journal Builder
      *
      * PURPOSE:
      *   Every financial movement the suite makes lands in its own
      *   file, and finance re-keyed each one into the ledger at
      *   month end. This nightly job turns every record those files
      *   have gained since its last run into balanced debit/credit
      *   journal lines, against the accounts named in the GLMAP.DAT
      *   mapping file:
      *
      *   BILL  INVOICE.DAT  (BILLEXT.cob)  invoice goods value, and
      *                                     its sales tax ("TAX ")
      *   CRED  CREDEXT.DAT  (ORDRETRN.cob) return credit value, and
      *                                     the tax given back
      *                                     ("TAX ")
      *   CASH  ARRECPT.DAT  (ARCASH.cob)   cash applied ("APPL"),
      *                                     held unapplied ("UNAP"),
      *                                     short pay written off
      *                                     ("WOFF")
      *   ADJ   INVADJ.DAT   (INVCOUNT.cob) cycle-count variance,
      *                                     mapped by reason code;
      *                      (INVXFER.cob)  stock lost in transit
      *                                     between sites ("XFRL")
      *   PORC  RCPTEXT.DAT  (INVRECPT.cob) stock received
      *
      *   Quantity-only sources (ADJ, PORC) are valued at the item's
      *   PRICES.UNIT_PRICE — the one item value the suite holds. An
      *   item with no price posts at zero and is listed, so the
      *   missing value is finance's to supply, not silently lost.
      *
      *   Each source record becomes one debit and one credit line
      *   of the same amount, from its mapping entry; a negative
      *   amount (a stock loss, say) posts the same pair with the
      *   sides swapped. The batch is staged in GLJRNL.TMP and
      *   released onto GLJRNL.DAT only when:
      *     - every record found a mapping entry,
      *     - total debits equal total credits, and
      *     - every INVOICE.DAT / ARRECPT.DAT block read agreed with
      *       its own trailer count and money total.
      *   A refused batch is left in GLJRNL.TMP for inspection and
      *   the read marks are not advanced, so the next run after the
      *   fix journals the same records again — nothing is skipped
      *   and nothing is journalled twice.
      *
      *   The read marks live in GLJRNL.CKP: for each source, the
      *   number of lines already journalled. A file shorter than its
      *   mark has been swept by its owner and restarted, so every
      *   line in it is new.
      *
      *   Each source's own control figures travel to the batch
      *   trailer: record count and money total for BILL/CRED/CASH
      *   (for BILL and CASH, the totals off the source trailers),
      *   quantity hash totals for ADJ and PORC, and the tax total
      *   for BILL and CRED kept apart from the goods total — the
      *   same split BILLEXT's own trailer makes.
      *
      * MAPPING FILE FORMAT (GLMAP.DAT, one record per source/sub):
      *   Positions  1- 4  SOURCE          PIC X(4)
      *   Positions  5- 8  SUB-CODE        PIC X(4)  (ADJ reason
      *                    code, CASH part, or "TAX " for the BILL/
      *                    CRED tax pair; spaces = the source's
      *                    default entry)
      *   Positions  9-18  DEBIT-ACCOUNT   PIC X(10)
      *   Positions 19-28  CREDIT-ACCOUNT  PIC X(10)
      *   Positions 29-48  DESCRIPTION     PIC X(20)
      *   The accounts are those debited/credited by a positive
      *   amount. There are no hardcoded defaults — an account
      *   is finance's decision, so a missing file refuses the batch.
      *
      * CHECKPOINT FILE FORMAT (GLJRNL.CKP, one record):
      *   Positions  1-45  five marks PIC 9(9), in the source order
      *                    above (BILL, CRED, CASH, ADJ, PORC)
      *
      * JOURNAL FILE FORMAT (GLJRNL.DAT, one block per released
      *   batch, opened EXTEND like INVOICE.DAT):
      *   Header:   "HDR" + "GLJRNL  " + BATCH-TIMESTAMP X(26)
      *   Detail:   POST-DATE 9(8) + SOURCE X(4) + ACCOUNT X(10)
      *             + DR-CR X(1) ("D"/"C") + AMOUNT 9(9)V99
      *             + REFERENCE X(18) + DESCRIPTION X(20)
      *   Source trailer (one per source, always all five):
      *             "TRS" + SOURCE X(4) + RECORD-COUNT 9(9)
      *             + CONTROL-TOTAL S9(11)V99 + DEBIT-TOTAL 9(11)V99
      *             + CREDIT-TOTAL 9(11)V99
      *             + TAX-CONTROL-TOTAL S9(11)V99
      *   Trailer:  "TRL" + LINE-COUNT 9(9) + DEBIT-TOTAL 9(11)V99
      *             + CREDIT-TOTAL 9(11)V99
      *
      * OUTPUT: GLJRNL.RPT — per-source totals, unmapped and
      *         unpriced records, and the release/refusal verdict.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CREDIT-EXTRACT-FILE ASSIGN TO "CREDEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT RECEIPTS-FILE ASSIGN TO "ARRECPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT ADJUST-AUDIT-FILE ASSIGN TO "INVADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT RECEIPT-EXTRACT-FILE ASSIGN TO "RCPTEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLJRNL.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

      *> The batch is built here and only copied onto GLJRNL.DAT
      *> once it has proved it balances.
           SELECT JOURNAL-WORK-FILE ASSIGN TO "GLJRNL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "GLJRNL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Layout per BILLEXT.cob — header/trailer told apart from a
      *> detail by their tag (an order ID is always digits).
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05  IV-ORDER-ID            PIC 9(9).
           05  IV-AMOUNT              PIC S9(7)V99.
           05  IV-BILL-DATE           PIC 9(8).
           05  IV-TAX                 PIC S9(7)V99.
           05  IV-GROSS               PIC S9(7)V99.
           05  FILLER                 PIC X(16).
       01  INVOICE-CONTROL-RECORD.
           05  IVC-TAG                PIC X(3).
           05  IVC-RECORD-COUNT       PIC 9(9).
           05  IVC-AMOUNT-TOTAL       PIC S9(11)V99.
           05  IVC-TAX-TOTAL          PIC S9(11)V99.
           05  FILLER                 PIC X(22).

      *> Layout per ORDRETRN.cob.
       FD  CREDIT-EXTRACT-FILE.
       01  CREDIT-EXTRACT-RECORD.
           05  CX-ORDER-ID            PIC 9(9).
           05  CX-ITEM-ID             PIC 9(9).
           05  CX-QUANTITY            PIC 9(9).
           05  CX-UNIT-PRICE          PIC S9(7)V99.
           05  CX-CREDIT-VALUE        PIC S9(7)V99.
           05  CX-CREDIT-DATE         PIC 9(8).
           05  CX-CREDIT-TAX          PIC S9(7)V99.

      *> Layout per ARCASH.cob.
       FD  RECEIPTS-FILE.
       01  RECEIPTS-RECORD.
           05  RC-CUSTOMER-ID         PIC 9(9).
           05  RC-ORDER-ID            PIC 9(9).
           05  RC-RECEIVED            PIC S9(7)V99.
           05  RC-APPLIED             PIC S9(7)V99.
           05  RC-UNAPPLIED           PIC S9(7)V99.
           05  RC-WRITE-OFF           PIC S9(7)V99.
           05  RC-PAY-DATE            PIC 9(8).
           05  RC-BANK-REF            PIC X(16).
           05  FILLER                 PIC X(2).
       01  RECEIPTS-CONTROL-RECORD.
           05  RCC-TAG                PIC X(3).
           05  RCC-RECORD-COUNT       PIC 9(9).
           05  RCC-RECEIVED-TOTAL     PIC S9(11)V99.
           05  RCC-APPLIED-TOTAL      PIC S9(11)V99.
           05  FILLER                 PIC X(42).

      *> Layout per APPEND-ADJUST-AUDIT in INVCOUNT.cob — the
      *> edited numbers are read back through NUMVAL.
       FD  ADJUST-AUDIT-FILE.
       01  ADJUST-AUDIT-RECORD.
           05  IA-TIMESTAMP           PIC X(26).
           05  FILLER                 PIC X(1).
           05  IA-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(5).
           05  IA-ITEM-ID-X           PIC X(9).
           05  FILLER                 PIC X(6).
           05  IA-OLD-X               PIC X(9).
           05  FILLER                 PIC X(7).
           05  IA-NEW-X               PIC X(9).
           05  FILLER                 PIC X(7).
           05  IA-VARIANCE-X          PIC X(9).
           05  FILLER                 PIC X(9).
           05  IA-REASON-CODE         PIC X(4).
           05  FILLER                 PIC X(6).
           05  IA-WAREHOUSE-ID        PIC X(2).
           05  FILLER                 PIC X(5).
           05  IA-OVERRIDE-BY         PIC X(8).
           05  FILLER                 PIC X(2).

      *> Layout per INVRECPT.cob.
       FD  RECEIPT-EXTRACT-FILE.
       01  RECEIPT-EXTRACT-RECORD.
           05  RX-ITEM-ID             PIC 9(9).
           05  RX-QTY-RECEIVED        PIC 9(9).
           05  RX-PO-REFERENCE        PIC X(10).
           05  RX-WAREHOUSE-ID        PIC X(2).
           05  RX-RECEIPT-DATE        PIC 9(8).
           05  RX-LOT-NUMBER          PIC X(12).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-SOURCE              PIC X(4).
           05  GM-SUB-CODE            PIC X(4).
           05  GM-DEBIT-ACCOUNT       PIC X(10).
           05  GM-CREDIT-ACCOUNT      PIC X(10).
           05  GM-DESCRIPTION         PIC X(20).

       FD  GL-CHECKPOINT-FILE.
       01  GL-CHECKPOINT-RECORD.
           05  GCK-MARK               PIC 9(9) OCCURS 5 TIMES.

       FD  JOURNAL-WORK-FILE.
       01  JOURNAL-WORK-LINE          PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE               PIC X(80).

       FD  JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-STATUS           PIC XX.
       01  WS-MAP-STATUS              PIC XX.
       01  WS-CHECKPOINT-STATUS       PIC XX.
       01  WS-WORK-STATUS             PIC XX.
       01  WS-JOURNAL-STATUS          PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

       01  WS-RUN-TIMESTAMP           PIC X(26).
       01  WS-RUN-DATE                PIC 9(8).

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5 integers, COMP-3 money, the
      *> suite convention (see SAFE01.cob on packed decimal).
       01  WS-ORA-ITEM-ID             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-UNIT-PRICE          PIC S9(7)V99 COMP-3 VALUE 0.

      *> One entry per source, in the GLJRNL.CKP order. WS-SRC-LINES
      *> counts every line of the file as it stands; lines past
      *> WS-SRC-MARK are the ones journalled tonight.
       01  WS-SOURCE-LIST.
           05  FILLER                 PIC X(4) VALUE "BILL".
           05  FILLER                 PIC X(4) VALUE "CRED".
           05  FILLER                 PIC X(4) VALUE "CASH".
           05  FILLER                 PIC X(4) VALUE "ADJ ".
           05  FILLER                 PIC X(4) VALUE "PORC".
       01  WS-SOURCE-CODES REDEFINES WS-SOURCE-LIST.
           05  WS-SOURCE-CODE         PIC X(4) OCCURS 5 TIMES.
       01  WS-SOURCE-MAX              PIC 9(1) COMP VALUE 5.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY           OCCURS 5 TIMES.
               10  WS-SRC-MARK        PIC 9(9).
               10  WS-SRC-LINES       PIC 9(9).
               10  WS-SRC-LINE-NUM    PIC 9(9).
               10  WS-SRC-RECORDS     PIC 9(9).
               10  WS-SRC-CONTROL     PIC S9(11)V99 COMP-3.
               10  WS-SRC-DEBITS      PIC S9(11)V99 COMP-3.
               10  WS-SRC-CREDITS     PIC S9(11)V99 COMP-3.
               10  WS-SRC-UNMAPPED    PIC 9(9).
               10  WS-SRC-TAX-CONTROL PIC S9(11)V99 COMP-3.
       01  WS-SRC-IDX                 PIC 9(1) COMP VALUE 0.

      *> Block tie-out for the sources that carry their own
      *> trailers (BILL, CASH) — detail sums since the last header.
       01  WS-BLOCK-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-BLOCK-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BLOCK-TAX               PIC S9(11)V99 COMP-3 VALUE 0.

      *> The account mapping, loaded once.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT           PIC 9(3) COMP VALUE 0.
           05  WS-MAP-ENTRY           OCCURS 200 TIMES.
               10  WS-MAP-KEY.
                   15  WS-MAP-SOURCE  PIC X(4).
                   15  WS-MAP-SUB-CODE
                                      PIC X(4).
               10  WS-MAP-DEBIT       PIC X(10).
               10  WS-MAP-CREDIT      PIC X(10).
               10  WS-MAP-DESCRIPTION PIC X(20).
       01  WS-MAP-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-MAP-MATCH-IDX           PIC 9(3) COMP VALUE 0.

      *> One posting in flight — set by each source, then handed to
      *> POST-JOURNAL-PAIR.
       01  WS-POSTING.
           05  WS-PJ-KEY.
               10  WS-PJ-SOURCE       PIC X(4).
               10  WS-PJ-SUB-CODE     PIC X(4).
           05  WS-PJ-AMOUNT           PIC S9(9)V99 COMP-3.
           05  WS-PJ-REFERENCE        PIC X(18).
       01  WS-PJ-DEBIT-ACCOUNT        PIC X(10).
       01  WS-PJ-CREDIT-ACCOUNT       PIC X(10).
       01  WS-PJ-ABS-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-PJ-DEFAULT-KEY          PIC X(8).

      *> Quantity sources, valued at list price.
       01  WS-QUANTITY                PIC S9(9) COMP VALUE 0.
       01  WS-UNIT-PRICE              PIC S9(7)V99 COMP-3 VALUE 0.

      *> Journal line pieces — zoned/unsigned, the INVOICE.DAT rule.
       01  GLJ-AMOUNT                 PIC 9(9)V99.
       01  GLJ-DR-CR                  PIC X(1).
       01  GLJ-ACCOUNT                PIC X(10).
       01  GLJ-DESCRIPTION            PIC X(20).
       01  GLJ-RECORD-COUNT           PIC 9(9).
       01  GLJ-CONTROL-TOTAL          PIC S9(11)V99.
       01  GLJ-DEBIT-TOTAL            PIC 9(11)V99.
       01  GLJ-CREDIT-TOTAL           PIC 9(11)V99.
       01  GLJ-TAX-CONTROL-TOTAL      PIC S9(11)V99.

       01  WS-BATCH-LINES             PIC 9(9) VALUE ZERO.
       01  WS-BATCH-DEBITS            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BATCH-CREDITS           PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-UNMAPPED-TOTAL      PIC 9(9) VALUE ZERO.
           05  WS-UNPRICED-TOTAL      PIC 9(9) VALUE ZERO.
           05  WS-CONTROL-BREAKS      PIC 9(9) VALUE ZERO.
           05  WS-MALFORMED-TOTAL     PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
       01  WS-BATCH-REFUSED-SW        PIC X VALUE "N".
           88  WS-BATCH-REFUSED       VALUE "Y".

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-ITEM-ID          PIC Z(8)9.
           05  WS-RL-REFERENCE        PIC X(18).
           05  WS-RL-AMOUNT           PIC -(9)9.99.
           05  WS-RL-CONTROL          PIC -(11)9.99.
           05  WS-RL-DEBITS           PIC -(11)9.99.
           05  WS-RL-CREDITS          PIC -(11)9.99.
           05  WS-RL-SQLCODE          PIC -(9)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-RUN-DATE
           INITIALIZE WS-SOURCE-TABLE
           OPEN OUTPUT JOURNAL-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-GL-MAP
           PERFORM READ-GL-CHECKPOINT
           OPEN OUTPUT JOURNAL-WORK-FILE
           PERFORM WRITE-JOURNAL-HEADER
           PERFORM JOURNAL-INVOICES
           PERFORM JOURNAL-CREDITS
           PERFORM JOURNAL-RECEIPTS
           PERFORM JOURNAL-ADJUSTMENTS
           PERFORM JOURNAL-STOCK-RECEIPTS
           PERFORM WRITE-SOURCE-TRAILER
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-MAX
           PERFORM WRITE-JOURNAL-TRAILER
           CLOSE JOURNAL-WORK-FILE
           PERFORM JUDGE-BATCH
           IF NOT WS-BATCH-REFUSED
               PERFORM RELEASE-BATCH
               PERFORM WRITE-GL-CHECKPOINT
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE JOURNAL-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler. A refused
      *> batch is a failed step — the ledger did not get tonight's
      *> movements.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   OR WS-BATCH-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNPRICED-TOTAL > 0
                   OR WS-MALFORMED-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-GL-MAP.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS = "00"
               PERFORM LOAD-ONE-MAP-ENTRY UNTIL WS-EOF
               CLOSE GL-MAP-FILE
           END-IF
           IF WS-MAP-COUNT = 0
               MOVE "WARNING: GLMAP.DAT MISSING OR EMPTY — NOTHING CAN
      -             " BE POSTED" TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           END-IF.

       LOAD-ONE-MAP-ENTRY.
           READ GL-MAP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT < 200
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GM-SOURCE
                           TO WS-MAP-SOURCE (WS-MAP-COUNT)
                       MOVE GM-SUB-CODE
                           TO WS-MAP-SUB-CODE (WS-MAP-COUNT)
                       MOVE GM-DEBIT-ACCOUNT
                           TO WS-MAP-DEBIT (WS-MAP-COUNT)
                       MOVE GM-CREDIT-ACCOUNT
                           TO WS-MAP-CREDIT (WS-MAP-COUNT)
                       MOVE GM-DESCRIPTION
                           TO WS-MAP-DESCRIPTION (WS-MAP-COUNT)
                   END-IF
           END-READ.

      *> No checkpoint yet means nothing has been journalled — the
      *> first-ever run takes every line there is.
       READ-GL-CHECKPOINT.
           OPEN INPUT GL-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ GL-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-MARK
                           VARYING WS-SRC-IDX FROM 1 BY 1
                           UNTIL WS-SRC-IDX > WS-SOURCE-MAX
               END-READ
               CLOSE GL-CHECKPOINT-FILE
           END-IF.

       TAKE-ONE-MARK.
           IF GCK-MARK (WS-SRC-IDX) IS NUMERIC
               MOVE GCK-MARK (WS-SRC-IDX) TO WS-SRC-MARK (WS-SRC-IDX)
           END-IF.

      *> Shorter than the mark — the owner swept the file and it
      *> has restarted; every line in it is new.
       SETTLE-SOURCE-MARK.
           IF WS-SRC-LINES (WS-SRC-IDX) < WS-SRC-MARK (WS-SRC-IDX)
               MOVE 0 TO WS-SRC-MARK (WS-SRC-IDX)
           END-IF
           MOVE 0 TO WS-SRC-LINE-NUM (WS-SRC-IDX)
           MOVE "N" TO WS-EOF-FLAG.

      *> ------------------------------------------------------------
      *> BILL — invoices, tied block by block to BILLEXT's trailers.
      *> ------------------------------------------------------------
       JOURNAL-INVOICES.
           MOVE 1 TO WS-SRC-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-SOURCE-STATUS = "00"
               PERFORM COUNT-ONE-INVOICE-LINE UNTIL WS-EOF
               CLOSE INVOICE-FILE
               PERFORM SETTLE-SOURCE-MARK
               OPEN INPUT INVOICE-FILE
               PERFORM JOURNAL-ONE-INVOICE-LINE UNTIL WS-EOF
               CLOSE INVOICE-FILE
           END-IF.

       COUNT-ONE-INVOICE-LINE.
           READ INVOICE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINES (WS-SRC-IDX)
           END-READ.

       JOURNAL-ONE-INVOICE-LINE.
           READ INVOICE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINE-NUM (WS-SRC-IDX)
                   IF WS-SRC-LINE-NUM (WS-SRC-IDX)
                           > WS-SRC-MARK (WS-SRC-IDX)
                       PERFORM JOURNAL-ONE-INVOICE
                   END-IF
           END-READ.

       JOURNAL-ONE-INVOICE.
           EVALUATE TRUE
               WHEN IVC-TAG = "HDR"
                   MOVE 0 TO WS-BLOCK-COUNT
                   MOVE 0 TO WS-BLOCK-TOTAL
                   MOVE 0 TO WS-BLOCK-TAX
               WHEN IVC-TAG = "TRL"
                   ADD IVC-AMOUNT-TOTAL TO WS-SRC-CONTROL (WS-SRC-IDX)
      *> A block written before tax existed has no tax total, and
      *> its details carried none either.
                   IF IVC-TAX-TOTAL IS NOT NUMERIC
                       MOVE 0 TO IVC-TAX-TOTAL
                   END-IF
                   ADD IVC-TAX-TOTAL
                       TO WS-SRC-TAX-CONTROL (WS-SRC-IDX)
                   IF IVC-RECORD-COUNT NOT = WS-BLOCK-COUNT
                           OR IVC-AMOUNT-TOTAL NOT = WS-BLOCK-TOTAL
                           OR IVC-TAX-TOTAL NOT = WS-BLOCK-TAX
                       ADD 1 TO WS-CONTROL-BREAKS
                       PERFORM WRITE-CONTROL-BREAK-LINE
                   END-IF
               WHEN IV-ORDER-ID NOT NUMERIC
                   ADD 1 TO WS-MALFORMED-TOTAL
                   PERFORM WRITE-MALFORMED-LINE
               WHEN OTHER
                   ADD 1 TO WS-BLOCK-COUNT
                   ADD IV-AMOUNT TO WS-BLOCK-TOTAL
                   ADD 1 TO WS-SRC-RECORDS (WS-SRC-IDX)
                   MOVE "BILL" TO WS-PJ-SOURCE
                   MOVE SPACES TO WS-PJ-SUB-CODE
                   MOVE IV-AMOUNT TO WS-PJ-AMOUNT
                   MOVE SPACES TO WS-PJ-REFERENCE
                   STRING "ORDER " DELIMITED BY SIZE
                          IV-ORDER-ID DELIMITED BY SIZE
                       INTO WS-PJ-REFERENCE
                   END-STRING
                   PERFORM POST-JOURNAL-PAIR
                   IF IV-TAX IS NUMERIC
                       ADD IV-TAX TO WS-BLOCK-TAX
                       IF IV-TAX NOT = 0
                           MOVE "TAX " TO WS-PJ-SUB-CODE
                           MOVE IV-TAX TO WS-PJ-AMOUNT
                           PERFORM POST-JOURNAL-PAIR
                       END-IF
                   END-IF
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> CRED — return credits. No trailer in the file: the control
      *> total carried is the sum of the credits journalled.
      *> ------------------------------------------------------------
       JOURNAL-CREDITS.
           MOVE 2 TO WS-SRC-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CREDIT-EXTRACT-FILE
           IF WS-SOURCE-STATUS = "00"
               PERFORM COUNT-ONE-CREDIT-LINE UNTIL WS-EOF
               CLOSE CREDIT-EXTRACT-FILE
               PERFORM SETTLE-SOURCE-MARK
               OPEN INPUT CREDIT-EXTRACT-FILE
               PERFORM JOURNAL-ONE-CREDIT-LINE UNTIL WS-EOF
               CLOSE CREDIT-EXTRACT-FILE
           END-IF.

       COUNT-ONE-CREDIT-LINE.
           READ CREDIT-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINES (WS-SRC-IDX)
           END-READ.

       JOURNAL-ONE-CREDIT-LINE.
           READ CREDIT-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINE-NUM (WS-SRC-IDX)
                   IF WS-SRC-LINE-NUM (WS-SRC-IDX)
                           > WS-SRC-MARK (WS-SRC-IDX)
                       PERFORM JOURNAL-ONE-CREDIT
                   END-IF
           END-READ.

       JOURNAL-ONE-CREDIT.
           IF CX-ORDER-ID NOT NUMERIC
               ADD 1 TO WS-MALFORMED-TOTAL
               PERFORM WRITE-MALFORMED-LINE
           ELSE
               ADD 1 TO WS-SRC-RECORDS (WS-SRC-IDX)
               ADD CX-CREDIT-VALUE TO WS-SRC-CONTROL (WS-SRC-IDX)
               MOVE "CRED" TO WS-PJ-SOURCE
               MOVE SPACES TO WS-PJ-SUB-CODE
               MOVE CX-CREDIT-VALUE TO WS-PJ-AMOUNT
               MOVE SPACES TO WS-PJ-REFERENCE
               STRING "ORDER " DELIMITED BY SIZE
                      CX-ORDER-ID DELIMITED BY SIZE
                   INTO WS-PJ-REFERENCE
               END-STRING
               PERFORM POST-JOURNAL-PAIR
               IF CX-CREDIT-TAX IS NUMERIC
                   ADD CX-CREDIT-TAX
                       TO WS-SRC-TAX-CONTROL (WS-SRC-IDX)
                   IF CX-CREDIT-TAX NOT = 0
                       MOVE "TAX " TO WS-PJ-SUB-CODE
                       MOVE CX-CREDIT-TAX TO WS-PJ-AMOUNT
                       PERFORM POST-JOURNAL-PAIR
                   END-IF
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> CASH — receipts, tied block by block to ARCASH's trailers.
      *> One remittance can post up to three pairs: cash applied,
      *> cash held on account, and a short pay written off.
      *> ------------------------------------------------------------
       JOURNAL-RECEIPTS.
           MOVE 3 TO WS-SRC-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RECEIPTS-FILE
           IF WS-SOURCE-STATUS = "00"
               PERFORM COUNT-ONE-RECEIPT-LINE UNTIL WS-EOF
               CLOSE RECEIPTS-FILE
               PERFORM SETTLE-SOURCE-MARK
               OPEN INPUT RECEIPTS-FILE
               PERFORM JOURNAL-ONE-RECEIPT-LINE UNTIL WS-EOF
               CLOSE RECEIPTS-FILE
           END-IF.

       COUNT-ONE-RECEIPT-LINE.
           READ RECEIPTS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINES (WS-SRC-IDX)
           END-READ.

       JOURNAL-ONE-RECEIPT-LINE.
           READ RECEIPTS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINE-NUM (WS-SRC-IDX)
                   IF WS-SRC-LINE-NUM (WS-SRC-IDX)
                           > WS-SRC-MARK (WS-SRC-IDX)
                       PERFORM JOURNAL-ONE-RECEIPT
                   END-IF
           END-READ.

       JOURNAL-ONE-RECEIPT.
           EVALUATE TRUE
               WHEN RCC-TAG = "HDR"
                   MOVE 0 TO WS-BLOCK-COUNT
                   MOVE 0 TO WS-BLOCK-TOTAL
               WHEN RCC-TAG = "TRL"
                   ADD RCC-RECEIVED-TOTAL
                       TO WS-SRC-CONTROL (WS-SRC-IDX)
                   IF RCC-RECORD-COUNT NOT = WS-BLOCK-COUNT
                           OR RCC-RECEIVED-TOTAL NOT = WS-BLOCK-TOTAL
                       ADD 1 TO WS-CONTROL-BREAKS
                       PERFORM WRITE-CONTROL-BREAK-LINE
                   END-IF
               WHEN RC-CUSTOMER-ID NOT NUMERIC
                   ADD 1 TO WS-MALFORMED-TOTAL
                   PERFORM WRITE-MALFORMED-LINE
               WHEN OTHER
                   ADD 1 TO WS-BLOCK-COUNT
                   ADD RC-RECEIVED TO WS-BLOCK-TOTAL
                   ADD 1 TO WS-SRC-RECORDS (WS-SRC-IDX)
                   MOVE "CASH" TO WS-PJ-SOURCE
                   MOVE SPACES TO WS-PJ-REFERENCE
                   STRING "CUST " DELIMITED BY SIZE
                          RC-CUSTOMER-ID DELIMITED BY SIZE
                       INTO WS-PJ-REFERENCE
                   END-STRING
                   IF RC-APPLIED NOT = 0
                       MOVE "APPL" TO WS-PJ-SUB-CODE
                       MOVE RC-APPLIED TO WS-PJ-AMOUNT
                       PERFORM POST-JOURNAL-PAIR
                   END-IF
                   IF RC-UNAPPLIED NOT = 0
                       MOVE "UNAP" TO WS-PJ-SUB-CODE
                       MOVE RC-UNAPPLIED TO WS-PJ-AMOUNT
                       PERFORM POST-JOURNAL-PAIR
                   END-IF
                   IF RC-WRITE-OFF NOT = 0
                       MOVE "WOFF" TO WS-PJ-SUB-CODE
                       MOVE RC-WRITE-OFF TO WS-PJ-AMOUNT
                       PERFORM POST-JOURNAL-PAIR
                   END-IF
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> ADJ — cycle-count variances, valued at list price and
      *> mapped by reason code. Control total: the variance
      *> quantities, as a hash.
      *> ------------------------------------------------------------
       JOURNAL-ADJUSTMENTS.
           MOVE 4 TO WS-SRC-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ADJUST-AUDIT-FILE
           IF WS-SOURCE-STATUS = "00"
               PERFORM COUNT-ONE-ADJUST-LINE UNTIL WS-EOF
               CLOSE ADJUST-AUDIT-FILE
               PERFORM SETTLE-SOURCE-MARK
               OPEN INPUT ADJUST-AUDIT-FILE
               PERFORM JOURNAL-ONE-ADJUST-LINE UNTIL WS-EOF
               CLOSE ADJUST-AUDIT-FILE
           END-IF.

       COUNT-ONE-ADJUST-LINE.
           READ ADJUST-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINES (WS-SRC-IDX)
           END-READ.

       JOURNAL-ONE-ADJUST-LINE.
           READ ADJUST-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINE-NUM (WS-SRC-IDX)
                   IF WS-SRC-LINE-NUM (WS-SRC-IDX)
                           > WS-SRC-MARK (WS-SRC-IDX)
                       PERFORM JOURNAL-ONE-ADJUSTMENT
                   END-IF
           END-READ.

       JOURNAL-ONE-ADJUSTMENT.
           IF IA-ITEM-ID-X = SPACES OR IA-VARIANCE-X = SPACES
               ADD 1 TO WS-MALFORMED-TOTAL
               PERFORM WRITE-MALFORMED-LINE
           ELSE
               ADD 1 TO WS-SRC-RECORDS (WS-SRC-IDX)
               COMPUTE WS-ORA-ITEM-ID = FUNCTION NUMVAL(IA-ITEM-ID-X)
               END-COMPUTE
               COMPUTE WS-QUANTITY = FUNCTION NUMVAL(IA-VARIANCE-X)
               END-COMPUTE
               ADD WS-QUANTITY TO WS-SRC-CONTROL (WS-SRC-IDX)
               PERFORM PRICE-ONE-ITEM
               MOVE "ADJ " TO WS-PJ-SOURCE
               MOVE IA-REASON-CODE TO WS-PJ-SUB-CODE
               COMPUTE WS-PJ-AMOUNT = WS-QUANTITY * WS-UNIT-PRICE
               END-COMPUTE
               MOVE SPACES TO WS-PJ-REFERENCE
               STRING "ITEM " DELIMITED BY SIZE
                      IA-ITEM-ID-X DELIMITED BY SIZE
                      " WH "  DELIMITED BY SIZE
                      IA-WAREHOUSE-ID DELIMITED BY SIZE
                   INTO WS-PJ-REFERENCE
               END-STRING
               PERFORM POST-JOURNAL-PAIR
           END-IF.

      *> ------------------------------------------------------------
      *> PORC — stock received against purchase orders.
      *> ------------------------------------------------------------
       JOURNAL-STOCK-RECEIPTS.
           MOVE 5 TO WS-SRC-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RECEIPT-EXTRACT-FILE
           IF WS-SOURCE-STATUS = "00"
               PERFORM COUNT-ONE-STOCK-LINE UNTIL WS-EOF
               CLOSE RECEIPT-EXTRACT-FILE
               PERFORM SETTLE-SOURCE-MARK
               OPEN INPUT RECEIPT-EXTRACT-FILE
               PERFORM JOURNAL-ONE-STOCK-LINE UNTIL WS-EOF
               CLOSE RECEIPT-EXTRACT-FILE
           END-IF.

       COUNT-ONE-STOCK-LINE.
           READ RECEIPT-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINES (WS-SRC-IDX)
           END-READ.

       JOURNAL-ONE-STOCK-LINE.
           READ RECEIPT-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SRC-LINE-NUM (WS-SRC-IDX)
                   IF WS-SRC-LINE-NUM (WS-SRC-IDX)
                           > WS-SRC-MARK (WS-SRC-IDX)
                       PERFORM JOURNAL-ONE-STOCK-RECEIPT
                   END-IF
           END-READ.

       JOURNAL-ONE-STOCK-RECEIPT.
           IF RX-ITEM-ID NOT NUMERIC OR RX-QTY-RECEIVED NOT NUMERIC
               ADD 1 TO WS-MALFORMED-TOTAL
               PERFORM WRITE-MALFORMED-LINE
           ELSE
               ADD 1 TO WS-SRC-RECORDS (WS-SRC-IDX)
               ADD RX-QTY-RECEIVED TO WS-SRC-CONTROL (WS-SRC-IDX)
               MOVE RX-ITEM-ID TO WS-ORA-ITEM-ID
               MOVE RX-QTY-RECEIVED TO WS-QUANTITY
               PERFORM PRICE-ONE-ITEM
               MOVE "PORC" TO WS-PJ-SOURCE
               MOVE SPACES TO WS-PJ-SUB-CODE
               COMPUTE WS-PJ-AMOUNT = WS-QUANTITY * WS-UNIT-PRICE
               END-COMPUTE
               MOVE SPACES TO WS-PJ-REFERENCE
               STRING "PO " DELIMITED BY SIZE
                      RX-PO-REFERENCE DELIMITED BY SIZE
                      " WH "  DELIMITED BY SIZE
                      RX-WAREHOUSE-ID DELIMITED BY SIZE
                   INTO WS-PJ-REFERENCE
               END-STRING
               PERFORM POST-JOURNAL-PAIR
           END-IF.

      *> List price for a quantity source. No PRICES row posts at
      *> zero and is listed (see the header).
       PRICE-ONE-ITEM.
           MOVE 0 TO WS-ORA-UNIT-PRICE
           EXEC SQL
               SELECT NVL(MAX(UNIT_PRICE), 0)
                 INTO :WS-ORA-UNIT-PRICE
                 FROM PRICES
                WHERE ITEM_ID = :WS-ORA-ITEM-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-ORA-UNIT-PRICE
               SET WS-ORACLE-ERROR TO TRUE
           END-IF
           MOVE WS-ORA-UNIT-PRICE TO WS-UNIT-PRICE
           IF WS-UNIT-PRICE = 0
               ADD 1 TO WS-UNPRICED-TOTAL
               PERFORM WRITE-UNPRICED-LINE
           END-IF.

      *> ------------------------------------------------------------
      *> One source record → one balanced debit/credit pair.
      *> ------------------------------------------------------------
      *> Exact source/sub-code first, then the source's default
      *> (sub-code spaces). Unmapped records post nothing and refuse
      *> the batch — a one-sided guess at an account is worse than
      *> no journal at all.
       POST-JOURNAL-PAIR.
           PERFORM FIND-MAP-ENTRY
           IF WS-MAP-MATCH-IDX = 0
               MOVE WS-PJ-KEY TO WS-PJ-DEFAULT-KEY
               MOVE SPACES TO WS-PJ-SUB-CODE
               PERFORM FIND-MAP-ENTRY
               MOVE WS-PJ-DEFAULT-KEY TO WS-PJ-KEY
           END-IF
           IF WS-MAP-MATCH-IDX = 0
               ADD 1 TO WS-SRC-UNMAPPED (WS-SRC-IDX)
               ADD 1 TO WS-UNMAPPED-TOTAL
               PERFORM WRITE-UNMAPPED-LINE
           ELSE
               IF WS-PJ-AMOUNT < 0
                   MOVE WS-MAP-CREDIT (WS-MAP-MATCH-IDX)
                       TO WS-PJ-DEBIT-ACCOUNT
                   MOVE WS-MAP-DEBIT (WS-MAP-MATCH-IDX)
                       TO WS-PJ-CREDIT-ACCOUNT
                   COMPUTE WS-PJ-ABS-AMOUNT = 0 - WS-PJ-AMOUNT
                   END-COMPUTE
               ELSE
                   MOVE WS-MAP-DEBIT (WS-MAP-MATCH-IDX)
                       TO WS-PJ-DEBIT-ACCOUNT
                   MOVE WS-MAP-CREDIT (WS-MAP-MATCH-IDX)
                       TO WS-PJ-CREDIT-ACCOUNT
                   MOVE WS-PJ-AMOUNT TO WS-PJ-ABS-AMOUNT
               END-IF
               MOVE WS-MAP-DESCRIPTION (WS-MAP-MATCH-IDX)
                   TO GLJ-DESCRIPTION
               MOVE "D" TO GLJ-DR-CR
               MOVE WS-PJ-DEBIT-ACCOUNT TO GLJ-ACCOUNT
               PERFORM WRITE-JOURNAL-DETAIL
               ADD WS-PJ-ABS-AMOUNT TO WS-SRC-DEBITS (WS-SRC-IDX)
               ADD WS-PJ-ABS-AMOUNT TO WS-BATCH-DEBITS
               MOVE "C" TO GLJ-DR-CR
               MOVE WS-PJ-CREDIT-ACCOUNT TO GLJ-ACCOUNT
               PERFORM WRITE-JOURNAL-DETAIL
               ADD WS-PJ-ABS-AMOUNT TO WS-SRC-CREDITS (WS-SRC-IDX)
               ADD WS-PJ-ABS-AMOUNT TO WS-BATCH-CREDITS
           END-IF.

       FIND-MAP-ENTRY.
           MOVE 0 TO WS-MAP-MATCH-IDX
           PERFORM CHECK-ONE-MAP-ENTRY
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-MAP-MATCH-IDX > 0.

       CHECK-ONE-MAP-ENTRY.
           IF WS-MAP-KEY (WS-MAP-IDX) = WS-PJ-KEY
               MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
           END-IF.

       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO JOURNAL-WORK-LINE
           STRING "HDR"            DELIMITED BY SIZE
                  "GLJRNL  "       DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP DELIMITED BY SIZE
               INTO JOURNAL-WORK-LINE
           END-STRING
           WRITE JOURNAL-WORK-LINE.

       WRITE-JOURNAL-DETAIL.
           MOVE WS-PJ-ABS-AMOUNT TO GLJ-AMOUNT
           MOVE SPACES TO JOURNAL-WORK-LINE
           STRING WS-RUN-DATE     DELIMITED BY SIZE
                  WS-PJ-SOURCE    DELIMITED BY SIZE
                  GLJ-ACCOUNT     DELIMITED BY SIZE
                  GLJ-DR-CR       DELIMITED BY SIZE
                  GLJ-AMOUNT      DELIMITED BY SIZE
                  WS-PJ-REFERENCE DELIMITED BY SIZE
                  GLJ-DESCRIPTION DELIMITED BY SIZE
               INTO JOURNAL-WORK-LINE
           END-STRING
           WRITE JOURNAL-WORK-LINE
           ADD 1 TO WS-BATCH-LINES.

       WRITE-SOURCE-TRAILER.
           MOVE WS-SRC-RECORDS (WS-SRC-IDX) TO GLJ-RECORD-COUNT
           MOVE WS-SRC-CONTROL (WS-SRC-IDX) TO GLJ-CONTROL-TOTAL
           MOVE WS-SRC-DEBITS (WS-SRC-IDX) TO GLJ-DEBIT-TOTAL
           MOVE WS-SRC-CREDITS (WS-SRC-IDX) TO GLJ-CREDIT-TOTAL
           MOVE WS-SRC-TAX-CONTROL (WS-SRC-IDX)
               TO GLJ-TAX-CONTROL-TOTAL
           MOVE SPACES TO JOURNAL-WORK-LINE
           STRING "TRS"                       DELIMITED BY SIZE
                  WS-SOURCE-CODE (WS-SRC-IDX) DELIMITED BY SIZE
                  GLJ-RECORD-COUNT            DELIMITED BY SIZE
                  GLJ-CONTROL-TOTAL           DELIMITED BY SIZE
                  GLJ-DEBIT-TOTAL             DELIMITED BY SIZE
                  GLJ-CREDIT-TOTAL            DELIMITED BY SIZE
                  GLJ-TAX-CONTROL-TOTAL       DELIMITED BY SIZE
               INTO JOURNAL-WORK-LINE
           END-STRING
           WRITE JOURNAL-WORK-LINE
           PERFORM WRITE-SOURCE-REPORT-LINE.

       WRITE-JOURNAL-TRAILER.
           MOVE WS-BATCH-LINES TO GLJ-RECORD-COUNT
           MOVE WS-BATCH-DEBITS TO GLJ-DEBIT-TOTAL
           MOVE WS-BATCH-CREDITS TO GLJ-CREDIT-TOTAL
           MOVE SPACES TO JOURNAL-WORK-LINE
           STRING "TRL"            DELIMITED BY SIZE
                  GLJ-RECORD-COUNT DELIMITED BY SIZE
                  GLJ-DEBIT-TOTAL  DELIMITED BY SIZE
                  GLJ-CREDIT-TOTAL DELIMITED BY SIZE
               INTO JOURNAL-WORK-LINE
           END-STRING
           WRITE JOURNAL-WORK-LINE.

      *> ------------------------------------------------------------
      *> Release or refuse.
      *> ------------------------------------------------------------
       JUDGE-BATCH.
           IF WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
                   OR WS-UNMAPPED-TOTAL > 0
                   OR WS-CONTROL-BREAKS > 0
                   OR WS-ORACLE-ERROR
               SET WS-BATCH-REFUSED TO TRUE
           END-IF.

      *> Appended whole, header to trailer — GL picks up complete
      *> blocks only, the same bracketed-block rule as INVOICE.DAT.
       RELEASE-BATCH.
           MOVE "N" TO WS-EOF-FLAG
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
      *> File doesn't exist yet on the first-ever run — create it.
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN INPUT JOURNAL-WORK-FILE
           PERFORM COPY-ONE-JOURNAL-LINE UNTIL WS-EOF
           CLOSE JOURNAL-WORK-FILE
           CLOSE JOURNAL-FILE.

       COPY-ONE-JOURNAL-LINE.
           READ JOURNAL-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE JOURNAL-WORK-LINE TO JOURNAL-LINE
                   WRITE JOURNAL-LINE
           END-READ.

      *> Advanced only after a release — a refused batch leaves the
      *> marks where they were, so the same records come round again.
       WRITE-GL-CHECKPOINT.
           PERFORM GIVE-ONE-MARK
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-MAX
           OPEN OUTPUT GL-CHECKPOINT-FILE
           WRITE GL-CHECKPOINT-RECORD
           CLOSE GL-CHECKPOINT-FILE.

       GIVE-ONE-MARK.
           MOVE WS-SRC-LINES (WS-SRC-IDX) TO GCK-MARK (WS-SRC-IDX).

      *> ------------------------------------------------------------
      *> Report lines.
      *> ------------------------------------------------------------
       WRITE-SOURCE-REPORT-LINE.
           MOVE WS-SRC-RECORDS (WS-SRC-IDX) TO WS-RL-COUNT
           MOVE WS-SRC-CONTROL (WS-SRC-IDX) TO WS-RL-CONTROL
           MOVE WS-SRC-DEBITS (WS-SRC-IDX) TO WS-RL-DEBITS
           MOVE WS-SRC-CREDITS (WS-SRC-IDX) TO WS-RL-CREDITS
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "SOURCE "                   DELIMITED BY SIZE
                  WS-SOURCE-CODE (WS-SRC-IDX) DELIMITED BY SIZE
                  "  RECORDS "                DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
                  "  CONTROL "                DELIMITED BY SIZE
                  WS-RL-CONTROL               DELIMITED BY SIZE
                  "  DEBITS "                 DELIMITED BY SIZE
                  WS-RL-DEBITS                DELIMITED BY SIZE
                  "  CREDITS "                DELIMITED BY SIZE
                  WS-RL-CREDITS               DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE.

       WRITE-UNMAPPED-LINE.
           MOVE WS-PJ-AMOUNT TO WS-RL-AMOUNT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "UNMAPPED (NO GLMAP ENTRY FOR " DELIMITED BY SIZE
                  WS-PJ-SOURCE                    DELIMITED BY SIZE
                  "/"                             DELIMITED BY SIZE
                  WS-PJ-SUB-CODE                  DELIMITED BY SIZE
                  "): "                           DELIMITED BY SIZE
                  WS-PJ-REFERENCE                 DELIMITED BY SIZE
                  "  AMOUNT "                     DELIMITED BY SIZE
                  WS-RL-AMOUNT                    DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE.

       WRITE-UNPRICED-LINE.
           MOVE WS-ORA-ITEM-ID TO WS-RL-ITEM-ID
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "UNPRICED (NO PRICES ROW, POSTED AT ZERO): SOURCE "
                      DELIMITED BY SIZE
                  WS-SOURCE-CODE (WS-SRC-IDX) DELIMITED BY SIZE
                  " ITEM "                    DELIMITED BY SIZE
                  WS-RL-ITEM-ID               DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE.

       WRITE-CONTROL-BREAK-LINE.
           MOVE WS-SRC-LINE-NUM (WS-SRC-IDX) TO WS-RL-COUNT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "CONTROL BREAK (TRAILER DISAGREES WITH DETAIL): "
                      DELIMITED BY SIZE
                  WS-SOURCE-CODE (WS-SRC-IDX) DELIMITED BY SIZE
                  " LINE"                     DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE.

       WRITE-MALFORMED-LINE.
           MOVE WS-SRC-LINE-NUM (WS-SRC-IDX) TO WS-RL-COUNT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "SKIPPED (MALFORMED): "     DELIMITED BY SIZE
                  WS-SOURCE-CODE (WS-SRC-IDX) DELIMITED BY SIZE
                  " LINE"                     DELIMITED BY SIZE
                  WS-RL-COUNT                 DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "GENERAL LEDGER JOURNAL BATCH — " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                  DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE ALL "-" TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-BATCH-LINES TO WS-RL-COUNT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "JOURNAL LINES:      " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-BATCH-DEBITS TO WS-RL-DEBITS
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "TOTAL DEBITS:       " DELIMITED BY SIZE
                  WS-RL-DEBITS           DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-BATCH-CREDITS TO WS-RL-CREDITS
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "TOTAL CREDITS:      " DELIMITED BY SIZE
                  WS-RL-CREDITS          DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-UNMAPPED-TOTAL TO WS-RL-COUNT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "UNMAPPED RECORDS:   " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-UNPRICED-TOTAL TO WS-RL-COUNT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "UNPRICED RECORDS:   " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-CONTROL-BREAKS TO WS-RL-COUNT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "CONTROL BREAKS:     " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-MALFORMED-TOTAL TO WS-RL-COUNT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "MALFORMED SKIPPED:  " DELIMITED BY SIZE
                  WS-RL-COUNT            DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           END-STRING
           WRITE JOURNAL-REPORT-LINE
           IF WS-BATCH-REFUSED
               MOVE "BATCH REFUSED — NOT RELEASED TO GLJRNL.DAT, LEFT
      -             " IN GLJRNL.TMP; READ MARKS NOT ADVANCED"
                   TO JOURNAL-REPORT-LINE
           ELSE
               MOVE "BATCH BALANCED — RELEASED TO GLJRNL.DAT"
                   TO JOURNAL-REPORT-LINE
           END-IF
           WRITE JOURNAL-REPORT-LINE
           IF WS-ORACLE-ERROR
               MOVE SQLCODE TO WS-RL-SQLCODE
               MOVE SPACES TO JOURNAL-REPORT-LINE
               STRING "ERROR: ORACLE FAILURES DURING RUN — RESULTS"
                          DELIMITED BY SIZE
                      " PARTIAL. SQLCODE: " DELIMITED BY SIZE
                      WS-RL-SQLCODE         DELIMITED BY SIZE
                   INTO JOURNAL-REPORT-LINE
               END-STRING
               WRITE JOURNAL-REPORT-LINE
           END-IF.
