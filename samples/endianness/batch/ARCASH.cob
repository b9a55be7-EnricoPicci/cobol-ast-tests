      ******************************************************************
      * ARCASH.cob — Cash Receipts Application and Receivables Aging
      *
      * PURPOSE:
      *   BILLEXT.cob invoices shipped orders into INVOICE.DAT and
      *   ORDRETRN.cob credits returns into CREDEXT.DAT — but nothing
      *   ever recorded that a customer paid, so A/R kept open
      *   balances in a spreadsheet. This daily job keeps the
      *   receivables ledger itself:
      *
      *   - every invoice block BILLEXT has written since the last
      *     run becomes an open item on its customer's account;
      *   - every CREDEXT.DAT credit written since the last run is
      *     netted off the invoice for the same order (a credit for
      *     an order with no open invoice goes on account);
      *   - the bank's daily remittance file is applied by order ID:
      *     an exact pay closes the invoice, a short pay leaves the
      *     remainder open (or writes it off when within the
      *     configured tolerance), an overpay closes the invoice and
      *     puts the excess on account, and cash with no usable
      *     order reference is held as unapplied cash for
      *     collections to allocate.
      *
      *   Receivables are carried gross: an invoice goes on the
      *   ledger at its goods-plus-tax GROSS and a credit nets off
      *   its goods value plus the tax it gives back — what the
      *   customer actually owes. Invoice blocks and credits written
      *   before tax existed have no tax fields and count as
      *   goods-only.
      *
      *   An invoice settled in full (by cash, credit, or both) is
      *   marked paid on ORDERS.PAID_FLAG, so CREDRPT.cob's exposure
      *   figure stops counting money already in the bank. PAID_FLAG
      *   is assumed present on ORDERS (defaulting 'N'/NULL), the
      *   same way BILLEXT.cob assumes BILLED_FLAG.
      *
      *   Which invoice blocks and credits are already on the ledger
      *   is remembered in ARCASH.CKP: the newest BILLEXT header
      *   timestamp absorbed, and the number of CREDEXT.DAT records
      *   absorbed. A CREDEXT.DAT shorter than the mark has been
      *   swept by A/R and restarted, so every record in it is new.
      *
      *   Open items are held in a 2000-entry table for the run. A
      *   ledger that outgrows it ends the run before any cash is
      *   applied, leaving AROPEN.DAT and ARCASH.CKP exactly as they
      *   were — a partial ledger written back would lose money.
      *   Survivors go to AROPEN.TMP and are copied back over
      *   AROPEN.DAT only after a complete pass (the PRCLOAD.cob
      *   keep-file discipline).
      *
      * REMITTANCE FILE FORMAT (REMIT.DAT, from the bank, one per
      *   payment):
      *   Positions  1- 9  CUSTOMER-ID  PIC 9(9)  (zeros if the bank
      *                    could not identify the payer)
      *   Positions 10-18  ORDER-ID     PIC 9(9)  (zeros if the
      *                    remittance advice quoted none)
      *   Positions 19-27  AMOUNT       PIC 9(7)V99
      *   Positions 28-35  PAY-DATE     PIC 9(8)  (YYYYMMDD)
      *   Positions 36-51  BANK-REF     PIC X(16)
      *
      * CONTROL FILE FORMAT (ARCASH.CFG, sequential, one record):
      *   Positions  1- 7  SHORT-PAY-TOLERANCE  PIC 9(5)V99
      *   Missing file means the hardcoded default below applies.
      *
      * CHECKPOINT FILE FORMAT (ARCASH.CKP, one record):
      *   Positions  1-26  INVOICE-MARK  PIC X(26) (newest BILLEXT
      *                    HDR timestamp absorbed)
      *   Positions 27-35  CREDIT-MARK   PIC 9(9)  (CREDEXT.DAT
      *                    records absorbed)
      *
      * RECEIPTS JOURNAL FORMAT (ARRECPT.DAT, one block per run,
      *   opened EXTEND like INVOICE.DAT):
      *   Header:   "HDR" + "ARCASH  " + RUN-TIMESTAMP X(26)
      *   Detail:   CUSTOMER-ID 9(9) + ORDER-ID 9(9)
      *             + RECEIVED S9(7)V99 + APPLIED S9(7)V99
      *             + UNAPPLIED S9(7)V99 + WRITE-OFF S9(7)V99
      *             + PAY-DATE 9(8) + BANK-REF X(16)
      *   Trailer:  "TRL" + RECORD-COUNT 9(9)
      *             + RECEIVED-TOTAL S9(11)V99
      *             + APPLIED-TOTAL S9(11)V99
      *
      * OPEN-ITEM FILE FORMAT: see CPY-AROPEN.cpy (AROPEN.DAT).
      *
      * OUTPUT: generation-dated ARCASH report (via RPTGEN.cob) —
      *         cash applied, short/over/unapplied, and the 30/60/90
      *         day aging of every open item by customer.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCASH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO "REMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT CREDIT-EXTRACT-FILE ASSIGN TO "CREDEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT AROPEN-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPEN-STATUS.

      *> Surviving open items land here first, then flow back over
      *> AROPEN.DAT — same safe-rewrite pattern PRCLOAD.cob uses.
           SELECT AROPEN-WORK-FILE ASSIGN TO "AROPEN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT AR-CONFIG-FILE ASSIGN TO "ARCASH.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT AR-CHECKPOINT-FILE ASSIGN TO "ARCASH.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT RECEIPTS-FILE ASSIGN TO "ARRECPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.

      *> Generation-dated per run — OPEN-REPORT-FILE gets the name
      *> from RPTGEN.cob and points DD_ARCASHRPT at it, so each
      *> day's aging survives for collections to compare against.
           SELECT AGING-REPORT-FILE ASSIGN TO ARCASHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE.
       01  REMIT-RECORD.
           05  RM-CUSTOMER-ID-X       PIC X(9).
           05  RM-CUSTOMER-ID-N       REDEFINES RM-CUSTOMER-ID-X
                                       PIC 9(9).
           05  RM-ORDER-ID-X          PIC X(9).
           05  RM-ORDER-ID-N          REDEFINES RM-ORDER-ID-X
                                       PIC 9(9).
           05  RM-AMOUNT-X            PIC X(9).
           05  RM-AMOUNT-N            REDEFINES RM-AMOUNT-X
                                       PIC 9(7)V99.
           05  RM-PAY-DATE-X          PIC X(8).
           05  RM-PAY-DATE-N          REDEFINES RM-PAY-DATE-X
                                       PIC 9(8).
           05  RM-BANK-REF            PIC X(16).

      *> Layout per BILLEXT.cob — the header and trailer share the
      *> record area with the detail view and are told apart by
      *> their tag (an order ID is always digits).
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05  IV-ORDER-ID            PIC 9(9).
           05  IV-AMOUNT              PIC S9(7)V99.
           05  IV-BILL-DATE           PIC 9(8).
           05  IV-TAX                 PIC S9(7)V99.
           05  IV-GROSS               PIC S9(7)V99.
           05  FILLER                 PIC X(16).
       01  INVOICE-HEADER-RECORD.
           05  IVH-TAG                PIC X(3).
           05  IVH-PROGRAM            PIC X(8).
           05  IVH-TIMESTAMP          PIC X(26).
           05  FILLER                 PIC X(23).

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

       FD  AROPEN-FILE.
           COPY CPY-AROPEN REPLACING ==:PFX:== BY ==AOI==.

       FD  AROPEN-WORK-FILE.
       01  AROPEN-WORK-RECORD         PIC X(79).

       FD  AR-CONFIG-FILE.
       01  AR-CONFIG-RECORD.
           05  ARC-SHORT-PAY-TOLERANCE
                                      PIC 9(5)V99.

       FD  AR-CHECKPOINT-FILE.
       01  AR-CHECKPOINT-RECORD.
           05  ACK-INVOICE-MARK       PIC X(26).
           05  ACK-CREDIT-MARK        PIC 9(9).

       FD  RECEIPTS-FILE.
       01  RECEIPTS-LINE              PIC X(80).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REMIT-STATUS            PIC XX.
           88  WS-REMIT-OK            VALUE "00".
       01  WS-INVOICE-STATUS          PIC XX.
       01  WS-CREDIT-STATUS           PIC XX.
       01  WS-AROPEN-STATUS           PIC XX.
       01  WS-WORK-STATUS             PIC XX.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-CHECKPOINT-STATUS       PIC XX.
       01  WS-RECEIPTS-STATUS         PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "ARCASH".
       01  WS-REPORT-GENERATION       PIC X(30) VALUE SPACES.

       01  WS-RUN-TIMESTAMP           PIC X(26).
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-DATE-INT            PIC 9(9) COMP VALUE 0.
       01  WS-ITEM-DATE-INT           PIC 9(9) COMP VALUE 0.
       01  WS-ITEM-AGE                PIC S9(9) COMP VALUE 0.

      *> A short pay within this much of the balance is written off
      *> rather than chased. Zero means every cent is chased.
       01  WS-SHORT-PAY-TOLERANCE     PIC 9(5)V99 VALUE ZERO.

      *> What is already on the ledger (see the header on
      *> ARCASH.CKP), and the marks this run will leave behind.
       01  WS-INVOICE-MARK            PIC X(26) VALUE LOW-VALUES.
       01  WS-CREDIT-MARK             PIC 9(9) VALUE ZERO.
       01  WS-NEW-INVOICE-MARK        PIC X(26) VALUE LOW-VALUES.
       01  WS-CREDIT-RECORD-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-CREDIT-RECORD-NUM       PIC 9(9) VALUE ZERO.
       01  WS-REMIT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-ABSORB-BLOCK-SW         PIC X VALUE "N".
           88  WS-ABSORB-BLOCK        VALUE "Y".

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5 integers, the suite
      *> convention (see SAFE01.cob on packed decimal).
       01  WS-ORA-ORDER-ID            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-ID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-PAID-FLAG           PIC X(1) VALUE "Y".

      *> The whole ledger for the run, in customer/order sequence
      *> once SORT-ITEM-TABLE has run. The customer/order pair sits
      *> first in each entry so WS-IT-KEY orders the table as one
      *> display field.
       01  WS-ITEM-MAX                PIC 9(4) COMP VALUE 2000.
       01  WS-ITEM-TABLE.
           05  WS-IT-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-IT-ENTRY            OCCURS 2000 TIMES.
               10  WS-IT-KEY.
                   15  WS-IT-CUSTOMER-ID
                                      PIC 9(9).
                   15  WS-IT-ORDER-ID PIC 9(9).
               10  WS-IT-TYPE         PIC X(1).
               10  WS-IT-DOC-DATE     PIC 9(8).
               10  WS-IT-INVOICE-AMT  PIC S9(7)V99 COMP-3.
               10  WS-IT-CREDIT-AMT   PIC S9(7)V99 COMP-3.
               10  WS-IT-PAID-AMT     PIC S9(7)V99 COMP-3.
               10  WS-IT-BALANCE      PIC S9(7)V99 COMP-3.
               10  WS-IT-REFERENCE    PIC X(16).
               10  WS-IT-CLOSED-SW    PIC X(1).
       01  WS-IT-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-IT-MATCH-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-SORT-I                  PIC 9(4) COMP VALUE 0.
       01  WS-SORT-J                  PIC 9(4) COMP VALUE 0.
       01  WS-SORT-HOLD               PIC X(64).

      *> What the invoice or credit in hand is worth on the ledger —
      *> gross of tax (see the header).
       01  WS-DOC-AMOUNT              PIC S9(7)V99 COMP-3 VALUE 0.

      *> The unapplied item about to be added — a new "U" entry is
      *> always built from these.
       01  WS-NEW-UNAPPLIED.
           05  WS-NU-CUSTOMER-ID      PIC 9(9).
           05  WS-NU-ORDER-ID         PIC 9(9).
           05  WS-NU-DOC-DATE         PIC 9(8).
           05  WS-NU-AMOUNT           PIC S9(7)V99 COMP-3.
           05  WS-NU-REFERENCE        PIC X(16).

      *> The remittance in flight, split the way the journal needs.
       01  WS-CASH-CUSTOMER-ID        PIC 9(9) VALUE ZERO.
       01  WS-CASH-RECEIVED           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CASH-APPLIED            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CASH-UNAPPLIED          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CASH-WRITE-OFF          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CASH-OUTCOME            PIC X(24) VALUE SPACES.

      *> Receipts journal pieces — zoned, the INVOICE.DAT rule.
       01  RCP-CUSTOMER-ID            PIC 9(9).
       01  RCP-ORDER-ID               PIC 9(9).
       01  RCP-RECEIVED               PIC S9(7)V99.
       01  RCP-APPLIED                PIC S9(7)V99.
       01  RCP-UNAPPLIED              PIC S9(7)V99.
       01  RCP-WRITE-OFF              PIC S9(7)V99.
       01  RCP-RECORD-COUNT           PIC 9(9).
       01  RCP-RECEIVED-TOTAL         PIC S9(11)V99.
       01  RCP-APPLIED-TOTAL          PIC S9(11)V99.

      *> Aging buckets, per customer (control break) and overall.
      *> Bucket 1 is 0-30 days, 2 is 31-60, 3 is 61-90, 4 is over
      *> 90; unapplied cash is held apart, never aged.
       01  WS-BUCKET-IDX              PIC 9(1) COMP VALUE 0.
       01  WS-AGING-CUSTOMER-ID       PIC 9(9) VALUE ZERO.
       01  WS-FIRST-CUSTOMER-SW       PIC X VALUE "Y".
           88  WS-FIRST-CUSTOMER      VALUE "Y".
       01  WS-CUSTOMER-AGING.
           05  WS-CA-BUCKET           PIC S9(11)V99 COMP-3
                                      OCCURS 4 TIMES.
           05  WS-CA-UNAPPLIED        PIC S9(11)V99 COMP-3.
           05  WS-CA-TOTAL            PIC S9(11)V99 COMP-3.
       01  WS-GRAND-AGING.
           05  WS-GA-BUCKET           PIC S9(11)V99 COMP-3
                                      OCCURS 4 TIMES.
           05  WS-GA-UNAPPLIED        PIC S9(11)V99 COMP-3.
           05  WS-GA-TOTAL            PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-INVOICES-ADDED      PIC 9(9) VALUE ZERO.
           05  WS-INVOICES-DUPLICATE  PIC 9(9) VALUE ZERO.
           05  WS-CREDITS-NETTED      PIC 9(9) VALUE ZERO.
           05  WS-CREDITS-ON-ACCOUNT  PIC 9(9) VALUE ZERO.
           05  WS-REMITS-READ         PIC 9(9) VALUE ZERO.
           05  WS-REMITS-REJECTED     PIC 9(9) VALUE ZERO.
           05  WS-PAID-IN-FULL        PIC 9(9) VALUE ZERO.
           05  WS-SHORT-PAYS          PIC 9(9) VALUE ZERO.
           05  WS-WRITE-OFFS          PIC 9(9) VALUE ZERO.
           05  WS-OVERPAYS            PIC 9(9) VALUE ZERO.
           05  WS-UNAPPLIED-CASH      PIC 9(9) VALUE ZERO.
           05  WS-ITEMS-CLOSED        PIC 9(9) VALUE ZERO.
           05  WS-PAID-MARKS-FAILED   PIC 9(9) VALUE ZERO.
           05  WS-ITEMS-OPEN          PIC 9(9) VALUE ZERO.

      *> Running totals for the receipts journal trailer.
       01  WS-RECEIPTS-WRITTEN        PIC 9(9) VALUE ZERO.
       01  WS-RECEIVED-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-APPLIED-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-WRITE-OFF-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".
       01  WS-TABLE-FULL-SW           PIC X VALUE "N".
           88  WS-TABLE-FULL          VALUE "Y".
       01  WS-REMIT-VALID-SW          PIC X VALUE "Y".
           88  WS-REMIT-VALID         VALUE "Y".
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-CUSTOMER-ID      PIC Z(8)9.
           05  WS-RL-ORDER-ID         PIC Z(8)9.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-AMOUNT           PIC -(7)9.99.
           05  WS-RL-AMOUNT-2         PIC -(7)9.99.
           05  WS-RL-DAYS             PIC -(4)9.
           05  WS-RL-BUCKET-1         PIC -(9)9.99.
           05  WS-RL-BUCKET-2         PIC -(9)9.99.
           05  WS-RL-BUCKET-3         PIC -(9)9.99.
           05  WS-RL-BUCKET-4         PIC -(9)9.99.
           05  WS-RL-UNAPPLIED        PIC -(9)9.99.
           05  WS-RL-TOTAL            PIC -(9)9.99.
           05  WS-RL-SQLCODE          PIC -(9)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           END-COMPUTE
           PERFORM READ-AR-CONFIG
           PERFORM READ-AR-CHECKPOINT
           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-OPEN-ITEMS
           IF NOT WS-TABLE-FULL
               PERFORM ABSORB-NEW-INVOICES
           END-IF
           IF NOT WS-TABLE-FULL
               PERFORM ABSORB-NEW-CREDITS
           END-IF
           IF NOT WS-TABLE-FULL
               PERFORM CHECK-REMITTANCE-ROOM
           END-IF
           IF NOT WS-TABLE-FULL
               PERFORM APPLY-REMITTANCES
               PERFORM SORT-ITEM-TABLE
               PERFORM REWRITE-OPEN-ITEMS
               PERFORM WRITE-AR-CHECKPOINT
               PERFORM WRITE-AGING-REPORT
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE AGING-REPORT-FILE
           DISPLAY "ARCASH report written to " WS-REPORT-GENERATION

      *> Step outcome for NIGHTRUN.cob and the scheduler.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   OR WS-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REMITS-REJECTED > 0
                   OR WS-UNAPPLIED-CASH > 0
                   OR WS-INVOICES-DUPLICATE > 0
                   OR WS-PAID-MARKS-FAILED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-AR-CONFIG.
           OPEN INPUT AR-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ AR-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ARC-SHORT-PAY-TOLERANCE
                           TO WS-SHORT-PAY-TOLERANCE
               END-READ
               CLOSE AR-CONFIG-FILE
           END-IF.

      *> No checkpoint yet means nothing has been absorbed — the
      *> first-ever run takes every invoice block and credit there is.
       READ-AR-CHECKPOINT.
           OPEN INPUT AR-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ AR-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACK-INVOICE-MARK TO WS-INVOICE-MARK
                       IF ACK-CREDIT-MARK IS NUMERIC
                           MOVE ACK-CREDIT-MARK TO WS-CREDIT-MARK
                       END-IF
               END-READ
               CLOSE AR-CHECKPOINT-FILE
           END-IF
           MOVE WS-INVOICE-MARK TO WS-NEW-INVOICE-MARK.

       OPEN-REPORT-FILE.
           CALL "RPTGEN" USING
               WS-RPTGEN-PROGRAM
               WS-REPORT-GENERATION
           SET ENVIRONMENT "DD_ARCASHRPT" TO WS-REPORT-GENERATION
           OPEN OUTPUT AGING-REPORT-FILE.

      *> ------------------------------------------------------------
      *> The ledger as yesterday's run left it.
      *> ------------------------------------------------------------
       LOAD-OPEN-ITEMS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AROPEN-FILE
           IF WS-AROPEN-STATUS = "00"
               PERFORM LOAD-ONE-OPEN-ITEM
                   UNTIL WS-EOF OR WS-TABLE-FULL
               CLOSE AROPEN-FILE
           END-IF.

       LOAD-ONE-OPEN-ITEM.
           READ AROPEN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM CLAIM-TABLE-ENTRY
                   IF NOT WS-TABLE-FULL
                       MOVE AOI-CUSTOMER-ID
                           TO WS-IT-CUSTOMER-ID (WS-IT-COUNT)
                       MOVE AOI-ORDER-ID
                           TO WS-IT-ORDER-ID (WS-IT-COUNT)
                       MOVE AOI-ITEM-TYPE TO WS-IT-TYPE (WS-IT-COUNT)
                       MOVE AOI-DOC-DATE
                           TO WS-IT-DOC-DATE (WS-IT-COUNT)
                       MOVE AOI-INVOICE-AMT
                           TO WS-IT-INVOICE-AMT (WS-IT-COUNT)
                       MOVE AOI-CREDIT-AMT
                           TO WS-IT-CREDIT-AMT (WS-IT-COUNT)
                       MOVE AOI-PAID-AMT
                           TO WS-IT-PAID-AMT (WS-IT-COUNT)
                       MOVE AOI-BALANCE
                           TO WS-IT-BALANCE (WS-IT-COUNT)
                       MOVE AOI-REFERENCE
                           TO WS-IT-REFERENCE (WS-IT-COUNT)
                   END-IF
           END-READ.

      *> Every new entry comes through here, so the one capacity
      *> check covers the load, the absorbs, and cash on account.
       CLAIM-TABLE-ENTRY.
           IF WS-IT-COUNT < WS-ITEM-MAX
               ADD 1 TO WS-IT-COUNT
               MOVE "N" TO WS-IT-CLOSED-SW (WS-IT-COUNT)
           ELSE
               IF NOT WS-TABLE-FULL
                   SET WS-TABLE-FULL TO TRUE
                   PERFORM WRITE-TABLE-FULL-LINE
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> New invoice blocks — only those whose BILLEXT header is
      *> newer than the mark.
      *> ------------------------------------------------------------
       ABSORB-NEW-INVOICES.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "N" TO WS-ABSORB-BLOCK-SW
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = "00"
               PERFORM ABSORB-ONE-INVOICE-LINE
                   UNTIL WS-EOF OR WS-TABLE-FULL
               CLOSE INVOICE-FILE
           END-IF.

       ABSORB-ONE-INVOICE-LINE.
           READ INVOICE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN IVH-TAG = "HDR"
                           IF IVH-TIMESTAMP > WS-INVOICE-MARK
                               SET WS-ABSORB-BLOCK TO TRUE
                               IF IVH-TIMESTAMP > WS-NEW-INVOICE-MARK
                                   MOVE IVH-TIMESTAMP
                                       TO WS-NEW-INVOICE-MARK
                               END-IF
                           ELSE
                               MOVE "N" TO WS-ABSORB-BLOCK-SW
                           END-IF
                       WHEN IVH-TAG = "TRL"
                           MOVE "N" TO WS-ABSORB-BLOCK-SW
                       WHEN WS-ABSORB-BLOCK
                           PERFORM ADD-INVOICE-ITEM
                   END-EVALUATE
           END-READ.

      *> INVOICE.DAT carries no customer — the order's own row says
      *> whose account the invoice belongs on. A second invoice for
      *> an order already on the ledger is reported, not doubled.
       ADD-INVOICE-ITEM.
           IF IV-GROSS IS NUMERIC
               MOVE IV-GROSS TO WS-DOC-AMOUNT
           ELSE
               MOVE IV-AMOUNT TO WS-DOC-AMOUNT
           END-IF
           MOVE IV-ORDER-ID TO WS-ORA-ORDER-ID
           PERFORM FIND-ORDER-ITEM
           IF WS-IT-MATCH-IDX > 0
               ADD 1 TO WS-INVOICES-DUPLICATE
               PERFORM WRITE-DUPLICATE-INVOICE-LINE
           ELSE
               PERFORM LOOKUP-ORDER-CUSTOMER
               PERFORM CLAIM-TABLE-ENTRY
               IF NOT WS-TABLE-FULL
                   ADD 1 TO WS-INVOICES-ADDED
                   MOVE WS-ORA-CUSTOMER-ID
                       TO WS-IT-CUSTOMER-ID (WS-IT-COUNT)
                   MOVE IV-ORDER-ID TO WS-IT-ORDER-ID (WS-IT-COUNT)
                   MOVE "I" TO WS-IT-TYPE (WS-IT-COUNT)
                   MOVE IV-BILL-DATE TO WS-IT-DOC-DATE (WS-IT-COUNT)
                   MOVE WS-DOC-AMOUNT
                       TO WS-IT-INVOICE-AMT (WS-IT-COUNT)
                   MOVE 0 TO WS-IT-CREDIT-AMT (WS-IT-COUNT)
                   MOVE 0 TO WS-IT-PAID-AMT (WS-IT-COUNT)
                   MOVE WS-DOC-AMOUNT TO WS-IT-BALANCE (WS-IT-COUNT)
                   MOVE SPACES TO WS-IT-REFERENCE (WS-IT-COUNT)
               END-IF
           END-IF.

      *> Open invoice item for the order in WS-ORA-ORDER-ID — zero
      *> in WS-IT-MATCH-IDX when there is none.
       FIND-ORDER-ITEM.
           MOVE 0 TO WS-IT-MATCH-IDX
           PERFORM CHECK-ONE-ITEM
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
                  OR WS-IT-MATCH-IDX > 0.

       CHECK-ONE-ITEM.
           IF WS-IT-ORDER-ID (WS-IT-IDX) = WS-ORA-ORDER-ID
                   AND WS-IT-TYPE (WS-IT-IDX) = "I"
                   AND WS-IT-CLOSED-SW (WS-IT-IDX) = "N"
               MOVE WS-IT-IDX TO WS-IT-MATCH-IDX
           END-IF.

      *> Zero when the order is unknown — the item still goes on the
      *> ledger (customer zero, "unidentified") so no money is lost.
       LOOKUP-ORDER-CUSTOMER.
           MOVE 0 TO WS-ORA-CUSTOMER-ID
           EXEC SQL
               SELECT NVL(MIN(CUSTOMER_ID), 0)
                 INTO :WS-ORA-CUSTOMER-ID
                 FROM ORDERS
                WHERE ORDER_ID = :WS-ORA-ORDER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-ORA-CUSTOMER-ID
               SET WS-ORACLE-ERROR TO TRUE
           END-IF.

      *> ------------------------------------------------------------
      *> New credits — every CREDEXT.DAT record past the mark.
      *> ------------------------------------------------------------
       ABSORB-NEW-CREDITS.
           MOVE 0 TO WS-CREDIT-RECORD-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CREDIT-EXTRACT-FILE
           IF WS-CREDIT-STATUS = "00"
               PERFORM COUNT-ONE-CREDIT UNTIL WS-EOF
               CLOSE CREDIT-EXTRACT-FILE
           END-IF
      *> Shorter than the mark — swept and restarted since last run.
           IF WS-CREDIT-RECORD-COUNT < WS-CREDIT-MARK
               MOVE 0 TO WS-CREDIT-MARK
           END-IF
           IF WS-CREDIT-RECORD-COUNT > WS-CREDIT-MARK
               MOVE 0 TO WS-CREDIT-RECORD-NUM
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT CREDIT-EXTRACT-FILE
               PERFORM ABSORB-ONE-CREDIT
                   UNTIL WS-EOF OR WS-TABLE-FULL
               CLOSE CREDIT-EXTRACT-FILE
           END-IF.

       COUNT-ONE-CREDIT.
           READ CREDIT-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CREDIT-RECORD-COUNT
           END-READ.

       ABSORB-ONE-CREDIT.
           READ CREDIT-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CREDIT-RECORD-NUM
                   IF WS-CREDIT-RECORD-NUM > WS-CREDIT-MARK
                       PERFORM NET-ONE-CREDIT
                   END-IF
           END-READ.

      *> Netted off the order's open invoice where there is one; a
      *> credit with nothing left to net against (invoice already
      *> settled, or the return beat the invoice) is money owed back
      *> and goes on the customer's account.
       NET-ONE-CREDIT.
           MOVE CX-CREDIT-VALUE TO WS-DOC-AMOUNT
           IF CX-CREDIT-TAX IS NUMERIC
               ADD CX-CREDIT-TAX TO WS-DOC-AMOUNT
           END-IF
           MOVE CX-ORDER-ID TO WS-ORA-ORDER-ID
           PERFORM FIND-ORDER-ITEM
           IF WS-IT-MATCH-IDX > 0
               ADD 1 TO WS-CREDITS-NETTED
               ADD WS-DOC-AMOUNT
                   TO WS-IT-CREDIT-AMT (WS-IT-MATCH-IDX)
               SUBTRACT WS-DOC-AMOUNT
                   FROM WS-IT-BALANCE (WS-IT-MATCH-IDX)
               PERFORM SETTLE-INVOICE-ITEM
           ELSE
               ADD 1 TO WS-CREDITS-ON-ACCOUNT
               PERFORM LOOKUP-ORDER-CUSTOMER
               MOVE WS-ORA-CUSTOMER-ID TO WS-NU-CUSTOMER-ID
               MOVE CX-ORDER-ID TO WS-NU-ORDER-ID
               MOVE CX-CREDIT-DATE TO WS-NU-DOC-DATE
               MOVE WS-DOC-AMOUNT TO WS-NU-AMOUNT
               MOVE "RETURN CREDIT" TO WS-NU-REFERENCE
               PERFORM ADD-UNAPPLIED-ITEM
               PERFORM WRITE-CREDIT-ON-ACCOUNT-LINE
           END-IF.

      *> Whatever changed an invoice's balance, the same rule closes
      *> it: nothing owed means settled (marked paid on ORDERS), and
      *> less than nothing owed moves the excess on account.
       SETTLE-INVOICE-ITEM.
           IF WS-IT-BALANCE (WS-IT-MATCH-IDX) < 0
               MOVE WS-IT-CUSTOMER-ID (WS-IT-MATCH-IDX)
                   TO WS-NU-CUSTOMER-ID
               MOVE WS-IT-ORDER-ID (WS-IT-MATCH-IDX) TO WS-NU-ORDER-ID
               MOVE WS-RUN-DATE TO WS-NU-DOC-DATE
               COMPUTE WS-NU-AMOUNT =
                   0 - WS-IT-BALANCE (WS-IT-MATCH-IDX)
               END-COMPUTE
               MOVE "EXCESS CREDIT" TO WS-NU-REFERENCE
               MOVE 0 TO WS-IT-BALANCE (WS-IT-MATCH-IDX)
               PERFORM ADD-UNAPPLIED-ITEM
           END-IF
           IF WS-IT-BALANCE (WS-IT-MATCH-IDX) = 0
               MOVE "Y" TO WS-IT-CLOSED-SW (WS-IT-MATCH-IDX)
               ADD 1 TO WS-ITEMS-CLOSED
               PERFORM MARK-ORDER-PAID
           END-IF.

      *> The flag CREDRPT.cob reads — committed per order, so one
      *> failed mark costs one order's exposure figure, not the run.
       MARK-ORDER-PAID.
           MOVE WS-IT-ORDER-ID (WS-IT-MATCH-IDX) TO WS-ORA-ORDER-ID
           MOVE "Y" TO WS-ORA-PAID-FLAG
           EXEC SQL
               UPDATE ORDERS
               SET PAID_FLAG = :WS-ORA-PAID-FLAG
               WHERE ORDER_ID = :WS-ORA-ORDER-ID
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               SET WS-ORACLE-ERROR TO TRUE
               ADD 1 TO WS-PAID-MARKS-FAILED
           END-IF.

      *> Amount held positive in WS-NU-AMOUNT; on the ledger a "U"
      *> item's balance is negative — money the customer has with
      *> us rather than owes us.
       ADD-UNAPPLIED-ITEM.
           PERFORM CLAIM-TABLE-ENTRY
           IF NOT WS-TABLE-FULL
               MOVE WS-NU-CUSTOMER-ID
                   TO WS-IT-CUSTOMER-ID (WS-IT-COUNT)
               MOVE WS-NU-ORDER-ID TO WS-IT-ORDER-ID (WS-IT-COUNT)
               MOVE "U" TO WS-IT-TYPE (WS-IT-COUNT)
               MOVE WS-NU-DOC-DATE TO WS-IT-DOC-DATE (WS-IT-COUNT)
               MOVE 0 TO WS-IT-INVOICE-AMT (WS-IT-COUNT)
               MOVE 0 TO WS-IT-CREDIT-AMT (WS-IT-COUNT)
               MOVE 0 TO WS-IT-PAID-AMT (WS-IT-COUNT)
               COMPUTE WS-IT-BALANCE (WS-IT-COUNT) =
                   0 - WS-NU-AMOUNT
               END-COMPUTE
               MOVE WS-NU-REFERENCE TO WS-IT-REFERENCE (WS-IT-COUNT)
           END-IF.

      *> ------------------------------------------------------------
      *> The bank's remittances for the day.
      *> ------------------------------------------------------------
      *> Each remittance adds at most one item (cash on account), so
      *> room for all of them is proved before the first is applied
      *> — the receipts journal must never carry cash the ledger
      *> then failed to keep.
       CHECK-REMITTANCE-ROOM.
           MOVE 0 TO WS-REMIT-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REMIT-FILE
           IF WS-REMIT-OK
               PERFORM COUNT-ONE-REMITTANCE UNTIL WS-EOF
               CLOSE REMIT-FILE
           END-IF
           IF WS-IT-COUNT + WS-REMIT-COUNT > WS-ITEM-MAX
               SET WS-TABLE-FULL TO TRUE
               PERFORM WRITE-TABLE-FULL-LINE
           END-IF.

       COUNT-ONE-REMITTANCE.
           READ REMIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REMIT-COUNT
           END-READ.

       APPLY-REMITTANCES.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM OPEN-RECEIPTS-FILE
           PERFORM WRITE-RECEIPTS-HEADER
           OPEN INPUT REMIT-FILE
           IF WS-REMIT-OK
               PERFORM APPLY-ONE-REMITTANCE UNTIL WS-EOF
               CLOSE REMIT-FILE
           END-IF
           PERFORM WRITE-RECEIPTS-TRAILER
           CLOSE RECEIPTS-FILE.

       APPLY-ONE-REMITTANCE.
           READ REMIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REMITS-READ
                   PERFORM VALIDATE-ONE-REMITTANCE
                   IF WS-REMIT-VALID
                       PERFORM APPLY-ONE-PAYMENT
                   ELSE
                       ADD 1 TO WS-REMITS-REJECTED
                       PERFORM WRITE-REMIT-REJECT-LINE
                   END-IF
           END-READ.

      *> Reject what cannot be cash before any balance is touched —
      *> the same gate PRCLOAD.cob puts on a price change.
       VALIDATE-ONE-REMITTANCE.
           MOVE "Y" TO WS-REMIT-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN RM-CUSTOMER-ID-X NOT NUMERIC
                   MOVE "N" TO WS-REMIT-VALID-SW
                   MOVE "CUSTOMER-ID NOT NUMERIC" TO WS-REJECT-REASON
               WHEN RM-ORDER-ID-X NOT NUMERIC
                   MOVE "N" TO WS-REMIT-VALID-SW
                   MOVE "ORDER-ID NOT NUMERIC" TO WS-REJECT-REASON
               WHEN RM-AMOUNT-X NOT NUMERIC
                   MOVE "N" TO WS-REMIT-VALID-SW
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               WHEN RM-AMOUNT-N = 0
                   MOVE "N" TO WS-REMIT-VALID-SW
                   MOVE "AMOUNT ZERO" TO WS-REJECT-REASON
               WHEN RM-PAY-DATE-X NOT NUMERIC
                   MOVE "N" TO WS-REMIT-VALID-SW
                   MOVE "PAY-DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN RM-PAY-DATE-X (5:2) < "01"
                       OR RM-PAY-DATE-X (5:2) > "12"
                       OR RM-PAY-DATE-X (7:2) < "01"
                       OR RM-PAY-DATE-X (7:2) > "31"
                   MOVE "N" TO WS-REMIT-VALID-SW
                   MOVE "PAY-DATE IMPLAUSIBLE" TO WS-REJECT-REASON
           END-EVALUATE.

      *> Match by order ID to the open invoice. The bank's payer,
      *> when it named one, must be the invoice's customer — cash
      *> quoting someone else's order is held unapplied for
      *> collections to sort out, never put on a stranger's account.
       APPLY-ONE-PAYMENT.
           MOVE RM-AMOUNT-N TO WS-CASH-RECEIVED
           MOVE 0 TO WS-CASH-APPLIED
           MOVE 0 TO WS-CASH-WRITE-OFF
           MOVE RM-CUSTOMER-ID-N TO WS-CASH-CUSTOMER-ID
           MOVE 0 TO WS-IT-MATCH-IDX
           IF RM-ORDER-ID-N > 0
               MOVE RM-ORDER-ID-N TO WS-ORA-ORDER-ID
               PERFORM FIND-ORDER-ITEM
           END-IF
           IF WS-IT-MATCH-IDX > 0
               IF RM-CUSTOMER-ID-N > 0
                       AND RM-CUSTOMER-ID-N NOT =
                           WS-IT-CUSTOMER-ID (WS-IT-MATCH-IDX)
                   MOVE 0 TO WS-IT-MATCH-IDX
                   MOVE "UNAPPLIED (CUST MISMATCH)"
                       TO WS-CASH-OUTCOME
               END-IF
           ELSE
               MOVE "UNAPPLIED (NO OPEN ITEM)" TO WS-CASH-OUTCOME
           END-IF
           IF WS-IT-MATCH-IDX > 0
               MOVE WS-IT-CUSTOMER-ID (WS-IT-MATCH-IDX)
                   TO WS-CASH-CUSTOMER-ID
               PERFORM APPLY-CASH-TO-INVOICE
           ELSE
               PERFORM HOLD-CASH-UNAPPLIED
           END-IF
           COMPUTE WS-CASH-UNAPPLIED =
               WS-CASH-RECEIVED - WS-CASH-APPLIED
           END-COMPUTE
           ADD WS-CASH-RECEIVED TO WS-RECEIVED-TOTAL
           ADD WS-CASH-APPLIED TO WS-APPLIED-TOTAL
           PERFORM WRITE-RECEIPT-RECORD
           PERFORM WRITE-CASH-LINE.

       APPLY-CASH-TO-INVOICE.
           EVALUATE TRUE
               WHEN WS-CASH-RECEIVED = WS-IT-BALANCE (WS-IT-MATCH-IDX)
                   MOVE WS-CASH-RECEIVED TO WS-CASH-APPLIED
                   ADD 1 TO WS-PAID-IN-FULL
                   MOVE "PAID IN FULL" TO WS-CASH-OUTCOME
               WHEN WS-CASH-RECEIVED < WS-IT-BALANCE (WS-IT-MATCH-IDX)
                   MOVE WS-CASH-RECEIVED TO WS-CASH-APPLIED
                   COMPUTE WS-CASH-WRITE-OFF =
                       WS-IT-BALANCE (WS-IT-MATCH-IDX)
                       - WS-CASH-RECEIVED
                   END-COMPUTE
                   IF WS-CASH-WRITE-OFF <= WS-SHORT-PAY-TOLERANCE
                       ADD 1 TO WS-WRITE-OFFS
                       ADD WS-CASH-WRITE-OFF TO WS-WRITE-OFF-TOTAL
                       MOVE "SHORT PAY WRITTEN OFF" TO WS-CASH-OUTCOME
                   ELSE
                       MOVE 0 TO WS-CASH-WRITE-OFF
                       ADD 1 TO WS-SHORT-PAYS
                       MOVE "SHORT PAY" TO WS-CASH-OUTCOME
                   END-IF
               WHEN OTHER
      *> Over the balance (or the invoice was already fully
      *> credited): settle what is owed, hold the rest on account.
                   IF WS-IT-BALANCE (WS-IT-MATCH-IDX) > 0
                       MOVE WS-IT-BALANCE (WS-IT-MATCH-IDX)
                           TO WS-CASH-APPLIED
                   END-IF
                   ADD 1 TO WS-OVERPAYS
                   MOVE "OVERPAY" TO WS-CASH-OUTCOME
           END-EVALUATE
           ADD WS-CASH-APPLIED TO WS-IT-PAID-AMT (WS-IT-MATCH-IDX)
           SUBTRACT WS-CASH-APPLIED
               FROM WS-IT-BALANCE (WS-IT-MATCH-IDX)
           SUBTRACT WS-CASH-WRITE-OFF
               FROM WS-IT-BALANCE (WS-IT-MATCH-IDX)
           IF WS-CASH-RECEIVED > WS-CASH-APPLIED
               MOVE WS-CASH-CUSTOMER-ID TO WS-NU-CUSTOMER-ID
               MOVE RM-ORDER-ID-N TO WS-NU-ORDER-ID
               MOVE RM-PAY-DATE-N TO WS-NU-DOC-DATE
               COMPUTE WS-NU-AMOUNT =
                   WS-CASH-RECEIVED - WS-CASH-APPLIED
               END-COMPUTE
               MOVE RM-BANK-REF TO WS-NU-REFERENCE
               PERFORM ADD-UNAPPLIED-ITEM
           END-IF
           PERFORM SETTLE-INVOICE-ITEM.

      *> No invoice to take it: the whole remittance goes on account.
      *> An unnamed payer is taken from the quoted order where there
      *> is one; otherwise the cash sits under customer zero for
      *> collections to identify.
       HOLD-CASH-UNAPPLIED.
           IF WS-CASH-CUSTOMER-ID = 0 AND RM-ORDER-ID-N > 0
               MOVE RM-ORDER-ID-N TO WS-ORA-ORDER-ID
               PERFORM LOOKUP-ORDER-CUSTOMER
               MOVE WS-ORA-CUSTOMER-ID TO WS-CASH-CUSTOMER-ID
           END-IF
           ADD 1 TO WS-UNAPPLIED-CASH
           MOVE WS-CASH-CUSTOMER-ID TO WS-NU-CUSTOMER-ID
           MOVE RM-ORDER-ID-N TO WS-NU-ORDER-ID
           MOVE RM-PAY-DATE-N TO WS-NU-DOC-DATE
           MOVE WS-CASH-RECEIVED TO WS-NU-AMOUNT
           MOVE RM-BANK-REF TO WS-NU-REFERENCE
           PERFORM ADD-UNAPPLIED-ITEM.

       OPEN-RECEIPTS-FILE.
           OPEN EXTEND RECEIPTS-FILE
           IF WS-RECEIPTS-STATUS = "35"
      *> File doesn't exist yet on the first-ever run — create it.
               OPEN OUTPUT RECEIPTS-FILE
           END-IF.

       WRITE-RECEIPTS-HEADER.
           MOVE SPACES TO RECEIPTS-LINE
           STRING "HDR"            DELIMITED BY SIZE
                  "ARCASH  "       DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP DELIMITED BY SIZE
               INTO RECEIPTS-LINE
           END-STRING
           WRITE RECEIPTS-LINE.

       WRITE-RECEIPT-RECORD.
           MOVE WS-CASH-CUSTOMER-ID TO RCP-CUSTOMER-ID
           MOVE RM-ORDER-ID-N TO RCP-ORDER-ID
           MOVE WS-CASH-RECEIVED TO RCP-RECEIVED
           MOVE WS-CASH-APPLIED TO RCP-APPLIED
           MOVE WS-CASH-UNAPPLIED TO RCP-UNAPPLIED
           MOVE WS-CASH-WRITE-OFF TO RCP-WRITE-OFF
           MOVE SPACES TO RECEIPTS-LINE
           STRING RCP-CUSTOMER-ID DELIMITED BY SIZE
                  RCP-ORDER-ID    DELIMITED BY SIZE
                  RCP-RECEIVED    DELIMITED BY SIZE
                  RCP-APPLIED     DELIMITED BY SIZE
                  RCP-UNAPPLIED   DELIMITED BY SIZE
                  RCP-WRITE-OFF   DELIMITED BY SIZE
                  RM-PAY-DATE-X   DELIMITED BY SIZE
                  RM-BANK-REF     DELIMITED BY SIZE
               INTO RECEIPTS-LINE
           END-STRING
           WRITE RECEIPTS-LINE
           ADD 1 TO WS-RECEIPTS-WRITTEN.

       WRITE-RECEIPTS-TRAILER.
           MOVE WS-RECEIPTS-WRITTEN TO RCP-RECORD-COUNT
           MOVE WS-RECEIVED-TOTAL TO RCP-RECEIVED-TOTAL
           MOVE WS-APPLIED-TOTAL TO RCP-APPLIED-TOTAL
           MOVE SPACES TO RECEIPTS-LINE
           STRING "TRL"              DELIMITED BY SIZE
                  RCP-RECORD-COUNT   DELIMITED BY SIZE
                  RCP-RECEIVED-TOTAL DELIMITED BY SIZE
                  RCP-APPLIED-TOTAL  DELIMITED BY SIZE
               INTO RECEIPTS-LINE
           END-STRING
           WRITE RECEIPTS-LINE.

      *> ------------------------------------------------------------
      *> Ledger back to disk, in customer/order sequence.
      *> ------------------------------------------------------------
      *> Straight insertion sort, as TIMERPT.cob sorts its samples —
      *> the table is mostly in order already from yesterday's file.
       SORT-ITEM-TABLE.
           PERFORM INSERT-ONE-ITEM
               VARYING WS-SORT-I FROM 2 BY 1
               UNTIL WS-SORT-I > WS-IT-COUNT.

       INSERT-ONE-ITEM.
           MOVE WS-IT-ENTRY (WS-SORT-I) TO WS-SORT-HOLD
           MOVE WS-SORT-I TO WS-SORT-J
           PERFORM SHIFT-ONE-ITEM
               UNTIL WS-SORT-J = 1
                  OR WS-IT-KEY (WS-SORT-J - 1) <= WS-SORT-HOLD (1:18)
           MOVE WS-SORT-HOLD TO WS-IT-ENTRY (WS-SORT-J).

       SHIFT-ONE-ITEM.
           MOVE WS-IT-ENTRY (WS-SORT-J - 1) TO WS-IT-ENTRY (WS-SORT-J)
           SUBTRACT 1 FROM WS-SORT-J.

      *> Only reached after the full pass — an abend anywhere above
      *> leaves yesterday's AROPEN.DAT intact.
       REWRITE-OPEN-ITEMS.
           OPEN OUTPUT AROPEN-WORK-FILE
           PERFORM WRITE-ONE-OPEN-ITEM
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
           CLOSE AROPEN-WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AROPEN-WORK-FILE
           IF WS-WORK-STATUS = "00"
               OPEN OUTPUT AROPEN-FILE
               PERFORM COPY-ONE-WORK-ITEM UNTIL WS-EOF
               CLOSE AROPEN-FILE
               CLOSE AROPEN-WORK-FILE
           END-IF.

       WRITE-ONE-OPEN-ITEM.
           IF WS-IT-CLOSED-SW (WS-IT-IDX) = "N"
               ADD 1 TO WS-ITEMS-OPEN
               MOVE WS-IT-CUSTOMER-ID (WS-IT-IDX) TO AOI-CUSTOMER-ID
               MOVE WS-IT-ORDER-ID (WS-IT-IDX) TO AOI-ORDER-ID
               MOVE WS-IT-TYPE (WS-IT-IDX) TO AOI-ITEM-TYPE
               MOVE WS-IT-DOC-DATE (WS-IT-IDX) TO AOI-DOC-DATE
               MOVE WS-IT-INVOICE-AMT (WS-IT-IDX) TO AOI-INVOICE-AMT
               MOVE WS-IT-CREDIT-AMT (WS-IT-IDX) TO AOI-CREDIT-AMT
               MOVE WS-IT-PAID-AMT (WS-IT-IDX) TO AOI-PAID-AMT
               MOVE WS-IT-BALANCE (WS-IT-IDX) TO AOI-BALANCE
               MOVE WS-IT-REFERENCE (WS-IT-IDX) TO AOI-REFERENCE
               MOVE AOI-ITEM-RECORD TO AROPEN-WORK-RECORD
               WRITE AROPEN-WORK-RECORD
           END-IF.

       COPY-ONE-WORK-ITEM.
           READ AROPEN-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AROPEN-WORK-RECORD TO AOI-ITEM-RECORD
                   WRITE AOI-ITEM-RECORD
           END-READ.

      *> Written only once the ledger itself is safely back on disk,
      *> so a failed run re-absorbs rather than skips.
       WRITE-AR-CHECKPOINT.
           MOVE WS-NEW-INVOICE-MARK TO ACK-INVOICE-MARK
           MOVE WS-CREDIT-RECORD-COUNT TO ACK-CREDIT-MARK
           OPEN OUTPUT AR-CHECKPOINT-FILE
           WRITE AR-CHECKPOINT-RECORD
           CLOSE AR-CHECKPOINT-FILE.

      *> ------------------------------------------------------------
      *> 30/60/90 aging, one block per customer.
      *> ------------------------------------------------------------
       WRITE-AGING-REPORT.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "RECEIVABLES AGING BY CUSTOMER — DAYS SINCE"
                      DELIMITED BY SIZE
                  " INVOICE (T: I INVOICE, U UNAPPLIED)"
                      DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING " CUSTOMER     ORDER    T     DATE  AGE"
                      DELIMITED BY SIZE
                  "         0-30        31-60        61-90"
                      DELIMITED BY SIZE
                  "      OVER 90    UNAPPLIED" DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           INITIALIZE WS-CUSTOMER-AGING
           INITIALIZE WS-GRAND-AGING
           MOVE ZERO TO WS-AGING-CUSTOMER-ID
           MOVE "Y" TO WS-FIRST-CUSTOMER-SW
           PERFORM AGE-ONE-ITEM
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
           IF WS-ITEMS-OPEN > 0
               PERFORM WRITE-CUSTOMER-TOTAL-LINE
           ELSE
               MOVE "  (NO OPEN ITEMS)" TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF
           PERFORM WRITE-GRAND-TOTAL-LINE.

       AGE-ONE-ITEM.
           IF WS-IT-CLOSED-SW (WS-IT-IDX) = "N"
               IF WS-FIRST-CUSTOMER
                       OR WS-AGING-CUSTOMER-ID NOT =
                           WS-IT-CUSTOMER-ID (WS-IT-IDX)
                   IF NOT WS-FIRST-CUSTOMER
                       PERFORM WRITE-CUSTOMER-TOTAL-LINE
                   END-IF
                   MOVE "N" TO WS-FIRST-CUSTOMER-SW
                   INITIALIZE WS-CUSTOMER-AGING
                   MOVE WS-IT-CUSTOMER-ID (WS-IT-IDX)
                       TO WS-AGING-CUSTOMER-ID
               END-IF
               PERFORM BUCKET-ONE-ITEM
               PERFORM WRITE-AGING-ITEM-LINE
           END-IF.

       BUCKET-ONE-ITEM.
           MOVE 0 TO WS-ITEM-AGE
           IF WS-IT-TYPE (WS-IT-IDX) = "U"
               MOVE 0 TO WS-BUCKET-IDX
               ADD WS-IT-BALANCE (WS-IT-IDX) TO WS-CA-UNAPPLIED
               ADD WS-IT-BALANCE (WS-IT-IDX) TO WS-GA-UNAPPLIED
           ELSE
               COMPUTE WS-ITEM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (WS-IT-DOC-DATE (WS-IT-IDX))
               END-COMPUTE
               COMPUTE WS-ITEM-AGE =
                   WS-RUN-DATE-INT - WS-ITEM-DATE-INT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-ITEM-AGE <= 30
                       MOVE 1 TO WS-BUCKET-IDX
                   WHEN WS-ITEM-AGE <= 60
                       MOVE 2 TO WS-BUCKET-IDX
                   WHEN WS-ITEM-AGE <= 90
                       MOVE 3 TO WS-BUCKET-IDX
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-IDX
               END-EVALUATE
               ADD WS-IT-BALANCE (WS-IT-IDX)
                   TO WS-CA-BUCKET (WS-BUCKET-IDX)
               ADD WS-IT-BALANCE (WS-IT-IDX)
                   TO WS-GA-BUCKET (WS-BUCKET-IDX)
           END-IF
           ADD WS-IT-BALANCE (WS-IT-IDX) TO WS-CA-TOTAL
           ADD WS-IT-BALANCE (WS-IT-IDX) TO WS-GA-TOTAL.

       WRITE-AGING-ITEM-LINE.
           MOVE WS-IT-CUSTOMER-ID (WS-IT-IDX) TO WS-RL-CUSTOMER-ID
           MOVE WS-IT-ORDER-ID (WS-IT-IDX) TO WS-RL-ORDER-ID
           MOVE WS-ITEM-AGE TO WS-RL-DAYS
           MOVE 0 TO WS-RL-BUCKET-1
           MOVE 0 TO WS-RL-BUCKET-2
           MOVE 0 TO WS-RL-BUCKET-3
           MOVE 0 TO WS-RL-BUCKET-4
           MOVE 0 TO WS-RL-UNAPPLIED
           EVALUATE WS-BUCKET-IDX
               WHEN 0
                   MOVE WS-IT-BALANCE (WS-IT-IDX) TO WS-RL-UNAPPLIED
               WHEN 1
                   MOVE WS-IT-BALANCE (WS-IT-IDX) TO WS-RL-BUCKET-1
               WHEN 2
                   MOVE WS-IT-BALANCE (WS-IT-IDX) TO WS-RL-BUCKET-2
               WHEN 3
                   MOVE WS-IT-BALANCE (WS-IT-IDX) TO WS-RL-BUCKET-3
               WHEN 4
                   MOVE WS-IT-BALANCE (WS-IT-IDX) TO WS-RL-BUCKET-4
           END-EVALUATE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING WS-RL-CUSTOMER-ID           DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-RL-ORDER-ID              DELIMITED BY SIZE
                  "    "                      DELIMITED BY SIZE
                  WS-IT-TYPE (WS-IT-IDX)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-IT-DOC-DATE (WS-IT-IDX)  DELIMITED BY SIZE
                  WS-RL-DAYS                  DELIMITED BY SIZE
                  WS-RL-BUCKET-1              DELIMITED BY SIZE
                  WS-RL-BUCKET-2              DELIMITED BY SIZE
                  WS-RL-BUCKET-3              DELIMITED BY SIZE
                  WS-RL-BUCKET-4              DELIMITED BY SIZE
                  WS-RL-UNAPPLIED             DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       WRITE-CUSTOMER-TOTAL-LINE.
           MOVE WS-AGING-CUSTOMER-ID TO WS-RL-CUSTOMER-ID
           MOVE WS-CA-BUCKET (1) TO WS-RL-BUCKET-1
           MOVE WS-CA-BUCKET (2) TO WS-RL-BUCKET-2
           MOVE WS-CA-BUCKET (3) TO WS-RL-BUCKET-3
           MOVE WS-CA-BUCKET (4) TO WS-RL-BUCKET-4
           MOVE WS-CA-UNAPPLIED TO WS-RL-UNAPPLIED
           MOVE WS-CA-TOTAL TO WS-RL-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING WS-RL-CUSTOMER-ID  DELIMITED BY SIZE
                  " TOTAL"           DELIMITED BY SIZE
                  "                       " DELIMITED BY SIZE
                  WS-RL-BUCKET-1     DELIMITED BY SIZE
                  WS-RL-BUCKET-2     DELIMITED BY SIZE
                  WS-RL-BUCKET-3     DELIMITED BY SIZE
                  WS-RL-BUCKET-4     DELIMITED BY SIZE
                  WS-RL-UNAPPLIED    DELIMITED BY SIZE
                  "  NET "           DELIMITED BY SIZE
                  WS-RL-TOTAL        DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       WRITE-GRAND-TOTAL-LINE.
           MOVE WS-GA-BUCKET (1) TO WS-RL-BUCKET-1
           MOVE WS-GA-BUCKET (2) TO WS-RL-BUCKET-2
           MOVE WS-GA-BUCKET (3) TO WS-RL-BUCKET-3
           MOVE WS-GA-BUCKET (4) TO WS-RL-BUCKET-4
           MOVE WS-GA-UNAPPLIED TO WS-RL-UNAPPLIED
           MOVE WS-GA-TOTAL TO WS-RL-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "ALL CUSTOMERS TOTAL" DELIMITED BY SIZE
                  "                   " DELIMITED BY SIZE
                  WS-RL-BUCKET-1     DELIMITED BY SIZE
                  WS-RL-BUCKET-2     DELIMITED BY SIZE
                  WS-RL-BUCKET-3     DELIMITED BY SIZE
                  WS-RL-BUCKET-4     DELIMITED BY SIZE
                  WS-RL-UNAPPLIED    DELIMITED BY SIZE
                  "  NET "           DELIMITED BY SIZE
                  WS-RL-TOTAL        DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

      *> ------------------------------------------------------------
      *> Report lines.
      *> ------------------------------------------------------------
       WRITE-CASH-LINE.
           MOVE WS-CASH-CUSTOMER-ID TO WS-RL-CUSTOMER-ID
           MOVE RM-ORDER-ID-N TO WS-RL-ORDER-ID
           MOVE WS-CASH-RECEIVED TO WS-RL-AMOUNT
           MOVE WS-CASH-APPLIED TO WS-RL-AMOUNT-2
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "CUSTOMER"        DELIMITED BY SIZE
                  WS-RL-CUSTOMER-ID DELIMITED BY SIZE
                  "  ORDER"         DELIMITED BY SIZE
                  WS-RL-ORDER-ID    DELIMITED BY SIZE
                  "  RECEIVED "     DELIMITED BY SIZE
                  WS-RL-AMOUNT      DELIMITED BY SIZE
                  "  APPLIED "      DELIMITED BY SIZE
                  WS-RL-AMOUNT-2    DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-CASH-OUTCOME   DELIMITED BY SIZE
                  "  REF "          DELIMITED BY SIZE
                  RM-BANK-REF       DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       WRITE-REMIT-REJECT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "REJECTED ("      DELIMITED BY SIZE
                  WS-REJECT-REASON  DELIMITED BY "  "
                  "): ["            DELIMITED BY SIZE
                  REMIT-RECORD      DELIMITED BY SIZE
                  "]"               DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       WRITE-DUPLICATE-INVOICE-LINE.
           MOVE IV-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-DOC-AMOUNT TO WS-RL-AMOUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "DUPLICATE INVOICE IGNORED: ORDER" DELIMITED BY SIZE
                  WS-RL-ORDER-ID                     DELIMITED BY SIZE
                  "  AMOUNT "                        DELIMITED BY SIZE
                  WS-RL-AMOUNT                       DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       WRITE-CREDIT-ON-ACCOUNT-LINE.
           MOVE CX-ORDER-ID TO WS-RL-ORDER-ID
           MOVE WS-DOC-AMOUNT TO WS-RL-AMOUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "CREDIT ON ACCOUNT (NO OPEN INVOICE): ORDER"
                      DELIMITED BY SIZE
                  WS-RL-ORDER-ID DELIMITED BY SIZE
                  "  AMOUNT "    DELIMITED BY SIZE
                  WS-RL-AMOUNT   DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       WRITE-TABLE-FULL-LINE.
           MOVE WS-ITEM-MAX TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "ERROR: MORE THAN " DELIMITED BY SIZE
                  WS-RL-COUNT         DELIMITED BY SIZE
                  " OPEN ITEMS — NO CASH APPLIED, AROPEN.DAT LEFT"
                                      DELIMITED BY SIZE
                  " UNCHANGED"        DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "CASH RECEIPTS APPLICATION AND RECEIVABLES AGING — "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE ALL "-" TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-INVOICES-ADDED TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "INVOICES ADDED:         " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-INVOICES-DUPLICATE TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "DUPLICATE INVOICES:     " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-CREDITS-NETTED TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "CREDITS NETTED:         " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-CREDITS-ON-ACCOUNT TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "CREDITS ON ACCOUNT:     " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-REMITS-READ TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "REMITTANCES READ:       " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-REMITS-REJECTED TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "REMITTANCES REJECTED:   " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-PAID-IN-FULL TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "PAID IN FULL:           " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-SHORT-PAYS TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "SHORT PAYS (OPEN):      " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-WRITE-OFFS TO WS-RL-COUNT
           MOVE WS-WRITE-OFF-TOTAL TO WS-RL-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "SHORT PAYS WRITTEN OFF: " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
                  "  VALUE "                 DELIMITED BY SIZE
                  WS-RL-TOTAL                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-OVERPAYS TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "OVERPAYS:               " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-UNAPPLIED-CASH TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "UNAPPLIED CASH:         " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-ITEMS-CLOSED TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "INVOICES SETTLED:       " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-ITEMS-OPEN TO WS-RL-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "ITEMS LEFT OPEN:        " DELIMITED BY SIZE
                  WS-RL-COUNT                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-RECEIVED-TOTAL TO WS-RL-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "CASH RECEIVED:          " DELIMITED BY SIZE
                  WS-RL-TOTAL                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE
           MOVE WS-APPLIED-TOTAL TO WS-RL-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "CASH APPLIED:           " DELIMITED BY SIZE
                  WS-RL-TOTAL                DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

      *> Paid flags that did not land leave CREDRPT.cob overstating
      *> exposure for those orders — say so.
           IF WS-PAID-MARKS-FAILED > 0
               MOVE WS-PAID-MARKS-FAILED TO WS-RL-COUNT
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "WARNING: PAID_FLAG NOT SET ON " DELIMITED BY SIZE
                      WS-RL-COUNT                      DELIMITED BY SIZE
                      " SETTLED ORDER(S)"              DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
           END-IF
           IF WS-ORACLE-ERROR
               MOVE SQLCODE TO WS-RL-SQLCODE
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "ERROR: ORACLE FAILURES DURING RUN — RESULTS"
                          DELIMITED BY SIZE
                      " PARTIAL. SQLCODE: " DELIMITED BY SIZE
                      WS-RL-SQLCODE         DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
           END-IF.
