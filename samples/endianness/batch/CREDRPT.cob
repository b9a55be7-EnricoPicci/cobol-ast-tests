      *   above a configurable utilization percentage — so finance
      *   can raise limits before orders start bouncing, not after.
      *
      *   Exposure here runs until the customer pays, not just until
      *   the order is billed: a shipped order stays counted until
      *   ARCASH.cob has settled its invoice and set
      *   ORDERS.PAID_FLAG — an invoiced but unpaid order is still
      *   money the account owes. This is wider than the
      *   reserved-but-unbilled figure CHECK-CREDIT-LIMIT refuses
      *   on, and is meant to be: it is the view finance raises
      *   limits against.
      *
      *   The figures come from the night's reporting snapshot
      *   (RPTSNAP.cob), not live Oracle: every account is measured
      *   as of one instant, printed at the top of the report, and
      *   a morning rerun adds no load to the lookup path. A missing
      *   or unfinished snapshot produces no figures at all (RC 8).
      *
      * CONTROL FILE FORMAT (CREDRPT.CFG, sequential, one record):
      *   Positions  1- 3  NEAR-LIMIT-PCT  PIC 9(3)
      *   Missing file means the hardcoded default below applies.
      *
      * OUTPUT: CREDRPT.D<YYYYMMDD>.S<nn>.RPT (via RPTGEN.cob) —
      *         near-limit accounts plus summary.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

      *> Generation-dated per run — the name comes from RPTGEN.cob
      *> and DD_CRDTRPT is pointed at it before the OPEN, so each
      *> night's report survives the next and is catalogued in
      *> RPTCAT.DAT for distribution (RPTDIST.cob) and retention
      *> (RPTSWEEP.cob).
           SELECT CRED-REPORT-FILE ASSIGN TO CRDTRPT
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

           SELECT SNAP-CUSTOMER-FILE ASSIGN TO "RPTSNAP.CUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNC-CUSTOMER-ID
               FILE STATUS IS WS-SNAPCUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRED-CONFIG-FILE.
       FD  CRED-REPORT-FILE.
       01  CRED-REPORT-LINE           PIC X(132).

      *> Layout per CPY-SNAPCTL.cpy, read into WORKING-STORAGE.
       FD  SNAPSHOT-CONTROL-FILE.
       01  SNAPSHOT-CONTROL-LINE      PIC X(77).

       FD  SNAP-ORDER-FILE.
           COPY CPY-SNAPORD.

       FD  SNAP-CUSTOMER-FILE.
           COPY CPY-SNAPCUST.

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-SNAPCTL-STATUS          PIC XX.
       01  WS-SNAPORD-STATUS          PIC XX.
       01  WS-SNAPCUS-STATUS          PIC XX.

      *> Eighty percent utilized is when finance still has room to
      *> act; a hundred is when orders start bouncing.
       01  WS-NEAR-LIMIT-PCT          PIC 9(3) VALUE 80.

           COPY CPY-SNAPCTL.

       01  WS-SNAPSHOT-USABLE-SW      PIC X VALUE "N".
           88  WS-SNAPSHOT-USABLE     VALUE "Y".
       01  WS-SNAPSHOT-TAKEN          PIC X(19).

      *> The account being measured — COMP-3 money, the suite
      *> convention (see SAFE01.cob on packed decimal).
       01  WS-ACCOUNT-ID              PIC 9(9) VALUE ZEROS.
       01  WS-ACCOUNT-LIMIT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACCOUNT-EXPOSURE        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACCOUNT-LINES           PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNT-DONE-SW         PIC X VALUE "N".
           88  WS-ACCOUNT-DONE        VALUE "Y".

       01  WS-UTILIZATION-PCT         PIC 9(5)V9 VALUE ZEROS.

           05  WS-ACCOUNTS-NEAR       PIC 9(9) VALUE ZERO.
           05  WS-ACCOUNTS-OVER       PIC 9(9) VALUE ZERO.

      *> No usable snapshot, or a snapshot file that would not read
      *> — either way the figures below cannot be trusted.
       01  WS-SNAPSHOT-ERROR-SW       PIC X VALUE "N".
           88  WS-SNAPSHOT-ERROR      VALUE "Y".
       01  WS-SCAN-DONE-SW            PIC X VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".

           05  WS-RL-LIMIT            PIC -(9)9.99.
           05  WS-RL-EXPOSURE         PIC -(9)9.99.
           05  WS-RL-PCT              PIC ZZZZ9.9.
           05  WS-RL-OVER-TAG         PIC X(8).

      *> This run's generation-dated report name, allocated by
      *> RPTGEN.cob and echoed at end of run.
       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "CREDRPT".
       01  WS-REPORT-GENERATION       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CRED-CONFIG
           PERFORM READ-SNAPSHOT-CONTROL
           CALL "RPTGEN" USING
               WS-RPTGEN-PROGRAM
               WS-REPORT-GENERATION
           SET ENVIRONMENT "DD_CRDTRPT" TO WS-REPORT-GENERATION
           OPEN OUTPUT CRED-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM SCAN-EXPOSURES
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE CRED-REPORT-FILE
           DISPLAY "CREDRPT report written to " WS-REPORT-GENERATION

      *> Step outcome for NIGHTRUN.cob and the scheduler.
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ACCOUNTS-NEAR > 0
                   OR WS-ACCOUNTS-OVER > 0
               CLOSE CRED-CONFIG-FILE
           END-IF.

      *> Limited accounts in customer order from the snapshot; each
      *> one's open lines are read through the customer key.
       SCAN-EXPOSURES.
           IF NOT WS-SNAPSHOT-USABLE
               SET WS-SNAPSHOT-ERROR TO TRUE
           ELSE
               OPEN INPUT SNAP-CUSTOMER-FILE
               OPEN INPUT SNAP-ORDER-FILE
               IF WS-SNAPCUS-STATUS = "00"
                       AND WS-SNAPORD-STATUS = "00"
                   PERFORM JUDGE-ONE-ACCOUNT UNTIL WS-SCAN-DONE
               ELSE
                   SET WS-SNAPSHOT-ERROR TO TRUE
               END-IF
               CLOSE SNAP-CUSTOMER-FILE
               CLOSE SNAP-ORDER-FILE
           END-IF
           IF WS-ACCOUNTS-NEAR = 0 AND WS-ACCOUNTS-OVER = 0
                   AND NOT WS-SNAPSHOT-ERROR
               MOVE "  (NO ACCOUNTS NEAR THEIR LIMIT)"
                   TO CRED-REPORT-LINE
               WRITE CRED-REPORT-LINE
           END-IF.

      *> A status past "10" (end of file) is a read that failed, not
      *> the end of the accounts.
       JUDGE-ONE-ACCOUNT.
           READ SNAP-CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF SNC-CREDIT-LIMIT > 0
                       PERFORM TOTAL-ACCOUNT-EXPOSURE
                   END-IF
           END-READ
           IF WS-SNAPCUS-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF.

      *> An account with no open lines was never in the old join and
      *> is not counted as checked now.
       TOTAL-ACCOUNT-EXPOSURE.
           MOVE SNC-CUSTOMER-ID TO WS-ACCOUNT-ID
           MOVE SNC-CREDIT-LIMIT TO WS-ACCOUNT-LIMIT
           MOVE 0 TO WS-ACCOUNT-EXPOSURE
           MOVE ZERO TO WS-ACCOUNT-LINES
           MOVE "N" TO WS-ACCOUNT-DONE-SW
           MOVE WS-ACCOUNT-ID TO SNO-CUSTOMER-ID
           START SNAP-ORDER-FILE KEY IS EQUAL TO SNO-CUSTOMER-ID
               INVALID KEY
                   SET WS-ACCOUNT-DONE TO TRUE
           END-START
           PERFORM ADD-ONE-EXPOSURE-LINE UNTIL WS-ACCOUNT-DONE
           IF WS-ACCOUNT-LINES > 0
               ADD 1 TO WS-ACCOUNTS-CHECKED
               PERFORM MEASURE-ONE-ACCOUNT
           END-IF.

      *> The reserved statuses CHECK-CREDIT-LIMIT in SAFE02-CALLED.cob
      *> measures before refusing a reservation, with shipped orders
      *> counted until paid (see the header) rather than until
      *> billed, each line at its snapshot contract-or-list price.
       ADD-ONE-EXPOSURE-LINE.
           READ SNAP-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-ACCOUNT-DONE TO TRUE
               NOT AT END
                   IF SNO-CUSTOMER-ID NOT = WS-ACCOUNT-ID
                       SET WS-ACCOUNT-DONE TO TRUE
                   ELSE
                       IF NOT SNO-NO-CUSTOMER
                           EVALUATE TRUE
                               WHEN SNO-ORDER-STATUS = "R"
                               WHEN SNO-ORDER-STATUS = "W"
                               WHEN SNO-ORDER-STATUS = "P"
                                   PERFORM ADD-LINE-TO-EXPOSURE
                               WHEN SNO-ORDER-STATUS = "S"
                                   IF NOT SNO-BILLED
                                           OR NOT SNO-PAID
                                       PERFORM ADD-LINE-TO-EXPOSURE
                                   END-IF
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ
           IF WS-SNAPORD-STATUS > "10"
               SET WS-SNAPSHOT-ERROR TO TRUE
               SET WS-ACCOUNT-DONE TO TRUE
               SET WS-SCAN-DONE TO TRUE
           END-IF.

       ADD-LINE-TO-EXPOSURE.
           ADD 1 TO WS-ACCOUNT-LINES
           COMPUTE WS-ACCOUNT-EXPOSURE = WS-ACCOUNT-EXPOSURE
               + (SNO-QUANTITY * SNO-UNIT-PRICE)
           END-COMPUTE.

       MEASURE-ONE-ACCOUNT.
           COMPUTE WS-UTILIZATION-PCT ROUNDED =
               (WS-ACCOUNT-EXPOSURE * 100.0) / WS-ACCOUNT-LIMIT
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-UTILIZATION-PCT
           END-COMPUTE
           END-EVALUATE.

       WRITE-ACCOUNT-LINE.
           MOVE WS-ACCOUNT-ID TO WS-RL-CUSTOMER-ID
           MOVE WS-ACCOUNT-LIMIT TO WS-RL-LIMIT
           MOVE WS-ACCOUNT-EXPOSURE TO WS-RL-EXPOSURE
           MOVE WS-UTILIZATION-PCT TO WS-RL-PCT
           IF WS-UTILIZATION-PCT >= 100
               MOVE "  *OVER*" TO WS-RL-OVER-TAG
               INTO CRED-REPORT-LINE
           END-STRING
           WRITE CRED-REPORT-LINE
           MOVE SPACES TO CRED-REPORT-LINE
           STRING "SNAPSHOT TAKEN: " DELIMITED BY SIZE
                  WS-SNAPSHOT-TAKEN  DELIMITED BY SIZE
               INTO CRED-REPORT-LINE
           END-STRING
           WRITE CRED-REPORT-LINE
           MOVE ALL "-" TO CRED-REPORT-LINE
           WRITE CRED-REPORT-LINE.


      *> The scan could not be trusted — say so instead of letting
      *> a short report read as "every account has headroom".
           IF WS-SNAPSHOT-ERROR
               MOVE SPACES TO CRED-REPORT-LINE
               IF WS-SNAPSHOT-USABLE
                   STRING "ERROR: SNAPSHOT READ FAILED — RESULTS "
                              DELIMITED BY SIZE
                          "PARTIAL, FILE STATUS: " DELIMITED BY SIZE
                          WS-SNAPCUS-STATUS  DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          WS-SNAPORD-STATUS  DELIMITED BY SIZE
                       INTO CRED-REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "ERROR: NO USABLE SNAPSHOT — NOTHING MEASURED"
                       TO CRED-REPORT-LINE
               END-IF
               WRITE CRED-REPORT-LINE
           END-IF.

           COPY CPY-SNAPCHK.
