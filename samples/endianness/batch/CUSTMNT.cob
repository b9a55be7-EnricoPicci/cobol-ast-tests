      ******************************************************************
      * CUSTMNT.cob — CUSTOMERS Master Maintenance with Credit-Limit
      *               Approval and Change Audit
      *
      * PURPOSE:
      *   CHECK-CREDIT-HOLD and CHECK-CREDIT-LIMIT in SAFE02-CALLED
      *   and CREDRPT.cob all stand on CUSTOMERS rows, yet the only
      *   program that ever wrote CUSTOMERS was CRHOLD.cob (and only
      *   its hold flag) — new accounts and limit changes were hand-
      *   run SQL with no trail. This job applies the account
      *   system's maintenance file: new accounts, name and address
      *   changes, and credit-limit changes, each validated before
      *   Oracle is touched, committed on its own, and appended to
      *   the CSTAUDIT.DAT old-value/new-value audit in the line
      *   shape CFGMAINT.cob writes to CFGAUDIT.DAT — who, when,
      *   which customer, which field, old, new.
      *
      *   Credit-limit increases above the approval threshold are
      *   not applied: they are parked on CUSTPEND.DAT until a
      *   SECOND operator approves them with a "P" record (or any
      *   operator declines them with a "D"). The requester can
      *   never approve their own change. An approval is applied
      *   only if the limit still stands where it stood when the
      *   change was asked for — a stale approval is refused and the
      *   request dropped, to be raised afresh. One request per
      *   customer is held; a newer one replaces it.
      *
      *   A zero CREDIT_LIMIT means NO limit to CHECK-CREDIT-LIMIT,
      *   so asking for zero is the biggest increase there is and
      *   always needs approval; lowering a limit, or setting one
      *   where there was none, applies at once. A new account whose
      *   limit needs approval is opened at the threshold — the most
      *   one operator may grant alone — with the rest parked.
      *
      *   Every well-formed record is checked against OPERAUTH.DAT
      *   (see OPAUTH.cob) for the operator it names before Oracle
      *   is touched: "A" and "C" need the CUSTMAST function, "L"
      *   and "D" need CREDIT (declining changes nothing, and is how
      *   a requester withdraws a request), "P" needs CREDAPPR — the
      *   second operator's say-so is only worth something if that
      *   operator may give it. A record whose operator lacks the
      *   function is rejected "NOT AUTHORIZED".
      *
      *   Pending requests are loaded before the pass and written
      *   back through CUSTPEND.TMP once the pass has completed, the
      *   keep-file discipline CPRLOAD.cob and ORDARCH.cob use, so an
      *   abend leaves the file as it was.
      *
      *   CUSTOMERS is assumed to carry CUSTOMER_NAME, ADDRESS_LINE_1,
      *   ADDRESS_LINE_2, CITY and POSTAL_CODE beside CREDIT_LIMIT,
      *   CREDIT_HOLD_FLAG and TAX_EXEMPT_FLAG. New accounts open
      *   off hold and taxable; CRHOLD.cob owns the hold flag.
      *
      * MAINTENANCE FILE FORMAT (CUSTMNT.DAT, one record per change):
      *   Positions   1-  9  CUSTOMER-ID    PIC 9(9)
      *   Position   10      ACTION         PIC X(1)
      *                      "A" add a new account
      *                      "C" change name/address (blank fields
      *                          are left as they are)
      *                      "L" change the credit limit
      *                      "P" approve the held limit change
      *                      "D" decline the held limit change
      *   Positions  11- 18  OPERATOR-ID    PIC X(8)
      *   Positions  19- 58  CUSTOMER-NAME  PIC X(40)
      *   Positions  59- 98  ADDRESS-1      PIC X(40)
      *   Positions  99-138  ADDRESS-2      PIC X(40)
      *   Positions 139-163  CITY           PIC X(25)
      *   Positions 164-173  POSTAL-CODE    PIC X(10)
      *   Positions 174-184  CREDIT-LIMIT   PIC 9(9)V99 (zoned, no
      *                      decimal point; "A" and "L" only)
      *
      * CONTROL FILE FORMAT (CUSTCFG.DAT, optional, one record):
      *   Positions  1-11  APPROVAL-THRESHOLD  PIC 9(9)V99 — the
      *                    largest limit increase one operator may
      *                    apply alone. Missing, non-numeric or zero:
      *                    10,000.00.
      *
      * PENDING FILE FORMAT (CUSTPEND.DAT, kept by this job):
      *   Positions  1- 9  CUSTOMER-ID     PIC 9(9)
      *   Positions 10-20  OLD-LIMIT       PIC 9(9)V99
      *   Positions 21-31  NEW-LIMIT       PIC 9(9)V99
      *   Positions 32-39  REQUESTED-BY    PIC X(8)
      *   Positions 40-53  REQUESTED-AT    PIC X(14) (YYYYMMDDHHMMSS)
      *
      * OUTPUT: CUSTMNT.RPT — applied/held/rejected detail plus
      *         summary counts.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules,
      *          with COMP5=YES for Pro*COBOL precompilation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "CUSTMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT CUSTOMER-CONFIG-FILE ASSIGN TO "CUSTCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

      *> Limit increases awaiting a second operator. Read whole at
      *> the start, rewritten through the work file at the end.
           SELECT PENDING-FILE ASSIGN TO "CUSTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-WORK-FILE ASSIGN TO "CUSTPEND.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDWORK-STATUS.

      *> Every applied change appends one line per field changed —
      *> who, when, which customer, which field, old value, new
      *> value. Same EXTEND-with-create discipline as CFGAUDIT.DAT.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CSTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSTAUD-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "CUSTMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  MT-CUSTOMER-ID-X       PIC X(9).
           05  MT-CUSTOMER-ID-N       REDEFINES MT-CUSTOMER-ID-X
                                       PIC 9(9).
           05  MT-ACTION              PIC X(1).
               88  MT-ADD-ACCOUNT     VALUE "A".
               88  MT-CHANGE-ADDRESS  VALUE "C".
               88  MT-CHANGE-LIMIT    VALUE "L".
               88  MT-APPROVE-LIMIT   VALUE "P".
               88  MT-DECLINE-LIMIT   VALUE "D".
           05  MT-OPERATOR-ID         PIC X(8).
           05  MT-CUSTOMER-NAME       PIC X(40).
           05  MT-ADDRESS-1           PIC X(40).
           05  MT-ADDRESS-2           PIC X(40).
           05  MT-CITY                PIC X(25).
           05  MT-POSTAL-CODE         PIC X(10).
           05  MT-LIMIT-X             PIC X(11).
           05  MT-LIMIT-N             REDEFINES MT-LIMIT-X
                                       PIC 9(9)V99.

       FD  CUSTOMER-CONFIG-FILE.
       01  CUSTOMER-CONFIG-RECORD.
           05  CCF-THRESHOLD-X        PIC X(11).
           05  CCF-THRESHOLD-N        REDEFINES CCF-THRESHOLD-X
                                       PIC 9(9)V99.

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PD-CUSTOMER-ID         PIC 9(9).
           05  PD-OLD-LIMIT           PIC 9(9)V99.
           05  PD-NEW-LIMIT           PIC 9(9)V99.
           05  PD-REQUESTED-BY        PIC X(8).
           05  PD-REQUESTED-AT        PIC X(14).

       FD  PENDING-WORK-FILE.
       01  PENDING-WORK-RECORD        PIC X(53).

       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-LINE        PIC X(200).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE          PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-MAINT-STATUS            PIC XX.
           88  WS-MAINT-OK            VALUE "00".
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-PENDING-STATUS          PIC XX.
       01  WS-PENDWORK-STATUS         PIC XX.
       01  WS-CSTAUD-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

       01  WS-RUN-TIMESTAMP           PIC X(14).

      *> Largest increase one operator may apply alone; CUSTCFG.DAT
      *> overrides.
       01  WS-APPROVAL-THRESHOLD      PIC 9(9)V99 VALUE 10000.00.

           EXEC SQL INCLUDE SQLCA5 END-EXEC.

      *> Oracle host variables — COMP-5 for the key, COMP-3 for the
      *> money (see SAFE01.cob), the suite convention. The WS-ORA-
      *> fields hold the row as Oracle has it; WS-NEW- the row as it
      *> is to become.
       01  WS-ORA-CUSTOMER-ID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ORA-CUSTOMER-NAME       PIC X(40) VALUE SPACES.
       01  WS-ORA-ADDRESS-1           PIC X(40) VALUE SPACES.
       01  WS-ORA-ADDRESS-2           PIC X(40) VALUE SPACES.
       01  WS-ORA-CITY                PIC X(25) VALUE SPACES.
       01  WS-ORA-POSTAL-CODE         PIC X(10) VALUE SPACES.
       01  WS-ORA-CREDIT-LIMIT        PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-NEW-CUSTOMER-NAME       PIC X(40) VALUE SPACES.
       01  WS-NEW-ADDRESS-1           PIC X(40) VALUE SPACES.
       01  WS-NEW-ADDRESS-2           PIC X(40) VALUE SPACES.
       01  WS-NEW-CITY                PIC X(25) VALUE SPACES.
       01  WS-NEW-POSTAL-CODE         PIC X(10) VALUE SPACES.
       01  WS-NEW-CREDIT-LIMIT        PIC S9(9)V99 COMP-3 VALUE 0.

           COPY CPY-RETCODES.

      *> Held limit increases, CUSTPEND.DAT in memory. An entry
      *> approved, declined or gone stale is switched off rather
      *> than squeezed out; only live entries are written back.
       01  WS-PENDING-TABLE.
           05  WS-PND-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-PND-ENTRY           OCCURS 500 TIMES.
               10  WS-PND-CUSTOMER-ID PIC 9(9).
               10  WS-PND-OLD-LIMIT   PIC 9(9)V99.
               10  WS-PND-NEW-LIMIT   PIC 9(9)V99.
               10  WS-PND-REQUESTED-BY
                                      PIC X(8).
               10  WS-PND-REQUESTED-AT
                                      PIC X(14).
               10  WS-PND-LIVE-SW     PIC X.
                   88  WS-PND-LIVE    VALUE "Y".
       01  WS-PND-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-PND-MATCH               PIC 9(4) COMP VALUE 0.

       01  WS-CUSTOMER-FOUND-SW       PIC X VALUE "N".
           88  WS-CUSTOMER-FOUND      VALUE "Y".
       01  WS-FETCH-FAILED-SW         PIC X VALUE "N".
           88  WS-FETCH-FAILED        VALUE "Y".
       01  WS-NEEDS-APPROVAL-SW       PIC X VALUE "N".
           88  WS-NEEDS-APPROVAL      VALUE "Y".
       01  WS-REJECT-REASON           PIC X(28) VALUE SPACES.
       01  WS-APPLIED-TEXT            PIC X(16) VALUE SPACES.

           COPY CPY-OPAUTH.

      *> One audit line's worth: the field, its before and after
      *> images, who applied it, and — for an approved limit — who
      *> asked for it.
       01  WS-AUDIT-FIELD             PIC X(14) VALUE SPACES.
       01  WS-OLD-VALUE               PIC X(40) VALUE SPACES.
       01  WS-NEW-VALUE               PIC X(40) VALUE SPACES.
       01  WS-AUDIT-REQUESTER         PIC X(8) VALUE SPACES.
       01  WS-AUDIT-TIMESTAMP         PIC X(26).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ        PIC 9(9) VALUE ZERO.
           05  WS-ACCOUNTS-ADDED      PIC 9(9) VALUE ZERO.
           05  WS-ADDRESSES-CHANGED   PIC 9(9) VALUE ZERO.
           05  WS-LIMITS-CHANGED      PIC 9(9) VALUE ZERO.
           05  WS-LIMITS-HELD         PIC 9(9) VALUE ZERO.
           05  WS-LIMITS-APPROVED     PIC 9(9) VALUE ZERO.
           05  WS-LIMITS-DECLINED     PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-REJECTED    PIC 9(9) VALUE ZERO.

       01  WS-ORACLE-ERROR-SW         PIC X VALUE "N".
           88  WS-ORACLE-ERROR        VALUE "Y".

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-CUSTOMER-ID      PIC -(8)9.
           05  WS-RL-OLD-LIMIT        PIC -(9)9.99.
           05  WS-RL-NEW-LIMIT        PIC -(9)9.99.
           05  WS-RL-COUNT            PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM READ-CUSTOMER-CONFIG
           PERFORM LOAD-PENDING-LIMITS
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM PROCESS-MAINT-FILE
           PERFORM SAVE-PENDING-LIMITS
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE MAINT-REPORT-FILE

      *> Step outcome for NIGHTRUN.cob and the scheduler.
           EVALUATE TRUE
               WHEN WS-ORACLE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> A missing or unusable control file leaves the default. A
      *> zero threshold is refused too: it would open every new
      *> account at a zero — unlimited — CREDIT_LIMIT.
       READ-CUSTOMER-CONFIG.
           OPEN INPUT CUSTOMER-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CUSTOMER-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CCF-THRESHOLD-X NUMERIC
                               AND CCF-THRESHOLD-N > 0
                           MOVE CCF-THRESHOLD-N
                               TO WS-APPROVAL-THRESHOLD
                       END-IF
               END-READ
               CLOSE CUSTOMER-CONFIG-FILE
           END-IF.

      *> No pending file is the normal state when nothing is waiting.
       LOAD-PENDING-LIMITS.
           MOVE 0 TO WS-PND-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM LOAD-ONE-PENDING-LIMIT UNTIL WS-EOF
               CLOSE PENDING-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       LOAD-ONE-PENDING-LIMIT.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-PND-COUNT < 500
                       ADD 1 TO WS-PND-COUNT
                       MOVE PD-CUSTOMER-ID
                           TO WS-PND-CUSTOMER-ID (WS-PND-COUNT)
                       MOVE PD-OLD-LIMIT
                           TO WS-PND-OLD-LIMIT (WS-PND-COUNT)
                       MOVE PD-NEW-LIMIT
                           TO WS-PND-NEW-LIMIT (WS-PND-COUNT)
                       MOVE PD-REQUESTED-BY
                           TO WS-PND-REQUESTED-BY (WS-PND-COUNT)
                       MOVE PD-REQUESTED-AT
                           TO WS-PND-REQUESTED-AT (WS-PND-COUNT)
                       MOVE "Y" TO WS-PND-LIVE-SW (WS-PND-COUNT)
                   END-IF
           END-READ.

      *> A missing maintenance file is a quiet day at accounts.
       PROCESS-MAINT-FILE.
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-OK
               PERFORM APPLY-ONE-MAINT-RECORD UNTIL WS-EOF
               CLOSE MAINT-FILE
           END-IF.

      *> Everything that can be judged from the record alone is
      *> judged here, before Oracle is touched.
       APPLY-ONE-MAINT-RECORD.
           READ MAINT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE SPACES TO WS-REJECT-REASON
                   EVALUATE TRUE
                       WHEN MT-CUSTOMER-ID-X NOT NUMERIC
                           MOVE "MALFORMED" TO WS-REJECT-REASON
                       WHEN MT-OPERATOR-ID = SPACES
                           MOVE "NO OPERATOR" TO WS-REJECT-REASON
                       WHEN NOT MT-ADD-ACCOUNT
                               AND NOT MT-CHANGE-ADDRESS
                               AND NOT MT-CHANGE-LIMIT
                               AND NOT MT-APPROVE-LIMIT
                               AND NOT MT-DECLINE-LIMIT
                           MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
                       WHEN (MT-ADD-ACCOUNT OR MT-CHANGE-LIMIT)
                               AND MT-LIMIT-X NOT NUMERIC
                           MOVE "LIMIT NOT NUMERIC"
                               TO WS-REJECT-REASON
                       WHEN MT-ADD-ACCOUNT
                               AND MT-CUSTOMER-NAME = SPACES
                           MOVE "NO CUSTOMER NAME"
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           PERFORM CHECK-OPERATOR-AUTHORITY
                           IF AUTH-GRANTED
                               MOVE MT-CUSTOMER-ID-N
                                   TO WS-ORA-CUSTOMER-ID
                               PERFORM FETCH-CURRENT-CUSTOMER
                               PERFORM DISPATCH-ONE-CHANGE
                           ELSE
                               MOVE "NOT AUTHORIZED"
                                   TO WS-REJECT-REASON
                           END-IF
                   END-EVALUATE
                   IF WS-REJECT-REASON NOT = SPACES
                       ADD 1 TO WS-RECORDS-REJECTED
                       PERFORM WRITE-REJECT-LINE
                   END-IF
           END-READ.

       CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN MT-ADD-ACCOUNT
               WHEN MT-CHANGE-ADDRESS
                   MOVE "CUSTMAST" TO AUTH-FUNCTION
               WHEN MT-CHANGE-LIMIT
               WHEN MT-DECLINE-LIMIT
                   MOVE "CREDIT" TO AUTH-FUNCTION
               WHEN MT-APPROVE-LIMIT
                   MOVE "CREDAPPR" TO AUTH-FUNCTION
           END-EVALUATE
           MOVE MT-OPERATOR-ID TO AUTH-OPERATOR-ID
           MOVE "CUSTMNT" TO AUTH-PROGRAM-ID
           CALL "OPAUTH" USING AUTH-OPERATOR-ID AUTH-FUNCTION
                               AUTH-PROGRAM-ID AUTH-RESULT
                               AUTH-REASON.

       DISPATCH-ONE-CHANGE.
           EVALUATE TRUE
               WHEN WS-FETCH-FAILED
                   MOVE "ORACLE ERROR" TO WS-REJECT-REASON
               WHEN MT-ADD-ACCOUNT AND WS-CUSTOMER-FOUND
                   MOVE "CUSTOMER ALREADY EXISTS"
                       TO WS-REJECT-REASON
               WHEN MT-ADD-ACCOUNT
                   PERFORM ADD-CUSTOMER-ACCOUNT
               WHEN NOT WS-CUSTOMER-FOUND
                   MOVE "NO SUCH CUSTOMER" TO WS-REJECT-REASON
               WHEN MT-CHANGE-ADDRESS
                   PERFORM CHANGE-NAME-ADDRESS
               WHEN MT-CHANGE-LIMIT
                   PERFORM CHANGE-CREDIT-LIMIT
               WHEN MT-APPROVE-LIMIT
                   PERFORM APPROVE-LIMIT-CHANGE
               WHEN MT-DECLINE-LIMIT
                   PERFORM DECLINE-LIMIT-CHANGE
           END-EVALUATE.

      *> The row as Oracle has it now — the "old" side of every audit
      *> line and the base a limit increase is measured from.
       FETCH-CURRENT-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SW
           MOVE "N" TO WS-FETCH-FAILED-SW
           MOVE SPACES TO WS-ORA-CUSTOMER-NAME WS-ORA-ADDRESS-1
                          WS-ORA-ADDRESS-2 WS-ORA-CITY
                          WS-ORA-POSTAL-CODE
           MOVE 0 TO WS-ORA-CREDIT-LIMIT
           EXEC SQL
               SELECT NVL(CUSTOMER_NAME, ' '),
                      NVL(ADDRESS_LINE_1, ' '),
                      NVL(ADDRESS_LINE_2, ' '),
                      NVL(CITY, ' '),
                      NVL(POSTAL_CODE, ' '),
                      NVL(CREDIT_LIMIT, 0)
                 INTO :WS-ORA-CUSTOMER-NAME,
                      :WS-ORA-ADDRESS-1,
                      :WS-ORA-ADDRESS-2,
                      :WS-ORA-CITY,
                      :WS-ORA-POSTAL-CODE,
                      :WS-ORA-CREDIT-LIMIT
                 FROM CUSTOMERS
                WHERE CUSTOMER_ID = :WS-ORA-CUSTOMER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-CUSTOMER-FOUND TO TRUE
               WHEN SQLCODE = ORA-SQLCODE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   SET WS-FETCH-FAILED TO TRUE
                   SET WS-ORACLE-ERROR TO TRUE
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> New account. Opened off hold and taxable; a limit needing
      *> approval opens at the threshold with the request parked.
      *> ------------------------------------------------------------
       ADD-CUSTOMER-ACCOUNT.
           MOVE MT-CUSTOMER-NAME TO WS-NEW-CUSTOMER-NAME
           MOVE MT-ADDRESS-1 TO WS-NEW-ADDRESS-1
           MOVE MT-ADDRESS-2 TO WS-NEW-ADDRESS-2
           MOVE MT-CITY TO WS-NEW-CITY
           MOVE MT-POSTAL-CODE TO WS-NEW-POSTAL-CODE
           MOVE "N" TO WS-NEEDS-APPROVAL-SW
           IF MT-LIMIT-N = 0
                   OR MT-LIMIT-N > WS-APPROVAL-THRESHOLD
               SET WS-NEEDS-APPROVAL TO TRUE
               MOVE WS-APPROVAL-THRESHOLD TO WS-NEW-CREDIT-LIMIT
           ELSE
               MOVE MT-LIMIT-N TO WS-NEW-CREDIT-LIMIT
           END-IF
           EXEC SQL
               INSERT INTO CUSTOMERS
                   (CUSTOMER_ID, CUSTOMER_NAME, ADDRESS_LINE_1,
                    ADDRESS_LINE_2, CITY, POSTAL_CODE, CREDIT_LIMIT,
                    CREDIT_HOLD_FLAG, TAX_EXEMPT_FLAG)
               VALUES
                   (:WS-ORA-CUSTOMER-ID, :WS-NEW-CUSTOMER-NAME,
                    :WS-NEW-ADDRESS-1, :WS-NEW-ADDRESS-2,
                    :WS-NEW-CITY, :WS-NEW-POSTAL-CODE,
                    :WS-NEW-CREDIT-LIMIT, 'N', 'N')
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-ACCOUNTS-ADDED
               MOVE SPACES TO WS-AUDIT-REQUESTER
               PERFORM AUDIT-NAME-ADDRESS
               MOVE "CREDIT_LIMIT" TO WS-AUDIT-FIELD
               MOVE SPACES TO WS-OLD-VALUE
               MOVE WS-NEW-CREDIT-LIMIT TO WS-RL-NEW-LIMIT
               MOVE WS-RL-NEW-LIMIT TO WS-NEW-VALUE
               PERFORM APPEND-CUSTOMER-AUDIT
               MOVE "ACCOUNT ADDED" TO WS-APPLIED-TEXT
               PERFORM WRITE-APPLIED-LINE
               IF WS-NEEDS-APPROVAL
                   MOVE WS-NEW-CREDIT-LIMIT TO WS-ORA-CREDIT-LIMIT
                   MOVE MT-LIMIT-N TO WS-NEW-CREDIT-LIMIT
                   PERFORM HOLD-LIMIT-CHANGE
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               SET WS-ORACLE-ERROR TO TRUE
               MOVE "ORACLE ERROR" TO WS-REJECT-REASON
           END-IF.

      *> ------------------------------------------------------------
      *> Name/address. A blank field on the record leaves the
      *> column as it is; only the fields that actually change are
      *> audited.
      *> ------------------------------------------------------------
       CHANGE-NAME-ADDRESS.
           MOVE WS-ORA-CUSTOMER-NAME TO WS-NEW-CUSTOMER-NAME
           MOVE WS-ORA-ADDRESS-1 TO WS-NEW-ADDRESS-1
           MOVE WS-ORA-ADDRESS-2 TO WS-NEW-ADDRESS-2
           MOVE WS-ORA-CITY TO WS-NEW-CITY
           MOVE WS-ORA-POSTAL-CODE TO WS-NEW-POSTAL-CODE
           IF MT-CUSTOMER-NAME NOT = SPACES
               MOVE MT-CUSTOMER-NAME TO WS-NEW-CUSTOMER-NAME
           END-IF
           IF MT-ADDRESS-1 NOT = SPACES
               MOVE MT-ADDRESS-1 TO WS-NEW-ADDRESS-1
           END-IF
           IF MT-ADDRESS-2 NOT = SPACES
               MOVE MT-ADDRESS-2 TO WS-NEW-ADDRESS-2
           END-IF
           IF MT-CITY NOT = SPACES
               MOVE MT-CITY TO WS-NEW-CITY
           END-IF
           IF MT-POSTAL-CODE NOT = SPACES
               MOVE MT-POSTAL-CODE TO WS-NEW-POSTAL-CODE
           END-IF
           EXEC SQL
               UPDATE CUSTOMERS
                  SET CUSTOMER_NAME = :WS-NEW-CUSTOMER-NAME,
                      ADDRESS_LINE_1 = :WS-NEW-ADDRESS-1,
                      ADDRESS_LINE_2 = :WS-NEW-ADDRESS-2,
                      CITY = :WS-NEW-CITY,
                      POSTAL_CODE = :WS-NEW-POSTAL-CODE
                WHERE CUSTOMER_ID = :WS-ORA-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-ADDRESSES-CHANGED
               MOVE SPACES TO WS-AUDIT-REQUESTER
               PERFORM AUDIT-NAME-ADDRESS
               MOVE "NAME/ADDRESS" TO WS-APPLIED-TEXT
               PERFORM WRITE-APPLIED-LINE
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               SET WS-ORACLE-ERROR TO TRUE
               MOVE "ORACLE ERROR" TO WS-REJECT-REASON
           END-IF.

      *> One audit line per name/address column that differs from
      *> what Oracle had (all of them, for a new account).
       AUDIT-NAME-ADDRESS.
           IF WS-NEW-CUSTOMER-NAME NOT = WS-ORA-CUSTOMER-NAME
               MOVE "CUSTOMER_NAME" TO WS-AUDIT-FIELD
               MOVE WS-ORA-CUSTOMER-NAME TO WS-OLD-VALUE
               MOVE WS-NEW-CUSTOMER-NAME TO WS-NEW-VALUE
               PERFORM APPEND-CUSTOMER-AUDIT
           END-IF
           IF WS-NEW-ADDRESS-1 NOT = WS-ORA-ADDRESS-1
               MOVE "ADDRESS_LINE_1" TO WS-AUDIT-FIELD
               MOVE WS-ORA-ADDRESS-1 TO WS-OLD-VALUE
               MOVE WS-NEW-ADDRESS-1 TO WS-NEW-VALUE
               PERFORM APPEND-CUSTOMER-AUDIT
           END-IF
           IF WS-NEW-ADDRESS-2 NOT = WS-ORA-ADDRESS-2
               MOVE "ADDRESS_LINE_2" TO WS-AUDIT-FIELD
               MOVE WS-ORA-ADDRESS-2 TO WS-OLD-VALUE
               MOVE WS-NEW-ADDRESS-2 TO WS-NEW-VALUE
               PERFORM APPEND-CUSTOMER-AUDIT
           END-IF
           IF WS-NEW-CITY NOT = WS-ORA-CITY
               MOVE "CITY" TO WS-AUDIT-FIELD
               MOVE WS-ORA-CITY TO WS-OLD-VALUE
               MOVE WS-NEW-CITY TO WS-NEW-VALUE
               PERFORM APPEND-CUSTOMER-AUDIT
           END-IF
           IF WS-NEW-POSTAL-CODE NOT = WS-ORA-POSTAL-CODE
               MOVE "POSTAL_CODE" TO WS-AUDIT-FIELD
               MOVE WS-ORA-POSTAL-CODE TO WS-OLD-VALUE
               MOVE WS-NEW-POSTAL-CODE TO WS-NEW-VALUE
               PERFORM APPEND-CUSTOMER-AUDIT
           END-IF.

      *> ------------------------------------------------------------
      *> Credit limit. Zero is "no limit" to CHECK-CREDIT-LIMIT, so
      *> moving TO zero is an unbounded increase and moving FROM
      *> zero is a tightening. Otherwise only the size of the rise
      *> decides whether a second operator has to see it.
      *> ------------------------------------------------------------
       CHANGE-CREDIT-LIMIT.
           MOVE MT-LIMIT-N TO WS-NEW-CREDIT-LIMIT
           MOVE "N" TO WS-NEEDS-APPROVAL-SW
           EVALUATE TRUE
               WHEN WS-NEW-CREDIT-LIMIT = WS-ORA-CREDIT-LIMIT
                   CONTINUE
               WHEN WS-NEW-CREDIT-LIMIT = 0
                   SET WS-NEEDS-APPROVAL TO TRUE
               WHEN WS-ORA-CREDIT-LIMIT = 0
                   CONTINUE
               WHEN WS-NEW-CREDIT-LIMIT - WS-ORA-CREDIT-LIMIT
                       > WS-APPROVAL-THRESHOLD
                   SET WS-NEEDS-APPROVAL TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-NEW-CREDIT-LIMIT = WS-ORA-CREDIT-LIMIT
                   MOVE "LIMIT UNCHANGED" TO WS-REJECT-REASON
               WHEN WS-NEEDS-APPROVAL
                   PERFORM HOLD-LIMIT-CHANGE
               WHEN OTHER
                   MOVE SPACES TO WS-AUDIT-REQUESTER
                   PERFORM UPDATE-CREDIT-LIMIT
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-LIMITS-CHANGED
                   END-IF
           END-EVALUATE.

      *> Park the increase for a second operator. A newer request
      *> for the same customer replaces the one already waiting.
       HOLD-LIMIT-CHANGE.
           PERFORM FIND-PENDING-LIMIT
           IF WS-PND-MATCH = 0
               IF WS-PND-COUNT < 500
                   ADD 1 TO WS-PND-COUNT
                   MOVE WS-PND-COUNT TO WS-PND-MATCH
               ELSE
                   MOVE "PENDING TABLE FULL" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-PND-MATCH > 0
               MOVE MT-CUSTOMER-ID-N
                   TO WS-PND-CUSTOMER-ID (WS-PND-MATCH)
               MOVE WS-ORA-CREDIT-LIMIT
                   TO WS-PND-OLD-LIMIT (WS-PND-MATCH)
               MOVE WS-NEW-CREDIT-LIMIT
                   TO WS-PND-NEW-LIMIT (WS-PND-MATCH)
               MOVE MT-OPERATOR-ID
                   TO WS-PND-REQUESTED-BY (WS-PND-MATCH)
               MOVE WS-RUN-TIMESTAMP
                   TO WS-PND-REQUESTED-AT (WS-PND-MATCH)
               MOVE "Y" TO WS-PND-LIVE-SW (WS-PND-MATCH)
               ADD 1 TO WS-LIMITS-HELD
               PERFORM WRITE-HELD-LINE
           END-IF.

      *> A second operator's say-so. The requester may not approve
      *> their own request, and the limit must not have moved since
      *> the request was made — an approval of a stale request is
      *> refused and the request dropped.
       APPROVE-LIMIT-CHANGE.
           PERFORM FIND-PENDING-LIMIT
           EVALUATE TRUE
               WHEN WS-PND-MATCH = 0
                   MOVE "NO LIMIT CHANGE PENDING"
                       TO WS-REJECT-REASON
               WHEN MT-OPERATOR-ID
                       = WS-PND-REQUESTED-BY (WS-PND-MATCH)
                   MOVE "REQUESTER CANNOT APPROVE"
                       TO WS-REJECT-REASON
               WHEN WS-ORA-CREDIT-LIMIT
                       NOT = WS-PND-OLD-LIMIT (WS-PND-MATCH)
                   MOVE "N" TO WS-PND-LIVE-SW (WS-PND-MATCH)
                   MOVE "LIMIT MOVED SINCE REQUEST"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-PND-NEW-LIMIT (WS-PND-MATCH)
                       TO WS-NEW-CREDIT-LIMIT
                   MOVE WS-PND-REQUESTED-BY (WS-PND-MATCH)
                       TO WS-AUDIT-REQUESTER
                   PERFORM UPDATE-CREDIT-LIMIT
                   IF WS-REJECT-REASON = SPACES
                       MOVE "N" TO WS-PND-LIVE-SW (WS-PND-MATCH)
                       ADD 1 TO WS-LIMITS-APPROVED
                   END-IF
           END-EVALUATE.

      *> Any operator with CREDIT may decline — including the
      *> requester, which is how a request raised in error is
      *> withdrawn. Nothing in CUSTOMERS changes, so nothing is
      *> audited.
       DECLINE-LIMIT-CHANGE.
           PERFORM FIND-PENDING-LIMIT
           IF WS-PND-MATCH = 0
               MOVE "NO LIMIT CHANGE PENDING" TO WS-REJECT-REASON
           ELSE
               MOVE "N" TO WS-PND-LIVE-SW (WS-PND-MATCH)
               ADD 1 TO WS-LIMITS-DECLINED
               MOVE WS-PND-OLD-LIMIT (WS-PND-MATCH)
                   TO WS-RL-OLD-LIMIT
               MOVE WS-PND-NEW-LIMIT (WS-PND-MATCH)
                   TO WS-RL-NEW-LIMIT
               MOVE "LIMIT DECLINED" TO WS-APPLIED-TEXT
               PERFORM WRITE-LIMIT-LINE
           END-IF.

       FIND-PENDING-LIMIT.
           MOVE 0 TO WS-PND-MATCH
           PERFORM CHECK-ONE-PENDING-LIMIT
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
                  OR WS-PND-MATCH > 0.

       CHECK-ONE-PENDING-LIMIT.
           IF WS-PND-LIVE (WS-PND-IDX)
                   AND WS-PND-CUSTOMER-ID (WS-PND-IDX)
                       = MT-CUSTOMER-ID-N
               MOVE WS-PND-IDX TO WS-PND-MATCH
           END-IF.

      *> The limit change itself, committed on its own and audited
      *> with the approver as the operator and the requester beside
      *> them when it came through approval.
       UPDATE-CREDIT-LIMIT.
           EXEC SQL
               UPDATE CUSTOMERS
                  SET CREDIT_LIMIT = :WS-NEW-CREDIT-LIMIT
                WHERE CUSTOMER_ID = :WS-ORA-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE WS-ORA-CREDIT-LIMIT TO WS-RL-OLD-LIMIT
               MOVE WS-NEW-CREDIT-LIMIT TO WS-RL-NEW-LIMIT
               MOVE "CREDIT_LIMIT" TO WS-AUDIT-FIELD
               MOVE WS-RL-OLD-LIMIT TO WS-OLD-VALUE
               MOVE WS-RL-NEW-LIMIT TO WS-NEW-VALUE
               PERFORM APPEND-CUSTOMER-AUDIT
               MOVE "LIMIT CHANGED" TO WS-APPLIED-TEXT
               PERFORM WRITE-LIMIT-LINE
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               SET WS-ORACLE-ERROR TO TRUE
               MOVE "ORACLE ERROR" TO WS-REJECT-REASON
           END-IF.

      *> One line per applied field change — never for rejected or
      *> held input, the rule CFGMAINT.cob applies to CFGAUDIT.DAT.
      *> The fixed part is 162 bytes; an approved limit names its
      *> requester after it.
       APPEND-CUSTOMER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-ORA-CUSTOMER-ID TO WS-RL-CUSTOMER-ID
           MOVE SPACES TO CUSTOMER-AUDIT-LINE
           STRING WS-AUDIT-TIMESTAMP  DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  MT-OPERATOR-ID      DELIMITED BY SIZE
                  " CUSTOMER"         DELIMITED BY SIZE
                  WS-RL-CUSTOMER-ID   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-AUDIT-FIELD      DELIMITED BY SIZE
                  " OLD ["            DELIMITED BY SIZE
                  WS-OLD-VALUE        DELIMITED BY SIZE
                  "] NEW ["           DELIMITED BY SIZE
                  WS-NEW-VALUE        DELIMITED BY SIZE
                  "]"                 DELIMITED BY SIZE
               INTO CUSTOMER-AUDIT-LINE
           END-STRING
           IF WS-AUDIT-REQUESTER NOT = SPACES
               MOVE " REQUESTED BY "
                   TO CUSTOMER-AUDIT-LINE (163:14)
               MOVE WS-AUDIT-REQUESTER
                   TO CUSTOMER-AUDIT-LINE (177:8)
           END-IF
           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF WS-CSTAUD-STATUS = "35"
      *> File doesn't exist yet on the first-ever change.
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF
           WRITE CUSTOMER-AUDIT-LINE
           CLOSE CUSTOMER-AUDIT-FILE.

      *> Live requests become the new pending file — only reached
      *> after the full pass, so an abend leaves the original intact.
       SAVE-PENDING-LIMITS.
           OPEN OUTPUT PENDING-WORK-FILE
           PERFORM WRITE-ONE-PENDING-WORK
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
           CLOSE PENDING-WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PENDING-WORK-FILE
           IF WS-PENDWORK-STATUS = "00"
               OPEN OUTPUT PENDING-FILE
               PERFORM COPY-ONE-PENDING-WORK UNTIL WS-EOF
               CLOSE PENDING-FILE
               CLOSE PENDING-WORK-FILE
           END-IF.

       WRITE-ONE-PENDING-WORK.
           IF WS-PND-LIVE (WS-PND-IDX)
               MOVE WS-PND-CUSTOMER-ID (WS-PND-IDX) TO PD-CUSTOMER-ID
               MOVE WS-PND-OLD-LIMIT (WS-PND-IDX) TO PD-OLD-LIMIT
               MOVE WS-PND-NEW-LIMIT (WS-PND-IDX) TO PD-NEW-LIMIT
               MOVE WS-PND-REQUESTED-BY (WS-PND-IDX)
                   TO PD-REQUESTED-BY
               MOVE WS-PND-REQUESTED-AT (WS-PND-IDX)
                   TO PD-REQUESTED-AT
               MOVE PENDING-RECORD TO PENDING-WORK-RECORD
               WRITE PENDING-WORK-RECORD
           END-IF.

       COPY-ONE-PENDING-WORK.
           READ PENDING-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PENDING-WORK-RECORD TO PENDING-RECORD
                   WRITE PENDING-RECORD
           END-READ.

       WRITE-APPLIED-LINE.
           MOVE MT-CUSTOMER-ID-N TO WS-RL-CUSTOMER-ID
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "APPLIED CUSTOMER"  DELIMITED BY SIZE
                  WS-RL-CUSTOMER-ID   DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-APPLIED-TEXT     DELIMITED BY SIZE
                  " BY "              DELIMITED BY SIZE
                  MT-OPERATOR-ID      DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-LIMIT-LINE.
           MOVE MT-CUSTOMER-ID-N TO WS-RL-CUSTOMER-ID
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "APPLIED CUSTOMER"  DELIMITED BY SIZE
                  WS-RL-CUSTOMER-ID   DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-APPLIED-TEXT     DELIMITED BY SIZE
                  " OLD "             DELIMITED BY SIZE
                  WS-RL-OLD-LIMIT     DELIMITED BY SIZE
                  "  NEW "            DELIMITED BY SIZE
                  WS-RL-NEW-LIMIT     DELIMITED BY SIZE
                  "  BY "             DELIMITED BY SIZE
                  MT-OPERATOR-ID      DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-HELD-LINE.
           MOVE MT-CUSTOMER-ID-N TO WS-RL-CUSTOMER-ID
           MOVE WS-ORA-CREDIT-LIMIT TO WS-RL-OLD-LIMIT
           MOVE WS-NEW-CREDIT-LIMIT TO WS-RL-NEW-LIMIT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "HELD    CUSTOMER"  DELIMITED BY SIZE
                  WS-RL-CUSTOMER-ID   DELIMITED BY SIZE
                  "  LIMIT AWAITS APPROVAL" DELIMITED BY SIZE
                  "   OLD "           DELIMITED BY SIZE
                  WS-RL-OLD-LIMIT     DELIMITED BY SIZE
                  "  NEW "            DELIMITED BY SIZE
                  WS-RL-NEW-LIMIT     DELIMITED BY SIZE
                  "  BY "             DELIMITED BY SIZE
                  MT-OPERATOR-ID      DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-REJECT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "REJECTED ("        DELIMITED BY SIZE
                  WS-REJECT-REASON    DELIMITED BY SIZE
                  "): ["              DELIMITED BY SIZE
                  MAINT-RECORD        DELIMITED BY SIZE
                  "]"                 DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE WS-APPROVAL-THRESHOLD TO WS-RL-NEW-LIMIT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "CUSTOMER MASTER MAINTENANCE — RUN "
                                      DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP    DELIMITED BY SIZE
                  "  APPROVAL ABOVE " DELIMITED BY SIZE
                  WS-RL-NEW-LIMIT     DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE
           MOVE ALL "-" TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE WS-RECORDS-READ TO WS-RL-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "RECORDS READ:          " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE

           MOVE WS-ACCOUNTS-ADDED TO WS-RL-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "ACCOUNTS ADDED:        " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE

           MOVE WS-ADDRESSES-CHANGED TO WS-RL-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "NAME/ADDRESS CHANGED:  " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE

           MOVE WS-LIMITS-CHANGED TO WS-RL-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "LIMITS CHANGED:        " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE

           MOVE WS-LIMITS-HELD TO WS-RL-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "LIMITS HELD:           " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE

           MOVE WS-LIMITS-APPROVED TO WS-RL-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "LIMITS APPROVED:       " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE

           MOVE WS-LIMITS-DECLINED TO WS-RL-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "LIMITS DECLINED:       " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE

           MOVE WS-RECORDS-REJECTED TO WS-RL-COUNT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "RECORDS REJECTED:      " DELIMITED BY SIZE
                  WS-RL-COUNT               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.
