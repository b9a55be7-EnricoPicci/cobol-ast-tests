      ******************************************************************
      * AUDCHAIN.cob — ORDAUDIT Sequence and Hash Chain Service
      *
      * PURPOSE:
      *   ORDAUDIT.DAT is the evidence in customer disputes, and
      *   ORDARCH, AUDIDX and AUDINQ all treat it as authoritative —
      *   but it is a plain text file, so an edited line read the
      *   same as a real one and a deleted line left no trace. Every
      *   writer of the trail now has each record stamped here, just
      *   before its WRITE, with the record's sequence number in the
      *   trail and a hash over the record chained to the hash of
      *   the record before it. Altering a record breaks its own
      *   hash; deleting, inserting or reordering records breaks the
      *   sequence or the chain — and AUDVRFY.cob walks the trail
      *   and says where.
      *
      *   CALL "AUDCHAIN" USING <function X(1)>,
      *                         <audit record X(92)>,
      *                         <sequence 9(12)>,
      *                         <prior hash X(24)>,
      *                         <hash X(24) out>.
      *   (see CPY-AUDCHAIN.cpy for the functions)
      *
      *   The chain head — the last sequence number issued and its
      *   hash — lives in ORDAUDIT.SEQ, outside the trail, so the
      *   chain runs on unbroken when ORDARCH.cob rolls records off
      *   to the monthly archives, and a trail whose newest lines
      *   were cut off no longer agrees with its head. The head is
      *   read on every call, like BUSDATE.cob's control record,
      *   because every writer in every run unit advances it. A
      *   missing head is created and starts the chain at sequence
      *   1 from a hash of zeros; an unreadable one does the same,
      *   and the verifier then reports the restart.
      *
      *   The hash is two polynomial sums over the record's bytes
      *   (each byte's ordinal, modulo a 12-digit prime, with
      *   different multipliers and primes), seeded with the key in
      *   AUDCHAIN.KEY, the prior hash and the sequence number, and
      *   printed as 24 digits. Without the key the chain cannot be
      *   recomputed over an edit; the key file belongs with the
      *   security team, readable only by the batch user. A missing
      *   key file means an empty key — the chain still catches
      *   every edit made without recomputing it. The key is read
      *   once per run unit and cached.
      *
      *   The online lookups, ORDCONS and the batch writers all
      *   append to the one trail, so the head is a lock as well as
      *   a counter. Stamping opens ORDAUDIT.SEQ I-O with an
      *   exclusive lock — a writer that finds it held waits a
      *   second and tries again — and advances it, and the lock is
      *   kept until the writer calls back to release it once its
      *   record is written (STAMP-AUDIT-LINE and RELEASE-AUDIT-LINE
      *   in CPY-AUDSTAMP.cpy). Numbers are taken, and records land
      *   in the trail, in one order. A head still held after
      *   WS-MAX-LOCK-TRIES attempts is treated like a missing one
      *   for that record alone: it is stamped from zeros without
      *   advancing the head, and the verifier reports it.
      *
      * HEAD FILE FORMAT (ORDAUDIT.SEQ, one record):
      *   Positions  1-12  SEQUENCE    PIC 9(12)
      *   Positions 14-37  HASH        PIC X(24)
      *   Positions 39-52  STAMPED-AT  PIC X(14) (YYYYMMDDHHMMSS)
      *
      * KEY FILE FORMAT (AUDCHAIN.KEY, one record):
      *   Positions  1-32  CHAIN-KEY   PIC X(32)
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-HEAD-FILE ASSIGN TO "ORDAUDIT.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-HEAD-STATUS.

           SELECT CHAIN-KEY-FILE ASSIGN TO "AUDCHAIN.KEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-HEAD-FILE.
       01  CHAIN-HEAD-RECORD.
           05  CH-SEQUENCE-X          PIC X(12).
           05  CH-SEQUENCE-N          REDEFINES CH-SEQUENCE-X
                                       PIC 9(12).
           05  FILLER                 PIC X(1).
           05  CH-HASH                PIC X(24).
           05  FILLER                 PIC X(1).
           05  CH-STAMPED-AT          PIC X(14).

       FD  CHAIN-KEY-FILE.
       01  CHAIN-KEY-RECORD.
           05  CK-CHAIN-KEY           PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-HEAD-STATUS             PIC XX.
       01  WS-KEY-STATUS              PIC XX.

      *> Load-once key — see the header on run-unit persistence.
       01  WS-KEY-LOADED-SW           PIC X VALUE "N".
           88  WS-KEY-LOADED          VALUE "Y".
       01  WS-CHAIN-KEY               PIC X(32) VALUE SPACES.

      *> The head as read: the last sequence issued and its hash.
       01  WS-HEAD-SEQUENCE           PIC 9(12) VALUE ZEROS.
       01  WS-HEAD-HASH               PIC X(24) VALUE ZEROS.

      *> The head stays open — and locked — from a stamp to its
      *> release; only a head actually read is advanced.
       01  WS-HEAD-OPEN-SW            PIC X VALUE "N".
           88  WS-HEAD-OPEN           VALUE "Y".
       01  WS-HEAD-READ-SW            PIC X VALUE "N".
           88  WS-HEAD-READ           VALUE "Y".
       01  WS-HEAD-RETRY-SW           PIC X VALUE "N".
           88  WS-HEAD-RETRY          VALUE "Y".
       01  WS-LOCK-TRIES              PIC 9(3) COMP VALUE 0.
       01  WS-MAX-LOCK-TRIES          PIC 9(3) COMP VALUE 30.
       01  WS-LOCK-DELAY-SECS         PIC 9(2) VALUE 1.

      *> Everything the hash covers, in one string of bytes.
       01  WS-HASH-INPUT.
           05  WS-HI-KEY              PIC X(32).
           05  WS-HI-PRIOR-HASH       PIC X(24).
           05  WS-HI-SEQUENCE         PIC 9(12).
           05  WS-HI-BODY             PIC X(92).
       01  WS-HASH-INPUT-LEN          PIC 9(3) COMP VALUE 160.
       01  WS-HASH-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-HASH-BYTE               PIC 9(3) COMP VALUE 0.

      *> The two sums stay below their 12-digit primes; times a
      *> three-digit multiplier plus a byte, the work field never
      *> needs more than 15 digits.
       01  WS-HASH-A                  PIC S9(18) COMP VALUE 0.
       01  WS-HASH-B                  PIC S9(18) COMP VALUE 0.
       01  WS-HASH-WORK               PIC S9(18) COMP VALUE 0.
       01  WS-HASH-QUOTIENT           PIC S9(18) COMP VALUE 0.
       01  WS-HASH-OUT.
           05  WS-HASH-OUT-A          PIC 9(12).
           05  WS-HASH-OUT-B          PIC 9(12).

       LINKAGE SECTION.
       01  LS-FUNCTION                PIC X(1).
       01  LS-AUDIT-BODY              PIC X(92).
       01  LS-SEQUENCE                PIC 9(12).
       01  LS-PRIOR-HASH              PIC X(24).
       01  LS-HASH                    PIC X(24).

       PROCEDURE DIVISION USING
           LS-FUNCTION
           LS-AUDIT-BODY
           LS-SEQUENCE
           LS-PRIOR-HASH
           LS-HASH.

       MAIN-PARA.
           IF NOT WS-KEY-LOADED
               PERFORM LOAD-CHAIN-KEY
           END-IF
           EVALUATE LS-FUNCTION
               WHEN "S"
                   PERFORM STAMP-NEXT-RECORD
               WHEN "R"
                   PERFORM RELEASE-CHAIN-HEAD
               WHEN "H"
                   PERFORM COMPUTE-CHAIN-HASH
           END-EVALUATE
           GOBACK.

       LOAD-CHAIN-KEY.
           SET WS-KEY-LOADED TO TRUE
           OPEN INPUT CHAIN-KEY-FILE
           IF WS-KEY-STATUS = "00"
               READ CHAIN-KEY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CK-CHAIN-KEY TO WS-CHAIN-KEY
               END-READ
               CLOSE CHAIN-KEY-FILE
           END-IF.

      *> A writer that never released its last stamp still holds
      *> the head; it is let go first so the head can be re-read.
       STAMP-NEXT-RECORD.
           IF WS-HEAD-OPEN
               PERFORM RELEASE-CHAIN-HEAD
           END-IF
           PERFORM LOCK-CHAIN-HEAD
           COMPUTE LS-SEQUENCE = WS-HEAD-SEQUENCE + 1
           END-COMPUTE
           MOVE WS-HEAD-HASH TO LS-PRIOR-HASH
           PERFORM COMPUTE-CHAIN-HASH
           IF WS-HEAD-READ
               PERFORM REWRITE-CHAIN-HEAD
           END-IF.

      *> Retries only what another writer can clear: a head held by
      *> someone else ("61"/"93"), or one just created.
       LOCK-CHAIN-HEAD.
           MOVE ZEROS TO WS-HEAD-SEQUENCE
           MOVE ZEROS TO WS-HEAD-HASH
           MOVE "N" TO WS-HEAD-READ-SW
           MOVE 0 TO WS-LOCK-TRIES
           PERFORM OPEN-CHAIN-HEAD
           PERFORM RETRY-CHAIN-HEAD
               UNTIL NOT WS-HEAD-RETRY
                  OR WS-LOCK-TRIES >= WS-MAX-LOCK-TRIES.

       RETRY-CHAIN-HEAD.
           ADD 1 TO WS-LOCK-TRIES
           IF WS-HEAD-STATUS = "61" OR WS-HEAD-STATUS = "93"
               CALL "C$SLEEP" USING WS-LOCK-DELAY-SECS
           END-IF
           PERFORM OPEN-CHAIN-HEAD.

       OPEN-CHAIN-HEAD.
           MOVE "N" TO WS-HEAD-RETRY-SW
           OPEN I-O CHAIN-HEAD-FILE
           EVALUATE WS-HEAD-STATUS
               WHEN "00"
                   SET WS-HEAD-OPEN TO TRUE
                   PERFORM READ-CHAIN-HEAD
               WHEN "35"
                   PERFORM CREATE-CHAIN-HEAD
               WHEN "61"
               WHEN "93"
                   SET WS-HEAD-RETRY TO TRUE
           END-EVALUATE.

      *> A head that does not hold a number is treated like a
      *> missing one — see the header. An empty head is given its
      *> zero record, since REWRITE needs a record to replace.
       READ-CHAIN-HEAD.
           READ CHAIN-HEAD-FILE
               AT END
                   PERFORM RELEASE-CHAIN-HEAD
                   PERFORM CREATE-CHAIN-HEAD
               NOT AT END
                   SET WS-HEAD-READ TO TRUE
                   IF CH-SEQUENCE-X NUMERIC
                       MOVE CH-SEQUENCE-N TO WS-HEAD-SEQUENCE
                       MOVE CH-HASH TO WS-HEAD-HASH
                   END-IF
           END-READ.

      *> Sequence and hash of zeros, the same as a missing head —
      *> the retry then opens it I-O like any other.
       CREATE-CHAIN-HEAD.
           OPEN OUTPUT CHAIN-HEAD-FILE
           IF WS-HEAD-STATUS = "00"
               MOVE SPACES TO CHAIN-HEAD-RECORD
               MOVE ZEROS TO CH-SEQUENCE-N
               MOVE ZEROS TO CH-HASH
               MOVE FUNCTION CURRENT-DATE (1:14) TO CH-STAMPED-AT
               WRITE CHAIN-HEAD-RECORD
               CLOSE CHAIN-HEAD-FILE
           END-IF
           SET WS-HEAD-RETRY TO TRUE.

       REWRITE-CHAIN-HEAD.
           MOVE SPACES TO CHAIN-HEAD-RECORD
           MOVE LS-SEQUENCE TO CH-SEQUENCE-N
           MOVE LS-HASH TO CH-HASH
           MOVE FUNCTION CURRENT-DATE (1:14) TO CH-STAMPED-AT
           REWRITE CHAIN-HEAD-RECORD.

       RELEASE-CHAIN-HEAD.
           IF WS-HEAD-OPEN
               CLOSE CHAIN-HEAD-FILE
               MOVE "N" TO WS-HEAD-OPEN-SW
           END-IF.

       COMPUTE-CHAIN-HASH.
           MOVE WS-CHAIN-KEY TO WS-HI-KEY
           MOVE LS-PRIOR-HASH TO WS-HI-PRIOR-HASH
           MOVE LS-SEQUENCE TO WS-HI-SEQUENCE
           MOVE LS-AUDIT-BODY TO WS-HI-BODY
           MOVE 7 TO WS-HASH-A
           MOVE 11 TO WS-HASH-B
           PERFORM HASH-ONE-BYTE
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > WS-HASH-INPUT-LEN
           MOVE WS-HASH-A TO WS-HASH-OUT-A
           MOVE WS-HASH-B TO WS-HASH-OUT-B
           MOVE WS-HASH-OUT TO LS-HASH.

       HASH-ONE-BYTE.
           MOVE FUNCTION ORD (WS-HASH-INPUT (WS-HASH-IDX:1))
               TO WS-HASH-BYTE
           COMPUTE WS-HASH-WORK = WS-HASH-A * 131 + WS-HASH-BYTE
           END-COMPUTE
           DIVIDE WS-HASH-WORK BY 999999999989
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-A
           END-DIVIDE
           COMPUTE WS-HASH-WORK = WS-HASH-B * 257 + WS-HASH-BYTE
           END-COMPUTE
           DIVIDE WS-HASH-WORK BY 999999999961
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-B
           END-DIVIDE.
