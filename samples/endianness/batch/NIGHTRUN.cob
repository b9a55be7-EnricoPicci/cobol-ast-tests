      *   logged before the CALL, so a log that ends at a PLATCHK
      *   START line with no END is itself the diagnosis.
      *
      *   ORDINTEG's integrity scan gates BILLEXT: a scan that ends
      *   RC 8 (a row that cannot be invoiced as it stands, or a scan
      *   that could not finish) — or that did not run at all — logs
      *   BILLEXT as GATED instead of running it, so the night does
      *   not invoice from rows nobody can trust. ORDINTEG alone
      *   defaults to ON-FAIL CONT, so its findings hold back the
      *   invoicing without halting the rest of the night.
      *
      *   SCHDREL releases the scheduled orders whose requested ship
      *   date has come inside the release lead time (see
      *   SCHDREL.cob), ahead of the snapshot so the morning reports
      *   see them reserved. It defaults to ON-FAIL CONT: an order
      *   not released tonight stays scheduled and is picked up by
      *   the next night's run.
      *
      *   RPTSNAP builds the reporting snapshot (see RPTSNAP.cob)
      *   once the day's order activity has been reconciled and
      *   invoiced, so the reports run after the night read one
      *   consistent picture of the day instead of live tables. It
      *   defaults to ON-FAIL CONT: a failed snapshot leaves its
      *   control record marked unfinished, every report refuses it
      *   with RC 8, and the business day still closes.
      *
      *   DAYROLL runs last and closes the business day every dated
      *   step read from BUSDATE.DAT (see BUSDATE.cob). A night that
      *   halts before it leaves the business date unrolled, so the
      *   rerun describes the same day.
      *
      * STEP-CONTROL FILE FORMAT (NIGHTCTL.DAT, one record per step):
      *   Positions  1- 8  STEP-NAME  PIC X(8)   (PLATCHK, ORDCMPR,
      *                                           ORDRECON, ORDINTEG,
      *                                           BILLEXT, SCHDREL,
      *                                           RPTSNAP, DAYROLL)
      *   Positions  9-12  ACTION     PIC X(4)   ("RUN " or "SKIP")
      *   Positions 13-16  ON-FAIL    PIC X(4)   ("HALT" or "CONT")
      *   Missing file (or a step with no record) means RUN with the
      *   step's default ON-FAIL — HALT for every step but ORDINTEG,
      *   SCHDREL and RPTSNAP;
      *   the same "missing file = no override configured"
      *   convention the rest of the suite uses.
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
      *> The night's steps, in the only order that makes sense: the
      *> platform guard before anything touches Oracle or MQ, the
      *> comparison run before the reconciliation that reads what it
      *> audited, the integrity scan before the invoicing it gates,
      *> the scheduled-order release before the snapshot that reports
      *> on it, the reporting snapshot once the day's rows are settled,
      *> and the day-roll after everything that reports on the day
      *> it closes. Each step carries its default ON-FAIL and the
      *> step (if any) whose outcome gates it.
       01  WS-STEP-LIST.
           05  FILLER                 PIC X(8) VALUE "PLATCHK".
           05  FILLER                 PIC X(4) VALUE "HALT".
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "ORDCMPR".
           05  FILLER                 PIC X(4) VALUE "HALT".
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "ORDRECON".
           05  FILLER                 PIC X(4) VALUE "HALT".
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "ORDINTEG".
           05  FILLER                 PIC X(4) VALUE "CONT".
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "BILLEXT".
           05  FILLER                 PIC X(4) VALUE "HALT".
           05  FILLER                 PIC X(8) VALUE "ORDINTEG".
           05  FILLER                 PIC X(8) VALUE "SCHDREL".
           05  FILLER                 PIC X(4) VALUE "CONT".
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "RPTSNAP".
           05  FILLER                 PIC X(4) VALUE "CONT".
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "DAYROLL".
           05  FILLER                 PIC X(4) VALUE "HALT".
           05  FILLER                 PIC X(8) VALUE SPACES.
       01  WS-STEP-TABLE              REDEFINES WS-STEP-LIST.
           05  WS-STEP-ENTRY          OCCURS 8 TIMES.
               10  WS-STEP-NAME       PIC X(8).
               10  WS-STEP-DEFAULT-ON-FAIL
                                      PIC X(4).
               10  WS-STEP-GATE       PIC X(8).
       01  WS-STEP-MAX                PIC 9(2) COMP VALUE 8.
       01  WS-STEP-IDX                PIC 9(2) COMP VALUE 0.

      *> What each step did this night, parallel to WS-STEP-TABLE —
      *> a gated step looks its gate up here. A gate passes only if
      *> its step ran and ended below RC 8.
       01  WS-STEP-RESULTS.
           05  WS-STEP-RESULT         OCCURS 8 TIMES.
               10  WS-SR-RAN-SW       PIC X(1).
                   88  WS-SR-RAN      VALUE "Y".
               10  WS-SR-RC           PIC S9(4).
       01  WS-GATE-IDX                PIC 9(2) COMP VALUE 0.
       01  WS-GATE-MATCH-IDX          PIC 9(2) COMP VALUE 0.
       01  WS-GATE-OPEN-SW            PIC X VALUE "Y".
           88  WS-GATE-OPEN           VALUE "Y".

      *> Per-step overrides loaded from NIGHTCTL.DAT, parallel to
      *> WS-STEP-TABLE. Defaults: run every step, with the step's
      *> own default ON-FAIL.
       01  WS-STEP-CONTROLS.
           05  WS-STEP-CONTROL        OCCURS 8 TIMES.
               10  WS-SC-ACTION       PIC X(4).
               10  WS-SC-ON-FAIL      PIC X(4).
       01  WS-CTL-IDX                 PIC 9(2) COMP VALUE 0.

       INIT-ONE-CONTROL.
           MOVE "RUN" TO WS-SC-ACTION (WS-CTL-IDX)
           MOVE WS-STEP-DEFAULT-ON-FAIL (WS-CTL-IDX)
               TO WS-SC-ON-FAIL (WS-CTL-IDX)
           MOVE "N" TO WS-SR-RAN-SW (WS-CTL-IDX)
           MOVE 0 TO WS-SR-RC (WS-CTL-IDX).

      *> A record naming an unknown step is ignored rather than
      *> fatal — a typo in the control file must not change which
               IF NC-ACTION = "SKIP"
                   MOVE "SKIP" TO WS-SC-ACTION (WS-CTL-IDX)
               END-IF
               IF NC-ON-FAIL = "CONT" OR NC-ON-FAIL = "HALT"
                   MOVE NC-ON-FAIL TO WS-SC-ON-FAIL (WS-CTL-IDX)
               END-IF
           END-IF.

                   MOVE "SKIPPED" TO WS-STEP-STATUS
                   PERFORM LOG-STEP-DISPOSITION
               WHEN OTHER
                   PERFORM CHECK-STEP-GATE
                   IF WS-GATE-OPEN
                       PERFORM RUN-CURRENT-STEP
                   ELSE
                       MOVE "GATED" TO WS-STEP-STATUS
                       PERFORM LOG-STEP-DISPOSITION
                   END-IF
           END-EVALUATE.

      *> A gate that names no step in the table is treated as
      *> closed — a misspelt gate must not wave the step through.
       CHECK-STEP-GATE.
           MOVE "Y" TO WS-GATE-OPEN-SW
           IF WS-STEP-GATE (WS-STEP-IDX) NOT = SPACES
               MOVE 0 TO WS-GATE-MATCH-IDX
               PERFORM FIND-ONE-GATE-STEP
                   VARYING WS-GATE-IDX FROM 1 BY 1
                   UNTIL WS-GATE-IDX > WS-STEP-MAX
                      OR WS-GATE-MATCH-IDX > 0
               EVALUATE TRUE
                   WHEN WS-GATE-MATCH-IDX = 0
                       MOVE "N" TO WS-GATE-OPEN-SW
                   WHEN NOT WS-SR-RAN (WS-GATE-MATCH-IDX)
                       MOVE "N" TO WS-GATE-OPEN-SW
                   WHEN WS-SR-RC (WS-GATE-MATCH-IDX) >= 8
                       MOVE "N" TO WS-GATE-OPEN-SW
               END-EVALUATE
           END-IF.

       FIND-ONE-GATE-STEP.
           IF WS-STEP-NAME (WS-GATE-IDX) = WS-STEP-GATE (WS-STEP-IDX)
               MOVE WS-GATE-IDX TO WS-GATE-MATCH-IDX
           END-IF.

       RUN-CURRENT-STEP.
           PERFORM LOG-STEP-START
           MOVE 0 TO RETURN-CODE
           CALL WS-CURRENT-STEP
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           MOVE "Y" TO WS-SR-RAN-SW (WS-STEP-IDX)
           MOVE WS-STEP-RC TO WS-SR-RC (WS-STEP-IDX)
           IF WS-STEP-RC = 0
               MOVE "OK" TO WS-STEP-STATUS
           ELSE
