      ******************************************************************
      * CPY-STATEVT.cpy — Order Status Transition Event Record
      *
      * PURPOSE:
      *   Shared field layout for one ORDER_STATUS_EVENTS row — one
      *   move of an order from one ORDER_STATUS (CPY-ORDSTAT.cpy) to
      *   another. ORDER_STATUS itself only ever holds the latest
      *   value and ORDAUDIT only records lookups, so this is the one
      *   place "when did this go from H to R to W?" can be answered.
      *   COPY this into WORKING-STORAGE of every program that changes
      *   ORDER_STATUS (together with CPY-STATLOG.cpy in its
      *   PROCEDURE DIVISION) and of anything that reads the events
      *   back (STATPATH.cob), so writers and reader agree on widths.
      *
      *   ORDER_STATUS_EVENTS is an Oracle table, not a flat file, so
      *   the event commits or rolls back with the status UPDATE it
      *   describes — a status that changed always has its event,
      *   and an event never describes a change that was undone:
      *     ORDER_ID        NUMBER(9)
      *     FROM_STATUS     CHAR(1)      (space: the row had none)
      *     TO_STATUS       CHAR(1)
      *     PROGRAM_ID      VARCHAR2(16)
      *     CORRELATION_ID  VARCHAR2(20)
      *     EVENT_TS        TIMESTAMP    (database clock)
      *
      *   The writer fills EVT-ORDER-ID, EVT-TO-STATUS,
      *   EVT-PROGRAM-ID and EVT-CORRELATION-ID; the from-status and
      *   timestamp are taken by the database inside the INSERT (see
      *   LOG-STATUS-EVENT), so they can never disagree with the row
      *   being changed. EVT-FROM-STATUS and EVT-EVENT-TS are filled
      *   only when events are read back.
      ******************************************************************
      *> Oracle host variables — COMP-5 for the key, the suite
      *> convention.
       01  EVT-ORDER-ID              PIC S9(9) COMP-5.
       01  EVT-FROM-STATUS           PIC X(1).
       01  EVT-TO-STATUS             PIC X(1).
       01  EVT-PROGRAM-ID            PIC X(16).
       01  EVT-CORRELATION-ID        PIC X(20).
      *> YYYYMMDDHHMMSS as read back through TO_CHAR.
       01  EVT-EVENT-TS              PIC X(14).
      *> Set by LOG-STATUS-EVENT: "Y" when the event row went in (or
      *> there was no change to record), "N" when the INSERT failed
      *> and the caller must not go on to UPDATE the status.
       01  EVT-LOGGED-SW             PIC X(1).
           88  EVT-LOGGED               VALUE "Y".
