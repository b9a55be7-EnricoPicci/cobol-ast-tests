      ******************************************************************
      * CPY-HRTBEAT.cpy — Synthetic Heartbeat Order Range
      *                   (WORKING-STORAGE Only)
      *
      * PURPOSE:
      *   HRTBEAT.cob puts a marked test order on INCOMING.ORDERS and
      *   PRIORITY.ORDERS and times the reply, so a dead queue
      *   manager, a hung ENDIAN02-CALLER or an Oracle outage no
      *   longer looks like a quiet night. Those orders are real
      *   lookups end to end, so every program that would otherwise
      *   act on them or count them has to know them:
      *
      *   - ENDIAN02-CALLER stamps them with the HB-CORR-PREFIX /
      *     HB-CORR-PREFIX-PRIO correlation prefix in place of
      *     ENDIAN02- / ENDIAN02P- and keeps them out of PRIOSLA.DAT.
      *   - SAFE02-CALLED looks them up and validates them but never
      *     marks status, checks credit, prices or reserves stock.
      *   - BILLEXT never invoices them; ORDDAILY and LEGTRACK leave
      *     them out of the lookup volumes they report.
      *   - RPTSNAP leaves them out of the ORDERS snapshot, and
      *     ORDINTEG out of its integrity scan, so the reports and
      *     sweeps never age or flag them.
      *
      *   An order is a heartbeat when its ORDER_ID lies between
      *   HB-ORDER-ID-LOW and HB-ORDER-ID-HIGH inclusive. The ORDERS
      *   rows for the IDs HRTBEAT uses are standing rows kept in
      *   NEW status, assumed present the same way BILLED_FLAG is.
      ******************************************************************
       01  HB-ORDER-ID-LOW           PIC S9(9) COMP VALUE 999999900.
       01  HB-ORDER-ID-HIGH          PIC S9(9) COMP VALUE 999999999.
       01  HB-CORR-PREFIX            PIC X(8)  VALUE "HRTBEAT-".
       01  HB-CORR-PREFIX-PRIO       PIC X(9)  VALUE "HRTBEATP-".
