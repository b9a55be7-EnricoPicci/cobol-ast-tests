      ******************************************************************
      * CPY-SNAPKIT.cpy — Reporting Snapshot KIT_COMPONENTS Layout
      *
      * PURPOSE:
      *   One KIT_COMPONENTS row (see SAFE02-CALLED.cob) as it stood
      *   when RPTSNAP.cob took the night's reporting snapshot. COPY
      *   this under the FD for RPTSNAP.KIT.
      *
      *   RPTSNAP.KIT is INDEXED:
      *       RECORD KEY IS SNK-KEY
      *   keyed by the kit, then each of its components, so a reader
      *   STARTs at a kit with component zero and reads its
      *   components in order. An item with no record is not a kit.
      ******************************************************************
       01  SNAP-KIT-RECORD.
           05  SNK-KEY.
               10  SNK-KIT-ITEM-ID    PIC 9(9).
               10  SNK-COMPONENT-ID   PIC 9(9).
           05  SNK-COMPONENT-QTY      PIC 9(9).
