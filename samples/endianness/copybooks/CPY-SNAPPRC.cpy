      ******************************************************************
      * CPY-SNAPPRC.cpy — Reporting Snapshot PRICES Record Layout
      *
      * PURPOSE:
      *   One PRICES row as it stood when RPTSNAP.cob took the
      *   night's reporting snapshot. COPY this under the FD for
      *   RPTSNAP.PRC.
      *
      *   RPTSNAP.PRC is INDEXED:
      *       RECORD KEY IS SNP-ITEM-ID
      *   An item with no record had no PRICES row — the question
      *   PRCRECON.cob asks of it.
      ******************************************************************
       01  SNAP-PRICE-RECORD.
           05  SNP-ITEM-ID            PIC 9(9).
           05  SNP-UNIT-PRICE         PIC S9(7)V99.
