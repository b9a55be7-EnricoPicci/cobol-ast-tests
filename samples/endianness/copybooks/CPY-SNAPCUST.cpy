      ******************************************************************
      * CPY-SNAPCUST.cpy — Reporting Snapshot CUSTOMERS Record Layout
      *
      * PURPOSE:
      *   One CUSTOMERS row as it stood when RPTSNAP.cob took the
      *   night's reporting snapshot — only the columns the reports
      *   use. COPY this under the FD for RPTSNAP.CUS.
      *
      *   RPTSNAP.CUS is INDEXED:
      *       RECORD KEY IS SNC-CUSTOMER-ID
      *   CREDIT-LIMIT is zero when the row had none (no limit).
      ******************************************************************
       01  SNAP-CUSTOMER-RECORD.
           05  SNC-CUSTOMER-ID        PIC 9(9).
           05  SNC-CREDIT-LIMIT       PIC S9(11)V99.
