      ******************************************************************
      * CPY-AROPEN.cpy — Receivables Open-Item Record Layout
      *
      * PURPOSE:
      *   Shared field layout for one AROPEN.DAT open item — an
      *   invoiced order still owing, or cash/credit held on a
      *   customer's account not yet allocated to an invoice. COPY
      *   this wherever AROPEN.DAT is read or written (ARCASH.cob
      *   maintains it and ages it), so every reader agrees on
      *   widths:
      *
      *     COPY CPY-AROPEN REPLACING ==:PFX:== BY ==AOI==.
      *
      *   AROPEN.DAT is a LINE SEQUENTIAL file, one item per line,
      *   in customer/order sequence, every amount zoned so the file
      *   stays readable text end to end (the INVOICE.DAT rule):
      *   Positions  1- 9  CUSTOMER-ID   PIC 9(9)
      *   Positions 10-18  ORDER-ID      PIC 9(9)  (zero when the
      *                    cash carried no usable order reference)
      *   Position  19     ITEM-TYPE     PIC X(1)
      *                    "I" invoice (from INVOICE.DAT)
      *                    "U" unapplied cash / credit on account
      *   Positions 20-27  DOC-DATE      PIC 9(8)  (bill date for
      *                    "I", payment/credit date for "U" —
      *                    the date aging counts from)
      *   Positions 28-36  INVOICE-AMT   PIC S9(7)V99 (gross —
      *                    goods plus sales tax)
      *   Positions 37-45  CREDIT-AMT    PIC S9(7)V99 (CREDEXT.DAT
      *                    credits netted against the invoice,
      *                    credited tax included)
      *   Positions 46-54  PAID-AMT      PIC S9(7)V99
      *   Positions 55-63  BALANCE       PIC S9(7)V99 (invoice less
      *                    credits less cash for "I"; negative —
      *                    money owed back — for "U")
      *   Positions 64-79  REFERENCE     PIC X(16) (bank reference
      *                    of the remittance behind a "U" item)
      ******************************************************************
       01  :PFX:-ITEM-RECORD.
           05  :PFX:-CUSTOMER-ID      PIC 9(9).
           05  :PFX:-ORDER-ID         PIC 9(9).
           05  :PFX:-ITEM-TYPE        PIC X(1).
               88  :PFX:-INVOICE-ITEM     VALUE "I".
               88  :PFX:-UNAPPLIED-ITEM   VALUE "U".
           05  :PFX:-DOC-DATE         PIC 9(8).
           05  :PFX:-INVOICE-AMT      PIC S9(7)V99.
           05  :PFX:-CREDIT-AMT       PIC S9(7)V99.
           05  :PFX:-PAID-AMT         PIC S9(7)V99.
           05  :PFX:-BALANCE          PIC S9(7)V99.
           05  :PFX:-REFERENCE        PIC X(16).
