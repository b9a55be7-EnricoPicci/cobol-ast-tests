      ******************************************************************
      * CPY-OPENPO.cpy — Open Purchase Order Register Record Layout
      *
      * PURPOSE:
      *   Shared field layout for one OPENPO.DAT line — one line of
      *   a purchase order POGEN.cob raised and the dock has not yet
      *   fully received. POGEN.cob appends a line per PO line it
      *   writes; INVRECPT.cob matches each delivery against it,
      *   books the quantity received, drops lines once complete,
      *   and reports lines still open past their due date. COPY
      *   this wherever OPENPO.DAT is read or written:
      *
      *     COPY CPY-OPENPO REPLACING ==:PFX:== BY ==OP==.
      *
      *   OPENPO.DAT is a LINE SEQUENTIAL file, one PO line per
      *   line, zoned text throughout:
      *   Positions  1-10  PO-NUMBER      PIC X(10) ("PO" + 8 digits,
      *                    the PO-REFERENCE the dock keys on
      *                    PODELIV.DAT)
      *   Positions 11-13  PO-LINE        PIC 9(3)
      *   Positions 14-21  VENDOR-ID      PIC X(8)
      *   Positions 22-30  ITEM-ID        PIC 9(9)
      *   Positions 31-32  WAREHOUSE-ID   PIC X(2)  (ship-to site)
      *   Positions 33-41  QTY-ORDERED    PIC 9(9)
      *   Positions 42-50  QTY-RECEIVED   PIC 9(9)  (so far)
      *   Positions 51-58  ORDER-DATE     PIC 9(8)  (YYYYMMDD)
      *   Positions 59-66  DUE-DATE       PIC 9(8)  (order date plus
      *                    the vendor's lead time)
      ******************************************************************
       01  :PFX:-PO-LINE-RECORD.
           05  :PFX:-PO-NUMBER        PIC X(10).
           05  :PFX:-PO-LINE-X        PIC X(3).
           05  :PFX:-PO-LINE-N        REDEFINES :PFX:-PO-LINE-X
                                       PIC 9(3).
           05  :PFX:-VENDOR-ID        PIC X(8).
           05  :PFX:-ITEM-ID-X        PIC X(9).
           05  :PFX:-ITEM-ID-N        REDEFINES :PFX:-ITEM-ID-X
                                       PIC 9(9).
           05  :PFX:-WAREHOUSE-ID     PIC X(2).
           05  :PFX:-QTY-ORDERED      PIC 9(9).
           05  :PFX:-QTY-RECEIVED     PIC 9(9).
           05  :PFX:-ORDER-DATE       PIC 9(8).
           05  :PFX:-DUE-DATE         PIC 9(8).
