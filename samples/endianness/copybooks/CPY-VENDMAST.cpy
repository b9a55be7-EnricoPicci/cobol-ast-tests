      ******************************************************************
      * CPY-VENDMAST.cpy — Vendor Master (Item Supply) Record Layout
      *
      * PURPOSE:
      *   Shared field layout for one VENDMAST.DAT record — which
      *   vendor supplies an item and on what terms. Purchasing
      *   maintains the file; POGEN.cob reads it to turn REORDER.DAT
      *   suggestions into purchase orders, and INVDEMND.cob reads
      *   it for each item's real supplier lead time. COPY this
      *   wherever VENDMAST.DAT is read, so every reader agrees on
      *   widths:
      *
      *     COPY CPY-VENDMAST REPLACING ==:PFX:== BY ==VM==.
      *
      *   VENDMAST.DAT is a LINE SEQUENTIAL file, one item per line
      *   (an item has exactly one supplying vendor; a later line
      *   for the same item is ignored), zoned text throughout:
      *   Positions  1- 9  ITEM-ID        PIC 9(9)
      *   Positions 10-17  VENDOR-ID      PIC X(8)
      *   Positions 18-20  LEAD-TIME-DAYS PIC 9(3)  (order to dock)
      *   Positions 21-29  MIN-ORDER-QTY  PIC 9(9)  (zero = none)
      *   Positions 30-38  PACK-SIZE      PIC 9(9)  (units per pack;
      *                    zero or one = sold in single units)
      *   Positions 39-68  VENDOR-NAME    PIC X(30)
      ******************************************************************
       01  :PFX:-VENDOR-RECORD.
           05  :PFX:-ITEM-ID-X        PIC X(9).
           05  :PFX:-ITEM-ID-N        REDEFINES :PFX:-ITEM-ID-X
                                       PIC 9(9).
           05  :PFX:-VENDOR-ID        PIC X(8).
           05  :PFX:-LEAD-TIME-X      PIC X(3).
           05  :PFX:-LEAD-TIME-N      REDEFINES :PFX:-LEAD-TIME-X
                                       PIC 9(3).
           05  :PFX:-MIN-ORDER-X      PIC X(9).
           05  :PFX:-MIN-ORDER-N      REDEFINES :PFX:-MIN-ORDER-X
                                       PIC 9(9).
           05  :PFX:-PACK-SIZE-X      PIC X(9).
           05  :PFX:-PACK-SIZE-N      REDEFINES :PFX:-PACK-SIZE-X
                                       PIC 9(9).
           05  :PFX:-VENDOR-NAME      PIC X(30).
