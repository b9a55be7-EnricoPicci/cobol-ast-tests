      ******************************************************************
      * CPY-BUSDATE.cpy — Business Date Service Parameters
      *                   (WORKING-STORAGE Only)
      *
      * PURPOSE:
      *   The parameters every dated job passes to BUSDATE.cob, so a
      *   whole night's reports agree on the day they describe and
      *   aging counts business days, not calendar days:
      *
      *     SET BDT-GET-DATES TO TRUE
      *     CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
      *                          BDT-PRIOR-DATE BDT-FROM-DATE
      *                          BDT-TO-DATE BDT-DAYS
      *       -> BDT-BUSINESS-DATE  the day the night run closes
      *          BDT-PRIOR-DATE     the day the last run closed
      *
      *     SET BDT-COUNT-DAYS TO TRUE, with BDT-FROM-DATE and
      *     BDT-TO-DATE set
      *       -> BDT-DAYS  business days after FROM up to and
      *                    including TO (zero when TO is not later)
      *
      *   Every date is YYYYMMDD. See BUSDATE.cob for the control
      *   record and the holiday calendar behind them.
      ******************************************************************
       01  BDT-FUNCTION              PIC X(1).
           88  BDT-GET-DATES            VALUE "G".
           88  BDT-COUNT-DAYS           VALUE "C".
       01  BDT-BUSINESS-DATE         PIC 9(8).
       01  BDT-PRIOR-DATE            PIC 9(8).
       01  BDT-FROM-DATE             PIC 9(8).
       01  BDT-TO-DATE               PIC 9(8).
       01  BDT-DAYS                  PIC 9(5) COMP.
