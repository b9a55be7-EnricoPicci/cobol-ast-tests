      *
      *       <PROGRAM>.D<YYYYMMDD>.S<nn>.RPT
      *
      *   where <YYYYMMDD> is the business date from BUSDATE.cob —
      *   so every report of one night run carries the same date,
      *   however late the run finishes — and <nn> is the next
      *   sequence for that program and date,
      *   and records every generation it allocates in the RPTCAT.DAT
      *   catalog. The caller points its report DD at the returned
      *   name (SET ENVIRONMENT "DD_...", the same per-OPEN
       01  WS-RUN-DATE                PIC 9(8) VALUE ZEROS.
       01  WS-SEQUENCE                PIC 9(2) VALUE ZEROS.

           COPY CPY-BUSDATE.

       LINKAGE SECTION.
       01  LS-PROGRAM-NAME            PIC X(8).
       01  LS-GENERATION-NAME         PIC X(30).
           LS-GENERATION-NAME.

       MAIN-PARA.
           SET BDT-GET-DATES TO TRUE
           CALL "BUSDATE" USING BDT-FUNCTION BDT-BUSINESS-DATE
                                BDT-PRIOR-DATE BDT-FROM-DATE
                                BDT-TO-DATE BDT-DAYS
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM COUNT-TODAYS-GENERATIONS
           PERFORM BUILD-GENERATION-NAME
           PERFORM APPEND-CATALOG-ENTRY
