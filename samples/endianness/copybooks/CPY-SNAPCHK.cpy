      ******************************************************************
      * CPY-SNAPCHK.cpy — Shared Reporting Snapshot Check Paragraph
      *
      * PURPOSE:
      *   Every report that reads the RPTSNAP.cob snapshot instead of
      *   Oracle asks the same two questions first — is there a
      *   finished snapshot, and what instant does it describe?
      *   COPY this member into the PROCEDURE DIVISION and
      *
      *     PERFORM READ-SNAPSHOT-CONTROL
      *     IF NOT WS-SNAPSHOT-USABLE
      *         ... report the missing snapshot, RC 8 ...
      *     END-IF
      *
      *   WS-SNAPSHOT-TAKEN comes back as "YYYY-MM-DD HH:MM:SS" for
      *   the report's "SNAPSHOT TAKEN:" line — filled whenever the
      *   control record could be read, finished or not, so a report
      *   refusing a half-built snapshot can still say which one.
      *
      *   The host program must provide:
      *     - SNAPSHOT-CONTROL-FILE, ASSIGN TO "RPTSNAP.CTL", FD
      *       record SNAPSHOT-CONTROL-LINE PIC X(77), FILE STATUS
      *       WS-SNAPCTL-STATUS PIC XX
      *     - CPY-SNAPCTL in WORKING-STORAGE
      *     - 01  WS-SNAPSHOT-USABLE-SW  PIC X, with
      *           88  WS-SNAPSHOT-USABLE VALUE "Y"
      *     - 01  WS-SNAPSHOT-TAKEN      PIC X(19)
      ******************************************************************
       READ-SNAPSHOT-CONTROL.
           MOVE "N" TO WS-SNAPSHOT-USABLE-SW
           MOVE "(NONE)" TO WS-SNAPSHOT-TAKEN
           OPEN INPUT SNAPSHOT-CONTROL-FILE
           IF WS-SNAPCTL-STATUS = "00"
               READ SNAPSHOT-CONTROL-FILE INTO SNAPSHOT-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SNX-COMPLETE
                           MOVE "Y" TO WS-SNAPSHOT-USABLE-SW
                       END-IF
                       MOVE SPACES TO WS-SNAPSHOT-TAKEN
                       STRING SNX-TAKEN-AT (1:4)  DELIMITED BY SIZE
                              "-"                 DELIMITED BY SIZE
                              SNX-TAKEN-AT (5:2)  DELIMITED BY SIZE
                              "-"                 DELIMITED BY SIZE
                              SNX-TAKEN-AT (7:2)  DELIMITED BY SIZE
                              " "                 DELIMITED BY SIZE
                              SNX-TAKEN-AT (9:2)  DELIMITED BY SIZE
                              ":"                 DELIMITED BY SIZE
                              SNX-TAKEN-AT (11:2) DELIMITED BY SIZE
                              ":"                 DELIMITED BY SIZE
                              SNX-TAKEN-AT (13:2) DELIMITED BY SIZE
                           INTO WS-SNAPSHOT-TAKEN
                       END-STRING
               END-READ
               CLOSE SNAPSHOT-CONTROL-FILE
           END-IF.
