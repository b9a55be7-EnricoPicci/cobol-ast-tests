               "  (" WS-CURRENT-FILE ")".

      *> The bare audit value becomes the CPY-RETCODES name the rest
      *> of the suite talks in — see CPY-RCNAME.cpy. A non-numeric
      *> field (a corrupted record) is shown as RC -9999.
       TRANSLATE-RC-NAME.
           IF AUD-RETURN-CODE-IN NUMERIC
               MOVE AUD-RETURN-CODE-IN TO WS-RC-COMP
           ELSE
               MOVE -9999 TO WS-RC-COMP
           END-IF
           PERFORM NAME-RETURN-CODE.

      *> Return-code naming, shared with the ORDCONS.cob console.
           COPY CPY-RCNAME.
