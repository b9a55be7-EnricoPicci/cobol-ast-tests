      ******************************************************************
      * CPY-OPAUTH.cpy — Operator Authority Check Parameters
      *                  (WORKING-STORAGE Only)
      *
      * PURPOSE:
      *   The parameters every program passes to OPAUTH.cob before
      *   it changes configuration, stock, credit or order status on
      *   an operator's say-so:
      *
      *     MOVE <operator id>   TO AUTH-OPERATOR-ID
      *     MOVE "<function>"    TO AUTH-FUNCTION
      *     MOVE "<program>"     TO AUTH-PROGRAM-ID
      *     CALL "OPAUTH" USING AUTH-OPERATOR-ID AUTH-FUNCTION
      *                         AUTH-PROGRAM-ID AUTH-RESULT
      *                         AUTH-REASON
      *     IF AUTH-GRANTED ...
      *
      *   The function codes are listed in the OPAUTH.cob header.
      *   A refusal is already in the security log (and, if it is
      *   one too many, on OPSALERT.DAT) by the time the CALL
      *   returns — the caller only has to refuse the work and say
      *   why, with AUTH-REASON.
      ******************************************************************
       01  AUTH-OPERATOR-ID          PIC X(8).
       01  AUTH-FUNCTION             PIC X(8).
       01  AUTH-PROGRAM-ID           PIC X(8).
       01  AUTH-RESULT               PIC X(1).
           88  AUTH-GRANTED             VALUE "Y".
           88  AUTH-DENIED              VALUE "N".
       01  AUTH-REASON               PIC X(20).
