           ACCEPT  WS-AUD-TIME-RAW  FROM  TIME.
           MOVE  WS-AUD-TIME-HHMMSS  TO  AUD-TIME.
           MOVE  WS-OPERATOR  TO  AUD-OPERATOR.
           MOVE  SPACES  TO  AUD-APPROVER.
       STAUD-EXIT.  EXIT.

      *    A RESTORE IS LOGGED LIKE AN ADD: NO BEFORE IMAGE, THE
