           MOVE 'A'               TO HD-STATUS
           MOVE WS-CURRENT-DATE   TO HD-DATE-PLACED
           MOVE ZERO              TO HD-DATE-RELEASED
           MOVE SPACES            TO HD-AUTH-CODE
           MOVE SPACES            TO HD-MERCHANT-ID
           WRITE ACCOUNT-HOLD-RECORD
           IF WS-HD-STATUS = '00'
               ADD 1 TO WS-ACTIONS-APPLIED
