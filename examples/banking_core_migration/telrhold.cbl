           MOVE 'A'               TO HD-STATUS
           MOVE WS-TODAY-DATE     TO HD-DATE-PLACED
           MOVE ZERO              TO HD-DATE-RELEASED
           MOVE SPACES            TO HD-AUTH-CODE
           MOVE SPACES            TO HD-MERCHANT-ID
           EXEC CICS WRITE FILE('ACCTHOLD')
                    FROM(ACCOUNT-HOLD-RECORD)
                    RIDFLD(HD-HOLD-KEY)
