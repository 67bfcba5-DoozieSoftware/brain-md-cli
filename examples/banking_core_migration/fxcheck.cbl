       01  WS-MOVE-PCT           PIC S9(05)V99.
       01  WS-PAIR-FOUND         PIC X(01).
       01  WS-CURRENCY-KNOWN     PIC X(01).
       01  WS-STALE-COUNT        PIC 9(08) VALUE ZERO.
       01  WS-MISSING-COUNT      PIC 9(08) VALUE ZERO.
       01  WS-TOLERANCE-COUNT    PIC 9(08) VALUE ZERO.
       01  WS-RATES-LOADED       PIC 9(08) VALUE ZERO.
       01  WS-CCY-SUB            PIC 9(04) COMP.
       01  WS-CCY-SUB-2          PIC 9(04) COMP.
       01  WS-CURRENCY-TABLE.
               10  PR-TO-CURRENCY       PIC X(03).
               10  PR-RATE              PIC S9(04)V9(06).
       COPY FXRATET.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'FXCHECK' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           MOVE ZERO TO WS-STALE-COUNT
           PERFORM 0100-LOAD-TODAY-RATES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0200-LOAD-PRIOR-RATES
           PERFORM 0300-SCAN-ACCOUNT-CURRENCIES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0400-CHECK-REQUIRED-PAIRS
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0050-READ-RUN-CONTROL.
           IF WS-STALE-COUNT > 0 OR WS-RATES-LOADED = ZERO
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-RATES-LOADED TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-REJECTED = WS-STALE-COUNT
               + WS-MISSING-COUNT + WS-TOLERANCE-COUNT
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
