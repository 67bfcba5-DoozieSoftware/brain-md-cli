       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-ENTRY-FOUND        PIC X(01).
       01  WS-ACCOUNTS-READ      PIC 9(08).
       01  WS-JOURNAL-READ       PIC 9(08) VALUE ZERO.
       01  WS-FLOWS-TOTALLED     PIC 9(08).
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZZZ9.99-.
               10  PF-ITEM-COUNT        PIC 9(08).
               10  PF-ORIG-TOTAL        PIC S9(13)V99.
               10  PF-SETTLED-TOTAL     PIC S9(13)V99.
       COPY CTLTOT.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'CURRPOS' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0080-PROVE-JOURNAL
           IF CT-RESULT NOT = '00'
               DISPLAY 'CURRPOS ABEND: TRNJRNL.DAT FAILED ITS CONTROL '
                       'TOTALS, REASON ' CT-RESULT
               MOVE 12 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0200-TOTAL-BALANCES
           PERFORM 0600-PRINT-POSITION
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0050-READ-RUN-CONTROL.
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    THE JOURNAL IS PROVED AGAINST ITS CONTROL RECORDS (SEE
      *    CTLTOT) BEFORE ANYTHING IS PRODUCED FROM IT: EVERY BATCH
      *    MUST BE FOR TODAY'S BUSINESS DATE, COMPLETE AND IN BALANCE.
       0080-PROVE-JOURNAL.
           MOVE 'TRNJRNL' TO CT-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE 'E' TO CT-DATE-CHECK
           MOVE 'N' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                               JOURNAL-RECORD
                                               JR-ACCOUNT-NUMBER
                                               JR-AMOUNT
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' CONTROL-TOTAL-AREA
                                   JOURNAL-RECORD
                                   JR-ACCOUNT-NUMBER
                                   JR-AMOUNT
               CLOSE JOURNAL-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-AM-STATUS NOT = '00'
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                           JOURNAL-RECORD
                                           JR-ACCOUNT-NUMBER
                                           JR-AMOUNT
                       IF CT-RECORD-KIND = 'D'
                           ADD 1 TO WS-JOURNAL-READ
                           IF JR-ORIG-CURRENCY NOT = SPACES
                                   AND JR-ORIG-CURRENCY
                                       NOT = JR-CURRENCY-CODE
                               PERFORM 0350-ACCUMULATE-FLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'ACCOUNTS READ.....: ' WS-ACCOUNTS-READ
           DISPLAY 'JOURNAL READ......: ' WS-JOURNAL-READ
           DISPLAY 'CONVERTED FLOWS...: ' WS-FLOWS-TOTALLED.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-JOURNAL-READ TO RL-RECORDS-READ
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
