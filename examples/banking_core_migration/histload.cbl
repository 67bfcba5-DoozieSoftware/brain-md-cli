           05  WS-CUTOFF-DAY     PIC 9(02).
       01  WS-MONTHS-TOTAL       PIC S9(07).
       01  WS-SEQ-FOUND          PIC X(01).
       01  WS-RECORDS-READ       PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-LOADED     PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-DUPLICATE  PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-DROPPED    PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-PURGED     PIC 9(08).
       01  WS-SEQ-TABLE.
           05  WS-SEQ-COUNT            PIC 9(04) VALUE ZERO.
               10  SQ-ACCOUNT-NUMBER    PIC 9(10).
               10  SQ-POSTING-DATE      PIC 9(08).
               10  SQ-LAST-SEQ          PIC 9(06).
       COPY CTLTOT.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'HISTLOAD' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0080-PROVE-JOURNAL
           IF CT-RESULT NOT = '00'
               DISPLAY 'HISTLOAD ABEND: TRNJRNL.DAT FAILED ITS CONTROL '
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
           PERFORM 0200-LOAD-JOURNAL
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
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
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-STATUS NOT = '00'
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                           JOURNAL-RECORD
                                           JR-ACCOUNT-NUMBER
                                           JR-AMOUNT
                       IF CT-RECORD-KIND = 'D'
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM 0300-LOAD-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

               MOVE JR-ORIG-CURRENCY  TO TH-ORIG-CURRENCY
               MOVE JR-ORIG-AMOUNT    TO TH-ORIG-AMOUNT
               MOVE JR-FX-RATE        TO TH-FX-RATE
               MOVE JR-SERIAL-NUMBER  TO TH-SERIAL-NUMBER
               WRITE TRANSACTION-HISTORY-RECORD
               EVALUATE WS-TH-STATUS
                   WHEN '00'
           IF WS-RECORDS-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE WS-RECORDS-LOADED TO RL-RECORDS-POSTED
           COMPUTE RL-RECORDS-REJECTED = WS-RECORDS-DUPLICATE
               + WS-RECORDS-DROPPED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
