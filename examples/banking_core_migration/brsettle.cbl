       01  WS-TELLER-VALUE       PIC S9(11)V99.
       01  WS-BRANCH-ITEMS       PIC 9(08).
       01  WS-BRANCH-VALUE       PIC S9(11)V99.
       01  WS-RECORDS-READ       PIC 9(08) VALUE ZERO.
       01  WS-BRANCHES-LISTED    PIC 9(08).
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZZZ9.99-.
               10  TY-TRANS-TYPE        PIC X(01).
               10  TY-ITEM-COUNT        PIC 9(08).
               10  TY-VALUE-TOTAL       PIC S9(11)V99.
       COPY CTLTOT.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'BRSETTLE' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0080-PROVE-JOURNAL
           IF CT-RESULT NOT = '00'
               DISPLAY 'BRSETTLE ABEND: TRNJRNL.DAT FAILED ITS CONTROL '
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
           SORT SORT-WORK-FILE
               OUTPUT PROCEDURE IS 0300-PRINT-SETTLEMENT
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
                           PERFORM 0250-RELEASE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.
           DISPLAY 'BRSETTLE RUN SUMMARY'
           DISPLAY 'JOURNAL READ.....: ' WS-RECORDS-READ
           DISPLAY 'BRANCHES LISTED..: ' WS-BRANCHES-LISTED.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
