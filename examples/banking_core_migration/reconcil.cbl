       01  WS-NET-MOVEMENT         PIC S9(09)V99.
       01  WS-EXPECTED-CLOSING     PIC S9(09)V99.
       01  WS-DIFFERENCE           PIC S9(09)V99.
       01  WS-ACCOUNTS-CHECKED     PIC 9(08) VALUE ZERO.
       01  WS-ACCOUNTS-IN-BALANCE  PIC 9(08).
       01  WS-ACCOUNTS-OUT-BALANCE PIC 9(08) VALUE ZERO.
       01  WS-ACCOUNTS-NOT-FOUND   PIC 9(08) VALUE ZERO.
       COPY RUNCTL.
       COPY CTLTOT.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'RECONCIL' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0050-CHECK-RUN-CONTROL
           IF WS-REFUSE-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0080-PROVE-JOURNAL
           IF CT-RESULT NOT = '00'
               DISPLAY 'RECONCIL ABEND: TRNJRNL.DAT FAILED ITS CONTROL '
                       'TOTALS, REASON ' CT-RESULT
               MOVE 12 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           IF RETURN-CODE = ZERO
               PERFORM 0980-MARK-RUN-COMPLETE
           END-IF
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0050-CHECK-RUN-CONTROL.
           WRITE RUN-CONTROL-IMAGE FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *    THE JOURNAL IS PROVED AGAINST ITS CONTROL RECORDS (SEE
      *    CTLTOT) BEFORE ANYTHING IS PRODUCED FROM IT: EVERY BATCH
      *    MUST BE FOR TODAY'S BUSINESS DATE, COMPLETE AND IN BALANCE.
       0080-PROVE-JOURNAL.
           MOVE 'TRNJRNL' TO CT-FILE-NAME
           MOVE RN-BUSINESS-DATE TO CT-BUSINESS-DATE
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
           OPEN INPUT ACCOUNT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                           JOURNAL-RECORD
                                           JR-ACCOUNT-NUMBER
                                           JR-AMOUNT
                       IF CT-RECORD-KIND = 'D'
                           MOVE JR-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
                           MOVE JR-TIMESTAMP      TO SR-TIMESTAMP
                           MOVE JR-TRANS-TYPE     TO SR-TRANS-TYPE
                           MOVE JR-AMOUNT         TO SR-AMOUNT
                           MOVE JR-BEFORE-BALANCE TO SR-BEFORE-BALANCE
                           MOVE JR-AFTER-BALANCE  TO SR-AFTER-BALANCE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.
           IF WS-ACCOUNTS-OUT-BALANCE > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-ACCOUNTS-CHECKED TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-REJECTED = WS-ACCOUNTS-OUT-BALANCE
               + WS-ACCOUNTS-NOT-FOUND
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
