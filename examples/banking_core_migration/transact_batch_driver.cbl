           SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT SUSPENSE-AGED-FILE ASSIGN TO "SUSPAGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       FD  RESTART-FILE.
           COPY RESTART.
       FD  SUSPENSE-IN-FILE.
       01  SUSPENSE-IN-RECORD    PIC X(93).
       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-RECORD   PIC X(93).
       FD  SUSPENSE-AGED-FILE.
       01  SUSPENSE-AGED-RECORD  PIC X(93).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-IMAGE     PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-RC-STATUS          PIC X(02).
       01  WS-SI-STATUS          PIC X(02).
       01  WS-SO-STATUS          PIC X(02).
       01  WS-SA-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-ACCOUNT-NUMBER     PIC 9(10).
           05  WS-ORIGIN-BRANCH   PIC 9(04) VALUE ZERO.
           05  WS-ORIGIN-TELLER   PIC X(08) VALUE SPACES.
           05  WS-ORIGIN-CHANNEL  PIC X(01) VALUE SPACE.
           05  WS-ORIGIN-SERIAL   PIC 9(10) VALUE ZERO.
       01  WS-RETURN-CODE        PIC X(02).
       01  WS-TRANBAT-FUNCTION   PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-RECORDS-READ       PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-POSTED     PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-DECLINED   PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-SKIPPED    PIC 9(08).
       01  WS-LAST-SEQ-NUMBER    PIC 9(08).
       01  WS-CHECKPOINT-INTERVAL PIC 9(04) VALUE 100.
       01  WS-SUSPENSE-MAX-DAYS   PIC 9(03) VALUE 5.
       01  WS-CURRENT-DATE        PIC 9(08).
       01  WS-SUSP-READ           PIC 9(08).
       01  WS-SUSP-REPOSTED       PIC 9(08) VALUE ZERO.
       01  WS-SUSP-RECYCLED       PIC 9(08) VALUE ZERO.
       01  WS-SUSP-AGED           PIC 9(08) VALUE ZERO.
       01  WS-SUSP-WRITTEN        PIC 9(08) VALUE ZERO.
       01  WS-AMOUNT-EDIT         PIC ZZZZZZZZZ9.99-.
       01  WS-FIRST-READ-SWITCH   PIC X(01).
       COPY SUSPENSE.
       COPY RUNCTL.
       COPY CTLTOT REPLACING ==CONTROL-TOTAL-AREA==
                          BY ==TRANIN-CONTROL-AREA==.
       COPY CTLTOT REPLACING ==CONTROL-TOTAL-AREA==
                          BY ==SUSPIN-CONTROL-AREA==.
       COPY CTLTOT REPLACING ==CONTROL-TOTAL-AREA==
                          BY ==SUSPOUT-CONTROL-AREA==.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'BATCHPOST' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0020-CHECK-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0050-READ-RESTART-CHECKPOINT
           PERFORM 0060-PROVE-TRANIN
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0070-PROVE-SUSPENSE-IN
           IF CT-RESULT OF TRANIN-CONTROL-AREA NOT = '00'
                   OR CT-RESULT OF SUSPIN-CONTROL-AREA NOT = '00'
               DISPLAY 'BATCHPOST ABEND: TRANIN REASON '
                       CT-RESULT OF TRANIN-CONTROL-AREA
                       ', SUSPIN REASON '
                       CT-RESULT OF SUSPIN-CONTROL-AREA
                       ' - INPUT FAILED ITS CONTROL TOTALS, '
                       'NOTHING POSTED'
               MOVE 12 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-READ-TRANSACTION
           IF WS-ABEND-SWITCH = 'Y'
               PERFORM 0800-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0150-INITIALIZE-TRANSACT
           IF WS-ABEND-SWITCH = 'Y'
               PERFORM 0800-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
           END-PERFORM
           PERFORM 0600-RECYCLE-SUSPENSE
           PERFORM 0700-TERMINATE-TRANSACT
           PERFORM 0780-END-SUSPENSE-BATCH
           PERFORM 0800-CLOSE-FILES
           PERFORM 0870-MARK-RUN-COMPLETE
           PERFORM 0850-RESET-CHECKPOINT
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0020-CHECK-RUN-CONTROL.
                   NOT AT END
                       MOVE RC-LAST-SEQUENCE-NUMBER
                           TO WS-LAST-SEQ-NUMBER
                       MOVE RC-LAST-SEQUENCE-NUMBER
                           TO RL-RESTARTED-FROM
                       IF RC-SUSPENSE-PROCESSED NUMERIC
                           MOVE RC-SUSPENSE-PROCESSED
                               TO WS-SUSP-SKIP-COUNT
               CLOSE RESTART-FILE
           END-IF.

      *    BOTH INPUTS ARE PROVED (SEE CTLTOT) BEFORE ANYTHING IS
      *    OPENED FOR OUTPUT OR POSTED: TRANIN MUST BE TODAY'S ONE
      *    TRANEDIT BATCH, SUSPIN A PRIOR NIGHT'S SUSPENSE GENERATION.
      *    ON A RESTART SUSPIN ENDS WITH THE FAILED RUN'S PARTIAL
      *    SUSPOUT, WHICH HAS TODAY'S DATE AND NO TRAILER AND IS
      *    ACCEPTED AS SUCH. A SUSPIN THAT CANNOT BE OPENED IS PASSED
      *    OVER HERE AS IT IS BY THE RECYCLE.
       0060-PROVE-TRANIN.
           MOVE 'TRANIN' TO CT-FILE-NAME OF TRANIN-CONTROL-AREA
           MOVE RN-BUSINESS-DATE
               TO CT-BUSINESS-DATE OF TRANIN-CONTROL-AREA
           MOVE 'E' TO CT-DATE-CHECK OF TRANIN-CONTROL-AREA
           MOVE 'N' TO CT-OPEN-BATCH-OK OF TRANIN-CONTROL-AREA
           CALL 'CTLTOT' USING 'I' TRANIN-CONTROL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           OPEN INPUT TRANS-INPUT-FILE
           IF WS-TI-STATUS NOT = '00'
               DISPLAY 'BATCHPOST ABEND: CANNOT OPEN TRANIN.DAT, '
                       'FILE STATUS ' WS-TI-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ TRANS-INPUT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'R' TRANIN-CONTROL-AREA
                                               TRANS-INPUT-RECORD
                                               TI-ACCOUNT-NUMBER
                                               TI-AMOUNT
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' TRANIN-CONTROL-AREA
                                   TRANS-INPUT-RECORD
                                   TI-ACCOUNT-NUMBER TI-AMOUNT
               CLOSE TRANS-INPUT-FILE
           END-IF.

       0070-PROVE-SUSPENSE-IN.
           MOVE 'SUSPENSE' TO CT-FILE-NAME OF SUSPIN-CONTROL-AREA
           MOVE RN-BUSINESS-DATE
               TO CT-BUSINESS-DATE OF SUSPIN-CONTROL-AREA
           MOVE 'P' TO CT-DATE-CHECK OF SUSPIN-CONTROL-AREA
           MOVE 'Y' TO CT-OPEN-BATCH-OK OF SUSPIN-CONTROL-AREA
           CALL 'CTLTOT' USING 'I' SUSPIN-CONTROL-AREA
                               SUSPENSE-RECORD SP-ACCOUNT-NUMBER
                               SP-AMOUNT
           OPEN INPUT SUSPENSE-IN-FILE
           IF WS-SI-STATUS = '00'
               MOVE 'N' TO WS-SUSP-EOF-SWITCH
               PERFORM UNTIL WS-SUSP-EOF-SWITCH = 'Y'
                   READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
                       AT END
                           MOVE 'Y' TO WS-SUSP-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'R' SUSPIN-CONTROL-AREA
                                               SUSPENSE-RECORD
                                               SP-ACCOUNT-NUMBER
                                               SP-AMOUNT
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' SUSPIN-CONTROL-AREA
                                   SUSPENSE-RECORD
                                   SP-ACCOUNT-NUMBER SP-AMOUNT
               CLOSE SUSPENSE-IN-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT TRANS-INPUT-FILE
           OPEN OUTPUT SUSPENSE-OUT-FILE
           OPEN OUTPUT SUSPENSE-AGED-FILE
           PERFORM 0110-START-SUSPENSE-BATCH
           MOVE RN-BUSINESS-DATE TO WS-CURRENT-DATE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-READ-SWITCH
           MOVE ZERO TO WS-SUSP-READ
           MOVE ZERO TO WS-SUSP-REPOSTED
           MOVE ZERO TO WS-SUSP-RECYCLED
           MOVE ZERO TO WS-SUSP-AGED
           MOVE ZERO TO WS-SUSP-WRITTEN.

      *    THE NEW SUSPENSE GENERATION IS ONE BATCH; ITS TRAILER IS
      *    WRITTEN ONLY ON A CLEAN FINISH, SO A RUN THAT FAILS LEAVES
      *    A BATCH THE NEXT NIGHT WILL NOT ACCEPT AS COMPLETE.
       0110-START-SUSPENSE-BATCH.
           MOVE 'SUSPENSE' TO CT-FILE-NAME OF SUSPOUT-CONTROL-AREA
           MOVE 'BATCHPOST' TO CT-WRITER OF SUSPOUT-CONTROL-AREA
           MOVE RN-BUSINESS-DATE
               TO CT-BUSINESS-DATE OF SUSPOUT-CONTROL-AREA
           CALL 'CTLTOT' USING 'I' SUSPOUT-CONTROL-AREA
                               SUSPENSE-RECORD SP-ACCOUNT-NUMBER
                               SP-AMOUNT
           CALL 'CTLTOT' USING 'H' SUSPOUT-CONTROL-AREA
                               SUSPENSE-RECORD SP-ACCOUNT-NUMBER
                               SP-AMOUNT
           WRITE SUSPENSE-OUT-RECORD
               FROM CT-CONTROL-RECORD OF SUSPOUT-CONTROL-AREA.

       0150-INITIALIZE-TRANSACT.
           MOVE 'I' TO WS-TRANBAT-FUNCTION
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

      *    HEADER AND TRAILER RECORDS ARE PASSED OVER - THEY WERE
      *    PROVED BEFORE THE RUN STARTED.
       0200-READ-TRANSACTION.
           MOVE SPACE TO CT-RECORD-KIND OF TRANIN-CONTROL-AREA
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR CT-RECORD-KIND OF TRANIN-CONTROL-AREA = 'D'
               READ TRANS-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       CALL 'CTLTOT' USING 'K' TRANIN-CONTROL-AREA
                                           TRANS-INPUT-RECORD
                                           TI-ACCOUNT-NUMBER TI-AMOUNT
               END-READ
           END-PERFORM
           IF WS-EOF-SWITCH NOT = 'Y'
               ADD 1 TO WS-RECORDS-READ
               IF WS-FIRST-READ-SWITCH = 'Y'
                   MOVE 'N' TO WS-FIRST-READ-SWITCH
                   PERFORM 0250-CHECK-GENERATION
               END-IF
           END-IF.

       0250-CHECK-GENERATION.
           IF TI-SEQUENCE-NUMBER NOT > RN-TRANIN-LAST-SEQ
           MOVE TI-BRANCH-CODE    TO WS-ORIGIN-BRANCH
           MOVE TI-TELLER-ID      TO WS-ORIGIN-TELLER
           MOVE TI-CHANNEL-CODE   TO WS-ORIGIN-CHANNEL
           MOVE TI-SERIAL-NUMBER  TO WS-ORIGIN-SERIAL
           MOVE 'P' TO WS-TRANBAT-FUNCTION
           CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                  WS-ACCOUNT-NUMBER
           MOVE TI-BRANCH-CODE     TO SP-BRANCH-CODE
           MOVE TI-TELLER-ID       TO SP-TELLER-ID
           MOVE TI-CHANNEL-CODE    TO SP-CHANNEL-CODE
           MOVE TI-SERIAL-NUMBER   TO SP-SERIAL-NUMBER
           MOVE WS-RETURN-CODE     TO SP-RETURN-CODE
           MOVE WS-CURRENT-DATE    TO SP-DECLINE-DATE
           MOVE ZERO               TO SP-RETRY-COUNT
               ADD 1 TO WS-SUSP-AGED
               PERFORM 0680-REPORT-AGED-ITEM
           ELSE
               PERFORM 0330-WRITE-SUSPENSE-OUT
           END-IF.

       0330-WRITE-SUSPENSE-OUT.
           WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD
           ADD 1 TO WS-SUSP-WRITTEN
           CALL 'CTLTOT' USING 'A' SUSPOUT-CONTROL-AREA
                               SUSPENSE-RECORD SP-ACCOUNT-NUMBER
                               SP-AMOUNT.

       0350-CHECKPOINT-IF-DUE.
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                       AT END
                           MOVE 'Y' TO WS-SUSP-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'K' SUSPIN-CONTROL-AREA
                                               SUSPENSE-RECORD
                                               SP-ACCOUNT-NUMBER
                                               SP-AMOUNT
                           IF CT-RECORD-KIND OF SUSPIN-CONTROL-AREA
                                   = 'D'
                               PERFORM 0620-RECYCLE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-IN-FILE
           END-IF.

      *    THE SKIP COUNT IS OF ITEMS, NOT CONTROL RECORDS.
       0620-RECYCLE-ONE-ITEM.
           ADD 1 TO WS-SUSP-READ
           IF WS-SUSP-READ > WS-SUSP-SKIP-COUNT
               PERFORM 0650-REPRESENT-SUSPENSE-ITEM
               ADD 1 TO WS-SUSP-PROCESSED
               PERFORM 0350-CHECKPOINT-IF-DUE
           END-IF.

       0650-REPRESENT-SUSPENSE-ITEM.
           MOVE SP-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           MOVE SP-TRANS-TYPE     TO WS-TRANS-TYPE
           MOVE SP-BRANCH-CODE    TO WS-ORIGIN-BRANCH
           MOVE SP-TELLER-ID      TO WS-ORIGIN-TELLER
           MOVE SP-CHANNEL-CODE   TO WS-ORIGIN-CHANNEL
           MOVE SP-SERIAL-NUMBER  TO WS-ORIGIN-SERIAL
           MOVE 'P' TO WS-TRANBAT-FUNCTION
           CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                  WS-ACCOUNT-NUMBER
               IF SP-RETRY-COUNT < WS-SUSPENSE-MAX-DAYS
                       AND WS-RETURN-CODE(1:1) NOT = '9'
                   ADD 1 TO WS-SUSP-RECYCLED
                   PERFORM 0330-WRITE-SUSPENSE-OUT
               ELSE
                   ADD 1 TO WS-SUSP-AGED
                   PERFORM 0680-REPORT-AGED-ITEM
               END-IF
           END-IF.

      *    AGED ITEMS ARE ALSO KEPT ON SUSPAGED SO THE CLEARING
      *    RETURNS RUN CAN RETURN THOSE THAT CAME IN ON CHANNEL C.
       0680-REPORT-AGED-ITEM.
           WRITE SUSPENSE-AGED-RECORD FROM SUSPENSE-RECORD
           MOVE SP-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'AGED SUSPENSE ITEM FOR MANUAL ACTION - '
                   'ACCT: ' SP-ACCOUNT-NUMBER
                   ' TYPE: ' SP-TRANS-TYPE
                   ' AMT: ' WS-AMOUNT-EDIT
                   ' RC: ' SP-RETURN-CODE
                   ' SERIAL: ' SP-SERIAL-NUMBER
                   ' DECLINED: ' SP-DECLINE-DATE
                   ' RETRIES: ' SP-RETRY-COUNT.

                                  WS-ORIGIN
                                  WS-RETURN-CODE.

       0780-END-SUSPENSE-BATCH.
           CALL 'CTLTOT' USING 'T' SUSPOUT-CONTROL-AREA
                               SUSPENSE-RECORD SP-ACCOUNT-NUMBER
                               SP-AMOUNT
           WRITE SUSPENSE-OUT-RECORD
               FROM CT-CONTROL-RECORD OF SUSPOUT-CONTROL-AREA.

       0800-CLOSE-FILES.
           CLOSE TRANS-INPUT-FILE
           CLOSE SUSPENSE-OUT-FILE
           CLOSE SUSPENSE-AGED-FILE.

       0850-RESET-CHECKPOINT.
           MOVE ZERO TO RC-LAST-SEQUENCE-NUMBER
           DISPLAY 'SUSPENSE REPOSTED: ' WS-SUSP-REPOSTED
           DISPLAY 'SUSPENSE RECYCLED: ' WS-SUSP-RECYCLED
           DISPLAY 'SUSPENSE AGED....: ' WS-SUSP-AGED.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-POSTED = WS-RECORDS-POSTED
               + WS-SUSP-REPOSTED
           MOVE WS-RECORDS-DECLINED TO RL-RECORDS-DECLINED
           MOVE WS-SUSP-WRITTEN TO RL-RECORDS-SUSPENDED
           MOVE WS-SUSP-AGED TO RL-RECORDS-REJECTED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
