       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHCLM.
      *----------------------------------------------------------------
      *  ESCHEATED FUNDS RECLAIM RUN
      *  REPAYS AN OWNER WHO COMES FORWARD AFTER THEIR ACCOUNT WAS
      *  ESCHEATED. READS THE DAY'S APPROVED CLAIMS (SEE ESCHCLM),
      *  CHECKS EACH AGAINST THE ACCOUNT'S ESCHTRK ENTRY - IT MUST
      *  HAVE BEEN ESCHEATED, THE CLAIM MUST CARRY A CASE REFERENCE
      *  AND AN APPROVING OFFICER, MUST NOT BE THE CLAIM LAST PAID,
      *  AND MAY NOT EXCEED WHAT IS STILL UNCLAIMED - AND PAYS IT OUT
      *  OF THE UNCLAIMED-PROPERTY LIABILITY ACCOUNT THE BALANCE WENT
      *  TO, INTO THE PAYEE ACCOUNT NAMED ON THE CLAIM, AS A TYPE-T
      *  TRANSFER THROUGH TRANSACT'S PERSISTENT-OPEN BATCH MODE
      *  (ENTRY TRANBAT). THE AMOUNT RECLAIMED IS KEPT ON ESCHTRK
      *  (STATUS C ONCE THE WHOLE ESCHEATED AMOUNT HAS BEEN REPAID),
      *  SO A CLAIM CAN BE PAID IN PARTS BUT NEVER BEYOND WHAT WAS
      *  ESCHEATED. EVERY CLAIM READ - PAID OR REJECTED, WITH THE
      *  REASON AND ANY TRANSACT RETURN CODE - IS WRITTEN TO THE
      *  APPEND-ONLY ESCHCJNL JOURNAL AND PRINTED ON THE ESCHCLMR
      *  REPORT, AND THE PAYMENT ITSELF IS ON TRNJRNL LIKE ANY OTHER
      *  POSTING, SO EVERY REPAYMENT CAN BE TRACED FROM THE CLAIM TO
      *  THE LEDGER. A TRANSFER DECLINED FOR FUNDS USUALLY MEANS THE
      *  BALANCE HAS ALREADY BEEN REMITTED TO THE AUTHORITY AND THE
      *  LIABILITY ACCOUNT MUST BE FUNDED FIRST.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-INPUT-FILE ASSIGN TO "ESCHCLMI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-STATUS.
           SELECT ESCHEAT-TRACK-FILE ASSIGN TO "ESCHTRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ET-ACCOUNT-NUMBER
               FILE STATUS IS WS-ET-STATUS.
           SELECT CLAIM-JOURNAL-FILE ASSIGN TO "ESCHCJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJ-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ESCHCLMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-INPUT-FILE.
           COPY ESCHCLM.
       FD  ESCHEAT-TRACK-FILE.
           COPY ESCHTRK.
       FD  CLAIM-JOURNAL-FILE.
           COPY ESCHCJNL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-EC-STATUS          PIC X(02).
       01  WS-ET-STATUS          PIC X(02).
       01  WS-EJ-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-REJECT-REASON      PIC X(30).
       01  WS-UNCLAIMED          PIC S9(09)V99.
       01  WS-RETURN-CODE        PIC X(02).
       01  WS-TRANBAT-FUNCTION   PIC X(01).
       01  WS-LIABILITY-ACCOUNT  PIC 9(10) VALUE ZERO.
       01  WS-PAYEE-ACCOUNT      PIC 9(10) VALUE ZERO.
       01  WS-PAY-AMOUNT         PIC S9(09)V99 VALUE ZERO.
       01  WS-OVERRIDE-FLAG      PIC X(01) VALUE 'N'.
       01  WS-SUPERVISOR-ID      PIC X(08) VALUE SPACES.
       01  WS-ORIGINAL-DATE      PIC 9(08) VALUE ZERO.
       01  WS-ORIGINAL-SEQ       PIC 9(06) VALUE ZERO.
       01  WS-ORIGIN.
           05  WS-ORIGIN-BRANCH  PIC 9(04) VALUE ZERO.
           05  WS-ORIGIN-TELLER  PIC X(08) VALUE SPACES.
           05  WS-ORIGIN-CHANNEL PIC X(01) VALUE 'I'.
           05  WS-ORIGIN-SERIAL  PIC 9(10) VALUE ZERO.
       01  WS-CLAIMS-READ        PIC 9(08).
       01  WS-CLAIMS-PAID        PIC 9(08).
       01  WS-CLAIMS-REJECTED    PIC 9(08).
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-REMAINING-EDIT     PIC ZZZZZZZZZ9.99-.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-PROCESS-CLAIMS
           PERFORM 0700-WRITE-TOTALS
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CLAIMS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    THE PAYMENTS APPEND TO TODAY'S JOURNAL GENERATION, SO THE
      *    RUN REFUSES TO START UNTIL BATCHPOST HAS COMPLETED.
       0050-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'ESCHCLM ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'ESCHCLM ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                       IF RN-BATCHPOST-STATE NOT = 'C'
                           DISPLAY 'ESCHCLM REFUSED: POSTING NOT '
                                   'COMPLETE FOR BUSINESS DATE '
                                   RN-BUSINESS-DATE
                           MOVE 'Y' TO WS-ABEND-SWITCH
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT CLAIM-INPUT-FILE
           IF WS-EC-STATUS NOT = '00'
               DISPLAY 'ESCHCLM ABEND: CANNOT OPEN ESCHCLMI.DAT, '
                       'FILE STATUS ' WS-EC-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O ESCHEAT-TRACK-FILE
           IF WS-ET-STATUS NOT = '00'
               DISPLAY 'ESCHCLM ABEND: CANNOT OPEN ESCHTRK.DAT, '
                       'FILE STATUS ' WS-ET-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN EXTEND CLAIM-JOURNAL-FILE
           IF WS-EJ-STATUS = '35'
               OPEN OUTPUT CLAIM-JOURNAL-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-CLAIMS-READ
           MOVE ZERO TO WS-CLAIMS-PAID
           MOVE ZERO TO WS-CLAIMS-REJECTED
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ESCHEATED FUNDS RECLAIM REPORT FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE.

       0200-PROCESS-CLAIMS.
           MOVE 'I' TO WS-TRANBAT-FUNCTION
           CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                  WS-LIABILITY-ACCOUNT
                                  WS-PAYEE-ACCOUNT
                                  'T'
                                  WS-PAY-AMOUNT
                                  SPACE
                                  WS-OVERRIDE-FLAG
                                  WS-SUPERVISOR-ID
                                  WS-ORIGINAL-DATE
                                  WS-ORIGINAL-SEQ
                                  WS-ORIGIN
                                  WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = '00'
               DISPLAY 'ESCHCLM ABEND: TRANSACT INITIALIZE FAILED, '
                       'RETURN CODE ' WS-RETURN-CODE
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-ABEND-SWITCH = 'Y'
                   READ CLAIM-INPUT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-CLAIMS-READ
                           PERFORM 0300-PROCESS-ONE-CLAIM
                   END-READ
               END-PERFORM
               MOVE 'T' TO WS-TRANBAT-FUNCTION
               CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                      WS-LIABILITY-ACCOUNT
                                      WS-PAYEE-ACCOUNT
                                      'T'
                                      WS-PAY-AMOUNT
                                      SPACE
                                      WS-OVERRIDE-FLAG
                                      WS-SUPERVISOR-ID
                                      WS-ORIGINAL-DATE
                                      WS-ORIGINAL-SEQ
                                      WS-ORIGIN
                                      WS-RETURN-CODE
           END-IF.

       0300-PROCESS-ONE-CLAIM.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-RETURN-CODE
           MOVE ZERO TO WS-PAY-AMOUNT
           MOVE ZERO TO WS-UNCLAIMED
           MOVE ZERO TO WS-LIABILITY-ACCOUNT
           PERFORM 0350-EDIT-CLAIM
           IF WS-REJECT-REASON = SPACES
               PERFORM 0400-PAY-CLAIM
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CLAIMS-REJECTED
               MOVE ZERO TO WS-PAY-AMOUNT
               MOVE 'R' TO EJ-RESULT
               DISPLAY 'CLAIM REJECTED - ACCT: ' EC-ACCOUNT-NUMBER
                       ' REF: ' EC-CLAIM-REFERENCE
                       ' ' WS-REJECT-REASON
           END-IF
           PERFORM 0600-WRITE-CLAIM-JOURNAL
           PERFORM 0650-REPORT-CLAIM.

       0350-EDIT-CLAIM.
           IF EC-ACCOUNT-NUMBER NOT NUMERIC
               MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               MOVE EC-ACCOUNT-NUMBER TO ET-ACCOUNT-NUMBER
               READ ESCHEAT-TRACK-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ESCHEATED'
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE ET-STATUS
                   WHEN 'E'
                       MOVE ET-LIABILITY-ACCOUNT
                           TO WS-LIABILITY-ACCOUNT
                       COMPUTE WS-UNCLAIMED =
                           ET-AMOUNT-ESCHEATED - ET-AMOUNT-RECLAIMED
                   WHEN 'C'
                       MOVE 'ALREADY RECLAIMED IN FULL'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE 'ACCOUNT NOT ESCHEATED'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF EC-CLAIM-REFERENCE = SPACES
                       OR EC-APPROVED-BY = SPACES
                   MOVE 'REFERENCE AND APPROVAL REQUIRED'
                       TO WS-REJECT-REASON
               ELSE
                   IF EC-CLAIM-REFERENCE = ET-LAST-CLAIM-REF
                       MOVE 'CLAIM ALREADY PAID'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF EC-PAYEE-ACCOUNT NOT NUMERIC
                       OR EC-PAYEE-ACCOUNT = ZERO
                       OR EC-PAYEE-ACCOUNT = EC-ACCOUNT-NUMBER
                   MOVE 'INVALID PAYEE ACCOUNT' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF EC-CLAIM-AMOUNT NOT NUMERIC
                       OR EC-CLAIM-AMOUNT < ZERO
                   MOVE 'INVALID CLAIM AMOUNT' TO WS-REJECT-REASON
               ELSE
                   IF EC-CLAIM-AMOUNT = ZERO
                       MOVE WS-UNCLAIMED TO WS-PAY-AMOUNT
                   ELSE
                       MOVE EC-CLAIM-AMOUNT TO WS-PAY-AMOUNT
                   END-IF
                   IF WS-PAY-AMOUNT > WS-UNCLAIMED
                           OR WS-PAY-AMOUNT NOT > ZERO
                       MOVE 'CLAIM EXCEEDS UNCLAIMED BALANCE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    THE MONEY HAS MOVED BEFORE ESCHTRK IS UPDATED, SO A FAILED
      *    UPDATE STOPS THE RUN - THE CLAIM IS ON TRNJRNL AND ESCHCJNL
      *    AND THE RECLAIMED AMOUNT MUST BE CORRECTED BY HAND.
       0400-PAY-CLAIM.
           MOVE EC-PAYEE-ACCOUNT TO WS-PAYEE-ACCOUNT
           MOVE 'P' TO WS-TRANBAT-FUNCTION
           CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                  WS-LIABILITY-ACCOUNT
                                  WS-PAYEE-ACCOUNT
                                  'T'
                                  WS-PAY-AMOUNT
                                  ET-CURRENCY-CODE
                                  WS-OVERRIDE-FLAG
                                  WS-SUPERVISOR-ID
                                  WS-ORIGINAL-DATE
                                  WS-ORIGINAL-SEQ
                                  WS-ORIGIN
                                  WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = '00'
               MOVE 'TRANSFER DECLINED BY TRANSACT'
                   TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-CLAIMS-PAID
               MOVE 'P' TO EJ-RESULT
               ADD WS-PAY-AMOUNT TO ET-AMOUNT-RECLAIMED
               SUBTRACT WS-PAY-AMOUNT FROM WS-UNCLAIMED
               IF WS-UNCLAIMED = ZERO
                   MOVE 'C' TO ET-STATUS
               END-IF
               MOVE WS-BUSINESS-DATE   TO ET-LAST-CLAIM-DATE
               MOVE EC-CLAIM-REFERENCE TO ET-LAST-CLAIM-REF
               REWRITE ESCHEAT-TRACK-RECORD
               IF WS-ET-STATUS NOT = '00'
                   DISPLAY 'ESCHCLM ABEND: ESCHTRK REWRITE FAILED, '
                           'FILE STATUS ' WS-ET-STATUS
                           ' ACCOUNT ' ET-ACCOUNT-NUMBER
                           ' - CLAIM ' EC-CLAIM-REFERENCE
                           ' ALREADY PAID'
                   MOVE 'Y' TO WS-ABEND-SWITCH
               END-IF
           END-IF.

       0600-WRITE-CLAIM-JOURNAL.
           MOVE WS-BUSINESS-DATE      TO EJ-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO EJ-TIMESTAMP
           MOVE EC-ACCOUNT-NUMBER     TO EJ-ACCOUNT-NUMBER
           MOVE EC-PAYEE-ACCOUNT      TO EJ-PAYEE-ACCOUNT
           MOVE WS-LIABILITY-ACCOUNT  TO EJ-LIABILITY-ACCOUNT
           MOVE EC-CLAIM-REFERENCE    TO EJ-CLAIM-REFERENCE
           MOVE EC-APPROVED-BY        TO EJ-APPROVED-BY
           MOVE EC-CLAIMANT-NAME      TO EJ-CLAIMANT-NAME
           MOVE EC-CLAIM-AMOUNT       TO EJ-CLAIM-AMOUNT
           MOVE WS-PAY-AMOUNT         TO EJ-AMOUNT
           IF WS-LIABILITY-ACCOUNT = ZERO
               MOVE SPACES            TO EJ-CURRENCY-CODE
           ELSE
               MOVE ET-CURRENCY-CODE  TO EJ-CURRENCY-CODE
           END-IF
           MOVE WS-RETURN-CODE        TO EJ-RETURN-CODE
           MOVE WS-REJECT-REASON      TO EJ-REASON
           MOVE WS-UNCLAIMED          TO EJ-REMAINING
           WRITE ESCHEAT-CLAIM-JOURNAL-RECORD.

       0650-REPORT-CLAIM.
           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-UNCLAIMED  TO WS-REMAINING-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCT ' DELIMITED BY SIZE
                  EC-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' REF ' DELIMITED BY SIZE
                  EC-CLAIM-REFERENCE DELIMITED BY SIZE
                  ' APPROVED BY ' DELIMITED BY SIZE
                  EC-APPROVED-BY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EC-CLAIMANT-NAME DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF EJ-RESULT = 'P'
               STRING '     PAID ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      EJ-CURRENCY-CODE DELIMITED BY SIZE
                      ' FROM ' DELIMITED BY SIZE
                      WS-LIABILITY-ACCOUNT DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      EC-PAYEE-ACCOUNT DELIMITED BY SIZE
                      ' UNCLAIMED ' DELIMITED BY SIZE
                      WS-REMAINING-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING '     REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      ' RC ' DELIMITED BY SIZE
                      WS-RETURN-CODE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0700-WRITE-TOTALS.
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE WS-CLAIMS-PAID TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLAIMS PAID: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-CLAIMS-REJECTED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLAIMS REJECTED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0800-CLOSE-FILES.
           CLOSE CLAIM-INPUT-FILE
           CLOSE ESCHEAT-TRACK-FILE
           CLOSE CLAIM-JOURNAL-FILE
           CLOSE REPORT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'ESCHCLM RUN SUMMARY'
           IF WS-ABEND-SWITCH = 'Y'
               DISPLAY 'RUN ABENDED - SEE MESSAGES ABOVE'
           END-IF
           DISPLAY 'CLAIMS READ.......: ' WS-CLAIMS-READ
           DISPLAY 'CLAIMS PAID.......: ' WS-CLAIMS-PAID
           DISPLAY 'CLAIMS REJECTED...: ' WS-CLAIMS-REJECTED.
