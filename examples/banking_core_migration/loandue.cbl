       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDUE.
      *----------------------------------------------------------------
      *  INSTALLMENT LOAN DUE RUN
      *  RUNS IN THE NIGHTLY POSTING JOB AFTER STORDGEN HAS BUILT THE
      *  MERGED TRANSACTION FILE AND BEFORE THE PRE-POSTING EDIT.
      *  FOR EVERY LOAN ON LOANTERM IT:
      *    - ACCRUES DAILY INTEREST ON THE PRINCIPAL OUTSTANDING AT
      *      THE ANNUAL RATE / 365 FOR EACH DAY SINCE THE LAST
      *      ACCRUAL, UP TO AND INCLUDING THE BUSINESS DATE;
      *    - PAYS OUT THE PROCEEDS OF A NEWLY OPENED LOAN MARKED FOR
      *      DISBURSEMENT AS A CREDIT TO THE REPAYMENT ACCOUNT;
      *    - SELECTS EVERY INSTALLMENT ON LOANSCHD DUE ON OR BEFORE
      *      THE BUSINESS DAY AND NOT YET GENERATED (A MISSED
      *      PROCESSING DAY THEREFORE CATCHES UP), AND APPENDS ONE
      *      TYPE-L TRANS-INPUT-RECORD PER INSTALLMENT DEBITING THE
      *      REPAYMENT ACCOUNT, WITH THE LOAN AS CONTRA, SEQUENCED
      *      AFTER THE HIGHEST NUMBER ALREADY ON THE MERGED FILE.
      *  TRANSACT SPLITS EACH INSTALLMENT INTO ITS INTEREST AND
      *  PRINCIPAL LEGS WHEN BATCHPOST POSTS IT; A DECLINED
      *  INSTALLMENT GOES TO SUSPENSE LIKE ANY OTHER DEBIT AND, IF IT
      *  NEVER CLEARS, STAYS UNPAID ON LOANSCHD FOR LOANDLQ TO AGE.
      *  THE FINAL INSTALLMENT IS RAISED TO THE FULL PAYOFF (PRINCIPAL
      *  PLUS INTEREST ACCRUED) SO THE DIFFERENCE BETWEEN THE
      *  PROJECTED SCHEDULE AND THE DAILY ACCRUAL IS CLEARED.
      *  A RERUN FOR THE SAME BUSINESS DATE ACCRUES NOTHING FURTHER
      *  AND REGENERATES THE SAME DISBURSEMENTS AND INSTALLMENTS INTO
      *  THE FRESH MERGED FILE. EVERYTHING GENERATED IS LISTED ON
      *  SYSOUT SO THE LENDING DESK CAN SEE WHAT WENT IN.
      *  THE MERGED FILE'S CONTROL TOTALS (SEE CTLTOT) ARE PROVED
      *  BEFORE ANY LOAN IS TOUCHED - A FILE THAT FAILS ENDS THE STEP
      *  RC 12 - AND THE LOAN RECORDS ARE APPENDED AS A HEADER/TRAILER
      *  BATCH OF THEIR OWN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-MERGED-FILE ASSIGN TO "TRANMRGD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
           SELECT LOAN-TERMS-FILE ASSIGN TO "LOANTERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-ACCOUNT-NUMBER
               FILE STATUS IS WS-LT-STATUS.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-SCHEDULE-KEY
               FILE STATUS IS WS-LD-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-AM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-MERGED-FILE.
       01  TRANS-MERGED-RECORD   PIC X(80).
       FD  LOAN-TERMS-FILE.
           COPY LOANTERM.
       FD  LOAN-SCHEDULE-FILE.
           COPY LOANSCHD.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-TM-STATUS          PIC X(02).
       01  WS-LT-STATUS          PIC X(02).
       01  WS-LD-STATUS          PIC X(02).
       01  WS-AM-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-SCHED-DONE         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-NEXT-SEQ-NUMBER    PIC 9(08).
       01  WS-LOAN-CURRENCY      PIC X(03).
       01  WS-ACCRUAL-DAYS       PIC S9(05).
       01  WS-DAY-INTEREST       PIC S9(09)V99.
       01  WS-INSTALLMENT-DUE    PIC S9(09)V99.
       01  WS-LOAN-PAYOFF        PIC S9(09)V99.
       01  WS-LOAN-EMITTED       PIC S9(09)V99.
       01  WS-EMIT-ACCOUNT       PIC 9(10).
       01  WS-EMIT-TYPE          PIC X(01).
       01  WS-EMIT-AMOUNT        PIC S9(09)V99.
       01  WS-EMIT-CONTRA        PIC 9(10).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-RECORDS-ON-FILE    PIC 9(08).
       01  WS-LOANS-READ         PIC 9(08) VALUE ZERO.
       01  WS-LOANS-ACCRUED      PIC 9(08).
       01  WS-LOANS-SKIPPED      PIC 9(08) VALUE ZERO.
       01  WS-DISBURSEMENTS      PIC 9(08) VALUE ZERO.
       01  WS-INSTALLMENTS       PIC 9(08) VALUE ZERO.
       01  WS-INTEREST-TOTAL     PIC S9(11)V99.
       01  WS-INTEREST-EDIT      PIC ZZZZZZZZZZZ9.99-.
       COPY TRANIN.
       COPY CTLTOT.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'LOANDUE' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0120-READ-RUN-CONTROL
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0200-FIND-HIGHEST-SEQUENCE
           IF CT-RESULT NOT = '00'
               DISPLAY 'LOANDUE ABEND: TRANMRGD.DAT FAILED ITS CONTROL '
                       'TOTALS, REASON ' CT-RESULT
               PERFORM 0800-CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0250-START-LOAN-BATCH
           PERFORM 0300-PROCESS-LOANS
           IF WS-ABEND-SWITCH NOT = 'Y'
               PERFORM 0780-END-LOAN-BATCH
           END-IF
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0950-SET-RETURN-CODE
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0100-OPEN-FILES.
           OPEN I-O LOAN-TERMS-FILE
           IF WS-LT-STATUS NOT = '00'
               DISPLAY 'LOANDUE ABEND: CANNOT OPEN LOANTERM.DAT, '
                       'FILE STATUS ' WS-LT-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-LD-STATUS NOT = '00'
               DISPLAY 'LOANDUE ABEND: CANNOT OPEN LOANSCHD.DAT, '
                       'FILE STATUS ' WS-LD-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY 'LOANDUE ABEND: CANNOT OPEN ACCTMAST.DAT, '
                       'FILE STATUS ' WS-AM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT TRANS-MERGED-FILE
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'LOANDUE ABEND: CANNOT OPEN TRANMRGD.DAT, '
                       'FILE STATUS ' WS-TM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-RECORDS-ON-FILE
           MOVE ZERO TO WS-LOANS-READ
           MOVE ZERO TO WS-LOANS-ACCRUED
           MOVE ZERO TO WS-LOANS-SKIPPED
           MOVE ZERO TO WS-DISBURSEMENTS
           MOVE ZERO TO WS-INSTALLMENTS
           MOVE ZERO TO WS-INTEREST-TOTAL
           DISPLAY 'LOANDUE INSTALLMENT LOAN REPORT FOR '
                   WS-BUSINESS-DATE.

       0120-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           MOVE ZERO TO WS-NEXT-SEQ-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'LOANDUE ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'LOANDUE ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE RN-TRANIN-LAST-SEQ TO WS-NEXT-SEQ-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    THE MERGED FILE ALREADY HOLDS THE CAPTURED AND STANDING-
      *    ORDER RECORDS: READ IT THROUGH, PROVING ITS CONTROL TOTALS,
      *    FOR THE HIGHEST SEQUENCE NUMBER, THEN REOPEN IT TO APPEND
      *    THE LOAN RECORDS.
       0200-FIND-HIGHEST-SEQUENCE.
           MOVE 'TRANMRGD' TO CT-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE 'E' TO CT-DATE-CHECK
           MOVE 'N' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ TRANS-MERGED-FILE INTO TRANS-INPUT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                           TRANS-INPUT-RECORD
                                           TI-ACCOUNT-NUMBER TI-AMOUNT
                       IF CT-RECORD-KIND = 'D'
                           PERFORM 0210-NOTE-SEQUENCE
                       END-IF
               END-READ
           END-PERFORM
           CALL 'CTLTOT' USING 'E' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           CLOSE TRANS-MERGED-FILE
           OPEN EXTEND TRANS-MERGED-FILE.

       0210-NOTE-SEQUENCE.
           ADD 1 TO WS-RECORDS-ON-FILE
           IF TI-SEQUENCE-NUMBER NUMERIC
                   AND TI-SEQUENCE-NUMBER > WS-NEXT-SEQ-NUMBER
               MOVE TI-SEQUENCE-NUMBER TO WS-NEXT-SEQ-NUMBER
           END-IF.

       0250-START-LOAN-BATCH.
           MOVE 'LOANDUE' TO CT-WRITER
           CALL 'CTLTOT' USING 'H' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           WRITE TRANS-MERGED-RECORD FROM CT-CONTROL-RECORD.

       0300-PROCESS-LOANS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-ABEND-SWITCH = 'Y'
               READ LOAN-TERMS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF LT-LOAN-STATUS = 'A'
                           PERFORM 0350-PROCESS-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

      *    THE LOAN ACCOUNT SUPPLIES THE CURRENCY OF EVERYTHING
      *    GENERATED; A LOAN WHOSE ACCOUNT IS GONE, FROZEN OR CLOSED IS
      *    LEFT UNTOUCHED AND REPORTED FOR THE LENDING DESK.
       0350-PROCESS-ONE-LOAN.
           MOVE LT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE '23' TO WS-AM-STATUS
           END-READ
           IF WS-AM-STATUS NOT = '00'
               ADD 1 TO WS-LOANS-SKIPPED
               DISPLAY 'LOAN SKIPPED - ACCOUNT NOT ON MASTER: '
                       LT-ACCOUNT-NUMBER
           ELSE
               IF AM-ACCOUNT-STATUS = 'F'
                       OR AM-ACCOUNT-STATUS = 'C'
                   ADD 1 TO WS-LOANS-SKIPPED
                   DISPLAY 'LOAN SKIPPED - ACCOUNT STATUS '
                           AM-ACCOUNT-STATUS ': ' LT-ACCOUNT-NUMBER
               ELSE
                   MOVE AM-CURRENCY-CODE TO WS-LOAN-CURRENCY
                   MOVE ZERO TO WS-LOAN-EMITTED
                   PERFORM 0400-ACCRUE-INTEREST
                   PERFORM 0450-DISBURSE-IF-DUE
                   PERFORM 0500-GENERATE-INSTALLMENTS
                   PERFORM 0480-REWRITE-LOAN-TERMS
               END-IF
           END-IF.

       0400-ACCRUE-INTEREST.
           IF LT-LAST-ACCRUAL-DATE NOT = ZERO
                   AND LT-LAST-ACCRUAL-DATE < WS-BUSINESS-DATE
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(LT-LAST-ACCRUAL-DATE)
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   LT-PRINCIPAL-OUTSTANDING * LT-ANNUAL-RATE
                       * WS-ACCRUAL-DAYS / 365
               ADD WS-DAY-INTEREST TO LT-ACCRUED-INTEREST
               ADD WS-DAY-INTEREST TO WS-INTEREST-TOTAL
               ADD 1 TO WS-LOANS-ACCRUED
           END-IF
           MOVE WS-BUSINESS-DATE TO LT-LAST-ACCRUAL-DATE.

      *    A DISBURSEMENT STAMPED WITH TODAY'S DATE IS A RERUN OF THE
      *    SAME NIGHT AND IS GENERATED AGAIN INTO THE FRESH FILE.
       0450-DISBURSE-IF-DUE.
           IF LT-DISBURSE-FLAG = 'Y'
                   AND (LT-DISBURSED-DATE = ZERO
                        OR LT-DISBURSED-DATE = WS-BUSINESS-DATE)
               MOVE LT-REPAYMENT-ACCOUNT TO WS-EMIT-ACCOUNT
               MOVE 'C'                  TO WS-EMIT-TYPE
               MOVE LT-PRINCIPAL         TO WS-EMIT-AMOUNT
               MOVE ZERO                 TO WS-EMIT-CONTRA
               PERFORM 0600-EMIT-TRANSACTION
               MOVE WS-BUSINESS-DATE TO LT-DISBURSED-DATE
               ADD 1 TO WS-DISBURSEMENTS
               DISPLAY '    DISBURSEMENT OF LOAN ' LT-ACCOUNT-NUMBER
           END-IF.

       0480-REWRITE-LOAN-TERMS.
           REWRITE LOAN-TERMS-RECORD
           IF WS-LT-STATUS NOT = '00'
               DISPLAY 'LOANDUE ABEND: LOANTERM REWRITE FAILED, '
                       'FILE STATUS ' WS-LT-STATUS
                       ' LOAN ' LT-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

      *    THE SCHEDULE IS IN INSTALLMENT ORDER, SO THE BROWSE STOPS AT
      *    THE FIRST INSTALLMENT FALLING DUE AFTER THE BUSINESS DAY.
       0500-GENERATE-INSTALLMENTS.
           MOVE LT-ACCOUNT-NUMBER TO LD-ACCOUNT-NUMBER
           MOVE ZERO TO LD-INSTALLMENT-NO
           START LOAN-SCHEDULE-FILE KEY NOT LESS THAN LD-SCHEDULE-KEY
               INVALID KEY
                   MOVE '23' TO WS-LD-STATUS
           END-START
           IF WS-LD-STATUS = '00'
               MOVE 'N' TO WS-SCHED-DONE
               PERFORM UNTIL WS-SCHED-DONE = 'Y'
                       OR WS-ABEND-SWITCH = 'Y'
                   READ LOAN-SCHEDULE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SCHED-DONE
                       NOT AT END
                           IF LD-ACCOUNT-NUMBER NOT = LT-ACCOUNT-NUMBER
                                   OR LD-DUE-DATE > WS-BUSINESS-DATE
                               MOVE 'Y' TO WS-SCHED-DONE
                           ELSE
                               IF LD-STATUS = 'D'
                                       OR (LD-STATUS = 'G'
                                           AND LD-GENERATED-DATE
                                               = WS-BUSINESS-DATE)
                                   PERFORM 0550-GENERATE-ONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0550-GENERATE-ONE.
           COMPUTE WS-INSTALLMENT-DUE =
               LD-PAYMENT-AMOUNT - LD-AMOUNT-PAID
           IF LD-INSTALLMENT-NO = LT-TERM-MONTHS
               COMPUTE WS-LOAN-PAYOFF =
                   LT-PRINCIPAL-OUTSTANDING + LT-ACCRUED-INTEREST
                   - WS-LOAN-EMITTED
               IF WS-LOAN-PAYOFF > WS-INSTALLMENT-DUE
                   MOVE WS-LOAN-PAYOFF TO WS-INSTALLMENT-DUE
               END-IF
           END-IF
           IF WS-INSTALLMENT-DUE > ZERO
               MOVE LT-REPAYMENT-ACCOUNT TO WS-EMIT-ACCOUNT
               MOVE 'L'                  TO WS-EMIT-TYPE
               MOVE WS-INSTALLMENT-DUE   TO WS-EMIT-AMOUNT
               MOVE LT-ACCOUNT-NUMBER    TO WS-EMIT-CONTRA
               PERFORM 0600-EMIT-TRANSACTION
               ADD WS-INSTALLMENT-DUE TO WS-LOAN-EMITTED
               ADD 1 TO WS-INSTALLMENTS
               DISPLAY '    INSTALLMENT ' LD-INSTALLMENT-NO
                       ' OF LOAN ' LT-ACCOUNT-NUMBER
                       ' DUE: ' LD-DUE-DATE
           END-IF
           MOVE 'G' TO LD-STATUS
           MOVE WS-BUSINESS-DATE TO LD-GENERATED-DATE
           REWRITE LOAN-SCHEDULE-RECORD
           IF WS-LD-STATUS NOT = '00'
               DISPLAY 'LOANDUE ABEND: LOANSCHD REWRITE FAILED, '
                       'FILE STATUS ' WS-LD-STATUS
                       ' LOAN ' LD-ACCOUNT-NUMBER
                       ' INSTALLMENT ' LD-INSTALLMENT-NO
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

       0600-EMIT-TRANSACTION.
           ADD 1 TO WS-NEXT-SEQ-NUMBER
           MOVE WS-NEXT-SEQ-NUMBER TO TI-SEQUENCE-NUMBER
           MOVE WS-EMIT-ACCOUNT    TO TI-ACCOUNT-NUMBER
           MOVE WS-EMIT-TYPE       TO TI-TRANS-TYPE
           MOVE WS-EMIT-AMOUNT     TO TI-AMOUNT
           MOVE WS-LOAN-CURRENCY   TO TI-CURRENCY-CODE
           MOVE WS-EMIT-CONTRA     TO TI-CONTRA-ACCOUNT
           MOVE ZERO               TO TI-ORIGINAL-DATE
           MOVE ZERO               TO TI-ORIGINAL-SEQ
           MOVE ZERO               TO TI-BRANCH-CODE
           MOVE SPACES             TO TI-TELLER-ID
           MOVE 'I'                TO TI-CHANNEL-CODE
           MOVE ZERO               TO TI-SERIAL-NUMBER
           WRITE TRANS-MERGED-RECORD FROM TRANS-INPUT-RECORD
           CALL 'CTLTOT' USING 'A' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           MOVE WS-EMIT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'GENERATED SEQ ' TI-SEQUENCE-NUMBER
                   ' ACCT: ' WS-EMIT-ACCOUNT
                   ' TYPE: ' WS-EMIT-TYPE
                   ' AMT: ' WS-AMOUNT-EDIT
                   ' ' WS-LOAN-CURRENCY.

      *    NO TRAILER IS WRITTEN IF THE RUN FAILED, SO THE PARTIAL
      *    BATCH CAN NEVER BE TAKEN FOR A COMPLETE ONE.
       0780-END-LOAN-BATCH.
           CALL 'CTLTOT' USING 'T' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           WRITE TRANS-MERGED-RECORD FROM CT-CONTROL-RECORD.

       0800-CLOSE-FILES.
           CLOSE TRANS-MERGED-FILE
           CLOSE LOAN-TERMS-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE ACCOUNT-MASTER-FILE.

       0900-DISPLAY-SUMMARY.
           MOVE WS-INTEREST-TOTAL TO WS-INTEREST-EDIT
           DISPLAY 'LOANDUE RUN SUMMARY'
           DISPLAY 'MERGED RECORDS...: ' WS-RECORDS-ON-FILE
           DISPLAY 'LOANS READ.......: ' WS-LOANS-READ
           DISPLAY 'LOANS ACCRUED....: ' WS-LOANS-ACCRUED
           DISPLAY 'INTEREST ACCRUED.: ' WS-INTEREST-EDIT
           DISPLAY 'DISBURSEMENTS....: ' WS-DISBURSEMENTS
           DISPLAY 'INSTALLMENTS.....: ' WS-INSTALLMENTS
           DISPLAY 'LOANS SKIPPED....: ' WS-LOANS-SKIPPED.

       0950-SET-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE
           IF WS-LOANS-SKIPPED > ZERO
               DISPLAY 'WARNING: LOANS SKIPPED - SEE THE MESSAGES '
                       'ABOVE; THEIR INSTALLMENTS WILL CATCH UP ON '
                       'THE FIRST NIGHT THE LOAN ACCOUNT IS POSTABLE'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-LOANS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-POSTED = WS-INSTALLMENTS
               + WS-DISBURSEMENTS
           MOVE WS-LOANS-SKIPPED TO RL-RECORDS-REJECTED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
