       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDLQ.
      *----------------------------------------------------------------
      *  INSTALLMENT LOAN DELINQUENCY RUN
      *  RUNS EACH NIGHT ONCE POSTING HAS COMPLETED FOR THE BUSINESS
      *  DATE, SO TONIGHT'S INSTALLMENTS HAVE ALREADY BEEN APPLIED TO
      *  LOANSCHD. EVERY INSTALLMENT OF AN ACTIVE LOAN THAT FELL DUE
      *  BEFORE THE BUSINESS DATE AND IS NOT PAID IN FULL IS AGED BY
      *  DAYS PAST DUE INTO FOUR BUCKETS - 1-29, 30-59, 60-89 AND
      *  90 AND OVER - AND EACH DELINQUENT LOAN PRINTS ON THE
      *  DELINQUENCY REPORT WITH ITS OLDEST DUE DATE AND THE UNPAID
      *  AMOUNT IN EACH BUCKET. THE LOAN IS COUNTED IN THE BUCKET OF
      *  ITS OLDEST UNPAID INSTALLMENT IN THE TOTALS AT THE END.
      *  LATE FEES: ONCE AN INSTALLMENT IS MORE THAN THE LOAN TYPE'S
      *  AT-LATE-GRACE-DAYS PAST DUE, THE TYPE'S AT-LATE-FEE IS DUE.
      *  PASS 1 (THE AGEING PASS) STAMPS LD-LATE-FEE-DATE ON THE
      *  INSTALLMENT AND WRITES THE FEE TO A WORK FILE; WITH THE LOAN
      *  FILES CLOSED, PASS 2 CHARGES EACH FEE TO THE REPAYMENT
      *  ACCOUNT THROUGH TRANSACT'S PERSISTENT-OPEN BATCH MODE (ENTRY
      *  TRANBAT) AS A TYPE-F POSTING CARRYING THE LOAN AS CONTRA, SO
      *  IT PRINTS AS A LOAN LATE FEE ON THE STATEMENT; PASS 3 CLEARS
      *  THE STAMP AGAIN ON ANY FEE THAT DECLINED (FROZEN OR CLOSED
      *  ACCOUNT) SO IT IS TRIED ON THE NEXT RUN. AT MOST ONE FEE IS
      *  CHARGED PER INSTALLMENT, SO A RERUN CHARGES NOTHING TWICE.
      *  AN ABEND BEFORE THE FEES POST LEAVES THEM STAMPED - THEY ARE
      *  LISTED ON SYSOUT BY THE RUN THAT FAILED FOR MANUAL ACTION.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ACCOUNT-TYPE-FILE ASSIGN TO "ACCTTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOANDLQR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT FEE-WORK-FILE ASSIGN TO "LFWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FW-STATUS.
           SELECT FEE-DECLINE-FILE ASSIGN TO "LFDECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-TERMS-FILE.
           COPY LOANTERM.
       FD  LOAN-SCHEDULE-FILE.
           COPY LOANSCHD.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.
       FD  ACCOUNT-TYPE-FILE.
           COPY ACCTTYP.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       FD  FEE-WORK-FILE.
       01  FEE-WORK-RECORD.
           05  FW-LOAN-ACCOUNT         PIC 9(10).
           05  FW-INSTALLMENT-NO       PIC 9(03).
           05  FW-REPAYMENT-ACCOUNT    PIC 9(10).
           05  FW-FEE-AMOUNT           PIC S9(07)V99.
           05  FW-CURRENCY-CODE        PIC X(03).
       FD  FEE-DECLINE-FILE.
       01  FEE-DECLINE-RECORD    PIC X(35).
       WORKING-STORAGE SECTION.
       01  WS-LT-STATUS          PIC X(02).
       01  WS-LD-STATUS          PIC X(02).
       01  WS-AM-STATUS          PIC X(02).
       01  WS-AT-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-FW-STATUS          PIC X(02).
       01  WS-FD-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-SCHED-DONE         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-LOAN-CURRENCY      PIC X(03).
       01  WS-LATE-FEE           PIC S9(07)V99.
       01  WS-LATE-GRACE-DAYS    PIC 9(03).
       01  WS-DAYS-PAST-DUE      PIC S9(05).
       01  WS-INSTALLMENT-UNPAID PIC S9(09)V99.
       01  WS-LOAN-OLDEST-DUE    PIC 9(08).
       01  WS-LOAN-OLDEST-DAYS   PIC S9(05).
       01  WS-LOAN-INSTALLMENTS  PIC 9(03).
       01  WS-LOAN-FEES          PIC 9(03).
       01  WS-LOAN-BUCKETS.
           05  WS-LOAN-BUCKET    PIC S9(09)V99 OCCURS 4 TIMES.
       01  WS-BUCKET-NO          PIC 9(01).
       01  WS-LOANS-IN-BUCKET-TABLE.
           05  WS-LOANS-IN-BUCKET PIC 9(08) OCCURS 4 TIMES.
       01  WS-ITEMS-IN-BUCKET-TABLE.
           05  WS-ITEMS-IN-BUCKET PIC 9(08) OCCURS 4 TIMES.
       01  WS-BUCKET-TITLES.
           05  FILLER            PIC X(10) VALUE '1-29 DAYS '.
           05  FILLER            PIC X(10) VALUE '30-59 DAYS'.
           05  FILLER            PIC X(10) VALUE '60-89 DAYS'.
           05  FILLER            PIC X(10) VALUE '90+ DAYS  '.
       01  WS-BUCKET-TITLE-TABLE REDEFINES WS-BUCKET-TITLES.
           05  WS-BUCKET-TITLE   PIC X(10) OCCURS 4 TIMES.
       01  WS-RETURN-CODE        PIC X(02).
       01  WS-TRANBAT-FUNCTION   PIC X(01).
       01  WS-FEE-ACCOUNT        PIC 9(10) VALUE ZERO.
       01  WS-FEE-CONTRA         PIC 9(10) VALUE ZERO.
       01  WS-FEE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
       01  WS-OVERRIDE-FLAG      PIC X(01) VALUE 'N'.
       01  WS-SUPERVISOR-ID      PIC X(08) VALUE SPACES.
       01  WS-ORIGINAL-DATE      PIC 9(08) VALUE ZERO.
       01  WS-ORIGINAL-SEQ       PIC 9(06) VALUE ZERO.
       01  WS-ORIGIN.
           05  WS-ORIGIN-BRANCH  PIC 9(04) VALUE ZERO.
           05  WS-ORIGIN-TELLER  PIC X(08) VALUE SPACES.
           05  WS-ORIGIN-CHANNEL PIC X(01) VALUE 'I'.
           05  WS-ORIGIN-SERIAL  PIC 9(10) VALUE ZERO.
       01  WS-LOANS-READ         PIC 9(08) VALUE ZERO.
       01  WS-LOANS-DELINQUENT   PIC 9(08).
       01  WS-FEES-ASSESSED      PIC 9(08).
       01  WS-FEES-CHARGED       PIC 9(08) VALUE ZERO.
       01  WS-FEES-DECLINED      PIC 9(08) VALUE ZERO.
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-BUCKET-EDIT-1      PIC ZZZZZZZZ9.99-.
       01  WS-BUCKET-EDIT-2      PIC ZZZZZZZZ9.99-.
       01  WS-BUCKET-EDIT-3      PIC ZZZZZZZZ9.99-.
       01  WS-BUCKET-EDIT-4      PIC ZZZZZZZZ9.99-.
       01  WS-DAYS-EDIT          PIC ZZZZ9.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       01  WS-ITEMS-EDIT         PIC ZZZZZZZ9.
       COPY ACCTTYPT.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'LOANDLQ' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-LOAD-ACCOUNT-TYPES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0200-PROCESS-LOANS
           PERFORM 0800-CLOSE-FILES
           IF WS-ABEND-SWITCH = 'Y'
               PERFORM 0690-LIST-UNPOSTED-FEES
           ELSE
               PERFORM 0650-POST-LATE-FEES
           END-IF
           IF WS-ABEND-SWITCH NOT = 'Y'
               PERFORM 0750-CLEAR-DECLINED-FEES
           END-IF
           PERFORM 0700-WRITE-TOTALS
           CLOSE REPORT-FILE
           PERFORM 0900-DISPLAY-SUMMARY
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FEES-DECLINED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

      *    THE RUN AGES WHAT IS STILL UNPAID AFTER TONIGHT'S POSTING,
      *    SO IT REFUSES TO START UNTIL BATCHPOST HAS COMPLETED.
       0050-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'LOANDLQ ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'LOANDLQ ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                       IF RN-BATCHPOST-STATE NOT = 'C'
                           DISPLAY 'LOANDLQ REFUSED: POSTING NOT '
                                   'COMPLETE FOR BUSINESS DATE '
                                   RN-BUSINESS-DATE
                           MOVE 'Y' TO WS-ABEND-SWITCH
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT LOAN-TERMS-FILE
           IF WS-LT-STATUS NOT = '00'
               DISPLAY 'LOANDLQ ABEND: CANNOT OPEN LOANTERM.DAT, '
                       'FILE STATUS ' WS-LT-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-LD-STATUS NOT = '00'
               DISPLAY 'LOANDLQ ABEND: CANNOT OPEN LOANSCHD.DAT, '
                       'FILE STATUS ' WS-LD-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY 'LOANDLQ ABEND: CANNOT OPEN ACCTMAST.DAT, '
                       'FILE STATUS ' WS-AM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT FEE-WORK-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-LOANS-READ
           MOVE ZERO TO WS-LOANS-DELINQUENT
           MOVE ZERO TO WS-FEES-ASSESSED
           MOVE ZERO TO WS-FEES-CHARGED
           MOVE ZERO TO WS-FEES-DECLINED
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 4
               MOVE ZERO TO WS-LOANS-IN-BUCKET(WS-BUCKET-NO)
               MOVE ZERO TO WS-ITEMS-IN-BUCKET(WS-BUCKET-NO)
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOAN DELINQUENCY REPORT FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE.

       0150-LOAD-ACCOUNT-TYPES.
           MOVE ZERO TO WS-ACCT-TYPE-COUNT
           OPEN INPUT ACCOUNT-TYPE-FILE
           IF WS-AT-STATUS NOT = '00'
               DISPLAY 'LOANDLQ ABEND: CANNOT OPEN ACCTTYPE.DAT, '
                       'FILE STATUS ' WS-AT-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               PERFORM UNTIL WS-AT-STATUS = '10'
                   READ ACCOUNT-TYPE-FILE
                       AT END
                           MOVE '10' TO WS-AT-STATUS
                       NOT AT END
                           PERFORM 0155-ADD-ACCOUNT-TYPE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-TYPE-FILE
           END-IF.

       0155-ADD-ACCOUNT-TYPE-ENTRY.
           IF WS-ACCT-TYPE-COUNT < 50
               ADD 1 TO WS-ACCT-TYPE-COUNT
               MOVE AT-TYPE-CODE TO TT-TYPE-CODE(WS-ACCT-TYPE-COUNT)
               MOVE AT-TYPE-DESC TO TT-TYPE-DESC(WS-ACCT-TYPE-COUNT)
               MOVE AT-OVERDRAFT-LIMIT
                   TO TT-OVERDRAFT-LIMIT(WS-ACCT-TYPE-COUNT)
               MOVE AT-OVERDRAFT-FEE
                   TO TT-OVERDRAFT-FEE(WS-ACCT-TYPE-COUNT)
               MOVE AT-INTEREST-RATE
                   TO TT-INTEREST-RATE(WS-ACCT-TYPE-COUNT)
               MOVE AT-SERVICE-CHARGE
                   TO TT-SERVICE-CHARGE(WS-ACCT-TYPE-COUNT)
               MOVE AT-MIN-BALANCE
                   TO TT-MIN-BALANCE(WS-ACCT-TYPE-COUNT)
               MOVE AT-SWEEP-FEE
                   TO TT-SWEEP-FEE(WS-ACCT-TYPE-COUNT)
               MOVE AT-SWEEP-INCREMENT
                   TO TT-SWEEP-INCREMENT(WS-ACCT-TYPE-COUNT)
               MOVE AT-LATE-FEE
                   TO TT-LATE-FEE(WS-ACCT-TYPE-COUNT)
               MOVE AT-LATE-GRACE-DAYS
                   TO TT-LATE-GRACE-DAYS(WS-ACCT-TYPE-COUNT)
           ELSE
               DISPLAY 'WARNING: ACCOUNT TYPE TABLE FULL, TYPE CODE '
                       AT-TYPE-CODE ' IGNORED'
           END-IF.

       0200-PROCESS-LOANS.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-ABEND-SWITCH = 'Y'
               READ LOAN-TERMS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF LT-LOAN-STATUS = 'A'
                           PERFORM 0300-REVIEW-LOAN
                       END-IF
               END-READ
           END-PERFORM.

      *    THE LATE FEE AND GRACE PERIOD COME FROM THE LOAN ACCOUNT'S
      *    TYPE ON ACCTTYPE; A LOAN WHOSE ACCOUNT IS MISSING IS STILL
      *    AGED, BUT CHARGED NOTHING.
       0300-REVIEW-LOAN.
           MOVE ZERO TO WS-LATE-FEE
           MOVE ZERO TO WS-LATE-GRACE-DAYS
           MOVE SPACES TO WS-LOAN-CURRENCY
           MOVE LT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'LOAN ACCOUNT NOT ON MASTER: '
                           LT-ACCOUNT-NUMBER
               NOT INVALID KEY
                   MOVE AM-CURRENCY-CODE TO WS-LOAN-CURRENCY
                   SET TT-IDX TO 1
                   SEARCH WS-ACCT-TYPE-ENTRY
                       AT END
                           CONTINUE
                       WHEN TT-TYPE-CODE(TT-IDX) = AM-ACCOUNT-TYPE
                           MOVE TT-LATE-FEE(TT-IDX) TO WS-LATE-FEE
                           MOVE TT-LATE-GRACE-DAYS(TT-IDX)
                               TO WS-LATE-GRACE-DAYS
                   END-SEARCH
           END-READ
           MOVE ZERO TO WS-LOAN-OLDEST-DUE
           MOVE ZERO TO WS-LOAN-OLDEST-DAYS
           MOVE ZERO TO WS-LOAN-INSTALLMENTS
           MOVE ZERO TO WS-LOAN-FEES
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 4
               MOVE ZERO TO WS-LOAN-BUCKET(WS-BUCKET-NO)
           END-PERFORM
           PERFORM 0400-AGE-INSTALLMENTS
           IF WS-LOAN-INSTALLMENTS > ZERO
               PERFORM 0600-REPORT-LOAN
           END-IF.

      *    INSTALLMENTS ARE IN DUE-DATE ORDER, SO THE BROWSE STOPS AT
      *    THE FIRST ONE NOT YET PAST DUE.
       0400-AGE-INSTALLMENTS.
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
                                   OR LD-DUE-DATE
                                       NOT < WS-BUSINESS-DATE
                               MOVE 'Y' TO WS-SCHED-DONE
                           ELSE
                               IF LD-STATUS NOT = 'P'
                                   PERFORM 0450-AGE-ONE-INSTALLMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0450-AGE-ONE-INSTALLMENT.
           COMPUTE WS-INSTALLMENT-UNPAID =
               LD-PAYMENT-AMOUNT - LD-AMOUNT-PAID
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(LD-DUE-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE 1 TO WS-BUCKET-NO
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE 2 TO WS-BUCKET-NO
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE 3 TO WS-BUCKET-NO
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-NO
           END-EVALUATE
           ADD WS-INSTALLMENT-UNPAID TO WS-LOAN-BUCKET(WS-BUCKET-NO)
           ADD 1 TO WS-ITEMS-IN-BUCKET(WS-BUCKET-NO)
           ADD 1 TO WS-LOAN-INSTALLMENTS
           IF WS-LOAN-OLDEST-DUE = ZERO
               MOVE LD-DUE-DATE TO WS-LOAN-OLDEST-DUE
               MOVE WS-DAYS-PAST-DUE TO WS-LOAN-OLDEST-DAYS
           END-IF
           IF WS-LATE-FEE > ZERO
                   AND WS-DAYS-PAST-DUE > WS-LATE-GRACE-DAYS
                   AND LD-LATE-FEE-DATE = ZERO
               PERFORM 0500-ASSESS-LATE-FEE
           END-IF.

      *    THE STAMP GOES ON BEFORE THE FEE IS POSTED, SO NO FAILURE
      *    BETWEEN THE PASSES CAN EVER CHARGE THE SAME FEE TWICE.
       0500-ASSESS-LATE-FEE.
           MOVE WS-BUSINESS-DATE TO LD-LATE-FEE-DATE
           REWRITE LOAN-SCHEDULE-RECORD
           IF WS-LD-STATUS NOT = '00'
               DISPLAY 'LOANDLQ ABEND: LOANSCHD REWRITE FAILED, '
                       'FILE STATUS ' WS-LD-STATUS
                       ' LOAN ' LD-ACCOUNT-NUMBER
                       ' INSTALLMENT ' LD-INSTALLMENT-NO
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               MOVE LT-ACCOUNT-NUMBER    TO FW-LOAN-ACCOUNT
               MOVE LD-INSTALLMENT-NO    TO FW-INSTALLMENT-NO
               MOVE LT-REPAYMENT-ACCOUNT TO FW-REPAYMENT-ACCOUNT
               MOVE WS-LATE-FEE          TO FW-FEE-AMOUNT
               MOVE WS-LOAN-CURRENCY     TO FW-CURRENCY-CODE
               WRITE FEE-WORK-RECORD
               ADD 1 TO WS-FEES-ASSESSED
               ADD 1 TO WS-LOAN-FEES
           END-IF.

       0600-REPORT-LOAN.
           ADD 1 TO WS-LOANS-DELINQUENT
           EVALUATE TRUE
               WHEN WS-LOAN-OLDEST-DAYS < 30
                   ADD 1 TO WS-LOANS-IN-BUCKET(1)
               WHEN WS-LOAN-OLDEST-DAYS < 60
                   ADD 1 TO WS-LOANS-IN-BUCKET(2)
               WHEN WS-LOAN-OLDEST-DAYS < 90
                   ADD 1 TO WS-LOANS-IN-BUCKET(3)
               WHEN OTHER
                   ADD 1 TO WS-LOANS-IN-BUCKET(4)
           END-EVALUATE
           MOVE WS-LOAN-OLDEST-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOAN ' DELIMITED BY SIZE
                  LT-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' REPAY ' DELIMITED BY SIZE
                  LT-REPAYMENT-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LOAN-CURRENCY DELIMITED BY SIZE
                  ' OLDEST DUE ' DELIMITED BY SIZE
                  WS-LOAN-OLDEST-DUE DELIMITED BY SIZE
                  ' DAYS ' DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  ' FEES ' DELIMITED BY SIZE
                  WS-LOAN-FEES DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-LOAN-BUCKET(1) TO WS-BUCKET-EDIT-1
           MOVE WS-LOAN-BUCKET(2) TO WS-BUCKET-EDIT-2
           MOVE WS-LOAN-BUCKET(3) TO WS-BUCKET-EDIT-3
           MOVE WS-LOAN-BUCKET(4) TO WS-BUCKET-EDIT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING '   1-29 ' DELIMITED BY SIZE
                  WS-BUCKET-EDIT-1 DELIMITED BY SIZE
                  '  30-59 ' DELIMITED BY SIZE
                  WS-BUCKET-EDIT-2 DELIMITED BY SIZE
                  '  60-89 ' DELIMITED BY SIZE
                  WS-BUCKET-EDIT-3 DELIMITED BY SIZE
                  '  90+ ' DELIMITED BY SIZE
                  WS-BUCKET-EDIT-4 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0650-POST-LATE-FEES.
           MOVE 'I' TO WS-TRANBAT-FUNCTION
           CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                  WS-FEE-ACCOUNT
                                  WS-FEE-CONTRA
                                  'F'
                                  WS-FEE-AMOUNT
                                  SPACE
                                  WS-OVERRIDE-FLAG
                                  WS-SUPERVISOR-ID
                                  WS-ORIGINAL-DATE
                                  WS-ORIGINAL-SEQ
                                  WS-ORIGIN
                                  WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = '00'
               DISPLAY 'LOANDLQ ABEND: TRANSACT INITIALIZE FAILED, '
                       'RETURN CODE ' WS-RETURN-CODE
               PERFORM 0690-LIST-UNPOSTED-FEES
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               OPEN INPUT FEE-WORK-FILE
               OPEN OUTPUT FEE-DECLINE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ FEE-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 0660-CHARGE-ONE-FEE
                   END-READ
               END-PERFORM
               CLOSE FEE-WORK-FILE
               CLOSE FEE-DECLINE-FILE
               MOVE 'T' TO WS-TRANBAT-FUNCTION
               CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                      WS-FEE-ACCOUNT
                                      WS-FEE-CONTRA
                                      'F'
                                      WS-FEE-AMOUNT
                                      SPACE
                                      WS-OVERRIDE-FLAG
                                      WS-SUPERVISOR-ID
                                      WS-ORIGINAL-DATE
                                      WS-ORIGINAL-SEQ
                                      WS-ORIGIN
                                      WS-RETURN-CODE
           END-IF.

       0660-CHARGE-ONE-FEE.
           MOVE FW-REPAYMENT-ACCOUNT TO WS-FEE-ACCOUNT
           MOVE FW-LOAN-ACCOUNT      TO WS-FEE-CONTRA
           MOVE FW-FEE-AMOUNT        TO WS-FEE-AMOUNT
           MOVE 'P' TO WS-TRANBAT-FUNCTION
           CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                  WS-FEE-ACCOUNT
                                  WS-FEE-CONTRA
                                  'F'
                                  WS-FEE-AMOUNT
                                  FW-CURRENCY-CODE
                                  WS-OVERRIDE-FLAG
                                  WS-SUPERVISOR-ID
                                  WS-ORIGINAL-DATE
                                  WS-ORIGINAL-SEQ
                                  WS-ORIGIN
                                  WS-RETURN-CODE
           IF WS-RETURN-CODE = '00'
               ADD 1 TO WS-FEES-CHARGED
           ELSE
               ADD 1 TO WS-FEES-DECLINED
               WRITE FEE-DECLINE-RECORD FROM FEE-WORK-RECORD
               DISPLAY 'LATE FEE DECLINED - ACCT: '
                       FW-REPAYMENT-ACCOUNT
                       ' LOAN: ' FW-LOAN-ACCOUNT
                       ' INSTALLMENT: ' FW-INSTALLMENT-NO
                       ' RC: ' WS-RETURN-CODE
           END-IF.

       0690-LIST-UNPOSTED-FEES.
           OPEN INPUT FEE-WORK-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ FEE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       DISPLAY 'LATE FEE STAMPED BUT NOT POSTED - '
                               'LOAN: ' FW-LOAN-ACCOUNT
                               ' INSTALLMENT: ' FW-INSTALLMENT-NO
               END-READ
           END-PERFORM
           CLOSE FEE-WORK-FILE.

      *    A DECLINED FEE HAS ITS STAMP TAKEN OFF AGAIN SO THE NEXT
      *    RUN RETRIES IT.
       0750-CLEAR-DECLINED-FEES.
           IF WS-FEES-DECLINED > ZERO
               OPEN INPUT FEE-DECLINE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ FEE-DECLINE-FILE INTO FEE-WORK-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 0760-CLEAR-ONE-STAMP
                   END-READ
               END-PERFORM
               CLOSE FEE-DECLINE-FILE
               CLOSE LOAN-SCHEDULE-FILE
           END-IF.

       0760-CLEAR-ONE-STAMP.
           MOVE FW-LOAN-ACCOUNT   TO LD-ACCOUNT-NUMBER
           MOVE FW-INSTALLMENT-NO TO LD-INSTALLMENT-NO
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   MOVE '23' TO WS-LD-STATUS
           END-READ
           IF WS-LD-STATUS = '00'
               MOVE ZERO TO LD-LATE-FEE-DATE
               REWRITE LOAN-SCHEDULE-RECORD
           END-IF
           IF WS-LD-STATUS NOT = '00'
               DISPLAY 'LATE FEE STAMP NOT CLEARED, FILE STATUS '
                       WS-LD-STATUS ' LOAN ' FW-LOAN-ACCOUNT
                       ' INSTALLMENT ' FW-INSTALLMENT-NO
                       ' - FEE WILL NOT BE RETRIED'
           END-IF.

      *    AMOUNTS ARE IN EACH LOAN'S OWN CURRENCY, SO THE TOTALS ARE
      *    COUNTS - LOANS BY THEIR OLDEST INSTALLMENT, AND INSTALLMENTS.
       0700-WRITE-TOTALS.
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE WS-LOANS-DELINQUENT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DELINQUENT LOANS: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 4
               MOVE WS-LOANS-IN-BUCKET(WS-BUCKET-NO) TO WS-COUNT-EDIT
               MOVE WS-ITEMS-IN-BUCKET(WS-BUCKET-NO) TO WS-ITEMS-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-BUCKET-TITLE(WS-BUCKET-NO) DELIMITED BY SIZE
                      ' LOANS ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' INSTALLMENTS ' DELIMITED BY SIZE
                      WS-ITEMS-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           MOVE WS-FEES-CHARGED TO WS-COUNT-EDIT
           MOVE WS-FEES-DECLINED TO WS-ITEMS-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LATE FEES CHARGED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' DECLINED (RETRIED NEXT RUN): ' DELIMITED BY SIZE
                  WS-ITEMS-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0800-CLOSE-FILES.
           CLOSE LOAN-TERMS-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE FEE-WORK-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'LOANDLQ RUN SUMMARY'
           IF WS-ABEND-SWITCH = 'Y'
               DISPLAY 'RUN ABENDED - SEE MESSAGES ABOVE'
           END-IF
           DISPLAY 'LOANS READ........: ' WS-LOANS-READ
           DISPLAY 'LOANS DELINQUENT..: ' WS-LOANS-DELINQUENT
           DISPLAY 'LATE FEES ASSESSED: ' WS-FEES-ASSESSED
           DISPLAY 'LATE FEES CHARGED.: ' WS-FEES-CHARGED
           DISPLAY 'LATE FEES DECLINED: ' WS-FEES-DECLINED.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-LOANS-READ TO RL-RECORDS-READ
           MOVE WS-FEES-CHARGED TO RL-RECORDS-POSTED
           MOVE WS-FEES-DECLINED TO RL-RECORDS-DECLINED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
