      *  ONLY POSTINGS ALREADY LOADED TO TRNHIST (PRIOR BUSINESS
      *  DAYS) CAN BE REVERSED - SAME-DAY ERRORS ARE CORRECTED THE
      *  NEXT CYCLE.
      *  OVERDRAFT PROTECTION: WHEN A DEBIT OR TRANSFER WOULD FAIL THE
      *  AVAILABLE-BALANCE TEST AND THE ACCOUNT HAS A PROTECTING
      *  ACCOUNT ON ODPROT, THE SHORTFALL (ROUNDED UP TO THE TYPE'S
      *  AT-SWEEP-INCREMENT) IS FIRST SWEPT IN FROM THE PROTECTING
      *  ACCOUNT AS A LINKED D/C TRANSFER PAIR, THEN THE ORIGINAL
      *  DEBIT POSTS AND THE TYPE'S AT-SWEEP-FEE (IF ANY) IS CHARGED
      *  AS A TYPE-F POSTING CARRYING THE PROTECTING ACCOUNT AS
      *  CONTRA. THE SWEEP IS ALL OR NOTHING - IF THE PROTECTING
      *  ACCOUNT CANNOT COVER IT, NOTHING MOVES AND THE DEBIT
      *  DECLINES RC 10 AS BEFORE. EVERY ATTEMPT IS LOGGED TO
      *  SWEEPLOG FOR THE DAILY SWEEPRPT REPORT.
      *  STOP PAYMENTS: A DEBIT OR TRANSFER WHOSE CALLER PASSES A
      *  CHECK SERIAL (ORIGIN-SERIAL NOT ZERO) IS TESTED AGAINST THE
      *  ACCOUNT'S STOP-PAYMENT INSTRUCTIONS ON THE STOPPAY KSDS
      *  BEFORE ANYTHING ELSE HAPPENS TO IT. A STOP IN FORCE WHOSE
      *  SERIAL RANGE COVERS THE ITEM, AND WHOSE AMOUNT (IF ONE WAS
      *  GIVEN) IS WITHIN TOLERANCE OF THE PRESENTED AMOUNT, DECLINES
      *  IT RC 97 - A 9X CODE, SO IT IS NEVER RE-PRESENTED FROM
      *  SUSPENSE - AND THE HIT IS LOGGED TO STOPHIT FOR THE DAILY
      *  STOPRPT REPORT. THE SERIAL IS JOURNALED ON THE DEBIT LEG.
      *  TYPE L COLLECTS A LOAN INSTALLMENT: THE CALLER'S ACCOUNT IS
      *  THE ACCOUNT PAYING AND THE CONTRA IS THE INSTALLMENT LOAN
      *  (SEE LOANTERM). THE PAYMENT IS A CHECKED DEBIT LIKE A
      *  TRANSFER (HOLDS, SWEEP, RC 10 DECLINE) AND IS SPLIT: FIRST
      *  THE INTEREST ACCRUED ON THE LOAN, JOURNALED AS A TYPE-L
      *  DEBIT ON THE PAYING ACCOUNT, THEN PRINCIPAL, JOURNALED AS A
      *  D/C TRANSFER PAIR INTO THE LOAN ACCOUNT (NEVER MORE THAN IS
      *  OUTSTANDING). LOANTERM IS UPDATED AND THE PAYMENT APPLIED TO
      *  THE OLDEST UNPAID INSTALLMENTS ON LOANSCHD. NO TERMS, A
      *  PAID-OFF LOAN OR A PAYMENT IN ANOTHER CURRENCY DECLINES
      *  RC 26; A TERMS OR SCHEDULE UPDATE THAT FAILS AFTER THE MONEY
      *  HAS MOVED RETURNS RC 98 SO THE ITEM IS NEVER RE-PRESENTED.
      *  TYPE F IS A BANK FEE ASSESSED BY A BATCH RUN (THE LOAN LATE
      *  FEE) AND POSTS UNCHECKED, LIKE A SERVICE CHARGE.
      *  JOURNAL CONTROL TOTALS (SEE CTLTOT): EACH TRANBAT RUN APPENDS
      *  ONE HEADER/TRAILER BATCH TO TRNJRNL, HEADER AT FUNCTION I AND
      *  TRAILER AT FUNCTION T, SO EVEN A RUN THAT POSTS NOTHING LEAVES
      *  A BALANCED, EMPTY BATCH; A RUN THAT NEVER REACHES T LEAVES
      *  ITS BATCH WITHOUT A TRAILER AND THE READERS STOP ON IT.
      *  FUNCTION I FIRST READS THE JOURNAL THROUGH, AND IF THE LAST
      *  BATCH WAS LEFT OPEN BY A RUN THAT FAILED (A RESTART APPENDING
      *  TO THE SAME GENERATION) IT WRITES THAT BATCH'S TRAILER FROM
      *  THE RECORDS ACTUALLY ON FILE, MARKED CLOSE TYPE R, BEFORE
      *  STARTING ITS OWN. A ONE-SHOT TRANSACT CALL THAT JOURNALS
      *  ANYTHING WRITES A BATCH OF ITS OWN ROUND IT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-HISTORY-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT OVERDRAFT-PROTECTION-FILE ASSIGN TO "ODPROT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ACCOUNT-NUMBER
               FILE STATUS IS WS-OP-STATUS.
           SELECT SWEEP-LOG-FILE ASSIGN TO "SWEEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-STOP-KEY
               FILE STATUS IS WS-SS-STATUS.
           SELECT STOP-HIT-FILE ASSIGN TO "STOPHIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT LOAN-TERMS-FILE ASSIGN TO "LOANTERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LT-ACCOUNT-NUMBER
               FILE STATUS IS WS-LT-STATUS.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-SCHEDULE-KEY
               FILE STATUS IS WS-LD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY TRNHIST.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  OVERDRAFT-PROTECTION-FILE.
           COPY ODPROT.
       FD  SWEEP-LOG-FILE.
           COPY SWEEPLOG.
       FD  STOP-PAYMENT-FILE.
           COPY STOPPAY.
       FD  STOP-HIT-FILE.
           COPY STOPHIT.
       FD  LOAN-TERMS-FILE.
           COPY LOANTERM.
       FD  LOAN-SCHEDULE-FILE.
           COPY LOANSCHD.
       WORKING-STORAGE SECTION.
       01  WS-AM-STATUS     PIC X(02).
       01  WS-JR-STATUS     PIC X(02).
       01  WS-RN-STATUS     PIC X(02).
       01  WS-HD-STATUS     PIC X(02).
       01  WS-TH-STATUS     PIC X(02).
       01  WS-OP-STATUS     PIC X(02).
       01  WS-SL-STATUS     PIC X(02).
       01  WS-SS-STATUS     PIC X(02).
       01  WS-SH-STATUS     PIC X(02).
       01  WS-LT-STATUS     PIC X(02).
       01  WS-LD-STATUS     PIC X(02).
       01  WS-RP-FOUND      PIC X(01).
       01  WS-HOLD-TOTAL    PIC S9(09)V99.
       01  WS-HOLD-SCAN-DONE PIC X(01).
       01  WS-XFR-FROM-CURRENCY  PIC X(03).
       01  WS-XFR-DEBIT-AMOUNT   PIC S9(09)V99.
       01  WS-XFR-CREDIT-AMOUNT  PIC S9(09)V99.
       01  WS-SWEEP-FEE          PIC S9(07)V99.
       01  WS-SWEEP-INCREMENT    PIC S9(07)V99.
       01  WS-SWEEP-APPLIED      PIC X(01).
       01  WS-SWP-RESULT         PIC X(01).
       01  WS-SWP-SHORTFALL      PIC S9(09)V99.
       01  WS-SWP-AMOUNT         PIC S9(09)V99.
       01  WS-SWP-UNITS          PIC 9(09).
       01  WS-SWP-REMAINDER      PIC S9(09)V99.
       01  WS-SWP-PROTECTED-RECORD  PIC X(52).
       01  WS-SWP-PROTECTING-RECORD PIC X(52).
       01  WS-SWP-PROTECTED-BEFORE  PIC S9(09)V99.
       01  WS-SWP-PROTECTING-BEFORE PIC S9(09)V99.
       01  WS-SWP-CURRENCY       PIC X(03).
       01  WS-SWP-SAVE-AMOUNT    PIC S9(09)V99.
       01  WS-SWP-SAVE-FX-RATE   PIC S9(04)V9(06).
       01  WS-STOP-FOUND         PIC X(01).
       01  WS-STOP-SCAN-DONE     PIC X(01).
       01  WS-STOP-DIFFERENCE    PIC S9(09)V99.
       01  WS-LOAN-INTEREST      PIC S9(09)V99.
       01  WS-LOAN-PRINCIPAL     PIC S9(09)V99.
       01  WS-LOAN-PAYMENT       PIC S9(09)V99.
       01  WS-LOAN-UNAPPLIED     PIC S9(09)V99.
       01  WS-LOAN-INSTALLMENT-DUE PIC S9(09)V99.
       01  WS-SCHED-SCAN-DONE    PIC X(01).
       COPY ACCTTYPT.
       COPY FXRATET.
       COPY CTLTOT.
       LINKAGE SECTION.
       01  LS-ACCOUNT-NUMBER PIC 9(10).
       01  LS-CONTRA-ACCOUNT PIC 9(10).
           05  LS-ORIGIN-BRANCH   PIC 9(04).
           05  LS-ORIGIN-TELLER   PIC X(08).
           05  LS-ORIGIN-CHANNEL  PIC X(01).
           05  LS-ORIGIN-SERIAL   PIC 9(10).
       01  LS-RETURN-CODE    PIC X(02).
       01  LS-FUNCTION-CODE  PIC X(01).
       PROCEDURE DIVISION USING LS-ACCOUNT-NUMBER
                   PERFORM 0170-READ-RUN-CONTROL
               END-IF
               IF LS-RETURN-CODE = SPACES
                   MOVE 'TRANSACT' TO CT-WRITER
                   PERFORM 0580-INITIALIZE-JOURNAL-TOTALS
                   PERFORM 0020-APPLY-POSTING
                   IF CT-BATCH-OPEN = 'Y'
                       PERFORM 0595-END-JOURNAL-BATCH
                   END-IF
               END-IF
               PERFORM 0900-CLOSE-FILES
           END-IF
           MOVE ZERO TO WS-JOURNAL-FX-RATE
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-TIMESTAMP
           PERFORM 0200-READ-ACCOUNT
           IF LS-RETURN-CODE = SPACES
                   AND LS-ORIGIN-SERIAL NOT = ZERO
                   AND (LS-TRANS-TYPE = 'D' OR LS-TRANS-TYPE = 'T')
               PERFORM 0280-CHECK-STOP-PAYMENT
           END-IF
           IF LS-RETURN-CODE = SPACES
                   AND LS-TRANS-TYPE NOT = 'R'
               PERFORM 0220-CONVERT-CURRENCY
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           OPEN INPUT OVERDRAFT-PROTECTION-FILE
           IF WS-OP-STATUS = '35'
               OPEN OUTPUT OVERDRAFT-PROTECTION-FILE
               CLOSE OVERDRAFT-PROTECTION-FILE
               OPEN INPUT OVERDRAFT-PROTECTION-FILE
           END-IF
           OPEN EXTEND SWEEP-LOG-FILE
           IF WS-SL-STATUS = '35'
               OPEN OUTPUT SWEEP-LOG-FILE
           END-IF
           OPEN INPUT STOP-PAYMENT-FILE
           IF WS-SS-STATUS = '35'
               OPEN OUTPUT STOP-PAYMENT-FILE
               CLOSE STOP-PAYMENT-FILE
               OPEN INPUT STOP-PAYMENT-FILE
           END-IF
           OPEN EXTEND STOP-HIT-FILE
           IF WS-SH-STATUS = '35'
               OPEN OUTPUT STOP-HIT-FILE
           END-IF
           OPEN I-O LOAN-TERMS-FILE
           IF WS-LT-STATUS = '35'
               OPEN OUTPUT LOAN-TERMS-FILE
               CLOSE LOAN-TERMS-FILE
               OPEN I-O LOAN-TERMS-FILE
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-LD-STATUS = '35'
               OPEN OUTPUT LOAN-SCHEDULE-FILE
               CLOSE LOAN-SCHEDULE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
           END-IF.

       0150-LOAD-ACCOUNT-TYPES.
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
       0250-LOOKUP-ACCOUNT-TYPE.
           MOVE ZERO TO WS-OD-LIMIT
           MOVE ZERO TO WS-OD-FEE
           MOVE ZERO TO WS-SWEEP-FEE
           MOVE ZERO TO WS-SWEEP-INCREMENT
           SET TT-IDX TO 1
           SEARCH WS-ACCT-TYPE-ENTRY
               AT END
               WHEN TT-TYPE-CODE(TT-IDX) = AM-ACCOUNT-TYPE
                   MOVE TT-OVERDRAFT-LIMIT(TT-IDX) TO WS-OD-LIMIT
                   MOVE TT-OVERDRAFT-FEE(TT-IDX)   TO WS-OD-FEE
                   MOVE TT-SWEEP-FEE(TT-IDX)       TO WS-SWEEP-FEE
                   MOVE TT-SWEEP-INCREMENT(TT-IDX) TO WS-SWEEP-INCREMENT
           END-SEARCH.

       0260-SUM-ACTIVE-HOLDS.
               ADD HD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.

      *    STOP-PAYMENT TEST - THE ACCOUNT'S INSTRUCTIONS ARE IN
      *    FIRST-SERIAL ORDER, SO THE BROWSE ENDS AT THE FIRST ONE
      *    STARTING ABOVE THE PRESENTED SERIAL. ON A HIT THE BROWSE
      *    STOPS WITH THE MATCHING INSTRUCTION STILL IN THE RECORD
      *    AREA FOR THE HIT LOG. THE AMOUNT TESTED IS THE AMOUNT AS
      *    PRESENTED, BEFORE ANY CURRENCY CONVERSION.
       0280-CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-FOUND
           MOVE LS-ACCOUNT-NUMBER TO SS-ACCOUNT-NUMBER
           MOVE ZERO TO SS-SERIAL-FROM
           START STOP-PAYMENT-FILE KEY NOT LESS THAN SS-STOP-KEY
               INVALID KEY
                   MOVE '23' TO WS-SS-STATUS
           END-START
           IF WS-SS-STATUS = '00'
               MOVE 'N' TO WS-STOP-SCAN-DONE
               PERFORM UNTIL WS-STOP-SCAN-DONE = 'Y'
                   READ STOP-PAYMENT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-STOP-SCAN-DONE
                       NOT AT END
                           IF SS-ACCOUNT-NUMBER = LS-ACCOUNT-NUMBER
                                   AND SS-SERIAL-FROM
                                       NOT > LS-ORIGIN-SERIAL
                               PERFORM 0285-TEST-STOP-MATCH
                           ELSE
                               MOVE 'Y' TO WS-STOP-SCAN-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-STOP-FOUND = 'Y'
               DISPLAY 'STOP PAYMENT IN FORCE - ACCT: '
                       LS-ACCOUNT-NUMBER ' SERIAL: ' LS-ORIGIN-SERIAL
               MOVE '97' TO LS-RETURN-CODE
               PERFORM 0290-WRITE-STOP-HIT
           END-IF.

       0285-TEST-STOP-MATCH.
           IF SS-STATUS = 'A'
                   AND (SS-EXPIRY-DATE = ZERO
                       OR SS-EXPIRY-DATE >= WS-BUSINESS-DATE)
                   AND LS-ORIGIN-SERIAL NOT > SS-SERIAL-TO
               IF SS-AMOUNT = ZERO
                   MOVE 'Y' TO WS-STOP-FOUND
               ELSE
                   COMPUTE WS-STOP-DIFFERENCE = LS-AMOUNT - SS-AMOUNT
                   IF WS-STOP-DIFFERENCE < ZERO
                       COMPUTE WS-STOP-DIFFERENCE =
                           0 - WS-STOP-DIFFERENCE
                   END-IF
                   IF WS-STOP-DIFFERENCE NOT > SS-AMOUNT-TOLERANCE
                       MOVE 'Y' TO WS-STOP-FOUND
                   END-IF
               END-IF
           END-IF
           IF WS-STOP-FOUND = 'Y'
               MOVE 'Y' TO WS-STOP-SCAN-DONE
           END-IF.

       0290-WRITE-STOP-HIT.
           MOVE WS-BUSINESS-DATE     TO SH-BUSINESS-DATE
           MOVE LS-ACCOUNT-NUMBER    TO SH-ACCOUNT-NUMBER
           MOVE LS-ORIGIN-SERIAL     TO SH-SERIAL-NUMBER
           MOVE LS-TRANS-TYPE        TO SH-TRANS-TYPE
           MOVE LS-AMOUNT            TO SH-AMOUNT
           IF LS-CURRENCY-CODE = SPACES
               MOVE AM-CURRENCY-CODE TO SH-CURRENCY-CODE
           ELSE
               MOVE LS-CURRENCY-CODE TO SH-CURRENCY-CODE
           END-IF
           MOVE SS-SERIAL-FROM       TO SH-STOP-SERIAL-FROM
           MOVE SS-SERIAL-TO         TO SH-STOP-SERIAL-TO
           MOVE SS-REASON            TO SH-STOP-REASON
           MOVE LS-ORIGIN-BRANCH     TO SH-BRANCH-CODE
           MOVE LS-ORIGIN-TELLER     TO SH-TELLER-ID
           MOVE LS-ORIGIN-CHANNEL    TO SH-CHANNEL-CODE
           MOVE WS-JOURNAL-TIMESTAMP TO SH-TIMESTAMP
           WRITE STOP-HIT-RECORD.

       0300-POST-TRANSACTION.
           MOVE AM-BALANCE TO WS-BEFORE-BALANCE
           MOVE 'N' TO WS-OVERRIDE-APPLIED
           MOVE 'N' TO WS-SWEEP-APPLIED
           PERFORM 0250-LOOKUP-ACCOUNT-TYPE
           EVALUATE LS-TRANS-TYPE
               WHEN 'T'
                   PERFORM 0700-POST-TRANSFER
               WHEN 'R'
                   PERFORM 0800-POST-REVERSAL
               WHEN 'L'
                   PERFORM 0850-POST-LOAN-PAYMENT
               WHEN OTHER
                   PERFORM 0310-POST-ONE-SIDED
           END-EVALUATE.
                   PERFORM 0500-WRITE-JOURNAL
               END-IF
           ELSE
               IF LS-TRANS-TYPE = 'S' OR LS-TRANS-TYPE = 'F'
                   PERFORM 0320-POST-SERVICE-CHARGE
               ELSE
                   PERFORM 0330-POST-CHECKED-DEBIT

      *    A SERVICE CHARGE IS A BANK ASSESSMENT, NOT A CUSTOMER
      *    DRAWING - IT POSTS WITHOUT THE AVAILABLE-FUNDS CHECK AND
      *    NEVER TRIGGERS THE OVERDRAFT FEE ON TOP OF ITSELF. A
      *    TYPE-F FEE FROM A BATCH RUN POSTS THE SAME WAY, JOURNALED F
      *    WITH THE CALLER'S CONTRA (THE LOAN A LATE FEE IS FOR) SO
      *    THE STATEMENT CAN NAME IT.
       0320-POST-SERVICE-CHARGE.
           COMPUTE AM-BALANCE = AM-BALANCE - WS-AMOUNT
           PERFORM 0400-REWRITE-ACCOUNT
           IF LS-RETURN-CODE = SPACES
               MOVE LS-TRANS-TYPE TO WS-JOURNAL-TRANS-TYPE
               IF LS-TRANS-TYPE = 'F'
                   MOVE LS-CONTRA-ACCOUNT TO WS-JOURNAL-CONTRA
               END-IF
               PERFORM 0500-WRITE-JOURNAL
               MOVE ZERO TO WS-JOURNAL-CONTRA
           END-IF.

       0330-POST-CHECKED-DEBIT.
               MOVE 'Y' TO WS-OVERRIDE-ELIGIBLE
           END-IF
           PERFORM 0260-SUM-ACTIVE-HOLDS
           IF AM-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
                   < 0 - WS-OD-LIMIT
               PERFORM 0340-SWEEP-FROM-PROTECTION
           END-IF
           IF WS-OVERRIDE-ELIGIBLE NOT = 'Y'
                   AND AM-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
                       < 0 - WS-OD-LIMIT
               IF LS-RETURN-CODE = SPACES
                   MOVE LS-TRANS-TYPE TO WS-JOURNAL-TRANS-TYPE
                   PERFORM 0500-WRITE-JOURNAL
                   IF WS-SWEEP-APPLIED = 'Y' AND WS-SWEEP-FEE > 0
                       PERFORM 0390-POST-SWEEP-FEE
                   END-IF
                   IF LS-RETURN-CODE = SPACES
                           AND AM-BALANCE < 0 AND WS-OD-LIMIT > 0
                           AND WS-OD-FEE > 0
                       PERFORM 0600-POST-OVERDRAFT-FEE
                   END-IF
               END-IF
           END-IF.

      *    OVERDRAFT PROTECTION SWEEP - ENTERED WITH THE PROTECTED
      *    ACCOUNT IN ACCOUNT-MASTER-RECORD AND WS-AMOUNT ABOUT TO
      *    FAIL THE AVAILABLE-BALANCE TEST. THE SWEEP COVERS THE DEBIT
      *    AND ANY SWEEP FEE DOWN TO A ZERO AVAILABLE BALANCE, SO THE
      *    CUSTOMER IS NOT LEFT OVERDRAWN, OR CHARGED AN OVERDRAFT
      *    FEE, WHILE HOLDING FUNDS IN THE PROTECTING ACCOUNT. ON EXIT
      *    THE PROTECTED ACCOUNT IS BACK IN ACCOUNT-MASTER-RECORD
      *    WITH ITS BEFORE BALANCE AND HOLD TOTAL REFRESHED, AND THE
      *    CALLER RE-RUNS ITS OWN TEST; LS-RETURN-CODE IS NEVER SET
      *    HERE.
       0340-SWEEP-FROM-PROTECTION.
           MOVE AM-ACCOUNT-NUMBER TO OP-ACCOUNT-NUMBER
           READ OVERDRAFT-PROTECTION-FILE
               INVALID KEY
                   MOVE '23' TO WS-OP-STATUS
           END-READ
           IF WS-OP-STATUS = '00'
               PERFORM 0345-COMPUTE-SWEEP-AMOUNT
               PERFORM 0350-READ-PROTECTING-ACCOUNT
               MOVE WS-SWP-PROTECTED-RECORD TO ACCOUNT-MASTER-RECORD
               MOVE AM-BALANCE TO WS-BEFORE-BALANCE
               PERFORM 0260-SUM-ACTIVE-HOLDS
               PERFORM 0380-WRITE-SWEEP-LOG
           END-IF.

       0345-COMPUTE-SWEEP-AMOUNT.
           MOVE ACCOUNT-MASTER-RECORD TO WS-SWP-PROTECTED-RECORD
           MOVE AM-BALANCE            TO WS-SWP-PROTECTED-BEFORE
           MOVE AM-CURRENCY-CODE      TO WS-SWP-CURRENCY
           COMPUTE WS-SWP-SHORTFALL =
               WS-AMOUNT + WS-SWEEP-FEE - (AM-BALANCE - WS-HOLD-TOTAL)
           MOVE WS-SWP-SHORTFALL TO WS-SWP-AMOUNT
           IF WS-SWEEP-INCREMENT > ZERO
               DIVIDE WS-SWP-SHORTFALL BY WS-SWEEP-INCREMENT
                   GIVING WS-SWP-UNITS
                   REMAINDER WS-SWP-REMAINDER
               IF WS-SWP-REMAINDER > ZERO
                   ADD 1 TO WS-SWP-UNITS
               END-IF
               COMPUTE WS-SWP-AMOUNT =
                   WS-SWP-UNITS * WS-SWEEP-INCREMENT
           END-IF.

       0350-READ-PROTECTING-ACCOUNT.
           MOVE 'U' TO WS-SWP-RESULT
           MOVE OP-PROTECTING-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE '23' TO WS-AM-STATUS
           END-READ
           IF WS-AM-STATUS = '00'
                   AND AM-ACCOUNT-STATUS NOT = 'F'
                   AND AM-ACCOUNT-STATUS NOT = 'C'
                   AND AM-CURRENCY-CODE = WS-SWP-CURRENCY
               PERFORM 0260-SUM-ACTIVE-HOLDS
               IF AM-BALANCE - WS-HOLD-TOTAL < WS-SWP-AMOUNT
                   MOVE 'I' TO WS-SWP-RESULT
                   DISPLAY 'PROTECTING ACCOUNT CANNOT COVER SWEEP: '
                           AM-ACCOUNT-NUMBER
               ELSE
                   PERFORM 0360-APPLY-SWEEP-LEGS
               END-IF
           ELSE
               DISPLAY 'PROTECTING ACCOUNT UNAVAILABLE: '
                       OP-PROTECTING-ACCOUNT
           END-IF.

       0360-APPLY-SWEEP-LEGS.
           MOVE AM-BALANCE TO WS-SWP-PROTECTING-BEFORE
           COMPUTE AM-BALANCE = AM-BALANCE - WS-SWP-AMOUNT
           REWRITE ACCOUNT-MASTER-RECORD
           IF WS-AM-STATUS NOT = '00'
               MOVE 'E' TO WS-SWP-RESULT
               DISPLAY 'SWEEP DEBIT REWRITE FAILED FOR ACCOUNT '
                       AM-ACCOUNT-NUMBER ' FILE STATUS ' WS-AM-STATUS
           ELSE
               MOVE ACCOUNT-MASTER-RECORD TO WS-SWP-PROTECTING-RECORD
               MOVE WS-SWP-PROTECTED-RECORD TO ACCOUNT-MASTER-RECORD
               COMPUTE AM-BALANCE = AM-BALANCE + WS-SWP-AMOUNT
               REWRITE ACCOUNT-MASTER-RECORD
               IF WS-AM-STATUS NOT = '00'
                   MOVE 'E' TO WS-SWP-RESULT
                   DISPLAY 'SWEEP CREDIT REWRITE FAILED FOR ACCOUNT '
                           AM-ACCOUNT-NUMBER ' FILE STATUS '
                           WS-AM-STATUS
                   PERFORM 0365-BACKOUT-SWEEP-DEBIT
               ELSE
                   MOVE ACCOUNT-MASTER-RECORD
                       TO WS-SWP-PROTECTED-RECORD
                   MOVE 'S' TO WS-SWP-RESULT
                   MOVE 'Y' TO WS-SWEEP-APPLIED
                   PERFORM 0370-JOURNAL-SWEEP-LEGS
               END-IF
           END-IF.

       0365-BACKOUT-SWEEP-DEBIT.
           MOVE WS-SWP-PROTECTING-RECORD TO ACCOUNT-MASTER-RECORD
           MOVE WS-SWP-PROTECTING-BEFORE TO AM-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
           IF WS-AM-STATUS NOT = '00'
               DISPLAY 'SWEEP BACKOUT FAILED FOR ACCOUNT '
                       AM-ACCOUNT-NUMBER ' FILE STATUS ' WS-AM-STATUS
           END-IF.

      *    THE SWEEP PAIR IS JOURNALED LIKE AN ORDINARY TRANSFER (D ON
      *    THE PROTECTING ACCOUNT, C ON THE PROTECTED ONE, EACH
      *    CARRYING THE OTHER AS CONTRA) UNDER THE SAME TIMESTAMP AS
      *    THE DEBIT IT COVERS. THE CALLER'S AMOUNT AND ANY PENDING FX
      *    DETAIL BELONG TO THAT DEBIT AND ARE PUT BACK AFTERWARDS.
       0370-JOURNAL-SWEEP-LEGS.
           MOVE WS-AMOUNT          TO WS-SWP-SAVE-AMOUNT
           MOVE WS-JOURNAL-FX-RATE TO WS-SWP-SAVE-FX-RATE
           MOVE ZERO               TO WS-JOURNAL-FX-RATE
           MOVE WS-SWP-AMOUNT      TO WS-AMOUNT
           MOVE WS-SWP-PROTECTING-RECORD TO ACCOUNT-MASTER-RECORD
           MOVE WS-SWP-PROTECTING-BEFORE TO WS-BEFORE-BALANCE
           MOVE 'D' TO WS-JOURNAL-TRANS-TYPE
           MOVE OP-ACCOUNT-NUMBER TO WS-JOURNAL-CONTRA
           PERFORM 0500-WRITE-JOURNAL
           MOVE WS-SWP-PROTECTED-RECORD TO ACCOUNT-MASTER-RECORD
           MOVE WS-SWP-PROTECTED-BEFORE TO WS-BEFORE-BALANCE
           MOVE 'C' TO WS-JOURNAL-TRANS-TYPE
           MOVE OP-PROTECTING-ACCOUNT TO WS-JOURNAL-CONTRA
           PERFORM 0500-WRITE-JOURNAL
           MOVE ZERO TO WS-JOURNAL-CONTRA
           MOVE WS-SWP-SAVE-AMOUNT  TO WS-AMOUNT
           MOVE WS-SWP-SAVE-FX-RATE TO WS-JOURNAL-FX-RATE.

       0380-WRITE-SWEEP-LOG.
           MOVE WS-BUSINESS-DATE      TO SL-BUSINESS-DATE
           MOVE OP-ACCOUNT-NUMBER     TO SL-ACCOUNT-NUMBER
           MOVE OP-PROTECTING-ACCOUNT TO SL-PROTECTING-ACCOUNT
           MOVE LS-TRANS-TYPE         TO SL-TRANS-TYPE
           MOVE WS-AMOUNT             TO SL-DEBIT-AMOUNT
           MOVE WS-SWP-SHORTFALL      TO SL-SHORTFALL
           MOVE WS-SWP-AMOUNT         TO SL-SWEEP-AMOUNT
           IF WS-SWP-RESULT = 'S'
               MOVE WS-SWEEP-FEE      TO SL-SWEEP-FEE
           ELSE
               MOVE ZERO              TO SL-SWEEP-FEE
           END-IF
           MOVE WS-SWP-CURRENCY       TO SL-CURRENCY-CODE
           MOVE WS-SWP-RESULT         TO SL-RESULT
           MOVE WS-JOURNAL-TIMESTAMP  TO SL-TIMESTAMP
           WRITE SWEEP-LOG-RECORD.

      *    THE SWEEP FEE IS CHARGED ONLY ONCE THE DEBIT THE SWEEP
      *    COVERED HAS ACTUALLY POSTED. IT CARRIES THE PROTECTING
      *    ACCOUNT AS CONTRA SO IT CAN BE TOLD APART FROM AN
      *    OVERDRAFT FEE ON THE STATEMENT. A FEE REWRITTEN TO ACCTMAST
      *    IS ALWAYS JOURNALED, EVEN WHEN A LATER LEG OF THE SAME
      *    TRANSACTION (A LOAN TERMS OR SCHEDULE UPDATE) HAS FAILED.
       0390-POST-SWEEP-FEE.
           MOVE AM-BALANCE   TO WS-BEFORE-BALANCE
           MOVE WS-SWEEP-FEE TO WS-AMOUNT
           MOVE 'N' TO WS-OVERRIDE-APPLIED
           COMPUTE AM-BALANCE = AM-BALANCE - WS-AMOUNT
           PERFORM 0400-REWRITE-ACCOUNT
           IF WS-AM-STATUS = '00'
               MOVE 'F' TO WS-JOURNAL-TRANS-TYPE
               MOVE OP-PROTECTING-ACCOUNT TO WS-JOURNAL-CONTRA
               PERFORM 0500-WRITE-JOURNAL
               MOVE ZERO TO WS-JOURNAL-CONTRA
           END-IF.

       0400-REWRITE-ACCOUNT.
           REWRITE ACCOUNT-MASTER-RECORD
           IF WS-AM-STATUS NOT = '00'
           END-IF.

       0500-WRITE-JOURNAL.
           IF CT-BATCH-OPEN NOT = 'Y'
               PERFORM 0590-START-JOURNAL-BATCH
           END-IF
           MOVE AM-ACCOUNT-NUMBER TO JR-ACCOUNT-NUMBER
           MOVE WS-JOURNAL-TRANS-TYPE TO JR-TRANS-TYPE
           MOVE AM-ACCOUNT-TYPE   TO JR-ACCOUNT-TYPE
           MOVE LS-ORIGIN-BRANCH  TO JR-BRANCH-CODE
           MOVE LS-ORIGIN-TELLER  TO JR-TELLER-ID
           MOVE LS-ORIGIN-CHANNEL TO JR-CHANNEL-CODE
           IF WS-JOURNAL-TRANS-TYPE = 'D'
                   AND AM-ACCOUNT-NUMBER = LS-ACCOUNT-NUMBER
               MOVE LS-ORIGIN-SERIAL TO JR-SERIAL-NUMBER
           ELSE
               MOVE ZERO TO JR-SERIAL-NUMBER
           END-IF
           IF WS-JOURNAL-FX-RATE = ZERO
               MOVE AM-CURRENCY-CODE TO JR-ORIG-CURRENCY
               MOVE WS-AMOUNT        TO JR-ORIG-AMOUNT
               MOVE SPACES TO JR-SUPERVISOR-ID
           END-IF
           WRITE JOURNAL-RECORD
           CALL 'CTLTOT' USING 'A' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT
           PERFORM 0550-UPDATE-RECENT-POSTINGS.

       0580-INITIALIZE-JOURNAL-TOTALS.
           MOVE 'TRNJRNL' TO CT-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT.

       0590-START-JOURNAL-BATCH.
           CALL 'CTLTOT' USING 'H' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT
           WRITE JOURNAL-RECORD FROM CT-CONTROL-RECORD.

       0595-END-JOURNAL-BATCH.
           CALL 'CTLTOT' USING 'T' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT
           WRITE JOURNAL-RECORD FROM CT-CONTROL-RECORD.

       0550-UPDATE-RECENT-POSTINGS.
           MOVE AM-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
           MOVE 'Y' TO WS-RP-FOUND
           END-IF
           IF LS-RETURN-CODE = SPACES
               PERFORM 0260-SUM-ACTIVE-HOLDS
               IF AM-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
                       < 0 - WS-OD-LIMIT
                   PERFORM 0705-SWEEP-FOR-TRANSFER
               END-IF
               IF AM-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
                       < 0 - WS-OD-LIMIT
                   DISPLAY 'INSUFFICIENT AVAILABLE FUNDS'
               PERFORM 0730-APPLY-TRANSFER-LEGS
           END-IF.

      *    A TRANSFER IS ONLY SWEPT FOR ONCE ITS CONTRA ACCOUNT AND
      *    ANY FX RATE HAVE BEEN PROVED GOOD, SO A TRANSFER THAT WOULD
      *    DECLINE ANYWAY NEVER MOVES THE PROTECTING ACCOUNT'S FUNDS.
      *    A FAILED CONTRA CHECK HERE IS LEFT FOR THE NORMAL PATH TO
      *    REPORT - THE SHORTFALL DECLINE (RC 10) STILL TAKES
      *    PRECEDENCE AS IT ALWAYS HAS.
       0705-SWEEP-FOR-TRANSFER.
           MOVE ACCOUNT-MASTER-RECORD TO WS-XFR-FROM-RECORD
           MOVE AM-CURRENCY-CODE TO WS-XFR-FROM-CURRENCY
           MOVE WS-AMOUNT        TO WS-XFR-DEBIT-AMOUNT
           PERFORM 0710-READ-CONTRA-ACCOUNT
           IF LS-RETURN-CODE = SPACES
               PERFORM 0720-CONVERT-CREDIT-AMOUNT
           END-IF
           MOVE WS-XFR-FROM-RECORD TO ACCOUNT-MASTER-RECORD
           IF LS-RETURN-CODE = SPACES
               PERFORM 0340-SWEEP-FROM-PROTECTION
           ELSE
               MOVE SPACES TO LS-RETURN-CODE
           END-IF.

       0710-READ-CONTRA-ACCOUNT.
           MOVE LS-CONTRA-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE

       0760-POST-TRANSFER-FEE-IF-DUE.
           MOVE WS-XFR-FROM-RECORD TO ACCOUNT-MASTER-RECORD
           IF WS-SWEEP-APPLIED = 'Y' AND WS-SWEEP-FEE > 0
               PERFORM 0390-POST-SWEEP-FEE
           END-IF
           IF LS-RETURN-CODE = SPACES
                   AND AM-BALANCE < 0 AND WS-OD-LIMIT > 0
                   AND WS-OD-FEE > 0
               PERFORM 0600-POST-OVERDRAFT-FEE
           END-IF.

               MOVE '94' TO LS-RETURN-CODE
           END-IF.

      *    LOAN INSTALLMENT COLLECTION - ENTERED WITH THE PAYING
      *    ACCOUNT IN ACCOUNT-MASTER-RECORD. THE SPLIT IS WORKED OUT
      *    BEFORE THE FUNDS TEST SO THE TEST (AND ANY SWEEP) IS FOR
      *    THE AMOUNT ACTUALLY TO BE TAKEN.
       0850-POST-LOAN-PAYMENT.
           IF LS-CONTRA-ACCOUNT = ZERO
                   OR LS-CONTRA-ACCOUNT = LS-ACCOUNT-NUMBER
               DISPLAY 'INVALID LOAN ACCOUNT: ' LS-CONTRA-ACCOUNT
               MOVE '22' TO LS-RETURN-CODE
           END-IF
           IF LS-RETURN-CODE = SPACES
                   AND WS-JOURNAL-FX-RATE NOT = ZERO
               DISPLAY 'LOAN PAYMENT NOT IN ACCOUNT CURRENCY - ACCT: '
                       LS-ACCOUNT-NUMBER
               MOVE '26' TO LS-RETURN-CODE
           END-IF
           IF LS-RETURN-CODE = SPACES
               PERFORM 0855-READ-LOAN-TERMS
           END-IF
           IF LS-RETURN-CODE = SPACES
               PERFORM 0860-SPLIT-LOAN-PAYMENT
           END-IF
           IF LS-RETURN-CODE = SPACES
               PERFORM 0260-SUM-ACTIVE-HOLDS
               IF AM-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
                       < 0 - WS-OD-LIMIT
                   PERFORM 0705-SWEEP-FOR-TRANSFER
               END-IF
               IF AM-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
                       < 0 - WS-OD-LIMIT
                   DISPLAY 'INSUFFICIENT AVAILABLE FUNDS'
                   MOVE '10' TO LS-RETURN-CODE
               END-IF
           END-IF
           IF LS-RETURN-CODE = SPACES
               MOVE ACCOUNT-MASTER-RECORD TO WS-XFR-FROM-RECORD
               MOVE AM-BALANCE       TO WS-XFR-FROM-BEFORE
               MOVE AM-CURRENCY-CODE TO WS-XFR-FROM-CURRENCY
               MOVE WS-AMOUNT        TO WS-XFR-DEBIT-AMOUNT
               PERFORM 0710-READ-CONTRA-ACCOUNT
           END-IF
           IF LS-RETURN-CODE = SPACES
               IF AM-ACCOUNT-TYPE NOT = 'L'
                       OR AM-CURRENCY-CODE NOT = WS-XFR-FROM-CURRENCY
                   DISPLAY 'CONTRA IS NOT A LOAN IN THE PAYING '
                           'ACCOUNT CURRENCY: ' LS-CONTRA-ACCOUNT
                   MOVE '26' TO LS-RETURN-CODE
               END-IF
           END-IF
           IF LS-RETURN-CODE = SPACES
               PERFORM 0870-APPLY-LOAN-LEGS
           END-IF.

       0855-READ-LOAN-TERMS.
           MOVE LS-CONTRA-ACCOUNT TO LT-ACCOUNT-NUMBER
           READ LOAN-TERMS-FILE
               INVALID KEY
                   DISPLAY 'NO LOAN TERMS FOR ACCOUNT: '
                           LS-CONTRA-ACCOUNT
                   MOVE '26' TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = SPACES
                   AND LT-LOAN-STATUS NOT = 'A'
               DISPLAY 'LOAN NOT ACTIVE: ' LS-CONTRA-ACCOUNT
                       ' STATUS ' LT-LOAN-STATUS
               MOVE '26' TO LS-RETURN-CODE
           END-IF.

      *    INTEREST FIRST, THEN PRINCIPAL UP TO WHAT IS OUTSTANDING -
      *    A PAYMENT LARGER THAN THE WHOLE DEBT IS CUT DOWN TO IT.
       0860-SPLIT-LOAN-PAYMENT.
           IF LT-ACCRUED-INTEREST < WS-AMOUNT
               MOVE LT-ACCRUED-INTEREST TO WS-LOAN-INTEREST
           ELSE
               MOVE WS-AMOUNT TO WS-LOAN-INTEREST
           END-IF
           IF WS-LOAN-INTEREST < ZERO
               MOVE ZERO TO WS-LOAN-INTEREST
           END-IF
           COMPUTE WS-LOAN-PRINCIPAL = WS-AMOUNT - WS-LOAN-INTEREST
           IF WS-LOAN-PRINCIPAL > LT-PRINCIPAL-OUTSTANDING
               MOVE LT-PRINCIPAL-OUTSTANDING TO WS-LOAN-PRINCIPAL
               DISPLAY 'LOAN PAYMENT CUT TO AMOUNT OUTSTANDING - '
                       'LOAN: ' LS-CONTRA-ACCOUNT
           END-IF
           COMPUTE WS-AMOUNT = WS-LOAN-INTEREST + WS-LOAN-PRINCIPAL
           MOVE WS-AMOUNT TO WS-LOAN-PAYMENT
           IF WS-AMOUNT NOT > ZERO
               DISPLAY 'NOTHING OUTSTANDING ON LOAN: '
                       LS-CONTRA-ACCOUNT
               MOVE '26' TO LS-RETURN-CODE
           END-IF.

       0870-APPLY-LOAN-LEGS.
           MOVE WS-XFR-FROM-RECORD TO ACCOUNT-MASTER-RECORD
           COMPUTE AM-BALANCE = AM-BALANCE - WS-LOAN-PAYMENT
           PERFORM 0400-REWRITE-ACCOUNT
           IF LS-RETURN-CODE = SPACES
               MOVE ACCOUNT-MASTER-RECORD TO WS-XFR-FROM-RECORD
               IF WS-LOAN-PRINCIPAL > ZERO
                   MOVE WS-XFR-TO-RECORD TO ACCOUNT-MASTER-RECORD
                   COMPUTE AM-BALANCE =
                       AM-BALANCE + WS-LOAN-PRINCIPAL
                   PERFORM 0400-REWRITE-ACCOUNT
                   IF LS-RETURN-CODE = SPACES
                       MOVE ACCOUNT-MASTER-RECORD TO WS-XFR-TO-RECORD
                   ELSE
                       PERFORM 0750-BACKOUT-DEBIT-LEG
                   END-IF
               END-IF
           END-IF
           IF LS-RETURN-CODE = SPACES
               PERFORM 0875-JOURNAL-LOAN-LEGS
               PERFORM 0880-UPDATE-LOAN-TERMS
               PERFORM 0885-APPLY-TO-SCHEDULE
               PERFORM 0760-POST-TRANSFER-FEE-IF-DUE
           END-IF.

      *    THE INTEREST LEG IS JOURNALED FIRST, SO ITS AFTER BALANCE
      *    IS THE PAYING ACCOUNT'S BALANCE BETWEEN THE TWO LEGS; BOTH
      *    LEGS CARRY THE LOAN ACCOUNT AS CONTRA.
       0875-JOURNAL-LOAN-LEGS.
           MOVE LS-CONTRA-ACCOUNT TO WS-JOURNAL-CONTRA
           MOVE WS-XFR-FROM-BEFORE TO WS-BEFORE-BALANCE
           IF WS-LOAN-INTEREST > ZERO
               MOVE WS-XFR-FROM-RECORD TO ACCOUNT-MASTER-RECORD
               COMPUTE AM-BALANCE =
                   WS-XFR-FROM-BEFORE - WS-LOAN-INTEREST
               MOVE WS-LOAN-INTEREST TO WS-AMOUNT
               MOVE 'L' TO WS-JOURNAL-TRANS-TYPE
               PERFORM 0500-WRITE-JOURNAL
               MOVE AM-BALANCE TO WS-BEFORE-BALANCE
           END-IF
           IF WS-LOAN-PRINCIPAL > ZERO
               MOVE WS-XFR-FROM-RECORD TO ACCOUNT-MASTER-RECORD
               MOVE WS-LOAN-PRINCIPAL TO WS-AMOUNT
               MOVE 'D' TO WS-JOURNAL-TRANS-TYPE
               PERFORM 0500-WRITE-JOURNAL
               MOVE WS-XFR-TO-RECORD TO ACCOUNT-MASTER-RECORD
               MOVE WS-XFR-TO-BEFORE TO WS-BEFORE-BALANCE
               MOVE 'C' TO WS-JOURNAL-TRANS-TYPE
               MOVE LS-ACCOUNT-NUMBER TO WS-JOURNAL-CONTRA
               PERFORM 0500-WRITE-JOURNAL
           END-IF
           MOVE ZERO TO WS-JOURNAL-CONTRA
           MOVE WS-LOAN-PAYMENT TO WS-AMOUNT.

       0880-UPDATE-LOAN-TERMS.
           SUBTRACT WS-LOAN-INTEREST FROM LT-ACCRUED-INTEREST
           SUBTRACT WS-LOAN-PRINCIPAL FROM LT-PRINCIPAL-OUTSTANDING
           MOVE WS-BUSINESS-DATE TO LT-LAST-PAYMENT-DATE
           IF LT-PRINCIPAL-OUTSTANDING = ZERO
                   AND LT-ACCRUED-INTEREST = ZERO
               MOVE 'P' TO LT-LOAN-STATUS
               DISPLAY 'LOAN PAID OFF: ' LT-ACCOUNT-NUMBER
           END-IF
           REWRITE LOAN-TERMS-RECORD
           IF WS-LT-STATUS NOT = '00'
               DISPLAY 'LOAN TERMS REWRITE FAILED, STATUS '
                       WS-LT-STATUS ' LOAN ' LT-ACCOUNT-NUMBER
               MOVE '98' TO LS-RETURN-CODE
           END-IF.

      *    THE PAYMENT IS APPLIED TO THE LOAN'S INSTALLMENTS OLDEST
      *    FIRST; ANYTHING LEFT AFTER THE INSTALLMENT IN ARREARS OR DUE
      *    PAYS AHEAD INTO THE NEXT ONES. A PAYMENT THAT PAYS THE LOAN
      *    OFF MARKS EVERY REMAINING INSTALLMENT PAID.
       0885-APPLY-TO-SCHEDULE.
           MOVE WS-LOAN-PAYMENT TO WS-LOAN-UNAPPLIED
           MOVE LS-CONTRA-ACCOUNT TO LD-ACCOUNT-NUMBER
           MOVE ZERO TO LD-INSTALLMENT-NO
           START LOAN-SCHEDULE-FILE KEY NOT LESS THAN LD-SCHEDULE-KEY
               INVALID KEY
                   MOVE '23' TO WS-LD-STATUS
           END-START
           IF WS-LD-STATUS = '00'
               MOVE 'N' TO WS-SCHED-SCAN-DONE
               PERFORM UNTIL WS-SCHED-SCAN-DONE = 'Y'
                       OR (WS-LOAN-UNAPPLIED NOT > ZERO
                           AND LT-LOAN-STATUS NOT = 'P')
                   READ LOAN-SCHEDULE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SCHED-SCAN-DONE
                       NOT AT END
                           IF LD-ACCOUNT-NUMBER = LS-CONTRA-ACCOUNT
                               PERFORM 0890-APPLY-TO-INSTALLMENT
                           ELSE
                               MOVE 'Y' TO WS-SCHED-SCAN-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0890-APPLY-TO-INSTALLMENT.
           IF LD-STATUS NOT = 'P'
               COMPUTE WS-LOAN-INSTALLMENT-DUE =
                   LD-PAYMENT-AMOUNT - LD-AMOUNT-PAID
               IF WS-LOAN-INSTALLMENT-DUE > WS-LOAN-UNAPPLIED
                   MOVE WS-LOAN-UNAPPLIED TO WS-LOAN-INSTALLMENT-DUE
               END-IF
               ADD WS-LOAN-INSTALLMENT-DUE TO LD-AMOUNT-PAID
               SUBTRACT WS-LOAN-INSTALLMENT-DUE FROM WS-LOAN-UNAPPLIED
               IF LD-AMOUNT-PAID NOT < LD-PAYMENT-AMOUNT
                       OR LT-LOAN-STATUS = 'P'
                   MOVE 'P' TO LD-STATUS
                   MOVE WS-BUSINESS-DATE TO LD-DATE-PAID
               END-IF
               REWRITE LOAN-SCHEDULE-RECORD
               IF WS-LD-STATUS NOT = '00'
                   DISPLAY 'LOAN SCHEDULE REWRITE FAILED, STATUS '
                           WS-LD-STATUS ' LOAN ' LD-ACCOUNT-NUMBER
                           ' INSTALLMENT ' LD-INSTALLMENT-NO
                   MOVE '98' TO LS-RETURN-CODE
                   MOVE 'Y' TO WS-SCHED-SCAN-DONE
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE RECENT-POSTINGS-FILE
           CLOSE ACCOUNT-HOLD-FILE
           CLOSE HISTORY-FILE
           CLOSE OVERDRAFT-PROTECTION-FILE
           CLOSE SWEEP-LOG-FILE
           CLOSE STOP-PAYMENT-FILE
           CLOSE STOP-HIT-FILE
           CLOSE LOAN-TERMS-FILE
           CLOSE LOAN-SCHEDULE-FILE.

       8000-TRANBAT-ENTRY.
       ENTRY 'TRANBAT' USING LS-FUNCTION-CODE
                   PERFORM 0170-READ-RUN-CONTROL
               END-IF
               IF LS-RETURN-CODE = SPACES
                   PERFORM 8150-CLOSE-INTERRUPTED-BATCH
                   MOVE 'TRANBAT' TO CT-WRITER
                   PERFORM 0580-INITIALIZE-JOURNAL-TOTALS
                   PERFORM 0590-START-JOURNAL-BATCH
                   MOVE 'Y' TO WS-BATCH-MODE
               ELSE
                   PERFORM 0900-CLOSE-FILES
               END-IF
           END-IF.

      *    A BATCH STILL OPEN AT THE END OF THE JOURNAL BELONGS TO A
      *    RUN THAT FAILED; ITS POSTINGS ARE ON THE MASTER AND STAY ON
      *    THE JOURNAL, SO IT IS CLOSED WITH WHAT IS ACTUALLY THERE.
      *    A JOURNAL ALREADY OUT OF ORDER IS LEFT FOR THE READERS TO
      *    STOP ON.
       8150-CLOSE-INTERRUPTED-BATCH.
           CLOSE JOURNAL-FILE
           MOVE 'TRNJRNL' TO CT-FILE-NAME
           MOVE 'N' TO CT-DATE-CHECK
           MOVE 'N' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-STATUS = '00'
               PERFORM UNTIL WS-JR-STATUS NOT = '00'
                   READ JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-JR-STATUS
                       NOT AT END
                           CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                               JOURNAL-RECORD
                                               JR-ACCOUNT-NUMBER
                                               JR-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JR-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF CT-RESULT NOT = '00'
               DISPLAY 'TRANSACT WARNING: TRNJRNL.DAT CONTROL RECORDS '
                       'ALREADY OUT OF ORDER, REASON ' CT-RESULT
           ELSE
               IF CT-BATCH-OPEN = 'Y'
                   CALL 'CTLTOT' USING 'C' CONTROL-TOTAL-AREA
                                       JOURNAL-RECORD
                                       JR-ACCOUNT-NUMBER JR-AMOUNT
                   WRITE JOURNAL-RECORD FROM CT-CONTROL-RECORD
                   DISPLAY 'TRANSACT WARNING: TRNJRNL.DAT BATCH LEFT '
                           'OPEN BY ' CT-REC-WRITER ' FOR '
                           CT-REC-BUSINESS-DATE ' CLOSED WITH '
                           CT-REC-RECORD-COUNT ' RECORDS'
               END-IF
           END-IF.

       8200-BATCH-TERMINATE.
           IF WS-BATCH-MODE = 'Y'
               PERFORM 0595-END-JOURNAL-BATCH
               PERFORM 0900-CLOSE-FILES
               MOVE 'N' TO WS-BATCH-MODE
           END-IF.
