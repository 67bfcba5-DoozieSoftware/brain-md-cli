      *  LIFECYCLE STATUS (OPEN/FROZEN/DORMANT) AND CLOSE ACCOUNTS AT
      *  ZERO BALANCE, REPLACING DIRECT UTILITY EDITS AGAINST THE
      *  ACCTMAST KSDS. ALSO MAINTAINS THE CUSTOMER MASTER (ADD AND
      *  UPDATE NAME/ADDRESS, THE COUNTRY/STATE OF RESIDENCE AND THE
      *  TAXPAYER ID AND WITHHOLDING EXEMPTION) AND
      *  THE CUSTOMER-TO-ACCOUNT LINKAGE -
      *  AM-CUSTOMER-NUMBER ON THE ACCOUNT MASTER AND THE ACCTXREF
      *  CROSS-REFERENCE ARE ALWAYS CHANGED TOGETHER SO THE TWO CAN
      *  NEVER DISAGREE. ALSO NOMINATES, REPLACES OR REMOVES AN
      *  ACCOUNT'S OVERDRAFT PROTECTING ACCOUNT ON THE ODPROT KSDS,
      *  WHICH TRANSACT SWEEPS FROM ON A SHORTFALL. ALSO ADDS AND
      *  ENDS THE OTHER PARTIES TO AN ACCOUNT - JOINT OWNERS, POWERS
      *  OF ATTORNEY, SIGNATORIES AND BENEFICIARIES - ON THE ACCTPTY
      *  KSDS, KEEPING THE PTYXREF CUSTOMER CROSS-REFERENCE IN STEP
      *  THE SAME WAY ACCTXREF IS KEPT IN STEP WITH THE OWNER.
      *  OPENING AN INSTALLMENT LOAN (ACCOUNT TYPE L) ALSO WRITES ITS
      *  TERMS TO THE LOANTERM KSDS AND GENERATES ITS WHOLE
      *  AMORTIZING REPAYMENT SCHEDULE ON THE LOANSCHD KSDS: A LEVEL
      *  MONTHLY PAYMENT OF P*R*(1+R)**N / ((1+R)**N - 1) AT THE
      *  MONTHLY RATE R OVER N MONTHS, EACH INSTALLMENT SPLIT INTO
      *  INTEREST ON THE BALANCE THEN OUTSTANDING AND PRINCIPAL, THE
      *  LAST ONE TAKING UP THE ROUNDING. THE LOAN ACCOUNT OPENS AT
      *  MINUS THE PRINCIPAL, JOURNALED ON MNTJRNL LIKE ANY OPEN.
      *  READS THE MAINTENANCE INPUT FILE (SEE MNTIN),
      *  APPLIES EACH ACTION, AND WRITES EVERY ACTION - INCLUDING THE
      *  OLD AND NEW STATUS - TO THE APPEND-ONLY MAINTENANCE JOURNAL
      *  (SEE MNTJRNL). REJECTED ACTIONS ARE REPORTED ON SYSOUT WITH
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-XREF-KEY
               FILE STATUS IS WS-AX-STATUS.
           SELECT OVERDRAFT-PROTECTION-FILE ASSIGN TO "ODPROT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ACCOUNT-NUMBER
               FILE STATUS IS WS-OP-STATUS.
           SELECT ACCOUNT-PARTY-FILE ASSIGN TO "ACCTPTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-PARTY-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT PARTY-XREF-FILE ASSIGN TO "PTYXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-XREF-KEY
               FILE STATUS IS WS-PX-STATUS.
           SELECT LOAN-TERMS-FILE ASSIGN TO "LOANTERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LT-ACCOUNT-NUMBER
               FILE STATUS IS WS-LT-STATUS.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LD-SCHEDULE-KEY
               FILE STATUS IS WS-LD-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-STATUS.
           COPY CUSTMAST.
       FD  ACCOUNT-XREF-FILE.
           COPY ACCTXREF.
       FD  OVERDRAFT-PROTECTION-FILE.
           COPY ODPROT.
       FD  ACCOUNT-PARTY-FILE.
           COPY ACCTPTY.
       FD  PARTY-XREF-FILE.
           COPY PTYXREF.
       FD  LOAN-TERMS-FILE.
           COPY LOANTERM.
       FD  LOAN-SCHEDULE-FILE.
           COPY LOANSCHD.
       FD  MAINT-JOURNAL-FILE.
           COPY MNTJRNL.
       FD  RUN-CONTROL-FILE.
       01  WS-CM-STATUS          PIC X(02).
       01  WS-AX-STATUS          PIC X(02).
       01  WS-MJ-STATUS          PIC X(02).
       01  WS-OP-STATUS          PIC X(02).
       01  WS-AP-STATUS          PIC X(02).
       01  WS-PX-STATUS          PIC X(02).
       01  WS-LT-STATUS          PIC X(02).
       01  WS-LD-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-CUST-FOUND         PIC X(01).
       01  WS-OLD-STATUS         PIC X(01).
       01  WS-OLD-CUSTOMER       PIC 9(10).
       01  WS-RELATED-ACCOUNT    PIC 9(10).
       01  WS-PROT-FOUND         PIC X(01).
       01  WS-PROT-STATUS        PIC X(01).
       01  WS-PROT-CURRENCY      PIC X(03).
       01  WS-LINK-FOUND         PIC X(01).
       01  WS-SAVE-MASTER        PIC X(52).
       01  WS-PARTY-FOUND        PIC X(01).
       01  WS-PARTY-WAS-OPEN     PIC X(01).
       01  WS-PARTY-ROLE         PIC X(01).
       01  WS-PARTY-EFFECTIVE    PIC 9(08).
       01  WS-PARTY-END          PIC 9(08).
       01  WS-PARTY-COPY         PIC X(01).
       01  WS-LOAN-EDIT-OK       PIC X(01).
       01  WS-LOAN-FOUND         PIC X(01).
       01  WS-REPAY-FOUND        PIC X(01).
       01  WS-REPAY-STATUS       PIC X(01).
       01  WS-REPAY-TYPE         PIC X(01).
       01  WS-REPAY-CURRENCY     PIC X(03).
       01  WS-LOAN-DUE-DAY       PIC 9(02).
       01  WS-MONTHLY-RATE       PIC S9V9(10).
       01  WS-RATE-GROWTH        PIC S9(05)V9(10).
       01  WS-LOAN-PAYMENT       PIC S9(09)V99.
       01  WS-SCHED-BALANCE      PIC S9(09)V99.
       01  WS-SCHED-INTEREST     PIC S9(09)V99.
       01  WS-SCHED-PRINCIPAL    PIC S9(09)V99.
       01  WS-SCHED-NUMBER       PIC 9(03).
       01  WS-SCHED-WRITTEN      PIC 9(03).
       01  WS-DUE-DATE           PIC 9(08).
       01  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR       PIC 9(04).
           05  WS-DUE-MONTH      PIC 9(02).
           05  WS-DUE-DAY        PIC 9(02).
       01  WS-MONTH-DAYS         PIC 9(02).
       01  WS-YEAR-REMAINDER     PIC 9(04).
       01  WS-PAYMENT-EDIT       PIC ZZZZZZZZZ9.99-.
       01  WS-CURRENT-DATE       PIC 9(08).
       01  WS-ACTIONS-READ       PIC 9(08).
       01  WS-ACTIONS-APPLIED    PIC 9(08).
                       'FILE STATUS ' WS-AX-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O OVERDRAFT-PROTECTION-FILE
           IF WS-OP-STATUS = '35'
               OPEN OUTPUT OVERDRAFT-PROTECTION-FILE
               CLOSE OVERDRAFT-PROTECTION-FILE
               OPEN I-O OVERDRAFT-PROTECTION-FILE
           END-IF
           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'ACCTMNT ABEND: CANNOT OPEN ODPROT.DAT, '
                       'FILE STATUS ' WS-OP-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O ACCOUNT-PARTY-FILE
           IF WS-AP-STATUS = '35'
               OPEN OUTPUT ACCOUNT-PARTY-FILE
               CLOSE ACCOUNT-PARTY-FILE
               OPEN I-O ACCOUNT-PARTY-FILE
           END-IF
           IF WS-AP-STATUS NOT = '00'
               DISPLAY 'ACCTMNT ABEND: CANNOT OPEN ACCTPTY.DAT, '
                       'FILE STATUS ' WS-AP-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O PARTY-XREF-FILE
           IF WS-PX-STATUS = '35'
               OPEN OUTPUT PARTY-XREF-FILE
               CLOSE PARTY-XREF-FILE
               OPEN I-O PARTY-XREF-FILE
           END-IF
           IF WS-PX-STATUS NOT = '00'
               DISPLAY 'ACCTMNT ABEND: CANNOT OPEN PTYXREF.DAT, '
                       'FILE STATUS ' WS-PX-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O LOAN-TERMS-FILE
           IF WS-LT-STATUS = '35'
               OPEN OUTPUT LOAN-TERMS-FILE
               CLOSE LOAN-TERMS-FILE
               OPEN I-O LOAN-TERMS-FILE
           END-IF
           IF WS-LT-STATUS NOT = '00'
               DISPLAY 'ACCTMNT ABEND: CANNOT OPEN LOANTERM.DAT, '
                       'FILE STATUS ' WS-LT-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-LD-STATUS = '35'
               OPEN OUTPUT LOAN-SCHEDULE-FILE
               CLOSE LOAN-SCHEDULE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
           END-IF
           IF WS-LD-STATUS NOT = '00'
               DISPLAY 'ACCTMNT ABEND: CANNOT OPEN LOANSCHD.DAT, '
                       'FILE STATUS ' WS-LD-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF WS-MJ-STATUS = '35'
               OPEN OUTPUT MAINT-JOURNAL-FILE
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
               DISPLAY 'ACCOUNT NUMBER NOT NUMERIC'
               PERFORM 0700-REJECT-ACTION
           ELSE
               MOVE ZERO TO WS-RELATED-ACCOUNT
               MOVE SPACE TO WS-PARTY-ROLE
               MOVE ZERO TO WS-PARTY-EFFECTIVE
               MOVE ZERO TO WS-PARTY-END
               MOVE SPACE TO WS-PARTY-COPY
               EVALUATE MI-ACTION-CODE
                   WHEN 'O'
                       PERFORM 0400-OPEN-ACCOUNT
                       PERFORM 1100-UPDATE-CUSTOMER
                   WHEN 'L'
                       PERFORM 1200-LINK-ACCOUNT
                   WHEN 'P'
                       PERFORM 1300-SET-PROTECTION
                   WHEN 'R'
                       PERFORM 1400-ADD-PARTY-ROLE
                   WHEN 'E'
                       PERFORM 1500-END-PARTY-ROLE
                   WHEN OTHER
                       PERFORM 0700-REJECT-ACTION
               END-EVALUATE
                                   MI-CUSTOMER-NUMBER
                           PERFORM 0700-REJECT-ACTION
                       ELSE
                           MOVE 'Y' TO WS-LOAN-EDIT-OK
                           IF MI-ACCOUNT-TYPE = 'L'
                               PERFORM 1600-EDIT-LOAN-FIELDS
                           END-IF
                           IF WS-LOAN-EDIT-OK = 'Y'
                               PERFORM 0430-WRITE-NEW-ACCOUNT
                           ELSE
                               PERFORM 0700-REJECT-ACTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE MI-ACCOUNT-NUMBER  TO AM-ACCOUNT-NUMBER
           MOVE MI-ACCOUNT-TYPE    TO AM-ACCOUNT-TYPE
           MOVE ZERO               TO AM-BALANCE
           IF MI-ACCOUNT-TYPE = 'L'
               COMPUTE AM-BALANCE = 0 - MI-LOAN-PRINCIPAL
           END-IF
           MOVE MI-CURRENCY-CODE   TO AM-CURRENCY-CODE
           MOVE 'O'                TO AM-ACCOUNT-STATUS
           MOVE WS-CURRENT-DATE    TO AM-DATE-OPENED
               IF AM-CUSTOMER-NUMBER NOT = ZERO
                   PERFORM 0470-WRITE-XREF
               END-IF
               IF AM-ACCOUNT-TYPE = 'L'
                   PERFORM 1650-WRITE-LOAN-TERMS
                   MOVE MI-REPAYMENT-ACCOUNT TO WS-RELATED-ACCOUNT
               END-IF
               PERFORM 0750-WRITE-MAINT-JOURNAL
           ELSE
               DISPLAY 'MASTER WRITE FAILED, STATUS '
           MOVE AM-BALANCE        TO MJ-BALANCE
           MOVE FUNCTION CURRENT-DATE TO MJ-TIMESTAMP
           MOVE AM-CUSTOMER-NUMBER TO MJ-CUSTOMER-NUMBER
           IF WS-PARTY-ROLE NOT = SPACE
               MOVE MI-CUSTOMER-NUMBER TO MJ-CUSTOMER-NUMBER
           END-IF
           MOVE WS-CURRENT-DATE   TO MJ-BUSINESS-DATE
           MOVE WS-RELATED-ACCOUNT TO MJ-RELATED-ACCOUNT
           MOVE WS-PARTY-ROLE     TO MJ-PARTY-ROLE
           MOVE WS-PARTY-EFFECTIVE TO MJ-EFFECTIVE-DATE
           MOVE WS-PARTY-END      TO MJ-END-DATE
           MOVE WS-PARTY-COPY     TO MJ-STATEMENT-COPY
           WRITE MAINT-JOURNAL-RECORD.

       0760-WRITE-CUST-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO MJ-TIMESTAMP
           MOVE MI-CUSTOMER-NUMBER TO MJ-CUSTOMER-NUMBER
           MOVE WS-CURRENT-DATE   TO MJ-BUSINESS-DATE
           MOVE ZERO              TO MJ-RELATED-ACCOUNT
           MOVE SPACE             TO MJ-PARTY-ROLE
           MOVE ZERO              TO MJ-EFFECTIVE-DATE
           MOVE ZERO              TO MJ-END-DATE
           MOVE SPACE             TO MJ-STATEMENT-COPY
           WRITE MAINT-JOURNAL-RECORD.

       1000-ADD-CUSTOMER.
                   MOVE MI-ADDRESS-LINE-1  TO CM-ADDRESS-LINE-1
                   MOVE MI-ADDRESS-LINE-2  TO CM-ADDRESS-LINE-2
                   MOVE MI-ADDRESS-LINE-3  TO CM-ADDRESS-LINE-3
                   MOVE MI-COUNTRY-CODE    TO CM-COUNTRY-CODE
                   MOVE MI-STATE-CODE      TO CM-STATE-CODE
                   MOVE MI-TAXPAYER-ID     TO CM-TAXPAYER-ID
                   MOVE MI-WITHHOLD-EXEMPT TO CM-WITHHOLD-EXEMPT
                   WRITE CUSTOMER-MASTER-RECORD
                   IF WS-CM-STATUS = '00'
                       PERFORM 0760-WRITE-CUST-JOURNAL
                               'REQUIRED: ' MI-CUSTOMER-NUMBER
                       PERFORM 0700-REJECT-ACTION
                       MOVE ZERO TO MI-CUSTOMER-NUMBER
                   ELSE
                       IF MI-WITHHOLD-EXEMPT = SPACE
                           MOVE 'N' TO MI-WITHHOLD-EXEMPT
                       END-IF
                       IF MI-WITHHOLD-EXEMPT NOT = 'Y'
                               AND MI-WITHHOLD-EXEMPT NOT = 'N'
                           DISPLAY 'WITHHOLDING EXEMPT FLAG MUST BE '
                                   'Y OR N: ' MI-CUSTOMER-NUMBER
                           PERFORM 0700-REJECT-ACTION
                           MOVE ZERO TO MI-CUSTOMER-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   MOVE MI-ADDRESS-LINE-1 TO CM-ADDRESS-LINE-1
                   MOVE MI-ADDRESS-LINE-2 TO CM-ADDRESS-LINE-2
                   MOVE MI-ADDRESS-LINE-3 TO CM-ADDRESS-LINE-3
                   MOVE MI-COUNTRY-CODE   TO CM-COUNTRY-CODE
                   MOVE MI-STATE-CODE     TO CM-STATE-CODE
                   MOVE MI-TAXPAYER-ID    TO CM-TAXPAYER-ID
                   MOVE MI-WITHHOLD-EXEMPT TO CM-WITHHOLD-EXEMPT
                   REWRITE CUSTOMER-MASTER-RECORD
                   IF WS-CM-STATUS = '00'
                       PERFORM 0760-WRITE-CUST-JOURNAL
               PERFORM 0700-REJECT-ACTION
           END-IF.

      *    OVERDRAFT PROTECTION IS A STANDING INSTRUCTION ON THE
      *    PROTECTED ACCOUNT; THE PROTECTING ACCOUNT IS VALIDATED HERE
      *    AT NOMINATION, AND TRANSACT RE-CHECKS ITS STATUS, CURRENCY
      *    AND AVAILABLE BALANCE ON EVERY SWEEP.
       1300-SET-PROTECTION.
           IF MI-PROTECTING-ACCOUNT NOT NUMERIC
               DISPLAY 'PROTECTING ACCOUNT NOT NUMERIC'
               PERFORM 0700-REJECT-ACTION
           ELSE
               PERFORM 0350-READ-MASTER
               IF WS-ACCT-FOUND NOT = 'Y'
                   DISPLAY 'ACCOUNT NOT ON MASTER: ' MI-ACCOUNT-NUMBER
                   PERFORM 0700-REJECT-ACTION
               ELSE
                   IF AM-ACCOUNT-STATUS = 'C'
                       DISPLAY 'ACCOUNT IS CLOSED, NO PROTECTION '
                               'CHANGE: ' MI-ACCOUNT-NUMBER
                       PERFORM 0700-REJECT-ACTION
                   ELSE
                       IF MI-PROTECTING-ACCOUNT = ZERO
                           PERFORM 1350-REMOVE-PROTECTION
                       ELSE
                           PERFORM 1320-CHECK-PROTECTING-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1320-CHECK-PROTECTING-ACCOUNT.
           IF MI-PROTECTING-ACCOUNT = MI-ACCOUNT-NUMBER
               DISPLAY 'ACCOUNT CANNOT PROTECT ITSELF: '
                       MI-ACCOUNT-NUMBER
               PERFORM 0700-REJECT-ACTION
           ELSE
               MOVE ACCOUNT-MASTER-RECORD TO WS-SAVE-MASTER
               MOVE 'Y' TO WS-PROT-FOUND
               MOVE MI-PROTECTING-ACCOUNT TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PROT-FOUND
               END-READ
               MOVE AM-ACCOUNT-STATUS TO WS-PROT-STATUS
               MOVE AM-CURRENCY-CODE  TO WS-PROT-CURRENCY
               MOVE WS-SAVE-MASTER TO ACCOUNT-MASTER-RECORD
               IF WS-PROT-FOUND NOT = 'Y'
                   DISPLAY 'PROTECTING ACCOUNT NOT ON MASTER: '
                           MI-PROTECTING-ACCOUNT
                   PERFORM 0700-REJECT-ACTION
               ELSE
                   IF WS-PROT-STATUS = 'C'
                       DISPLAY 'PROTECTING ACCOUNT IS CLOSED: '
                               MI-PROTECTING-ACCOUNT
                       PERFORM 0700-REJECT-ACTION
                   ELSE
                       IF WS-PROT-CURRENCY NOT = AM-CURRENCY-CODE
                           DISPLAY 'PROTECTING ACCOUNT CURRENCY '
                                   WS-PROT-CURRENCY ' DIFFERS FROM '
                                   AM-CURRENCY-CODE
                           PERFORM 0700-REJECT-ACTION
                       ELSE
                           PERFORM 1340-WRITE-PROTECTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1340-WRITE-PROTECTION.
           MOVE 'Y' TO WS-LINK-FOUND
           MOVE MI-ACCOUNT-NUMBER TO OP-ACCOUNT-NUMBER
           READ OVERDRAFT-PROTECTION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LINK-FOUND
           END-READ
           IF WS-LINK-FOUND = 'Y'
                   AND OP-PROTECTING-ACCOUNT = MI-PROTECTING-ACCOUNT
               DISPLAY 'ACCOUNT ALREADY PROTECTED BY: '
                       MI-PROTECTING-ACCOUNT
               PERFORM 0700-REJECT-ACTION
           ELSE
               MOVE MI-ACCOUNT-NUMBER     TO OP-ACCOUNT-NUMBER
               MOVE MI-PROTECTING-ACCOUNT TO OP-PROTECTING-ACCOUNT
               MOVE WS-CURRENT-DATE       TO OP-DATE-LINKED
               IF WS-LINK-FOUND = 'Y'
                   REWRITE OVERDRAFT-PROTECTION-RECORD
               ELSE
                   WRITE OVERDRAFT-PROTECTION-RECORD
               END-IF
               IF WS-OP-STATUS = '00'
                   MOVE AM-ACCOUNT-STATUS     TO WS-OLD-STATUS
                   MOVE MI-PROTECTING-ACCOUNT TO WS-RELATED-ACCOUNT
                   PERFORM 0750-WRITE-MAINT-JOURNAL
               ELSE
                   DISPLAY 'PROTECTION WRITE FAILED, STATUS '
                           WS-OP-STATUS
                   PERFORM 0700-REJECT-ACTION
               END-IF
           END-IF.

       1350-REMOVE-PROTECTION.
           MOVE 'Y' TO WS-LINK-FOUND
           MOVE MI-ACCOUNT-NUMBER TO OP-ACCOUNT-NUMBER
           READ OVERDRAFT-PROTECTION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LINK-FOUND
           END-READ
           IF WS-LINK-FOUND NOT = 'Y'
               DISPLAY 'NO OVERDRAFT PROTECTION ON ACCOUNT: '
                       MI-ACCOUNT-NUMBER
               PERFORM 0700-REJECT-ACTION
           ELSE
               DELETE OVERDRAFT-PROTECTION-FILE
               IF WS-OP-STATUS = '00'
                   MOVE AM-ACCOUNT-STATUS TO WS-OLD-STATUS
                   MOVE ZERO              TO WS-RELATED-ACCOUNT
                   PERFORM 0750-WRITE-MAINT-JOURNAL
               ELSE
                   DISPLAY 'PROTECTION DELETE FAILED, STATUS '
                           WS-OP-STATUS
                   PERFORM 0700-REJECT-ACTION
               END-IF
           END-IF.

      *    PARTY ROLES SIT ALONGSIDE THE PRIMARY OWNER, WHICH STAYS ON
      *    AM-CUSTOMER-NUMBER AND IS CHANGED ONLY BY ACTION L. THE
      *    ACCTPTY ENTRY AND ITS PTYXREF ENTRY ARE ALWAYS WRITTEN
      *    TOGETHER, AS THE MASTER AND ACCTXREF ARE IN 1250.
       1400-ADD-PARTY-ROLE.
           PERFORM 1410-EDIT-PARTY-FIELDS
           IF WS-PARTY-ROLE NOT = SPACE
               PERFORM 0350-READ-MASTER
               IF WS-ACCT-FOUND NOT = 'Y'
                   DISPLAY 'ACCOUNT NOT ON MASTER: ' MI-ACCOUNT-NUMBER
                   PERFORM 0700-REJECT-ACTION
               ELSE
                   IF AM-ACCOUNT-STATUS = 'C'
                       DISPLAY 'ACCOUNT IS CLOSED, NO PARTY CHANGE: '
                               MI-ACCOUNT-NUMBER
                       PERFORM 0700-REJECT-ACTION
                   ELSE
                       PERFORM 0460-READ-CUSTOMER
                       IF WS-CUST-FOUND NOT = 'Y'
                           DISPLAY 'CUSTOMER NOT ON CUSTMAST: '
                                   MI-CUSTOMER-NUMBER
                           PERFORM 0700-REJECT-ACTION
                       ELSE
                           IF AM-CUSTOMER-NUMBER = MI-CUSTOMER-NUMBER
                               DISPLAY 'CUSTOMER IS THE PRIMARY '
                                       'OWNER: ' MI-CUSTOMER-NUMBER
                               PERFORM 0700-REJECT-ACTION
                           ELSE
                               PERFORM 1440-WRITE-PARTY-ROLE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1410-EDIT-PARTY-FIELDS.
           MOVE SPACE TO WS-PARTY-ROLE
           IF MI-CUSTOMER-NUMBER NOT NUMERIC
                   OR MI-CUSTOMER-NUMBER = ZERO
               DISPLAY 'CUSTOMER NUMBER MISSING OR NOT NUMERIC'
               PERFORM 0700-REJECT-ACTION
           ELSE
               IF MI-PARTY-ROLE = 'P'
                   DISPLAY 'PRIMARY OWNER IS CHANGED WITH ACTION L, '
                           'NOT AS A PARTY ROLE: ' MI-ACCOUNT-NUMBER
                   PERFORM 0700-REJECT-ACTION
               ELSE
                   IF MI-PARTY-ROLE NOT = 'J'
                           AND MI-PARTY-ROLE NOT = 'A'
                           AND MI-PARTY-ROLE NOT = 'S'
                           AND MI-PARTY-ROLE NOT = 'B'
                       DISPLAY 'INVALID PARTY ROLE: ' MI-PARTY-ROLE
                       PERFORM 0700-REJECT-ACTION
                   ELSE
                       PERFORM 1420-EDIT-PARTY-DATES
                   END-IF
               END-IF
           END-IF.

       1420-EDIT-PARTY-DATES.
           IF MI-STATEMENT-COPY = SPACE
               MOVE 'N' TO MI-STATEMENT-COPY
           END-IF
           IF MI-EFFECTIVE-DATE NOT NUMERIC
               DISPLAY 'EFFECTIVE DATE NOT NUMERIC: '
                       MI-ACCOUNT-NUMBER
               PERFORM 0700-REJECT-ACTION
           ELSE
               IF MI-STATEMENT-COPY NOT = 'Y'
                       AND MI-STATEMENT-COPY NOT = 'N'
                   DISPLAY 'INVALID STATEMENT COPY FLAG: '
                           MI-STATEMENT-COPY
                   PERFORM 0700-REJECT-ACTION
               ELSE
                   IF MI-STATEMENT-COPY = 'Y'
                           AND MI-PARTY-ROLE NOT = 'J'
                       DISPLAY 'STATEMENT COPY IS FOR JOINT OWNERS '
                               'ONLY: ' MI-ACCOUNT-NUMBER
                       PERFORM 0700-REJECT-ACTION
                   ELSE
                       MOVE MI-PARTY-ROLE     TO WS-PARTY-ROLE
                       MOVE MI-EFFECTIVE-DATE TO WS-PARTY-EFFECTIVE
                       IF WS-PARTY-EFFECTIVE = ZERO
                           MOVE WS-CURRENT-DATE TO WS-PARTY-EFFECTIVE
                       END-IF
                       MOVE MI-STATEMENT-COPY TO WS-PARTY-COPY
                   END-IF
               END-IF
           END-IF.

       1430-READ-PARTY-ROLE.
           MOVE 'Y' TO WS-PARTY-FOUND
           MOVE MI-ACCOUNT-NUMBER  TO AP-ACCOUNT-NUMBER
           MOVE MI-CUSTOMER-NUMBER TO AP-CUSTOMER-NUMBER
           MOVE MI-PARTY-ROLE      TO AP-ROLE-CODE
           READ ACCOUNT-PARTY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PARTY-FOUND
           END-READ.

       1440-WRITE-PARTY-ROLE.
           PERFORM 1430-READ-PARTY-ROLE
           MOVE 'N' TO WS-PARTY-WAS-OPEN
           IF WS-PARTY-FOUND = 'Y' AND AP-END-DATE = ZERO
               MOVE 'Y' TO WS-PARTY-WAS-OPEN
           END-IF
           IF WS-PARTY-WAS-OPEN = 'Y'
                   AND AP-EFFECTIVE-DATE = WS-PARTY-EFFECTIVE
                   AND AP-STATEMENT-COPY = WS-PARTY-COPY
               DISPLAY 'PARTY ROLE ALREADY ON ACCOUNT: '
                       MI-CUSTOMER-NUMBER ' ROLE ' MI-PARTY-ROLE
               PERFORM 0700-REJECT-ACTION
           ELSE
               MOVE WS-PARTY-EFFECTIVE TO AP-EFFECTIVE-DATE
               MOVE ZERO               TO AP-END-DATE
               MOVE WS-PARTY-COPY      TO AP-STATEMENT-COPY
               MOVE WS-CURRENT-DATE    TO AP-DATE-CHANGED
               IF WS-PARTY-FOUND = 'Y'
                   REWRITE ACCOUNT-PARTY-RECORD
               ELSE
                   WRITE ACCOUNT-PARTY-RECORD
               END-IF
               IF WS-AP-STATUS = '00'
                   IF WS-PARTY-WAS-OPEN NOT = 'Y'
                       PERFORM 1460-WRITE-PARTY-XREF
                   END-IF
                   MOVE AM-ACCOUNT-STATUS TO WS-OLD-STATUS
                   PERFORM 0750-WRITE-MAINT-JOURNAL
               ELSE
                   DISPLAY 'PARTY WRITE FAILED, STATUS '
                           WS-AP-STATUS
                   PERFORM 0700-REJECT-ACTION
               END-IF
           END-IF.

       1460-WRITE-PARTY-XREF.
           MOVE AP-CUSTOMER-NUMBER TO PX-CUSTOMER-NUMBER
           MOVE AP-ACCOUNT-NUMBER  TO PX-ACCOUNT-NUMBER
           MOVE AP-ROLE-CODE       TO PX-ROLE-CODE
           WRITE PARTY-XREF-RECORD
               INVALID KEY
                   DISPLAY 'PTYXREF WRITE FAILED FOR CUSTOMER '
                           PX-CUSTOMER-NUMBER ' ACCOUNT '
                           PX-ACCOUNT-NUMBER ' FILE STATUS '
                           WS-PX-STATUS
                           ' - PTYXREF OUT OF STEP WITH ACCTPTY'
           END-WRITE.

       1470-DELETE-PARTY-XREF.
           MOVE AP-CUSTOMER-NUMBER TO PX-CUSTOMER-NUMBER
           MOVE AP-ACCOUNT-NUMBER  TO PX-ACCOUNT-NUMBER
           MOVE AP-ROLE-CODE       TO PX-ROLE-CODE
           DELETE PARTY-XREF-FILE
               INVALID KEY
                   DISPLAY 'PTYXREF ENTRY NOT FOUND FOR CUSTOMER '
                           PX-CUSTOMER-NUMBER ' ACCOUNT '
                           PX-ACCOUNT-NUMBER
           END-DELETE.

      *    AN ENDED ROLE STAYS ON ACCTPTY WITH ITS END DATE AS THE
      *    HISTORY OF THE RELATIONSHIP; ONLY THE PTYXREF ENTRY GOES.
      *    A ROLE MAY BE ENDED ON A CLOSED ACCOUNT.
       1500-END-PARTY-ROLE.
           IF MI-CUSTOMER-NUMBER NOT NUMERIC
                   OR MI-CUSTOMER-NUMBER = ZERO
               DISPLAY 'CUSTOMER NUMBER MISSING OR NOT NUMERIC'
               PERFORM 0700-REJECT-ACTION
           ELSE
               PERFORM 0350-READ-MASTER
               IF WS-ACCT-FOUND NOT = 'Y'
                   DISPLAY 'ACCOUNT NOT ON MASTER: ' MI-ACCOUNT-NUMBER
                   PERFORM 0700-REJECT-ACTION
               ELSE
                   PERFORM 1430-READ-PARTY-ROLE
                   IF WS-PARTY-FOUND NOT = 'Y'
                       DISPLAY 'PARTY ROLE NOT ON ACCOUNT: '
                               MI-CUSTOMER-NUMBER ' ROLE '
                               MI-PARTY-ROLE
                       PERFORM 0700-REJECT-ACTION
                   ELSE
                       IF AP-END-DATE NOT = ZERO
                           DISPLAY 'PARTY ROLE ALREADY ENDED ON '
                                   AP-END-DATE
                           PERFORM 0700-REJECT-ACTION
                       ELSE
                           PERFORM 1520-APPLY-PARTY-END
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1520-APPLY-PARTY-END.
           IF MI-END-DATE NOT NUMERIC
               DISPLAY 'END DATE NOT NUMERIC: ' MI-ACCOUNT-NUMBER
               PERFORM 0700-REJECT-ACTION
           ELSE
               MOVE MI-END-DATE TO WS-PARTY-END
               IF WS-PARTY-END = ZERO
                   MOVE WS-CURRENT-DATE TO WS-PARTY-END
               END-IF
               IF WS-PARTY-END > WS-CURRENT-DATE
                       OR WS-PARTY-END < AP-EFFECTIVE-DATE
                   DISPLAY 'END DATE ' WS-PARTY-END
                           ' OUTSIDE EFFECTIVE DATE '
                           AP-EFFECTIVE-DATE ' TO BUSINESS DATE '
                           WS-CURRENT-DATE
                   PERFORM 0700-REJECT-ACTION
               ELSE
                   MOVE WS-PARTY-END    TO AP-END-DATE
                   MOVE WS-CURRENT-DATE TO AP-DATE-CHANGED
                   REWRITE ACCOUNT-PARTY-RECORD
                   IF WS-AP-STATUS = '00'
                       PERFORM 1470-DELETE-PARTY-XREF
                       MOVE AP-ROLE-CODE      TO WS-PARTY-ROLE
                       MOVE AP-EFFECTIVE-DATE TO WS-PARTY-EFFECTIVE
                       MOVE AP-STATEMENT-COPY TO WS-PARTY-COPY
                       MOVE AM-ACCOUNT-STATUS TO WS-OLD-STATUS
                       PERFORM 0750-WRITE-MAINT-JOURNAL
                   ELSE
                       DISPLAY 'PARTY REWRITE FAILED, STATUS '
                               WS-AP-STATUS
                       PERFORM 0700-REJECT-ACTION
                   END-IF
               END-IF
           END-IF.

      *    LOAN TERMS ARE EDITED BEFORE THE ACCOUNT IS WRITTEN, SO A
      *    LOAN WITH BAD TERMS NEVER REACHES THE MASTER. THE REPAYMENT
      *    ACCOUNT IS READ INTO THE MASTER RECORD AREA, WHICH IS FREE
      *    AT THIS POINT - THE NEW ACCOUNT IS BUILT AFTERWARDS.
       1600-EDIT-LOAN-FIELDS.
           IF MI-LOAN-PRINCIPAL NOT NUMERIC
                   OR MI-LOAN-RATE NOT NUMERIC
                   OR MI-LOAN-TERM NOT NUMERIC
                   OR MI-LOAN-DUE-DAY NOT NUMERIC
                   OR MI-REPAYMENT-ACCOUNT NOT NUMERIC
               DISPLAY 'LOAN FIELDS NOT NUMERIC: ' MI-ACCOUNT-NUMBER
               MOVE 'N' TO WS-LOAN-EDIT-OK
           END-IF
           IF WS-LOAN-EDIT-OK = 'Y'
               IF MI-LOAN-PRINCIPAL NOT > ZERO
                       OR MI-LOAN-RATE < ZERO
                       OR MI-LOAN-TERM = ZERO
                       OR MI-LOAN-TERM > 360
                       OR MI-LOAN-DUE-DAY > 31
                   DISPLAY 'LOAN PRINCIPAL, RATE, TERM OR DUE DAY '
                           'OUT OF RANGE: ' MI-ACCOUNT-NUMBER
                   MOVE 'N' TO WS-LOAN-EDIT-OK
               END-IF
           END-IF
           IF WS-LOAN-EDIT-OK = 'Y'
               IF MI-DISBURSE-FLAG = SPACE
                   MOVE 'N' TO MI-DISBURSE-FLAG
               END-IF
               IF MI-DISBURSE-FLAG NOT = 'Y'
                       AND MI-DISBURSE-FLAG NOT = 'N'
                   DISPLAY 'INVALID DISBURSE FLAG: ' MI-DISBURSE-FLAG
                   MOVE 'N' TO WS-LOAN-EDIT-OK
               END-IF
           END-IF
           IF WS-LOAN-EDIT-OK = 'Y'
               PERFORM 1610-CHECK-REPAYMENT-ACCOUNT
           END-IF
           IF WS-LOAN-EDIT-OK = 'Y'
               MOVE 'Y' TO WS-LOAN-FOUND
               MOVE MI-ACCOUNT-NUMBER TO LT-ACCOUNT-NUMBER
               READ LOAN-TERMS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LOAN-FOUND
               END-READ
               IF WS-LOAN-FOUND = 'Y'
                   DISPLAY 'LOAN TERMS ALREADY ON FILE: '
                           MI-ACCOUNT-NUMBER
                   MOVE 'N' TO WS-LOAN-EDIT-OK
               END-IF
           END-IF.

       1610-CHECK-REPAYMENT-ACCOUNT.
           IF MI-REPAYMENT-ACCOUNT = ZERO
                   OR MI-REPAYMENT-ACCOUNT = MI-ACCOUNT-NUMBER
               DISPLAY 'INVALID REPAYMENT ACCOUNT: '
                       MI-REPAYMENT-ACCOUNT
               MOVE 'N' TO WS-LOAN-EDIT-OK
           ELSE
               MOVE 'Y' TO WS-REPAY-FOUND
               MOVE MI-REPAYMENT-ACCOUNT TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-REPAY-FOUND
               END-READ
               MOVE AM-ACCOUNT-STATUS TO WS-REPAY-STATUS
               MOVE AM-ACCOUNT-TYPE   TO WS-REPAY-TYPE
               MOVE AM-CURRENCY-CODE  TO WS-REPAY-CURRENCY
               IF WS-REPAY-FOUND NOT = 'Y'
                   DISPLAY 'REPAYMENT ACCOUNT NOT ON MASTER: '
                           MI-REPAYMENT-ACCOUNT
                   MOVE 'N' TO WS-LOAN-EDIT-OK
               ELSE
                   IF WS-REPAY-STATUS = 'C' OR WS-REPAY-TYPE = 'L'
                       DISPLAY 'REPAYMENT ACCOUNT IS CLOSED OR IS '
                               'A LOAN: ' MI-REPAYMENT-ACCOUNT
                       MOVE 'N' TO WS-LOAN-EDIT-OK
                   ELSE
                       IF WS-REPAY-CURRENCY NOT = MI-CURRENCY-CODE
                           DISPLAY 'REPAYMENT ACCOUNT CURRENCY '
                                   WS-REPAY-CURRENCY ' DIFFERS FROM '
                                   MI-CURRENCY-CODE
                           MOVE 'N' TO WS-LOAN-EDIT-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ENTERED WITH THE NEW LOAN ACCOUNT JUST WRITTEN. THE FIRST
      *    INSTALLMENT FALLS DUE ON THE DUE DAY OF THE MONTH AFTER
      *    THE OPENING MONTH. A WRITE FAILURE HERE LEAVES THE ACCOUNT
      *    OPEN WITHOUT ITS FULL TERMS AND IS REPORTED FOR REPAIR, AS
      *    AN ACCTXREF FAILURE IS IN 0470.
       1650-WRITE-LOAN-TERMS.
           MOVE MI-LOAN-DUE-DAY TO WS-LOAN-DUE-DAY
           IF WS-LOAN-DUE-DAY = ZERO
               MOVE WS-CURRENT-DATE(7:2) TO WS-LOAN-DUE-DAY
           END-IF
           PERFORM 1660-COMPUTE-LOAN-PAYMENT
           MOVE WS-CURRENT-DATE TO WS-DUE-DATE
           PERFORM 1680-ADVANCE-DUE-MONTH
           MOVE MI-ACCOUNT-NUMBER    TO LT-ACCOUNT-NUMBER
           MOVE MI-REPAYMENT-ACCOUNT TO LT-REPAYMENT-ACCOUNT
           MOVE MI-LOAN-PRINCIPAL    TO LT-PRINCIPAL
           MOVE MI-LOAN-RATE         TO LT-ANNUAL-RATE
           MOVE MI-LOAN-TERM         TO LT-TERM-MONTHS
           MOVE WS-LOAN-PAYMENT      TO LT-PAYMENT-AMOUNT
           MOVE WS-LOAN-DUE-DAY      TO LT-DUE-DAY
           MOVE WS-DUE-DATE          TO LT-FIRST-DUE-DATE
           MOVE MI-LOAN-PRINCIPAL    TO LT-PRINCIPAL-OUTSTANDING
           MOVE ZERO                 TO LT-ACCRUED-INTEREST
           MOVE WS-CURRENT-DATE      TO LT-LAST-ACCRUAL-DATE
           MOVE MI-DISBURSE-FLAG     TO LT-DISBURSE-FLAG
           MOVE ZERO                 TO LT-DISBURSED-DATE
           MOVE 'A'                  TO LT-LOAN-STATUS
           MOVE WS-CURRENT-DATE      TO LT-DATE-OPENED
           MOVE ZERO                 TO LT-LAST-PAYMENT-DATE
           WRITE LOAN-TERMS-RECORD
           IF WS-LT-STATUS NOT = '00'
               DISPLAY 'LOAN TERMS WRITE FAILED FOR ACCOUNT '
                       MI-ACCOUNT-NUMBER ' FILE STATUS ' WS-LT-STATUS
                       ' - LOAN OPEN WITHOUT TERMS'
           ELSE
               PERFORM 1670-WRITE-SCHEDULE
               MOVE WS-LOAN-PAYMENT TO WS-PAYMENT-EDIT
               DISPLAY 'LOAN OPENED: ' MI-ACCOUNT-NUMBER
                       ' PAYMENT: ' WS-PAYMENT-EDIT
                       ' INSTALLMENTS: ' WS-SCHED-WRITTEN
                       ' FIRST DUE: ' LT-FIRST-DUE-DATE
           END-IF.

       1660-COMPUTE-LOAN-PAYMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED = MI-LOAN-RATE / 12
           IF WS-MONTHLY-RATE = ZERO
               COMPUTE WS-LOAN-PAYMENT ROUNDED =
                   MI-LOAN-PRINCIPAL / MI-LOAN-TERM
           ELSE
               COMPUTE WS-RATE-GROWTH ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** MI-LOAN-TERM
               COMPUTE WS-LOAN-PAYMENT ROUNDED =
                   MI-LOAN-PRINCIPAL * WS-MONTHLY-RATE
                       * WS-RATE-GROWTH / (WS-RATE-GROWTH - 1)
           END-IF.

       1670-WRITE-SCHEDULE.
           MOVE MI-LOAN-PRINCIPAL TO WS-SCHED-BALANCE
           MOVE ZERO TO WS-SCHED-WRITTEN
           PERFORM VARYING WS-SCHED-NUMBER FROM 1 BY 1
                   UNTIL WS-SCHED-NUMBER > MI-LOAN-TERM
               IF WS-SCHED-NUMBER > 1
                   PERFORM 1680-ADVANCE-DUE-MONTH
               END-IF
               COMPUTE WS-SCHED-INTEREST ROUNDED =
                   WS-SCHED-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-SCHED-PRINCIPAL =
                   WS-LOAN-PAYMENT - WS-SCHED-INTEREST
               IF WS-SCHED-NUMBER = MI-LOAN-TERM
                       OR WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
                   MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
               END-IF
               SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
               MOVE MI-ACCOUNT-NUMBER   TO LD-ACCOUNT-NUMBER
               MOVE WS-SCHED-NUMBER     TO LD-INSTALLMENT-NO
               MOVE WS-DUE-DATE         TO LD-DUE-DATE
               COMPUTE LD-PAYMENT-AMOUNT =
                   WS-SCHED-INTEREST + WS-SCHED-PRINCIPAL
               MOVE WS-SCHED-INTEREST   TO LD-INTEREST-AMOUNT
               MOVE WS-SCHED-PRINCIPAL  TO LD-PRINCIPAL-AMOUNT
               MOVE WS-SCHED-BALANCE    TO LD-BALANCE-AFTER
               MOVE 'D'                 TO LD-STATUS
               MOVE ZERO                TO LD-GENERATED-DATE
               MOVE ZERO                TO LD-AMOUNT-PAID
               MOVE ZERO                TO LD-DATE-PAID
               MOVE ZERO                TO LD-LATE-FEE-DATE
               WRITE LOAN-SCHEDULE-RECORD
               IF WS-LD-STATUS = '00'
                   ADD 1 TO WS-SCHED-WRITTEN
               ELSE
                   DISPLAY 'LOAN SCHEDULE WRITE FAILED FOR ACCOUNT '
                           MI-ACCOUNT-NUMBER ' INSTALLMENT '
                           WS-SCHED-NUMBER ' FILE STATUS '
                           WS-LD-STATUS
               END-IF
           END-PERFORM.

      *    STEPS WS-DUE-DATE ON ONE MONTH AND SETS ITS DAY TO THE
      *    LOAN'S DUE DAY, CLAMPED TO THE MONTH'S LENGTH THE SAME WAY
      *    STORDGEN CLAMPS A MONTHLY STANDING ORDER.
       1680-ADVANCE-DUE-MONTH.
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           MOVE WS-LOAN-DUE-DAY TO WS-DUE-DAY
           EVALUATE WS-DUE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-DUE-YEAR BY 4 GIVING WS-YEAR-REMAINDER
                       REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           IF WS-DUE-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DUE-DAY
           END-IF.

       0800-CLOSE-FILES.
           CLOSE MAINT-INPUT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ACCOUNT-XREF-FILE
           CLOSE OVERDRAFT-PROTECTION-FILE
           CLOSE ACCOUNT-PARTY-FILE
           CLOSE PARTY-XREF-FILE
           CLOSE LOAN-TERMS-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE MAINT-JOURNAL-FILE.

       0900-DISPLAY-SUMMARY.
