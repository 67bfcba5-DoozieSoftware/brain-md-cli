      *  ORDER, AND PRINTS A FORMATTED STATEMENT PER ACCOUNT: OPENING
      *  BALANCE, EACH POSTING IN DATE ORDER WITH A READABLE
      *  DESCRIPTION DERIVED FROM JR-TRANS-TYPE (DEPOSIT, WITHDRAWAL,
      *  OVERDRAFT, SWEEP OR LOAN LATE FEE, INTEREST, LOAN INTEREST),
      *  THE RUNNING BALANCE AFTER EACH POSTING, AND THE CLOSING
      *  BALANCE, ALL IN THE ACCOUNT'S OWN CURRENCY FROM ACCTMAST. EACH
      *  STATEMENT IS HEADED WITH THE OWNING CUSTOMER'S NAME AND
      *  MAILING ADDRESS FROM CUSTMAST (VIA AM-CUSTOMER-NUMBER); AN
      *  UNLINKED ACCOUNT PRINTS THE ACCOUNT-ONLY HEADING AS BEFORE.
      *  EVERY JOINT OWNER IN FORCE ON THE ACCOUNT (ACCTPTY ROLE J, NOT
      *  ENDED) WHO HAS ASKED FOR A STATEMENT COPY (AP-STATEMENT-COPY
      *  Y) GETS A FULL COPY OF THE STATEMENT, HEADED WITH THEIR OWN
      *  NAME AND ADDRESS AND MARKED AS A COPY, PRINTED DIRECTLY AFTER
      *  THE OWNER'S - EACH POSTING IS RELEASED TO THE SORT ONCE PER
      *  RECIPIENT, SO THE COPIES FALL OUT OF THE SAME CONTROL BREAK AS
      *  THE ORIGINAL. SCHEDULE AFTER THE MONTH'S LAST RECONCIL SO ONLY
      *  RECONCILED FIGURES ARE EVER PRINTED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT ACCOUNT-PARTY-FILE ASSIGN TO "ACCTPTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-PARTY-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "STMTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           COPY ACCTMAST.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
       FD  ACCOUNT-PARTY-FILE.
           COPY ACCTPTY.
       FD  STATEMENT-FILE.
       01  STATEMENT-PRINT-LINE        PIC X(90).
       FD  RUN-CONTROL-FILE.
           COPY PROCCAL.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-COPY-CUSTOMER        PIC 9(10).
           05  SR-POSTING.
               10  SR-ACCOUNT-NUMBER   PIC 9(10).
               10  SR-TRANS-TYPE       PIC X(01).
               10  SR-ACCOUNT-TYPE     PIC X(01).
               10  SR-AMOUNT           PIC S9(09)V99.
               10  SR-BEFORE-BALANCE   PIC S9(09)V99.
               10  SR-AFTER-BALANCE    PIC S9(09)V99.
               10  SR-CURRENCY-CODE    PIC X(03).
               10  SR-TIMESTAMP        PIC X(21).
               10  SR-OVERRIDE-FLAG    PIC X(01).
               10  SR-SUPERVISOR-ID    PIC X(08).
               10  SR-CONTRA-ACCOUNT   PIC 9(10).
               10  SR-BUSINESS-DATE    PIC 9(08).
               10  SR-ORIGINAL-DATE    PIC 9(08).
               10  SR-ORIGINAL-SEQ     PIC 9(06).
               10  SR-BRANCH-CODE      PIC 9(04).
               10  SR-TELLER-ID        PIC X(08).
               10  SR-CHANNEL-CODE     PIC X(01).
               10  SR-ORIG-CURRENCY    PIC X(03).
               10  SR-ORIG-AMOUNT      PIC S9(09)V99.
               10  SR-FX-RATE          PIC S9(04)V9(06).
               10  SR-SERIAL-NUMBER    PIC 9(10).
       WORKING-STORAGE SECTION.
       01  WS-JR-STATUS          PIC X(02).
       01  WS-AM-STATUS          PIC X(02).
       01  WS-ST-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-CL-STATUS          PIC X(02).
       01  WS-AP-STATUS          PIC X(02).
       01  WS-JR-EOF-SWITCH      PIC X(01).
       01  WS-PARTY-OPEN-SWITCH  PIC X(01).
       01  WS-PARTY-EOF-SWITCH   PIC X(01).
       01  WS-COPY-ACCOUNT       PIC 9(10).
       01  WS-COPY-COUNT         PIC 9(02).
       01  WS-COPY-SUB           PIC 9(02).
       01  WS-COPY-TABLE.
           05  WS-COPY-CUSTOMER  PIC 9(10) OCCURS 10 TIMES.
       01  WS-PREV-COPY-CUSTOMER PIC 9(10).
       01  WS-STMT-CUSTOMER      PIC 9(10).
       01  WS-CAL-EOF-SWITCH     PIC X(01).
       01  WS-MONTH-END-FLAG     PIC X(01).
       01  WS-REFUSE-SWITCH      PIC X(01) VALUE 'N'.
       01  WS-BALANCE-EDIT       PIC ZZZZZZZZZ9.99-.
       01  WS-ACCOUNTS-PRINTED   PIC 9(08).
       01  WS-POSTINGS-PRINTED   PIC 9(08).
       01  WS-COPIES-PRINTED     PIC 9(08).
       COPY CTLTOT.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0050-CHECK-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0080-PROVE-JOURNAL
           IF CT-RESULT NOT = '00'
               DISPLAY 'STMTGEN ABEND: TRNJRNL.DAT FAILED ITS CONTROL '
                       'TOTALS, REASON ' CT-RESULT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ACCOUNT-NUMBER
               ON ASCENDING KEY SR-COPY-CUSTOMER
               ON ASCENDING KEY SR-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0200-RELEASE-POSTINGS
               OUTPUT PROCEDURE IS 0300-PRINT-STATEMENTS
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
               CLOSE CALENDAR-FILE
           END-IF.

      *    EVERY BATCH IN THE CONCATENATED GENERATIONS MUST BE COMPLETE
      *    AND IN BALANCE (SEE CTLTOT) BEFORE A STATEMENT IS PRINTED.
      *    THE GENERATIONS SPAN THE MONTH, SO NO DATE IS CHECKED; A
      *    MISSING OR DOUBLED GENERATION IS FOR RECONCIL TO FIND.
       0080-PROVE-JOURNAL.
           MOVE 'TRNJRNL' TO CT-FILE-NAME
           MOVE RN-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE 'N' TO CT-DATE-CHECK
           MOVE 'N' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-STATUS = '00'
               MOVE 'N' TO WS-JR-EOF-SWITCH
               PERFORM UNTIL WS-JR-EOF-SWITCH = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JR-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                               JOURNAL-RECORD
                                               JR-ACCOUNT-NUMBER
                                               JR-AMOUNT
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' CONTROL-TOTAL-AREA
                                   JOURNAL-RECORD JR-ACCOUNT-NUMBER
                                   JR-AMOUNT
               CLOSE JOURNAL-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN OUTPUT STATEMENT-FILE
           MOVE 'Y' TO WS-PARTY-OPEN-SWITCH
           OPEN INPUT ACCOUNT-PARTY-FILE
           IF WS-AP-STATUS NOT = '00'
               DISPLAY 'STMTGEN WARNING: CANNOT OPEN ACCTPTY.DAT, '
                       'FILE STATUS ' WS-AP-STATUS
                       ' - NO JOINT OWNER COPIES PRINTED'
               MOVE 'N' TO WS-PARTY-OPEN-SWITCH
           END-IF
           MOVE 'N' TO WS-STMT-OPEN-SWITCH
           MOVE ZERO TO WS-PREV-ACCOUNT
           MOVE ZERO TO WS-PREV-COPY-CUSTOMER
           MOVE ZERO TO WS-COPY-ACCOUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-ACCOUNTS-PRINTED
           MOVE ZERO TO WS-POSTINGS-PRINTED
           MOVE ZERO TO WS-COPIES-PRINTED.

      *    EACH POSTING GOES TO THE SORT ONCE FOR THE OWNER'S
      *    STATEMENT (SR-COPY-CUSTOMER ZERO) AND ONCE MORE FOR EACH
      *    JOINT OWNER WANTING A COPY. THE JOINT OWNERS OF THE LAST
      *    ACCOUNT LOOKED UP ARE KEPT IN WS-COPY-TABLE SO ACCTPTY IS
      *    ONLY BROWSED WHEN THE ACCOUNT CHANGES.
       0200-RELEASE-POSTINGS.
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-STATUS NOT = '00'
               DISPLAY 'STMTGEN ABEND: CANNOT OPEN TRNJRNL.DAT, '
                       'FILE STATUS ' WS-JR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-JR-EOF-SWITCH
           PERFORM UNTIL WS-JR-EOF-SWITCH = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JR-EOF-SWITCH
                   NOT AT END
                       CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                           JOURNAL-RECORD
                                           JR-ACCOUNT-NUMBER
                                           JR-AMOUNT
                       IF CT-RECORD-KIND = 'D'
                           PERFORM 0220-RELEASE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       0220-RELEASE-ONE-POSTING.
           MOVE JOURNAL-RECORD TO SR-POSTING
           MOVE ZERO TO SR-COPY-CUSTOMER
           RELEASE SORT-RECORD
           IF JR-ACCOUNT-NUMBER NOT = WS-COPY-ACCOUNT
               PERFORM 0240-LOAD-COPY-RECIPIENTS
           END-IF
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > WS-COPY-COUNT
               MOVE WS-COPY-CUSTOMER(WS-COPY-SUB) TO SR-COPY-CUSTOMER
               RELEASE SORT-RECORD
           END-PERFORM.

       0240-LOAD-COPY-RECIPIENTS.
           MOVE JR-ACCOUNT-NUMBER TO WS-COPY-ACCOUNT
           MOVE ZERO TO WS-COPY-COUNT
           IF WS-PARTY-OPEN-SWITCH = 'Y'
               MOVE JR-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
               MOVE ZERO TO AP-CUSTOMER-NUMBER
               MOVE LOW-VALUES TO AP-ROLE-CODE
               MOVE 'N' TO WS-PARTY-EOF-SWITCH
               START ACCOUNT-PARTY-FILE KEY NOT < AP-PARTY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PARTY-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-PARTY-EOF-SWITCH = 'Y'
                   READ ACCOUNT-PARTY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PARTY-EOF-SWITCH
                       NOT AT END
                           PERFORM 0250-CHECK-COPY-RECIPIENT
                   END-READ
               END-PERFORM
           END-IF.

       0250-CHECK-COPY-RECIPIENT.
           IF AP-ACCOUNT-NUMBER NOT = WS-COPY-ACCOUNT
               MOVE 'Y' TO WS-PARTY-EOF-SWITCH
           ELSE
               IF AP-ROLE-CODE = 'J'
                       AND AP-STATEMENT-COPY = 'Y'
                       AND AP-END-DATE = ZERO
                       AND AP-EFFECTIVE-DATE NOT > RN-BUSINESS-DATE
                   IF WS-COPY-COUNT < 10
                       ADD 1 TO WS-COPY-COUNT
                       MOVE AP-CUSTOMER-NUMBER
                           TO WS-COPY-CUSTOMER(WS-COPY-COUNT)
                   ELSE
                       DISPLAY 'WARNING: MORE THAN 10 STATEMENT '
                               'COPIES FOR ACCOUNT '
                               AP-ACCOUNT-NUMBER ', CUSTOMER '
                               AP-CUSTOMER-NUMBER ' IGNORED'
                   END-IF
               END-IF
           END-IF.

       0300-PRINT-STATEMENTS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH

       0400-PROCESS-SORTED-POSTING.
           IF SR-ACCOUNT-NUMBER NOT = WS-PREV-ACCOUNT
                   OR SR-COPY-CUSTOMER NOT = WS-PREV-COPY-CUSTOMER
               IF WS-STMT-OPEN-SWITCH = 'Y'
                   PERFORM 0600-FINISH-STATEMENT
               END-IF
           MOVE SR-AFTER-BALANCE TO WS-CLOSING-BALANCE.

       0500-START-STATEMENT.
           IF SR-COPY-CUSTOMER = ZERO
               ADD 1 TO WS-ACCOUNTS-PRINTED
           ELSE
               ADD 1 TO WS-COPIES-PRINTED
           END-IF
           MOVE 'Y' TO WS-STMT-OPEN-SWITCH
           MOVE SR-ACCOUNT-NUMBER TO WS-PREV-ACCOUNT
           MOVE SR-COPY-CUSTOMER TO WS-PREV-COPY-CUSTOMER
           MOVE SR-CURRENCY-CODE TO WS-STMT-CURRENCY
           MOVE 'N' TO WS-CUST-FOUND
           MOVE SR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
                   DISPLAY 'ACCOUNT NOT ON MASTER: ' SR-ACCOUNT-NUMBER
               NOT INVALID KEY
                   MOVE AM-CURRENCY-CODE TO WS-STMT-CURRENCY
                   MOVE AM-CUSTOMER-NUMBER TO WS-STMT-CUSTOMER
                   IF SR-COPY-CUSTOMER NOT = ZERO
                       MOVE SR-COPY-CUSTOMER TO WS-STMT-CUSTOMER
                   END-IF
                   IF WS-STMT-CUSTOMER NOT = ZERO
                       PERFORM 0520-READ-CUSTOMER
                   END-IF
           END-READ
           IF WS-CUST-FOUND = 'Y'
               PERFORM 0530-PRINT-CUSTOMER-HEADING
           END-IF
           IF SR-COPY-CUSTOMER NOT = ZERO
               MOVE 'COPY STATEMENT FOR JOINT OWNER'
                   TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           STRING 'STATEMENT OF ACCOUNT ' DELIMITED BY SIZE
                  SR-ACCOUNT-NUMBER DELIMITED BY SIZE
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LINE.

       0520-READ-CUSTOMER.
           MOVE WS-STMT-CUSTOMER TO CM-CUSTOMER-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT ON CUSTMAST: '
                           WS-STMT-CUSTOMER ' FOR ACCOUNT '
                           AM-ACCOUNT-NUMBER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
           WRITE STATEMENT-PRINT-LINE.

       0550-PRINT-POSTING-LINE.
           IF SR-COPY-CUSTOMER = ZERO
               ADD 1 TO WS-POSTINGS-PRINTED
           END-IF
           EVALUATE SR-TRANS-TYPE
               WHEN 'C'
                   IF SR-CONTRA-ACCOUNT NOT = ZERO
                       MOVE 'WITHDRAWAL    ' TO WS-TRANS-DESC
                   END-IF
               WHEN 'F'
                   IF SR-CONTRA-ACCOUNT NOT = ZERO
                       PERFORM 0560-DESCRIBE-CONTRA-FEE
                   ELSE
                       MOVE 'OVERDRAFT FEE ' TO WS-TRANS-DESC
                   END-IF
               WHEN 'I'
                   MOVE 'INTEREST      ' TO WS-TRANS-DESC
               WHEN 'L'
                   MOVE 'LOAN INTEREST ' TO WS-TRANS-DESC
               WHEN 'R'
                   MOVE 'REVERSAL      ' TO WS-TRANS-DESC
               WHEN 'S'
               INTO WS-STMT-LINE
           WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LINE.

      *    A FEE CARRYING A CONTRA IS A SWEEP FEE (CONTRA = THE
      *    PROTECTING ACCOUNT) OR A LOAN LATE FEE (CONTRA = THE LOAN);
      *    THE CONTRA'S ACCOUNT TYPE TELLS THEM APART. THE MASTER
      *    RECORD AREA IS FREE AFTER THE STATEMENT HEADING.
       0560-DESCRIBE-CONTRA-FEE.
           MOVE 'SWEEP FEE     ' TO WS-TRANS-DESC
           MOVE SR-CONTRA-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-ACCOUNT-TYPE = 'L'
                       MOVE 'LOAN LATE FEE ' TO WS-TRANS-DESC
                   END-IF
           END-READ.

       0600-FINISH-STATEMENT.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-STMT-LINE
       0800-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-PARTY-OPEN-SWITCH = 'Y'
               CLOSE ACCOUNT-PARTY-FILE
           END-IF
           CLOSE STATEMENT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'STMTGEN RUN SUMMARY'
           DISPLAY 'ACCOUNTS PRINTED..: ' WS-ACCOUNTS-PRINTED
           DISPLAY 'POSTINGS PRINTED..: ' WS-POSTINGS-PRINTED
           DISPLAY 'COPIES PRINTED....: ' WS-COPIES-PRINTED.
