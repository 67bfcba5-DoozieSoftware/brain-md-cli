       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAUTH.
      *----------------------------------------------------------------
      *  CARD AUTHORIZATION HOLD RUN
      *  RUNS SEVERAL TIMES A DAY AS EACH AUTHORIZATION FILE ARRIVES
      *  FROM THE CARD PROCESSOR (SEE CRDAUTH) AND KEEPS THE ACCTHOLD
      *  KSDS IN STEP WITH IT, SO A CARD PURCHASE EARMARKS THE FUNDS
      *  FROM THE MOMENT IT IS APPROVED AND TRANSACT, THE TELLER
      *  SCREENS AND THE OVERDRAFT CHECK ALL SEE THE REDUCED
      *  AVAILABLE BALANCE BEFORE THE PURCHASE SETTLES:
      *    - AN APPROVED AUTHORIZATION PLACES A HOLD FOR THE BILLING
      *      AMOUNT WITH THE NEXT WITHIN-ACCOUNT SEQUENCE, CARRYING
      *      THE AUTH CODE AND MERCHANT ID FOR THE SETTLEMENT MATCH
      *      AND THE MERCHANT NAME AS ITS REASON. THE HOLD EXPIRES
      *      WS-AUTH-HOLD-DAYS AFTER THE BUSINESS DATE, SO AN
      *      AUTHORIZATION THAT NEVER SETTLES STOPS COUNTING ON ITS
      *      OWN AND CARDSETL RELEASES IT AND REPORTS IT AS STALE;
      *    - A REVERSAL RELEASES THE ACTIVE HOLD ON THE ACCOUNT WITH
      *      THE SAME AUTH CODE.
      *  AN AUTHORIZATION THAT ALREADY HAS AN ACTIVE HOLD (THE
      *  PROCESSOR RESENT IT) IS SKIPPED, SO A FILE MAY BE APPLIED
      *  TWICE WITHOUT DOUBLING THE HOLDS. AN EVENT FOR AN ACCOUNT
      *  THAT IS NOT ON ACCTMAST OR IS CLOSED, AN AUTHORIZATION NOT
      *  IN THE ACCOUNT'S CURRENCY, AND A REVERSAL WITH NO ACTIVE
      *  HOLD TO RELEASE ARE REJECTED ON SYSOUT WITH THE REASON AND
      *  LEAVE THE FILE UNTOUCHED; THE RUN THEN ENDS RC 4.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-AUTH-FILE ASSIGN TO "CRDAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-AM-STATUS.
           SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-AUTH-FILE.
           COPY CRDAUTH.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.
       FD  ACCOUNT-HOLD-FILE.
           COPY ACCTHOLD.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-CA-STATUS          PIC X(02).
       01  WS-AM-STATUS          PIC X(02).
       01  WS-HD-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-ACCT-FOUND         PIC X(01).
       01  WS-SCAN-DONE          PIC X(01).
       01  WS-AUTH-HOLD-DAYS     PIC 9(03) VALUE 7.
       01  WS-NEXT-HOLD-SEQ      PIC 9(04).
       01  WS-ACTIVE-HOLD-SEQ    PIC 9(04).
       01  WS-CURRENT-DATE       PIC 9(08).
       01  WS-EXPIRY-DATE        PIC 9(08).
       01  WS-EVENTS-READ        PIC 9(08).
       01  WS-HOLDS-PLACED       PIC 9(08).
       01  WS-HOLDS-RELEASED     PIC 9(08).
       01  WS-DUPLICATES         PIC 9(08).
       01  WS-EVENTS-REJECTED    PIC 9(08).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               PERFORM 0200-READ-AUTH-EVENT
               IF WS-EOF-SWITCH NOT = 'Y'
                   PERFORM 0300-APPLY-AUTH-EVENT
               END-IF
           END-PERFORM
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT CARD-AUTH-FILE
           IF WS-CA-STATUS NOT = '00'
               DISPLAY 'CARDAUTH ABEND: CANNOT OPEN CRDAUTH.DAT, '
                       'FILE STATUS ' WS-CA-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY 'CARDAUTH ABEND: CANNOT OPEN ACCTMAST.DAT, '
                       'FILE STATUS ' WS-AM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O ACCOUNT-HOLD-FILE
           IF WS-HD-STATUS = '35'
               OPEN OUTPUT ACCOUNT-HOLD-FILE
               CLOSE ACCOUNT-HOLD-FILE
               OPEN I-O ACCOUNT-HOLD-FILE
           END-IF
           IF WS-HD-STATUS NOT = '00'
               DISPLAY 'CARDAUTH ABEND: CANNOT OPEN ACCTHOLD.DAT, '
                       'FILE STATUS ' WS-HD-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           PERFORM 0120-READ-RUN-CONTROL
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-EVENTS-READ
           MOVE ZERO TO WS-HOLDS-PLACED
           MOVE ZERO TO WS-HOLDS-RELEASED
           MOVE ZERO TO WS-DUPLICATES
           MOVE ZERO TO WS-EVENTS-REJECTED.

      *    THE HOLD IS DATED WITH THE BUSINESS DATE AND EXPIRES A
      *    FIXED NUMBER OF CALENDAR DAYS LATER.
       0120-READ-RUN-CONTROL.
           MOVE ZERO TO WS-CURRENT-DATE
           MOVE ZERO TO WS-EXPIRY-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'CARDAUTH ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'CARDAUTH ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-CURRENT-DATE
                       COMPUTE WS-EXPIRY-DATE =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                               + WS-AUTH-HOLD-DAYS)
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0200-READ-AUTH-EVENT.
           READ CARD-AUTH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
           END-READ.

       0300-APPLY-AUTH-EVENT.
           IF CA-ACCOUNT-NUMBER NOT NUMERIC
                   OR CA-ACCOUNT-NUMBER = ZERO
               DISPLAY 'ACCOUNT NUMBER MISSING OR NOT NUMERIC'
               PERFORM 0700-REJECT-EVENT
           ELSE
               IF CA-AUTH-CODE = SPACES
                   DISPLAY 'AUTH CODE MISSING: ' CA-ACCOUNT-NUMBER
                   PERFORM 0700-REJECT-EVENT
               ELSE
                   PERFORM 0350-READ-MASTER
                   IF WS-ACCT-FOUND NOT = 'Y'
                       DISPLAY 'ACCOUNT NOT ON MASTER: '
                               CA-ACCOUNT-NUMBER
                       PERFORM 0700-REJECT-EVENT
                   ELSE
                       IF AM-ACCOUNT-STATUS = 'C'
                           DISPLAY 'ACCOUNT IS CLOSED: '
                                   CA-ACCOUNT-NUMBER
                           PERFORM 0700-REJECT-EVENT
                       ELSE
                           PERFORM 0450-SCAN-ACCOUNT-HOLDS
                           EVALUATE CA-RECORD-TYPE
                               WHEN 'A'
                                   PERFORM 0400-PLACE-CARD-HOLD
                               WHEN 'V'
                                   PERFORM 0500-RELEASE-CARD-HOLD
                               WHEN OTHER
                                   DISPLAY 'UNKNOWN RECORD TYPE: '
                                           CA-RECORD-TYPE
                                   PERFORM 0700-REJECT-EVENT
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0350-READ-MASTER.
           MOVE 'Y' TO WS-ACCT-FOUND
           MOVE CA-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ.

       0400-PLACE-CARD-HOLD.
           IF CA-AMOUNT NOT NUMERIC OR CA-AMOUNT NOT > ZERO
               DISPLAY 'AUTH AMOUNT MISSING OR NOT POSITIVE: '
                       CA-ACCOUNT-NUMBER
               PERFORM 0700-REJECT-EVENT
           ELSE
               IF CA-CURRENCY-CODE NOT = AM-CURRENCY-CODE
                   DISPLAY 'AUTH CURRENCY ' CA-CURRENCY-CODE
                           ' NOT ACCOUNT CURRENCY ' AM-CURRENCY-CODE
                   PERFORM 0700-REJECT-EVENT
               ELSE
                   IF WS-ACTIVE-HOLD-SEQ NOT = ZERO
                       ADD 1 TO WS-DUPLICATES
                       DISPLAY 'AUTH ALREADY HELD - ACCT: '
                               CA-ACCOUNT-NUMBER
                               ' AUTH: ' CA-AUTH-CODE
                               ' SEQ: ' WS-ACTIVE-HOLD-SEQ
                   ELSE
                       PERFORM 0470-WRITE-CARD-HOLD
                   END-IF
               END-IF
           END-IF.

      *    ONE PASS OVER THE ACCOUNT'S HOLDS GIVES BOTH THE NEXT
      *    SEQUENCE TO ASSIGN AND THE ACTIVE HOLD, IF ANY, ALREADY
      *    CARRYING THIS AUTH CODE.
       0450-SCAN-ACCOUNT-HOLDS.
           MOVE 1 TO WS-NEXT-HOLD-SEQ
           MOVE ZERO TO WS-ACTIVE-HOLD-SEQ
           MOVE CA-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           MOVE ZERO TO HD-HOLD-SEQ
           START ACCOUNT-HOLD-FILE KEY NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE '23' TO WS-HD-STATUS
           END-START
           IF WS-HD-STATUS = '00'
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ ACCOUNT-HOLD-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF HD-ACCOUNT-NUMBER = CA-ACCOUNT-NUMBER
                               COMPUTE WS-NEXT-HOLD-SEQ =
                                   HD-HOLD-SEQ + 1
                               IF HD-STATUS = 'A'
                                       AND HD-AUTH-CODE = CA-AUTH-CODE
                                   MOVE HD-HOLD-SEQ
                                       TO WS-ACTIVE-HOLD-SEQ
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-SCAN-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0470-WRITE-CARD-HOLD.
           MOVE CA-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           MOVE WS-NEXT-HOLD-SEQ  TO HD-HOLD-SEQ
           MOVE CA-AMOUNT         TO HD-AMOUNT
           MOVE CA-MERCHANT-NAME  TO HD-REASON
           MOVE WS-EXPIRY-DATE    TO HD-EXPIRY-DATE
           MOVE 'A'               TO HD-STATUS
           MOVE WS-CURRENT-DATE   TO HD-DATE-PLACED
           MOVE ZERO              TO HD-DATE-RELEASED
           MOVE CA-AUTH-CODE      TO HD-AUTH-CODE
           MOVE CA-MERCHANT-ID    TO HD-MERCHANT-ID
           WRITE ACCOUNT-HOLD-RECORD
           IF WS-HD-STATUS = '00'
               ADD 1 TO WS-HOLDS-PLACED
               DISPLAY 'CARD HOLD PLACED - ACCT: ' HD-ACCOUNT-NUMBER
                       ' SEQ: ' HD-HOLD-SEQ
                       ' AUTH: ' HD-AUTH-CODE
                       ' MERCHANT: ' HD-REASON
           ELSE
               DISPLAY 'HOLD WRITE FAILED, STATUS ' WS-HD-STATUS
               PERFORM 0700-REJECT-EVENT
           END-IF.

       0500-RELEASE-CARD-HOLD.
           IF WS-ACTIVE-HOLD-SEQ = ZERO
               DISPLAY 'NO ACTIVE HOLD FOR REVERSAL - ACCT: '
                       CA-ACCOUNT-NUMBER ' AUTH: ' CA-AUTH-CODE
               PERFORM 0700-REJECT-EVENT
           ELSE
               MOVE CA-ACCOUNT-NUMBER  TO HD-ACCOUNT-NUMBER
               MOVE WS-ACTIVE-HOLD-SEQ TO HD-HOLD-SEQ
               READ ACCOUNT-HOLD-FILE
                   INVALID KEY
                       DISPLAY 'HOLD NOT ON FILE - ACCT: '
                               CA-ACCOUNT-NUMBER
                               ' SEQ: ' WS-ACTIVE-HOLD-SEQ
                       PERFORM 0700-REJECT-EVENT
                   NOT INVALID KEY
                       PERFORM 0550-MARK-HOLD-RELEASED
               END-READ
           END-IF.

       0550-MARK-HOLD-RELEASED.
           MOVE 'R' TO HD-STATUS
           MOVE WS-CURRENT-DATE TO HD-DATE-RELEASED
           REWRITE ACCOUNT-HOLD-RECORD
           IF WS-HD-STATUS = '00'
               ADD 1 TO WS-HOLDS-RELEASED
               DISPLAY 'CARD HOLD RELEASED - ACCT: ' HD-ACCOUNT-NUMBER
                       ' SEQ: ' HD-HOLD-SEQ
                       ' AUTH: ' HD-AUTH-CODE
           ELSE
               DISPLAY 'HOLD REWRITE FAILED, STATUS ' WS-HD-STATUS
               PERFORM 0700-REJECT-EVENT
           END-IF.

       0700-REJECT-EVENT.
           ADD 1 TO WS-EVENTS-REJECTED
           DISPLAY 'REJECTED AUTH EVENT: ' CARD-AUTH-RECORD.

       0800-CLOSE-FILES.
           CLOSE CARD-AUTH-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE ACCOUNT-HOLD-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'CARDAUTH RUN SUMMARY'
           DISPLAY 'EVENTS READ......: ' WS-EVENTS-READ
           DISPLAY 'HOLDS PLACED.....: ' WS-HOLDS-PLACED
           DISPLAY 'HOLDS RELEASED...: ' WS-HOLDS-RELEASED
           DISPLAY 'ALREADY HELD.....: ' WS-DUPLICATES
           DISPLAY 'EVENTS REJECTED..: ' WS-EVENTS-REJECTED.

       0950-SET-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE
           IF WS-EVENTS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
