       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDSETL.
      *----------------------------------------------------------------
      *  CARD SETTLEMENT MATCH
      *  RUNS IN THE NIGHTLY POSTING JOB AFTER CLRLOAD AND AHEAD OF
      *  STORDGEN. READS THE NIGHT'S SETTLEMENT FILE FROM THE CARD
      *  PROCESSOR (SEE CRDSETL) AND MATCHES EACH SETTLED PURCHASE TO
      *  THE AUTHORIZATION HOLD CARDAUTH PLACED ON ACCTHOLD - BY AUTH
      *  CODE, OR, WHERE THE PROCESSOR SENDS NO AUTH CODE, BY MERCHANT
      *  AND AMOUNT. THE SETTLED AMOUNT MAY DIFFER FROM THE HOLD:
      *  LESS IS ALWAYS ACCEPTED, MORE IS ACCEPTED UP TO
      *  WS-TIP-TOLERANCE-PCT ABOVE THE HOLD (TIPS), AND AT A FUEL
      *  MERCHANT (CATEGORY 5541 OR 5542) ANY AMOUNT UP TO
      *  WS-FUEL-MAXIMUM IS ACCEPTED WHATEVER THE PRE-AUTHORIZATION
      *  WAS. A MATCHED HOLD IS RELEASED (STATUS S) AND THE SETTLED
      *  AMOUNT IS WRITTEN TO CRDTRAN AS A TYPE-D DEBIT, CHANNEL P,
      *  SEQUENCED AFTER THE HIGHEST NUMBER ON THE CAPTURED AND
      *  CLEARING FILES; A REFUND IS WRITTEN AS A TYPE-C CREDIT WITH
      *  NO MATCH. STORDGEN COPIES CRDTRAN INTO THE MERGED FILE, SO
      *  THE SETTLEMENTS POST THROUGH TRANSACT WITH THE REST OF THE
      *  NIGHT AND A DECLINE GOES TO SUSPENSE LIKE ANY OTHER DEBIT.
      *  A PURCHASE WITH NO MATCHING HOLD, OR OUTSIDE THE TOLERANCE,
      *  AND ANY RECORD FOR AN ACCOUNT NOT ON ACCTMAST OR NOT IN THE
      *  ACCOUNT'S CURRENCY IS NOT POSTED: IT PRINTS ON THE CARD
      *  EXCEPTIONS REPORT (CRDEXC) FOR CARD OPERATIONS TO
      *  INVESTIGATE, AND AN OUT-OF-TOLERANCE HOLD STAYS IN PLACE.
      *  AFTER THE MATCH, EVERY CARD HOLD STILL ACTIVE WHOSE EXPIRY
      *  DATE HAS PASSED IS RELEASED (STATUS E) AS A STALE
      *  AUTHORIZATION AND PRINTS ON THE SAME REPORT.
      *  A RERUN FOR THE SAME BUSINESS DATE FIRST PUTS BACK EVERY CARD
      *  HOLD THIS RUN RELEASED UNDER THAT DATE (STATUS S OR E), SO IT
      *  MATCHES AND RELEASES EXACTLY AS BEFORE AND WRITES THE SAME
      *  POSTINGS WITH THE SAME SEQUENCE NUMBERS. THE RUN ENDS RC 4
      *  WHEN THERE IS ANY EXCEPTION.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-SETTLE-FILE ASSIGN TO "CRDSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-STATUS.
           SELECT TRANS-CAPTURE-FILE ASSIGN TO "TRANCAPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT CLEARING-TRANS-FILE ASSIGN TO "CLRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT CARD-TRANS-FILE ASSIGN TO "CRDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KT-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "CRDEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-SETTLE-FILE.
           COPY CRDSETL.
       FD  TRANS-CAPTURE-FILE.
       01  TRANS-CAPTURE-RECORD  PIC X(80).
       FD  CLEARING-TRANS-FILE.
       01  CLEARING-TRANS-RECORD PIC X(80).
       FD  CARD-TRANS-FILE.
       01  CARD-TRANS-RECORD     PIC X(80).
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.
       FD  ACCOUNT-HOLD-FILE.
           COPY ACCTHOLD.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-CS-STATUS          PIC X(02).
       01  WS-TC-STATUS          PIC X(02).
       01  WS-CT-STATUS          PIC X(02).
       01  WS-KT-STATUS          PIC X(02).
       01  WS-AM-STATUS          PIC X(02).
       01  WS-HD-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-SCAN-DONE          PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-WITHIN-TOLERANCE   PIC X(01).
       01  WS-TIP-TOLERANCE-PCT  PIC 9(03) VALUE 20.
       01  WS-FUEL-MAXIMUM       PIC S9(07)V99 VALUE 175.00.
       01  WS-FUEL-CATEGORY-1    PIC 9(04) VALUE 5541.
       01  WS-FUEL-CATEGORY-2    PIC 9(04) VALUE 5542.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-NEXT-SEQ-NUMBER    PIC 9(08).
       01  WS-FIRST-SEQ-NUMBER   PIC 9(08).
       01  WS-HOLD-AMOUNT        PIC S9(09)V99.
       01  WS-TOLERANCE-LIMIT    PIC S9(09)V99.
       01  WS-AUTH-MATCH-SEQ     PIC 9(04).
       01  WS-AUTH-MATCH-AMOUNT  PIC S9(09)V99.
       01  WS-MERCHANT-MATCH-SEQ PIC 9(04).
       01  WS-EXCEPTION-TEXT     PIC X(20).
       01  WS-EXC-ACCOUNT        PIC 9(10).
       01  WS-EXC-CARD-SUFFIX    PIC X(04).
       01  WS-EXC-AUTH-CODE      PIC X(06).
       01  WS-EXC-AMOUNT         PIC S9(09)V99.
       01  WS-EXC-MERCHANT       PIC X(22).
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       01  WS-SETTLEMENTS-READ   PIC 9(08) VALUE ZERO.
       01  WS-SETTLED-MATCHED    PIC 9(08) VALUE ZERO.
       01  WS-HOLDS-RESTORED     PIC 9(08).
       01  WS-REFUNDS-WRITTEN    PIC 9(08).
       01  WS-UNMATCHED          PIC 9(08).
       01  WS-OUT-OF-TOLERANCE   PIC 9(08).
       01  WS-SETTLEMENTS-REJECTED PIC 9(08) VALUE ZERO.
       01  WS-STALE-RELEASED     PIC 9(08).
       01  WS-EXCEPTIONS         PIC 9(08).
       COPY TRANIN.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'CARDSETL' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0120-READ-RUN-CONTROL
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0200-FIND-HIGHEST-SEQUENCE
           PERFORM 0250-RESTORE-TODAYS-RELEASES
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-ABEND-SWITCH = 'Y'
               READ CARD-SETTLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-SETTLEMENTS-READ
                       PERFORM 0300-PROCESS-SETTLEMENT
               END-READ
           END-PERFORM
           IF WS-ABEND-SWITCH NOT = 'Y'
               PERFORM 0600-RELEASE-STALE-HOLDS
           END-IF
           PERFORM 0700-WRITE-TOTALS
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
           OPEN INPUT CARD-SETTLE-FILE
           IF WS-CS-STATUS NOT = '00'
               DISPLAY 'CARDSETL ABEND: CANNOT OPEN CRDSETL.DAT, '
                       'FILE STATUS ' WS-CS-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT TRANS-CAPTURE-FILE
           IF WS-TC-STATUS NOT = '00'
               DISPLAY 'CARDSETL ABEND: CANNOT OPEN TRANCAPT.DAT, '
                       'FILE STATUS ' WS-TC-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT CLEARING-TRANS-FILE
           IF WS-CT-STATUS NOT = '00'
               DISPLAY 'CARDSETL ABEND: CANNOT OPEN CLRTRAN.DAT, '
                       'FILE STATUS ' WS-CT-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY 'CARDSETL ABEND: CANNOT OPEN ACCTMAST.DAT, '
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
               DISPLAY 'CARDSETL ABEND: CANNOT OPEN ACCTHOLD.DAT, '
                       'FILE STATUS ' WS-HD-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT CARD-TRANS-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-SETTLEMENTS-READ
           MOVE ZERO TO WS-SETTLED-MATCHED
           MOVE ZERO TO WS-HOLDS-RESTORED
           MOVE ZERO TO WS-REFUNDS-WRITTEN
           MOVE ZERO TO WS-UNMATCHED
           MOVE ZERO TO WS-OUT-OF-TOLERANCE
           MOVE ZERO TO WS-SETTLEMENTS-REJECTED
           MOVE ZERO TO WS-STALE-RELEASED
           MOVE ZERO TO WS-EXCEPTIONS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CARD SETTLEMENT EXCEPTIONS FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EXCEPTION            ACCOUNT    CARD AUTH  '
                      DELIMITED BY SIZE
                  '        AMOUNT MERCHANT' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           DISPLAY 'CARDSETL CARD SETTLEMENT MATCH FOR '
                   WS-BUSINESS-DATE.

       0120-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           MOVE ZERO TO WS-NEXT-SEQ-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'CARDSETL ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'CARDSETL ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE RN-TRANIN-LAST-SEQ TO WS-NEXT-SEQ-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    THE SETTLEMENTS ARE NUMBERED AFTER BOTH THE CAPTURED FILE
      *    AND THE CLEARING ITEMS CLRLOAD MAPPED, SO THE MERGED FILE
      *    STAYS IN ORDER FOR THE EDIT STEP; STORDGEN AND LOANDUE
      *    NUMBER AFTER THESE IN TURN.
       0200-FIND-HIGHEST-SEQUENCE.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ TRANS-CAPTURE-FILE INTO TRANS-INPUT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF TI-SEQUENCE-NUMBER NUMERIC
                               AND TI-SEQUENCE-NUMBER
                                   > WS-NEXT-SEQ-NUMBER
                           MOVE TI-SEQUENCE-NUMBER
                               TO WS-NEXT-SEQ-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-CAPTURE-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CLEARING-TRANS-FILE INTO TRANS-INPUT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF TI-SEQUENCE-NUMBER > WS-NEXT-SEQ-NUMBER
                           MOVE TI-SEQUENCE-NUMBER
                               TO WS-NEXT-SEQ-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARING-TRANS-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-NEXT-SEQ-NUMBER TO WS-FIRST-SEQ-NUMBER
           ADD 1 TO WS-FIRST-SEQ-NUMBER.

      *    ONLY A RERUN FINDS ANYTHING HERE: BATCHPOST CANNOT RUN
      *    TWICE FOR A BUSINESS DATE, AND NOTHING ELSE SETS S OR E.
       0250-RESTORE-TODAYS-RELEASES.
           MOVE ZERO TO HD-ACCOUNT-NUMBER
           MOVE ZERO TO HD-HOLD-SEQ
           START ACCOUNT-HOLD-FILE KEY NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   MOVE '23' TO WS-HD-STATUS
           END-START
           IF WS-HD-STATUS = '00'
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                       OR WS-ABEND-SWITCH = 'Y'
                   READ ACCOUNT-HOLD-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF (HD-STATUS = 'S' OR HD-STATUS = 'E')
                                   AND HD-DATE-RELEASED
                                       = WS-BUSINESS-DATE
                               PERFORM 0260-RESTORE-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-HOLDS-RESTORED > ZERO
               DISPLAY 'RERUN - CARD HOLDS RESTORED FOR REMATCH: '
                       WS-HOLDS-RESTORED
           END-IF.

       0260-RESTORE-ONE-HOLD.
           MOVE 'A' TO HD-STATUS
           MOVE ZERO TO HD-DATE-RELEASED
           REWRITE ACCOUNT-HOLD-RECORD
           IF WS-HD-STATUS = '00'
               ADD 1 TO WS-HOLDS-RESTORED
           ELSE
               DISPLAY 'CARDSETL ABEND: CANNOT UPDATE ACCTHOLD.DAT, '
                       'FILE STATUS ' WS-HD-STATUS
                       ' ACCT ' HD-ACCOUNT-NUMBER
                       ' SEQ ' HD-HOLD-SEQ
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

       0300-PROCESS-SETTLEMENT.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF CS-ACCOUNT-NUMBER NOT NUMERIC
                   OR CS-ACCOUNT-NUMBER = ZERO
                   OR CS-AMOUNT NOT NUMERIC
                   OR CS-AMOUNT NOT > ZERO
                   OR (CS-DEBIT-CREDIT NOT = 'D'
                       AND CS-DEBIT-CREDIT NOT = 'C')
               MOVE 'INVALID RECORD' TO WS-EXCEPTION-TEXT
           ELSE
               MOVE CS-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON FILE'
                           TO WS-EXCEPTION-TEXT
                   NOT INVALID KEY
                       IF CS-CURRENCY-CODE NOT = AM-CURRENCY-CODE
                           MOVE 'CURRENCY MISMATCH'
                               TO WS-EXCEPTION-TEXT
                       END-IF
               END-READ
           END-IF
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-SETTLEMENTS-REJECTED
               PERFORM 0750-REPORT-SETTLEMENT
           ELSE
               IF CS-DEBIT-CREDIT = 'C'
                   MOVE 'C' TO TI-TRANS-TYPE
                   PERFORM 0580-WRITE-TRANSACTION
                   ADD 1 TO WS-REFUNDS-WRITTEN
               ELSE
                   PERFORM 0400-MATCH-PURCHASE
               END-IF
           END-IF.

      *    AN AUTH CODE MATCH WINS; THE MERCHANT-AND-AMOUNT MATCH IS
      *    ONLY TRIED WHEN THE PROCESSOR SENT NO AUTH CODE.
       0400-MATCH-PURCHASE.
           PERFORM 0450-SCAN-ACCOUNT-HOLDS
           EVALUATE TRUE
               WHEN WS-AUTH-MATCH-SEQ NOT = ZERO
                   MOVE WS-AUTH-MATCH-AMOUNT TO WS-HOLD-AMOUNT
                   PERFORM 0480-TEST-TOLERANCE
                   IF WS-WITHIN-TOLERANCE = 'Y'
                       MOVE WS-AUTH-MATCH-SEQ TO HD-HOLD-SEQ
                       PERFORM 0500-SETTLE-HOLD
                   ELSE
                       ADD 1 TO WS-OUT-OF-TOLERANCE
                       MOVE 'OUTSIDE TOLERANCE' TO WS-EXCEPTION-TEXT
                       PERFORM 0750-REPORT-SETTLEMENT
                   END-IF
               WHEN WS-MERCHANT-MATCH-SEQ NOT = ZERO
                   MOVE WS-MERCHANT-MATCH-SEQ TO HD-HOLD-SEQ
                   PERFORM 0500-SETTLE-HOLD
               WHEN OTHER
                   ADD 1 TO WS-UNMATCHED
                   MOVE 'NO MATCHING AUTH' TO WS-EXCEPTION-TEXT
                   PERFORM 0750-REPORT-SETTLEMENT
           END-EVALUATE.

       0450-SCAN-ACCOUNT-HOLDS.
           MOVE ZERO TO WS-AUTH-MATCH-SEQ
           MOVE ZERO TO WS-AUTH-MATCH-AMOUNT
           MOVE ZERO TO WS-MERCHANT-MATCH-SEQ
           MOVE CS-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
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
                           IF HD-ACCOUNT-NUMBER = CS-ACCOUNT-NUMBER
                               PERFORM 0460-CHECK-ONE-HOLD
                           ELSE
                               MOVE 'Y' TO WS-SCAN-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0460-CHECK-ONE-HOLD.
           IF HD-AUTH-CODE NOT = SPACES
               IF CS-AUTH-CODE NOT = SPACES
                   IF HD-AUTH-CODE = CS-AUTH-CODE
                           AND HD-STATUS = 'A'
                       MOVE HD-HOLD-SEQ TO WS-AUTH-MATCH-SEQ
                       MOVE HD-AMOUNT TO WS-AUTH-MATCH-AMOUNT
                   END-IF
               ELSE
                   IF HD-STATUS = 'A'
                           AND HD-MERCHANT-ID = CS-MERCHANT-ID
                           AND WS-MERCHANT-MATCH-SEQ = ZERO
                       MOVE HD-AMOUNT TO WS-HOLD-AMOUNT
                       PERFORM 0480-TEST-TOLERANCE
                       IF WS-WITHIN-TOLERANCE = 'Y'
                           MOVE HD-HOLD-SEQ TO WS-MERCHANT-MATCH-SEQ
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE SETTLED AMOUNT MAY BE BELOW THE HOLD (PARTIAL OR
      *    REDUCED), ABOVE IT BY THE TIP ALLOWANCE, OR AT A FUEL
      *    MERCHANT ANYTHING UP TO THE FUEL MAXIMUM, SINCE THE PUMP
      *    PRE-AUTHORIZATION BEARS NO RELATION TO THE FINAL SALE.
       0480-TEST-TOLERANCE.
           MOVE 'N' TO WS-WITHIN-TOLERANCE
           COMPUTE WS-TOLERANCE-LIMIT ROUNDED =
               WS-HOLD-AMOUNT
               + WS-HOLD-AMOUNT * WS-TIP-TOLERANCE-PCT / 100
           IF CS-AMOUNT NOT > WS-TOLERANCE-LIMIT
               MOVE 'Y' TO WS-WITHIN-TOLERANCE
           END-IF
           IF CS-MERCHANT-CATEGORY = WS-FUEL-CATEGORY-1
                   OR CS-MERCHANT-CATEGORY = WS-FUEL-CATEGORY-2
               IF CS-AMOUNT NOT > WS-FUEL-MAXIMUM
                   MOVE 'Y' TO WS-WITHIN-TOLERANCE
               END-IF
           END-IF.

      *    THE HOLD IS RELEASED BEFORE THE DEBIT IS WRITTEN, SO
      *    TONIGHT'S POSTING TESTS THE SETTLED AMOUNT AGAINST THE
      *    BALANCE THE HOLD WAS EARMARKING, NOT AGAINST BOTH.
       0500-SETTLE-HOLD.
           MOVE CS-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           READ ACCOUNT-HOLD-FILE
               INVALID KEY
                   MOVE '23' TO WS-HD-STATUS
           END-READ
           IF WS-HD-STATUS = '00'
               MOVE 'S' TO HD-STATUS
               MOVE WS-BUSINESS-DATE TO HD-DATE-RELEASED
               REWRITE ACCOUNT-HOLD-RECORD
           END-IF
           IF WS-HD-STATUS = '00'
               ADD 1 TO WS-SETTLED-MATCHED
               MOVE 'D' TO TI-TRANS-TYPE
               PERFORM 0580-WRITE-TRANSACTION
           ELSE
               DISPLAY 'CARDSETL ABEND: CANNOT UPDATE ACCTHOLD.DAT, '
                       'FILE STATUS ' WS-HD-STATUS
                       ' ACCT ' CS-ACCOUNT-NUMBER
                       ' SEQ ' HD-HOLD-SEQ
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

       0580-WRITE-TRANSACTION.
           ADD 1 TO WS-NEXT-SEQ-NUMBER
           MOVE WS-NEXT-SEQ-NUMBER   TO TI-SEQUENCE-NUMBER
           MOVE CS-ACCOUNT-NUMBER    TO TI-ACCOUNT-NUMBER
           MOVE CS-AMOUNT            TO TI-AMOUNT
           MOVE CS-CURRENCY-CODE     TO TI-CURRENCY-CODE
           MOVE ZERO                 TO TI-CONTRA-ACCOUNT
           MOVE ZERO                 TO TI-ORIGINAL-DATE
           MOVE ZERO                 TO TI-ORIGINAL-SEQ
           MOVE ZERO                 TO TI-BRANCH-CODE
           MOVE SPACES               TO TI-TELLER-ID
           MOVE 'P'                  TO TI-CHANNEL-CODE
           MOVE ZERO                 TO TI-SERIAL-NUMBER
           WRITE CARD-TRANS-RECORD FROM TRANS-INPUT-RECORD.

      *    A CARD HOLD STILL ACTIVE PAST ITS EXPIRY DATE IS AN
      *    AUTHORIZATION THAT WILL NOT SETTLE - IT ALREADY NO LONGER
      *    COUNTS AGAINST THE BALANCE, AND IS NOW MARKED RELEASED SO
      *    CARD OPERATIONS SEE IT ONCE ON THE REPORT.
       0600-RELEASE-STALE-HOLDS.
           MOVE ZERO TO HD-ACCOUNT-NUMBER
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
                           IF HD-STATUS = 'A'
                                   AND HD-AUTH-CODE NOT = SPACES
                                   AND HD-EXPIRY-DATE NOT = ZERO
                                   AND HD-EXPIRY-DATE
                                       < WS-BUSINESS-DATE
                               PERFORM 0650-RELEASE-ONE-STALE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0650-RELEASE-ONE-STALE-HOLD.
           MOVE 'E' TO HD-STATUS
           MOVE WS-BUSINESS-DATE TO HD-DATE-RELEASED
           REWRITE ACCOUNT-HOLD-RECORD
           IF WS-HD-STATUS = '00'
               ADD 1 TO WS-STALE-RELEASED
               MOVE 'STALE AUTH RELEASED' TO WS-EXCEPTION-TEXT
               MOVE HD-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
               MOVE SPACES            TO WS-EXC-CARD-SUFFIX
               MOVE HD-AUTH-CODE      TO WS-EXC-AUTH-CODE
               MOVE HD-AMOUNT         TO WS-EXC-AMOUNT
               MOVE HD-REASON         TO WS-EXC-MERCHANT
               PERFORM 0760-WRITE-EXCEPTION-LINE
           ELSE
               DISPLAY 'STALE HOLD NOT RELEASED, FILE STATUS '
                       WS-HD-STATUS ' ACCT ' HD-ACCOUNT-NUMBER
                       ' SEQ ' HD-HOLD-SEQ
           END-IF.

       0750-REPORT-SETTLEMENT.
           MOVE CS-CARD-SUFFIX    TO WS-EXC-CARD-SUFFIX
           MOVE CS-AUTH-CODE      TO WS-EXC-AUTH-CODE
           MOVE CS-MERCHANT-NAME  TO WS-EXC-MERCHANT
           IF CS-ACCOUNT-NUMBER NUMERIC
               MOVE CS-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
           ELSE
               MOVE ZERO TO WS-EXC-ACCOUNT
           END-IF
           IF CS-AMOUNT NUMERIC
               MOVE CS-AMOUNT TO WS-EXC-AMOUNT
           ELSE
               MOVE ZERO TO WS-EXC-AMOUNT
           END-IF
           PERFORM 0760-WRITE-EXCEPTION-LINE
           DISPLAY 'SETTLEMENT NOT POSTED - ' WS-EXCEPTION-TEXT
                   ' ACCT: ' WS-EXC-ACCOUNT
                   ' AUTH: ' CS-AUTH-CODE
                   ' REF: ' CS-REFERENCE-NUMBER.

       0760-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS
           MOVE WS-EXC-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EXCEPTION-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXC-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXC-CARD-SUFFIX DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXC-AUTH-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXC-MERCHANT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

      *    SETTLEMENTS ARRIVE IN EACH ACCOUNT'S OWN CURRENCY, SO THE
      *    TOTALS ARE COUNTS.
       0700-WRITE-TOTALS.
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE WS-SETTLEMENTS-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SETTLEMENTS RECEIVED........: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-SETTLED-MATCHED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MATCHED TO HOLD AND POSTED..: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-REFUNDS-WRITTEN TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REFUNDS POSTED..............: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-UNMATCHED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NO MATCHING AUTH............: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-OUT-OF-TOLERANCE TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OUTSIDE TOLERANCE...........: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-SETTLEMENTS-REJECTED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REJECTED (ACCOUNT/RECORD)...: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-STALE-RELEASED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STALE AUTHS RELEASED........: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0800-CLOSE-FILES.
           CLOSE CARD-SETTLE-FILE
           CLOSE CARD-TRANS-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE ACCOUNT-HOLD-FILE
           CLOSE REPORT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'CARDSETL RUN SUMMARY'
           IF WS-ABEND-SWITCH = 'Y'
               DISPLAY 'RUN ABENDED - SEE MESSAGES ABOVE AND THE '
                       'NIGHTLY JOB NOTES'
           END-IF
           DISPLAY 'SETTLEMENTS READ.: ' WS-SETTLEMENTS-READ
           DISPLAY 'MATCHED..........: ' WS-SETTLED-MATCHED
           DISPLAY 'HOLDS RESTORED...: ' WS-HOLDS-RESTORED
           DISPLAY 'REFUNDS..........: ' WS-REFUNDS-WRITTEN
           DISPLAY 'NO MATCHING AUTH.: ' WS-UNMATCHED
           DISPLAY 'OUT OF TOLERANCE.: ' WS-OUT-OF-TOLERANCE
           DISPLAY 'REJECTED.........: ' WS-SETTLEMENTS-REJECTED
           DISPLAY 'STALE RELEASED...: ' WS-STALE-RELEASED
           IF WS-NEXT-SEQ-NUMBER NOT < WS-FIRST-SEQ-NUMBER
               DISPLAY 'SEQUENCES USED...: ' WS-FIRST-SEQ-NUMBER
                       ' THRU ' WS-NEXT-SEQ-NUMBER
           END-IF.

       0950-SET-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE
           IF WS-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-SETTLEMENTS-READ TO RL-RECORDS-READ
           MOVE WS-SETTLED-MATCHED TO RL-RECORDS-POSTED
           MOVE WS-SETTLEMENTS-REJECTED TO RL-RECORDS-REJECTED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
