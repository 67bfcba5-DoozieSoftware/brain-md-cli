       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPMNT.
      *----------------------------------------------------------------
      *  STOP-PAYMENT MAINTENANCE RUN
      *  THE CONTROLLED BATCH WAY TO PLACE AND RELEASE STOP-PAYMENT
      *  INSTRUCTIONS ON THE STOPPAY KSDS (SEE STOPPAY), E.G. STOPS
      *  MAILED OR PHONED IN AND KEYED BY THE BACK OFFICE, OR A WHOLE
      *  LOST CHECK BOOK STOPPED AS ONE SERIAL RANGE. READS THE STOP
      *  INPUT FILE (SEE STOPIN), VALIDATES EACH ACTION AGAINST THE
      *  ACCOUNT MASTER (ACCOUNT MUST EXIST AND NOT BE CLOSED), WRITES
      *  THE STOP ON A PLACE AND MARKS THE NAMED STOP RELEASED ON A
      *  RELEASE. A STOP IS KEYED BY ITS FIRST SERIAL, SO A PLACE IS
      *  REJECTED WHILE AN ACTIVE STOP ALREADY STARTS AT THAT SERIAL;
      *  A RELEASED STOP AT THE SAME KEY IS REPLACED. REJECTED ACTIONS
      *  ARE REPORTED ON SYSOUT WITH THE REASON AND LEAVE THE FILE
      *  UNTOUCHED. TRANSACT DECLINES ANY CHECK OR TRANSFER WHOSE
      *  SERIAL FALLS UNDER A STOP IN FORCE; THE TELLER SCREEN
      *  MAINTAINS THE SAME FILE ONLINE (TELRSTOP).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-INPUT-FILE ASSIGN TO "STOPIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-AM-STATUS.
           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-STOP-KEY
               FILE STATUS IS WS-SS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOP-INPUT-FILE.
           COPY STOPIN.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.
       FD  STOP-PAYMENT-FILE.
           COPY STOPPAY.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-SI-STATUS          PIC X(02).
       01  WS-AM-STATUS          PIC X(02).
       01  WS-SS-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-ACCT-FOUND         PIC X(01).
       01  WS-STOP-EXISTS        PIC X(01).
       01  WS-SERIAL-TO          PIC 9(10).
       01  WS-CURRENT-DATE       PIC 9(08).
       01  WS-ACTIONS-READ       PIC 9(08).
       01  WS-ACTIONS-APPLIED    PIC 9(08).
       01  WS-ACTIONS-REJECTED   PIC 9(08).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               PERFORM 0200-READ-STOP-ACTION
               IF WS-EOF-SWITCH NOT = 'Y'
                   PERFORM 0300-APPLY-STOP-ACTION
               END-IF
           END-PERFORM
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT STOP-INPUT-FILE
           IF WS-SI-STATUS NOT = '00'
               DISPLAY 'STOPMNT ABEND: CANNOT OPEN STOPIN.DAT, '
                       'FILE STATUS ' WS-SI-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY 'STOPMNT ABEND: CANNOT OPEN ACCTMAST.DAT, '
                       'FILE STATUS ' WS-AM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O STOP-PAYMENT-FILE
           IF WS-SS-STATUS = '35'
               OPEN OUTPUT STOP-PAYMENT-FILE
               CLOSE STOP-PAYMENT-FILE
               OPEN I-O STOP-PAYMENT-FILE
           END-IF
           IF WS-SS-STATUS NOT = '00'
               DISPLAY 'STOPMNT ABEND: CANNOT OPEN STOPPAY.DAT, '
                       'FILE STATUS ' WS-SS-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           PERFORM 0120-READ-RUN-CONTROL
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ACTIONS-READ
           MOVE ZERO TO WS-ACTIONS-APPLIED
           MOVE ZERO TO WS-ACTIONS-REJECTED.

       0120-READ-RUN-CONTROL.
           MOVE ZERO TO WS-CURRENT-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'STOPMNT ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'STOPMNT ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-CURRENT-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0200-READ-STOP-ACTION.
           READ STOP-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ACTIONS-READ
           END-READ.

       0300-APPLY-STOP-ACTION.
           IF SI-ACCOUNT-NUMBER NOT NUMERIC
                   OR SI-ACCOUNT-NUMBER = ZERO
               DISPLAY 'ACCOUNT NUMBER MISSING OR NOT NUMERIC'
               PERFORM 0700-REJECT-ACTION
           ELSE
               PERFORM 0350-READ-MASTER
               IF WS-ACCT-FOUND NOT = 'Y'
                   DISPLAY 'ACCOUNT NOT ON MASTER: ' SI-ACCOUNT-NUMBER
                   PERFORM 0700-REJECT-ACTION
               ELSE
                   IF AM-ACCOUNT-STATUS = 'C'
                       DISPLAY 'ACCOUNT IS CLOSED: ' SI-ACCOUNT-NUMBER
                       PERFORM 0700-REJECT-ACTION
                   ELSE
                       IF SI-SERIAL-FROM NOT NUMERIC
                               OR SI-SERIAL-FROM = ZERO
                           DISPLAY 'FIRST SERIAL MISSING OR NOT '
                                   'NUMERIC: ' SI-ACCOUNT-NUMBER
                           PERFORM 0700-REJECT-ACTION
                       ELSE
                           EVALUATE SI-ACTION-CODE
                               WHEN 'P'
                                   PERFORM 0400-PLACE-STOP
                               WHEN 'R'
                                   PERFORM 0500-RELEASE-STOP
                               WHEN OTHER
                                   PERFORM 0700-REJECT-ACTION
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0350-READ-MASTER.
           MOVE 'Y' TO WS-ACCT-FOUND
           MOVE SI-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ.

      *    A SERIAL-TO OF ZERO STOPS THE SINGLE ITEM AT SERIAL-FROM.
      *    AMOUNT ZERO MEANS ANY AMOUNT; THE TOLERANCE ONLY APPLIES
      *    WHEN AN AMOUNT IS GIVEN.
       0400-PLACE-STOP.
           IF SI-SERIAL-TO NOT NUMERIC OR SI-SERIAL-TO = ZERO
               MOVE SI-SERIAL-FROM TO WS-SERIAL-TO
           ELSE
               MOVE SI-SERIAL-TO TO WS-SERIAL-TO
           END-IF
           IF WS-SERIAL-TO < SI-SERIAL-FROM
               DISPLAY 'LAST SERIAL BELOW FIRST SERIAL: '
                       SI-ACCOUNT-NUMBER
               PERFORM 0700-REJECT-ACTION
           ELSE
               IF SI-AMOUNT NOT NUMERIC OR SI-AMOUNT < ZERO
                       OR SI-AMOUNT-TOLERANCE NOT NUMERIC
                       OR SI-AMOUNT-TOLERANCE < ZERO
                   DISPLAY 'STOP AMOUNT OR TOLERANCE INVALID: '
                           SI-ACCOUNT-NUMBER
                   PERFORM 0700-REJECT-ACTION
               ELSE
                   IF SI-REASON = SPACES
                       DISPLAY 'STOP REASON REQUIRED: '
                               SI-ACCOUNT-NUMBER
                       PERFORM 0700-REJECT-ACTION
                   ELSE
                       PERFORM 0450-READ-EXISTING-STOP
                       PERFORM 0470-WRITE-STOP
                   END-IF
               END-IF
           END-IF.

       0450-READ-EXISTING-STOP.
           MOVE 'Y' TO WS-STOP-EXISTS
           MOVE SI-ACCOUNT-NUMBER TO SS-ACCOUNT-NUMBER
           MOVE SI-SERIAL-FROM    TO SS-SERIAL-FROM
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STOP-EXISTS
           END-READ.

       0470-WRITE-STOP.
           IF WS-STOP-EXISTS = 'Y' AND SS-STATUS = 'A'
               DISPLAY 'ACTIVE STOP ALREADY ON FILE - ACCT: '
                       SI-ACCOUNT-NUMBER ' SERIAL: ' SI-SERIAL-FROM
               PERFORM 0700-REJECT-ACTION
           ELSE
               MOVE SI-ACCOUNT-NUMBER   TO SS-ACCOUNT-NUMBER
               MOVE SI-SERIAL-FROM      TO SS-SERIAL-FROM
               MOVE WS-SERIAL-TO        TO SS-SERIAL-TO
               MOVE SI-AMOUNT           TO SS-AMOUNT
               MOVE SI-AMOUNT-TOLERANCE TO SS-AMOUNT-TOLERANCE
               MOVE SI-REASON           TO SS-REASON
               MOVE SI-EXPIRY-DATE      TO SS-EXPIRY-DATE
               MOVE 'A'                 TO SS-STATUS
               MOVE WS-CURRENT-DATE     TO SS-DATE-PLACED
               MOVE ZERO                TO SS-DATE-RELEASED
               MOVE 'STOPMNT'           TO SS-PLACED-BY
               IF WS-STOP-EXISTS = 'Y'
                   REWRITE STOP-PAYMENT-RECORD
               ELSE
                   WRITE STOP-PAYMENT-RECORD
               END-IF
               IF WS-SS-STATUS = '00'
                   ADD 1 TO WS-ACTIONS-APPLIED
                   DISPLAY 'STOP PLACED - ACCT: ' SS-ACCOUNT-NUMBER
                           ' SERIALS: ' SS-SERIAL-FROM
                           '-' SS-SERIAL-TO
                           ' REASON: ' SS-REASON
               ELSE
                   DISPLAY 'STOP WRITE FAILED, STATUS ' WS-SS-STATUS
                   PERFORM 0700-REJECT-ACTION
               END-IF
           END-IF.

       0500-RELEASE-STOP.
           MOVE SI-ACCOUNT-NUMBER TO SS-ACCOUNT-NUMBER
           MOVE SI-SERIAL-FROM    TO SS-SERIAL-FROM
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   DISPLAY 'STOP NOT ON FILE - ACCT: '
                           SI-ACCOUNT-NUMBER ' SERIAL: '
                           SI-SERIAL-FROM
                   PERFORM 0700-REJECT-ACTION
               NOT INVALID KEY
                   PERFORM 0550-MARK-STOP-RELEASED
           END-READ.

       0550-MARK-STOP-RELEASED.
           IF SS-STATUS NOT = 'A'
               DISPLAY 'STOP ALREADY RELEASED - ACCT: '
                       SI-ACCOUNT-NUMBER ' SERIAL: ' SI-SERIAL-FROM
               PERFORM 0700-REJECT-ACTION
           ELSE
               MOVE 'R' TO SS-STATUS
               MOVE WS-CURRENT-DATE TO SS-DATE-RELEASED
               REWRITE STOP-PAYMENT-RECORD
               IF WS-SS-STATUS = '00'
                   ADD 1 TO WS-ACTIONS-APPLIED
                   DISPLAY 'STOP RELEASED - ACCT: ' SS-ACCOUNT-NUMBER
                           ' SERIAL: ' SS-SERIAL-FROM
               ELSE
                   DISPLAY 'STOP REWRITE FAILED, STATUS ' WS-SS-STATUS
                   PERFORM 0700-REJECT-ACTION
               END-IF
           END-IF.

       0700-REJECT-ACTION.
           ADD 1 TO WS-ACTIONS-REJECTED
           DISPLAY 'REJECTED STOP ACTION: ' STOP-INPUT-RECORD.

       0800-CLOSE-FILES.
           CLOSE STOP-INPUT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE STOP-PAYMENT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'STOPMNT RUN SUMMARY'
           DISPLAY 'ACTIONS READ.....: ' WS-ACTIONS-READ
           DISPLAY 'ACTIONS APPLIED..: ' WS-ACTIONS-APPLIED
           DISPLAY 'ACTIONS REJECTED.: ' WS-ACTIONS-REJECTED.

       0950-SET-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE
           IF WS-ACTIONS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
