       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELRSTOP.
      *----------------------------------------------------------------
      *  ONLINE STOP-PAYMENT MAINTENANCE (CICS, TRANID STPM)
      *  LETS A TELLER PLACE A STOP-PAYMENT INSTRUCTION ON A CHECK
      *  (OR A RANGE OF CHECKS, E.G. A LOST CHECK BOOK) WHILE THE
      *  CUSTOMER IS AT THE COUNTER, RELEASE AN EXISTING STOP, OR
      *  SIMPLY LIST THE STOPS ON FILE FOR AN ACCOUNT. WRITES THE SAME
      *  STOPPAY KSDS THE STOPMNT BATCH RUN MAINTAINS (SEE STOPPAY);
      *  TRANSACT DECLINES ANY DEBIT OR TRANSFER WHOSE SERIAL MATCHES
      *  A STOP IN FORCE, AND THE DAILY STOPRPT REPORT LISTS THE
      *  ITEMS STOPPED. A STOP IS KEYED BY ITS FIRST SERIAL, SO ONLY
      *  ONE ACTIVE STOP MAY START AT A GIVEN SERIAL; A RELEASED STOP
      *  STAYS ON FILE WITH ITS RELEASE DATE UNTIL A NEW STOP IS
      *  PLACED FROM THE SAME SERIAL. A STOP CANNOT BE RELEASED TWICE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHAID.
       COPY STOPMAP.
       COPY ACCTMAST.
       COPY STOPPAY.
       01  WS-COMMAREA.
           05  CA-ACCOUNT-NUMBER       PIC 9(10).
       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-ACCOUNT-NUMBER           PIC 9(10).
       01  WS-ACCT-FOUND               PIC X(01).
       01  WS-EDIT-OK                  PIC X(01).
       01  WS-SERIAL-FROM              PIC 9(10).
       01  WS-SERIAL-TO                PIC 9(10).
       01  WS-AMOUNT                   PIC S9(09)V99.
       01  WS-TOLERANCE                PIC S9(07)V99.
       01  WS-EXPIRY-DATE              PIC 9(08).
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-BROWSE-ACTIVE            PIC X(01).
       01  WS-LIST-COUNT               PIC 9(02).
       01  WS-STOP-LINE                PIC X(70).
       01  WS-AMOUNT-EDIT              PIC ZZZZZZZZZ9.99-.
       01  WS-END-CONVERSATION         PIC X(01) VALUE 'N'.
       01  WS-GOODBYE-MSG              PIC X(40)
               VALUE 'STOP PAYMENT SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-ACCOUNT-NUMBER       PIC 9(10).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'N' TO WS-END-CONVERSATION
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-SCREEN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 9000-SEND-GOODBYE
                   WHEN DFHENTER
                       PERFORM 2000-RECEIVE-AND-PROCESS
                   WHEN OTHER
                       PERFORM 1000-SEND-INITIAL-SCREEN
               END-EVALUATE
           END-IF
           IF WS-END-CONVERSATION = 'Y'
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN TRANSID('STPM')
                        COMMAREA(WS-COMMAREA)
                        LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF.

       1000-SEND-INITIAL-SCREEN.
           MOVE LOW-VALUES TO STOPMAPO
           MOVE 'ENTER ACCOUNT AND ACTION (P PLACE, R RELEASE)'
               TO MSGO
           EXEC CICS SEND MAP('STOPMAP') MAPSET('STOPSET')
                    FROM(STOPMAPO) ERASE
           END-EXEC.

       2000-RECEIVE-AND-PROCESS.
           MOVE LOW-VALUES TO STOPMAPI
           EXEC CICS RECEIVE MAP('STOPMAP') MAPSET('STOPSET')
                    INTO(STOPMAPI) RESP(WS-RESP)
           END-EXEC
           MOVE LOW-VALUES TO STOPMAPO
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PRESS ENTER AFTER KEYING THE ACTION' TO MSGO
               PERFORM 1000-SEND-INITIAL-SCREEN
           ELSE
               IF ACCTI = SPACES OR ACCTI = LOW-VALUES
                   MOVE CA-ACCOUNT-NUMBER OF WS-COMMAREA
                       TO WS-ACCOUNT-NUMBER
               ELSE
                   MOVE ACCTI TO WS-ACCOUNT-NUMBER
                   MOVE WS-ACCOUNT-NUMBER
                       TO CA-ACCOUNT-NUMBER OF WS-COMMAREA
               END-IF
               PERFORM 2100-LOOKUP-ACCOUNT
               IF WS-ACCT-FOUND = 'Y'
                   EVALUATE ACTNI
                       WHEN 'P'
                           PERFORM 3000-PLACE-STOP
                       WHEN 'R'
                           PERFORM 4000-RELEASE-STOP
                       WHEN OTHER
                           MOVE 'STOPS ON FILE LISTED BELOW' TO MSGO
                   END-EVALUATE
                   PERFORM 5000-LIST-STOPS
               END-IF
               PERFORM 1500-SEND-RESULT-SCREEN
           END-IF.

       2100-LOOKUP-ACCOUNT.
           EXEC CICS READ FILE('ACCTMAST')
                    INTO(ACCOUNT-MASTER-RECORD)
                    RIDFLD(WS-ACCOUNT-NUMBER)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF AM-ACCOUNT-STATUS = 'C'
                   MOVE 'N' TO WS-ACCT-FOUND
                   MOVE 'ACCOUNT IS CLOSED' TO MSGO
               ELSE
                   MOVE 'Y' TO WS-ACCT-FOUND
               END-IF
           ELSE
               MOVE 'N' TO WS-ACCT-FOUND
               MOVE 'ACCOUNT NOT FOUND' TO MSGO
           END-IF.

       3000-PLACE-STOP.
           MOVE 'Y' TO WS-EDIT-OK
           PERFORM 3050-EDIT-SERIALS
           IF WS-EDIT-OK = 'Y'
               PERFORM 3100-EDIT-AMOUNTS
           END-IF
           IF WS-EDIT-OK = 'Y'
               IF RSNI = SPACES OR RSNI = LOW-VALUES
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'STOP REASON REQUIRED' TO MSGO
               END-IF
           END-IF
           IF WS-EDIT-OK = 'Y'
               PERFORM 3150-EDIT-EXPIRY
           END-IF
           IF WS-EDIT-OK = 'Y'
               PERFORM 3200-WRITE-STOP
           END-IF.

       3050-EDIT-SERIALS.
           IF SERFI = SPACES OR SERFI = LOW-VALUES
                   OR SERFI NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'FIRST SERIAL REQUIRED, DIGITS ONLY' TO MSGO
           ELSE
               MOVE SERFI TO WS-SERIAL-FROM
               IF WS-SERIAL-FROM = ZERO
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'FIRST SERIAL MUST NOT BE ZERO' TO MSGO
               END-IF
           END-IF
           IF WS-EDIT-OK = 'Y'
               IF SERTI = SPACES OR SERTI = LOW-VALUES
                   MOVE WS-SERIAL-FROM TO WS-SERIAL-TO
               ELSE
                   IF SERTI IS NUMERIC
                       MOVE SERTI TO WS-SERIAL-TO
                       IF WS-SERIAL-TO < WS-SERIAL-FROM
                           MOVE 'N' TO WS-EDIT-OK
                           MOVE 'LAST SERIAL IS BELOW FIRST SERIAL'
                               TO MSGO
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-EDIT-OK
                       MOVE 'LAST SERIAL MUST BE DIGITS OR BLANK'
                           TO MSGO
                   END-IF
               END-IF
           END-IF.

       3100-EDIT-AMOUNTS.
           IF AMTI = SPACES OR AMTI = LOW-VALUES
               MOVE ZERO TO WS-AMOUNT
           ELSE
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(AMTI)
               IF WS-AMOUNT < ZERO
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'STOP AMOUNT MUST NOT BE NEGATIVE' TO MSGO
               END-IF
           END-IF
           IF TOLI = SPACES OR TOLI = LOW-VALUES
               MOVE ZERO TO WS-TOLERANCE
           ELSE
               COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(TOLI)
               IF WS-TOLERANCE < ZERO
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'TOLERANCE MUST NOT BE NEGATIVE' TO MSGO
               END-IF
           END-IF.

       3150-EDIT-EXPIRY.
           IF EXPI = SPACES OR EXPI = LOW-VALUES
               MOVE ZERO TO WS-EXPIRY-DATE
           ELSE
               IF EXPI IS NUMERIC
                   MOVE EXPI TO WS-EXPIRY-DATE
               ELSE
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'EXPIRY DATE MUST BE YYYYMMDD OR BLANK'
                       TO MSGO
               END-IF
           END-IF.

       3200-WRITE-STOP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-ACCOUNT-NUMBER TO SS-ACCOUNT-NUMBER
           MOVE WS-SERIAL-FROM    TO SS-SERIAL-FROM
           EXEC CICS READ FILE('STOPPAY')
                    INTO(STOP-PAYMENT-RECORD)
                    RIDFLD(SS-STOP-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF SS-STATUS = 'A'
                   MOVE 'ACTIVE STOP ALREADY STARTS AT THIS SERIAL'
                       TO MSGO
                   EXEC CICS UNLOCK FILE('STOPPAY')
                   END-EXEC
               ELSE
                   PERFORM 3300-BUILD-STOP-RECORD
                   EXEC CICS REWRITE FILE('STOPPAY')
                            FROM(STOP-PAYMENT-RECORD)
                            RESP(WS-RESP)
                   END-EXEC
                   PERFORM 3400-SET-PLACE-MESSAGE
               END-IF
           ELSE
               PERFORM 3300-BUILD-STOP-RECORD
               EXEC CICS WRITE FILE('STOPPAY')
                        FROM(STOP-PAYMENT-RECORD)
                        RIDFLD(SS-STOP-KEY)
                        RESP(WS-RESP)
               END-EXEC
               PERFORM 3400-SET-PLACE-MESSAGE
           END-IF.

       3300-BUILD-STOP-RECORD.
           MOVE WS-ACCOUNT-NUMBER TO SS-ACCOUNT-NUMBER
           MOVE WS-SERIAL-FROM    TO SS-SERIAL-FROM
           MOVE WS-SERIAL-TO      TO SS-SERIAL-TO
           MOVE WS-AMOUNT         TO SS-AMOUNT
           MOVE WS-TOLERANCE      TO SS-AMOUNT-TOLERANCE
           MOVE RSNI              TO SS-REASON
           MOVE WS-EXPIRY-DATE    TO SS-EXPIRY-DATE
           MOVE 'A'               TO SS-STATUS
           MOVE WS-TODAY-DATE     TO SS-DATE-PLACED
           MOVE ZERO              TO SS-DATE-RELEASED
           MOVE EIBTRMID          TO SS-PLACED-BY.

       3400-SET-PLACE-MESSAGE.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'STOP PAYMENT PLACED' TO MSGO
           ELSE
               MOVE 'STOP WRITE FAILED - CALL SUPPORT' TO MSGO
           END-IF.

       4000-RELEASE-STOP.
           IF SERFI = SPACES OR SERFI = LOW-VALUES
                   OR SERFI NOT NUMERIC
               MOVE 'FIRST SERIAL REQUIRED TO RELEASE' TO MSGO
           ELSE
               MOVE SERFI TO WS-SERIAL-FROM
               MOVE WS-ACCOUNT-NUMBER TO SS-ACCOUNT-NUMBER
               MOVE WS-SERIAL-FROM    TO SS-SERIAL-FROM
               EXEC CICS READ FILE('STOPPAY')
                        INTO(STOP-PAYMENT-RECORD)
                        RIDFLD(SS-STOP-KEY)
                        UPDATE
                        RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'STOP NOT ON FILE' TO MSGO
               ELSE
                   PERFORM 4100-MARK-STOP-RELEASED
               END-IF
           END-IF.

       4100-MARK-STOP-RELEASED.
           IF SS-STATUS NOT = 'A'
               MOVE 'STOP ALREADY RELEASED' TO MSGO
               EXEC CICS UNLOCK FILE('STOPPAY')
               END-EXEC
           ELSE
               MOVE 'R' TO SS-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO SS-DATE-RELEASED
               EXEC CICS REWRITE FILE('STOPPAY')
                        FROM(STOP-PAYMENT-RECORD)
                        RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'STOP PAYMENT RELEASED' TO MSGO
               ELSE
                   MOVE 'STOP REWRITE FAILED - CALL SUPPORT' TO MSGO
               END-IF
           END-IF.

       5000-LIST-STOPS.
           MOVE SPACES TO S1O S2O S3O
           MOVE ZERO TO WS-LIST-COUNT
           MOVE WS-ACCOUNT-NUMBER TO SS-ACCOUNT-NUMBER
           MOVE ZERO TO SS-SERIAL-FROM
           EXEC CICS STARTBR FILE('STOPPAY')
                    RIDFLD(SS-STOP-KEY) GTEQ
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-ACTIVE
               PERFORM 5100-READ-NEXT-STOP
                   UNTIL WS-BROWSE-ACTIVE = 'N'
                       OR WS-LIST-COUNT >= 3
               EXEC CICS ENDBR FILE('STOPPAY')
               END-EXEC
           END-IF.

       5100-READ-NEXT-STOP.
           EXEC CICS READNEXT FILE('STOPPAY')
                    INTO(STOP-PAYMENT-RECORD)
                    RIDFLD(SS-STOP-KEY)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR SS-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
               MOVE 'N' TO WS-BROWSE-ACTIVE
           ELSE
               PERFORM 5200-FORMAT-STOP-LINE
           END-IF.

       5200-FORMAT-STOP-LINE.
           ADD 1 TO WS-LIST-COUNT
           MOVE SPACES TO WS-STOP-LINE
           MOVE SS-AMOUNT TO WS-AMOUNT-EDIT
           STRING SS-SERIAL-FROM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  SS-SERIAL-TO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SS-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SS-EXPIRY-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SS-REASON DELIMITED BY SIZE
               INTO WS-STOP-LINE
           EVALUATE WS-LIST-COUNT
               WHEN 1
                   MOVE WS-STOP-LINE TO S1O
               WHEN 2
                   MOVE WS-STOP-LINE TO S2O
               WHEN 3
                   MOVE WS-STOP-LINE TO S3O
           END-EVALUATE.

       1500-SEND-RESULT-SCREEN.
           MOVE WS-ACCOUNT-NUMBER TO ACCTO
           EXEC CICS SEND MAP('STOPMAP') MAPSET('STOPSET')
                    FROM(STOPMAPO) DATAONLY
           END-EXEC.

       9000-SEND-GOODBYE.
           MOVE 'Y' TO WS-END-CONVERSATION
           EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
                    LENGTH(LENGTH OF WS-GOODBYE-MSG)
                    ERASE FREEKB
           END-EXEC.
