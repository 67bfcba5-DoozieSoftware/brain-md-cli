      *  0550-UPDATE-RECENT-POSTINGS IN LEGACY_TRANSACTION.CBL). TELRINQ
      *  READS THAT RECORD WITH A SINGLE KEYED READ RATHER THAN
      *  BROWSING TRNJRNL.
      *  BESIDES THE OWNING CUSTOMER AND THE OTHER ACCOUNTS THAT
      *  CUSTOMER OWNS (ACCTXREF), THE SCREEN LISTS THE ACCOUNTS THE
      *  CUSTOMER IS OTHERWISE PARTY TO (PTYXREF) AND EVERY JOINT
      *  OWNER, ATTORNEY, SIGNATORY AND BENEFICIARY IN FORCE ON THE
      *  ACCOUNT ITSELF (ACCTPTY), SO THE TELLER CAN CONFIRM WHO MAY
      *  TRANSACT BEFORE SERVING THEM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY CUSTMAST.
       COPY ACCTXREF.
       COPY ACCTHOLD.
       COPY ACCTPTY.
       COPY PTYXREF.
       01  WS-COMMAREA.
           05  CA-ACCOUNT-NUMBER       PIC 9(10).
       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-OTHER-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-CNAME-LINE               PIC X(46).
       01  WS-OTHER-LINE               PIC X(60).
       01  WS-PARTY-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-PARTY-LINE               PIC X(60).
       01  WS-ROLE-CODE                PIC X(01).
       01  WS-ROLE-DESC                PIC X(14).
       01  WS-HOLD-TOTAL               PIC S9(09)V99.
       01  WS-AVAILABLE                PIC S9(09)V99.
       01  WS-ORIGINAL-DATE            PIC 9(08) VALUE ZERO.
           05  WS-ORIGIN-BRANCH        PIC 9(04) VALUE ZERO.
           05  WS-ORIGIN-TELLER        PIC X(08) VALUE SPACES.
           05  WS-ORIGIN-CHANNEL       PIC X(01) VALUE 'O'.
           05  WS-ORIGIN-SERIAL        PIC 9(10) VALUE ZERO.
       01  WS-BALANCE-EDIT             PIC ZZZZZZZZZ9.99-.
       01  WS-AMOUNT-EDIT              PIC ZZZZZZZZZ9.99-.
       01  WS-END-CONVERSATION         PIC X(01) VALUE 'N'.
               IF WS-ACCT-FOUND = 'Y'
                   PERFORM 2200-LOOKUP-RECENT-POSTINGS
                   PERFORM 2500-SHOW-CUSTOMER
                   PERFORM 2800-LIST-ACCOUNT-PARTIES
                   PERFORM 2700-SUM-ACTIVE-HOLDS
                   IF OVRCDI NOT = SPACES AND OVRAMTI NOT = SPACES
                       PERFORM 2300-VALIDATE-AND-OVERRIDE
                   UNTIL WS-BROWSE-ACTIVE = 'N'
               EXEC CICS ENDBR FILE('ACCTXREF')
               END-EXEC
           END-IF
           IF WS-OTHER-COUNT NOT > 3
               PERFORM 2660-LIST-PARTY-ACCOUNTS
           END-IF.

       2650-READ-NEXT-XREF.
               END-IF
           END-IF.

       2660-LIST-PARTY-ACCOUNTS.
           MOVE WS-CUSTOMER-NUMBER TO PX-CUSTOMER-NUMBER
           MOVE ZERO TO PX-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO PX-ROLE-CODE
           EXEC CICS STARTBR FILE('PTYXREF')
                    RIDFLD(PX-XREF-KEY) GTEQ
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-ACTIVE
               PERFORM 2670-READ-NEXT-PARTY-XREF
                   UNTIL WS-BROWSE-ACTIVE = 'N'
               EXEC CICS ENDBR FILE('PTYXREF')
               END-EXEC
           END-IF.

       2670-READ-NEXT-PARTY-XREF.
           EXEC CICS READNEXT FILE('PTYXREF')
                    INTO(PARTY-XREF-RECORD)
                    RIDFLD(PX-XREF-KEY)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR PX-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
               MOVE 'N' TO WS-BROWSE-ACTIVE
           ELSE
               MOVE PX-ROLE-CODE TO WS-ROLE-CODE
               PERFORM 2850-SET-ROLE-DESC
               MOVE SPACES TO WS-OTHER-LINE
               STRING WS-ROLE-DESC DELIMITED BY SIZE
                      ' ON ACCOUNT ' DELIMITED BY SIZE
                      PX-ACCOUNT-NUMBER DELIMITED BY SIZE
                   INTO WS-OTHER-LINE
               PERFORM 2690-SHOW-OTHER-LINE
           END-IF.

       2680-FORMAT-OTHER-ACCOUNT.
           MOVE SPACES TO WS-OTHER-LINE
           STRING 'ALSO HOLDS ACCOUNT ' DELIMITED BY SIZE
                  AX-ACCOUNT-NUMBER DELIMITED BY SIZE
               INTO WS-OTHER-LINE
           PERFORM 2690-SHOW-OTHER-LINE.

       2690-SHOW-OTHER-LINE.
           ADD 1 TO WS-OTHER-COUNT
           EVALUATE WS-OTHER-COUNT
               WHEN 1
                   MOVE WS-OTHER-LINE TO OACC1O
               END-IF
           END-IF.

       2800-LIST-ACCOUNT-PARTIES.
           MOVE SPACES TO PRTY1O PRTY2O PRTY3O
           MOVE ZERO TO WS-PARTY-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
           MOVE ZERO TO AP-CUSTOMER-NUMBER
           MOVE LOW-VALUES TO AP-ROLE-CODE
           EXEC CICS STARTBR FILE('ACCTPTY')
                    RIDFLD(AP-PARTY-KEY) GTEQ
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-ACTIVE
               PERFORM 2810-READ-NEXT-PARTY
                   UNTIL WS-BROWSE-ACTIVE = 'N'
               EXEC CICS ENDBR FILE('ACCTPTY')
               END-EXEC
           END-IF
           IF WS-PARTY-COUNT = ZERO
               MOVE 'NO OTHER PARTIES ON THIS ACCOUNT' TO PRTY1O
           END-IF.

       2810-READ-NEXT-PARTY.
           EXEC CICS READNEXT FILE('ACCTPTY')
                    INTO(ACCOUNT-PARTY-RECORD)
                    RIDFLD(AP-PARTY-KEY)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR AP-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
               MOVE 'N' TO WS-BROWSE-ACTIVE
           ELSE
               IF AP-END-DATE = ZERO
                       AND AP-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                   PERFORM 2820-FORMAT-PARTY-LINE
               END-IF
           END-IF.

       2820-FORMAT-PARTY-LINE.
           ADD 1 TO WS-PARTY-COUNT
           MOVE AP-ROLE-CODE TO WS-ROLE-CODE
           PERFORM 2850-SET-ROLE-DESC
           MOVE AP-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
           MOVE SPACES TO CM-CUSTOMER-NAME
           EXEC CICS READ FILE('CUSTMAST')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(WS-CUSTOMER-NUMBER)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER RECORD MISSING' TO CM-CUSTOMER-NAME
           END-IF
           MOVE SPACES TO WS-PARTY-LINE
           STRING WS-ROLE-DESC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AP-CUSTOMER-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CM-CUSTOMER-NAME DELIMITED BY SIZE
               INTO WS-PARTY-LINE
           EVALUATE WS-PARTY-COUNT
               WHEN 1
                   MOVE WS-PARTY-LINE TO PRTY1O
               WHEN 2
                   MOVE WS-PARTY-LINE TO PRTY2O
               WHEN 3
                   MOVE WS-PARTY-LINE TO PRTY3O
               WHEN OTHER
                   MOVE 'MORE PARTIES ON FILE FOR THIS ACCOUNT'
                       TO PRTY3O
                   MOVE 'N' TO WS-BROWSE-ACTIVE
           END-EVALUATE.

       2850-SET-ROLE-DESC.
           EVALUATE WS-ROLE-CODE
               WHEN 'J'
                   MOVE 'JOINT OWNER' TO WS-ROLE-DESC
               WHEN 'A'
                   MOVE 'POWER OF ATTY' TO WS-ROLE-DESC
               WHEN 'S'
                   MOVE 'SIGNATORY' TO WS-ROLE-DESC
               WHEN 'B'
                   MOVE 'BENEFICIARY' TO WS-ROLE-DESC
               WHEN OTHER
                   MOVE 'PARTY' TO WS-ROLE-DESC
           END-EVALUATE.

       2300-VALIDATE-AND-OVERRIDE.
           MOVE 'N' TO WS-VALID-OVERRIDE
           EXEC CICS READ FILE('OVRDCODE')
