       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTCGEN.
      *----------------------------------------------------------------
      *  NIGHTLY CUSTOMER NOTICE RUN
      *  WRITES TO CUSTOMERS ABOUT FOUR EVENTS THEY WOULD OTHERWISE
      *  LEARN OF ONLY FROM THE STATEMENT:
      *    F - AN OVERDRAFT FEE CHARGED: A TYPE-F POSTING WITH NO
      *        CONTRA IN THE DAY'S TRNJRNL GENERATION (A FEE WITH A
      *        CONTRA IS A SWEEP FEE OR A LOAN LATE FEE - NOT NOTIFIED)
      *    O - AN ACCOUNT OVERDRAWN BEYOND ITS TYPE'S OVERDRAFT LIMIT:
      *        A POSTING IN THE JOURNAL TOOK THE BALANCE FROM WITHIN THE
      *        LIMIT TO BEYOND IT AND THE ACCOUNT IS STILL BEYOND IT ON
      *        ACCTMAST AT THE END OF THE DAY (ONE NOTICE PER ACCOUNT)
      *    H - A HOLD PLACED ON ACCTHOLD BY HOLDMNT OR TELRHOLD, WITH
      *        ITS REASON AND EXPIRY. CARD AUTHORIZATION HOLDS ARE NOT
      *        NOTIFIED. HOLDS PLACED IN THE LAST WS-HOLD-LOOKBACK-DAYS
      *        ARE TAKEN, SO AN ONLINE HOLD DATED AFTER A RUN IS NOT
      *        MISSED; THE NOTICE HISTORY STOPS A SECOND NOTICE
      *    D - DORMANCY PENDING: AN ACCOUNT ON THE LATEST DORMWARN
      *        EXTRACT FROM THE DORMRVW REVIEW THAT IS STILL OPEN
      *  THE EVENTS ARE SORTED BY CUSTOMER (AM-CUSTOMER-NUMBER) AND
      *  ACCOUNT, AND EACH CUSTOMER GETS ONE LETTER COMBINING ALL OF
      *  THEIR NOTICES, ADDRESSED FROM CUSTMAST. THE WORDING OF EACH
      *  NOTICE TYPE, AND OF THE LETTER'S OPENING AND CLOSING, COMES
      *  FROM THE NOTCTMPL FILE (SEE NOTCTMPL).
      *  EVERY NOTICE PRINTED IS LOGGED ON THE NOTCHIST KSDS (SEE
      *  NOTCHIST), KEYED BY ACCOUNT AND EVENT; AN EVENT ALREADY ON IT
      *  IS NOT SENT AGAIN, SO THE RUN CAN BE RERUN AND THE SAME
      *  DORMWARN GENERATION READ ON LATER NIGHTS. AN EVENT ON AN
      *  ACCOUNT WITH NO CUSTOMER, OR A CUSTOMER NOT ON CUSTMAST,
      *  CANNOT BE ADDRESSED: IT IS LISTED ON THE RUN REPORT, NOT
      *  LOGGED, AND THE RUN ENDS RC 4. THE RUN REPORT ALSO LISTS
      *  EVERY NOTICE SENT WITH ITS LETTER NUMBER.
      *  THE JOURNAL IS PROVED AGAINST ITS CONTROL RECORDS FIRST (SEE
      *  CTLTOT); A FAILURE ENDS THE RUN RC 12 WITH NOTHING SENT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "TRNJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-AM-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT DORMANCY-WARNING-FILE ASSIGN TO "DORMWARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DW-STATUS.
           SELECT ACCOUNT-TYPE-FILE ASSIGN TO "ACCTTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "NOTCTMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.
           SELECT NOTICE-HISTORY-FILE ASSIGN TO "NOTCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NH-NOTICE-KEY
               FILE STATUS IS WS-NH-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "NOTCLTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "NOTCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY TRNJRNL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
       FD  ACCOUNT-HOLD-FILE.
           COPY ACCTHOLD.
       FD  DORMANCY-WARNING-FILE.
           COPY DORMWARN.
       FD  ACCOUNT-TYPE-FILE.
           COPY ACCTTYP.
       FD  TEMPLATE-FILE.
           COPY NOTCTMPL.
       FD  NOTICE-HISTORY-FILE.
           COPY NOTCHIST.
       FD  NOTICE-FILE.
       01  NOTICE-PRINT-LINE     PIC X(90).
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-CUSTOMER-NUMBER      PIC 9(10).
           05  SR-ACCOUNT-NUMBER       PIC 9(10).
           05  SR-TYPE-ORDER           PIC 9(01).
           05  SR-EVENT-DATE           PIC 9(08).
           05  SR-EVENT-REF            PIC X(21).
           05  SR-NOTICE-TYPE          PIC X(01).
           05  SR-AMOUNT               PIC S9(09)V99.
           05  SR-CURRENCY-CODE        PIC X(03).
           05  SR-LIMIT                PIC S9(09)V99.
           05  SR-REASON               PIC X(20).
           05  SR-DUE-DATE             PIC 9(08).
           05  SR-LAST-ACTIVITY        PIC 9(08).
       WORKING-STORAGE SECTION.
       01  WS-JR-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-AM-STATUS          PIC X(02).
       01  WS-CM-STATUS          PIC X(02).
       01  WS-HD-STATUS          PIC X(02).
       01  WS-DW-STATUS          PIC X(02).
       01  WS-AT-STATUS          PIC X(02).
       01  WS-NT-STATUS          PIC X(02).
       01  WS-NH-STATUS          PIC X(02).
       01  WS-LT-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-SORT-EOF-SWITCH    PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-DORMWARN-OPEN      PIC X(01).
       01  WS-ACCOUNT-FOUND      PIC X(01).
       01  WS-CUSTOMER-FOUND     PIC X(01).
       01  WS-RELEASE-EVENT      PIC X(01).
       01  WS-SENT-BEFORE        PIC X(01).
       01  WS-LETTER-OPEN        PIC X(01).
       01  WS-TEMPLATE-FOUND     PIC X(01).
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-HOLD-LOOKBACK-DAYS PIC 9(03) VALUE 7.
       01  WS-HOLD-FROM-DATE     PIC 9(08).
       01  WS-OD-LIMIT           PIC S9(09)V99.
       01  WS-CUSTOMER-READ      PIC 9(10).
       01  WS-LETTER-CUSTOMER    PIC 9(10).
       01  WS-PREV-O-ACCOUNT     PIC 9(10).
       01  WS-LETTER-NUMBER      PIC 9(06).
       01  WS-RECORDS-READ       PIC 9(08) VALUE ZERO.
       01  WS-EVENTS-FOUND       PIC 9(08) VALUE ZERO.
       01  WS-NOTICES-SENT       PIC 9(08) VALUE ZERO.
       01  WS-LETTERS-PRINTED    PIC 9(08) VALUE ZERO.
       01  WS-ALREADY-SENT       PIC 9(08) VALUE ZERO.
       01  WS-NOT-ADDRESSED      PIC 9(08) VALUE ZERO.
       01  WS-TEMPLATE-TABLE.
           05  WS-TEMPLATE-COUNT       PIC 9(04) VALUE ZERO.
           05  WS-TEMPLATE-ENTRY OCCURS 200 TIMES.
               10  TL-NOTICE-TYPE       PIC X(01).
               10  TL-TEXT              PIC X(70).
       01  WS-TL-SUB             PIC 9(04).
       01  WS-CHECK-TYPE         PIC X(01).
       01  WS-PRINT-TYPE         PIC X(01).
       01  WS-TEMPLATE-LINE.
           05  WS-TEMPLATE-TEXT        PIC X(70).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-TEXT-END           PIC 9(03).
       01  WS-IN-PTR             PIC 9(03).
       01  WS-OUT-PTR            PIC 9(03).
       01  WS-FIELD-LENGTH       PIC 9(02).
       01  WS-FIELD-VALUE        PIC X(30).
       01  WS-VALUE-START        PIC 9(02).
       01  WS-VALUE-END          PIC 9(02).
       01  WS-DATE-IN            PIC 9(08).
       01  WS-DATE-IN-SPLIT REDEFINES WS-DATE-IN.
           05  WS-DATE-IN-YEAR   PIC 9(04).
           05  WS-DATE-IN-MONTH  PIC 9(02).
           05  WS-DATE-IN-DAY    PIC 9(02).
       01  WS-DATE-OUT           PIC X(10).
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-LETTER-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       COPY ACCTTYPT.
       COPY CTLTOT.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'NOTCGEN' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH NOT = 'Y'
               PERFORM 0150-LOAD-ACCOUNT-TYPES
           END-IF
           IF WS-ABEND-SWITCH NOT = 'Y'
               PERFORM 0160-LOAD-TEMPLATES
           END-IF
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0080-PROVE-JOURNAL
           IF CT-RESULT NOT = '00'
               DISPLAY 'NOTCGEN ABEND: TRNJRNL.DAT FAILED ITS CONTROL '
                       'TOTALS, REASON ' CT-RESULT
               MOVE 12 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUSTOMER-NUMBER
               ON ASCENDING KEY SR-ACCOUNT-NUMBER
               ON ASCENDING KEY SR-TYPE-ORDER
               ON ASCENDING KEY SR-EVENT-DATE
               ON ASCENDING KEY SR-EVENT-REF
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0200-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 0300-PRODUCE-NOTICES
           PERFORM 0800-PRINT-TOTALS
           PERFORM 0850-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           IF WS-NOT-ADDRESSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0050-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'NOTCGEN ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'NOTCGEN ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-ABEND-SWITCH NOT = 'Y'
               COMPUTE WS-HOLD-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - WS-HOLD-LOOKBACK-DAYS)
           END-IF.

      *    THE JOURNAL IS PROVED AGAINST ITS CONTROL RECORDS (SEE
      *    CTLTOT) BEFORE ANYTHING IS PRODUCED FROM IT: EVERY BATCH
      *    MUST BE FOR TODAY'S BUSINESS DATE, COMPLETE AND IN BALANCE.
       0080-PROVE-JOURNAL.
           MOVE 'TRNJRNL' TO CT-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE 'E' TO CT-DATE-CHECK
           MOVE 'N' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                               JOURNAL-RECORD
                                               JR-ACCOUNT-NUMBER
                                               JR-AMOUNT
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' CONTROL-TOTAL-AREA
                                   JOURNAL-RECORD
                                   JR-ACCOUNT-NUMBER
                                   JR-AMOUNT
               CLOSE JOURNAL-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-STATUS NOT = '00'
               DISPLAY 'NOTCGEN ABEND: CANNOT OPEN TRNJRNL.DAT, '
                       'FILE STATUS ' WS-JR-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY 'NOTCGEN ABEND: CANNOT OPEN ACCTMAST.DAT, '
                       'FILE STATUS ' WS-AM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'NOTCGEN ABEND: CANNOT OPEN CUSTMAST.DAT, '
                       'FILE STATUS ' WS-CM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-HOLD-FILE
           IF WS-HD-STATUS NOT = '00'
               DISPLAY 'NOTCGEN ABEND: CANNOT OPEN ACCTHOLD.DAT, '
                       'FILE STATUS ' WS-HD-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O NOTICE-HISTORY-FILE
           IF WS-NH-STATUS = '35'
               OPEN OUTPUT NOTICE-HISTORY-FILE
               CLOSE NOTICE-HISTORY-FILE
               OPEN I-O NOTICE-HISTORY-FILE
           END-IF
           IF WS-NH-STATUS NOT = '00'
               DISPLAY 'NOTCGEN ABEND: CANNOT OPEN NOTCHIST.DAT, '
                       'FILE STATUS ' WS-NH-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
      *    BEFORE THE FIRST DORMANCY REVIEW THERE IS NO EXTRACT TO
      *    READ; THE RUN GOES ON WITHOUT DORMANCY NOTICES.
           MOVE 'N' TO WS-DORMWARN-OPEN
           OPEN INPUT DORMANCY-WARNING-FILE
           IF WS-DW-STATUS = '00'
               MOVE 'Y' TO WS-DORMWARN-OPEN
           ELSE
               DISPLAY 'NOTCGEN WARNING: CANNOT OPEN DORMWARN.DAT, '
                       'FILE STATUS ' WS-DW-STATUS
                       ' - NO DORMANCY NOTICES THIS RUN'
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-LETTER-OPEN
           MOVE 'N' TO WS-CUSTOMER-FOUND
           MOVE ZERO TO WS-CUSTOMER-READ
           MOVE ZERO TO WS-LETTER-CUSTOMER
           MOVE ZERO TO WS-PREV-O-ACCOUNT
           MOVE ZERO TO WS-LETTER-NUMBER
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CUSTOMER NOTICES FOR BUSINESS DATE '
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
               DISPLAY 'NOTCGEN ABEND: CANNOT OPEN ACCTTYPE.DAT, '
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
               DISPLAY 'NOTCGEN WARNING: ACCOUNT TYPE TABLE FULL, '
                       'TYPE ' AT-TYPE-CODE ' IGNORED'
           END-IF.

      *    THE WHOLE WORDING FILE IS HELD IN CORE; A LETTER CANNOT BE
      *    PRINTED WITHOUT EVERY PART OF IT, SO A MISSING TYPE STOPS
      *    THE RUN BEFORE ANYTHING IS SENT.
       0160-LOAD-TEMPLATES.
           MOVE ZERO TO WS-TEMPLATE-COUNT
           OPEN INPUT TEMPLATE-FILE
           IF WS-NT-STATUS NOT = '00'
               DISPLAY 'NOTCGEN ABEND: CANNOT OPEN NOTCTMPL.DAT, '
                       'FILE STATUS ' WS-NT-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               PERFORM UNTIL WS-NT-STATUS = '10'
                   READ TEMPLATE-FILE
                       AT END
                           MOVE '10' TO WS-NT-STATUS
                       NOT AT END
                           IF WS-TEMPLATE-COUNT < 200
                               ADD 1 TO WS-TEMPLATE-COUNT
                               MOVE NT-NOTICE-TYPE TO
                                   TL-NOTICE-TYPE(WS-TEMPLATE-COUNT)
                               MOVE NT-TEXT TO
                                   TL-TEXT(WS-TEMPLATE-COUNT)
                           ELSE
                               DISPLAY 'NOTCGEN WARNING: NOTCTMPL.DAT '
                                       'OVER 200 LINES, REST IGNORED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
               MOVE 'A' TO WS-CHECK-TYPE
               PERFORM 0165-CHECK-TEMPLATE-TYPE
               MOVE 'F' TO WS-CHECK-TYPE
               PERFORM 0165-CHECK-TEMPLATE-TYPE
               MOVE 'O' TO WS-CHECK-TYPE
               PERFORM 0165-CHECK-TEMPLATE-TYPE
               MOVE 'H' TO WS-CHECK-TYPE
               PERFORM 0165-CHECK-TEMPLATE-TYPE
               MOVE 'D' TO WS-CHECK-TYPE
               PERFORM 0165-CHECK-TEMPLATE-TYPE
               MOVE 'Z' TO WS-CHECK-TYPE
               PERFORM 0165-CHECK-TEMPLATE-TYPE
           END-IF.

       0165-CHECK-TEMPLATE-TYPE.
           MOVE 'N' TO WS-TEMPLATE-FOUND
           PERFORM VARYING WS-TL-SUB FROM 1 BY 1
                   UNTIL WS-TL-SUB > WS-TEMPLATE-COUNT
               IF TL-NOTICE-TYPE(WS-TL-SUB) = WS-CHECK-TYPE
                   MOVE 'Y' TO WS-TEMPLATE-FOUND
               END-IF
           END-PERFORM
           IF WS-TEMPLATE-FOUND NOT = 'Y'
               DISPLAY 'NOTCGEN ABEND: NOTCTMPL.DAT HAS NO LINES FOR '
                       'TYPE ' WS-CHECK-TYPE
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF.

       0200-RELEASE-EVENTS.
           PERFORM 0210-RELEASE-JOURNAL-EVENTS
           PERFORM 0230-RELEASE-HOLD-EVENTS
           IF WS-DORMWARN-OPEN = 'Y'
               PERFORM 0250-RELEASE-DORMANCY-EVENTS
           END-IF.

       0210-RELEASE-JOURNAL-EVENTS.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                           JOURNAL-RECORD
                                           JR-ACCOUNT-NUMBER
                                           JR-AMOUNT
                       IF CT-RECORD-KIND = 'D'
                           ADD 1 TO WS-RECORDS-READ
                           IF JR-TRANS-TYPE = 'F'
                                   AND JR-CONTRA-ACCOUNT = ZERO
                               PERFORM 0215-RELEASE-FEE-EVENT
                           END-IF
                           PERFORM 0220-CHECK-OVERDRAWN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       0215-RELEASE-FEE-EVENT.
           MOVE JR-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
           MOVE 'F'               TO SR-NOTICE-TYPE
           MOVE 2                 TO SR-TYPE-ORDER
           MOVE WS-BUSINESS-DATE  TO SR-EVENT-DATE
           MOVE JR-TIMESTAMP      TO SR-EVENT-REF
           MOVE JR-AMOUNT         TO SR-AMOUNT
           MOVE ZERO              TO SR-LIMIT
           MOVE SPACES            TO SR-REASON
           MOVE ZERO              TO SR-DUE-DATE
           MOVE ZERO              TO SR-LAST-ACTIVITY
           PERFORM 0290-RELEASE-EVENT.

      *    ONLY THE POSTING THAT CROSSED THE LIMIT RAISES THE EVENT -
      *    AN ACCOUNT ALREADY BEYOND IT IS NOT WRITTEN TO AGAIN FOR
      *    EVERY LATER POSTING.
       0220-CHECK-OVERDRAWN.
           PERFORM 0280-LOOKUP-OVERDRAFT-LIMIT
           IF JR-BEFORE-BALANCE NOT < 0 - WS-OD-LIMIT
                   AND JR-AFTER-BALANCE < 0 - WS-OD-LIMIT
               MOVE JR-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
               MOVE 'O'               TO SR-NOTICE-TYPE
               MOVE 1                 TO SR-TYPE-ORDER
               MOVE WS-BUSINESS-DATE  TO SR-EVENT-DATE
               MOVE SPACES            TO SR-EVENT-REF
               MOVE JR-AFTER-BALANCE  TO SR-AMOUNT
               MOVE WS-OD-LIMIT       TO SR-LIMIT
               MOVE SPACES            TO SR-REASON
               MOVE ZERO              TO SR-DUE-DATE
               MOVE ZERO              TO SR-LAST-ACTIVITY
               PERFORM 0290-RELEASE-EVENT
           END-IF.

       0230-RELEASE-HOLD-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ACCOUNT-HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF HD-STATUS = 'A'
                               AND HD-AUTH-CODE = SPACES
                               AND HD-DATE-PLACED
                                   NOT < WS-HOLD-FROM-DATE
                           PERFORM 0235-RELEASE-HOLD-EVENT
                       END-IF
               END-READ
           END-PERFORM.

       0235-RELEASE-HOLD-EVENT.
           MOVE HD-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
           MOVE 'H'               TO SR-NOTICE-TYPE
           MOVE 3                 TO SR-TYPE-ORDER
           MOVE HD-DATE-PLACED    TO SR-EVENT-DATE
           MOVE HD-HOLD-SEQ       TO SR-EVENT-REF
           MOVE HD-AMOUNT         TO SR-AMOUNT
           MOVE ZERO              TO SR-LIMIT
           MOVE HD-REASON         TO SR-REASON
           MOVE HD-EXPIRY-DATE    TO SR-DUE-DATE
           MOVE ZERO              TO SR-LAST-ACTIVITY
           PERFORM 0290-RELEASE-EVENT.

       0250-RELEASE-DORMANCY-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ DORMANCY-WARNING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 0255-RELEASE-DORMANCY-EVENT
               END-READ
           END-PERFORM.

       0255-RELEASE-DORMANCY-EVENT.
           MOVE DW-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
           MOVE 'D'               TO SR-NOTICE-TYPE
           MOVE 4                 TO SR-TYPE-ORDER
           MOVE DW-REVIEW-DATE    TO SR-EVENT-DATE
           MOVE SPACES            TO SR-EVENT-REF
           MOVE DW-BALANCE        TO SR-AMOUNT
           MOVE ZERO              TO SR-LIMIT
           MOVE SPACES            TO SR-REASON
           MOVE DW-DORMANT-DATE   TO SR-DUE-DATE
           MOVE DW-LAST-ACTIVITY  TO SR-LAST-ACTIVITY
           PERFORM 0290-RELEASE-EVENT.

       0280-LOOKUP-OVERDRAFT-LIMIT.
           MOVE ZERO TO WS-OD-LIMIT
           SET TT-IDX TO 1
           SEARCH WS-ACCT-TYPE-ENTRY
               AT END
                   CONTINUE
               WHEN TT-TYPE-CODE(TT-IDX) = JR-ACCOUNT-TYPE
                   MOVE TT-OVERDRAFT-LIMIT(TT-IDX) TO WS-OD-LIMIT
           END-SEARCH.

      *    EVERY EVENT TAKES ITS CUSTOMER AND CURRENCY FROM ACCTMAST AS
      *    IT STANDS AT THE END OF THE DAY. AN OVERDRAWN ACCOUNT BACK
      *    WITHIN ITS LIMIT BY THEN, OR A DORMANCY-PENDING ACCOUNT NO
      *    LONGER OPEN, IS DROPPED. AN ACCOUNT NOT ON ACCTMAST GOES
      *    THROUGH WITH NO CUSTOMER AND IS REPORTED AS UNADDRESSED.
       0290-RELEASE-EVENT.
           MOVE 'Y' TO WS-RELEASE-EVENT
           MOVE SR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ
           IF WS-ACCOUNT-FOUND = 'Y'
               MOVE AM-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
               MOVE AM-CURRENCY-CODE   TO SR-CURRENCY-CODE
               IF SR-NOTICE-TYPE = 'O'
                   IF AM-BALANCE < 0 - SR-LIMIT
                       MOVE AM-BALANCE TO SR-AMOUNT
                   ELSE
                       MOVE 'N' TO WS-RELEASE-EVENT
                   END-IF
               END-IF
               IF SR-NOTICE-TYPE = 'D'
                       AND AM-ACCOUNT-STATUS NOT = 'O'
                       AND AM-ACCOUNT-STATUS NOT = SPACE
                   MOVE 'N' TO WS-RELEASE-EVENT
               END-IF
           ELSE
               MOVE ZERO   TO SR-CUSTOMER-NUMBER
               MOVE SPACES TO SR-CURRENCY-CODE
           END-IF
           IF WS-RELEASE-EVENT = 'Y'
               RELEASE SORT-RECORD
           END-IF.

       0300-PRODUCE-NOTICES.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM UNTIL WS-SORT-EOF-SWITCH = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 0400-PROCESS-EVENT
               END-RETURN
           END-PERFORM
           IF WS-LETTER-OPEN = 'Y'
               PERFORM 0600-END-LETTER
           END-IF.

      *    AN ACCOUNT CAN CROSS ITS LIMIT MORE THAN ONCE IN A DAY; IT
      *    GETS ONE OVERDRAWN NOTICE.
       0400-PROCESS-EVENT.
           IF SR-NOTICE-TYPE = 'O'
                   AND SR-ACCOUNT-NUMBER = WS-PREV-O-ACCOUNT
               CONTINUE
           ELSE
               IF SR-NOTICE-TYPE = 'O'
                   MOVE SR-ACCOUNT-NUMBER TO WS-PREV-O-ACCOUNT
               END-IF
               ADD 1 TO WS-EVENTS-FOUND
               PERFORM 0410-CHECK-NOTICE-HISTORY
               IF WS-SENT-BEFORE = 'Y'
                   ADD 1 TO WS-ALREADY-SENT
               ELSE
                   PERFORM 0420-SEND-NOTICE
               END-IF
           END-IF.

       0410-CHECK-NOTICE-HISTORY.
           MOVE SR-ACCOUNT-NUMBER TO NH-ACCOUNT-NUMBER
           MOVE SR-EVENT-DATE     TO NH-EVENT-DATE
           MOVE SR-NOTICE-TYPE    TO NH-NOTICE-TYPE
           MOVE SR-EVENT-REF      TO NH-EVENT-REF
           READ NOTICE-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SENT-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SENT-BEFORE
           END-READ.

       0420-SEND-NOTICE.
           IF WS-LETTER-OPEN = 'Y'
                   AND SR-CUSTOMER-NUMBER NOT = WS-LETTER-CUSTOMER
               PERFORM 0600-END-LETTER
           END-IF
           IF SR-CUSTOMER-NUMBER NOT = WS-CUSTOMER-READ
               PERFORM 0430-READ-CUSTOMER
           END-IF
           IF WS-CUSTOMER-FOUND NOT = 'Y'
               PERFORM 0450-REPORT-NOT-ADDRESSED
           ELSE
               IF WS-LETTER-OPEN NOT = 'Y'
                   PERFORM 0500-START-LETTER
               END-IF
               PERFORM 0550-PRINT-NOTICE
               PERFORM 0580-LOG-NOTICE
           END-IF.

       0430-READ-CUSTOMER.
           MOVE SR-CUSTOMER-NUMBER TO WS-CUSTOMER-READ
           MOVE 'N' TO WS-CUSTOMER-FOUND
           IF SR-CUSTOMER-NUMBER NOT = ZERO
               MOVE SR-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CUSTOMER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-FOUND
               END-READ
           END-IF.

       0450-REPORT-NOT-ADDRESSED.
           ADD 1 TO WS-NOT-ADDRESSED
           MOVE SPACES TO WS-REPORT-LINE
           IF SR-CUSTOMER-NUMBER = ZERO
               STRING 'ACCT ' DELIMITED BY SIZE
                      SR-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' NOTICE ' DELIMITED BY SIZE
                      SR-NOTICE-TYPE DELIMITED BY SIZE
                      ' EVENT ' DELIMITED BY SIZE
                      SR-EVENT-DATE DELIMITED BY SIZE
                      ' NOT SENT - NO CUSTOMER ON THE ACCOUNT'
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING 'ACCT ' DELIMITED BY SIZE
                      SR-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' NOTICE ' DELIMITED BY SIZE
                      SR-NOTICE-TYPE DELIMITED BY SIZE
                      ' EVENT ' DELIMITED BY SIZE
                      SR-EVENT-DATE DELIMITED BY SIZE
                      ' NOT SENT - CUSTOMER ' DELIMITED BY SIZE
                      SR-CUSTOMER-NUMBER DELIMITED BY SIZE
                      ' NOT ON FILE' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0500-START-LETTER.
           ADD 1 TO WS-LETTER-NUMBER
           ADD 1 TO WS-LETTERS-PRINTED
           MOVE 'Y' TO WS-LETTER-OPEN
           MOVE SR-CUSTOMER-NUMBER TO WS-LETTER-CUSTOMER
           MOVE WS-BUSINESS-DATE TO WS-DATE-IN
           PERFORM 0730-FORMAT-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCOUNT NOTICE' DELIMITED BY SIZE
                  '                                          '
                      DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-DATE-OUT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OUR REFERENCE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-LETTER-NUMBER DELIMITED BY SIZE
                  '                   CUSTOMER ' DELIMITED BY SIZE
                  CM-CUSTOMER-NUMBER DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE CM-CUSTOMER-NAME TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE CM-ADDRESS-LINE-1 TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           IF CM-ADDRESS-LINE-2 NOT = SPACES
               MOVE CM-ADDRESS-LINE-2 TO NOTICE-PRINT-LINE
               WRITE NOTICE-PRINT-LINE
           END-IF
           IF CM-ADDRESS-LINE-3 NOT = SPACES
               MOVE CM-ADDRESS-LINE-3 TO NOTICE-PRINT-LINE
               WRITE NOTICE-PRINT-LINE
           END-IF
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE 'A' TO WS-PRINT-TYPE
           PERFORM 0700-PRINT-TEMPLATE-TYPE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE.

       0550-PRINT-NOTICE.
           MOVE SR-NOTICE-TYPE TO WS-PRINT-TYPE
           PERFORM 0700-PRINT-TEMPLATE-TYPE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE.

      *    LOGGED AS IT IS PRINTED, SO A RERUN AFTER A FAILURE SENDS
      *    ONLY WHAT THE FAILED RUN HAD NOT YET PRINTED.
       0580-LOG-NOTICE.
           ADD 1 TO WS-NOTICES-SENT
           MOVE SR-ACCOUNT-NUMBER  TO NH-ACCOUNT-NUMBER
           MOVE SR-EVENT-DATE      TO NH-EVENT-DATE
           MOVE SR-NOTICE-TYPE     TO NH-NOTICE-TYPE
           MOVE SR-EVENT-REF       TO NH-EVENT-REF
           MOVE SR-CUSTOMER-NUMBER TO NH-CUSTOMER-NUMBER
           MOVE WS-BUSINESS-DATE   TO NH-SENT-DATE
           MOVE WS-LETTER-NUMBER   TO NH-LETTER-NUMBER
           MOVE SR-AMOUNT          TO NH-AMOUNT
           MOVE SR-CURRENCY-CODE   TO NH-CURRENCY-CODE
           MOVE SR-LIMIT           TO NH-LIMIT
           MOVE SR-REASON          TO NH-REASON
           MOVE SR-DUE-DATE        TO NH-DUE-DATE
           WRITE NOTICE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'NOTCGEN WARNING: NOTICE HISTORY NOT '
                           'WRITTEN FOR ACCT ' SR-ACCOUNT-NUMBER
                           ' TYPE ' SR-NOTICE-TYPE
                           ', FILE STATUS ' WS-NH-STATUS
           END-WRITE
           MOVE SR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LETTER ' DELIMITED BY SIZE
                  WS-LETTER-NUMBER DELIMITED BY SIZE
                  ' CUST ' DELIMITED BY SIZE
                  SR-CUSTOMER-NUMBER DELIMITED BY SIZE
                  ' ACCT ' DELIMITED BY SIZE
                  SR-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' NOTICE ' DELIMITED BY SIZE
                  SR-NOTICE-TYPE DELIMITED BY SIZE
                  ' EVENT ' DELIMITED BY SIZE
                  SR-EVENT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0600-END-LETTER.
           MOVE 'Z' TO WS-PRINT-TYPE
           PERFORM 0700-PRINT-TEMPLATE-TYPE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE 'N' TO WS-LETTER-OPEN.

       0700-PRINT-TEMPLATE-TYPE.
           PERFORM VARYING WS-TL-SUB FROM 1 BY 1
                   UNTIL WS-TL-SUB > WS-TEMPLATE-COUNT
               IF TL-NOTICE-TYPE(WS-TL-SUB) = WS-PRINT-TYPE
                   MOVE TL-TEXT(WS-TL-SUB) TO WS-TEMPLATE-TEXT
                   PERFORM 0710-EXPAND-TEMPLATE-LINE
                   WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *    COPIES THE WORDING ACROSS A CHARACTER AT A TIME, REPLACING
      *    EACH &FIELD (SEE NOTCTMPL) WITH ITS VALUE FOR THE NOTICE.
       0710-EXPAND-TEMPLATE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-TEXT-END FROM 70 BY -1
                   UNTIL WS-TEXT-END < 1
                      OR WS-TEMPLATE-TEXT(WS-TEXT-END:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-IN-PTR FROM 1 BY 1
                   UNTIL WS-IN-PTR > WS-TEXT-END
               IF WS-TEMPLATE-LINE(WS-IN-PTR:1) = '&'
                   PERFORM 0720-SUBSTITUTE-FIELD
               ELSE
                   STRING WS-TEMPLATE-LINE(WS-IN-PTR:1)
                              DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                       WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM.

       0720-SUBSTITUTE-FIELD.
           MOVE ZERO TO WS-FIELD-LENGTH
           MOVE SPACES TO WS-FIELD-VALUE
           EVALUATE TRUE
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:5) = '&NAME'
                   MOVE 5 TO WS-FIELD-LENGTH
                   MOVE CM-CUSTOMER-NAME TO WS-FIELD-VALUE
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:5) = '&ACCT'
                   MOVE 5 TO WS-FIELD-LENGTH
                   MOVE SR-ACCOUNT-NUMBER TO WS-FIELD-VALUE
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:7) = '&AMOUNT'
                   MOVE 7 TO WS-FIELD-LENGTH
                   MOVE SR-AMOUNT TO WS-LETTER-AMOUNT-EDIT
                   MOVE WS-LETTER-AMOUNT-EDIT TO WS-FIELD-VALUE
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:4) = '&CCY'
                   MOVE 4 TO WS-FIELD-LENGTH
                   MOVE SR-CURRENCY-CODE TO WS-FIELD-VALUE
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:6) = '&LIMIT'
                   MOVE 6 TO WS-FIELD-LENGTH
                   MOVE SR-LIMIT TO WS-LETTER-AMOUNT-EDIT
                   MOVE WS-LETTER-AMOUNT-EDIT TO WS-FIELD-VALUE
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:7) = '&REASON'
                   MOVE 7 TO WS-FIELD-LENGTH
                   MOVE SR-REASON TO WS-FIELD-VALUE
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:7) = '&EXPIRY'
                   MOVE 7 TO WS-FIELD-LENGTH
                   IF SR-DUE-DATE = ZERO
                       MOVE 'UNTIL RELEASED' TO WS-FIELD-VALUE
                   ELSE
                       MOVE SR-DUE-DATE TO WS-DATE-IN
                       PERFORM 0730-FORMAT-DATE
                       MOVE WS-DATE-OUT TO WS-FIELD-VALUE
                   END-IF
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:5) = '&DATE'
                   MOVE 5 TO WS-FIELD-LENGTH
                   MOVE SR-EVENT-DATE TO WS-DATE-IN
                   PERFORM 0730-FORMAT-DATE
                   MOVE WS-DATE-OUT TO WS-FIELD-VALUE
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:8) = '&DORMANT'
                   MOVE 8 TO WS-FIELD-LENGTH
                   MOVE SR-DUE-DATE TO WS-DATE-IN
                   PERFORM 0730-FORMAT-DATE
                   MOVE WS-DATE-OUT TO WS-FIELD-VALUE
               WHEN WS-TEMPLATE-LINE(WS-IN-PTR:8) = '&LASTACT'
                   MOVE 8 TO WS-FIELD-LENGTH
                   MOVE SR-LAST-ACTIVITY TO WS-DATE-IN
                   PERFORM 0730-FORMAT-DATE
                   MOVE WS-DATE-OUT TO WS-FIELD-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FIELD-LENGTH = ZERO
               STRING '&' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-OUT-PTR
           ELSE
               MOVE ZERO TO WS-VALUE-START
               INSPECT WS-FIELD-VALUE
                   TALLYING WS-VALUE-START FOR LEADING SPACES
               PERFORM VARYING WS-VALUE-END FROM 30 BY -1
                       UNTIL WS-VALUE-END < 1
                          OR WS-FIELD-VALUE(WS-VALUE-END:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               IF WS-VALUE-END > WS-VALUE-START
                   STRING WS-FIELD-VALUE(WS-VALUE-START + 1:
                              WS-VALUE-END - WS-VALUE-START)
                              DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                       WITH POINTER WS-OUT-PTR
               END-IF
               COMPUTE WS-IN-PTR = WS-IN-PTR + WS-FIELD-LENGTH - 1
           END-IF.

       0730-FORMAT-DATE.
           MOVE SPACES TO WS-DATE-OUT
           STRING WS-DATE-IN-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-IN-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-IN-DAY DELIMITED BY SIZE
               INTO WS-DATE-OUT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE WS-EVENTS-FOUND TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EVENTS FOUND........... ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-ALREADY-SENT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ALREADY NOTIFIED....... ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-NOTICES-SENT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NOTICES SENT........... ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-LETTERS-PRINTED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LETTERS PRINTED........ ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-NOT-ADDRESSED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NOT SENT - NO ADDRESS.. ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0850-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ACCOUNT-HOLD-FILE
           IF WS-DORMWARN-OPEN = 'Y'
               CLOSE DORMANCY-WARNING-FILE
           END-IF
           CLOSE NOTICE-HISTORY-FILE
           CLOSE NOTICE-FILE
           CLOSE REPORT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'NOTCGEN RUN SUMMARY'
           DISPLAY 'JOURNAL READ......: ' WS-RECORDS-READ
           DISPLAY 'EVENTS FOUND......: ' WS-EVENTS-FOUND
           DISPLAY 'ALREADY NOTIFIED..: ' WS-ALREADY-SENT
           DISPLAY 'NOTICES SENT......: ' WS-NOTICES-SENT
           DISPLAY 'LETTERS PRINTED...: ' WS-LETTERS-PRINTED
           DISPLAY 'NOT ADDRESSED.....: ' WS-NOT-ADDRESSED.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE WS-NOTICES-SENT TO RL-RECORDS-POSTED
           MOVE WS-NOT-ADDRESSED TO RL-RECORDS-REJECTED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
