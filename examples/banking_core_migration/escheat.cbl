       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      *----------------------------------------------------------------
      *  UNCLAIMED PROPERTY (ESCHEATMENT) RUN
      *  PICKS UP WHERE THE INACTIVITY REVIEW (DORMRVW) LEAVES OFF.
      *  EVERY DORMANT ACCOUNT (STATUS D) WITH A CREDIT BALANCE IS
      *  MEASURED AGAINST THE UNCLAIMED-PROPERTY RULE OF ITS OWNER'S
      *  JURISDICTION - COUNTRY AND STATE FROM CUSTMAST, RULES FROM
      *  ESCHRULE - USING THE SAME DEFINITION OF CUSTOMER-INITIATED
      *  ACTIVITY AS DORMRVW: THE LAST POSTING ON TRNHIST, OR ON
      *  RCNTPOST FOR ANYTHING POSTED SINCE THE LAST HISTORY LOAD,
      *  THAT IS NOT INTEREST, A FEE, A SERVICE CHARGE, LOAN INTEREST
      *  OR A REVERSAL.
      *  PRE-ESCHEAT CHECKPOINT: ONCE THE ACCOUNT IS WITHIN THE RULE'S
      *  NOTICE WINDOW OF BECOMING REPORTABLE, A DUE-DILIGENCE NOTICE
      *  IS LISTED ON THE ESCHNTC REPORT FOR MAILING TO THE OWNER'S
      *  LAST KNOWN ADDRESS AND RECORDED ON THE ESCHTRK KSDS.
      *  ESCHEAT: ONCE THE ACCOUNT IS REPORTABLE AND THE FULL NOTICE
      *  WINDOW HAS PASSED WITH NO CUSTOMER ACTIVITY SINCE THE NOTICE,
      *  PASS 2 - WITH ACCTMAST, TRNHIST AND RCNTPOST CLOSED - MOVES
      *  THE WHOLE BALANCE TO THE JURISDICTION'S UNCLAIMED-PROPERTY
      *  LIABILITY ACCOUNT THROUGH TRANSACT'S PERSISTENT-OPEN BATCH
      *  MODE (ENTRY TRANBAT) AS A TYPE-T TRANSFER, MARKS THE ACCOUNT
      *  ESCHEATED ON ESCHTRK, WRITES ITS ENTRY TO THE REGULATORY
      *  FILING EXTRACT (ESCHFIL) AND EMITS A CLOSE ACTION (C) TO THE
      *  ESCHMNT FILE - THE FOLLOWING ACCTMNT STEP IN THE SAME JOB
      *  APPLIES THEM, SO EVERY CLOSURE LANDS IN MNTJRNL LIKE ANY
      *  KEYED ACTION. THE REMITTANCE REPORT (ESCHRMT) LISTS EACH
      *  ACCOUNT ESCHEATED OR DECLINED AND TOTALS WHAT IS OWED TO EACH
      *  AUTHORITY BY CURRENCY.
      *  A NOTICE IS CANCELLED WHEN THE CUSTOMER COMES BACK (ACTIVITY
      *  AFTER THE NOTICE) OR THE ACCOUNT IS NO LONGER DORMANT. A
      *  DECLINED TRANSFER (E.G. HOLDS ON THE ACCOUNT) LEAVES THE
      *  NOTICE STANDING AND IS RETRIED ON THE NEXT RUN. AN ACCOUNT
      *  ALREADY ESCHEATED BUT STILL NOT CLOSED HAS ITS CLOSE ACTION
      *  EMITTED AGAIN, SO A RERUN AFTER A FAILED ACCTMNT STEP
      *  FINISHES THE JOB WITHOUT MOVING ANY MONEY TWICE.
      *  OWNERS WHO COME FORWARD LATER ARE REPAID BY THE ESCHCLM RUN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-AM-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TRNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HISTORY-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT RECENT-POSTINGS-FILE ASSIGN TO "RCNTPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-ACCOUNT-NUMBER
               FILE STATUS IS WS-RP-STATUS.
           SELECT ESCHEAT-TRACK-FILE ASSIGN TO "ESCHTRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ET-ACCOUNT-NUMBER
               FILE STATUS IS WS-ET-STATUS.
           SELECT ESCHEAT-RULE-FILE ASSIGN TO "ESCHRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT NOTICE-REPORT-FILE ASSIGN TO "ESCHNTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NR-STATUS.
           SELECT REMIT-REPORT-FILE ASSIGN TO "ESCHRMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT FILING-FILE ASSIGN TO "ESCHFIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EF-STATUS.
           SELECT ESCHEAT-MAINT-FILE ASSIGN TO "ESCHMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-STATUS.
           SELECT ESCHEAT-WORK-FILE ASSIGN TO "ESCHWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.
       FD  HISTORY-FILE.
           COPY TRNHIST.
       FD  RECENT-POSTINGS-FILE.
           COPY RCNTPOST.
       FD  ESCHEAT-TRACK-FILE.
           COPY ESCHTRK.
       FD  ESCHEAT-RULE-FILE.
           COPY ESCHRULE.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  NOTICE-REPORT-FILE.
       01  NOTICE-PRINT-LINE     PIC X(90).
       FD  REMIT-REPORT-FILE.
       01  REMIT-PRINT-LINE      PIC X(90).
       FD  FILING-FILE.
           COPY ESCHFIL.
       FD  ESCHEAT-MAINT-FILE.
           COPY MNTIN.
       FD  ESCHEAT-WORK-FILE.
       01  ESCHEAT-WORK-RECORD.
           05  EW-FILING-DATA          PIC X(213).
           05  EW-LIABILITY-ACCOUNT    PIC 9(10).
       WORKING-STORAGE SECTION.
       01  WS-AM-STATUS          PIC X(02).
       01  WS-CM-STATUS          PIC X(02).
       01  WS-TH-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-ET-STATUS          PIC X(02).
       01  WS-ER-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-NR-STATUS          PIC X(02).
       01  WS-RR-STATUS          PIC X(02).
       01  WS-EF-STATUS          PIC X(02).
       01  WS-EM-STATUS          PIC X(02).
       01  WS-EW-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-HIST-DONE          PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-TRACK-FOUND        PIC X(01).
       01  WS-RULE-FOUND         PIC X(01).
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-LAST-ACTIVITY      PIC 9(08).
       01  WS-RECENT-DATE        PIC 9(08).
       01  WS-ESCHEAT-ON-DATE    PIC 9(08).
       01  WS-DAYS-SINCE-NOTICE  PIC S9(07).
       01  WS-CUTOFF-DATE        PIC 9(08).
       01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR    PIC 9(04).
           05  WS-CUTOFF-MONTH   PIC 9(02).
           05  WS-CUTOFF-DAY     PIC 9(02).
       01  WS-MONTHS-TOTAL       PIC S9(07).
       01  WS-RP-SUB             PIC 9(02).
       01  WS-OWNER-FOUND        PIC X(01).
       01  WS-OWNER-COUNTRY      PIC X(02).
       01  WS-OWNER-STATE        PIC X(02).
       01  WS-CANCEL-REASON      PIC X(30).
      *----------------------------------------------------------------
      *  IN-MEMORY UNCLAIMED-PROPERTY RULE TABLE, LOADED FROM
      *  ESCHRULE.DAT. RT-ESCHEAT-CUTOFF IS THE DATE BEFORE WHICH THE
      *  LAST ACTIVITY MUST FALL FOR AN ACCOUNT TO BE REPORTABLE
      *  TODAY, RT-NOTICE-CUTOFF THE SAME DATE MOVED FORWARD BY THE
      *  NOTICE WINDOW - BOTH WORKED OUT ONCE FROM THE BUSINESS DATE.
      *----------------------------------------------------------------
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY RT-IDX.
               10  RT-COUNTRY-CODE      PIC X(02).
               10  RT-STATE-CODE        PIC X(02).
               10  RT-NOTICE-DAYS       PIC 9(03).
               10  RT-LIABILITY-ACCOUNT PIC 9(10).
               10  RT-AUTHORITY-NAME    PIC X(30).
               10  RT-ESCHEAT-CUTOFF    PIC 9(08).
               10  RT-NOTICE-CUTOFF     PIC 9(08).
      *----------------------------------------------------------------
      *  REMITTANCE TOTALS, ONE ENTRY PER AUTHORITY, LIABILITY ACCOUNT
      *  AND CURRENCY ESCHEATED TO THIS RUN
      *----------------------------------------------------------------
       01  WS-REMIT-TABLE.
           05  WS-REMIT-COUNT          PIC 9(04) VALUE ZERO.
           05  WS-REMIT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-REMIT-COUNT
                   INDEXED BY RM-IDX.
               10  RM-COUNTRY-CODE      PIC X(02).
               10  RM-STATE-CODE        PIC X(02).
               10  RM-AUTHORITY-NAME    PIC X(30).
               10  RM-LIABILITY-ACCOUNT PIC 9(10).
               10  RM-CURRENCY-CODE     PIC X(03).
               10  RM-ITEMS             PIC 9(08).
               10  RM-AMOUNT            PIC S9(11)V99.
       01  WS-REMIT-SUB          PIC 9(04).
       01  WS-RETURN-CODE        PIC X(02).
       01  WS-TRANBAT-FUNCTION   PIC X(01).
       01  WS-ESCHEAT-ACCOUNT    PIC 9(10) VALUE ZERO.
       01  WS-LIABILITY-ACCOUNT  PIC 9(10) VALUE ZERO.
       01  WS-ESCHEAT-AMOUNT     PIC S9(09)V99 VALUE ZERO.
       01  WS-OVERRIDE-FLAG      PIC X(01) VALUE 'N'.
       01  WS-SUPERVISOR-ID      PIC X(08) VALUE SPACES.
       01  WS-ORIGINAL-DATE      PIC 9(08) VALUE ZERO.
       01  WS-ORIGINAL-SEQ       PIC 9(06) VALUE ZERO.
       01  WS-ORIGIN.
           05  WS-ORIGIN-BRANCH  PIC 9(04) VALUE ZERO.
           05  WS-ORIGIN-TELLER  PIC X(08) VALUE SPACES.
           05  WS-ORIGIN-CHANNEL PIC X(01) VALUE 'I'.
           05  WS-ORIGIN-SERIAL  PIC 9(10) VALUE ZERO.
       01  WS-ACCOUNTS-SCANNED   PIC 9(08).
       01  WS-ACCOUNTS-REVIEWED  PIC 9(08).
       01  WS-NOTICES-ISSUED     PIC 9(08).
       01  WS-NOTICES-CANCELLED  PIC 9(08).
       01  WS-NOTICES-PENDING    PIC 9(08).
       01  WS-ACCOUNTS-DUE       PIC 9(08).
       01  WS-ACCOUNTS-ESCHEATED PIC 9(08).
       01  WS-ESCHEATS-DECLINED  PIC 9(08).
       01  WS-CLOSES-REISSUED    PIC 9(08).
       01  WS-NO-RULE            PIC 9(08).
       01  WS-MANUAL-REVIEW      PIC 9(08).
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-BALANCE-EDIT       PIC ZZZZZZZZZ9.99-.
       01  WS-TOTAL-EDIT         PIC ZZZZZZZZZZZ9.99-.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-LOAD-RULES
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-PROCESS-ACCOUNTS
           PERFORM 0800-CLOSE-FILES
           IF WS-ABEND-SWITCH = 'Y'
               DISPLAY 'ESCHEAT: NO BALANCES MOVED - ACCOUNTS DUE '
                       'ARE PICKED UP AGAIN BY THE RERUN'
           ELSE
               PERFORM 0650-ESCHEAT-BALANCES
           END-IF
           PERFORM 0700-WRITE-TOTALS
           CLOSE ESCHEAT-TRACK-FILE
           CLOSE NOTICE-REPORT-FILE
           CLOSE REMIT-REPORT-FILE
           CLOSE FILING-FILE
           CLOSE ESCHEAT-MAINT-FILE
           PERFORM 0900-DISPLAY-SUMMARY
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ESCHEATS-DECLINED > ZERO
                       OR WS-NO-RULE > ZERO
                       OR WS-MANUAL-REVIEW > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    THE TRANSFERS APPEND TO TODAY'S JOURNAL GENERATION, SO THE
      *    RUN REFUSES TO START UNTIL BATCHPOST HAS COMPLETED.
       0050-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'ESCHEAT ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                       IF RN-BATCHPOST-STATE NOT = 'C'
                           DISPLAY 'ESCHEAT REFUSED: POSTING NOT '
                                   'COMPLETE FOR BUSINESS DATE '
                                   RN-BUSINESS-DATE
                           MOVE 'Y' TO WS-ABEND-SWITCH
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: CANNOT OPEN ACCTMAST.DAT, '
                       'FILE STATUS ' WS-AM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: CANNOT OPEN CUSTMAST.DAT, '
                       'FILE STATUS ' WS-CM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-TH-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: CANNOT OPEN TRNHIST.DAT, '
                       'FILE STATUS ' WS-TH-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT RECENT-POSTINGS-FILE
           IF WS-RP-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: CANNOT OPEN RCNTPOST.DAT, '
                       'FILE STATUS ' WS-RP-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN I-O ESCHEAT-TRACK-FILE
           IF WS-ET-STATUS = '35'
               OPEN OUTPUT ESCHEAT-TRACK-FILE
               CLOSE ESCHEAT-TRACK-FILE
               OPEN I-O ESCHEAT-TRACK-FILE
           END-IF
           IF WS-ET-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: CANNOT OPEN ESCHTRK.DAT, '
                       'FILE STATUS ' WS-ET-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT NOTICE-REPORT-FILE
           OPEN OUTPUT REMIT-REPORT-FILE
           OPEN OUTPUT FILING-FILE
           OPEN OUTPUT ESCHEAT-MAINT-FILE
           OPEN OUTPUT ESCHEAT-WORK-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ACCOUNTS-SCANNED
           MOVE ZERO TO WS-ACCOUNTS-REVIEWED
           MOVE ZERO TO WS-NOTICES-ISSUED
           MOVE ZERO TO WS-NOTICES-CANCELLED
           MOVE ZERO TO WS-NOTICES-PENDING
           MOVE ZERO TO WS-ACCOUNTS-DUE
           MOVE ZERO TO WS-ACCOUNTS-ESCHEATED
           MOVE ZERO TO WS-ESCHEATS-DECLINED
           MOVE ZERO TO WS-CLOSES-REISSUED
           MOVE ZERO TO WS-NO-RULE
           MOVE ZERO TO WS-MANUAL-REVIEW
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ESCHEAT DUE-DILIGENCE NOTICE LIST FOR BUSINESS '
                      DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ESCHEAT REMITTANCE REPORT FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REMIT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REMIT-PRINT-LINE
           WRITE REMIT-PRINT-LINE.

       0150-LOAD-RULES.
           MOVE ZERO TO WS-RULE-COUNT
           OPEN INPUT ESCHEAT-RULE-FILE
           IF WS-ER-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: CANNOT OPEN ESCHRULE.DAT, '
                       'FILE STATUS ' WS-ER-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               PERFORM UNTIL WS-ER-STATUS = '10'
                   READ ESCHEAT-RULE-FILE
                       AT END
                           MOVE '10' TO WS-ER-STATUS
                       NOT AT END
                           PERFORM 0155-ADD-RULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-RULE-FILE
           END-IF.

      *    THE CUTOFF IS WORKED OUT THE SAME WAY DORMRVW WORKS OUT ITS
      *    OWN: THE FIRST OF THE MONTH THE DORMANCY PERIOD REACHES
      *    BACK TO FROM THE BUSINESS DATE.
       0155-ADD-RULE-ENTRY.
           IF WS-RULE-COUNT < 100
               ADD 1 TO WS-RULE-COUNT
               MOVE ER-COUNTRY-CODE TO RT-COUNTRY-CODE(WS-RULE-COUNT)
               MOVE ER-STATE-CODE   TO RT-STATE-CODE(WS-RULE-COUNT)
               MOVE ER-NOTICE-DAYS  TO RT-NOTICE-DAYS(WS-RULE-COUNT)
               MOVE ER-LIABILITY-ACCOUNT
                   TO RT-LIABILITY-ACCOUNT(WS-RULE-COUNT)
               MOVE ER-AUTHORITY-NAME
                   TO RT-AUTHORITY-NAME(WS-RULE-COUNT)
               MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
               COMPUTE WS-MONTHS-TOTAL =
                   WS-CUTOFF-YEAR * 12 + WS-CUTOFF-MONTH
                   - ER-DORMANCY-MONTHS
               COMPUTE WS-CUTOFF-YEAR = (WS-MONTHS-TOTAL - 1) / 12
               COMPUTE WS-CUTOFF-MONTH =
                   WS-MONTHS-TOTAL - WS-CUTOFF-YEAR * 12
               MOVE 1 TO WS-CUTOFF-DAY
               MOVE WS-CUTOFF-DATE TO RT-ESCHEAT-CUTOFF(WS-RULE-COUNT)
               COMPUTE RT-NOTICE-CUTOFF(WS-RULE-COUNT) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE)
                       + ER-NOTICE-DAYS)
           ELSE
               DISPLAY 'WARNING: ESCHEAT RULE TABLE FULL, RULE '
                       ER-COUNTRY-CODE '/' ER-STATE-CODE ' IGNORED'
           END-IF.

       0200-PROCESS-ACCOUNTS.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-ABEND-SWITCH = 'Y'
               READ ACCOUNT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-SCANNED
                       PERFORM 0300-REVIEW-ACCOUNT
               END-READ
           END-PERFORM.

      *    ONLY A DORMANT ACCOUNT IN CREDIT HOLDS PROPERTY TO ESCHEAT.
      *    ANY OTHER ACCOUNT IS LOOKED AT ONLY TO CANCEL A NOTICE IT
      *    NO LONGER QUALIFIES FOR, OR TO FINISH CLOSING ONE ALREADY
      *    ESCHEATED.
       0300-REVIEW-ACCOUNT.
           PERFORM 0350-READ-TRACKING
           IF AM-ACCOUNT-STATUS = 'D'
                   AND AM-BALANCE > ZERO
                   AND AM-ACCOUNT-TYPE NOT = 'L'
               PERFORM 0400-REVIEW-DORMANT-ACCOUNT
           ELSE
               IF WS-TRACK-FOUND = 'Y'
                   IF ET-STATUS = 'N'
                       MOVE 'NO LONGER DORMANT IN CREDIT'
                           TO WS-CANCEL-REASON
                       PERFORM 0550-CANCEL-NOTICE
                   END-IF
                   IF ET-STATUS = 'E'
                           AND AM-ACCOUNT-STATUS NOT = 'C'
                       PERFORM 0560-REISSUE-CLOSE
                   END-IF
               END-IF
           END-IF.

       0350-READ-TRACKING.
           MOVE 'Y' TO WS-TRACK-FOUND
           MOVE AM-ACCOUNT-NUMBER TO ET-ACCOUNT-NUMBER
           READ ESCHEAT-TRACK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRACK-FOUND
           END-READ.

       0400-REVIEW-DORMANT-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REVIEWED
           PERFORM 0410-READ-OWNER
           PERFORM 0420-FIND-RULE
           IF WS-RULE-FOUND NOT = 'Y'
               ADD 1 TO WS-NO-RULE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ACCT ' DELIMITED BY SIZE
                      AM-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' NO ESCHEAT RULE FOR JURISDICTION ' DELIMITED
                          BY SIZE
                      WS-OWNER-COUNTRY DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-OWNER-STATE DELIMITED BY SIZE
                      ' - NOT PROCESSED' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           ELSE
               PERFORM 0430-FIND-LAST-ACTIVITY
               PERFORM 0440-CHECK-RECENT-POSTINGS
               IF WS-TRACK-FOUND = 'Y' AND ET-STATUS = 'N'
                   PERFORM 0500-CHECK-NOTICE-WINDOW
               ELSE
                   IF WS-TRACK-FOUND = 'Y'
                           AND (ET-STATUS = 'E' OR ET-STATUS = 'C')
                       PERFORM 0570-REPORT-BALANCE-AFTER-ESCHEAT
                   ELSE
                       IF WS-LAST-ACTIVITY < RT-NOTICE-CUTOFF(RT-IDX)
                           PERFORM 0450-ISSUE-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    AN ACCOUNT WITH NO OWNER ON FILE, OR AN OWNER WITH NO
      *    COUNTRY RECORDED, FALLS TO THE DEFAULT RULE.
       0410-READ-OWNER.
           MOVE 'N' TO WS-OWNER-FOUND
           MOVE SPACES TO WS-OWNER-COUNTRY
           MOVE SPACES TO WS-OWNER-STATE
           IF AM-CUSTOMER-NUMBER NOT = ZERO
               MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE '23' TO WS-CM-STATUS
               END-READ
               IF WS-CM-STATUS = '00'
                   MOVE 'Y' TO WS-OWNER-FOUND
                   MOVE CM-COUNTRY-CODE TO WS-OWNER-COUNTRY
                   MOVE CM-STATE-CODE   TO WS-OWNER-STATE
               END-IF
           END-IF
           IF WS-OWNER-FOUND NOT = 'Y'
               MOVE ZERO   TO CM-CUSTOMER-NUMBER
               MOVE SPACES TO CM-CUSTOMER-NAME
               MOVE SPACES TO CM-ADDRESS-LINE-1
               MOVE SPACES TO CM-ADDRESS-LINE-2
               MOVE SPACES TO CM-ADDRESS-LINE-3
           END-IF.

      *    MOST SPECIFIC RULE FIRST: COUNTRY AND STATE, THEN THE
      *    COUNTRY AS A WHOLE, THEN THE DEFAULT ENTRY.
       0420-FIND-RULE.
           MOVE 'N' TO WS-RULE-FOUND
           SET RT-IDX TO 1
           SEARCH WS-RULE-ENTRY
               AT END
                   CONTINUE
               WHEN RT-COUNTRY-CODE(RT-IDX) = WS-OWNER-COUNTRY
                       AND RT-STATE-CODE(RT-IDX) = WS-OWNER-STATE
                   MOVE 'Y' TO WS-RULE-FOUND
           END-SEARCH
           IF WS-RULE-FOUND NOT = 'Y'
               SET RT-IDX TO 1
               SEARCH WS-RULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RT-COUNTRY-CODE(RT-IDX) = WS-OWNER-COUNTRY
                           AND RT-STATE-CODE(RT-IDX) = SPACES
                       MOVE 'Y' TO WS-RULE-FOUND
               END-SEARCH
           END-IF
           IF WS-RULE-FOUND NOT = 'Y'
               SET RT-IDX TO 1
               SEARCH WS-RULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RT-COUNTRY-CODE(RT-IDX) = SPACES
                           AND RT-STATE-CODE(RT-IDX) = SPACES
                       MOVE 'Y' TO WS-RULE-FOUND
               END-SEARCH
           END-IF.

      *    SAME TEST AS DORMRVW: BANK-INITIATED POSTINGS (I, F, S, L
      *    AND R) ARE NOT CUSTOMER ACTIVITY.
       0430-FIND-LAST-ACTIVITY.
           MOVE AM-DATE-OPENED TO WS-LAST-ACTIVITY
           MOVE AM-ACCOUNT-NUMBER TO TH-ACCOUNT-NUMBER
           MOVE ZERO TO TH-POSTING-DATE
           MOVE ZERO TO TH-POSTING-SEQ
           START HISTORY-FILE KEY NOT LESS THAN TH-HISTORY-KEY
               INVALID KEY
                   MOVE '23' TO WS-TH-STATUS
           END-START
           IF WS-TH-STATUS = '00'
               MOVE 'N' TO WS-HIST-DONE
               PERFORM UNTIL WS-HIST-DONE = 'Y'
                   READ HISTORY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-HIST-DONE
                       NOT AT END
                           IF TH-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
                               IF TH-TRANS-TYPE NOT = 'I'
                                       AND TH-TRANS-TYPE NOT = 'F'
                                       AND TH-TRANS-TYPE NOT = 'S'
                                       AND TH-TRANS-TYPE NOT = 'L'
                                       AND TH-TRANS-TYPE NOT = 'R'
                                   MOVE TH-POSTING-DATE
                                       TO WS-LAST-ACTIVITY
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-HIST-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    TODAY'S POSTINGS ARE NOT ON TRNHIST UNTIL HISTLOAD RUNS, SO
      *    THE ACCOUNT'S RECENT POSTINGS ARE CHECKED AS WELL - A
      *    CUSTOMER WHO CAME BACK TONIGHT IS NEVER ESCHEATED. THE
      *    POSTING DATE IS TAKEN FROM THE TIMESTAMP AS HISTLOAD TAKES
      *    IT.
       0440-CHECK-RECENT-POSTINGS.
           MOVE AM-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
           READ RECENT-POSTINGS-FILE
               INVALID KEY
                   MOVE '23' TO WS-RP-STATUS
           END-READ
           IF WS-RP-STATUS = '00'
               PERFORM VARYING WS-RP-SUB FROM 1 BY 1
                       UNTIL WS-RP-SUB > 5
                   IF RP-TRANS-TYPE(WS-RP-SUB) NOT = SPACE
                           AND RP-TRANS-TYPE(WS-RP-SUB) NOT = 'I'
                           AND RP-TRANS-TYPE(WS-RP-SUB) NOT = 'F'
                           AND RP-TRANS-TYPE(WS-RP-SUB) NOT = 'S'
                           AND RP-TRANS-TYPE(WS-RP-SUB) NOT = 'L'
                           AND RP-TRANS-TYPE(WS-RP-SUB) NOT = 'R'
                           AND RP-TIMESTAMP(WS-RP-SUB)(1:8) NUMERIC
                       MOVE RP-TIMESTAMP(WS-RP-SUB)(1:8)
                           TO WS-RECENT-DATE
                       IF WS-RECENT-DATE > WS-LAST-ACTIVITY
                           MOVE WS-RECENT-DATE TO WS-LAST-ACTIVITY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    THE PRE-ESCHEAT CHECKPOINT. THE NOTICE IS RECORDED ON
      *    ESCHTRK (A CANCELLED ENTRY IS REUSED) AND LISTED WITH THE
      *    OWNER'S LAST KNOWN ADDRESS FOR MAILING.
       0450-ISSUE-NOTICE.
           MOVE AM-ACCOUNT-NUMBER    TO ET-ACCOUNT-NUMBER
           MOVE 'N'                  TO ET-STATUS
           MOVE CM-CUSTOMER-NUMBER   TO ET-CUSTOMER-NUMBER
           MOVE RT-COUNTRY-CODE(RT-IDX) TO ET-COUNTRY-CODE
           MOVE RT-STATE-CODE(RT-IDX)   TO ET-STATE-CODE
           MOVE RT-LIABILITY-ACCOUNT(RT-IDX) TO ET-LIABILITY-ACCOUNT
           MOVE WS-LAST-ACTIVITY     TO ET-LAST-ACTIVITY
           MOVE WS-BUSINESS-DATE     TO ET-NOTICE-DATE
           MOVE ZERO                 TO ET-ESCHEAT-DATE
           MOVE AM-CURRENCY-CODE     TO ET-CURRENCY-CODE
           MOVE ZERO                 TO ET-AMOUNT-ESCHEATED
           MOVE ZERO                 TO ET-AMOUNT-RECLAIMED
           MOVE ZERO                 TO ET-LAST-CLAIM-DATE
           MOVE SPACES               TO ET-LAST-CLAIM-REF
           MOVE ZERO                 TO ET-CANCEL-DATE
           IF WS-TRACK-FOUND = 'Y'
               REWRITE ESCHEAT-TRACK-RECORD
           ELSE
               WRITE ESCHEAT-TRACK-RECORD
           END-IF
           IF WS-ET-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: ESCHTRK WRITE FAILED, '
                       'FILE STATUS ' WS-ET-STATUS
                       ' ACCOUNT ' AM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               ADD 1 TO WS-NOTICES-ISSUED
               COMPUTE WS-ESCHEAT-ON-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       + RT-NOTICE-DAYS(RT-IDX))
               PERFORM 0460-WRITE-NOTICE-ENTRY
           END-IF.

       0460-WRITE-NOTICE-ENTRY.
           MOVE AM-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCT ' DELIMITED BY SIZE
                  AM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' OWNER ' DELIMITED BY SIZE
                  CM-CUSTOMER-NUMBER DELIMITED BY SIZE
                  ' JURISDICTION ' DELIMITED BY SIZE
                  ET-COUNTRY-CODE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ET-STATE-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RT-AUTHORITY-NAME(RT-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '     ' DELIMITED BY SIZE
                  CM-CUSTOMER-NAME DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           IF CM-ADDRESS-LINE-1 NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     ' DELIMITED BY SIZE
                      CM-ADDRESS-LINE-1 DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           END-IF
           IF CM-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     ' DELIMITED BY SIZE
                      CM-ADDRESS-LINE-2 DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           END-IF
           IF CM-ADDRESS-LINE-3 NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '     ' DELIMITED BY SIZE
                      CM-ADDRESS-LINE-3 DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '     LAST ACTIVITY ' DELIMITED BY SIZE
                  WS-LAST-ACTIVITY DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AM-CURRENCY-CODE DELIMITED BY SIZE
                  ' ESCHEAT ON OR AFTER ' DELIMITED BY SIZE
                  WS-ESCHEAT-ON-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE.

      *    A NOTICE STANDS UNTIL THE WINDOW HAS RUN ITS FULL LENGTH
      *    FROM THE NOTICE DATE AND THE ACCOUNT HAS BECOME REPORTABLE.
      *    ANY CUSTOMER ACTIVITY AFTER THE ACTIVITY THE NOTICE WAS
      *    BASED ON CANCELS IT.
       0500-CHECK-NOTICE-WINDOW.
           IF WS-LAST-ACTIVITY > ET-LAST-ACTIVITY
               MOVE 'CUSTOMER ACTIVITY AFTER NOTICE'
                   TO WS-CANCEL-REASON
               PERFORM 0550-CANCEL-NOTICE
           ELSE
               COMPUTE WS-DAYS-SINCE-NOTICE =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(ET-NOTICE-DATE)
               IF WS-DAYS-SINCE-NOTICE NOT < RT-NOTICE-DAYS(RT-IDX)
                       AND WS-LAST-ACTIVITY
                           < RT-ESCHEAT-CUTOFF(RT-IDX)
                   PERFORM 0510-SCHEDULE-ESCHEAT
               ELSE
                   ADD 1 TO WS-NOTICES-PENDING
               END-IF
           END-IF.

      *    NOTHING IS MARKED IN THIS PASS - THE ACCOUNT IS ONLY MARKED
      *    ESCHEATED ONCE ITS TRANSFER HAS POSTED IN PASS 2.
       0510-SCHEDULE-ESCHEAT.
           ADD 1 TO WS-ACCOUNTS-DUE
           MOVE RT-COUNTRY-CODE(RT-IDX)   TO EF-COUNTRY-CODE
           MOVE RT-STATE-CODE(RT-IDX)     TO EF-STATE-CODE
           MOVE RT-AUTHORITY-NAME(RT-IDX) TO EF-AUTHORITY-NAME
           MOVE AM-ACCOUNT-NUMBER    TO EF-ACCOUNT-NUMBER
           MOVE AM-ACCOUNT-TYPE      TO EF-ACCOUNT-TYPE
           MOVE CM-CUSTOMER-NUMBER   TO EF-OWNER-NUMBER
           MOVE CM-CUSTOMER-NAME     TO EF-OWNER-NAME
           MOVE CM-ADDRESS-LINE-1    TO EF-ADDRESS-LINE-1
           MOVE CM-ADDRESS-LINE-2    TO EF-ADDRESS-LINE-2
           MOVE CM-ADDRESS-LINE-3    TO EF-ADDRESS-LINE-3
           MOVE WS-LAST-ACTIVITY     TO EF-LAST-ACTIVITY
           MOVE ET-NOTICE-DATE       TO EF-NOTICE-DATE
           MOVE WS-BUSINESS-DATE     TO EF-ESCHEAT-DATE
           MOVE AM-BALANCE           TO EF-AMOUNT
           MOVE AM-CURRENCY-CODE     TO EF-CURRENCY-CODE
           MOVE ESCHEAT-FILING-RECORD TO EW-FILING-DATA
           MOVE RT-LIABILITY-ACCOUNT(RT-IDX) TO EW-LIABILITY-ACCOUNT
           WRITE ESCHEAT-WORK-RECORD.

       0550-CANCEL-NOTICE.
           MOVE 'X' TO ET-STATUS
           MOVE WS-BUSINESS-DATE TO ET-CANCEL-DATE
           REWRITE ESCHEAT-TRACK-RECORD
           IF WS-ET-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: ESCHTRK REWRITE FAILED, '
                       'FILE STATUS ' WS-ET-STATUS
                       ' ACCOUNT ' ET-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               ADD 1 TO WS-NOTICES-CANCELLED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ACCT ' DELIMITED BY SIZE
                      ET-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' NOTICE OF ' DELIMITED BY SIZE
                      ET-NOTICE-DATE DELIMITED BY SIZE
                      ' CANCELLED - ' DELIMITED BY SIZE
                      WS-CANCEL-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           END-IF.

      *    THE BALANCE HAS ALREADY GONE TO THE LIABILITY ACCOUNT BUT
      *    THE CLOSE DID NOT APPLY (E.G. THE ACCTMNT STEP FAILED). IT
      *    IS SENT AGAIN AT ZERO BALANCE; ANYTHING THAT HAS REACHED
      *    THE ACCOUNT SINCE IS LEFT FOR THE ESCHEATMENT DESK.
       0560-REISSUE-CLOSE.
           IF AM-BALANCE = ZERO
               ADD 1 TO WS-CLOSES-REISSUED
               MOVE AM-ACCOUNT-NUMBER TO WS-ESCHEAT-ACCOUNT
               PERFORM 0680-WRITE-CLOSE-ACTION
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ACCT ' DELIMITED BY SIZE
                      AM-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' ESCHEATED ' DELIMITED BY SIZE
                      ET-ESCHEAT-DATE DELIMITED BY SIZE
                      ' BUT NOT CLOSED - CLOSE ACTION REISSUED'
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REMIT-PRINT-LINE FROM WS-REPORT-LINE
           ELSE
               PERFORM 0570-REPORT-BALANCE-AFTER-ESCHEAT
           END-IF.

       0570-REPORT-BALANCE-AFTER-ESCHEAT.
           ADD 1 TO WS-MANUAL-REVIEW
           MOVE AM-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCT ' DELIMITED BY SIZE
                  AM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' ESCHEATED ' DELIMITED BY SIZE
                  ET-ESCHEAT-DATE DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  ' - REFER TO ESCHEATMENT DESK' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REMIT-PRINT-LINE FROM WS-REPORT-LINE.

      *    PASS 2. ACCTMAST, TRNHIST AND RCNTPOST ARE CLOSED BY NOW -
      *    TRANSACT OPENS THEM ITSELF.
       0650-ESCHEAT-BALANCES.
           CLOSE ESCHEAT-WORK-FILE
           MOVE 'I' TO WS-TRANBAT-FUNCTION
           CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                  WS-ESCHEAT-ACCOUNT
                                  WS-LIABILITY-ACCOUNT
                                  'T'
                                  WS-ESCHEAT-AMOUNT
                                  SPACE
                                  WS-OVERRIDE-FLAG
                                  WS-SUPERVISOR-ID
                                  WS-ORIGINAL-DATE
                                  WS-ORIGINAL-SEQ
                                  WS-ORIGIN
                                  WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = '00'
               DISPLAY 'ESCHEAT ABEND: TRANSACT INITIALIZE FAILED, '
                       'RETURN CODE ' WS-RETURN-CODE
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               OPEN INPUT ESCHEAT-WORK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-ABEND-SWITCH = 'Y'
                   READ ESCHEAT-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 0660-ESCHEAT-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-WORK-FILE
               MOVE 'T' TO WS-TRANBAT-FUNCTION
               CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                      WS-ESCHEAT-ACCOUNT
                                      WS-LIABILITY-ACCOUNT
                                      'T'
                                      WS-ESCHEAT-AMOUNT
                                      SPACE
                                      WS-OVERRIDE-FLAG
                                      WS-SUPERVISOR-ID
                                      WS-ORIGINAL-DATE
                                      WS-ORIGINAL-SEQ
                                      WS-ORIGIN
                                      WS-RETURN-CODE
           END-IF.

       0660-ESCHEAT-ONE-ACCOUNT.
           MOVE EW-FILING-DATA       TO ESCHEAT-FILING-RECORD
           MOVE EF-ACCOUNT-NUMBER    TO WS-ESCHEAT-ACCOUNT
           MOVE EW-LIABILITY-ACCOUNT TO WS-LIABILITY-ACCOUNT
           MOVE EF-AMOUNT            TO WS-ESCHEAT-AMOUNT
           MOVE 'P' TO WS-TRANBAT-FUNCTION
           CALL 'TRANBAT' USING WS-TRANBAT-FUNCTION
                                  WS-ESCHEAT-ACCOUNT
                                  WS-LIABILITY-ACCOUNT
                                  'T'
                                  WS-ESCHEAT-AMOUNT
                                  EF-CURRENCY-CODE
                                  WS-OVERRIDE-FLAG
                                  WS-SUPERVISOR-ID
                                  WS-ORIGINAL-DATE
                                  WS-ORIGINAL-SEQ
                                  WS-ORIGIN
                                  WS-RETURN-CODE
           MOVE EF-AMOUNT TO WS-BALANCE-EDIT
           IF WS-RETURN-CODE = '00'
               PERFORM 0670-MARK-ESCHEATED
           ELSE
               ADD 1 TO WS-ESCHEATS-DECLINED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ACCT ' DELIMITED BY SIZE
                      EF-ACCOUNT-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BALANCE-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      EF-CURRENCY-CODE DELIMITED BY SIZE
                      ' TRANSFER DECLINED RC ' DELIMITED BY SIZE
                      WS-RETURN-CODE DELIMITED BY SIZE
                      ' - RETRIED NEXT RUN' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REMIT-PRINT-LINE FROM WS-REPORT-LINE
           END-IF.

      *    THE MONEY HAS MOVED, SO A FAILED ESCHTRK UPDATE STOPS THE
      *    RUN - THE ACCOUNT MUST BE MARKED BY HAND BEFORE A RERUN OR
      *    IT WOULD BE ESCHEATED AGAIN AT WHATEVER BALANCE IT THEN HAS.
       0670-MARK-ESCHEATED.
           MOVE EF-ACCOUNT-NUMBER TO ET-ACCOUNT-NUMBER
           READ ESCHEAT-TRACK-FILE
               INVALID KEY
                   MOVE '23' TO WS-ET-STATUS
           END-READ
           IF WS-ET-STATUS = '00'
               MOVE 'E'                  TO ET-STATUS
               MOVE WS-BUSINESS-DATE     TO ET-ESCHEAT-DATE
               MOVE EF-COUNTRY-CODE      TO ET-COUNTRY-CODE
               MOVE EF-STATE-CODE        TO ET-STATE-CODE
               MOVE WS-LIABILITY-ACCOUNT TO ET-LIABILITY-ACCOUNT
               MOVE EF-CURRENCY-CODE     TO ET-CURRENCY-CODE
               MOVE EF-AMOUNT            TO ET-AMOUNT-ESCHEATED
               REWRITE ESCHEAT-TRACK-RECORD
           END-IF
           IF WS-ET-STATUS NOT = '00'
               DISPLAY 'ESCHEAT ABEND: ESCHTRK NOT MARKED ESCHEATED, '
                       'FILE STATUS ' WS-ET-STATUS
                       ' ACCOUNT ' EF-ACCOUNT-NUMBER
                       ' - BALANCE ALREADY TRANSFERRED TO '
                       WS-LIABILITY-ACCOUNT
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           ADD 1 TO WS-ACCOUNTS-ESCHEATED
           WRITE ESCHEAT-FILING-RECORD
           PERFORM 0680-WRITE-CLOSE-ACTION
           PERFORM 0690-ADD-TO-REMITTANCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCT ' DELIMITED BY SIZE
                  EF-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EF-COUNTRY-CODE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  EF-STATE-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EF-CURRENCY-CODE DELIMITED BY SIZE
                  ' ESCHEATED TO ' DELIMITED BY SIZE
                  WS-LIABILITY-ACCOUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REMIT-PRINT-LINE FROM WS-REPORT-LINE.

       0680-WRITE-CLOSE-ACTION.
           MOVE SPACES TO MAINT-INPUT-RECORD
           MOVE 'C'                TO MI-ACTION-CODE
           MOVE WS-ESCHEAT-ACCOUNT TO MI-ACCOUNT-NUMBER
           MOVE SPACE              TO MI-ACCOUNT-TYPE
           MOVE SPACES             TO MI-CURRENCY-CODE
           MOVE SPACE              TO MI-NEW-STATUS
           MOVE ZERO               TO MI-CUSTOMER-NUMBER
           MOVE ZERO               TO MI-PROTECTING-ACCOUNT
           MOVE SPACE              TO MI-PARTY-ROLE
           MOVE ZERO               TO MI-EFFECTIVE-DATE
           MOVE ZERO               TO MI-END-DATE
           MOVE SPACE              TO MI-STATEMENT-COPY
           MOVE ZERO               TO MI-LOAN-PRINCIPAL
           MOVE ZERO               TO MI-LOAN-RATE
           MOVE ZERO               TO MI-LOAN-TERM
           MOVE ZERO               TO MI-LOAN-DUE-DAY
           MOVE ZERO               TO MI-REPAYMENT-ACCOUNT
           MOVE SPACE              TO MI-DISBURSE-FLAG
           MOVE SPACES             TO MI-COUNTRY-CODE
           MOVE SPACES             TO MI-STATE-CODE
           MOVE SPACES             TO MI-TAXPAYER-ID
           MOVE SPACES             TO MI-WITHHOLD-EXEMPT
           WRITE MAINT-INPUT-RECORD.

       0690-ADD-TO-REMITTANCE.
           SET RM-IDX TO 1
           SEARCH WS-REMIT-ENTRY
               AT END
                   IF WS-REMIT-COUNT < 200
                       ADD 1 TO WS-REMIT-COUNT
                       SET RM-IDX TO WS-REMIT-COUNT
                       MOVE EF-COUNTRY-CODE TO RM-COUNTRY-CODE(RM-IDX)
                       MOVE EF-STATE-CODE   TO RM-STATE-CODE(RM-IDX)
                       MOVE EF-AUTHORITY-NAME
                           TO RM-AUTHORITY-NAME(RM-IDX)
                       MOVE WS-LIABILITY-ACCOUNT
                           TO RM-LIABILITY-ACCOUNT(RM-IDX)
                       MOVE EF-CURRENCY-CODE
                           TO RM-CURRENCY-CODE(RM-IDX)
                       MOVE 1 TO RM-ITEMS(RM-IDX)
                       MOVE EF-AMOUNT TO RM-AMOUNT(RM-IDX)
                   ELSE
                       DISPLAY 'WARNING: REMITTANCE TABLE FULL, ACCT '
                               EF-ACCOUNT-NUMBER
                               ' NOT IN REMITTANCE TOTALS'
                   END-IF
               WHEN RM-COUNTRY-CODE(RM-IDX) = EF-COUNTRY-CODE
                       AND RM-STATE-CODE(RM-IDX) = EF-STATE-CODE
                       AND RM-LIABILITY-ACCOUNT(RM-IDX)
                           = WS-LIABILITY-ACCOUNT
                       AND RM-CURRENCY-CODE(RM-IDX) = EF-CURRENCY-CODE
                   ADD 1 TO RM-ITEMS(RM-IDX)
                   ADD EF-AMOUNT TO RM-AMOUNT(RM-IDX)
           END-SEARCH.

      *    AMOUNTS ARE IN EACH ACCOUNT'S OWN CURRENCY, SO THE
      *    REMITTANCE IS TOTALLED BY AUTHORITY AND CURRENCY.
       0700-WRITE-TOTALS.
           MOVE SPACES TO REMIT-PRINT-LINE
           WRITE REMIT-PRINT-LINE
           MOVE 'REMITTANCE DUE BY AUTHORITY' TO REMIT-PRINT-LINE
           WRITE REMIT-PRINT-LINE
           PERFORM VARYING WS-REMIT-SUB FROM 1 BY 1
                   UNTIL WS-REMIT-SUB > WS-REMIT-COUNT
               MOVE RM-ITEMS(WS-REMIT-SUB)  TO WS-COUNT-EDIT
               MOVE RM-AMOUNT(WS-REMIT-SUB) TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                      RM-COUNTRY-CODE(WS-REMIT-SUB) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      RM-STATE-CODE(WS-REMIT-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RM-AUTHORITY-NAME(WS-REMIT-SUB)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RM-CURRENCY-CODE(WS-REMIT-SUB) DELIMITED BY SIZE
                      ' ITEMS ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REMIT-PRINT-LINE FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '        FROM LIABILITY ACCOUNT ' DELIMITED
                          BY SIZE
                      RM-LIABILITY-ACCOUNT(WS-REMIT-SUB)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REMIT-PRINT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REMIT-PRINT-LINE
           WRITE REMIT-PRINT-LINE
           MOVE WS-ACCOUNTS-ESCHEATED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCOUNTS ESCHEATED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REMIT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-ESCHEATS-DECLINED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TRANSFERS DECLINED (RETRIED NEXT RUN): '
                      DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REMIT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE WS-NOTICES-ISSUED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NOTICES ISSUED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE
           MOVE WS-NOTICES-CANCELLED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NOTICES CANCELLED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE NOTICE-PRINT-LINE FROM WS-REPORT-LINE.

       0800-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE HISTORY-FILE
           CLOSE RECENT-POSTINGS-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'ESCHEAT RUN SUMMARY'
           IF WS-ABEND-SWITCH = 'Y'
               DISPLAY 'RUN ABENDED - SEE MESSAGES ABOVE'
           END-IF
           DISPLAY 'ACCOUNTS SCANNED..: ' WS-ACCOUNTS-SCANNED
           DISPLAY 'DORMANT REVIEWED..: ' WS-ACCOUNTS-REVIEWED
           DISPLAY 'NO ESCHEAT RULE...: ' WS-NO-RULE
           DISPLAY 'NOTICES ISSUED....: ' WS-NOTICES-ISSUED
           DISPLAY 'NOTICES CANCELLED.: ' WS-NOTICES-CANCELLED
           DISPLAY 'NOTICES IN WINDOW.: ' WS-NOTICES-PENDING
           DISPLAY 'DUE FOR ESCHEAT...: ' WS-ACCOUNTS-DUE
           DISPLAY 'ESCHEATED.........: ' WS-ACCOUNTS-ESCHEATED
           DISPLAY 'TRANSFERS DECLINED: ' WS-ESCHEATS-DECLINED
           DISPLAY 'CLOSES REISSUED...: ' WS-CLOSES-REISSUED
           DISPLAY 'MANUAL REVIEW.....: ' WS-MANUAL-REVIEW.
