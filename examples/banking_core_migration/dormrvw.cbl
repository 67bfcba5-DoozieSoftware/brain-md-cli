      *  SCANS EVERY OPEN ACCOUNT ON ACCTMAST AND FINDS ITS LAST
      *  CUSTOMER-INITIATED POSTING IN THE TRNHIST KSDS - BANK-
      *  INITIATED POSTINGS DO NOT COUNT AS ACTIVITY: INTEREST (I),
      *  OVERDRAFT FEES (F), MONTH-END SERVICE CHARGES (S), LOAN
      *  INTEREST (L) AND REVERSAL CORRECTIONS (R), SO AN ACCOUNT
      *  KEPT "ALIVE" ONLY BY INTEREST CREDITS OR ITS OWN MONTHLY
      *  MAINTENANCE CHARGE STILL GOES DORMANT. AN ACCOUNT WITH NO
      *  QUALIFYING HISTORY AT ALL IS MEASURED FROM ITS DATE OPENED.
      *  ACCOUNTS INACTIVE LONGER THAN THE CONFIGURED NUMBER OF
      *  MONTHS (WS-INACTIVE-MONTHS) ARE FLAGGED TO DORMANT THROUGH
      *  THE EXISTING MAINTENANCE PATH: THIS RUN EMITS ONE
      *  STATUS-CHANGE ACTION (S, NEW STATUS D) PER NEWLY DORMANT
      *  ACCOUNT TO THE DORMMNT FILE, AND THE FOLLOWING ACCTMNT
      *  STEP IN THE SAME JOB APPLIES THEM - SO EVERY FLAG LANDS IN
      *  MNTJRNL LIKE ANY KEYED ACTION. A REVIEW REPORT OF THE NEWLY
      *  DORMANT ACCOUNTS, WITH LAST-ACTIVITY DATE AND BALANCE, IS
      *  WRITTEN FOR THE ESCHEATMENT DESK.
      *  ACCOUNTS WITHIN WS-WARNING-MONTHS OF THAT LIMIT - INACTIVE
      *  LONGER THAN WS-INACTIVE-MONTHS LESS WS-WARNING-MONTHS, BUT
      *  NOT YET LONG ENOUGH TO BE FLAGGED - ARE DORMANCY PENDING:
      *  EACH IS WRITTEN TO THE DORMWARN EXTRACT, WITH THE DATE FROM
      *  WHICH IT WILL BE FLAGGED, FOR THE NIGHTLY NOTICE RUN (NOTCGEN)
      *  TO WARN THE CUSTOMER, AND LISTED ON THE REVIEW REPORT.
      *  ALREADY-DORMANT, FROZEN AND CLOSED ACCOUNTS ARE LEFT ALONE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT DORMANT-MAINT-FILE ASSIGN TO "DORMMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT DORMANCY-WARNING-FILE ASSIGN TO "DORMWARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DORMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           COPY RUNCTL.
       FD  DORMANT-MAINT-FILE.
           COPY MNTIN.
       FD  DORMANCY-WARNING-FILE.
           COPY DORMWARN.
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-TH-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-DM-STATUS          PIC X(02).
       01  WS-DW-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-HIST-DONE          PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-INACTIVE-MONTHS    PIC 9(03) VALUE 12.
       01  WS-WARNING-MONTHS     PIC 9(03) VALUE 2.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-LAST-ACTIVITY      PIC 9(08).
       01  WS-CUTOFF-DATE        PIC 9(08).
           05  WS-CUTOFF-YEAR    PIC 9(04).
           05  WS-CUTOFF-MONTH   PIC 9(02).
           05  WS-CUTOFF-DAY     PIC 9(02).
       01  WS-WARNING-DATE       PIC 9(08).
       01  WS-WARNING-SPLIT REDEFINES WS-WARNING-DATE.
           05  WS-WARNING-YEAR   PIC 9(04).
           05  WS-WARNING-MONTH  PIC 9(02).
           05  WS-WARNING-DAY    PIC 9(02).
       01  WS-DORMANT-DATE       PIC 9(08).
       01  WS-DORMANT-SPLIT REDEFINES WS-DORMANT-DATE.
           05  WS-DORMANT-YEAR   PIC 9(04).
           05  WS-DORMANT-MONTH  PIC 9(02).
           05  WS-DORMANT-DAY    PIC 9(02).
       01  WS-MONTHS-TOTAL       PIC S9(07).
       01  WS-ACCOUNTS-SCANNED   PIC 9(08).
       01  WS-ACCOUNTS-REVIEWED  PIC 9(08).
       01  WS-ACCOUNTS-FLAGGED   PIC 9(08).
       01  WS-ACCOUNTS-PENDING   PIC 9(08).
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-BALANCE-EDIT       PIC ZZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT DORMANT-MAINT-FILE
           OPEN OUTPUT DORMANCY-WARNING-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ACCOUNTS-SCANNED
           MOVE ZERO TO WS-ACCOUNTS-REVIEWED
           MOVE ZERO TO WS-ACCOUNTS-FLAGGED
           MOVE ZERO TO WS-ACCOUNTS-PENDING
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DORMANCY REVIEW FOR BUSINESS DATE '
                      DELIMITED BY SIZE
           COMPUTE WS-CUTOFF-YEAR = (WS-MONTHS-TOTAL - 1) / 12
           COMPUTE WS-CUTOFF-MONTH =
               WS-MONTHS-TOTAL - WS-CUTOFF-YEAR * 12
           MOVE 1 TO WS-CUTOFF-DAY
           MOVE WS-BUSINESS-DATE TO WS-WARNING-DATE
           COMPUTE WS-MONTHS-TOTAL =
               WS-WARNING-YEAR * 12 + WS-WARNING-MONTH
               - WS-INACTIVE-MONTHS + WS-WARNING-MONTHS
           COMPUTE WS-WARNING-YEAR = (WS-MONTHS-TOTAL - 1) / 12
           COMPUTE WS-WARNING-MONTH =
               WS-MONTHS-TOTAL - WS-WARNING-YEAR * 12
           MOVE 1 TO WS-WARNING-DAY.

       0200-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
           PERFORM 0400-FIND-LAST-ACTIVITY
           IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
               PERFORM 0500-FLAG-DORMANT
           ELSE
               IF WS-LAST-ACTIVITY < WS-WARNING-DATE
                   PERFORM 0550-NOTE-DORMANCY-PENDING
               END-IF
           END-IF.

       0400-FIND-LAST-ACTIVITY.
                               IF TH-TRANS-TYPE NOT = 'I'
                                       AND TH-TRANS-TYPE NOT = 'F'
                                       AND TH-TRANS-TYPE NOT = 'S'
                                       AND TH-TRANS-TYPE NOT = 'L'
                                       AND TH-TRANS-TYPE NOT = 'R'
                                   MOVE TH-POSTING-DATE
                                       TO WS-LAST-ACTIVITY
           MOVE SPACES            TO MI-CURRENCY-CODE
           MOVE 'D'               TO MI-NEW-STATUS
           MOVE ZERO              TO MI-CUSTOMER-NUMBER
           MOVE ZERO              TO MI-PROTECTING-ACCOUNT
           MOVE SPACE             TO MI-PARTY-ROLE
           MOVE ZERO              TO MI-EFFECTIVE-DATE
           MOVE ZERO              TO MI-END-DATE
           MOVE SPACE             TO MI-STATEMENT-COPY
           MOVE ZERO              TO MI-LOAN-PRINCIPAL
           MOVE ZERO              TO MI-LOAN-RATE
           MOVE ZERO              TO MI-LOAN-TERM
           MOVE ZERO              TO MI-LOAN-DUE-DAY
           MOVE ZERO              TO MI-REPAYMENT-ACCOUNT
           MOVE SPACE             TO MI-DISBURSE-FLAG
           MOVE SPACES            TO MI-COUNTRY-CODE
           MOVE SPACES            TO MI-STATE-CODE
           MOVE SPACES            TO MI-TAXPAYER-ID
           MOVE SPACES            TO MI-WITHHOLD-EXEMPT
           WRITE MAINT-INPUT-RECORD
           MOVE AM-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

      *    THE ACCOUNT WILL BE FLAGGED BY THE FIRST REVIEW WHOSE
      *    CUTOFF IS PAST ITS LAST ACTIVITY: THE FIRST OF THE MONTH
      *    WS-INACTIVE-MONTHS AFTER THE MONTH FOLLOWING THAT ACTIVITY.
       0550-NOTE-DORMANCY-PENDING.
           ADD 1 TO WS-ACCOUNTS-PENDING
           MOVE WS-LAST-ACTIVITY TO WS-DORMANT-DATE
           COMPUTE WS-MONTHS-TOTAL =
               WS-DORMANT-YEAR * 12 + WS-DORMANT-MONTH
               + WS-INACTIVE-MONTHS + 1
           COMPUTE WS-DORMANT-YEAR = (WS-MONTHS-TOTAL - 1) / 12
           COMPUTE WS-DORMANT-MONTH =
               WS-MONTHS-TOTAL - WS-DORMANT-YEAR * 12
           MOVE 1 TO WS-DORMANT-DAY
           MOVE AM-ACCOUNT-NUMBER TO DW-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE  TO DW-REVIEW-DATE
           MOVE WS-LAST-ACTIVITY  TO DW-LAST-ACTIVITY
           MOVE WS-DORMANT-DATE   TO DW-DORMANT-DATE
           MOVE AM-BALANCE        TO DW-BALANCE
           MOVE AM-CURRENCY-CODE  TO DW-CURRENCY-CODE
           WRITE DORMANCY-WARNING-RECORD
           MOVE AM-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCT ' DELIMITED BY SIZE
                  AM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' LAST ACTIVITY ' DELIMITED BY SIZE
                  WS-LAST-ACTIVITY DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  ' DORMANT FROM ' DELIMITED BY SIZE
                  WS-DORMANT-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0800-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE HISTORY-FILE
           CLOSE DORMANT-MAINT-FILE
           CLOSE DORMANCY-WARNING-FILE
           CLOSE REPORT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'DORMRVW RUN SUMMARY'
           DISPLAY 'ACCOUNTS SCANNED..: ' WS-ACCOUNTS-SCANNED
           DISPLAY 'OPEN REVIEWED.....: ' WS-ACCOUNTS-REVIEWED
           DISPLAY 'FLAGGED DORMANT...: ' WS-ACCOUNTS-FLAGGED
           DISPLAY 'DORMANCY PENDING..: ' WS-ACCOUNTS-PENDING.
