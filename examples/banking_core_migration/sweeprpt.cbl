       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPRPT.
      *----------------------------------------------------------------
      *  DAILY OVERDRAFT PROTECTION SWEEP REPORT
      *  SORTS THE DAY'S SWEEPLOG GENERATION (ONE ENTRY PER SWEEP
      *  TRANSACT ATTEMPTED - SEE SWEEPLOG) INTO OUTCOME, ACCOUNT AND
      *  TIMESTAMP ORDER AND PRINTS EVERY ATTEMPT - PROTECTED AND
      *  PROTECTING ACCOUNT, THE DEBIT THAT TRIGGERED IT, THE AMOUNT
      *  SWEPT (OR THAT WOULD HAVE BEEN) AND THE SWEEP FEE CHARGED -
      *  GROUPED BY OUTCOME WITH A COUNT AND AMOUNT TOTALS AFTER EACH
      *  GROUP. SUCCESSFUL SWEEPS PRINT FIRST; THE GROUPS THAT
      *  FOLLOW ARE ITEMS THE PROTECTION DID NOT COVER, SO THE
      *  BRANCHES CAN CONTACT THOSE CUSTOMERS. SCHEDULE WITH THE
      *  OTHER END-OF-CYCLE REPORTS, AFTER THE LAST POSTING STEP OF
      *  THE DAY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-LOG-FILE ASSIGN TO "SWEEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SWEEPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-LOG-FILE.
           COPY SWEEPLOG.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-GROUP-SEQ            PIC 9(01).
           05  SR-ACCOUNT-NUMBER       PIC 9(10).
           05  SR-TIMESTAMP            PIC X(21).
           05  SR-RESULT               PIC X(01).
           05  SR-PROTECTING-ACCOUNT   PIC 9(10).
           05  SR-DEBIT-AMOUNT         PIC S9(09)V99.
           05  SR-SWEEP-AMOUNT         PIC S9(09)V99.
           05  SR-SWEEP-FEE            PIC S9(07)V99.
           05  SR-CURRENCY-CODE        PIC X(03).
       WORKING-STORAGE SECTION.
       01  WS-SL-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-SORT-EOF-SWITCH    PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-GROUP-OPEN         PIC X(01).
       01  WS-PREV-GROUP-SEQ     PIC 9(01).
       01  WS-GROUP-TITLE        PIC X(40).
       01  WS-GROUP-ITEMS        PIC 9(08).
       01  WS-GROUP-SWEPT        PIC S9(11)V99.
       01  WS-GROUP-FEES         PIC S9(11)V99.
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-DEBIT-EDIT         PIC ZZZZZZZZZ9.99-.
       01  WS-FEE-EDIT           PIC ZZZZZZ9.99-.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       01  WS-RECORDS-READ       PIC 9(08) VALUE ZERO.
       01  WS-SWEEPS-LISTED      PIC 9(08).
       01  WS-SWEEPS-APPLIED     PIC 9(08) VALUE ZERO.
       01  WS-SWEEPS-FAILED      PIC 9(08) VALUE ZERO.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'SWEEPRPT' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
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
               ON ASCENDING KEY SR-GROUP-SEQ
               ON ASCENDING KEY SR-ACCOUNT-NUMBER
               ON ASCENDING KEY SR-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0200-RELEASE-SWEEPS
               OUTPUT PROCEDURE IS 0300-PRINT-SWEEP-GROUPS
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0050-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'SWEEPRPT ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'SWEEPRPT ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT SWEEP-LOG-FILE
           IF WS-SL-STATUS NOT = '00'
               DISPLAY 'SWEEPRPT ABEND: CANNOT OPEN SWEEPLOG.DAT, '
                       'FILE STATUS ' WS-SL-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-GROUP-OPEN
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-SWEEPS-LISTED
           MOVE ZERO TO WS-SWEEPS-APPLIED
           MOVE ZERO TO WS-SWEEPS-FAILED
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OVERDRAFT PROTECTION SWEEPS FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE.

       0200-RELEASE-SWEEPS.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SWEEP-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 0250-RELEASE-ONE-SWEEP
               END-READ
           END-PERFORM
           CLOSE SWEEP-LOG-FILE.

       0250-RELEASE-ONE-SWEEP.
           EVALUATE SL-RESULT
               WHEN 'S'
                   MOVE 1 TO SR-GROUP-SEQ
               WHEN 'I'
                   MOVE 2 TO SR-GROUP-SEQ
               WHEN 'U'
                   MOVE 3 TO SR-GROUP-SEQ
               WHEN OTHER
                   MOVE 4 TO SR-GROUP-SEQ
           END-EVALUATE
           MOVE SL-ACCOUNT-NUMBER     TO SR-ACCOUNT-NUMBER
           MOVE SL-TIMESTAMP          TO SR-TIMESTAMP
           MOVE SL-RESULT             TO SR-RESULT
           MOVE SL-PROTECTING-ACCOUNT TO SR-PROTECTING-ACCOUNT
           MOVE SL-DEBIT-AMOUNT       TO SR-DEBIT-AMOUNT
           MOVE SL-SWEEP-AMOUNT       TO SR-SWEEP-AMOUNT
           MOVE SL-SWEEP-FEE          TO SR-SWEEP-FEE
           MOVE SL-CURRENCY-CODE      TO SR-CURRENCY-CODE
           RELEASE SORT-RECORD.

       0300-PRINT-SWEEP-GROUPS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM UNTIL WS-SORT-EOF-SWITCH = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 0400-PROCESS-SORTED-SWEEP
               END-RETURN
           END-PERFORM
           IF WS-GROUP-OPEN = 'Y'
               PERFORM 0650-PRINT-GROUP-TOTAL
           END-IF
           IF WS-SWEEPS-LISTED = ZERO
               MOVE 'NO OVERDRAFT PROTECTION SWEEPS THIS BUSINESS DATE'
                   TO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           END-IF.

       0400-PROCESS-SORTED-SWEEP.
           IF WS-GROUP-OPEN = 'Y'
                   AND SR-GROUP-SEQ NOT = WS-PREV-GROUP-SEQ
               PERFORM 0650-PRINT-GROUP-TOTAL
           END-IF
           IF WS-GROUP-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-GROUP-OPEN
               MOVE SR-GROUP-SEQ TO WS-PREV-GROUP-SEQ
               MOVE ZERO TO WS-GROUP-ITEMS
               MOVE ZERO TO WS-GROUP-SWEPT
               MOVE ZERO TO WS-GROUP-FEES
               PERFORM 0450-PRINT-GROUP-HEADING
           END-IF
           PERFORM 0500-PRINT-SWEEP-LINE
           ADD 1 TO WS-GROUP-ITEMS
           ADD SR-SWEEP-AMOUNT TO WS-GROUP-SWEPT
           ADD SR-SWEEP-FEE TO WS-GROUP-FEES
           IF SR-RESULT = 'S'
               ADD 1 TO WS-SWEEPS-APPLIED
           ELSE
               ADD 1 TO WS-SWEEPS-FAILED
           END-IF.

       0450-PRINT-GROUP-HEADING.
           EVALUATE SR-GROUP-SEQ
               WHEN 1
                   MOVE 'SWEPT FROM PROTECTING ACCOUNT'
                       TO WS-GROUP-TITLE
               WHEN 2
                   MOVE 'NOT SWEPT - PROTECTING ACCOUNT SHORT'
                       TO WS-GROUP-TITLE
               WHEN 3
                   MOVE 'NOT SWEPT - PROTECTING ACCOUNT UNAVAILABLE'
                       TO WS-GROUP-TITLE
               WHEN OTHER
                   MOVE 'NOT SWEPT - MASTER REWRITE FAILED'
                       TO WS-GROUP-TITLE
           END-EVALUATE
           WRITE REPORT-PRINT-LINE FROM WS-GROUP-TITLE.

       0500-PRINT-SWEEP-LINE.
           ADD 1 TO WS-SWEEPS-LISTED
           MOVE SR-DEBIT-AMOUNT TO WS-DEBIT-EDIT
           MOVE SR-SWEEP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SR-SWEEP-FEE    TO WS-FEE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCT ' DELIMITED BY SIZE
                  SR-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  SR-PROTECTING-ACCOUNT DELIMITED BY SIZE
                  ' DEBIT' DELIMITED BY SIZE
                  WS-DEBIT-EDIT DELIMITED BY SIZE
                  ' SWEEP' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' FEE' DELIMITED BY SIZE
                  WS-FEE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SR-CURRENCY-CODE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0650-PRINT-GROUP-TOTAL.
           MOVE WS-GROUP-ITEMS TO WS-COUNT-EDIT
           MOVE WS-GROUP-SWEPT TO WS-AMOUNT-EDIT
           MOVE WS-GROUP-FEES  TO WS-DEBIT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEMS ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' SWEEP TOTAL ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' FEE TOTAL ' DELIMITED BY SIZE
                  WS-DEBIT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE 'N' TO WS-GROUP-OPEN.

       0800-CLOSE-FILES.
           CLOSE REPORT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'SWEEPRPT RUN SUMMARY'
           DISPLAY 'SWEEP LOG READ....: ' WS-RECORDS-READ
           DISPLAY 'SWEEPS APPLIED....: ' WS-SWEEPS-APPLIED
           DISPLAY 'SWEEPS NOT APPLIED: ' WS-SWEEPS-FAILED.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE WS-SWEEPS-APPLIED TO RL-RECORDS-POSTED
           MOVE WS-SWEEPS-FAILED TO RL-RECORDS-DECLINED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
