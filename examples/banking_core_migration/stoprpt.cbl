       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPRPT.
      *----------------------------------------------------------------
      *  DAILY STOP-PAYMENT HIT REPORT
      *  SORTS THE DAY'S STOPHIT GENERATION (ONE ENTRY PER PRESENTED
      *  ITEM TRANSACT DECLINED BECAUSE OF A STOP-PAYMENT INSTRUCTION
      *  - SEE STOPHIT) INTO BRANCH, ACCOUNT AND TIMESTAMP ORDER AND
      *  PRINTS EVERY ITEM STOPPED - ACCOUNT, SERIAL AND AMOUNT AS
      *  PRESENTED, THE STOP RANGE THAT CAUGHT IT AND THE STOP REASON
      *  - GROUPED BY PRESENTING BRANCH WITH A COUNT AND AMOUNT TOTAL
      *  AFTER EACH BRANCH, SO EACH BRANCH CAN CONFIRM TO ITS
      *  CUSTOMERS THAT THEIR STOPS WERE HONORED. THE DECLINED ITEMS
      *  THEMSELVES AGE OUT OF SUSPENSE ON THE BATCHPOST AGED-ITEM
      *  REPORT. SCHEDULE WITH THE OTHER END-OF-CYCLE REPORTS, AFTER
      *  THE LAST POSTING STEP OF THE DAY.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-HIT-FILE ASSIGN TO "STOPHIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STOPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD  STOP-HIT-FILE.
           COPY STOPHIT.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-BRANCH-CODE          PIC 9(04).
           05  SR-ACCOUNT-NUMBER       PIC 9(10).
           05  SR-TIMESTAMP            PIC X(21).
           05  SR-SERIAL-NUMBER        PIC 9(10).
           05  SR-TRANS-TYPE           PIC X(01).
           05  SR-AMOUNT               PIC S9(09)V99.
           05  SR-CURRENCY-CODE        PIC X(03).
           05  SR-STOP-SERIAL-FROM     PIC 9(10).
           05  SR-STOP-SERIAL-TO       PIC 9(10).
           05  SR-STOP-REASON          PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-SH-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-SORT-EOF-SWITCH    PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-GROUP-OPEN         PIC X(01).
       01  WS-PREV-BRANCH-CODE   PIC 9(04).
       01  WS-GROUP-ITEMS        PIC 9(08).
       01  WS-GROUP-AMOUNT       PIC S9(11)V99.
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZ9.99-.
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       01  WS-RECORDS-READ       PIC 9(08) VALUE ZERO.
       01  WS-ITEMS-LISTED       PIC 9(08).
       01  WS-BRANCHES-LISTED    PIC 9(08).
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'STOPRPT' TO RL-PROGRAM-NAME
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
               ON ASCENDING KEY SR-BRANCH-CODE
               ON ASCENDING KEY SR-ACCOUNT-NUMBER
               ON ASCENDING KEY SR-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0200-RELEASE-HITS
               OUTPUT PROCEDURE IS 0300-PRINT-BRANCH-GROUPS
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0050-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'STOPRPT ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'STOPRPT ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT STOP-HIT-FILE
           IF WS-SH-STATUS NOT = '00'
               DISPLAY 'STOPRPT ABEND: CANNOT OPEN STOPHIT.DAT, '
                       'FILE STATUS ' WS-SH-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-GROUP-OPEN
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE ZERO TO WS-BRANCHES-LISTED
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STOP-PAYMENT ITEMS DECLINED FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE.

       0200-RELEASE-HITS.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STOP-HIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 0250-RELEASE-ONE-HIT
               END-READ
           END-PERFORM
           CLOSE STOP-HIT-FILE.

       0250-RELEASE-ONE-HIT.
           MOVE SH-BRANCH-CODE       TO SR-BRANCH-CODE
           MOVE SH-ACCOUNT-NUMBER    TO SR-ACCOUNT-NUMBER
           MOVE SH-TIMESTAMP         TO SR-TIMESTAMP
           MOVE SH-SERIAL-NUMBER     TO SR-SERIAL-NUMBER
           MOVE SH-TRANS-TYPE        TO SR-TRANS-TYPE
           MOVE SH-AMOUNT            TO SR-AMOUNT
           MOVE SH-CURRENCY-CODE     TO SR-CURRENCY-CODE
           MOVE SH-STOP-SERIAL-FROM  TO SR-STOP-SERIAL-FROM
           MOVE SH-STOP-SERIAL-TO    TO SR-STOP-SERIAL-TO
           MOVE SH-STOP-REASON       TO SR-STOP-REASON
           RELEASE SORT-RECORD.

       0300-PRINT-BRANCH-GROUPS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM UNTIL WS-SORT-EOF-SWITCH = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 0400-PROCESS-SORTED-HIT
               END-RETURN
           END-PERFORM
           IF WS-GROUP-OPEN = 'Y'
               PERFORM 0650-PRINT-BRANCH-TOTAL
           END-IF
           IF WS-ITEMS-LISTED = ZERO
               MOVE 'NO ITEMS DECLINED ON STOP PAYMENT THIS DATE'
                   TO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           END-IF.

       0400-PROCESS-SORTED-HIT.
           IF WS-GROUP-OPEN = 'Y'
                   AND SR-BRANCH-CODE NOT = WS-PREV-BRANCH-CODE
               PERFORM 0650-PRINT-BRANCH-TOTAL
           END-IF
           IF WS-GROUP-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-GROUP-OPEN
               MOVE SR-BRANCH-CODE TO WS-PREV-BRANCH-CODE
               MOVE ZERO TO WS-GROUP-ITEMS
               MOVE ZERO TO WS-GROUP-AMOUNT
               ADD 1 TO WS-BRANCHES-LISTED
               PERFORM 0450-PRINT-BRANCH-HEADING
           END-IF
           PERFORM 0500-PRINT-HIT-LINE
           ADD 1 TO WS-GROUP-ITEMS
           ADD SR-AMOUNT TO WS-GROUP-AMOUNT.

       0450-PRINT-BRANCH-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRESENTING BRANCH ' DELIMITED BY SIZE
                  SR-BRANCH-CODE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0500-PRINT-HIT-LINE.
           ADD 1 TO WS-ITEMS-LISTED
           MOVE SR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCT ' DELIMITED BY SIZE
                  SR-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' SER ' DELIMITED BY SIZE
                  SR-SERIAL-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SR-TRANS-TYPE DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SR-CURRENCY-CODE DELIMITED BY SIZE
                  ' STOP ' DELIMITED BY SIZE
                  SR-STOP-SERIAL-FROM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  SR-STOP-SERIAL-TO DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '     REASON: ' DELIMITED BY SIZE
                  SR-STOP-REASON DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0650-PRINT-BRANCH-TOTAL.
           MOVE WS-GROUP-ITEMS  TO WS-COUNT-EDIT
           MOVE WS-GROUP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEMS ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' AMOUNT STOPPED ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE 'N' TO WS-GROUP-OPEN.

       0800-CLOSE-FILES.
           CLOSE REPORT-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'STOPRPT RUN SUMMARY'
           DISPLAY 'STOP HITS READ....: ' WS-RECORDS-READ
           DISPLAY 'ITEMS LISTED......: ' WS-ITEMS-LISTED
           DISPLAY 'BRANCHES LISTED...: ' WS-BRANCHES-LISTED.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
