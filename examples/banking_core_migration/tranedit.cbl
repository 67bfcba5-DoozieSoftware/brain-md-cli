      *  ACCTMAST, VALID TRANSACTION TYPE, NUMERIC NON-ZERO AMOUNT,
      *  CURRENCY BLANK OR ON FXRATE, SEQUENCE NUMBERS STRICTLY
      *  ASCENDING WITH NO DUPLICATES, TRANSFER CONTRA ACCOUNT ON
      *  ACCTMAST AND DISTINCT - ON A LOAN INSTALLMENT (TYPE L) AN
      *  INSTALLMENT LOAN ACCOUNT - REVERSAL ORIGINAL-POSTING REFERENCE
      *  PRESENT ON TYPE R AND ABSENT OTHERWISE - THE AMOUNT AND
      *  CURRENCY EDITS ARE SKIPPED ON A REVERSAL, WHICH POSTS THE
      *  ORIGINAL ENTRY'S AMOUNT, CHECK SERIAL NUMBER ONLY ON A DEBIT
      *  OR TRANSFER AND NOT ALREADY PAID), WRITES CLEAN RECORDS TO THE
      *  FILE BATCHPOST READS AND REJECTS TO AN ERROR FILE WITH A
      *  REASON CODE PER RECORD (SEE TRANERR), AND PRINTS AN EDIT
      *  REPORT ON SYSOUT. A GARBAGE RECORD FROM THE CAPTURE SYSTEM
      *  IS THEREFORE CAUGHT HERE, NOT MID-POSTING.
      *  A SERIAL IS ALREADY PAID WHEN THE ACCOUNT'S HISTORY ON THE
      *  TRNHIST KSDS HOLDS AN UNREVERSED DEBIT CARRYING IT, OR WHEN
      *  AN EARLIER RECORD IN THE SAME FILE PRESENTED IT AGAINST THE
      *  SAME ACCOUNT - A CHECK REVERSED AS PAID IN ERROR MAY BE
      *  PRESENTED AGAIN.
      *  THE MERGED FILE'S CONTROL TOTALS (SEE CTLTOT) ARE PROVED IN A
      *  FIRST PASS BEFORE ANY RECORD IS EDITED: A BATCH MISSING ITS
      *  TRAILER, DATED FOR ANOTHER BUSINESS DAY OR OUT OF BALANCE
      *  ENDS THE STEP RC 12 AND HOLDS THE POSTING STEP. THE CLEAN
      *  FILE IS WRITTEN AS ONE HEADER/TRAILER BATCH FOR BATCHPOST TO
      *  PROVE IN TURN; THE ERROR FILE CARRIES NO CONTROL RECORDS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANS-ERROR-FILE ASSIGN TO "TRANERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TRNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HISTORY-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-CAPTURE-FILE.
       FD  FX-RATE-FILE.
           COPY FXRATE.
       FD  TRANS-CLEAN-FILE.
       01  TRANS-CLEAN-RECORD          PIC X(80).
       FD  TRANS-ERROR-FILE.
           COPY TRANERR.
       FD  HISTORY-FILE.
           COPY TRNHIST.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-TC-STATUS          PIC X(02).
       01  WS-AM-STATUS          PIC X(02).
       01  WS-FX-STATUS          PIC X(02).
       01  WS-TO-STATUS          PIC X(02).
       01  WS-TE-STATUS          PIC X(02).
       01  WS-TH-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-HIST-SCAN-DONE     PIC X(01).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-REASON-CODE        PIC X(02).
       01  WS-CURRENCY-FOUND     PIC X(01).
       01  WS-LAST-SEQ-NUMBER    PIC 9(08).
       01  WS-RECORDS-READ       PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-ACCEPTED   PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-REJECTED   PIC 9(08) VALUE ZERO.
       01  WS-SERIAL-TABLE.
           05  WS-SERIAL-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-SERIAL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SERIAL-COUNT
                   INDEXED BY SE-IDX.
               10  SE-ACCOUNT-NUMBER    PIC 9(10).
               10  SE-SERIAL-NUMBER     PIC 9(10).
       COPY FXRATET.
       COPY CTLTOT REPLACING ==CONTROL-TOTAL-AREA==
                          BY ==MERGED-CONTROL-AREA==.
       COPY CTLTOT REPLACING ==CONTROL-TOTAL-AREA==
                          BY ==CLEAN-CONTROL-AREA==.
       COPY RUNLOG.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'TRANEDIT' TO RL-PROGRAM-NAME
           CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD
           PERFORM 0100-OPEN-FILES
           PERFORM 0120-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0170-PROVE-MERGED-FILE
           IF CT-RESULT OF MERGED-CONTROL-AREA NOT = '00'
               DISPLAY 'TRANEDIT ABEND: TRANMRGD.DAT FAILED ITS '
                       'CONTROL TOTALS, REASON '
                       CT-RESULT OF MERGED-CONTROL-AREA
               PERFORM 0800-CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               PERFORM 0990-LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM 0180-START-CLEAN-BATCH
           PERFORM 0150-LOAD-FX-RATES
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               PERFORM 0200-READ-CAPTURE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 0780-END-CLEAN-BATCH
           PERFORM 0800-CLOSE-FILES
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           PERFORM 0990-LOG-RUN-END
           STOP RUN.

       0100-OPEN-FILES.
                       'FILE STATUS ' WS-AM-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-TH-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN INPUT HISTORY-FILE
           END-IF
           IF WS-TH-STATUS NOT = '00'
               DISPLAY 'TRANEDIT ABEND: CANNOT OPEN TRNHIST.DAT, '
                       'FILE STATUS ' WS-TH-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           END-IF
           OPEN OUTPUT TRANS-CLEAN-FILE
           OPEN OUTPUT TRANS-ERROR-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-RECORDS-ACCEPTED
           MOVE ZERO TO WS-RECORDS-REJECTED
           MOVE ZERO TO WS-SERIAL-COUNT
           DISPLAY 'TRANEDIT PRE-POSTING EDIT REPORT'.

       0120-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'TRANEDIT ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'TRANEDIT ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0150-LOAD-FX-RATES.
           MOVE ZERO TO WS-FX-RATE-COUNT
           OPEN INPUT FX-RATE-FILE
                       FX-FROM-CURRENCY '/' FX-TO-CURRENCY ' IGNORED'
           END-IF.

      *    FIRST PASS: EVERY BATCH STORDGEN AND LOANDUE WROTE MUST
      *    BE COMPLETE, FOR TODAY, AND IN BALANCE BEFORE ANYTHING IS
      *    EDITED. THE FILE IS THEN REOPENED FOR THE EDIT PASS.
       0170-PROVE-MERGED-FILE.
           MOVE 'TRANMRGD' TO CT-FILE-NAME OF MERGED-CONTROL-AREA
           MOVE WS-BUSINESS-DATE
               TO CT-BUSINESS-DATE OF MERGED-CONTROL-AREA
           MOVE 'E' TO CT-DATE-CHECK OF MERGED-CONTROL-AREA
           MOVE 'N' TO CT-OPEN-BATCH-OK OF MERGED-CONTROL-AREA
           CALL 'CTLTOT' USING 'I' MERGED-CONTROL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ TRANS-CAPTURE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       CALL 'CTLTOT' USING 'R' MERGED-CONTROL-AREA
                                           TRANS-INPUT-RECORD
                                           TI-ACCOUNT-NUMBER TI-AMOUNT
               END-READ
           END-PERFORM
           CALL 'CTLTOT' USING 'E' MERGED-CONTROL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           CLOSE TRANS-CAPTURE-FILE
           OPEN INPUT TRANS-CAPTURE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       0180-START-CLEAN-BATCH.
           MOVE 'TRANIN' TO CT-FILE-NAME OF CLEAN-CONTROL-AREA
           MOVE 'TRANEDIT' TO CT-WRITER OF CLEAN-CONTROL-AREA
           MOVE WS-BUSINESS-DATE
               TO CT-BUSINESS-DATE OF CLEAN-CONTROL-AREA
           CALL 'CTLTOT' USING 'I' CLEAN-CONTROL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           CALL 'CTLTOT' USING 'H' CLEAN-CONTROL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           WRITE TRANS-CLEAN-RECORD
               FROM CT-CONTROL-RECORD OF CLEAN-CONTROL-AREA.

      *    HEADER AND TRAILER RECORDS ARE PASSED OVER - THEY WERE
      *    PROVED IN THE FIRST PASS.
       0200-READ-CAPTURE.
           MOVE SPACE TO CT-RECORD-KIND OF MERGED-CONTROL-AREA
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR CT-RECORD-KIND OF MERGED-CONTROL-AREA = 'D'
               READ TRANS-CAPTURE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       CALL 'CTLTOT' USING 'K' MERGED-CONTROL-AREA
                                           TRANS-INPUT-RECORD
                                           TI-ACCOUNT-NUMBER TI-AMOUNT
               END-READ
           END-PERFORM
           IF WS-EOF-SWITCH NOT = 'Y'
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       0300-EDIT-TRANSACTION.
           MOVE SPACES TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               IF TI-TRANS-TYPE = 'T' OR TI-TRANS-TYPE = 'L'
                   PERFORM 0360-EDIT-CONTRA-ACCOUNT
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM 0370-EDIT-ORIGINAL-REF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM 0380-EDIT-SERIAL
           END-IF.

       0310-EDIT-SEQUENCE.
           IF TI-TRANS-TYPE NOT = 'C' AND TI-TRANS-TYPE NOT = 'D'
                   AND TI-TRANS-TYPE NOT = 'T'
                   AND TI-TRANS-TYPE NOT = 'R'
                   AND TI-TRANS-TYPE NOT = 'L'
               MOVE '02' TO WS-REASON-CODE
           END-IF.

                       INVALID KEY
                           MOVE '06' TO WS-REASON-CODE
                   END-READ
                   IF WS-REASON-CODE = SPACES
                           AND TI-TRANS-TYPE = 'L'
                           AND AM-ACCOUNT-TYPE NOT = 'L'
                       MOVE '06' TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

       0380-EDIT-SERIAL.
           IF TI-SERIAL-NUMBER NOT NUMERIC
               MOVE '08' TO WS-REASON-CODE
           ELSE
               IF TI-SERIAL-NUMBER NOT = ZERO
                   IF TI-TRANS-TYPE NOT = 'D'
                           AND TI-TRANS-TYPE NOT = 'T'
                       MOVE '08' TO WS-REASON-CODE
                   ELSE
                       PERFORM 0385-CHECK-SERIAL-PAID
                       IF WS-REASON-CODE = SPACES
                           PERFORM 0390-CHECK-SERIAL-IN-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0385-CHECK-SERIAL-PAID.
           MOVE TI-ACCOUNT-NUMBER TO TH-ACCOUNT-NUMBER
           MOVE ZERO TO TH-POSTING-DATE
           MOVE ZERO TO TH-POSTING-SEQ
           START HISTORY-FILE KEY NOT LESS THAN TH-HISTORY-KEY
               INVALID KEY
                   MOVE '23' TO WS-TH-STATUS
           END-START
           IF WS-TH-STATUS = '00'
               MOVE 'N' TO WS-HIST-SCAN-DONE
               PERFORM UNTIL WS-HIST-SCAN-DONE = 'Y'
                   READ HISTORY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-HIST-SCAN-DONE
                       NOT AT END
                           IF TH-ACCOUNT-NUMBER NOT = TI-ACCOUNT-NUMBER
                               MOVE 'Y' TO WS-HIST-SCAN-DONE
                           ELSE
                               IF TH-SERIAL-NUMBER = TI-SERIAL-NUMBER
                                       AND TH-TRANS-TYPE = 'D'
                                       AND TH-REVERSED-FLAG NOT = 'Y'
                                   MOVE '08' TO WS-REASON-CODE
                                   MOVE 'Y' TO WS-HIST-SCAN-DONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0390-CHECK-SERIAL-IN-FILE.
           SET SE-IDX TO 1
           SEARCH WS-SERIAL-ENTRY
               AT END
                   IF WS-SERIAL-COUNT < 5000
                       ADD 1 TO WS-SERIAL-COUNT
                       SET SE-IDX TO WS-SERIAL-COUNT
                       MOVE TI-ACCOUNT-NUMBER
                           TO SE-ACCOUNT-NUMBER(SE-IDX)
                       MOVE TI-SERIAL-NUMBER
                           TO SE-SERIAL-NUMBER(SE-IDX)
                   ELSE
                       DISPLAY 'WARNING: SERIAL TABLE FULL, SERIAL '
                               TI-SERIAL-NUMBER ' NOT HELD FOR THE '
                               'DUPLICATE CHECK'
                   END-IF
               WHEN SE-ACCOUNT-NUMBER(SE-IDX) = TI-ACCOUNT-NUMBER
                       AND SE-SERIAL-NUMBER(SE-IDX) = TI-SERIAL-NUMBER
                   MOVE '08' TO WS-REASON-CODE
           END-SEARCH.

       0400-WRITE-CLEAN.
           ADD 1 TO WS-RECORDS-ACCEPTED
           WRITE TRANS-CLEAN-RECORD FROM TRANS-INPUT-RECORD
           CALL 'CTLTOT' USING 'A' CLEAN-CONTROL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT.

       0500-WRITE-ERROR.
           ADD 1 TO WS-RECORDS-REJECTED
           DISPLAY 'REJECTED REASON ' WS-REASON-CODE
                   ' RECORD ' TRANS-INPUT-RECORD.

       0780-END-CLEAN-BATCH.
           CALL 'CTLTOT' USING 'T' CLEAN-CONTROL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           WRITE TRANS-CLEAN-RECORD
               FROM CT-CONTROL-RECORD OF CLEAN-CONTROL-AREA.

       0800-CLOSE-FILES.
           CLOSE TRANS-CAPTURE-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANS-CLEAN-FILE
           CLOSE TRANS-ERROR-FILE
           CLOSE HISTORY-FILE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'TRANEDIT RUN SUMMARY'
           IF WS-RECORDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    RECORDS THE END OF THE STEP ON THE CYCLE RUN LOG (SEE
      *    RUNLOG) - PERFORMED ON EVERY PATH TO STOP RUN.
       0990-LOG-RUN-END.
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE WS-RECORDS-ACCEPTED TO RL-RECORDS-POSTED
           MOVE WS-RECORDS-REJECTED TO RL-RECORDS-REJECTED
           CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD.
