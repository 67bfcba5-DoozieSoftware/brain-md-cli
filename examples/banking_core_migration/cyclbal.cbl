       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLBAL.
      *----------------------------------------------------------------
      *  NIGHTLY CYCLE BALANCING REPORT
      *  FOLLOWS THE NIGHT'S RECORDS FROM FILE TO FILE SO OPERATIONS
      *  CAN SIGN OFF THE CYCLE AS A WHOLE. PART 1 PROVES EACH POSTING
      *  FILE AGAINST ITS HEADER AND TRAILER RECORDS (SEE CTLTOT) AND
      *  LISTS EVERY BATCH ON IT - WRITING PROGRAM, BUSINESS DATE,
      *  RECORD COUNT AND NET AMOUNT - WITH A FILE TOTAL: TRANMRGD,
      *  TRANIN AND TRNJRNL FOR THE BUSINESS DATE, THE SUSPENSE
      *  GENERATION BATCHPOST READ (SUSPIN) AND THE ONE IT WROTE
      *  (SUSPOUT). TRANERR AND SUSPAGED CARRY NO CONTROL RECORDS AND
      *  ARE ONLY COUNTED. A BATCH TRANSACT CLOSED FOR AN INTERRUPTED
      *  RUN, OR ONE STILL WITHOUT A TRAILER, IS FLAGGED.
      *  PART 2 BALANCES THE FLOWS BETWEEN THE FILES:
      *    TRANEDIT   TRANMRGD IN = TRANIN OUT + TRANERR OUT
      *    BATCHPOST  TRANIN ON FILE = RECORDS BATCHPOST READ
      *               TRANIN + SUSPENSE BROUGHT FORWARD = POSTED +
      *               SUSPENSE CARRIED FORWARD + AGED OUT
      *  BATCHPOST'S FIGURES ARE ITS LAST END ENTRY ON RUNLOG FOR THE
      *  BUSINESS DATE. ON A NIGHT BATCHPOST WAS RESTARTED THE RUN LOG
      *  HOLDS ONLY THE RESTART'S POSTINGS, SO THE SUSPENSE ROLL IS
      *  FLAGGED FOR PROVING BY HAND INSTEAD.
      *  ENDS RC 12 WHEN A FILE FAILS ITS CONTROL TOTALS OR CANNOT BE
      *  READ, RC 8 WHEN A FLOW IS OUT OF BALANCE, RC 4 WHEN ONLY
      *  WARNINGS WERE RAISED, RC 16 WHEN RUNCTL OR THE REPORT FILE
      *  CANNOT BE OPENED. IT ONLY READS, SO IT CAN BE RERUN AT ANY
      *  TIME BEFORE DATEROLL. LIKE OPSRPT IT READS RUNLOG AND SO
      *  DOES NOT LOG ITSELF.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT MERGED-FILE ASSIGN TO "TRANMRGD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MG-STATUS.
           SELECT CLEAN-FILE ASSIGN TO "TRANIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TI-STATUS.
           SELECT TRANS-ERROR-FILE ASSIGN TO "TRANERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "TRNJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT SUSPENSE-IN-FILE ASSIGN TO "SUSPIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT SUSPENSE-AGED-FILE ASSIGN TO "SUSPAGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CYCLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  MERGED-FILE.
       01  MERGED-RECORD         PIC X(80).
       FD  CLEAN-FILE.
       01  CLEAN-RECORD          PIC X(80).
       FD  TRANS-ERROR-FILE.
           COPY TRANERR.
       FD  JOURNAL-FILE.
           COPY TRNJRNL.
       FD  SUSPENSE-IN-FILE.
       01  SUSPENSE-IN-RECORD    PIC X(93).
       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-RECORD   PIC X(93).
       FD  SUSPENSE-AGED-FILE.
       01  SUSPENSE-AGED-RECORD  PIC X(93).
       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-RN-STATUS          PIC X(02).
       01  WS-MG-STATUS          PIC X(02).
       01  WS-TI-STATUS          PIC X(02).
       01  WS-TE-STATUS          PIC X(02).
       01  WS-JR-STATUS          PIC X(02).
       01  WS-SI-STATUS          PIC X(02).
       01  WS-SO-STATUS          PIC X(02).
       01  WS-SA-STATUS          PIC X(02).
       01  WS-RL-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-OPEN-STATUS        PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-BUSINESS-DATE      PIC 9(08).
       01  WS-FILE-LABEL         PIC X(08).
       01  WS-DATA-RECORDS       PIC 9(08).
       01  WS-MERGED-RECORDS     PIC 9(08) VALUE ZERO.
       01  WS-CLEAN-RECORDS      PIC 9(08) VALUE ZERO.
       01  WS-ERROR-RECORDS      PIC 9(08) VALUE ZERO.
       01  WS-JOURNAL-RECORDS    PIC 9(08) VALUE ZERO.
       01  WS-SUSPIN-RECORDS     PIC 9(08) VALUE ZERO.
       01  WS-SUSPOUT-RECORDS    PIC 9(08) VALUE ZERO.
       01  WS-AGED-RECORDS       PIC 9(08) VALUE ZERO.
       01  WS-BATCHES-LISTED     PIC 9(08) VALUE ZERO.
       01  WS-CONTROL-FAILURES   PIC 9(08) VALUE ZERO.
       01  WS-OUT-OF-BALANCE     PIC 9(08) VALUE ZERO.
       01  WS-WARNINGS           PIC 9(08) VALUE ZERO.
       01  WS-BP-FOUND           PIC X(01).
       01  WS-BP-STARTS          PIC 9(04).
       01  WS-BP-RETURN-CODE     PIC 9(04).
       01  WS-BP-READ            PIC 9(08).
       01  WS-BP-POSTED          PIC 9(08).
       01  WS-FLOW-IN            PIC 9(09).
       01  WS-FLOW-OUT           PIC 9(09).
       01  WS-DIFFERENCE         PIC S9(09).
       01  WS-FLOW-LABEL         PIC X(40).
       01  WS-FLOW-COUNT         PIC 9(09).
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-BATCH-NOTE         PIC X(32).
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       01  WS-FLOW-EDIT          PIC ZZZZZZZZ9.
       01  WS-DIFF-EDIT          PIC ZZZZZZZZ9-.
       01  WS-BATCH-EDIT         PIC ZZZ9.
       01  WS-RC-EDIT            PIC ZZZ9.
       01  WS-AMOUNT-EDIT        PIC ZZZZZZZZZZZZ9.99-.
       COPY TRANIN.
       COPY SUSPENSE.
       COPY CTLTOT.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0050-READ-RUN-CONTROL
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RP-STATUS NOT = '00'
               DISPLAY 'CYCLBAL ABEND: CANNOT OPEN CYCLBAL.DAT, '
                       'FILE STATUS ' WS-RP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-PRINT-HEADING
           PERFORM 0200-PROVE-MERGED-FILE
           PERFORM 0250-PROVE-CLEAN-FILE
           PERFORM 0300-COUNT-ERROR-FILE
           PERFORM 0350-PROVE-JOURNAL-FILE
           PERFORM 0400-PROVE-SUSPENSE-IN
           PERFORM 0450-PROVE-SUSPENSE-OUT
           PERFORM 0500-COUNT-AGED-FILE
           PERFORM 0550-FIND-BATCHPOST-RUN
           PERFORM 0600-PRINT-FLOWS
           PERFORM 0800-PRINT-FOOTING
           CLOSE REPORT-FILE
           PERFORM 0900-DISPLAY-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           STOP RUN.

       0050-READ-RUN-CONTROL.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = '00'
               DISPLAY 'CYCLBAL ABEND: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'CYCLBAL ABEND: RUN CONTROL EMPTY'
                       MOVE 'Y' TO WS-ABEND-SWITCH
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0100-PRINT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NIGHTLY CYCLE BALANCING FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE 'FILE CONTROL TOTALS' TO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  FILE     WRITER     BUS DATE' DELIMITED BY SIZE
                  '  RECORDS        NET AMOUNT' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

      *    EACH RECORD IS CLASSIFIED (K) BEFORE IT IS PROVED (R) SO
      *    THE FILE IS STILL COUNTED IN FULL AFTER A CONTROL FAILURE,
      *    WHEN CTLTOT STOPS PROVING.
       0200-PROVE-MERGED-FILE.
           MOVE 'TRANMRGD' TO WS-FILE-LABEL
           MOVE 'TRANMRGD' TO CT-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE 'E' TO CT-DATE-CHECK
           MOVE 'N' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           MOVE ZERO TO WS-DATA-RECORDS
           OPEN INPUT MERGED-FILE
           IF WS-MG-STATUS NOT = '00'
               MOVE WS-MG-STATUS TO WS-OPEN-STATUS
               PERFORM 0730-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ MERGED-FILE INTO TRANS-INPUT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                               TRANS-INPUT-RECORD
                                               TI-ACCOUNT-NUMBER
                                               TI-AMOUNT
                           CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                               TRANS-INPUT-RECORD
                                               TI-ACCOUNT-NUMBER
                                               TI-AMOUNT
                           PERFORM 0700-NOTE-RECORD
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' CONTROL-TOTAL-AREA
                                   TRANS-INPUT-RECORD
                                   TI-ACCOUNT-NUMBER TI-AMOUNT
               CLOSE MERGED-FILE
               PERFORM 0720-END-FILE
           END-IF
           MOVE WS-DATA-RECORDS TO WS-MERGED-RECORDS.

       0250-PROVE-CLEAN-FILE.
           MOVE 'TRANIN' TO WS-FILE-LABEL
           MOVE 'TRANIN' TO CT-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE 'E' TO CT-DATE-CHECK
           MOVE 'N' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA
                               TRANS-INPUT-RECORD TI-ACCOUNT-NUMBER
                               TI-AMOUNT
           MOVE ZERO TO WS-DATA-RECORDS
           OPEN INPUT CLEAN-FILE
           IF WS-TI-STATUS NOT = '00'
               MOVE WS-TI-STATUS TO WS-OPEN-STATUS
               PERFORM 0730-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CLEAN-FILE INTO TRANS-INPUT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                               TRANS-INPUT-RECORD
                                               TI-ACCOUNT-NUMBER
                                               TI-AMOUNT
                           CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                               TRANS-INPUT-RECORD
                                               TI-ACCOUNT-NUMBER
                                               TI-AMOUNT
                           PERFORM 0700-NOTE-RECORD
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' CONTROL-TOTAL-AREA
                                   TRANS-INPUT-RECORD
                                   TI-ACCOUNT-NUMBER TI-AMOUNT
               CLOSE CLEAN-FILE
               PERFORM 0720-END-FILE
           END-IF
           MOVE WS-DATA-RECORDS TO WS-CLEAN-RECORDS.

       0300-COUNT-ERROR-FILE.
           MOVE 'TRANERR' TO WS-FILE-LABEL
           MOVE ZERO TO WS-DATA-RECORDS
           OPEN INPUT TRANS-ERROR-FILE
           IF WS-TE-STATUS NOT = '00'
               MOVE WS-TE-STATUS TO WS-OPEN-STATUS
               PERFORM 0730-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ TRANS-ERROR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-DATA-RECORDS
                   END-READ
               END-PERFORM
               CLOSE TRANS-ERROR-FILE
               PERFORM 0740-PRINT-UNCONTROLLED-FILE
           END-IF
           MOVE WS-DATA-RECORDS TO WS-ERROR-RECORDS.

       0350-PROVE-JOURNAL-FILE.
           MOVE 'TRNJRNL' TO WS-FILE-LABEL
           MOVE 'TRNJRNL' TO CT-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE 'E' TO CT-DATE-CHECK
           MOVE 'N' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA JOURNAL-RECORD
                               JR-ACCOUNT-NUMBER JR-AMOUNT
           MOVE ZERO TO WS-DATA-RECORDS
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-STATUS NOT = '00'
               MOVE WS-JR-STATUS TO WS-OPEN-STATUS
               PERFORM 0730-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                               JOURNAL-RECORD
                                               JR-ACCOUNT-NUMBER
                                               JR-AMOUNT
                           CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                               JOURNAL-RECORD
                                               JR-ACCOUNT-NUMBER
                                               JR-AMOUNT
                           PERFORM 0700-NOTE-RECORD
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' CONTROL-TOTAL-AREA
                                   JOURNAL-RECORD JR-ACCOUNT-NUMBER
                                   JR-AMOUNT
               CLOSE JOURNAL-FILE
               PERFORM 0720-END-FILE
           END-IF
           MOVE WS-DATA-RECORDS TO WS-JOURNAL-RECORDS.

      *    SUSPIN IS PROVED AS BATCHPOST PROVES IT: A PRIOR NIGHT'S
      *    GENERATION, PLUS ON A RESTARTED NIGHT THE FAILED RUN'S
      *    PARTIAL SUSPOUT. WITH NO SUSPIN (THE FIRST NIGHT) NOTHING
      *    WAS BROUGHT FORWARD.
       0400-PROVE-SUSPENSE-IN.
           MOVE 'SUSPIN' TO WS-FILE-LABEL
           MOVE 'SUSPENSE' TO CT-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE 'P' TO CT-DATE-CHECK
           MOVE 'Y' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA
                               SUSPENSE-RECORD SP-ACCOUNT-NUMBER
                               SP-AMOUNT
           MOVE ZERO TO WS-DATA-RECORDS
           OPEN INPUT SUSPENSE-IN-FILE
           IF WS-SI-STATUS NOT = '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  SUSPIN   ** NOT AVAILABLE, FILE STATUS '
                          DELIMITED BY SIZE
                      WS-SI-STATUS DELIMITED BY SIZE
                      ' - NOTHING BROUGHT FORWARD' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-WARNINGS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                               SUSPENSE-RECORD
                                               SP-ACCOUNT-NUMBER
                                               SP-AMOUNT
                           CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                               SUSPENSE-RECORD
                                               SP-ACCOUNT-NUMBER
                                               SP-AMOUNT
                           PERFORM 0700-NOTE-RECORD
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' CONTROL-TOTAL-AREA
                                   SUSPENSE-RECORD
                                   SP-ACCOUNT-NUMBER SP-AMOUNT
               CLOSE SUSPENSE-IN-FILE
               PERFORM 0720-END-FILE
           END-IF
           MOVE WS-DATA-RECORDS TO WS-SUSPIN-RECORDS.

       0450-PROVE-SUSPENSE-OUT.
           MOVE 'SUSPOUT' TO WS-FILE-LABEL
           MOVE 'SUSPENSE' TO CT-FILE-NAME
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE 'E' TO CT-DATE-CHECK
           MOVE 'N' TO CT-OPEN-BATCH-OK
           CALL 'CTLTOT' USING 'I' CONTROL-TOTAL-AREA
                               SUSPENSE-RECORD SP-ACCOUNT-NUMBER
                               SP-AMOUNT
           MOVE ZERO TO WS-DATA-RECORDS
           OPEN INPUT SUSPENSE-OUT-FILE
           IF WS-SO-STATUS NOT = '00'
               MOVE WS-SO-STATUS TO WS-OPEN-STATUS
               PERFORM 0730-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUSPENSE-OUT-FILE INTO SUSPENSE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'CTLTOT' USING 'K' CONTROL-TOTAL-AREA
                                               SUSPENSE-RECORD
                                               SP-ACCOUNT-NUMBER
                                               SP-AMOUNT
                           CALL 'CTLTOT' USING 'R' CONTROL-TOTAL-AREA
                                               SUSPENSE-RECORD
                                               SP-ACCOUNT-NUMBER
                                               SP-AMOUNT
                           PERFORM 0700-NOTE-RECORD
                   END-READ
               END-PERFORM
               CALL 'CTLTOT' USING 'E' CONTROL-TOTAL-AREA
                                   SUSPENSE-RECORD
                                   SP-ACCOUNT-NUMBER SP-AMOUNT
               CLOSE SUSPENSE-OUT-FILE
               PERFORM 0720-END-FILE
           END-IF
           MOVE WS-DATA-RECORDS TO WS-SUSPOUT-RECORDS.

       0500-COUNT-AGED-FILE.
           MOVE 'SUSPAGED' TO WS-FILE-LABEL
           MOVE ZERO TO WS-DATA-RECORDS
           OPEN INPUT SUSPENSE-AGED-FILE
           IF WS-SA-STATUS NOT = '00'
               MOVE WS-SA-STATUS TO WS-OPEN-STATUS
               PERFORM 0730-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUSPENSE-AGED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-DATA-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-AGED-FILE
               PERFORM 0740-PRINT-UNCONTROLLED-FILE
           END-IF
           MOVE WS-DATA-RECORDS TO WS-AGED-RECORDS.

      *    THE LAST END ENTRY BATCHPOST WROTE FOR THE BUSINESS DATE
      *    CARRIES ITS COUNTS; MORE THAN ONE START ENTRY MEANS THE
      *    NIGHT WAS RESTARTED.
       0550-FIND-BATCHPOST-RUN.
           MOVE 'N' TO WS-BP-FOUND
           MOVE ZERO TO WS-BP-STARTS
           MOVE ZERO TO WS-BP-RETURN-CODE
           MOVE ZERO TO WS-BP-READ
           MOVE ZERO TO WS-BP-POSTED
           OPEN INPUT RUN-LOG-FILE
           IF WS-RL-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF RL-PROGRAM-NAME = 'BATCHPOST'
                                   AND RL-BUSINESS-DATE
                                       = WS-BUSINESS-DATE
                               PERFORM 0560-NOTE-BATCHPOST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'CYCLBAL WARNING: CANNOT OPEN RUNLOG.DAT, '
                       'FILE STATUS ' WS-RL-STATUS
           END-IF.

       0560-NOTE-BATCHPOST-ENTRY.
           IF RL-EVENT = 'S'
               ADD 1 TO WS-BP-STARTS
           ELSE
               MOVE 'Y' TO WS-BP-FOUND
               MOVE RL-RETURN-CODE TO WS-BP-RETURN-CODE
               MOVE RL-RECORDS-READ TO WS-BP-READ
               MOVE RL-RECORDS-POSTED TO WS-BP-POSTED
           END-IF.

       0600-PRINT-FLOWS.
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE 'RECORD FLOW BETWEEN FILES' TO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE 'TRANEDIT' TO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE 'TRANMRGD RECORDS IN' TO WS-FLOW-LABEL
           MOVE WS-MERGED-RECORDS TO WS-FLOW-COUNT
           PERFORM 0760-PRINT-FLOW-LINE
           MOVE 'TRANIN CLEAN RECORDS OUT' TO WS-FLOW-LABEL
           MOVE WS-CLEAN-RECORDS TO WS-FLOW-COUNT
           PERFORM 0760-PRINT-FLOW-LINE
           MOVE 'TRANERR REJECTS OUT' TO WS-FLOW-LABEL
           MOVE WS-ERROR-RECORDS TO WS-FLOW-COUNT
           PERFORM 0760-PRINT-FLOW-LINE
           MOVE WS-MERGED-RECORDS TO WS-FLOW-IN
           COMPUTE WS-FLOW-OUT = WS-CLEAN-RECORDS + WS-ERROR-RECORDS
           PERFORM 0770-PRINT-BALANCE-RESULT
           MOVE 'BATCHPOST' TO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           IF WS-BP-FOUND NOT = 'Y' OR WS-BP-RETURN-CODE > 4
               PERFORM 0650-BATCHPOST-NOT-COMPLETE
           ELSE
               PERFORM 0660-PRINT-POSTING-FLOW
           END-IF.

       0650-BATCHPOST-NOT-COMPLETE.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-BP-FOUND NOT = 'Y'
               STRING '  ** NO BATCHPOST END ENTRY ON RUNLOG FOR '
                          DELIMITED BY SIZE
                      'THE BUSINESS DATE - POSTING NOT PROVED'
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               MOVE WS-BP-RETURN-CODE TO WS-RC-EDIT
               STRING '  ** LAST BATCHPOST RUN ENDED RC '
                          DELIMITED BY SIZE
                      WS-RC-EDIT DELIMITED BY SIZE
                      ' - POSTING NOT PROVED' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           ADD 1 TO WS-OUT-OF-BALANCE.

      *    EVERY ITEM PRESENTED - TODAY'S TRANIN AND THE SUSPENSE
      *    BROUGHT FORWARD - EITHER POSTED, WAS CARRIED FORWARD IN
      *    SUSPENSE OR AGED OUT. RUNLOG POSTED INCLUDES THE SUSPENSE
      *    ITEMS THAT CLEARED ON RE-PRESENTMENT.
       0660-PRINT-POSTING-FLOW.
           MOVE 'TRANIN RECORDS ON FILE' TO WS-FLOW-LABEL
           MOVE WS-CLEAN-RECORDS TO WS-FLOW-COUNT
           PERFORM 0760-PRINT-FLOW-LINE
           MOVE 'TRANIN RECORDS READ PER RUNLOG' TO WS-FLOW-LABEL
           MOVE WS-BP-READ TO WS-FLOW-COUNT
           PERFORM 0760-PRINT-FLOW-LINE
           MOVE WS-CLEAN-RECORDS TO WS-FLOW-IN
           MOVE WS-BP-READ TO WS-FLOW-OUT
           PERFORM 0770-PRINT-BALANCE-RESULT
           MOVE 'SUSPENSE BROUGHT FORWARD (SUSPIN)' TO WS-FLOW-LABEL
           MOVE WS-SUSPIN-RECORDS TO WS-FLOW-COUNT
           PERFORM 0760-PRINT-FLOW-LINE
           MOVE 'POSTED PER RUNLOG' TO WS-FLOW-LABEL
           MOVE WS-BP-POSTED TO WS-FLOW-COUNT
           PERFORM 0760-PRINT-FLOW-LINE
           MOVE 'SUSPENSE CARRIED FORWARD (SUSPOUT)' TO WS-FLOW-LABEL
           MOVE WS-SUSPOUT-RECORDS TO WS-FLOW-COUNT
           PERFORM 0760-PRINT-FLOW-LINE
           MOVE 'AGED OUT (SUSPAGED)' TO WS-FLOW-LABEL
           MOVE WS-AGED-RECORDS TO WS-FLOW-COUNT
           PERFORM 0760-PRINT-FLOW-LINE
           IF WS-BP-STARTS > 1
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ** BATCHPOST WAS RESTARTED - RUNLOG HOLDS '
                          DELIMITED BY SIZE
                      'ONLY THE RESTART, PROVE BY HAND'
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-WARNINGS
           ELSE
               COMPUTE WS-FLOW-IN = WS-CLEAN-RECORDS
                   + WS-SUSPIN-RECORDS
               COMPUTE WS-FLOW-OUT = WS-BP-POSTED
                   + WS-SUSPOUT-RECORDS + WS-AGED-RECORDS
               PERFORM 0770-PRINT-BALANCE-RESULT
           END-IF.

       0700-NOTE-RECORD.
           IF CT-RECORD-KIND = 'D'
               ADD 1 TO WS-DATA-RECORDS
           END-IF
           IF CT-RECORD-KIND = 'T' AND CT-RESULT = '00'
               MOVE SPACES TO WS-BATCH-NOTE
               IF CT-REC-CLOSE-TYPE = 'R'
                   MOVE '** CLOSED ON RESTART' TO WS-BATCH-NOTE
                   ADD 1 TO WS-WARNINGS
               END-IF
               MOVE CT-REC-RECORD-COUNT TO WS-COUNT-EDIT
               MOVE CT-REC-NET-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-FILE-LABEL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-REC-WRITER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-REC-BUSINESS-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BATCH-NOTE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-BATCHES-LISTED
           END-IF.

      *    A BATCH LEFT OPEN AT THE END IS ONLY ACCEPTED ON SUSPIN
      *    (THE FAILED RUN'S PARTIAL SUSPOUT ON A RESTART).
       0720-END-FILE.
           IF CT-RESULT = '00' AND CT-BATCH-OPEN = 'Y'
               MOVE CT-BATCH-RECORDS TO WS-COUNT-EDIT
               MOVE CT-BATCH-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-FILE-LABEL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-BATCH-WRITER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-BATCH-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' ** NO TRAILER - INTERRUPTED RUN'
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-BATCHES-LISTED
               ADD 1 TO WS-WARNINGS
           END-IF
           MOVE WS-DATA-RECORDS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           IF CT-RESULT = '00'
               MOVE CT-FILE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE CT-BATCH-COUNT TO WS-BATCH-EDIT
               STRING '  ' DELIMITED BY SIZE
                      WS-FILE-LABEL DELIMITED BY SIZE
                      ' FILE TOTAL' DELIMITED BY SIZE
                      '          ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BATCH-EDIT DELIMITED BY SIZE
                      ' BATCHES PROVED' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING '  ' DELIMITED BY SIZE
                      WS-FILE-LABEL DELIMITED BY SIZE
                      ' FILE TOTAL' DELIMITED BY SIZE
                      '          ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' ** CONTROL TOTALS FAILED, REASON '
                          DELIMITED BY SIZE
                      CT-RESULT DELIMITED BY SIZE
                      ' (SEE CTLTOT)' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               ADD 1 TO WS-CONTROL-FAILURES
           END-IF
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0730-FILE-NOT-AVAILABLE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-FILE-LABEL DELIMITED BY SIZE
                  ' ** NOT AVAILABLE, FILE STATUS ' DELIMITED BY SIZE
                  WS-OPEN-STATUS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           ADD 1 TO WS-CONTROL-FAILURES.

       0740-PRINT-UNCONTROLLED-FILE.
           MOVE WS-DATA-RECORDS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-FILE-LABEL DELIMITED BY SIZE
                  ' FILE TOTAL' DELIMITED BY SIZE
                  '          ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' (NO CONTROL RECORDS - COUNTED ONLY)'
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0760-PRINT-FLOW-LINE.
           MOVE WS-FLOW-COUNT TO WS-FLOW-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-FLOW-LABEL DELIMITED BY SIZE
                  WS-FLOW-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0770-PRINT-BALANCE-RESULT.
           COMPUTE WS-DIFFERENCE = WS-FLOW-IN - WS-FLOW-OUT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DIFFERENCE = ZERO
               MOVE '  IN BALANCE' TO WS-REPORT-LINE
           ELSE
               MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
               STRING '  ** OUT OF BALANCE BY ' DELIMITED BY SIZE
                      WS-DIFF-EDIT DELIMITED BY SIZE
                      ' RECORDS' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0800-PRINT-FOOTING.
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CONTROL-FAILURES = ZERO
                   AND WS-OUT-OF-BALANCE = ZERO
                   AND WS-WARNINGS = ZERO
               MOVE 'CYCLE BALANCED - READY FOR SIGN-OFF'
                   TO WS-REPORT-LINE
           ELSE
               MOVE WS-CONTROL-FAILURES TO WS-COUNT-EDIT
               MOVE WS-OUT-OF-BALANCE TO WS-FLOW-EDIT
               MOVE WS-WARNINGS TO WS-BATCH-EDIT
               STRING '** CYCLE NOT SIGNED OFF - CONTROL FAILURES '
                          DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' OUT OF BALANCE ' DELIMITED BY SIZE
                      WS-FLOW-EDIT DELIMITED BY SIZE
                      ' WARNINGS ' DELIMITED BY SIZE
                      WS-BATCH-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'CYCLBAL RUN SUMMARY'
           DISPLAY 'BUSINESS DATE....: ' WS-BUSINESS-DATE
           DISPLAY 'BATCHES LISTED...: ' WS-BATCHES-LISTED
           DISPLAY 'CONTROL FAILURES.: ' WS-CONTROL-FAILURES
           DISPLAY 'OUT OF BALANCE...: ' WS-OUT-OF-BALANCE
           DISPLAY 'WARNINGS.........: ' WS-WARNINGS.

       0950-SET-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE
           IF WS-WARNINGS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OUT-OF-BALANCE > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CONTROL-FAILURES > ZERO
               MOVE 12 TO RETURN-CODE
           END-IF.
