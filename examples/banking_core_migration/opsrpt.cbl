       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRPT.
      *----------------------------------------------------------------
      *  MORNING OPERATIONS REPORT
      *  PRINTS THE LAST NIGHT'S CYCLE FROM THE RUNLOG FILE EVERY
      *  CYCLE PROGRAM APPENDS TO (SEE RUNLOG) SO OPERATIONS CAN SEE
      *  A SHORT CAPTURE FILE OR A GROWING BATCH WINDOW BEFORE THE
      *  BRANCHES OPEN. THE NIGHT REPORTED IS THE HIGHEST BUSINESS
      *  DATE ON THE LOG - BY MORNING DATEROLL HAS ALREADY MOVED
      *  RUNCTL ON, SO RUNCTL IS NOT READ.
      *  PART 1 IS THE TIMELINE: EVERY STEP RUN UNDER THAT BUSINESS
      *  DATE IN LOG ORDER WITH START AND END TIME, ELAPSED SECONDS,
      *  RETURN CODE AND COUNTS. A START WITH NO END (THE STEP
      *  ABENDED OR IS STILL RUNNING) AND A RETURN CODE OF
      *  WS-FLAG-RETURN-CODE OR MORE ARE FLAGGED.
      *  PART 2 COMPARES EACH PROGRAM'S LAST COMPLETED RUN OF THE
      *  NIGHT WITH ITS AVERAGE OVER THE TRAILING WS-TRAILING-NIGHTS
      *  BUSINESS DATES ON THE LOG (THE LAST END ENTRY OF EACH NIGHT
      *  COUNTS, SO A RERUN DOES NOT WEIGH DOUBLE). ELAPSED TIME OR A
      *  COUNT MORE THAN WS-TOLERANCE-PCT PERCENT ABOVE OR BELOW THE
      *  AVERAGE IS FLAGGED - POSTED VOLUME DOWN 40 PERCENT, EDIT
      *  REJECTS TRIPLED. A MEASURE IS ONLY COMPARED WHEN TONIGHT'S
      *  VALUE OR THE AVERAGE REACHES ITS MINIMUM BASE (SO 1 REJECT
      *  AGAINST AN AVERAGE OF 2 IS NOT NOISE ON THE REPORT), AND A
      *  PROGRAM IS ONLY COMPARED ONCE IT HAS WS-MIN-HISTORY-NIGHTS
      *  PRIOR NIGHTS ON THE LOG.
      *  ENDS RC 4 WHEN ANYTHING IS FLAGGED, RC 16 WHEN THE RUNLOG OR
      *  THE REPORT FILE CANNOT BE OPENED. SCHEDULE EACH MORNING
      *  AFTER DATEROLL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       FD  REPORT-FILE.
       01  REPORT-PRINT-LINE     PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-RL-STATUS          PIC X(02).
       01  WS-RP-STATUS          PIC X(02).
       01  WS-EOF-SWITCH         PIC X(01).
       01  WS-ABEND-SWITCH       PIC X(01) VALUE 'N'.
       01  WS-FOUND-SWITCH       PIC X(01).
       01  WS-SORTED-SWITCH      PIC X(01).
       01  WS-HIST-FULL-SWITCH   PIC X(01).
       01  WS-TRAILING-NIGHTS    PIC 9(04) VALUE 20.
       01  WS-MIN-HISTORY-NIGHTS PIC 9(04) VALUE 5.
       01  WS-TOLERANCE-PCT      PIC 9(04) VALUE 40.
       01  WS-MIN-SECONDS-BASE   PIC 9(08) VALUE 60.
       01  WS-MIN-COUNT-BASE     PIC 9(08) VALUE 10.
       01  WS-FLAG-RETURN-CODE   PIC 9(04) VALUE 8.
       01  WS-REPORT-DATE        PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-READ       PIC 9(08) VALUE ZERO.
       01  WS-FLAGS-RAISED       PIC 9(08) VALUE ZERO.
       01  WS-NIGHT-LIMIT        PIC 9(04).
       01  WS-NIGHT-SUB          PIC 9(04) COMP.
       01  WS-NIGHT-SUB-2        PIC 9(04) COMP.
       01  WS-NIGHT-HOLD         PIC 9(08).
       01  WS-MEASURE-SUB        PIC 9(04) COMP.
       01  WS-BASE               PIC 9(08).
       01  WS-AVERAGE            PIC 9(08).
       01  WS-CHANGE-PCT         PIC S9(09).
      *    BUSINESS DATES ON THE LOG, HIGHEST FIRST - ENTRY 1 IS THE
      *    NIGHT REPORTED, THE REST ARE THE TRAILING NIGHTS.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-COUNT          PIC 9(04) VALUE ZERO.
           05  WS-NIGHT-DATE           PIC 9(08) OCCURS 21 TIMES.
      *    MEASURE 1 IS ELAPSED SECONDS, 2-6 THE RUNLOG COUNTS.
       01  WS-MEASURE-NAMES.
           05  FILLER                  PIC X(08) VALUE 'ELAPSED'.
           05  FILLER                  PIC X(08) VALUE 'READ'.
           05  FILLER                  PIC X(08) VALUE 'POSTED'.
           05  FILLER                  PIC X(08) VALUE 'DECLINED'.
           05  FILLER                  PIC X(08) VALUE 'SUSPEND'.
           05  FILLER                  PIC X(08) VALUE 'REJECTED'.
       01  WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAMES.
           05  WS-MEASURE-NAME         PIC X(08) OCCURS 6 TIMES.
       01  WS-MEASURES.
           05  WS-MEASURE              PIC 9(08) OCCURS 6 TIMES.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-STEP-COUNT
                   INDEXED BY ST-IDX.
               10  ST-PROGRAM-NAME      PIC X(10).
               10  ST-START-TIMESTAMP   PIC X(21).
               10  ST-END-TIMESTAMP     PIC X(21).
               10  ST-END-SWITCH        PIC X(01).
               10  ST-RETURN-CODE       PIC 9(04).
               10  ST-RESTARTED-FROM    PIC 9(10).
               10  ST-MEASURES.
                   15  ST-MEASURE       PIC 9(08) OCCURS 6 TIMES.
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-PROGRAM-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-PROGRAM-COUNT
                   INDEXED BY PG-IDX.
               10  PG-PROGRAM-NAME      PIC X(10).
               10  PG-RETURN-CODE       PIC 9(04).
               10  PG-NIGHTS            PIC 9(04).
               10  PG-MEASURES.
                   15  PG-MEASURE       PIC 9(08) OCCURS 6 TIMES.
               10  PG-TOTAL             PIC 9(13) OCCURS 6 TIMES.
       01  WS-HISTORY-TABLE.
           05  WS-HIST-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-HIST-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-HIST-COUNT
                   INDEXED BY HT-IDX.
               10  HT-PROGRAM-NAME      PIC X(10).
               10  HT-BUSINESS-DATE     PIC 9(08).
               10  HT-MEASURES.
                   15  HT-MEASURE       PIC 9(08) OCCURS 6 TIMES.
       01  WS-STAMP                PIC X(21).
       01  WS-STAMP-SPLIT REDEFINES WS-STAMP.
           05  FILLER                  PIC X(08).
           05  WS-STAMP-HH             PIC X(02).
           05  WS-STAMP-MM             PIC X(02).
           05  WS-STAMP-SS             PIC X(02).
           05  FILLER                  PIC X(07).
       01  WS-START-TIME         PIC X(08).
       01  WS-END-TIME           PIC X(08).
       01  WS-REPORT-LINE        PIC X(90).
       01  WS-COUNT-EDIT         PIC ZZZZZZZ9.
       01  WS-COUNT-EDIT-2       PIC ZZZZZZZ9.
       01  WS-ELAPSED-EDIT       PIC ZZZZZZ9.
       01  WS-RC-EDIT            PIC ZZZ9.
       01  WS-NIGHTS-EDIT        PIC ZZZ9.
       01  WS-PCT-EDIT           PIC ZZZZZZZZ9-.
       01  WS-SEQ-EDIT           PIC ZZZZZZZZZ9.
       01  WS-COUNT-FIELDS.
           05  WS-COUNT-FIELD OCCURS 5 TIMES.
               10  WS-COUNT-GAP         PIC X(01).
               10  WS-COUNT-OUT         PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-FIND-REPORT-NIGHTS
           IF WS-ABEND-SWITCH = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RP-STATUS NOT = '00'
               DISPLAY 'OPSRPT ABEND: CANNOT OPEN OPSRPT.DAT, '
                       'FILE STATUS ' WS-RP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NIGHT-COUNT = ZERO
               MOVE 'NIGHTLY CYCLE OPERATIONS REPORT - RUN LOG EMPTY'
                   TO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-FLAGS-RAISED
           ELSE
               PERFORM 0200-LOAD-RUN-LOG
               IF WS-ABEND-SWITCH = 'Y'
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0400-PRINT-TIMELINE
               PERFORM 0500-COMPARE-PROGRAMS
           END-IF
           PERFORM 0800-PRINT-FOOTING
           CLOSE REPORT-FILE
           PERFORM 0900-DISPLAY-SUMMARY
           IF WS-FLAGS-RAISED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    FIRST PASS - KEEPS THE HIGHEST WS-TRAILING-NIGHTS + 1
      *    DISTINCT BUSINESS DATES ON THE LOG. AN ENTRY WITH A ZERO
      *    DATE (RUNCTL WAS UNAVAILABLE TO RUNLOG) BELONGS TO NO NIGHT.
       0100-FIND-REPORT-NIGHTS.
           COMPUTE WS-NIGHT-LIMIT = WS-TRAILING-NIGHTS + 1
           OPEN INPUT RUN-LOG-FILE
           IF WS-RL-STATUS NOT = '00'
               DISPLAY 'OPSRPT ABEND: CANNOT OPEN RUNLOG.DAT, '
                       'FILE STATUS ' WS-RL-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF RL-BUSINESS-DATE > ZERO
                               PERFORM 0150-NOTE-BUSINESS-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
               IF WS-NIGHT-COUNT > ZERO
                   MOVE WS-NIGHT-DATE(1) TO WS-REPORT-DATE
                   MOVE WS-NIGHT-DATE(WS-NIGHT-COUNT)
                       TO WS-CUTOFF-DATE
               END-IF
           END-IF.

       0150-NOTE-BUSINESS-DATE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                       OR WS-FOUND-SWITCH = 'Y'
               IF WS-NIGHT-DATE(WS-NIGHT-SUB) = RL-BUSINESS-DATE
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND-SWITCH = 'N'
               IF WS-NIGHT-COUNT < WS-NIGHT-LIMIT
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE RL-BUSINESS-DATE
                       TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
                   MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
                   PERFORM 0160-SORT-NIGHT-INTO-PLACE
               ELSE
                   IF RL-BUSINESS-DATE > WS-NIGHT-DATE(WS-NIGHT-COUNT)
                       MOVE RL-BUSINESS-DATE
                           TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
                       MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
                       PERFORM 0160-SORT-NIGHT-INTO-PLACE
                   END-IF
               END-IF
           END-IF.

      *    MOVES THE DATE JUST PLACED AT WS-NIGHT-SUB UP THE TABLE
      *    UNTIL THE TABLE IS IN DESCENDING ORDER AGAIN.
       0160-SORT-NIGHT-INTO-PLACE.
           MOVE 'N' TO WS-SORTED-SWITCH
           PERFORM UNTIL WS-SORTED-SWITCH = 'Y'
               IF WS-NIGHT-SUB < 2
                   MOVE 'Y' TO WS-SORTED-SWITCH
               ELSE
                   COMPUTE WS-NIGHT-SUB-2 = WS-NIGHT-SUB - 1
                   IF WS-NIGHT-DATE(WS-NIGHT-SUB-2)
                           < WS-NIGHT-DATE(WS-NIGHT-SUB)
                       MOVE WS-NIGHT-DATE(WS-NIGHT-SUB-2)
                           TO WS-NIGHT-HOLD
                       MOVE WS-NIGHT-DATE(WS-NIGHT-SUB)
                           TO WS-NIGHT-DATE(WS-NIGHT-SUB-2)
                       MOVE WS-NIGHT-HOLD
                           TO WS-NIGHT-DATE(WS-NIGHT-SUB)
                       MOVE WS-NIGHT-SUB-2 TO WS-NIGHT-SUB
                   ELSE
                       MOVE 'Y' TO WS-SORTED-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      *    SECOND PASS - THE REPORTED NIGHT'S ENTRIES GO TO THE STEP
      *    TABLE, THE TRAILING NIGHTS' END ENTRIES TO THE HISTORY
      *    TABLE.
       0200-LOAD-RUN-LOG.
           MOVE 'N' TO WS-HIST-FULL-SWITCH
           OPEN INPUT RUN-LOG-FILE
           IF WS-RL-STATUS NOT = '00'
               DISPLAY 'OPSRPT ABEND: CANNOT OPEN RUNLOG.DAT, '
                       'FILE STATUS ' WS-RL-STATUS
               MOVE 'Y' TO WS-ABEND-SWITCH
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 0210-FILE-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       0210-FILE-LOG-ENTRY.
           MOVE RL-ELAPSED-SECONDS   TO WS-MEASURE(1)
           MOVE RL-RECORDS-READ      TO WS-MEASURE(2)
           MOVE RL-RECORDS-POSTED    TO WS-MEASURE(3)
           MOVE RL-RECORDS-DECLINED  TO WS-MEASURE(4)
           MOVE RL-RECORDS-SUSPENDED TO WS-MEASURE(5)
           MOVE RL-RECORDS-REJECTED  TO WS-MEASURE(6)
           IF RL-BUSINESS-DATE = WS-REPORT-DATE
               IF RL-EVENT = 'S'
                   PERFORM 0220-ADD-STEP-START
               ELSE
                   PERFORM 0230-MATCH-STEP-END
               END-IF
           ELSE
               IF RL-EVENT = 'E'
                       AND RL-BUSINESS-DATE >= WS-CUTOFF-DATE
                       AND RL-BUSINESS-DATE < WS-REPORT-DATE
                   PERFORM 0300-ADD-HISTORY-NIGHT
               END-IF
           END-IF.

       0220-ADD-STEP-START.
           IF WS-STEP-COUNT < 300
               ADD 1 TO WS-STEP-COUNT
               MOVE RL-PROGRAM-NAME
                   TO ST-PROGRAM-NAME(WS-STEP-COUNT)
               MOVE RL-START-TIMESTAMP
                   TO ST-START-TIMESTAMP(WS-STEP-COUNT)
               MOVE SPACES TO ST-END-TIMESTAMP(WS-STEP-COUNT)
               MOVE 'N' TO ST-END-SWITCH(WS-STEP-COUNT)
               MOVE ZERO TO ST-RETURN-CODE(WS-STEP-COUNT)
               MOVE ZERO TO ST-RESTARTED-FROM(WS-STEP-COUNT)
               MOVE ZERO TO ST-MEASURES(WS-STEP-COUNT)
           ELSE
               DISPLAY 'WARNING: STEP TABLE FULL, ' RL-PROGRAM-NAME
                       ' STARTED ' RL-START-TIMESTAMP ' IGNORED'
           END-IF.

      *    AN END ENTRY CARRIES ITS STEP'S START TIMESTAMP, WHICH
      *    PAIRS IT WITH THE START ENTRY. AN END WITH NO START ON THE
      *    LOG IS LISTED ON ITS OWN.
       0230-MATCH-STEP-END.
           SET ST-IDX TO 1
           SEARCH WS-STEP-ENTRY
               AT END
                   IF WS-STEP-COUNT < 300
                       PERFORM 0220-ADD-STEP-START
                       SET ST-IDX TO WS-STEP-COUNT
                       PERFORM 0240-RECORD-STEP-END
                   ELSE
                       DISPLAY 'WARNING: STEP TABLE FULL, '
                               RL-PROGRAM-NAME ' ENDED '
                               RL-END-TIMESTAMP ' IGNORED'
                   END-IF
               WHEN ST-PROGRAM-NAME(ST-IDX) = RL-PROGRAM-NAME
                       AND ST-START-TIMESTAMP(ST-IDX)
                           = RL-START-TIMESTAMP
                       AND ST-END-SWITCH(ST-IDX) = 'N'
                   PERFORM 0240-RECORD-STEP-END
           END-SEARCH.

       0240-RECORD-STEP-END.
           MOVE RL-END-TIMESTAMP  TO ST-END-TIMESTAMP(ST-IDX)
           MOVE 'Y'               TO ST-END-SWITCH(ST-IDX)
           MOVE RL-RETURN-CODE    TO ST-RETURN-CODE(ST-IDX)
           MOVE RL-RESTARTED-FROM TO ST-RESTARTED-FROM(ST-IDX)
           MOVE WS-MEASURES       TO ST-MEASURES(ST-IDX).

      *    THE LAST END ENTRY OF A NIGHT REPLACES ANY EARLIER ONE FOR
      *    THE SAME PROGRAM, SO A RERUN STANDS FOR THE NIGHT.
       0300-ADD-HISTORY-NIGHT.
           SET HT-IDX TO 1
           SEARCH WS-HIST-ENTRY
               AT END
                   IF WS-HIST-COUNT < 1000
                       ADD 1 TO WS-HIST-COUNT
                       MOVE RL-PROGRAM-NAME
                           TO HT-PROGRAM-NAME(WS-HIST-COUNT)
                       MOVE RL-BUSINESS-DATE
                           TO HT-BUSINESS-DATE(WS-HIST-COUNT)
                       MOVE WS-MEASURES
                           TO HT-MEASURES(WS-HIST-COUNT)
                   ELSE
                       IF WS-HIST-FULL-SWITCH = 'N'
                           DISPLAY 'WARNING: HISTORY TABLE FULL, '
                                   'LATER NIGHTS IGNORED'
                           MOVE 'Y' TO WS-HIST-FULL-SWITCH
                       END-IF
                   END-IF
               WHEN HT-PROGRAM-NAME(HT-IDX) = RL-PROGRAM-NAME
                       AND HT-BUSINESS-DATE(HT-IDX) = RL-BUSINESS-DATE
                   MOVE WS-MEASURES TO HT-MEASURES(HT-IDX)
           END-SEARCH.

       0400-PRINT-TIMELINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NIGHTLY CYCLE OPERATIONS REPORT FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE 'STEP TIMELINE' TO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PROGRAM     START     END      ELAPSED   RC'
                      DELIMITED BY SIZE
                  '     READ   POSTED DECLINED  SUSPEND REJECTED'
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STEP-COUNT
               PERFORM 0410-PRINT-STEP-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE.

       0410-PRINT-STEP-LINE.
           MOVE ST-START-TIMESTAMP(ST-IDX) TO WS-STAMP
           MOVE SPACES TO WS-START-TIME
           STRING WS-STAMP-HH ':' WS-STAMP-MM ':' WS-STAMP-SS
                      DELIMITED BY SIZE
               INTO WS-START-TIME
           IF ST-END-SWITCH(ST-IDX) = 'Y'
               MOVE ST-END-TIMESTAMP(ST-IDX) TO WS-STAMP
               MOVE SPACES TO WS-END-TIME
               STRING WS-STAMP-HH ':' WS-STAMP-MM ':' WS-STAMP-SS
                          DELIMITED BY SIZE
                   INTO WS-END-TIME
               MOVE ST-MEASURE(ST-IDX, 1) TO WS-ELAPSED-EDIT
               MOVE ST-RETURN-CODE(ST-IDX) TO WS-RC-EDIT
           ELSE
               MOVE '--:--:--' TO WS-END-TIME
               MOVE ZERO TO WS-ELAPSED-EDIT
               MOVE ZERO TO WS-RC-EDIT
           END-IF
           PERFORM VARYING WS-MEASURE-SUB FROM 2 BY 1
                   UNTIL WS-MEASURE-SUB > 6
               MOVE SPACE TO WS-COUNT-GAP(WS-MEASURE-SUB - 1)
               MOVE ST-MEASURE(ST-IDX, WS-MEASURE-SUB)
                   TO WS-COUNT-OUT(WS-MEASURE-SUB - 1)
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING ST-PROGRAM-NAME(ST-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-START-TIME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-END-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ELAPSED-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RC-EDIT DELIMITED BY SIZE
                  WS-COUNT-FIELDS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           IF ST-END-SWITCH(ST-IDX) = 'N'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '          ** NO END ENTRY - STEP ABENDED OR IS '
                          DELIMITED BY SIZE
                      'STILL RUNNING' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-FLAGS-RAISED
           ELSE
               IF ST-RETURN-CODE(ST-IDX) >= WS-FLAG-RETURN-CODE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '          ** ENDED RETURN CODE '
                              DELIMITED BY SIZE
                          WS-RC-EDIT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
                   ADD 1 TO WS-FLAGS-RAISED
               END-IF
               PERFORM 0420-NOTE-PROGRAM-RUN
           END-IF
           IF ST-RESTARTED-FROM(ST-IDX) > ZERO
               MOVE ST-RESTARTED-FROM(ST-IDX) TO WS-SEQ-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '          RESTARTED AFTER CHECKPOINT '
                          DELIMITED BY SIZE
                      WS-SEQ-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           END-IF.

      *    KEEPS EACH PROGRAM'S LAST COMPLETED RUN OF THE NIGHT FOR
      *    THE COMPARISON, IN THE ORDER THE PROGRAMS FIRST RAN.
       0420-NOTE-PROGRAM-RUN.
           SET PG-IDX TO 1
           SEARCH WS-PROGRAM-ENTRY
               AT END
                   IF WS-PROGRAM-COUNT < 50
                       ADD 1 TO WS-PROGRAM-COUNT
                       SET PG-IDX TO WS-PROGRAM-COUNT
                       MOVE ST-PROGRAM-NAME(ST-IDX)
                           TO PG-PROGRAM-NAME(PG-IDX)
                       MOVE ST-RETURN-CODE(ST-IDX)
                           TO PG-RETURN-CODE(PG-IDX)
                       MOVE ST-MEASURES(ST-IDX) TO PG-MEASURES(PG-IDX)
                   ELSE
                       DISPLAY 'WARNING: PROGRAM TABLE FULL, '
                               ST-PROGRAM-NAME(ST-IDX) ' NOT COMPARED'
                   END-IF
               WHEN PG-PROGRAM-NAME(PG-IDX) = ST-PROGRAM-NAME(ST-IDX)
                   MOVE ST-RETURN-CODE(ST-IDX) TO PG-RETURN-CODE(PG-IDX)
                   MOVE ST-MEASURES(ST-IDX) TO PG-MEASURES(PG-IDX)
           END-SEARCH.

       0500-COMPARE-PROGRAMS.
           MOVE WS-TOLERANCE-PCT TO WS-NIGHTS-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPARISON WITH TRAILING AVERAGE - TOLERANCE '
                      DELIMITED BY SIZE
                  WS-NIGHTS-EDIT DELIMITED BY SIZE
                  ' PERCENT, ELAPSED IN SECONDS' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-PROGRAM-COUNT
               PERFORM 0510-COMPARE-ONE-PROGRAM
           END-PERFORM
           IF WS-PROGRAM-COUNT = ZERO
               MOVE 'NO STEP COMPLETED THIS BUSINESS DATE'
                   TO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           END-IF.

       0510-COMPARE-ONE-PROGRAM.
           MOVE ZERO TO PG-NIGHTS(PG-IDX)
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 6
               MOVE ZERO TO PG-TOTAL(PG-IDX, WS-MEASURE-SUB)
           END-PERFORM
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HIST-COUNT
               IF HT-PROGRAM-NAME(HT-IDX) = PG-PROGRAM-NAME(PG-IDX)
                   PERFORM 0520-ADD-HISTORY-TOTALS
               END-IF
           END-PERFORM
           MOVE PG-NIGHTS(PG-IDX) TO WS-NIGHTS-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING PG-PROGRAM-NAME(PG-IDX) DELIMITED BY SIZE
                  '  PRIOR NIGHTS ' DELIMITED BY SIZE
                  WS-NIGHTS-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           IF PG-NIGHTS(PG-IDX) < WS-MIN-HISTORY-NIGHTS
               MOVE '          NOT COMPARED - TOO FEW PRIOR NIGHTS'
                   TO WS-REPORT-LINE
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           ELSE
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > 6
                   PERFORM 0530-COMPARE-MEASURE
               END-PERFORM
           END-IF.

       0520-ADD-HISTORY-TOTALS.
           ADD 1 TO PG-NIGHTS(PG-IDX)
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 6
               ADD HT-MEASURE(HT-IDX, WS-MEASURE-SUB)
                   TO PG-TOTAL(PG-IDX, WS-MEASURE-SUB)
           END-PERFORM.

      *    A MEASURE BELOW ITS MINIMUM BASE BOTH TONIGHT AND ON
      *    AVERAGE IS NOT PRINTED. ONE THAT APPEARS FROM AN AVERAGE
      *    OF ZERO IS ALWAYS FLAGGED.
       0530-COMPARE-MEASURE.
           IF WS-MEASURE-SUB = 1
               MOVE WS-MIN-SECONDS-BASE TO WS-BASE
           ELSE
               MOVE WS-MIN-COUNT-BASE TO WS-BASE
           END-IF
           COMPUTE WS-AVERAGE ROUNDED =
               PG-TOTAL(PG-IDX, WS-MEASURE-SUB) / PG-NIGHTS(PG-IDX)
           IF WS-AVERAGE >= WS-BASE
                   OR PG-MEASURE(PG-IDX, WS-MEASURE-SUB) >= WS-BASE
               IF WS-AVERAGE = ZERO
                   MOVE 999999999 TO WS-CHANGE-PCT
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (PG-MEASURE(PG-IDX, WS-MEASURE-SUB)
                           - WS-AVERAGE) * 100 / WS-AVERAGE
                       ON SIZE ERROR
                           MOVE 999999999 TO WS-CHANGE-PCT
                   END-COMPUTE
               END-IF
               MOVE PG-MEASURE(PG-IDX, WS-MEASURE-SUB) TO WS-COUNT-EDIT
               MOVE WS-AVERAGE TO WS-COUNT-EDIT-2
               MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '          ' DELIMITED BY SIZE
                      WS-MEASURE-NAME(WS-MEASURE-SUB) DELIMITED BY SIZE
                      '  TONIGHT ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      '  AVERAGE ' DELIMITED BY SIZE
                      WS-COUNT-EDIT-2 DELIMITED BY SIZE
                      '  CHANGE ' DELIMITED BY SIZE
                      WS-PCT-EDIT DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               IF WS-CHANGE-PCT > WS-TOLERANCE-PCT
                       OR WS-CHANGE-PCT < ZERO - WS-TOLERANCE-PCT
                   MOVE '** OUT OF LINE' TO WS-REPORT-LINE(77:14)
                   ADD 1 TO WS-FLAGS-RAISED
               END-IF
               WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE
           END-IF.

       0800-PRINT-FOOTING.
           MOVE SPACES TO REPORT-PRINT-LINE
           WRITE REPORT-PRINT-LINE
           MOVE WS-FLAGS-RAISED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEMS FLAGGED FOR ATTENTION: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-PRINT-LINE FROM WS-REPORT-LINE.

       0900-DISPLAY-SUMMARY.
           DISPLAY 'OPSRPT RUN SUMMARY'
           DISPLAY 'BUSINESS DATE.....: ' WS-REPORT-DATE
           DISPLAY 'RUN LOG READ......: ' WS-RECORDS-READ
           DISPLAY 'STEPS LISTED......: ' WS-STEP-COUNT
           DISPLAY 'HISTORY ENTRIES...: ' WS-HIST-COUNT
           DISPLAY 'ITEMS FLAGGED.....: ' WS-FLAGS-RAISED.
