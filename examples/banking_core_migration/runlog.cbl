       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG.
      *----------------------------------------------------------------
      *  CYCLE RUN HISTORY LOGGING SUBPROGRAM
      *  CALLED BY EVERY PROGRAM IN THE NIGHTLY CYCLE AT START-UP
      *  (FUNCTION S) AND AGAIN ON EVERY PATH TO STOP RUN (FUNCTION
      *  E) TO APPEND ONE ENTRY TO THE RUNLOG FILE (SEE RUNLOG FOR
      *  THE CALLING CONVENTION). THE FILE IS OPENED, WRITTEN AND
      *  CLOSED ON EACH CALL, SO AN ENTRY IS ON DISK EVEN IF THE STEP
      *  ABENDS RIGHT AFTER.
      *  LOGGING NEVER FAILS THE STEP: AN UNAVAILABLE RUNLOG OR
      *  RUNCTL IS REPORTED ON SYSOUT AND THE CALLER CARRIES ON. ON
      *  RETURN THE CALLER'S RETURN-CODE IS LEFT AS RL-RETURN-CODE,
      *  SO A CALL MADE AFTER THE RETURN CODE IS SET DOES NOT LOSE IT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-RECORD   PIC X(122).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-RL-STATUS          PIC X(02).
       01  WS-RN-STATUS          PIC X(02).
       01  WS-START-STAMP.
           05  WS-START-DATE     PIC 9(08).
           05  WS-START-HH       PIC 9(02).
           05  WS-START-MM       PIC 9(02).
           05  WS-START-SS       PIC 9(02).
           05  FILLER            PIC X(07).
       01  WS-END-STAMP.
           05  WS-END-DATE       PIC 9(08).
           05  WS-END-HH         PIC 9(02).
           05  WS-END-MM         PIC 9(02).
           05  WS-END-SS         PIC 9(02).
           05  FILLER            PIC X(07).
       01  WS-ELAPSED            PIC S9(09).
       LINKAGE SECTION.
       01  LS-FUNCTION-CODE      PIC X(01).
           COPY RUNLOG.
       PROCEDURE DIVISION USING LS-FUNCTION-CODE
                                RUN-LOG-RECORD.
       0000-MAIN-LOGIC.
           IF LS-FUNCTION-CODE = 'S'
               PERFORM 0100-START-ENTRY
           ELSE
               PERFORM 0200-END-ENTRY
           END-IF
           PERFORM 0300-WRITE-ENTRY
           MOVE RL-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0100-START-ENTRY.
           MOVE ZERO TO RL-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO RL-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'RUNLOG WARNING: CANNOT OPEN RUNCTL.DAT, '
                       'FILE STATUS ' WS-RN-STATUS
           END-IF
           MOVE 'S' TO RL-EVENT
           MOVE FUNCTION CURRENT-DATE TO RL-START-TIMESTAMP
           MOVE SPACES TO RL-END-TIMESTAMP
           MOVE ZERO TO RL-ELAPSED-SECONDS
           MOVE ZERO TO RL-RETURN-CODE
           MOVE ZERO TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-POSTED
           MOVE ZERO TO RL-RECORDS-DECLINED
           MOVE ZERO TO RL-RECORDS-SUSPENDED
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE ZERO TO RL-RESTARTED-FROM.

      *    ELAPSED TIME IS WHOLE SECONDS, ALLOWING FOR A STEP THAT
      *    RUNS OVER MIDNIGHT.
       0200-END-ENTRY.
           MOVE 'E' TO RL-EVENT
           MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP
           MOVE RL-START-TIMESTAMP TO WS-START-STAMP
           MOVE RL-END-TIMESTAMP   TO WS-END-STAMP
           MOVE ZERO TO RL-ELAPSED-SECONDS
           IF WS-START-DATE NUMERIC AND WS-START-DATE > ZERO
               COMPUTE WS-ELAPSED =
                   (FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-START-DATE)) * 86400
                   + (WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS)
                   - (WS-START-HH * 3600 + WS-START-MM * 60
                      + WS-START-SS)
               IF WS-ELAPSED > ZERO
                   MOVE WS-ELAPSED TO RL-ELAPSED-SECONDS
               END-IF
           END-IF.

       0300-WRITE-ENTRY.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RL-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RL-STATUS = '00'
               WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'RUNLOG WARNING: CANNOT OPEN RUNLOG.DAT, '
                       'FILE STATUS ' WS-RL-STATUS ' - '
                       RL-PROGRAM-NAME ' ' RL-EVENT ' NOT LOGGED'
           END-IF.
