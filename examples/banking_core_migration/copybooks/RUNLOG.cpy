      *----------------------------------------------------------------
      *  NIGHTLY CYCLE RUN HISTORY RECORD LAYOUT
      *  APPEND-ONLY RUNLOG FILE, TWO ENTRIES PER STEP EXECUTION,
      *  WRITTEN THROUGH THE RUNLOG SUBPROGRAM BY EVERY PROGRAM IN
      *  THE NIGHTLY CYCLE. THE CALLING PROGRAM KEEPS THIS RECORD IN
      *  ITS OWN WORKING-STORAGE AND PASSES IT ON BOTH CALLS:
      *    CALL 'RUNLOG' USING 'S' RUN-LOG-RECORD - AT START-UP, WITH
      *      RL-PROGRAM-NAME SET. RUNLOG TAKES RL-BUSINESS-DATE FROM
      *      RUNCTL, STAMPS RL-START-TIMESTAMP, ZEROES THE COUNTS AND
      *      WRITES THE START ENTRY (RL-EVENT S)
      *    CALL 'RUNLOG' USING 'E' RUN-LOG-RECORD - AT THE END, ON
      *      EVERY PATH TO STOP RUN, WITH RL-RETURN-CODE AND THE COUNTS
      *      THAT APPLY TO THE PROGRAM SET. RUNLOG STAMPS
      *      RL-END-TIMESTAMP, WORKS OUT RL-ELAPSED-SECONDS AND WRITES
      *      THE END ENTRY (RL-EVENT E). THE BUSINESS DATE IS THE ONE
      *      THE STEP STARTED UNDER, EVEN FOR DATEROLL
      *  A START ENTRY WITH NO MATCHING END ENTRY IS A STEP THAT
      *  ABENDED OR IS STILL RUNNING. COUNTS THAT DO NOT APPLY TO A
      *  PROGRAM ARE ZERO; RL-RESTARTED-FROM IS THE CHECKPOINT A
      *  RESTARTED STEP RESUMED AFTER - THE TRANIN SEQUENCE NUMBER
      *  FOR BATCHPOST, THE ACCOUNT NUMBER FOR INTCALC AND SVCCALC -
      *  AND ZERO ON A NORMAL RUN. THE MORNING
      *  OPERATIONS REPORT (OPSRPT) IS PRINTED FROM THIS FILE.
      *  TIMESTAMPS ARE AS RETURNED BY FUNCTION CURRENT-DATE.
      *----------------------------------------------------------------
       01  RUN-LOG-RECORD.
           05  RL-BUSINESS-DATE        PIC 9(08).
           05  RL-PROGRAM-NAME         PIC X(10).
           05  RL-EVENT                PIC X(01).
           05  RL-START-TIMESTAMP      PIC X(21).
           05  RL-END-TIMESTAMP        PIC X(21).
           05  RL-ELAPSED-SECONDS      PIC 9(07).
           05  RL-RETURN-CODE          PIC 9(04).
           05  RL-RECORDS-READ         PIC 9(08).
           05  RL-RECORDS-POSTED       PIC 9(08).
           05  RL-RECORDS-DECLINED     PIC 9(08).
           05  RL-RECORDS-SUSPENDED    PIC 9(08).
           05  RL-RECORDS-REJECTED     PIC 9(08).
           05  RL-RESTARTED-FROM       PIC 9(10).
