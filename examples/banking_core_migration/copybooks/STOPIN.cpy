      *----------------------------------------------------------------
      *  STOP-PAYMENT MAINTENANCE INPUT RECORD LAYOUT
      *  ONE ENTRY PER STOP-PAYMENT ACTION TO BE APPLIED TO THE
      *  STOPPAY KSDS BY THE STOPMNT BATCH RUN:
      *    SI-ACTION-CODE P - PLACE A STOP ON SI-SERIAL-FROM THROUGH
      *                       SI-SERIAL-TO (SERIAL-TO ZERO OR EQUAL
      *                       TO SERIAL-FROM STOPS ONE ITEM), WITH
      *                       SI-REASON REQUIRED, SI-AMOUNT ZERO TO
      *                       STOP ANY AMOUNT, SI-AMOUNT-TOLERANCE
      *                       ZERO FOR AN EXACT MATCH, AND
      *                       SI-EXPIRY-DATE ZERO FOR NO EXPIRY
      *    SI-ACTION-CODE R - RELEASE THE STOP IDENTIFIED BY
      *                       SI-ACCOUNT-NUMBER PLUS SI-SERIAL-FROM;
      *                       ONLY AN ACTIVE STOP MAY BE RELEASED
      *----------------------------------------------------------------
       01  STOP-INPUT-RECORD.
           05  SI-ACTION-CODE          PIC X(01).
           05  SI-ACCOUNT-NUMBER       PIC 9(10).
           05  SI-SERIAL-FROM          PIC 9(10).
           05  SI-SERIAL-TO            PIC 9(10).
           05  SI-AMOUNT               PIC S9(09)V99.
           05  SI-AMOUNT-TOLERANCE     PIC S9(07)V99.
           05  SI-REASON               PIC X(20).
           05  SI-EXPIRY-DATE          PIC 9(08).
