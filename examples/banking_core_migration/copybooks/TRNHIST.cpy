      *  REVERSAL NAMES ITS ORIGINAL POSTING), WHICH IS WHAT STOPS A
      *  POSTING BEING REVERSED TWICE; TH-ORIGINAL-DATE/SEQ ON A
      *  TYPE-R ENTRY POINT BACK AT THE ENTRY IT REVERSED
      *  TH-SERIAL-NUMBER IS THE CHECK OR ITEM SERIAL NUMBER THE
      *  POSTING CARRIED (ZERO IF NONE); TRANEDIT BROWSES THE
      *  ACCOUNT'S HISTORY FOR IT TO REJECT A SERIAL ALREADY PAID
      *----------------------------------------------------------------
       01  TRANSACTION-HISTORY-RECORD.
           05  TH-HISTORY-KEY.
           05  TH-ORIG-CURRENCY        PIC X(03).
           05  TH-ORIG-AMOUNT          PIC S9(09)V99.
           05  TH-FX-RATE              PIC S9(04)V9(06).
           05  TH-SERIAL-NUMBER        PIC 9(10).
