      *----------------------------------------------------------------
      *  SYMBOLIC MAP FOR MAPSET STOPSET, MAP STOPMAP
      *  (THE BMS MACRO SOURCE LIVES WITH THE REST OF THE ONLINE
      *  RESOURCE DEFINITIONS AND IS ASSEMBLED SEPARATELY; THIS IS THE
      *  COBOL COPY MEMBER THE BMS TRANSLATOR PRODUCES FROM IT)
      *
      *  STOP-PAYMENT MAINTENANCE SCREEN -
      *    ACCTI/ACTNI/SERFI/SERTI/AMTI/TOLI/RSNI/EXPI ARE OPERATOR
      *    INPUT FIELDS (ACTN P PLACES A STOP ON SERIALS SERF THROUGH
      *    SERT - SERT BLANK FOR ONE ITEM - WITH AMT BLANK TO STOP ANY
      *    AMOUNT, TOL BLANK FOR AN EXACT AMOUNT, RSN REQUIRED AND EXP
      *    BLANK FOR NO EXPIRY; ACTN R RELEASES THE STOP NAMED BY
      *    SERF; ACTN BLANK JUST LISTS THE STOPS)
      *    MSGO AND THE STOP LIST LINES S1O-S3O ARE PROGRAM OUTPUT
      *    FIELDS, LOWEST FIRST SERIAL FIRST
      *----------------------------------------------------------------
       01  STOPMAPI.
           05  FILLER                  PIC X(12).
           05  ACCTL                   PIC S9(4) COMP.
           05  ACCTF                   PIC X.
           05  ACCTA                   PIC X.
           05  ACCTI                   PIC X(10).
           05  ACTNL                   PIC S9(4) COMP.
           05  ACTNF                   PIC X.
           05  ACTNA                   PIC X.
           05  ACTNI                   PIC X(01).
           05  SERFL                   PIC S9(4) COMP.
           05  SERFF                   PIC X.
           05  SERFA                   PIC X.
           05  SERFI                   PIC X(10).
           05  SERTL                   PIC S9(4) COMP.
           05  SERTF                   PIC X.
           05  SERTA                   PIC X.
           05  SERTI                   PIC X(10).
           05  AMTL                    PIC S9(4) COMP.
           05  AMTF                    PIC X.
           05  AMTA                    PIC X.
           05  AMTI                    PIC X(12).
           05  TOLL                    PIC S9(4) COMP.
           05  TOLF                    PIC X.
           05  TOLA                    PIC X.
           05  TOLI                    PIC X(10).
           05  RSNL                    PIC S9(4) COMP.
           05  RSNF                    PIC X.
           05  RSNA                    PIC X.
           05  RSNI                    PIC X(20).
           05  EXPL                    PIC S9(4) COMP.
           05  EXPF                    PIC X.
           05  EXPA                    PIC X.
           05  EXPI                    PIC X(08).
           05  MSGL                    PIC S9(4) COMP.
           05  MSGF                    PIC X.
           05  MSGA                    PIC X.
           05  MSGI                    PIC X(60).
           05  S1L                     PIC S9(4) COMP.
           05  S1F                     PIC X.
           05  S1A                     PIC X.
           05  S1I                     PIC X(70).
           05  S2L                     PIC S9(4) COMP.
           05  S2F                     PIC X.
           05  S2A                     PIC X.
           05  S2I                     PIC X(70).
           05  S3L                     PIC S9(4) COMP.
           05  S3F                     PIC X.
           05  S3A                     PIC X.
           05  S3I                     PIC X(70).
       01  STOPMAPO REDEFINES STOPMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(04).
           05  ACCTO                   PIC X(10).
           05  FILLER                  PIC X(04).
           05  ACTNO                   PIC X(01).
           05  FILLER                  PIC X(04).
           05  SERFO                   PIC X(10).
           05  FILLER                  PIC X(04).
           05  SERTO                   PIC X(10).
           05  FILLER                  PIC X(04).
           05  AMTO                    PIC X(12).
           05  FILLER                  PIC X(04).
           05  TOLO                    PIC X(10).
           05  FILLER                  PIC X(04).
           05  RSNO                    PIC X(20).
           05  FILLER                  PIC X(04).
           05  EXPO                    PIC X(08).
           05  FILLER                  PIC X(04).
           05  MSGO                    PIC X(60).
           05  FILLER                  PIC X(04).
           05  S1O                     PIC X(70).
           05  FILLER                  PIC X(04).
           05  S2O                     PIC X(70).
           05  FILLER                  PIC X(04).
           05  S3O                     PIC X(70).
