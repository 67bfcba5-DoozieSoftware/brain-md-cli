      *----------------------------------------------------------------
      *  CUSTOMER NOTICE HISTORY RECORD LAYOUT
      *  (INDEXED BY NH-NOTICE-KEY)
      *  ONE ENTRY PER NOTICE SENT, HELD IN THE NOTCHIST KSDS SO WHAT
      *  A CUSTOMER WAS TOLD, AND WHEN, CAN BE LOOKED UP BY ACCOUNT ON
      *  REQUEST. WRITTEN ONLY BY THE NIGHTLY NOTICE RUN (NOTCGEN), AS
      *  EACH NOTICE IS PRINTED; NEVER UPDATED OR PURGED.
      *  THE KEY NAMES THE EVENT, NOT THE LETTER, SO THE RUN CAN TELL
      *  A NOTICE ALREADY SENT (A RERUN, OR A DORMWARN GENERATION READ
      *  AGAIN ON A LATER NIGHT) AND DOES NOT SEND IT TWICE:
      *    NH-NOTICE-TYPE F - OVERDRAFT FEE CHARGED; NH-EVENT-DATE IS
      *                       THE BUSINESS DATE, NH-EVENT-REF THE FEE'S
      *                       JOURNAL TIMESTAMP, NH-AMOUNT THE FEE
      *                   O - OVERDRAWN BEYOND THE ACCOUNT TYPE'S
      *                       OVERDRAFT LIMIT; NH-EVENT-DATE IS THE
      *                       BUSINESS DATE, NH-EVENT-REF SPACES (ONE
      *                       PER ACCOUNT PER DAY), NH-AMOUNT THE
      *                       BALANCE AND NH-LIMIT THE LIMIT
      *                   H - HOLD PLACED; NH-EVENT-DATE IS THE DATE
      *                       PLACED, NH-EVENT-REF THE HOLD SEQUENCE
      *                       (HD-HOLD-SEQ), NH-AMOUNT THE HOLD,
      *                       NH-REASON ITS REASON AND NH-DUE-DATE ITS
      *                       EXPIRY (ZERO - UNTIL RELEASED)
      *                   D - DORMANCY PENDING; NH-EVENT-DATE IS THE
      *                       REVIEW DATE, NH-EVENT-REF SPACES,
      *                       NH-AMOUNT THE BALANCE AT REVIEW AND
      *                       NH-DUE-DATE THE DATE IT GOES DORMANT
      *  NH-CUSTOMER-NUMBER IS THE CUSTOMER WRITTEN TO, NH-SENT-DATE
      *  THE BUSINESS DATE OF THE RUN AND NH-LETTER-NUMBER THE
      *  LETTER'S NUMBER WITHIN THAT RUN, PRINTED ON IT AS THE
      *  REFERENCE (SENT DATE - LETTER NUMBER); NOTICES COMBINED INTO
      *  ONE LETTER SHARE THE SAME REFERENCE.
      *----------------------------------------------------------------
       01  NOTICE-HISTORY-RECORD.
           05  NH-NOTICE-KEY.
               10  NH-ACCOUNT-NUMBER    PIC 9(10).
               10  NH-EVENT-DATE        PIC 9(08).
               10  NH-NOTICE-TYPE       PIC X(01).
               10  NH-EVENT-REF         PIC X(21).
           05  NH-CUSTOMER-NUMBER      PIC 9(10).
           05  NH-SENT-DATE            PIC 9(08).
           05  NH-LETTER-NUMBER        PIC 9(06).
           05  NH-AMOUNT               PIC S9(09)V99.
           05  NH-CURRENCY-CODE        PIC X(03).
           05  NH-LIMIT                PIC S9(09)V99.
           05  NH-REASON               PIC X(20).
           05  NH-DUE-DATE             PIC 9(08).
