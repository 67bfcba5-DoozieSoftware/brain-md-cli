      *    CNAMEO SHOWS THE OWNING CUSTOMER (NUMBER AND NAME FROM
      *    CUSTMAST VIA AM-CUSTOMER-NUMBER) AND OACC1O-OACC3O LIST
      *    THE OTHER ACCOUNTS THAT CUSTOMER HOLDS, FROM THE ACCTXREF
      *    BROWSE, FOLLOWED BY THE ACCOUNTS THAT CUSTOMER IS A JOINT
      *    OWNER, ATTORNEY, SIGNATORY OR BENEFICIARY ON (PTYXREF
      *    BROWSE), SO THE TELLER SEES THE WHOLE RELATIONSHIP
      *    PRTY1O-PRTY3O LIST THE OTHER PARTIES IN FORCE ON THE
      *    ACCOUNT ITSELF - ROLE, CUSTOMER NUMBER AND NAME - FROM THE
      *    ACCTPTY BROWSE
      *----------------------------------------------------------------
       01  TELRMAPI.
           05  FILLER                  PIC X(12).
           05  OACC3F                  PIC X.
           05  OACC3A                  PIC X.
           05  OACC3I                  PIC X(60).
           05  PRTY1L                  PIC S9(4) COMP.
           05  PRTY1F                  PIC X.
           05  PRTY1A                  PIC X.
           05  PRTY1I                  PIC X(60).
           05  PRTY2L                  PIC S9(4) COMP.
           05  PRTY2F                  PIC X.
           05  PRTY2A                  PIC X.
           05  PRTY2I                  PIC X(60).
           05  PRTY3L                  PIC S9(4) COMP.
           05  PRTY3F                  PIC X.
           05  PRTY3A                  PIC X.
           05  PRTY3I                  PIC X(60).
       01  TELRMAPO REDEFINES TELRMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(04).
           05  OACC2O                  PIC X(60).
           05  FILLER                  PIC X(04).
           05  OACC3O                  PIC X(60).
           05  FILLER                  PIC X(04).
           05  PRTY1O                  PIC X(60).
           05  FILLER                  PIC X(04).
           05  PRTY2O                  PIC X(60).
           05  FILLER                  PIC X(04).
           05  PRTY3O                  PIC X(60).
