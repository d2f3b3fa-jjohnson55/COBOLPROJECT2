      ******************************************************************
      *  GARNPAY.CPY
      *  THE AGENCY PAYMENT FILE, GARNPAY.DAT, WRITTEN BY EVERY
      *  REGULAR PT2REG RUN THAT TAKES GARNISHMENTS.  ONE RECORD PER
      *  ORDER TAKEN, IN AGENCY AND CASE NUMBER ORDER, SO EACH AGENCY
      *  IS SENT ITS MONEY WITH THE CASE NUMBERS ATTACHED, FOLLOWED
      *  BY A "TRAILER" CONTROL RECORD CARRYING THE PAYMENT COUNT,
      *  THE TOTAL, AND THE PAY PERIOD, LIKE THE BANKPAY.DAT
      *  TRAILER.  PT2VOID CUTS THE FILE BACK TO AN EMPTY TRAILER
      *  WHEN IT VOIDS THE RUN BEFORE THE REMITTANCES GO OUT.
      *
      *  2026-10-15  JSJ  NEW FOR GARNISHMENT PROCESSING.
      ******************************************************************
       01  GP-Payment-Record.
           05  GP-AGENCY-CODE          PIC X(06).
           05  GP-AGENCY-NAME          PIC X(24).
           05  GP-CASE-NUM             PIC X(15).
           05  GP-EMPNUM               PIC X(07).
           05  GP-LNAME                PIC X(12).
           05  GP-FNAME                PIC X(13).
           05  GP-AMOUNT               PIC 9(09)V99.
           05  GP-PERIOD               PIC 9(03).

       01  GP-Trailer-Record REDEFINES GP-Payment-Record.
           05  GP-MARKER               PIC X(07).
           05  GP-PAY-COUNT            PIC 9(06).
           05  FILLER                  PIC X(64).
           05  GP-PAY-TOTAL            PIC 9(09)V99.
           05  GP-TRL-PERIOD           PIC 9(03).
