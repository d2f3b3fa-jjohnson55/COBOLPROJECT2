      ******************************************************************
      *  BANKACCT.CPY
      *  THE DIRECT DEPOSIT ACCOUNT MASTER, BANKACCT.DAT.  ONE RECORD
      *  PER BANK ACCOUNT, UP TO FIVE PER EMPLOYEE, KEYED ON THE SAME
      *  SEVEN-CHARACTER EMPLOYEE NUMBER AS NEWEMP.DAT PLUS THE
      *  ACCOUNT SEQUENCE.  KEPT BY THE PT2ACCT MAINTENANCE RUN, IN
      *  EMPLOYEE AND SEQUENCE ORDER:
      *      BA-ROUTING       - THE NINE-DIGIT ABA ROUTING NUMBER,
      *                         CHECK-DIGIT VALIDATED WHEN KEYED
      *      BA-ACCOUNT-NUM   - THE ACCOUNT NUMBER AT THAT BANK
      *      BA-ACCT-TYPE     - "C" CHECKING, "S" SAVINGS
      *      BA-METHOD        - "F" BA-VALUE IS A FIXED AMOUNT PER
      *                         PAY, "P" A PERCENT OF NET PAY WITH TWO
      *                         DECIMAL PLACES, "R" THE REMAINDER
      *                         ACCOUNT THAT TAKES WHATEVER IS LEFT -
      *                         ONE PER EMPLOYEE
      *      BA-ACTIVE-DATE   - YYYYMMDD; THE ACCOUNT IS USED FOR A
      *                         PERIOD ENDING ON OR AFTER IT
      *      BA-PRENOTE-STATUS
      *                       - "P" PRENOTE PENDING - A NEW ACCOUNT, OR
      *                         ONE WHOSE ROUTING OR ACCOUNT NUMBER WAS
      *                         CHANGED; "S" THE ZERO-DOLLAR PRENOTE
      *                         HAS GONE TO THE BANK; "L" LIVE - MONEY
      *                         GOES TO IT; "H" HELD - THE BANK
      *                         REJECTED A PRENOTE OR DEPOSIT TO IT
      *      BA-PRENOTE-PERIOD / BA-PRENOTE-DATE
      *                       - THE PAY PERIOD AND PERIOD END DATE THE
      *                         PRENOTE WENT OUT WITH
      *  PT2REG SENDS THE PRENOTE ON THE FIRST REGULAR RUN AFTER THE
      *  ACCOUNT GOES ON FILE AND MAKES IT LIVE ON THE NEXT REGULAR
      *  RUN; UNTIL THEN ITS SHARE OF THE PAY FALLS TO THE REMAINDER.
      *
      *  2026-10-15  JSJ  NEW FOR THE DIRECT DEPOSIT ACCOUNT MASTER.
      ******************************************************************
       01  BA-ACCOUNT-RECORD.
           05  BA-EMPNUM               PIC X(07).
           05  BA-ACCT-SEQ             PIC 9(01).
           05  BA-ROUTING              PIC X(09).
           05  BA-ACCOUNT-NUM          PIC X(17).
           05  BA-ACCT-TYPE            PIC X(01).
           05  BA-METHOD               PIC X(01).
           05  BA-VALUE                PIC 9(07)V99.
           05  BA-ACTIVE-DATE          PIC 9(08).
           05  BA-PRENOTE-STATUS       PIC X(01).
           05  BA-PRENOTE-PERIOD       PIC 9(03).
           05  BA-PRENOTE-DATE         PIC 9(08).
           05  FILLER                  PIC X(15).
