      ******************************************************************
      *  DEPDTL.CPY
      *  THE PERMANENT DIRECT DEPOSIT HISTORY, DEPDTL.DAT.  PT2REG
      *  APPENDS ONE RECORD FOR EVERY RECORD IT PUTS ON BANKPAY.DAT -
      *  EACH ACCOUNT SPLIT, PRENOTE, AND RECOVERY DEBIT - AND NEVER
      *  REWRITES THE FILE, SO WHICH ACCOUNTS A PAYMENT WENT TO CAN
      *  BE ANSWERED AFTER BANKPAY.DAT HAS BEEN REPLACED:
      *      DP-RUN-TYPE    - "R" REGULAR, "S" SUPPLEMENTAL, "V" A
      *                       PT2VOID RECALL DEBIT
      *      DP-RUN-DATE / DP-RUN-TIME
      *                     - THE SAME STAMP AS THE PAYDTL.DAT RECORD
      *                       FOR THE PAYMENT, SO THE TWO TIE UP
      *      DP-ACCT-SEQ    - THE BANKACCT.DAT ACCOUNT SEQUENCE, ZERO
      *                       WHEN THE DEPOSIT WENT WITH NO ACCOUNT
      *      DP-BANK-TYPE   - THE BANKPAY.DAT TYPE: "C" CREDIT, "D"
      *                       DEBIT, "P" ZERO-DOLLAR PRENOTE
      *
      *  2026-10-15  JSJ  NEW FOR THE DIRECT DEPOSIT ACCOUNT MASTER.
      ******************************************************************
       01  DP-DEPOSIT-RECORD.
           05  DP-EMPNUM               PIC X(07).
           05  DP-PERIOD               PIC 9(03).
           05  DP-RUN-TYPE             PIC X(01).
           05  DP-RUN-DATE.
               10  DP-RUN-YEAR         PIC 9(04).
               10  DP-RUN-MONTH        PIC 9(02).
               10  DP-RUN-DAY          PIC 9(02).
           05  DP-RUN-TIME             PIC 9(06).
           05  DP-ACCT-SEQ             PIC 9(01).
           05  DP-ROUTING              PIC X(09).
           05  DP-ACCOUNT-NUM          PIC X(17).
           05  DP-ACCT-TYPE            PIC X(01).
           05  DP-BANK-TYPE            PIC X(01).
           05  DP-AMOUNT               PIC 9(09)V99.
           05  FILLER                  PIC X(15).
