      ******************************************************************
      *  GARNISH.CPY
      *  THE GARNISHMENT AND WAGE ATTACHMENT MASTER, GARNISH.DAT.
      *  ONE RECORD PER COURT OR AGENCY ORDER PER EMPLOYEE, KEYED ON
      *  THE SAME SEVEN-CHARACTER EMPLOYEE NUMBER AS NEWEMP.DAT:
      *      GN-DED-CODE    - THE DEDUCTION CODE THE ORDER IS TAKEN
      *                       UNDER ON THE REGISTER, YTDMAST.DAT, AND
      *                       PAYDTL.DAT - ONE CODE PER ORDER, UNIQUE
      *                       FOR THE EMPLOYEE (E.G. GA1, GA2)
      *      GN-CASE-NUM    - THE COURT OR AGENCY CASE NUMBER, SENT
      *                       WITH EVERY REMITTANCE
      *      GN-AGENCY-CODE / GN-AGENCY-NAME
      *                     - THE PAYEE THE MONEY IS REMITTED TO
      *      GN-ORDER-TYPE  - "C" CHILD SUPPORT, "L" TAX LEVY,
      *                       "S" STUDENT LOAN, "G" CREDITOR
      *                       GARNISHMENT
      *      GN-PRIORITY    - ORDERS ARE TAKEN LOWEST NUMBER FIRST
      *      GN-METHOD      - "A" GN-VALUE IS A FLAT AMOUNT PER
      *                       PERIOD, "P" A PERCENT OF DISPOSABLE
      *                       EARNINGS WITH TWO DECIMAL PLACES
      *      GN-GOAL        - THE ARREARS OR GOAL BALANCE; THE ORDER
      *                       STOPS WHEN GN-PAID-TO-DATE REACHES IT.
      *                       ZERO IS AN ONGOING ORDER WITH NO GOAL
      *      GN-PAID-TO-DATE - TAKEN SO FAR, ROLLED BY PT2REG AND
      *                       BACKED OUT BY PT2VOID
      *      GN-START-DATE / GN-STOP-DATE
      *                     - YYYYMMDD; THE ORDER IS TAKEN FOR A PERIOD
      *                       ENDING ON OR AFTER THE START AND ON OR
      *                       BEFORE THE STOP.  A ZERO STOP IS OPEN
      *  THE FIRST RECORD IS THE "CONTROL" LIMITS RECORD THE SHOP
      *  KEYS FROM THE CURRENT LAW:
      *      GN-SUPPORT-PCT   - MAXIMUM PERCENT OF DISPOSABLE FOR ALL
      *                         SUPPORT ORDERS TOGETHER
      *      GN-CREDITOR-PCT  - MAXIMUM PERCENT OF DISPOSABLE FOR ALL
      *                         ORDERS TOGETHER WHEN A CREDITOR OR
      *                         STUDENT LOAN ORDER IS TAKEN
      *      GN-STUDENT-PCT   - MAXIMUM PERCENT FOR A STUDENT LOAN
      *      GN-PROTECTED-AMT - DISPOSABLE EARNINGS PER PERIOD A
      *                         CREDITOR ORDER MAY NOT TOUCH (30 TIMES
      *                         THE MINIMUM HOURLY WAGE PER WEEK)
      *      GN-LEVY-EXEMPT   - DISPOSABLE EARNINGS PER PERIOD EXEMPT
      *                         FROM A TAX LEVY
      *  PT2REG LOADS THE FILE WHOLE, TAKES THE ORDERS, AND REWRITES
      *  IT IN EMPLOYEE AND PRIORITY ORDER AT THE END OF A REGULAR
      *  RUN.
      *
      *  2026-10-15  JSJ  NEW FOR GARNISHMENT PROCESSING.
      ******************************************************************
       01  GN-GARNISH-RECORD.
           05  GN-EMPNUM               PIC X(07).
           05  GN-DED-CODE             PIC X(03).
           05  GN-CASE-NUM             PIC X(15).
           05  GN-AGENCY-CODE          PIC X(06).
           05  GN-AGENCY-NAME          PIC X(24).
           05  GN-ORDER-TYPE           PIC X(01).
           05  GN-PRIORITY             PIC 9(02).
           05  GN-METHOD               PIC X(01).
           05  GN-VALUE                PIC 9(09)V99.
           05  GN-GOAL                 PIC 9(09)V99.
           05  GN-PAID-TO-DATE         PIC 9(09)V99.
           05  GN-START-DATE           PIC 9(08).
           05  GN-STOP-DATE            PIC 9(08).
           05  FILLER                  PIC X(10).

       01  GN-Control-Record REDEFINES GN-GARNISH-RECORD.
           05  GN-MARKER               PIC X(07).
           05  GN-SUPPORT-PCT          PIC 9(02)V99.
           05  GN-CREDITOR-PCT         PIC 9(02)V99.
           05  GN-STUDENT-PCT          PIC 9(02)V99.
           05  GN-PROTECTED-AMT        PIC 9(07)V99.
           05  GN-LEVY-EXEMPT          PIC 9(07)V99.
           05  FILLER                  PIC X(81).
