      ******************************************************************
      *  PAYDTL.CPY
      *  THE PERMANENT PAY DETAIL HISTORY, PAYDTL.DAT.  PT2REG APPENDS
      *  ONE RECORD PER EMPLOYEE PAID ON EVERY REGULAR AND
      *  SUPPLEMENTAL RUN AND NEVER REWRITES THE FILE, SO WHAT AN
      *  EMPLOYEE WAS PAID IN ANY PERIOD CAN BE ANSWERED LONG AFTER
      *  PAYSTMT.RPT HAS BEEN OVERWRITTEN:
      *      PD-RUN-TYPE    - "R" REGULAR RUN, "S" SUPPLEMENTAL/
      *                       ADJUSTMENT RUN, "V" PT2VOID REVERSAL OF
      *                       A REGULAR RUN (EVERY FIGURE NEGATED)
      *      PD-REG-HOURS   - STRAIGHT-TIME HOURS WORKED (THE SIGNED
      *                       HOURS CORRECTION ON A SUPPLEMENTAL)
      *      PD-OT-HOURS    - HOURS OVER 40 PAID AT TIME AND A HALF
      *      PD-VAC-HOURS / PD-SICK-HOURS
      *                     - PTO HOURS DRAWN FROM THE BALANCE
      *      PD-VAC-ACCRUED / PD-SICK-ACCRUED
      *                     - PTO HOURS ACCRUED BY THE PAYMENT
      *      PD-GROSS / PD-DED-TOTAL / PD-NET
      *                     - THE MONEY, EACH WITH ITS OWN SIGN BYTE
      *                       ("-" FOR A SUPPLEMENTAL RECOVERY)
      *      PD-BANK-TYPE   - THE BANKPAY.DAT C/D TYPE OF THE DEPOSIT
      *                       MADE, SPACE WHEN NO DEPOSIT WENT OUT
      *      PD-DED-ENTRY   - EACH TAX AND DEDUCT.DAT CODE TAKEN, IN
      *                       THE ORDER THE REGISTER TOOK THEM
      *      PD-EMP-TYPE / PD-EMP-TITLE
      *                     - THE GL LABOR DISTRIBUTION BUCKET THE
      *                       GROSS WAS POSTED TO
      *      PD-ER-SS / PD-ER-MED / PD-ER-FUTA / PD-ER-SUTA
      *                     - THE EMPLOYER'S SOCIAL SECURITY MATCH,
      *                       MEDICARE MATCH, AND FEDERAL AND STATE
      *                       UNEMPLOYMENT TAX ON THE PAYMENT, ALL
      *                       UNDER THE ONE SIGN BYTE PD-ER-SIGN
      *      PD-ERN-ENTRY   - THE GROSS SPLIT BY EARNINGS CODE (REG,
      *                       OT, PTO, AND THE EARNCODE.DAT CODES),
      *                       EACH WITH ITS OWN SIGN BYTES.  A RECORD
      *                       WRITTEN BEFORE THE SPLIT HAS NO COUNT.
      *  THE NAME, RATE, YTD FIGURES, AND CLOSING PTO BALANCES ARE
      *  CARRIED AS THEY STOOD ON THE STATEMENT SO PT2HIST CAN
      *  REPRINT IT EXACTLY, EVEN FOR AN EMPLOYEE SINCE DELETED.
      *
      *  2026-10-15  JSJ  NEW FOR THE PAY DETAIL HISTORY FEATURE.
      *  2026-10-15  JSJ  "V" VOID RUN TYPE.  PD-EMP-TYPE AND
      *                   PD-EMP-TITLE TAKEN FROM THE FILLER.
      *  2026-10-15  JSJ  EMPLOYER TAX AMOUNTS TAKEN FROM THE FILLER.
      *  2026-10-15  JSJ  GROSS BY EARNINGS CODE ADDED - RECORD NOW
      *                   643 BYTES.
      ******************************************************************
       01  PD-DETAIL-RECORD.
           05  PD-EMPNUM               PIC X(07).
           05  PD-PERIOD               PIC 9(03).
           05  PD-RUN-TYPE             PIC X(01).
           05  PD-RUN-DATE.
               10  PD-RUN-YEAR         PIC 9(04).
               10  PD-RUN-MONTH        PIC 9(02).
               10  PD-RUN-DAY          PIC 9(02).
           05  PD-RUN-TIME             PIC 9(06).
           05  PD-END-DATE.
               10  PD-END-YEAR         PIC 9(04).
               10  PD-END-MONTH        PIC 9(02).
               10  PD-END-DAY          PIC 9(02).
           05  PD-LNAME                PIC X(12).
           05  PD-FNAME                PIC X(13).
           05  PD-PAY-STATUS           PIC X(01).
           05  PD-RATE                 PIC 9(09)V99.
           05  PD-HOURS-SIGN           PIC X(01).
           05  PD-REG-HOURS            PIC 9(04)V99.
           05  PD-OT-HOURS             PIC 9(04)V99.
           05  PD-VAC-HOURS            PIC 9(04)V99.
           05  PD-SICK-HOURS           PIC 9(04)V99.
           05  PD-VAC-ACCRUED          PIC 9(04)V99.
           05  PD-SICK-ACCRUED         PIC 9(04)V99.
           05  PD-GROSS-SIGN           PIC X(01).
           05  PD-GROSS                PIC 9(09)V99.
           05  PD-DED-SIGN             PIC X(01).
           05  PD-DED-TOTAL            PIC 9(09)V99.
           05  PD-NET-SIGN             PIC X(01).
           05  PD-NET                  PIC 9(09)V99.
           05  PD-BANK-TYPE            PIC X(01).
           05  PD-YTD-GROSS            PIC 9(09)V99.
           05  PD-YTD-NET              PIC 9(09)V99.
           05  PD-VAC-BAL              PIC 9(04)V99.
           05  PD-SICK-BAL             PIC 9(04)V99.
           05  PD-DED-COUNT            PIC 9(02).
           05  PD-DED-ENTRY OCCURS 15 TIMES.
               10  PD-DED-CODE         PIC X(03).
               10  PD-DED-AMT-SIGN     PIC X(01).
               10  PD-DED-AMOUNT       PIC 9(09)V99.
           05  PD-EMP-TYPE             PIC X(06).
           05  PD-EMP-TITLE            PIC X(17).
           05  PD-ER-SIGN              PIC X(01).
           05  PD-ER-SS                PIC 9(07)V99.
           05  PD-ER-MED               PIC 9(07)V99.
           05  PD-ER-FUTA              PIC 9(07)V99.
           05  PD-ER-SUTA              PIC 9(07)V99.
           05  PD-ERN-COUNT            PIC 9(02).
           05  PD-ERN-ENTRY OCCURS 8 TIMES.
               10  PD-ERN-CODE         PIC X(03).
               10  PD-ERN-HRS-SIGN     PIC X(01).
               10  PD-ERN-HOURS        PIC 9(04)V99.
               10  PD-ERN-AMT-SIGN     PIC X(01).
               10  PD-ERN-AMOUNT       PIC 9(09)V99.
