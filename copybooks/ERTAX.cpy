      ******************************************************************
      *  ERTAX.CPY
      *  THE EMPLOYER PAYROLL TAX MASTER, ERTAX.DAT.  ONE RECORD PER
      *  EMPLOYEE PER TAX YEAR, KEYED ON THE SAME SEVEN-CHARACTER
      *  EMPLOYEE NUMBER AS NEWEMP.DAT PLUS THE YEAR, SO LAST YEAR'S
      *  FIGURES ARE STILL THERE FOR THE FOURTH-QUARTER AND ANNUAL
      *  RETURNS AFTER THE FIRST RUN OF THE NEW YEAR.  PT2REG ROLLS
      *  EVERY REGULAR AND SUPPLEMENTAL PAYMENT INTO IT:
      *      ET-YTD-WAGES   - THE YEAR'S WAGES SO FAR, WHICH EACH
      *                       WAGE BASE IS MEASURED AGAINST
      *      ET-QTR-ENTRY   - BY QUARTER OF THE PERIOD END DATE, THE
      *                       WAGES PAID, THE WAGES TAXABLE UNDER EACH
      *                       CAPPED TAX, AND THE EMPLOYER'S SOCIAL
      *                       SECURITY, MEDICARE, FEDERAL (FUTA) AND
      *                       STATE (SUTA) UNEMPLOYMENT TAX
      *  THE BUCKETS ARE UNSIGNED LIKE YTDMAST.DAT - A RECOVERY THAT
      *  WOULD TAKE ONE BELOW ZERO IS CLAMPED AT ZERO.
      *
      *  THE FIRST RECORD MAY BE A "CONTROL" RECORD CARRYING THE
      *  RATES (PERCENT, THREE DECIMALS) AND ANNUAL WAGE BASES, THE
      *  STATE THE UNEMPLOYMENT TAX IS PAID TO, AND THE FEDERAL
      *  DEPOSIT SCHEDULE ("M" MONTHLY, "S" SEMIWEEKLY).  MEDICARE
      *  HAS NO WAGE BASE.  WITH NO CONTROL RECORD THE PROGRAMS USE
      *  6.200% TO 176,100.00, 1.450%, 0.600% TO 7,000.00, 2.700% TO
      *  7,000.00, AND THE MONTHLY SCHEDULE.
      *
      *  2026-10-15  JSJ  NEW FOR THE EMPLOYER PAYROLL TAX FEATURE.
      ******************************************************************
       01  ET-ERTAX-RECORD.
           05  ET-EMPNUM               PIC X(07).
           05  ET-YEAR                 PIC 9(04).
           05  ET-YTD-WAGES            PIC 9(09)V99.
           05  ET-QTR-ENTRY OCCURS 4 TIMES.
               10  ET-QTR-WAGES        PIC 9(09)V99.
               10  ET-QTR-SS-WAGES     PIC 9(09)V99.
               10  ET-QTR-SS-TAX       PIC 9(09)V99.
               10  ET-QTR-MED-TAX      PIC 9(09)V99.
               10  ET-QTR-FUTA-WAGES   PIC 9(09)V99.
               10  ET-QTR-FUTA-TAX     PIC 9(09)V99.
               10  ET-QTR-SUTA-WAGES   PIC 9(09)V99.
               10  ET-QTR-SUTA-TAX     PIC 9(09)V99.

       01  ET-CONTROL-RECORD REDEFINES ET-ERTAX-RECORD.
           05  ET-MARKER               PIC X(07).
           05  ET-SS-RATE              PIC 9(02)V999.
           05  ET-SS-BASE              PIC 9(07)V99.
           05  ET-MED-RATE             PIC 9(02)V999.
           05  ET-FUTA-RATE            PIC 9(02)V999.
           05  ET-FUTA-BASE            PIC 9(07)V99.
           05  ET-SUTA-RATE            PIC 9(02)V999.
           05  ET-SUTA-BASE            PIC 9(07)V99.
           05  ET-SUTA-STATE           PIC X(02).
           05  ET-DEPOSIT-SCHEDULE     PIC X(01).
           05  FILLER                  PIC X(317).
