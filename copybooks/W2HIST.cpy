      ******************************************************************
      *  W2HIST.CPY
      *  THE W-2 ISSUE HISTORY, W2HIST.DAT.  ONE RECORD PER EMPLOYEE
      *  PER TAX YEAR, WRITTEN BY PT2W2 WITH EXACTLY THE FIGURES LAST
      *  GIVEN TO THE EMPLOYEE AND FILED, AND THE DATE AND TIME THEY
      *  WERE ISSUED:
      *      WH-KIND        - "O" THE ORIGINAL W-2, "C" A W-2C HAS
      *                       CORRECTED IT SINCE
      *      WH-BOX-AMOUNTS - BOXES 1 THROUGH 6 AND 16 THROUGH 19,
      *                       ALSO REACHABLE BY POSITION THROUGH
      *                       WH-BOX-AMT (7 = BOX 16 ... 10 = BOX 19)
      *      WH-BOX12-ENTRY - UP TO FOUR BOX 12 CODES AND AMOUNTS
      *      WH-BOX14-ENTRY - UP TO TWO BOX 14 LABELS AND AMOUNTS
      *  A W-2C RUN MEASURES EVERY PAYDTL.DAT PAYMENT FOR THE YEAR
      *  MADE AFTER THE ISSUE STAMP AGAINST THESE FIGURES, AND
      *  REWRITES THE RECORD WITH THE CORRECTED ONES.  THE AMOUNTS
      *  ARE UNSIGNED - A RECOVERY IS CLAMPED AT ZERO.
      *
      *  2026-10-15  JSJ  NEW FOR THE YEAR-END W-2 FEATURE.
      ******************************************************************
       01  WH-W2-RECORD.
           05  WH-EMPNUM               PIC X(07).
           05  WH-YEAR                 PIC 9(04).
           05  WH-ISSUE-DATE           PIC 9(08).
           05  WH-ISSUE-TIME           PIC 9(06).
           05  WH-KIND                 PIC X(01).
           05  WH-SSN                  PIC X(09).
           05  WH-LNAME                PIC X(12).
           05  WH-FNAME                PIC X(13).
           05  WH-BOX-AMOUNTS.
               10  WH-WAGES            PIC 9(09)V99.
               10  WH-FED-TAX          PIC 9(09)V99.
               10  WH-SS-WAGES         PIC 9(09)V99.
               10  WH-SS-TAX           PIC 9(09)V99.
               10  WH-MED-WAGES        PIC 9(09)V99.
               10  WH-MED-TAX          PIC 9(09)V99.
               10  WH-STATE-WAGES      PIC 9(09)V99.
               10  WH-STATE-TAX        PIC 9(09)V99.
               10  WH-LOCAL-WAGES      PIC 9(09)V99.
               10  WH-LOCAL-TAX        PIC 9(09)V99.
           05  WH-BOX-TABLE REDEFINES WH-BOX-AMOUNTS.
               10  WH-BOX-AMT          PIC 9(09)V99 OCCURS 10 TIMES.
           05  WH-BOX12-ENTRY OCCURS 4 TIMES.
               10  WH-BOX12-CODE       PIC X(02).
               10  WH-BOX12-AMOUNT     PIC 9(09)V99.
           05  WH-BOX14-ENTRY OCCURS 2 TIMES.
               10  WH-BOX14-LABEL      PIC X(10).
               10  WH-BOX14-AMOUNT     PIC 9(09)V99.
