      *  EMPLOYEE, KEYED ON THE SAME SEVEN-CHARACTER EMPLOYEE NUMBER AS
      *  NEWEMP.DAT.  PT2REG ROLLS EACH PERIOD'S CONSOLIDATED GROSS,
      *  DEDUCTIONS, NET, AND HOURS INTO THE QUARTER BUCKET FOR THE
      *  PERIOD, EACH DEDUCTION TAKEN INTO THE BY-CODE YTD SLOTS, AND
      *  THE GROSS SPLIT BY EARNINGS CODE INTO THE YT-ERN-ENTRY SLOTS,
      *  SO QUARTERLY WITHHOLDING REMITTANCES AND YEAR-END EARNINGS
      *  STATEMENTS NO LONGER HAVE TO BE RE-ADDED FROM REGISTER
      *  PRINTOUTS.  PT2YTD PRINTS THE QUARTERLY AND YEAR-END TOTALS
      *  REPORTED ON THE ADJUSTMENT REGISTER.
      *
      *  2026-09-01  JSJ  NEW FOR THE YEAR-TO-DATE ACCUMULATOR FEATURE.
      *  2026-10-15  JSJ  YTD EARNINGS BY EARNINGS CODE ADDED - RECORD
      *                   NOW 451 BYTES.
      ******************************************************************
       01  YT-YTD-RECORD.
           05  YT-EMPNUM               PIC X(07).
           05  YT-DED-ENTRY OCCURS 10 TIMES.
               10  YT-DED-CODE         PIC X(03).
               10  YT-DED-YTD          PIC 9(09)V99.
           05  YT-ERN-ENTRY OCCURS 10 TIMES.
               10  YT-ERN-CODE         PIC X(03).
               10  YT-ERN-YTD          PIC 9(09)V99.
