      ******************************************************************
      *  HOLIDAY.CPY
      *  THE HOLIDAY CALENDAR, HOLIDAY.DAT, MAINTAINED BY THE SHOP.
      *  ONE RECORD PER PAID HOLIDAY.  PT2PUNCH GIVES A SHIFT WHOSE
      *  IN-PUNCH FALLS ON ONE OF THESE DATES THE HOLIDAY EARNINGS
      *  CODE NAMED ON THE EARNCODE.DAT CONTROL RECORD.
      *
      *  2026-10-15  JSJ  NEW FOR THE EARNINGS CODE FEATURE.
      ******************************************************************
       01  HD-HOLIDAY-RECORD.
           05  HD-DATE                 PIC 9(08).
           05  HD-DESC                 PIC X(20).
