      ******************************************************************
      *  EARNCODE.CPY
      *  THE EARNINGS CODE TABLE, EARNCODE.DAT, MAINTAINED BY THE
      *  SHOP.  ONE RECORD PER PREMIUM OR SPECIAL EARNINGS CODE A
      *  HOURS.DAT TIMECARD MAY CARRY IN HX-EARN-CODE:
      *      EC-CODE        - THE CODE AS KEYED OR ASSIGNED BY PT2PUNCH
      *      EC-DESC        - THE REGISTER AND PAY STATEMENT LABEL
      *      EC-METHOD      - "M" THE HOURS ARE PAID AT THE BASE RATE
      *                           TIMES EC-MULTIPLIER
      *                       "P" THE HOURS ARE PAID AT THE BASE RATE
      *                           PLUS EC-PREMIUM AN HOUR
      *                       "F" A FLAT AMOUNT - THE TIMECARD'S
      *                           HX-EARN-AMOUNT, OR EC-PREMIUM WHEN
      *                           NONE IS KEYED - WHATEVER THE HOURS
      *      EC-OT-SW       - "Y" THE HOURS COUNT TOWARD THE OVER-40
      *                       OVERTIME TEST LIKE REGULAR HOURS
      *  "M" AND "P" CODES PAY HOURLY EMPLOYEES ONLY.  REG, OT, AND
      *  PTO ARE THE REGISTER'S OWN CODES FOR STRAIGHT TIME, THE
      *  OVERTIME PAY, AND PAID TIME OFF AND CANNOT BE ON THE FILE.
      *  WITH NO EARNCODE.DAT AT ALL THE PROGRAMS USE:
      *      SH2  SECOND SHIFT    P  0.50 AN HOUR  COUNTS TOWARD OT
      *      SH3  THIRD SHIFT     P  1.00 AN HOUR  COUNTS TOWARD OT
      *      HOL  HOLIDAY WORKED  M  1.500         DOES NOT COUNT
      *      BON  BONUS           F                DOES NOT COUNT
      *
      *  THE FIRST RECORD MAY BE A "CONTROL" RECORD TELLING PT2PUNCH
      *  WHICH CODE TO GIVE A SHIFT WHOSE IN-PUNCH FALLS IN THE
      *  SECOND OR THIRD SHIFT WINDOW (HHMM FROM, HHMM TO, THE TO
      *  TIME NOT INCLUDED - A WINDOW MAY WRAP PAST MIDNIGHT) AND
      *  WHICH TO GIVE A SHIFT STARTED ON A HOLIDAY.DAT DATE.  WITH
      *  NO CONTROL RECORD IT USES SH2 FROM 1500 TO 2300, SH3 FROM
      *  2300 TO 0700, AND HOL.
      *
      *  2026-10-15  JSJ  NEW FOR THE EARNINGS CODE FEATURE.
      ******************************************************************
       01  EC-EARN-RECORD.
           05  EC-CODE                 PIC X(03).
           05  EC-DESC                 PIC X(16).
           05  EC-METHOD               PIC X(01).
           05  EC-MULTIPLIER           PIC 9(01)V999.
           05  EC-PREMIUM              PIC 9(07)V99.
           05  EC-OT-SW                PIC X(01).
           05  FILLER                  PIC X(46).

       01  EC-CONTROL-RECORD REDEFINES EC-EARN-RECORD.
           05  EC-MARKER               PIC X(07).
           05  EC-SHIFT2-CODE          PIC X(03).
           05  EC-SHIFT2-FROM          PIC 9(04).
           05  EC-SHIFT2-TO            PIC 9(04).
           05  EC-SHIFT3-CODE          PIC X(03).
           05  EC-SHIFT3-FROM          PIC 9(04).
           05  EC-SHIFT3-TO            PIC 9(04).
           05  EC-HOLIDAY-CODE         PIC X(03).
           05  FILLER                  PIC X(48).
