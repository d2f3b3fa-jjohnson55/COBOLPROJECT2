      ******************************************************************
      *  OPERATOR.CPY
      *  THE OPERATOR SECURITY FILE, OPERATOR.DAT.  ONE RECORD PER
      *  OPERATOR ALLOWED TO RUN THE SUITE - THE SIGN-ON ID AND
      *  PASSWORD, THE OPERATOR'S NAME, WHETHER THE OPERATOR IS STILL
      *  ACTIVE ("A" - ANYTHING ELSE IS REFUSED), AND A "Y" FLAG FOR
      *  EACH AUTHORITY GRANTED:
      *      OP-AUTH-INQUIRY  - THE INQUIRIES AND LISTINGS (PT2INQ,
      *                         PT2AUDIT, PT2HIST, PT2STAT, PT2TREND,
      *                         PT2PTO, PT2ERTAX, THE PT2YTD REPORT)
      *      OP-AUTH-MAINT    - MASTER MAINTENANCE (PT2MAINT, PT2ACCT,
      *                         PT2RAISE)
      *      OP-AUTH-PAYROLL  - THE PAYROLL RUN ITSELF (PT2, PT2PUNCH,
      *                         PT2REG, PT2BANK, PT2VOID, PT2W2, THE
      *                         PT2YTD ROLLOVER, PT2ARCH)
      *      OP-AUTH-FULLSSN  - FULL SOCIAL SECURITY NUMBERS (THE PT2
      *                         ROSTER, PT2INQ FULL-SSN SESSIONS,
      *                         UNMASKED PT2AUDIT IMAGES, AND PT2W2,
      *                         WHOSE FORMS CARRY THEM)
      *  THE AUTHORITIES ARE INDEPENDENT OF ONE ANOTHER - A PAYROLL
      *  OPERATOR WHO ALSO RUNS THE INQUIRIES NEEDS BOTH FLAGS.  EVERY
      *  PROGRAM SIGNS THE OPERATOR ON FROM THIS FILE BEFORE IT DOES
      *  ANYTHING ELSE, AND WITH NO OPERATOR.DAT NOTHING RUNS.
      *
      *  THE FIRST RECORD MAY BE A "CONTROL" RECORD CARRYING THE
      *  PERCENT BY WHICH A PT2MAINT CHANGE MAY MOVE A PAY RATE
      *  BEFORE A SECOND OPERATOR MUST APPROVE IT.  WITH NO CONTROL
      *  RECORD THE LIMIT IS 10.00 PERCENT.
      *
      *  2026-10-15  JSJ  NEW FOR OPERATOR SIGN-ON.
      ******************************************************************
       01  OP-OPERATOR-RECORD.
           05  OP-ID                   PIC X(08).
           05  OP-PASSWORD             PIC X(08).
           05  OP-NAME                 PIC X(30).
           05  OP-STATUS               PIC X(01).
           05  OP-AUTH-INQUIRY         PIC X(01).
           05  OP-AUTH-MAINT           PIC X(01).
           05  OP-AUTH-PAYROLL         PIC X(01).
           05  OP-AUTH-FULLSSN         PIC X(01).
           05  FILLER                  PIC X(29).

       01  OP-CONTROL-RECORD REDEFINES OP-OPERATOR-RECORD.
           05  OP-MARKER               PIC X(08).
           05  OP-RATE-APPROVAL-PCT    PIC 9(03)V99.
           05  FILLER                  PIC X(67).
