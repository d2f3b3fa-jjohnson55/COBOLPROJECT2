      ******************************************************************
      *  RATEHIST.CPY
      *  THE DATED PAY RATE HISTORY, RATEHIST.DAT.  PT2MAINT APPENDS
      *  ONE RECORD EVERY TIME IT ADDS AN EMPLOYEE OR APPLIES A CHANGE
      *  THAT MOVES THE PAY RATE:
      *      RH-EFF-DATE    - YYYYMMDD THE NEW RATE TOOK EFFECT (THE
      *                       TRANSACTION'S EFFECTIVE DATE, OR THE RUN
      *                       DATE WHEN IT CARRIED NONE)
      *      RH-OLD-RATE    - THE RATE BEFORE; ZERO FOR AN ADD
      *      RH-NEW-RATE    - THE RATE FROM THE EFFECTIVE DATE ON
      *      RH-ORIGIN      - MT-ORIGIN OF THE TRANSACTION - SPACE
      *                       KEYED, "G" A PT2RAISE GENERAL INCREASE
      *      RH-HELD-SW     - "Y" WHEN THE TRANSACTION HAD BEEN HELD
      *                       ON MAINTPND.DAT UNTIL ITS DATE
      *      RH-RUN-DATE / RH-RUN-TIME
      *                     - THE MAINTENANCE RUN THAT APPLIED IT
      *  THE RATE ON ANY PAST DATE IS THE NEW RATE OF THE LATEST
      *  RECORD EFFECTIVE ON OR BEFORE IT; BEFORE THE FIRST RECORD IT
      *  IS THAT RECORD'S OLD RATE.  THE FILE IS NEVER PURGED.
      *
      *  2026-10-15  JSJ  NEW FOR THE DATED RATE HISTORY.
      ******************************************************************
       01  RH-RATE-RECORD.
           05  RH-EMPNUM               PIC X(07).
           05  RH-EFF-DATE.
               10  RH-EFF-YEAR         PIC 9(04).
               10  RH-EFF-MONTH        PIC 9(02).
               10  RH-EFF-DAY          PIC 9(02).
           05  RH-OLD-RATE             PIC 9(09)V99.
           05  RH-NEW-RATE             PIC 9(09)V99.
           05  RH-TRANCODE             PIC X(01).
           05  RH-ORIGIN               PIC X(01).
           05  RH-HELD-SW              PIC X(01).
           05  RH-RUN-DATE.
               10  RH-RUN-YEAR         PIC 9(04).
               10  RH-RUN-MONTH        PIC 9(02).
               10  RH-RUN-DAY          PIC 9(02).
           05  RH-RUN-TIME             PIC 9(06).
