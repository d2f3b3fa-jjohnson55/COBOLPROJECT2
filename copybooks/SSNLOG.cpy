      ******************************************************************
      *  SSNLOG.CPY
      *  THE FULL-SSN ACCESS LOG, SSNLOG.DAT.  APPENDED TO WHENEVER AN
      *  OPERATOR IS SHOWN FULL SOCIAL SECURITY NUMBERS:
      *      - ONE RECORD WITH THE EMPLOYEE NUMBER SPACES WHEN THE PT2
      *        ROSTER OR A PT2W2 RUN PRINTS THEM FOR THE WHOLE FILE,
      *        OR WHEN A PT2INQ FULL-SSN SESSION OPENS, OR WHEN A
      *        PT2AUDIT LISTING SHOWS THEM IN THE RECORD IMAGES
      *      - ONE RECORD PER EMPLOYEE A PT2INQ FULL-SSN SESSION
      *        THEN DISPLAYS
      *  SO EVERY LOOK AT AN UNMASKED NUMBER CAN BE TRACED TO THE
      *  OPERATOR WHO SIGNED ON FOR IT.
      *
      *  2026-10-15  JSJ  NEW FOR OPERATOR SIGN-ON.
      ******************************************************************
       01  SL-SSN-LOG-RECORD.
           05  SL-OPERATOR             PIC X(08).
           05  SL-PROGRAM              PIC X(08).
           05  SL-RUN-DATE.
               10  SL-RUN-YEAR         PIC 9(04).
               10  SL-RUN-MONTH        PIC 9(02).
               10  SL-RUN-DAY          PIC 9(02).
           05  SL-RUN-TIME             PIC 9(06).
           05  SL-EMPNUM               PIC X(07).
