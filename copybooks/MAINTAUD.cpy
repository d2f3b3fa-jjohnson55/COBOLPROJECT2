      *  2026-08-21  JSJ  IMAGES WIDENED TO 122 BYTES FOR THE NEW
      *                   LIFECYCLE STATUS AND TERMINATION DATE FIELDS
      *                   ON THE EMPLOYEE MASTER.
      *  2026-10-15  JSJ  PT2ACCT ALSO APPENDS HERE FOR BANK ACCOUNT
      *                   CHANGES - CODES N, M, X WITH BANKACCT.DAT
      *                   IMAGES IN THE FIRST 80 BYTES.
      *  2026-10-15  JSJ  AU-OPERATOR - THE OPERATOR SIGNED ON TO THE
      *                   RUN THAT APPLIED THE CHANGE - AND AU-APPROVER,
      *                   THE SECOND OPERATOR WHO APPROVED A PAY-RATE
      *                   CHANGE OVER THE OPERATOR.DAT LIMIT (SPACES
      *                   WHEN NONE WAS NEEDED).  BOTH ARE SPACES ON
      *                   RECORDS WRITTEN BEFORE SIGN-ON.
      ******************************************************************
       01  AU-AUDIT-RECORD.
           05  AU-RUN-DATE.
           05  AU-EMPNUM               PIC X(07).
           05  AU-BEFORE-IMAGE         PIC X(122).
           05  AU-AFTER-IMAGE          PIC X(122).
           05  AU-OPERATOR             PIC X(08).
           05  AU-APPROVER             PIC X(08).
