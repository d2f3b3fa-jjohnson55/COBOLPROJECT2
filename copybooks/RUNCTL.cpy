      *  OUTCOME OF EACH PROGRAM FOR THE OPERATORS.
      *
      *  2026-08-21  JSJ  NEW FOR THE RUN-CONTROL/JOB-SEQUENCE FEATURE.
      *  2026-10-15  JSJ  RC-OPERATOR - THE OPERATOR SIGNED ON TO THE
      *                   RUN.  SPACES ON STAMPS WRITTEN BEFORE SIGN-ON.
      ******************************************************************
       01  RC-RUN-RECORD.
           05  RC-PROGRAM              PIC X(08).
           05  RC-RECORD-COUNT         PIC 9(06).
           05  RC-RESULT               PIC X(04).
           05  RC-REASON               PIC X(30).
           05  RC-OPERATOR             PIC X(08).
