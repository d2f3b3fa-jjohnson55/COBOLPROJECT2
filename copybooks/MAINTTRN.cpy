      ******************************************************************
      *  MAINTTRN.CPY
      *  ONE EMPLOYEE MASTER MAINTENANCE TRANSACTION, MAINTTRN.DAT,
      *  APPLIED BY PT2MAINT.  A ONE-CHARACTER CODE (A ADD, C CHANGE,
      *  D DELETE) FOLLOWED BY THE EMPLOYEE FIELDS IN THE SAME LAYOUT
      *  AS NEWEMP.DAT, THEN:
      *      MT-EFF-DATE    - YYYYMMDD THE TRANSACTION TAKES EFFECT.
      *                       SPACES MEAN THE DAY OF THE MAINTENANCE
      *                       RUN.  A LATER DATE IS HELD ON MAINTPND.DAT
      *                       AND APPLIED BY THE FIRST MAINTENANCE RUN
      *                       ON OR AFTER IT; AN EARLIER DATE IS A
      *                       RETROACTIVE CHANGE, APPLIED AT ONCE AND
      *                       DATED AS KEYED ON THE RATE HISTORY
      *      MT-ORIGIN      - SPACE FOR A KEYED TRANSACTION, "G" FOR ONE
      *                       BUILT BY THE PT2RAISE GENERAL INCREASE
      *                       RUN.
      *                       PT2MAINT APPLIES A "G" CHANGE AS A
      *                       RATE-ONLY CHANGE - ONLY MT-RATE REACHES
      *                       THE MASTER, HELD OR NOT; THE OTHER FIELDS
      *                       ARE THE PREVIEW-TIME COPY, THERE TO PASS
      *                       THE EDITS
      *  TRANSACTIONS KEYED BEFORE THE EFFECTIVE DATE WAS ADDED END AT
      *  MT-TYEAR AND READ AS EFFECTIVE ON THE DAY OF THE RUN.
      *
      *  2026-10-15  JSJ  LAYOUT MOVED HERE FROM PT2MAINT, NOW SHARED
      *                   WITH PT2RAISE; EFFECTIVE DATE AND ORIGIN
      *                   ADDED.
      *  2026-10-15  JSJ  "G" TRANSACTIONS ARE APPLIED AS RATE-ONLY
      *                   CHANGES.
      ******************************************************************
       01  MT-Transaction-Record.
           05  MT-TRANCODE             PIC X(01).
           05  MT-EMPNUM               PIC X(07).
           05  MT-EMPLNAME             PIC X(12).
           05  MT-EMPFNAME             PIC X(13).
           05  MT-EMPTYPE              PIC X(06).
           05  MT-EMPTITLE             PIC X(17).
           05  MT-SPACES               PIC X(05).
           05  MT-EMPSSNF3             PIC X(03).
           05  MT-EMPSSNN3             PIC X(03).
           05  MT-EMPSSNL3             PIC X(03).
           05  MT-DOTS                 PIC X(24).
           05  MT-MON                  PIC X(02).
           05  MT-DAY                  PIC X(02).
           05  MT-YEAR                 PIC X(04).
           05  MT-RATE                 PIC 9(09)V99.
           05  MT-STATUS               PIC X(01).
           05  MT-EMPSTAT              PIC X(01).
           05  MT-TMON                 PIC X(02).
           05  MT-TDAY                 PIC X(02).
           05  MT-TYEAR                PIC X(04).
           05  MT-EFF-DATE.
               10  MT-EFF-YEAR         PIC X(04).
               10  MT-EFF-MONTH        PIC X(02).
               10  MT-EFF-DAY          PIC X(02).
           05  MT-ORIGIN               PIC X(01).
