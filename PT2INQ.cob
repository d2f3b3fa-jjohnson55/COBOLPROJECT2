000170*        SESSION UP FRONT (THE SAME CONTROL THE ROSTER USES),
000180*      - THE LIFECYCLE STATUS AND TERMINATION DATE,
000190*      - EVERY DEDUCT.DAT DEDUCTION ON FILE FOR THE EMPLOYEE,
000200*      - THE MOST RECENT MAINTAUD.DAT MAINTENANCE ACTIVITY,
000201*      - THE LAST FIVE PAYMENTS ON THE PAYDTL.DAT PAY DETAIL
000202*        HISTORY (RUN PT2HIST FOR THE FULL STATEMENTS),
000203*      - THE RATEHIST.DAT DATED RATE HISTORY IN EFFECTIVE-DATE
000204*        ORDER, SO THE RATE ON ANY PAST DATE CAN BE READ OFF IT,
000205*        AND ANY TRANSACTIONS HELD ON MAINTPND.DAT FOR A LATER
000206*        EFFECTIVE DATE.
000210*  STRICTLY READ-ONLY - EVERY PAYROLL FILE IS OPENED INPUT AND
000220*  THERE IS NO PATH THAT TOUCHES THE MASTER.  THE ONLY WRITE IS
000225*  THE SSNLOG.DAT RECORD OF A FULL-SSN SESSION.  RUN PT2MAINT
000230*  FIRST IF NEWEMPI.DAT IS MISSING OR STALE - THIS PROGRAM READS
000240*  THE COPY THE LAST MAINTENANCE RUN LEFT BEHIND.
000250*
000260*  MODIFICATION HISTORY.
000270*  DATE        INIT  DESCRIPTION
000290*  2026-09-01  JSJ   ORIGINAL VERSION.
000291*  2026-09-01  JSJ   RATE AND DEDUCTION VALUES NOW DOLLARS AND
000292*                    CENTS, MATCHING THE MASTER CONVERSION.
000293*  2026-10-15  JSJ   THE EMPLOYEE'S LAST FIVE PAYMENTS ARE NOW
000294*                    SHOWN FROM THE PAYDTL.DAT PAY DETAIL
000295*                    HISTORY WRITTEN BY PT2REG.
000296*  2026-10-15  JSJ   DATED RATE HISTORY AND HELD FUTURE-DATED
000297*                    MAINTENANCE NOW SHOWN.
000298*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE
000299*                    SESSION NEEDS INQUIRY AUTHORITY, AND A
000300*                    FULL-SSN SESSION FULL-SSN AUTHORITY AS WELL.
000301*                    FULL-SSN SESSIONS, AND EACH EMPLOYEE SHOWN
000302*                    IN ONE, ARE LOGGED TO SSNLOG.DAT.  THE LAST
000303*                    MAINTENANCE LINE SHOWS THE OPERATOR WHO MADE
000304*                    IT.
000305******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         ACCESS IS SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000481
000482     SELECT PAYDTLFILE ASSIGN TO "PAYDTL.dat"
000483         ORGANIZATION IS LINE SEQUENTIAL
000484         ACCESS IS SEQUENTIAL
000485         FILE STATUS IS WS-PAYDTL-STATUS.
000486
000487     SELECT RATEHISTFILE ASSIGN TO "RATEHIST.dat"
000488         ORGANIZATION IS LINE SEQUENTIAL
000489         ACCESS IS SEQUENTIAL
000490         FILE STATUS IS WS-RATEHIST-STATUS.
000491
000492     SELECT PENDFILE ASSIGN TO "MAINTPND.dat"
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         ACCESS IS SEQUENTIAL
000495         FILE STATUS IS WS-PEND-STATUS.
000496
000497     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000498         ORGANIZATION IS LINE SEQUENTIAL
000499         ACCESS IS SEQUENTIAL
000500         FILE STATUS IS WS-OPER-STATUS.
000501
000502     SELECT SSNLOGFILE ASSIGN TO "SSNLOG.dat"
000503         ORGANIZATION IS LINE SEQUENTIAL
000504         ACCESS IS SEQUENTIAL
000505         FILE STATUS IS WS-SSNLOG-STATUS.
000506
000507 DATA DIVISION.
000510 FILE SECTION.
000520******************************************************************
000530*  NEWEMPINDEX - THE INDEXED WORKING COPY OF THE MASTER THAT
000950******************************************************************
000960 FD  AUDITFILE.
000970 COPY MAINTAUD.
000971
000972******************************************************************
000973*  PAYDTLFILE - THE PAY DETAIL HISTORY PT2REG APPENDS TO ON
000974*  EVERY RUN, IN TIME ORDER, SO THE LAST FIVE MATCHES SEEN ARE
000975*  THE MOST RECENT PAYMENTS.  LAYOUT SHARED VIA PAYDTL.
000976******************************************************************
000977 FD  PAYDTLFILE.
000978 COPY PAYDTL.
000979
000980******************************************************************
000981*  RATEHISTFILE - THE DATED RATE HISTORY PT2MAINT APPENDS TO.
000982*  LAYOUT SHARED VIA RATEHIST.
000983******************************************************************
000984 FD  RATEHISTFILE.
000985 COPY RATEHIST.
000986
000987******************************************************************
000988*  PENDFILE - MAINTENANCE HELD BY PT2MAINT FOR A LATER EFFECTIVE
000989*  DATE.  ONLY THE FIELDS SHOWN HERE ARE BROKEN OUT - THE FIRST
000990*  132 BYTES ARE A MAINTTRN.DAT TRANSACTION.
000991******************************************************************
000992 FD  PENDFILE.
000993 01  PQ-Pending-Record.
000994     05  PQ-TRANCODE             PIC X(01).
000995     05  PQ-EMPNUM               PIC X(07).
000996     05  FILLER                  PIC X(94).
000997     05  PQ-RATE                 PIC 9(09)V99.
000998     05  FILLER                  PIC X(10).
000999     05  PQ-EFF-YEAR             PIC X(04).
001000     05  PQ-EFF-MONTH            PIC X(02).
001001     05  PQ-EFF-DAY              PIC X(02).
001002     05  PQ-ORIGIN               PIC X(01).
001003     05  FILLER                  PIC X(122).
001004     05  PQ-HELD-DATE            PIC 9(08).
001005
001006******************************************************************
001007*  OPERFILE - THE OPERATOR SECURITY FILE SIGN-ON IS CHECKED
001008*  AGAINST.  LAYOUT SHARED VIA OPERATOR.
001009******************************************************************
001010 FD  OPERFILE.
001011 COPY OPERATOR.
001012
001013******************************************************************
001014*  SSNLOGFILE - THE FULL-SSN ACCESS LOG.  LAYOUT SHARED VIA
001015*  SSNLOG.
001016******************************************************************
001017 FD  SSNLOGFILE.
001018 COPY SSNLOG.
001019
001020 WORKING-STORAGE SECTION.
001021 01  WS-INDEX-STATUS             PIC X(02) VALUE "00".
001022 01  WS-DEDUCT-STATUS            PIC X(02) VALUE "00".
001023 01  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
001030 01  SessionEnd                  PIC X(01) VALUE "N".
001040 01  DeductEnd                   PIC X(01) VALUE "N".
001050 01  AuditEnd                    PIC X(01) VALUE "N".
001200 01  WS-AUD-MONTH                PIC 9(02) VALUE ZERO.
001210 01  WS-AUD-DAY                  PIC 9(02) VALUE ZERO.
001220 01  WS-AUD-TIME                 PIC 9(06) VALUE ZERO.
001225 01  WS-AUD-TRANCODE             PIC X(01) VALUE SPACE.
001230 01  WS-AUD-OPERATOR             PIC X(08) VALUE SPACES.
001231
001232* ----------------------------------------------------------------
001233*  THE LAST FIVE PAYMENTS SEEN FOR THE EMPLOYEE - ONCE THE TABLE
001234*  IS FULL EACH NEW MATCH PUSHES THE OLDEST OFF THE TOP.
001235* ----------------------------------------------------------------
001236 01  WS-PAYDTL-STATUS            PIC X(02) VALUE "00".
001237 01  PayDtlEnd                   PIC X(01) VALUE "N".
001238 01  WS-PH-COUNT                 PIC 9(02) VALUE ZERO.
001239 01  WS-PH-SUB                   PIC 9(02) VALUE ZERO.
001240 01  PH-TABLE.
001241     05  PH-ENTRY OCCURS 5 TIMES.
001242         10  PH-PERIOD           PIC 9(03).
001243         10  PH-END-YEAR         PIC 9(04).
001244         10  PH-END-MONTH        PIC 9(02).
001245         10  PH-END-DAY          PIC 9(02).
001246         10  PH-RUN-TYPE         PIC X(01).
001247         10  PH-GROSS            PIC S9(09)V99.
001248         10  PH-DED-TOTAL        PIC S9(09)V99.
001249         10  PH-NET              PIC S9(09)V99.
001250         10  PH-BANK-TYPE        PIC X(01).
001251 01  WS-PH-GROSS-EDIT            PIC $$,$$$,$$$,$$9.99-.
001252 01  WS-PH-DED-EDIT              PIC $$,$$$,$$$,$$9.99-.
001253 01  WS-PH-NET-EDIT              PIC $$,$$$,$$$,$$9.99-.
001254
001255* ----------------------------------------------------------------
001256*  THE EMPLOYEE'S RATE CHANGES, KEPT IN EFFECTIVE-DATE ORDER AS
001257*  THEY ARE READ - A RETROACTIVE CHANGE IS APPENDED TO THE FILE
001258*  AFTER LATER-DATED ONES, SO FILE ORDER IS NOT DATE ORDER.
001259* ----------------------------------------------------------------
001260 01  WS-RATEHIST-STATUS          PIC X(02) VALUE "00".
001261 01  RateHistEnd                 PIC X(01) VALUE "N".
001262 01  WS-RT-COUNT                 PIC 9(02) VALUE ZERO.
001263 01  WS-RT-SUB                   PIC 9(02) VALUE ZERO.
001264 01  WS-RT-INS                   PIC 9(02) VALUE ZERO.
001265 01  WS-RT-SLOT-SW               PIC X(01) VALUE "N".
001266 01  WS-RT-OVERFLOW-SW           PIC X(01) VALUE "N".
001267 01  RT-TABLE.
001268     05  RT-ENTRY OCCURS 50 TIMES.
001269         10  RT-EFF-DATE.
001270             15  RT-EFF-YEAR     PIC 9(04).
001271             15  RT-EFF-MONTH    PIC 9(02).
001272             15  RT-EFF-DAY      PIC 9(02).
001273         10  RT-OLD-RATE         PIC 9(09)V99.
001274         10  RT-NEW-RATE         PIC 9(09)V99.
001275         10  RT-TRANCODE         PIC X(01).
001276         10  RT-ORIGIN           PIC X(01).
001277         10  RT-HELD-SW          PIC X(01).
001278 01  WS-RT-OLD-EDIT              PIC $$,$$$,$$$,$$9.99.
001279 01  WS-RT-NEW-EDIT              PIC $$,$$$,$$$,$$9.99.
001280 01  WS-RT-SOURCE                PIC X(17) VALUE SPACES.
001281 01  WS-RT-HELD-TEXT             PIC X(06) VALUE SPACES.
001282
001283* ----------------------------------------------------------------
001284*  HELD FUTURE-DATED MAINTENANCE FOR THE EMPLOYEE
001285* ----------------------------------------------------------------
001286 01  WS-PEND-STATUS              PIC X(02) VALUE "00".
001287 01  PendEnd                     PIC X(01) VALUE "N".
001288 01  WS-PQ-SHOWN-COUNT           PIC 9(04) VALUE ZERO.
001289 01  WS-PQ-RATE-EDIT             PIC $$,$$$,$$$,$$9.99.
001290
001291* ----------------------------------------------------------------
001292*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
001293*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
001294*  ONCE SIGN-ON HAS SUCCEEDED.
001295* ----------------------------------------------------------------
001296 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
001297 01  OperEnd                     PIC X(01) VALUE "N".
001298 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
001299 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
001300 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
001301     88  OPERATOR-FOUND              VALUE "Y".
001302 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
001303 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
001304 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
001305 01  WS-OPER-AUTH.
001306     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
001307     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
001308     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
001309     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
001310 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001311 01  WS-SSNLOG-STATUS            PIC X(02) VALUE "00".
001312 01  WS-SSNLOG-EMPNUM            PIC X(07) VALUE SPACES.
001313 01  TODAY-DATE.
001314     03  YR                      PIC 9(04).
001315     03  MN                      PIC 9(02).
001316     03  DY                      PIC 9(02).
001317 01  WS-TIME-RAW.
001318     03  WS-TIME-HHMMSS          PIC 9(06).
001319     03  FILLER                  PIC 9(02).
001320
001321 PROCEDURE DIVISION.
001322
001323******************************************************************
001324*  0000-MAINLINE
001325******************************************************************
001326 0000-MAINLINE.
001327     PERFORM 9300-SIGN-ON THRU 9300-EXIT
001328     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001329     PERFORM UNTIL SessionEnd = "Y"
001330         PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
001340     END-PERFORM
001350     CLOSE NEWEMPINDEX
001390******************************************************************
001400*  1000-INITIALIZE
001410*  OPENS THE INDEXED COPY AND ASKS THE SSN QUESTION ONCE FOR
001420*  THE WHOLE SESSION, THE WAY THE ROSTER RUN ASKS IT ONCE.  ONLY
001423*  AN OPERATOR WITH FULL-SSN AUTHORITY GETS A FULL-SSN SESSION,
001426*  AND ITS OPENING IS LOGGED TO SSNLOG.DAT.
001430******************************************************************
001440 1000-INITIALIZE.
001445     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
001450     DISPLAY SPACES
001460     DISPLAY "          THE BEST IS YET TO COME, INC."
001470     DISPLAY "          EMPLOYEE INQUIRY - PT2INQ"
001610        WS-FULLSSN-ANSWER NOT = "y"
001620         MOVE "N" TO WS-FULLSSN-ANSWER
001630     ELSE
001640         IF WS-AUTH-FULLSSN = "Y"
001641             MOVE "Y" TO WS-FULLSSN-ANSWER
001642             MOVE SPACES TO WS-SSNLOG-EMPNUM
001643             PERFORM 9400-LOG-FULL-SSN THRU 9400-EXIT
001644         ELSE
001645             DISPLAY "*** OPERATOR " WS-OPERATOR-ID " HAS NO "
001646                 "FULL-SSN AUTHORITY - SSNS WILL BE MASKED."
001647             MOVE "N" TO WS-FULLSSN-ANSWER
001648         END-IF
001650     END-IF
001660     .
001670 1000-EXIT.
001870                 PERFORM 3000-SHOW-MASTER THRU 3000-EXIT
001880                 PERFORM 4000-SHOW-DEDUCTIONS THRU 4000-EXIT
001890                 PERFORM 5000-SHOW-LAST-AUDIT THRU 5000-EXIT
001891                 PERFORM 6000-SHOW-PAY-HISTORY THRU 6000-EXIT
001894                 PERFORM 7000-SHOW-RATE-HISTORY THRU 7000-EXIT
001897                 PERFORM 8000-SHOW-HELD-MAINTENANCE THRU 8000-EXIT
001900         END-READ
001910     END-IF
001920     .
002010         MOVE SPACES TO WS-SSN-DISPLAY
002020         STRING MI-EMPSSNF3 "-" MI-EMPSSNN3 "-" MI-EMPSSNL3
002030             DELIMITED BY SIZE INTO WS-SSN-DISPLAY
002033         MOVE MI-EMPNUM TO WS-SSNLOG-EMPNUM
002036         PERFORM 9400-LOG-FULL-SSN THRU 9400-EXIT
002040     ELSE
002050         MOVE SPACES TO WS-SSN-DISPLAY
002060         STRING "XXX-XXX-" MI-EMPSSNL3
003020         IF WS-AUD-FOUND-SW = "Y"
003030             DISPLAY "LAST MAINTENANCE  " WS-AUD-MONTH "/"
003040                 WS-AUD-DAY "/" WS-AUD-YEAR " " WS-AUD-TIME
003050                 "  TRN " WS-AUD-TRANCODE "  BY " WS-AUD-OPERATOR
003060             DISPLAY "  (RUN PT2AUDIT FOR THE FULL BEFORE/"
003070                 "AFTER IMAGES)"
003080         ELSE
003250         MOVE AU-RUN-DAY TO WS-AUD-DAY
003260         MOVE AU-RUN-TIME TO WS-AUD-TIME
003270         MOVE AU-TRANCODE TO WS-AUD-TRANCODE
003275         MOVE AU-OPERATOR TO WS-AUD-OPERATOR
003280     END-IF
003290     .
003300 5100-EXIT.
003301     EXIT.
003302
003303******************************************************************
003304*  6000-SHOW-PAY-HISTORY
003305*  WALKS PAYDTL.DAT FRONT TO BACK KEEPING THE LAST FIVE PAYMENTS
003306*  FOR THE EMPLOYEE, THEN SHOWS THEM OLDEST FIRST.
003307******************************************************************
003308 6000-SHOW-PAY-HISTORY.
003309     MOVE "N" TO PayDtlEnd
003310     MOVE ZERO TO WS-PH-COUNT
003311     OPEN INPUT PAYDTLFILE
003312     IF WS-PAYDTL-STATUS = "35"
003313         DISPLAY "RECENT PAY (NO PAYDTL.DAT ON FILE)"
003314         MOVE "Y" TO PayDtlEnd
003315     ELSE
003316         PERFORM UNTIL PayDtlEnd = "Y"
003317             READ PAYDTLFILE
003318                 AT END
003319                     MOVE "Y" TO PayDtlEnd
003320                 NOT AT END
003321                     PERFORM 6100-NOTE-ONE-PAYMENT THRU 6100-EXIT
003322             END-READ
003323         END-PERFORM
003324         CLOSE PAYDTLFILE
003325         IF WS-PH-COUNT = ZERO
003326             DISPLAY "RECENT PAY  (NO PAYMENTS ON FILE FOR THIS "
003327                 "EMPLOYEE)"
003328         ELSE
003329             DISPLAY "RECENT PAY  PER  ENDING      T  "
003330                 "             GROSS        DEDUCTIONS"
003339                 "               NET  BK"
003340             PERFORM 6200-SHOW-ONE-PAYMENT THRU 6200-EXIT
003341                 VARYING WS-PH-SUB FROM 1 BY 1
003342                 UNTIL WS-PH-SUB > WS-PH-COUNT
003343             DISPLAY "  (RUN PT2HIST TO REPRINT A STATEMENT)"
003344         END-IF
003345     END-IF
003346     .
003347 6000-EXIT.
003348     EXIT.
003349
003350******************************************************************
003351*  6100-NOTE-ONE-PAYMENT
003352******************************************************************
003353 6100-NOTE-ONE-PAYMENT.
003354     IF PD-EMPNUM = WS-INQ-EMPNUM
003355         IF WS-PH-COUNT < 5
003356             ADD 1 TO WS-PH-COUNT
003357         ELSE
003358             PERFORM 6150-SHIFT-ONE-PAYMENT THRU 6150-EXIT
003359                 VARYING WS-PH-SUB FROM 1 BY 1
003360                 UNTIL WS-PH-SUB > 4
003361         END-IF
003362         MOVE PD-PERIOD TO PH-PERIOD(WS-PH-COUNT)
003363         MOVE PD-END-YEAR TO PH-END-YEAR(WS-PH-COUNT)
003364         MOVE PD-END-MONTH TO PH-END-MONTH(WS-PH-COUNT)
003365         MOVE PD-END-DAY TO PH-END-DAY(WS-PH-COUNT)
003366         MOVE PD-RUN-TYPE TO PH-RUN-TYPE(WS-PH-COUNT)
003367         MOVE PD-BANK-TYPE TO PH-BANK-TYPE(WS-PH-COUNT)
003368         MOVE PD-GROSS TO PH-GROSS(WS-PH-COUNT)
003369         IF PD-GROSS-SIGN = "-"
003370             COMPUTE PH-GROSS(WS-PH-COUNT) = PD-GROSS * -1
003371         END-IF
003372         MOVE PD-DED-TOTAL TO PH-DED-TOTAL(WS-PH-COUNT)
003373         IF PD-DED-SIGN = "-"
003374             COMPUTE PH-DED-TOTAL(WS-PH-COUNT) = PD-DED-TOTAL * -1
003375         END-IF
003376         MOVE PD-NET TO PH-NET(WS-PH-COUNT)
003377         IF PD-NET-SIGN = "-"
003378             COMPUTE PH-NET(WS-PH-COUNT) = PD-NET * -1
003379         END-IF
003380     END-IF
003381     .
003382 6100-EXIT.
003383     EXIT.
003384
003385******************************************************************
003386*  6150-SHIFT-ONE-PAYMENT
003387******************************************************************
003388 6150-SHIFT-ONE-PAYMENT.
003389     MOVE PH-ENTRY(WS-PH-SUB + 1) TO PH-ENTRY(WS-PH-SUB)
003390     .
003391 6150-EXIT.
003392     EXIT.
003393
003394******************************************************************
003395*  6200-SHOW-ONE-PAYMENT
003396******************************************************************
003397 6200-SHOW-ONE-PAYMENT.
003398     MOVE PH-GROSS(WS-PH-SUB) TO WS-PH-GROSS-EDIT
003399     MOVE PH-DED-TOTAL(WS-PH-SUB) TO WS-PH-DED-EDIT
003400     MOVE PH-NET(WS-PH-SUB) TO WS-PH-NET-EDIT
003401     DISPLAY "            " PH-PERIOD(WS-PH-SUB) "  "
003402         PH-END-MONTH(WS-PH-SUB) "/" PH-END-DAY(WS-PH-SUB) "/"
003403         PH-END-YEAR(WS-PH-SUB) "  " PH-RUN-TYPE(WS-PH-SUB) "  "
003404         WS-PH-GROSS-EDIT WS-PH-DED-EDIT WS-PH-NET-EDIT "   "
003405         PH-BANK-TYPE(WS-PH-SUB)
003406     .
003407 6200-EXIT.
003408     EXIT.
003410
003411******************************************************************
003412*  7000-SHOW-RATE-HISTORY
003413*  COLLECTS THE EMPLOYEE'S RATEHIST.DAT RECORDS IN EFFECTIVE-DATE
003414*  ORDER AND SHOWS THEM OLDEST FIRST.  THE RATE ON A GIVEN DATE
003415*  IS THE NEW RATE ON THE LAST LINE EFFECTIVE ON OR BEFORE IT.
003416******************************************************************
003417 7000-SHOW-RATE-HISTORY.
003418     MOVE "N" TO RateHistEnd
003419     MOVE "N" TO WS-RT-OVERFLOW-SW
003420     MOVE ZERO TO WS-RT-COUNT
003421     OPEN INPUT RATEHISTFILE
003422     IF WS-RATEHIST-STATUS = "35"
003423         DISPLAY "RATE HISTORY (NO RATEHIST.DAT ON FILE)"
003424         MOVE "Y" TO RateHistEnd
003425     ELSE
003426         PERFORM UNTIL RateHistEnd = "Y"
003427             READ RATEHISTFILE
003428                 AT END
003429                     MOVE "Y" TO RateHistEnd
003430                 NOT AT END
003431                     PERFORM 7100-NOTE-ONE-RATE THRU 7100-EXIT
003432             END-READ
003433         END-PERFORM
003434         CLOSE RATEHISTFILE
003435         IF WS-RT-COUNT = ZERO
003436             DISPLAY "RATE HISTORY  (NO RATE CHANGES ON FILE FOR "
003437                 "THIS EMPLOYEE)"
003438         ELSE
003439             DISPLAY "RATE HISTORY  EFFECTIVE   "
003440                 "         OLD RATE          NEW RATE  SOURCE"
003441             PERFORM 7200-SHOW-ONE-RATE THRU 7200-EXIT
003442                 VARYING WS-RT-SUB FROM 1 BY 1
003443                 UNTIL WS-RT-SUB > WS-RT-COUNT
003444             IF WS-RT-OVERFLOW-SW = "Y"
003445                 DISPLAY "  (ONLY THE FIRST 50 RATE CHANGES ON "
003446                     "RATEHIST.DAT ARE SHOWN)"
003447             END-IF
003448         END-IF
003449     END-IF
003450     .
003451 7000-EXIT.
003452     EXIT.
003453
003454******************************************************************
003455*  7100-NOTE-ONE-RATE
003456*  SLOTS THE RECORD IN AFTER EVERY ENTRY EFFECTIVE THE SAME DAY
003457*  OR EARLIER, SO TWO CHANGES ON ONE DAY STAY IN APPLIED ORDER.
003458******************************************************************
003459 7100-NOTE-ONE-RATE.
003460     IF RH-EMPNUM = WS-INQ-EMPNUM
003461         IF WS-RT-COUNT < 50
003462             COMPUTE WS-RT-INS = WS-RT-COUNT + 1
003463             MOVE "N" TO WS-RT-SLOT-SW
003464             PERFORM 7150-OPEN-ONE-SLOT THRU 7150-EXIT
003465                 VARYING WS-RT-SUB FROM WS-RT-COUNT BY -1
003466                 UNTIL WS-RT-SUB < 1 OR WS-RT-SLOT-SW = "Y"
003467             ADD 1 TO WS-RT-COUNT
003468             MOVE RH-EFF-DATE TO RT-EFF-DATE(WS-RT-INS)
003469             MOVE RH-OLD-RATE TO RT-OLD-RATE(WS-RT-INS)
003470             MOVE RH-NEW-RATE TO RT-NEW-RATE(WS-RT-INS)
003471             MOVE RH-TRANCODE TO RT-TRANCODE(WS-RT-INS)
003472             MOVE RH-ORIGIN TO RT-ORIGIN(WS-RT-INS)
003473             MOVE RH-HELD-SW TO RT-HELD-SW(WS-RT-INS)
003474         ELSE
003475             MOVE "Y" TO WS-RT-OVERFLOW-SW
003476         END-IF
003477     END-IF
003478     .
003479 7100-EXIT.
003480     EXIT.
003481
003482******************************************************************
003483*  7150-OPEN-ONE-SLOT
003484******************************************************************
003485 7150-OPEN-ONE-SLOT.
003486     IF RT-EFF-DATE(WS-RT-SUB) > RH-EFF-DATE
003487         MOVE RT-ENTRY(WS-RT-SUB) TO RT-ENTRY(WS-RT-SUB + 1)
003488         MOVE WS-RT-SUB TO WS-RT-INS
003489     ELSE
003490         MOVE "Y" TO WS-RT-SLOT-SW
003491     END-IF
003492     .
003493 7150-EXIT.
003494     EXIT.
003495
003496******************************************************************
003497*  7200-SHOW-ONE-RATE
003498******************************************************************
003499 7200-SHOW-ONE-RATE.
003500     MOVE RT-OLD-RATE(WS-RT-SUB) TO WS-RT-OLD-EDIT
003501     MOVE RT-NEW-RATE(WS-RT-SUB) TO WS-RT-NEW-EDIT
003502     EVALUATE TRUE
003503         WHEN RT-TRANCODE(WS-RT-SUB) = "A"
003504             MOVE "HIRED" TO WS-RT-SOURCE
003505         WHEN RT-ORIGIN(WS-RT-SUB) = "G"
003506             MOVE "GENERAL INCREASE" TO WS-RT-SOURCE
003507         WHEN OTHER
003508             MOVE "MAINTENANCE" TO WS-RT-SOURCE
003509     END-EVALUATE
003510     IF RT-HELD-SW(WS-RT-SUB) = "Y"
003511         MOVE "(HELD)" TO WS-RT-HELD-TEXT
003512     ELSE
003522         MOVE SPACES TO WS-RT-HELD-TEXT
003532     END-IF
003542     DISPLAY "              " RT-EFF-MONTH(WS-RT-SUB) "/"
003552         RT-EFF-DAY(WS-RT-SUB) "/" RT-EFF-YEAR(WS-RT-SUB) " "
003562         WS-RT-OLD-EDIT " " WS-RT-NEW-EDIT "  " WS-RT-SOURCE
003572         WS-RT-HELD-TEXT
003582     .
003592 7200-EXIT.
003602     EXIT.
003612
003622******************************************************************
003632*  8000-SHOW-HELD-MAINTENANCE
003642*  LISTS ANY TRANSACTIONS PT2MAINT IS HOLDING FOR THE EMPLOYEE
003652*  UNTIL A LATER EFFECTIVE DATE, WITH THE RATE EACH WOULD SET.
003662******************************************************************
003672 8000-SHOW-HELD-MAINTENANCE.
003682     MOVE "N" TO PendEnd
003692     MOVE ZERO TO WS-PQ-SHOWN-COUNT
003702     OPEN INPUT PENDFILE
003712     IF WS-PEND-STATUS NOT = "35"
003722         PERFORM UNTIL PendEnd = "Y"
003732             READ PENDFILE
003742                 AT END
003752                     MOVE "Y" TO PendEnd
003762                 NOT AT END
003772                     PERFORM 8100-SHOW-ONE-HELD THRU 8100-EXIT
003782             END-READ
003792         END-PERFORM
003802         CLOSE PENDFILE
003812     END-IF
003822     IF WS-PQ-SHOWN-COUNT = ZERO
003832         DISPLAY "HELD MAINT    (NONE WAITING FOR A LATER DATE)"
003842     END-IF
003852     .
003862 8000-EXIT.
003872     EXIT.
003882
003892******************************************************************
003902*  8100-SHOW-ONE-HELD
003912******************************************************************
003922 8100-SHOW-ONE-HELD.
003932     IF PQ-EMPNUM = WS-INQ-EMPNUM
003942         ADD 1 TO WS-PQ-SHOWN-COUNT
003952         IF PQ-RATE IS NUMERIC
003962             MOVE PQ-RATE TO WS-PQ-RATE-EDIT
003972         ELSE
003982             MOVE ZERO TO WS-PQ-RATE-EDIT
003992         END-IF
004002         IF PQ-TRANCODE = "D"
004012             DISPLAY "HELD MAINT    TRN D  EFFECTIVE "
004022                 PQ-EFF-MONTH "/" PQ-EFF-DAY "/" PQ-EFF-YEAR
004032                 "  DELETE"
004042         ELSE
004052             DISPLAY "HELD MAINT    TRN " PQ-TRANCODE
004062                 "  EFFECTIVE " PQ-EFF-MONTH "/" PQ-EFF-DAY "/"
004072                 PQ-EFF-YEAR "  RATE " WS-PQ-RATE-EDIT
004082         END-IF
004092     END-IF
004102     .
004112 8100-EXIT.
004122     EXIT.
004132
004142******************************************************************
004152*  9300-SIGN-ON
004162*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
004172*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
004182*  WITHOUT INQUIRY AUTHORITY REFUSES THE RUN BEFORE
004192*  ANY FILE IS TOUCHED.
004202******************************************************************
004212 9300-SIGN-ON.
004222     DISPLAY "PT2INQ - OPERATOR SIGN-ON"
004232     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
004242     ACCEPT WS-SIGNON-ID FROM CONSOLE
004252     DISPLAY "PASSWORD: " WITH NO ADVANCING
004262     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
004272     INSPECT WS-SIGNON-ID CONVERTING
004282         "abcdefghijklmnopqrstuvwxyz" TO
004292         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004302     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
004312     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
004322        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
004332         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
004342         STOP RUN
004352     END-IF
004362     IF WS-OPER-ACTIVE NOT = "A"
004372         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
004382             "RUN REFUSED."
004392         STOP RUN
004402     END-IF
004412     IF WS-AUTH-INQUIRY NOT = "Y"
004422         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
004432             "INQUIRY AUTHORITY - RUN REFUSED."
004442         STOP RUN
004452     END-IF
004462     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
004472     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
004482     DISPLAY SPACES
004492     .
004502 9300-EXIT.
004512     EXIT.
004522
004532******************************************************************
004542*  9310-FIND-OPERATOR
004552*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
004562*  CAN SIGN ON.
004572******************************************************************
004582 9310-FIND-OPERATOR.
004592     MOVE "N" TO WS-OPER-FOUND-SW
004602     MOVE "N" TO OperEnd
004612     OPEN INPUT OPERFILE
004622     IF WS-OPER-STATUS = "35"
004632         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
004642         MOVE "Y" TO OperEnd
004652     ELSE
004662         PERFORM UNTIL OperEnd = "Y"
004672             READ OPERFILE
004682                 AT END
004692                     MOVE "Y" TO OperEnd
004702                 NOT AT END
004712                     PERFORM 9320-CHECK-ONE-OPERATOR
004722                         THRU 9320-EXIT
004732             END-READ
004742         END-PERFORM
004752         CLOSE OPERFILE
004762     END-IF
004772     .
004782 9310-EXIT.
004792     EXIT.
004802
004812******************************************************************
004822*  9320-CHECK-ONE-OPERATOR
004832******************************************************************
004842 9320-CHECK-ONE-OPERATOR.
004852     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
004862         MOVE "Y" TO WS-OPER-FOUND-SW
004872         MOVE "Y" TO OperEnd
004882         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
004892         MOVE OP-NAME TO WS-OPER-NAME
004902         MOVE OP-STATUS TO WS-OPER-ACTIVE
004912         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
004922         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
004932         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
004942         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
004952     END-IF
004962     .
004972 9320-EXIT.
004982     EXIT.
004992
005002******************************************************************
005012*  9400-LOG-FULL-SSN
005022*  APPENDS ONE SSNLOG.DAT RECORD - WITH THE EMPLOYEE NUMBER
005032*  SPACES WHEN A FULL-SSN SESSION OPENS, THEN ONE PER EMPLOYEE
005042*  WHOSE FULL SSN IS SHOWN - STAMPED WITH THE TIME OF THE LOOK.
005052******************************************************************
005062 9400-LOG-FULL-SSN.
005072     ACCEPT WS-TIME-RAW FROM TIME
005082     OPEN EXTEND SSNLOGFILE
005092     IF WS-SSNLOG-STATUS = "35"
005102         OPEN OUTPUT SSNLOGFILE
005112     END-IF
005122     MOVE SPACES TO SL-SSN-LOG-RECORD
005132     MOVE WS-OPERATOR-ID TO SL-OPERATOR
005142     MOVE "PT2INQ" TO SL-PROGRAM
005152     MOVE YR TO SL-RUN-YEAR
005162     MOVE MN TO SL-RUN-MONTH
005172     MOVE DY TO SL-RUN-DAY
005182     MOVE WS-TIME-HHMMSS TO SL-RUN-TIME
005192     MOVE WS-SSNLOG-EMPNUM TO SL-EMPNUM
005202     WRITE SL-SSN-LOG-RECORD
005212     CLOSE SSNLOGFILE
005222     .
005232 9400-EXIT.
005242     EXIT.
