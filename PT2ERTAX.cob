000010* IDENTIFICATION DIVISION.
000015 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PT2ERTAX.
000030 AUTHOR. JOHN STEPHEN JOHNSON.
000040 INSTALLATION. THE BEST IS YET TO COME, INC.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PT2ERTAX - EMPLOYER TAX DEPOSIT REPORT
000090*
000100*  SHOWS ACCOUNTING WHAT THE COMPANY OWES EACH TAX AGENCY ON TOP
000110*  OF WHAT IT WITHHELD FROM THE EMPLOYEES - THE EMPLOYER'S SOCIAL
000120*  SECURITY AND MEDICARE MATCH, FEDERAL UNEMPLOYMENT (FUTA), AND
000130*  STATE UNEMPLOYMENT (SUTA) - FOR ONE CALENDAR QUARTER, AND WHEN
000140*  EACH PAYMENT IS DUE.  THE OPERATOR KEYS THE YEAR AND QUARTER.
000150*  ERTAXDEP.RPT HAS TWO PARTS:
000160*      BY PAY PERIOD - FROM THE PAYDTL.DAT PAY DETAIL HISTORY, THE
000170*            EMPLOYER TAXES CHARGED FOR EVERY PERIOD THAT ENDED IN
000180*            THE QUARTER, WITH SUPPLEMENTAL CORRECTIONS AND
000190*            PT2VOID REVERSALS NETTED IN, AND THE DATE THE
000200*            FEDERAL DEPOSIT FOR THE PERIOD IS DUE UNDER THE
000210*            DEPOSIT SCHEDULE ON THE ERTAX.DAT CONTROL RECORD
000220*      FOR THE QUARTER - FROM THE ERTAX.DAT EMPLOYER TAX MASTER,
000230*            THE WAGES, TAXABLE WAGES AND TAX OWED TO EACH
000240*            AGENCY WITH THE RETURN DUE DATE.  FUTA OF $500.00
000250*            OR LESS NOT YET DEPOSITED FOR THE YEAR CARRIES TO
000260*            THE NEXT QUARTER.
000270*  THE TWO PARTS SHOULD AGREE; A DIFFERENCE MEANS A RECOVERY WAS
000280*  CLAMPED AT ZERO ON ERTAX.DAT AND IS SAID SO AT THE FOOT.
000290*  THE EMPLOYEES' OWN WITHHOLDING IS NOT ON THIS REPORT - IT IS ON
000300*  THE REGISTER'S DEDUCTION SUMMARY.
000310*
000320*  MODIFICATION HISTORY.
000330*  DATE        INIT  DESCRIPTION
000340*  ----------  ----  ------------------------------------------
000350*  2026-10-15  JSJ   ORIGINAL VERSION.
000352*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000354*                    NEEDS INQUIRY AUTHORITY.  THE OPERATOR ID NOW
000356*                    GOES ON THE RUNCTL.DAT STAMPS.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PAYDTLFILE ASSIGN TO "PAYDTL.dat"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         ACCESS IS SEQUENTIAL
000430         FILE STATUS IS WS-PAYDTL-STATUS.
000440
000450     SELECT ERTAXFILE ASSIGN TO "ERTAX.dat"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         ACCESS IS SEQUENTIAL
000480         FILE STATUS IS WS-ERTAX-STATUS.
000490
000500     SELECT DEPFILE ASSIGN TO "ERTAXDEP.rpt"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS IS SEQUENTIAL.
000530
000540     SELECT RUNCTLFILE ASSIGN TO "RUNCTL.dat"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         ACCESS IS SEQUENTIAL
000570         FILE STATUS IS WS-RUNCTL-STATUS.
000580
000581     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000582         ORGANIZATION IS LINE SEQUENTIAL
000583         ACCESS IS SEQUENTIAL
000584         FILE STATUS IS WS-OPER-STATUS.
000585
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PAYDTLFILE.
000620 COPY PAYDTL.
000630
000640 FD  ERTAXFILE.
000650 COPY ERTAX.
000660
000670 FD  DEPFILE.
000680 01  ED-Print-Line           PIC X(132).
000690
000700 FD  RUNCTLFILE.
000710 COPY RUNCTL.
000720
000722 FD  OPERFILE.
000724 COPY OPERATOR.
000726
000730 WORKING-STORAGE SECTION.
000740 01  WS-PAYDTL-STATUS            PIC X(02) VALUE "00".
000750 01  WS-ERTAX-STATUS             PIC X(02) VALUE "00".
000760 01  TODAY-DATE.
000770     03  YR                      PIC 9(04).
000780     03  MN                      PIC 9(02).
000790     03  DY                      PIC 9(02).
000800 01  PayDtlEnd                   PIC X(01) VALUE "N".
000810 01  ErTaxEnd                    PIC X(01) VALUE "N".
000820 01  WS-SEL-YEAR-ANSWER          PIC X(04) VALUE SPACES.
000830 01  WS-SEL-QTR-ANSWER           PIC X(01) VALUE SPACE.
000840 01  WS-SEL-YEAR                 PIC 9(04) VALUE ZERO.
000850 01  WS-SEL-QTR                  PIC 9(01) VALUE ZERO.
000860 01  WS-PD-QTR                   PIC 9(01) VALUE ZERO.
000870 01  WS-MATCH-COUNT              PIC 9(06) VALUE ZERO.
000880 01  WS-ERTAX-FOUND-SW           PIC X(01) VALUE "N".
000890 01  WS-ERTAX-COUNT              PIC 9(06) VALUE ZERO.
000900 01  WS-QSUB                     PIC 9(01) VALUE ZERO.
000910
000920* ----------------------------------------------------------------
000930*  RATES, STATE, AND SCHEDULE FROM THE ERTAX.DAT CONTROL RECORD,
000940*  WITH THE SAME DEFAULTS PT2REG USES WHEN THERE IS NONE.
000950* ----------------------------------------------------------------
000960 01  WS-ER-SUTA-STATE            PIC X(02) VALUE "ST".
000970 01  WS-ER-SCHEDULE              PIC X(01) VALUE "M".
000980 01  WS-FUTA-DEPOSIT-MIN         PIC 9(05)V99 VALUE 500.00.
000990
001000* ----------------------------------------------------------------
001010*  SIGNED WORK FIELDS - PAYDTL.DAT CARRIES EACH AMOUNT UNSIGNED
001020*  WITH ITS OWN SIGN BYTE; THESE PUT THE SIGN BACK.
001030* ----------------------------------------------------------------
001040 01  WS-SIGN-BYTE                PIC X(01) VALUE SPACE.
001050 01  WS-UNSIGNED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001060 01  WS-SIGNED-AMOUNT            PIC S9(09)V99 VALUE ZERO.
001070 01  WS-GROSS-WORK               PIC S9(09)V99 VALUE ZERO.
001080 01  WS-SS-WORK                  PIC S9(09)V99 VALUE ZERO.
001090 01  WS-MED-WORK                 PIC S9(09)V99 VALUE ZERO.
001100 01  WS-FUTA-WORK                PIC S9(09)V99 VALUE ZERO.
001110 01  WS-SUTA-WORK                PIC S9(09)V99 VALUE ZERO.
001120
001130* ----------------------------------------------------------------
001140*  PAY PERIODS ENDING IN THE QUARTER, IN THE ORDER FIRST MET ON
001150*  PAYDTL.DAT - WHICH IS THE ORDER THEY WERE PAID.
001160* ----------------------------------------------------------------
001170 01  WS-DT-COUNT                 PIC 9(03) VALUE ZERO.
001180 01  PERIOD-TABLE.
001190     05  PERIOD-ENTRY OCCURS 1 TO 200 TIMES
001200             DEPENDING ON WS-DT-COUNT
001210             INDEXED BY DT-IDX.
001220         10  DT-END-DATE         PIC 9(08).
001230         10  DT-PERIOD           PIC 9(03).
001240         10  DT-WAGES            PIC S9(11)V99.
001250         10  DT-SS               PIC S9(11)V99.
001260         10  DT-MED              PIC S9(11)V99.
001270         10  DT-FUTA             PIC S9(11)V99.
001280         10  DT-SUTA             PIC S9(11)V99.
001290 01  WS-DT-FOUND-SW              PIC X(01) VALUE "N".
001300 01  WS-DT-FULL-SW               PIC X(01) VALUE "N".
001310 01  WS-DT-SKIPPED               PIC 9(06) VALUE ZERO.
001320 01  WS-DT-ESUB                  PIC 9(03) VALUE ZERO.
001330 01  WS-PERIOD-DEPOSIT           PIC S9(11)V99 VALUE ZERO.
001340
001350* ----------------------------------------------------------------
001360*  PAY PERIOD TOTALS, AND THE QUARTER ON ERTAX.DAT
001370* ----------------------------------------------------------------
001380 01  WS-PER-WAGES                PIC S9(11)V99 VALUE ZERO.
001390 01  WS-PER-SS                   PIC S9(11)V99 VALUE ZERO.
001400 01  WS-PER-MED                  PIC S9(11)V99 VALUE ZERO.
001410 01  WS-PER-FUTA                 PIC S9(11)V99 VALUE ZERO.
001420 01  WS-PER-SUTA                 PIC S9(11)V99 VALUE ZERO.
001430 01  WS-PER-DEPOSIT              PIC S9(11)V99 VALUE ZERO.
001440 01  WS-PER-TOTAL-TAX            PIC S9(11)V99 VALUE ZERO.
001450 01  WS-QTR-WAGES                PIC S9(11)V99 VALUE ZERO.
001460 01  WS-QTR-SS-WAGES             PIC S9(11)V99 VALUE ZERO.
001470 01  WS-QTR-SS-TAX               PIC S9(11)V99 VALUE ZERO.
001480 01  WS-QTR-MED-TAX              PIC S9(11)V99 VALUE ZERO.
001490 01  WS-QTR-FUTA-WAGES           PIC S9(11)V99 VALUE ZERO.
001500 01  WS-QTR-FUTA-TAX             PIC S9(11)V99 VALUE ZERO.
001510 01  WS-QTR-SUTA-WAGES           PIC S9(11)V99 VALUE ZERO.
001520 01  WS-QTR-SUTA-TAX             PIC S9(11)V99 VALUE ZERO.
001530 01  WS-QTR-TOTAL-TAX            PIC S9(11)V99 VALUE ZERO.
001540 01  WS-QTR-IRS-DUE              PIC S9(11)V99 VALUE ZERO.
001550 01  WS-TAX-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
001560 01  FUTA-YEAR-TABLE.
001570     05  WS-FUTA-YEAR-TAX OCCURS 4 TIMES
001580                                 PIC S9(11)V99.
001590 01  WS-FUTA-UNDEPOSITED         PIC S9(11)V99 VALUE ZERO.
001600 01  WS-FUTA-DUE-SW              PIC X(01) VALUE "N".
001610
001620* ----------------------------------------------------------------
001630*  DUE DATES - FIGURED AS PT2REG FIGURES THEM FOR THE REGISTER
001640* ----------------------------------------------------------------
001650 01  WS-DUE-FROM-DATE            PIC 9(08) VALUE ZERO.
001660 01  WS-DUE-FROM-R REDEFINES WS-DUE-FROM-DATE.
001670     05  WS-DUE-FROM-YR          PIC 9(04).
001680     05  WS-DUE-FROM-MN          PIC 9(02).
001690     05  WS-DUE-FROM-DY          PIC 9(02).
001700 01  WS-DUE-941-DATE             PIC 9(08) VALUE ZERO.
001710 01  WS-DUE-941-R REDEFINES WS-DUE-941-DATE.
001720     05  WS-DUE-941-YR           PIC 9(04).
001730     05  WS-DUE-941-MN           PIC 9(02).
001740     05  WS-DUE-941-DY           PIC 9(02).
001750 01  WS-DUE-UNEMP-DATE           PIC 9(08) VALUE ZERO.
001760 01  WS-DUE-UNEMP-R REDEFINES WS-DUE-UNEMP-DATE.
001770     05  WS-DUE-UNEMP-YR         PIC 9(04).
001780     05  WS-DUE-UNEMP-MN         PIC 9(02).
001790     05  WS-DUE-UNEMP-DY         PIC 9(02).
001800 01  WS-DUE-DAY-NUMBER           PIC 9(07) VALUE ZERO.
001810 01  WS-DUE-WEEKDAY              PIC 9(01) VALUE ZERO.
001820 01  WS-DUE-WEEKS                PIC 9(07) VALUE ZERO.
001830 01  WS-DUE-QTR                  PIC 9(01) VALUE ZERO.
001840 01  WS-END-DATE-WORK            PIC 9(08) VALUE ZERO.
001850 01  WS-END-DATE-R REDEFINES WS-END-DATE-WORK.
001860     05  WS-END-YR               PIC 9(04).
001870     05  WS-END-MN               PIC 9(02).
001880     05  WS-END-DY               PIC 9(02).
001890
001900* ----------------------------------------------------------------
001910*  RUN-CONTROL FIELDS
001920* ----------------------------------------------------------------
001930 01  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
001940 01  WS-TIME-RAW.
001950     03  WS-TIME-HHMMSS          PIC 9(06).
001960     03  FILLER                  PIC 9(02).
001970
001980* ----------------------------------------------------------------
001990*  DEPOSIT REPORT PRINT LINES
002000* ----------------------------------------------------------------
002010 01  ED-DATE-LINE.
002020     05  FILLER                  PIC X(10) VALUE SPACES.
002030     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002040     05  ED-DATE-MN              PIC X(02).
002050     05  FILLER                  PIC X(01) VALUE "/".
002060     05  ED-DATE-DY              PIC X(02).
002070     05  FILLER                  PIC X(01) VALUE "/".
002080     05  ED-DATE-YR              PIC X(04).
002090     05  FILLER                  PIC X(102) VALUE SPACES.
002100 01  ED-QTR-LINE.
002110     05  FILLER                  PIC X(10) VALUE SPACES.
002120     05  FILLER                  PIC X(09) VALUE "QUARTER: ".
002130     05  ED-QTR                  PIC 9(01).
002140     05  FILLER                  PIC X(01) VALUE "/".
002150     05  ED-QTR-YR               PIC 9(04).
002160     05  FILLER                  PIC X(14) VALUE "  SUTA STATE: ".
002170     05  ED-STATE                PIC X(02).
002180     05  FILLER                  PIC X(91) VALUE SPACES.
002190 01  ED-PERIOD-HEAD-LINE.
002200     05  FILLER                  PIC X(07) VALUE "  PER".
002210     05  FILLER                  PIC X(12) VALUE "END DATE".
002220     05  FILLER                  PIC X(18) VALUE
002230         "             WAGES".
002240     05  FILLER                  PIC X(16) VALUE
002250         "   SOC SEC MATCH".
002260     05  FILLER                  PIC X(16) VALUE
002270         "  MEDICARE MATCH".
002280     05  FILLER                  PIC X(16) VALUE
002290         "            FUTA".
002300     05  FILLER                  PIC X(16) VALUE
002310         "            SUTA".
002320     05  FILLER                  PIC X(16) VALUE
002330         "     IRS DEPOSIT".
002340     05  FILLER                  PIC X(15) VALUE "  DUE DATE".
002350 01  ED-PERIOD-LINE.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  ED-PER-PERIOD           PIC ZZ9.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  ED-PER-END-MN           PIC 9(02).
002400     05  FILLER                  PIC X(01) VALUE "/".
002410     05  ED-PER-END-DY           PIC 9(02).
002420     05  FILLER                  PIC X(01) VALUE "/".
002430     05  ED-PER-END-YR           PIC 9(04).
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  ED-PER-WAGES            PIC $$,$$$,$$$,$$9.99-.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  ED-PER-SS               PIC $$,$$$,$$9.99-.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  ED-PER-MED              PIC $$,$$$,$$9.99-.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  ED-PER-FUTA             PIC $$,$$$,$$9.99-.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  ED-PER-SUTA             PIC $$,$$$,$$9.99-.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  ED-PER-DEPOSIT          PIC $$,$$$,$$9.99-.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  ED-PER-DUE-MN           PIC 9(02).
002580     05  FILLER                  PIC X(01) VALUE "/".
002590     05  ED-PER-DUE-DY           PIC 9(02).
002600     05  FILLER                  PIC X(01) VALUE "/".
002610     05  ED-PER-DUE-YR           PIC 9(04).
002620     05  FILLER                  PIC X(03) VALUE SPACES.
002630 01  ED-PERIOD-TOTAL-LINE.
002640     05  FILLER                  PIC X(19) VALUE
002650         "  PERIODS TOTAL".
002660     05  ED-PTOT-WAGES           PIC $$,$$$,$$$,$$9.99-.
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  ED-PTOT-SS              PIC $$,$$$,$$9.99-.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  ED-PTOT-MED             PIC $$,$$$,$$9.99-.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  ED-PTOT-FUTA            PIC $$,$$$,$$9.99-.
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  ED-PTOT-SUTA            PIC $$,$$$,$$9.99-.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  ED-PTOT-DEPOSIT         PIC $$,$$$,$$9.99-.
002770     05  FILLER                  PIC X(15) VALUE SPACES.
002780 01  ED-LIAB-HEAD-LINE.
002790     05  FILLER                  PIC X(10) VALUE "  AGENCY".
002800     05  FILLER                  PIC X(19) VALUE "TAX".
002810     05  FILLER                  PIC X(18) VALUE
002820         "    TAXABLE WAGES".
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  FILLER                  PIC X(18) VALUE
002850         "              TAX".
002860     05  FILLER                  PIC X(65) VALUE "  DUE DATE".
002870 01  ED-LIAB-LINE.
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  ED-LIAB-AGENCY          PIC X(06).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  ED-LIAB-TAX             PIC X(17).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  ED-LIAB-WAGES           PIC $$,$$$,$$$,$$9.99-.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  ED-LIAB-AMOUNT          PIC $$,$$$,$$$,$$9.99-.
002960     05  FILLER                  PIC X(06) VALUE "  DUE ".
002970     05  ED-LIAB-DUE-MN          PIC 9(02).
002980     05  FILLER                  PIC X(01) VALUE "/".
002990     05  ED-LIAB-DUE-DY          PIC 9(02).
003000     05  FILLER                  PIC X(01) VALUE "/".
003010     05  ED-LIAB-DUE-YR          PIC 9(04).
003020     05  FILLER                  PIC X(49) VALUE SPACES.
003030 01  ED-TOTAL-LINE.
003040     05  ED-TOTAL-LABEL          PIC X(30).
003050     05  ED-TOTAL-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
003060     05  FILLER                  PIC X(84) VALUE SPACES.
003070 01  ED-COUNT-LINE.
003080     05  ED-COUNT-LABEL          PIC X(30).
003090     05  ED-COUNT                PIC ZZZZZ9.
003100     05  FILLER                  PIC X(96) VALUE SPACES.
003102
003104* ----------------------------------------------------------------
003106*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
003110*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
003111*  ONCE SIGN-ON HAS SUCCEEDED.
003112* ----------------------------------------------------------------
003113 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
003114 01  OperEnd                     PIC X(01) VALUE "N".
003115 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
003116 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
003117 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
003118     88  OPERATOR-FOUND              VALUE "Y".
003119 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
003120 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
003121 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
003122 01  WS-OPER-AUTH.
003123     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
003124     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
003125     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
003126     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
003127 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
003128
003129 PROCEDURE DIVISION.
003130
003140******************************************************************
003150*  0000-MAINLINE
003160******************************************************************
003170 0000-MAINLINE.
003175     PERFORM 9300-SIGN-ON THRU 9300-EXIT
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003190     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
003200     PERFORM 2000-LOAD-EMPLOYER-TAX THRU 2000-EXIT
003210     PERFORM 3000-LOAD-PAY-PERIODS THRU 3000-EXIT
003220     PERFORM 4000-PRINT-DEPOSIT-REPORT THRU 4000-EXIT
003230     DISPLAY "EMPLOYER TAX DEPOSIT REPORT WRITTEN TO "
003240         "ERTAXDEP.RPT - " WS-DT-COUNT " PAY PERIODS"
003250     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
003260     STOP RUN.
003270
003280******************************************************************
003290*  1000-INITIALIZE
003300*  ASKS THE OPERATOR FOR THE YEAR AND THE CALENDAR QUARTER.  A
003310*  PAY PERIOD BELONGS TO THE QUARTER ITS END DATE FALLS IN, THE
003320*  SAME WAY PT2REG ROLLS IT ONTO ERTAX.DAT.
003330******************************************************************
003340 1000-INITIALIZE.
003350     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
003360     ACCEPT WS-TIME-RAW FROM TIME
003370     DISPLAY SPACES
003380     DISPLAY "          THE BEST IS YET TO COME, INC."
003390     DISPLAY "          EMPLOYER TAX DEPOSIT REPORT"
003400     DISPLAY SPACES
003410     DISPLAY "TAX YEAR YYYY: " WITH NO ADVANCING
003420     ACCEPT WS-SEL-YEAR-ANSWER FROM CONSOLE
003430     IF WS-SEL-YEAR-ANSWER IS NOT NUMERIC
003440         DISPLAY "*** YEAR MUST BE KEYED AS YYYY.  "
003450             "REPORT REFUSED."
003460         STOP RUN
003470     END-IF
003480     MOVE WS-SEL-YEAR-ANSWER TO WS-SEL-YEAR
003490     DISPLAY "QUARTER (1-4): " WITH NO ADVANCING
003500     ACCEPT WS-SEL-QTR-ANSWER FROM CONSOLE
003510     IF WS-SEL-QTR-ANSWER IS NOT NUMERIC
003520        OR WS-SEL-QTR-ANSWER < "1" OR WS-SEL-QTR-ANSWER > "4"
003530         DISPLAY "*** QUARTER MUST BE 1, 2, 3, OR 4.  "
003540             "REPORT REFUSED."
003550         STOP RUN
003560     END-IF
003570     MOVE WS-SEL-QTR-ANSWER TO WS-SEL-QTR
003580     .
003590 1000-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630*  2000-LOAD-EMPLOYER-TAX
003640*  TOTALS THE QUARTER'S BUCKETS ON ERTAX.DAT FOR THE YEAR, AND THE
003650*  YEAR'S FUTA BY QUARTER FOR THE $500 CARRY-FORWARD.  THE
003660*  CONTROL RECORD GIVES THE STATE AND THE DEPOSIT SCHEDULE.
003670******************************************************************
003680 2000-LOAD-EMPLOYER-TAX.
003690     MOVE ZERO TO WS-FUTA-YEAR-TAX(1)
003700     MOVE ZERO TO WS-FUTA-YEAR-TAX(2)
003710     MOVE ZERO TO WS-FUTA-YEAR-TAX(3)
003720     MOVE ZERO TO WS-FUTA-YEAR-TAX(4)
003730     OPEN INPUT ERTAXFILE
003740     IF WS-ERTAX-STATUS = "35"
003750         DISPLAY "NO ERTAX.DAT FOUND - NO REGISTER HAS POSTED "
003760             "EMPLOYER TAXES YET"
003770     ELSE
003780         MOVE "Y" TO WS-ERTAX-FOUND-SW
003790         PERFORM UNTIL ErTaxEnd = "Y"
003800             READ ERTAXFILE
003810                 AT END
003820                     MOVE "Y" TO ErTaxEnd
003830                 NOT AT END
003840                     PERFORM 2100-ADD-ONE-ERTAX THRU 2100-EXIT
003850             END-READ
003860         END-PERFORM
003870         CLOSE ERTAXFILE
003880     END-IF
003890     .
003900 2000-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*  2100-ADD-ONE-ERTAX
003950******************************************************************
003960 2100-ADD-ONE-ERTAX.
003970     IF ET-MARKER = "CONTROL"
003980         MOVE ET-SUTA-STATE TO WS-ER-SUTA-STATE
003990         IF ET-DEPOSIT-SCHEDULE = "S"
004000             MOVE "S" TO WS-ER-SCHEDULE
004010         END-IF
004020     ELSE
004030         IF ET-YEAR = WS-SEL-YEAR
004040             ADD 1 TO WS-ERTAX-COUNT
004050             ADD ET-QTR-WAGES(WS-SEL-QTR) TO WS-QTR-WAGES
004060             ADD ET-QTR-SS-WAGES(WS-SEL-QTR) TO WS-QTR-SS-WAGES
004070             ADD ET-QTR-SS-TAX(WS-SEL-QTR) TO WS-QTR-SS-TAX
004080             ADD ET-QTR-MED-TAX(WS-SEL-QTR) TO WS-QTR-MED-TAX
004090             ADD ET-QTR-FUTA-WAGES(WS-SEL-QTR)
004100                 TO WS-QTR-FUTA-WAGES
004110             ADD ET-QTR-FUTA-TAX(WS-SEL-QTR) TO WS-QTR-FUTA-TAX
004120             ADD ET-QTR-SUTA-WAGES(WS-SEL-QTR)
004130                 TO WS-QTR-SUTA-WAGES
004140             ADD ET-QTR-SUTA-TAX(WS-SEL-QTR) TO WS-QTR-SUTA-TAX
004150             PERFORM 2150-ADD-ONE-FUTA-QTR THRU 2150-EXIT
004160                 VARYING WS-QSUB FROM 1 BY 1
004170                 UNTIL WS-QSUB > 4
004180         END-IF
004190     END-IF
004200     .
004210 2100-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250*  2150-ADD-ONE-FUTA-QTR
004260******************************************************************
004270 2150-ADD-ONE-FUTA-QTR.
004280     ADD ET-QTR-FUTA-TAX(WS-QSUB) TO WS-FUTA-YEAR-TAX(WS-QSUB)
004290     .
004300 2150-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*  3000-LOAD-PAY-PERIODS
004350*  READS PAYDTL.DAT AND NETS EVERY REGULAR, SUPPLEMENTAL, AND
004360*  VOID PAYMENT FOR A PERIOD ENDING IN THE QUARTER INTO THAT
004370*  PERIOD'S ENTRY.  A RECORD WRITTEN BEFORE PAYDTL.DAT CARRIED
004380*  THE EMPLOYER TAXES COUNTS ITS WAGES ONLY.
004390******************************************************************
004400 3000-LOAD-PAY-PERIODS.
004410     OPEN INPUT PAYDTLFILE
004420     IF WS-PAYDTL-STATUS = "35"
004430         DISPLAY "NO PAYDTL.DAT FOUND - NO REGISTER HAS WRITTEN "
004440             "PAY DETAIL HISTORY YET"
004450     ELSE
004460         PERFORM UNTIL PayDtlEnd = "Y"
004470             READ PAYDTLFILE
004480                 AT END
004490                     MOVE "Y" TO PayDtlEnd
004500                 NOT AT END
004510                     PERFORM 3100-TAKE-ONE-PAYMENT THRU 3100-EXIT
004520             END-READ
004530         END-PERFORM
004540         CLOSE PAYDTLFILE
004550         IF WS-DT-FULL-SW = "Y"
004560             DISPLAY "*** MORE THAN 200 PAY PERIODS IN THE "
004570                 "QUARTER - " WS-DT-SKIPPED " PAYMENTS NOT LISTED"
004580         END-IF
004590     END-IF
004600     .
004610 3000-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650*  3100-TAKE-ONE-PAYMENT
004660******************************************************************
004670 3100-TAKE-ONE-PAYMENT.
004680     COMPUTE WS-PD-QTR = (PD-END-MONTH + 2) / 3
004690     IF PD-END-YEAR = WS-SEL-YEAR AND WS-PD-QTR = WS-SEL-QTR
004700         ADD 1 TO WS-MATCH-COUNT
004710         PERFORM 3200-SIGN-PAYMENT THRU 3200-EXIT
004720         MOVE "N" TO WS-DT-FOUND-SW
004730         PERFORM 3300-MATCH-ONE-PERIOD THRU 3300-EXIT
004740             VARYING DT-IDX FROM 1 BY 1
004750             UNTIL DT-IDX > WS-DT-COUNT
004760                 OR WS-DT-FOUND-SW = "Y"
004770         IF WS-DT-FOUND-SW = "N"
004780             IF WS-DT-COUNT < 200
004790                 ADD 1 TO WS-DT-COUNT
004800                 MOVE WS-DT-COUNT TO WS-DT-ESUB
004810                 MOVE PD-END-DATE TO DT-END-DATE(WS-DT-ESUB)
004820                 MOVE PD-PERIOD TO DT-PERIOD(WS-DT-ESUB)
004830                 MOVE ZERO TO DT-WAGES(WS-DT-ESUB)
004840                 MOVE ZERO TO DT-SS(WS-DT-ESUB)
004850                 MOVE ZERO TO DT-MED(WS-DT-ESUB)
004860                 MOVE ZERO TO DT-FUTA(WS-DT-ESUB)
004870                 MOVE ZERO TO DT-SUTA(WS-DT-ESUB)
004880                 MOVE "Y" TO WS-DT-FOUND-SW
004890             ELSE
004900                 MOVE "Y" TO WS-DT-FULL-SW
004910                 ADD 1 TO WS-DT-SKIPPED
004920             END-IF
004930         END-IF
004940         IF WS-DT-FOUND-SW = "Y"
004950             ADD WS-GROSS-WORK TO DT-WAGES(WS-DT-ESUB)
004960             ADD WS-SS-WORK TO DT-SS(WS-DT-ESUB)
004970             ADD WS-MED-WORK TO DT-MED(WS-DT-ESUB)
004980             ADD WS-FUTA-WORK TO DT-FUTA(WS-DT-ESUB)
004990             ADD WS-SUTA-WORK TO DT-SUTA(WS-DT-ESUB)
005000         END-IF
005010     END-IF
005020     .
005030 3100-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*  3200-SIGN-PAYMENT
005080*  PUTS THE SIGN BACK ON THE GROSS AND THE FOUR EMPLOYER TAXES,
005090*  WHICH SHARE ONE SIGN BYTE.
005100******************************************************************
005110 3200-SIGN-PAYMENT.
005120     MOVE PD-GROSS-SIGN TO WS-SIGN-BYTE
005130     MOVE PD-GROSS TO WS-UNSIGNED-AMOUNT
005140     PERFORM 3250-APPLY-SIGN THRU 3250-EXIT
005150     MOVE WS-SIGNED-AMOUNT TO WS-GROSS-WORK
005160     MOVE ZERO TO WS-SS-WORK
005170     MOVE ZERO TO WS-MED-WORK
005180     MOVE ZERO TO WS-FUTA-WORK
005190     MOVE ZERO TO WS-SUTA-WORK
005200     IF PD-ER-SS IS NUMERIC AND PD-ER-MED IS NUMERIC
005210        AND PD-ER-FUTA IS NUMERIC AND PD-ER-SUTA IS NUMERIC
005220         MOVE PD-ER-SIGN TO WS-SIGN-BYTE
005230         MOVE PD-ER-SS TO WS-UNSIGNED-AMOUNT
005240         PERFORM 3250-APPLY-SIGN THRU 3250-EXIT
005250         MOVE WS-SIGNED-AMOUNT TO WS-SS-WORK
005260         MOVE PD-ER-MED TO WS-UNSIGNED-AMOUNT
005270         PERFORM 3250-APPLY-SIGN THRU 3250-EXIT
005280         MOVE WS-SIGNED-AMOUNT TO WS-MED-WORK
005290         MOVE PD-ER-FUTA TO WS-UNSIGNED-AMOUNT
005300         PERFORM 3250-APPLY-SIGN THRU 3250-EXIT
005310         MOVE WS-SIGNED-AMOUNT TO WS-FUTA-WORK
005320         MOVE PD-ER-SUTA TO WS-UNSIGNED-AMOUNT
005330         PERFORM 3250-APPLY-SIGN THRU 3250-EXIT
005340         MOVE WS-SIGNED-AMOUNT TO WS-SUTA-WORK
005350     END-IF
005360     .
005370 3200-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*  3250-APPLY-SIGN
005420******************************************************************
005430 3250-APPLY-SIGN.
005440     IF WS-SIGN-BYTE = "-"
005450         COMPUTE WS-SIGNED-AMOUNT = WS-UNSIGNED-AMOUNT * -1
005460     ELSE
005470         MOVE WS-UNSIGNED-AMOUNT TO WS-SIGNED-AMOUNT
005480     END-IF
005490     .
005500 3250-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540*  3300-MATCH-ONE-PERIOD
005550******************************************************************
005560 3300-MATCH-ONE-PERIOD.
005570     IF DT-END-DATE(DT-IDX) = PD-END-DATE
005580        AND DT-PERIOD(DT-IDX) = PD-PERIOD
005590         SET WS-DT-ESUB TO DT-IDX
005600         MOVE "Y" TO WS-DT-FOUND-SW
005610     END-IF
005620     .
005630 3300-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*  4000-PRINT-DEPOSIT-REPORT
005680******************************************************************
005690 4000-PRINT-DEPOSIT-REPORT.
005700     OPEN OUTPUT DEPFILE
005710     MOVE SPACES TO ED-Print-Line
005720     WRITE ED-Print-Line
005730     MOVE "          THE BEST IS YET TO COME, INC." TO
005740         ED-Print-Line
005750     WRITE ED-Print-Line
005760     MOVE "          EMPLOYER TAX DEPOSIT REPORT" TO ED-Print-Line
005770     WRITE ED-Print-Line
005780     MOVE MN TO ED-DATE-MN
005790     MOVE DY TO ED-DATE-DY
005800     MOVE YR TO ED-DATE-YR
005810     WRITE ED-Print-Line FROM ED-DATE-LINE
005820     MOVE WS-SEL-QTR TO ED-QTR
005830     MOVE WS-SEL-YEAR TO ED-QTR-YR
005840     MOVE WS-ER-SUTA-STATE TO ED-STATE
005850     WRITE ED-Print-Line FROM ED-QTR-LINE
005860     MOVE SPACES TO ED-Print-Line
005870     WRITE ED-Print-Line
005880     PERFORM 4100-PRINT-PERIODS THRU 4100-EXIT
005890     PERFORM 4300-PRINT-QUARTER THRU 4300-EXIT
005900     CLOSE DEPFILE
005910     .
005920 4000-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960*  4100-PRINT-PERIODS
005970*  ONE LINE PER PAY PERIOD, WITH THE FEDERAL DEPOSIT - THE SOCIAL
005980*  SECURITY AND MEDICARE MATCH - AND THE DATE IT IS DUE.
005990******************************************************************
006000 4100-PRINT-PERIODS.
006010     MOVE "EMPLOYER TAXES BY PAY PERIOD - PAYDTL.DAT" TO
006020         ED-Print-Line
006030     WRITE ED-Print-Line
006040     IF WS-ER-SCHEDULE = "S"
006050         MOVE "  FEDERAL DEPOSITS ON THE SEMIWEEKLY SCHEDULE" TO
006060             ED-Print-Line
006070     ELSE
006080         MOVE "  FEDERAL DEPOSITS ON THE MONTHLY SCHEDULE" TO
006090             ED-Print-Line
006100     END-IF
006110     WRITE ED-Print-Line
006120     WRITE ED-Print-Line FROM ED-PERIOD-HEAD-LINE
006130     PERFORM 4200-PRINT-ONE-PERIOD THRU 4200-EXIT
006140         VARYING DT-IDX FROM 1 BY 1
006150         UNTIL DT-IDX > WS-DT-COUNT
006160     IF WS-DT-COUNT = ZERO
006170         MOVE "  (NO PAY PERIODS ENDED IN THE QUARTER)" TO
006180             ED-Print-Line
006190         WRITE ED-Print-Line
006200     END-IF
006210     MOVE WS-PER-WAGES TO ED-PTOT-WAGES
006220     MOVE WS-PER-SS TO ED-PTOT-SS
006230     MOVE WS-PER-MED TO ED-PTOT-MED
006240     MOVE WS-PER-FUTA TO ED-PTOT-FUTA
006250     MOVE WS-PER-SUTA TO ED-PTOT-SUTA
006260     MOVE WS-PER-DEPOSIT TO ED-PTOT-DEPOSIT
006270     WRITE ED-Print-Line FROM ED-PERIOD-TOTAL-LINE
006280     MOVE "  PAYMENTS NETTED............" TO ED-COUNT-LABEL
006290     MOVE WS-MATCH-COUNT TO ED-COUNT
006300     WRITE ED-Print-Line FROM ED-COUNT-LINE
006310     .
006320 4100-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*  4200-PRINT-ONE-PERIOD
006370******************************************************************
006380 4200-PRINT-ONE-PERIOD.
006390     MOVE DT-END-DATE(DT-IDX) TO WS-END-DATE-WORK
006400     MOVE WS-END-DATE-WORK TO WS-DUE-FROM-DATE
006410     PERFORM 5000-FIGURE-DUE-DATES THRU 5000-EXIT
006420     COMPUTE WS-PERIOD-DEPOSIT = DT-SS(DT-IDX) + DT-MED(DT-IDX)
006430     MOVE DT-PERIOD(DT-IDX) TO ED-PER-PERIOD
006440     MOVE WS-END-MN TO ED-PER-END-MN
006450     MOVE WS-END-DY TO ED-PER-END-DY
006460     MOVE WS-END-YR TO ED-PER-END-YR
006470     MOVE DT-WAGES(DT-IDX) TO ED-PER-WAGES
006480     MOVE DT-SS(DT-IDX) TO ED-PER-SS
006490     MOVE DT-MED(DT-IDX) TO ED-PER-MED
006500     MOVE DT-FUTA(DT-IDX) TO ED-PER-FUTA
006510     MOVE DT-SUTA(DT-IDX) TO ED-PER-SUTA
006520     MOVE WS-PERIOD-DEPOSIT TO ED-PER-DEPOSIT
006530     MOVE WS-DUE-941-MN TO ED-PER-DUE-MN
006540     MOVE WS-DUE-941-DY TO ED-PER-DUE-DY
006550     MOVE WS-DUE-941-YR TO ED-PER-DUE-YR
006560     WRITE ED-Print-Line FROM ED-PERIOD-LINE
006570     ADD DT-WAGES(DT-IDX) TO WS-PER-WAGES
006580     ADD DT-SS(DT-IDX) TO WS-PER-SS
006590     ADD DT-MED(DT-IDX) TO WS-PER-MED
006600     ADD DT-FUTA(DT-IDX) TO WS-PER-FUTA
006610     ADD DT-SUTA(DT-IDX) TO WS-PER-SUTA
006620     ADD WS-PERIOD-DEPOSIT TO WS-PER-DEPOSIT
006630     .
006640 4200-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680*  4300-PRINT-QUARTER
006690*  THE QUARTER'S LIABILITY BY AGENCY FROM ERTAX.DAT, DUE WITH THE
006700*  QUARTERLY RETURNS AT THE END OF THE MONTH AFTER THE QUARTER.
006710*  FUTA IS DUE ONLY WHEN WHAT HAS NOT BEEN DEPOSITED FOR THE YEAR
006720*  IS OVER $500, OR IN THE FOURTH QUARTER; OTHERWISE IT CARRIES.
006730******************************************************************
006740 4300-PRINT-QUARTER.
006750     MOVE SPACES TO ED-Print-Line
006760     WRITE ED-Print-Line
006770     MOVE "EMPLOYER TAX LIABILITY FOR THE QUARTER - ERTAX.DAT" TO
006780         ED-Print-Line
006790     WRITE ED-Print-Line
006800     IF WS-ERTAX-FOUND-SW = "N"
006810         MOVE "  (NO ERTAX.DAT - NOTHING POSTED)" TO ED-Print-Line
006820         WRITE ED-Print-Line
006830     ELSE
006840         PERFORM 4400-FIGURE-FUTA-CARRY THRU 4400-EXIT
006850         COMPUTE WS-DUE-FROM-DATE = WS-SEL-YEAR * 10000
006860             + WS-SEL-QTR * 300 + 1
006870         PERFORM 5000-FIGURE-DUE-DATES THRU 5000-EXIT
006880         WRITE ED-Print-Line FROM ED-LIAB-HEAD-LINE
006890         MOVE WS-DUE-UNEMP-MN TO ED-LIAB-DUE-MN
006900         MOVE WS-DUE-UNEMP-DY TO ED-LIAB-DUE-DY
006910         MOVE WS-DUE-UNEMP-YR TO ED-LIAB-DUE-YR
006920         MOVE "IRS" TO ED-LIAB-AGENCY
006930         MOVE "SOC SEC MATCH" TO ED-LIAB-TAX
006940         MOVE WS-QTR-SS-WAGES TO ED-LIAB-WAGES
006950         MOVE WS-QTR-SS-TAX TO ED-LIAB-AMOUNT
006960         WRITE ED-Print-Line FROM ED-LIAB-LINE
006970         MOVE "MEDICARE MATCH" TO ED-LIAB-TAX
006980         MOVE WS-QTR-WAGES TO ED-LIAB-WAGES
006990         MOVE WS-QTR-MED-TAX TO ED-LIAB-AMOUNT
007000         WRITE ED-Print-Line FROM ED-LIAB-LINE
007010         MOVE "FUTA" TO ED-LIAB-TAX
007020         MOVE WS-QTR-FUTA-WAGES TO ED-LIAB-WAGES
007030         MOVE WS-QTR-FUTA-TAX TO ED-LIAB-AMOUNT
007040         WRITE ED-Print-Line FROM ED-LIAB-LINE
007050         MOVE WS-ER-SUTA-STATE TO ED-LIAB-AGENCY
007060         MOVE "SUTA" TO ED-LIAB-TAX
007070         MOVE WS-QTR-SUTA-WAGES TO ED-LIAB-WAGES
007080         MOVE WS-QTR-SUTA-TAX TO ED-LIAB-AMOUNT
007090         WRITE ED-Print-Line FROM ED-LIAB-LINE
007100         COMPUTE WS-QTR-TOTAL-TAX = WS-QTR-SS-TAX + WS-QTR-MED-TAX
007110             + WS-QTR-FUTA-TAX + WS-QTR-SUTA-TAX
007120         MOVE "  TOTAL EMPLOYER TAX........." TO ED-TOTAL-LABEL
007130         MOVE WS-QTR-TOTAL-TAX TO ED-TOTAL-AMOUNT
007140         WRITE ED-Print-Line FROM ED-TOTAL-LINE
007150         MOVE SPACES TO ED-Print-Line
007160         WRITE ED-Print-Line
007170         MOVE "  FUTA NOT YET DEPOSITED....." TO ED-TOTAL-LABEL
007180         MOVE WS-FUTA-UNDEPOSITED TO ED-TOTAL-AMOUNT
007190         WRITE ED-Print-Line FROM ED-TOTAL-LINE
007200         IF WS-FUTA-DUE-SW = "Y"
007210             MOVE "  (FUTA DEPOSIT DUE WITH THE QUARTER)" TO
007220                 ED-Print-Line
007230         ELSE
007240             MOVE "  (FUTA OF $500.00 OR LESS - CARRIED FORWARD)"
007250                 TO ED-Print-Line
007260             MOVE ZERO TO WS-FUTA-UNDEPOSITED
007270         END-IF
007280         WRITE ED-Print-Line
007290         COMPUTE WS-QTR-IRS-DUE = WS-QTR-SS-TAX + WS-QTR-MED-TAX
007300             + WS-FUTA-UNDEPOSITED - WS-PER-DEPOSIT
007310         MOVE "  IRS STILL DUE AFTER DEPOSITS" TO ED-TOTAL-LABEL
007320         MOVE WS-QTR-IRS-DUE TO ED-TOTAL-AMOUNT
007330         WRITE ED-Print-Line FROM ED-TOTAL-LINE
007340         MOVE "  EMPLOYEE-YEARS ON ERTAX.DAT" TO ED-COUNT-LABEL
007350         MOVE WS-ERTAX-COUNT TO ED-COUNT
007360         WRITE ED-Print-Line FROM ED-COUNT-LINE
007370         COMPUTE WS-PER-TOTAL-TAX = WS-PER-SS + WS-PER-MED
007380             + WS-PER-FUTA + WS-PER-SUTA
007390         COMPUTE WS-TAX-DIFFERENCE =
007400             WS-QTR-TOTAL-TAX - WS-PER-TOTAL-TAX
007410         IF WS-TAX-DIFFERENCE NOT = ZERO
007420             MOVE SPACES TO ED-Print-Line
007430             WRITE ED-Print-Line
007440             MOVE "  *** ERTAX.DAT LESS PAY PERIODS" TO
007450                 ED-TOTAL-LABEL
007460             MOVE WS-TAX-DIFFERENCE TO ED-TOTAL-AMOUNT
007470             WRITE ED-Print-Line FROM ED-TOTAL-LINE
007480             MOVE "  *** A RECOVERY WAS CLAMPED AT ZERO" TO
007490                 ED-Print-Line
007500             WRITE ED-Print-Line
007510         END-IF
007520     END-IF
007530     .
007540 4300-EXIT.
007550     EXIT.
007560
007570******************************************************************
007580*  4400-FIGURE-FUTA-CARRY
007590*  WALKS THE YEAR'S FUTA QUARTER BY QUARTER UP TO THE ONE BEING
007600*  REPORTED.  AN EARLIER QUARTER THAT BROUGHT THE UNDEPOSITED
007610*  AMOUNT OVER $500 WAS DEPOSITED AND STARTS IT AGAIN AT ZERO.
007620******************************************************************
007630 4400-FIGURE-FUTA-CARRY.
007640     MOVE ZERO TO WS-FUTA-UNDEPOSITED
007650     PERFORM 4450-CARRY-ONE-QUARTER THRU 4450-EXIT
007660         VARYING WS-QSUB FROM 1 BY 1
007670         UNTIL WS-QSUB > WS-SEL-QTR
007680     IF WS-FUTA-UNDEPOSITED > WS-FUTA-DEPOSIT-MIN
007690        OR WS-SEL-QTR = 4
007700         MOVE "Y" TO WS-FUTA-DUE-SW
007710     ELSE
007720         MOVE "N" TO WS-FUTA-DUE-SW
007730     END-IF
007740     .
007750 4400-EXIT.
007760     EXIT.
007770
007780******************************************************************
007790*  4450-CARRY-ONE-QUARTER
007800******************************************************************
007810 4450-CARRY-ONE-QUARTER.
007820     ADD WS-FUTA-YEAR-TAX(WS-QSUB) TO WS-FUTA-UNDEPOSITED
007830     IF WS-QSUB < WS-SEL-QTR
007840        AND WS-FUTA-UNDEPOSITED > WS-FUTA-DEPOSIT-MIN
007850         MOVE ZERO TO WS-FUTA-UNDEPOSITED
007860     END-IF
007870     .
007880 4450-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920*  5000-FIGURE-DUE-DATES
007930*  FROM THE DATE IN WS-DUE-FROM-DATE, THE FEDERAL SOCIAL
007940*  SECURITY/MEDICARE DEPOSIT DUE DATE INTO WS-DUE-941-DATE AND
007950*  THE UNEMPLOYMENT AND QUARTERLY RETURN DUE DATE INTO
007960*  WS-DUE-UNEMP-DATE - THE SAME RULES PT2REG PRINTS ON THE
007970*  REGISTER.  DAY 1 OF THE DAY NUMBERING (01/01/1601) WAS A
007980*  MONDAY, SO THE REMAINDER OF (DAY NUMBER - 1) / 7 IS THE
007990*  WEEKDAY, 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
008000******************************************************************
008010 5000-FIGURE-DUE-DATES.
008020     IF WS-ER-SCHEDULE = "S"
008030         COMPUTE WS-DUE-DAY-NUMBER =
008040             FUNCTION INTEGER-OF-DATE(WS-DUE-FROM-DATE) - 1
008050         DIVIDE 7 INTO WS-DUE-DAY-NUMBER
008060             GIVING WS-DUE-WEEKS REMAINDER WS-DUE-WEEKDAY
008070         ADD 1 TO WS-DUE-DAY-NUMBER
008080         EVALUATE WS-DUE-WEEKDAY
008090             WHEN 2 THRU 4
008100                 COMPUTE WS-DUE-DAY-NUMBER =
008110                     WS-DUE-DAY-NUMBER + 9 - WS-DUE-WEEKDAY
008120             WHEN 0 THRU 1
008130                 COMPUTE WS-DUE-DAY-NUMBER =
008140                     WS-DUE-DAY-NUMBER + 4 - WS-DUE-WEEKDAY
008150             WHEN OTHER
008160                 COMPUTE WS-DUE-DAY-NUMBER =
008170                     WS-DUE-DAY-NUMBER + 11 - WS-DUE-WEEKDAY
008180         END-EVALUATE
008190         COMPUTE WS-DUE-941-DATE =
008200             FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-NUMBER)
008210     ELSE
008220         MOVE WS-DUE-FROM-YR TO WS-DUE-941-YR
008230         COMPUTE WS-DUE-941-MN = WS-DUE-FROM-MN + 1
008240         IF WS-DUE-941-MN > 12
008250             MOVE 1 TO WS-DUE-941-MN
008260             ADD 1 TO WS-DUE-941-YR
008270         END-IF
008280         MOVE 15 TO WS-DUE-941-DY
008290     END-IF
008300     COMPUTE WS-DUE-QTR = (WS-DUE-FROM-MN + 2) / 3
008310     MOVE WS-DUE-FROM-YR TO WS-DUE-UNEMP-YR
008320     EVALUATE WS-DUE-QTR
008330         WHEN 1
008340             MOVE 4 TO WS-DUE-UNEMP-MN
008350             MOVE 30 TO WS-DUE-UNEMP-DY
008360         WHEN 2
008370             MOVE 7 TO WS-DUE-UNEMP-MN
008380             MOVE 31 TO WS-DUE-UNEMP-DY
008390         WHEN 3
008400             MOVE 10 TO WS-DUE-UNEMP-MN
008410             MOVE 31 TO WS-DUE-UNEMP-DY
008420         WHEN OTHER
008430             MOVE 1 TO WS-DUE-UNEMP-MN
008440             MOVE 31 TO WS-DUE-UNEMP-DY
008450             ADD 1 TO WS-DUE-UNEMP-YR
008460     END-EVALUATE
008470     .
008480 5000-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520*  9100-WRITE-START-STAMP
008530******************************************************************
008540 9100-WRITE-START-STAMP.
008550     OPEN EXTEND RUNCTLFILE
008560     IF WS-RUNCTL-STATUS = "35"
008570         OPEN OUTPUT RUNCTLFILE
008580     END-IF
008590     MOVE SPACES TO RC-RUN-RECORD
008600     MOVE "PT2ERTAX" TO RC-PROGRAM
008610     MOVE "S" TO RC-STAMP-TYPE
008620     MOVE YR TO RC-RUN-YEAR
008630     MOVE MN TO RC-RUN-MONTH
008640     MOVE DY TO RC-RUN-DAY
008650     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
008660     MOVE ZERO TO RC-RECORD-COUNT
008665     MOVE WS-OPERATOR-ID TO RC-OPERATOR
008670     WRITE RC-RUN-RECORD
008680     CLOSE RUNCTLFILE
008690     .
008700 9100-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740*  9200-WRITE-END-STAMP
008750******************************************************************
008760 9200-WRITE-END-STAMP.
008770     OPEN EXTEND RUNCTLFILE
008780     IF WS-RUNCTL-STATUS = "35"
008790         OPEN OUTPUT RUNCTLFILE
008800     END-IF
008810     MOVE SPACES TO RC-RUN-RECORD
008820     MOVE "PT2ERTAX" TO RC-PROGRAM
008830     MOVE "E" TO RC-STAMP-TYPE
008840     MOVE YR TO RC-RUN-YEAR
008850     MOVE MN TO RC-RUN-MONTH
008860     MOVE DY TO RC-RUN-DAY
008870     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
008880     MOVE WS-MATCH-COUNT TO RC-RECORD-COUNT
008890     MOVE "OK  " TO RC-RESULT
008900     MOVE SPACES TO RC-REASON
008905     MOVE WS-OPERATOR-ID TO RC-OPERATOR
008910     WRITE RC-RUN-RECORD
008920     CLOSE RUNCTLFILE
008930     .
008940 9200-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980*  9300-SIGN-ON
008990*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
009000*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
009010*  WITHOUT INQUIRY AUTHORITY REFUSES THE RUN BEFORE
009020*  ANY FILE IS TOUCHED.
009030******************************************************************
009040 9300-SIGN-ON.
009050     DISPLAY "PT2ERTAX - OPERATOR SIGN-ON"
009060     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
009070     ACCEPT WS-SIGNON-ID FROM CONSOLE
009080     DISPLAY "PASSWORD: " WITH NO ADVANCING
009090     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
009100     INSPECT WS-SIGNON-ID CONVERTING
009110         "abcdefghijklmnopqrstuvwxyz" TO
009120         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009130     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
009140     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
009150        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
009160         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
009170         STOP RUN
009180     END-IF
009190     IF WS-OPER-ACTIVE NOT = "A"
009200         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
009210             "RUN REFUSED."
009220         STOP RUN
009230     END-IF
009240     IF WS-AUTH-INQUIRY NOT = "Y"
009250         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
009260             "INQUIRY AUTHORITY - RUN REFUSED."
009270         STOP RUN
009280     END-IF
009290     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
009300     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
009310     DISPLAY SPACES
009320     .
009330 9300-EXIT.
009340     EXIT.
009350
009360******************************************************************
009370*  9310-FIND-OPERATOR
009380*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
009390*  CAN SIGN ON.
009400******************************************************************
009410 9310-FIND-OPERATOR.
009420     MOVE "N" TO WS-OPER-FOUND-SW
009430     MOVE "N" TO OperEnd
009440     OPEN INPUT OPERFILE
009450     IF WS-OPER-STATUS = "35"
009460         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
009470         MOVE "Y" TO OperEnd
009480     ELSE
009490         PERFORM UNTIL OperEnd = "Y"
009500             READ OPERFILE
009510                 AT END
009520                     MOVE "Y" TO OperEnd
009530                 NOT AT END
009540                     PERFORM 9320-CHECK-ONE-OPERATOR
009550                         THRU 9320-EXIT
009560             END-READ
009570         END-PERFORM
009580         CLOSE OPERFILE
009590     END-IF
009600     .
009610 9310-EXIT.
009620     EXIT.
009630
009640******************************************************************
009650*  9320-CHECK-ONE-OPERATOR
009660******************************************************************
009670 9320-CHECK-ONE-OPERATOR.
009680     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
009690         MOVE "Y" TO WS-OPER-FOUND-SW
009700         MOVE "Y" TO OperEnd
009710         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
009720         MOVE OP-NAME TO WS-OPER-NAME
009730         MOVE OP-STATUS TO WS-OPER-ACTIVE
009740         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
009750         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
009760         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
009770         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
009780     END-IF
009790     .
009800 9320-EXIT.
009810     EXIT.
