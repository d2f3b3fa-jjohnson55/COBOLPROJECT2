000010* IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. PT2HIST.
000040 AUTHOR. JOHN STEPHEN JOHNSON.
000050 INSTALLATION. THE BEST IS YET TO COME, INC.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080******************************************************************
000090*  PT2HIST - PAY STATEMENT REPRINT AND EARNINGS HISTORY
000100*
000110*  READS THE PAYDTL.DAT PAY DETAIL HISTORY THAT PT2REG APPENDS
000120*  TO ON EVERY REGULAR AND SUPPLEMENTAL RUN AND ANSWERS THE TWO
000130*  QUESTIONS THE OLD PRINTOUTS USED TO:
000140*      "S" - REPRINTS THE PAY STATEMENT FOR THE SELECTED
000150*            EMPLOYEE(S) AND PERIOD(S) TO PAYREPR.RPT, LAID OUT
000160*            LIKE PAYSTMT.RPT, MARKED AS A REPRINT, AND SHOWING
000170*            EVERY TAX AND DEDUCTION CODE TAKEN.
000180*      "H" - LISTS THE SELECTED EARNINGS HISTORY ONE LINE PER
000190*            PAYMENT, HOURS AND MONEY, WITH TOTALS, TO
000200*            EARNHIST.RPT.
000210*  THE SELECTION IS AN EMPLOYEE NUMBER, A FROM/TO PAY PERIOD
000220*  RANGE, AND THE YEAR THE PERIOD ENDED IN.  "ALL" (OR JUST
000230*  PRESSING ENTER) FOR A PROMPT MEANS THAT PROMPT DOES NOT
000240*  RESTRICT THE SELECTION.  A SUPPLEMENTAL CORRECTION IS ITS
000250*  OWN "S" PAYMENT, SIGNED, NEXT TO THE REGULAR ONE IT CORRECTS.
000251*  A PT2VOID REVERSAL IS ITS OWN "V" PAYMENT WITH EVERY HOURS
000252*  AND MONEY FIGURE NEGATED, SO A VOIDED PERIOD NETS TO ZERO.
000260*
000270*  MODIFICATION HISTORY.
000280*  DATE        INIT  DESCRIPTION
000290*  ----------  ----  ------------------------------------------
000300*  2026-10-15  JSJ   ORIGINAL VERSION.
000301*  2026-10-15  JSJ   "V" VOID REVERSAL PAYMENTS FROM PT2VOID
000302*                    REPRINT MARKED VOID WITH THEIR OVERTIME AND
000303*                    PTO HOURS NEGATED, AND NET THEM OUT OF THE
000304*                    HISTORY TOTALS.
000305*  2026-10-15  JSJ   THE REPRINTED STATEMENT SHOWS THE GROSS BY
000306*                    EARNINGS CODE AS THE ORIGINAL DID.
000307*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000308*                    NEEDS INQUIRY AUTHORITY.  THE OPERATOR ID NOW
000309*                    GOES ON THE RUNCTL.DAT STAMPS.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PAYDTLFILE ASSIGN TO "PAYDTL.dat"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         ACCESS IS SEQUENTIAL
000380         FILE STATUS IS WS-PAYDTL-STATUS.
000390
000400     SELECT REPRFILE ASSIGN TO "PAYREPR.rpt"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         ACCESS IS SEQUENTIAL.
000430
000440     SELECT EARNFILE ASSIGN TO "EARNHIST.rpt"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         ACCESS IS SEQUENTIAL.
000470
000480     SELECT RUNCTLFILE ASSIGN TO "RUNCTL.dat"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         ACCESS IS SEQUENTIAL
000510         FILE STATUS IS WS-RUNCTL-STATUS.
000520
000521     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         ACCESS IS SEQUENTIAL
000524         FILE STATUS IS WS-OPER-STATUS.
000525
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PAYDTLFILE.
000560 COPY PAYDTL.
000570
000580 FD  REPRFILE.
000590 01  PS-Print-Line           PIC X(80).
000600
000610 FD  EARNFILE.
000620 01  EH-Print-Line           PIC X(132).
000630
000640 FD  RUNCTLFILE.
000650 COPY RUNCTL.
000660
000662 FD  OPERFILE.
000664 COPY OPERATOR.
000666
000670 WORKING-STORAGE SECTION.
000680 01  WS-PAYDTL-STATUS            PIC X(02) VALUE "00".
000690 01  TODAY-DATE.
000700     03  YR                      PIC 9(04).
000710     03  MN                      PIC 9(02).
000720     03  DY                      PIC 9(02).
000730 01  PayDtlEnd                   PIC X(01) VALUE "N".
000740 01  WS-MODE-ANSWER              PIC X(01) VALUE SPACE.
000750 01  WS-SEL-EMPNUM               PIC X(07) VALUE SPACES.
000760 01  WS-SEL-FROM-ANSWER          PIC X(03) VALUE SPACES.
000770 01  WS-SEL-TO-ANSWER            PIC X(03) VALUE SPACES.
000780 01  WS-SEL-YEAR-ANSWER          PIC X(04) VALUE SPACES.
000790 01  WS-SEL-FROM-PERIOD          PIC 9(03) VALUE ZERO.
000800 01  WS-SEL-TO-PERIOD            PIC 9(03) VALUE 999.
000810 01  WS-SEL-YEAR                 PIC 9(04) VALUE ZERO.
000820 01  WS-MATCH-COUNT              PIC 9(06) VALUE ZERO.
000830 01  WS-DED-SUB                  PIC 9(02) VALUE ZERO.
000840
000850* ----------------------------------------------------------------
000860*  SIGNED WORK FIELDS - PAYDTL.DAT CARRIES EACH AMOUNT UNSIGNED
000870*  WITH ITS OWN SIGN BYTE; THESE PUT THE SIGN BACK.
000880* ----------------------------------------------------------------
000890 01  WS-SIGN-BYTE                PIC X(01) VALUE SPACE.
000900 01  WS-UNSIGNED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
000910 01  WS-SIGNED-AMOUNT            PIC S9(09)V99 VALUE ZERO.
000920 01  WS-SIGNED-HOURS             PIC S9(04)V99 VALUE ZERO.
000930 01  WS-PTO-HOURS                PIC S9(04)V99 VALUE ZERO.
000931 01  WS-SIGNED-OT-HOURS          PIC S9(04)V99 VALUE ZERO.
000933 01  WS-ERN-SUB                  PIC 9(02) VALUE ZERO.
000935 01  WS-ERN-HOURS                PIC S9(04)V99 VALUE ZERO.
000937 01  WS-OTHER-HOURS              PIC S9(04)V99 VALUE ZERO.
000940 01  WS-GROSS-WORK               PIC S9(09)V99 VALUE ZERO.
000950 01  WS-DED-WORK                 PIC S9(09)V99 VALUE ZERO.
000960 01  WS-NET-WORK                 PIC S9(09)V99 VALUE ZERO.
000970
000980* ----------------------------------------------------------------
000990*  EARNINGS HISTORY TOTALS
001000* ----------------------------------------------------------------
001010 01  WS-TOTAL-HOURS              PIC S9(07)V99 VALUE ZERO.
001020 01  WS-TOTAL-OT-HOURS           PIC S9(07)V99 VALUE ZERO.
001030 01  WS-TOTAL-PTO-HOURS          PIC S9(07)V99 VALUE ZERO.
001040 01  WS-TOTAL-GROSS              PIC S9(09)V99 VALUE ZERO.
001050 01  WS-TOTAL-DED                PIC S9(09)V99 VALUE ZERO.
001060 01  WS-TOTAL-NET                PIC S9(09)V99 VALUE ZERO.
001070
001080* ----------------------------------------------------------------
001090*  RUN-CONTROL FIELDS
001100* ----------------------------------------------------------------
001110 01  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
001120 01  WS-TIME-RAW.
001130     03  WS-TIME-HHMMSS          PIC 9(06).
001140     03  FILLER                  PIC 9(02).
001150
001160* ----------------------------------------------------------------
001170*  STATEMENT REPRINT PRINT LINES - THE PAYSTMT.RPT LAYOUT
001180* ----------------------------------------------------------------
001190 01  PS-RULE-LINE.
001200     05  FILLER                  PIC X(50) VALUE ALL "-".
001210     05  FILLER                  PIC X(30) VALUE SPACES.
001220 01  PS-TITLE-LINE.
001230     05  FILLER                  PIC X(33) VALUE
001240         "THE BEST IS YET TO COME, INC.  - ".
001250     05  FILLER                  PIC X(47) VALUE
001260         "PAY STATEMENT  *** REPRINT ***".
001270 01  PS-DATE-LINE.
001280     05  FILLER                  PIC X(15) VALUE
001290         "PERIOD ENDING  ".
001300     05  PS-DATE-MN              PIC X(02).
001310     05  FILLER                  PIC X(01) VALUE "/".
001320     05  PS-DATE-DY              PIC X(02).
001330     05  FILLER                  PIC X(01) VALUE "/".
001340     05  PS-DATE-YR              PIC X(04).
001350     05  FILLER                  PIC X(09) VALUE "  PERIOD ".
001360     05  PS-PERIOD               PIC ZZ9.
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  PS-RUN-TYPE-NAME        PIC X(12).
001390     05  FILLER                  PIC X(29) VALUE SPACES.
001400 01  PS-EMP-LINE.
001410     05  FILLER                  PIC X(15) VALUE
001420         "EMPLOYEE       ".
001430     05  PS-EMPNUM               PIC X(07).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  PS-LNAME                PIC X(12).
001460     05  FILLER                  PIC X(01) VALUE SPACE.
001470     05  PS-FNAME                PIC X(13).
001480     05  FILLER                  PIC X(30) VALUE SPACES.
001490 01  PS-HOURS-LINE.
001500     05  PS-HOURS-LABEL          PIC X(15).
001510     05  PS-HOURS                PIC ZZZ9.99-.
001520     05  FILLER                  PIC X(07) VALUE "  RATE ".
001530     05  PS-RATE                 PIC $$,$$$,$$$,$$9.99.
001540     05  FILLER                  PIC X(33) VALUE SPACES.
001550 01  PS-OTHER-HOURS-LINE.
001560     05  PS-OTHER-LABEL          PIC X(15).
001570     05  PS-OTHER-HOURS          PIC ZZZ9.99-.
001580     05  FILLER                  PIC X(57) VALUE SPACES.
001581 01  PS-EARN-LINE.
001582     05  FILLER                  PIC X(02) VALUE SPACES.
001583     05  PS-EARN-CODE            PIC X(03).
001584     05  FILLER                  PIC X(02) VALUE SPACES.
001585     05  PS-EARN-DESC            PIC X(16).
001586     05  PS-EARN-HOURS           PIC ZZZ9.99-.
001587     05  FILLER                  PIC X(06) VALUE " HRS  ".
001588     05  PS-EARN-AMOUNT          PIC $$,$$$,$$$,$$9.99-.
001589     05  FILLER                  PIC X(25) VALUE SPACES.
001590 01  PS-MONEY-LINE.
001600     05  PS-MONEY-LABEL          PIC X(15).
001610     05  PS-MONEY-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
001620     05  FILLER                  PIC X(47) VALUE SPACES.
001630 01  PS-DED-LINE.
001640     05  FILLER                  PIC X(04) VALUE SPACES.
001650     05  PS-DED-CODE             PIC X(03).
001660     05  FILLER                  PIC X(08) VALUE SPACES.
001670     05  PS-DED-AMOUNT           PIC $$,$$$,$$$,$$9.99-.
001680     05  FILLER                  PIC X(47) VALUE SPACES.
001690 01  PS-PTO-LINE.
001700     05  FILLER                  PIC X(15) VALUE
001710         "VACATION BAL   ".
001720     05  PS-VAC-BAL              PIC ZZZ9.99.
001730     05  FILLER                  PIC X(11) VALUE "   SICK BAL".
001740     05  PS-SICK-BAL             PIC ZZZ9.99.
001750     05  FILLER                  PIC X(40) VALUE SPACES.
001760 01  PS-YTD-LINE.
001770     05  FILLER                  PIC X(15) VALUE
001780         "YTD GROSS      ".
001790     05  PS-YTD-GROSS            PIC $$$,$$$,$$9.99.
001800     05  FILLER                  PIC X(10) VALUE "   YTD NET".
001810     05  PS-YTD-NET              PIC $$$,$$$,$$9.99.
001820     05  FILLER                  PIC X(27) VALUE SPACES.
001830
001840* ----------------------------------------------------------------
001850*  EARNINGS HISTORY PRINT LINES
001860* ----------------------------------------------------------------
001870 01  EH-DATE-LINE.
001880     05  FILLER                  PIC X(10) VALUE SPACES.
001890     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001900     05  EH-DATE-MN              PIC X(02).
001910     05  FILLER                  PIC X(01) VALUE "/".
001920     05  EH-DATE-DY              PIC X(02).
001930     05  FILLER                  PIC X(01) VALUE "/".
001940     05  EH-DATE-YR              PIC X(04).
001950     05  FILLER                  PIC X(102) VALUE SPACES.
001960 01  EH-HEADING-LINE.
001970     05  FILLER                  PIC X(09) VALUE "EMP ID   ".
001980     05  FILLER                  PIC X(13) VALUE "LAST NAME    ".
001990     05  FILLER                  PIC X(05) VALUE "PER  ".
002000     05  FILLER                  PIC X(12) VALUE "END DATE    ".
002010     05  FILLER                  PIC X(02) VALUE "T ".
002020     05  FILLER                  PIC X(08) VALUE "   HOURS".
002030     05  FILLER                  PIC X(07) VALUE " OT HRS".
002040     05  FILLER                  PIC X(08) VALUE " PTO HRS".
002050     05  FILLER                  PIC X(18) VALUE
002060         "             GROSS".
002070     05  FILLER                  PIC X(18) VALUE
002080         "        DEDUCTIONS".
002090     05  FILLER                  PIC X(18) VALUE
002100         "               NET".
002110     05  FILLER                  PIC X(04) VALUE "  BK".
002120     05  FILLER                  PIC X(10) VALUE SPACES.
002130 01  EH-DETAIL-LINE.
002140     05  EH-EMPNUM               PIC X(07).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  EH-LNAME                PIC X(12).
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  EH-PERIOD               PIC ZZ9.
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  EH-END-MN               PIC X(02).
002210     05  FILLER                  PIC X(01) VALUE "/".
002220     05  EH-END-DY               PIC X(02).
002230     05  FILLER                  PIC X(01) VALUE "/".
002240     05  EH-END-YR               PIC X(04).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  EH-RUN-TYPE             PIC X(01).
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  EH-HOURS                PIC ZZZ9.99-.
002290     05  EH-OT-HOURS             PIC ZZZ9.99-.
002310     05  EH-PTO-HOURS            PIC ZZZ9.99-.
002320     05  EH-GROSS                PIC $$,$$$,$$$,$$9.99-.
002330     05  EH-DED                  PIC $$,$$$,$$$,$$9.99-.
002340     05  EH-NET                  PIC $$,$$$,$$$,$$9.99-.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  EH-BANK-TYPE            PIC X(01).
002370     05  FILLER                  PIC X(10) VALUE SPACES.
002380 01  EH-TOTAL-LINE.
002390     05  EH-TOTAL-LABEL          PIC X(30).
002400     05  EH-TOTAL-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
002410     05  FILLER                  PIC X(84) VALUE SPACES.
002420 01  EH-HOURS-TOTAL-LINE.
002430     05  EH-HOURS-LABEL          PIC X(30).
002440     05  EH-HOURS-TOTAL          PIC Z,ZZZ,ZZ9.99-.
002450     05  FILLER                  PIC X(89) VALUE SPACES.
002460 01  EH-COUNT-LINE.
002470     05  EH-COUNT-LABEL          PIC X(30).
002480     05  EH-COUNT                PIC ZZZZZ9.
002490     05  FILLER                  PIC X(96) VALUE SPACES.
002492
002494* ----------------------------------------------------------------
002496*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
002500*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
002501*  ONCE SIGN-ON HAS SUCCEEDED.
002502* ----------------------------------------------------------------
002503 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
002504 01  OperEnd                     PIC X(01) VALUE "N".
002505 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
002506 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
002507 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
002508     88  OPERATOR-FOUND              VALUE "Y".
002509 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
002510 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
002511 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
002512 01  WS-OPER-AUTH.
002513     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
002514     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
002515     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
002516     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
002517 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002518
002519 PROCEDURE DIVISION.
002520
002530******************************************************************
002540*  0000-MAINLINE
002550******************************************************************
002560 0000-MAINLINE.
002565     PERFORM 9300-SIGN-ON THRU 9300-EXIT
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002580     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
002590     PERFORM 2000-SELECT-PAY-DETAIL THRU 2000-EXIT
002600     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
002610     STOP RUN.
002620
002630******************************************************************
002640*  1000-INITIALIZE
002650*  ASKS THE OPERATOR FOR THE MODE AND THE SELECTION.  A PERIOD
002660*  IS KEYED AS 3 DIGITS, THE YEAR AS YYYY - THE YEAR THE PERIOD
002670*  ENDED IN, SINCE PERIOD NUMBERS START OVER EACH YEAR.
002680******************************************************************
002690 1000-INITIALIZE.
002700     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
002710     ACCEPT WS-TIME-RAW FROM TIME
002720     DISPLAY SPACES
002730     DISPLAY "          THE BEST IS YET TO COME, INC."
002740     DISPLAY "     PAY STATEMENT REPRINT / EARNINGS HISTORY"
002750     DISPLAY SPACES
002760     DISPLAY "MODE - S=STATEMENT REPRINT H=EARNINGS HISTORY: "
002770         WITH NO ADVANCING
002780     ACCEPT WS-MODE-ANSWER FROM CONSOLE
002790     IF WS-MODE-ANSWER = "s"
002800         MOVE "S" TO WS-MODE-ANSWER
002810     END-IF
002820     IF WS-MODE-ANSWER = "h"
002830         MOVE "H" TO WS-MODE-ANSWER
002840     END-IF
002850     IF WS-MODE-ANSWER NOT = "S" AND WS-MODE-ANSWER NOT = "H"
002860         DISPLAY "*** MODE MUST BE S OR H.  HISTORY RUN REFUSED."
002870         STOP RUN
002880     END-IF
002890     DISPLAY "EMPLOYEE NUMBER (OR ALL): " WITH NO ADVANCING
002900     ACCEPT WS-SEL-EMPNUM FROM CONSOLE
002910     IF WS-SEL-EMPNUM = "ALL" OR WS-SEL-EMPNUM = "all"
002920         MOVE SPACES TO WS-SEL-EMPNUM
002930     END-IF
002940     DISPLAY "FROM PAY PERIOD (3 DIGITS OR ALL): "
002950         WITH NO ADVANCING
002960     ACCEPT WS-SEL-FROM-ANSWER FROM CONSOLE
002970     IF WS-SEL-FROM-ANSWER = "ALL" OR WS-SEL-FROM-ANSWER = "all"
002980        OR WS-SEL-FROM-ANSWER = SPACES
002990         MOVE ZERO TO WS-SEL-FROM-PERIOD
003000     ELSE
003010         INSPECT WS-SEL-FROM-ANSWER REPLACING LEADING " " BY "0"
003020         IF WS-SEL-FROM-ANSWER IS NOT NUMERIC
003030             DISPLAY "*** PAY PERIOD MUST BE KEYED AS 3 DIGITS.  "
003040                 "HISTORY RUN REFUSED."
003050             STOP RUN
003060         END-IF
003070         MOVE WS-SEL-FROM-ANSWER TO WS-SEL-FROM-PERIOD
003080     END-IF
003090     DISPLAY "TO PAY PERIOD (3 DIGITS OR ALL): "
003100         WITH NO ADVANCING
003110     ACCEPT WS-SEL-TO-ANSWER FROM CONSOLE
003120     IF WS-SEL-TO-ANSWER = "ALL" OR WS-SEL-TO-ANSWER = "all"
003130        OR WS-SEL-TO-ANSWER = SPACES
003140         MOVE 999 TO WS-SEL-TO-PERIOD
003150     ELSE
003160         INSPECT WS-SEL-TO-ANSWER REPLACING LEADING " " BY "0"
003170         IF WS-SEL-TO-ANSWER IS NOT NUMERIC
003180             DISPLAY "*** PAY PERIOD MUST BE KEYED AS 3 DIGITS.  "
003190                 "HISTORY RUN REFUSED."
003200             STOP RUN
003210         END-IF
003220         MOVE WS-SEL-TO-ANSWER TO WS-SEL-TO-PERIOD
003230     END-IF
003240     DISPLAY "PERIOD-ENDING YEAR YYYY (OR ALL): "
003250         WITH NO ADVANCING
003260     ACCEPT WS-SEL-YEAR-ANSWER FROM CONSOLE
003270     IF WS-SEL-YEAR-ANSWER = "ALL" OR WS-SEL-YEAR-ANSWER = "all"
003280        OR WS-SEL-YEAR-ANSWER = SPACES
003290         MOVE ZERO TO WS-SEL-YEAR
003300     ELSE
003310         IF WS-SEL-YEAR-ANSWER IS NOT NUMERIC
003320             DISPLAY "*** YEAR MUST BE KEYED AS YYYY.  "
003330                 "HISTORY RUN REFUSED."
003340             STOP RUN
003350         END-IF
003360         MOVE WS-SEL-YEAR-ANSWER TO WS-SEL-YEAR
003370     END-IF
003380     .
003390 1000-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430*  2000-SELECT-PAY-DETAIL
003440******************************************************************
003450 2000-SELECT-PAY-DETAIL.
003460     OPEN INPUT PAYDTLFILE
003470     IF WS-PAYDTL-STATUS = "35"
003480         DISPLAY "NO PAYDTL.DAT FOUND - NO REGISTER HAS WRITTEN "
003490             "PAY DETAIL HISTORY YET"
003500         MOVE "Y" TO PayDtlEnd
003510     ELSE
003520         IF WS-MODE-ANSWER = "S"
003530             OPEN OUTPUT REPRFILE
003540         ELSE
003550             OPEN OUTPUT EARNFILE
003560             PERFORM 2050-PRINT-HISTORY-HEADING THRU 2050-EXIT
003570         END-IF
003580         PERFORM UNTIL PayDtlEnd = "Y"
003590             READ PAYDTLFILE
003600                 AT END
003610                     MOVE "Y" TO PayDtlEnd
003620                 NOT AT END
003630                     PERFORM 2100-SELECT-ONE-RECORD THRU 2100-EXIT
003640             END-READ
003650         END-PERFORM
003660         CLOSE PAYDTLFILE
003670         IF WS-MODE-ANSWER = "S"
003680             CLOSE REPRFILE
003690             DISPLAY "PAY STATEMENTS REPRINTED TO PAYREPR.RPT - "
003700                 WS-MATCH-COUNT " STATEMENTS"
003710         ELSE
003720             PERFORM 2500-PRINT-HISTORY-TOTALS THRU 2500-EXIT
003730             CLOSE EARNFILE
003740             DISPLAY "EARNINGS HISTORY WRITTEN TO EARNHIST.RPT - "
003750                 WS-MATCH-COUNT " PAYMENTS LISTED"
003760         END-IF
003770         IF WS-MATCH-COUNT = ZERO
003780             DISPLAY "NO PAY DETAIL MATCHES THE SELECTION."
003790         END-IF
003800     END-IF
003810     .
003820 2000-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*  2050-PRINT-HISTORY-HEADING
003870******************************************************************
003880 2050-PRINT-HISTORY-HEADING.
003890     MOVE SPACES TO EH-Print-Line
003900     WRITE EH-Print-Line
003910     MOVE "          THE BEST IS YET TO COME, INC." TO
003920         EH-Print-Line
003930     WRITE EH-Print-Line
003940     MOVE "          EMPLOYEE EARNINGS HISTORY" TO EH-Print-Line
003950     WRITE EH-Print-Line
003960     MOVE MN TO EH-DATE-MN
003970     MOVE DY TO EH-DATE-DY
003980     MOVE YR TO EH-DATE-YR
003990     WRITE EH-Print-Line FROM EH-DATE-LINE
004000     MOVE SPACES TO EH-Print-Line
004010     WRITE EH-Print-Line
004020     WRITE EH-Print-Line FROM EH-HEADING-LINE
004030     MOVE SPACES TO EH-Print-Line
004040     WRITE EH-Print-Line
004050     .
004060 2050-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*  2100-SELECT-ONE-RECORD
004110*  APPLIES THE OPERATOR'S SELECTIONS AND REPRINTS OR LISTS THE
004120*  PAYMENT IF IT SURVIVES THEM ALL.
004130******************************************************************
004140 2100-SELECT-ONE-RECORD.
004150     IF (WS-SEL-EMPNUM = SPACES OR PD-EMPNUM = WS-SEL-EMPNUM)
004160        AND PD-PERIOD >= WS-SEL-FROM-PERIOD
004170        AND PD-PERIOD <= WS-SEL-TO-PERIOD
004180        AND (WS-SEL-YEAR = ZERO OR PD-END-YEAR = WS-SEL-YEAR)
004190         ADD 1 TO WS-MATCH-COUNT
004200         PERFORM 2150-SIGN-PAYMENT THRU 2150-EXIT
004210         IF WS-MODE-ANSWER = "S"
004220             PERFORM 3000-REPRINT-STATEMENT THRU 3000-EXIT
004230         ELSE
004240             PERFORM 4000-LIST-ONE-PAYMENT THRU 4000-EXIT
004250         END-IF
004260     END-IF
004270     .
004280 2100-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320*  2150-SIGN-PAYMENT
004330*  PUTS THE SIGN BACK ON THE HOURS, GROSS, DEDUCTIONS, AND NET.
004341*  A "V" VOID REVERSAL NEGATES THE OVERTIME AND PTO HOURS TOO.
004345******************************************************************
004350 2150-SIGN-PAYMENT.
004360     COMPUTE WS-SIGNED-HOURS = PD-REG-HOURS + PD-OT-HOURS
004370     IF PD-HOURS-SIGN = "-"
004380         COMPUTE WS-SIGNED-HOURS = WS-SIGNED-HOURS * -1
004390     END-IF
004400     COMPUTE WS-PTO-HOURS = PD-VAC-HOURS + PD-SICK-HOURS
004401     MOVE PD-OT-HOURS TO WS-SIGNED-OT-HOURS
004402     IF PD-RUN-TYPE = "V"
004403         COMPUTE WS-PTO-HOURS = WS-PTO-HOURS * -1
004404         COMPUTE WS-SIGNED-OT-HOURS = WS-SIGNED-OT-HOURS * -1
004405     END-IF
004410     MOVE PD-GROSS-SIGN TO WS-SIGN-BYTE
004420     MOVE PD-GROSS TO WS-UNSIGNED-AMOUNT
004430     PERFORM 2160-APPLY-SIGN THRU 2160-EXIT
004440     MOVE WS-SIGNED-AMOUNT TO WS-GROSS-WORK
004450     MOVE PD-DED-SIGN TO WS-SIGN-BYTE
004460     MOVE PD-DED-TOTAL TO WS-UNSIGNED-AMOUNT
004470     PERFORM 2160-APPLY-SIGN THRU 2160-EXIT
004480     MOVE WS-SIGNED-AMOUNT TO WS-DED-WORK
004490     MOVE PD-NET-SIGN TO WS-SIGN-BYTE
004500     MOVE PD-NET TO WS-UNSIGNED-AMOUNT
004510     PERFORM 2160-APPLY-SIGN THRU 2160-EXIT
004520     MOVE WS-SIGNED-AMOUNT TO WS-NET-WORK
004530     .
004540 2150-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*  2160-APPLY-SIGN
004590******************************************************************
004600 2160-APPLY-SIGN.
004610     IF WS-SIGN-BYTE = "-"
004620         COMPUTE WS-SIGNED-AMOUNT = WS-UNSIGNED-AMOUNT * -1
004630     ELSE
004640         MOVE WS-UNSIGNED-AMOUNT TO WS-SIGNED-AMOUNT
004650     END-IF
004660     .
004670 2160-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710*  2500-PRINT-HISTORY-TOTALS
004720******************************************************************
004730 2500-PRINT-HISTORY-TOTALS.
004740     MOVE SPACES TO EH-Print-Line
004750     WRITE EH-Print-Line
004760     MOVE "  PAYMENTS LISTED............" TO EH-COUNT-LABEL
004770     MOVE WS-MATCH-COUNT TO EH-COUNT
004780     WRITE EH-Print-Line FROM EH-COUNT-LINE
004790     MOVE "  TOTAL HOURS WORKED........." TO EH-HOURS-LABEL
004800     MOVE WS-TOTAL-HOURS TO EH-HOURS-TOTAL
004810     WRITE EH-Print-Line FROM EH-HOURS-TOTAL-LINE
004820     MOVE "  TOTAL OVERTIME HOURS......." TO EH-HOURS-LABEL
004830     MOVE WS-TOTAL-OT-HOURS TO EH-HOURS-TOTAL
004840     WRITE EH-Print-Line FROM EH-HOURS-TOTAL-LINE
004850     MOVE "  TOTAL PTO HOURS PAID......." TO EH-HOURS-LABEL
004860     MOVE WS-TOTAL-PTO-HOURS TO EH-HOURS-TOTAL
004870     WRITE EH-Print-Line FROM EH-HOURS-TOTAL-LINE
004880     MOVE "  TOTAL GROSS PAY............" TO EH-TOTAL-LABEL
004890     MOVE WS-TOTAL-GROSS TO EH-TOTAL-AMOUNT
004900     WRITE EH-Print-Line FROM EH-TOTAL-LINE
004910     MOVE "  TOTAL DEDUCTIONS..........." TO EH-TOTAL-LABEL
004920     MOVE WS-TOTAL-DED TO EH-TOTAL-AMOUNT
004930     WRITE EH-Print-Line FROM EH-TOTAL-LINE
004940     MOVE "  TOTAL NET PAY.............." TO EH-TOTAL-LABEL
004950     MOVE WS-TOTAL-NET TO EH-TOTAL-AMOUNT
004960     WRITE EH-Print-Line FROM EH-TOTAL-LINE
004970     .
004980 2500-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*  3000-REPRINT-STATEMENT
005030*  ONE STATEMENT BLOCK ON PAYREPR.RPT, BUILT ENTIRELY FROM THE
005040*  PAY DETAIL RECORD SO IT READS AS THE ORIGINAL DID EVEN IF THE
005050*  EMPLOYEE'S NAME OR RATE HAS SINCE CHANGED.  A PAYMENT MADE
005053*  BEFORE THE GROSS WAS CARRIED BY EARNINGS CODE HAS NO CODE
005056*  LINES.
005060******************************************************************
005070 3000-REPRINT-STATEMENT.
005080     WRITE PS-Print-Line FROM PS-RULE-LINE
005090     WRITE PS-Print-Line FROM PS-TITLE-LINE
005100     MOVE PD-END-MONTH TO PS-DATE-MN
005110     MOVE PD-END-DAY TO PS-DATE-DY
005120     MOVE PD-END-YEAR TO PS-DATE-YR
005130     MOVE PD-PERIOD TO PS-PERIOD
005140     IF PD-RUN-TYPE = "S"
005150         MOVE "SUPPLEMENTAL" TO PS-RUN-TYPE-NAME
005160     ELSE
005161         IF PD-RUN-TYPE = "V"
005162             MOVE "VOID" TO PS-RUN-TYPE-NAME
005163         ELSE
005170             MOVE SPACES TO PS-RUN-TYPE-NAME
005171         END-IF
005180     END-IF
005190     WRITE PS-Print-Line FROM PS-DATE-LINE
005200     MOVE PD-EMPNUM TO PS-EMPNUM
005210     MOVE PD-LNAME TO PS-LNAME
005220     MOVE PD-FNAME TO PS-FNAME
005230     WRITE PS-Print-Line FROM PS-EMP-LINE
005240     IF PD-PAY-STATUS = "S" AND PD-RUN-TYPE NOT = "S"
005250         MOVE "SALARIED       " TO PS-HOURS-LABEL
005260     ELSE
005270         MOVE "HOURS WORKED   " TO PS-HOURS-LABEL
005280     END-IF
005290     MOVE WS-SIGNED-HOURS TO PS-HOURS
005300     MOVE PD-RATE TO PS-RATE
005310     WRITE PS-Print-Line FROM PS-HOURS-LINE
005320     IF PD-OT-HOURS > ZERO
005330         MOVE "  OVERTIME     " TO PS-OTHER-LABEL
005340         MOVE WS-SIGNED-OT-HOURS TO PS-OTHER-HOURS
005350         WRITE PS-Print-Line FROM PS-OTHER-HOURS-LINE
005360     END-IF
005370     IF PD-VAC-HOURS > ZERO
005380         MOVE "VACATION PAID  " TO PS-OTHER-LABEL
005390         MOVE PD-VAC-HOURS TO WS-OTHER-HOURS
005391         PERFORM 3050-SIGN-OTHER-HOURS THRU 3050-EXIT
005392         MOVE WS-OTHER-HOURS TO PS-OTHER-HOURS
005400         WRITE PS-Print-Line FROM PS-OTHER-HOURS-LINE
005410     END-IF
005420     IF PD-SICK-HOURS > ZERO
005430         MOVE "SICK PAID      " TO PS-OTHER-LABEL
005440         MOVE PD-SICK-HOURS TO WS-OTHER-HOURS
005441         PERFORM 3050-SIGN-OTHER-HOURS THRU 3050-EXIT
005442         MOVE WS-OTHER-HOURS TO PS-OTHER-HOURS
005450         WRITE PS-Print-Line FROM PS-OTHER-HOURS-LINE
005460     END-IF
005461     IF PD-ERN-COUNT IS NUMERIC AND PD-ERN-COUNT NOT > 8
005462         PERFORM 3080-REPRINT-ONE-EARNINGS THRU 3080-EXIT
005463             VARYING WS-ERN-SUB FROM 1 BY 1
005464             UNTIL WS-ERN-SUB > PD-ERN-COUNT
005465     END-IF
005470     MOVE "GROSS PAY      " TO PS-MONEY-LABEL
005480     MOVE WS-GROSS-WORK TO PS-MONEY-AMOUNT
005490     WRITE PS-Print-Line FROM PS-MONEY-LINE
005500     PERFORM 3100-REPRINT-ONE-DEDUCTION THRU 3100-EXIT
005510         VARYING WS-DED-SUB FROM 1 BY 1
005520         UNTIL WS-DED-SUB > PD-DED-COUNT
005530     MOVE "DEDUCTIONS     " TO PS-MONEY-LABEL
005540     MOVE WS-DED-WORK TO PS-MONEY-AMOUNT
005550     WRITE PS-Print-Line FROM PS-MONEY-LINE
005560     MOVE "NET PAY        " TO PS-MONEY-LABEL
005570     MOVE WS-NET-WORK TO PS-MONEY-AMOUNT
005580     WRITE PS-Print-Line FROM PS-MONEY-LINE
005590     MOVE PD-YTD-GROSS TO PS-YTD-GROSS
005600     MOVE PD-YTD-NET TO PS-YTD-NET
005610     WRITE PS-Print-Line FROM PS-YTD-LINE
005620     IF PD-RUN-TYPE NOT = "S"
005630        AND (PD-VAC-BAL > ZERO OR PD-SICK-BAL > ZERO)
005640         MOVE PD-VAC-BAL TO PS-VAC-BAL
005650         MOVE PD-SICK-BAL TO PS-SICK-BAL
005660         WRITE PS-Print-Line FROM PS-PTO-LINE
005670     END-IF
005680     WRITE PS-Print-Line FROM PS-RULE-LINE
005690     MOVE SPACES TO PS-Print-Line
005700     WRITE PS-Print-Line
005710     .
005720 3000-EXIT.
005730     EXIT.
005731
005732******************************************************************
005733*  3050-SIGN-OTHER-HOURS
005734******************************************************************
005735 3050-SIGN-OTHER-HOURS.
005736     IF PD-RUN-TYPE = "V"
005737         COMPUTE WS-OTHER-HOURS = WS-OTHER-HOURS * -1
005738     END-IF
005739     .
005740 3050-EXIT.
005741     EXIT.
005742
005743******************************************************************
005744*  3080-REPRINT-ONE-EARNINGS
005745*  ONE LINE PER EARNINGS CODE THE GROSS WAS PAID UNDER.  THE
005746*  DESCRIPTION IS THE REGISTER'S OWN FOR REG, OT, AND PTO AND
005747*  IS LEFT BLANK FOR AN EARNCODE.DAT CODE.
005748******************************************************************
005749 3080-REPRINT-ONE-EARNINGS.
005750     MOVE PD-ERN-CODE(WS-ERN-SUB) TO PS-EARN-CODE
005751     EVALUATE PD-ERN-CODE(WS-ERN-SUB)
005752         WHEN "REG"
005753             MOVE "REGULAR" TO PS-EARN-DESC
005754         WHEN "OT "
005755             MOVE "OVERTIME" TO PS-EARN-DESC
005756         WHEN "PTO"
005757             MOVE "PAID TIME OFF" TO PS-EARN-DESC
005758         WHEN OTHER
005759             MOVE SPACES TO PS-EARN-DESC
005760     END-EVALUATE
005761     MOVE PD-ERN-HOURS(WS-ERN-SUB) TO WS-ERN-HOURS
005762     IF PD-ERN-HRS-SIGN(WS-ERN-SUB) = "-"
005763         COMPUTE WS-ERN-HOURS = WS-ERN-HOURS * -1
005764     END-IF
005765     MOVE WS-ERN-HOURS TO PS-EARN-HOURS
005766     MOVE PD-ERN-AMT-SIGN(WS-ERN-SUB) TO WS-SIGN-BYTE
005767     MOVE PD-ERN-AMOUNT(WS-ERN-SUB) TO WS-UNSIGNED-AMOUNT
005768     PERFORM 2160-APPLY-SIGN THRU 2160-EXIT
005769     MOVE WS-SIGNED-AMOUNT TO PS-EARN-AMOUNT
005770     WRITE PS-Print-Line FROM PS-EARN-LINE
005771     .
005772 3080-EXIT.
005773     EXIT.
005774
005775******************************************************************
005776*  3100-REPRINT-ONE-DEDUCTION
005777*  ONE LINE PER TAX OR DEDUCTION CODE TAKEN, UNDER THE GROSS.
005780******************************************************************
005790 3100-REPRINT-ONE-DEDUCTION.
005800     MOVE PD-DED-CODE(WS-DED-SUB) TO PS-DED-CODE
005810     MOVE PD-DED-AMT-SIGN(WS-DED-SUB) TO WS-SIGN-BYTE
005820     MOVE PD-DED-AMOUNT(WS-DED-SUB) TO WS-UNSIGNED-AMOUNT
005830     PERFORM 2160-APPLY-SIGN THRU 2160-EXIT
005840     MOVE WS-SIGNED-AMOUNT TO PS-DED-AMOUNT
005850     WRITE PS-Print-Line FROM PS-DED-LINE
005860     .
005870 3100-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*  4000-LIST-ONE-PAYMENT
005920******************************************************************
005930 4000-LIST-ONE-PAYMENT.
005940     MOVE PD-EMPNUM TO EH-EMPNUM
005950     MOVE PD-LNAME TO EH-LNAME
005960     MOVE PD-PERIOD TO EH-PERIOD
005970     MOVE PD-END-MONTH TO EH-END-MN
005980     MOVE PD-END-DAY TO EH-END-DY
005990     MOVE PD-END-YEAR TO EH-END-YR
006000     MOVE PD-RUN-TYPE TO EH-RUN-TYPE
006010     MOVE WS-SIGNED-HOURS TO EH-HOURS
006020     MOVE WS-SIGNED-OT-HOURS TO EH-OT-HOURS
006030     MOVE WS-PTO-HOURS TO EH-PTO-HOURS
006040     MOVE WS-GROSS-WORK TO EH-GROSS
006050     MOVE WS-DED-WORK TO EH-DED
006060     MOVE WS-NET-WORK TO EH-NET
006070     MOVE PD-BANK-TYPE TO EH-BANK-TYPE
006080     WRITE EH-Print-Line FROM EH-DETAIL-LINE
006090     ADD WS-SIGNED-HOURS TO WS-TOTAL-HOURS
006100     ADD WS-SIGNED-OT-HOURS TO WS-TOTAL-OT-HOURS
006110     ADD WS-PTO-HOURS TO WS-TOTAL-PTO-HOURS
006120     ADD WS-GROSS-WORK TO WS-TOTAL-GROSS
006130     ADD WS-DED-WORK TO WS-TOTAL-DED
006140     ADD WS-NET-WORK TO WS-TOTAL-NET
006150     .
006160 4000-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200*  9100-WRITE-START-STAMP
006210******************************************************************
006220 9100-WRITE-START-STAMP.
006230     OPEN EXTEND RUNCTLFILE
006240     IF WS-RUNCTL-STATUS = "35"
006250         OPEN OUTPUT RUNCTLFILE
006260     END-IF
006270     MOVE SPACES TO RC-RUN-RECORD
006280     MOVE "PT2HIST" TO RC-PROGRAM
006290     MOVE "S" TO RC-STAMP-TYPE
006300     MOVE YR TO RC-RUN-YEAR
006310     MOVE MN TO RC-RUN-MONTH
006320     MOVE DY TO RC-RUN-DAY
006330     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
006340     MOVE ZERO TO RC-RECORD-COUNT
006345     MOVE WS-OPERATOR-ID TO RC-OPERATOR
006350     WRITE RC-RUN-RECORD
006360     CLOSE RUNCTLFILE
006370     .
006380 9100-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*  9200-WRITE-END-STAMP
006430******************************************************************
006440 9200-WRITE-END-STAMP.
006450     OPEN EXTEND RUNCTLFILE
006460     IF WS-RUNCTL-STATUS = "35"
006470         OPEN OUTPUT RUNCTLFILE
006480     END-IF
006490     MOVE SPACES TO RC-RUN-RECORD
006500     MOVE "PT2HIST" TO RC-PROGRAM
006510     MOVE "E" TO RC-STAMP-TYPE
006520     MOVE YR TO RC-RUN-YEAR
006530     MOVE MN TO RC-RUN-MONTH
006540     MOVE DY TO RC-RUN-DAY
006550     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
006560     MOVE WS-MATCH-COUNT TO RC-RECORD-COUNT
006570     MOVE "OK  " TO RC-RESULT
006580     MOVE SPACES TO RC-REASON
006585     MOVE WS-OPERATOR-ID TO RC-OPERATOR
006590     WRITE RC-RUN-RECORD
006600     CLOSE RUNCTLFILE
006610     .
006620 9200-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660*  9300-SIGN-ON
006670*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
006680*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
006690*  WITHOUT INQUIRY AUTHORITY REFUSES THE RUN BEFORE
006700*  ANY FILE IS TOUCHED.
006710******************************************************************
006720 9300-SIGN-ON.
006730     DISPLAY "PT2HIST - OPERATOR SIGN-ON"
006740     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
006750     ACCEPT WS-SIGNON-ID FROM CONSOLE
006760     DISPLAY "PASSWORD: " WITH NO ADVANCING
006770     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
006780     INSPECT WS-SIGNON-ID CONVERTING
006790         "abcdefghijklmnopqrstuvwxyz" TO
006800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006810     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
006820     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
006830        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
006840         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
006850         STOP RUN
006860     END-IF
006870     IF WS-OPER-ACTIVE NOT = "A"
006880         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
006890             "RUN REFUSED."
006900         STOP RUN
006910     END-IF
006920     IF WS-AUTH-INQUIRY NOT = "Y"
006930         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
006940             "INQUIRY AUTHORITY - RUN REFUSED."
006950         STOP RUN
006960     END-IF
006970     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
006980     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
006990     DISPLAY SPACES
007000     .
007010 9300-EXIT.
007020     EXIT.
007030
007040******************************************************************
007050*  9310-FIND-OPERATOR
007060*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
007070*  CAN SIGN ON.
007080******************************************************************
007090 9310-FIND-OPERATOR.
007100     MOVE "N" TO WS-OPER-FOUND-SW
007110     MOVE "N" TO OperEnd
007120     OPEN INPUT OPERFILE
007130     IF WS-OPER-STATUS = "35"
007140         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
007150         MOVE "Y" TO OperEnd
007160     ELSE
007170         PERFORM UNTIL OperEnd = "Y"
007180             READ OPERFILE
007190                 AT END
007200                     MOVE "Y" TO OperEnd
007210                 NOT AT END
007220                     PERFORM 9320-CHECK-ONE-OPERATOR
007230                         THRU 9320-EXIT
007240             END-READ
007250         END-PERFORM
007260         CLOSE OPERFILE
007270     END-IF
007280     .
007290 9310-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*  9320-CHECK-ONE-OPERATOR
007340******************************************************************
007350 9320-CHECK-ONE-OPERATOR.
007360     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
007370         MOVE "Y" TO WS-OPER-FOUND-SW
007380         MOVE "Y" TO OperEnd
007390         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
007400         MOVE OP-NAME TO WS-OPER-NAME
007410         MOVE OP-STATUS TO WS-OPER-ACTIVE
007420         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
007430         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
007440         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
007450         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
007460     END-IF
007470     .
007480 9320-EXIT.
007490     EXIT.
