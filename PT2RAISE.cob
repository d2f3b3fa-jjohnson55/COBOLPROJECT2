000010* IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. PT2RAISE.
000040 AUTHOR. JOHN STEPHEN JOHNSON.
000050 INSTALLATION. THE BEST IS YET TO COME, INC.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080******************************************************************
000090*  PT2RAISE - GENERAL PAY INCREASE RUN
000100*
000110*  BUILDS THE RAISE TRANSACTIONS FOR A WHOLE GROUP OF EMPLOYEES
000120*  SO AN ACROSS-THE-BOARD INCREASE DOES NOT HAVE TO BE KEYED ONE
000130*  EMPLOYEE AT A TIME.  THE OPERATOR KEYS:
000140*      - THE GROUP - EVERY EMPLOYEE OF ONE TYPE (PEMPTYPE) OR OF
000150*        ONE TITLE (PEMPTITLE), SPELLED AS ON THE MASTER.
000160*        TERMINATED EMPLOYEES ARE LEFT OUT; EMPLOYEES ON LEAVE
000170*        ARE INCLUDED,
000180*      - THE INCREASE - A PERCENT OF THE CURRENT RATE, ROUNDED TO
000190*        THE CENT, OR A FLAT AMOUNT ADDED TO IT.  THE RATE IS THE
000200*        HOURLY RATE OR THE SALARIED PER-PERIOD AMOUNT, WHICHEVER
000210*        THE EMPLOYEE CARRIES,
000220*      - THE EFFECTIVE DATE, OR NONE FOR THE NEXT MAINTENANCE RUN.
000230*  EVERY SELECTED EMPLOYEE IS LISTED ON RAISERPT.RPT WITH THE
000240*  CURRENT AND NEW RATE BEFORE ANYTHING IS WRITTEN.  ONLY WHEN THE
000250*  OPERATOR APPROVES THE PREVIEW ARE THE CHANGE TRANSACTIONS
000260*  APPENDED TO MAINTTRN.DAT, MARKED AS GENERAL INCREASE (MT-ORIGIN
000270*  "G").  NOTHING HERE TOUCHES THE MASTER - PT2MAINT APPLIES THE
000280*  TRANSACTIONS, OR HOLDS THEM ON MAINTPND.DAT UNTIL THEIR DATE,
000290*  AND LOGS EACH NEW RATE TO THE RATEHIST.DAT RATE HISTORY.
000292*  PT2MAINT APPLIES A "G" TRANSACTION AS A RATE-ONLY CHANGE, SO
000294*  MAINTENANCE KEYED AFTER THE PREVIEW IS NOT UNDONE.
000300*
000310*  MODIFICATION HISTORY.
000320*  DATE        INIT  DESCRIPTION
000330*  ----------  ----  ------------------------------------------
000340*  2026-10-15  JSJ   ORIGINAL VERSION.
000342*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000344*                    NEEDS MAINTENANCE AUTHORITY.  THE OPERATOR ID
000346*                    NOW GOES ON THE RUNCTL.DAT STAMPS.
000347*  2026-10-15  JSJ   TRANSACTIONS ARE NOW APPLIED BY PT2MAINT AS
000348*                    RATE-ONLY CHANGES - NOTES UPDATED TO SAY SO.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT NEWEMPFILE ASSIGN TO "NEWEMP.dat"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         ACCESS IS SEQUENTIAL
000420         FILE STATUS IS WS-NEWEMP-STATUS.
000430
000440     SELECT MAINTTRANS ASSIGN TO "MAINTTRN.dat"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         ACCESS IS SEQUENTIAL
000470         FILE STATUS IS WS-TRANS-STATUS.
000480
000490     SELECT RPTFILE ASSIGN TO "RAISERPT.rpt"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         ACCESS IS SEQUENTIAL.
000520
000530     SELECT RUNCTLFILE ASSIGN TO "RUNCTL.dat"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         ACCESS IS SEQUENTIAL
000560         FILE STATUS IS WS-RUNCTL-STATUS.
000570
000571     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         ACCESS IS SEQUENTIAL
000574         FILE STATUS IS WS-OPER-STATUS.
000575
000580 DATA DIVISION.
000590 FILE SECTION.
000600******************************************************************
000610*  NEWEMPFILE - THE EMPLOYEE MASTER, READ ONCE FOR THE PREVIEW
000620*  AND AGAIN, IF APPROVED, TO WRITE THE TRANSACTIONS.  SAME
000630*  122-BYTE LAYOUT AS PT2.
000640******************************************************************
000650 FD  NEWEMPFILE.
000660 01  REmployee-Record.
000670     05  REMPNUM             PIC X(07).
000680     05  REMPLNAME           PIC X(12).
000690     05  REMPFNAME           PIC X(13).
000700     05  REMPTYPE            PIC X(06).
000710     05  REMPTITLE           PIC X(17).
000720     05  RSPACES             PIC X(05).
000730     05  REMPSSNF3           PIC X(03).
000740     05  REMPSSNN3           PIC X(03).
000750     05  REMPSSNL3           PIC X(03).
000760     05  RDOTS               PIC X(24).
000770     05  RMON                PIC X(02).
000780     05  RDAY                PIC X(02).
000790     05  RYEAR               PIC X(04).
000800     05  RRATE               PIC 9(09)V99.
000810     05  RSTATUS             PIC X(01).
000820     05  REMPSTAT            PIC X(01).
000830     05  RTMON               PIC X(02).
000840     05  RTDAY               PIC X(02).
000850     05  RTYEAR              PIC X(04).
000860
000870******************************************************************
000880*  MAINTTRANS - THE MAINTENANCE TRANSACTIONS PT2MAINT READS.  THE
000890*  RAISES ARE APPENDED, SO TRANSACTIONS ALREADY KEYED FOR THE
000900*  NEXT MAINTENANCE RUN STAY.  LAYOUT SHARED VIA MAINTTRN.
000910******************************************************************
000920 FD  MAINTTRANS.
000930 COPY MAINTTRN.
000940
000950 FD  RPTFILE.
000960 01  RP-Print-Line           PIC X(132).
000970
000980 FD  RUNCTLFILE.
000990 COPY RUNCTL.
001000
001001******************************************************************
001002*  OPERFILE - THE OPERATOR SECURITY FILE SIGN-ON IS CHECKED
001003*  AGAINST.  LAYOUT SHARED VIA OPERATOR.
001004******************************************************************
001005 FD  OPERFILE.
001006 COPY OPERATOR.
001007
001010 WORKING-STORAGE SECTION.
001020 01  WS-NEWEMP-STATUS            PIC X(02) VALUE "00".
001030 01  WS-TRANS-STATUS             PIC X(02) VALUE "00".
001040 01  TODAY-DATE.
001050     03  YR                      PIC 9(04).
001060     03  MN                      PIC 9(02).
001070     03  DY                      PIC 9(02).
001080 01  NewEmpEnd                   PIC X(01) VALUE "N".
001090
001100* ----------------------------------------------------------------
001110*  THE OPERATOR'S ANSWERS
001120* ----------------------------------------------------------------
001130 01  WS-SEL-BY-ANSWER            PIC X(01) VALUE SPACE.
001140     88  RAISE-BY-TYPE               VALUE "T".
001150     88  RAISE-BY-TITLE              VALUE "I".
001160 01  WS-SEL-VALUE                PIC X(17) VALUE SPACES.
001170 01  WS-SEL-TYPE                 PIC X(06) VALUE SPACES.
001180 01  WS-SEL-TITLE                PIC X(17) VALUE SPACES.
001190 01  WS-METHOD-ANSWER            PIC X(01) VALUE SPACE.
001200     88  RAISE-BY-PERCENT            VALUE "P".
001210     88  RAISE-BY-FLAT               VALUE "F".
001220 01  WS-INCREASE                 PIC 9(07)V99 VALUE ZERO.
001230 01  WS-EFF-ANSWER.
001240     05  WS-EFF-YEAR             PIC X(04).
001250     05  WS-EFF-MONTH            PIC X(02).
001260     05  WS-EFF-DAY              PIC X(02).
001270 01  WS-APPROVE-ANSWER           PIC X(01) VALUE "N".
001280
001290* ----------------------------------------------------------------
001300*  SELECTION AND RAISE WORK FIELDS AND RUN TOTALS
001310* ----------------------------------------------------------------
001320 01  WS-SELECTED-SW              PIC X(01) VALUE "N".
001330     88  EMPLOYEE-SELECTED           VALUE "Y".
001340 01  WS-NEW-RATE                 PIC 9(09)V99 VALUE ZERO.
001350 01  WS-RAISE-AMOUNT             PIC 9(09)V99 VALUE ZERO.
001360 01  WS-SELECT-COUNT             PIC 9(06) VALUE ZERO.
001370 01  WS-TERM-SKIP-COUNT          PIC 9(06) VALUE ZERO.
001380 01  WS-BADRATE-COUNT            PIC 9(06) VALUE ZERO.
001390 01  WS-WRITE-COUNT              PIC 9(06) VALUE ZERO.
001400 01  WS-OLD-TOTAL                PIC 9(11)V99 VALUE ZERO.
001410 01  WS-NEW-TOTAL                PIC 9(11)V99 VALUE ZERO.
001420 01  WS-RAISE-TOTAL              PIC 9(11)V99 VALUE ZERO.
001430 01  WS-INCREASE-EDIT            PIC Z,ZZZ,ZZ9.99.
001440 01  WS-END-RESULT               PIC X(04) VALUE "OK  ".
001450 01  WS-END-REASON               PIC X(30) VALUE SPACES.
001460
001470* ----------------------------------------------------------------
001480*  RUN-CONTROL FIELDS
001490* ----------------------------------------------------------------
001500 01  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
001510 01  WS-TIME-RAW.
001520     03  WS-TIME-HHMMSS          PIC 9(06).
001530     03  FILLER                  PIC 9(02).
001540
001550* ----------------------------------------------------------------
001560*  REPORT PRINT LINES
001570* ----------------------------------------------------------------
001580 01  RP-DATE-LINE.
001590     05  FILLER                  PIC X(10) VALUE SPACES.
001600     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001610     05  RP-DATE-MN              PIC X(02).
001620     05  FILLER                  PIC X(01) VALUE "/".
001630     05  RP-DATE-DY              PIC X(02).
001640     05  FILLER                  PIC X(01) VALUE "/".
001650     05  RP-DATE-YR              PIC X(04).
001660     05  FILLER                  PIC X(102) VALUE SPACES.
001670 01  RP-DETAIL-LINE.
001680     05  RP-EMPNUM               PIC X(07).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  RP-LNAME                PIC X(12).
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  RP-FNAME                PIC X(13).
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  RP-TYPE                 PIC X(06).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  RP-TITLE                PIC X(17).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  RP-STATUS               PIC X(01).
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  RP-OLD-RATE             PIC $$,$$$,$$$,$$9.99.
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  RP-NEW-RATE             PIC $$,$$$,$$$,$$9.99.
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  RP-RAISE                PIC $$,$$$,$$$,$$9.99.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  RP-NOTE                 PIC X(08).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880 01  RP-TOTAL-LINE.
001890     05  RP-TOTAL-LABEL          PIC X(30).
001900     05  RP-TOTAL-AMOUNT         PIC $$$,$$$,$$$,$$9.99.
001910     05  FILLER                  PIC X(84) VALUE SPACES.
001920 01  RP-COUNT-LINE.
001930     05  RP-COUNT-LABEL          PIC X(30).
001940     05  RP-COUNT                PIC ZZZZZ9.
001950     05  FILLER                  PIC X(96) VALUE SPACES.
001952
001954* ----------------------------------------------------------------
001956*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
001960*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
001961*  ONCE SIGN-ON HAS SUCCEEDED.
001962* ----------------------------------------------------------------
001963 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
001964 01  OperEnd                     PIC X(01) VALUE "N".
001965 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
001966 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
001967 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
001968     88  OPERATOR-FOUND              VALUE "Y".
001969 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
001970 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
001971 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
001972 01  WS-OPER-AUTH.
001973     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
001974     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
001975     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
001976     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
001977 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001978
001979 PROCEDURE DIVISION.
001980
001990******************************************************************
002000*  0000-MAINLINE
002010******************************************************************
002020 0000-MAINLINE.
002025     PERFORM 9300-SIGN-ON THRU 9300-EXIT
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002040     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
002050     PERFORM 2000-PRINT-PREVIEW THRU 2000-EXIT
002060     IF WS-SELECT-COUNT > ZERO
002070         PERFORM 3000-ASK-APPROVAL THRU 3000-EXIT
002080     END-IF
002090     IF WS-APPROVE-ANSWER = "Y"
002100         PERFORM 4000-WRITE-TRANSACTIONS THRU 4000-EXIT
002110     END-IF
002120     PERFORM 5000-PRINT-OUTCOME THRU 5000-EXIT
002130     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
002140     STOP RUN.
002150
002160******************************************************************
002170*  1000-INITIALIZE
002180*  ASKS FOR THE GROUP, THE INCREASE, AND THE EFFECTIVE DATE.  AN
002190*  ANSWER THAT CANNOT BE USED REFUSES THE RUN BEFORE ANYTHING IS
002200*  READ OR WRITTEN.
002210******************************************************************
002220 1000-INITIALIZE.
002230     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
002240     ACCEPT WS-TIME-RAW FROM TIME
002250     DISPLAY SPACES
002260     DISPLAY "          THE BEST IS YET TO COME, INC."
002270     DISPLAY "          GENERAL PAY INCREASE RUN"
002280     DISPLAY SPACES
002290     DISPLAY "RAISE A TYPE OR A TITLE (T=TYPE, I=TITLE): "
002300         WITH NO ADVANCING
002310     ACCEPT WS-SEL-BY-ANSWER FROM CONSOLE
002320     IF WS-SEL-BY-ANSWER = "t"
002330         MOVE "T" TO WS-SEL-BY-ANSWER
002340     END-IF
002350     IF WS-SEL-BY-ANSWER = "i"
002360         MOVE "I" TO WS-SEL-BY-ANSWER
002370     END-IF
002380     IF NOT RAISE-BY-TYPE AND NOT RAISE-BY-TITLE
002390         DISPLAY "*** ANSWER T OR I.  RUN REFUSED."
002400         STOP RUN
002410     END-IF
002420
002430     IF RAISE-BY-TYPE
002440         DISPLAY "TYPE, AS ON THE MASTER: " WITH NO ADVANCING
002450     ELSE
002460         DISPLAY "TITLE, AS ON THE MASTER: " WITH NO ADVANCING
002470     END-IF
002480     ACCEPT WS-SEL-VALUE FROM CONSOLE
002490     IF WS-SEL-VALUE = SPACES
002500         DISPLAY "*** NO GROUP KEYED.  RUN REFUSED."
002510         STOP RUN
002520     END-IF
002523     INSPECT WS-SEL-VALUE CONVERTING "abcdefghijklmnopqrstuvwxyz"
002526         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002530     MOVE WS-SEL-VALUE TO WS-SEL-TYPE
002540     MOVE WS-SEL-VALUE TO WS-SEL-TITLE
002550
002560     DISPLAY "INCREASE AS A PERCENT OR A FLAT AMOUNT (P/F): "
002570         WITH NO ADVANCING
002580     ACCEPT WS-METHOD-ANSWER FROM CONSOLE
002590     IF WS-METHOD-ANSWER = "p"
002600         MOVE "P" TO WS-METHOD-ANSWER
002610     END-IF
002620     IF WS-METHOD-ANSWER = "f"
002630         MOVE "F" TO WS-METHOD-ANSWER
002640     END-IF
002650     IF NOT RAISE-BY-PERCENT AND NOT RAISE-BY-FLAT
002660         DISPLAY "*** ANSWER P OR F.  RUN REFUSED."
002670         STOP RUN
002680     END-IF
002690
002700     IF RAISE-BY-PERCENT
002710         DISPLAY "PERCENT INCREASE (E.G. 3.5): " WITH NO ADVANCING
002720     ELSE
002730         DISPLAY "AMOUNT ADDED TO EACH RATE (E.G. 0.50): "
002740             WITH NO ADVANCING
002750     END-IF
002760     ACCEPT WS-INCREASE FROM CONSOLE
002770     IF WS-INCREASE = ZERO
002780         DISPLAY "*** NO INCREASE KEYED.  RUN REFUSED."
002790         STOP RUN
002800     END-IF
002810     IF RAISE-BY-PERCENT AND WS-INCREASE > 100
002820         DISPLAY "*** A GENERAL INCREASE OVER 100 PERCENT IS NOT "
002830             "ACCEPTED.  RUN REFUSED."
002840         STOP RUN
002850     END-IF
002860
002870     DISPLAY "EFFECTIVE DATE YYYYMMDD (ENTER FOR THE NEXT "
002880         "MAINTENANCE RUN): " WITH NO ADVANCING
002890     MOVE SPACES TO WS-EFF-ANSWER
002900     ACCEPT WS-EFF-ANSWER FROM CONSOLE
002910     IF WS-EFF-ANSWER NOT = SPACES
002920         IF WS-EFF-ANSWER IS NOT NUMERIC OR
002930            WS-EFF-MONTH < "01" OR WS-EFF-MONTH > "12" OR
002940            WS-EFF-DAY < "01" OR WS-EFF-DAY > "31"
002950             DISPLAY "*** EFFECTIVE DATE MUST BE KEYED AS "
002960                 "YYYYMMDD.  RUN REFUSED."
002970             STOP RUN
002980         END-IF
002990     END-IF
003000     .
003010 1000-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050*  2000-PRINT-PREVIEW
003060*  LISTS EVERY EMPLOYEE IN THE GROUP WITH THE CURRENT AND NEW
003070*  RATE.  NOTHING IS WRITTEN TO MAINTTRN.DAT HERE.
003080******************************************************************
003090 2000-PRINT-PREVIEW.
003100     OPEN OUTPUT RPTFILE
003110     PERFORM 2050-PRINT-HEADING THRU 2050-EXIT
003120     MOVE "N" TO NewEmpEnd
003130     OPEN INPUT NEWEMPFILE
003140     IF WS-NEWEMP-STATUS = "35"
003150         DISPLAY "*** NO NEWEMP.DAT FOUND - NOTHING TO RAISE"
003160         MOVE "FAIL" TO WS-END-RESULT
003170         MOVE "NO NEWEMP.DAT" TO WS-END-REASON
003180     ELSE
003190         PERFORM UNTIL NewEmpEnd = "Y"
003200             READ NEWEMPFILE
003210                 AT END
003220                     MOVE "Y" TO NewEmpEnd
003230                 NOT AT END
003240                     PERFORM 2100-PREVIEW-ONE-EMPLOYEE
003250                         THRU 2100-EXIT
003260             END-READ
003270         END-PERFORM
003280         CLOSE NEWEMPFILE
003290     END-IF
003300     PERFORM 2500-PRINT-TOTALS THRU 2500-EXIT
003305     CLOSE RPTFILE
003310     .
003320 2000-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360*  2050-PRINT-HEADING
003370******************************************************************
003380 2050-PRINT-HEADING.
003390     MOVE SPACES TO RP-Print-Line
003400     WRITE RP-Print-Line
003410     MOVE "          THE BEST IS YET TO COME, INC." TO
003420         RP-Print-Line
003430     WRITE RP-Print-Line
003440     MOVE "          GENERAL PAY INCREASE - PREVIEW" TO
003450         RP-Print-Line
003460     WRITE RP-Print-Line
003470     MOVE MN TO RP-DATE-MN
003480     MOVE DY TO RP-DATE-DY
003490     MOVE YR TO RP-DATE-YR
003500     WRITE RP-Print-Line FROM RP-DATE-LINE
003510     MOVE SPACES TO RP-Print-Line
003520     WRITE RP-Print-Line
003530
003540     MOVE SPACES TO RP-Print-Line
003550     IF RAISE-BY-TYPE
003560         STRING "GROUP: EVERY EMPLOYEE OF TYPE " WS-SEL-TYPE
003570             DELIMITED BY SIZE INTO RP-Print-Line
003580     ELSE
003590         STRING "GROUP: EVERY EMPLOYEE WITH TITLE " WS-SEL-TITLE
003600             DELIMITED BY SIZE INTO RP-Print-Line
003610     END-IF
003620     WRITE RP-Print-Line
003630     MOVE WS-INCREASE TO WS-INCREASE-EDIT
003640     MOVE SPACES TO RP-Print-Line
003650     IF RAISE-BY-PERCENT
003660         STRING "INCREASE: " WS-INCREASE-EDIT
003670             " PERCENT OF THE CURRENT RATE, ROUNDED TO THE CENT"
003680             DELIMITED BY SIZE INTO RP-Print-Line
003690     ELSE
003700         STRING "INCREASE: " WS-INCREASE-EDIT
003710             " ADDED TO THE CURRENT RATE"
003720             DELIMITED BY SIZE INTO RP-Print-Line
003730     END-IF
003740     WRITE RP-Print-Line
003750     MOVE SPACES TO RP-Print-Line
003760     IF WS-EFF-ANSWER = SPACES
003770         MOVE "EFFECTIVE: THE NEXT MAINTENANCE RUN" TO
003780             RP-Print-Line
003790     ELSE
003800         STRING "EFFECTIVE: " WS-EFF-MONTH "/" WS-EFF-DAY "/"
003810             WS-EFF-YEAR DELIMITED BY SIZE INTO RP-Print-Line
003820     END-IF
003830     WRITE RP-Print-Line
003840     MOVE SPACES TO RP-Print-Line
003850     WRITE RP-Print-Line
003860
003870     MOVE SPACES TO RP-Print-Line
003880     STRING "EMP ID   LAST NAME    FIRST NAME    TYPE    "
003890         "TITLE              S      CURRENT RATE          "
003900         "NEW RATE          INCREASE"
003910         DELIMITED BY SIZE INTO RP-Print-Line
003920     WRITE RP-Print-Line
003930     MOVE SPACES TO RP-Print-Line
003940     WRITE RP-Print-Line
003950     .
003960 2050-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*  2100-PREVIEW-ONE-EMPLOYEE
004010******************************************************************
004020 2100-PREVIEW-ONE-EMPLOYEE.
004030     PERFORM 2200-SELECT-AND-FIGURE THRU 2200-EXIT
004040     IF EMPLOYEE-SELECTED
004050         ADD 1 TO WS-SELECT-COUNT
004060         ADD RRATE TO WS-OLD-TOTAL
004070         ADD WS-NEW-RATE TO WS-NEW-TOTAL
004080         ADD WS-RAISE-AMOUNT TO WS-RAISE-TOTAL
004090         MOVE REMPNUM TO RP-EMPNUM
004100         MOVE REMPLNAME TO RP-LNAME
004110         MOVE REMPFNAME TO RP-FNAME
004120         MOVE REMPTYPE TO RP-TYPE
004130         MOVE REMPTITLE TO RP-TITLE
004140         MOVE RSTATUS TO RP-STATUS
004150         MOVE RRATE TO RP-OLD-RATE
004160         MOVE WS-NEW-RATE TO RP-NEW-RATE
004170         MOVE WS-RAISE-AMOUNT TO RP-RAISE
004180         IF REMPSTAT = "L"
004190             MOVE "ON LEAVE" TO RP-NOTE
004200         ELSE
004210             MOVE SPACES TO RP-NOTE
004220         END-IF
004230         WRITE RP-Print-Line FROM RP-DETAIL-LINE
004240     END-IF
004250     .
004260 2100-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*  2200-SELECT-AND-FIGURE
004310*  SHARED BY THE PREVIEW AND THE TRANSACTION PASS SO THE TWO
004320*  CANNOT DISAGREE.  THE TRAILER, TERMINATED EMPLOYEES, AND A
004330*  RATE THAT IS NOT NUMERIC ARE NEVER SELECTED; THE LAST TWO ARE
004340*  COUNTED (ON THE PREVIEW PASS ONLY) FOR THE REPORT FOOT.
004350******************************************************************
004360 2200-SELECT-AND-FIGURE.
004370     MOVE "N" TO WS-SELECTED-SW
004380     MOVE ZERO TO WS-NEW-RATE
004390     MOVE ZERO TO WS-RAISE-AMOUNT
004400     IF REMPNUM NOT = "TRAILER"
004410         IF (RAISE-BY-TYPE AND REMPTYPE = WS-SEL-TYPE) OR
004420            (RAISE-BY-TITLE AND REMPTITLE = WS-SEL-TITLE)
004430             EVALUATE TRUE
004440                 WHEN REMPSTAT = "T"
004450                     IF WS-APPROVE-ANSWER NOT = "Y"
004460                         ADD 1 TO WS-TERM-SKIP-COUNT
004470                     END-IF
004480                 WHEN RRATE IS NOT NUMERIC
004490                     IF WS-APPROVE-ANSWER NOT = "Y"
004500                         ADD 1 TO WS-BADRATE-COUNT
004510                         DISPLAY "*** " REMPNUM " RATE IS NOT "
004520                             "NUMERIC - LEFT OUT OF THE INCREASE"
004530                     END-IF
004540                 WHEN OTHER
004550                     MOVE "Y" TO WS-SELECTED-SW
004560                     IF RAISE-BY-PERCENT
004570                         COMPUTE WS-RAISE-AMOUNT ROUNDED =
004580                             RRATE * WS-INCREASE / 100
004590                     ELSE
004600                         MOVE WS-INCREASE TO WS-RAISE-AMOUNT
004610                     END-IF
004620                     COMPUTE WS-NEW-RATE = RRATE + WS-RAISE-AMOUNT
004630             END-EVALUATE
004640         END-IF
004650     END-IF
004660     .
004670 2200-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710*  2500-PRINT-TOTALS
004720******************************************************************
004730 2500-PRINT-TOTALS.
004740     MOVE SPACES TO RP-Print-Line
004750     WRITE RP-Print-Line
004760     MOVE "  EMPLOYEES IN THE INCREASE.." TO RP-COUNT-LABEL
004770     MOVE WS-SELECT-COUNT TO RP-COUNT
004780     WRITE RP-Print-Line FROM RP-COUNT-LINE
004790     MOVE "  TERMINATED - LEFT OUT......" TO RP-COUNT-LABEL
004800     MOVE WS-TERM-SKIP-COUNT TO RP-COUNT
004810     WRITE RP-Print-Line FROM RP-COUNT-LINE
004820     MOVE "  RATE NOT NUMERIC - LEFT OUT" TO RP-COUNT-LABEL
004830     MOVE WS-BADRATE-COUNT TO RP-COUNT
004840     WRITE RP-Print-Line FROM RP-COUNT-LINE
004850     MOVE "  TOTAL OF CURRENT RATES....." TO RP-TOTAL-LABEL
004860     MOVE WS-OLD-TOTAL TO RP-TOTAL-AMOUNT
004870     WRITE RP-Print-Line FROM RP-TOTAL-LINE
004880     MOVE "  TOTAL OF NEW RATES........." TO RP-TOTAL-LABEL
004890     MOVE WS-NEW-TOTAL TO RP-TOTAL-AMOUNT
004900     WRITE RP-Print-Line FROM RP-TOTAL-LINE
004910     MOVE "  TOTAL INCREASE............." TO RP-TOTAL-LABEL
004920     MOVE WS-RAISE-TOTAL TO RP-TOTAL-AMOUNT
004930     WRITE RP-Print-Line FROM RP-TOTAL-LINE
004940     .
004950 2500-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990*  3000-ASK-APPROVAL
005000*  THE PREVIEW IS ON RAISERPT.RPT AND ITS TOTALS ON THE CONSOLE.
005010*  ANYTHING BUT "Y" LEAVES MAINTTRN.DAT UNTOUCHED.
005020******************************************************************
005030 3000-ASK-APPROVAL.
005040     MOVE WS-RAISE-TOTAL TO RP-TOTAL-AMOUNT
005050     DISPLAY SPACES
005060     DISPLAY "PREVIEW WRITTEN TO RAISERPT.RPT - " WS-SELECT-COUNT
005070         " EMPLOYEES, TOTAL INCREASE " RP-TOTAL-AMOUNT
005080     DISPLAY "WRITE THESE RAISE TRANSACTIONS TO MAINTTRN.DAT "
005090         "(Y/N)? " WITH NO ADVANCING
005100     ACCEPT WS-APPROVE-ANSWER FROM CONSOLE
005110     IF WS-APPROVE-ANSWER = "y"
005120         MOVE "Y" TO WS-APPROVE-ANSWER
005130     END-IF
005140     IF WS-APPROVE-ANSWER NOT = "Y"
005150         MOVE "N" TO WS-APPROVE-ANSWER
005160     END-IF
005170     .
005180 3000-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220*  4000-WRITE-TRANSACTIONS
005230*  READS THE MASTER AGAIN AND APPENDS ONE CHANGE TRANSACTION PER
005240*  SELECTED EMPLOYEE - THE WHOLE RECORD AS IT STANDS WITH ONLY
005250*  THE RATE MOVED, SO IT PASSES PT2MAINT'S EDITS AND SHOWS ON
005260*  ITS AUDIT TRAIL AS AN ORDINARY CHANGE.  BEING MARKED "G", IT
005262*  IS APPLIED AS A RATE-ONLY CHANGE - THE REST OF THE COPY MAY BE
005264*  STALE BY THE TIME PT2MAINT RUNS AND IS NEVER MOVED TO THE
005266*  MASTER.
005270******************************************************************
005280 4000-WRITE-TRANSACTIONS.
005290     OPEN EXTEND MAINTTRANS
005300     IF WS-TRANS-STATUS = "35"
005310         OPEN OUTPUT MAINTTRANS
005320     END-IF
005330     IF WS-TRANS-STATUS NOT = "00"
005340         DISPLAY "*** COULD NOT OPEN MAINTTRN.DAT - STATUS "
005350             WS-TRANS-STATUS
005360         MOVE "FAIL" TO WS-END-RESULT
005370         MOVE "MAINTTRN.DAT WOULD NOT OPEN" TO WS-END-REASON
005380     ELSE
005390         MOVE "N" TO NewEmpEnd
005400         OPEN INPUT NEWEMPFILE
005410         PERFORM UNTIL NewEmpEnd = "Y"
005420             READ NEWEMPFILE
005430                 AT END
005440                     MOVE "Y" TO NewEmpEnd
005450                 NOT AT END
005460                     PERFORM 4100-WRITE-ONE-TRANSACTION
005470                         THRU 4100-EXIT
005480             END-READ
005490         END-PERFORM
005500         CLOSE NEWEMPFILE
005510         CLOSE MAINTTRANS
005520     END-IF
005530     .
005540 4000-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580*  4100-WRITE-ONE-TRANSACTION
005590******************************************************************
005600 4100-WRITE-ONE-TRANSACTION.
005610     PERFORM 2200-SELECT-AND-FIGURE THRU 2200-EXIT
005620     IF EMPLOYEE-SELECTED
005630         MOVE SPACES TO MT-Transaction-Record
005640         MOVE "C" TO MT-TRANCODE
005650         MOVE REMPNUM TO MT-EMPNUM
005660         MOVE REMPLNAME TO MT-EMPLNAME
005670         MOVE REMPFNAME TO MT-EMPFNAME
005680         MOVE REMPTYPE TO MT-EMPTYPE
005690         MOVE REMPTITLE TO MT-EMPTITLE
005700         MOVE RSPACES TO MT-SPACES
005710         MOVE REMPSSNF3 TO MT-EMPSSNF3
005720         MOVE REMPSSNN3 TO MT-EMPSSNN3
005730         MOVE REMPSSNL3 TO MT-EMPSSNL3
005740         MOVE RDOTS TO MT-DOTS
005750         MOVE RMON TO MT-MON
005760         MOVE RDAY TO MT-DAY
005770         MOVE RYEAR TO MT-YEAR
005780         MOVE WS-NEW-RATE TO MT-RATE
005790         MOVE RSTATUS TO MT-STATUS
005800         MOVE REMPSTAT TO MT-EMPSTAT
005810         MOVE RTMON TO MT-TMON
005820         MOVE RTDAY TO MT-TDAY
005830         MOVE RTYEAR TO MT-TYEAR
005840         MOVE WS-EFF-ANSWER TO MT-EFF-DATE
005850         MOVE "G" TO MT-ORIGIN
005860         WRITE MT-Transaction-Record
005870         ADD 1 TO WS-WRITE-COUNT
005880     END-IF
005890     .
005900 4100-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940*  5000-PRINT-OUTCOME
005950*  SAYS ON THE PREVIEW ITSELF WHETHER IT WAS APPROVED, SO THE
005960*  LISTING FILED WITH THE RAISE PAPERWORK SHOWS WHAT WAS DONE.
005970******************************************************************
005980 5000-PRINT-OUTCOME.
005990     OPEN EXTEND RPTFILE
006000     MOVE SPACES TO RP-Print-Line
006010     WRITE RP-Print-Line
006020     MOVE SPACES TO RP-Print-Line
006030     EVALUATE TRUE
006040         WHEN WS-END-RESULT = "FAIL"
006050             STRING "*** RUN FAILED - " WS-END-REASON
006060                 " - NO TRANSACTIONS WRITTEN"
006070                 DELIMITED BY SIZE INTO RP-Print-Line
006080         WHEN WS-SELECT-COUNT = ZERO
006090             MOVE "NO EMPLOYEES IN THE GROUP - NOTHING WRITTEN" TO
006100                 RP-Print-Line
006110         WHEN WS-APPROVE-ANSWER = "Y"
006120             STRING "APPROVED - " WS-WRITE-COUNT
006130                 " CHANGE TRANSACTIONS APPENDED TO MAINTTRN.DAT "
006140                 "FOR THE NEXT PT2MAINT RUN"
006150                 DELIMITED BY SIZE INTO RP-Print-Line
006160         WHEN OTHER
006170             MOVE "NOT APPROVED - NO TRANSACTIONS WRITTEN" TO
006180                 RP-Print-Line
006190     END-EVALUATE
006200     WRITE RP-Print-Line
006210     CLOSE RPTFILE
006220     DISPLAY RP-Print-Line
006230     .
006240 5000-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*  9100-WRITE-START-STAMP
006290******************************************************************
006300 9100-WRITE-START-STAMP.
006310     OPEN EXTEND RUNCTLFILE
006320     IF WS-RUNCTL-STATUS = "35"
006330         OPEN OUTPUT RUNCTLFILE
006340     END-IF
006350     MOVE SPACES TO RC-RUN-RECORD
006360     MOVE "PT2RAISE" TO RC-PROGRAM
006370     MOVE "S" TO RC-STAMP-TYPE
006380     MOVE YR TO RC-RUN-YEAR
006390     MOVE MN TO RC-RUN-MONTH
006400     MOVE DY TO RC-RUN-DAY
006410     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
006420     MOVE ZERO TO RC-RECORD-COUNT
006425     MOVE WS-OPERATOR-ID TO RC-OPERATOR
006430     WRITE RC-RUN-RECORD
006440     CLOSE RUNCTLFILE
006450     .
006460 9100-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500*  9200-WRITE-END-STAMP
006510*  THE RECORD COUNT IS THE TRANSACTIONS WRITTEN - ZERO FOR A
006520*  PREVIEW THAT WAS NOT APPROVED.
006530******************************************************************
006540 9200-WRITE-END-STAMP.
006550     OPEN EXTEND RUNCTLFILE
006560     IF WS-RUNCTL-STATUS = "35"
006570         OPEN OUTPUT RUNCTLFILE
006580     END-IF
006590     MOVE SPACES TO RC-RUN-RECORD
006600     MOVE "PT2RAISE" TO RC-PROGRAM
006610     MOVE "E" TO RC-STAMP-TYPE
006620     MOVE YR TO RC-RUN-YEAR
006630     MOVE MN TO RC-RUN-MONTH
006640     MOVE DY TO RC-RUN-DAY
006650     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
006660     MOVE WS-WRITE-COUNT TO RC-RECORD-COUNT
006670     MOVE WS-END-RESULT TO RC-RESULT
006680     MOVE WS-END-REASON TO RC-REASON
006685     MOVE WS-OPERATOR-ID TO RC-OPERATOR
006690     WRITE RC-RUN-RECORD
006700     CLOSE RUNCTLFILE
006710     .
006720 9200-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760*  9300-SIGN-ON
006770*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
006780*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
006790*  WITHOUT MAINTENANCE AUTHORITY REFUSES THE RUN BEFORE
006800*  ANY FILE IS TOUCHED.
006810******************************************************************
006820 9300-SIGN-ON.
006830     DISPLAY "PT2RAISE - OPERATOR SIGN-ON"
006840     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
006850     ACCEPT WS-SIGNON-ID FROM CONSOLE
006860     DISPLAY "PASSWORD: " WITH NO ADVANCING
006870     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
006880     INSPECT WS-SIGNON-ID CONVERTING
006890         "abcdefghijklmnopqrstuvwxyz" TO
006900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006910     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
006920     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
006930        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
006940         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
006950         STOP RUN
006960     END-IF
006970     IF WS-OPER-ACTIVE NOT = "A"
006980         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
006990             "RUN REFUSED."
007000         STOP RUN
007010     END-IF
007020     IF WS-AUTH-MAINT NOT = "Y"
007030         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
007040             "MAINTENANCE AUTHORITY - RUN REFUSED."
007050         STOP RUN
007060     END-IF
007070     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
007080     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
007090     DISPLAY SPACES
007100     .
007110 9300-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150*  9310-FIND-OPERATOR
007160*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
007170*  CAN SIGN ON.
007180******************************************************************
007190 9310-FIND-OPERATOR.
007200     MOVE "N" TO WS-OPER-FOUND-SW
007210     MOVE "N" TO OperEnd
007220     OPEN INPUT OPERFILE
007230     IF WS-OPER-STATUS = "35"
007240         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
007250         MOVE "Y" TO OperEnd
007260     ELSE
007270         PERFORM UNTIL OperEnd = "Y"
007280             READ OPERFILE
007290                 AT END
007300                     MOVE "Y" TO OperEnd
007310                 NOT AT END
007320                     PERFORM 9320-CHECK-ONE-OPERATOR
007330                         THRU 9320-EXIT
007340             END-READ
007350         END-PERFORM
007360         CLOSE OPERFILE
007370     END-IF
007380     .
007390 9310-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430*  9320-CHECK-ONE-OPERATOR
007440******************************************************************
007450 9320-CHECK-ONE-OPERATOR.
007460     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
007470         MOVE "Y" TO WS-OPER-FOUND-SW
007480         MOVE "Y" TO OperEnd
007490         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
007500         MOVE OP-NAME TO WS-OPER-NAME
007510         MOVE OP-STATUS TO WS-OPER-ACTIVE
007520         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
007530         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
007540         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
007550         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
007560     END-IF
007570     .
007580 9320-EXIT.
007590     EXIT.
