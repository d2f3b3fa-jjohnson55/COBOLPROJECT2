000010* IDENTIFICATION DIVISION.
000015 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PT2W2.
000030 AUTHOR. JOHN STEPHEN JOHNSON.
000040 INSTALLATION. THE BEST IS YET TO COME, INC.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PT2W2 - YEAR-END W-2 WAGE AND TAX STATEMENTS
000090*
000100*  TURNS A CLOSED YEAR'S PAY INTO THE W-2 EVERY EMPLOYEE PAID IN
000110*  THE YEAR MUST BE GIVEN, THE W-3 TRANSMITTAL TOTALS, AND THE
000120*  ELECTRONIC WAGE-REPORTING FILE.  THE OPERATOR KEYS THE TAX
000130*  YEAR AND THE KIND OF RUN:
000140*      O  -  ORIGINAL W-2S.  THE YEAR'S FIGURES COME FROM
000150*            YTDPRIOR.DAT, WHERE THE PT2YTD ROLLOVER LEAVES THE
000160*            CLOSED YEAR, OR FROM YTDMAST.DAT WHEN THE ROLLOVER
000170*            HAS NOT BEEN RUN YET.  NAME AND SSN COME FROM
000180*            NEWEMP.DAT; TERMINATED EMPLOYEES ARE STILL THERE AND
000190*            GET THEIR W-2 LIKE EVERYONE ELSE.  EACH TAX AND
000200*            DEDUCTION CODE GOES IN THE BOX W2CODE.DAT GIVES IT.
000210*            THE STATEMENTS AND THE W-3 PRINT TO W2RPT.RPT, THE
000220*            FILING FILE IS WRITTEN TO W2EFILE.DAT IN THE 512-BYTE
000230*            RA/RE/RW/RT/RF RECORD FORMAT, AND WHAT WAS ISSUED IS
000240*            KEPT ON W2HIST.DAT.
000250*      C  -  CORRECTED W-2C STATEMENTS.  EVERY PAYDTL.DAT PAYMENT
000260*            FOR THE YEAR MADE AFTER AN EMPLOYEE'S W-2 WAS ISSUED
000270*            - A SUPPLEMENTAL RUN OR A PT2VOID REVERSAL - IS ADDED
000280*            TO THE FIGURES ON W2HIST.DAT, AND EACH EMPLOYEE WHOSE
000290*            BOXES CHANGED GETS A W-2C SHOWING THE PREVIOUSLY
000300*            REPORTED AND CORRECT AMOUNTS, WITH W-3C TOTALS.
000310*            W2HIST.DAT IS UPDATED SO THE NEXT W-2C STARTS FROM
000320*            THE CORRECTED FIGURES.
000330*  EMPLOYEES WITH NO TAXSTAT.DAT RECORD HAD NO INCOME TAX TABLE
000340*  WITHHOLDING ALL YEAR; THEIR STATEMENTS ARE NOTED SO PAYROLL
000350*  CAN CONFIRM IT BEFORE THE FORMS GO OUT.
000360*
000370*  MODIFICATION HISTORY.
000380*  DATE        INIT  DESCRIPTION
000390*  ----------  ----  ------------------------------------------
000400*  2026-10-15  JSJ   ORIGINAL VERSION.
000401*  2026-10-15  JSJ   YTDMAST.DAT RECORD NOW 451 BYTES.
000402*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000403*                    NEEDS PAYROLL RUN AND FULL-SSN AUTHORITY.
000404*                    THE OPERATOR ID NOW GOES ON THE RUNCTL.DAT
000405*                    STAMPS, AND EACH RUN IS LOGGED TO SSNLOG.DAT.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT NEWEMPFILE ASSIGN TO "NEWEMP.dat"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         ACCESS IS SEQUENTIAL
000480         FILE STATUS IS WS-NEWEMP-STATUS.
000490
000500     SELECT TAXSTATFILE ASSIGN TO "TAXSTAT.dat"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS IS SEQUENTIAL
000530         FILE STATUS IS WS-TAXSTAT-STATUS.
000540
000550     SELECT W2CODEFILE ASSIGN TO "W2CODE.dat"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS IS SEQUENTIAL
000580         FILE STATUS IS WS-W2CODE-STATUS.
000590
000600     SELECT ERTAXFILE ASSIGN TO "ERTAX.dat"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         ACCESS IS SEQUENTIAL
000630         FILE STATUS IS WS-ERTAX-STATUS.
000640
000650     SELECT W2HISTFILE ASSIGN TO "W2HIST.dat"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         ACCESS IS SEQUENTIAL
000680         FILE STATUS IS WS-W2HIST-STATUS.
000690
000700     SELECT PRIORFILE ASSIGN TO "YTDPRIOR.dat"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         ACCESS IS SEQUENTIAL
000730         FILE STATUS IS WS-PRIOR-STATUS.
000740
000750     SELECT YTDFILE ASSIGN TO "YTDMAST.dat"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         ACCESS IS SEQUENTIAL
000780         FILE STATUS IS WS-YTD-STATUS.
000790
000800     SELECT PAYDTLFILE ASSIGN TO "PAYDTL.dat"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         ACCESS IS SEQUENTIAL
000830         FILE STATUS IS WS-PAYDTL-STATUS.
000840
000850     SELECT W2RPTFILE ASSIGN TO "W2RPT.rpt"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         ACCESS IS SEQUENTIAL.
000880
000890     SELECT EFILE ASSIGN TO "W2EFILE.dat"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         ACCESS IS SEQUENTIAL.
000920
000930     SELECT RUNCTLFILE ASSIGN TO "RUNCTL.dat"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         ACCESS IS SEQUENTIAL
000960         FILE STATUS IS WS-RUNCTL-STATUS.
000965
000970     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000971         ORGANIZATION IS LINE SEQUENTIAL
000972         ACCESS IS SEQUENTIAL
000973         FILE STATUS IS WS-OPER-STATUS.
000974
000975     SELECT SSNLOGFILE ASSIGN TO "SSNLOG.dat"
000976         ORGANIZATION IS LINE SEQUENTIAL
000977         ACCESS IS SEQUENTIAL
000978         FILE STATUS IS WS-SSNLOG-STATUS.
000979
000980 DATA DIVISION.
000990 FILE SECTION.
001000******************************************************************
001010*  NEWEMPFILE - THE EMPLOYEE MASTER, FOR NAME, SSN, AND STATUS.
001020*  SAME 122-BYTE LAYOUT AS PT2.
001030******************************************************************
001040 FD  NEWEMPFILE.
001050 01  REmployee-Record.
001060     05  REMPNUM             PIC X(07).
001070     05  REMPLNAME           PIC X(12).
001080     05  REMPFNAME           PIC X(13).
001090     05  REMPTYPE            PIC X(06).
001100     05  REMPTITLE           PIC X(17).
001110     05  RSPACES             PIC X(05).
001120     05  REMPSSNF3           PIC X(03).
001130     05  REMPSSNN3           PIC X(03).
001140     05  REMPSSNL3           PIC X(03).
001150     05  RDOTS               PIC X(24).
001160     05  RMON                PIC X(02).
001170     05  RDAY                PIC X(02).
001180     05  RYEAR               PIC X(04).
001190     05  RRATE               PIC 9(09)V99.
001200     05  RSTATUS             PIC X(01).
001210     05  REMPSTAT            PIC X(01).
001220     05  RTMON               PIC X(02).
001230     05  RTDAY               PIC X(02).
001240     05  RTYEAR              PIC X(04).
001250
001260 FD  TAXSTATFILE.
001270 COPY TAXSTAT.
001280
001290 FD  W2CODEFILE.
001300 COPY W2CODE.
001310
001320 FD  ERTAXFILE.
001330 COPY ERTAX.
001340
001350******************************************************************
001360*  W2HISTFILE - READ WHOLE INTO HIST-TABLE AND WRITTEN BACK WHOLE.
001370*  THE LAYOUT, W2HIST, IS THE WORKING RECORD IN WORKING-STORAGE.
001380******************************************************************
001390 FD  W2HISTFILE.
001400 01  WF-HIST-RECORD          PIC X(264).
001410
001420******************************************************************
001430*  PRIORFILE / YTDFILE - THE CLOSED YEAR AFTER AND BEFORE THE
001440*  PT2YTD ROLLOVER, BOTH IN THE YTDMAST LAYOUT AND BOTH READ INTO
001450*  THE ONE YTDMAST RECORD IN WORKING-STORAGE.
001460******************************************************************
001470 FD  PRIORFILE.
001480 01  PR-YTD-RECORD           PIC X(451).
001490
001500 FD  YTDFILE.
001510 01  YF-YTD-RECORD           PIC X(451).
001520
001530 FD  PAYDTLFILE.
001540 COPY PAYDTL.
001550
001560 FD  W2RPTFILE.
001570 01  W2-Print-Line           PIC X(132).
001580
001590 FD  EFILE.
001600 01  EF-FILE-RECORD          PIC X(512).
001610
001620 FD  RUNCTLFILE.
001630 COPY RUNCTL.
001640
001641 FD  OPERFILE.
001642 COPY OPERATOR.
001643
001644 FD  SSNLOGFILE.
001645 COPY SSNLOG.
001646
001650 WORKING-STORAGE SECTION.
001660 COPY YTDMAST.
001670 COPY W2HIST.
001680
001690 01  WS-NEWEMP-STATUS            PIC X(02) VALUE "00".
001700 01  WS-TAXSTAT-STATUS           PIC X(02) VALUE "00".
001710 01  WS-W2CODE-STATUS            PIC X(02) VALUE "00".
001720 01  WS-ERTAX-STATUS             PIC X(02) VALUE "00".
001730 01  WS-W2HIST-STATUS            PIC X(02) VALUE "00".
001740 01  WS-PRIOR-STATUS             PIC X(02) VALUE "00".
001750 01  WS-YTD-STATUS               PIC X(02) VALUE "00".
001760 01  WS-PAYDTL-STATUS            PIC X(02) VALUE "00".
001770 01  TODAY-DATE.
001780     03  YR                      PIC 9(04).
001790     03  MN                      PIC 9(02).
001800     03  DY                      PIC 9(02).
001810 01  LoadEnd                     PIC X(01) VALUE "N".
001820 01  TaxStatEnd                  PIC X(01) VALUE "N".
001830 01  W2CodeEnd                   PIC X(01) VALUE "N".
001840 01  W2HistEnd                   PIC X(01) VALUE "N".
001850 01  YtdEnd                      PIC X(01) VALUE "N".
001860 01  PayDtlEnd                   PIC X(01) VALUE "N".
001870 01  WS-MODE-ANSWER              PIC X(01) VALUE SPACE.
001880 01  WS-SEL-YEAR-ANSWER          PIC X(04) VALUE SPACES.
001890 01  WS-SEL-YEAR                 PIC 9(04) VALUE ZERO.
001900 01  WS-REISSUE-ANSWER           PIC X(01) VALUE "N".
001910 01  WS-SOURCE-NAME              PIC X(12) VALUE SPACES.
001920
001930* ----------------------------------------------------------------
001940*  EMPLOYEE MASTER, SORTED FOR SEARCH ALL THE WAY PT2REG DOES
001950* ----------------------------------------------------------------
001960 01  WS-EMP-COUNT                PIC 9(04) VALUE ZERO.
001970 01  EMP-TABLE.
001980     05  EMP-ENTRY OCCURS 1 TO 9999 TIMES
001990             DEPENDING ON WS-EMP-COUNT
002000             ASCENDING KEY IS TB-EMPNUM
002010             INDEXED BY TB-IDX.
002020         10  TB-EMPNUM           PIC X(07).
002030         10  TB-LNAME            PIC X(12).
002040         10  TB-FNAME            PIC X(13).
002050         10  TB-SSN              PIC X(09).
002060         10  TB-EMPSTAT          PIC X(01).
002070         10  TB-TERM-MN          PIC X(02).
002080         10  TB-TERM-DY          PIC X(02).
002090         10  TB-TERM-YR          PIC X(04).
002100 01  WS-EMP-FOUND-SW             PIC X(01) VALUE "N".
002110 01  WS-EMP-FULL-SW              PIC X(01) VALUE "N".
002120
002130* ----------------------------------------------------------------
002140*  EMPLOYEES WITH A TAXSTAT.DAT RECORD
002150* ----------------------------------------------------------------
002160 01  WS-TAXSTAT-COUNT            PIC 9(04) VALUE ZERO.
002170 01  TAXSTAT-TABLE.
002180     05  TAXSTAT-ENTRY OCCURS 1 TO 9999 TIMES
002190             DEPENDING ON WS-TAXSTAT-COUNT
002200             INDEXED BY TP-IDX.
002210         10  TP-EMPNUM           PIC X(07).
002220 01  WS-TAXSTAT-FOUND-SW         PIC X(01) VALUE "N".
002230
002240* ----------------------------------------------------------------
002250*  W2CODE.DAT - THE BOX EACH CODE GOES IN, AND THE EMPLOYER
002260* ----------------------------------------------------------------
002270 01  WS-CODE-COUNT               PIC 9(02) VALUE ZERO.
002280 01  CODE-TABLE.
002290     05  CODE-ENTRY OCCURS 50 TIMES
002300             INDEXED BY CT-IDX.
002310         10  CT-DED-CODE         PIC X(03).
002320         10  CT-BOX              PIC X(02).
002330         10  CT-BOX12-CODE       PIC X(02).
002340         10  CT-BOX14-LABEL      PIC X(10).
002350 01  WS-CODE-FULL-SW             PIC X(01) VALUE "N".
002360 01  WS-CONTROL-SW               PIC X(01) VALUE "N".
002370 01  WS-ER-EIN                   PIC X(09) VALUE SPACES.
002380 01  WS-ER-EIN-R REDEFINES WS-ER-EIN.
002390     05  WS-ER-EIN-PREFIX        PIC X(02).
002400     05  WS-ER-EIN-SERIAL        PIC X(07).
002410 01  WS-ER-NAME                  PIC X(35) VALUE
002420     "THE BEST IS YET TO COME, INC.".
002430 01  WS-ER-ADDRESS               PIC X(22) VALUE SPACES.
002440 01  WS-ER-CITY                  PIC X(22) VALUE SPACES.
002450 01  WS-ER-STATE                 PIC X(02) VALUE SPACES.
002460 01  WS-ER-ZIP                   PIC X(05) VALUE SPACES.
002470 01  WS-ER-ZIP-EXT               PIC X(04) VALUE SPACES.
002480 01  WS-TAX-STATE                PIC X(02) VALUE SPACES.
002490 01  WS-STATE-ID                 PIC X(15) VALUE SPACES.
002500 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
002510 01  WS-CONTACT                  PIC X(27) VALUE SPACES.
002520 01  WS-PHONE                    PIC X(15) VALUE SPACES.
002530 01  WS-EMAIL                    PIC X(40) VALUE SPACES.
002540
002550* ----------------------------------------------------------------
002560*  SOCIAL SECURITY WAGE BASE FROM THE ERTAX.DAT CONTROL RECORD,
002570*  WITH THE SAME DEFAULT PT2REG USES WHEN THERE IS NONE.
002580* ----------------------------------------------------------------
002590 01  WS-SS-BASE                  PIC 9(07)V99 VALUE 176100.00.
002600
002610* ----------------------------------------------------------------
002620*  W2HIST.DAT, HELD WHOLE.  HT-DELTA CARRIES THE PAYMENTS MADE
002630*  SINCE THE W-2 WAS ISSUED, BY BOX, ON A W-2C RUN.
002640* ----------------------------------------------------------------
002650 01  WS-HT-COUNT                 PIC 9(04) VALUE ZERO.
002660 01  HIST-TABLE.
002670     05  HIST-ENTRY OCCURS 1 TO 9999 TIMES
002680             DEPENDING ON WS-HT-COUNT
002690             INDEXED BY HT-IDX.
002700         10  HT-RECORD.
002710             15  HT-EMPNUM       PIC X(07).
002720             15  HT-YEAR         PIC 9(04).
002730             15  FILLER          PIC X(253).
002740         10  HT-TOUCHED-SW       PIC X(01).
002750         10  HT-DELTA-AMT        PIC S9(09)V99 OCCURS 10 TIMES.
002760         10  HT-DELTA-B12        PIC S9(09)V99 OCCURS 4 TIMES.
002770         10  HT-DELTA-B14        PIC S9(09)V99 OCCURS 2 TIMES.
002780 01  WS-HT-ESUB                  PIC 9(04) VALUE ZERO.
002790 01  WS-HT-FOUND-SW              PIC X(01) VALUE "N".
002800 01  WS-HT-FULL-SW               PIC X(01) VALUE "N".
002810 01  WS-PRIOR-ISSUE-COUNT        PIC 9(06) VALUE ZERO.
002820 01  WS-ISSUE-STAMP.
002830     05  WS-ISSUE-DATE           PIC 9(08) VALUE ZERO.
002840     05  WS-ISSUE-TIME           PIC 9(06) VALUE ZERO.
002850 01  WS-YEAR-STAMP.
002860     05  WS-YEAR-STAMP-DATE      PIC 9(08) VALUE ZERO.
002870     05  WS-YEAR-STAMP-TIME      PIC 9(06) VALUE ZERO.
002880 01  WS-YEAR-STAMP-R REDEFINES WS-YEAR-STAMP.
002890     05  WS-YEAR-STAMP-YR        PIC 9(04).
002900     05  WS-YEAR-STAMP-MN        PIC 9(02).
002910     05  WS-YEAR-STAMP-DY        PIC 9(02).
002920     05  FILLER                  PIC 9(06).
002930 01  WS-ENTRY-STAMP.
002940     05  WS-ENTRY-STAMP-DATE     PIC 9(08) VALUE ZERO.
002950     05  WS-ENTRY-STAMP-TIME     PIC 9(06) VALUE ZERO.
002960 01  WS-PAY-STAMP.
002970     05  WS-PAY-STAMP-DATE       PIC 9(08) VALUE ZERO.
002980     05  WS-PAY-STAMP-TIME       PIC 9(06) VALUE ZERO.
002990
003000* ----------------------------------------------------------------
003010*  FIGURING ONE STATEMENT
003020* ----------------------------------------------------------------
003030 01  WS-QSUB                     PIC 9(01) VALUE ZERO.
003040 01  WS-DSUB                     PIC 9(02) VALUE ZERO.
003050 01  WS-BSUB                     PIC 9(02) VALUE ZERO.
003060 01  WS-KSUB                     PIC 9(01) VALUE ZERO.
003070 01  WS-GROSS-WORK               PIC 9(09)V99 VALUE ZERO.
003080 01  WS-POST-CODE                PIC X(03) VALUE SPACES.
003090 01  WS-POST-AMOUNT              PIC S9(09)V99 VALUE ZERO.
003100 01  WS-POST-KIND                PIC X(01) VALUE "N".
003110 01  WS-POST-IDX                 PIC 9(02) VALUE ZERO.
003120 01  WS-POST-B12-CODE            PIC X(02) VALUE SPACES.
003130 01  WS-POST-B14-LABEL           PIC X(10) VALUE SPACES.
003140 01  WS-SLOT                     PIC 9(01) VALUE ZERO.
003150 01  WS-ZERO-SW                  PIC X(01) VALUE "Y".
003160 01  WS-NO-EMP-SW                PIC X(01) VALUE "N".
003170 01  WS-NO-TAXSTAT-SW            PIC X(01) VALUE "N".
003180 01  WS-B12-FULL-SW              PIC X(01) VALUE "N".
003190 01  WS-B14-FULL-SW              PIC X(01) VALUE "N".
003200 01  WS-SSN-WORK                 PIC X(09) VALUE SPACES.
003210 01  WS-SSN-WORK-R REDEFINES WS-SSN-WORK.
003220     05  WS-SSN-F3               PIC X(03).
003230     05  WS-SSN-N3               PIC X(03).
003240     05  WS-SSN-L3               PIC X(03).
003250 01  WS-B12-LETTERS              PIC X(04) VALUE "ABCD".
003260 01  WS-B12-LETTERS-R REDEFINES WS-B12-LETTERS.
003270     05  WS-B12-LETTER           PIC X(01) OCCURS 4 TIMES.
003280
003290* ----------------------------------------------------------------
003300*  THE CORRECT FIGURES ON A W-2C, SAME POSITIONS AS WH-BOX-AMT
003310* ----------------------------------------------------------------
003320 01  COR-TABLE.
003330     05  WS-COR-AMT              PIC 9(09)V99 OCCURS 10 TIMES.
003340     05  WS-COR-B12              PIC 9(09)V99 OCCURS 4 TIMES.
003350     05  WS-COR-B14              PIC 9(09)V99 OCCURS 2 TIMES.
003360 01  WS-COR-SIGNED               PIC S9(09)V99 VALUE ZERO.
003370 01  WS-CHANGED-SW               PIC X(01) VALUE "N".
003380 01  WS-SIGN-BYTE                PIC X(01) VALUE SPACE.
003390 01  WS-UNSIGNED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
003400 01  WS-SIGNED-AMOUNT            PIC S9(09)V99 VALUE ZERO.
003410
003420* ----------------------------------------------------------------
003430*  W-3 / W-3C TOTALS, SAME POSITIONS AS WH-BOX-AMT
003440* ----------------------------------------------------------------
003450 01  TOTAL-TABLE.
003460     05  WS-TOT-AMT              PIC 9(11)V99 OCCURS 10 TIMES.
003470     05  WS-TOT-PREV-AMT         PIC 9(11)V99 OCCURS 10 TIMES.
003480 01  WS-TOT-DEFER                PIC 9(11)V99 VALUE ZERO.
003490 01  WS-TOT-PREV-DEFER           PIC 9(11)V99 VALUE ZERO.
003500 01  WS-W2-COUNT                 PIC 9(06) VALUE ZERO.
003510 01  WS-YTD-MATCH-COUNT          PIC 9(06) VALUE ZERO.
003520 01  WS-TERM-COUNT               PIC 9(06) VALUE ZERO.
003530 01  WS-NOTE-COUNT               PIC 9(06) VALUE ZERO.
003540 01  WS-PAY-COUNT                PIC 9(06) VALUE ZERO.
003550 01  WS-NETTED-COUNT             PIC 9(06) VALUE ZERO.
003560 01  WS-RW-COUNT                 PIC 9(07) VALUE ZERO.
003570 01  WS-CENTS                    PIC 9(11) VALUE ZERO.
003580
003590* ----------------------------------------------------------------
003600*  RUN-CONTROL FIELDS
003610* ----------------------------------------------------------------
003620 01  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
003630 01  WS-TIME-RAW.
003640     03  WS-TIME-HHMMSS          PIC 9(06).
003650     03  FILLER                  PIC 9(02).
003660
003670* ----------------------------------------------------------------
003680*  W2RPT.RPT PRINT LINES
003690* ----------------------------------------------------------------
003700 01  W2-DATE-LINE.
003710     05  FILLER                  PIC X(10) VALUE SPACES.
003720     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
003730     05  W2-DATE-MN              PIC X(02).
003740     05  FILLER                  PIC X(01) VALUE "/".
003750     05  W2-DATE-DY              PIC X(02).
003760     05  FILLER                  PIC X(01) VALUE "/".
003770     05  W2-DATE-YR              PIC X(04).
003780     05  FILLER                  PIC X(102) VALUE SPACES.
003790 01  W2-RULE-LINE.
003800     05  FILLER                  PIC X(80) VALUE ALL "-".
003810     05  FILLER                  PIC X(52) VALUE SPACES.
003820 01  W2-TITLE-LINE.
003830     05  FILLER                  PIC X(02) VALUE SPACES.
003840     05  W2-TITLE                PIC X(50).
003850     05  FILLER                  PIC X(09) VALUE "TAX YEAR ".
003860     05  W2-TITLE-YEAR           PIC 9(04).
003870     05  FILLER                  PIC X(67) VALUE SPACES.
003880 01  W2-ID-LINE.
003890     05  FILLER                  PIC X(02) VALUE SPACES.
003900     05  W2-ID-BOX               PIC X(04).
003910     05  W2-ID-LABEL             PIC X(30).
003920     05  W2-ID-VALUE             PIC X(50).
003930     05  FILLER                  PIC X(46) VALUE SPACES.
003940 01  W2-BOX-LINE.
003950     05  FILLER                  PIC X(02) VALUE SPACES.
003960     05  W2-BOX-NUM              PIC X(04).
003970     05  W2-BOX-LABEL            PIC X(30).
003980     05  W2-BOX-CODE             PIC X(12).
003990     05  W2-BOX-AMOUNT           PIC $$$,$$$,$$9.99.
004000     05  FILLER                  PIC X(70) VALUE SPACES.
004010 01  WC-HEAD-LINE-1.
004020     05  FILLER                  PIC X(48) VALUE SPACES.
004030     05  FILLER                  PIC X(14) VALUE "    PREVIOUSLY".
004040     05  FILLER                  PIC X(04) VALUE SPACES.
004050     05  FILLER                  PIC X(14) VALUE "       CORRECT".
004060     05  FILLER                  PIC X(52) VALUE SPACES.
004070 01  WC-HEAD-LINE-2.
004080     05  FILLER                  PIC X(48) VALUE SPACES.
004090     05  FILLER                  PIC X(14) VALUE "      REPORTED".
004100     05  FILLER                  PIC X(04) VALUE SPACES.
004110     05  FILLER                  PIC X(14) VALUE "   INFORMATION".
004120     05  FILLER                  PIC X(52) VALUE SPACES.
004130 01  WC-BOX-LINE.
004140     05  FILLER                  PIC X(02) VALUE SPACES.
004150     05  WC-BOX-NUM              PIC X(04).
004160     05  WC-BOX-LABEL            PIC X(30).
004170     05  WC-BOX-CODE             PIC X(12).
004180     05  WC-BOX-PREV             PIC $$$,$$$,$$9.99.
004190     05  FILLER                  PIC X(04) VALUE SPACES.
004200     05  WC-BOX-CORRECT          PIC $$$,$$$,$$9.99.
004210     05  FILLER                  PIC X(52) VALUE SPACES.
004220 01  W3-BOX-LINE.
004230     05  FILLER                  PIC X(02) VALUE SPACES.
004240     05  W3-BOX-NUM              PIC X(04).
004250     05  W3-BOX-LABEL            PIC X(30).
004260     05  W3-BOX-CODE             PIC X(12).
004270     05  W3-BOX-AMOUNT           PIC $$,$$$,$$$,$$9.99.
004280     05  FILLER                  PIC X(67) VALUE SPACES.
004290 01  W3C-HEAD-LINE-1.
004300     05  FILLER                  PIC X(48) VALUE SPACES.
004310     05  FILLER                  PIC X(17) VALUE
004320         "       PREVIOUSLY".
004330     05  FILLER                  PIC X(02) VALUE SPACES.
004340     05  FILLER                  PIC X(17) VALUE
004350         "          CORRECT".
004360     05  FILLER                  PIC X(48) VALUE SPACES.
004370 01  W3C-HEAD-LINE-2.
004380     05  FILLER                  PIC X(48) VALUE SPACES.
004390     05  FILLER                  PIC X(17) VALUE
004400         "         REPORTED".
004410     05  FILLER                  PIC X(02) VALUE SPACES.
004420     05  FILLER                  PIC X(17) VALUE
004430         "      INFORMATION".
004440     05  FILLER                  PIC X(48) VALUE SPACES.
004450 01  W3C-BOX-LINE.
004460     05  FILLER                  PIC X(02) VALUE SPACES.
004470     05  W3C-BOX-NUM             PIC X(04).
004480     05  W3C-BOX-LABEL           PIC X(30).
004490     05  W3C-BOX-CODE            PIC X(12).
004500     05  W3C-BOX-PREV            PIC $$,$$$,$$$,$$9.99.
004510     05  FILLER                  PIC X(02) VALUE SPACES.
004520     05  W3C-BOX-CORRECT         PIC $$,$$$,$$$,$$9.99.
004530     05  FILLER                  PIC X(48) VALUE SPACES.
004540 01  W2-MSG-LINE.
004550     05  FILLER                  PIC X(06) VALUE SPACES.
004560     05  W2-MSG-TEXT             PIC X(60).
004570     05  FILLER                  PIC X(66) VALUE SPACES.
004580 01  W2-TOTAL-LINE.
004590     05  W2-TOTAL-LABEL          PIC X(30).
004600     05  W2-TOTAL-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
004610     05  FILLER                  PIC X(84) VALUE SPACES.
004620 01  W2-COUNT-LINE.
004630     05  W2-COUNT-LABEL          PIC X(30).
004640     05  W2-COUNT                PIC ZZZZZ9.
004650     05  FILLER                  PIC X(96) VALUE SPACES.
004660
004670* ----------------------------------------------------------------
004680*  BOX LABELS, BY WH-BOX-AMT POSITION
004690* ----------------------------------------------------------------
004700 01  BOX-LABEL-VALUES.
004710     05  FILLER                  PIC X(34) VALUE
004720         " 1  WAGES, TIPS, OTHER COMP.".
004730     05  FILLER                  PIC X(34) VALUE
004740         " 2  FEDERAL INCOME TAX WITHHELD".
004750     05  FILLER                  PIC X(34) VALUE
004760         " 3  SOCIAL SECURITY WAGES".
004770     05  FILLER                  PIC X(34) VALUE
004780         " 4  SOCIAL SECURITY TAX WITHHELD".
004790     05  FILLER                  PIC X(34) VALUE
004800         " 5  MEDICARE WAGES AND TIPS".
004810     05  FILLER                  PIC X(34) VALUE
004820         " 6  MEDICARE TAX WITHHELD".
004830     05  FILLER                  PIC X(34) VALUE
004840         "16  STATE WAGES, TIPS, ETC.".
004850     05  FILLER                  PIC X(34) VALUE
004860         "17  STATE INCOME TAX".
004870     05  FILLER                  PIC X(34) VALUE
004880         "18  LOCAL WAGES, TIPS, ETC.".
004890     05  FILLER                  PIC X(34) VALUE
004900         "19  LOCAL INCOME TAX".
004910 01  BOX-LABEL-TABLE REDEFINES BOX-LABEL-VALUES.
004920     05  BOX-LABEL-ENTRY OCCURS 10 TIMES.
004930         10  BL-NUM              PIC X(04).
004940         10  BL-LABEL            PIC X(30).
004950
004960* ----------------------------------------------------------------
004970*  W2EFILE.DAT - THE WAGE-REPORTING SUBMISSION, 512-BYTE RECORDS.
004980*  MONEY IS IN CENTS, RIGHT-JUSTIFIED AND ZERO-FILLED.
004990* ----------------------------------------------------------------
005000 01  EF-RA-RECORD.
005010     05  EF-RA-ID                PIC X(02).
005020     05  EF-RA-EIN               PIC X(09).
005030     05  EF-RA-USER-ID           PIC X(08).
005040     05  FILLER                  PIC X(09).
005050     05  EF-RA-RESUB             PIC X(01).
005060     05  FILLER                  PIC X(06).
005070     05  EF-RA-SOFTWARE          PIC X(02).
005080     05  EF-RA-CO-NAME           PIC X(57).
005090     05  EF-RA-CO-LOCATION       PIC X(22).
005100     05  EF-RA-CO-DELIVERY       PIC X(22).
005110     05  EF-RA-CO-CITY           PIC X(22).
005120     05  EF-RA-CO-STATE          PIC X(02).
005130     05  EF-RA-CO-ZIP            PIC X(05).
005140     05  EF-RA-CO-ZIP-EXT        PIC X(04).
005150     05  FILLER                  PIC X(45).
005160     05  EF-RA-SUB-NAME          PIC X(57).
005170     05  EF-RA-SUB-LOCATION      PIC X(22).
005180     05  EF-RA-SUB-DELIVERY      PIC X(22).
005190     05  EF-RA-SUB-CITY          PIC X(22).
005200     05  EF-RA-SUB-STATE         PIC X(02).
005210     05  EF-RA-SUB-ZIP           PIC X(05).
005220     05  EF-RA-SUB-ZIP-EXT       PIC X(04).
005230     05  FILLER                  PIC X(45).
005240     05  EF-RA-CONTACT           PIC X(27).
005250     05  EF-RA-PHONE             PIC X(15).
005260     05  FILLER                  PIC X(08).
005270     05  EF-RA-EMAIL             PIC X(40).
005280     05  FILLER                  PIC X(14).
005290     05  EF-RA-PREPARER          PIC X(01).
005300     05  FILLER                  PIC X(12).
005310 01  EF-RE-RECORD.
005320     05  EF-RE-ID                PIC X(02).
005330     05  EF-RE-YEAR              PIC 9(04).
005340     05  FILLER                  PIC X(01).
005350     05  EF-RE-EIN               PIC X(09).
005360     05  FILLER                  PIC X(09).
005370     05  EF-RE-TERMINATING       PIC X(01).
005380     05  FILLER                  PIC X(13).
005390     05  EF-RE-NAME              PIC X(57).
005400     05  EF-RE-LOCATION          PIC X(22).
005410     05  EF-RE-DELIVERY          PIC X(22).
005420     05  EF-RE-CITY              PIC X(22).
005430     05  EF-RE-STATE             PIC X(02).
005440     05  EF-RE-ZIP               PIC X(05).
005450     05  EF-RE-ZIP-EXT           PIC X(04).
005460     05  EF-RE-KIND              PIC X(01).
005470     05  FILLER                  PIC X(44).
005480     05  EF-RE-EMPLOYMENT        PIC X(01).
005490     05  FILLER                  PIC X(01).
005500     05  EF-RE-SICK-PAY          PIC X(01).
005510     05  EF-RE-CONTACT           PIC X(27).
005520     05  EF-RE-PHONE             PIC X(15).
005530     05  FILLER                  PIC X(15).
005540     05  EF-RE-EMAIL             PIC X(40).
005550     05  FILLER                  PIC X(194).
005560 01  EF-RW-RECORD.
005570     05  EF-RW-ID                PIC X(02).
005580     05  EF-RW-SSN               PIC X(09).
005590     05  EF-RW-FIRST             PIC X(15).
005600     05  EF-RW-MIDDLE            PIC X(15).
005610     05  EF-RW-LAST              PIC X(20).
005620     05  FILLER                  PIC X(126).
005630     05  EF-RW-WAGES             PIC 9(11).
005640     05  EF-RW-FED-TAX           PIC 9(11).
005650     05  EF-RW-SS-WAGES          PIC 9(11).
005660     05  EF-RW-SS-TAX            PIC 9(11).
005670     05  EF-RW-MED-WAGES         PIC 9(11).
005680     05  EF-RW-MED-TAX           PIC 9(11).
005690     05  EF-RW-SS-TIPS           PIC 9(11).
005700     05  FILLER                  PIC X(11).
005710     05  EF-RW-DEP-CARE          PIC 9(11).
005720     05  EF-RW-CODE-D            PIC 9(11).
005730     05  EF-RW-CODE-E            PIC 9(11).
005740     05  EF-RW-CODE-F            PIC 9(11).
005750     05  EF-RW-CODE-G            PIC 9(11).
005760     05  EF-RW-CODE-H            PIC 9(11).
005770     05  FILLER                  PIC X(11).
005780     05  EF-RW-NQ-457            PIC 9(11).
005790     05  EF-RW-CODE-W            PIC 9(11).
005800     05  EF-RW-NQ-OTHER          PIC 9(11).
005810     05  EF-RW-CODE-Q            PIC 9(11).
005820     05  FILLER                  PIC X(11).
005830     05  EF-RW-CODE-C            PIC 9(11).
005840     05  EF-RW-CODE-V            PIC 9(11).
005850     05  EF-RW-CODE-Y            PIC 9(11).
005860     05  EF-RW-CODE-AA           PIC 9(11).
005870     05  EF-RW-CODE-BB           PIC 9(11).
005880     05  EF-RW-CODE-DD           PIC 9(11).
005890     05  EF-RW-CODE-FF           PIC 9(11).
005900     05  FILLER                  PIC X(01).
005910     05  EF-RW-STATUTORY         PIC X(01).
005920     05  FILLER                  PIC X(01).
005930     05  EF-RW-RETIREMENT        PIC X(01).
005940     05  EF-RW-SICK-PAY          PIC X(01).
005950     05  FILLER                  PIC X(23).
005960 01  EF-RT-RECORD.
005970     05  EF-RT-ID                PIC X(02).
005980     05  EF-RT-COUNT             PIC 9(07).
005990     05  EF-RT-WAGES             PIC 9(15).
006000     05  EF-RT-FED-TAX           PIC 9(15).
006010     05  EF-RT-SS-WAGES          PIC 9(15).
006020     05  EF-RT-SS-TAX            PIC 9(15).
006030     05  EF-RT-MED-WAGES         PIC 9(15).
006040     05  EF-RT-MED-TAX           PIC 9(15).
006050     05  EF-RT-SS-TIPS           PIC 9(15).
006060     05  FILLER                  PIC X(15).
006070     05  EF-RT-DEP-CARE          PIC 9(15).
006080     05  EF-RT-CODE-D            PIC 9(15).
006090     05  EF-RT-CODE-E            PIC 9(15).
006100     05  EF-RT-CODE-F            PIC 9(15).
006110     05  EF-RT-CODE-G            PIC 9(15).
006120     05  EF-RT-CODE-H            PIC 9(15).
006130     05  FILLER                  PIC X(15).
006140     05  EF-RT-NQ-457            PIC 9(15).
006150     05  EF-RT-CODE-W            PIC 9(15).
006160     05  EF-RT-NQ-OTHER          PIC 9(15).
006170     05  EF-RT-CODE-Q            PIC 9(15).
006180     05  EF-RT-CODE-C            PIC 9(15).
006190     05  EF-RT-SICK-TAX          PIC 9(15).
006200     05  EF-RT-CODE-V            PIC 9(15).
006210     05  EF-RT-CODE-Y            PIC 9(15).
006220     05  EF-RT-CODE-AA           PIC 9(15).
006230     05  EF-RT-CODE-BB           PIC 9(15).
006240     05  EF-RT-CODE-DD           PIC 9(15).
006250     05  EF-RT-CODE-FF           PIC 9(15).
006260     05  FILLER                  PIC X(98).
006270 01  EF-RF-RECORD.
006280     05  EF-RF-ID                PIC X(02).
006290     05  FILLER                  PIC X(05).
006300     05  EF-RF-COUNT             PIC 9(09).
006310     05  FILLER                  PIC X(496).
006312
006314* ----------------------------------------------------------------
006316*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
006318*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
006320*  ONCE SIGN-ON HAS SUCCEEDED.
006321* ----------------------------------------------------------------
006322 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
006323 01  OperEnd                     PIC X(01) VALUE "N".
006324 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
006325 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
006326 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
006327     88  OPERATOR-FOUND              VALUE "Y".
006328 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
006329 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
006330 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
006331 01  WS-OPER-AUTH.
006332     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
006333     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
006334     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
006335     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
006336 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
006337 01  WS-SSNLOG-STATUS            PIC X(02) VALUE "00".
006338
006339 PROCEDURE DIVISION.
006340
006350******************************************************************
006360*  0000-MAINLINE
006370******************************************************************
006380 0000-MAINLINE.
006385     PERFORM 9300-SIGN-ON THRU 9300-EXIT
006390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006400     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
006405     PERFORM 9400-LOG-FULL-SSN THRU 9400-EXIT
006410     PERFORM 2000-LOAD-EMPLOYEES THRU 2000-EXIT
006420     PERFORM 2100-LOAD-TAX-STATUS THRU 2100-EXIT
006430     PERFORM 2200-LOAD-W2-CODES THRU 2200-EXIT
006440     PERFORM 2300-LOAD-SS-BASE THRU 2300-EXIT
006450     PERFORM 2400-LOAD-W2-HISTORY THRU 2400-EXIT
006460     OPEN OUTPUT W2RPTFILE
006470     PERFORM 2900-PRINT-HEADING THRU 2900-EXIT
006480     IF WS-MODE-ANSWER = "C"
006490         PERFORM 5000-ISSUE-CORRECTIONS THRU 5000-EXIT
006500     ELSE
006510         PERFORM 3000-ISSUE-ORIGINALS THRU 3000-EXIT
006520     END-IF
006530     PERFORM 7000-PRINT-TRANSMITTAL THRU 7000-EXIT
006540     CLOSE W2RPTFILE
006550     IF WS-W2-COUNT > ZERO
006560         IF WS-MODE-ANSWER = "O"
006570             PERFORM 6000-WRITE-EFILE THRU 6000-EXIT
006580         END-IF
006590         PERFORM 8000-REWRITE-W2-HISTORY THRU 8000-EXIT
006600     END-IF
006610     DISPLAY "W-2 RUN COMPLETE - " WS-W2-COUNT
006620         " STATEMENTS WRITTEN TO W2RPT.RPT"
006630     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
006640     STOP RUN.
006650
006660******************************************************************
006670*  1000-INITIALIZE
006680*  ASKS FOR THE KIND OF RUN AND THE TAX YEAR.  ONLY AN EXPLICIT
006690*  "O" OR "C" IS TAKEN - NEITHER IS A DEFAULT.
006700******************************************************************
006710 1000-INITIALIZE.
006720     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
006730     ACCEPT WS-TIME-RAW FROM TIME
006740     MOVE TODAY-DATE TO WS-ISSUE-DATE
006750     MOVE WS-TIME-HHMMSS TO WS-ISSUE-TIME
006760     MOVE ZEROS TO TOTAL-TABLE
006770     DISPLAY SPACES
006780     DISPLAY "          THE BEST IS YET TO COME, INC."
006790     DISPLAY "          YEAR-END W-2 STATEMENTS - PT2W2"
006800     DISPLAY SPACES
006810     DISPLAY "ORIGINAL W-2S (O) OR CORRECTED W-2CS (C)? " WITH NO
006820         ADVANCING
006830     ACCEPT WS-MODE-ANSWER FROM CONSOLE
006840     EVALUATE WS-MODE-ANSWER
006850         WHEN "o"
006860             MOVE "O" TO WS-MODE-ANSWER
006870         WHEN "c"
006880             MOVE "C" TO WS-MODE-ANSWER
006890     END-EVALUATE
006900     IF WS-MODE-ANSWER NOT = "O" AND WS-MODE-ANSWER NOT = "C"
006910         DISPLAY "*** ANSWER O OR C.  RUN REFUSED."
006920         STOP RUN
006930     END-IF
006940     DISPLAY "TAX YEAR YYYY: " WITH NO ADVANCING
006950     ACCEPT WS-SEL-YEAR-ANSWER FROM CONSOLE
006960     IF WS-SEL-YEAR-ANSWER IS NOT NUMERIC
006970         DISPLAY "*** YEAR MUST BE KEYED AS YYYY.  RUN REFUSED."
006980         STOP RUN
006990     END-IF
007000     MOVE WS-SEL-YEAR-ANSWER TO WS-SEL-YEAR
007010     .
007020 1000-EXIT.
007030     EXIT.
007040
007050******************************************************************
007060*  2000-LOAD-EMPLOYEES
007070*  EVERY DETAIL RECORD ON NEWEMP.DAT (THE TRAILER IS SKIPPED),
007080*  WHATEVER ITS STATUS, SORTED FOR SEARCH ALL.
007090******************************************************************
007100 2000-LOAD-EMPLOYEES.
007110     OPEN INPUT NEWEMPFILE
007120     IF WS-NEWEMP-STATUS = "35"
007130         DISPLAY "NO NEWEMP.DAT FOUND - STATEMENTS CARRY NO NAME "
007140             "OR SSN"
007150     ELSE
007160         PERFORM UNTIL LoadEnd = "Y"
007170             READ NEWEMPFILE
007180                 AT END
007190                     MOVE "Y" TO LoadEnd
007200                 NOT AT END
007210                     PERFORM 2050-LOAD-ONE-EMPLOYEE THRU 2050-EXIT
007220             END-READ
007230         END-PERFORM
007240         CLOSE NEWEMPFILE
007250         IF WS-EMP-COUNT > ZERO
007260             SORT EMP-ENTRY ON ASCENDING KEY TB-EMPNUM
007270         END-IF
007280     END-IF
007290     .
007300 2000-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340*  2050-LOAD-ONE-EMPLOYEE
007350******************************************************************
007360 2050-LOAD-ONE-EMPLOYEE.
007370     IF REMPNUM NOT = "TRAILER"
007380         IF WS-EMP-COUNT < 9999
007390             ADD 1 TO WS-EMP-COUNT
007400             MOVE REMPNUM TO TB-EMPNUM(WS-EMP-COUNT)
007410             MOVE REMPLNAME TO TB-LNAME(WS-EMP-COUNT)
007420             MOVE REMPFNAME TO TB-FNAME(WS-EMP-COUNT)
007430             MOVE REMPSSNF3 TO WS-SSN-F3
007440             MOVE REMPSSNN3 TO WS-SSN-N3
007450             MOVE REMPSSNL3 TO WS-SSN-L3
007460             MOVE WS-SSN-WORK TO TB-SSN(WS-EMP-COUNT)
007470             MOVE REMPSTAT TO TB-EMPSTAT(WS-EMP-COUNT)
007480             MOVE RTMON TO TB-TERM-MN(WS-EMP-COUNT)
007490             MOVE RTDAY TO TB-TERM-DY(WS-EMP-COUNT)
007500             MOVE RTYEAR TO TB-TERM-YR(WS-EMP-COUNT)
007510         ELSE
007520             IF WS-EMP-FULL-SW = "N"
007530                 MOVE "Y" TO WS-EMP-FULL-SW
007540                 DISPLAY "*** EMPLOYEE TABLE FULL AT 9999 - "
007550                     "EMPLOYEE " REMPNUM " AND LATER ARE NOT "
007560                     "LOADED"
007570             END-IF
007580         END-IF
007590     END-IF
007600     .
007610 2050-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650*  2100-LOAD-TAX-STATUS
007660******************************************************************
007670 2100-LOAD-TAX-STATUS.
007680     OPEN INPUT TAXSTATFILE
007690     IF WS-TAXSTAT-STATUS = "35"
007700         DISPLAY "NO TAXSTAT.DAT FOUND - EVERY STATEMENT IS "
007710             "NOTED AS HAVING NO TABLE WITHHOLDING"
007720     ELSE
007730         PERFORM UNTIL TaxStatEnd = "Y"
007740             READ TAXSTATFILE
007750                 AT END
007760                     MOVE "Y" TO TaxStatEnd
007770                 NOT AT END
007780                     IF WS-TAXSTAT-COUNT < 9999
007790                         ADD 1 TO WS-TAXSTAT-COUNT
007800                         MOVE TS-EMPNUM TO
007810                             TP-EMPNUM(WS-TAXSTAT-COUNT)
007820                     END-IF
007830             END-READ
007840         END-PERFORM
007850         CLOSE TAXSTATFILE
007860     END-IF
007870     .
007880 2100-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920*  2200-LOAD-W2-CODES
007930*  THE BOX FOR EACH CODE, AND THE EMPLOYER FROM THE CONTROL
007940*  RECORD.  WITH NO FILE, FED AND ST GO TO BOXES 2 AND 17.
007950******************************************************************
007960 2200-LOAD-W2-CODES.
007970     OPEN INPUT W2CODEFILE
007980     IF WS-W2CODE-STATUS = "35"
007990         DISPLAY "NO W2CODE.DAT FOUND - FED TO BOX 2, ST TO BOX "
008000             "17, AND NO FILING FILE"
008010         MOVE 2 TO WS-CODE-COUNT
008020         MOVE "FED" TO CT-DED-CODE(1)
008030         MOVE "02" TO CT-BOX(1)
008040         MOVE SPACES TO CT-BOX12-CODE(1)
008050         MOVE SPACES TO CT-BOX14-LABEL(1)
008060         MOVE "ST " TO CT-DED-CODE(2)
008070         MOVE "17" TO CT-BOX(2)
008080         MOVE SPACES TO CT-BOX12-CODE(2)
008090         MOVE SPACES TO CT-BOX14-LABEL(2)
008100     ELSE
008110         PERFORM UNTIL W2CodeEnd = "Y"
008120             READ W2CODEFILE
008130                 AT END
008140                     MOVE "Y" TO W2CodeEnd
008150                 NOT AT END
008160                     PERFORM 2250-LOAD-ONE-CODE THRU 2250-EXIT
008170             END-READ
008180         END-PERFORM
008190         CLOSE W2CODEFILE
008200         IF WS-CONTROL-SW = "N"
008210             DISPLAY "NO CONTROL RECORD ON W2CODE.DAT - NO "
008220                 "FILING FILE WILL BE WRITTEN"
008230         END-IF
008240     END-IF
008250     .
008260 2200-EXIT.
008270     EXIT.
008280
008290******************************************************************
008300*  2250-LOAD-ONE-CODE
008310******************************************************************
008320 2250-LOAD-ONE-CODE.
008330     IF WC-MARKER = "CONTROL"
008340         MOVE "Y" TO WS-CONTROL-SW
008350         MOVE WC-EIN TO WS-ER-EIN
008360         IF WC-ER-NAME NOT = SPACES
008370             MOVE WC-ER-NAME TO WS-ER-NAME
008380         END-IF
008390         MOVE WC-ER-ADDRESS TO WS-ER-ADDRESS
008400         MOVE WC-ER-CITY TO WS-ER-CITY
008410         MOVE WC-ER-STATE TO WS-ER-STATE
008420         MOVE WC-ER-ZIP TO WS-ER-ZIP
008430         MOVE WC-ER-ZIP-EXT TO WS-ER-ZIP-EXT
008440         MOVE WC-TAX-STATE TO WS-TAX-STATE
008450         MOVE WC-STATE-ID TO WS-STATE-ID
008460         MOVE WC-USER-ID TO WS-USER-ID
008470         MOVE WC-CONTACT TO WS-CONTACT
008480         MOVE WC-PHONE TO WS-PHONE
008490         MOVE WC-EMAIL TO WS-EMAIL
008500     ELSE
008510         IF WS-CODE-COUNT < 50
008520             ADD 1 TO WS-CODE-COUNT
008530             MOVE WC-DED-CODE TO CT-DED-CODE(WS-CODE-COUNT)
008540             MOVE WC-BOX TO CT-BOX(WS-CODE-COUNT)
008550             MOVE WC-BOX12-CODE TO CT-BOX12-CODE(WS-CODE-COUNT)
008560             MOVE WC-BOX14-LABEL TO CT-BOX14-LABEL(WS-CODE-COUNT)
008570         ELSE
008580             IF WS-CODE-FULL-SW = "N"
008590                 MOVE "Y" TO WS-CODE-FULL-SW
008600                 DISPLAY "*** MORE THAN 50 W2CODE.DAT CODES - "
008610                     WC-DED-CODE " AND LATER ARE NOT REPORTED"
008620             END-IF
008630         END-IF
008640     END-IF
008650     .
008660 2250-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700*  2300-LOAD-SS-BASE
008710*  ONLY THE CONTROL RECORD AT THE HEAD OF ERTAX.DAT IS WANTED.
008720******************************************************************
008730 2300-LOAD-SS-BASE.
008740     OPEN INPUT ERTAXFILE
008750     IF WS-ERTAX-STATUS NOT = "35"
008760         READ ERTAXFILE
008770             NOT AT END
008780                 IF ET-MARKER = "CONTROL" AND ET-SS-BASE > ZERO
008790                     MOVE ET-SS-BASE TO WS-SS-BASE
008800                 END-IF
008810         END-READ
008820         CLOSE ERTAXFILE
008830     END-IF
008840     .
008850 2300-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890*  2400-LOAD-W2-HISTORY
008900*  ON AN ORIGINAL RUN THE YEAR'S EARLIER W-2S ARE LEFT OUT OF THE
008910*  TABLE - THEY ARE REPLACED IF THE OPERATOR CONFIRMS THE REISSUE.
008920*  ON A W-2C RUN EVERYTHING IS KEPT, AND THE YEAR MUST HAVE BEEN
008930*  ISSUED ALREADY.  THE LATEST ISSUE STAMP FOR THE YEAR IS KEPT
008940*  FOR AN EMPLOYEE WHO HAD NO W-2 AT ALL.
008950******************************************************************
008960 2400-LOAD-W2-HISTORY.
008970     OPEN INPUT W2HISTFILE
008980     IF WS-W2HIST-STATUS NOT = "35"
008990         PERFORM UNTIL W2HistEnd = "Y"
009000             READ W2HISTFILE INTO WH-W2-RECORD
009010                 AT END
009020                     MOVE "Y" TO W2HistEnd
009030                 NOT AT END
009040                     PERFORM 2450-LOAD-ONE-HISTORY THRU 2450-EXIT
009050             END-READ
009060         END-PERFORM
009070         CLOSE W2HISTFILE
009080     END-IF
009090     IF WS-MODE-ANSWER = "O" AND WS-PRIOR-ISSUE-COUNT > ZERO
009100         DISPLAY "W-2S FOR " WS-SEL-YEAR " WERE ISSUED "
009110             WS-YEAR-STAMP-MN "/" WS-YEAR-STAMP-DY "/"
009120             WS-YEAR-STAMP-YR " - REISSUE THEM ALL (Y/N)? "
009130             WITH NO ADVANCING
009140         ACCEPT WS-REISSUE-ANSWER FROM CONSOLE
009150         IF WS-REISSUE-ANSWER NOT = "Y" AND
009160            WS-REISSUE-ANSWER NOT = "y"
009170             DISPLAY "*** W-2S NOT REISSUED - USE A W-2C RUN FOR "
009180                 "CHANGES.  RUN REFUSED."
009190             STOP RUN
009200         END-IF
009210     END-IF
009220     IF WS-MODE-ANSWER = "C" AND WS-PRIOR-ISSUE-COUNT = ZERO
009230         DISPLAY "*** NO W-2S ON W2HIST.DAT FOR " WS-SEL-YEAR
009240             " - ISSUE THE ORIGINALS FIRST.  RUN REFUSED."
009250         STOP RUN
009260     END-IF
009270     .
009280 2400-EXIT.
009290     EXIT.
009300
009310******************************************************************
009320*  2450-LOAD-ONE-HISTORY
009330******************************************************************
009340 2450-LOAD-ONE-HISTORY.
009350     IF WH-YEAR = WS-SEL-YEAR
009360         ADD 1 TO WS-PRIOR-ISSUE-COUNT
009370         MOVE WH-ISSUE-DATE TO WS-ENTRY-STAMP-DATE
009380         MOVE WH-ISSUE-TIME TO WS-ENTRY-STAMP-TIME
009390         IF WS-ENTRY-STAMP > WS-YEAR-STAMP
009400             MOVE WS-ENTRY-STAMP TO WS-YEAR-STAMP
009410         END-IF
009420     END-IF
009430     IF WH-YEAR NOT = WS-SEL-YEAR OR WS-MODE-ANSWER = "C"
009440         PERFORM 2460-ADD-HISTORY-ENTRY THRU 2460-EXIT
009450     END-IF
009460     .
009470 2450-EXIT.
009480     EXIT.
009490
009500******************************************************************
009510*  2460-ADD-HISTORY-ENTRY
009520*  APPENDS WH-W2-RECORD TO HIST-TABLE WITH NOTHING YET AGAINST IT.
009530*  A FULL TABLE STOPS THE RUN - W2HIST.DAT IS WRITTEN BACK WHOLE
009540*  AND MUST NOT LOSE A RECORD.
009550******************************************************************
009560 2460-ADD-HISTORY-ENTRY.
009570     IF WS-HT-COUNT < 9999
009580         ADD 1 TO WS-HT-COUNT
009590         MOVE WS-HT-COUNT TO WS-HT-ESUB
009600         MOVE WH-W2-RECORD TO HT-RECORD(WS-HT-ESUB)
009610         MOVE "N" TO HT-TOUCHED-SW(WS-HT-ESUB)
009620         PERFORM 2470-CLEAR-ONE-DELTA THRU 2470-EXIT
009630             VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
009640     ELSE
009650         DISPLAY "*** W2HIST.DAT HOLDS MORE THAN 9999 "
009660             "STATEMENTS - RUN REFUSED"
009670         STOP RUN
009680     END-IF
009690     .
009700 2460-EXIT.
009710     EXIT.
009720
009730******************************************************************
009740*  2470-CLEAR-ONE-DELTA
009750******************************************************************
009760 2470-CLEAR-ONE-DELTA.
009770     MOVE ZERO TO HT-DELTA-AMT(WS-HT-ESUB, WS-BSUB)
009780     IF WS-BSUB NOT > 4
009790         MOVE ZERO TO HT-DELTA-B12(WS-HT-ESUB, WS-BSUB)
009800     END-IF
009810     IF WS-BSUB NOT > 2
009820         MOVE ZERO TO HT-DELTA-B14(WS-HT-ESUB, WS-BSUB)
009830     END-IF
009840     .
009850 2470-EXIT.
009860     EXIT.
009870
009880******************************************************************
009890*  2900-PRINT-HEADING
009900******************************************************************
009910 2900-PRINT-HEADING.
009920     MOVE SPACES TO W2-Print-Line
009930     WRITE W2-Print-Line
009940     MOVE "          THE BEST IS YET TO COME, INC." TO
009950         W2-Print-Line
009960     WRITE W2-Print-Line
009970     IF WS-MODE-ANSWER = "C"
009980         MOVE "          CORRECTED WAGE AND TAX STATEMENTS - W-2C"
009990             TO W2-Print-Line
010000     ELSE
010010         MOVE "          WAGE AND TAX STATEMENTS - W-2" TO
010020             W2-Print-Line
010030     END-IF
010040     WRITE W2-Print-Line
010050     MOVE MN TO W2-DATE-MN
010060     MOVE DY TO W2-DATE-DY
010070     MOVE YR TO W2-DATE-YR
010080     WRITE W2-Print-Line FROM W2-DATE-LINE
010090     MOVE SPACES TO W2-Print-Line
010100     WRITE W2-Print-Line
010110     .
010120 2900-EXIT.
010130     EXIT.
010140
010150******************************************************************
010160*  3000-ISSUE-ORIGINALS
010170*  YTDPRIOR.DAT FIRST, WHERE THE CLOSED YEAR LIVES AFTER THE
010180*  ROLLOVER; IF IT HAS NOTHING FOR THE YEAR, YTDMAST.DAT.
010190******************************************************************
010200 3000-ISSUE-ORIGINALS.
010210     MOVE "YTDPRIOR.DAT" TO WS-SOURCE-NAME
010220     OPEN INPUT PRIORFILE
010230     IF WS-PRIOR-STATUS NOT = "35"
010240         PERFORM UNTIL YtdEnd = "Y"
010250             READ PRIORFILE INTO YT-YTD-RECORD
010260                 AT END
010270                     MOVE "Y" TO YtdEnd
010280                 NOT AT END
010290                     PERFORM 3100-TAKE-ONE-YTD THRU 3100-EXIT
010300             END-READ
010310         END-PERFORM
010320         CLOSE PRIORFILE
010330     END-IF
010340     IF WS-YTD-MATCH-COUNT = ZERO
010350         MOVE "YTDMAST.DAT" TO WS-SOURCE-NAME
010360         MOVE "N" TO YtdEnd
010370         OPEN INPUT YTDFILE
010380         IF WS-YTD-STATUS NOT = "35"
010390             PERFORM UNTIL YtdEnd = "Y"
010400                 READ YTDFILE INTO YT-YTD-RECORD
010410                     AT END
010420                         MOVE "Y" TO YtdEnd
010430                     NOT AT END
010440                         PERFORM 3100-TAKE-ONE-YTD THRU 3100-EXIT
010450                 END-READ
010460             END-PERFORM
010470             CLOSE YTDFILE
010480         END-IF
010490     END-IF
010500     IF WS-YTD-MATCH-COUNT = ZERO
010510         MOVE SPACES TO WS-SOURCE-NAME
010520         DISPLAY "*** NO YEAR-TO-DATE FIGURES FOR " WS-SEL-YEAR
010530             " ON YTDPRIOR.DAT OR YTDMAST.DAT - NO W-2S ISSUED"
010540     END-IF
010550     .
010560 3000-EXIT.
010570     EXIT.
010580
010590******************************************************************
010600*  3100-TAKE-ONE-YTD
010610*  AN EMPLOYEE WITH NOTHING AT ALL FOR THE YEAR GETS NO W-2.
010620******************************************************************
010630 3100-TAKE-ONE-YTD.
010640     IF YT-YEAR = WS-SEL-YEAR
010650         ADD 1 TO WS-YTD-MATCH-COUNT
010660         PERFORM 3200-FIGURE-ORIGINAL THRU 3200-EXIT
010670         IF WS-ZERO-SW = "N"
010680             PERFORM 2460-ADD-HISTORY-ENTRY THRU 2460-EXIT
010690             ADD 1 TO WS-W2-COUNT
010700             PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT
010710             PERFORM 4800-ADD-TO-TOTALS THRU 4800-EXIT
010720         END-IF
010730     END-IF
010740     .
010750 3100-EXIT.
010760     EXIT.
010770
010780******************************************************************
010790*  3200-FIGURE-ORIGINAL
010800*  BUILDS THE EMPLOYEE'S W-2 IN WH-W2-RECORD.  THE YEAR'S GROSS IS
010810*  THE WAGES IN BOXES 1 AND 5 AND, UP TO THE WAGE BASE, BOX 3;
010820*  EACH YEAR-TO-DATE CODE GOES TO THE BOX W2CODE.DAT GIVES IT.
010830******************************************************************
010840 3200-FIGURE-ORIGINAL.
010850     MOVE SPACES TO WH-W2-RECORD
010860     MOVE YT-EMPNUM TO WH-EMPNUM
010870     MOVE WS-SEL-YEAR TO WH-YEAR
010880     MOVE WS-ISSUE-DATE TO WH-ISSUE-DATE
010890     MOVE WS-ISSUE-TIME TO WH-ISSUE-TIME
010900     MOVE "O" TO WH-KIND
010910     PERFORM 3300-FIND-EMPLOYEE THRU 3300-EXIT
010920     MOVE "N" TO WS-B12-FULL-SW
010930     MOVE "N" TO WS-B14-FULL-SW
010940     PERFORM 3210-CLEAR-ONE-BOX THRU 3210-EXIT
010950         VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
010960     MOVE ZERO TO WS-GROSS-WORK
010970     PERFORM 3220-ADD-ONE-QUARTER THRU 3220-EXIT
010980         VARYING WS-QSUB FROM 1 BY 1 UNTIL WS-QSUB > 4
010990     MOVE WS-GROSS-WORK TO WH-WAGES
011000     MOVE WS-GROSS-WORK TO WH-MED-WAGES
011010     PERFORM 3230-POST-ONE-YTD-CODE THRU 3230-EXIT
011020         VARYING WS-DSUB FROM 1 BY 1 UNTIL WS-DSUB > 10
011030     PERFORM 3250-FIGURE-DERIVED-WAGES THRU 3250-EXIT
011040     MOVE "Y" TO WS-ZERO-SW
011050     IF WH-BOX-AMOUNTS NOT = ZEROS
011060         MOVE "N" TO WS-ZERO-SW
011070     END-IF
011080     PERFORM 3260-TEST-ONE-SLOT THRU 3260-EXIT
011090         VARYING WS-KSUB FROM 1 BY 1 UNTIL WS-KSUB > 4
011100     .
011110 3200-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150*  3210-CLEAR-ONE-BOX
011160******************************************************************
011170 3210-CLEAR-ONE-BOX.
011180     MOVE ZERO TO WH-BOX-AMT(WS-BSUB)
011190     IF WS-BSUB NOT > 4
011200         MOVE SPACES TO WH-BOX12-CODE(WS-BSUB)
011210         MOVE ZERO TO WH-BOX12-AMOUNT(WS-BSUB)
011220     END-IF
011230     IF WS-BSUB NOT > 2
011240         MOVE SPACES TO WH-BOX14-LABEL(WS-BSUB)
011250         MOVE ZERO TO WH-BOX14-AMOUNT(WS-BSUB)
011260     END-IF
011270     .
011280 3210-EXIT.
011290     EXIT.
011300
011310******************************************************************
011320*  3220-ADD-ONE-QUARTER
011330******************************************************************
011340 3220-ADD-ONE-QUARTER.
011350     ADD YT-QTR-GROSS(WS-QSUB) TO WS-GROSS-WORK
011360     .
011370 3220-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410*  3230-POST-ONE-YTD-CODE
011420******************************************************************
011430 3230-POST-ONE-YTD-CODE.
011440     IF YT-DED-CODE(WS-DSUB) NOT = SPACES
011450         MOVE YT-DED-CODE(WS-DSUB) TO WS-POST-CODE
011460         PERFORM 3400-FIND-BOX THRU 3400-EXIT
011470         EVALUATE WS-POST-KIND
011480             WHEN "A"
011490                 ADD YT-DED-YTD(WS-DSUB) TO
011500                     WH-BOX-AMT(WS-POST-IDX)
011510             WHEN "2"
011520                 PERFORM 3450-FIND-BOX12-SLOT THRU 3450-EXIT
011530                 IF WS-SLOT > ZERO
011540                     ADD YT-DED-YTD(WS-DSUB) TO
011550                         WH-BOX12-AMOUNT(WS-SLOT)
011560                 END-IF
011570             WHEN "4"
011580                 PERFORM 3470-FIND-BOX14-SLOT THRU 3470-EXIT
011590                 IF WS-SLOT > ZERO
011600                     ADD YT-DED-YTD(WS-DSUB) TO
011610                         WH-BOX14-AMOUNT(WS-SLOT)
011620                 END-IF
011630         END-EVALUATE
011640     END-IF
011650     .
011660 3230-EXIT.
011670     EXIT.
011680
011690******************************************************************
011700*  3250-FIGURE-DERIVED-WAGES
011710*  SOCIAL SECURITY WAGES STOP AT THE WAGE BASE.  STATE WAGES ARE
011720*  THE GROSS WHEN THERE IS A STATE TAX, LOCAL WAGES WHEN LOCAL
011730*  TAX WAS TAKEN.  THE W-2C RUN USES THE SAME RULES.
011740******************************************************************
011750 3250-FIGURE-DERIVED-WAGES.
011760     IF WH-MED-WAGES > WS-SS-BASE
011770         MOVE WS-SS-BASE TO WH-SS-WAGES
011780     ELSE
011790         MOVE WH-MED-WAGES TO WH-SS-WAGES
011800     END-IF
011810     IF WS-TAX-STATE NOT = SPACES OR WH-STATE-TAX > ZERO
011820         MOVE WH-MED-WAGES TO WH-STATE-WAGES
011830     ELSE
011840         MOVE ZERO TO WH-STATE-WAGES
011850     END-IF
011860     IF WH-LOCAL-TAX > ZERO
011870         MOVE WH-MED-WAGES TO WH-LOCAL-WAGES
011880     ELSE
011890         MOVE ZERO TO WH-LOCAL-WAGES
011900     END-IF
011910     .
011920 3250-EXIT.
011930     EXIT.
011940
011950******************************************************************
011960*  3260-TEST-ONE-SLOT
011970******************************************************************
011980 3260-TEST-ONE-SLOT.
011990     IF WH-BOX12-AMOUNT(WS-KSUB) > ZERO
012000         MOVE "N" TO WS-ZERO-SW
012010     END-IF
012020     IF WS-KSUB NOT > 2
012030         IF WH-BOX14-AMOUNT(WS-KSUB) > ZERO
012040             MOVE "N" TO WS-ZERO-SW
012050         END-IF
012060     END-IF
012070     .
012080 3260-EXIT.
012090     EXIT.
012100
012110******************************************************************
012120*  3300-FIND-EMPLOYEE
012130*  NAME AND SSN FOR WH-EMPNUM FROM THE MASTER, AND THE NOTES THE
012140*  STATEMENT WILL CARRY.
012150******************************************************************
012160 3300-FIND-EMPLOYEE.
012170     MOVE "Y" TO WS-NO-EMP-SW
012180     IF WS-EMP-COUNT > ZERO
012190         SET TB-IDX TO 1
012200         SEARCH ALL EMP-ENTRY
012210             WHEN TB-EMPNUM(TB-IDX) = WH-EMPNUM
012220                 MOVE "N" TO WS-NO-EMP-SW
012230                 MOVE TB-LNAME(TB-IDX) TO WH-LNAME
012240                 MOVE TB-FNAME(TB-IDX) TO WH-FNAME
012250                 MOVE TB-SSN(TB-IDX) TO WH-SSN
012260         END-SEARCH
012270     END-IF
012280     IF WS-NO-EMP-SW = "Y"
012290         MOVE "NOT ON FILE" TO WH-LNAME
012300         MOVE ZEROS TO WH-SSN
012310     END-IF
012320     MOVE "Y" TO WS-NO-TAXSTAT-SW
012330     PERFORM 3350-MATCH-ONE-TAX-STATUS THRU 3350-EXIT
012340         VARYING TP-IDX FROM 1 BY 1
012350         UNTIL TP-IDX > WS-TAXSTAT-COUNT
012360             OR WS-NO-TAXSTAT-SW = "N"
012370     .
012380 3300-EXIT.
012390     EXIT.
012400
012410******************************************************************
012420*  3350-MATCH-ONE-TAX-STATUS
012430******************************************************************
012440 3350-MATCH-ONE-TAX-STATUS.
012450     IF TP-EMPNUM(TP-IDX) = WH-EMPNUM
012460         MOVE "N" TO WS-NO-TAXSTAT-SW
012470     END-IF
012480     .
012490 3350-EXIT.
012500     EXIT.
012510
012520******************************************************************
012530*  3400-FIND-BOX
012540*  LOOKS WS-POST-CODE UP ON THE CODE TABLE.  WS-POST-KIND COMES
012550*  BACK "A" FOR A NUMBERED BOX (POSITION IN WS-POST-IDX), "2" FOR
012560*  BOX 12, "4" FOR BOX 14, OR "N" WHEN THE CODE IS NOT REPORTED.
012570******************************************************************
012580 3400-FIND-BOX.
012590     MOVE "N" TO WS-POST-KIND
012600     MOVE ZERO TO WS-POST-IDX
012610     PERFORM 3410-MATCH-ONE-CODE THRU 3410-EXIT
012620         VARYING CT-IDX FROM 1 BY 1
012630         UNTIL CT-IDX > WS-CODE-COUNT
012640             OR WS-POST-KIND NOT = "N"
012650     .
012660 3400-EXIT.
012670     EXIT.
012680
012690******************************************************************
012700*  3410-MATCH-ONE-CODE
012710******************************************************************
012720 3410-MATCH-ONE-CODE.
012730     IF CT-DED-CODE(CT-IDX) = WS-POST-CODE
012740         MOVE "A" TO WS-POST-KIND
012750         EVALUATE CT-BOX(CT-IDX)
012760             WHEN "02"
012770                 MOVE 2 TO WS-POST-IDX
012780             WHEN "04"
012790                 MOVE 4 TO WS-POST-IDX
012800             WHEN "06"
012810                 MOVE 6 TO WS-POST-IDX
012820             WHEN "17"
012830                 MOVE 8 TO WS-POST-IDX
012840             WHEN "19"
012850                 MOVE 10 TO WS-POST-IDX
012860             WHEN "12"
012870                 MOVE "2" TO WS-POST-KIND
012880                 MOVE CT-BOX12-CODE(CT-IDX) TO WS-POST-B12-CODE
012890             WHEN "14"
012900                 MOVE "4" TO WS-POST-KIND
012910                 MOVE CT-BOX14-LABEL(CT-IDX) TO WS-POST-B14-LABEL
012920             WHEN OTHER
012930                 MOVE "X" TO WS-POST-KIND
012940         END-EVALUATE
012950     END-IF
012960     .
012970 3410-EXIT.
012980     EXIT.
012990
013000******************************************************************
013010*  3450-FIND-BOX12-SLOT
013020*  THE BOX 12 SLOT ALREADY CARRYING WS-POST-B12-CODE, ELSE THE
013030*  FIRST EMPTY ONE.  WS-SLOT IS ZERO WHEN ALL FOUR ARE TAKEN.
013040******************************************************************
013050 3450-FIND-BOX12-SLOT.
013060     MOVE ZERO TO WS-SLOT
013070     PERFORM 3455-MATCH-ONE-BOX12 THRU 3455-EXIT
013080         VARYING WS-KSUB FROM 1 BY 1
013090         UNTIL WS-KSUB > 4 OR WS-SLOT > ZERO
013100     IF WS-SLOT = ZERO
013110         PERFORM 3460-OPEN-ONE-BOX12 THRU 3460-EXIT
013120             VARYING WS-KSUB FROM 1 BY 1
013130             UNTIL WS-KSUB > 4 OR WS-SLOT > ZERO
013140     END-IF
013150     IF WS-SLOT = ZERO
013160         MOVE "Y" TO WS-B12-FULL-SW
013170     END-IF
013180     .
013190 3450-EXIT.
013200     EXIT.
013210
013220******************************************************************
013230*  3455-MATCH-ONE-BOX12
013240******************************************************************
013250 3455-MATCH-ONE-BOX12.
013260     IF WH-BOX12-CODE(WS-KSUB) = WS-POST-B12-CODE
013270         MOVE WS-KSUB TO WS-SLOT
013280     END-IF
013290     .
013300 3455-EXIT.
013310     EXIT.
013320
013330******************************************************************
013340*  3460-OPEN-ONE-BOX12
013350******************************************************************
013360 3460-OPEN-ONE-BOX12.
013370     IF WH-BOX12-CODE(WS-KSUB) = SPACES
013380         MOVE WS-KSUB TO WS-SLOT
013390         MOVE WS-POST-B12-CODE TO WH-BOX12-CODE(WS-KSUB)
013400     END-IF
013410     .
013420 3460-EXIT.
013430     EXIT.
013440
013450******************************************************************
013460*  3470-FIND-BOX14-SLOT
013470*  THE SAME FOR THE TWO BOX 14 SLOTS, BY LABEL.
013480******************************************************************
013490 3470-FIND-BOX14-SLOT.
013500     MOVE ZERO TO WS-SLOT
013510     PERFORM 3475-MATCH-ONE-BOX14 THRU 3475-EXIT
013520         VARYING WS-KSUB FROM 1 BY 1
013530         UNTIL WS-KSUB > 2 OR WS-SLOT > ZERO
013540     IF WS-SLOT = ZERO
013550         PERFORM 3480-OPEN-ONE-BOX14 THRU 3480-EXIT
013560             VARYING WS-KSUB FROM 1 BY 1
013570             UNTIL WS-KSUB > 2 OR WS-SLOT > ZERO
013580     END-IF
013590     IF WS-SLOT = ZERO
013600         MOVE "Y" TO WS-B14-FULL-SW
013610     END-IF
013620     .
013630 3470-EXIT.
013640     EXIT.
013650
013660******************************************************************
013670*  3475-MATCH-ONE-BOX14
013680******************************************************************
013690 3475-MATCH-ONE-BOX14.
013700     IF WH-BOX14-LABEL(WS-KSUB) = WS-POST-B14-LABEL
013710         MOVE WS-KSUB TO WS-SLOT
013720     END-IF
013730     .
013740 3475-EXIT.
013750     EXIT.
013760
013770******************************************************************
013780*  3480-OPEN-ONE-BOX14
013790******************************************************************
013800 3480-OPEN-ONE-BOX14.
013810     IF WH-BOX14-LABEL(WS-KSUB) = SPACES
013820         MOVE WS-KSUB TO WS-SLOT
013830         MOVE WS-POST-B14-LABEL TO WH-BOX14-LABEL(WS-KSUB)
013840     END-IF
013850     .
013860 3480-EXIT.
013870     EXIT.
013880
013890******************************************************************
013900*  4000-PRINT-STATEMENT
013910*  ONE W-2 FROM WH-W2-RECORD - THE LETTERED IDENTIFICATION BOXES,
013920*  BOXES 1 THROUGH 6, ANY BOX 12 AND 14 AMOUNTS, THE STATE BOXES
013930*  WHEN THERE IS A STATE, AND THE LOCAL BOXES WHEN THERE IS LOCAL
013940*  TAX, FOLLOWED BY ANY NOTES FOR PAYROLL.
013950******************************************************************
013960 4000-PRINT-STATEMENT.
013970     MOVE "FORM W-2   WAGE AND TAX STATEMENT" TO W2-TITLE
013980     PERFORM 4100-PRINT-IDENTIFICATION THRU 4100-EXIT
013990     PERFORM 4200-PRINT-ONE-BOX THRU 4200-EXIT
014000         VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 6
014010     PERFORM 4250-PRINT-ONE-BOX12 THRU 4250-EXIT
014020         VARYING WS-KSUB FROM 1 BY 1 UNTIL WS-KSUB > 4
014030     PERFORM 4270-PRINT-ONE-BOX14 THRU 4270-EXIT
014040         VARYING WS-KSUB FROM 1 BY 1 UNTIL WS-KSUB > 2
014050     IF WH-STATE-WAGES > ZERO OR WH-STATE-TAX > ZERO
014060         PERFORM 4150-PRINT-STATE-ID THRU 4150-EXIT
014070         PERFORM 4200-PRINT-ONE-BOX THRU 4200-EXIT
014080             VARYING WS-BSUB FROM 7 BY 1 UNTIL WS-BSUB > 8
014090     END-IF
014100     IF WH-LOCAL-WAGES > ZERO OR WH-LOCAL-TAX > ZERO
014110         PERFORM 4200-PRINT-ONE-BOX THRU 4200-EXIT
014120             VARYING WS-BSUB FROM 9 BY 1 UNTIL WS-BSUB > 10
014130     END-IF
014140     PERFORM 4500-PRINT-NOTES THRU 4500-EXIT
014150     .
014160 4000-EXIT.
014170     EXIT.
014180
014190******************************************************************
014200*  4100-PRINT-IDENTIFICATION
014210*  THE TITLE IN W2-TITLE IS SET BY THE CALLER.
014220******************************************************************
014230 4100-PRINT-IDENTIFICATION.
014240     WRITE W2-Print-Line FROM W2-RULE-LINE
014250     MOVE WS-SEL-YEAR TO W2-TITLE-YEAR
014260     WRITE W2-Print-Line FROM W2-TITLE-LINE
014270     MOVE " A  " TO W2-ID-BOX
014280     MOVE "EMPLOYEE'S SSN" TO W2-ID-LABEL
014290     MOVE WH-SSN TO WS-SSN-WORK
014300     MOVE SPACES TO W2-ID-VALUE
014310     STRING WS-SSN-F3 "-" WS-SSN-N3 "-" WS-SSN-L3
014320         DELIMITED BY SIZE INTO W2-ID-VALUE
014330     WRITE W2-Print-Line FROM W2-ID-LINE
014340     MOVE " B  " TO W2-ID-BOX
014350     MOVE "EMPLOYER ID NUMBER (EIN)" TO W2-ID-LABEL
014360     MOVE SPACES TO W2-ID-VALUE
014370     IF WS-ER-EIN NOT = SPACES
014380         STRING WS-ER-EIN-PREFIX "-" WS-ER-EIN-SERIAL
014390             DELIMITED BY SIZE INTO W2-ID-VALUE
014400     END-IF
014410     WRITE W2-Print-Line FROM W2-ID-LINE
014420     MOVE " C  " TO W2-ID-BOX
014430     MOVE "EMPLOYER'S NAME AND ADDRESS" TO W2-ID-LABEL
014440     MOVE WS-ER-NAME TO W2-ID-VALUE
014450     WRITE W2-Print-Line FROM W2-ID-LINE
014460     IF WS-ER-ADDRESS NOT = SPACES
014470         MOVE SPACES TO W2-ID-BOX
014480         MOVE SPACES TO W2-ID-LABEL
014490         MOVE WS-ER-ADDRESS TO W2-ID-VALUE
014500         WRITE W2-Print-Line FROM W2-ID-LINE
014510         MOVE SPACES TO W2-ID-VALUE
014520         STRING WS-ER-CITY DELIMITED BY "  "
014530             " " WS-ER-STATE "  " WS-ER-ZIP DELIMITED BY SIZE
014540             INTO W2-ID-VALUE
014550         WRITE W2-Print-Line FROM W2-ID-LINE
014560     END-IF
014570     MOVE " D  " TO W2-ID-BOX
014580     MOVE "CONTROL NUMBER" TO W2-ID-LABEL
014590     MOVE WH-EMPNUM TO W2-ID-VALUE
014600     WRITE W2-Print-Line FROM W2-ID-LINE
014610     MOVE " E  " TO W2-ID-BOX
014620     MOVE "EMPLOYEE'S NAME" TO W2-ID-LABEL
014630     MOVE SPACES TO W2-ID-VALUE
014640     STRING WH-FNAME DELIMITED BY "  "
014650         " " WH-LNAME DELIMITED BY SIZE
014660         INTO W2-ID-VALUE
014670     WRITE W2-Print-Line FROM W2-ID-LINE
014680     .
014690 4100-EXIT.
014700     EXIT.
014710
014720******************************************************************
014730*  4150-PRINT-STATE-ID
014740******************************************************************
014750 4150-PRINT-STATE-ID.
014760     MOVE "15  " TO W2-ID-BOX
014770     MOVE "STATE / EMPLOYER'S STATE ID" TO W2-ID-LABEL
014780     MOVE SPACES TO W2-ID-VALUE
014790     STRING WS-TAX-STATE "  " WS-STATE-ID
014800         DELIMITED BY SIZE INTO W2-ID-VALUE
014810     WRITE W2-Print-Line FROM W2-ID-LINE
014820     .
014830 4150-EXIT.
014840     EXIT.
014850
014860******************************************************************
014870*  4200-PRINT-ONE-BOX
014880******************************************************************
014890 4200-PRINT-ONE-BOX.
014900     MOVE BL-NUM(WS-BSUB) TO W2-BOX-NUM
014910     MOVE BL-LABEL(WS-BSUB) TO W2-BOX-LABEL
014920     MOVE SPACES TO W2-BOX-CODE
014930     MOVE WH-BOX-AMT(WS-BSUB) TO W2-BOX-AMOUNT
014940     WRITE W2-Print-Line FROM W2-BOX-LINE
014950     .
014960 4200-EXIT.
014970     EXIT.
014980
014990******************************************************************
015000*  4250-PRINT-ONE-BOX12
015010******************************************************************
015020 4250-PRINT-ONE-BOX12.
015030     IF WH-BOX12-AMOUNT(WS-KSUB) > ZERO
015040         MOVE SPACES TO W2-BOX-NUM
015050         STRING "12" WS-B12-LETTER(WS-KSUB)
015060             DELIMITED BY SIZE INTO W2-BOX-NUM
015070         MOVE "SEE INSTRUCTIONS FOR BOX 12" TO W2-BOX-LABEL
015080         MOVE SPACES TO W2-BOX-CODE
015090         STRING "CODE " WH-BOX12-CODE(WS-KSUB)
015100             DELIMITED BY SIZE INTO W2-BOX-CODE
015110         MOVE WH-BOX12-AMOUNT(WS-KSUB) TO W2-BOX-AMOUNT
015120         WRITE W2-Print-Line FROM W2-BOX-LINE
015130     END-IF
015140     .
015150 4250-EXIT.
015160     EXIT.
015170
015180******************************************************************
015190*  4270-PRINT-ONE-BOX14
015200******************************************************************
015210 4270-PRINT-ONE-BOX14.
015220     IF WH-BOX14-AMOUNT(WS-KSUB) > ZERO
015230         MOVE "14  " TO W2-BOX-NUM
015240         MOVE "OTHER" TO W2-BOX-LABEL
015250         MOVE WH-BOX14-LABEL(WS-KSUB) TO W2-BOX-CODE
015260         MOVE WH-BOX14-AMOUNT(WS-KSUB) TO W2-BOX-AMOUNT
015270         WRITE W2-Print-Line FROM W2-BOX-LINE
015280     END-IF
015290     .
015300 4270-EXIT.
015310     EXIT.
015320
015330******************************************************************
015340*  4500-PRINT-NOTES
015350*  WHAT PAYROLL SHOULD LOOK AT BEFORE THE STATEMENT GOES OUT.  A
015360*  TERMINATION IS NOT A PROBLEM - IT IS NOTED SO THE FORM IS
015370*  MAILED RATHER THAN HANDED OUT.
015380******************************************************************
015390 4500-PRINT-NOTES.
015400     IF WS-NO-EMP-SW = "Y"
015410         ADD 1 TO WS-NOTE-COUNT
015420         MOVE "*** NOT ON NEWEMP.DAT - NO NAME OR SSN TO REPORT"
015430             TO W2-MSG-TEXT
015440         WRITE W2-Print-Line FROM W2-MSG-LINE
015450     ELSE
015460         IF WH-SSN IS NOT NUMERIC
015470             ADD 1 TO WS-NOTE-COUNT
015480             MOVE "*** SSN ON NEWEMP.DAT IS NOT NUMERIC" TO
015490                 W2-MSG-TEXT
015500             WRITE W2-Print-Line FROM W2-MSG-LINE
015510         END-IF
015520         IF TB-EMPSTAT(TB-IDX) = "T"
015530             ADD 1 TO WS-TERM-COUNT
015540             MOVE SPACES TO W2-MSG-TEXT
015550             STRING "TERMINATED " TB-TERM-MN(TB-IDX) "/"
015560                 TB-TERM-DY(TB-IDX) "/" TB-TERM-YR(TB-IDX)
015570                 " - MAIL TO LAST KNOWN ADDRESS"
015580                 DELIMITED BY SIZE INTO W2-MSG-TEXT
015590             WRITE W2-Print-Line FROM W2-MSG-LINE
015600         END-IF
015610     END-IF
015620     IF WS-NO-TAXSTAT-SW = "Y"
015630         ADD 1 TO WS-NOTE-COUNT
015640         MOVE "*** NO TAXSTAT.DAT RECORD - NO TABLE WITHHOLDING"
015650             TO W2-MSG-TEXT
015660         WRITE W2-Print-Line FROM W2-MSG-LINE
015670     END-IF
015680     IF WS-B12-FULL-SW = "Y"
015690         ADD 1 TO WS-NOTE-COUNT
015700         MOVE "*** MORE THAN FOUR BOX 12 CODES - ONLY FOUR SHOWN"
015710             TO W2-MSG-TEXT
015720         WRITE W2-Print-Line FROM W2-MSG-LINE
015730     END-IF
015740     IF WS-B14-FULL-SW = "Y"
015750         ADD 1 TO WS-NOTE-COUNT
015760         MOVE "*** MORE THAN TWO BOX 14 LABELS - ONLY TWO SHOWN"
015770             TO W2-MSG-TEXT
015780         WRITE W2-Print-Line FROM W2-MSG-LINE
015790     END-IF
015800     MOVE SPACES TO W2-Print-Line
015810     WRITE W2-Print-Line
015820     .
015830 4500-EXIT.
015840     EXIT.
015850
015860******************************************************************
015870*  4800-ADD-TO-TOTALS
015880*  THE W-3 TOTALS.  BOX 12 CODES D THROUGH H AND S ARE THE
015890*  DEFERRED COMPENSATION THE W-3 TOTALS IN ITS OWN BOX 12A.
015900******************************************************************
015910 4800-ADD-TO-TOTALS.
015920     PERFORM 4810-ADD-ONE-TOTAL THRU 4810-EXIT
015930         VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
015940     PERFORM 4820-ADD-ONE-DEFERRAL THRU 4820-EXIT
015950         VARYING WS-KSUB FROM 1 BY 1 UNTIL WS-KSUB > 4
015960     .
015970 4800-EXIT.
015980     EXIT.
015990
016000******************************************************************
016010*  4810-ADD-ONE-TOTAL
016020******************************************************************
016030 4810-ADD-ONE-TOTAL.
016040     ADD WH-BOX-AMT(WS-BSUB) TO WS-TOT-AMT(WS-BSUB)
016050     .
016060 4810-EXIT.
016070     EXIT.
016080
016090******************************************************************
016100*  4820-ADD-ONE-DEFERRAL
016110******************************************************************
016120 4820-ADD-ONE-DEFERRAL.
016130     EVALUATE WH-BOX12-CODE(WS-KSUB)
016140         WHEN "D "
016150         WHEN "E "
016160         WHEN "F "
016170         WHEN "G "
016180         WHEN "H "
016190         WHEN "S "
016200             ADD WH-BOX12-AMOUNT(WS-KSUB) TO WS-TOT-DEFER
016210     END-EVALUATE
016220     .
016230 4820-EXIT.
016240     EXIT.
016250
016260******************************************************************
016270*  5000-ISSUE-CORRECTIONS
016280*  EVERY PAYMENT ON PAYDTL.DAT FOR A PERIOD ENDING IN THE YEAR AND
016290*  MADE AFTER THE EMPLOYEE'S LAST STATEMENT WAS ISSUED - A
016300*  SUPPLEMENTAL, A VOID, OR A LATE REGULAR RUN - IS GATHERED BY
016310*  BOX AGAINST THAT STATEMENT.  AN EMPLOYEE WHOSE PAYMENTS CHANGE
016320*  A BOX GETS A W-2C; ONE WHOSE PAYMENTS NET TO NOTHING DOES NOT.
016330*  AN EMPLOYEE WITH NO W-2 AT ALL IS MEASURED FROM THE YEAR'S
016340*  LATEST ISSUE AND CORRECTED FROM ZERO.
016350******************************************************************
016360 5000-ISSUE-CORRECTIONS.
016370     OPEN INPUT PAYDTLFILE
016380     IF WS-PAYDTL-STATUS = "35"
016390         DISPLAY "NO PAYDTL.DAT FOUND - NOTHING TO CORRECT"
016400     ELSE
016410         PERFORM UNTIL PayDtlEnd = "Y"
016420             READ PAYDTLFILE
016430                 AT END
016440                     MOVE "Y" TO PayDtlEnd
016450                 NOT AT END
016460                     PERFORM 5100-TAKE-ONE-PAYMENT THRU 5100-EXIT
016470             END-READ
016480         END-PERFORM
016490         CLOSE PAYDTLFILE
016500     END-IF
016510     PERFORM 5500-CORRECT-ONE-ENTRY THRU 5500-EXIT
016520         VARYING WS-HT-ESUB FROM 1 BY 1
016530         UNTIL WS-HT-ESUB > WS-HT-COUNT
016540     IF WS-W2-COUNT = ZERO
016550         DISPLAY "NO STATEMENT FOR " WS-SEL-YEAR
016560             " HAS CHANGED - NO W-2CS ISSUED"
016570     END-IF
016580     .
016590 5000-EXIT.
016600     EXIT.
016610
016620******************************************************************
016630*  5100-TAKE-ONE-PAYMENT
016640******************************************************************
016650 5100-TAKE-ONE-PAYMENT.
016660     IF PD-END-YEAR = WS-SEL-YEAR
016670         MOVE PD-RUN-DATE TO WS-PAY-STAMP-DATE
016680         MOVE PD-RUN-TIME TO WS-PAY-STAMP-TIME
016690         PERFORM 5150-FIND-HISTORY-ENTRY THRU 5150-EXIT
016700         IF WS-HT-FOUND-SW = "N" AND WS-PAY-STAMP > WS-YEAR-STAMP
016710             PERFORM 5170-ADD-EMPTY-ENTRY THRU 5170-EXIT
016720         END-IF
016730         IF WS-HT-FOUND-SW = "Y"
016740             MOVE HT-RECORD(WS-HT-ESUB) TO WH-W2-RECORD
016750             MOVE WH-ISSUE-DATE TO WS-ENTRY-STAMP-DATE
016760             MOVE WH-ISSUE-TIME TO WS-ENTRY-STAMP-TIME
016770             IF WS-PAY-STAMP > WS-ENTRY-STAMP
016780                 PERFORM 5200-APPLY-PAYMENT THRU 5200-EXIT
016790             END-IF
016800         END-IF
016810     END-IF
016820     .
016830 5100-EXIT.
016840     EXIT.
016850
016860******************************************************************
016870*  5150-FIND-HISTORY-ENTRY
016880*  THE EMPLOYEE'S STATEMENT FOR THE YEAR, POSITION IN WS-HT-ESUB.
016890******************************************************************
016900 5150-FIND-HISTORY-ENTRY.
016910     MOVE "N" TO WS-HT-FOUND-SW
016920     PERFORM 5160-MATCH-ONE-ENTRY THRU 5160-EXIT
016930         VARYING HT-IDX FROM 1 BY 1
016940         UNTIL HT-IDX > WS-HT-COUNT
016950             OR WS-HT-FOUND-SW = "Y"
016960     .
016970 5150-EXIT.
016980     EXIT.
016990
017000******************************************************************
017010*  5160-MATCH-ONE-ENTRY
017020******************************************************************
017030 5160-MATCH-ONE-ENTRY.
017040     IF HT-EMPNUM(HT-IDX) = PD-EMPNUM AND
017050        HT-YEAR(HT-IDX) = WS-SEL-YEAR
017060         MOVE "Y" TO WS-HT-FOUND-SW
017070         SET WS-HT-ESUB TO HT-IDX
017080     END-IF
017090     .
017100 5160-EXIT.
017110     EXIT.
017120
017130******************************************************************
017140*  5170-ADD-EMPTY-ENTRY
017150*  A ZERO STATEMENT, STAMPED WITH THE YEAR'S LATEST ISSUE, FOR AN
017160*  EMPLOYEE FIRST PAID AFTER THE W-2S WENT OUT.
017170******************************************************************
017180 5170-ADD-EMPTY-ENTRY.
017190     MOVE SPACES TO WH-W2-RECORD
017200     MOVE PD-EMPNUM TO WH-EMPNUM
017210     MOVE WS-SEL-YEAR TO WH-YEAR
017220     MOVE WS-YEAR-STAMP-DATE TO WH-ISSUE-DATE
017230     MOVE WS-YEAR-STAMP-TIME TO WH-ISSUE-TIME
017240     MOVE "C" TO WH-KIND
017250     PERFORM 3300-FIND-EMPLOYEE THRU 3300-EXIT
017260     PERFORM 3210-CLEAR-ONE-BOX THRU 3210-EXIT
017270         VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
017280     PERFORM 2460-ADD-HISTORY-ENTRY THRU 2460-EXIT
017290     MOVE "Y" TO WS-HT-FOUND-SW
017300     .
017310 5170-EXIT.
017320     EXIT.
017330
017340******************************************************************
017350*  5200-APPLY-PAYMENT
017360*  THE PAYMENT'S GROSS AND EACH CODE IT TOOK, WITH THEIR SIGNS,
017370*  ADDED TO THE ENTRY'S CHANGES BY BOX.  A BOX 12 OR 14 SLOT
017380*  OPENED FOR A NEW CODE IS KEPT ON THE ENTRY.
017390******************************************************************
017400 5200-APPLY-PAYMENT.
017410     MOVE "Y" TO HT-TOUCHED-SW(WS-HT-ESUB)
017420     ADD 1 TO WS-PAY-COUNT
017430     MOVE PD-GROSS-SIGN TO WS-SIGN-BYTE
017440     MOVE PD-GROSS TO WS-UNSIGNED-AMOUNT
017450     PERFORM 5290-APPLY-SIGN THRU 5290-EXIT
017460     ADD WS-SIGNED-AMOUNT TO HT-DELTA-AMT(WS-HT-ESUB, 1)
017470     ADD WS-SIGNED-AMOUNT TO HT-DELTA-AMT(WS-HT-ESUB, 5)
017480     PERFORM 5250-APPLY-ONE-CODE THRU 5250-EXIT
017490         VARYING WS-DSUB FROM 1 BY 1
017500         UNTIL WS-DSUB > PD-DED-COUNT OR WS-DSUB > 15
017510     MOVE WH-W2-RECORD TO HT-RECORD(WS-HT-ESUB)
017520     .
017530 5200-EXIT.
017540     EXIT.
017550
017560******************************************************************
017570*  5250-APPLY-ONE-CODE
017580******************************************************************
017590 5250-APPLY-ONE-CODE.
017600     MOVE PD-DED-CODE(WS-DSUB) TO WS-POST-CODE
017610     MOVE PD-DED-AMT-SIGN(WS-DSUB) TO WS-SIGN-BYTE
017620     MOVE PD-DED-AMOUNT(WS-DSUB) TO WS-UNSIGNED-AMOUNT
017630     PERFORM 5290-APPLY-SIGN THRU 5290-EXIT
017640     PERFORM 3400-FIND-BOX THRU 3400-EXIT
017650     EVALUATE WS-POST-KIND
017660         WHEN "A"
017670             ADD WS-SIGNED-AMOUNT TO
017680                 HT-DELTA-AMT(WS-HT-ESUB, WS-POST-IDX)
017690         WHEN "2"
017700             PERFORM 3450-FIND-BOX12-SLOT THRU 3450-EXIT
017710             IF WS-SLOT > ZERO
017720                 ADD WS-SIGNED-AMOUNT TO
017730                     HT-DELTA-B12(WS-HT-ESUB, WS-SLOT)
017740             END-IF
017750         WHEN "4"
017760             PERFORM 3470-FIND-BOX14-SLOT THRU 3470-EXIT
017770             IF WS-SLOT > ZERO
017780                 ADD WS-SIGNED-AMOUNT TO
017790                     HT-DELTA-B14(WS-HT-ESUB, WS-SLOT)
017800             END-IF
017810     END-EVALUATE
017820     .
017830 5250-EXIT.
017840     EXIT.
017850
017860******************************************************************
017870*  5290-APPLY-SIGN
017880*  WS-UNSIGNED-AMOUNT UNDER SIGN BYTE WS-SIGN-BYTE INTO
017890*  WS-SIGNED-AMOUNT.
017900******************************************************************
017910 5290-APPLY-SIGN.
017920     IF WS-SIGN-BYTE = "-"
017930         COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-UNSIGNED-AMOUNT
017940     ELSE
017950         MOVE WS-UNSIGNED-AMOUNT TO WS-SIGNED-AMOUNT
017960     END-IF
017970     .
017980 5290-EXIT.
017990     EXIT.
018000
018010******************************************************************
018020*  5500-CORRECT-ONE-ENTRY
018030*  THE CORRECT FIGURES ARE THE STATEMENT PLUS ITS CHANGES, NONE
018040*  BELOW ZERO, WITH SOCIAL SECURITY, STATE, AND LOCAL WAGES
018050*  REFIGURED FROM THE CORRECT MEDICARE WAGES.  IF ANY BOX MOVES
018060*  THE W-2C IS PRINTED AND THE CORRECT FIGURES BECOME THE
018070*  EMPLOYEE'S STATEMENT ON W2HIST.DAT.
018080******************************************************************
018090 5500-CORRECT-ONE-ENTRY.
018100     IF HT-TOUCHED-SW(WS-HT-ESUB) = "Y"
018110         MOVE HT-RECORD(WS-HT-ESUB) TO WH-W2-RECORD
018120         PERFORM 5510-FIGURE-ONE-CORRECT THRU 5510-EXIT
018130             VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
018140         PERFORM 5520-FIGURE-DERIVED-CORRECT THRU 5520-EXIT
018150         MOVE "N" TO WS-CHANGED-SW
018160         PERFORM 5530-COMPARE-ONE-BOX THRU 5530-EXIT
018170             VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
018180         IF WS-CHANGED-SW = "Y"
018190             PERFORM 3300-FIND-EMPLOYEE THRU 3300-EXIT
018200             IF WS-NO-EMP-SW = "Y"
018210                 MOVE HT-RECORD(WS-HT-ESUB) TO WH-W2-RECORD
018220             END-IF
018230             MOVE "N" TO WS-B12-FULL-SW
018240             MOVE "N" TO WS-B14-FULL-SW
018250             ADD 1 TO WS-W2-COUNT
018260             PERFORM 5600-PRINT-CORRECTION THRU 5600-EXIT
018270             PERFORM 5580-ADD-ONE-CORRECT-TOTAL THRU 5580-EXIT
018280                 VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
018290             PERFORM 5590-REPLACE-ONE-BOX THRU 5590-EXIT
018300                 VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
018310             MOVE WS-ISSUE-DATE TO WH-ISSUE-DATE
018320             MOVE WS-ISSUE-TIME TO WH-ISSUE-TIME
018330             MOVE "C" TO WH-KIND
018340             MOVE WH-W2-RECORD TO HT-RECORD(WS-HT-ESUB)
018350         ELSE
018360             ADD 1 TO WS-NETTED-COUNT
018370         END-IF
018380     END-IF
018390     .
018400 5500-EXIT.
018410     EXIT.
018420
018430******************************************************************
018440*  5510-FIGURE-ONE-CORRECT
018450******************************************************************
018460 5510-FIGURE-ONE-CORRECT.
018470     COMPUTE WS-COR-SIGNED = WH-BOX-AMT(WS-BSUB)
018480         + HT-DELTA-AMT(WS-HT-ESUB, WS-BSUB)
018490     IF WS-COR-SIGNED < ZERO
018500         MOVE ZERO TO WS-COR-SIGNED
018510     END-IF
018520     MOVE WS-COR-SIGNED TO WS-COR-AMT(WS-BSUB)
018530     IF WS-BSUB NOT > 4
018540         COMPUTE WS-COR-SIGNED = WH-BOX12-AMOUNT(WS-BSUB)
018550             + HT-DELTA-B12(WS-HT-ESUB, WS-BSUB)
018560         IF WS-COR-SIGNED < ZERO
018570             MOVE ZERO TO WS-COR-SIGNED
018580         END-IF
018590         MOVE WS-COR-SIGNED TO WS-COR-B12(WS-BSUB)
018600     END-IF
018610     IF WS-BSUB NOT > 2
018620         COMPUTE WS-COR-SIGNED = WH-BOX14-AMOUNT(WS-BSUB)
018630             + HT-DELTA-B14(WS-HT-ESUB, WS-BSUB)
018640         IF WS-COR-SIGNED < ZERO
018650             MOVE ZERO TO WS-COR-SIGNED
018660         END-IF
018670         MOVE WS-COR-SIGNED TO WS-COR-B14(WS-BSUB)
018680     END-IF
018690     .
018700 5510-EXIT.
018710     EXIT.
018720
018730******************************************************************
018740*  5520-FIGURE-DERIVED-CORRECT
018750*  THE 3250-FIGURE-DERIVED-WAGES RULES APPLIED TO THE CORRECT
018760*  FIGURES.
018770******************************************************************
018780 5520-FIGURE-DERIVED-CORRECT.
018790     IF WS-COR-AMT(5) > WS-SS-BASE
018800         MOVE WS-SS-BASE TO WS-COR-AMT(3)
018810     ELSE
018820         MOVE WS-COR-AMT(5) TO WS-COR-AMT(3)
018830     END-IF
018840     IF WS-TAX-STATE NOT = SPACES OR WS-COR-AMT(8) > ZERO
018850         MOVE WS-COR-AMT(5) TO WS-COR-AMT(7)
018860     ELSE
018870         MOVE ZERO TO WS-COR-AMT(7)
018880     END-IF
018890     IF WS-COR-AMT(10) > ZERO
018900         MOVE WS-COR-AMT(5) TO WS-COR-AMT(9)
018910     ELSE
018920         MOVE ZERO TO WS-COR-AMT(9)
018930     END-IF
018940     .
018950 5520-EXIT.
018960     EXIT.
018970
018980******************************************************************
018990*  5530-COMPARE-ONE-BOX
019000******************************************************************
019010 5530-COMPARE-ONE-BOX.
019020     IF WS-COR-AMT(WS-BSUB) NOT = WH-BOX-AMT(WS-BSUB)
019030         MOVE "Y" TO WS-CHANGED-SW
019040     END-IF
019050     IF WS-BSUB NOT > 4
019060         IF WS-COR-B12(WS-BSUB) NOT = WH-BOX12-AMOUNT(WS-BSUB)
019070             MOVE "Y" TO WS-CHANGED-SW
019080         END-IF
019090     END-IF
019100     IF WS-BSUB NOT > 2
019110         IF WS-COR-B14(WS-BSUB) NOT = WH-BOX14-AMOUNT(WS-BSUB)
019120             MOVE "Y" TO WS-CHANGED-SW
019130         END-IF
019140     END-IF
019150     .
019160 5530-EXIT.
019170     EXIT.
019180
019190******************************************************************
019200*  5580-ADD-ONE-CORRECT-TOTAL
019210*  THE W-3C CARRIES BOTH THE FIGURES PREVIOUSLY REPORTED AND THE
019220*  CORRECT ONES.
019230******************************************************************
019240 5580-ADD-ONE-CORRECT-TOTAL.
019250     ADD WH-BOX-AMT(WS-BSUB) TO WS-TOT-PREV-AMT(WS-BSUB)
019260     ADD WS-COR-AMT(WS-BSUB) TO WS-TOT-AMT(WS-BSUB)
019270     IF WS-BSUB NOT > 4
019280         EVALUATE WH-BOX12-CODE(WS-BSUB)
019290             WHEN "D "
019300             WHEN "E "
019310             WHEN "F "
019320             WHEN "G "
019330             WHEN "H "
019340             WHEN "S "
019350                 ADD WH-BOX12-AMOUNT(WS-BSUB) TO WS-TOT-PREV-DEFER
019360                 ADD WS-COR-B12(WS-BSUB) TO WS-TOT-DEFER
019370         END-EVALUATE
019380     END-IF
019390     .
019400 5580-EXIT.
019410     EXIT.
019420
019430******************************************************************
019440*  5590-REPLACE-ONE-BOX
019450******************************************************************
019460 5590-REPLACE-ONE-BOX.
019470     MOVE WS-COR-AMT(WS-BSUB) TO WH-BOX-AMT(WS-BSUB)
019480     IF WS-BSUB NOT > 4
019490         MOVE WS-COR-B12(WS-BSUB) TO WH-BOX12-AMOUNT(WS-BSUB)
019500     END-IF
019510     IF WS-BSUB NOT > 2
019520         MOVE WS-COR-B14(WS-BSUB) TO WH-BOX14-AMOUNT(WS-BSUB)
019530     END-IF
019540     .
019550 5590-EXIT.
019560     EXIT.
019570
019580******************************************************************
019590*  5600-PRINT-CORRECTION
019600*  ONE W-2C - THE IDENTIFICATION BOXES, THEN ONLY THE BOXES BEING
019610*  CORRECTED, EACH WITH WHAT WAS REPORTED AND WHAT IS CORRECT.
019620******************************************************************
019630 5600-PRINT-CORRECTION.
019640     MOVE "FORM W-2C  CORRECTED WAGE AND TAX STATEMENT" TO
019650         W2-TITLE
019660     PERFORM 4100-PRINT-IDENTIFICATION THRU 4100-EXIT
019670     IF WS-COR-AMT(7) NOT = WH-BOX-AMT(7) OR
019680        WS-COR-AMT(8) NOT = WH-BOX-AMT(8)
019690         PERFORM 4150-PRINT-STATE-ID THRU 4150-EXIT
019700     END-IF
019710     WRITE W2-Print-Line FROM WC-HEAD-LINE-1
019720     WRITE W2-Print-Line FROM WC-HEAD-LINE-2
019730     PERFORM 5610-PRINT-ONE-CORRECTED-BOX THRU 5610-EXIT
019740         VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
019750     PERFORM 5620-PRINT-ONE-CORRECTED-B12 THRU 5620-EXIT
019760         VARYING WS-KSUB FROM 1 BY 1 UNTIL WS-KSUB > 4
019770     PERFORM 5630-PRINT-ONE-CORRECTED-B14 THRU 5630-EXIT
019780         VARYING WS-KSUB FROM 1 BY 1 UNTIL WS-KSUB > 2
019790     PERFORM 4500-PRINT-NOTES THRU 4500-EXIT
019800     .
019810 5600-EXIT.
019820     EXIT.
019830
019840******************************************************************
019850*  5610-PRINT-ONE-CORRECTED-BOX
019860******************************************************************
019870 5610-PRINT-ONE-CORRECTED-BOX.
019880     IF WS-COR-AMT(WS-BSUB) NOT = WH-BOX-AMT(WS-BSUB)
019890         MOVE BL-NUM(WS-BSUB) TO WC-BOX-NUM
019900         MOVE BL-LABEL(WS-BSUB) TO WC-BOX-LABEL
019910         MOVE SPACES TO WC-BOX-CODE
019920         MOVE WH-BOX-AMT(WS-BSUB) TO WC-BOX-PREV
019930         MOVE WS-COR-AMT(WS-BSUB) TO WC-BOX-CORRECT
019940         WRITE W2-Print-Line FROM WC-BOX-LINE
019950     END-IF
019960     .
019970 5610-EXIT.
019980     EXIT.
019990
020000******************************************************************
020010*  5620-PRINT-ONE-CORRECTED-B12
020020******************************************************************
020030 5620-PRINT-ONE-CORRECTED-B12.
020040     IF WS-COR-B12(WS-KSUB) NOT = WH-BOX12-AMOUNT(WS-KSUB)
020050         MOVE SPACES TO WC-BOX-NUM
020060         STRING "12" WS-B12-LETTER(WS-KSUB)
020070             DELIMITED BY SIZE INTO WC-BOX-NUM
020080         MOVE "SEE INSTRUCTIONS FOR BOX 12" TO WC-BOX-LABEL
020090         MOVE SPACES TO WC-BOX-CODE
020100         STRING "CODE " WH-BOX12-CODE(WS-KSUB)
020110             DELIMITED BY SIZE INTO WC-BOX-CODE
020120         MOVE WH-BOX12-AMOUNT(WS-KSUB) TO WC-BOX-PREV
020130         MOVE WS-COR-B12(WS-KSUB) TO WC-BOX-CORRECT
020140         WRITE W2-Print-Line FROM WC-BOX-LINE
020150     END-IF
020160     .
020170 5620-EXIT.
020180     EXIT.
020190
020200******************************************************************
020210*  5630-PRINT-ONE-CORRECTED-B14
020220******************************************************************
020230 5630-PRINT-ONE-CORRECTED-B14.
020240     IF WS-COR-B14(WS-KSUB) NOT = WH-BOX14-AMOUNT(WS-KSUB)
020250         MOVE "14  " TO WC-BOX-NUM
020260         MOVE "OTHER" TO WC-BOX-LABEL
020270         MOVE WH-BOX14-LABEL(WS-KSUB) TO WC-BOX-CODE
020280         MOVE WH-BOX14-AMOUNT(WS-KSUB) TO WC-BOX-PREV
020290         MOVE WS-COR-B14(WS-KSUB) TO WC-BOX-CORRECT
020300         WRITE W2-Print-Line FROM WC-BOX-LINE
020310     END-IF
020320     .
020330 5630-EXIT.
020340     EXIT.
020350
020360******************************************************************
020370*  6000-WRITE-EFILE
020380*  W2EFILE.DAT FOR THE ORIGINAL STATEMENTS: THE SUBMITTER (RA) AND
020390*  EMPLOYER (RE) RECORDS, ONE EMPLOYEE (RW) RECORD PER W-2, THE
020400*  EMPLOYER TOTAL (RT), AND THE FINAL (RF) RECORD.  THE EMPLOYER
020410*  IS THE SUBMITTER.  IT NEEDS THE EIN AND USER ID ON THE
020420*  W2CODE.DAT CONTROL RECORD.
020430******************************************************************
020440 6000-WRITE-EFILE.
020450     IF WS-CONTROL-SW = "N"
020460         DISPLAY "NO W2CODE.DAT CONTROL RECORD - W2EFILE.DAT NOT "
020470             "WRITTEN"
020480     ELSE
020490         OPEN OUTPUT EFILE
020500         PERFORM 6100-WRITE-RA-RECORD THRU 6100-EXIT
020510         PERFORM 6200-WRITE-RE-RECORD THRU 6200-EXIT
020520         PERFORM 6250-CLEAR-RT-RECORD THRU 6250-EXIT
020530         MOVE ZERO TO WS-RW-COUNT
020540         PERFORM 6300-WRITE-ONE-RW-RECORD THRU 6300-EXIT
020550             VARYING WS-HT-ESUB FROM 1 BY 1
020560             UNTIL WS-HT-ESUB > WS-HT-COUNT
020570         MOVE "RT" TO EF-RT-ID
020580         MOVE WS-RW-COUNT TO EF-RT-COUNT
020590         WRITE EF-FILE-RECORD FROM EF-RT-RECORD
020600         MOVE SPACES TO EF-RF-RECORD
020610         MOVE "RF" TO EF-RF-ID
020620         MOVE WS-RW-COUNT TO EF-RF-COUNT
020630         WRITE EF-FILE-RECORD FROM EF-RF-RECORD
020640         CLOSE EFILE
020650         DISPLAY "W2EFILE.DAT WRITTEN - " WS-RW-COUNT
020660             " EMPLOYEE RECORDS"
020670     END-IF
020680     .
020690 6000-EXIT.
020700     EXIT.
020710
020720******************************************************************
020730*  6100-WRITE-RA-RECORD
020740******************************************************************
020750 6100-WRITE-RA-RECORD.
020760     MOVE SPACES TO EF-RA-RECORD
020770     MOVE "RA" TO EF-RA-ID
020780     MOVE WS-ER-EIN TO EF-RA-EIN
020790     MOVE WS-USER-ID TO EF-RA-USER-ID
020800     MOVE "0" TO EF-RA-RESUB
020810     MOVE "98" TO EF-RA-SOFTWARE
020820     MOVE WS-ER-NAME TO EF-RA-CO-NAME
020830     MOVE WS-ER-ADDRESS TO EF-RA-CO-DELIVERY
020840     MOVE WS-ER-CITY TO EF-RA-CO-CITY
020850     MOVE WS-ER-STATE TO EF-RA-CO-STATE
020860     MOVE WS-ER-ZIP TO EF-RA-CO-ZIP
020870     MOVE WS-ER-ZIP-EXT TO EF-RA-CO-ZIP-EXT
020880     MOVE WS-ER-NAME TO EF-RA-SUB-NAME
020890     MOVE WS-ER-ADDRESS TO EF-RA-SUB-DELIVERY
020900     MOVE WS-ER-CITY TO EF-RA-SUB-CITY
020910     MOVE WS-ER-STATE TO EF-RA-SUB-STATE
020920     MOVE WS-ER-ZIP TO EF-RA-SUB-ZIP
020930     MOVE WS-ER-ZIP-EXT TO EF-RA-SUB-ZIP-EXT
020940     MOVE WS-CONTACT TO EF-RA-CONTACT
020950     MOVE WS-PHONE TO EF-RA-PHONE
020960     MOVE WS-EMAIL TO EF-RA-EMAIL
020970     MOVE "L" TO EF-RA-PREPARER
020980     WRITE EF-FILE-RECORD FROM EF-RA-RECORD
020990     .
021000 6100-EXIT.
021010     EXIT.
021020
021030******************************************************************
021040*  6200-WRITE-RE-RECORD
021050******************************************************************
021060 6200-WRITE-RE-RECORD.
021070     MOVE SPACES TO EF-RE-RECORD
021080     MOVE "RE" TO EF-RE-ID
021090     MOVE WS-SEL-YEAR TO EF-RE-YEAR
021100     MOVE WS-ER-EIN TO EF-RE-EIN
021110     MOVE "0" TO EF-RE-TERMINATING
021120     MOVE WS-ER-NAME TO EF-RE-NAME
021130     MOVE WS-ER-ADDRESS TO EF-RE-DELIVERY
021140     MOVE WS-ER-CITY TO EF-RE-CITY
021150     MOVE WS-ER-STATE TO EF-RE-STATE
021160     MOVE WS-ER-ZIP TO EF-RE-ZIP
021170     MOVE WS-ER-ZIP-EXT TO EF-RE-ZIP-EXT
021180     MOVE "N" TO EF-RE-KIND
021190     MOVE "R" TO EF-RE-EMPLOYMENT
021200     MOVE "0" TO EF-RE-SICK-PAY
021210     MOVE WS-CONTACT TO EF-RE-CONTACT
021220     MOVE WS-PHONE TO EF-RE-PHONE
021230     MOVE WS-EMAIL TO EF-RE-EMAIL
021240     WRITE EF-FILE-RECORD FROM EF-RE-RECORD
021250     .
021260 6200-EXIT.
021270     EXIT.
021280
021290******************************************************************
021300*  6250-CLEAR-RT-RECORD
021310******************************************************************
021320 6250-CLEAR-RT-RECORD.
021330     MOVE SPACES TO EF-RT-RECORD
021340     MOVE ZERO TO EF-RT-WAGES EF-RT-FED-TAX EF-RT-SS-WAGES
021350         EF-RT-SS-TAX EF-RT-MED-WAGES EF-RT-MED-TAX EF-RT-SS-TIPS
021360         EF-RT-DEP-CARE EF-RT-CODE-D EF-RT-CODE-E EF-RT-CODE-F
021370         EF-RT-CODE-G EF-RT-CODE-H EF-RT-NQ-457 EF-RT-CODE-W
021380         EF-RT-NQ-OTHER EF-RT-CODE-Q EF-RT-CODE-C EF-RT-SICK-TAX
021390         EF-RT-CODE-V EF-RT-CODE-Y EF-RT-CODE-AA EF-RT-CODE-BB
021400         EF-RT-CODE-DD EF-RT-CODE-FF
021410     .
021420 6250-EXIT.
021430     EXIT.
021440
021450******************************************************************
021460*  6300-WRITE-ONE-RW-RECORD
021470*  THE YEAR'S STATEMENTS ONLY - ON AN ORIGINAL RUN THOSE ARE THE
021480*  ONES JUST ISSUED.  MONEY GOES IN AS CENTS.
021490******************************************************************
021500 6300-WRITE-ONE-RW-RECORD.
021510     IF HT-YEAR(WS-HT-ESUB) = WS-SEL-YEAR
021520         MOVE HT-RECORD(WS-HT-ESUB) TO WH-W2-RECORD
021530         ADD 1 TO WS-RW-COUNT
021540         MOVE SPACES TO EF-RW-RECORD
021550         MOVE "RW" TO EF-RW-ID
021560         IF WH-SSN IS NUMERIC
021570             MOVE WH-SSN TO EF-RW-SSN
021580         ELSE
021590             MOVE ZEROS TO EF-RW-SSN
021600         END-IF
021610         MOVE WH-FNAME TO EF-RW-FIRST
021620         MOVE WH-LNAME TO EF-RW-LAST
021630         MOVE ZERO TO EF-RW-SS-TIPS EF-RW-DEP-CARE EF-RW-CODE-D
021640             EF-RW-CODE-E EF-RW-CODE-F EF-RW-CODE-G EF-RW-CODE-H
021650             EF-RW-NQ-457 EF-RW-CODE-W EF-RW-NQ-OTHER EF-RW-CODE-Q
021660             EF-RW-CODE-C EF-RW-CODE-V EF-RW-CODE-Y EF-RW-CODE-AA
021670             EF-RW-CODE-BB EF-RW-CODE-DD EF-RW-CODE-FF
021680         COMPUTE EF-RW-WAGES = WH-WAGES * 100
021690         COMPUTE EF-RW-FED-TAX = WH-FED-TAX * 100
021700         COMPUTE EF-RW-SS-WAGES = WH-SS-WAGES * 100
021710         COMPUTE EF-RW-SS-TAX = WH-SS-TAX * 100
021720         COMPUTE EF-RW-MED-WAGES = WH-MED-WAGES * 100
021730         COMPUTE EF-RW-MED-TAX = WH-MED-TAX * 100
021740         MOVE "0" TO EF-RW-STATUTORY
021750         MOVE "0" TO EF-RW-RETIREMENT
021760         MOVE "0" TO EF-RW-SICK-PAY
021770         PERFORM 6350-PUT-ONE-BOX12 THRU 6350-EXIT
021780             VARYING WS-KSUB FROM 1 BY 1 UNTIL WS-KSUB > 4
021790         WRITE EF-FILE-RECORD FROM EF-RW-RECORD
021800         PERFORM 6400-ADD-RW-TO-RT THRU 6400-EXIT
021810     END-IF
021820     .
021830 6300-EXIT.
021840     EXIT.
021850
021860******************************************************************
021870*  6350-PUT-ONE-BOX12
021880*  A DEFERRAL CODE ALSO MARKS THE EMPLOYEE AS IN A RETIREMENT
021890*  PLAN.  A CODE THE EMPLOYEE RECORD HAS NO FIELD FOR IS PRINTED
021900*  ON THE W-2 ONLY.
021910******************************************************************
021920 6350-PUT-ONE-BOX12.
021930     IF WH-BOX12-AMOUNT(WS-KSUB) > ZERO
021940         COMPUTE WS-CENTS = WH-BOX12-AMOUNT(WS-KSUB) * 100
021950         EVALUATE WH-BOX12-CODE(WS-KSUB)
021960             WHEN "C "
021970                 MOVE WS-CENTS TO EF-RW-CODE-C
021980             WHEN "D "
021990                 MOVE WS-CENTS TO EF-RW-CODE-D
022000                 MOVE "1" TO EF-RW-RETIREMENT
022010             WHEN "E "
022020                 MOVE WS-CENTS TO EF-RW-CODE-E
022030                 MOVE "1" TO EF-RW-RETIREMENT
022040             WHEN "F "
022050                 MOVE WS-CENTS TO EF-RW-CODE-F
022060                 MOVE "1" TO EF-RW-RETIREMENT
022070             WHEN "G "
022080                 MOVE WS-CENTS TO EF-RW-CODE-G
022090                 MOVE "1" TO EF-RW-RETIREMENT
022100             WHEN "H "
022110                 MOVE WS-CENTS TO EF-RW-CODE-H
022120                 MOVE "1" TO EF-RW-RETIREMENT
022130             WHEN "Q "
022140                 MOVE WS-CENTS TO EF-RW-CODE-Q
022150             WHEN "V "
022160                 MOVE WS-CENTS TO EF-RW-CODE-V
022170             WHEN "W "
022180                 MOVE WS-CENTS TO EF-RW-CODE-W
022190             WHEN "Y "
022200                 MOVE WS-CENTS TO EF-RW-CODE-Y
022210             WHEN "AA"
022220                 MOVE WS-CENTS TO EF-RW-CODE-AA
022230                 MOVE "1" TO EF-RW-RETIREMENT
022240             WHEN "BB"
022250                 MOVE WS-CENTS TO EF-RW-CODE-BB
022260                 MOVE "1" TO EF-RW-RETIREMENT
022270             WHEN "DD"
022280                 MOVE WS-CENTS TO EF-RW-CODE-DD
022290             WHEN "FF"
022300                 MOVE WS-CENTS TO EF-RW-CODE-FF
022310             WHEN OTHER
022320                 DISPLAY "BOX 12 CODE " WH-BOX12-CODE(WS-KSUB)
022330                     " FOR EMPLOYEE " WH-EMPNUM
022340                     " IS NOT IN W2EFILE.DAT - PAPER ONLY"
022350         END-EVALUATE
022360     END-IF
022370     .
022380 6350-EXIT.
022390     EXIT.
022400
022410******************************************************************
022420*  6400-ADD-RW-TO-RT
022430******************************************************************
022440 6400-ADD-RW-TO-RT.
022450     ADD EF-RW-WAGES TO EF-RT-WAGES
022460     ADD EF-RW-FED-TAX TO EF-RT-FED-TAX
022470     ADD EF-RW-SS-WAGES TO EF-RT-SS-WAGES
022480     ADD EF-RW-SS-TAX TO EF-RT-SS-TAX
022490     ADD EF-RW-MED-WAGES TO EF-RT-MED-WAGES
022500     ADD EF-RW-MED-TAX TO EF-RT-MED-TAX
022510     ADD EF-RW-CODE-C TO EF-RT-CODE-C
022520     ADD EF-RW-CODE-D TO EF-RT-CODE-D
022530     ADD EF-RW-CODE-E TO EF-RT-CODE-E
022540     ADD EF-RW-CODE-F TO EF-RT-CODE-F
022550     ADD EF-RW-CODE-G TO EF-RT-CODE-G
022560     ADD EF-RW-CODE-H TO EF-RT-CODE-H
022570     ADD EF-RW-CODE-Q TO EF-RT-CODE-Q
022580     ADD EF-RW-CODE-V TO EF-RT-CODE-V
022590     ADD EF-RW-CODE-W TO EF-RT-CODE-W
022600     ADD EF-RW-CODE-Y TO EF-RT-CODE-Y
022610     ADD EF-RW-CODE-AA TO EF-RT-CODE-AA
022620     ADD EF-RW-CODE-BB TO EF-RT-CODE-BB
022630     ADD EF-RW-CODE-DD TO EF-RT-CODE-DD
022640     ADD EF-RW-CODE-FF TO EF-RT-CODE-FF
022650     .
022660 6400-EXIT.
022670     EXIT.
022680
022690******************************************************************
022700*  7000-PRINT-TRANSMITTAL
022710*  THE W-3 (OR W-3C) THAT GOES WITH THE STATEMENTS, AND THE RUN'S
022720*  COUNTS FOR PAYROLL.
022730******************************************************************
022740 7000-PRINT-TRANSMITTAL.
022750     WRITE W2-Print-Line FROM W2-RULE-LINE
022760     IF WS-MODE-ANSWER = "C"
022770         MOVE "FORM W-3C  TRANSMITTAL OF CORRECTED STATEMENTS" TO
022780             W2-TITLE
022790     ELSE
022800         MOVE "FORM W-3   TRANSMITTAL OF W-2 STATEMENTS" TO
022810             W2-TITLE
022820     END-IF
022830     MOVE WS-SEL-YEAR TO W2-TITLE-YEAR
022840     WRITE W2-Print-Line FROM W2-TITLE-LINE
022850     MOVE " E  " TO W2-ID-BOX
022860     MOVE "EMPLOYER ID NUMBER (EIN)" TO W2-ID-LABEL
022870     MOVE SPACES TO W2-ID-VALUE
022880     IF WS-ER-EIN NOT = SPACES
022890         STRING WS-ER-EIN-PREFIX "-" WS-ER-EIN-SERIAL
022900             DELIMITED BY SIZE INTO W2-ID-VALUE
022910     END-IF
022920     WRITE W2-Print-Line FROM W2-ID-LINE
022930     MOVE " F  " TO W2-ID-BOX
022940     MOVE "EMPLOYER'S NAME" TO W2-ID-LABEL
022950     MOVE WS-ER-NAME TO W2-ID-VALUE
022960     WRITE W2-Print-Line FROM W2-ID-LINE
022970     IF WS-TAX-STATE NOT = SPACES
022980         PERFORM 4150-PRINT-STATE-ID THRU 4150-EXIT
022990     END-IF
023000     MOVE SPACES TO W2-Print-Line
023010     WRITE W2-Print-Line
023020     IF WS-MODE-ANSWER = "C"
023030         MOVE "W-2C STATEMENTS ISSUED" TO W2-COUNT-LABEL
023040         MOVE WS-W2-COUNT TO W2-COUNT
023050         WRITE W2-Print-Line FROM W2-COUNT-LINE
023060         WRITE W2-Print-Line FROM W3C-HEAD-LINE-1
023070         WRITE W2-Print-Line FROM W3C-HEAD-LINE-2
023080         PERFORM 7200-PRINT-ONE-W3C-BOX THRU 7200-EXIT
023090             VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
023100         MOVE "12A " TO W3C-BOX-NUM
023110         MOVE "DEFERRED COMPENSATION" TO W3C-BOX-LABEL
023120         MOVE SPACES TO W3C-BOX-CODE
023130         MOVE WS-TOT-PREV-DEFER TO W3C-BOX-PREV
023140         MOVE WS-TOT-DEFER TO W3C-BOX-CORRECT
023150         WRITE W2-Print-Line FROM W3C-BOX-LINE
023160     ELSE
023170         MOVE "W-2 STATEMENTS ISSUED" TO W2-COUNT-LABEL
023180         MOVE WS-W2-COUNT TO W2-COUNT
023190         WRITE W2-Print-Line FROM W2-COUNT-LINE
023200         PERFORM 7100-PRINT-ONE-W3-BOX THRU 7100-EXIT
023210             VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 10
023220         MOVE "12A " TO W3-BOX-NUM
023230         MOVE "DEFERRED COMPENSATION" TO W3-BOX-LABEL
023240         MOVE SPACES TO W3-BOX-CODE
023250         MOVE WS-TOT-DEFER TO W3-BOX-AMOUNT
023260         WRITE W2-Print-Line FROM W3-BOX-LINE
023270     END-IF
023280     PERFORM 7300-PRINT-RUN-NOTES THRU 7300-EXIT
023290     .
023300 7000-EXIT.
023310     EXIT.
023320
023330******************************************************************
023340*  7100-PRINT-ONE-W3-BOX
023350******************************************************************
023360 7100-PRINT-ONE-W3-BOX.
023370     MOVE BL-NUM(WS-BSUB) TO W3-BOX-NUM
023380     MOVE BL-LABEL(WS-BSUB) TO W3-BOX-LABEL
023390     MOVE SPACES TO W3-BOX-CODE
023400     MOVE WS-TOT-AMT(WS-BSUB) TO W3-BOX-AMOUNT
023410     WRITE W2-Print-Line FROM W3-BOX-LINE
023420     .
023430 7100-EXIT.
023440     EXIT.
023450
023460******************************************************************
023470*  7200-PRINT-ONE-W3C-BOX
023480******************************************************************
023490 7200-PRINT-ONE-W3C-BOX.
023500     MOVE BL-NUM(WS-BSUB) TO W3C-BOX-NUM
023510     MOVE BL-LABEL(WS-BSUB) TO W3C-BOX-LABEL
023520     MOVE SPACES TO W3C-BOX-CODE
023530     MOVE WS-TOT-PREV-AMT(WS-BSUB) TO W3C-BOX-PREV
023540     MOVE WS-TOT-AMT(WS-BSUB) TO W3C-BOX-CORRECT
023550     WRITE W2-Print-Line FROM W3C-BOX-LINE
023560     .
023570 7200-EXIT.
023580     EXIT.
023590
023600******************************************************************
023610*  7300-PRINT-RUN-NOTES
023620******************************************************************
023630 7300-PRINT-RUN-NOTES.
023640     MOVE SPACES TO W2-Print-Line
023650     WRITE W2-Print-Line
023660     IF WS-MODE-ANSWER = "C"
023670         MOVE "PAYMENTS SINCE ISSUE" TO W2-COUNT-LABEL
023680         MOVE WS-PAY-COUNT TO W2-COUNT
023690         WRITE W2-Print-Line FROM W2-COUNT-LINE
023700         MOVE "EMPLOYEES NETTING TO NO CHANGE" TO W2-COUNT-LABEL
023710         MOVE WS-NETTED-COUNT TO W2-COUNT
023720         WRITE W2-Print-Line FROM W2-COUNT-LINE
023730         MOVE "W-2CS ARE FILED ON PAPER - NO W2EFILE.DAT WRITTEN"
023740             TO W2-MSG-TEXT
023750         WRITE W2-Print-Line FROM W2-MSG-LINE
023760     ELSE
023770         MOVE SPACES TO W2-MSG-TEXT
023780         IF WS-SOURCE-NAME NOT = SPACES
023790             STRING "YEAR-TO-DATE FIGURES FROM " WS-SOURCE-NAME
023800                 DELIMITED BY SIZE INTO W2-MSG-TEXT
023810             WRITE W2-Print-Line FROM W2-MSG-LINE
023820         END-IF
023830         IF WS-W2-COUNT > ZERO
023840             IF WS-CONTROL-SW = "Y"
023850                 MOVE "ELECTRONIC FILING FILE W2EFILE.DAT WRITTEN"
023860                     TO W2-MSG-TEXT
023870             ELSE
023880                 MOVE "NO W2CODE.DAT CONTROL RECORD - NO FILE"
023890                     TO W2-MSG-TEXT
023900             END-IF
023910             WRITE W2-Print-Line FROM W2-MSG-LINE
023920         END-IF
023930     END-IF
023940     MOVE "TERMINATED EMPLOYEES" TO W2-COUNT-LABEL
023950     MOVE WS-TERM-COUNT TO W2-COUNT
023960     WRITE W2-Print-Line FROM W2-COUNT-LINE
023970     MOVE "STATEMENTS WITH NOTES" TO W2-COUNT-LABEL
023980     MOVE WS-NOTE-COUNT TO W2-COUNT
023990     WRITE W2-Print-Line FROM W2-COUNT-LINE
024000     .
024010 7300-EXIT.
024020     EXIT.
024030
024040******************************************************************
024050*  8000-REWRITE-W2-HISTORY
024060*  W2HIST.DAT WRITTEN BACK WHOLE - THE OTHER YEARS AS THEY WERE
024070*  READ, THIS YEAR'S AS ISSUED OR CORRECTED.
024080******************************************************************
024090 8000-REWRITE-W2-HISTORY.
024100     OPEN OUTPUT W2HISTFILE
024110     PERFORM 8100-WRITE-ONE-HISTORY THRU 8100-EXIT
024120         VARYING WS-HT-ESUB FROM 1 BY 1
024130         UNTIL WS-HT-ESUB > WS-HT-COUNT
024140     CLOSE W2HISTFILE
024150     .
024160 8000-EXIT.
024170     EXIT.
024180
024190******************************************************************
024200*  8100-WRITE-ONE-HISTORY
024210******************************************************************
024220 8100-WRITE-ONE-HISTORY.
024230     WRITE WF-HIST-RECORD FROM HT-RECORD(WS-HT-ESUB)
024240     .
024250 8100-EXIT.
024260     EXIT.
024270
024280******************************************************************
024290*  9100-WRITE-START-STAMP
024300******************************************************************
024310 9100-WRITE-START-STAMP.
024320     OPEN EXTEND RUNCTLFILE
024330     IF WS-RUNCTL-STATUS = "35"
024340         OPEN OUTPUT RUNCTLFILE
024350     END-IF
024360     MOVE SPACES TO RC-RUN-RECORD
024370     MOVE "PT2W2" TO RC-PROGRAM
024380     MOVE "S" TO RC-STAMP-TYPE
024390     MOVE YR TO RC-RUN-YEAR
024400     MOVE MN TO RC-RUN-MONTH
024410     MOVE DY TO RC-RUN-DAY
024420     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
024430     MOVE ZERO TO RC-RECORD-COUNT
024435     MOVE WS-OPERATOR-ID TO RC-OPERATOR
024440     WRITE RC-RUN-RECORD
024450     CLOSE RUNCTLFILE
024460     .
024470 9100-EXIT.
024480     EXIT.
024490
024500******************************************************************
024510*  9200-WRITE-END-STAMP
024520******************************************************************
024530 9200-WRITE-END-STAMP.
024540     OPEN EXTEND RUNCTLFILE
024550     IF WS-RUNCTL-STATUS = "35"
024560         OPEN OUTPUT RUNCTLFILE
024570     END-IF
024580     MOVE SPACES TO RC-RUN-RECORD
024590     MOVE "PT2W2" TO RC-PROGRAM
024600     MOVE "E" TO RC-STAMP-TYPE
024610     MOVE YR TO RC-RUN-YEAR
024620     MOVE MN TO RC-RUN-MONTH
024630     MOVE DY TO RC-RUN-DAY
024640     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
024650     MOVE WS-W2-COUNT TO RC-RECORD-COUNT
024660     MOVE "OK  " TO RC-RESULT
024670     MOVE SPACES TO RC-REASON
024675     MOVE WS-OPERATOR-ID TO RC-OPERATOR
024680     WRITE RC-RUN-RECORD
024690     CLOSE RUNCTLFILE
024700     .
024710 9200-EXIT.
024720     EXIT.
024730
024740******************************************************************
024750*  9300-SIGN-ON
024760*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
024770*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
024780*  WITHOUT BOTH PAYROLL RUN AND FULL-SSN AUTHORITY - THE FORMS
024790*  AND THE FILING FILE CARRY EVERY FULL SSN - REFUSES THE RUN
024800*  BEFORE ANY FILE IS TOUCHED.
024810******************************************************************
024820 9300-SIGN-ON.
024830     DISPLAY "PT2W2 - OPERATOR SIGN-ON"
024840     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
024850     ACCEPT WS-SIGNON-ID FROM CONSOLE
024860     DISPLAY "PASSWORD: " WITH NO ADVANCING
024870     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
024880     INSPECT WS-SIGNON-ID CONVERTING
024890         "abcdefghijklmnopqrstuvwxyz" TO
024900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
024910     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
024920     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
024930        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
024940         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
024950         STOP RUN
024960     END-IF
024970     IF WS-OPER-ACTIVE NOT = "A"
024980         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
024990             "RUN REFUSED."
025000         STOP RUN
025010     END-IF
025020     IF WS-AUTH-PAYROLL NOT = "Y"
025030         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
025040             "PAYROLL RUN AUTHORITY - RUN REFUSED."
025050         STOP RUN
025060     END-IF
025070     IF WS-AUTH-FULLSSN NOT = "Y"
025080         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
025090             "FULL-SSN AUTHORITY - RUN REFUSED."
025100         STOP RUN
025110     END-IF
025120     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
025130     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
025140     DISPLAY SPACES
025150     .
025160 9300-EXIT.
025170     EXIT.
025180
025190******************************************************************
025200*  9310-FIND-OPERATOR
025210*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
025220*  CAN SIGN ON.
025230******************************************************************
025240 9310-FIND-OPERATOR.
025250     MOVE "N" TO WS-OPER-FOUND-SW
025260     MOVE "N" TO OperEnd
025270     OPEN INPUT OPERFILE
025280     IF WS-OPER-STATUS = "35"
025290         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
025300         MOVE "Y" TO OperEnd
025310     ELSE
025320         PERFORM UNTIL OperEnd = "Y"
025330             READ OPERFILE
025340                 AT END
025350                     MOVE "Y" TO OperEnd
025360                 NOT AT END
025370                     PERFORM 9320-CHECK-ONE-OPERATOR
025380                         THRU 9320-EXIT
025390             END-READ
025400         END-PERFORM
025410         CLOSE OPERFILE
025420     END-IF
025430     .
025440 9310-EXIT.
025450     EXIT.
025460
025470******************************************************************
025480*  9320-CHECK-ONE-OPERATOR
025490******************************************************************
025500 9320-CHECK-ONE-OPERATOR.
025510     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
025520         MOVE "Y" TO WS-OPER-FOUND-SW
025530         MOVE "Y" TO OperEnd
025540         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
025550         MOVE OP-NAME TO WS-OPER-NAME
025560         MOVE OP-STATUS TO WS-OPER-ACTIVE
025570         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
025580         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
025590         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
025600         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
025610     END-IF
025620     .
025630 9320-EXIT.
025640     EXIT.
025650
025660******************************************************************
025670*  9400-LOG-FULL-SSN
025680*  APPENDS ONE SSNLOG.DAT RECORD FOR THE RUN - EVERY STATEMENT
025690*  AND THE FILING FILE CARRY THE FULL SSN.
025700******************************************************************
025710 9400-LOG-FULL-SSN.
025720     OPEN EXTEND SSNLOGFILE
025730     IF WS-SSNLOG-STATUS = "35"
025740         OPEN OUTPUT SSNLOGFILE
025750     END-IF
025760     MOVE SPACES TO SL-SSN-LOG-RECORD
025770     MOVE WS-OPERATOR-ID TO SL-OPERATOR
025780     MOVE "PT2W2" TO SL-PROGRAM
025790     MOVE YR TO SL-RUN-YEAR
025800     MOVE MN TO SL-RUN-MONTH
025810     MOVE DY TO SL-RUN-DAY
025820     MOVE WS-TIME-HHMMSS TO SL-RUN-TIME
025830     WRITE SL-SSN-LOG-RECORD
025840     CLOSE SSNLOGFILE
025850     .
025860 9400-EXIT.
025870     EXIT.
