000010* IDENTIFICATION DIVISION.
000015 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PT2VOID.
000030 AUTHOR. JOHN STEPHEN JOHNSON.
000040 INSTALLATION. THE BEST IS YET TO COME, INC.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PT2VOID - VOID AND REVERSE A REGULAR PAY RUN
000090*
000100*  BACKS A WHOLE REGULAR PT2REG RUN OUT OF THE BOOKS - FOR THE
000110*  PERIOD PAID FROM THE WRONG HOURS FILE OR AGAINST THE WRONG
000120*  CALENDAR PERIOD - SO THE PERIOD CAN BE RERUN CLEAN INSTEAD
000130*  OF BEING CORRECTED ONE SUPPLEMENTAL AT A TIME.  THE OPERATOR
000140*  NAMES THE PAID PERIOD AND THE LATEST REGULAR RUN FOR IT IS
000150*  FOUND ON THE PAYDTL.DAT PAY DETAIL HISTORY.  FOR EVERY
000160*  EMPLOYEE THAT RUN PAID:
000170*      YTDMAST.DAT  - GROSS, DEDUCTIONS BY CODE, NET, AND HOURS
000180*                     COME BACK OUT OF THE PERIOD'S QUARTER
000190*      PTOBAL.DAT   - THE PTO ACCRUED COMES BACK OFF AND THE
000200*                     PTO DRAWN GOES BACK ON THE BALANCE
000210*      PAYDTL.DAT   - A "V" RECORD NEGATING THE REGULAR ONE IS
000220*                     APPENDED, SO THE HISTORY NETS TO ZERO
000221*      GARNISH.DAT  - EVERY GARNISHMENT ORDER THE RUN TOOK HAS
000222*                     THE AMOUNT TAKEN BACKED OFF ITS PAID-TO-DATE
000223*      ERTAX.DAT    - THE WAGES AND THE EMPLOYER'S SOCIAL
000224*                     SECURITY, MEDICARE, FUTA AND SUTA COME BACK
000225*                     OUT OF THE PERIOD'S QUARTER, AND THE YEAR'S
000226*                     WAGES ARE CUT BACK SO EACH WAGE BASE IS
000227*                     MEASURED AS IF THE RUN HAD NEVER BEEN MADE
000230*  GLPOST.DAT IS WRITTEN WITH THE REVERSING ENTRIES - A CREDIT
000240*  PER TYPE/TITLE BUCKET AND A DEBIT TO ACCRUED PAYROLL, AND A
000243*  CREDIT TO EACH EMPLOYER TAX EXPENSE WITH A DEBIT TO ITS
000246*  ACCRUED LIABILITY.  WHEN
000250*  THE DEPOSITS HAVE ALREADY GONE TO THE BANK, BANKPAY.DAT IS
000260*  WRITTEN AS A "D" RECALL BATCH FOR EVERY DEPOSIT MADE; WHEN
000270*  THEY HAVE NOT, THE PERIOD'S UNSENT BATCH IS PULLED (CUT BACK
000280*  TO AN EMPTY TRAILER) SO IT CANNOT GO OUT.  THE PERIOD IS
000290*  THEN REOPENED ON PAYCAL.DAT AND THE VOID IS LOGGED ON
000300*  RUNCTL.DAT.  GARNPAY.DAT, THE AGENCY PAYMENT FILE, IS PULLED
000302*  THE SAME WAY AS AN UNSENT BANK BATCH; ONCE IT HAS GONE TO THE
000304*  AGENCIES THE VOID SAYS SO AND THE MONEY MUST BE RECOVERED
000306*  FROM THEM.
000310*
000311*  A RECALL DEBITS EVERY ACCOUNT THE RUN DEPOSITED TO, AS THE
000312*  DEPDTL.DAT DEPOSIT HISTORY RECORDS THEM, AND APPENDS A "V"
000313*  RECORD THERE FOR EACH DEBIT; A PAYMENT WITH NO HISTORY IS
000314*  RECALLED AS ONE DEBIT WITH NO ACCOUNT.  WHEN THE UNSENT BATCH
000315*  IS PULLED, EVERY BANKACCT.DAT ACCOUNT WHOSE PRENOTE WENT IN
000316*  THAT BATCH IS PUT BACK TO HAVE ITS PRENOTE SENT AGAIN.
000317*
000320*  A PERIOD WITH A SUPPLEMENTAL RUN POSTED AGAINST IT AFTER ITS
000330*  REGULAR RUN IS REFUSED - THE SUPPLEMENTAL IS NOT PART OF THE
000340*  RUN BEING VOIDED - AS IS A PERIOD WHOSE YEAR HAS ALREADY
000350*  BEEN ROLLED OVER ON YTDMAST.DAT.
000360*
000370*  VOIDRPT.RPT LISTS EVERY PAYMENT VOIDED AND ENDS IN A PROOF
000380*  THAT COMPARES WHAT PAYDTL.DAT SAYS THE RUN PAID WITH WHAT
000390*  ACTUALLY CAME OFF EACH FILE (ITS TOTALS BEFORE LESS ITS
000400*  TOTALS AFTER), TO THE PENNY.  A PROOF THAT DOES NOT BALANCE
000410*  ENDS THE RUN-CONTROL STAMP IN FAILURE.
000420*
000430*  MODIFICATION HISTORY.
000440*  DATE        INIT  DESCRIPTION
000450*  ----------  ----  ------------------------------------------
000451*  2026-10-15  JSJ   ORIGINAL VERSION.
000452*  2026-10-15  JSJ   GARNISHMENTS TAKEN BY THE RUN ARE BACKED OFF
000453*                    THE GARNISH.DAT PAID-TO-DATE FIGURES, AN
000454*                    UNSENT GARNPAY.DAT AGENCY PAYMENT FILE FOR
000455*                    THE PERIOD IS PULLED, AND BOTH ARE PROVED.
000456*  2026-10-15  JSJ   THE RECALL BATCH DEBITS EACH ACCOUNT THE
000457*                    RUN PAID, FROM THE DEPDTL.DAT DEPOSIT
000458*                    HISTORY, AND LOGS THE DEBITS THERE.  PULLING
000459*                    AN UNSENT BATCH PUTS THE RUN'S PRENOTES BACK
000460*                    TO BE SENT AGAIN.
000461*  2026-10-15  JSJ   THE RUN'S EMPLOYER TAXES COME BACK OFF
000462*                    ERTAX.DAT AND OUT OF THE GL, AND ARE PROVED.
000463*  2026-10-15  JSJ   GROSS REVERSED BY EARNINGS CODE - OUT OF THE
000464*                    YTDMAST.DAT BY-CODE EARNINGS AND THE GL BY
000465*                    TYPE/TITLE AND CODE, AND NEGATED ON THE "V"
000466*                    PAYDTL.DAT RECORD.
000467*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000468*                    NEEDS PAYROLL RUN AUTHORITY.  THE OPERATOR ID
000469*                    NOW GOES ON THE RUNCTL.DAT STAMPS.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PAYDTLFILE ASSIGN TO "PAYDTL.dat"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         ACCESS IS SEQUENTIAL
000540         FILE STATUS IS WS-PAYDTL-STATUS.
000550
000560     SELECT YTDFILE ASSIGN TO "YTDMAST.dat"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         ACCESS IS SEQUENTIAL
000590         FILE STATUS IS WS-YTD-STATUS.
000600
000610     SELECT PTOFILE ASSIGN TO "PTOBAL.dat"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         ACCESS IS SEQUENTIAL
000640         FILE STATUS IS WS-PTO-STATUS.
000650
000660     SELECT PAYCALFILE ASSIGN TO "PAYCAL.dat"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         ACCESS IS SEQUENTIAL
000690         FILE STATUS IS WS-PAYCAL-STATUS.
000700
000710     SELECT NEWEMPFILE ASSIGN TO "NEWEMP.dat"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         ACCESS IS SEQUENTIAL
000740         FILE STATUS IS WS-NEWEMP-STATUS.
000750
000760     SELECT GLFILE ASSIGN TO "GLPOST.dat"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         ACCESS IS SEQUENTIAL.
000790
000800     SELECT BANKFILE ASSIGN TO "BANKPAY.dat"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         ACCESS IS SEQUENTIAL
000830         FILE STATUS IS WS-BANK-STATUS.
000840
000850     SELECT RUNCTLFILE ASSIGN TO "RUNCTL.dat"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         ACCESS IS SEQUENTIAL
000880         FILE STATUS IS WS-RUNCTL-STATUS.
000881
000882     SELECT GARNFILE ASSIGN TO "GARNISH.dat"
000883         ORGANIZATION IS LINE SEQUENTIAL
000884         ACCESS IS SEQUENTIAL
000885         FILE STATUS IS WS-GARN-STATUS.
000886
000887     SELECT GARNPAYFILE ASSIGN TO "GARNPAY.dat"
000890         ORGANIZATION IS LINE SEQUENTIAL
000891         ACCESS IS SEQUENTIAL
000892         FILE STATUS IS WS-GARNPAY-STATUS.
000893
000894     SELECT DEPDTLFILE ASSIGN TO "DEPDTL.dat"
000895         ORGANIZATION IS LINE SEQUENTIAL
000896         ACCESS IS SEQUENTIAL
000897         FILE STATUS IS WS-DEPDTL-STATUS.
000898
000899     SELECT ACCTFILE ASSIGN TO "BANKACCT.dat"
000900         ORGANIZATION IS LINE SEQUENTIAL
000901         ACCESS IS SEQUENTIAL
000902         FILE STATUS IS WS-ACCT-STATUS.
000903
000904     SELECT ERTAXFILE ASSIGN TO "ERTAX.dat"
000905         ORGANIZATION IS LINE SEQUENTIAL
000906         ACCESS IS SEQUENTIAL
000907         FILE STATUS IS WS-ERTAX-STATUS.
000908
000909     SELECT VOIDFILE ASSIGN TO "VOIDRPT.rpt"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         ACCESS IS SEQUENTIAL.
000930
000931     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000932         ORGANIZATION IS LINE SEQUENTIAL
000933         ACCESS IS SEQUENTIAL
000934         FILE STATUS IS WS-OPER-STATUS.
000935
000940 DATA DIVISION.
000950 FILE SECTION.
000960******************************************************************
000970*  PAYDTLFILE - THE PERMANENT PAY DETAIL HISTORY.  READ TWICE TO
000980*  FIND AND LOAD THE RUN BEING VOIDED, THEN OPENED EXTEND FOR
000990*  THE "V" REVERSAL RECORDS.  LAYOUT SHARED VIA PAYDTL.
001000******************************************************************
001010 FD  PAYDTLFILE.
001020 COPY PAYDTL.
001030
001040******************************************************************
001050*  YTDFILE - THE YEAR-TO-DATE MASTER, LOADED WHOLE, REVERSED,
001060*  AND REWRITTEN IN FULL.  LAYOUT SHARED VIA YTDMAST.
001070******************************************************************
001080 FD  YTDFILE.
001090 COPY YTDMAST.
001100
001110******************************************************************
001120*  PTOFILE - THE PTO BALANCES, LOADED WHOLE, REVERSED, AND
001130*  REWRITTEN CONTROL RECORD FIRST.  LAYOUT SHARED VIA PTOBAL.
001140******************************************************************
001150 FD  PTOFILE.
001160 COPY PTOBAL.
001170
001180******************************************************************
001190*  PAYCALFILE - THE PAYROLL CALENDAR, REWRITTEN WITH THE VOIDED
001200*  PERIOD REOPENED.  LAYOUT SHARED VIA PAYCAL.
001210******************************************************************
001220 FD  PAYCALFILE.
001230 COPY PAYCAL.
001240
001250******************************************************************
001260*  NEWEMPFILE - THE EMPLOYEE MASTER, READ ONLY FOR THE TYPE AND
001270*  TITLE OF A PAYMENT RECORDED BEFORE PAYDTL.DAT CARRIED THEM.
001280*  SAME 122-BYTE LAYOUT AS PT2.
001290******************************************************************
001300 FD  NEWEMPFILE.
001310 01  REmployee-Record.
001320     05  REMPNUM             PIC X(07).
001330     05  REMPLNAME           PIC X(12).
001340     05  REMPFNAME           PIC X(13).
001350     05  REMPTYPE            PIC X(06).
001360     05  REMPTITLE           PIC X(17).
001370     05  RSPACES             PIC X(05).
001380     05  REMPSSNF3           PIC X(03).
001390     05  REMPSSNN3           PIC X(03).
001400     05  REMPSSNL3           PIC X(03).
001410     05  RDOTS               PIC X(24).
001420     05  RMON                PIC X(02).
001430     05  RDAY                PIC X(02).
001440     05  RYEAR               PIC X(04).
001450     05  RRATE               PIC 9(09)V99.
001460     05  RSTATUS             PIC X(01).
001470     05  REMPSTAT            PIC X(01).
001480     05  RTMON               PIC X(02).
001490     05  RTDAY               PIC X(02).
001500     05  RTYEAR              PIC X(04).
001510
001520******************************************************************
001530*  GLFILE - THE GL POSTING FILE, SAME LAYOUT AS PT2REG WRITES.
001540*  HERE IT CARRIES THE REVERSING ENTRIES - ONE CREDIT PER TYPE/
001550*  TITLE AND EARNINGS CODE BUCKET, ONE DEBIT TO ACCRUED PAYROLL,
001555*  AND THE TRAILER.
001560******************************************************************
001570 FD  GLFILE.
001580 01  GL-Posting-Record.
001590     05  GL-TYPE             PIC X(06).
001600     05  GL-TITLE            PIC X(17).
001610     05  GL-DC               PIC X(01).
001620     05  GL-AMOUNT           PIC 9(09)V99.
001630     05  GL-PERIOD           PIC 9(03).
001635     05  GL-EARN-CODE        PIC X(03).
001640
001650 01  GL-Trailer-Record REDEFINES GL-Posting-Record.
001660     05  GL-MARKER           PIC X(07).
001670     05  GL-POST-COUNT       PIC 9(06).
001680     05  FILLER              PIC X(11).
001690     05  GL-POST-TOTAL       PIC 9(09)V99.
001700     05  GL-TRL-PERIOD       PIC 9(03).
001710
001720******************************************************************
001730*  BANKFILE - THE DIRECT DEPOSIT EXTRACT, SAME LAYOUT AS PT2REG
001740*  WRITES.  EITHER A "D" RECALL BATCH FOR DEPOSITS ALREADY SENT,
001750*  ONE DEBIT PER ACCOUNT PAID, OR THE PERIOD'S UNSENT BATCH CUT
001755*  BACK TO AN EMPTY TRAILER.
001760******************************************************************
001770 FD  BANKFILE.
001780 01  BK-Payment-Record.
001790     05  BK-EMPNUM           PIC X(07).
001800     05  BK-LNAME            PIC X(12).
001810     05  BK-FNAME            PIC X(13).
001820     05  BK-AMOUNT           PIC 9(09)V99.
001830     05  BK-PERIOD           PIC 9(03).
001840     05  BK-TYPE             PIC X(01).
001842     05  BK-ROUTING          PIC X(09).
001844     05  BK-ACCOUNT-NUM      PIC X(17).
001846     05  BK-ACCT-TYPE        PIC X(01).
001850
001860 01  BK-Trailer-Record REDEFINES BK-Payment-Record.
001870     05  BK-MARKER           PIC X(07).
001880     05  BK-PAY-COUNT        PIC 9(06).
001890     05  FILLER              PIC X(19).
001900     05  BK-PAY-TOTAL        PIC 9(09)V99.
001910     05  BK-TRL-PERIOD       PIC 9(03).
001920     05  FILLER              PIC X(28).
001930
001940******************************************************************
001950*  RUNCTLFILE - THE SHARED RUN-CONTROL LOG.
001960******************************************************************
001970 FD  RUNCTLFILE.
001980 COPY RUNCTL.
001981
001982******************************************************************
001983*  GARNFILE - THE GARNISHMENT ORDERS, LOADED WHOLE, BACKED DOWN,
001984*  AND REWRITTEN CONTROL RECORD FIRST.  LAYOUT VIA GARNISH.
001985******************************************************************
001986 FD  GARNFILE.
001987 COPY GARNISH.
001988
001989******************************************************************
001990*  GARNPAYFILE - THE AGENCY PAYMENT FILE, CUT BACK TO AN EMPTY
001991*  TRAILER WHEN IT STILL HOLDS THE PERIOD.  LAYOUT VIA GARNPAY.
001992******************************************************************
001993 FD  GARNPAYFILE.
001994 COPY GARNPAY.
001995
001996******************************************************************
001997*  DEPDTLFILE - THE DEPOSIT HISTORY PT2REG APPENDS TO.  READ FOR
001998*  THE ACCOUNTS THE RUN PAID, THEN EXTENDED WITH THE RECALL
001999*  DEBITS.  LAYOUT SHARED WITH PT2REG VIA DEPDTL.
002000******************************************************************
002001 FD  DEPDTLFILE.
002002 COPY DEPDTL.
002003
002004******************************************************************
002005*  ACCTFILE - THE DIRECT DEPOSIT ACCOUNT MASTER, REWRITTEN ONLY
002006*  WHEN A PULLED BATCH HELD PRENOTES.  LAYOUT VIA BANKACCT.
002007******************************************************************
002008 FD  ACCTFILE.
002009 COPY BANKACCT.
002010
002011******************************************************************
002012*  ERTAXFILE - THE EMPLOYER PAYROLL TAX MASTER, LOADED WHOLE AND
002013*  WRITTEN BACK WITH THE RUN TAKEN OUT.  LAYOUT VIA ERTAX.
002014******************************************************************
002015 FD  ERTAXFILE.
002016 COPY ERTAX.
002017
002018******************************************************************
002019*  VOIDFILE - THE VOID REPORT AND ITS PROOF.
002020******************************************************************
002030 FD  VOIDFILE.
002040 01  VO-Print-Line           PIC X(132).
002050
002051******************************************************************
002052*  OPERFILE - THE OPERATOR SECURITY FILE SIGN-ON IS CHECKED
002053*  AGAINST.  LAYOUT SHARED VIA OPERATOR.
002054******************************************************************
002055 FD  OPERFILE.
002056 COPY OPERATOR.
002057
002060 WORKING-STORAGE SECTION.
002070 01  TODAY-DATE.
002080     03  YR                      PIC 9(04).
002090     03  MN                      PIC 9(02).
002100     03  DY                      PIC 9(02).
002110 01  WS-PAYDTL-STATUS            PIC X(02) VALUE "00".
002120 01  PayDtlEnd                   PIC X(01) VALUE "N".
002130 01  WS-CONFIRM-ANSWER           PIC X(01) VALUE "N".
002140 01  WS-RECALL-ANSWER            PIC X(01) VALUE "N".
002150 01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.
002160 01  WS-DED-SUB                  PIC 9(02) VALUE ZERO.
002170 01  WS-SIGN-BYTE                PIC X(01) VALUE SPACE.
002180 01  WS-UNSIGNED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
002190 01  WS-SIGNED-AMOUNT            PIC S9(09)V99 VALUE ZERO.
002200 01  WS-DISPLAY-MONEY            PIC $$,$$$,$$$,$$9.99-.
002210
002220* ----------------------------------------------------------------
002230*  RUN-CONTROL FIELDS
002240* ----------------------------------------------------------------
002250 01  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
002260 01  RunCtlEnd                   PIC X(01) VALUE "N".
002270 01  WS-LAST-REG-STAMP           PIC X(01) VALUE SPACE.
002280 01  WS-LAST-VOID-STAMP          PIC X(01) VALUE SPACE.
002290 01  WS-END-RESULT               PIC X(04) VALUE SPACES.
002300 01  WS-END-REASON               PIC X(30) VALUE SPACES.
002310 01  WS-VOIDED-REASON.
002320     05  FILLER                  PIC X(07) VALUE "PERIOD ".
002330     05  WS-VOIDED-PERIOD        PIC 9(03).
002340     05  FILLER                  PIC X(07) VALUE " VOIDED".
002350 01  WS-TIME-RAW.
002360     03  WS-TIME-HHMMSS          PIC 9(06).
002370     03  FILLER                  PIC 9(02).
002380
002390* ----------------------------------------------------------------
002400*  PAYROLL CALENDAR FIELDS - PAYCAL.DAT LOADED WHOLE, THE
002410*  OPERATOR'S PERIOD LOCATED AND CHECKED PAID, AND THE FILE
002420*  REWRITTEN WITH THE PERIOD REOPENED WHEN THE VOID IS DONE.
002430* ----------------------------------------------------------------
002440 01  WS-PAYCAL-STATUS            PIC X(02) VALUE "00".
002450 01  PayCalEnd                   PIC X(01) VALUE "N".
002460 01  WS-PAYCAL-COUNT             PIC 9(03) VALUE ZERO.
002470 01  PAYCAL-TABLE.
002480     05  PAYCAL-ENTRY OCCURS 1 TO 999 TIMES
002490             DEPENDING ON WS-PAYCAL-COUNT
002500             INDEXED BY CL-IDX.
002510         10  CL-PERIOD           PIC 9(03).
002520         10  CL-START-DATE       PIC 9(08).
002530         10  CL-END-YEAR         PIC 9(04).
002540         10  CL-END-MONTH        PIC 9(02).
002550         10  CL-END-DAY          PIC 9(02).
002560         10  CL-PAID-SW          PIC X(01).
002570         10  CL-PAID-DATE        PIC 9(08).
002580 01  WS-PAYCAL-FULL-SW           PIC X(01) VALUE "N".
002590 01  WS-PERIOD-ANSWER            PIC X(03) VALUE SPACES.
002600 01  WS-VOID-PERIOD              PIC 9(03) VALUE ZERO.
002610 01  WS-PERIOD-FOUND-SW          PIC X(01) VALUE "N".
002620 01  WS-CL-ESUB                  PIC 9(03) VALUE ZERO.
002630 01  WS-VOID-END-DATE.
002640     05  WS-VOID-END-YR          PIC 9(04) VALUE ZERO.
002650     05  WS-VOID-END-MN          PIC 9(02) VALUE ZERO.
002660     05  WS-VOID-END-DY          PIC 9(02) VALUE ZERO.
002670 01  WS-VOID-QTR                 PIC 9(01) VALUE ZERO.
002680
002690* ----------------------------------------------------------------
002700*  RUN STAMPS - THE RUN DATE AND TIME OF A PAYDTL.DAT RECORD, SO
002710*  THE LATEST REGULAR RUN FOR THE PERIOD, AND ANY SUPPLEMENTAL
002720*  OR VOID POSTED AFTER IT, CAN BE TOLD APART.
002730* ----------------------------------------------------------------
002740 01  WS-THIS-STAMP.
002750     05  WS-THIS-RUN-DATE        PIC 9(08) VALUE ZERO.
002760     05  WS-THIS-RUN-TIME        PIC 9(06) VALUE ZERO.
002770 01  WS-REG-STAMP.
002780     05  WS-REG-RUN-DATE.
002790         10  WS-REG-RUN-YR       PIC 9(04) VALUE ZERO.
002800         10  WS-REG-RUN-MN       PIC 9(02) VALUE ZERO.
002810         10  WS-REG-RUN-DY       PIC 9(02) VALUE ZERO.
002820     05  WS-REG-RUN-TIME.
002830         10  WS-REG-RUN-HH       PIC 9(02) VALUE ZERO.
002840         10  WS-REG-RUN-MI       PIC 9(02) VALUE ZERO.
002850         10  WS-REG-RUN-SS       PIC 9(02) VALUE ZERO.
002860 01  WS-SUPP-STAMP.
002870     05  WS-SUPP-RUN-DATE        PIC 9(08) VALUE ZERO.
002880     05  WS-SUPP-RUN-TIME        PIC 9(06) VALUE ZERO.
002890 01  WS-PRIOR-VOID-STAMP.
002900     05  WS-PRIOR-VOID-DATE      PIC 9(08) VALUE ZERO.
002910     05  WS-PRIOR-VOID-TIME      PIC 9(06) VALUE ZERO.
002920 01  WS-REG-FOUND-SW             PIC X(01) VALUE "N".
002930
002940* ----------------------------------------------------------------
002950*  THE RUN BEING VOIDED - EVERY REGULAR PAYDTL.DAT RECORD WITH
002960*  THE PERIOD'S LATEST RUN STAMP, KEPT WHOLE, AND WHAT THOSE
002970*  RECORDS SAY SHOULD COME BACK OFF EACH FILE.
002980* ----------------------------------------------------------------
002990 01  WS-VOID-COUNT               PIC 9(04) VALUE ZERO.
003000 01  VOID-TABLE.
003010     05  VOID-ENTRY OCCURS 1 TO 9999 TIMES
003020             DEPENDING ON WS-VOID-COUNT
003030             INDEXED BY VT-IDX.
003040         10  VT-DETAIL-RECORD    PIC X(643).
003050 01  WS-VOID-TABLE-FULL-SW       PIC X(01) VALUE "N".
003060 01  WS-EXP-GROSS                PIC S9(11)V99 VALUE ZERO.
003070 01  WS-EXP-DED                  PIC S9(11)V99 VALUE ZERO.
003080 01  WS-EXP-NET                  PIC S9(11)V99 VALUE ZERO.
003090 01  WS-EXP-HOURS                PIC S9(11)V99 VALUE ZERO.
003100 01  WS-EXP-VAC                  PIC S9(11)V99 VALUE ZERO.
003110 01  WS-EXP-SICK                 PIC S9(11)V99 VALUE ZERO.
003120 01  WS-EXP-BANK                 PIC S9(11)V99 VALUE ZERO.
003130 01  WS-EXP-BANK-COUNT           PIC 9(06) VALUE ZERO.
003140
003150* ----------------------------------------------------------------
003160*  DEDUCTION CODES TAKEN BY THE RUN, WITH THE AMOUNT EACH SHOULD
003170*  COME OFF YTDMAST.DAT AND THE FILE TOTAL FOR THE CODE BEFORE
003180*  THE VOID.
003190* ----------------------------------------------------------------
003200 01  WS-VC-COUNT                 PIC 9(02) VALUE ZERO.
003210 01  VOID-CODE-TABLE.
003220     05  VOID-CODE-ENTRY OCCURS 1 TO 50 TIMES
003230             DEPENDING ON WS-VC-COUNT
003240             INDEXED BY VC-IDX.
003250         10  VC-CODE             PIC X(03).
003260         10  VC-EXPECTED         PIC S9(11)V99.
003270         10  VC-SUM              PIC S9(11)V99.
003280         10  VC-BEFORE           PIC S9(11)V99.
003290 01  WS-VC-FOUND-SW              PIC X(01) VALUE "N".
003300 01  WS-VC-FULL-SW               PIC X(01) VALUE "N".
003310 01  WS-VC-ESUB                  PIC 9(02) VALUE ZERO.
003320
003330* ----------------------------------------------------------------
003340*  FILE TOTALS FOR THE PROOF - YTDMAST.DAT AND ERTAX.DAT FOR
003350*  THE PERIOD'S QUARTER, PTOBAL.DAT, AND GARNISH.DAT, TAKEN ONCE
003360*  BEFORE THE VOID AND AGAIN AFTER IT.
003370* ----------------------------------------------------------------
003380 01  WS-FILE-SUMS.
003390     05  WS-SUM-GROSS            PIC S9(11)V99 VALUE ZERO.
003400     05  WS-SUM-DED              PIC S9(11)V99 VALUE ZERO.
003410     05  WS-SUM-NET              PIC S9(11)V99 VALUE ZERO.
003420     05  WS-SUM-HOURS            PIC S9(11)V99 VALUE ZERO.
003430     05  WS-SUM-VAC              PIC S9(11)V99 VALUE ZERO.
003440     05  WS-SUM-SICK             PIC S9(11)V99 VALUE ZERO.
003442     05  WS-SUM-GARN             PIC S9(11)V99 VALUE ZERO.
003444     05  WS-SUM-ER-WAGES         PIC S9(11)V99 VALUE ZERO.
003446     05  WS-SUM-ER-TAX           PIC S9(11)V99 VALUE ZERO.
003450 01  WS-BEFORE-SUMS.
003460     05  WS-BEF-GROSS            PIC S9(11)V99 VALUE ZERO.
003470     05  WS-BEF-DED              PIC S9(11)V99 VALUE ZERO.
003480     05  WS-BEF-NET              PIC S9(11)V99 VALUE ZERO.
003490     05  WS-BEF-HOURS            PIC S9(11)V99 VALUE ZERO.
003500     05  WS-BEF-VAC              PIC S9(11)V99 VALUE ZERO.
003510     05  WS-BEF-SICK             PIC S9(11)V99 VALUE ZERO.
003512     05  WS-BEF-GARN             PIC S9(11)V99 VALUE ZERO.
003514     05  WS-BEF-ER-WAGES         PIC S9(11)V99 VALUE ZERO.
003516     05  WS-BEF-ER-TAX           PIC S9(11)V99 VALUE ZERO.
003520
003530* ----------------------------------------------------------------
003540*  YEAR-TO-DATE MASTER TABLE - SAME LAYOUT AS PT2REG CARRIES.
003550* ----------------------------------------------------------------
003560 01  WS-YTD-STATUS               PIC X(02) VALUE "00".
003570 01  YtdEnd                      PIC X(01) VALUE "N".
003580 01  WS-YTD-COUNT                PIC 9(04) VALUE ZERO.
003590 01  YTD-TABLE.
003600     05  YTD-ENTRY OCCURS 1 TO 9999 TIMES
003610             DEPENDING ON WS-YTD-COUNT
003620             INDEXED BY YD-IDX.
003630         10  YD-EMPNUM           PIC X(07).
003640         10  YD-YEAR             PIC 9(04).
003650         10  YD-QTR-ENTRY OCCURS 4 TIMES.
003660             15  YD-QGROSS       PIC 9(09)V99.
003670             15  YD-QDED         PIC 9(09)V99.
003680             15  YD-QNET         PIC 9(09)V99.
003690             15  YD-QHOURS       PIC 9(05)V99.
003700         10  YD-DED-ENTRY OCCURS 10 TIMES.
003710             15  YD-DCODE        PIC X(03).
003720             15  YD-DYTD         PIC 9(09)V99.
003722         10  YD-ERN-ENTRY OCCURS 10 TIMES.
003724             15  YD-ECODE        PIC X(03).
003726             15  YD-EYTD         PIC 9(09)V99.
003730 01  WS-YTD-TABLE-FULL-SW        PIC X(01) VALUE "N".
003740 01  WS-YTD-FOUND-SW             PIC X(01) VALUE "N".
003750 01  WS-YTDDED-FOUND-SW          PIC X(01) VALUE "N".
003755 01  WS-YTDERN-FOUND-SW          PIC X(01) VALUE "N".
003760 01  WS-YTD-OLD-YEAR-SW          PIC X(01) VALUE "N".
003770 01  WS-YTD-OLD-YEAR             PIC 9(04) VALUE ZERO.
003780 01  WS-YD-ESUB                  PIC 9(04) VALUE ZERO.
003790 01  WS-YD-QSUB                  PIC 9(01) VALUE ZERO.
003800 01  WS-YD-DSUB                  PIC 9(02) VALUE ZERO.
003810 01  WS-YD-DFOUND                PIC 9(02) VALUE ZERO.
003812 01  WS-YD-NSUB                  PIC 9(02) VALUE ZERO.
003814 01  WS-YD-NFOUND                PIC 9(02) VALUE ZERO.
003816 01  WS-ERN-SUB                  PIC 9(02) VALUE ZERO.
003820 01  WS-YTD-GROSS-TOT            PIC 9(09)V99 VALUE ZERO.
003830 01  WS-YTD-NET-TOT              PIC 9(09)V99 VALUE ZERO.
003840
003850* ----------------------------------------------------------------
003860*  ONE FIGURE TAKEN BACK OFF A FILE - A BUCKET THAT WOULD GO
003870*  BELOW ZERO IS CLAMPED AND SAID SO, AND THE PROOF SHOWS THE
003880*  SHORTFALL.
003890* ----------------------------------------------------------------
003900 01  WS-REDUCE-FROM              PIC S9(11)V99 VALUE ZERO.
003910 01  WS-REDUCE-BY                PIC S9(11)V99 VALUE ZERO.
003920 01  WS-REDUCE-RESULT            PIC S9(11)V99 VALUE ZERO.
003930 01  WS-REDUCE-ITEM              PIC X(20) VALUE SPACES.
003940
003950* ----------------------------------------------------------------
003960*  PTO BALANCE TABLE AND ACCRUAL RATES - SAME AS PT2REG CARRIES,
003970*  THE RATES KEPT ONLY TO WRITE THE CONTROL RECORD BACK.
003980* ----------------------------------------------------------------
003990 01  WS-PTO-STATUS               PIC X(02) VALUE "00".
004000 01  PtoEnd                      PIC X(01) VALUE "N".
004010 01  WS-PTO-ACTIVE-SW            PIC X(01) VALUE "N".
004020 01  WS-PTO-COUNT                PIC 9(04) VALUE ZERO.
004030 01  PTO-TABLE.
004040     05  PTO-ENTRY OCCURS 1 TO 9999 TIMES
004050             DEPENDING ON WS-PTO-COUNT
004060             INDEXED BY PO-IDX.
004070         10  PO-EMPNUM           PIC X(07).
004080         10  PO-VAC-BAL          PIC 9(04)V99.
004090         10  PO-SICK-BAL         PIC 9(04)V99.
004100 01  WS-PTO-TABLE-FULL-SW        PIC X(01) VALUE "N".
004110 01  WS-PTO-FOUND-SW             PIC X(01) VALUE "N".
004120 01  WS-PO-ESUB                  PIC 9(04) VALUE ZERO.
004130 01  WS-VAC-PER-HOUR             PIC 9V9999 VALUE ZERO.
004140 01  WS-SICK-PER-HOUR            PIC 9V9999 VALUE ZERO.
004150 01  WS-VAC-PER-PERIOD           PIC 9(02)V99 VALUE ZERO.
004160 01  WS-SICK-PER-PERIOD          PIC 9(02)V99 VALUE ZERO.
004162
004164* ----------------------------------------------------------------
004166*  GARNISHMENT ORDERS - GARNISH.DAT KEPT WHOLE, RECORD BY RECORD,
004168*  WITH THE CONTROL LIMITS RECORD SET ASIDE TO WRITE BACK FIRST.
004170*  AN ORDER IS WORKED ON THROUGH GN-GARNISH-RECORD.  NO
004171*  GARNISH.DAT MEANS NO GARNISHMENTS TO BACK OUT.
004172* ----------------------------------------------------------------
004173 01  WS-GARN-STATUS              PIC X(02) VALUE "00".
004174 01  GarnEnd                     PIC X(01) VALUE "N".
004175 01  WS-GARN-ACTIVE-SW           PIC X(01) VALUE "N".
004176 01  WS-GARN-CONTROL-SW          PIC X(01) VALUE "N".
004177 01  WS-GARN-FULL-SW             PIC X(01) VALUE "N".
004178 01  WS-GARN-FOUND-SW            PIC X(01) VALUE "N".
004179 01  WS-GARN-CONTROL-RECORD      PIC X(118) VALUE SPACES.
004180 01  WS-GARN-COUNT               PIC 9(04) VALUE ZERO.
004181 01  GARN-TABLE.
004182     05  GARN-ENTRY OCCURS 1 TO 9999 TIMES
004183             DEPENDING ON WS-GARN-COUNT
004184             INDEXED BY GT-IDX.
004185         10  GT-EMPNUM           PIC X(07).
004186         10  GT-DED-CODE         PIC X(03).
004187         10  FILLER              PIC X(108).
004188 01  WS-GT-ESUB                  PIC 9(04) VALUE ZERO.
004189 01  WS-EXP-GARN                 PIC S9(11)V99 VALUE ZERO.
004190 01  WS-GARNPAY-STATUS           PIC X(02) VALUE "00".
004191 01  GarnPayEnd                  PIC X(01) VALUE "N".
004192 01  WS-GARNPAY-TRAILER-SW       PIC X(01) VALUE "N".
004193 01  WS-GARNPAY-PULLED-SW        PIC X(01) VALUE "N".
004194 01  WS-GARNPAY-OLD-PERIOD       PIC 9(03) VALUE ZERO.
004195 01  WS-GARNPAY-OLD-COUNT        PIC 9(06) VALUE ZERO.
004196 01  WS-GARNPAY-OLD-TOTAL        PIC 9(09)V99 VALUE ZERO.
004197
004198* ----------------------------------------------------------------
004199*  EMPLOYEE TYPE/TITLE LOOKUP - NEWEMP.DAT, FOR A PAYMENT WHOSE
004200*  PAYDTL.DAT RECORD PREDATES THE TYPE AND TITLE FIELDS.
004210* ----------------------------------------------------------------
004220 01  WS-NEWEMP-STATUS            PIC X(02) VALUE "00".
004230 01  LoadEnd                     PIC X(01) VALUE "N".
004240 01  WS-EMP-COUNT                PIC 9(04) VALUE ZERO.
004250 01  EMP-TABLE.
004260     05  EMP-ENTRY OCCURS 1 TO 9999 TIMES
004270             DEPENDING ON WS-EMP-COUNT
004280             INDEXED BY TB-IDX.
004290         10  TB-EMPNUM           PIC X(07).
004300         10  TB-TYPE             PIC X(06).
004310         10  TB-TITLE            PIC X(17).
004320 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
004330 01  WS-EMP-FOUND-SW             PIC X(01) VALUE "N".
004340
004350* ----------------------------------------------------------------
004360*  REVERSING GL BUCKETS - THE VOIDED GROSS BY TYPE/TITLE AND
004365*  EARNINGS CODE.
004370* ----------------------------------------------------------------
004380 01  WS-GLBKT-COUNT              PIC 9(03) VALUE ZERO.
004390 01  GL-BUCKET-TABLE.
004400     05  GL-BUCKET OCCURS 1 TO 200 TIMES
004410             DEPENDING ON WS-GLBKT-COUNT
004420             INDEXED BY GB-IDX.
004430         10  GB-TYPE             PIC X(06).
004440         10  GB-TITLE            PIC X(17).
004445         10  GB-EARN-CODE        PIC X(03).
004450         10  GB-GROSS            PIC 9(09)V99.
004460 01  WS-GLBKT-FOUND-SW           PIC X(01) VALUE "N".
004470 01  WS-GLBKT-FULL-SW            PIC X(01) VALUE "N".
004480 01  WS-GL-POST-COUNT            PIC 9(06) VALUE ZERO.
004490 01  WS-GL-TYPE                  PIC X(06) VALUE SPACES.
004500 01  WS-GL-TITLE                 PIC X(17) VALUE SPACES.
004503 01  WS-GL-EARN-CODE             PIC X(03) VALUE SPACES.
004506 01  WS-GL-EARN-AMOUNT           PIC 9(09)V99 VALUE ZERO.
004510 01  WS-GL-CREDIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
004520 01  WS-GL-DEBIT-TOTAL           PIC S9(11)V99 VALUE ZERO.
004530
004540* ----------------------------------------------------------------
004550*  BANK RECALL OR PULLED BATCH, AND THE "V" RECORDS WRITTEN.
004560* ----------------------------------------------------------------
004570 01  WS-BANK-STATUS              PIC X(02) VALUE "00".
004580 01  BankEnd                     PIC X(01) VALUE "N".
004590 01  WS-BANK-COUNT               PIC 9(06) VALUE ZERO.
004600 01  WS-BANK-TOTAL               PIC S9(11)V99 VALUE ZERO.
004610 01  WS-BANK-PULLED-SW           PIC X(01) VALUE "N".
004620 01  WS-BANK-TRAILER-SW          PIC X(01) VALUE "N".
004630 01  WS-BANK-OLD-PERIOD          PIC 9(03) VALUE ZERO.
004640 01  WS-BANK-OLD-COUNT           PIC 9(06) VALUE ZERO.
004650 01  WS-BANK-OLD-TOTAL           PIC 9(09)V99 VALUE ZERO.
004660 01  WS-VREC-COUNT               PIC 9(06) VALUE ZERO.
004661 01  WS-VREC-GROSS               PIC S9(11)V99 VALUE ZERO.
004662
004663* ----------------------------------------------------------------
004664*  THE VOIDED RUN'S DEPOSITS FROM DEPDTL.DAT - ONE ENTRY PER
004665*  ACCOUNT CREDITED - AND THE RECALL DEBIT BEING WRITTEN.
004666* ----------------------------------------------------------------
004667 01  WS-DEPDTL-STATUS            PIC X(02) VALUE "00".
004670 01  DepDtlEnd                   PIC X(01) VALUE "N".
004671 01  WS-DV-COUNT                 PIC 9(04) VALUE ZERO.
004672 01  DEPOSIT-TABLE.
004673     05  DEPOSIT-ENTRY OCCURS 1 TO 9999 TIMES
004674             DEPENDING ON WS-DV-COUNT
004675             INDEXED BY DV-IDX.
004676         10  DV-EMPNUM           PIC X(07).
004677         10  DV-ACCT-SEQ         PIC 9(01).
004678         10  DV-ROUTING          PIC X(09).
004679         10  DV-ACCOUNT-NUM      PIC X(17).
004680         10  DV-ACCT-TYPE        PIC X(01).
004681         10  DV-AMOUNT           PIC 9(09)V99.
004682 01  WS-DV-FULL-SW               PIC X(01) VALUE "N".
004683 01  WS-DV-FOUND-SW              PIC X(01) VALUE "N".
004684 01  WS-RCL-ACCT-SEQ             PIC 9(01) VALUE ZERO.
004685 01  WS-RCL-ROUTING              PIC X(09) VALUE SPACES.
004686 01  WS-RCL-ACCOUNT-NUM          PIC X(17) VALUE SPACES.
004687 01  WS-RCL-ACCT-TYPE            PIC X(01) VALUE SPACES.
004688 01  WS-RCL-AMOUNT               PIC 9(09)V99 VALUE ZERO.
004689 01  WS-DEPDTL-VCOUNT            PIC 9(06) VALUE ZERO.
004690
004691* ----------------------------------------------------------------
004692*  BANKACCT.DAT, LOADED ONLY TO PUT A PULLED BATCH'S PRENOTES
004693*  BACK.  ONLY THE PRENOTE FIELDS ARE NAMED.
004694* ----------------------------------------------------------------
004695 01  WS-ACCT-STATUS              PIC X(02) VALUE "00".
004696 01  AcctEnd                     PIC X(01) VALUE "N".
004697 01  WS-ACCT-COUNT               PIC 9(04) VALUE ZERO.
004698 01  ACCT-TABLE.
004699     05  ACCT-ENTRY OCCURS 1 TO 9999 TIMES
004700             DEPENDING ON WS-ACCT-COUNT
004701             INDEXED BY AT-IDX.
004702         10  AT-EMPNUM           PIC X(07).
004703         10  FILLER              PIC X(46).
004704         10  AT-PRENOTE-STATUS   PIC X(01).
004705         10  AT-PRENOTE-PERIOD   PIC 9(03).
004706         10  AT-PRENOTE-DATE     PIC 9(08).
004707         10  FILLER              PIC X(15).
004708 01  WS-ACCT-FULL-SW             PIC X(01) VALUE "N".
004709 01  WS-PRENOTE-RESET-COUNT      PIC 9(06) VALUE ZERO.
004710
004711* ----------------------------------------------------------------
004712*  ERTAX.DAT, LOADED WHOLE.  ONLY THE KEY IS NAMED; AN ENTRY IS
004713*  WORKED ON IN ET-ERTAX-RECORD.  THE WAGE BASES COME FROM THE
004714*  CONTROL RECORD, OR THE SAME DEFAULTS PT2REG USES, AND WHAT
004715*  THE RUN CHARGED COMES FROM ITS PAYDTL.DAT RECORDS.
004716* ----------------------------------------------------------------
004717 01  WS-ERTAX-STATUS             PIC X(02) VALUE "00".
004718 01  ErTaxEnd                    PIC X(01) VALUE "N".
004719 01  WS-ERTAX-ACTIVE-SW          PIC X(01) VALUE "N".
004720 01  WS-ERTAX-CONTROL-SW         PIC X(01) VALUE "N".
004721 01  WS-ERTAX-FULL-SW            PIC X(01) VALUE "N".
004722 01  WS-ERTAX-FOUND-SW           PIC X(01) VALUE "N".
004723 01  WS-ERTAX-CONTROL-RECORD     PIC X(374) VALUE SPACES.
004724 01  WS-ERTAX-COUNT              PIC 9(04) VALUE ZERO.
004725 01  ERTAX-TABLE.
004726     05  ERTAX-ENTRY OCCURS 1 TO 9999 TIMES
004727             DEPENDING ON WS-ERTAX-COUNT
004728             INDEXED BY ET-IDX.
004729         10  ER-EMPNUM           PIC X(07).
004730         10  ER-YEAR             PIC 9(04).
004731         10  FILLER              PIC X(363).
004732 01  WS-ET-ESUB                  PIC 9(04) VALUE ZERO.
004733 01  WS-ER-SS-BASE               PIC 9(07)V99 VALUE 176100.00.
004734 01  WS-ER-FUTA-BASE             PIC 9(07)V99 VALUE 7000.00.
004735 01  WS-ER-SUTA-BASE             PIC 9(07)V99 VALUE 7000.00.
004736 01  WS-ER-OLD-YTD               PIC S9(11)V99 VALUE ZERO.
004737 01  WS-ER-NEW-YTD               PIC S9(11)V99 VALUE ZERO.
004738 01  WS-ER-BASE-WORK             PIC 9(07)V99 VALUE ZERO.
004739 01  WS-ER-OLD-CAPPED            PIC S9(11)V99 VALUE ZERO.
004740 01  WS-ER-NEW-CAPPED            PIC S9(11)V99 VALUE ZERO.
004741 01  WS-ER-TAXABLE               PIC S9(11)V99 VALUE ZERO.
004742 01  WS-EXP-ER-SS                PIC S9(11)V99 VALUE ZERO.
004743 01  WS-EXP-ER-MED               PIC S9(11)V99 VALUE ZERO.
004744 01  WS-EXP-ER-FUTA              PIC S9(11)V99 VALUE ZERO.
004745 01  WS-EXP-ER-SUTA              PIC S9(11)V99 VALUE ZERO.
004746 01  WS-EXP-ER-TAX               PIC S9(11)V99 VALUE ZERO.
004747 01  WS-GL-ER-AMOUNT             PIC S9(11)V99 VALUE ZERO.
004748 01  WS-GL-ER-EXPENSE            PIC X(17) VALUE SPACES.
004749 01  WS-GL-ER-ACCRUED            PIC X(17) VALUE SPACES.
004750 01  WS-GL-ER-CREDIT-TOTAL       PIC S9(11)V99 VALUE ZERO.
004751 01  WS-GL-ER-DEBIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
004752
004753* ----------------------------------------------------------------
004754*  PROOF FIELDS
004755* ----------------------------------------------------------------
004756 01  WS-PF-EXPECTED              PIC S9(11)V99 VALUE ZERO.
004757 01  WS-PF-ACTUAL                PIC S9(11)V99 VALUE ZERO.
004758 01  WS-PF-DIFF                  PIC S9(11)V99 VALUE ZERO.
004759 01  WS-OUT-OF-BALANCE-SW        PIC X(01) VALUE "N".
004760 01  WS-CODE-LABEL.
004770     05  FILLER                  PIC X(24) VALUE
004780         "  YTDMAST.DAT DEDUCTION ".
004790     05  WS-CODE-LABEL-CODE      PIC X(03).
004800     05  FILLER                  PIC X(05) VALUE SPACES.
004810
004820* ----------------------------------------------------------------
004830*  VOID REPORT PRINT LINES
004840* ----------------------------------------------------------------
004850 01  VO-DATE-LINE.
004860     05  FILLER                  PIC X(10) VALUE SPACES.
004870     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
004880     05  VO-DATE-MN              PIC X(02).
004890     05  FILLER                  PIC X(01) VALUE "/".
004900     05  VO-DATE-DY              PIC X(02).
004910     05  FILLER                  PIC X(01) VALUE "/".
004920     05  VO-DATE-YR              PIC X(04).
004930     05  FILLER                  PIC X(102) VALUE SPACES.
004940 01  VO-PERIOD-LINE.
004950     05  FILLER                  PIC X(10) VALUE SPACES.
004960     05  FILLER                  PIC X(12) VALUE "PAY PERIOD: ".
004970     05  VO-PERIOD               PIC ZZ9.
004980     05  FILLER                  PIC X(09) VALUE "  ENDING ".
004990     05  VO-PERIOD-MN            PIC 9(02).
005000     05  FILLER                  PIC X(01) VALUE "/".
005010     05  VO-PERIOD-DY            PIC 9(02).
005020     05  FILLER                  PIC X(01) VALUE "/".
005030     05  VO-PERIOD-YR            PIC 9(04).
005040     05  FILLER                  PIC X(88) VALUE SPACES.
005050 01  VO-RUN-LINE.
005060     05  FILLER                  PIC X(10) VALUE SPACES.
005070     05  FILLER                  PIC X(22) VALUE
005080         "REGULAR RUN VOIDED:   ".
005090     05  VO-RUN-MN               PIC 9(02).
005100     05  FILLER                  PIC X(01) VALUE "/".
005110     05  VO-RUN-DY               PIC 9(02).
005120     05  FILLER                  PIC X(01) VALUE "/".
005130     05  VO-RUN-YR               PIC 9(04).
005140     05  FILLER                  PIC X(04) VALUE " AT ".
005150     05  VO-RUN-HH               PIC 9(02).
005160     05  FILLER                  PIC X(01) VALUE ":".
005170     05  VO-RUN-MI               PIC 9(02).
005180     05  FILLER                  PIC X(01) VALUE ":".
005190     05  VO-RUN-SS               PIC 9(02).
005200     05  FILLER                  PIC X(78) VALUE SPACES.
005210 01  VO-COLUMN-LINE.
005220     05  FILLER                  PIC X(09) VALUE "EMPLOYEE".
005230     05  FILLER                  PIC X(27) VALUE "NAME".
005240     05  FILLER                  PIC X(19) VALUE
005250         "        GROSS PAY".
005260     05  FILLER                  PIC X(19) VALUE
005270         "       DEDUCTIONS".
005280     05  FILLER                  PIC X(19) VALUE
005290         "          NET PAY".
005300     05  FILLER                  PIC X(09) VALUE "  HOURS".
005310     05  FILLER                  PIC X(06) VALUE "BANK".
005320     05  FILLER                  PIC X(24) VALUE SPACES.
005330 01  VO-DETAIL-LINE.
005340     05  VO-EMPNUM               PIC X(07).
005350     05  FILLER                  PIC X(02) VALUE SPACES.
005360     05  VO-LNAME                PIC X(12).
005370     05  FILLER                  PIC X(01) VALUE SPACE.
005380     05  VO-FNAME                PIC X(13).
005390     05  FILLER                  PIC X(01) VALUE SPACE.
005400     05  VO-GROSS                PIC $$,$$$,$$$,$$9.99.
005410     05  FILLER                  PIC X(02) VALUE SPACES.
005420     05  VO-DED                  PIC $$,$$$,$$$,$$9.99.
005430     05  FILLER                  PIC X(02) VALUE SPACES.
005440     05  VO-NET                  PIC $$,$$$,$$$,$$9.99.
005450     05  FILLER                  PIC X(02) VALUE SPACES.
005460     05  VO-HOURS                PIC ZZZ9.99.
005470     05  FILLER                  PIC X(02) VALUE SPACES.
005480     05  VO-BANK                 PIC X(06).
005490     05  FILLER                  PIC X(24) VALUE SPACES.
005500 01  VO-MSG-LINE.
005510     05  FILLER                  PIC X(09) VALUE SPACES.
005520     05  FILLER                  PIC X(04) VALUE "*** ".
005530     05  VO-MSG-TEXT             PIC X(45).
005540     05  VO-MSG-ITEM             PIC X(20).
005550     05  FILLER                  PIC X(54) VALUE SPACES.
005560 01  VO-TOTAL-LINE.
005570     05  VO-TOTAL-LABEL          PIC X(30).
005580     05  VO-TOTAL-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
005590     05  FILLER                  PIC X(84) VALUE SPACES.
005600 01  VO-COUNT-LINE.
005610     05  VO-COUNT-LABEL          PIC X(30).
005620     05  VO-COUNT                PIC ZZZZZ9.
005630     05  FILLER                  PIC X(96) VALUE SPACES.
005640 01  VO-GL-LINE.
005650     05  FILLER                  PIC X(02) VALUE SPACES.
005660     05  VO-GL-TYPE              PIC X(06).
005670     05  FILLER                  PIC X(02) VALUE SPACES.
005680     05  VO-GL-TITLE             PIC X(17).
005683     05  FILLER                  PIC X(02) VALUE SPACES.
005686     05  VO-GL-EARN              PIC X(03).
005690     05  FILLER                  PIC X(02) VALUE SPACES.
005700     05  VO-GL-DC                PIC X(01).
005710     05  FILLER                  PIC X(03) VALUE SPACES.
005720     05  VO-GL-AMOUNT            PIC $$,$$$,$$$,$$9.99-.
005730     05  FILLER                  PIC X(76) VALUE SPACES.
005740 01  VO-PROOF-HEAD-LINE.
005750     05  FILLER                  PIC X(32) VALUE "  ITEM".
005760     05  FILLER                  PIC X(20) VALUE
005770         "          EXPECTED".
005780     05  FILLER                  PIC X(20) VALUE
005790         "            ACTUAL".
005800     05  FILLER                  PIC X(20) VALUE
005810         "        DIFFERENCE".
005820     05  FILLER                  PIC X(40) VALUE SPACES.
005830 01  VO-PROOF-LINE.
005840     05  VO-PF-LABEL             PIC X(32).
005850     05  VO-PF-EXPECTED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
005860     05  FILLER                  PIC X(02) VALUE SPACES.
005870     05  VO-PF-ACTUAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
005880     05  FILLER                  PIC X(02) VALUE SPACES.
005890     05  VO-PF-DIFF              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
005900     05  FILLER                  PIC X(02) VALUE SPACES.
005910     05  VO-PF-STATUS            PIC X(07).
005920     05  FILLER                  PIC X(33) VALUE SPACES.
005922
005924* ----------------------------------------------------------------
005926*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
005930*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
005931*  ONCE SIGN-ON HAS SUCCEEDED.
005932* ----------------------------------------------------------------
005933 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
005934 01  OperEnd                     PIC X(01) VALUE "N".
005935 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
005936 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
005937 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
005938     88  OPERATOR-FOUND              VALUE "Y".
005939 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
005940 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
005941 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
005942 01  WS-OPER-AUTH.
005943     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
005944     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
005945     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
005946     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
005947 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
005948
005949 PROCEDURE DIVISION.
005950
005960******************************************************************
005970*  0000-MAINLINE
005980*  EVERY CHECK THAT CAN REFUSE THE VOID - RUN CONTROL, THE
005990*  CALENDAR, THE PAY DETAIL HISTORY, THE YEAR ON YTDMAST.DAT -
006000*  AND THE OPERATOR'S CONFIRMATION COME BEFORE THE START STAMP,
006010*  SO A REFUSED OR CANCELLED VOID LEAVES NO OPEN RUN ON THE LOG
006020*  AND NO FILE TOUCHED.
006030******************************************************************
006040 0000-MAINLINE.
006045     PERFORM 9300-SIGN-ON THRU 9300-EXIT
006050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006060     PERFORM 9000-CHECK-RUN-CONTROL THRU 9000-EXIT
006070     PERFORM 9500-CHECK-PAY-PERIOD THRU 9500-EXIT
006080     PERFORM 2000-FIND-REGULAR-RUN THRU 2000-EXIT
006090     PERFORM 2100-LOAD-VOID-TABLE THRU 2100-EXIT
006100     PERFORM 2300-LOAD-YTD-MASTER THRU 2300-EXIT
006110     PERFORM 2400-LOAD-PTO-BALANCES THRU 2400-EXIT
006120     PERFORM 2500-LOAD-EMPLOYEE-TYPES THRU 2500-EXIT
006122     PERFORM 2900-LOAD-GARNISHMENTS THRU 2900-EXIT
006124     PERFORM 2960-LOAD-DEPOSITS THRU 2960-EXIT
006126     PERFORM 2980-LOAD-EMPLOYER-TAX THRU 2980-EXIT
006130     PERFORM 2800-CONFIRM-VOID THRU 2800-EXIT
006140     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
006150     PERFORM 1100-START-VOID-REPORT THRU 1100-EXIT
006160     PERFORM 2600-SUM-FILE-TOTALS THRU 2600-EXIT
006170     PERFORM 2700-SAVE-BEFORE-TOTALS THRU 2700-EXIT
006180     PERFORM 3000-REVERSE-RUN THRU 3000-EXIT
006190     PERFORM 4000-WRITE-REVERSING-GL THRU 4000-EXIT
006200     PERFORM 4100-FINISH-BANK-BATCH THRU 4100-EXIT
006205     PERFORM 4700-RESET-PULLED-PRENOTES THRU 4700-EXIT
006210     PERFORM 4200-REWRITE-YTD-MASTER THRU 4200-EXIT
006220     PERFORM 4300-REWRITE-PTO-BALANCES THRU 4300-EXIT
006222     PERFORM 4500-REWRITE-GARNISHMENTS THRU 4500-EXIT
006224     PERFORM 4800-REWRITE-EMPLOYER-TAX THRU 4800-EXIT
006226     PERFORM 4600-FINISH-AGENCY-PAYMENTS THRU 4600-EXIT
006230     PERFORM 4400-REOPEN-PERIOD THRU 4400-EXIT
006240     PERFORM 5000-PROVE-VOID THRU 5000-EXIT
006250     CLOSE VOIDFILE
006260     IF WS-OUT-OF-BALANCE-SW = "Y"
006270         MOVE "FAIL" TO WS-END-RESULT
006280         MOVE "VOID PROOF OUT OF BALANCE" TO WS-END-REASON
006290         DISPLAY "*** PERIOD " WS-VOID-PERIOD " VOIDED BUT THE "
006300             "PROOF IS OUT OF BALANCE - SEE VOIDRPT.RPT"
006310     ELSE
006320         MOVE "OK  " TO WS-END-RESULT
006330         MOVE WS-VOID-PERIOD TO WS-VOIDED-PERIOD
006340         MOVE WS-VOIDED-REASON TO WS-END-REASON
006350         DISPLAY "PERIOD " WS-VOID-PERIOD " VOIDED - "
006360             WS-VOID-COUNT " PAYMENTS REVERSED, PROOF ON "
006370             "VOIDRPT.RPT BALANCES"
006380     END-IF
006390     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
006400     STOP RUN.
006410
006420******************************************************************
006430*  1000-INITIALIZE
006440******************************************************************
006450 1000-INITIALIZE.
006460     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
006470     ACCEPT WS-TIME-RAW FROM TIME
006480     DISPLAY "PT2VOID - VOID AND REVERSE A REGULAR PAY RUN"
006490     .
006500 1000-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540*  1100-START-VOID-REPORT
006550******************************************************************
006560 1100-START-VOID-REPORT.
006570     OPEN OUTPUT VOIDFILE
006580     MOVE SPACES TO VO-Print-Line
006590     WRITE VO-Print-Line
006600     MOVE "          THE BEST IS YET TO COME, INC." TO
006610         VO-Print-Line
006620     WRITE VO-Print-Line
006630     MOVE "               PAY RUN VOID AND PROOF" TO
006640         VO-Print-Line
006650     WRITE VO-Print-Line
006660     MOVE MN TO VO-DATE-MN
006670     MOVE DY TO VO-DATE-DY
006680     MOVE YR TO VO-DATE-YR
006690     WRITE VO-Print-Line FROM VO-DATE-LINE
006700     MOVE WS-VOID-PERIOD TO VO-PERIOD
006710     MOVE WS-VOID-END-MN TO VO-PERIOD-MN
006720     MOVE WS-VOID-END-DY TO VO-PERIOD-DY
006730     MOVE WS-VOID-END-YR TO VO-PERIOD-YR
006740     WRITE VO-Print-Line FROM VO-PERIOD-LINE
006750     MOVE WS-REG-RUN-MN TO VO-RUN-MN
006760     MOVE WS-REG-RUN-DY TO VO-RUN-DY
006770     MOVE WS-REG-RUN-YR TO VO-RUN-YR
006780     MOVE WS-REG-RUN-HH TO VO-RUN-HH
006790     MOVE WS-REG-RUN-MI TO VO-RUN-MI
006800     MOVE WS-REG-RUN-SS TO VO-RUN-SS
006810     WRITE VO-Print-Line FROM VO-RUN-LINE
006820     MOVE SPACES TO VO-Print-Line
006830     WRITE VO-Print-Line
006840     WRITE VO-Print-Line FROM VO-COLUMN-LINE
006850     MOVE SPACES TO VO-Print-Line
006860     WRITE VO-Print-Line
006870     .
006880 1100-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920*  2000-FIND-REGULAR-RUN
006930*  PASS ONE OVER PAYDTL.DAT - FINDS THE LATEST REGULAR RUN FOR
006940*  THE PERIOD, AND THE LATEST SUPPLEMENTAL AND VOID AGAINST IT,
006950*  AND REFUSES THE VOID WHEN THERE IS NO REGULAR RUN, WHEN A
006960*  SUPPLEMENTAL WAS POSTED AFTER IT, OR WHEN IT IS ALREADY VOID.
006970******************************************************************
006980 2000-FIND-REGULAR-RUN.
006990     OPEN INPUT PAYDTLFILE
007000     IF WS-PAYDTL-STATUS = "35"
007010         DISPLAY "*** NO PAYDTL.DAT PAY DETAIL HISTORY ON FILE - "
007020             "THERE IS NO RECORD OF WHAT TO REVERSE.  VOID "
007030             "REFUSED."
007040         STOP RUN
007050     END-IF
007060     PERFORM UNTIL PayDtlEnd = "Y"
007070         READ PAYDTLFILE
007080             AT END
007090                 MOVE "Y" TO PayDtlEnd
007100             NOT AT END
007110                 PERFORM 2050-NOTE-ONE-DETAIL THRU 2050-EXIT
007120         END-READ
007130     END-PERFORM
007140     CLOSE PAYDTLFILE
007150
007160     IF WS-REG-FOUND-SW = "N"
007170         DISPLAY "*** PAYDTL.DAT HAS NO REGULAR RUN FOR PERIOD "
007180             WS-VOID-PERIOD ".  VOID REFUSED."
007190         STOP RUN
007200     END-IF
007210     IF WS-SUPP-STAMP > WS-REG-STAMP
007220         DISPLAY "*** A SUPPLEMENTAL RUN WAS POSTED AGAINST "
007230             "PERIOD " WS-VOID-PERIOD " AFTER ITS REGULAR RUN - "
007240             "CORRECT THE PERIOD WITH A FURTHER SUPPLEMENTAL "
007250             "INSTEAD.  VOID REFUSED."
007260         STOP RUN
007270     END-IF
007280     IF WS-PRIOR-VOID-STAMP > WS-REG-STAMP
007290         DISPLAY "*** THE LAST REGULAR RUN FOR PERIOD "
007300             WS-VOID-PERIOD " HAS ALREADY BEEN VOIDED.  VOID "
007310             "REFUSED."
007320         STOP RUN
007330     END-IF
007340     .
007350 2000-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390*  2050-NOTE-ONE-DETAIL
007400******************************************************************
007410 2050-NOTE-ONE-DETAIL.
007420     IF PD-PERIOD = WS-VOID-PERIOD AND
007430        PD-END-DATE = WS-VOID-END-DATE
007440         MOVE PD-RUN-DATE TO WS-THIS-RUN-DATE
007450         MOVE PD-RUN-TIME TO WS-THIS-RUN-TIME
007460         IF PD-RUN-TYPE = "R" AND WS-THIS-STAMP > WS-REG-STAMP
007470             MOVE WS-THIS-STAMP TO WS-REG-STAMP
007480             MOVE "Y" TO WS-REG-FOUND-SW
007490         END-IF
007500         IF PD-RUN-TYPE = "S" AND WS-THIS-STAMP > WS-SUPP-STAMP
007510             MOVE WS-THIS-STAMP TO WS-SUPP-STAMP
007520         END-IF
007530         IF PD-RUN-TYPE = "V" AND
007540            WS-THIS-STAMP > WS-PRIOR-VOID-STAMP
007550             MOVE WS-THIS-STAMP TO WS-PRIOR-VOID-STAMP
007560         END-IF
007570     END-IF
007580     .
007590 2050-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630*  2100-LOAD-VOID-TABLE
007640*  PASS TWO - LOADS EVERY RECORD OF THE REGULAR RUN FOUND BY
007650*  PASS ONE AND TOTALS WHAT SHOULD COME BACK OFF EACH FILE.  A
007660*  RUN TOO LARGE FOR THE TABLE IS REFUSED RATHER THAN HALF
007670*  VOIDED.
007680******************************************************************
007690 2100-LOAD-VOID-TABLE.
007700     MOVE "N" TO PayDtlEnd
007710     OPEN INPUT PAYDTLFILE
007720     PERFORM UNTIL PayDtlEnd = "Y"
007730         READ PAYDTLFILE
007740             AT END
007750                 MOVE "Y" TO PayDtlEnd
007760             NOT AT END
007770                 PERFORM 2150-LOAD-ONE-DETAIL THRU 2150-EXIT
007780         END-READ
007790     END-PERFORM
007800     CLOSE PAYDTLFILE
007810     IF WS-VOID-TABLE-FULL-SW = "Y"
007820         DISPLAY "*** THE RUN HAS MORE THAN 9999 PAYMENTS - TOO "
007830             "LARGE TO VOID IN ONE PASS.  VOID REFUSED."
007840         STOP RUN
007850     END-IF
007860     .
007870 2100-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910*  2150-LOAD-ONE-DETAIL
007913*  A RECORD WRITTEN BEFORE PAYDTL.DAT CARRIED THE EMPLOYER TAXES
007916*  HAS SPACES THERE, AND IS TAKEN AS HAVING CHARGED NONE.
007920******************************************************************
007930 2150-LOAD-ONE-DETAIL.
007940     IF PD-PERIOD = WS-VOID-PERIOD AND
007950        PD-END-DATE = WS-VOID-END-DATE AND
007960        PD-RUN-TYPE = "R"
007970         MOVE PD-RUN-DATE TO WS-THIS-RUN-DATE
007980         MOVE PD-RUN-TIME TO WS-THIS-RUN-TIME
007990         IF WS-THIS-STAMP = WS-REG-STAMP
007995             IF WS-VOID-COUNT < 9999
008000                 IF PD-ER-SS IS NOT NUMERIC
008001                    OR PD-ER-MED IS NOT NUMERIC
008002                    OR PD-ER-FUTA IS NOT NUMERIC
008003                    OR PD-ER-SUTA IS NOT NUMERIC
008004                     MOVE SPACE TO PD-ER-SIGN
008005                     MOVE ZERO TO PD-ER-SS
008006                     MOVE ZERO TO PD-ER-MED
008007                     MOVE ZERO TO PD-ER-FUTA
008008                     MOVE ZERO TO PD-ER-SUTA
008009                 END-IF
008010                 ADD 1 TO WS-VOID-COUNT
008020                 MOVE PD-DETAIL-RECORD TO
008030                     VT-DETAIL-RECORD(WS-VOID-COUNT)
008040                 PERFORM 2200-ADD-EXPECTED THRU 2200-EXIT
008050             ELSE
008060                 MOVE "Y" TO WS-VOID-TABLE-FULL-SW
008070             END-IF
008080         END-IF
008090     END-IF
008100     .
008110 2150-EXIT.
008120     EXIT.
008130
008140******************************************************************
008150*  2200-ADD-EXPECTED
008160*  WHAT THIS PAYMENT PUT ON EACH FILE - THE SAME FIGURES PT2REG
008170*  ROLLED.  ONLY AN HOURLY EMPLOYEE'S HOURS WENT TO YTDMAST.DAT,
008180*  AND ONLY A "C" DEPOSIT WENT TO THE BANK.  A REGULAR RUN'S
008185*  EMPLOYER TAXES ARE NEVER NEGATIVE.
008190******************************************************************
008200 2200-ADD-EXPECTED.
008210     ADD PD-GROSS TO WS-EXP-GROSS
008220     ADD PD-DED-TOTAL TO WS-EXP-DED
008230     ADD PD-NET TO WS-EXP-NET
008240     IF PD-PAY-STATUS = "H"
008250         COMPUTE WS-EXP-HOURS = WS-EXP-HOURS + PD-REG-HOURS
008260             + PD-OT-HOURS
008270     END-IF
008280     COMPUTE WS-EXP-VAC = WS-EXP-VAC + PD-VAC-ACCRUED
008290         - PD-VAC-HOURS
008300     COMPUTE WS-EXP-SICK = WS-EXP-SICK + PD-SICK-ACCRUED
008310         - PD-SICK-HOURS
008320     IF PD-BANK-TYPE = "C"
008330         ADD PD-NET TO WS-EXP-BANK
008340         ADD 1 TO WS-EXP-BANK-COUNT
008350     END-IF
008351     ADD PD-ER-SS TO WS-EXP-ER-SS
008352     ADD PD-ER-MED TO WS-EXP-ER-MED
008353     ADD PD-ER-FUTA TO WS-EXP-ER-FUTA
008354     ADD PD-ER-SUTA TO WS-EXP-ER-SUTA
008355     COMPUTE WS-EXP-ER-TAX = WS-EXP-ER-TAX + PD-ER-SS + PD-ER-MED
008356         + PD-ER-FUTA + PD-ER-SUTA
008360     IF PD-DED-COUNT IS NUMERIC AND PD-DED-COUNT NOT > 15
008370         PERFORM 2250-ADD-EXPECTED-CODE THRU 2250-EXIT
008380             VARYING WS-DED-SUB FROM 1 BY 1
008390             UNTIL WS-DED-SUB > PD-DED-COUNT
008400     END-IF
008410     .
008420 2200-EXIT.
008430     EXIT.
008440
008450******************************************************************
008460*  2250-ADD-EXPECTED-CODE
008470******************************************************************
008480 2250-ADD-EXPECTED-CODE.
008490     MOVE "N" TO WS-VC-FOUND-SW
008500     PERFORM 2260-MATCH-ONE-CODE THRU 2260-EXIT
008510         VARYING VC-IDX FROM 1 BY 1
008520         UNTIL VC-IDX > WS-VC-COUNT
008530             OR WS-VC-FOUND-SW = "Y"
008540     IF WS-VC-FOUND-SW = "N"
008550         IF WS-VC-COUNT < 50
008560             ADD 1 TO WS-VC-COUNT
008570             MOVE WS-VC-COUNT TO WS-VC-ESUB
008580             MOVE PD-DED-CODE(WS-DED-SUB) TO VC-CODE(WS-VC-ESUB)
008590             MOVE ZERO TO VC-EXPECTED(WS-VC-ESUB)
008600             MOVE ZERO TO VC-SUM(WS-VC-ESUB)
008610             MOVE ZERO TO VC-BEFORE(WS-VC-ESUB)
008620             MOVE "Y" TO WS-VC-FOUND-SW
008630         ELSE
008640             IF WS-VC-FULL-SW = "N"
008650                 MOVE "Y" TO WS-VC-FULL-SW
008660                 DISPLAY "*** MORE THAN 50 DEDUCTION CODES - THE "
008670                     "PROOF COVERS THE FIRST 50 ONLY"
008680             END-IF
008690         END-IF
008700     END-IF
008710     IF WS-VC-FOUND-SW = "Y"
008720         MOVE PD-DED-AMT-SIGN(WS-DED-SUB) TO WS-SIGN-BYTE
008730         MOVE PD-DED-AMOUNT(WS-DED-SUB) TO WS-UNSIGNED-AMOUNT
008740         PERFORM 9800-APPLY-SIGN THRU 9800-EXIT
008750         ADD WS-SIGNED-AMOUNT TO VC-EXPECTED(WS-VC-ESUB)
008760     END-IF
008770     .
008780 2250-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820*  2260-MATCH-ONE-CODE
008830******************************************************************
008840 2260-MATCH-ONE-CODE.
008850     IF VC-CODE(VC-IDX) = PD-DED-CODE(WS-DED-SUB)
008860         SET WS-VC-ESUB TO VC-IDX
008870         MOVE "Y" TO WS-VC-FOUND-SW
008880     END-IF
008890     .
008900 2260-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940*  2300-LOAD-YTD-MASTER
008950*  LOADS YTDMAST.DAT WHOLE.  THE VOID IS REFUSED WHEN THERE IS
008960*  NO YTDMAST.DAT, WHEN IT WILL NOT FIT THE TABLE (REWRITING IT
008970*  WOULD LOSE RECORDS), OR WHEN IT CARRIES A YEAR OTHER THAN THE
008980*  ONE THE PERIOD ENDED IN - THAT YEAR IS CLOSED.
008990******************************************************************
009000 2300-LOAD-YTD-MASTER.
009010     OPEN INPUT YTDFILE
009020     IF WS-YTD-STATUS = "35"
009030         DISPLAY "*** NO YTDMAST.DAT ON FILE - THE YEAR-TO-DATE "
009040             "FIGURES CANNOT BE REVERSED.  VOID REFUSED."
009050         STOP RUN
009060     END-IF
009070     PERFORM UNTIL YtdEnd = "Y"
009080         READ YTDFILE
009090             AT END
009100                 MOVE "Y" TO YtdEnd
009110             NOT AT END
009120                 PERFORM 2350-LOAD-ONE-YTD THRU 2350-EXIT
009130         END-READ
009140     END-PERFORM
009150     CLOSE YTDFILE
009160     IF WS-YTD-TABLE-FULL-SW = "Y"
009170         DISPLAY "*** YTDMAST.DAT HAS MORE THAN 9999 RECORDS.  "
009180             "VOID REFUSED."
009190         STOP RUN
009200     END-IF
009210     IF WS-YTD-OLD-YEAR-SW = "Y"
009220         DISPLAY "*** YTDMAST.DAT CARRIES YEAR " WS-YTD-OLD-YEAR
009230             " BUT PERIOD " WS-VOID-PERIOD " ENDED IN "
009240             WS-VOID-END-YR " - THAT YEAR IS CLOSED.  VOID "
009250             "REFUSED."
009260         STOP RUN
009270     END-IF
009280     .
009290 2300-EXIT.
009300     EXIT.
009310
009320******************************************************************
009330*  2350-LOAD-ONE-YTD
009340******************************************************************
009350 2350-LOAD-ONE-YTD.
009360     IF WS-YTD-COUNT < 9999
009370         ADD 1 TO WS-YTD-COUNT
009380         MOVE YT-YTD-RECORD TO YTD-ENTRY(WS-YTD-COUNT)
009382         PERFORM 2360-CHECK-ONE-YTD-ERN THRU 2360-EXIT
009384             VARYING WS-YD-NSUB FROM 1 BY 1
009386             UNTIL WS-YD-NSUB > 10
009390         IF YT-YEAR NOT = WS-VOID-END-YR
009400             MOVE "Y" TO WS-YTD-OLD-YEAR-SW
009410             MOVE YT-YEAR TO WS-YTD-OLD-YEAR
009420         END-IF
009430     ELSE
009440         MOVE "Y" TO WS-YTD-TABLE-FULL-SW
009450     END-IF
009460     .
009470 2350-EXIT.
009471     EXIT.
009472
009473******************************************************************
009474*  2360-CHECK-ONE-YTD-ERN
009475*  A RECORD WRITTEN BEFORE YTDMAST.DAT CARRIED EARNINGS BY CODE
009480*  COMES IN WITH THOSE SLOTS BLANK - THEY START EMPTY.
009481******************************************************************
009482 2360-CHECK-ONE-YTD-ERN.
009483     IF YD-EYTD(WS-YTD-COUNT, WS-YD-NSUB) NOT NUMERIC
009484         MOVE SPACES TO YD-ECODE(WS-YTD-COUNT, WS-YD-NSUB)
009485         MOVE ZERO TO YD-EYTD(WS-YTD-COUNT, WS-YD-NSUB)
009486     END-IF
009487     .
009488 2360-EXIT.
009489     EXIT.
009490
009500******************************************************************
009510*  2400-LOAD-PTO-BALANCES
009520*  A MISSING PTOBAL.DAT MEANS THERE IS NO PTO TO REVERSE; A FILE
009530*  TOO LARGE FOR THE TABLE IS REFUSED LIKE YTDMAST.DAT.
009540******************************************************************
009550 2400-LOAD-PTO-BALANCES.
009560     OPEN INPUT PTOFILE
009570     IF WS-PTO-STATUS = "35"
009580         DISPLAY "NO PTOBAL.DAT FOUND - NO PTO TO REVERSE"
009590     ELSE
009600         MOVE "Y" TO WS-PTO-ACTIVE-SW
009610         PERFORM UNTIL PtoEnd = "Y"
009620             READ PTOFILE
009630                 AT END
009640                     MOVE "Y" TO PtoEnd
009650                 NOT AT END
009660                     PERFORM 2450-LOAD-ONE-PTO THRU 2450-EXIT
009670             END-READ
009680         END-PERFORM
009690         CLOSE PTOFILE
009700         IF WS-PTO-TABLE-FULL-SW = "Y"
009710             DISPLAY "*** PTOBAL.DAT HAS MORE THAN 9999 "
009720                 "BALANCES.  VOID REFUSED."
009730             STOP RUN
009740         END-IF
009750     END-IF
009760     .
009770 2400-EXIT.
009780     EXIT.
009790
009800******************************************************************
009810*  2450-LOAD-ONE-PTO
009820******************************************************************
009830 2450-LOAD-ONE-PTO.
009840     IF PB-EMPNUM = "CONTROL"
009850         MOVE PB-VAC-PER-HOUR TO WS-VAC-PER-HOUR
009860         MOVE PB-SICK-PER-HOUR TO WS-SICK-PER-HOUR
009870         MOVE PB-VAC-PER-PERIOD TO WS-VAC-PER-PERIOD
009880         MOVE PB-SICK-PER-PERIOD TO WS-SICK-PER-PERIOD
009890     ELSE
009900         IF WS-PTO-COUNT < 9999
009910             ADD 1 TO WS-PTO-COUNT
009920             MOVE PB-EMPNUM TO PO-EMPNUM(WS-PTO-COUNT)
009930             MOVE PB-VAC-BAL TO PO-VAC-BAL(WS-PTO-COUNT)
009940             MOVE PB-SICK-BAL TO PO-SICK-BAL(WS-PTO-COUNT)
009950         ELSE
009960             MOVE "Y" TO WS-PTO-TABLE-FULL-SW
009970         END-IF
009980     END-IF
009990     .
010000 2450-EXIT.
010010     EXIT.
010020
010030******************************************************************
010040*  2500-LOAD-EMPLOYEE-TYPES
010050******************************************************************
010060 2500-LOAD-EMPLOYEE-TYPES.
010070     OPEN INPUT NEWEMPFILE
010080     IF WS-NEWEMP-STATUS = "35"
010090         DISPLAY "NO NEWEMP.DAT FOUND - TYPE/TITLE COMES FROM "
010100             "PAYDTL.DAT ONLY"
010110     ELSE
010120         PERFORM UNTIL LoadEnd = "Y"
010130             READ NEWEMPFILE
010140                 AT END
010150                     MOVE "Y" TO LoadEnd
010160                 NOT AT END
010170                     PERFORM 2550-LOAD-ONE-EMPLOYEE THRU 2550-EXIT
010180             END-READ
010190         END-PERFORM
010200         CLOSE NEWEMPFILE
010210     END-IF
010220     .
010230 2500-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270*  2550-LOAD-ONE-EMPLOYEE
010280******************************************************************
010290 2550-LOAD-ONE-EMPLOYEE.
010300     IF REMPNUM NOT = "TRAILER"
010310         IF WS-EMP-COUNT < 9999
010320             ADD 1 TO WS-EMP-COUNT
010330             MOVE REMPNUM TO TB-EMPNUM(WS-EMP-COUNT)
010340             MOVE REMPTYPE TO TB-TYPE(WS-EMP-COUNT)
010350             MOVE REMPTITLE TO TB-TITLE(WS-EMP-COUNT)
010360         ELSE
010370             IF WS-TABLE-FULL-SW = "N"
010380                 MOVE "Y" TO WS-TABLE-FULL-SW
010390                 DISPLAY "*** EMPLOYEE TABLE FULL AT 9999 - "
010400                     "REMAINING NEWEMP.DAT RECORDS IGNORED"
010410             END-IF
010420         END-IF
010430     END-IF
010440     .
010450 2550-EXIT.
010460     EXIT.
010470
010480******************************************************************
010490*  2600-SUM-FILE-TOTALS
010500*  TOTALS YTDMAST.DAT FOR THE PERIOD'S QUARTER - GROSS,
010510*  DEDUCTIONS, NET, HOURS, AND EACH CODE THE RUN TOOK - AND
010520*  PTOBAL.DAT, GARNISH.DAT, AND THE WAGES AND EMPLOYER TAXES
010523*  ON ERTAX.DAT FOR THE QUARTER OF THE PERIOD'S YEAR.  TAKEN
010526*  BEFORE THE VOID AND AGAIN AFTER IT; THE
010530*  DIFFERENCE IS WHAT ACTUALLY CAME OFF THE FILES.
010540******************************************************************
010550 2600-SUM-FILE-TOTALS.
010560     MOVE ZERO TO WS-SUM-GROSS
010570     MOVE ZERO TO WS-SUM-DED
010580     MOVE ZERO TO WS-SUM-NET
010590     MOVE ZERO TO WS-SUM-HOURS
010600     MOVE ZERO TO WS-SUM-VAC
010610     MOVE ZERO TO WS-SUM-SICK
010620     PERFORM 2610-CLEAR-ONE-CODE-SUM THRU 2610-EXIT
010630         VARYING VC-IDX FROM 1 BY 1
010640         UNTIL VC-IDX > WS-VC-COUNT
010650     PERFORM 2620-SUM-ONE-YTD THRU 2620-EXIT
010660         VARYING YD-IDX FROM 1 BY 1
010670         UNTIL YD-IDX > WS-YTD-COUNT
010680     PERFORM 2650-SUM-ONE-PTO THRU 2650-EXIT
010690         VARYING PO-IDX FROM 1 BY 1
010700         UNTIL PO-IDX > WS-PTO-COUNT
010701     MOVE ZERO TO WS-SUM-GARN
010702     PERFORM 2660-SUM-ONE-GARNISHMENT THRU 2660-EXIT
010703         VARYING GT-IDX FROM 1 BY 1
010704         UNTIL GT-IDX > WS-GARN-COUNT
010705     MOVE ZERO TO WS-SUM-ER-WAGES
010706     MOVE ZERO TO WS-SUM-ER-TAX
010707     PERFORM 2670-SUM-ONE-ERTAX THRU 2670-EXIT
010708         VARYING ET-IDX FROM 1 BY 1
010709         UNTIL ET-IDX > WS-ERTAX-COUNT
010710     .
010720 2600-EXIT.
010730     EXIT.
010740
010750******************************************************************
010760*  2610-CLEAR-ONE-CODE-SUM
010770******************************************************************
010780 2610-CLEAR-ONE-CODE-SUM.
010790     MOVE ZERO TO VC-SUM(VC-IDX)
010800     .
010810 2610-EXIT.
010820     EXIT.
010830
010840******************************************************************
010850*  2620-SUM-ONE-YTD
010860******************************************************************
010870 2620-SUM-ONE-YTD.
010880     ADD YD-QGROSS(YD-IDX, WS-VOID-QTR) TO WS-SUM-GROSS
010890     ADD YD-QDED(YD-IDX, WS-VOID-QTR) TO WS-SUM-DED
010900     ADD YD-QNET(YD-IDX, WS-VOID-QTR) TO WS-SUM-NET
010910     ADD YD-QHOURS(YD-IDX, WS-VOID-QTR) TO WS-SUM-HOURS
010920     PERFORM 2630-SUM-ONE-YTD-CODE THRU 2630-EXIT
010930         VARYING WS-YD-DSUB FROM 1 BY 1
010940         UNTIL WS-YD-DSUB > 10
010950     .
010960 2620-EXIT.
010970     EXIT.
010980
010990******************************************************************
011000*  2630-SUM-ONE-YTD-CODE
011010******************************************************************
011020 2630-SUM-ONE-YTD-CODE.
011030     IF YD-DCODE(YD-IDX, WS-YD-DSUB) NOT = SPACES
011040         PERFORM 2640-SUM-INTO-CODE THRU 2640-EXIT
011050             VARYING VC-IDX FROM 1 BY 1
011060             UNTIL VC-IDX > WS-VC-COUNT
011070     END-IF
011080     .
011090 2630-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130*  2640-SUM-INTO-CODE
011140******************************************************************
011150 2640-SUM-INTO-CODE.
011160     IF VC-CODE(VC-IDX) = YD-DCODE(YD-IDX, WS-YD-DSUB)
011170         ADD YD-DYTD(YD-IDX, WS-YD-DSUB) TO VC-SUM(VC-IDX)
011180     END-IF
011190     .
011200 2640-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240*  2650-SUM-ONE-PTO
011250******************************************************************
011260 2650-SUM-ONE-PTO.
011270     ADD PO-VAC-BAL(PO-IDX) TO WS-SUM-VAC
011280     ADD PO-SICK-BAL(PO-IDX) TO WS-SUM-SICK
011290     .
011300 2650-EXIT.
011310     EXIT.
011311
011312******************************************************************
011313*  2660-SUM-ONE-GARNISHMENT
011314******************************************************************
011315 2660-SUM-ONE-GARNISHMENT.
011316     MOVE GARN-ENTRY(GT-IDX) TO GN-GARNISH-RECORD
011317     ADD GN-PAID-TO-DATE TO WS-SUM-GARN
011318     .
011319 2660-EXIT.
011320     EXIT.
011321
011322******************************************************************
011323*  2670-SUM-ONE-ERTAX
011324******************************************************************
011325 2670-SUM-ONE-ERTAX.
011326     IF ER-YEAR(ET-IDX) = WS-VOID-END-YR
011327         MOVE ERTAX-ENTRY(ET-IDX) TO ET-ERTAX-RECORD
011328         ADD ET-QTR-WAGES(WS-VOID-QTR) TO WS-SUM-ER-WAGES
011329         COMPUTE WS-SUM-ER-TAX = WS-SUM-ER-TAX
011330             + ET-QTR-SS-TAX(WS-VOID-QTR)
011331             + ET-QTR-MED-TAX(WS-VOID-QTR)
011332             + ET-QTR-FUTA-TAX(WS-VOID-QTR)
011333             + ET-QTR-SUTA-TAX(WS-VOID-QTR)
011334     END-IF
011335     .
011336 2670-EXIT.
011337     EXIT.
011338
011339******************************************************************
011340*  2700-SAVE-BEFORE-TOTALS
011350******************************************************************
011360 2700-SAVE-BEFORE-TOTALS.
011370     MOVE WS-FILE-SUMS TO WS-BEFORE-SUMS
011380     PERFORM 2750-SAVE-ONE-CODE-BEFORE THRU 2750-EXIT
011390         VARYING VC-IDX FROM 1 BY 1
011400         UNTIL VC-IDX > WS-VC-COUNT
011410     .
011420 2700-EXIT.
011430     EXIT.
011440
011450******************************************************************
011460*  2750-SAVE-ONE-CODE-BEFORE
011470******************************************************************
011480 2750-SAVE-ONE-CODE-BEFORE.
011490     MOVE VC-SUM(VC-IDX) TO VC-BEFORE(VC-IDX)
011500     .
011510 2750-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550*  2800-CONFIRM-VOID
011560*  SHOWS THE OPERATOR THE RUN ABOUT TO BE VOIDED AND ASKS FOR
011570*  CONFIRMATION, THEN WHETHER ITS DEPOSITS HAVE ALREADY GONE TO
011580*  THE BANK - WHICH DECIDES BETWEEN A RECALL BATCH AND PULLING
011590*  THE UNSENT ONE.  ANYTHING BUT "Y" TO THE FIRST CANCELS.
011600******************************************************************
011610 2800-CONFIRM-VOID.
011620     DISPLAY "PERIOD " WS-VOID-PERIOD " REGULAR RUN OF "
011630         WS-REG-RUN-MN "/" WS-REG-RUN-DY "/" WS-REG-RUN-YR
011640         " AT " WS-REG-RUN-HH ":" WS-REG-RUN-MI ":"
011650         WS-REG-RUN-SS " - " WS-VOID-COUNT " PAYMENTS"
011660     MOVE WS-EXP-GROSS TO WS-DISPLAY-MONEY
011670     DISPLAY "    GROSS PAY " WS-DISPLAY-MONEY
011680     MOVE WS-EXP-NET TO WS-DISPLAY-MONEY
011690     DISPLAY "    NET PAY   " WS-DISPLAY-MONEY
011700     DISPLAY "VOID THIS RUN AND REOPEN THE PERIOD (Y/N)? " WITH NO
011710         ADVANCING
011720     ACCEPT WS-CONFIRM-ANSWER FROM CONSOLE
011730     IF WS-CONFIRM-ANSWER = "y"
011740         MOVE "Y" TO WS-CONFIRM-ANSWER
011750     END-IF
011760     IF WS-CONFIRM-ANSWER NOT = "Y"
011770         DISPLAY "VOID CANCELLED - NO FILE WAS CHANGED"
011780         STOP RUN
011790     END-IF
011800     IF WS-EXP-BANK-COUNT > ZERO
011810         DISPLAY "HAVE THE RUN'S DEPOSITS ALREADY BEEN SENT TO "
011820             "THE BANK (Y/N)? " WITH NO ADVANCING
011830         ACCEPT WS-RECALL-ANSWER FROM CONSOLE
011840         IF WS-RECALL-ANSWER = "y"
011850             MOVE "Y" TO WS-RECALL-ANSWER
011851         END-IF
011852         IF WS-RECALL-ANSWER NOT = "Y"
011853             MOVE "N" TO WS-RECALL-ANSWER
011854         END-IF
011855     END-IF
011856     .
011857 2800-EXIT.
011858     EXIT.
011859
011860******************************************************************
011861*  2900-LOAD-GARNISHMENTS
011862*  LOADS GARNISH.DAT WHOLE.  A FILE TOO BIG FOR THE TABLE IS
011863*  REFUSED BEFORE ANYTHING IS TOUCHED, SINCE IT COULD NOT BE
011864*  WRITTEN BACK WHOLE.
011865******************************************************************
011866 2900-LOAD-GARNISHMENTS.
011867     OPEN INPUT GARNFILE
011868     IF WS-GARN-STATUS = "35"
011869         DISPLAY "NO GARNISH.DAT FOUND - NO GARNISHMENTS TO "
011870             "REVERSE"
011871     ELSE
011872         MOVE "Y" TO WS-GARN-ACTIVE-SW
011873         PERFORM UNTIL GarnEnd = "Y"
011874             READ GARNFILE
011875                 AT END
011876                     MOVE "Y" TO GarnEnd
011877                 NOT AT END
011878                     PERFORM 2950-LOAD-ONE-GARNISHMENT
011879                         THRU 2950-EXIT
011880             END-READ
011881         END-PERFORM
011882         CLOSE GARNFILE
011883         IF WS-GARN-FULL-SW = "Y"
011884             DISPLAY "*** GARNISH.DAT HAS MORE THAN 9999 "
011885                 "ORDERS.  VOID REFUSED."
011886             STOP RUN
011887         END-IF
011888     END-IF
011889     .
011890 2900-EXIT.
011891     EXIT.
011892
011893******************************************************************
011894*  2950-LOAD-ONE-GARNISHMENT
011895******************************************************************
011896 2950-LOAD-ONE-GARNISHMENT.
011897     IF GN-MARKER = "CONTROL"
011898         MOVE "Y" TO WS-GARN-CONTROL-SW
011899         MOVE GN-Control-Record TO WS-GARN-CONTROL-RECORD
011900     ELSE
011901         IF WS-GARN-COUNT < 9999
011902             ADD 1 TO WS-GARN-COUNT
011903             MOVE GN-GARNISH-RECORD TO GARN-ENTRY(WS-GARN-COUNT)
011904         ELSE
011905             MOVE "Y" TO WS-GARN-FULL-SW
011906         END-IF
011907     END-IF
011908     .
011909 2950-EXIT.
011910     EXIT.
011911
011912******************************************************************
011913*  2960-LOAD-DEPOSITS
011914*  LOADS THE CREDITS THE VOIDED RUN PUT ON DEPDTL.DAT - SAME
011915*  PERIOD, SAME RUN STAMP AS ITS PAYDTL.DAT RECORDS - SO A
011916*  RECALL CAN DEBIT EACH ACCOUNT FOR WHAT IT WAS PAID.  A RUN
011917*  TOO BIG FOR THE TABLE IS REFUSED BEFORE ANYTHING IS TOUCHED.
011918******************************************************************
011919 2960-LOAD-DEPOSITS.
011920     OPEN INPUT DEPDTLFILE
011921     IF WS-DEPDTL-STATUS NOT = "35"
011922         PERFORM UNTIL DepDtlEnd = "Y"
011923             READ DEPDTLFILE
011924                 AT END
011925                     MOVE "Y" TO DepDtlEnd
011926                 NOT AT END
011927                     PERFORM 2970-LOAD-ONE-DEPOSIT THRU 2970-EXIT
011928             END-READ
011929         END-PERFORM
011930         CLOSE DEPDTLFILE
011931         IF WS-DV-FULL-SW = "Y"
011932             DISPLAY "*** THE RUN MADE MORE THAN 9999 DEPOSITS.  "
011933                 "VOID REFUSED."
011934             STOP RUN
011935         END-IF
011936     END-IF
011940     .
011941 2960-EXIT.
011942     EXIT.
011943
011944******************************************************************
011945*  2970-LOAD-ONE-DEPOSIT
011946******************************************************************
011947 2970-LOAD-ONE-DEPOSIT.
011948     MOVE DP-RUN-DATE TO WS-THIS-RUN-DATE
011949     MOVE DP-RUN-TIME TO WS-THIS-RUN-TIME
011950     IF DP-PERIOD = WS-VOID-PERIOD AND DP-RUN-TYPE = "R" AND
011951        DP-BANK-TYPE = "C" AND WS-THIS-STAMP = WS-REG-STAMP
011952         IF WS-DV-COUNT < 9999
011953             ADD 1 TO WS-DV-COUNT
011954             MOVE DP-EMPNUM TO DV-EMPNUM(WS-DV-COUNT)
011955             MOVE DP-ACCT-SEQ TO DV-ACCT-SEQ(WS-DV-COUNT)
011956             MOVE DP-ROUTING TO DV-ROUTING(WS-DV-COUNT)
011957             MOVE DP-ACCOUNT-NUM TO DV-ACCOUNT-NUM(WS-DV-COUNT)
011958             MOVE DP-ACCT-TYPE TO DV-ACCT-TYPE(WS-DV-COUNT)
011959             MOVE DP-AMOUNT TO DV-AMOUNT(WS-DV-COUNT)
011960         ELSE
011961             MOVE "Y" TO WS-DV-FULL-SW
011962         END-IF
011963     END-IF
011964     .
011965 2970-EXIT.
011966     EXIT.
011967
011968******************************************************************
011969*  2980-LOAD-EMPLOYER-TAX
011970*  LOADS ERTAX.DAT WHOLE, KEEPING THE CONTROL RECORD TO WRITE
011971*  BACK AND TAKING THE WAGE BASES FROM IT.  NO FILE MEANS THE
011972*  RUN CHARGED NO EMPLOYER TAX THERE TO TAKE BACK.  A FILE TOO
011973*  BIG FOR THE TABLE IS REFUSED BEFORE ANYTHING IS TOUCHED,
011974*  SINCE IT COULD NOT BE WRITTEN BACK WHOLE.
011975******************************************************************
011976 2980-LOAD-EMPLOYER-TAX.
011977     OPEN INPUT ERTAXFILE
011978     IF WS-ERTAX-STATUS = "35"
011979         DISPLAY "NO ERTAX.DAT FOUND - NO EMPLOYER TAX TO "
011980             "REVERSE"
011981     ELSE
011982         MOVE "Y" TO WS-ERTAX-ACTIVE-SW
011983         PERFORM UNTIL ErTaxEnd = "Y"
011984             READ ERTAXFILE
011985                 AT END
011986                     MOVE "Y" TO ErTaxEnd
011987                 NOT AT END
011988                     PERFORM 2990-LOAD-ONE-ERTAX THRU 2990-EXIT
011989             END-READ
011990         END-PERFORM
011991         CLOSE ERTAXFILE
011992         IF WS-ERTAX-FULL-SW = "Y"
011993             DISPLAY "*** ERTAX.DAT HAS MORE THAN 9999 "
011994                 "RECORDS.  VOID REFUSED."
011995             STOP RUN
011996         END-IF
011997     END-IF
011998     .
011999 2980-EXIT.
012000     EXIT.
012001
012002******************************************************************
012003*  2990-LOAD-ONE-ERTAX
012004******************************************************************
012005 2990-LOAD-ONE-ERTAX.
012006     IF ET-MARKER = "CONTROL"
012007         MOVE "Y" TO WS-ERTAX-CONTROL-SW
012008         MOVE ET-CONTROL-RECORD TO WS-ERTAX-CONTROL-RECORD
012009         IF ET-SS-BASE IS NUMERIC
012010             MOVE ET-SS-BASE TO WS-ER-SS-BASE
012011         END-IF
012012         IF ET-FUTA-BASE IS NUMERIC
012013             MOVE ET-FUTA-BASE TO WS-ER-FUTA-BASE
012014         END-IF
012015         IF ET-SUTA-BASE IS NUMERIC
012016             MOVE ET-SUTA-BASE TO WS-ER-SUTA-BASE
012017         END-IF
012018     ELSE
012019         IF WS-ERTAX-COUNT < 9999
012020             ADD 1 TO WS-ERTAX-COUNT
012021             MOVE ET-ERTAX-RECORD TO ERTAX-ENTRY(WS-ERTAX-COUNT)
012022         ELSE
012023             MOVE "Y" TO WS-ERTAX-FULL-SW
012024         END-IF
012025     END-IF
012026     .
012027 2990-EXIT.
012028     EXIT.
012029
012030******************************************************************
012031*  3000-REVERSE-RUN
012032*  WALKS THE VOID TABLE, REVERSING EACH PAYMENT AND APPENDING
012033*  ITS "V" RECORD TO PAYDTL.DAT.  THE RECALL BATCH IS OPENED
012034*  HERE AND FINISHED BY 4100; ITS DEPDTL.DAT RECORDS ARE
012035*  APPENDED AS IT IS WRITTEN.
012036******************************************************************
012037 3000-REVERSE-RUN.
012038     OPEN EXTEND PAYDTLFILE
012039     IF WS-RECALL-ANSWER = "Y"
012040         OPEN OUTPUT BANKFILE
012042         OPEN EXTEND DEPDTLFILE
012044         IF WS-DEPDTL-STATUS = "35"
012046             OPEN OUTPUT DEPDTLFILE
012048         END-IF
012050     END-IF
012060     PERFORM 3100-VOID-ONE-PAYMENT THRU 3100-EXIT
012070         VARYING VT-IDX FROM 1 BY 1
012080         UNTIL VT-IDX > WS-VOID-COUNT
012090     CLOSE PAYDTLFILE
012092     IF WS-RECALL-ANSWER = "Y"
012094         CLOSE DEPDTLFILE
012096     END-IF
012100     .
012110 3000-EXIT.
012120     EXIT.
012130
012140******************************************************************
012150*  3100-VOID-ONE-PAYMENT
012160******************************************************************
012170 3100-VOID-ONE-PAYMENT.
012180     MOVE VT-DETAIL-RECORD(VT-IDX) TO PD-DETAIL-RECORD
012190     PERFORM 3600-PRINT-VOID-LINE THRU 3600-EXIT
012200     PERFORM 3200-REVERSE-YTD THRU 3200-EXIT
012210     PERFORM 3300-REVERSE-PTO THRU 3300-EXIT
012220     PERFORM 3400-ADD-TO-GL-BUCKET THRU 3400-EXIT
012223     PERFORM 3800-REVERSE-GARNISHMENTS THRU 3800-EXIT
012226     PERFORM 3870-REVERSE-EMPLOYER-TAX THRU 3870-EXIT
012230     IF WS-RECALL-ANSWER = "Y" AND PD-BANK-TYPE = "C"
012240         PERFORM 3500-WRITE-RECALL-RECORD THRU 3500-EXIT
012250     END-IF
012260     PERFORM 3700-WRITE-VOID-DETAIL THRU 3700-EXIT
012270     .
012280 3100-EXIT.
012290     EXIT.
012300
012310******************************************************************
012320*  3200-REVERSE-YTD
012330*  TAKES THE PAYMENT BACK OUT OF THE EMPLOYEE'S YTDMAST.DAT
012340*  QUARTER BUCKETS, DEDUCTION CODE TOTALS, AND EARNINGS CODE
012345*  TOTALS.
012350******************************************************************
012360 3200-REVERSE-YTD.
012370     MOVE "N" TO WS-YTD-FOUND-SW
012380     PERFORM 3250-MATCH-ONE-YTD THRU 3250-EXIT
012390         VARYING YD-IDX FROM 1 BY 1
012400         UNTIL YD-IDX > WS-YTD-COUNT
012410             OR WS-YTD-FOUND-SW = "Y"
012420     IF WS-YTD-FOUND-SW = "N"
012430         MOVE "NO YTDMAST.DAT RECORD - YTD NOT REVERSED"
012440             TO VO-MSG-TEXT
012450         MOVE SPACES TO VO-MSG-ITEM
012460         PERFORM 3900-WRITE-MESSAGE-LINE THRU 3900-EXIT
012470     ELSE
012480         MOVE YD-QGROSS(WS-YD-ESUB, WS-VOID-QTR) TO WS-REDUCE-FROM
012490         MOVE PD-GROSS TO WS-REDUCE-BY
012500         MOVE "YTD GROSS" TO WS-REDUCE-ITEM
012510         PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
012520         MOVE WS-REDUCE-RESULT
012530             TO YD-QGROSS(WS-YD-ESUB, WS-VOID-QTR)
012540         MOVE YD-QDED(WS-YD-ESUB, WS-VOID-QTR) TO WS-REDUCE-FROM
012550         MOVE PD-DED-TOTAL TO WS-REDUCE-BY
012560         MOVE "YTD DEDUCTIONS" TO WS-REDUCE-ITEM
012570         PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
012580         MOVE WS-REDUCE-RESULT
012590             TO YD-QDED(WS-YD-ESUB, WS-VOID-QTR)
012600         MOVE YD-QNET(WS-YD-ESUB, WS-VOID-QTR) TO WS-REDUCE-FROM
012610         MOVE PD-NET TO WS-REDUCE-BY
012620         MOVE "YTD NET" TO WS-REDUCE-ITEM
012630         PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
012640         MOVE WS-REDUCE-RESULT
012650             TO YD-QNET(WS-YD-ESUB, WS-VOID-QTR)
012660         IF PD-PAY-STATUS = "H"
012670             MOVE YD-QHOURS(WS-YD-ESUB, WS-VOID-QTR)
012680                 TO WS-REDUCE-FROM
012690             COMPUTE WS-REDUCE-BY = PD-REG-HOURS + PD-OT-HOURS
012700             MOVE "YTD HOURS" TO WS-REDUCE-ITEM
012710             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
012720             MOVE WS-REDUCE-RESULT
012730                 TO YD-QHOURS(WS-YD-ESUB, WS-VOID-QTR)
012740         END-IF
012750         IF PD-DED-COUNT IS NUMERIC AND PD-DED-COUNT NOT > 15
012760             PERFORM 3260-REVERSE-ONE-CODE THRU 3260-EXIT
012770                 VARYING WS-DED-SUB FROM 1 BY 1
012780                 UNTIL WS-DED-SUB > PD-DED-COUNT
012790         END-IF
012791         IF PD-ERN-COUNT IS NUMERIC AND PD-ERN-COUNT NOT > 8
012792             PERFORM 3290-REVERSE-ONE-EARN THRU 3290-EXIT
012793                 VARYING WS-ERN-SUB FROM 1 BY 1
012794                 UNTIL WS-ERN-SUB > PD-ERN-COUNT
012795         END-IF
012800     END-IF
012810     .
012820 3200-EXIT.
012830     EXIT.
012840
012850******************************************************************
012860*  3250-MATCH-ONE-YTD
012870******************************************************************
012880 3250-MATCH-ONE-YTD.
012890     IF YD-EMPNUM(YD-IDX) = PD-EMPNUM
012900         SET WS-YD-ESUB TO YD-IDX
012910         MOVE "Y" TO WS-YTD-FOUND-SW
012920     END-IF
012930     .
012940 3250-EXIT.
012950     EXIT.
012960
012970******************************************************************
012980*  3260-REVERSE-ONE-CODE
012990******************************************************************
013000 3260-REVERSE-ONE-CODE.
013010     MOVE "N" TO WS-YTDDED-FOUND-SW
013020     PERFORM 3270-MATCH-ONE-YTD-CODE THRU 3270-EXIT
013030         VARYING WS-YD-DSUB FROM 1 BY 1
013040         UNTIL WS-YD-DSUB > 10
013050             OR WS-YTDDED-FOUND-SW = "Y"
013060     IF WS-YTDDED-FOUND-SW = "N"
013070         MOVE "CODE NOT ON YTDMAST.DAT - NOT REVERSED:"
013080             TO VO-MSG-TEXT
013090         MOVE PD-DED-CODE(WS-DED-SUB) TO VO-MSG-ITEM
013100         PERFORM 3900-WRITE-MESSAGE-LINE THRU 3900-EXIT
013110     ELSE
013120         MOVE PD-DED-AMT-SIGN(WS-DED-SUB) TO WS-SIGN-BYTE
013130         MOVE PD-DED-AMOUNT(WS-DED-SUB) TO WS-UNSIGNED-AMOUNT
013140         PERFORM 9800-APPLY-SIGN THRU 9800-EXIT
013150         MOVE YD-DYTD(WS-YD-ESUB, WS-YD-DFOUND) TO WS-REDUCE-FROM
013160         MOVE WS-SIGNED-AMOUNT TO WS-REDUCE-BY
013170         MOVE SPACES TO WS-REDUCE-ITEM
013180         STRING "YTD CODE " PD-DED-CODE(WS-DED-SUB)
013190             DELIMITED BY SIZE INTO WS-REDUCE-ITEM
013200         PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
013210         MOVE WS-REDUCE-RESULT
013220             TO YD-DYTD(WS-YD-ESUB, WS-YD-DFOUND)
013230     END-IF
013240     .
013250 3260-EXIT.
013260     EXIT.
013270
013280******************************************************************
013290*  3270-MATCH-ONE-YTD-CODE
013300******************************************************************
013310 3270-MATCH-ONE-YTD-CODE.
013320     IF YD-DCODE(WS-YD-ESUB, WS-YD-DSUB) = PD-DED-CODE(WS-DED-SUB)
013330         MOVE WS-YD-DSUB TO WS-YD-DFOUND
013340         MOVE "Y" TO WS-YTDDED-FOUND-SW
013350     END-IF
013360     .
013370 3270-EXIT.
013380     EXIT.
013390
013400******************************************************************
013410*  3280-REDUCE-ONE-FIGURE
013420*  WS-REDUCE-FROM LESS WS-REDUCE-BY INTO WS-REDUCE-RESULT.  THE
013430*  FILE FIGURES ARE UNSIGNED, SO ONE THAT WOULD GO BELOW ZERO IS
013440*  CLAMPED AT ZERO AND REPORTED - THE PROOF THEN SHOWS EXACTLY
013450*  HOW MUCH COULD NOT BE TAKEN BACK.
013460******************************************************************
013470 3280-REDUCE-ONE-FIGURE.
013480     COMPUTE WS-REDUCE-RESULT = WS-REDUCE-FROM - WS-REDUCE-BY
013490     IF WS-REDUCE-RESULT < ZERO
013500         MOVE ZERO TO WS-REDUCE-RESULT
013510         MOVE "WOULD GO BELOW ZERO - CLAMPED AT ZERO:"
013520             TO VO-MSG-TEXT
013530         MOVE WS-REDUCE-ITEM TO VO-MSG-ITEM
013540         PERFORM 3900-WRITE-MESSAGE-LINE THRU 3900-EXIT
013550     END-IF
013560     .
013570 3280-EXIT.
013573     EXIT.
013576
013580******************************************************************
013581*  3290-REVERSE-ONE-EARN
013582*  ONE EARNINGS CODE OF THE PAYMENT BACK OUT OF ITS YTD SLOT.
013583******************************************************************
013584 3290-REVERSE-ONE-EARN.
013585     IF PD-ERN-AMOUNT(WS-ERN-SUB) NOT = ZERO
013586         MOVE "N" TO WS-YTDERN-FOUND-SW
013587         PERFORM 3295-MATCH-ONE-YTD-EARN THRU 3295-EXIT
013588             VARYING WS-YD-NSUB FROM 1 BY 1
013589             UNTIL WS-YD-NSUB > 10
013590                 OR WS-YTDERN-FOUND-SW = "Y"
013591         IF WS-YTDERN-FOUND-SW = "N"
013592             MOVE "EARNINGS NOT ON YTDMAST.DAT - NOT REVERSED:"
013593                 TO VO-MSG-TEXT
013594             MOVE PD-ERN-CODE(WS-ERN-SUB) TO VO-MSG-ITEM
013595             PERFORM 3900-WRITE-MESSAGE-LINE THRU 3900-EXIT
013596         ELSE
013597             MOVE PD-ERN-AMT-SIGN(WS-ERN-SUB) TO WS-SIGN-BYTE
013598             MOVE PD-ERN-AMOUNT(WS-ERN-SUB) TO WS-UNSIGNED-AMOUNT
013599             PERFORM 9800-APPLY-SIGN THRU 9800-EXIT
013600             MOVE YD-EYTD(WS-YD-ESUB, WS-YD-NFOUND)
013601                 TO WS-REDUCE-FROM
013602             MOVE WS-SIGNED-AMOUNT TO WS-REDUCE-BY
013603             MOVE SPACES TO WS-REDUCE-ITEM
013604             STRING "YTD EARNINGS " PD-ERN-CODE(WS-ERN-SUB)
013605                 DELIMITED BY SIZE INTO WS-REDUCE-ITEM
013606             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
013607             MOVE WS-REDUCE-RESULT
013608                 TO YD-EYTD(WS-YD-ESUB, WS-YD-NFOUND)
013609         END-IF
013610     END-IF
013611     .
013612 3290-EXIT.
013613     EXIT.
013614
013615******************************************************************
013616*  3295-MATCH-ONE-YTD-EARN
013617******************************************************************
013618 3295-MATCH-ONE-YTD-EARN.
013619     IF YD-ECODE(WS-YD-ESUB, WS-YD-NSUB) = PD-ERN-CODE(WS-ERN-SUB)
013620         MOVE WS-YD-NSUB TO WS-YD-NFOUND
013621         MOVE "Y" TO WS-YTDERN-FOUND-SW
013622     END-IF
013623     .
013624 3295-EXIT.
013625     EXIT.
013626
013627******************************************************************
013628*  3300-REVERSE-PTO
013629*  TAKES THE PTO ACCRUED BACK OFF THE BALANCE AND PUTS THE PTO
013630*  DRAWN BACK ON.
013640******************************************************************
013650 3300-REVERSE-PTO.
013660     MOVE "N" TO WS-PTO-FOUND-SW
013670     PERFORM 3350-MATCH-ONE-PTO THRU 3350-EXIT
013680         VARYING PO-IDX FROM 1 BY 1
013690         UNTIL PO-IDX > WS-PTO-COUNT
013700             OR WS-PTO-FOUND-SW = "Y"
013710     IF WS-PTO-FOUND-SW = "Y"
013720         MOVE PO-VAC-BAL(WS-PO-ESUB) TO WS-REDUCE-FROM
013730         COMPUTE WS-REDUCE-BY = PD-VAC-ACCRUED - PD-VAC-HOURS
013740         MOVE "PTO VACATION" TO WS-REDUCE-ITEM
013750         PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
013760         MOVE WS-REDUCE-RESULT TO PO-VAC-BAL(WS-PO-ESUB)
013770         MOVE PO-SICK-BAL(WS-PO-ESUB) TO WS-REDUCE-FROM
013780         COMPUTE WS-REDUCE-BY = PD-SICK-ACCRUED - PD-SICK-HOURS
013790         MOVE "PTO SICK" TO WS-REDUCE-ITEM
013800         PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
013810         MOVE WS-REDUCE-RESULT TO PO-SICK-BAL(WS-PO-ESUB)
013820     ELSE
013830         IF PD-VAC-ACCRUED > ZERO OR PD-VAC-HOURS > ZERO OR
013840            PD-SICK-ACCRUED > ZERO OR PD-SICK-HOURS > ZERO
013850             MOVE "NO PTOBAL.DAT BALANCE - PTO NOT REVERSED"
013860                 TO VO-MSG-TEXT
013870             MOVE SPACES TO VO-MSG-ITEM
013880             PERFORM 3900-WRITE-MESSAGE-LINE THRU 3900-EXIT
013890         END-IF
013900     END-IF
013910     .
013920 3300-EXIT.
013930     EXIT.
013940
013950******************************************************************
013960*  3350-MATCH-ONE-PTO
013970******************************************************************
013980 3350-MATCH-ONE-PTO.
013990     IF PO-EMPNUM(PO-IDX) = PD-EMPNUM
014000         SET WS-PO-ESUB TO PO-IDX
014010         MOVE "Y" TO WS-PTO-FOUND-SW
014020     END-IF
014030     .
014040 3350-EXIT.
014050     EXIT.
014060
014070******************************************************************
014080*  3400-ADD-TO-GL-BUCKET
014090*  ROLLS THE VOIDED GROSS INTO THE TYPE/TITLE BUCKET IT WAS
014100*  POSTED TO.  A PAYMENT RECORDED BEFORE PAYDTL.DAT CARRIED THE
014110*  TYPE AND TITLE TAKES THEM FROM NEWEMP.DAT; ONE NOT THERE
014120*  EITHER GOES TO AN "UNKNWN" BUCKET FOR ACCOUNTING TO CLEAR.
014123*  THE GROSS IS SPLIT BY EARNINGS CODE AS IT WAS POSTED; ONE
014126*  RECORDED BEFORE THE SPLIT COMES BACK WHOLE UNDER NO CODE.
014130******************************************************************
014140 3400-ADD-TO-GL-BUCKET.
014150     MOVE PD-EMP-TYPE TO WS-GL-TYPE
014160     MOVE PD-EMP-TITLE TO WS-GL-TITLE
014170     IF WS-GL-TYPE = SPACES AND WS-GL-TITLE = SPACES
014180         MOVE "N" TO WS-EMP-FOUND-SW
014190         PERFORM 3450-MATCH-ONE-EMPLOYEE THRU 3450-EXIT
014200             VARYING TB-IDX FROM 1 BY 1
014210             UNTIL TB-IDX > WS-EMP-COUNT
014220                 OR WS-EMP-FOUND-SW = "Y"
014230         IF WS-EMP-FOUND-SW = "N"
014240             MOVE "UNKNWN" TO WS-GL-TYPE
014250             MOVE "NOT ON MASTER" TO WS-GL-TITLE
014260             MOVE "TYPE/TITLE NOT ON FILE - GL CREDIT TO UNKNWN"
014270                 TO VO-MSG-TEXT
014280             MOVE SPACES TO VO-MSG-ITEM
014290             PERFORM 3900-WRITE-MESSAGE-LINE THRU 3900-EXIT
014300         END-IF
014301     END-IF
014302     IF PD-ERN-COUNT IS NUMERIC AND PD-ERN-COUNT > ZERO AND
014303        PD-ERN-COUNT NOT > 8
014304         PERFORM 3410-ADD-ONE-EARN-LINE THRU 3410-EXIT
014305             VARYING WS-ERN-SUB FROM 1 BY 1
014306             UNTIL WS-ERN-SUB > PD-ERN-COUNT
014310     ELSE
014311         MOVE SPACES TO WS-GL-EARN-CODE
014312         MOVE PD-GROSS TO WS-GL-EARN-AMOUNT
014313         PERFORM 3420-POST-TO-BUCKET THRU 3420-EXIT
014314     END-IF
014315     .
014316 3400-EXIT.
014317     EXIT.
014318
014319******************************************************************
014320*  3410-ADD-ONE-EARN-LINE
014321******************************************************************
014322 3410-ADD-ONE-EARN-LINE.
014323     IF PD-ERN-AMOUNT(WS-ERN-SUB) NOT = ZERO
014324         MOVE PD-ERN-CODE(WS-ERN-SUB) TO WS-GL-EARN-CODE
014325         MOVE PD-ERN-AMOUNT(WS-ERN-SUB) TO WS-GL-EARN-AMOUNT
014326         PERFORM 3420-POST-TO-BUCKET THRU 3420-EXIT
014327     END-IF
014328     .
014329 3410-EXIT.
014330     EXIT.
014331
014332******************************************************************
014333*  3420-POST-TO-BUCKET
014334*  WS-GL-EARN-AMOUNT INTO THE TYPE/TITLE/CODE BUCKET, STARTING
014335*  ONE IF NEED BE.
014336******************************************************************
014337 3420-POST-TO-BUCKET.
014338     MOVE "N" TO WS-GLBKT-FOUND-SW
014339     PERFORM 3460-MATCH-ONE-BUCKET THRU 3460-EXIT
014340         VARYING GB-IDX FROM 1 BY 1
014350         UNTIL GB-IDX > WS-GLBKT-COUNT
014360             OR WS-GLBKT-FOUND-SW = "Y"
014370     IF WS-GLBKT-FOUND-SW = "N"
014380         IF WS-GLBKT-COUNT < 200
014390             ADD 1 TO WS-GLBKT-COUNT
014400             SET GB-IDX TO WS-GLBKT-COUNT
014410             MOVE WS-GL-TYPE TO GB-TYPE(GB-IDX)
014420             MOVE WS-GL-TITLE TO GB-TITLE(GB-IDX)
014430             MOVE WS-GL-EARN-CODE TO GB-EARN-CODE(GB-IDX)
014435             MOVE WS-GL-EARN-AMOUNT TO GB-GROSS(GB-IDX)
014440         ELSE
014450             IF WS-GLBKT-FULL-SW = "N"
014460                 MOVE "Y" TO WS-GLBKT-FULL-SW
014470                 DISPLAY "*** MORE THAN 200 TYPE/TITLE/CODE "
014480                     "BUCKETS - GL REVERSAL IS INCOMPLETE"
014490             END-IF
014500         END-IF
014510     END-IF
014520     .
014530 3420-EXIT.
014540     EXIT.
014550
014560******************************************************************
014570*  3450-MATCH-ONE-EMPLOYEE
014580******************************************************************
014590 3450-MATCH-ONE-EMPLOYEE.
014600     IF TB-EMPNUM(TB-IDX) = PD-EMPNUM
014610         MOVE TB-TYPE(TB-IDX) TO WS-GL-TYPE
014620         MOVE TB-TITLE(TB-IDX) TO WS-GL-TITLE
014630         MOVE "Y" TO WS-EMP-FOUND-SW
014640     END-IF
014650     .
014660 3450-EXIT.
014670     EXIT.
014680
014690******************************************************************
014700*  3460-MATCH-ONE-BUCKET
014710******************************************************************
014720 3460-MATCH-ONE-BUCKET.
014730     IF GB-TYPE(GB-IDX) = WS-GL-TYPE AND
014740        GB-TITLE(GB-IDX) = WS-GL-TITLE AND
014750        GB-EARN-CODE(GB-IDX) = WS-GL-EARN-CODE
014755         ADD WS-GL-EARN-AMOUNT TO GB-GROSS(GB-IDX)
014760         MOVE "Y" TO WS-GLBKT-FOUND-SW
014770     END-IF
014780     .
014790 3460-EXIT.
014800     EXIT.
014810
014820******************************************************************
014830*  3500-WRITE-RECALL-RECORD
014840*  A "D" DEBIT FOR EACH DEPOSIT THE RUN MADE, SO THE BANK PULLS
014850*  THE MONEY BACK FROM EVERY ACCOUNT IT WENT TO.  A PAYMENT WITH
014853*  NO DEPDTL.DAT HISTORY IS RECALLED WHOLE WITH NO ACCOUNT, AS
014856*  IT WAS DEPOSITED.
014860******************************************************************
014862 3500-WRITE-RECALL-RECORD.
014864     MOVE "N" TO WS-DV-FOUND-SW
014866     PERFORM 3550-RECALL-ONE-ACCOUNT THRU 3550-EXIT
014868         VARYING DV-IDX FROM 1 BY 1
014870         UNTIL DV-IDX > WS-DV-COUNT
014871     IF WS-DV-FOUND-SW = "N"
014872         MOVE ZERO TO WS-RCL-ACCT-SEQ
014873         MOVE SPACES TO WS-RCL-ROUTING
014874         MOVE SPACES TO WS-RCL-ACCOUNT-NUM
014875         MOVE SPACES TO WS-RCL-ACCT-TYPE
014876         MOVE PD-NET TO WS-RCL-AMOUNT
014877         PERFORM 3560-WRITE-ONE-DEBIT THRU 3560-EXIT
014878     END-IF
014879     .
014880 3500-EXIT.
014881     EXIT.
014882
014883******************************************************************
014884*  3550-RECALL-ONE-ACCOUNT
014885******************************************************************
014886 3550-RECALL-ONE-ACCOUNT.
014887     IF DV-EMPNUM(DV-IDX) = PD-EMPNUM
014888         MOVE "Y" TO WS-DV-FOUND-SW
014889         MOVE DV-ACCT-SEQ(DV-IDX) TO WS-RCL-ACCT-SEQ
014890         MOVE DV-ROUTING(DV-IDX) TO WS-RCL-ROUTING
014891         MOVE DV-ACCOUNT-NUM(DV-IDX) TO WS-RCL-ACCOUNT-NUM
014892         MOVE DV-ACCT-TYPE(DV-IDX) TO WS-RCL-ACCT-TYPE
014893         MOVE DV-AMOUNT(DV-IDX) TO WS-RCL-AMOUNT
014894         PERFORM 3560-WRITE-ONE-DEBIT THRU 3560-EXIT
014895     END-IF
014896     .
014897 3550-EXIT.
014898     EXIT.
014899
014900******************************************************************
014901*  3560-WRITE-ONE-DEBIT
014902*  WRITES THE DEBIT STAGED IN THE WS-RCL- FIELDS TO BANKPAY.DAT
014903*  AND ITS "V" DEPDTL.DAT RECORD, STAMPED LIKE THE "V" PAYDTL.DAT
014904*  RECORD.
014905******************************************************************
014906 3560-WRITE-ONE-DEBIT.
014907     MOVE PD-EMPNUM TO BK-EMPNUM
014908     MOVE PD-LNAME TO BK-LNAME
014909     MOVE PD-FNAME TO BK-FNAME
014910     MOVE WS-RCL-AMOUNT TO BK-AMOUNT
014920     MOVE WS-VOID-PERIOD TO BK-PERIOD
014930     MOVE "D" TO BK-TYPE
014932     MOVE WS-RCL-ROUTING TO BK-ROUTING
014934     MOVE WS-RCL-ACCOUNT-NUM TO BK-ACCOUNT-NUM
014936     MOVE WS-RCL-ACCT-TYPE TO BK-ACCT-TYPE
014940     WRITE BK-Payment-Record
014950     ADD 1 TO WS-BANK-COUNT
014951     ADD WS-RCL-AMOUNT TO WS-BANK-TOTAL
014952
014953     MOVE SPACES TO DP-DEPOSIT-RECORD
014954     MOVE PD-EMPNUM TO DP-EMPNUM
014955     MOVE WS-VOID-PERIOD TO DP-PERIOD
014956     MOVE "V" TO DP-RUN-TYPE
014957     MOVE YR TO DP-RUN-YEAR
014958     MOVE MN TO DP-RUN-MONTH
014960     MOVE DY TO DP-RUN-DAY
014961     MOVE WS-TIME-HHMMSS TO DP-RUN-TIME
014962     MOVE WS-RCL-ACCT-SEQ TO DP-ACCT-SEQ
014963     MOVE WS-RCL-ROUTING TO DP-ROUTING
014964     MOVE WS-RCL-ACCOUNT-NUM TO DP-ACCOUNT-NUM
014965     MOVE WS-RCL-ACCT-TYPE TO DP-ACCT-TYPE
014966     MOVE "D" TO DP-BANK-TYPE
014967     MOVE WS-RCL-AMOUNT TO DP-AMOUNT
014968     WRITE DP-DEPOSIT-RECORD
014969     ADD 1 TO WS-DEPDTL-VCOUNT
014970     .
014980 3560-EXIT.
014990     EXIT.
015000
015010******************************************************************
015020*  3600-PRINT-VOID-LINE
015030******************************************************************
015040 3600-PRINT-VOID-LINE.
015050     MOVE PD-EMPNUM TO VO-EMPNUM
015060     MOVE PD-LNAME TO VO-LNAME
015070     MOVE PD-FNAME TO VO-FNAME
015080     MOVE PD-GROSS TO VO-GROSS
015090     MOVE PD-DED-TOTAL TO VO-DED
015100     MOVE PD-NET TO VO-NET
015110     COMPUTE VO-HOURS = PD-REG-HOURS + PD-OT-HOURS
015120     IF PD-BANK-TYPE = "C"
015130         IF WS-RECALL-ANSWER = "Y"
015140             MOVE "RECALL" TO VO-BANK
015150         ELSE
015160             MOVE "PULLED" TO VO-BANK
015170         END-IF
015180     ELSE
015190         MOVE "NONE" TO VO-BANK
015200     END-IF
015210     WRITE VO-Print-Line FROM VO-DETAIL-LINE
015220     .
015230 3600-EXIT.
015240     EXIT.
015250
015260******************************************************************
015270*  3700-WRITE-VOID-DETAIL
015280*  TURNS THE REGULAR PAYDTL.DAT RECORD INTO ITS "V" REVERSAL -
015290*  STAMPED WITH THIS RUN, EVERY HOURS AND MONEY FIGURE SIGNED
015300*  NEGATIVE (THE EARNINGS CODE LINES INCLUDED), THE BANK TYPE
015305*  "D" WHEN THE DEPOSIT WAS RECALLED,
015310*  AND THE YTD AND PTO FIGURES AS THEY NOW STAND - AND APPENDS
015320*  IT.
015330******************************************************************
015340 3700-WRITE-VOID-DETAIL.
015350     MOVE "V" TO PD-RUN-TYPE
015360     MOVE YR TO PD-RUN-YEAR
015370     MOVE MN TO PD-RUN-MONTH
015380     MOVE DY TO PD-RUN-DAY
015390     MOVE WS-TIME-HHMMSS TO PD-RUN-TIME
015400     MOVE "-" TO PD-HOURS-SIGN
015410     MOVE "-" TO PD-GROSS-SIGN
015420     MOVE "-" TO PD-DED-SIGN
015430     MOVE "-" TO PD-NET-SIGN
015435     MOVE "-" TO PD-ER-SIGN
015440     IF PD-DED-COUNT IS NUMERIC AND PD-DED-COUNT NOT > 15
015450         PERFORM 3750-NEGATE-ONE-CODE THRU 3750-EXIT
015460             VARYING WS-DED-SUB FROM 1 BY 1
015470             UNTIL WS-DED-SUB > PD-DED-COUNT
015480     END-IF
015481     IF PD-ERN-COUNT IS NUMERIC AND PD-ERN-COUNT NOT > 8
015482         PERFORM 3760-NEGATE-ONE-EARN THRU 3760-EXIT
015483             VARYING WS-ERN-SUB FROM 1 BY 1
015484             UNTIL WS-ERN-SUB > PD-ERN-COUNT
015485     END-IF
015490     IF WS-RECALL-ANSWER = "Y" AND PD-BANK-TYPE = "C"
015500         MOVE "D" TO PD-BANK-TYPE
015510     ELSE
015520         MOVE SPACE TO PD-BANK-TYPE
015530     END-IF
015540     MOVE ZERO TO WS-YTD-GROSS-TOT
015550     MOVE ZERO TO WS-YTD-NET-TOT
015560     IF WS-YTD-FOUND-SW = "Y"
015570         PERFORM 3780-ADD-ONE-QUARTER THRU 3780-EXIT
015580             VARYING WS-YD-QSUB FROM 1 BY 1
015590             UNTIL WS-YD-QSUB > 4
015600     END-IF
015610     MOVE WS-YTD-GROSS-TOT TO PD-YTD-GROSS
015620     MOVE WS-YTD-NET-TOT TO PD-YTD-NET
015630     IF WS-PTO-FOUND-SW = "Y"
015640         MOVE PO-VAC-BAL(WS-PO-ESUB) TO PD-VAC-BAL
015650         MOVE PO-SICK-BAL(WS-PO-ESUB) TO PD-SICK-BAL
015660     ELSE
015670         MOVE ZERO TO PD-VAC-BAL
015680         MOVE ZERO TO PD-SICK-BAL
015690     END-IF
015700     WRITE PD-DETAIL-RECORD
015710     ADD 1 TO WS-VREC-COUNT
015720     ADD PD-GROSS TO WS-VREC-GROSS
015730     .
015740 3700-EXIT.
015750     EXIT.
015760
015770******************************************************************
015780*  3750-NEGATE-ONE-CODE
015790******************************************************************
015800 3750-NEGATE-ONE-CODE.
015810     IF PD-DED-AMT-SIGN(WS-DED-SUB) = "-"
015820         MOVE SPACE TO PD-DED-AMT-SIGN(WS-DED-SUB)
015830     ELSE
015840         MOVE "-" TO PD-DED-AMT-SIGN(WS-DED-SUB)
015850     END-IF
015860     .
015870 3750-EXIT.
015871     EXIT.
015872
015873******************************************************************
015874*  3760-NEGATE-ONE-EARN
015875******************************************************************
015876 3760-NEGATE-ONE-EARN.
015877     IF PD-ERN-HRS-SIGN(WS-ERN-SUB) = "-"
015878         MOVE SPACE TO PD-ERN-HRS-SIGN(WS-ERN-SUB)
015879     ELSE
015880         MOVE "-" TO PD-ERN-HRS-SIGN(WS-ERN-SUB)
015881     END-IF
015882     IF PD-ERN-AMT-SIGN(WS-ERN-SUB) = "-"
015883         MOVE SPACE TO PD-ERN-AMT-SIGN(WS-ERN-SUB)
015884     ELSE
015885         MOVE "-" TO PD-ERN-AMT-SIGN(WS-ERN-SUB)
015886     END-IF
015887     .
015888 3760-EXIT.
015889     EXIT.
015890
015900******************************************************************
015910*  3780-ADD-ONE-QUARTER
015920******************************************************************
015930 3780-ADD-ONE-QUARTER.
015940     ADD YD-QGROSS(WS-YD-ESUB, WS-YD-QSUB) TO WS-YTD-GROSS-TOT
015950     ADD YD-QNET(WS-YD-ESUB, WS-YD-QSUB) TO WS-YTD-NET-TOT
015960     .
015970 3780-EXIT.
015980     EXIT.
015981
015982******************************************************************
015983*  3800-REVERSE-GARNISHMENTS
015984*  EACH DEDUCTION CODE ON THE PAYMENT THAT IS ONE OF THE
015985*  EMPLOYEE'S GARNISHMENT ORDERS COMES BACK OFF THAT ORDER'S
015986*  PAID-TO-DATE.  AN ORDER THAT HAD REACHED ITS GOAL IS THEREBY
015990*  BACK IN FORCE FOR THE RERUN.
015991******************************************************************
015992 3800-REVERSE-GARNISHMENTS.
015993     IF WS-GARN-COUNT > ZERO
015994        AND PD-DED-COUNT IS NUMERIC AND PD-DED-COUNT NOT > 15
015995         PERFORM 3850-REVERSE-ONE-ORDER THRU 3850-EXIT
015996             VARYING WS-DED-SUB FROM 1 BY 1
015997             UNTIL WS-DED-SUB > PD-DED-COUNT
015998     END-IF
015999     .
016000 3800-EXIT.
016001     EXIT.
016002
016003******************************************************************
016004*  3850-REVERSE-ONE-ORDER
016005******************************************************************
016006 3850-REVERSE-ONE-ORDER.
016007     MOVE "N" TO WS-GARN-FOUND-SW
016008     PERFORM 3860-MATCH-ONE-ORDER THRU 3860-EXIT
016009         VARYING GT-IDX FROM 1 BY 1
016010         UNTIL GT-IDX > WS-GARN-COUNT
016011             OR WS-GARN-FOUND-SW = "Y"
016012     IF WS-GARN-FOUND-SW = "Y"
016013         MOVE PD-DED-AMT-SIGN(WS-DED-SUB) TO WS-SIGN-BYTE
016014         MOVE PD-DED-AMOUNT(WS-DED-SUB) TO WS-UNSIGNED-AMOUNT
016015         PERFORM 9800-APPLY-SIGN THRU 9800-EXIT
016016         ADD WS-SIGNED-AMOUNT TO WS-EXP-GARN
016017         MOVE GARN-ENTRY(WS-GT-ESUB) TO GN-GARNISH-RECORD
016018         MOVE GN-PAID-TO-DATE TO WS-REDUCE-FROM
016019         MOVE WS-SIGNED-AMOUNT TO WS-REDUCE-BY
016020         MOVE SPACES TO WS-REDUCE-ITEM
016021         STRING "GARNISH PAID " PD-DED-CODE(WS-DED-SUB)
016022             DELIMITED BY SIZE INTO WS-REDUCE-ITEM
016023         PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016024         MOVE WS-REDUCE-RESULT TO GN-PAID-TO-DATE
016025         MOVE GN-GARNISH-RECORD TO GARN-ENTRY(WS-GT-ESUB)
016026     END-IF
016027     .
016028 3850-EXIT.
016029     EXIT.
016030
016031******************************************************************
016032*  3860-MATCH-ONE-ORDER
016033******************************************************************
016034 3860-MATCH-ONE-ORDER.
016035     IF GT-EMPNUM(GT-IDX) = PD-EMPNUM
016036        AND GT-DED-CODE(GT-IDX) = PD-DED-CODE(WS-DED-SUB)
016037         SET WS-GT-ESUB TO GT-IDX
016038         MOVE "Y" TO WS-GARN-FOUND-SW
016039     END-IF
016040     .
016041 3860-EXIT.
016042     EXIT.
016043
016044******************************************************************
016045*  3870-REVERSE-EMPLOYER-TAX
016046*  TAKES THE PAYMENT BACK OUT OF THE EMPLOYEE'S ERTAX.DAT ENTRY
016047*  FOR THE PERIOD'S YEAR.  THE YEAR'S WAGES DROP BY THE GROSS;
016048*  EACH TAXABLE WAGE FIGURE DROPS BY THE PART OF THAT CUT WHICH
016049*  FELL UNDER ITS WAGE BASE, MEASURED THE SAME WAY PT2REG
016050*  MEASURED IT GOING ON; AND EACH TAX DROPS BY WHAT PAYDTL.DAT
016051*  SAYS THE PAYMENT CHARGED.
016052******************************************************************
016053 3870-REVERSE-EMPLOYER-TAX.
016054     IF WS-ERTAX-ACTIVE-SW = "Y"
016055         MOVE "N" TO WS-ERTAX-FOUND-SW
016056         PERFORM 3875-MATCH-ONE-ERTAX THRU 3875-EXIT
016057             VARYING ET-IDX FROM 1 BY 1
016058             UNTIL ET-IDX > WS-ERTAX-COUNT
016059                 OR WS-ERTAX-FOUND-SW = "Y"
016060         IF WS-ERTAX-FOUND-SW = "N"
016061             MOVE "NO ERTAX.DAT RECORD - ER TAX NOT REVERSED"
016062                 TO VO-MSG-TEXT
016063             MOVE SPACES TO VO-MSG-ITEM
016064             PERFORM 3900-WRITE-MESSAGE-LINE THRU 3900-EXIT
016065         ELSE
016066             MOVE ERTAX-ENTRY(WS-ET-ESUB) TO ET-ERTAX-RECORD
016067             MOVE ET-YTD-WAGES TO WS-REDUCE-FROM
016068             MOVE PD-GROSS TO WS-REDUCE-BY
016069             MOVE "ER YEAR WAGES" TO WS-REDUCE-ITEM
016070             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016071             MOVE ET-YTD-WAGES TO WS-ER-OLD-YTD
016072             MOVE WS-REDUCE-RESULT TO WS-ER-NEW-YTD
016073             MOVE WS-REDUCE-RESULT TO ET-YTD-WAGES
016074             MOVE ET-QTR-WAGES(WS-VOID-QTR) TO WS-REDUCE-FROM
016075             MOVE PD-GROSS TO WS-REDUCE-BY
016076             MOVE "ER QTR WAGES" TO WS-REDUCE-ITEM
016077             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016078             MOVE WS-REDUCE-RESULT TO ET-QTR-WAGES(WS-VOID-QTR)
016079             MOVE WS-ER-SS-BASE TO WS-ER-BASE-WORK
016080             PERFORM 3880-MEASURE-TAXABLE-CUT THRU 3880-EXIT
016081             MOVE ET-QTR-SS-WAGES(WS-VOID-QTR) TO WS-REDUCE-FROM
016082             MOVE WS-ER-TAXABLE TO WS-REDUCE-BY
016083             MOVE "ER SOC SEC WAGES" TO WS-REDUCE-ITEM
016084             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016085             MOVE WS-REDUCE-RESULT TO ET-QTR-SS-WAGES(WS-VOID-QTR)
016086             MOVE WS-ER-FUTA-BASE TO WS-ER-BASE-WORK
016087             PERFORM 3880-MEASURE-TAXABLE-CUT THRU 3880-EXIT
016088             MOVE ET-QTR-FUTA-WAGES(WS-VOID-QTR) TO WS-REDUCE-FROM
016089             MOVE WS-ER-TAXABLE TO WS-REDUCE-BY
016090             MOVE "ER FUTA WAGES" TO WS-REDUCE-ITEM
016091             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016092             MOVE WS-REDUCE-RESULT
016093                 TO ET-QTR-FUTA-WAGES(WS-VOID-QTR)
016094             MOVE WS-ER-SUTA-BASE TO WS-ER-BASE-WORK
016095             PERFORM 3880-MEASURE-TAXABLE-CUT THRU 3880-EXIT
016096             MOVE ET-QTR-SUTA-WAGES(WS-VOID-QTR) TO WS-REDUCE-FROM
016097             MOVE WS-ER-TAXABLE TO WS-REDUCE-BY
016098             MOVE "ER SUTA WAGES" TO WS-REDUCE-ITEM
016099             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016100             MOVE WS-REDUCE-RESULT
016101                 TO ET-QTR-SUTA-WAGES(WS-VOID-QTR)
016102             MOVE ET-QTR-SS-TAX(WS-VOID-QTR) TO WS-REDUCE-FROM
016103             MOVE PD-ER-SS TO WS-REDUCE-BY
016104             MOVE "ER SOC SEC TAX" TO WS-REDUCE-ITEM
016105             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016106             MOVE WS-REDUCE-RESULT TO ET-QTR-SS-TAX(WS-VOID-QTR)
016107             MOVE ET-QTR-MED-TAX(WS-VOID-QTR) TO WS-REDUCE-FROM
016108             MOVE PD-ER-MED TO WS-REDUCE-BY
016109             MOVE "ER MEDICARE TAX" TO WS-REDUCE-ITEM
016110             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016111             MOVE WS-REDUCE-RESULT TO ET-QTR-MED-TAX(WS-VOID-QTR)
016112             MOVE ET-QTR-FUTA-TAX(WS-VOID-QTR) TO WS-REDUCE-FROM
016113             MOVE PD-ER-FUTA TO WS-REDUCE-BY
016114             MOVE "ER FUTA TAX" TO WS-REDUCE-ITEM
016115             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016116             MOVE WS-REDUCE-RESULT TO ET-QTR-FUTA-TAX(WS-VOID-QTR)
016117             MOVE ET-QTR-SUTA-TAX(WS-VOID-QTR) TO WS-REDUCE-FROM
016118             MOVE PD-ER-SUTA TO WS-REDUCE-BY
016119             MOVE "ER SUTA TAX" TO WS-REDUCE-ITEM
016120             PERFORM 3280-REDUCE-ONE-FIGURE THRU 3280-EXIT
016121             MOVE WS-REDUCE-RESULT TO ET-QTR-SUTA-TAX(WS-VOID-QTR)
016122             MOVE ET-ERTAX-RECORD TO ERTAX-ENTRY(WS-ET-ESUB)
016123         END-IF
016124     END-IF
016125     .
016126 3870-EXIT.
016127     EXIT.
016128
016129******************************************************************
016130*  3875-MATCH-ONE-ERTAX
016131******************************************************************
016132 3875-MATCH-ONE-ERTAX.
016133     IF ER-EMPNUM(ET-IDX) = PD-EMPNUM
016134        AND ER-YEAR(ET-IDX) = WS-VOID-END-YR
016135         SET WS-ET-ESUB TO ET-IDX
016136         MOVE "Y" TO WS-ERTAX-FOUND-SW
016137     END-IF
016138     .
016139 3875-EXIT.
016140     EXIT.
016141
016142******************************************************************
016143*  3880-MEASURE-TAXABLE-CUT
016144*  HOW MUCH OF THE CUT FROM WS-ER-OLD-YTD TO WS-ER-NEW-YTD FELL
016145*  UNDER THE WAGE BASE IN WS-ER-BASE-WORK, INTO WS-ER-TAXABLE.
016146*  A ZERO BASE MEANS NO LIMIT.
016147******************************************************************
016148 3880-MEASURE-TAXABLE-CUT.
016149     IF WS-ER-BASE-WORK = ZERO
016150         COMPUTE WS-ER-TAXABLE = WS-ER-OLD-YTD - WS-ER-NEW-YTD
016151     ELSE
016152         IF WS-ER-OLD-YTD > WS-ER-BASE-WORK
016153             MOVE WS-ER-BASE-WORK TO WS-ER-OLD-CAPPED
016154         ELSE
016155             MOVE WS-ER-OLD-YTD TO WS-ER-OLD-CAPPED
016156         END-IF
016157         IF WS-ER-NEW-YTD > WS-ER-BASE-WORK
016158             MOVE WS-ER-BASE-WORK TO WS-ER-NEW-CAPPED
016159         ELSE
016160             MOVE WS-ER-NEW-YTD TO WS-ER-NEW-CAPPED
016161         END-IF
016162         COMPUTE WS-ER-TAXABLE =
016163             WS-ER-OLD-CAPPED - WS-ER-NEW-CAPPED
016164     END-IF
016165     .
016166 3880-EXIT.
016167     EXIT.
016168
016169******************************************************************
016170*  3900-WRITE-MESSAGE-LINE
016171*  AN EXCEPTION UNDER THE PAYMENT JUST PRINTED.  EVERY ONE ALSO
016172*  SHOWS UP AS A DIFFERENCE IN THE PROOF.
016173******************************************************************
016174 3900-WRITE-MESSAGE-LINE.
016175     WRITE VO-Print-Line FROM VO-MSG-LINE
016176     ADD 1 TO WS-EXCEPTION-COUNT
016177     .
016178 3900-EXIT.
016179     EXIT.
016180
016181******************************************************************
016182*  4000-WRITE-REVERSING-GL
016183*  WRITES GLPOST.DAT WITH THE MIRROR IMAGE OF THE RUN'S POSTING -
016184*  A CREDIT PER TYPE/TITLE/EARNINGS CODE BUCKET, ONE DEBIT TO
016185*  ACCRUED PAYROLL
016186*  FOR THE SAME TOTAL, A CREDIT TO EACH EMPLOYER TAX EXPENSE AND
016187*  A DEBIT TO ITS ACCRUAL, AND THE BALANCING TRAILER - AND
016188*  PRINTS THE ENTRIES ON THE VOID REPORT.
016189******************************************************************
016190 4000-WRITE-REVERSING-GL.
016200     OPEN OUTPUT GLFILE
016210     MOVE SPACES TO VO-Print-Line
016220     WRITE VO-Print-Line
016230     MOVE "REVERSING GL ENTRIES - GLPOST.DAT" TO VO-Print-Line
016240     WRITE VO-Print-Line
016250     MOVE "  TYPE    TITLE              ERN  D/C  GROSS PAY" TO
016260         VO-Print-Line
016270     WRITE VO-Print-Line
016280     PERFORM 4050-POST-ONE-BUCKET THRU 4050-EXIT
016290         VARYING GB-IDX FROM 1 BY 1
016300         UNTIL GB-IDX > WS-GLBKT-COUNT
016310     MOVE SPACES TO GL-Posting-Record
016320     MOVE "PAYRL " TO GL-TYPE
016330     MOVE "ACCRUED PAYROLL" TO GL-TITLE
016340     MOVE "D" TO GL-DC
016350     MOVE WS-GL-CREDIT-TOTAL TO GL-AMOUNT
016360     MOVE WS-VOID-PERIOD TO GL-PERIOD
016370     WRITE GL-Posting-Record
016380     ADD 1 TO WS-GL-POST-COUNT
016390     ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
016400     MOVE "PAYRL " TO VO-GL-TYPE
016410     MOVE "ACCRUED PAYROLL" TO VO-GL-TITLE
016415     MOVE SPACES TO VO-GL-EARN
016420     MOVE "D" TO VO-GL-DC
016430     MOVE GL-AMOUNT TO VO-GL-AMOUNT
016431     WRITE VO-Print-Line FROM VO-GL-LINE
016432     MOVE WS-EXP-ER-SS TO WS-GL-ER-AMOUNT
016433     MOVE "SOC SEC EXPENSE" TO WS-GL-ER-EXPENSE
016434     MOVE "ACCRUED SOC SEC" TO WS-GL-ER-ACCRUED
016435     PERFORM 4060-POST-ONE-ERTAX THRU 4060-EXIT
016436     MOVE WS-EXP-ER-MED TO WS-GL-ER-AMOUNT
016437     MOVE "MEDICARE EXPENSE" TO WS-GL-ER-EXPENSE
016440     MOVE "ACCRUED MEDICARE" TO WS-GL-ER-ACCRUED
016441     PERFORM 4060-POST-ONE-ERTAX THRU 4060-EXIT
016442     MOVE WS-EXP-ER-FUTA TO WS-GL-ER-AMOUNT
016443     MOVE "FUTA EXPENSE" TO WS-GL-ER-EXPENSE
016444     MOVE "ACCRUED FUTA" TO WS-GL-ER-ACCRUED
016445     PERFORM 4060-POST-ONE-ERTAX THRU 4060-EXIT
016446     MOVE WS-EXP-ER-SUTA TO WS-GL-ER-AMOUNT
016447     MOVE "SUTA EXPENSE" TO WS-GL-ER-EXPENSE
016448     MOVE "ACCRUED SUTA" TO WS-GL-ER-ACCRUED
016449     PERFORM 4060-POST-ONE-ERTAX THRU 4060-EXIT
016450     MOVE SPACES TO GL-Posting-Record
016460     MOVE "TRAILER" TO GL-MARKER
016470     MOVE WS-GL-POST-COUNT TO GL-POST-COUNT
016480     COMPUTE GL-POST-TOTAL =
016485         WS-GL-DEBIT-TOTAL + WS-GL-ER-DEBIT-TOTAL
016490     MOVE WS-VOID-PERIOD TO GL-TRL-PERIOD
016500     WRITE GL-Trailer-Record
016510     CLOSE GLFILE
016520     .
016530 4000-EXIT.
016540     EXIT.
016550
016560******************************************************************
016570*  4050-POST-ONE-BUCKET
016580******************************************************************
016590 4050-POST-ONE-BUCKET.
016600     MOVE SPACES TO GL-Posting-Record
016610     MOVE GB-TYPE(GB-IDX) TO GL-TYPE
016620     MOVE GB-TITLE(GB-IDX) TO GL-TITLE
016630     MOVE "C" TO GL-DC
016640     MOVE GB-GROSS(GB-IDX) TO GL-AMOUNT
016650     MOVE WS-VOID-PERIOD TO GL-PERIOD
016655     MOVE GB-EARN-CODE(GB-IDX) TO GL-EARN-CODE
016660     WRITE GL-Posting-Record
016670     ADD 1 TO WS-GL-POST-COUNT
016680     ADD GB-GROSS(GB-IDX) TO WS-GL-CREDIT-TOTAL
016690     MOVE GB-TYPE(GB-IDX) TO VO-GL-TYPE
016700     MOVE GB-TITLE(GB-IDX) TO VO-GL-TITLE
016705     MOVE GB-EARN-CODE(GB-IDX) TO VO-GL-EARN
016710     MOVE "C" TO VO-GL-DC
016720     MOVE GB-GROSS(GB-IDX) TO VO-GL-AMOUNT
016730     WRITE VO-Print-Line FROM VO-GL-LINE
016740     .
016750 4050-EXIT.
016751     EXIT.
016752
016753******************************************************************
016754*  4060-POST-ONE-ERTAX
016755*  ONE EMPLOYER TAX THE RUN CHARGED - A CREDIT TO ITS EXPENSE AND
016756*  A DEBIT TO ITS ACCRUED LIABILITY.  A TAX OF ZERO POSTS NOTHING.
016757******************************************************************
016758 4060-POST-ONE-ERTAX.
016760     IF WS-GL-ER-AMOUNT > ZERO
016761         MOVE SPACES TO GL-Posting-Record
016762         MOVE "ERTAX " TO GL-TYPE
016763         MOVE WS-GL-ER-EXPENSE TO GL-TITLE
016764         MOVE "C" TO GL-DC
016765         MOVE WS-GL-ER-AMOUNT TO GL-AMOUNT
016766         MOVE WS-VOID-PERIOD TO GL-PERIOD
016767         WRITE GL-Posting-Record
016768         ADD 1 TO WS-GL-POST-COUNT
016769         ADD WS-GL-ER-AMOUNT TO WS-GL-ER-CREDIT-TOTAL
016770         MOVE "ERTAX " TO VO-GL-TYPE
016771         MOVE WS-GL-ER-EXPENSE TO VO-GL-TITLE
016772         MOVE SPACES TO VO-GL-EARN
016773         MOVE "C" TO VO-GL-DC
016774         MOVE WS-GL-ER-AMOUNT TO VO-GL-AMOUNT
016775         WRITE VO-Print-Line FROM VO-GL-LINE
016776         MOVE WS-GL-ER-ACCRUED TO GL-TITLE
016777         MOVE "D" TO GL-DC
016778         WRITE GL-Posting-Record
016779         ADD 1 TO WS-GL-POST-COUNT
016780         ADD WS-GL-ER-AMOUNT TO WS-GL-ER-DEBIT-TOTAL
016781         MOVE WS-GL-ER-ACCRUED TO VO-GL-TITLE
016782         MOVE "D" TO VO-GL-DC
016783         WRITE VO-Print-Line FROM VO-GL-LINE
016784     END-IF
016785     .
016786 4060-EXIT.
016787     EXIT.
016788
016789******************************************************************
016790*  4100-FINISH-BANK-BATCH
016800*  CLOSES THE RECALL BATCH WITH ITS TRAILER, OR - WHEN THE
016810*  DEPOSITS HAVE NOT GONE OUT - PULLS THE PERIOD'S UNSENT BATCH.
016820******************************************************************
016830 4100-FINISH-BANK-BATCH.
016840     MOVE SPACES TO VO-Print-Line
016850     WRITE VO-Print-Line
016860     MOVE "BANK DEPOSITS - BANKPAY.DAT" TO VO-Print-Line
016870     WRITE VO-Print-Line
016880     IF WS-RECALL-ANSWER = "Y"
016890         MOVE SPACES TO BK-Payment-Record
016900         MOVE "TRAILER" TO BK-MARKER
016910         MOVE WS-BANK-COUNT TO BK-PAY-COUNT
016920         MOVE WS-BANK-TOTAL TO BK-PAY-TOTAL
016930         MOVE WS-VOID-PERIOD TO BK-TRL-PERIOD
016940         WRITE BK-Trailer-Record
016950         CLOSE BANKFILE
016960         MOVE "  RECALL (D) DEBITS WRITTEN..." TO VO-COUNT-LABEL
016970         MOVE WS-BANK-COUNT TO VO-COUNT
016980         WRITE VO-Print-Line FROM VO-COUNT-LINE
016990         MOVE "  RECALL BATCH TOTAL.........." TO VO-TOTAL-LABEL
017000         MOVE WS-BANK-TOTAL TO VO-TOTAL-AMOUNT
017010         WRITE VO-Print-Line FROM VO-TOTAL-LINE
017012         MOVE "  DEPDTL.DAT RECORDS ADDED...." TO VO-COUNT-LABEL
017014         MOVE WS-DEPDTL-VCOUNT TO VO-COUNT
017016         WRITE VO-Print-Line FROM VO-COUNT-LINE
017020         DISPLAY "BANKPAY.DAT HOLDS THE RECALL BATCH - "
017030             WS-BANK-COUNT " DEBITS - SEND IT TO THE BANK"
017040     ELSE
017050         IF WS-EXP-BANK-COUNT > ZERO
017060             PERFORM 4150-PULL-UNSENT-BATCH THRU 4150-EXIT
017070         ELSE
017080             MOVE "  (NONE - THE RUN MADE NO DEPOSITS)" TO
017090                 VO-Print-Line
017100             WRITE VO-Print-Line
017110         END-IF
017120     END-IF
017130     .
017140 4100-EXIT.
017150     EXIT.
017160
017170******************************************************************
017180*  4150-PULL-UNSENT-BATCH
017190*  BANKPAY.DAT IS REWRITTEN BY EVERY RUN, SO IT ONLY STILL HOLDS
017200*  THE VOIDED RUN'S BATCH WHEN ITS TRAILER CARRIES THE PERIOD.
017210*  THEN IT IS CUT BACK TO AN EMPTY TRAILER; OTHERWISE IT IS LEFT
017220*  ALONE AND THE PROOF SHOWS THE DEPOSITS WERE NOT STOPPED.
017230******************************************************************
017240 4150-PULL-UNSENT-BATCH.
017250     OPEN INPUT BANKFILE
017260     IF WS-BANK-STATUS = "35"
017270         MOVE "Y" TO BankEnd
017280     END-IF
017290     PERFORM UNTIL BankEnd = "Y"
017300         READ BANKFILE
017310             AT END
017320                 MOVE "Y" TO BankEnd
017330             NOT AT END
017340                 PERFORM 4160-NOTE-ONE-BANK-RECORD THRU 4160-EXIT
017350         END-READ
017360     END-PERFORM
017370     IF WS-BANK-STATUS NOT = "35"
017380         CLOSE BANKFILE
017390     END-IF
017400     IF WS-BANK-TRAILER-SW = "Y" AND
017410        WS-BANK-OLD-PERIOD = WS-VOID-PERIOD
017420         OPEN OUTPUT BANKFILE
017430         MOVE SPACES TO BK-Payment-Record
017440         MOVE "TRAILER" TO BK-MARKER
017450         MOVE ZERO TO BK-PAY-COUNT
017460         MOVE ZERO TO BK-PAY-TOTAL
017470         MOVE WS-VOID-PERIOD TO BK-TRL-PERIOD
017480         WRITE BK-Trailer-Record
017490         CLOSE BANKFILE
017500         MOVE "Y" TO WS-BANK-PULLED-SW
017510         MOVE WS-BANK-OLD-TOTAL TO WS-BANK-TOTAL
017520         MOVE "  UNSENT DEPOSITS PULLED......" TO VO-COUNT-LABEL
017530         MOVE WS-BANK-OLD-COUNT TO VO-COUNT
017540         WRITE VO-Print-Line FROM VO-COUNT-LINE
017550         MOVE "  PULLED BATCH TOTAL.........." TO VO-TOTAL-LABEL
017560         MOVE WS-BANK-OLD-TOTAL TO VO-TOTAL-AMOUNT
017570         WRITE VO-Print-Line FROM VO-TOTAL-LINE
017580         DISPLAY "BANKPAY.DAT FOR PERIOD " WS-VOID-PERIOD
017590             " PULLED - NOTHING WILL BE DEPOSITED"
017600     ELSE
017610         MOVE "BANKPAY.DAT DOES NOT HOLD THE PERIOD'S BATCH"
017620             TO VO-MSG-TEXT
017630         MOVE SPACES TO VO-MSG-ITEM
017640         WRITE VO-Print-Line FROM VO-MSG-LINE
017650         ADD 1 TO WS-EXCEPTION-COUNT
017660         DISPLAY "*** BANKPAY.DAT DOES NOT HOLD PERIOD "
017670             WS-VOID-PERIOD "'S BATCH - THE DEPOSITS MAY HAVE "
017680             "GONE OUT.  CHECK WITH THE BANK."
017690     END-IF
017700     .
017710 4150-EXIT.
017720     EXIT.
017730
017740******************************************************************
017750*  4160-NOTE-ONE-BANK-RECORD
017760******************************************************************
017770 4160-NOTE-ONE-BANK-RECORD.
017780     IF BK-MARKER = "TRAILER"
017790         MOVE "Y" TO WS-BANK-TRAILER-SW
017800         MOVE BK-TRL-PERIOD TO WS-BANK-OLD-PERIOD
017810         MOVE BK-PAY-COUNT TO WS-BANK-OLD-COUNT
017820         MOVE BK-PAY-TOTAL TO WS-BANK-OLD-TOTAL
017830     END-IF
017840     .
017850 4160-EXIT.
017860     EXIT.
017870
017880******************************************************************
017890*  4200-REWRITE-YTD-MASTER
017900******************************************************************
017910 4200-REWRITE-YTD-MASTER.
017920     OPEN OUTPUT YTDFILE
017930     PERFORM 4250-WRITE-ONE-YTD THRU 4250-EXIT
017940         VARYING YD-IDX FROM 1 BY 1
017950         UNTIL YD-IDX > WS-YTD-COUNT
017960     CLOSE YTDFILE
017970     .
017980 4200-EXIT.
017990     EXIT.
018000
018010******************************************************************
018020*  4250-WRITE-ONE-YTD
018030******************************************************************
018040 4250-WRITE-ONE-YTD.
018050     MOVE YTD-ENTRY(YD-IDX) TO YT-YTD-RECORD
018060     WRITE YT-YTD-RECORD
018070     .
018080 4250-EXIT.
018090     EXIT.
018100
018110******************************************************************
018120*  4300-REWRITE-PTO-BALANCES
018130*  THE CONTROL RATE RECORD FIRST, THEN EVERY BALANCE, THE SAME
018140*  WAY PT2REG WRITES THE FILE.
018150******************************************************************
018160 4300-REWRITE-PTO-BALANCES.
018170     IF WS-PTO-ACTIVE-SW = "Y"
018180         OPEN OUTPUT PTOFILE
018190         MOVE SPACES TO PB-PTO-RECORD
018200         MOVE "CONTROL" TO PB-MARKER
018210         MOVE WS-VAC-PER-HOUR TO PB-VAC-PER-HOUR
018220         MOVE WS-SICK-PER-HOUR TO PB-SICK-PER-HOUR
018230         MOVE WS-VAC-PER-PERIOD TO PB-VAC-PER-PERIOD
018240         MOVE WS-SICK-PER-PERIOD TO PB-SICK-PER-PERIOD
018250         WRITE PB-Control-Record
018260         PERFORM 4350-WRITE-ONE-PTO THRU 4350-EXIT
018270             VARYING PO-IDX FROM 1 BY 1
018280             UNTIL PO-IDX > WS-PTO-COUNT
018290         CLOSE PTOFILE
018300     END-IF
018310     .
018320 4300-EXIT.
018330     EXIT.
018340
018350******************************************************************
018360*  4350-WRITE-ONE-PTO
018370******************************************************************
018380 4350-WRITE-ONE-PTO.
018390     MOVE SPACES TO PB-PTO-RECORD
018400     MOVE PO-EMPNUM(PO-IDX) TO PB-EMPNUM
018410     MOVE PO-VAC-BAL(PO-IDX) TO PB-VAC-BAL
018420     MOVE PO-SICK-BAL(PO-IDX) TO PB-SICK-BAL
018430     WRITE PB-PTO-RECORD
018440     .
018450 4350-EXIT.
018460     EXIT.
018470
018480******************************************************************
018490*  4400-REOPEN-PERIOD
018500*  REWRITES PAYCAL.DAT WITH THE VOIDED PERIOD MARKED UNPAID SO
018510*  PT2REG WILL PAY IT AGAIN.
018520******************************************************************
018530 4400-REOPEN-PERIOD.
018540     MOVE "N" TO CL-PAID-SW(WS-CL-ESUB)
018550     MOVE ZERO TO CL-PAID-DATE(WS-CL-ESUB)
018560     OPEN OUTPUT PAYCALFILE
018570     PERFORM 4450-WRITE-ONE-PERIOD THRU 4450-EXIT
018580         VARYING CL-IDX FROM 1 BY 1
018590         UNTIL CL-IDX > WS-PAYCAL-COUNT
018600     CLOSE PAYCALFILE
018610     DISPLAY "PAY PERIOD " WS-VOID-PERIOD " REOPENED ON THE "
018620         "PAYROLL CALENDAR"
018630     .
018640 4400-EXIT.
018650     EXIT.
018660
018670******************************************************************
018680*  4450-WRITE-ONE-PERIOD
018690******************************************************************
018700 4450-WRITE-ONE-PERIOD.
018710     MOVE CL-PERIOD(CL-IDX) TO PC-PERIOD-NUM
018720     MOVE CL-START-DATE(CL-IDX) TO PC-START-DATE
018730     MOVE CL-END-YEAR(CL-IDX) TO PC-END-YEAR
018740     MOVE CL-END-MONTH(CL-IDX) TO PC-END-MONTH
018750     MOVE CL-END-DAY(CL-IDX) TO PC-END-DAY
018760     MOVE CL-PAID-SW(CL-IDX) TO PC-PAID-SW
018770     MOVE CL-PAID-DATE(CL-IDX) TO PC-PAID-DATE
018780     WRITE PC-PERIOD-RECORD
018790     .
018800 4450-EXIT.
018810     EXIT.
018811
018812******************************************************************
018813*  4500-REWRITE-GARNISHMENTS
018814*  WRITES GARNISH.DAT BACK OUT - THE CONTROL LIMITS RECORD FIRST,
018815*  THEN EVERY ORDER IN THE ORDER IT WAS READ.
018816******************************************************************
018817 4500-REWRITE-GARNISHMENTS.
018820     IF WS-GARN-ACTIVE-SW = "Y"
018821         OPEN OUTPUT GARNFILE
018822         IF WS-GARN-CONTROL-SW = "Y"
018823             MOVE WS-GARN-CONTROL-RECORD TO GN-Control-Record
018824             WRITE GN-Control-Record
018825         END-IF
018826         PERFORM 4550-WRITE-ONE-GARNISHMENT THRU 4550-EXIT
018827             VARYING GT-IDX FROM 1 BY 1
018828             UNTIL GT-IDX > WS-GARN-COUNT
018829         CLOSE GARNFILE
018830     END-IF
018831     .
018832 4500-EXIT.
018833     EXIT.
018834
018835******************************************************************
018836*  4550-WRITE-ONE-GARNISHMENT
018837******************************************************************
018838 4550-WRITE-ONE-GARNISHMENT.
018839     MOVE GARN-ENTRY(GT-IDX) TO GN-GARNISH-RECORD
018840     WRITE GN-GARNISH-RECORD
018841     .
018842 4550-EXIT.
018843     EXIT.
018844
018845******************************************************************
018846*  4600-FINISH-AGENCY-PAYMENTS
018847*  GARNPAY.DAT IS REWRITTEN BY EVERY REGULAR RUN, SO IT STILL
018848*  HOLDS THE VOIDED RUN'S REMITTANCES ONLY WHEN ITS TRAILER
018849*  CARRIES THE PERIOD.  THEN IT IS CUT BACK TO AN EMPTY TRAILER
018850*  SO NOTHING GOES TO THE AGENCIES; OTHERWISE THE REMITTANCES
018851*  HAVE GONE AND MUST BE RECOVERED FROM THE AGENCIES BY HAND.
018852******************************************************************
018853 4600-FINISH-AGENCY-PAYMENTS.
018854     IF WS-EXP-GARN NOT = ZERO
018855         MOVE SPACES TO VO-Print-Line
018856         WRITE VO-Print-Line
018857         MOVE "GARNISHMENT REMITTANCES - GARNPAY.DAT" TO
018858             VO-Print-Line
018859         WRITE VO-Print-Line
018860         OPEN INPUT GARNPAYFILE
018861         IF WS-GARNPAY-STATUS = "35"
018862             MOVE "Y" TO GarnPayEnd
018863         END-IF
018864         PERFORM UNTIL GarnPayEnd = "Y"
018865             READ GARNPAYFILE
018866                 AT END
018867                     MOVE "Y" TO GarnPayEnd
018868                 NOT AT END
018869                     PERFORM 4650-NOTE-ONE-AGENCY-RECORD
018870                         THRU 4650-EXIT
018871             END-READ
018872         END-PERFORM
018873         IF WS-GARNPAY-STATUS NOT = "35"
018874             CLOSE GARNPAYFILE
018875         END-IF
018876         IF WS-GARNPAY-TRAILER-SW = "Y" AND
018877            WS-GARNPAY-OLD-PERIOD = WS-VOID-PERIOD
018878             OPEN OUTPUT GARNPAYFILE
018879             MOVE SPACES TO GP-Trailer-Record
018880             MOVE "TRAILER" TO GP-MARKER
018881             MOVE ZERO TO GP-PAY-COUNT
018882             MOVE ZERO TO GP-PAY-TOTAL
018883             MOVE WS-VOID-PERIOD TO GP-TRL-PERIOD
018884             WRITE GP-Trailer-Record
018885             CLOSE GARNPAYFILE
018886             MOVE "Y" TO WS-GARNPAY-PULLED-SW
018887             MOVE "  UNSENT REMITTANCES PULLED..." TO
018888                 VO-COUNT-LABEL
018889             MOVE WS-GARNPAY-OLD-COUNT TO VO-COUNT
018890             WRITE VO-Print-Line FROM VO-COUNT-LINE
018891             MOVE "  PULLED REMITTANCE TOTAL....." TO
018892                 VO-TOTAL-LABEL
018893             MOVE WS-GARNPAY-OLD-TOTAL TO VO-TOTAL-AMOUNT
018894             WRITE VO-Print-Line FROM VO-TOTAL-LINE
018895             DISPLAY "GARNPAY.DAT FOR PERIOD " WS-VOID-PERIOD
018896                 " PULLED - NOTHING WILL BE REMITTED"
018897         ELSE
018898             MOVE "REMITTANCES SENT - RECOVER FROM AGENCIES:"
018899                 TO VO-MSG-TEXT
018900             MOVE WS-EXP-GARN TO WS-DISPLAY-MONEY
018901             MOVE WS-DISPLAY-MONEY TO VO-MSG-ITEM
018902             WRITE VO-Print-Line FROM VO-MSG-LINE
018903             ADD 1 TO WS-EXCEPTION-COUNT
018904             DISPLAY "*** GARNPAY.DAT DOES NOT HOLD PERIOD "
018905                 WS-VOID-PERIOD "'S REMITTANCES - RECOVER THE "
018906                 "GARNISHMENTS FROM THE AGENCIES."
018907         END-IF
018908     END-IF
018909     .
018910 4600-EXIT.
018911     EXIT.
018912
018913******************************************************************
018914*  4650-NOTE-ONE-AGENCY-RECORD
018915******************************************************************
018916 4650-NOTE-ONE-AGENCY-RECORD.
018917     IF GP-MARKER = "TRAILER"
018918         MOVE "Y" TO WS-GARNPAY-TRAILER-SW
018919         MOVE GP-TRL-PERIOD TO WS-GARNPAY-OLD-PERIOD
018920         MOVE GP-PAY-COUNT TO WS-GARNPAY-OLD-COUNT
018921         MOVE GP-PAY-TOTAL TO WS-GARNPAY-OLD-TOTAL
018922     END-IF
018923     .
018924 4650-EXIT.
018925     EXIT.
018926
018927******************************************************************
018928*  4700-RESET-PULLED-PRENOTES
018929*  A PULLED BATCH TOOK THE RUN'S PRENOTES WITH IT, SO EVERY
018930*  BANKACCT.DAT ACCOUNT WHOSE PRENOTE WAS SENT FOR THE PERIOD
018931*  GOES BACK TO "P" AND THE RERUN SENDS IT AGAIN.  A FILE TOO
018932*  BIG FOR THE TABLE IS LEFT ALONE AND REPORTED.
018933******************************************************************
018934 4700-RESET-PULLED-PRENOTES.
018935     IF WS-BANK-PULLED-SW = "Y"
018936         OPEN INPUT ACCTFILE
018937         IF WS-ACCT-STATUS NOT = "35"
018938             PERFORM UNTIL AcctEnd = "Y"
018939                 READ ACCTFILE
018940                     AT END
018941                         MOVE "Y" TO AcctEnd
018942                     NOT AT END
018943                         PERFORM 4750-LOAD-ONE-ACCOUNT
018944                             THRU 4750-EXIT
018945                 END-READ
018946             END-PERFORM
018947             CLOSE ACCTFILE
018948             IF WS-ACCT-FULL-SW = "Y"
018949                 MOVE "BANKACCT.DAT TOO BIG - PRENOTES NOT RESET"
018950                     TO VO-MSG-TEXT
018951                 MOVE SPACES TO VO-MSG-ITEM
018952                 WRITE VO-Print-Line FROM VO-MSG-LINE
018953                 ADD 1 TO WS-EXCEPTION-COUNT
018954             ELSE
018955                 PERFORM 4760-RESET-ONE-PRENOTE THRU 4760-EXIT
018956                     VARYING AT-IDX FROM 1 BY 1
018957                     UNTIL AT-IDX > WS-ACCT-COUNT
018958                 IF WS-PRENOTE-RESET-COUNT > ZERO
018959                     OPEN OUTPUT ACCTFILE
018960                     PERFORM 4770-WRITE-ONE-ACCOUNT THRU 4770-EXIT
018961                         VARYING AT-IDX FROM 1 BY 1
018962                         UNTIL AT-IDX > WS-ACCT-COUNT
018963                     CLOSE ACCTFILE
018964                 END-IF
018965                 MOVE "  PRENOTES PUT BACK TO SEND..." TO
018966                     VO-COUNT-LABEL
018967                 MOVE WS-PRENOTE-RESET-COUNT TO VO-COUNT
018968                 WRITE VO-Print-Line FROM VO-COUNT-LINE
018969             END-IF
018970         END-IF
018971     END-IF
018972     .
018973 4700-EXIT.
018974     EXIT.
018975
018976******************************************************************
018977*  4750-LOAD-ONE-ACCOUNT
018978******************************************************************
018979 4750-LOAD-ONE-ACCOUNT.
018980     IF WS-ACCT-COUNT < 9999
018981         ADD 1 TO WS-ACCT-COUNT
018982         MOVE BA-ACCOUNT-RECORD TO ACCT-ENTRY(WS-ACCT-COUNT)
018983     ELSE
018984         MOVE "Y" TO WS-ACCT-FULL-SW
018985     END-IF
018986     .
018987 4750-EXIT.
018988     EXIT.
018989
018990******************************************************************
018991*  4760-RESET-ONE-PRENOTE
018992******************************************************************
018993 4760-RESET-ONE-PRENOTE.
018994     IF AT-PRENOTE-STATUS(AT-IDX) = "S" AND
018995        AT-PRENOTE-PERIOD(AT-IDX) = WS-VOID-PERIOD
018996         MOVE "P" TO AT-PRENOTE-STATUS(AT-IDX)
018997         MOVE ZERO TO AT-PRENOTE-PERIOD(AT-IDX)
018998         MOVE ZERO TO AT-PRENOTE-DATE(AT-IDX)
018999         ADD 1 TO WS-PRENOTE-RESET-COUNT
019000     END-IF
019001     .
019002 4760-EXIT.
019003     EXIT.
019004
019005******************************************************************
019006*  4770-WRITE-ONE-ACCOUNT
019007******************************************************************
019008 4770-WRITE-ONE-ACCOUNT.
019009     MOVE ACCT-ENTRY(AT-IDX) TO BA-ACCOUNT-RECORD
019010     WRITE BA-ACCOUNT-RECORD
019011     .
019012 4770-EXIT.
019013     EXIT.
019014
019015******************************************************************
019016*  4800-REWRITE-EMPLOYER-TAX
019017*  WRITES ERTAX.DAT BACK OUT - THE CONTROL RECORD FIRST, THEN
019018*  EVERY ENTRY IN THE ORDER IT WAS READ.
019019******************************************************************
019020 4800-REWRITE-EMPLOYER-TAX.
019021     IF WS-ERTAX-ACTIVE-SW = "Y"
019022         OPEN OUTPUT ERTAXFILE
019023         IF WS-ERTAX-CONTROL-SW = "Y"
019024             MOVE WS-ERTAX-CONTROL-RECORD TO ET-CONTROL-RECORD
019025             WRITE ET-CONTROL-RECORD
019026         END-IF
019027         PERFORM 4850-WRITE-ONE-ERTAX THRU 4850-EXIT
019028             VARYING ET-IDX FROM 1 BY 1
019029             UNTIL ET-IDX > WS-ERTAX-COUNT
019030         CLOSE ERTAXFILE
019031     END-IF
019032     .
019033 4800-EXIT.
019034     EXIT.
019035
019036******************************************************************
019037*  4850-WRITE-ONE-ERTAX
019038******************************************************************
019039 4850-WRITE-ONE-ERTAX.
019040     MOVE ERTAX-ENTRY(ET-IDX) TO ET-ERTAX-RECORD
019041     WRITE ET-ERTAX-RECORD
019042     .
019043 4850-EXIT.
019044     EXIT.
019045
019046******************************************************************
019047*  5000-PROVE-VOID
019048*  RE-TOTALS THE FILES AND PRINTS, ITEM BY ITEM, WHAT PAYDTL.DAT
019049*  SAYS THE RUN PUT ON EACH FILE AGAINST WHAT THE VOID ACTUALLY
019050*  TOOK BACK OFF IT.  EVERY DIFFERENCE MUST BE ZERO.
019051******************************************************************
019052 5000-PROVE-VOID.
019053     PERFORM 2600-SUM-FILE-TOTALS THRU 2600-EXIT
019054     MOVE SPACES TO VO-Print-Line
019055     WRITE VO-Print-Line
019056     MOVE "VOID PROOF - EXPECTED PER PAYDTL.DAT, ACTUAL PER FILE"
019057         TO VO-Print-Line
019058     WRITE VO-Print-Line
019059     WRITE VO-Print-Line FROM VO-PROOF-HEAD-LINE
019060
019061     MOVE "  YTDMAST.DAT QTR GROSS PAY" TO VO-PF-LABEL
019062     MOVE WS-EXP-GROSS TO WS-PF-EXPECTED
019063     COMPUTE WS-PF-ACTUAL = WS-BEF-GROSS - WS-SUM-GROSS
019064     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019065     MOVE "  YTDMAST.DAT QTR DEDUCTIONS" TO VO-PF-LABEL
019066     MOVE WS-EXP-DED TO WS-PF-EXPECTED
019067     COMPUTE WS-PF-ACTUAL = WS-BEF-DED - WS-SUM-DED
019068     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019069     MOVE "  YTDMAST.DAT QTR NET PAY" TO VO-PF-LABEL
019070     MOVE WS-EXP-NET TO WS-PF-EXPECTED
019080     COMPUTE WS-PF-ACTUAL = WS-BEF-NET - WS-SUM-NET
019090     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019100     MOVE "  YTDMAST.DAT QTR HOURS" TO VO-PF-LABEL
019110     MOVE WS-EXP-HOURS TO WS-PF-EXPECTED
019120     COMPUTE WS-PF-ACTUAL = WS-BEF-HOURS - WS-SUM-HOURS
019130     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019140     PERFORM 5200-PROVE-ONE-CODE THRU 5200-EXIT
019150         VARYING VC-IDX FROM 1 BY 1
019160         UNTIL VC-IDX > WS-VC-COUNT
019170     MOVE "  PTOBAL.DAT VACATION HOURS" TO VO-PF-LABEL
019180     MOVE WS-EXP-VAC TO WS-PF-EXPECTED
019190     COMPUTE WS-PF-ACTUAL = WS-BEF-VAC - WS-SUM-VAC
019200     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019210     MOVE "  PTOBAL.DAT SICK HOURS" TO VO-PF-LABEL
019220     MOVE WS-EXP-SICK TO WS-PF-EXPECTED
019230     COMPUTE WS-PF-ACTUAL = WS-BEF-SICK - WS-SUM-SICK
019231     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019232     IF WS-GARN-ACTIVE-SW = "Y"
019233         MOVE "  GARNISH.DAT PAID TO DATE" TO VO-PF-LABEL
019234         MOVE WS-EXP-GARN TO WS-PF-EXPECTED
019235         COMPUTE WS-PF-ACTUAL = WS-BEF-GARN - WS-SUM-GARN
019236         PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019237     END-IF
019240     IF WS-ERTAX-ACTIVE-SW = "Y"
019241         MOVE "  ERTAX.DAT QTR WAGES" TO VO-PF-LABEL
019242         MOVE WS-EXP-GROSS TO WS-PF-EXPECTED
019243         COMPUTE WS-PF-ACTUAL = WS-BEF-ER-WAGES - WS-SUM-ER-WAGES
019244         PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019245         MOVE "  ERTAX.DAT QTR EMPLOYER TAX" TO VO-PF-LABEL
019246         MOVE WS-EXP-ER-TAX TO WS-PF-EXPECTED
019247         COMPUTE WS-PF-ACTUAL = WS-BEF-ER-TAX - WS-SUM-ER-TAX
019248         PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019249     END-IF
019250     MOVE "  GLPOST.DAT LABOR CREDITS" TO VO-PF-LABEL
019260     MOVE WS-EXP-GROSS TO WS-PF-EXPECTED
019270     MOVE WS-GL-CREDIT-TOTAL TO WS-PF-ACTUAL
019280     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019290     MOVE "  GLPOST.DAT ACCRUED PAYROLL DR" TO VO-PF-LABEL
019300     MOVE WS-EXP-GROSS TO WS-PF-EXPECTED
019310     MOVE WS-GL-DEBIT-TOTAL TO WS-PF-ACTUAL
019320     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019321     MOVE "  GLPOST.DAT EMPLOYER TAX CR" TO VO-PF-LABEL
019322     MOVE WS-EXP-ER-TAX TO WS-PF-EXPECTED
019323     MOVE WS-GL-ER-CREDIT-TOTAL TO WS-PF-ACTUAL
019324     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019325     MOVE "  GLPOST.DAT ACCRUED ER TAX DR" TO VO-PF-LABEL
019326     MOVE WS-EXP-ER-TAX TO WS-PF-EXPECTED
019327     MOVE WS-GL-ER-DEBIT-TOTAL TO WS-PF-ACTUAL
019328     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019330     IF WS-RECALL-ANSWER = "Y"
019340         MOVE "  BANKPAY.DAT RECALL BATCH" TO VO-PF-LABEL
019350     ELSE
019360         MOVE "  BANKPAY.DAT BATCH PULLED" TO VO-PF-LABEL
019370     END-IF
019380     MOVE WS-EXP-BANK TO WS-PF-EXPECTED
019390     MOVE WS-BANK-TOTAL TO WS-PF-ACTUAL
019400     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019401     IF WS-GARNPAY-PULLED-SW = "Y"
019402         MOVE "  GARNPAY.DAT REMITTANCES PULLED" TO VO-PF-LABEL
019403         MOVE WS-EXP-GARN TO WS-PF-EXPECTED
019404         MOVE WS-GARNPAY-OLD-TOTAL TO WS-PF-ACTUAL
019405         PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019406     END-IF
019410     MOVE "  PAYDTL.DAT VOID RECORDS GROSS" TO VO-PF-LABEL
019420     MOVE WS-EXP-GROSS TO WS-PF-EXPECTED
019430     MOVE WS-VREC-GROSS TO WS-PF-ACTUAL
019440     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
019450
019460     MOVE SPACES TO VO-Print-Line
019470     WRITE VO-Print-Line
019480     MOVE "  PAYMENTS VOIDED............." TO VO-COUNT-LABEL
019490     MOVE WS-VOID-COUNT TO VO-COUNT
019500     WRITE VO-Print-Line FROM VO-COUNT-LINE
019510     MOVE "  PAYDTL.DAT VOID RECORDS....." TO VO-COUNT-LABEL
019520     MOVE WS-VREC-COUNT TO VO-COUNT
019530     WRITE VO-Print-Line FROM VO-COUNT-LINE
019540     MOVE "  EXCEPTIONS.................." TO VO-COUNT-LABEL
019550     MOVE WS-EXCEPTION-COUNT TO VO-COUNT
019560     WRITE VO-Print-Line FROM VO-COUNT-LINE
019570     IF WS-VREC-COUNT NOT = WS-VOID-COUNT
019580         MOVE "Y" TO WS-OUT-OF-BALANCE-SW
019590     END-IF
019600     MOVE SPACES TO VO-Print-Line
019610     WRITE VO-Print-Line
019620     IF WS-OUT-OF-BALANCE-SW = "Y"
019630         MOVE "*** VOID IS OUT OF BALANCE - SEE DIFFERENCES ***"
019640             TO VO-Print-Line
019650     ELSE
019660         MOVE "VOID BALANCES TO THE PENNY ON EVERY FILE" TO
019670             VO-Print-Line
019680     END-IF
019690     WRITE VO-Print-Line
019700     .
019710 5000-EXIT.
019720     EXIT.
019730
019740******************************************************************
019750*  5100-PRINT-PROOF-LINE
019760******************************************************************
019770 5100-PRINT-PROOF-LINE.
019780     COMPUTE WS-PF-DIFF = WS-PF-ACTUAL - WS-PF-EXPECTED
019790     MOVE WS-PF-EXPECTED TO VO-PF-EXPECTED
019800     MOVE WS-PF-ACTUAL TO VO-PF-ACTUAL
019810     MOVE WS-PF-DIFF TO VO-PF-DIFF
019820     IF WS-PF-DIFF = ZERO
019830         MOVE "OK" TO VO-PF-STATUS
019840     ELSE
019850         MOVE "*** OFF" TO VO-PF-STATUS
019860         MOVE "Y" TO WS-OUT-OF-BALANCE-SW
019870     END-IF
019880     WRITE VO-Print-Line FROM VO-PROOF-LINE
019890     .
019900 5100-EXIT.
019910     EXIT.
019920
019930******************************************************************
019940*  5200-PROVE-ONE-CODE
019950******************************************************************
019960 5200-PROVE-ONE-CODE.
019970     MOVE VC-CODE(VC-IDX) TO WS-CODE-LABEL-CODE
019980     MOVE WS-CODE-LABEL TO VO-PF-LABEL
019990     MOVE VC-EXPECTED(VC-IDX) TO WS-PF-EXPECTED
020000     COMPUTE WS-PF-ACTUAL = VC-BEFORE(VC-IDX) - VC-SUM(VC-IDX)
020010     PERFORM 5100-PRINT-PROOF-LINE THRU 5100-EXIT
020020     .
020030 5200-EXIT.
020040     EXIT.
020050
020060******************************************************************
020070*  9000-CHECK-RUN-CONTROL
020080*  REFUSES THE VOID WHILE A PT2REG RUN IS STILL OPEN ON THE
020090*  RUN-CONTROL LOG.  A PT2VOID RUN STILL OPEN MEANS THE LAST VOID
020100*  DIED PART WAY - ITS FILES MUST BE RESTORED FROM THE BACKUP
020110*  BEFORE VOIDING AGAIN, SO THE OPERATOR IS WARNED.
020120******************************************************************
020130 9000-CHECK-RUN-CONTROL.
020140     OPEN INPUT RUNCTLFILE
020150     IF WS-RUNCTL-STATUS = "35"
020160         DISPLAY "NO RUNCTL.DAT YET - RUN SEQUENCE NOT VERIFIED"
020170     ELSE
020180         PERFORM UNTIL RunCtlEnd = "Y"
020190             READ RUNCTLFILE
020200                 AT END
020210                     MOVE "Y" TO RunCtlEnd
020220                 NOT AT END
020230                     PERFORM 9050-NOTE-ONE-STAMP THRU 9050-EXIT
020240             END-READ
020250         END-PERFORM
020260         CLOSE RUNCTLFILE
020270
020280         IF WS-LAST-REG-STAMP = "S"
020290             DISPLAY "*** A PT2REG RUN IS STILL OPEN ON THE "
020300                 "RUN-CONTROL LOG.  VOID REFUSED."
020310             STOP RUN
020320         END-IF
020330         IF WS-LAST-VOID-STAMP = "S"
020340             DISPLAY "*** THE LAST PT2VOID RUN NEVER FINISHED - "
020350                 "RESTORE ITS FILES FROM THE BACKUP BEFORE "
020360                 "VOIDING AGAIN"
020370         END-IF
020380     END-IF
020390     .
020400 9000-EXIT.
020410     EXIT.
020420
020430******************************************************************
020440*  9050-NOTE-ONE-STAMP
020450******************************************************************
020460 9050-NOTE-ONE-STAMP.
020470     IF RC-PROGRAM = "PT2REG"
020480         MOVE RC-STAMP-TYPE TO WS-LAST-REG-STAMP
020490     END-IF
020500     IF RC-PROGRAM = "PT2VOID"
020510         MOVE RC-STAMP-TYPE TO WS-LAST-VOID-STAMP
020520     END-IF
020530     .
020540 9050-EXIT.
020550     EXIT.
020560
020570******************************************************************
020580*  9100-WRITE-START-STAMP
020590******************************************************************
020600 9100-WRITE-START-STAMP.
020610     OPEN EXTEND RUNCTLFILE
020620     IF WS-RUNCTL-STATUS = "35"
020630         OPEN OUTPUT RUNCTLFILE
020640     END-IF
020650     MOVE SPACES TO RC-RUN-RECORD
020660     MOVE "PT2VOID" TO RC-PROGRAM
020670     MOVE "S" TO RC-STAMP-TYPE
020680     MOVE YR TO RC-RUN-YEAR
020690     MOVE MN TO RC-RUN-MONTH
020700     MOVE DY TO RC-RUN-DAY
020710     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
020720     MOVE ZERO TO RC-RECORD-COUNT
020725     MOVE WS-OPERATOR-ID TO RC-OPERATOR
020730     WRITE RC-RUN-RECORD
020740     CLOSE RUNCTLFILE
020750     .
020760 9100-EXIT.
020770     EXIT.
020780
020790******************************************************************
020800*  9200-WRITE-END-STAMP
020810*  WS-END-RESULT AND WS-END-REASON ARE SET BY THE MAINLINE
020820*  BEFORE THIS IS PERFORMED.
020830******************************************************************
020840 9200-WRITE-END-STAMP.
020850     OPEN EXTEND RUNCTLFILE
020860     IF WS-RUNCTL-STATUS = "35"
020870         OPEN OUTPUT RUNCTLFILE
020880     END-IF
020890     MOVE SPACES TO RC-RUN-RECORD
020900     MOVE "PT2VOID" TO RC-PROGRAM
020910     MOVE "E" TO RC-STAMP-TYPE
020920     MOVE YR TO RC-RUN-YEAR
020930     MOVE MN TO RC-RUN-MONTH
020940     MOVE DY TO RC-RUN-DAY
020950     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
020960     MOVE WS-VOID-COUNT TO RC-RECORD-COUNT
020970     MOVE WS-END-RESULT TO RC-RESULT
020980     MOVE WS-END-REASON TO RC-REASON
020985     MOVE WS-OPERATOR-ID TO RC-OPERATOR
020990     WRITE RC-RUN-RECORD
021000     CLOSE RUNCTLFILE
021010     .
021020 9200-EXIT.
021030     EXIT.
021040
021050******************************************************************
021060*  9500-CHECK-PAY-PERIOD
021070*  LOADS THE PAYCAL.DAT PAYROLL CALENDAR, ASKS WHICH PERIOD TO
021080*  VOID, AND REFUSES WHEN THERE IS NO CALENDAR, THE PERIOD IS
021090*  NOT ON IT, OR THE PERIOD HAS NOT BEEN PAID.
021100******************************************************************
021110 9500-CHECK-PAY-PERIOD.
021120     OPEN INPUT PAYCALFILE
021130     IF WS-PAYCAL-STATUS = "35"
021140         DISPLAY "*** NO PAYCAL.DAT PAYROLL CALENDAR ON FILE.  "
021150             "VOID REFUSED."
021160         STOP RUN
021170     END-IF
021180     PERFORM UNTIL PayCalEnd = "Y"
021190         READ PAYCALFILE
021200             AT END
021210                 MOVE "Y" TO PayCalEnd
021220             NOT AT END
021230                 PERFORM 9550-LOAD-ONE-PERIOD THRU 9550-EXIT
021240         END-READ
021250     END-PERFORM
021260     CLOSE PAYCALFILE
021270
021280     DISPLAY "PAY PERIOD NUMBER TO VOID (3 DIGITS): " WITH NO
021290         ADVANCING
021300     ACCEPT WS-PERIOD-ANSWER FROM CONSOLE
021310     INSPECT WS-PERIOD-ANSWER REPLACING LEADING " " BY "0"
021320     IF WS-PERIOD-ANSWER IS NOT NUMERIC
021330         DISPLAY "*** PAY PERIOD MUST BE KEYED AS 3 DIGITS.  "
021340             "VOID REFUSED."
021350         STOP RUN
021360     END-IF
021370     MOVE WS-PERIOD-ANSWER TO WS-VOID-PERIOD
021380
021390     MOVE "N" TO WS-PERIOD-FOUND-SW
021400     MOVE ZERO TO WS-CL-ESUB
021410     PERFORM 9560-MATCH-ONE-PERIOD THRU 9560-EXIT
021420         VARYING CL-IDX FROM 1 BY 1
021430         UNTIL CL-IDX > WS-PAYCAL-COUNT
021440             OR WS-PERIOD-FOUND-SW = "Y"
021450     IF WS-PERIOD-FOUND-SW = "N"
021460         DISPLAY "*** PAY PERIOD " WS-VOID-PERIOD " IS NOT ON "
021470             "THE PAYROLL CALENDAR.  VOID REFUSED."
021480         STOP RUN
021490     END-IF
021500     IF CL-PAID-SW(WS-CL-ESUB) NOT = "Y"
021510         DISPLAY "*** PAY PERIOD " WS-VOID-PERIOD " HAS NOT BEEN "
021520             "PAID - THERE IS NOTHING TO VOID.  VOID REFUSED."
021530         STOP RUN
021540     END-IF
021550     MOVE CL-END-YEAR(WS-CL-ESUB) TO WS-VOID-END-YR
021560     MOVE CL-END-MONTH(WS-CL-ESUB) TO WS-VOID-END-MN
021570     MOVE CL-END-DAY(WS-CL-ESUB) TO WS-VOID-END-DY
021580     COMPUTE WS-VOID-QTR = (WS-VOID-END-MN + 2) / 3
021590     .
021600 9500-EXIT.
021610     EXIT.
021620
021630******************************************************************
021640*  9550-LOAD-ONE-PERIOD
021650******************************************************************
021660 9550-LOAD-ONE-PERIOD.
021670     IF WS-PAYCAL-COUNT < 999
021680         ADD 1 TO WS-PAYCAL-COUNT
021690         MOVE PC-PERIOD-NUM TO CL-PERIOD(WS-PAYCAL-COUNT)
021700         MOVE PC-START-DATE TO CL-START-DATE(WS-PAYCAL-COUNT)
021710         MOVE PC-END-YEAR TO CL-END-YEAR(WS-PAYCAL-COUNT)
021720         MOVE PC-END-MONTH TO CL-END-MONTH(WS-PAYCAL-COUNT)
021730         MOVE PC-END-DAY TO CL-END-DAY(WS-PAYCAL-COUNT)
021740         MOVE PC-PAID-SW TO CL-PAID-SW(WS-PAYCAL-COUNT)
021750         IF PC-PAID-DATE IS NUMERIC
021760             MOVE PC-PAID-DATE TO CL-PAID-DATE(WS-PAYCAL-COUNT)
021770         ELSE
021780             MOVE ZERO TO CL-PAID-DATE(WS-PAYCAL-COUNT)
021790         END-IF
021800     ELSE
021810         IF WS-PAYCAL-FULL-SW = "N"
021820             MOVE "Y" TO WS-PAYCAL-FULL-SW
021830             DISPLAY "*** PAYROLL CALENDAR TABLE FULL AT 999 - "
021840                 "REMAINING PAYCAL.DAT RECORDS IGNORED"
021850         END-IF
021860     END-IF
021870     .
021880 9550-EXIT.
021890     EXIT.
021900
021910******************************************************************
021920*  9560-MATCH-ONE-PERIOD
021930******************************************************************
021940 9560-MATCH-ONE-PERIOD.
021950     IF CL-PERIOD(CL-IDX) = WS-VOID-PERIOD
021960         SET WS-CL-ESUB TO CL-IDX
021970         MOVE "Y" TO WS-PERIOD-FOUND-SW
021980     END-IF
021990     .
022000 9560-EXIT.
022010     EXIT.
022020
022030******************************************************************
022040*  9800-APPLY-SIGN
022050******************************************************************
022060 9800-APPLY-SIGN.
022070     IF WS-SIGN-BYTE = "-"
022080         COMPUTE WS-SIGNED-AMOUNT = WS-UNSIGNED-AMOUNT * -1
022090     ELSE
022100         MOVE WS-UNSIGNED-AMOUNT TO WS-SIGNED-AMOUNT
022110     END-IF
022120     .
022130 9800-EXIT.
022140     EXIT.
022150
022160******************************************************************
022170*  9300-SIGN-ON
022180*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
022190*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
022200*  WITHOUT PAYROLL RUN AUTHORITY REFUSES THE RUN BEFORE
022210*  ANY FILE IS TOUCHED.
022220******************************************************************
022230 9300-SIGN-ON.
022240     DISPLAY "PT2VOID - OPERATOR SIGN-ON"
022250     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
022260     ACCEPT WS-SIGNON-ID FROM CONSOLE
022270     DISPLAY "PASSWORD: " WITH NO ADVANCING
022280     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
022290     INSPECT WS-SIGNON-ID CONVERTING
022300         "abcdefghijklmnopqrstuvwxyz" TO
022310         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
022320     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
022330     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
022340        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
022350         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
022360         STOP RUN
022370     END-IF
022380     IF WS-OPER-ACTIVE NOT = "A"
022390         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
022400             "RUN REFUSED."
022410         STOP RUN
022420     END-IF
022430     IF WS-AUTH-PAYROLL NOT = "Y"
022440         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
022450             "PAYROLL RUN AUTHORITY - RUN REFUSED."
022460         STOP RUN
022470     END-IF
022480     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
022490     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
022500     DISPLAY SPACES
022510     .
022520 9300-EXIT.
022530     EXIT.
022540
022550******************************************************************
022560*  9310-FIND-OPERATOR
022570*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
022580*  CAN SIGN ON.
022590******************************************************************
022600 9310-FIND-OPERATOR.
022610     MOVE "N" TO WS-OPER-FOUND-SW
022620     MOVE "N" TO OperEnd
022630     OPEN INPUT OPERFILE
022640     IF WS-OPER-STATUS = "35"
022650         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
022660         MOVE "Y" TO OperEnd
022670     ELSE
022680         PERFORM UNTIL OperEnd = "Y"
022690             READ OPERFILE
022700                 AT END
022710                     MOVE "Y" TO OperEnd
022720                 NOT AT END
022730                     PERFORM 9320-CHECK-ONE-OPERATOR
022740                         THRU 9320-EXIT
022750             END-READ
022760         END-PERFORM
022770         CLOSE OPERFILE
022780     END-IF
022790     .
022800 9310-EXIT.
022810     EXIT.
022820
022830******************************************************************
022840*  9320-CHECK-ONE-OPERATOR
022850******************************************************************
022860 9320-CHECK-ONE-OPERATOR.
022870     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
022880         MOVE "Y" TO WS-OPER-FOUND-SW
022890         MOVE "Y" TO OperEnd
022900         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
022910         MOVE OP-NAME TO WS-OPER-NAME
022920         MOVE OP-STATUS TO WS-OPER-ACTIVE
022930         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
022940         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
022950         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
022960         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
022970     END-IF
022980     .
022990 9320-EXIT.
023000     EXIT.
