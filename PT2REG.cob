000142*                               AT TIME AND A HALF
000150*      SALARIED (STATUS "S") -  STRAIGHT RATE FOR THE PERIOD,
000160*                               REGARDLESS OF THE HOURS FIGURE
000161*  A TIMECARD MAY CARRY AN EARNINGS CODE FROM THE EARNCODE.DAT
000162*  TABLE - A SHIFT DIFFERENTIAL OR HOLIDAY PAID AT A MULTIPLE
000163*  OF THE RATE OR THE RATE PLUS A FLAT PREMIUM AN HOUR, OR A
000164*  FLAT AMOUNT SUCH AS A BONUS.  HOURS UNDER A CODE THAT COUNTS
000165*  TOWARD OVERTIME ARE ADDED TO THE REGULAR HOURS FOR THE OVER-
000166*  40 TEST.  THE GROSS IS SPLIT BY EARNINGS CODE ON THE
000167*  REGISTER, THE PAY STATEMENT, YTDMAST.DAT, GLPOST.DAT, AND
000168*  PAYDTL.DAT.
000170*  THE MASTER IS LOADED INTO A WORKING-STORAGE TABLE AND SORTED
000180*  BY EMPLOYEE NUMBER SO EACH TRANSACTION CAN BE MATCHED WITH A
000190*  SEARCH ALL (BINARY SEARCH) INSTEAD OF RESCANNING THE WHOLE
000207*  APPEAR ON THE FILE AND NEVER TAKE NET PAY BELOW ZERO - A
000208*  DEDUCTION THAT WOULD IS REDUCED TO THE GROSS REMAINING, SO
000209*  THE DEDUCTION SUMMARY ALWAYS EQUALS GROSS MINUS NET.
000211*
000212*  COURT AND AGENCY GARNISHMENT ORDERS ON GARNISH.DAT ARE
000213*  TAKEN AFTER THE TAX WITHHOLDING AND AHEAD OF THE DEDUCT.DAT
000214*  DEDUCTIONS, ON DISPOSABLE EARNINGS (GROSS LESS THE TAXES
000215*  WITHHELD), LOWEST PRIORITY NUMBER FIRST, WITHIN THE LEGAL
000216*  LIMITS CARRIED ON THE FILE'S CONTROL RECORD, AND EACH ORDER
000217*  STOPS AT ITS GOAL BALANCE.  A REGULAR RUN PRINTS THE AGENCY
000218*  REMITTANCE ON GARNRMT.RPT AND WRITES THE AGENCY PAYMENT
000219*  FILE, GARNPAY.DAT.
000220*
000221*  MODIFICATION HISTORY.
000230*  DATE        INIT  DESCRIPTION
000240*  ----------  ----  ------------------------------------------
000250*  2026-08-08  JSJ   ORIGINAL VERSION.
000363*                    AT ZERO AND SAYS SO ON THE REGISTER,
000364*                    INSTEAD OF SILENTLY STORING THE ABSOLUTE
000365*                    VALUE.
000366*  2026-10-15  JSJ   EVERY EMPLOYEE PAID ON A REGULAR OR
000367*                    SUPPLEMENTAL RUN NOW GETS A PERMANENT PAY
000368*                    DETAIL RECORD APPENDED TO PAYDTL.DAT -
000369*                    PERIOD, RUN TYPE, REGULAR/OVERTIME/PTO
000370*                    HOURS, PTO ACCRUED, GROSS, EACH TAX AND
000371*                    DEDUCTION CODE TAKEN, NET, AND THE BANK C/D
000372*                    TYPE.  SEE PT2HIST FOR STATEMENT REPRINTS
000373*                    AND EARNINGS HISTORY.
000374*  2026-10-15  JSJ   TRIAL (PREVIEW) REGISTER MODE - THE WHOLE
000375*                    REGISTER IS COMPUTED FROM HOURS.DAT AS A
000376*                    LIVE RUN WOULD AND PRINTED STAMPED AS A
000377*                    TRIAL, BUT NO STATEMENT, BANKPAY.DAT,
000378*                    GLPOST.DAT, YTDMAST.DAT, PTOBAL.DAT,
000379*                    PAYDTL.DAT, OR PAYCAL.DAT UPDATE IS MADE.
000380*                    A VARIANCE REPORT ON VARIANCE.RPT COMPARES
000381*                    EACH EMPLOYEE'S TRIAL GROSS, NET, AND
000382*                    DEDUCTIONS WITH THE LAST PAID PERIOD ON
000383*                    PAYDTL.DAT AND FLAGS LARGE SWINGS AND
000384*                    EMPLOYEES PAID IN ONE PERIOD BUT NOT THE
000385*                    OTHER.
000386*  2026-10-15  JSJ   THE PAY DETAIL RECORD NOW CARRIES THE
000387*                    EMPLOYEE TYPE AND TITLE THE GROSS WAS
000388*                    DISTRIBUTED UNDER, SO PT2VOID CAN REVERSE
000389*                    THE GL POSTING.  A PT2VOID RUN STILL OPEN
000390*                    ON THE RUN-CONTROL LOG REFUSES THE RUN.
000391*  2026-10-15  JSJ   GARNISHMENT PROCESSING - GARNISH.DAT ORDERS
000392*                    ARE TAKEN ON DISPOSABLE EARNINGS AFTER THE
000393*                    TAX WITHHOLDING, BY PRIORITY, WITHIN THE
000394*                    SUPPORT/LEVY/CREDITOR/STUDENT LOAN LIMITS ON
000395*                    ITS CONTROL RECORD, STOPPING AT EACH ORDER'S
000396*                    GOAL.  A REGULAR RUN REWRITES GARNISH.DAT
000397*                    WITH THE NEW PAID-TO-DATE FIGURES AND WRITES
000398*                    THE GARNRMT.RPT REMITTANCE REPORT AND THE
000399*                    GARNPAY.DAT AGENCY PAYMENT FILE.  NO ORDER
000400*                    IS TAKEN ON A SUPPLEMENTAL RUN.
000401*  2026-10-15  JSJ   DIRECT DEPOSIT ACCOUNTS - EACH NET PAY IS
000402*                    SPLIT ACROSS THE EMPLOYEE'S LIVE BANKACCT.DAT
000403*                    ACCOUNTS (FIXED AMOUNTS, THEN PERCENTS, THE
000404*                    REST TO THE REMAINDER ACCOUNT), ONE BANKPAY
000405*                    RECORD PER ACCOUNT CARRYING THE ROUTING AND
000406*                    ACCOUNT NUMBER.  A REGULAR RUN SENDS A ZERO-
000407*                    DOLLAR "P" PRENOTE FOR EACH NEW ACCOUNT AND
000408*                    MAKES LAST RUN'S PRENOTES LIVE.  EVERY
000409*                    DEPOSIT IS ALSO APPENDED TO DEPDTL.DAT.
000410*  2026-10-15  JSJ   EMPLOYER PAYROLL TAXES - EVERY REGULAR AND
000411*                    SUPPLEMENTAL PAYMENT NOW FIGURES THE
000412*                    EMPLOYER'S SOCIAL SECURITY AND MEDICARE MATCH
000413*                    AND FEDERAL AND STATE UNEMPLOYMENT TAX, EACH
000414*                    CAPPED AT ITS ANNUAL WAGE BASE AGAINST THE
000415*                    EMPLOYEE'S ERTAX.DAT WAGES FOR THE YEAR.  THE
000416*                    TAXES ARE POSTED TO GLPOST.DAT AS EXPENSE AND
000417*                    ACCRUED TAX, CARRIED ON PAYDTL.DAT, AND SHOWN
000418*                    WITH THEIR DEPOSIT DUE DATES IN A NEW
000419*                    EMPLOYER TAX LIABILITY SECTION.
000420*  2026-10-15  JSJ   EARNINGS CODES - HOURS.DAT CARRIES AN
000421*                    EARNINGS CODE AND FLAT AMOUNT PRICED FROM THE
000422*                    NEW EARNCODE.DAT TABLE.  OVERTIME IS TESTED
000423*                    ON REGULAR HOURS PLUS THE HOURS OF CODES THAT
000424*                    COUNT TOWARD IT.  GROSS IS PRINTED BY CODE ON
000425*                    THE REGISTER AND STATEMENT, ROLLED BY CODE ON
000426*                    YTDMAST.DAT, POSTED BY TYPE/TITLE AND CODE ON
000427*                    GLPOST.DAT, CARRIED BY CODE ON PAYDTL.DAT,
000428*                    AND TOTALED BY CODE AFTER THE DEDUCTIONS.
000429*                    THE NEW HOURS.DAT FIELDS TAKE ITS OLD
000430*                    FILLER - THE RECORD STAYS 22 BYTES.
000431*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000432*                    NEEDS PAYROLL RUN AUTHORITY.  THE OPERATOR ID
000433*                    NOW GOES ON THE RUNCTL.DAT STAMPS.
000434*  2026-10-15  JSJ   EIGHT EARNINGS-CODE SLOTS PER EMPLOYEE, TO
000435*                    MATCH THE PAYDTL.DAT SPLIT.  AN EMPLOYEE
000436*                    WHOSE CODES OR EARNINGS LINES WILL NOT FIT
000437*                    IS NO LONGER PAID SHORT - THE PAY IS HELD
000438*                    AND THE EMPLOYEE LISTED IN THE EXCEPTION
000439*                    SECTION.
000440******************************************************************
000441 ENVIRONMENT DIVISION.
000442 INPUT-OUTPUT SECTION.
000443 FILE-CONTROL.
000444     SELECT NEWEMPFILE ASSIGN TO "NEWEMP.dat"
000445         ORGANIZATION IS LINE SEQUENTIAL
000446         ACCESS IS SEQUENTIAL.
000447
000448     SELECT HOURSFILE ASSIGN TO "HOURS.dat"
000449         ORGANIZATION IS LINE SEQUENTIAL
000450         ACCESS IS SEQUENTIAL.
000451
000452     SELECT EARNCODEFILE ASSIGN TO "EARNCODE.dat"
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         ACCESS IS SEQUENTIAL
000455         FILE STATUS IS WS-EARNCODE-STATUS.
000456
000457     SELECT DEDUCTFILE ASSIGN TO "DEDUCT.dat"
000458         ORGANIZATION IS LINE SEQUENTIAL
000459         ACCESS IS SEQUENTIAL
000460         FILE STATUS IS WS-DEDUCT-STATUS.
000461
000462     SELECT PAYSTMTFILE ASSIGN TO "PAYSTMT.rpt"
000463         ORGANIZATION IS LINE SEQUENTIAL
000464         ACCESS IS SEQUENTIAL.
000465
000466     SELECT BANKFILE ASSIGN TO "BANKPAY.dat"
000467         ORGANIZATION IS LINE SEQUENTIAL
000468         ACCESS IS SEQUENTIAL.
000469
000470     SELECT GLFILE ASSIGN TO "GLPOST.dat"
000471         ORGANIZATION IS LINE SEQUENTIAL
000472         ACCESS IS SEQUENTIAL.
000473
000474     SELECT RUNCTLFILE ASSIGN TO "RUNCTL.dat"
000475         ORGANIZATION IS LINE SEQUENTIAL
000476         ACCESS IS SEQUENTIAL
000477         FILE STATUS IS WS-RUNCTL-STATUS.
000478
000479     SELECT REGFILE ASSIGN TO "REGISTER.rpt"
000480         ORGANIZATION IS LINE SEQUENTIAL
000481         ACCESS IS SEQUENTIAL.
000482
000483     SELECT YTDFILE ASSIGN TO "YTDMAST.dat"
000484         ORGANIZATION IS LINE SEQUENTIAL
000485         ACCESS IS SEQUENTIAL
000486         FILE STATUS IS WS-YTD-STATUS.
000487
000488     SELECT TAXTBLFILE ASSIGN TO "TAXTBL.dat"
000489         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS IS SEQUENTIAL
000491         FILE STATUS IS WS-TAXTBL-STATUS.
000492
000493     SELECT TAXSTATFILE ASSIGN TO "TAXSTAT.dat"
000494         ORGANIZATION IS LINE SEQUENTIAL
000495         ACCESS IS SEQUENTIAL
000496         FILE STATUS IS WS-TAXSTAT-STATUS.
000497
000498     SELECT PAYCALFILE ASSIGN TO "PAYCAL.dat"
000499         ORGANIZATION IS LINE SEQUENTIAL
000500         ACCESS IS SEQUENTIAL
000501         FILE STATUS IS WS-PAYCAL-STATUS.
000502
000503     SELECT ADJFILE ASSIGN TO "ADJTRN.dat"
000504         ORGANIZATION IS LINE SEQUENTIAL
000505         ACCESS IS SEQUENTIAL
000506         FILE STATUS IS WS-ADJ-STATUS.
000507
000508     SELECT PTOFILE ASSIGN TO "PTOBAL.dat"
000509         ORGANIZATION IS LINE SEQUENTIAL
000510         ACCESS IS SEQUENTIAL
000511         FILE STATUS IS WS-PTO-STATUS.
000512
000513     SELECT PAYDTLFILE ASSIGN TO "PAYDTL.dat"
000514         ORGANIZATION IS LINE SEQUENTIAL
000515         ACCESS IS SEQUENTIAL
000516         FILE STATUS IS WS-PAYDTL-STATUS.
000517
000518     SELECT VARFILE ASSIGN TO "VARIANCE.rpt"
000519         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS IS SEQUENTIAL.
000521
000522     SELECT GARNFILE ASSIGN TO "GARNISH.dat"
000523         ORGANIZATION IS LINE SEQUENTIAL
000524         ACCESS IS SEQUENTIAL
000525         FILE STATUS IS WS-GARN-STATUS.
000526
000527     SELECT GARNPAYFILE ASSIGN TO "GARNPAY.dat"
000528         ORGANIZATION IS LINE SEQUENTIAL
000529         ACCESS IS SEQUENTIAL.
000530
000531     SELECT GARNRPTFILE ASSIGN TO "GARNRMT.rpt"
000532         ORGANIZATION IS LINE SEQUENTIAL
000533         ACCESS IS SEQUENTIAL.
000534
000535     SELECT ACCTFILE ASSIGN TO "BANKACCT.dat"
000536         ORGANIZATION IS LINE SEQUENTIAL
000537         ACCESS IS SEQUENTIAL
000538         FILE STATUS IS WS-ACCT-STATUS.
000539
000540     SELECT DEPDTLFILE ASSIGN TO "DEPDTL.dat"
000541         ORGANIZATION IS LINE SEQUENTIAL
000542         ACCESS IS SEQUENTIAL
000543         FILE STATUS IS WS-DEPDTL-STATUS.
000544
000545     SELECT ERTAXFILE ASSIGN TO "ERTAX.dat"
000546         ORGANIZATION IS LINE SEQUENTIAL
000547         ACCESS IS SEQUENTIAL
000548         FILE STATUS IS WS-ERTAX-STATUS.
000549
000550     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000551         ORGANIZATION IS LINE SEQUENTIAL
000552         ACCESS IS SEQUENTIAL
000553         FILE STATUS IS WS-OPER-STATUS.
000554
000555 DATA DIVISION.
000556 FILE SECTION.
000557******************************************************************
000558*  NEWEMPFILE - THE EMPLOYEE MASTER, READ ONCE TO BUILD THE
000559*  IN-MEMORY LOOKUP TABLE.  SAME 122-BYTE LAYOUT AS PT2.
000560******************************************************************
000561 FD  NEWEMPFILE.
000562 01  REmployee-Record.
000563     05  REMPNUM             PIC X(07).
000564     05  REMPLNAME           PIC X(12).
000565     05  REMPFNAME           PIC X(13).
000566     05  REMPTYPE            PIC X(06).
000567     05  REMPTITLE           PIC X(17).
000568     05  RSPACES             PIC X(05).
000569     05  REMPSSNF3           PIC X(03).
000570     05  REMPSSNN3           PIC X(03).
000571     05  REMPSSNL3           PIC X(03).
000572     05  RDOTS               PIC X(24).
000573     05  RMON                PIC X(02).
000574     05  RDAY                PIC X(02).
000580     05  RYEAR               PIC X(04).
000590     05  RRATE               PIC 9(09)V99.
000600     05  RSTATUS             PIC X(01).
000646*  TIME TAKEN - DRAWN FROM THE PTOBAL.DAT BALANCE AND, FOR
000647*  HOURLY EMPLOYEES, PAID AT STRAIGHT TIME OUTSIDE THE
000648*  OVERTIME TEST.  SPACE IS AN ORDINARY WORKED TIMECARD.
000649*  HX-EARN-CODE NAMES AN EARNCODE.DAT EARNINGS CODE THE HOURS
000650*  ARE PAID UNDER - SPACES (OR "REG") IS REGULAR TIME - AND
000651*  HX-EARN-AMOUNT IS THE AMOUNT OF A FLAT-AMOUNT CODE SUCH AS A
000652*  BONUS.  BOTH ARE BLANK ON A CARD KEYED BEFORE THE CODES.
000653*  THEY TAKE THE NINE BYTES THAT WERE FILLER, SO HOURS.DAT IS
000654*  STILL 22 BYTES.  A FLAT AMOUNT OVER 9,999.99 IS KEYED ON
000655*  MORE THAN ONE CARD - THE CARDS ADD UP UNDER THE CODE.
000656******************************************************************
000657 FD  HOURSFILE.
000658 01  HX-Hours-Record.
000659     05  HX-EMPNUM           PIC X(07).
000660     05  HX-HOURS            PIC 9(03)V99.
000661     05  HX-PTO-CODE         PIC X(01).
000662     05  HX-EARN-CODE        PIC X(03).
000663     05  HX-EARN-AMOUNT      PIC 9(04)V99.
000664
000665 01  HX-Trailer-Record REDEFINES HX-Hours-Record.
000666     05  HT-MARKER           PIC X(07).
000667     05  HT-CARD-COUNT       PIC 9(06).
000668     05  HT-TOTAL-HOURS      PIC 9(07)V99.
000669
000670******************************************************************
000671*  DEDUCTFILE - THE RECURRING DEDUCTIONS MASTER.  ONE RECORD PER
000672*  DEDUCTION PER EMPLOYEE, KEYED ON THE SAME EMPLOYEE NUMBER AS
000673*  NEWEMP.DAT.  METHOD "A" TAKES DD-VALUE AS A FLAT AMOUNT IN
000674*  DOLLARS AND CENTS, METHOD "P" AS A PERCENT OF GROSS WITH
000675*  TWO DECIMAL PLACES.
000676******************************************************************
000677 FD  DEDUCTFILE.
000678 01  DDeduction-Record.
000679     05  DD-EMPNUM           PIC X(07).
000680     05  DD-CODE             PIC X(03).
000681     05  DD-METHOD           PIC X(01).
000682     05  DD-VALUE            PIC 9(09)V99.
000683
000684******************************************************************
000685*  PAYSTMTFILE - ONE PAY STATEMENT PER EMPLOYEE PAID, SUITABLE
000686*  FOR CUTTING APART AND DISTRIBUTING WITH THE CHECKS.
000687******************************************************************
000688 FD  PAYSTMTFILE.
000689 01  PS-Print-Line           PIC X(80).
000690
000691******************************************************************
000692*  BANKFILE - THE DIRECT DEPOSIT EXTRACT.  ONE FIXED PAYMENT
000693*  RECORD PER ACCOUNT DEPOSIT - AN EMPLOYEE WITH SPLIT ACCOUNTS
000694*  ON BANKACCT.DAT GETS ONE PER ACCOUNT, EACH WITH ITS ROUTING
000695*  AND ACCOUNT NUMBER, AND ONE WITH NO ACCOUNT ON FILE GETS A
000696*  SINGLE RECORD WITH THOSE FIELDS BLANK - FOLLOWED BY A
000697*  "TRAILER" CONTROL RECORD CARRYING THE PAYMENT COUNT AND THE
000698*  TOTAL AMOUNT, LIKE THE TRAILER PT2 RECONCILES ON NEWEMP.DAT,
000699*  SO THE BANK CAN BATCH-BALANCE THE FILE BEFORE PAYING IT.
000700*  BK-TYPE IS "C" FOR A CREDIT TO THE EMPLOYEE (NORMAL PAY),
000701*  "D" FOR A RECOVERY DEBIT FROM A SUPPLEMENTAL RUN, AND "P"
000702*  FOR A ZERO-DOLLAR PRENOTE PROVING A NEW ACCOUNT.  AMOUNTS
000703*  ARE UNSIGNED - THE TYPE CARRIES THE DIRECTION - AND THE
000704*  TRAILER TOTAL IS THE SUM OF THE AMOUNTS AS WRITTEN.
000705******************************************************************
000706 FD  BANKFILE.
000707 01  BK-Payment-Record.
000708     05  BK-EMPNUM           PIC X(07).
000709     05  BK-LNAME            PIC X(12).
000710     05  BK-FNAME            PIC X(13).
000711     05  BK-AMOUNT           PIC 9(09)V99.
000712     05  BK-PERIOD           PIC 9(03).
000713     05  BK-TYPE             PIC X(01).
000714     05  BK-ROUTING          PIC X(09).
000715     05  BK-ACCOUNT-NUM      PIC X(17).
000716     05  BK-ACCT-TYPE        PIC X(01).
000717
000718 01  BK-Trailer-Record REDEFINES BK-Payment-Record.
000719     05  BK-MARKER           PIC X(07).
000720     05  BK-PAY-COUNT        PIC 9(06).
000721     05  FILLER              PIC X(19).
000722     05  BK-PAY-TOTAL        PIC 9(09)V99.
000723     05  BK-TRL-PERIOD       PIC 9(03).
000724     05  FILLER              PIC X(28).
000725
000726******************************************************************
000727*  GLFILE - THE GENERAL-LEDGER LABOR DISTRIBUTION POSTING FILE.
000728*  ONE SUMMARIZED DEBIT PER EMPLOYEE TYPE/TITLE AND EARNINGS
000729*  CODE BUCKET FOR THE RUN'S GROSS PAY (GL-EARN-CODE IS BLANK
000730*  ON THE OTHER POSTINGS), ONE OFFSETTING CREDIT TO ACCRUED
000731*  PAYROLL,
000732*  AND A "TRAILER" CONTROL RECORD CARRYING THE POSTING COUNT
000733*  AND THE DEBIT TOTAL SO THE GL SYSTEM CAN VERIFY THE BATCH
000734*  BALANCES BEFORE IMPORTING IT.
000735******************************************************************
000736 FD  GLFILE.
000737 01  GL-Posting-Record.
000738     05  GL-TYPE             PIC X(06).
000739     05  GL-TITLE            PIC X(17).
000740     05  GL-DC               PIC X(01).
000741     05  GL-AMOUNT           PIC 9(09)V99.
000742     05  GL-PERIOD           PIC 9(03).
000743     05  GL-EARN-CODE        PIC X(03).
000744
000745 01  GL-Trailer-Record REDEFINES GL-Posting-Record.
000746     05  GL-MARKER           PIC X(07).
000747     05  GL-POST-COUNT       PIC 9(06).
000748     05  FILLER              PIC X(11).
000749     05  GL-POST-TOTAL       PIC 9(09)V99.
000750     05  GL-TRL-PERIOD       PIC 9(03).
000752
000753******************************************************************
000754*  RUNCTLFILE - THE SHARED RUN-CONTROL LOG.  LAYOUT SHARED WITH
000809 FD  PTOFILE.
000810 COPY PTOBAL.
000811
000812******************************************************************
000813*  PAYDTLFILE - THE PERMANENT PAY DETAIL HISTORY, ONE RECORD PER
000814*  EMPLOYEE PAID, APPENDED AND NEVER REWRITTEN.  LAYOUT SHARED
000815*  WITH PT2HIST AND PT2INQ VIA PAYDTL.
000816******************************************************************
000817 FD  PAYDTLFILE.
000818 COPY PAYDTL.
000819
000820******************************************************************
000821*  VARFILE - THE TRIAL REGISTER VARIANCE REPORT, WRITTEN ONLY ON
000822*  A TRIAL RUN.
000823******************************************************************
000824 FD  VARFILE.
000825 01  VR-Print-Line           PIC X(132).
000826
000827******************************************************************
000828*  GARNFILE - THE GARNISHMENT ORDERS, LOADED WHOLE AND REWRITTEN
000829*  WITH THE NEW PAID-TO-DATE FIGURES AT THE END OF A REGULAR
000830*  RUN.  LAYOUT SHARED WITH PT2VOID VIA GARNISH.
000831******************************************************************
000832 FD  GARNFILE.
000833 COPY GARNISH.
000834
000835******************************************************************
000836*  GARNPAYFILE - THE AGENCY PAYMENT FILE, ONE RECORD PER ORDER
000837*  TAKEN AND A CONTROL TOTAL TRAILER.  LAYOUT VIA GARNPAY.
000838******************************************************************
000839 FD  GARNPAYFILE.
000840 COPY GARNPAY.
000841
000842******************************************************************
000843*  GARNRPTFILE - THE GARNISHMENT REMITTANCE REPORT.
000844******************************************************************
000845 FD  GARNRPTFILE.
000846 01  GR-Print-Line           PIC X(132).
000847
000848******************************************************************
000849*  ACCTFILE - THE DIRECT DEPOSIT ACCOUNT MASTER, LOADED WHOLE AND
000850*  REWRITTEN AT THE END OF A REGULAR RUN THAT MOVED ANY ACCOUNT
000851*  ALONG ITS PRENOTE CYCLE.  LAYOUT SHARED WITH PT2ACCT VIA
000852*  BANKACCT.
000853******************************************************************
000854 FD  ACCTFILE.
000855 COPY BANKACCT.
000856
000857******************************************************************
000858*  DEPDTLFILE - THE PERMANENT DEPOSIT HISTORY, ONE RECORD PER
000859*  BANKPAY.DAT RECORD, APPENDED AND NEVER REWRITTEN.  LAYOUT
000860*  SHARED WITH PT2VOID VIA DEPDTL.
000861******************************************************************
000862 FD  DEPDTLFILE.
000863 COPY DEPDTL.
000864
000865******************************************************************
000866*  ERTAXFILE - THE EMPLOYER PAYROLL TAX MASTER, LOADED WHOLE AND
000867*  REWRITTEN AT THE END OF EVERY REGULAR AND SUPPLEMENTAL RUN
000868*  THAT IS NOT A TRIAL.  LAYOUT SHARED WITH PT2VOID AND PT2ERTAX
000869*  VIA ERTAX.
000870******************************************************************
000871 FD  ERTAXFILE.
000872 COPY ERTAX.
000873
000874******************************************************************
000875*  EARNCODEFILE - THE EARNINGS CODE TABLE, LOADED WHOLE AT THE
000876*  START OF THE RUN.  LAYOUT SHARED WITH PT2PUNCH VIA EARNCODE.
000877******************************************************************
000878 FD  EARNCODEFILE.
000879 COPY EARNCODE.
000880
000881******************************************************************
000882*  OPERFILE - THE OPERATOR SECURITY FILE SIGN-ON IS CHECKED
000883*  AGAINST.  LAYOUT SHARED VIA OPERATOR.
000884******************************************************************
000885 FD  OPERFILE.
000886 COPY OPERATOR.
000887
000888 WORKING-STORAGE SECTION.
000889 01  TODAY-DATE.
000890     03  YR                      PIC 9(04).
000891     03  MN                      PIC 9(02).
000892     03  DY                      PIC 9(02).
000893 01  LoadEnd                     PIC X(01) VALUE "N".
000894 01  HoursEnd                    PIC X(01) VALUE "N".
000895 01  WS-EMP-COUNT                PIC 9(04) VALUE ZERO.
000896 01  EMP-TABLE.
000897     05  EMP-ENTRY OCCURS 1 TO 9999 TIMES
000898             DEPENDING ON WS-EMP-COUNT
000899             ASCENDING KEY IS TB-EMPNUM
000900             INDEXED BY TB-IDX.
000901         10  TB-EMPNUM           PIC X(07).
000902         10  TB-LNAME            PIC X(12).
000903         10  TB-FNAME            PIC X(13).
000904         10  TB-RATE             PIC 9(09)V99.
000905         10  TB-STATUS           PIC X(01).
000906         10  TB-HOURS            PIC 9(04)V99.
000907         10  TB-EMPSTAT          PIC X(01).
000908         10  TB-PAID-SW          PIC X(01).
000909         10  TB-TYPE             PIC X(06).
000910         10  TB-TITLE            PIC X(17).
000911         10  TB-ADJ-GROSS        PIC S9(09)V99.
000912         10  TB-ADJ-HOURS        PIC S9(04)V99.
000913         10  TB-VAC-HOURS        PIC 9(04)V99.
000914         10  TB-SICK-HOURS       PIC 9(04)V99.
000915         10  TB-ERN-ENTRY OCCURS 8 TIMES.
000916             15  TB-ERN-CODE     PIC X(03).
000917             15  TB-ERN-HOURS    PIC 9(04)V99.
000918             15  TB-ERN-AMOUNT   PIC 9(07)V99.
000919         10  TB-ERN-HELD-SW      PIC X(01).
000920 01  WS-HOURS-TRAILER-SEEN       PIC X(01) VALUE "N".
000921 01  WS-HOURS-EXP-COUNT          PIC 9(06) VALUE ZERO.
000922 01  WS-HOURS-EXP-TOTAL          PIC 9(07)V99 VALUE ZERO.
000923 01  WS-HOURS-ACT-COUNT          PIC 9(06) VALUE ZERO.
000924 01  WS-HOURS-ACT-TOTAL          PIC 9(07)V99 VALUE ZERO.
000925 01  WS-GROSS-PAY                PIC 9(09)V99 VALUE ZERO.
000926 01  WS-GRAND-TOTAL              PIC S9(09)V99 VALUE ZERO.
000927 01  WS-DETAIL-COUNT             PIC 9(06) VALUE ZERO.
000928 01  WS-NO-MATCH-COUNT           PIC 9(06) VALUE ZERO.
000929 01  WS-NOT-PAID-COUNT           PIC 9(06) VALUE ZERO.
000930 01  WS-NO-TIMECARD-COUNT        PIC 9(06) VALUE ZERO.
000931 01  WS-ERN-HELD-COUNT           PIC 9(06) VALUE ZERO.
000932 01  WS-HOURS-EDIT               PIC ZZZ9.99.
000933 01  WS-OT-HOURS                 PIC 9(04)V99 VALUE ZERO.
000940 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
000941
000942* ----------------------------------------------------------------
000943*  EARNINGS CODES - THE EARNCODE.DAT TABLE (OR THE STANDARD
000944*  CODES WHEN THERE IS NO FILE), THE EMPLOYEE'S GROSS SPLIT BY
000945*  CODE AS IT IS FIGURED, AND THE RUN TOTALS BY CODE.  REG, OT,
000946*  AND PTO ARE THE REGISTER'S OWN CODES.
000947* ----------------------------------------------------------------
000948 01  WS-EARNCODE-STATUS          PIC X(02) VALUE "00".
000949 01  EarnCodeEnd                 PIC X(01) VALUE "N".
000950 01  WS-EARNCODE-COUNT           PIC 9(02) VALUE ZERO.
000951 01  EARNCODE-TABLE.
000952     05  EARNCODE-ENTRY OCCURS 1 TO 50 TIMES
000953             DEPENDING ON WS-EARNCODE-COUNT
000954             INDEXED BY EN-IDX.
000955         10  EN-CODE             PIC X(03).
000956         10  EN-DESC             PIC X(16).
000957         10  EN-METHOD           PIC X(01).
000958         10  EN-MULTIPLIER       PIC 9(01)V999.
000959         10  EN-PREMIUM          PIC 9(07)V99.
000960         10  EN-OT-SW            PIC X(01).
000961 01  EARNCODE-DEFAULTS.
000962     05  FILLER                  PIC X(34) VALUE
000963         "SH2SECOND SHIFT    P0000000000050Y".
000964     05  FILLER                  PIC X(34) VALUE
000965         "SH3THIRD SHIFT     P0000000000100Y".
000966     05  FILLER                  PIC X(34) VALUE
000967         "HOLHOLIDAY WORKED  M1500000000000N".
000968     05  FILLER                  PIC X(34) VALUE
000969         "BONBONUS           F0000000000000N".
000970 01  EARNCODE-DEFAULT-TABLE REDEFINES EARNCODE-DEFAULTS.
000971     05  EARNCODE-DEFAULT OCCURS 4 TIMES
000972                                 PIC X(34).
000973 01  WS-EARNCODE-FULL-SW         PIC X(01) VALUE "N".
000974 01  WS-EARNCODE-FOUND-SW        PIC X(01) VALUE "N".
000975 01  WS-EN-ESUB                  PIC 9(02) VALUE ZERO.
000976 01  WS-TE-SUB                   PIC 9(01) VALUE ZERO.
000977 01  WS-TE-FOUND-SW              PIC X(01) VALUE "N".
000978 01  WS-EW-OVER-SW               PIC X(01) VALUE "N".
000979 01  WS-EW-COUNT                 PIC 9(02) VALUE ZERO.
000980 01  WS-EW-SUB                   PIC 9(02) VALUE ZERO.
000981 01  EARNWORK-TABLE.
000982     05  EARNWORK-ENTRY OCCURS 8 TIMES.
000983         10  EW-CODE             PIC X(03).
000984         10  EW-DESC             PIC X(16).
000985         10  EW-HOURS            PIC S9(04)V99.
000986         10  EW-AMOUNT           PIC S9(09)V99.
000987 01  WS-EW-CODE                  PIC X(03) VALUE SPACES.
000988 01  WS-EW-DESC                  PIC X(16) VALUE SPACES.
000989 01  WS-EW-HOURS                 PIC S9(04)V99 VALUE ZERO.
000990 01  WS-EW-AMOUNT                PIC S9(09)V99 VALUE ZERO.
000991 01  WS-WORKED-HOURS             PIC 9(04)V99 VALUE ZERO.
000992 01  WS-OT-COUNT-HOURS           PIC 9(04)V99 VALUE ZERO.
000993 01  WS-OT-FROM-REG              PIC 9(04)V99 VALUE ZERO.
000994 01  WS-OT-EXCESS                PIC 9(04)V99 VALUE ZERO.
000995 01  WS-ERNSUM-COUNT             PIC 9(02) VALUE ZERO.
000996 01  ERNSUM-TABLE.
000997     05  ERNSUM-ENTRY OCCURS 60 TIMES
000998             INDEXED BY ES-IDX.
000999         10  ES-CODE             PIC X(03).
001000         10  ES-DESC             PIC X(16).
001001         10  ES-HOURS            PIC S9(07)V99.
001002         10  ES-TOTAL            PIC S9(09)V99.
001003 01  WS-ERNSUM-FOUND-SW          PIC X(01) VALUE "N".
001004 01  WS-ERNSUM-FULL-SW           PIC X(01) VALUE "N".
001005
001006* ----------------------------------------------------------------
001007*  DEDUCTIONS MASTER TABLE AND NET-PAY WORK FIELDS
001008* ----------------------------------------------------------------
001009 01  WS-DEDUCT-STATUS            PIC X(02) VALUE "00".
001010 01  DeductEnd                   PIC X(01) VALUE "N".
001011 01  WS-DED-COUNT                PIC 9(05) VALUE ZERO.
001012 01  DED-TABLE.
001013     05  DED-ENTRY OCCURS 1 TO 30000 TIMES
001014             DEPENDING ON WS-DED-COUNT
001015             INDEXED BY DT-IDX.
001016         10  DT-EMPNUM           PIC X(07).
001017         10  DT-CODE             PIC X(03).
001018         10  DT-METHOD           PIC X(01).
001019         10  DT-VALUE            PIC 9(09)V99.
001020 01  WS-DED-TABLE-FULL-SW        PIC X(01) VALUE "N".
001021 01  WS-DED-AMOUNT               PIC 9(09)V99 VALUE ZERO.
001022 01  WS-DED-TOTAL                PIC 9(09)V99 VALUE ZERO.
001023 01  WS-NET-PAY                  PIC 9(09)V99 VALUE ZERO.
001024 01  WS-GRAND-DED-TOTAL          PIC S9(09)V99 VALUE ZERO.
001025 01  WS-GRAND-NET-TOTAL          PIC S9(09)V99 VALUE ZERO.
001026 01  WS-DED-WORK-CODE            PIC X(03) VALUE SPACES.
001027 01  WS-DED-SIGNED-AMOUNT        PIC S9(09)V99 VALUE ZERO.
001028
001029* ----------------------------------------------------------------
001030*  TAX WITHHOLDING TABLES - THE TAXTBL.DAT BRACKETS AND THE
001031*  TAXSTAT.DAT FILING STATUS/ALLOWANCES, BOTH LOADED WHOLE AT
001032*  THE START OF THE RUN.  THE DISTINCT WITHHOLDING CODES SEEN
001033*  ON THE BRACKET FILE ARE COLLECTED AS IT LOADS SO THE
001034*  DEDUCTION PASS CAN TAKE EACH CODE ONCE PER EMPLOYEE.
001035* ----------------------------------------------------------------
001036 01  WS-TAXTBL-STATUS            PIC X(02) VALUE "00".
001037 01  WS-TAXSTAT-STATUS           PIC X(02) VALUE "00".
001038 01  TaxTblEnd                   PIC X(01) VALUE "N".
001039 01  TaxStatEnd                  PIC X(01) VALUE "N".
001040 01  WS-TAXBKT-COUNT             PIC 9(03) VALUE ZERO.
001041 01  TAXBKT-TABLE.
001042     05  TAXBKT-ENTRY OCCURS 1 TO 500 TIMES
001043             DEPENDING ON WS-TAXBKT-COUNT
001044             INDEXED BY TK-IDX.
001045         10  TK-CODE             PIC X(03).
001046         10  TK-STATUS           PIC X(01).
001047         10  TK-FLOOR            PIC 9(09)V99.
001048         10  TK-CEILING          PIC 9(09)V99.
001049         10  TK-BASE             PIC 9(09)V99.
001050         10  TK-PCT              PIC 9(02)V99.
001051 01  WS-TAXBKT-FULL-SW           PIC X(01) VALUE "N".
001052 01  WS-TAXCODE-COUNT            PIC 9(02) VALUE ZERO.
001053 01  TAXCODE-TABLE.
001054     05  TAXCODE-ENTRY OCCURS 10 TIMES.
001055         10  TC-CODE             PIC X(03).
001056 01  WS-TAXCODE-FOUND-SW         PIC X(01) VALUE "N".
001057 01  WS-TAXSTAT-COUNT            PIC 9(04) VALUE ZERO.
001058 01  TAXSTAT-TABLE.
001059     05  TAXSTAT-ENTRY OCCURS 1 TO 9999 TIMES
001060             DEPENDING ON WS-TAXSTAT-COUNT
001061             INDEXED BY TP-IDX.
001062         10  TP-EMPNUM           PIC X(07).
001063         10  TP-FILING           PIC X(01).
001064         10  TP-ALLOW            PIC 9(02).
001065 01  WS-TAXSTAT-FULL-SW          PIC X(01) VALUE "N".
001066 01  WS-TAXSTAT-FOUND-SW         PIC X(01) VALUE "N".
001067 01  WS-TP-ESUB                  PIC 9(04) VALUE ZERO.
001068 01  WS-TK-SUB                   PIC 9(03) VALUE ZERO.
001069 01  WS-TC-SUB                   PIC 9(02) VALUE ZERO.
001070 01  WS-BRACKET-FOUND-SW         PIC X(01) VALUE "N".
001071 01  WS-TAX-ALLOW-AMT            PIC 9(09)V99 VALUE ZERO.
001072 01  WS-TAX-EXEMPT-TOT           PIC 9(11)V99 VALUE ZERO.
001073 01  WS-TAXABLE-GROSS            PIC 9(09)V99 VALUE ZERO.
001074
001075* ----------------------------------------------------------------
001076*  DEDUCTION SUMMARY BY CODE - BUILT AS DEDUCTIONS ARE TAKEN SO
001077*  ACCOUNTING CAN REMIT EACH WITHHOLDING CODE AFTER THE RUN.
001078* ----------------------------------------------------------------
001079 01  WS-DEDSUM-COUNT             PIC 9(03) VALUE ZERO.
001080 01  DEDSUM-TABLE.
001081     05  DEDSUM-ENTRY OCCURS 50 TIMES
001082             INDEXED BY DS-IDX.
001083         10  DS-CODE             PIC X(03).
001084         10  DS-TOTAL            PIC S9(09)V99.
001085 01  WS-DEDSUM-FOUND-SW          PIC X(01) VALUE "N".
001086 01  WS-DEDSUM-FULL-SW           PIC X(01) VALUE "N".
001087
001088* ----------------------------------------------------------------
001089*  PAY STATEMENT PRINT LINES AND BANK EXTRACT CONTROLS
001090* ----------------------------------------------------------------
001091 01  PS-RULE-LINE.
001092     05  FILLER                  PIC X(50) VALUE ALL "-".
001093     05  FILLER                  PIC X(30) VALUE SPACES.
001094 01  PS-TITLE-LINE.
001095     05  FILLER                  PIC X(33) VALUE
001096         "THE BEST IS YET TO COME, INC.  - ".
001097     05  FILLER                  PIC X(47) VALUE
001098         "PAY STATEMENT".
001099 01  PS-DATE-LINE.
001100     05  FILLER                  PIC X(15) VALUE
001101         "PERIOD ENDING  ".
001102     05  PS-DATE-MN              PIC X(02).
001103     05  FILLER                  PIC X(01) VALUE "/".
001104     05  PS-DATE-DY              PIC X(02).
001105     05  FILLER                  PIC X(01) VALUE "/".
001106     05  PS-DATE-YR              PIC X(04).
001107     05  FILLER                  PIC X(09) VALUE "  PERIOD ".
001108     05  PS-PERIOD               PIC ZZ9.
001109     05  FILLER                  PIC X(43) VALUE SPACES.
001110 01  PS-EMP-LINE.
001111     05  FILLER                  PIC X(15) VALUE
001112         "EMPLOYEE       ".
001113     05  PS-EMPNUM               PIC X(07).
001114     05  FILLER                  PIC X(02) VALUE SPACES.
001115     05  PS-LNAME                PIC X(12).
001116     05  FILLER                  PIC X(01) VALUE SPACE.
001117     05  PS-FNAME                PIC X(13).
001118     05  FILLER                  PIC X(30) VALUE SPACES.
001119 01  PS-HOURS-LINE.
001120     05  FILLER                  PIC X(15) VALUE
001121         "HOURS WORKED   ".
001122     05  PS-HOURS                PIC ZZZ9.99.
001123     05  FILLER                  PIC X(08) VALUE "   RATE ".
001124     05  PS-RATE                 PIC $$,$$$,$$$,$$9.99.
001125     05  FILLER                  PIC X(33) VALUE SPACES.
001126 01  PS-EARN-LINE.
001127     05  FILLER                  PIC X(02) VALUE SPACES.
001128     05  PS-EARN-CODE            PIC X(03).
001129     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  PS-EARN-DESC            PIC X(16).
001131     05  PS-EARN-HOURS           PIC ZZZ9.99-.
001132     05  FILLER                  PIC X(06) VALUE " HRS  ".
001133     05  PS-EARN-AMOUNT          PIC $$,$$$,$$$,$$9.99-.
001134     05  FILLER                  PIC X(25) VALUE SPACES.
001135 01  PS-MONEY-LINE.
001136     05  PS-MONEY-LABEL          PIC X(15).
001137     05  PS-MONEY-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
001138     05  FILLER                  PIC X(47) VALUE SPACES.
001139 01  PS-PTO-LINE.
001140     05  FILLER                  PIC X(15) VALUE
001141         "VACATION BAL   ".
001142     05  PS-VAC-BAL              PIC ZZZ9.99.
001143     05  FILLER                  PIC X(11) VALUE "   SICK BAL".
001144     05  PS-SICK-BAL             PIC ZZZ9.99.
001145     05  FILLER                  PIC X(40) VALUE SPACES.
001146 01  PS-YTD-LINE.
001147     05  FILLER                  PIC X(15) VALUE
001148         "YTD GROSS      ".
001149     05  PS-YTD-GROSS            PIC $$$,$$$,$$9.99.
001150     05  FILLER                  PIC X(10) VALUE "   YTD NET".
001151     05  PS-YTD-NET              PIC $$$,$$$,$$9.99.
001152     05  FILLER                  PIC X(27) VALUE SPACES.
001153 01  WS-BANK-COUNT               PIC 9(06) VALUE ZERO.
001154 01  WS-BANK-TOTAL               PIC 9(09)V99 VALUE ZERO.
001155
001156* ----------------------------------------------------------------
001157*  GL LABOR DISTRIBUTION BUCKETS - GROSS PAY SUMMARIZED BY THE
001158*  EMPLOYEE TYPE AND TITLE OFF THE MASTER AND THE EARNINGS
001159*  CODE, POSTED AS ONE DEBIT
001160*  PER BUCKET WITH AN OFFSETTING CREDIT TO ACCRUED PAYROLL.
001161* ----------------------------------------------------------------
001162 01  WS-GLBKT-COUNT              PIC 9(03) VALUE ZERO.
001163 01  GLBKT-TABLE.
001164     05  GLBKT-ENTRY OCCURS 200 TIMES
001165             INDEXED BY GB-IDX.
001166         10  GB-TYPE             PIC X(06).
001167         10  GB-TITLE            PIC X(17).
001168         10  GB-EARN-CODE        PIC X(03).
001169         10  GB-GROSS            PIC S9(09)V99.
001170 01  WS-GLBKT-FOUND-SW           PIC X(01) VALUE "N".
001171 01  WS-GLBKT-FULL-SW            PIC X(01) VALUE "N".
001172 01  WS-GL-POST-COUNT            PIC 9(06) VALUE ZERO.
001173
001174* ----------------------------------------------------------------
001175*  YEAR-TO-DATE MASTER TABLE - YTDMAST.DAT LOADED WHOLE AT THE
001176*  START OF THE RUN, ROLLED FORWARD AS EACH EMPLOYEE IS PAID,
001177*  AND REWRITTEN IN FULL AT THE END SO EMPLOYEES NOT PAID THIS
001178*  PERIOD KEEP THEIR HISTORY.  THE QUARTER BUCKET IS PICKED
001179*  FROM THE MONTH OF THE RUN DATE.
001180* ----------------------------------------------------------------
001181 01  WS-YTD-STATUS               PIC X(02) VALUE "00".
001182 01  YtdEnd                      PIC X(01) VALUE "N".
001183 01  WS-YTD-COUNT                PIC 9(04) VALUE ZERO.
001184 01  YTD-TABLE.
001185     05  YTD-ENTRY OCCURS 1 TO 9999 TIMES
001186             DEPENDING ON WS-YTD-COUNT
001187             INDEXED BY YD-IDX.
001188         10  YD-EMPNUM           PIC X(07).
001189         10  YD-YEAR             PIC 9(04).
001190         10  YD-QTR-ENTRY OCCURS 4 TIMES.
001191             15  YD-QGROSS       PIC 9(09)V99.
001192             15  YD-QDED         PIC 9(09)V99.
001193             15  YD-QNET         PIC 9(09)V99.
001194             15  YD-QHOURS       PIC 9(05)V99.
001195         10  YD-DED-ENTRY OCCURS 10 TIMES.
001196             15  YD-DCODE        PIC X(03).
001197             15  YD-DYTD         PIC 9(09)V99.
001198         10  YD-ERN-ENTRY OCCURS 10 TIMES.
001199             15  YD-ECODE        PIC X(03).
001200             15  YD-EYTD         PIC 9(09)V99.
001201 01  WS-YTD-TABLE-FULL-SW        PIC X(01) VALUE "N".
001202 01  WS-YTD-FOUND-SW             PIC X(01) VALUE "N".
001203 01  WS-YTDDED-FOUND-SW          PIC X(01) VALUE "N".
001204 01  WS-YTDDED-FULL-SW           PIC X(01) VALUE "N".
001205 01  WS-YTDERN-FOUND-SW          PIC X(01) VALUE "N".
001206 01  WS-YTDERN-FULL-SW           PIC X(01) VALUE "N".
001207 01  WS-YD-NSUB                  PIC 9(02) VALUE ZERO.
001208 01  WS-YTD-OLD-YEAR-SW          PIC X(01) VALUE "N".
001209 01  WS-YTD-QTR                  PIC 9(01) VALUE ZERO.
001210 01  WS-YD-ESUB                  PIC 9(04) VALUE ZERO.
001211 01  WS-YD-QSUB                  PIC 9(01) VALUE ZERO.
001212 01  WS-YD-DSUB                  PIC 9(02) VALUE ZERO.
001213 01  WS-YTD-GROSS-TOT            PIC 9(09)V99 VALUE ZERO.
001214 01  WS-YTD-NET-TOT              PIC 9(09)V99 VALUE ZERO.
001215 01  WS-YTD-WORK                 PIC S9(09)V99 VALUE ZERO.
001216 01  WS-YTD-HOURS-WORK           PIC S9(05)V99 VALUE ZERO.
001217 01  WS-YTD-CLAMP-SW             PIC X(01) VALUE "N".
001218
001219* ----------------------------------------------------------------
001220*  PAYROLL CALENDAR FIELDS - PAYCAL.DAT LOADED WHOLE BEFORE THE
001221*  RUN STARTS, THE OPERATOR'S PERIOD LOCATED AND CHECKED, AND
001222*  THE FILE REWRITTEN WITH THE PERIOD MARKED PAID WHEN THE RUN
001223*  ENDS CLEAN.
001224* ----------------------------------------------------------------
001225 01  WS-PAYCAL-STATUS            PIC X(02) VALUE "00".
001226 01  PayCalEnd                   PIC X(01) VALUE "N".
001227 01  WS-PAYCAL-COUNT             PIC 9(03) VALUE ZERO.
001228 01  PAYCAL-TABLE.
001229     05  PAYCAL-ENTRY OCCURS 1 TO 999 TIMES
001230             DEPENDING ON WS-PAYCAL-COUNT
001231             INDEXED BY CL-IDX.
001232         10  CL-PERIOD           PIC 9(03).
001233         10  CL-START-DATE       PIC 9(08).
001234         10  CL-END-YEAR         PIC 9(04).
001235         10  CL-END-MONTH        PIC 9(02).
001236         10  CL-END-DAY          PIC 9(02).
001237         10  CL-PAID-SW          PIC X(01).
001238         10  CL-PAID-DATE        PIC 9(08).
001239 01  WS-PAYCAL-FULL-SW           PIC X(01) VALUE "N".
001240 01  WS-PERIOD-ANSWER            PIC X(03) VALUE SPACES.
001241 01  WS-RUN-PERIOD               PIC 9(03) VALUE ZERO.
001242 01  WS-PERIOD-FOUND-SW          PIC X(01) VALUE "N".
001243 01  WS-CL-ESUB                  PIC 9(03) VALUE ZERO.
001244 01  WS-PERIOD-END-YR            PIC 9(04) VALUE ZERO.
001245 01  WS-PERIOD-END-MN            PIC 9(02) VALUE ZERO.
001246 01  WS-PERIOD-END-DY            PIC 9(02) VALUE ZERO.
001247
001248* ----------------------------------------------------------------
001249*  ADJUSTMENT/SUPPLEMENTAL RUN FIELDS - SIGNED WORK AMOUNTS FOR
001250*  THE CORRECTION PASS, WHICH PAYS OR RECOVERS JUST THE
001251*  DIFFERENCE AGAINST AN ALREADY-PAID PERIOD.
001252* ----------------------------------------------------------------
001253 01  WS-ADJ-STATUS               PIC X(02) VALUE "00".
001254 01  AdjEnd                      PIC X(01) VALUE "N".
001255 01  WS-ADJUST-ANSWER            PIC X(01) VALUE "N".
001256 01  WS-ADJ-TRAN-COUNT           PIC 9(06) VALUE ZERO.
001257 01  WS-ADJ-SKIP-COUNT           PIC 9(06) VALUE ZERO.
001258 01  WS-ADJ-HOURS-PART           PIC S9(09)V99 VALUE ZERO.
001259 01  WS-ADJ-AMT-PART             PIC S9(09)V99 VALUE ZERO.
001260 01  WS-ADJ-GROSS                PIC S9(09)V99 VALUE ZERO.
001261 01  WS-ADJ-TRN-HOURS            PIC S9(04)V99 VALUE ZERO.
001262 01  WS-ADJ-DED-AMOUNT           PIC S9(09)V99 VALUE ZERO.
001263 01  WS-ADJ-DED-TOTAL            PIC S9(09)V99 VALUE ZERO.
001264 01  WS-ADJ-NET                  PIC S9(09)V99 VALUE ZERO.
001265 01  WS-BANK-ABS-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001266 01  WS-GL-WORK-AMOUNT           PIC S9(09)V99 VALUE ZERO.
001267 01  WS-GL-EARN-CODE             PIC X(03) VALUE SPACES.
001268 01  WS-GL-ABS-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001269 01  WS-GL-ER-AMOUNT             PIC S9(09)V99 VALUE ZERO.
001270 01  WS-GL-ER-EXPENSE            PIC X(17) VALUE SPACES.
001271 01  WS-GL-ER-ACCRUED            PIC X(17) VALUE SPACES.
001272 01  WS-GL-ER-EXP-DC             PIC X(01) VALUE SPACE.
001273 01  WS-GL-ER-ACC-DC             PIC X(01) VALUE SPACE.
001274 01  WS-GL-ER-DEBIT-TOTAL        PIC 9(09)V99 VALUE ZERO.
001275
001276* ----------------------------------------------------------------
001277*  PTO BALANCE TABLE AND ACCRUAL RATES - PTOBAL.DAT LOADED
001278*  WHOLE (THE CONTROL RATE RECORD FIRST), ROLLED AS EACH
001279*  EMPLOYEE IS PAID, AND REWRITTEN AT THE END OF A REGULAR RUN.
001280*  NO PTOBAL.DAT MEANS NO PTO PROCESSING THIS RUN.
001281* ----------------------------------------------------------------
001282 01  WS-PTO-STATUS               PIC X(02) VALUE "00".
001283 01  PtoEnd                      PIC X(01) VALUE "N".
001284 01  WS-PTO-ACTIVE-SW            PIC X(01) VALUE "N".
001285 01  WS-PTO-COUNT                PIC 9(04) VALUE ZERO.
001286 01  PTO-TABLE.
001287     05  PTO-ENTRY OCCURS 1 TO 9999 TIMES
001288             DEPENDING ON WS-PTO-COUNT
001289             INDEXED BY PO-IDX.
001290         10  PO-EMPNUM           PIC X(07).
001291         10  PO-VAC-BAL          PIC 9(04)V99.
001292         10  PO-SICK-BAL         PIC 9(04)V99.
001293 01  WS-PTO-TABLE-FULL-SW        PIC X(01) VALUE "N".
001294 01  WS-PTO-FOUND-SW             PIC X(01) VALUE "N".
001295 01  WS-PO-ESUB                  PIC 9(04) VALUE ZERO.
001296 01  WS-VAC-PER-HOUR             PIC 9V9999 VALUE ZERO.
001297 01  WS-SICK-PER-HOUR            PIC 9V9999 VALUE ZERO.
001298 01  WS-VAC-PER-PERIOD           PIC 9(02)V99 VALUE ZERO.
001299 01  WS-SICK-PER-PERIOD          PIC 9(02)V99 VALUE ZERO.
001300 01  WS-VAC-TAKE                 PIC 9(04)V99 VALUE ZERO.
001301 01  WS-SICK-TAKE                PIC 9(04)V99 VALUE ZERO.
001302 01  WS-PTO-EDIT                 PIC ZZZ9.99.
001303 01  WS-VAC-ACCRUED              PIC 9(04)V99 VALUE ZERO.
001304 01  WS-SICK-ACCRUED             PIC 9(04)V99 VALUE ZERO.
001305 01  WS-PTO-PAID-HOURS           PIC 9(04)V99 VALUE ZERO.
001306
001307* ----------------------------------------------------------------
001308*  GARNISHMENT FIELDS - GARNISH.DAT LOADED WHOLE (THE CONTROL
001309*  LIMITS RECORD FIRST) AND SORTED BY EMPLOYEE AND PRIORITY.
001310*  THE LIMITS ARE PERCENTS OF DISPOSABLE EARNINGS; THE VALUES
001311*  BELOW STAND WHEN THE FILE HAS NO CONTROL RECORD.  EVERY
001312*  ORDER TAKEN IS NOTED IN REMIT-TABLE FOR THE REMITTANCE.
001313* ----------------------------------------------------------------
001314 01  WS-GARN-STATUS              PIC X(02) VALUE "00".
001315 01  GarnEnd                     PIC X(01) VALUE "N".
001316 01  WS-GARN-ACTIVE-SW           PIC X(01) VALUE "N".
001317 01  WS-GARN-CONTROL-SW          PIC X(01) VALUE "N".
001318 01  WS-GARN-FULL-SW             PIC X(01) VALUE "N".
001319 01  WS-GARN-LIMIT-SW            PIC X(01) VALUE "N".
001320 01  WS-GARN-COUNT               PIC 9(04) VALUE ZERO.
001321 01  GARN-TABLE.
001322     05  GARN-ENTRY OCCURS 1 TO 9999 TIMES
001323             DEPENDING ON WS-GARN-COUNT
001324             INDEXED BY GT-IDX.
001325         10  GT-EMPNUM           PIC X(07).
001326         10  GT-PRIORITY         PIC 9(02).
001327         10  GT-SEQ              PIC 9(04).
001328         10  GT-DED-CODE         PIC X(03).
001329         10  GT-CASE-NUM         PIC X(15).
001330         10  GT-AGENCY-CODE      PIC X(06).
001331         10  GT-AGENCY-NAME      PIC X(24).
001332         10  GT-ORDER-TYPE       PIC X(01).
001333         10  GT-METHOD           PIC X(01).
001334         10  GT-VALUE            PIC 9(09)V99.
001335         10  GT-GOAL             PIC 9(09)V99.
001336         10  GT-PAID-TO-DATE     PIC 9(09)V99.
001337         10  GT-START-DATE       PIC 9(08).
001338         10  GT-STOP-DATE        PIC 9(08).
001339 01  WS-GARN-SUPPORT-PCT         PIC 9(02)V99 VALUE 50.00.
001340 01  WS-GARN-CREDITOR-PCT        PIC 9(02)V99 VALUE 25.00.
001341 01  WS-GARN-STUDENT-PCT         PIC 9(02)V99 VALUE 15.00.
001342 01  WS-GARN-PROTECTED-AMT       PIC 9(07)V99 VALUE ZERO.
001343 01  WS-GARN-LEVY-EXEMPT         PIC 9(07)V99 VALUE ZERO.
001344 01  WS-GARN-PERIOD-END          PIC 9(08) VALUE ZERO.
001345 01  WS-GARN-DISPOSABLE          PIC S9(09)V99 VALUE ZERO.
001346 01  WS-GARN-SUPPORT-TAKEN       PIC S9(09)V99 VALUE ZERO.
001347 01  WS-GARN-ALL-TAKEN           PIC S9(09)V99 VALUE ZERO.
001348 01  WS-GARN-CREDIT-CEILING      PIC S9(09)V99 VALUE ZERO.
001349 01  WS-GARN-STUDENT-CEILING     PIC S9(09)V99 VALUE ZERO.
001350 01  WS-GARN-CEILING             PIC S9(09)V99 VALUE ZERO.
001351 01  WS-GARN-ROOM                PIC S9(09)V99 VALUE ZERO.
001352 01  WS-GARN-REQUEST             PIC S9(09)V99 VALUE ZERO.
001353 01  WS-GARN-TAKEN-COUNT         PIC 9(06) VALUE ZERO.
001354 01  WS-GARN-TAKEN-TOTAL         PIC 9(09)V99 VALUE ZERO.
001355 01  WS-RM-COUNT                 PIC 9(04) VALUE ZERO.
001356 01  REMIT-TABLE.
001357     05  REMIT-ENTRY OCCURS 1 TO 9999 TIMES
001358             DEPENDING ON WS-RM-COUNT
001359             INDEXED BY RM-IDX.
001360         10  RM-AGENCY-CODE      PIC X(06).
001361         10  RM-CASE-NUM         PIC X(15).
001362         10  RM-EMPNUM           PIC X(07).
001363         10  RM-AGENCY-NAME      PIC X(24).
001364         10  RM-LNAME            PIC X(12).
001365         10  RM-FNAME            PIC X(13).
001366         10  RM-ORDER-TYPE       PIC X(01).
001367         10  RM-AMOUNT           PIC 9(09)V99.
001368         10  RM-GOAL             PIC 9(09)V99.
001369         10  RM-BALANCE          PIC 9(09)V99.
001370 01  WS-RM-FULL-SW               PIC X(01) VALUE "N".
001371 01  WS-RM-LAST-AGENCY           PIC X(06) VALUE SPACES.
001372 01  WS-RM-AGENCY-COUNT          PIC 9(06) VALUE ZERO.
001373 01  WS-RM-AGENCY-TOTAL          PIC 9(09)V99 VALUE ZERO.
001374 01  WS-RM-PAY-TOTAL             PIC 9(09)V99 VALUE ZERO.
001375 01  WS-RM-COUNT-EDIT            PIC ZZZZZ9.
001376
001377* ----------------------------------------------------------------
001378*  GARNISHMENT REMITTANCE PRINT LINES.
001379* ----------------------------------------------------------------
001380 01  GR-COLUMN-LINE.
001381     05  FILLER                  PIC X(08) VALUE "AGENCY".
001382     05  FILLER                  PIC X(26) VALUE "AGENCY NAME".
001383     05  FILLER                  PIC X(17) VALUE "CASE NUMBER".
001384     05  FILLER                  PIC X(09) VALUE "EMPLOYEE".
001385     05  FILLER                  PIC X(28) VALUE "NAME".
001386     05  FILLER                  PIC X(04) VALUE "TY".
001387     05  FILLER                  PIC X(17)
001388                                 VALUE "     AMOUNT TAKEN".
001389     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  FILLER                  PIC X(17)
001391                                 VALUE "     GOAL BALANCE".
001392     05  FILLER                  PIC X(04) VALUE SPACES.
001393 01  GR-DETAIL-LINE.
001394     05  GR-AGENCY-CODE          PIC X(06).
001395     05  FILLER                  PIC X(02) VALUE SPACES.
001396     05  GR-AGENCY-NAME          PIC X(24).
001397     05  FILLER                  PIC X(02) VALUE SPACES.
001398     05  GR-CASE-NUM             PIC X(15).
001399     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  GR-EMPNUM               PIC X(07).
001401     05  FILLER                  PIC X(02) VALUE SPACES.
001402     05  GR-LNAME                PIC X(12).
001403     05  FILLER                  PIC X(01) VALUE SPACE.
001404     05  GR-FNAME                PIC X(13).
001405     05  FILLER                  PIC X(02) VALUE SPACES.
001406     05  GR-ORDER-TYPE           PIC X(01).
001407     05  FILLER                  PIC X(03) VALUE SPACES.
001408     05  GR-AMOUNT               PIC $$,$$$,$$$,$$9.99.
001409     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  GR-BALANCE              PIC $$,$$$,$$$,$$9.99.
001411     05  GR-BALANCE-X REDEFINES GR-BALANCE
001412                                 PIC X(17).
001413     05  FILLER                  PIC X(04) VALUE SPACES.
001414 01  GR-TOTAL-LINE.
001415     05  FILLER                  PIC X(08) VALUE SPACES.
001416     05  GR-TOTAL-LABEL          PIC X(84).
001417     05  GR-TOTAL-AMOUNT         PIC $$,$$$,$$$,$$9.99.
001418     05  FILLER                  PIC X(23) VALUE SPACES.
001419
001420* ----------------------------------------------------------------
001421*  DIRECT DEPOSIT ACCOUNT FIELDS - BANKACCT.DAT LOADED WHOLE ON
001422*  ANY RUN THAT POSTS.  EACH DEPOSIT IS SPLIT ACROSS THE
001423*  EMPLOYEE'S LIVE ACCOUNTS ACTIVE BY THE PERIOD END - FIXED
001424*  AMOUNTS FIRST, THEN PERCENTS OF NET, WHAT IS LEFT TO THE
001425*  REMAINDER ACCOUNT, OR WITH NO ACCOUNT NUMBER WHEN THERE IS NO
001426*  LIVE REMAINDER ACCOUNT.  THE DEPOSIT BEING WRITTEN IS STAGED
001427*  IN THE WS-DEP- FIELDS; WS-DEP-SUB ZERO MEANS NO ACCOUNT.
001428* ----------------------------------------------------------------
001429 01  WS-ACCT-STATUS              PIC X(02) VALUE "00".
001430 01  AcctEnd                     PIC X(01) VALUE "N".
001431 01  WS-ACCT-ACTIVE-SW           PIC X(01) VALUE "N".
001432 01  WS-ACCT-FULL-SW             PIC X(01) VALUE "N".
001433 01  WS-ACCT-CHANGED-SW          PIC X(01) VALUE "N".
001434 01  WS-ACCT-COUNT               PIC 9(04) VALUE ZERO.
001435 01  ACCT-TABLE.
001436     05  ACCT-ENTRY OCCURS 1 TO 9999 TIMES
001437             DEPENDING ON WS-ACCT-COUNT
001438             INDEXED BY AT-IDX.
001439         10  AT-ACCOUNT-RECORD.
001440             15  AT-EMPNUM       PIC X(07).
001441             15  AT-ACCT-SEQ     PIC 9(01).
001442             15  AT-ROUTING      PIC X(09).
001443             15  AT-ACCOUNT-NUM  PIC X(17).
001444             15  AT-ACCT-TYPE    PIC X(01).
001445             15  AT-METHOD       PIC X(01).
001446             15  AT-VALUE        PIC 9(07)V99.
001447             15  AT-ACTIVE-DATE  PIC 9(08).
001448             15  AT-PRENOTE-STATUS
001449                                 PIC X(01).
001450             15  AT-PRENOTE-PERIOD
001451                                 PIC 9(03).
001452             15  AT-PRENOTE-DATE PIC 9(08).
001453             15  FILLER          PIC X(15).
001454 01  WS-ACCT-PERIOD-END          PIC 9(08) VALUE ZERO.
001455 01  WS-ACCT-REMAINDER-SUB       PIC 9(04) VALUE ZERO.
001456 01  WS-ACCT-PASS-METHOD         PIC X(01) VALUE SPACE.
001457 01  WS-ACCT-LEFT                PIC S9(09)V99 VALUE ZERO.
001458 01  WS-ACCT-SHARE               PIC S9(09)V99 VALUE ZERO.
001459 01  WS-DEP-EMPNUM               PIC X(07) VALUE SPACES.
001460 01  WS-DEP-LNAME                PIC X(12) VALUE SPACES.
001461 01  WS-DEP-FNAME                PIC X(13) VALUE SPACES.
001462 01  WS-DEP-AMOUNT               PIC 9(09)V99 VALUE ZERO.
001463 01  WS-DEP-TYPE                 PIC X(01) VALUE SPACE.
001464 01  WS-DEP-SUB                  PIC 9(04) VALUE ZERO.
001465 01  WS-SPLIT-COUNT              PIC 9(06) VALUE ZERO.
001466 01  WS-PRENOTE-COUNT            PIC 9(06) VALUE ZERO.
001467 01  WS-MADE-LIVE-COUNT          PIC 9(06) VALUE ZERO.
001468 01  WS-NO-ACCT-COUNT            PIC 9(06) VALUE ZERO.
001469 01  WS-DEPDTL-STATUS            PIC X(02) VALUE "00".
001470 01  WS-DEPDTL-COUNT             PIC 9(06) VALUE ZERO.
001471
001472* ----------------------------------------------------------------
001473*  EMPLOYER TAX FIELDS - ERTAX.DAT IS LOADED WHOLE INTO
001474*  ERTAX-TABLE, ONE ENTRY PER EMPLOYEE PER YEAR.  THE RATES AND
001475*  WAGE BASES START AT THE STANDARD FIGURES AND ARE REPLACED BY
001476*  THE CONTROL RECORD WHEN THERE IS ONE.  WS-ER-SS-TAX AND THE
001477*  FIELDS AROUND IT HOLD THE TAXES FIGURED ON THE PAYMENT IN
001478*  HAND (SIGNED, SO A RECOVERY GIVES BACK WHAT THE OVERPAYMENT
001479*  COST), THE WS-ER-RUN- FIELDS THE SIGNED TOTALS FOR THE RUN.
001480* ----------------------------------------------------------------
001481 01  WS-ERTAX-STATUS             PIC X(02) VALUE "00".
001482 01  ErTaxEnd                    PIC X(01) VALUE "N".
001483 01  WS-ERTAX-COUNT              PIC 9(04) VALUE ZERO.
001484 01  WS-ERTAX-FULL-SW            PIC X(01) VALUE "N".
001485 01  WS-ERTAX-FOUND-SW           PIC X(01) VALUE "N".
001486 01  WS-ERTAX-CONTROL-SW         PIC X(01) VALUE "N".
001487 01  WS-ERTAX-NEW-FILE-SW        PIC X(01) VALUE "N".
001488 01  WS-ERTAX-DROPPED            PIC 9(06) VALUE ZERO.
001489 01  WS-ERTAX-KEEP-YEAR          PIC 9(04) VALUE ZERO.
001490 01  WS-ET-ESUB                  PIC 9(04) VALUE ZERO.
001491 01  WS-ET-QSUB                  PIC 9(01) VALUE ZERO.
001492 01  WS-ER-SS-RATE               PIC 9(02)V999 VALUE 6.200.
001493 01  WS-ER-SS-BASE               PIC 9(07)V99 VALUE 176100.00.
001494 01  WS-ER-MED-RATE              PIC 9(02)V999 VALUE 1.450.
001495 01  WS-ER-FUTA-RATE             PIC 9(02)V999 VALUE 0.600.
001496 01  WS-ER-FUTA-BASE             PIC 9(07)V99 VALUE 7000.00.
001497 01  WS-ER-SUTA-RATE             PIC 9(02)V999 VALUE 2.700.
001498 01  WS-ER-SUTA-BASE             PIC 9(07)V99 VALUE 7000.00.
001499 01  WS-ER-SUTA-STATE            PIC X(02) VALUE "ST".
001500 01  WS-ER-SCHEDULE              PIC X(01) VALUE "M".
001501 01  ERTAX-TABLE.
001502     05  ERTAX-ENTRY OCCURS 1 TO 9999 TIMES
001503             DEPENDING ON WS-ERTAX-COUNT
001504             INDEXED BY ET-IDX.
001505         10  ER-EMPNUM           PIC X(07).
001506         10  ER-YEAR             PIC 9(04).
001507         10  ER-YTD-WAGES        PIC 9(09)V99.
001508         10  ER-QTR-ENTRY OCCURS 4 TIMES.
001509             15  ER-QWAGES       PIC 9(09)V99.
001510             15  ER-QSS-WAGES    PIC 9(09)V99.
001511             15  ER-QSS-TAX      PIC 9(09)V99.
001512             15  ER-QMED-TAX     PIC 9(09)V99.
001513             15  ER-QFUTA-WAGES  PIC 9(09)V99.
001514             15  ER-QFUTA-TAX    PIC 9(09)V99.
001515             15  ER-QSUTA-WAGES  PIC 9(09)V99.
001516             15  ER-QSUTA-TAX    PIC 9(09)V99.
001517 01  WS-ER-GROSS                 PIC S9(09)V99 VALUE ZERO.
001518 01  WS-ER-OLD-YTD               PIC 9(09)V99 VALUE ZERO.
001519 01  WS-ER-NEW-YTD               PIC 9(09)V99 VALUE ZERO.
001520 01  WS-ER-YTD-WORK              PIC S9(09)V99 VALUE ZERO.
001521 01  WS-ER-BASE-WORK             PIC 9(07)V99 VALUE ZERO.
001522 01  WS-ER-OLD-CAPPED            PIC 9(09)V99 VALUE ZERO.
001523 01  WS-ER-NEW-CAPPED            PIC 9(09)V99 VALUE ZERO.
001524 01  WS-ER-TAXABLE               PIC S9(09)V99 VALUE ZERO.
001525 01  WS-ER-BUCKET-WORK           PIC S9(09)V99 VALUE ZERO.
001526 01  WS-ER-CLAMP-SW              PIC X(01) VALUE "N".
001527 01  WS-ER-SS-WAGES              PIC S9(09)V99 VALUE ZERO.
001528 01  WS-ER-FUTA-WAGES            PIC S9(09)V99 VALUE ZERO.
001529 01  WS-ER-SUTA-WAGES            PIC S9(09)V99 VALUE ZERO.
001530 01  WS-ER-SS-TAX                PIC S9(07)V99 VALUE ZERO.
001531 01  WS-ER-MED-TAX               PIC S9(07)V99 VALUE ZERO.
001532 01  WS-ER-FUTA-TAX              PIC S9(07)V99 VALUE ZERO.
001533 01  WS-ER-SUTA-TAX              PIC S9(07)V99 VALUE ZERO.
001534 01  WS-ER-TOTAL-TAX             PIC S9(07)V99 VALUE ZERO.
001535 01  WS-ER-RUN-WAGES             PIC S9(09)V99 VALUE ZERO.
001536 01  WS-ER-RUN-SS-WAGES          PIC S9(09)V99 VALUE ZERO.
001537 01  WS-ER-RUN-FUTA-WAGES        PIC S9(09)V99 VALUE ZERO.
001538 01  WS-ER-RUN-SUTA-WAGES        PIC S9(09)V99 VALUE ZERO.
001539 01  WS-ER-RUN-SS-TAX            PIC S9(09)V99 VALUE ZERO.
001540 01  WS-ER-RUN-MED-TAX           PIC S9(09)V99 VALUE ZERO.
001541 01  WS-ER-RUN-FUTA-TAX          PIC S9(09)V99 VALUE ZERO.
001542 01  WS-ER-RUN-SUTA-TAX          PIC S9(09)V99 VALUE ZERO.
001543 01  WS-ER-RUN-TOTAL-TAX         PIC S9(09)V99 VALUE ZERO.
001544
001545* ----------------------------------------------------------------
001546*  DEPOSIT DUE DATES - FEDERAL SOCIAL SECURITY AND MEDICARE ARE
001547*  DUE BY THE DEPOSIT SCHEDULE FROM THE PERIOD END DATE (THE
001548*  15TH OF THE NEXT MONTH ON THE MONTHLY SCHEDULE; ON THE
001549*  SEMIWEEKLY SCHEDULE THE NEXT WEDNESDAY FOR A WEDNESDAY TO
001550*  FRIDAY END DATE, OTHERWISE THE NEXT FRIDAY).  FEDERAL AND
001551*  STATE UNEMPLOYMENT ARE DUE THE LAST DAY OF THE MONTH AFTER
001552*  THE QUARTER.
001553* ----------------------------------------------------------------
001554 01  WS-DUE-FROM-DATE            PIC 9(08) VALUE ZERO.
001555 01  WS-DUE-FROM-R REDEFINES WS-DUE-FROM-DATE.
001556     05  WS-DUE-FROM-YR          PIC 9(04).
001557     05  WS-DUE-FROM-MN          PIC 9(02).
001558     05  WS-DUE-FROM-DY          PIC 9(02).
001559 01  WS-DUE-941-DATE             PIC 9(08) VALUE ZERO.
001560 01  WS-DUE-941-R REDEFINES WS-DUE-941-DATE.
001561     05  WS-DUE-941-YR           PIC 9(04).
001562     05  WS-DUE-941-MN           PIC 9(02).
001563     05  WS-DUE-941-DY           PIC 9(02).
001564 01  WS-DUE-UNEMP-DATE           PIC 9(08) VALUE ZERO.
001565 01  WS-DUE-UNEMP-R REDEFINES WS-DUE-UNEMP-DATE.
001566     05  WS-DUE-UNEMP-YR         PIC 9(04).
001567     05  WS-DUE-UNEMP-MN         PIC 9(02).
001568     05  WS-DUE-UNEMP-DY         PIC 9(02).
001569 01  WS-DUE-DAY-NUMBER           PIC 9(07) VALUE ZERO.
001570 01  WS-DUE-WEEKDAY              PIC 9(01) VALUE ZERO.
001571 01  WS-DUE-WEEKS                PIC 9(07) VALUE ZERO.
001572 01  WS-DUE-QTR                  PIC 9(01) VALUE ZERO.
001573
001574* ----------------------------------------------------------------
001575*  PAY DETAIL HISTORY FIELDS - EACH CODE TAKEN FOR THE EMPLOYEE
001576*  BEING PAID IS STAGED HERE AS IT IS POSTED, AND WRITTEN TO
001577*  PAYDTL.DAT WITH THE REST OF THE PAYMENT.
001578* ----------------------------------------------------------------
001579 01  WS-PAYDTL-STATUS            PIC X(02) VALUE "00".
001580 01  WS-PAYDTL-COUNT             PIC 9(06) VALUE ZERO.
001581 01  WS-PX-COUNT                 PIC 9(02) VALUE ZERO.
001582 01  WS-PX-SUB                   PIC 9(02) VALUE ZERO.
001583 01  WS-PX-FULL-SW               PIC X(01) VALUE "N".
001584 01  PXDED-TABLE.
001585     05  PXDED-ENTRY OCCURS 15 TIMES.
001586         10  PX-CODE             PIC X(03).
001587         10  PX-AMOUNT           PIC S9(09)V99.
001588 01  WS-BANK-TYPE-USED           PIC X(01) VALUE SPACE.
001589
001590* ----------------------------------------------------------------
001591*  TRIAL REGISTER AND VARIANCE REPORT FIELDS - ON A TRIAL RUN THE
001592*  LAST REGULAR PERIOD PAID BEFORE THIS ONE IS FOUND ON
001593*  PAYDTL.DAT AND EVERY PAYMENT FOR IT (SUPPLEMENTALS INCLUDED)
001594*  IS SUMMED PER EMPLOYEE INTO VARPAY-TABLE FOR THE COMPARISON.
001595*  A CHANGE IS FLAGGED WHEN IT IS BOTH AT LEAST THE PERCENT
001596*  LIMIT AND AT LEAST THE DOLLAR FLOOR, SO A FEW CENTS ON A
001597*  SMALL DEDUCTION DOES NOT BURY THE REAL SWINGS.
001598* ----------------------------------------------------------------
001599 01  WS-TRIAL-ANSWER             PIC X(01) VALUE "N".
001600 01  PayDtlEnd                   PIC X(01) VALUE "N".
001601 01  WS-TRIAL-END-DATE.
001602     03  WS-TRIAL-END-YR         PIC 9(04).
001603     03  WS-TRIAL-END-MN         PIC 9(02).
001604     03  WS-TRIAL-END-DY         PIC 9(02).
001605 01  WS-LAST-END-DATE            PIC 9(08) VALUE ZERO.
001606 01  WS-LAST-END-PARTS REDEFINES WS-LAST-END-DATE.
001607     03  WS-LAST-END-YR          PIC 9(04).
001608     03  WS-LAST-END-MN          PIC 9(02).
001609     03  WS-LAST-END-DY          PIC 9(02).
001610 01  WS-LAST-PERIOD              PIC 9(03) VALUE ZERO.
001611 01  WS-VP-COUNT                 PIC 9(04) VALUE ZERO.
001612 01  VARPAY-TABLE.
001613     05  VARPAY-ENTRY OCCURS 1 TO 9999 TIMES
001614             DEPENDING ON WS-VP-COUNT
001615             INDEXED BY VP-IDX.
001616         10  VP-EMPNUM           PIC X(07).
001617         10  VP-LNAME            PIC X(12).
001618         10  VP-FNAME            PIC X(13).
001619         10  VP-MATCH-SW         PIC X(01).
001620         10  VP-GROSS            PIC S9(09)V99.
001621         10  VP-NET              PIC S9(09)V99.
001622         10  VP-DED-COUNT        PIC 9(02).
001623         10  VP-DED-ENTRY OCCURS 15 TIMES.
001624             15  VP-DED-CODE     PIC X(03).
001625             15  VP-DED-AMT      PIC S9(09)V99.
001626             15  VP-DED-MATCH-SW PIC X(01).
001627 01  WS-VP-FULL-SW               PIC X(01) VALUE "N".
001628 01  WS-VP-FOUND-SW              PIC X(01) VALUE "N".
001629 01  WS-VP-ESUB                  PIC 9(04) VALUE ZERO.
001630 01  WS-VQ-SUB                   PIC 9(02) VALUE ZERO.
001631 01  WS-VQ-ESUB                  PIC 9(02) VALUE ZERO.
001632 01  WS-VQ-FOUND-SW              PIC X(01) VALUE "N".
001633 01  WS-VD-SUB                   PIC 9(02) VALUE ZERO.
001634 01  WS-VAR-EMPNUM               PIC X(07) VALUE SPACES.
001635 01  WS-VAR-CODE                 PIC X(03) VALUE SPACES.
001636 01  WS-VAR-DED-AMT              PIC S9(09)V99 VALUE ZERO.
001637 01  WS-VAR-PCT-LIMIT            PIC 9(03) VALUE 25.
001638 01  WS-VAR-MIN-PAY              PIC 9(07)V99 VALUE 50.00.
001639 01  WS-VAR-MIN-DED              PIC 9(07)V99 VALUE 10.00.
001640 01  WS-VAR-FLOOR                PIC 9(07)V99 VALUE ZERO.
001641 01  WS-VAR-LAST                 PIC S9(09)V99 VALUE ZERO.
001642 01  WS-VAR-THIS                 PIC S9(09)V99 VALUE ZERO.
001643 01  WS-VAR-CHANGE               PIC S9(09)V99 VALUE ZERO.
001644 01  WS-VAR-ABS-CHANGE           PIC 9(09)V99 VALUE ZERO.
001645 01  WS-VAR-PCT                  PIC S9(05) VALUE ZERO.
001646 01  WS-VAR-ABS-PCT              PIC 9(05) VALUE ZERO.
001647 01  WS-VAR-FLAG-SW              PIC X(01) VALUE "N".
001648 01  WS-VAR-COMPARED-COUNT       PIC 9(06) VALUE ZERO.
001649 01  WS-VAR-SWING-COUNT          PIC 9(06) VALUE ZERO.
001650 01  WS-VAR-NEW-COUNT            PIC 9(06) VALUE ZERO.
001651 01  WS-VAR-GONE-COUNT           PIC 9(06) VALUE ZERO.
001652 01  WS-VAR-DED-FLAG-COUNT       PIC 9(06) VALUE ZERO.
001653 01  WS-VAR-FLAG-TOTAL           PIC 9(06) VALUE ZERO.
001654
001655* ----------------------------------------------------------------
001656*  RUN-CONTROL FIELDS - THE LAST STAMPS SEEN FOR THE UPSTREAM
001657*  PROGRAMS DECIDE WHETHER THIS REGISTER RUN MAY START AT ALL.
001658* ----------------------------------------------------------------
001659 01  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
001660 01  RunCtlEnd                   PIC X(01) VALUE "N".
001661 01  WS-LAST-PT2-STAMP           PIC X(01) VALUE SPACE.
001662 01  WS-LAST-PT2-RESULT          PIC X(04) VALUE SPACES.
001663 01  WS-LAST-MAINT-STAMP         PIC X(01) VALUE SPACE.
001664 01  WS-LAST-VOID-STAMP          PIC X(01) VALUE SPACE.
001665 01  WS-END-RESULT               PIC X(04) VALUE SPACES.
001666 01  WS-END-REASON               PIC X(30) VALUE SPACES.
001667 01  WS-TIME-RAW.
001668     03  WS-TIME-HHMMSS          PIC 9(06).
001669     03  FILLER                  PIC 9(02).
001670
001671* ----------------------------------------------------------------
001672*  REGISTER PRINT LINES - MONEY EDITED WITH COMMAS AND A
001673*  FLOATING DOLLAR SIGN.
001674* ----------------------------------------------------------------
001675 01  RG-DATE-LINE.
001676     05  FILLER                  PIC X(10) VALUE SPACES.
001677     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001678     05  RG-DATE-MN              PIC X(02).
001679     05  FILLER                  PIC X(01) VALUE "/".
001680     05  RG-DATE-DY              PIC X(02).
001681     05  FILLER                  PIC X(01) VALUE "/".
001682     05  RG-DATE-YR              PIC X(04).
001683     05  FILLER                  PIC X(102) VALUE SPACES.
001684 01  RG-PERIOD-LINE.
001685     05  FILLER                  PIC X(10) VALUE SPACES.
001686     05  FILLER                  PIC X(12) VALUE "PAY PERIOD: ".
001687     05  RG-PERIOD               PIC ZZ9.
001688     05  FILLER                  PIC X(09) VALUE "  ENDING ".
001689     05  RG-PERIOD-MN            PIC 9(02).
001690     05  FILLER                  PIC X(01) VALUE "/".
001691     05  RG-PERIOD-DY            PIC 9(02).
001692     05  FILLER                  PIC X(01) VALUE "/".
001693     05  RG-PERIOD-YR            PIC 9(04).
001694     05  FILLER                  PIC X(88) VALUE SPACES.
001695 01  RG-COLUMN-LINE.
001696     05  FILLER                  PIC X(11) VALUE "EMPLOYEE#".
001697     05  FILLER                  PIC X(27) VALUE "NAME".
001698     05  FILLER                  PIC X(04) VALUE "ST".
001699     05  FILLER                  PIC X(09) VALUE "HOURS".
001700     05  FILLER                  PIC X(15) VALUE "GROSS PAY".
001701     05  FILLER                  PIC X(66) VALUE SPACES.
001702 01  RG-DETAIL-LINE.
001703     05  RG-EMPNUM               PIC X(07).
001704     05  FILLER                  PIC X(04) VALUE SPACES.
001705     05  RG-LNAME                PIC X(12).
001706     05  FILLER                  PIC X(01) VALUE SPACE.
001707     05  RG-FNAME                PIC X(13).
001708     05  FILLER                  PIC X(02) VALUE SPACES.
001709     05  RG-ST                   PIC X(01).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001711     05  RG-HOURS                PIC X(08).
001712     05  FILLER                  PIC X(02) VALUE SPACES.
001713     05  RG-AMOUNT               PIC $$,$$$,$$$,$$9.99.
001714     05  RG-OT-FLAG              PIC X(04).
001715     05  FILLER                  PIC X(59) VALUE SPACES.
001716 01  RG-ADJ-LINE.
001717     05  RG-ADJ-EMPNUM           PIC X(07).
001718     05  FILLER                  PIC X(04) VALUE SPACES.
001719     05  RG-ADJ-LNAME            PIC X(12).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001721     05  RG-ADJ-FNAME            PIC X(13).
001722     05  FILLER                  PIC X(02) VALUE SPACES.
001723     05  RG-ADJ-HOURS            PIC ----9.99.
001724     05  FILLER                  PIC X(02) VALUE SPACES.
001725     05  RG-ADJ-AMOUNT           PIC $$,$$$,$$$,$$9.99-.
001726     05  FILLER                  PIC X(02) VALUE SPACES.
001727     05  RG-ADJ-REASON           PIC X(20).
001728     05  FILLER                  PIC X(43) VALUE SPACES.
001729 01  RG-DED-LINE.
001730     05  FILLER                  PIC X(11) VALUE SPACES.
001731     05  FILLER                  PIC X(10) VALUE "DEDUCTION ".
001732     05  RG-DED-CODE             PIC X(03).
001733     05  RG-DED-NOTE             PIC X(10).
001734     05  FILLER                  PIC X(08) VALUE SPACES.
001735     05  RG-DED-AMOUNT           PIC $$,$$$,$$$,$$9.99-.
001736     05  FILLER                  PIC X(72) VALUE SPACES.
001737 01  RG-EARN-LINE.
001738     05  FILLER                  PIC X(11) VALUE SPACES.
001739     05  FILLER                  PIC X(10) VALUE "EARNINGS  ".
001740     05  RG-EARN-CODE            PIC X(03).
001741     05  FILLER                  PIC X(02) VALUE SPACES.
001742     05  RG-EARN-HOURS           PIC ZZZ9.99-.
001743     05  FILLER                  PIC X(08) VALUE SPACES.
001744     05  RG-EARN-AMOUNT          PIC $$,$$$,$$$,$$9.99-.
001745     05  FILLER                  PIC X(02) VALUE SPACES.
001746     05  RG-EARN-DESC            PIC X(16).
001747     05  FILLER                  PIC X(54) VALUE SPACES.
001748 01  RG-NET-LINE.
001749     05  FILLER                  PIC X(11) VALUE SPACES.
001750     05  FILLER                  PIC X(23) VALUE "NET PAY".
001751     05  FILLER                  PIC X(08) VALUE SPACES.
001752     05  RG-NET-AMOUNT           PIC $$,$$$,$$$,$$9.99-.
001753     05  FILLER                  PIC X(72) VALUE SPACES.
001754 01  RG-MESSAGE-LINE.
001755     05  RG-MSG-EMPNUM           PIC X(07).
001756     05  FILLER                  PIC X(04) VALUE SPACES.
001757     05  RG-MSG-LNAME            PIC X(12).
001758     05  FILLER                  PIC X(01) VALUE SPACE.
001759     05  RG-MSG-FNAME            PIC X(13).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001761     05  RG-MSG-TEXT             PIC X(40).
001762     05  FILLER                  PIC X(53) VALUE SPACES.
001763 01  RG-TOTAL-LINE.
001764     05  RG-TOTAL-LABEL          PIC X(30).
001765     05  RG-TOTAL-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
001766     05  FILLER                  PIC X(84) VALUE SPACES.
001767 01  RG-COUNT-LINE.
001768     05  RG-COUNT-LABEL          PIC X(30).
001769     05  RG-COUNT                PIC ZZZZZ9.
001770     05  FILLER                  PIC X(96) VALUE SPACES.
001771 01  RG-DEDSUM-LINE.
001772     05  FILLER                  PIC X(02) VALUE SPACES.
001773     05  RG-DEDSUM-CODE          PIC X(03).
001774     05  FILLER                  PIC X(03) VALUE SPACES.
001775     05  RG-DEDSUM-TOTAL         PIC $$,$$$,$$$,$$9.99-.
001776     05  FILLER                  PIC X(106) VALUE SPACES.
001777 01  RG-ERNSUM-LINE.
001778     05  FILLER                  PIC X(02) VALUE SPACES.
001779     05  RG-ERNSUM-CODE          PIC X(03).
001780     05  FILLER                  PIC X(03) VALUE SPACES.
001781     05  RG-ERNSUM-DESC          PIC X(16).
001782     05  RG-ERNSUM-HOURS         PIC ZZZ,ZZ9.99-.
001783     05  FILLER                  PIC X(02) VALUE SPACES.
001784     05  RG-ERNSUM-TOTAL         PIC $$,$$$,$$$,$$9.99-.
001785     05  FILLER                  PIC X(77) VALUE SPACES.
001786 01  RG-GL-LINE.
001787     05  FILLER                  PIC X(02) VALUE SPACES.
001788     05  RG-GL-TYPE              PIC X(06).
001789     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  RG-GL-TITLE             PIC X(17).
001791     05  FILLER                  PIC X(02) VALUE SPACES.
001792     05  RG-GL-EARN              PIC X(03).
001793     05  FILLER                  PIC X(02) VALUE SPACES.
001794     05  RG-GL-DC                PIC X(01).
001795     05  FILLER                  PIC X(03) VALUE SPACES.
001796     05  RG-GL-AMOUNT            PIC $$,$$$,$$$,$$9.99-.
001797     05  FILLER                  PIC X(76) VALUE SPACES.
001798 01  RG-ER-LINE.
001799     05  FILLER                  PIC X(11) VALUE SPACES.
001800     05  FILLER                  PIC X(13) VALUE "EMPLOYER TAX ".
001801     05  FILLER                  PIC X(04) VALUE "SS ".
001802     05  RG-ER-SS                PIC $$,$$$,$$9.99-.
001803     05  FILLER                  PIC X(06) VALUE "  MED ".
001804     05  RG-ER-MED               PIC $$,$$$,$$9.99-.
001805     05  FILLER                  PIC X(07) VALUE "  FUTA ".
001806     05  RG-ER-FUTA              PIC $$,$$$,$$9.99-.
001807     05  FILLER                  PIC X(07) VALUE "  SUTA ".
001808     05  RG-ER-SUTA              PIC $$,$$$,$$9.99-.
001809     05  FILLER                  PIC X(28) VALUE SPACES.
001810 01  RG-LIAB-HEAD-LINE.
001811     05  FILLER                  PIC X(10) VALUE "  AGENCY".
001812     05  FILLER                  PIC X(19) VALUE "TAX".
001813     05  FILLER                  PIC X(18) VALUE
001814         "    TAXABLE WAGES".
001815     05  FILLER                  PIC X(02) VALUE SPACES.
001816     05  FILLER                  PIC X(18) VALUE
001817         "              TAX".
001818     05  FILLER                  PIC X(65) VALUE "  DUE DATE".
001819 01  RG-LIAB-LINE.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001821     05  RG-LIAB-AGENCY          PIC X(06).
001822     05  FILLER                  PIC X(02) VALUE SPACES.
001823     05  RG-LIAB-TAX             PIC X(17).
001824     05  FILLER                  PIC X(02) VALUE SPACES.
001825     05  RG-LIAB-WAGES           PIC $$,$$$,$$$,$$9.99-.
001826     05  FILLER                  PIC X(02) VALUE SPACES.
001827     05  RG-LIAB-AMOUNT          PIC $$,$$$,$$$,$$9.99-.
001828     05  FILLER                  PIC X(06) VALUE "  DUE ".
001829     05  RG-LIAB-DUE-MN          PIC 9(02).
001830     05  FILLER                  PIC X(01) VALUE "/".
001831     05  RG-LIAB-DUE-DY          PIC 9(02).
001832     05  FILLER                  PIC X(01) VALUE "/".
001833     05  RG-LIAB-DUE-YR          PIC 9(04).
001834     05  FILLER                  PIC X(49) VALUE SPACES.
001835
001836* ----------------------------------------------------------------
001837*  VARIANCE REPORT PRINT LINES
001838* ----------------------------------------------------------------
001839 01  VR-PERIOD-LINE.
001840     05  FILLER                  PIC X(10) VALUE SPACES.
001841     05  FILLER                  PIC X(13) VALUE "TRIAL PERIOD ".
001842     05  VR-TRIAL-PERIOD         PIC ZZ9.
001843     05  FILLER                  PIC X(08) VALUE " ENDING ".
001844     05  VR-TRIAL-MN             PIC 9(02).
001845     05  FILLER                  PIC X(01) VALUE "/".
001846     05  VR-TRIAL-DY             PIC 9(02).
001847     05  FILLER                  PIC X(01) VALUE "/".
001848     05  VR-TRIAL-YR             PIC 9(04).
001849     05  FILLER                  PIC X(23) VALUE
001850         "  COMPARED WITH PERIOD ".
001851     05  VR-LAST-PERIOD          PIC ZZ9.
001852     05  FILLER                  PIC X(08) VALUE " ENDING ".
001853     05  VR-LAST-MN              PIC 9(02).
001854     05  FILLER                  PIC X(01) VALUE "/".
001855     05  VR-LAST-DY              PIC 9(02).
001856     05  FILLER                  PIC X(01) VALUE "/".
001857     05  VR-LAST-YR              PIC 9(04).
001858     05  FILLER                  PIC X(44) VALUE SPACES.
001859 01  VR-LIMIT-LINE.
001860     05  FILLER                  PIC X(10) VALUE SPACES.
001861     05  FILLER                  PIC X(27) VALUE
001862         "FLAGGED WHEN THE CHANGE IS ".
001863     05  VR-LIM-PCT              PIC ZZ9.
001864     05  FILLER                  PIC X(23) VALUE
001865         "% OR MORE AND AT LEAST ".
001866     05  VR-LIM-PAY              PIC $$$,$$9.99.
001867     05  FILLER                  PIC X(13) VALUE " (DEDUCTIONS ".
001868     05  VR-LIM-DED              PIC $$$,$$9.99.
001869     05  FILLER                  PIC X(01) VALUE ")".
001870     05  FILLER                  PIC X(35) VALUE SPACES.
001871 01  VR-COLUMN-LINE.
001872     05  FILLER                  PIC X(11) VALUE "EMPLOYEE#".
001873     05  FILLER                  PIC X(28) VALUE "NAME".
001874     05  FILLER                  PIC X(08) VALUE "ITEM".
001875     05  FILLER                  PIC X(18) VALUE
001876         "       LAST PERIOD".
001877     05  FILLER                  PIC X(01) VALUE SPACE.
001878     05  FILLER                  PIC X(18) VALUE
001879         "        THIS TRIAL".
001880     05  FILLER                  PIC X(01) VALUE SPACE.
001881     05  FILLER                  PIC X(18) VALUE
001882         "            CHANGE".
001883     05  FILLER                  PIC X(02) VALUE SPACES.
001884     05  FILLER                  PIC X(06) VALUE "   PCT".
001885     05  FILLER                  PIC X(02) VALUE SPACES.
001886     05  FILLER                  PIC X(19) VALUE "FLAG".
001887 01  VR-DETAIL-LINE.
001888     05  VR-EMPNUM               PIC X(07).
001889     05  FILLER                  PIC X(04) VALUE SPACES.
001890     05  VR-LNAME                PIC X(12).
001891     05  FILLER                  PIC X(01) VALUE SPACE.
001892     05  VR-FNAME                PIC X(13).
001893     05  FILLER                  PIC X(02) VALUE SPACES.
001894     05  VR-ITEM                 PIC X(08).
001895     05  VR-LAST                 PIC $$,$$$,$$$,$$9.99-.
001896     05  FILLER                  PIC X(01) VALUE SPACE.
001897     05  VR-THIS                 PIC $$,$$$,$$$,$$9.99-.
001898     05  FILLER                  PIC X(01) VALUE SPACE.
001899     05  VR-CHANGE               PIC $$,$$$,$$$,$$9.99-.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001901     05  VR-PCT                  PIC ZZZZ9-.
001902     05  VR-PCT-X REDEFINES VR-PCT
001903                                 PIC X(06).
001904     05  FILLER                  PIC X(02) VALUE SPACES.
001905     05  VR-FLAG                 PIC X(19).
001906
001907* ----------------------------------------------------------------
001908*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
001909*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
001910*  ONCE SIGN-ON HAS SUCCEEDED.
001911* ----------------------------------------------------------------
001912 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
001913 01  OperEnd                     PIC X(01) VALUE "N".
001914 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
001915 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
001916 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
001917     88  OPERATOR-FOUND              VALUE "Y".
001918 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
001919 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
001920 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
001921 01  WS-OPER-AUTH.
001922     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
001923     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
001924     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
001925     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
001926 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001927
001928 PROCEDURE DIVISION.
001929
001930******************************************************************
001931*  0000-MAINLINE
001932******************************************************************
001933 0000-MAINLINE.
001934     PERFORM 9300-SIGN-ON THRU 9300-EXIT
001935     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001936     PERFORM 9000-CHECK-RUN-CONTROL THRU 9000-EXIT
001937     PERFORM 9500-CHECK-PAY-PERIOD THRU 9500-EXIT
001938     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
001939     PERFORM 1100-START-REGISTER-REPORT THRU 1100-EXIT
001940     PERFORM 2000-LOAD-EMPLOYEE-TABLE THRU 2000-EXIT
001941     PERFORM 2500-LOAD-DEDUCTIONS THRU 2500-EXIT
001942     PERFORM 2700-LOAD-YTD-MASTER THRU 2700-EXIT
001943     PERFORM 2800-LOAD-TAX-TABLES THRU 2800-EXIT
001944     PERFORM 2900-LOAD-TAX-STATUS THRU 2900-EXIT
001945     PERFORM 2400-LOAD-PTO-BALANCES THRU 2400-EXIT
001946     PERFORM 2300-LOAD-GARNISHMENTS THRU 2300-EXIT
001947     PERFORM 2200-LOAD-ACCOUNTS THRU 2200-EXIT
001948     PERFORM 2960-LOAD-EMPLOYER-TAX THRU 2960-EXIT
001949     PERFORM 2980-LOAD-EARNINGS-CODES THRU 2980-EXIT
001950     IF WS-TRIAL-ANSWER = "Y"
001951         PERFORM 6000-LOAD-LAST-PERIOD THRU 6000-EXIT
001952         PERFORM 6300-START-VARIANCE-REPORT THRU 6300-EXIT
001953     END-IF
001954     IF WS-ADJUST-ANSWER = "Y"
001955         PERFORM 5000-SUPPLEMENTAL-RUN THRU 5000-EXIT
001956     ELSE
001957         PERFORM 3000-PRINT-REGISTER THRU 3000-EXIT
001958         PERFORM 3800-MISSING-TIMECARDS THRU 3800-EXIT
001959     END-IF
001960     IF WS-TRIAL-ANSWER = "Y"
001961         PERFORM 6700-NOT-PAID-NOW THRU 6700-EXIT
001962         PERFORM 6800-VARIANCE-SUMMARY THRU 6800-EXIT
001963     END-IF
001964     PERFORM 4000-FINAL-SUMMARY THRU 4000-EXIT
001965     IF WS-TRIAL-ANSWER NOT = "Y"
001966         PERFORM 4300-REWRITE-YTD-MASTER THRU 4300-EXIT
001967         PERFORM 4800-REWRITE-EMPLOYER-TAX THRU 4800-EXIT
001968         IF WS-ADJUST-ANSWER NOT = "Y"
001969             PERFORM 4400-REWRITE-PTO-BALANCES THRU 4400-EXIT
001970             PERFORM 9600-MARK-PERIOD-PAID THRU 9600-EXIT
001971             PERFORM 4500-GARNISH-REMITTANCE THRU 4500-EXIT
001972             PERFORM 4600-REWRITE-GARNISHMENTS THRU 4600-EXIT
001973             PERFORM 4700-REWRITE-ACCOUNTS THRU 4700-EXIT
001974         END-IF
001975     END-IF
001976     CLOSE REGFILE
001977     MOVE "OK  " TO WS-END-RESULT
001978     MOVE SPACES TO WS-END-REASON
001979     IF WS-TRIAL-ANSWER = "Y"
001980         MOVE "TRIAL - NOTHING POSTED" TO WS-END-REASON
001981     END-IF
001982     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
001983     STOP RUN.
001984
001985******************************************************************
001986*  1000-INITIALIZE
001987******************************************************************
001988 1000-INITIALIZE.
001989     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
001990     ACCEPT WS-TIME-RAW FROM TIME
001991     DISPLAY "SUPPLEMENTAL/ADJUSTMENT RUN (Y/N)? " WITH NO
001992         ADVANCING
001993     ACCEPT WS-ADJUST-ANSWER FROM CONSOLE
001994     IF WS-ADJUST-ANSWER = "y"
001995         MOVE "Y" TO WS-ADJUST-ANSWER
001996     END-IF
001997     IF WS-ADJUST-ANSWER NOT = "Y"
001998         MOVE "N" TO WS-ADJUST-ANSWER
001999     END-IF
002000     IF WS-ADJUST-ANSWER = "N"
002001         DISPLAY "TRIAL (PREVIEW) REGISTER - NO FILES UPDATED "
002002             "(Y/N)? " WITH NO ADVANCING
002003         ACCEPT WS-TRIAL-ANSWER FROM CONSOLE
002004         IF WS-TRIAL-ANSWER = "y"
002005             MOVE "Y" TO WS-TRIAL-ANSWER
002006         END-IF
002007         IF WS-TRIAL-ANSWER NOT = "Y"
002008             MOVE "N" TO WS-TRIAL-ANSWER
002009         END-IF
002010     END-IF
002011     .
002012 1000-EXIT.
002013     EXIT.
002014
002015******************************************************************
002016*  1100-START-REGISTER-REPORT
002017*  OPENS REGISTER.RPT AND WRITES THE REPORT BANNER.  THIS RUNS
002018*  AFTER THE RUN-CONTROL CHECK SO A REFUSED RUN LEAVES NO
002019*  EMPTY REGISTER BEHIND.
002020******************************************************************
002021 1100-START-REGISTER-REPORT.
002022     OPEN OUTPUT REGFILE
002023     MOVE SPACES TO RG-Print-Line
002024     WRITE RG-Print-Line
002025     MOVE "          THE BEST IS YET TO COME, INC." TO
002026         RG-Print-Line
002027     WRITE RG-Print-Line
002028     IF WS-ADJUST-ANSWER = "Y"
002029         MOVE "              ADJUSTMENT REGISTER" TO
002030             RG-Print-Line
002031     ELSE
002032         IF WS-TRIAL-ANSWER = "Y"
002033             MOVE
002034                 "   *** TRIAL PAYROLL REGISTER - NOT POSTED ***"
002035                 TO RG-Print-Line
002036         ELSE
002037             MOVE "                PAYROLL REGISTER" TO
002038                 RG-Print-Line
002039         END-IF
002040     END-IF
002041     WRITE RG-Print-Line
002042     MOVE MN TO RG-DATE-MN
002043     MOVE DY TO RG-DATE-DY
002044     MOVE YR TO RG-DATE-YR
002045     WRITE RG-Print-Line FROM RG-DATE-LINE
002046     MOVE WS-RUN-PERIOD TO RG-PERIOD
002047     MOVE WS-PERIOD-END-MN TO RG-PERIOD-MN
002048     MOVE WS-PERIOD-END-DY TO RG-PERIOD-DY
002049     MOVE WS-PERIOD-END-YR TO RG-PERIOD-YR
002050     WRITE RG-Print-Line FROM RG-PERIOD-LINE
002051     MOVE SPACES TO RG-Print-Line
002052     WRITE RG-Print-Line
002053     .
002054 1100-EXIT.
002055     EXIT.
002056
002057******************************************************************
002058*  2000-LOAD-EMPLOYEE-TABLE
002059*  LOADS EVERY DETAIL RECORD FROM NEWEMP.DAT (THE TRAILER RECORD
002060*  IS SKIPPED) INTO EMP-TABLE, THEN SORTS THE TABLE BY EMPLOYEE
002061*  NUMBER SO SEARCH ALL CAN BINARY-SEARCH IT BY KEY.
002062******************************************************************
002063 2000-LOAD-EMPLOYEE-TABLE.
002064     OPEN INPUT NEWEMPFILE
002065     PERFORM UNTIL LoadEnd = "Y"
002066         READ NEWEMPFILE INTO REmployee-Record
002067             AT END
002068                 MOVE "Y" TO LoadEnd
002069             NOT AT END
002070                 PERFORM 2100-LOAD-ONE-EMPLOYEE THRU 2100-EXIT
002071         END-READ
002072     END-PERFORM
002073     CLOSE NEWEMPFILE
002074
002075     IF WS-EMP-COUNT > ZERO
002076         SORT EMP-ENTRY ON ASCENDING KEY TB-EMPNUM
002077     END-IF
002078     .
002079 2000-EXIT.
002080     EXIT.
002081
002082******************************************************************
002083*  2100-LOAD-ONE-EMPLOYEE
002084******************************************************************
002085 2100-LOAD-ONE-EMPLOYEE.
002086     IF REMPNUM NOT = "TRAILER"
002087         IF WS-EMP-COUNT < 9999
002088             ADD 1 TO WS-EMP-COUNT
002089             MOVE REMPNUM TO TB-EMPNUM(WS-EMP-COUNT)
002090             MOVE REMPLNAME TO TB-LNAME(WS-EMP-COUNT)
002091             MOVE REMPFNAME TO TB-FNAME(WS-EMP-COUNT)
002092             MOVE RRATE TO TB-RATE(WS-EMP-COUNT)
002093             MOVE RSTATUS TO TB-STATUS(WS-EMP-COUNT)
002094             MOVE ZERO TO TB-HOURS(WS-EMP-COUNT)
002095             IF REMPSTAT = SPACE
002096                 MOVE "A" TO TB-EMPSTAT(WS-EMP-COUNT)
002097             ELSE
002098                 MOVE REMPSTAT TO TB-EMPSTAT(WS-EMP-COUNT)
002099             END-IF
002100             MOVE "N" TO TB-PAID-SW(WS-EMP-COUNT)
002101             MOVE REMPTYPE TO TB-TYPE(WS-EMP-COUNT)
002102             MOVE REMPTITLE TO TB-TITLE(WS-EMP-COUNT)
002103             MOVE ZERO TO TB-ADJ-GROSS(WS-EMP-COUNT)
002104             MOVE ZERO TO TB-ADJ-HOURS(WS-EMP-COUNT)
002105             MOVE ZERO TO TB-VAC-HOURS(WS-EMP-COUNT)
002106             MOVE ZERO TO TB-SICK-HOURS(WS-EMP-COUNT)
002107             MOVE "N" TO TB-ERN-HELD-SW(WS-EMP-COUNT)
002108             PERFORM 2150-CLEAR-ONE-EARN-SLOT THRU 2150-EXIT
002109                 VARYING WS-TE-SUB FROM 1 BY 1
002110                 UNTIL WS-TE-SUB > 8
002111         ELSE
002112             IF WS-TABLE-FULL-SW = "N"
002113                 MOVE "Y" TO WS-TABLE-FULL-SW
002114                 DISPLAY "*** EMPLOYEE TABLE FULL AT 9999 - "
002115                     "EMPLOYEE " REMPNUM " AND ANY REMAINING "
002116                     "MASTER RECORDS ARE NOT IN THIS REGISTER"
002117             END-IF
002118         END-IF
002119     END-IF
002120     .
002121 2100-EXIT.
002122     EXIT.
002123
002124******************************************************************
002125*  2150-CLEAR-ONE-EARN-SLOT
002126******************************************************************
002127 2150-CLEAR-ONE-EARN-SLOT.
002128     MOVE SPACES TO TB-ERN-CODE(WS-EMP-COUNT, WS-TE-SUB)
002129     MOVE ZERO TO TB-ERN-HOURS(WS-EMP-COUNT, WS-TE-SUB)
002130     MOVE ZERO TO TB-ERN-AMOUNT(WS-EMP-COUNT, WS-TE-SUB)
002131     .
002132 2150-EXIT.
002133     EXIT.
002134
002135******************************************************************
002136*  2500-LOAD-DEDUCTIONS
002137*  LOADS THE WHOLE DEDUCT.DAT DEDUCTIONS MASTER INTO DED-TABLE.
002138*  A MISSING DEDUCT.DAT IS NOT AN ERROR - THE RUN SIMPLY PAYS
002139*  EVERY EMPLOYEE AT GROSS, THE WAY THE REGISTER ALWAYS DID.
002140******************************************************************
002141 2500-LOAD-DEDUCTIONS.
002142     OPEN INPUT DEDUCTFILE
002143     IF WS-DEDUCT-STATUS = "35"
002144         DISPLAY "NO DEDUCT.DAT FOUND - REGISTER WILL SHOW "
002145             "GROSS PAY WITH NO DEDUCTIONS"
002146     ELSE
002147         PERFORM UNTIL DeductEnd = "Y"
002148             READ DEDUCTFILE
002149                 AT END
002150                     MOVE "Y" TO DeductEnd
002151                 NOT AT END
002152                     PERFORM 2600-LOAD-ONE-DEDUCTION
002153                         THRU 2600-EXIT
002154             END-READ
002155         END-PERFORM
002156         CLOSE DEDUCTFILE
002157     END-IF
002158     .
002159 2500-EXIT.
002160     EXIT.
002161
002162******************************************************************
002163*  2600-LOAD-ONE-DEDUCTION
002164******************************************************************
002165 2600-LOAD-ONE-DEDUCTION.
002166     IF WS-DED-COUNT < 30000
002167         ADD 1 TO WS-DED-COUNT
002168         MOVE DD-EMPNUM TO DT-EMPNUM(WS-DED-COUNT)
002169         MOVE DD-CODE TO DT-CODE(WS-DED-COUNT)
002170         MOVE DD-METHOD TO DT-METHOD(WS-DED-COUNT)
002171         MOVE DD-VALUE TO DT-VALUE(WS-DED-COUNT)
002172     ELSE
002173         IF WS-DED-TABLE-FULL-SW = "N"
002174             MOVE "Y" TO WS-DED-TABLE-FULL-SW
002175             DISPLAY "*** DEDUCTION TABLE FULL AT 30000 - "
002176                 "EMPLOYEE " DD-EMPNUM " AND ANY REMAINING "
002177                 "DEDUCTIONS ARE NOT IN THIS REGISTER"
002178         END-IF
002179     END-IF
002180     .
002181 2600-EXIT.
002182     EXIT.
002183
002184******************************************************************
002185*  2700-LOAD-YTD-MASTER
002186*  LOADS THE WHOLE YTDMAST.DAT YEAR-TO-DATE MASTER INTO
002187*  YTD-TABLE.  A MISSING YTDMAST.DAT IS NOT AN ERROR - THE FIRST
002188*  REGISTER RUN OF A NEW INSTALLATION (OR THE FIRST AFTER A YEAR
002189*  ROLLOVER) SIMPLY STARTS EVERY EMPLOYEE AT ZERO.
002190******************************************************************
002191 2700-LOAD-YTD-MASTER.
002192     OPEN INPUT YTDFILE
002193     IF WS-YTD-STATUS = "35"
002194         DISPLAY "NO YTDMAST.DAT FOUND - YEAR-TO-DATE FIGURES "
002195             "START AT ZERO THIS RUN"
002196     ELSE
002197         PERFORM UNTIL YtdEnd = "Y"
002198             READ YTDFILE
002199                 AT END
002200                     MOVE "Y" TO YtdEnd
002201                 NOT AT END
002202                     PERFORM 2750-LOAD-ONE-YTD THRU 2750-EXIT
002203             END-READ
002204         END-PERFORM
002205         CLOSE YTDFILE
002206     END-IF
002207     .
002208 2700-EXIT.
002209     EXIT.
002210
002211******************************************************************
002212*  2750-LOAD-ONE-YTD
002213*  A RECORD CARRYING A YEAR OTHER THAN THE RUN YEAR MEANS THE
002214*  PT2YTD YEAR ROLLOVER HAS NOT BEEN RUN - THE OPERATOR IS
002215*  WARNED ONCE, AND THE RECORD IS STILL CARRIED SO NOTHING IS
002216*  LOST WHILE THE ROLLOVER IS CHASED DOWN.
002217******************************************************************
002218 2750-LOAD-ONE-YTD.
002219     IF WS-YTD-COUNT < 9999
002220         ADD 1 TO WS-YTD-COUNT
002221         MOVE YT-YTD-RECORD TO YTD-ENTRY(WS-YTD-COUNT)
002222         PERFORM 2760-CHECK-ONE-YTD-ERN THRU 2760-EXIT
002223             VARYING WS-YD-NSUB FROM 1 BY 1
002224             UNTIL WS-YD-NSUB > 10
002225         IF YT-YEAR NOT = WS-PERIOD-END-YR AND
002226            WS-YTD-OLD-YEAR-SW = "N"
002227             MOVE "Y" TO WS-YTD-OLD-YEAR-SW
002228             DISPLAY "*** YTDMAST.DAT CARRIES YEAR " YT-YEAR
002229                 " BUT THIS RUN PAYS " WS-PERIOD-END-YR
002230                 " - RUN THE PT2YTD YEAR ROLLOVER"
002231         END-IF
002232     ELSE
002233         IF WS-YTD-TABLE-FULL-SW = "N"
002234             MOVE "Y" TO WS-YTD-TABLE-FULL-SW
002235             DISPLAY "*** YTD TABLE FULL AT 9999 - EMPLOYEE "
002236                 YT-EMPNUM " AND ANY REMAINING YTD RECORDS "
002237                 "ARE NOT CARRIED THIS RUN"
002238         END-IF
002239     END-IF
002240     .
002241 2750-EXIT.
002242     EXIT.
002243
002244******************************************************************
002245*  2760-CHECK-ONE-YTD-ERN
002246*  A RECORD WRITTEN BEFORE YTDMAST.DAT CARRIED EARNINGS BY CODE
002247*  COMES IN WITH THOSE SLOTS BLANK - THEY START EMPTY.
002248******************************************************************
002249 2760-CHECK-ONE-YTD-ERN.
002250     IF YD-EYTD(WS-YTD-COUNT, WS-YD-NSUB) NOT NUMERIC
002251         MOVE SPACES TO YD-ECODE(WS-YTD-COUNT, WS-YD-NSUB)
002252         MOVE ZERO TO YD-EYTD(WS-YTD-COUNT, WS-YD-NSUB)
002253     END-IF
002254     .
002255 2760-EXIT.
002256     EXIT.
002257
002258******************************************************************
002259*  2800-LOAD-TAX-TABLES
002260*  LOADS THE WHOLE TAXTBL.DAT BRACKET FILE INTO TAXBKT-TABLE,
002261*  COLLECTING THE DISTINCT WITHHOLDING CODES AS IT GOES.  A
002262*  MISSING TAXTBL.DAT IS NOT AN ERROR - THE RUN TAKES NO TABLE
002263*  WITHHOLDING, THE WAY THE REGISTER RAN BEFORE THE TABLES.
002264******************************************************************
002265 2800-LOAD-TAX-TABLES.
002266     OPEN INPUT TAXTBLFILE
002267     IF WS-TAXTBL-STATUS = "35"
002268         DISPLAY "NO TAXTBL.DAT FOUND - NO TABLE WITHHOLDING "
002269             "THIS RUN"
002270     ELSE
002271         PERFORM UNTIL TaxTblEnd = "Y"
002272             READ TAXTBLFILE
002273                 AT END
002274                     MOVE "Y" TO TaxTblEnd
002275                 NOT AT END
002276                     PERFORM 2850-LOAD-ONE-BRACKET
002277                         THRU 2850-EXIT
002278             END-READ
002279         END-PERFORM
002280         CLOSE TAXTBLFILE
002281     END-IF
002282     .
002283 2800-EXIT.
002284     EXIT.
002285
002286******************************************************************
002287*  2850-LOAD-ONE-BRACKET
002288******************************************************************
002289 2850-LOAD-ONE-BRACKET.
002290     IF WS-TAXBKT-COUNT < 500
002291         ADD 1 TO WS-TAXBKT-COUNT
002292         MOVE TX-CODE TO TK-CODE(WS-TAXBKT-COUNT)
002293         MOVE TX-FILING-STATUS TO TK-STATUS(WS-TAXBKT-COUNT)
002294         MOVE TX-FLOOR TO TK-FLOOR(WS-TAXBKT-COUNT)
002295         MOVE TX-CEILING TO TK-CEILING(WS-TAXBKT-COUNT)
002296         MOVE TX-BASE-AMOUNT TO TK-BASE(WS-TAXBKT-COUNT)
002297         MOVE TX-PCT-OVER TO TK-PCT(WS-TAXBKT-COUNT)
002298         PERFORM 2860-NOTE-TAX-CODE THRU 2860-EXIT
002299     ELSE
002300         IF WS-TAXBKT-FULL-SW = "N"
002301             MOVE "Y" TO WS-TAXBKT-FULL-SW
002302             DISPLAY "*** TAX BRACKET TABLE FULL AT 500 - "
002303                 "REMAINING TAXTBL.DAT RECORDS IGNORED"
002304         END-IF
002305     END-IF
002306     .
002307 2850-EXIT.
002308     EXIT.
002309
002310******************************************************************
002311*  2860-NOTE-TAX-CODE
002312*  ADDS THE BRACKET'S CODE TO THE DISTINCT-CODE LIST THE FIRST
002313*  TIME IT IS SEEN.  THE CODES ARE TAKEN IN THE ORDER THEY
002314*  FIRST APPEAR ON THE FILE, SO THE SHOP CONTROLS THE ORDER
002315*  WITHHOLDINGS PRINT BY THE ORDER IT KEYS THE TABLE.
002316******************************************************************
002317 2860-NOTE-TAX-CODE.
002318     MOVE "N" TO WS-TAXCODE-FOUND-SW
002319     PERFORM 2870-MATCH-ONE-TAX-CODE THRU 2870-EXIT
002320         VARYING WS-TC-SUB FROM 1 BY 1
002321         UNTIL WS-TC-SUB > WS-TAXCODE-COUNT
002322             OR WS-TAXCODE-FOUND-SW = "Y"
002323     IF WS-TAXCODE-FOUND-SW = "N" AND WS-TAXCODE-COUNT < 10
002324         ADD 1 TO WS-TAXCODE-COUNT
002325         MOVE TX-CODE TO TC-CODE(WS-TAXCODE-COUNT)
002326     END-IF
002327     .
002328 2860-EXIT.
002329     EXIT.
002330
002331******************************************************************
002332*  2870-MATCH-ONE-TAX-CODE
002333******************************************************************
002334 2870-MATCH-ONE-TAX-CODE.
002335     IF TC-CODE(WS-TC-SUB) = TX-CODE
002336         MOVE "Y" TO WS-TAXCODE-FOUND-SW
002337     END-IF
002338     .
002339 2870-EXIT.
002340     EXIT.
002341
002342******************************************************************
002343*  2900-LOAD-TAX-STATUS
002344*  LOADS THE WHOLE TAXSTAT.DAT FILE INTO TAXSTAT-TABLE.  A
002345*  SPACE FILING STATUS IS CARRIED AS "S" SO OLDER RECORDS KEYED
002346*  WITHOUT ONE STILL WITHHOLD AT THE SINGLE RATE.
002347******************************************************************
002348 2900-LOAD-TAX-STATUS.
002349     OPEN INPUT TAXSTATFILE
002350     IF WS-TAXSTAT-STATUS = "35"
002351         DISPLAY "NO TAXSTAT.DAT FOUND - NO TABLE WITHHOLDING "
002352             "THIS RUN"
002353     ELSE
002354         PERFORM UNTIL TaxStatEnd = "Y"
002355             READ TAXSTATFILE
002356                 AT END
002357                     MOVE "Y" TO TaxStatEnd
002358                 NOT AT END
002359                     PERFORM 2950-LOAD-ONE-TAX-STATUS
002360                         THRU 2950-EXIT
002361             END-READ
002362         END-PERFORM
002363         CLOSE TAXSTATFILE
002364     END-IF
002365     .
002366 2900-EXIT.
002367     EXIT.
002368
002369******************************************************************
002370*  2950-LOAD-ONE-TAX-STATUS
002371******************************************************************
002372 2950-LOAD-ONE-TAX-STATUS.
002373     IF WS-TAXSTAT-COUNT < 9999
002374         ADD 1 TO WS-TAXSTAT-COUNT
002375         MOVE TS-EMPNUM TO TP-EMPNUM(WS-TAXSTAT-COUNT)
002376         IF TS-FILING-STATUS = SPACE
002377             MOVE "S" TO TP-FILING(WS-TAXSTAT-COUNT)
002378         ELSE
002379             MOVE TS-FILING-STATUS TO TP-FILING(WS-TAXSTAT-COUNT)
002380         END-IF
002381         IF TS-ALLOWANCES IS NUMERIC
002382             MOVE TS-ALLOWANCES TO TP-ALLOW(WS-TAXSTAT-COUNT)
002383         ELSE
002384             MOVE ZERO TO TP-ALLOW(WS-TAXSTAT-COUNT)
002385         END-IF
002386     ELSE
002387         IF WS-TAXSTAT-FULL-SW = "N"
002388             MOVE "Y" TO WS-TAXSTAT-FULL-SW
002389             DISPLAY "*** TAX STATUS TABLE FULL AT 9999 - "
002390                 "EMPLOYEE " TS-EMPNUM " AND ANY REMAINING "
002391                 "TAXSTAT.DAT RECORDS GET NO TABLE WITHHOLDING"
002392         END-IF
002393     END-IF
002394     .
002395 2950-EXIT.
002396     EXIT.
002397
002398******************************************************************
002399*  2960-LOAD-EMPLOYER-TAX
002400*  LOADS ERTAX.DAT - THE CONTROL RECORD INTO THE RATE AND WAGE
002401*  BASE FIELDS, EVERY EMPLOYEE-YEAR RECORD INTO ERTAX-TABLE.
002402*  RECORDS OLDER THAN LAST YEAR HAVE NO FURTHER USE AND ARE
002403*  DROPPED.  A MISSING ERTAX.DAT STARTS EVERY EMPLOYEE'S WAGES
002404*  AT ZERO AND IS CREATED BY THE FIRST RUN THAT POSTS.  A FILE
002405*  TOO BIG FOR THE TABLE IS USED AS FAR AS IT LOADED BUT NOT
002406*  REWRITTEN.
002407******************************************************************
002408 2960-LOAD-EMPLOYER-TAX.
002409     COMPUTE WS-ERTAX-KEEP-YEAR = WS-PERIOD-END-YR - 1
002410     OPEN INPUT ERTAXFILE
002411     IF WS-ERTAX-STATUS = "35"
002412         MOVE "Y" TO WS-ERTAX-NEW-FILE-SW
002413         DISPLAY "NO ERTAX.DAT FOUND - EMPLOYER TAX WAGES START "
002414             "AT ZERO THIS RUN"
002415     ELSE
002416         PERFORM UNTIL ErTaxEnd = "Y"
002417             READ ERTAXFILE
002418                 AT END
002419                     MOVE "Y" TO ErTaxEnd
002420                 NOT AT END
002421                     PERFORM 2970-LOAD-ONE-ERTAX THRU 2970-EXIT
002422             END-READ
002423         END-PERFORM
002424         CLOSE ERTAXFILE
002425         IF WS-ERTAX-CONTROL-SW = "N"
002426             DISPLAY "*** NO CONTROL RECORD ON ERTAX.DAT - "
002427                 "STANDARD RATES AND WAGE BASES USED"
002428         END-IF
002429         IF WS-ERTAX-FULL-SW = "Y"
002430             DISPLAY "*** ERTAX.DAT HAS MORE THAN 9999 "
002431                 "RECORDS - IT WILL NOT BE REWRITTEN "
002432                 "THIS RUN"
002433         END-IF
002434         IF WS-ERTAX-DROPPED > ZERO
002435             DISPLAY "ERTAX.DAT RECORDS BEFORE "
002436                 WS-ERTAX-KEEP-YEAR " DROPPED: " WS-ERTAX-DROPPED
002437         END-IF
002438     END-IF
002439     .
002440 2960-EXIT.
002441     EXIT.
002442
002443******************************************************************
002444*  2970-LOAD-ONE-ERTAX
002445******************************************************************
002446 2970-LOAD-ONE-ERTAX.
002447     IF ET-MARKER = "CONTROL"
002448         MOVE "Y" TO WS-ERTAX-CONTROL-SW
002449         MOVE ET-SS-RATE TO WS-ER-SS-RATE
002450         MOVE ET-SS-BASE TO WS-ER-SS-BASE
002451         MOVE ET-MED-RATE TO WS-ER-MED-RATE
002452         MOVE ET-FUTA-RATE TO WS-ER-FUTA-RATE
002453         MOVE ET-FUTA-BASE TO WS-ER-FUTA-BASE
002454         MOVE ET-SUTA-RATE TO WS-ER-SUTA-RATE
002455         MOVE ET-SUTA-BASE TO WS-ER-SUTA-BASE
002456         MOVE ET-SUTA-STATE TO WS-ER-SUTA-STATE
002457         IF ET-DEPOSIT-SCHEDULE = "S"
002458             MOVE "S" TO WS-ER-SCHEDULE
002459         END-IF
002460     ELSE
002461         IF ET-YEAR < WS-ERTAX-KEEP-YEAR
002462             ADD 1 TO WS-ERTAX-DROPPED
002463         ELSE
002464             IF WS-ERTAX-COUNT < 9999
002465                 ADD 1 TO WS-ERTAX-COUNT
002466                 MOVE ET-ERTAX-RECORD TO
002467                     ERTAX-ENTRY(WS-ERTAX-COUNT)
002468             ELSE
002469                 MOVE "Y" TO WS-ERTAX-FULL-SW
002470             END-IF
002471         END-IF
002472     END-IF
002473     .
002474 2970-EXIT.
002475     EXIT.
002476
002477******************************************************************
002478*  2980-LOAD-EARNINGS-CODES
002479*  LOADS THE EARNCODE.DAT TABLE, SKIPPING THE CONTROL RECORD
002480*  PT2PUNCH USES.  WITH NO FILE THE STANDARD CODES ARE USED.  A
002481*  CODE THAT IS BLANK, IS ONE OF THE REGISTER'S OWN CODES, OR
002482*  HAS NO VALID METHOD OR A NON-NUMERIC RATE IS REFUSED.
002483******************************************************************
002484 2980-LOAD-EARNINGS-CODES.
002485     OPEN INPUT EARNCODEFILE
002486     IF WS-EARNCODE-STATUS = "35"
002487         DISPLAY "NO EARNCODE.DAT FOUND - STANDARD EARNINGS "
002488             "CODES USED"
002489         MOVE 4 TO WS-EARNCODE-COUNT
002490         PERFORM 2990-TAKE-ONE-DEFAULT THRU 2990-EXIT
002491             VARYING EN-IDX FROM 1 BY 1
002492             UNTIL EN-IDX > 4
002493     ELSE
002494         PERFORM UNTIL EarnCodeEnd = "Y"
002495             READ EARNCODEFILE
002496                 AT END
002497                     MOVE "Y" TO EarnCodeEnd
002498                 NOT AT END
002499                     PERFORM 2985-LOAD-ONE-EARNCODE THRU 2985-EXIT
002500             END-READ
002501         END-PERFORM
002502         CLOSE EARNCODEFILE
002503     END-IF
002504     .
002505 2980-EXIT.
002506     EXIT.
002507
002508******************************************************************
002509*  2985-LOAD-ONE-EARNCODE
002510******************************************************************
002511 2985-LOAD-ONE-EARNCODE.
002512     EVALUATE TRUE
002513         WHEN EC-MARKER = "CONTROL"
002514             CONTINUE
002515         WHEN EC-CODE = SPACES OR EC-CODE = "REG" OR
002516              EC-CODE = "OT " OR EC-CODE = "PTO"
002517             DISPLAY "*** EARNCODE.DAT CODE '" EC-CODE
002518                 "' IS RESERVED - IGNORED"
002519         WHEN EC-METHOD NOT = "M" AND EC-METHOD NOT = "P" AND
002520              EC-METHOD NOT = "F"
002521             DISPLAY "*** EARNCODE.DAT CODE " EC-CODE
002522                 " HAS NO VALID METHOD - IGNORED"
002523         WHEN EC-MULTIPLIER NOT NUMERIC OR EC-PREMIUM NOT NUMERIC
002524             DISPLAY "*** EARNCODE.DAT CODE " EC-CODE
002525                 " HAS A NON-NUMERIC RATE - IGNORED"
002526         WHEN WS-EARNCODE-COUNT < 50
002527             ADD 1 TO WS-EARNCODE-COUNT
002528             MOVE EC-CODE TO EN-CODE(WS-EARNCODE-COUNT)
002529             MOVE EC-DESC TO EN-DESC(WS-EARNCODE-COUNT)
002530             MOVE EC-METHOD TO EN-METHOD(WS-EARNCODE-COUNT)
002531             MOVE EC-MULTIPLIER TO
002532                 EN-MULTIPLIER(WS-EARNCODE-COUNT)
002533             MOVE EC-PREMIUM TO EN-PREMIUM(WS-EARNCODE-COUNT)
002534             MOVE EC-OT-SW TO EN-OT-SW(WS-EARNCODE-COUNT)
002535         WHEN OTHER
002536             IF WS-EARNCODE-FULL-SW = "N"
002537                 MOVE "Y" TO WS-EARNCODE-FULL-SW
002538                 DISPLAY "*** EARNINGS CODE TABLE FULL AT 50 - "
002539                     "CODE " EC-CODE " AND LATER CODES IGNORED"
002540             END-IF
002541     END-EVALUATE
002542     .
002543 2985-EXIT.
002544     EXIT.
002545
002546******************************************************************
002547*  2990-TAKE-ONE-DEFAULT
002548******************************************************************
002549 2990-TAKE-ONE-DEFAULT.
002550     SET WS-EN-ESUB TO EN-IDX
002551     MOVE EARNCODE-DEFAULT(WS-EN-ESUB) TO EARNCODE-ENTRY(EN-IDX)
002552     .
002553 2990-EXIT.
002554     EXIT.
002555
002556******************************************************************
002557*  2200-LOAD-ACCOUNTS
002558*  LOADS BANKACCT.DAT WHOLE ON A RUN THAT POSTS.  A MISSING FILE
002559*  MEANS NO EMPLOYEE HAS AN ACCOUNT ON FILE AND EVERY DEPOSIT GOES
002560*  OUT WITHOUT ONE, AS BEFORE THE ACCOUNT MASTER.  A FILE TOO BIG
002561*  FOR THE TABLE IS USED AS FAR AS IT LOADED BUT NOT REWRITTEN.
002562*  A TRIAL RUN MAKES NO DEPOSITS AND DOES NOT LOAD IT.
002563******************************************************************
002564 2200-LOAD-ACCOUNTS.
002565     IF WS-TRIAL-ANSWER NOT = "Y"
002566         OPEN INPUT ACCTFILE
002567         IF WS-ACCT-STATUS = "35"
002568             DISPLAY "NO BANKACCT.DAT FOUND - DEPOSITS GO OUT "
002569                 "WITHOUT ACCOUNT NUMBERS"
002570         ELSE
002571             MOVE "Y" TO WS-ACCT-ACTIVE-SW
002572             PERFORM UNTIL AcctEnd = "Y"
002573                 READ ACCTFILE
002574                     AT END
002575                         MOVE "Y" TO AcctEnd
002576                     NOT AT END
002577                         PERFORM 2250-LOAD-ONE-ACCOUNT
002578                             THRU 2250-EXIT
002579                 END-READ
002580             END-PERFORM
002581             CLOSE ACCTFILE
002582             IF WS-ACCT-FULL-SW = "Y"
002583                 DISPLAY "*** BANKACCT.DAT HAS MORE THAN 9999 "
002584                     "ACCOUNTS - IT WILL NOT BE REWRITTEN "
002585                     "THIS RUN"
002586             END-IF
002587         END-IF
002588         COMPUTE WS-ACCT-PERIOD-END = WS-PERIOD-END-YR * 10000
002589             + WS-PERIOD-END-MN * 100 + WS-PERIOD-END-DY
002590     END-IF
002591     .
002592 2200-EXIT.
002593     EXIT.
002594
002595******************************************************************
002596*  2250-LOAD-ONE-ACCOUNT
002597******************************************************************
002598 2250-LOAD-ONE-ACCOUNT.
002599     IF WS-ACCT-COUNT < 9999
002600         ADD 1 TO WS-ACCT-COUNT
002601         MOVE BA-ACCOUNT-RECORD TO
002602             AT-ACCOUNT-RECORD(WS-ACCT-COUNT)
002603     ELSE
002604         MOVE "Y" TO WS-ACCT-FULL-SW
002605     END-IF
002606     .
002607 2250-EXIT.
002608     EXIT.
002609
002610******************************************************************
002611*  2300-LOAD-GARNISHMENTS
002612*  LOADS GARNISH.DAT - THE CONTROL LIMITS RECORD INTO THE LEGAL
002613*  LIMIT FIELDS, EVERY ORDER INTO GARN-TABLE, WHICH IS THEN
002614*  SORTED BY EMPLOYEE AND PRIORITY (FILE ORDER BREAKS A TIE) SO
002615*  EACH EMPLOYEE'S ORDERS ARE TAKEN IN TURN.  A MISSING
002616*  GARNISH.DAT MEANS NO ORDERS ARE ON FILE.  A SUPPLEMENTAL RUN
002617*  TAKES NO GARNISHMENTS AND DOES NOT LOAD THE FILE.
002618******************************************************************
002619 2300-LOAD-GARNISHMENTS.
002620     IF WS-ADJUST-ANSWER NOT = "Y"
002621         OPEN INPUT GARNFILE
002622         IF WS-GARN-STATUS = "35"
002623             DISPLAY "NO GARNISH.DAT FOUND - NO GARNISHMENTS "
002624                 "THIS RUN"
002625         ELSE
002626             MOVE "Y" TO WS-GARN-ACTIVE-SW
002627             PERFORM UNTIL GarnEnd = "Y"
002628                 READ GARNFILE
002629                     AT END
002630                         MOVE "Y" TO GarnEnd
002631                     NOT AT END
002632                         PERFORM 2350-LOAD-ONE-GARNISHMENT
002633                             THRU 2350-EXIT
002634                 END-READ
002635             END-PERFORM
002636             CLOSE GARNFILE
002637             IF WS-GARN-CONTROL-SW = "N"
002638                 DISPLAY "*** NO CONTROL RECORD ON GARNISH.DAT - "
002639                     "STANDARD LIMITS USED"
002640             END-IF
002641             IF WS-GARN-COUNT > 1
002642                 SORT GARN-ENTRY ON ASCENDING KEY GT-EMPNUM
002643                     GT-PRIORITY GT-SEQ
002644             END-IF
002645         END-IF
002646         COMPUTE WS-GARN-PERIOD-END = WS-PERIOD-END-YR * 10000
002647             + WS-PERIOD-END-MN * 100 + WS-PERIOD-END-DY
002648     END-IF
002649     .
002650 2300-EXIT.
002651     EXIT.
002652
002653******************************************************************
002654*  2350-LOAD-ONE-GARNISHMENT
002655******************************************************************
002656 2350-LOAD-ONE-GARNISHMENT.
002657     IF GN-MARKER = "CONTROL"
002658         MOVE "Y" TO WS-GARN-CONTROL-SW
002659         MOVE GN-SUPPORT-PCT TO WS-GARN-SUPPORT-PCT
002660         MOVE GN-CREDITOR-PCT TO WS-GARN-CREDITOR-PCT
002661         MOVE GN-STUDENT-PCT TO WS-GARN-STUDENT-PCT
002662         MOVE GN-PROTECTED-AMT TO WS-GARN-PROTECTED-AMT
002663         MOVE GN-LEVY-EXEMPT TO WS-GARN-LEVY-EXEMPT
002664     ELSE
002665         IF WS-GARN-COUNT < 9999
002666             ADD 1 TO WS-GARN-COUNT
002667             MOVE GN-EMPNUM TO GT-EMPNUM(WS-GARN-COUNT)
002668             MOVE GN-PRIORITY TO GT-PRIORITY(WS-GARN-COUNT)
002669             MOVE WS-GARN-COUNT TO GT-SEQ(WS-GARN-COUNT)
002670             MOVE GN-DED-CODE TO GT-DED-CODE(WS-GARN-COUNT)
002671             MOVE GN-CASE-NUM TO GT-CASE-NUM(WS-GARN-COUNT)
002672             MOVE GN-AGENCY-CODE TO GT-AGENCY-CODE(WS-GARN-COUNT)
002673             MOVE GN-AGENCY-NAME TO GT-AGENCY-NAME(WS-GARN-COUNT)
002674             MOVE GN-ORDER-TYPE TO GT-ORDER-TYPE(WS-GARN-COUNT)
002675             MOVE GN-METHOD TO GT-METHOD(WS-GARN-COUNT)
002676             MOVE GN-VALUE TO GT-VALUE(WS-GARN-COUNT)
002677             MOVE GN-GOAL TO GT-GOAL(WS-GARN-COUNT)
002678             MOVE GN-PAID-TO-DATE TO
002679                 GT-PAID-TO-DATE(WS-GARN-COUNT)
002680             MOVE GN-START-DATE TO GT-START-DATE(WS-GARN-COUNT)
002681             MOVE GN-STOP-DATE TO GT-STOP-DATE(WS-GARN-COUNT)
002682         ELSE
002683             IF WS-GARN-FULL-SW = "N"
002684                 MOVE "Y" TO WS-GARN-FULL-SW
002685                 DISPLAY "*** GARNISHMENT TABLE FULL AT 9999 - "
002686                     "EMPLOYEE " GN-EMPNUM " AND ANY REMAINING "
002687                     "ORDERS ARE NOT TAKEN THIS RUN"
002688             END-IF
002689         END-IF
002690     END-IF
002691     .
002692 2350-EXIT.
002693     EXIT.
002694
002695******************************************************************
002696*  2400-LOAD-PTO-BALANCES
002697*  LOADS PTOBAL.DAT - THE CONTROL RATE RECORD INTO THE ACCRUAL
002698*  RATE FIELDS, EVERY OTHER RECORD INTO PTO-TABLE.  A MISSING
002699*  PTOBAL.DAT MEANS THE SHOP HAS NOT STARTED PTO TRACKING -
002700*  THE RUN PAYS EXACTLY AS IT DID BEFORE THE FEATURE.
002701******************************************************************
002702 2400-LOAD-PTO-BALANCES.
002703     OPEN INPUT PTOFILE
002704     IF WS-PTO-STATUS = "35"
002705         DISPLAY "NO PTOBAL.DAT FOUND - NO PTO ACCRUAL OR "
002706             "DRAW-DOWN THIS RUN"
002707     ELSE
002708         MOVE "Y" TO WS-PTO-ACTIVE-SW
002709         PERFORM UNTIL PtoEnd = "Y"
002710             READ PTOFILE
002711                 AT END
002712                     MOVE "Y" TO PtoEnd
002713                 NOT AT END
002714                     PERFORM 2450-LOAD-ONE-PTO THRU 2450-EXIT
002715             END-READ
002716         END-PERFORM
002717         CLOSE PTOFILE
002718     END-IF
002719     .
002720 2400-EXIT.
002721     EXIT.
002722
002723******************************************************************
002724*  2450-LOAD-ONE-PTO
002725******************************************************************
002726 2450-LOAD-ONE-PTO.
002727     IF PB-EMPNUM = "CONTROL"
002728         MOVE PB-VAC-PER-HOUR TO WS-VAC-PER-HOUR
002729         MOVE PB-SICK-PER-HOUR TO WS-SICK-PER-HOUR
002730         MOVE PB-VAC-PER-PERIOD TO WS-VAC-PER-PERIOD
002731         MOVE PB-SICK-PER-PERIOD TO WS-SICK-PER-PERIOD
002732     ELSE
002733         IF WS-PTO-COUNT < 9999
002734             ADD 1 TO WS-PTO-COUNT
002735             MOVE PB-EMPNUM TO PO-EMPNUM(WS-PTO-COUNT)
002736             MOVE PB-VAC-BAL TO PO-VAC-BAL(WS-PTO-COUNT)
002737             MOVE PB-SICK-BAL TO PO-SICK-BAL(WS-PTO-COUNT)
002738         ELSE
002739             IF WS-PTO-TABLE-FULL-SW = "N"
002740                 MOVE "Y" TO WS-PTO-TABLE-FULL-SW
002741                 DISPLAY "*** PTO TABLE FULL AT 9999 - "
002742                     "EMPLOYEE " PB-EMPNUM " AND ANY REMAINING "
002743                     "BALANCES ARE NOT CARRIED THIS RUN"
002744             END-IF
002745         END-IF
002746     END-IF
002747     .
002748 2450-EXIT.
002749     EXIT.
002750
002751
002752******************************************************************
002753*  3000-PRINT-REGISTER
002754*  PASS ONE READS THE WHOLE HOURS FILE AND ACCUMULATES EVERY
002755*  TRANSACTION INTO EMP-TABLE, SO MULTIPLE TIMECARDS FOR THE
002756*  SAME EMPLOYEE BECOME ONE SET OF HOURS.  PASS TWO WALKS THE
002757*  TABLE AND PRINTS ONE REGISTER LINE PER EMPLOYEE PAID.
002758******************************************************************
002759 3000-PRINT-REGISTER.
002760     OPEN INPUT HOURSFILE
002761
002762     PERFORM UNTIL HoursEnd = "Y"
002763         READ HOURSFILE
002764             AT END
002765                 MOVE "Y" TO HoursEnd
002766             NOT AT END
002767                 PERFORM 3100-ACCUMULATE-ONE-TRANSACTION
002768                     THRU 3100-EXIT
002769         END-READ
002770     END-PERFORM
002771
002772     CLOSE HOURSFILE
002773     PERFORM 3150-VERIFY-HOURS-CONTROL THRU 3150-EXIT
002774
002775     IF WS-TRIAL-ANSWER NOT = "Y"
002776         OPEN OUTPUT PAYSTMTFILE
002777         OPEN OUTPUT BANKFILE
002778         PERFORM 3050-OPEN-PAY-DETAIL THRU 3050-EXIT
002779         PERFORM 3070-CYCLE-ONE-PRENOTE THRU 3070-EXIT
002780             VARYING AT-IDX FROM 1 BY 1
002781             UNTIL AT-IDX > WS-ACCT-COUNT
002782     END-IF
002783
002784     WRITE RG-Print-Line FROM RG-COLUMN-LINE
002785     MOVE SPACES TO RG-Print-Line
002786     WRITE RG-Print-Line
002787
002788     PERFORM 3500-PAY-ONE-EMPLOYEE THRU 3500-EXIT
002789         VARYING TB-IDX FROM 1 BY 1
002790         UNTIL TB-IDX > WS-EMP-COUNT
002791
002792     IF WS-TRIAL-ANSWER NOT = "Y"
002793         MOVE SPACES TO BK-Payment-Record
002794         MOVE "TRAILER" TO BK-MARKER
002795         MOVE WS-BANK-COUNT TO BK-PAY-COUNT
002796         MOVE WS-BANK-TOTAL TO BK-PAY-TOTAL
002797         MOVE WS-RUN-PERIOD TO BK-TRL-PERIOD
002798         WRITE BK-Trailer-Record
002799
002800         CLOSE PAYSTMTFILE
002801         CLOSE BANKFILE
002802         CLOSE PAYDTLFILE
002803         CLOSE DEPDTLFILE
002804     END-IF
002805     .
002806 3000-EXIT.
002807     EXIT.
002808
002809******************************************************************
002810*  3050-OPEN-PAY-DETAIL
002811*  PAYDTL.DAT IS A PERMANENT HISTORY - IT IS ONLY EVER EXTENDED.
002812*  THE FIRST RUN AFTER THE FEATURE WENT IN STARTS IT.  DEPDTL.DAT,
002813*  THE DEPOSIT HISTORY, IS KEPT THE SAME WAY.
002814******************************************************************
002815 3050-OPEN-PAY-DETAIL.
002816     OPEN EXTEND PAYDTLFILE
002817     IF WS-PAYDTL-STATUS = "35"
002818         OPEN OUTPUT PAYDTLFILE
002819     END-IF
002820     OPEN EXTEND DEPDTLFILE
002821     IF WS-DEPDTL-STATUS = "35"
002822         OPEN OUTPUT DEPDTLFILE
002823     END-IF
002824     .
002825 3050-EXIT.
002826     EXIT.
002827
002828******************************************************************
002829*  3070-CYCLE-ONE-PRENOTE
002830*  MOVES ONE ACCOUNT ALONG ITS PRENOTE CYCLE AT THE START OF A
002831*  REGULAR RUN - A PRENOTE SENT ON AN EARLIER RUN THAT THE BANK
002832*  HAS NOT REJECTED (PT2BANK WOULD HAVE HELD THE ACCOUNT) MAKES
002833*  THE ACCOUNT LIVE FOR THIS RUN'S MONEY, AND A NEW OR CHANGED
002834*  ACCOUNT GETS ITS ZERO-DOLLAR PRENOTE ON THIS RUN'S BANKPAY.DAT.
002835******************************************************************
002836 3070-CYCLE-ONE-PRENOTE.
002837     EVALUATE AT-PRENOTE-STATUS(AT-IDX)
002838         WHEN "S"
002839             IF AT-PRENOTE-PERIOD(AT-IDX) NOT = WS-RUN-PERIOD
002840                 MOVE "L" TO AT-PRENOTE-STATUS(AT-IDX)
002841                 ADD 1 TO WS-MADE-LIVE-COUNT
002842                 MOVE "Y" TO WS-ACCT-CHANGED-SW
002843             END-IF
002844         WHEN "P"
002845             PERFORM 3080-SEND-ONE-PRENOTE THRU 3080-EXIT
002846     END-EVALUATE
002847     .
002848 3070-EXIT.
002849     EXIT.
002850
002851******************************************************************
002852*  3080-SEND-ONE-PRENOTE
002853*  AN ACCOUNT FOR AN EMPLOYEE NO LONGER ON THE MASTER IS LEFT
002854*  PENDING - THERE IS NO PAY FOR IT TO PROVE.
002855******************************************************************
002856 3080-SEND-ONE-PRENOTE.
002857     IF WS-EMP-COUNT > ZERO
002858         SET TB-IDX TO 1
002859         SEARCH ALL EMP-ENTRY
002860             WHEN TB-EMPNUM(TB-IDX) = AT-EMPNUM(AT-IDX)
002861                 MOVE TB-EMPNUM(TB-IDX) TO WS-DEP-EMPNUM
002862                 MOVE TB-LNAME(TB-IDX) TO WS-DEP-LNAME
002863                 MOVE TB-FNAME(TB-IDX) TO WS-DEP-FNAME
002864                 MOVE ZERO TO WS-DEP-AMOUNT
002865                 MOVE "P" TO WS-DEP-TYPE
002866                 SET WS-DEP-SUB TO AT-IDX
002867                 PERFORM 3780-WRITE-ONE-DEPOSIT THRU 3780-EXIT
002868                 MOVE "S" TO AT-PRENOTE-STATUS(AT-IDX)
002869                 MOVE WS-RUN-PERIOD TO AT-PRENOTE-PERIOD(AT-IDX)
002870                 MOVE WS-ACCT-PERIOD-END TO
002871                     AT-PRENOTE-DATE(AT-IDX)
002872                 ADD 1 TO WS-PRENOTE-COUNT
002873                 MOVE "Y" TO WS-ACCT-CHANGED-SW
002874         END-SEARCH
002875     END-IF
002876     .
002877 3080-EXIT.
002878     EXIT.
002879
002880******************************************************************
002881*  3100-ACCUMULATE-ONE-TRANSACTION
002882******************************************************************
002883 3100-ACCUMULATE-ONE-TRANSACTION.
002884     IF HX-EMPNUM = "TRAILER"
002885         MOVE "Y" TO WS-HOURS-TRAILER-SEEN
002886         MOVE HT-CARD-COUNT TO WS-HOURS-EXP-COUNT
002887         MOVE HT-TOTAL-HOURS TO WS-HOURS-EXP-TOTAL
002888     ELSE
002889         ADD 1 TO WS-HOURS-ACT-COUNT
002890         ADD HX-HOURS TO WS-HOURS-ACT-TOTAL
002891         IF WS-EMP-COUNT = ZERO
002892             PERFORM 3300-NO-MATCH THRU 3300-EXIT
002893         ELSE
002894             SET TB-IDX TO 1
002895             SEARCH ALL EMP-ENTRY
002896                 AT END
002897                     PERFORM 3300-NO-MATCH THRU 3300-EXIT
002898                 WHEN TB-EMPNUM(TB-IDX) = HX-EMPNUM
002899                     EVALUATE HX-PTO-CODE
002900                         WHEN "V"
002901                             ADD HX-HOURS TO TB-VAC-HOURS(TB-IDX)
002902                         WHEN "S"
002903                             ADD HX-HOURS TO
002904                                 TB-SICK-HOURS(TB-IDX)
002905                         WHEN OTHER
002906                             IF HX-EARN-CODE = SPACES OR
002907                                HX-EARN-CODE = "REG"
002908                                 ADD HX-HOURS TO TB-HOURS(TB-IDX)
002909                             ELSE
002910                                 PERFORM 3120-ACCUMULATE-EARN-CODE
002911                                     THRU 3120-EXIT
002912                             END-IF
002913                     END-EVALUATE
002914                     MOVE "Y" TO TB-PAID-SW(TB-IDX)
002915             END-SEARCH
002916         END-IF
002917     END-IF
002918     .
002919 3100-EXIT.
002920     EXIT.
002921
002922******************************************************************
002923*  3120-ACCUMULATE-EARN-CODE
002924*  ADDS A CODED TIMECARD TO THE EMPLOYEE'S SLOT FOR THE CODE,
002925*  STARTING ONE IF NEED BE.  A CODE NOT ON THE TABLE IS PAID AS
002926*  REGULAR TIME AND REPORTED.  A NINTH DISTINCT CODE HAS NO SLOT,
002927*  SO THE EMPLOYEE'S PAY IS HELD RATHER THAN PAID SHORT.
002928******************************************************************
002929 3120-ACCUMULATE-EARN-CODE.
002930     MOVE HX-EARN-CODE TO WS-EW-CODE
002931     PERFORM 3213-FIND-EARNCODE THRU 3213-EXIT
002932     IF WS-EARNCODE-FOUND-SW = "N"
002933         ADD HX-HOURS TO TB-HOURS(TB-IDX)
002934         MOVE SPACES TO RG-Print-Line
002935         STRING "*** EARNINGS CODE " HX-EARN-CODE
002936             " NOT ON EARNCODE.DAT FOR EMPLOYEE " HX-EMPNUM
002937             " - PAID AS REGULAR TIME" DELIMITED BY SIZE
002938             INTO RG-Print-Line
002939         WRITE RG-Print-Line
002940     ELSE
002941         MOVE "N" TO WS-TE-FOUND-SW
002942         PERFORM 3125-MATCH-ONE-EARN-SLOT THRU 3125-EXIT
002943             VARYING WS-TE-SUB FROM 1 BY 1
002944             UNTIL WS-TE-SUB > 8
002945                 OR WS-TE-FOUND-SW = "Y"
002946         IF WS-TE-FOUND-SW = "N"
002947             MOVE "Y" TO TB-ERN-HELD-SW(TB-IDX)
002948             MOVE SPACES TO RG-Print-Line
002949             STRING "*** MORE THAN 8 EARNINGS CODES FOR EMPLOYEE "
002950                 HX-EMPNUM " - CODE " HX-EARN-CODE " - PAY HELD"
002951                 DELIMITED BY SIZE INTO RG-Print-Line
002952             WRITE RG-Print-Line
002953         END-IF
002954     END-IF
002955     .
002956 3120-EXIT.
002957     EXIT.
002958
002959******************************************************************
002960*  3125-MATCH-ONE-EARN-SLOT
002961******************************************************************
002962 3125-MATCH-ONE-EARN-SLOT.
002963     IF TB-ERN-CODE(TB-IDX, WS-TE-SUB) = HX-EARN-CODE OR
002964        TB-ERN-CODE(TB-IDX, WS-TE-SUB) = SPACES
002965         MOVE HX-EARN-CODE TO TB-ERN-CODE(TB-IDX, WS-TE-SUB)
002966         ADD HX-HOURS TO TB-ERN-HOURS(TB-IDX, WS-TE-SUB)
002967         IF HX-EARN-AMOUNT NUMERIC
002968             ADD HX-EARN-AMOUNT TO
002969                 TB-ERN-AMOUNT(TB-IDX, WS-TE-SUB)
002970         END-IF
002971         MOVE "Y" TO WS-TE-FOUND-SW
002972     END-IF
002973     .
002974 3125-EXIT.
002975     EXIT.
002976
002977******************************************************************
002978*  3150-VERIFY-HOURS-CONTROL
002979*  BALANCES THE TIMECARDS READ AGAINST THE TRAILER THE PT2PUNCH
002980*  IMPORT WROTE.  A MISMATCH IS SHOUTED ON THE CONSOLE AND THE
002981*  REGISTER BUT DOES NOT STOP THE RUN - HAND-KEYED LINES ADDED
002982*  AFTER THE IMPORT (PTO TIMECARDS AND THE LIKE) THROW THE
002983*  TRAILER OFF LEGITIMATELY, AND SUPERVISORS CLEAR THE
002984*  DIFFERENCE THE SAME WAY THEY CLEAR MISSING TIMECARDS.
002985******************************************************************
002986 3150-VERIFY-HOURS-CONTROL.
002987     IF WS-HOURS-TRAILER-SEEN = "Y"
002988         IF WS-HOURS-ACT-COUNT = WS-HOURS-EXP-COUNT AND
002989            WS-HOURS-ACT-TOTAL = WS-HOURS-EXP-TOTAL
002990             DISPLAY "HOURS.DAT BALANCES TO ITS CONTROL "
002991                 "TOTALS - " WS-HOURS-ACT-COUNT " TIMECARDS"
002992         ELSE
002993             DISPLAY "*** HOURS.DAT DOES NOT BALANCE TO ITS "
002994                 "CONTROL TOTALS ***"
002995             DISPLAY "***   EXPECTED " WS-HOURS-EXP-COUNT
002996                 " CARDS FOR " WS-HOURS-EXP-TOTAL " HOURS"
002997             DISPLAY "***   READ     " WS-HOURS-ACT-COUNT
002998                 " CARDS FOR " WS-HOURS-ACT-TOTAL " HOURS"
002999             MOVE "*** HOURS.DAT OUT OF BALANCE WITH ITS CONTROL T
003000-                "OTALS - SEE CONSOLE" TO RG-Print-Line
003001             WRITE RG-Print-Line
003002         END-IF
003003     END-IF
003004     .
003005 3150-EXIT.
003006     EXIT.
003007
003008******************************************************************
003009*  3500-PAY-ONE-EMPLOYEE
003010*  PASS TWO - PAYS THE TABLE ENTRY UNDER TB-IDX IF ANY HOURS
003011*  TRANSACTION WAS SEEN FOR IT THIS PERIOD.  A TERMINATED OR
003012*  ON-LEAVE EMPLOYEE IS NEVER PAID - THE ATTEMPT IS REPORTED
003013*  SO PAYROLL CAN CHASE DOWN WHO SUBMITTED THE TIMECARD.  THE
003014*  EARNINGS ARE FIGURED FIRST; AN EMPLOYEE WHOSE EARNINGS WILL
003015*  NOT FIT THE EIGHT-LINE SPLIT IS HELD, NOT PAID SHORT.
003016******************************************************************
003017 3500-PAY-ONE-EMPLOYEE.
003018     IF TB-PAID-SW(TB-IDX) = "Y"
003019         EVALUATE TB-EMPSTAT(TB-IDX)
003020             WHEN "T"
003021                 ADD 1 TO WS-NOT-PAID-COUNT
003022                 MOVE "*** TERMINATED - NOT PAID" TO
003023                     RG-MSG-TEXT
003024                 PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
003025             WHEN "L"
003026                 ADD 1 TO WS-NOT-PAID-COUNT
003027                 MOVE "*** ON LEAVE - NOT PAID" TO RG-MSG-TEXT
003028                 PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
003029             WHEN OTHER
003030                 PERFORM 3210-FIGURE-EARNINGS THRU 3210-EXIT
003031                 PERFORM 3505-CHECK-EARN-LINES THRU 3505-EXIT
003032                 IF TB-ERN-HELD-SW(TB-IDX) = "Y"
003033                     ADD 1 TO WS-NOT-PAID-COUNT
003034                     ADD 1 TO WS-ERN-HELD-COUNT
003035                     MOVE "*** OVER 8 EARNINGS LINES - PAY HELD"
003036                         TO RG-MSG-TEXT
003037                     PERFORM 3550-WRITE-MESSAGE-LINE
003038                         THRU 3550-EXIT
003039                 ELSE
003040                     PERFORM 3200-COMPUTE-AND-PRINT THRU 3200-EXIT
003041                 END-IF
003042         END-EVALUATE
003043     END-IF
003044     .
003045 3500-EXIT.
003046     EXIT.
003047
003048******************************************************************
003049*  3505-CHECK-EARN-LINES
003050*  THE EARNINGS SPLIT HOLDS EIGHT LINES.  3210 FLAGS A SPLIT THAT
003051*  HAS ALREADY RUN OVER; A FULL SPLIT WITH PTO HOURS KEYED HAS NO
003052*  ROOM FOR THE PTO LINE 3668 WOULD ADD, SO IT IS HELD HERE TOO,
003053*  BEFORE ANY BALANCE OR TOTAL IS TOUCHED.
003054******************************************************************
003055 3505-CHECK-EARN-LINES.
003056     IF WS-EW-OVER-SW = "Y"
003057         MOVE "Y" TO TB-ERN-HELD-SW(TB-IDX)
003058     END-IF
003059     IF WS-EW-COUNT NOT < 8 AND TB-STATUS(TB-IDX) = "H"
003060        AND WS-PTO-ACTIVE-SW = "Y"
003061        AND (TB-VAC-HOURS(TB-IDX) > ZERO
003062             OR TB-SICK-HOURS(TB-IDX) > ZERO)
003063         MOVE "Y" TO TB-ERN-HELD-SW(TB-IDX)
003064     END-IF
003065     .
003066 3505-EXIT.
003067     EXIT.
003068
003069******************************************************************
003070*  3550-WRITE-MESSAGE-LINE
003071*  ONE REGISTER LINE NAMING THE EMPLOYEE UNDER TB-IDX WITH THE
003072*  MESSAGE ALREADY MOVED TO RG-MSG-TEXT.
003073******************************************************************
003074 3550-WRITE-MESSAGE-LINE.
003075     MOVE TB-EMPNUM(TB-IDX) TO RG-MSG-EMPNUM
003076     MOVE TB-LNAME(TB-IDX) TO RG-MSG-LNAME
003077     MOVE TB-FNAME(TB-IDX) TO RG-MSG-FNAME
003078     WRITE RG-Print-Line FROM RG-MESSAGE-LINE
003079     .
003080 3550-EXIT.
003081     EXIT.
003082
003083******************************************************************
003084*  3600-WRITE-PAY-STATEMENT
003085*  ONE STATEMENT BLOCK ON PAYSTMT.RPT FOR THE EMPLOYEE JUST
003086*  PAID - NAME, EMPLOYEE NUMBER, HOURS, RATE, GROSS, TOTAL
003087*  DEDUCTIONS, NET, AND THE PERIOD DATE.
003088******************************************************************
003089 3600-WRITE-PAY-STATEMENT.
003090     WRITE PS-Print-Line FROM PS-RULE-LINE
003091     WRITE PS-Print-Line FROM PS-TITLE-LINE
003092     MOVE WS-PERIOD-END-MN TO PS-DATE-MN
003093     MOVE WS-PERIOD-END-DY TO PS-DATE-DY
003094     MOVE WS-PERIOD-END-YR TO PS-DATE-YR
003095     MOVE WS-RUN-PERIOD TO PS-PERIOD
003096     WRITE PS-Print-Line FROM PS-DATE-LINE
003097     MOVE TB-EMPNUM(TB-IDX) TO PS-EMPNUM
003098     MOVE TB-LNAME(TB-IDX) TO PS-LNAME
003099     MOVE TB-FNAME(TB-IDX) TO PS-FNAME
003100     WRITE PS-Print-Line FROM PS-EMP-LINE
003101     MOVE WS-WORKED-HOURS TO PS-HOURS
003102     MOVE TB-RATE(TB-IDX) TO PS-RATE
003103     WRITE PS-Print-Line FROM PS-HOURS-LINE
003104     PERFORM 3610-PRINT-ONE-STMT-EARN THRU 3610-EXIT
003105         VARYING WS-EW-SUB FROM 1 BY 1
003106         UNTIL WS-EW-SUB > WS-EW-COUNT
003107     MOVE "GROSS PAY      " TO PS-MONEY-LABEL
003108     MOVE WS-GROSS-PAY TO PS-MONEY-AMOUNT
003109     WRITE PS-Print-Line FROM PS-MONEY-LINE
003110     MOVE "DEDUCTIONS     " TO PS-MONEY-LABEL
003111     MOVE WS-DED-TOTAL TO PS-MONEY-AMOUNT
003112     WRITE PS-Print-Line FROM PS-MONEY-LINE
003113     MOVE "NET PAY        " TO PS-MONEY-LABEL
003114     MOVE WS-NET-PAY TO PS-MONEY-AMOUNT
003115     WRITE PS-Print-Line FROM PS-MONEY-LINE
003116     WRITE PS-Print-Line FROM PS-YTD-LINE
003117     IF WS-PTO-ACTIVE-SW = "Y"
003118         WRITE PS-Print-Line FROM PS-PTO-LINE
003119     END-IF
003120     WRITE PS-Print-Line FROM PS-RULE-LINE
003121     MOVE SPACES TO PS-Print-Line
003122     WRITE PS-Print-Line
003123     .
003124 3600-EXIT.
003125     EXIT.
003126
003127******************************************************************
003128*  3610-PRINT-ONE-STMT-EARN
003129*  ONE LINE OF THE GROSS SPLIT BY EARNINGS CODE ON THE STATEMENT.
003130******************************************************************
003131 3610-PRINT-ONE-STMT-EARN.
003132     MOVE EW-CODE(WS-EW-SUB) TO PS-EARN-CODE
003133     MOVE EW-DESC(WS-EW-SUB) TO PS-EARN-DESC
003134     MOVE EW-HOURS(WS-EW-SUB) TO PS-EARN-HOURS
003135     MOVE EW-AMOUNT(WS-EW-SUB) TO PS-EARN-AMOUNT
003136     WRITE PS-Print-Line FROM PS-EARN-LINE
003137     .
003138 3610-EXIT.
003139     EXIT.
003140
003141******************************************************************
003142*  3700-WRITE-BANK-RECORD
003143*  THE BANKPAY.DAT DEPOSITS FOR A NON-ZERO NET PAY.  ZERO-NET
003144*  EMPLOYEES STILL GET A STATEMENT BUT MAKE NO DEPOSIT, SO THEY
003145*  ARE KEPT OUT OF THE BANK FILE AND ITS CONTROL TOTALS.  THE
003146*  NET IS SPLIT ACROSS THE EMPLOYEE'S LIVE ACCOUNTS - EVERY
003147*  FIXED AMOUNT FIRST, THEN EVERY PERCENT OF THE NET, EACH CUT
003148*  BACK TO WHAT IS LEFT - AND WHAT REMAINS GOES TO THE REMAINDER
003149*  ACCOUNT, OR WITH NO ACCOUNT NUMBER IF THERE IS NO LIVE ONE.
003150******************************************************************
003151 3700-WRITE-BANK-RECORD.
003152     MOVE TB-EMPNUM(TB-IDX) TO WS-DEP-EMPNUM
003153     MOVE TB-LNAME(TB-IDX) TO WS-DEP-LNAME
003154     MOVE TB-FNAME(TB-IDX) TO WS-DEP-FNAME
003155     MOVE "C" TO WS-DEP-TYPE
003156     MOVE "C" TO WS-BANK-TYPE-USED
003157     MOVE WS-NET-PAY TO WS-ACCT-LEFT
003158     PERFORM 3710-FIND-REMAINDER-ACCOUNT THRU 3710-EXIT
003159     IF WS-ACCT-ACTIVE-SW = "Y"
003160         MOVE "F" TO WS-ACCT-PASS-METHOD
003161         PERFORM 3720-SPLIT-ONE-ACCOUNT THRU 3720-EXIT
003162             VARYING AT-IDX FROM 1 BY 1
003163             UNTIL AT-IDX > WS-ACCT-COUNT
003164         MOVE "P" TO WS-ACCT-PASS-METHOD
003165         PERFORM 3720-SPLIT-ONE-ACCOUNT THRU 3720-EXIT
003166             VARYING AT-IDX FROM 1 BY 1
003167             UNTIL AT-IDX > WS-ACCT-COUNT
003168     END-IF
003169     IF WS-ACCT-LEFT > ZERO
003170         MOVE WS-ACCT-LEFT TO WS-DEP-AMOUNT
003171         MOVE WS-ACCT-REMAINDER-SUB TO WS-DEP-SUB
003172         PERFORM 3780-WRITE-ONE-DEPOSIT THRU 3780-EXIT
003173     END-IF
003174     .
003175 3700-EXIT.
003176     EXIT.
003177
003178******************************************************************
003179*  3710-FIND-REMAINDER-ACCOUNT
003180*  LEAVES WS-ACCT-REMAINDER-SUB ON THE LIVE REMAINDER ACCOUNT OF
003181*  THE EMPLOYEE UNDER TB-IDX, OR ZERO WHEN THERE IS NONE.
003182******************************************************************
003183 3710-FIND-REMAINDER-ACCOUNT.
003184     MOVE ZERO TO WS-ACCT-REMAINDER-SUB
003185     PERFORM 3715-MATCH-ONE-REMAINDER THRU 3715-EXIT
003186         VARYING AT-IDX FROM 1 BY 1
003187         UNTIL AT-IDX > WS-ACCT-COUNT
003188             OR WS-ACCT-REMAINDER-SUB NOT = ZERO
003189     .
003190 3710-EXIT.
003191     EXIT.
003192
003193******************************************************************
003194*  3715-MATCH-ONE-REMAINDER
003195******************************************************************
003196 3715-MATCH-ONE-REMAINDER.
003197     IF AT-EMPNUM(AT-IDX) = TB-EMPNUM(TB-IDX) AND
003198        AT-METHOD(AT-IDX) = "R" AND
003199        AT-PRENOTE-STATUS(AT-IDX) = "L" AND
003200        AT-ACTIVE-DATE(AT-IDX) NOT > WS-ACCT-PERIOD-END
003201         SET WS-ACCT-REMAINDER-SUB TO AT-IDX
003202     END-IF
003203     .
003204 3715-EXIT.
003205     EXIT.
003206
003207******************************************************************
003208*  3720-SPLIT-ONE-ACCOUNT
003209*  ONE FIXED OR PERCENT DEPOSIT, ACCORDING TO THE PASS BEING
003210*  MADE, IF THE ACCOUNT IS THE EMPLOYEE'S, LIVE, AND ACTIVE.
003211******************************************************************
003212 3720-SPLIT-ONE-ACCOUNT.
003213     IF AT-EMPNUM(AT-IDX) = TB-EMPNUM(TB-IDX) AND
003214        AT-METHOD(AT-IDX) = WS-ACCT-PASS-METHOD AND
003215        AT-PRENOTE-STATUS(AT-IDX) = "L" AND
003216        AT-ACTIVE-DATE(AT-IDX) NOT > WS-ACCT-PERIOD-END AND
003217        WS-ACCT-LEFT > ZERO
003218         IF WS-ACCT-PASS-METHOD = "F"
003219             MOVE AT-VALUE(AT-IDX) TO WS-ACCT-SHARE
003220         ELSE
003221             COMPUTE WS-ACCT-SHARE ROUNDED =
003222                 WS-NET-PAY * AT-VALUE(AT-IDX) / 100
003223         END-IF
003224         IF WS-ACCT-SHARE > WS-ACCT-LEFT
003225             MOVE WS-ACCT-LEFT TO WS-ACCT-SHARE
003226         END-IF
003227         IF WS-ACCT-SHARE > ZERO
003228             SUBTRACT WS-ACCT-SHARE FROM WS-ACCT-LEFT
003229             MOVE WS-ACCT-SHARE TO WS-DEP-AMOUNT
003230             SET WS-DEP-SUB TO AT-IDX
003231             PERFORM 3780-WRITE-ONE-DEPOSIT THRU 3780-EXIT
003232             ADD 1 TO WS-SPLIT-COUNT
003233         END-IF
003234     END-IF
003235     .
003236 3720-EXIT.
003237     EXIT.
003238
003239******************************************************************
003240*  3750-ADD-TO-GL-BUCKET
003241*  ROLLS THE GROSS PAY JUST COMPUTED INTO THE TYPE/TITLE BUCKET
003242*  FOR THE EMPLOYEE UNDER TB-IDX, STARTING A NEW BUCKET THE
003243*  FIRST TIME A TYPE/TITLE COMBINATION IS PAID THIS RUN.
003244******************************************************************
003245 3750-ADD-TO-GL-BUCKET.
003246     MOVE "N" TO WS-GLBKT-FOUND-SW
003247     PERFORM 3760-MATCH-ONE-BUCKET THRU 3760-EXIT
003248         VARYING GB-IDX FROM 1 BY 1
003249         UNTIL GB-IDX > WS-GLBKT-COUNT
003250             OR WS-GLBKT-FOUND-SW = "Y"
003251     IF WS-GLBKT-FOUND-SW = "N"
003252         IF WS-GLBKT-COUNT < 200
003253             ADD 1 TO WS-GLBKT-COUNT
003254             SET GB-IDX TO WS-GLBKT-COUNT
003255             MOVE TB-TYPE(TB-IDX) TO GB-TYPE(GB-IDX)
003256             MOVE TB-TITLE(TB-IDX) TO GB-TITLE(GB-IDX)
003257             MOVE WS-GL-EARN-CODE TO GB-EARN-CODE(GB-IDX)
003258             MOVE WS-GL-WORK-AMOUNT TO GB-GROSS(GB-IDX)
003259         ELSE
003260             IF WS-GLBKT-FULL-SW = "N"
003261                 MOVE "Y" TO WS-GLBKT-FULL-SW
003262                 DISPLAY "*** MORE THAN 200 TYPE/TITLE/CODE "
003263                     "BUCKETS "
003264                     "- GL DISTRIBUTION IS INCOMPLETE"
003265             END-IF
003266         END-IF
003267     END-IF
003268     .
003269 3750-EXIT.
003270     EXIT.
003271
003272******************************************************************
003273*  3760-MATCH-ONE-BUCKET
003274******************************************************************
003275 3760-MATCH-ONE-BUCKET.
003276     IF GB-TYPE(GB-IDX) = TB-TYPE(TB-IDX) AND
003277        GB-TITLE(GB-IDX) = TB-TITLE(TB-IDX) AND
003278        GB-EARN-CODE(GB-IDX) = WS-GL-EARN-CODE
003279         ADD WS-GL-WORK-AMOUNT TO GB-GROSS(GB-IDX)
003280         MOVE "Y" TO WS-GLBKT-FOUND-SW
003281     END-IF
003282     .
003283 3760-EXIT.
003284     EXIT.
003285
003286******************************************************************
003287*  3780-WRITE-ONE-DEPOSIT
003288*  WRITES THE DEPOSIT STAGED IN THE WS-DEP- FIELDS TO BANKPAY.DAT
003289*  AND ITS DEPDTL.DAT HISTORY RECORD, STAMPED LIKE THE PAYDTL.DAT
003290*  RECORD FOR THE SAME PAYMENT.
003291******************************************************************
003292 3780-WRITE-ONE-DEPOSIT.
003293     MOVE WS-DEP-EMPNUM TO BK-EMPNUM
003294     MOVE WS-DEP-LNAME TO BK-LNAME
003295     MOVE WS-DEP-FNAME TO BK-FNAME
003296     MOVE WS-DEP-AMOUNT TO BK-AMOUNT
003297     MOVE WS-RUN-PERIOD TO BK-PERIOD
003298     MOVE WS-DEP-TYPE TO BK-TYPE
003299     MOVE SPACES TO DP-DEPOSIT-RECORD
003300     IF WS-DEP-SUB = ZERO
003301         MOVE SPACES TO BK-ROUTING
003302         MOVE SPACES TO BK-ACCOUNT-NUM
003303         MOVE SPACES TO BK-ACCT-TYPE
003304         MOVE ZERO TO DP-ACCT-SEQ
003305         ADD 1 TO WS-NO-ACCT-COUNT
003306     ELSE
003307         MOVE AT-ROUTING(WS-DEP-SUB) TO BK-ROUTING
003308         MOVE AT-ACCOUNT-NUM(WS-DEP-SUB) TO BK-ACCOUNT-NUM
003309         MOVE AT-ACCT-TYPE(WS-DEP-SUB) TO BK-ACCT-TYPE
003310         MOVE AT-ACCT-SEQ(WS-DEP-SUB) TO DP-ACCT-SEQ
003311     END-IF
003312     WRITE BK-Payment-Record
003313     ADD 1 TO WS-BANK-COUNT
003314     ADD WS-DEP-AMOUNT TO WS-BANK-TOTAL
003315
003316     MOVE WS-DEP-EMPNUM TO DP-EMPNUM
003317     MOVE WS-RUN-PERIOD TO DP-PERIOD
003318     IF WS-ADJUST-ANSWER = "Y"
003319         MOVE "S" TO DP-RUN-TYPE
003320     ELSE
003321         MOVE "R" TO DP-RUN-TYPE
003322     END-IF
003323     MOVE YR TO DP-RUN-YEAR
003324     MOVE MN TO DP-RUN-MONTH
003325     MOVE DY TO DP-RUN-DAY
003326     MOVE WS-TIME-HHMMSS TO DP-RUN-TIME
003327     MOVE BK-ROUTING TO DP-ROUTING
003328     MOVE BK-ACCOUNT-NUM TO DP-ACCOUNT-NUM
003329     MOVE BK-ACCT-TYPE TO DP-ACCT-TYPE
003330     MOVE WS-DEP-TYPE TO DP-BANK-TYPE
003331     MOVE WS-DEP-AMOUNT TO DP-AMOUNT
003332     WRITE DP-DEPOSIT-RECORD
003333     ADD 1 TO WS-DEPDTL-COUNT
003334     .
003335 3780-EXIT.
003336     EXIT.
003337
003338******************************************************************
003339*  3800-MISSING-TIMECARDS
003340*  THE REVERSE OF THE NO-MATCH CHECK - AFTER THE WHOLE HOURS
003341*  FILE HAS BEEN PROCESSED, EVERY ACTIVE HOURLY EMPLOYEE STILL
003342*  UNMATCHED IN EMP-TABLE NEVER TURNED IN A TIMECARD THIS
003343*  PERIOD AND WOULD OTHERWISE VANISH FROM THE REGISTER WITHOUT
003344*  A TRACE.  SUPERVISORS MUST CLEAR THE COUNT BEFORE THE
003345*  PAYROLL IS RELEASED.
003346******************************************************************
003347 3800-MISSING-TIMECARDS.
003348     MOVE SPACES TO RG-Print-Line
003349     WRITE RG-Print-Line
003350     MOVE "MISSING-TIMECARD EXCEPTIONS - ACTIVE HOURLY EMPLOYEES N
003351-        "OT PAID THIS PERIOD" TO RG-Print-Line
003352     WRITE RG-Print-Line
003353     PERFORM 3850-CHECK-ONE-EMPLOYEE THRU 3850-EXIT
003354         VARYING TB-IDX FROM 1 BY 1
003355         UNTIL TB-IDX > WS-EMP-COUNT
003356     IF WS-NO-TIMECARD-COUNT = ZERO
003357         MOVE
003358             "  (NONE - EVERY ACTIVE HOURLY EMPLOYEE WAS PAID)"
003359             TO RG-Print-Line
003360         WRITE RG-Print-Line
003361     ELSE
003362         MOVE "  MISSING TIMECARDS.........." TO
003363             RG-COUNT-LABEL
003364         MOVE WS-NO-TIMECARD-COUNT TO RG-COUNT
003365         WRITE RG-Print-Line FROM RG-COUNT-LINE
003366         MOVE "  *** SUPERVISORS MUST CLEAR THESE BEFORE THE PAYRO
003367-            "LL IS RELEASED ***" TO RG-Print-Line
003368         WRITE RG-Print-Line
003369         DISPLAY "*** " WS-NO-TIMECARD-COUNT " MISSING "
003370             "TIMECARDS - SEE THE REGISTER EXCEPTION SECTION"
003371     END-IF
003372     MOVE SPACES TO RG-Print-Line
003373     WRITE RG-Print-Line
003374     MOVE "EARNINGS EXCEPTIONS - PAY HELD, EARNINGS WILL NOT FIT T
003375-        "HE EIGHT-LINE SPLIT" TO RG-Print-Line
003376     WRITE RG-Print-Line
003377     PERFORM 3860-CHECK-ONE-HELD THRU 3860-EXIT
003378         VARYING TB-IDX FROM 1 BY 1
003379         UNTIL TB-IDX > WS-EMP-COUNT
003380     IF WS-ERN-HELD-COUNT = ZERO
003381         MOVE "  (NONE)" TO RG-Print-Line
003382         WRITE RG-Print-Line
003383     ELSE
003384         MOVE "  PAY HELD................." TO RG-COUNT-LABEL
003385         MOVE WS-ERN-HELD-COUNT TO RG-COUNT
003386         WRITE RG-Print-Line FROM RG-COUNT-LINE
003387         MOVE "  *** PAYROLL MUST SETTLE THESE BEFORE THE PAYROLL
003388-            "IS RELEASED ***" TO RG-Print-Line
003389         WRITE RG-Print-Line
003390         DISPLAY "*** " WS-ERN-HELD-COUNT " EMPLOYEES PAY HELD - "
003391             "SEE THE REGISTER EXCEPTION SECTION"
003392     END-IF
003393     .
003394 3800-EXIT.
003395     EXIT.
003396
003397******************************************************************
003398*  3850-CHECK-ONE-EMPLOYEE
003399******************************************************************
003400 3850-CHECK-ONE-EMPLOYEE.
003401     IF TB-PAID-SW(TB-IDX) = "N" AND TB-STATUS(TB-IDX) = "H"
003402        AND TB-EMPSTAT(TB-IDX) NOT = "T"
003403        AND TB-EMPSTAT(TB-IDX) NOT = "L"
003404         ADD 1 TO WS-NO-TIMECARD-COUNT
003405         MOVE "NO TIMECARD THIS PERIOD" TO RG-MSG-TEXT
003406         PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
003407     END-IF
003408     .
003409 3850-EXIT.
003410     EXIT.
003411
003412******************************************************************
003413*  3860-CHECK-ONE-HELD
003414******************************************************************
003415 3860-CHECK-ONE-HELD.
003416     IF TB-ERN-HELD-SW(TB-IDX) = "Y"
003417         MOVE "PAY HELD - TOO MANY EARNINGS LINES" TO RG-MSG-TEXT
003418         PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
003419     END-IF
003420     .
003421 3860-EXIT.
003422     EXIT.
003423
003424******************************************************************
003425*  3900-WRITE-PAY-DETAIL
003426*  THE PERMANENT PAYDTL.DAT RECORD FOR THE EMPLOYEE JUST PAID ON
003427*  A REGULAR RUN - HOURS SPLIT STRAIGHT/OVERTIME/PTO, THE PTO
003428*  ACCRUED, THE MONEY, THE BANK TYPE, THE STATEMENT'S YTD AND
003429*  PTO FIGURES, EVERY CODE STAGED BY 3290, AND THE GROSS BY
003430*  EARNINGS CODE.
003431******************************************************************
003432 3900-WRITE-PAY-DETAIL.
003433     MOVE SPACES TO PD-DETAIL-RECORD
003434     MOVE TB-EMPNUM(TB-IDX) TO PD-EMPNUM
003435     MOVE WS-RUN-PERIOD TO PD-PERIOD
003436     MOVE "R" TO PD-RUN-TYPE
003437     PERFORM 3950-MOVE-DETAIL-COMMON THRU 3950-EXIT
003438     IF TB-STATUS(TB-IDX) = "H"
003439         COMPUTE PD-REG-HOURS = WS-WORKED-HOURS - WS-OT-HOURS
003440         MOVE WS-OT-HOURS TO PD-OT-HOURS
003441     ELSE
003442         MOVE TB-HOURS(TB-IDX) TO PD-REG-HOURS
003443         MOVE ZERO TO PD-OT-HOURS
003444     END-IF
003445     MOVE WS-VAC-TAKE TO PD-VAC-HOURS
003446     MOVE WS-SICK-TAKE TO PD-SICK-HOURS
003447     MOVE WS-VAC-ACCRUED TO PD-VAC-ACCRUED
003448     MOVE WS-SICK-ACCRUED TO PD-SICK-ACCRUED
003449     MOVE SPACE TO PD-GROSS-SIGN
003450     MOVE WS-GROSS-PAY TO PD-GROSS
003451     MOVE SPACE TO PD-DED-SIGN
003452     MOVE WS-DED-TOTAL TO PD-DED-TOTAL
003453     MOVE SPACE TO PD-NET-SIGN
003454     MOVE WS-NET-PAY TO PD-NET
003455     IF WS-PTO-ACTIVE-SW = "Y" AND WS-PTO-FOUND-SW = "Y"
003456         MOVE PO-VAC-BAL(WS-PO-ESUB) TO PD-VAC-BAL
003457         MOVE PO-SICK-BAL(WS-PO-ESUB) TO PD-SICK-BAL
003458     ELSE
003459         MOVE ZERO TO PD-VAC-BAL
003460         MOVE ZERO TO PD-SICK-BAL
003461     END-IF
003462     WRITE PD-DETAIL-RECORD
003463     ADD 1 TO WS-PAYDTL-COUNT
003464     .
003465 3900-EXIT.
003466     EXIT.
003467
003468******************************************************************
003469*  3950-MOVE-DETAIL-COMMON
003470*  THE PARTS OF A PAY DETAIL RECORD THAT ARE BUILT THE SAME WAY
003471*  FOR A REGULAR AND A SUPPLEMENTAL PAYMENT.
003472******************************************************************
003473 3950-MOVE-DETAIL-COMMON.
003474     MOVE YR TO PD-RUN-YEAR
003475     MOVE MN TO PD-RUN-MONTH
003476     MOVE DY TO PD-RUN-DAY
003477     MOVE WS-TIME-HHMMSS TO PD-RUN-TIME
003478     MOVE WS-PERIOD-END-YR TO PD-END-YEAR
003479     MOVE WS-PERIOD-END-MN TO PD-END-MONTH
003480     MOVE WS-PERIOD-END-DY TO PD-END-DAY
003481     MOVE TB-LNAME(TB-IDX) TO PD-LNAME
003482     MOVE TB-FNAME(TB-IDX) TO PD-FNAME
003483     MOVE TB-STATUS(TB-IDX) TO PD-PAY-STATUS
003484     MOVE TB-RATE(TB-IDX) TO PD-RATE
003485     MOVE TB-TYPE(TB-IDX) TO PD-EMP-TYPE
003486     MOVE TB-TITLE(TB-IDX) TO PD-EMP-TITLE
003487     MOVE SPACE TO PD-HOURS-SIGN
003488     MOVE WS-BANK-TYPE-USED TO PD-BANK-TYPE
003489     IF WS-YTD-FOUND-SW = "Y"
003490         MOVE WS-YTD-GROSS-TOT TO PD-YTD-GROSS
003491         MOVE WS-YTD-NET-TOT TO PD-YTD-NET
003492     ELSE
003493         MOVE ZERO TO PD-YTD-GROSS
003494         MOVE ZERO TO PD-YTD-NET
003495     END-IF
003496     MOVE WS-PX-COUNT TO PD-DED-COUNT
003497     PERFORM 3960-MOVE-ONE-DETAIL-DED THRU 3960-EXIT
003498         VARYING WS-PX-SUB FROM 1 BY 1
003499         UNTIL WS-PX-SUB > WS-PX-COUNT
003500     MOVE WS-EW-COUNT TO PD-ERN-COUNT
003501     PERFORM 3970-MOVE-ONE-DETAIL-ERN THRU 3970-EXIT
003502         VARYING WS-EW-SUB FROM 1 BY 1
003503         UNTIL WS-EW-SUB > WS-EW-COUNT
003504     IF WS-ER-TOTAL-TAX < ZERO
003505         MOVE "-" TO PD-ER-SIGN
003506         COMPUTE PD-ER-SS = WS-ER-SS-TAX * -1
003507         COMPUTE PD-ER-MED = WS-ER-MED-TAX * -1
003508         COMPUTE PD-ER-FUTA = WS-ER-FUTA-TAX * -1
003509         COMPUTE PD-ER-SUTA = WS-ER-SUTA-TAX * -1
003510     ELSE
003511         MOVE SPACE TO PD-ER-SIGN
003512         MOVE WS-ER-SS-TAX TO PD-ER-SS
003513         MOVE WS-ER-MED-TAX TO PD-ER-MED
003514         MOVE WS-ER-FUTA-TAX TO PD-ER-FUTA
003515         MOVE WS-ER-SUTA-TAX TO PD-ER-SUTA
003516     END-IF
003517     .
003518 3950-EXIT.
003519     EXIT.
003520
003521******************************************************************
003522*  3960-MOVE-ONE-DETAIL-DED
003523******************************************************************
003524 3960-MOVE-ONE-DETAIL-DED.
003525     MOVE PX-CODE(WS-PX-SUB) TO PD-DED-CODE(WS-PX-SUB)
003526     IF PX-AMOUNT(WS-PX-SUB) < ZERO
003527         MOVE "-" TO PD-DED-AMT-SIGN(WS-PX-SUB)
003528         COMPUTE PD-DED-AMOUNT(WS-PX-SUB) =
003529             PX-AMOUNT(WS-PX-SUB) * -1
003530     ELSE
003531         MOVE SPACE TO PD-DED-AMT-SIGN(WS-PX-SUB)
003532         MOVE PX-AMOUNT(WS-PX-SUB) TO PD-DED-AMOUNT(WS-PX-SUB)
003533     END-IF
003534     .
003535 3960-EXIT.
003536     EXIT.
003537
003538******************************************************************
003539*  3970-MOVE-ONE-DETAIL-ERN
003540******************************************************************
003541 3970-MOVE-ONE-DETAIL-ERN.
003542     MOVE EW-CODE(WS-EW-SUB) TO PD-ERN-CODE(WS-EW-SUB)
003543     IF EW-HOURS(WS-EW-SUB) < ZERO
003544         MOVE "-" TO PD-ERN-HRS-SIGN(WS-EW-SUB)
003545         COMPUTE PD-ERN-HOURS(WS-EW-SUB) =
003546             EW-HOURS(WS-EW-SUB) * -1
003547     ELSE
003548         MOVE SPACE TO PD-ERN-HRS-SIGN(WS-EW-SUB)
003549         MOVE EW-HOURS(WS-EW-SUB) TO PD-ERN-HOURS(WS-EW-SUB)
003550     END-IF
003551     IF EW-AMOUNT(WS-EW-SUB) < ZERO
003552         MOVE "-" TO PD-ERN-AMT-SIGN(WS-EW-SUB)
003553         COMPUTE PD-ERN-AMOUNT(WS-EW-SUB) =
003554             EW-AMOUNT(WS-EW-SUB) * -1
003555     ELSE
003556         MOVE SPACE TO PD-ERN-AMT-SIGN(WS-EW-SUB)
003557         MOVE EW-AMOUNT(WS-EW-SUB) TO PD-ERN-AMOUNT(WS-EW-SUB)
003558     END-IF
003559     .
003560 3970-EXIT.
003561     EXIT.
003562
003563******************************************************************
003564*  3200-COMPUTE-AND-PRINT
003565*  THE EARNINGS WERE FIGURED BY 3500 BEFORE IT DECIDED TO PAY.
003566******************************************************************
003567 3200-COMPUTE-AND-PRINT.
003568     ADD 1 TO WS-DETAIL-COUNT
003569
003570     IF TB-STATUS(TB-IDX) = "H"
003571         MOVE WS-WORKED-HOURS TO WS-HOURS-EDIT
003572         MOVE WS-HOURS-EDIT TO RG-HOURS
003573         IF WS-OT-HOURS > ZERO
003574             MOVE "  OT" TO RG-OT-FLAG
003575         ELSE
003576             MOVE SPACES TO RG-OT-FLAG
003577         END-IF
003578     ELSE
003579         MOVE "SALARIED" TO RG-HOURS
003580         MOVE SPACES TO RG-OT-FLAG
003581     END-IF
003582
003583     PERFORM 3660-APPLY-PTO THRU 3660-EXIT
003584     MOVE TB-EMPNUM(TB-IDX) TO RG-EMPNUM
003585     MOVE TB-LNAME(TB-IDX) TO RG-LNAME
003586     MOVE TB-FNAME(TB-IDX) TO RG-FNAME
003587     MOVE TB-STATUS(TB-IDX) TO RG-ST
003588     MOVE WS-GROSS-PAY TO RG-AMOUNT
003589     WRITE RG-Print-Line FROM RG-DETAIL-LINE
003590     PERFORM 3216-PRINT-ONE-EARN-LINE THRU 3216-EXIT
003591         VARYING WS-EW-SUB FROM 1 BY 1
003592         UNTIL WS-EW-SUB > WS-EW-COUNT
003593
003594     ADD WS-GROSS-PAY TO WS-GRAND-TOTAL
003595     PERFORM 3218-POST-ONE-EARN-LINE THRU 3218-EXIT
003596         VARYING WS-EW-SUB FROM 1 BY 1
003597         UNTIL WS-EW-SUB > WS-EW-COUNT
003598     PERFORM 3640-LOCATE-YTD-ENTRY THRU 3640-EXIT
003599     PERFORM 3250-APPLY-DEDUCTIONS THRU 3250-EXIT
003600     COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-DED-TOTAL
003601     ADD WS-DED-TOTAL TO WS-GRAND-DED-TOTAL
003602     ADD WS-NET-PAY TO WS-GRAND-NET-TOTAL
003603     PERFORM 3650-ROLL-YTD-TOTALS THRU 3650-EXIT
003604     MOVE WS-NET-PAY TO RG-NET-AMOUNT
003605     WRITE RG-Print-Line FROM RG-NET-LINE
003606     MOVE WS-GROSS-PAY TO WS-ER-GROSS
003607     PERFORM 3670-FIGURE-EMPLOYER-TAX THRU 3670-EXIT
003608
003609     IF WS-TRIAL-ANSWER = "Y"
003610         PERFORM 6400-COMPARE-ONE-EMPLOYEE THRU 6400-EXIT
003611     ELSE
003612         PERFORM 3600-WRITE-PAY-STATEMENT THRU 3600-EXIT
003613         MOVE SPACE TO WS-BANK-TYPE-USED
003614         IF WS-NET-PAY > ZERO
003615             PERFORM 3700-WRITE-BANK-RECORD THRU 3700-EXIT
003616         END-IF
003617         PERFORM 3900-WRITE-PAY-DETAIL THRU 3900-EXIT
003618     END-IF
003619     .
003620 3200-EXIT.
003621     EXIT.
003622
003623******************************************************************
003624*  3210-FIGURE-EARNINGS
003625*  BUILDS THE EMPLOYEE'S GROSS BY EARNINGS CODE IN EARNWORK-
003626*  TABLE.  HOURLY: REGULAR HOURS PLUS THE HOURS OF EVERY CODE
003627*  THAT COUNTS TOWARD OVERTIME ARE TESTED AGAINST 40.  THE
003628*  OVERTIME HOURS COME OUT OF THE REGULAR HOURS FIRST AND ARE
003629*  PAID AT TIME AND A HALF; ANY LEFT OVER WERE WORKED UNDER A
003630*  PREMIUM CODE THAT ALREADY PAID THEIR STRAIGHT TIME, SO THEY
003631*  EARN THE HALF-TIME PREMIUM ONLY.  EACH CODE IS PRICED BY ITS
003632*  METHOD.  SALARIED: THE PERIOD RATE PLUS ANY FLAT-AMOUNT
003633*  CODES - AN HOURLY CODE IS REPORTED AND NOT PAID.  PTO PAY IS
003634*  ADDED LATER BY 3668-DRAW-AND-ACCRUE.
003635******************************************************************
003636 3210-FIGURE-EARNINGS.
003637     MOVE ZERO TO WS-EW-COUNT
003638     MOVE "N" TO WS-EW-OVER-SW
003639     MOVE ZERO TO WS-GROSS-PAY
003640     MOVE ZERO TO WS-OT-HOURS
003641     MOVE ZERO TO WS-OT-FROM-REG
003642     MOVE ZERO TO WS-OT-EXCESS
003643     IF TB-STATUS(TB-IDX) = "H"
003644         MOVE TB-HOURS(TB-IDX) TO WS-WORKED-HOURS
003645         MOVE TB-HOURS(TB-IDX) TO WS-OT-COUNT-HOURS
003646         PERFORM 3211-COUNT-ONE-EARN-SLOT THRU 3211-EXIT
003647             VARYING WS-TE-SUB FROM 1 BY 1
003648             UNTIL WS-TE-SUB > 8
003649         IF WS-OT-COUNT-HOURS > 40
003650             COMPUTE WS-OT-HOURS = WS-OT-COUNT-HOURS - 40
003651         END-IF
003652         IF WS-OT-HOURS > TB-HOURS(TB-IDX)
003653             MOVE TB-HOURS(TB-IDX) TO WS-OT-FROM-REG
003654         ELSE
003655             MOVE WS-OT-HOURS TO WS-OT-FROM-REG
003656         END-IF
003657         COMPUTE WS-OT-EXCESS = WS-OT-HOURS - WS-OT-FROM-REG
003658         MOVE "REG" TO WS-EW-CODE
003659         MOVE "REGULAR" TO WS-EW-DESC
003660         COMPUTE WS-EW-HOURS = TB-HOURS(TB-IDX) - WS-OT-FROM-REG
003661         COMPUTE WS-EW-AMOUNT ROUNDED =
003662             TB-RATE(TB-IDX) * WS-EW-HOURS
003663         PERFORM 3214-ADD-EARN-LINE THRU 3214-EXIT
003664         IF WS-OT-HOURS > ZERO
003665             MOVE "OT " TO WS-EW-CODE
003666             MOVE "OVERTIME" TO WS-EW-DESC
003667             MOVE WS-OT-HOURS TO WS-EW-HOURS
003668             COMPUTE WS-EW-AMOUNT ROUNDED =
003669                 (TB-RATE(TB-IDX) * WS-OT-FROM-REG * 1.5) +
003670                 (TB-RATE(TB-IDX) * WS-OT-EXCESS * 0.5)
003671             PERFORM 3214-ADD-EARN-LINE THRU 3214-EXIT
003672         END-IF
003673     ELSE
003674         MOVE TB-HOURS(TB-IDX) TO WS-WORKED-HOURS
003675         MOVE "REG" TO WS-EW-CODE
003676         MOVE "REGULAR SALARY" TO WS-EW-DESC
003677         MOVE TB-HOURS(TB-IDX) TO WS-EW-HOURS
003678         MOVE TB-RATE(TB-IDX) TO WS-EW-AMOUNT
003679         PERFORM 3214-ADD-EARN-LINE THRU 3214-EXIT
003680     END-IF
003681     PERFORM 3212-PRICE-ONE-EARN-SLOT THRU 3212-EXIT
003682         VARYING WS-TE-SUB FROM 1 BY 1
003683         UNTIL WS-TE-SUB > 8
003684     .
003685 3210-EXIT.
003686     EXIT.
003687
003688******************************************************************
003689*  3211-COUNT-ONE-EARN-SLOT
003690*  HOURS UNDER AN HOURLY CODE ARE HOURS WORKED, AND COUNT FOR
003691*  OVERTIME IF THE CODE SAYS SO.  A FLAT-AMOUNT CODE'S HOURS
003692*  ARE NEITHER.
003693******************************************************************
003694 3211-COUNT-ONE-EARN-SLOT.
003695     IF TB-ERN-CODE(TB-IDX, WS-TE-SUB) NOT = SPACES
003696         MOVE TB-ERN-CODE(TB-IDX, WS-TE-SUB) TO WS-EW-CODE
003697         PERFORM 3213-FIND-EARNCODE THRU 3213-EXIT
003698         IF EN-METHOD(WS-EN-ESUB) NOT = "F"
003699             ADD TB-ERN-HOURS(TB-IDX, WS-TE-SUB) TO
003700                 WS-WORKED-HOURS
003701             IF EN-OT-SW(WS-EN-ESUB) = "Y"
003702                 ADD TB-ERN-HOURS(TB-IDX, WS-TE-SUB) TO
003703                     WS-OT-COUNT-HOURS
003704             END-IF
003705         END-IF
003706     END-IF
003707     .
003708 3211-EXIT.
003709     EXIT.
003710
003711******************************************************************
003712*  3212-PRICE-ONE-EARN-SLOT
003713*  "F" PAYS THE AMOUNT KEYED ON THE TIMECARDS, OR THE TABLE
003714*  AMOUNT WHEN NONE WAS KEYED.  "P" PAYS THE HOURS AT THE RATE
003715*  PLUS THE PREMIUM, "M" AT THE RATE TIMES THE MULTIPLIER.
003716******************************************************************
003717 3212-PRICE-ONE-EARN-SLOT.
003718     IF TB-ERN-CODE(TB-IDX, WS-TE-SUB) NOT = SPACES
003719         MOVE TB-ERN-CODE(TB-IDX, WS-TE-SUB) TO WS-EW-CODE
003720         PERFORM 3213-FIND-EARNCODE THRU 3213-EXIT
003721         MOVE EN-DESC(WS-EN-ESUB) TO WS-EW-DESC
003722         MOVE TB-ERN-HOURS(TB-IDX, WS-TE-SUB) TO WS-EW-HOURS
003723         EVALUATE TRUE
003724             WHEN EN-METHOD(WS-EN-ESUB) = "F"
003725                 IF TB-ERN-AMOUNT(TB-IDX, WS-TE-SUB) > ZERO
003726                     MOVE TB-ERN-AMOUNT(TB-IDX, WS-TE-SUB) TO
003727                         WS-EW-AMOUNT
003728                 ELSE
003729                     MOVE EN-PREMIUM(WS-EN-ESUB) TO WS-EW-AMOUNT
003730                 END-IF
003731                 PERFORM 3214-ADD-EARN-LINE THRU 3214-EXIT
003732             WHEN TB-STATUS(TB-IDX) NOT = "H"
003733                 MOVE SPACES TO RG-MSG-TEXT
003734                 STRING "*** " WS-EW-CODE " HOURS NOT PAID - "
003735                     "SALARIED" DELIMITED BY SIZE INTO RG-MSG-TEXT
003736                 PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
003737             WHEN EN-METHOD(WS-EN-ESUB) = "P"
003738                 COMPUTE WS-EW-AMOUNT ROUNDED =
003739                     (TB-RATE(TB-IDX) + EN-PREMIUM(WS-EN-ESUB)) *
003740                     WS-EW-HOURS
003741                 PERFORM 3214-ADD-EARN-LINE THRU 3214-EXIT
003742             WHEN OTHER
003743                 COMPUTE WS-EW-AMOUNT ROUNDED =
003744                     TB-RATE(TB-IDX) * EN-MULTIPLIER(WS-EN-ESUB) *
003745                     WS-EW-HOURS
003746                 PERFORM 3214-ADD-EARN-LINE THRU 3214-EXIT
003747         END-EVALUATE
003748     END-IF
003749     .
003750 3212-EXIT.
003751     EXIT.
003752
003753******************************************************************
003754*  3213-FIND-EARNCODE
003755*  LOOKS UP WS-EW-CODE ON THE EARNINGS CODE TABLE, LEAVING ITS
003756*  OCCURRENCE IN WS-EN-ESUB.
003757******************************************************************
003758 3213-FIND-EARNCODE.
003759     MOVE "N" TO WS-EARNCODE-FOUND-SW
003760     MOVE ZERO TO WS-EN-ESUB
003761     IF WS-EARNCODE-COUNT > ZERO
003762         PERFORM 3215-MATCH-ONE-EARNCODE THRU 3215-EXIT
003763             VARYING EN-IDX FROM 1 BY 1
003764             UNTIL EN-IDX > WS-EARNCODE-COUNT
003765                 OR WS-EARNCODE-FOUND-SW = "Y"
003766     END-IF
003767     .
003768 3213-EXIT.
003769     EXIT.
003770
003771******************************************************************
003772*  3214-ADD-EARN-LINE
003773*  ADDS THE EARNINGS LINE STAGED IN THE WS-EW- FIELDS TO THE
003774*  EMPLOYEE'S SPLIT AND ITS AMOUNT TO THE GROSS.  THE TABLE
003775*  HOLDS EIGHT LINES, AS PAYDTL.DAT DOES; A LINE THAT WILL NOT
003776*  FIT SETS WS-EW-OVER-SW AND 3505 HOLDS THE EMPLOYEE'S PAY.
003777******************************************************************
003778 3214-ADD-EARN-LINE.
003779     IF WS-EW-COUNT < 8
003780         ADD 1 TO WS-EW-COUNT
003781         MOVE WS-EW-CODE TO EW-CODE(WS-EW-COUNT)
003782         MOVE WS-EW-DESC TO EW-DESC(WS-EW-COUNT)
003783         MOVE WS-EW-HOURS TO EW-HOURS(WS-EW-COUNT)
003784         MOVE WS-EW-AMOUNT TO EW-AMOUNT(WS-EW-COUNT)
003785         ADD WS-EW-AMOUNT TO WS-GROSS-PAY
003786     ELSE
003787         MOVE "Y" TO WS-EW-OVER-SW
003788     END-IF
003789     .
003790 3214-EXIT.
003791     EXIT.
003792
003793******************************************************************
003794*  3215-MATCH-ONE-EARNCODE
003795******************************************************************
003796 3215-MATCH-ONE-EARNCODE.
003797     IF EN-CODE(EN-IDX) = WS-EW-CODE
003798         SET WS-EN-ESUB TO EN-IDX
003799         MOVE "Y" TO WS-EARNCODE-FOUND-SW
003800     END-IF
003801     .
003802 3215-EXIT.
003803     EXIT.
003804
003805******************************************************************
003806*  3216-PRINT-ONE-EARN-LINE
003807******************************************************************
003808 3216-PRINT-ONE-EARN-LINE.
003809     MOVE EW-CODE(WS-EW-SUB) TO RG-EARN-CODE
003810     MOVE EW-HOURS(WS-EW-SUB) TO RG-EARN-HOURS
003811     MOVE EW-AMOUNT(WS-EW-SUB) TO RG-EARN-AMOUNT
003812     MOVE EW-DESC(WS-EW-SUB) TO RG-EARN-DESC
003813     WRITE RG-Print-Line FROM RG-EARN-LINE
003814     .
003815 3216-EXIT.
003816     EXIT.
003817
003818******************************************************************
003819*  3218-POST-ONE-EARN-LINE
003820*  ONE EARNINGS LINE INTO ITS GL BUCKET AND THE RUN TOTALS BY
003821*  CODE.  A LINE THAT CAME TO NOTHING POSTS NOTHING.
003822******************************************************************
003823 3218-POST-ONE-EARN-LINE.
003824     IF EW-AMOUNT(WS-EW-SUB) NOT = ZERO
003825         MOVE EW-CODE(WS-EW-SUB) TO WS-GL-EARN-CODE
003826         MOVE EW-AMOUNT(WS-EW-SUB) TO WS-GL-WORK-AMOUNT
003827         PERFORM 3750-ADD-TO-GL-BUCKET THRU 3750-EXIT
003828     END-IF
003829     MOVE "N" TO WS-ERNSUM-FOUND-SW
003830     PERFORM 3219-MATCH-ONE-ERNSUM THRU 3219-EXIT
003831         VARYING ES-IDX FROM 1 BY 1
003832         UNTIL ES-IDX > WS-ERNSUM-COUNT
003833             OR WS-ERNSUM-FOUND-SW = "Y"
003834     IF WS-ERNSUM-FOUND-SW = "N"
003835         IF WS-ERNSUM-COUNT < 60
003836             ADD 1 TO WS-ERNSUM-COUNT
003837             SET ES-IDX TO WS-ERNSUM-COUNT
003838             MOVE EW-CODE(WS-EW-SUB) TO ES-CODE(ES-IDX)
003839             MOVE EW-DESC(WS-EW-SUB) TO ES-DESC(ES-IDX)
003840             MOVE EW-HOURS(WS-EW-SUB) TO ES-HOURS(ES-IDX)
003841             MOVE EW-AMOUNT(WS-EW-SUB) TO ES-TOTAL(ES-IDX)
003842         ELSE
003843             IF WS-ERNSUM-FULL-SW = "N"
003844                 MOVE "Y" TO WS-ERNSUM-FULL-SW
003845                 DISPLAY "*** MORE THAN 60 EARNINGS CODES - "
003846                     "EARNINGS SUMMARY IS INCOMPLETE"
003847             END-IF
003848         END-IF
003849     END-IF
003850     .
003851 3218-EXIT.
003852     EXIT.
003853
003854******************************************************************
003855*  3219-MATCH-ONE-ERNSUM
003856******************************************************************
003857 3219-MATCH-ONE-ERNSUM.
003858     IF ES-CODE(ES-IDX) = EW-CODE(WS-EW-SUB)
003859         ADD EW-HOURS(WS-EW-SUB) TO ES-HOURS(ES-IDX)
003860         ADD EW-AMOUNT(WS-EW-SUB) TO ES-TOTAL(ES-IDX)
003861         MOVE "Y" TO WS-ERNSUM-FOUND-SW
003862     END-IF
003863     .
003864 3219-EXIT.
003865     EXIT.
003866
003867******************************************************************
003868*  3250-APPLY-DEDUCTIONS
003869*  TAKES THE TABLE WITHHOLDINGS FIRST, THEN THE GARNISHMENT
003870*  ORDERS, THEN EVERY DEDUCT.DAT
003871*  DEDUCTION ON FILE FOR THE EMPLOYEE JUST PAID, IN FILE ORDER,
003872*  PRINTING ONE REGISTER LINE PER DEDUCTION AND ROLLING EACH
003873*  INTO THE BY-CODE SUMMARY TABLE AND THE YTD SLOTS.  TAXES GO
003874*  FIRST SO A VOLUNTARY DEDUCTION, NOT THE WITHHOLDING, IS WHAT
003875*  GETS REDUCED WHEN THE GROSS RUNS OUT.  A DEDUCTION IS
003876*  REDUCED RATHER THAN TAKING NET BELOW ZERO.
003877******************************************************************
003878 3250-APPLY-DEDUCTIONS.
003879     MOVE ZERO TO WS-DED-TOTAL
003880     MOVE ZERO TO WS-PX-COUNT
003881     PERFORM 3230-APPLY-TAX-WITHHOLDING THRU 3230-EXIT
003882     PERFORM 3240-APPLY-GARNISHMENTS THRU 3240-EXIT
003883     PERFORM 3260-TAKE-ONE-DEDUCTION THRU 3260-EXIT
003884         VARYING DT-IDX FROM 1 BY 1
003885         UNTIL DT-IDX > WS-DED-COUNT
003886     .
003887 3250-EXIT.
003888     EXIT.
003889
003890******************************************************************
003891*  3230-APPLY-TAX-WITHHOLDING
003892*  TABLE WITHHOLDING FOR THE EMPLOYEE UNDER TB-IDX - IF THE
003893*  EMPLOYEE HAS A TAXSTAT.DAT RECORD, EACH DISTINCT CODE ON THE
003894*  BRACKET FILE IS COMPUTED AGAINST THE PERIOD'S CONSOLIDATED
003895*  GROSS AND TAKEN LIKE ANY OTHER DEDUCTION.
003896******************************************************************
003897 3230-APPLY-TAX-WITHHOLDING.
003898     IF WS-TAXBKT-COUNT > ZERO AND WS-TAXSTAT-COUNT > ZERO
003899         MOVE "N" TO WS-TAXSTAT-FOUND-SW
003900         MOVE ZERO TO WS-TP-ESUB
003901         PERFORM 3232-MATCH-ONE-TAX-STATUS THRU 3232-EXIT
003902             VARYING TP-IDX FROM 1 BY 1
003903             UNTIL TP-IDX > WS-TAXSTAT-COUNT
003904                 OR WS-TAXSTAT-FOUND-SW = "Y"
003905         IF WS-TAXSTAT-FOUND-SW = "Y"
003906             PERFORM 3235-TAKE-ONE-TAX THRU 3235-EXIT
003907                 VARYING WS-TC-SUB FROM 1 BY 1
003908                 UNTIL WS-TC-SUB > WS-TAXCODE-COUNT
003909         END-IF
003910     END-IF
003911     .
003912 3230-EXIT.
003913     EXIT.
003914
003915******************************************************************
003916*  3232-MATCH-ONE-TAX-STATUS
003917******************************************************************
003918 3232-MATCH-ONE-TAX-STATUS.
003919     IF TP-EMPNUM(TP-IDX) = TB-EMPNUM(TB-IDX)
003920         SET WS-TP-ESUB TO TP-IDX
003921         MOVE "Y" TO WS-TAXSTAT-FOUND-SW
003922     END-IF
003923     .
003924 3232-EXIT.
003925     EXIT.
003926
003927******************************************************************
003928*  3235-TAKE-ONE-TAX
003929*  ONE WITHHOLDING CODE FOR THE CURRENT EMPLOYEE - SUBTRACTS
003930*  THE PER-ALLOWANCE AMOUNT FOR EACH ALLOWANCE CLAIMED, FINDS
003931*  THE BRACKET FOR THE FILING STATUS, AND TAKES BASE PLUS THE
003932*  PERCENT OF THE EXCESS OVER THE BRACKET FLOOR.
003933******************************************************************
003934 3235-TAKE-ONE-TAX.
003935     MOVE TC-CODE(WS-TC-SUB) TO WS-DED-WORK-CODE
003936     MOVE ZERO TO WS-TAX-ALLOW-AMT
003937     PERFORM 3236-FIND-ALLOWANCE-AMOUNT THRU 3236-EXIT
003938         VARYING WS-TK-SUB FROM 1 BY 1
003939         UNTIL WS-TK-SUB > WS-TAXBKT-COUNT
003940     COMPUTE WS-TAX-EXEMPT-TOT =
003941         TP-ALLOW(WS-TP-ESUB) * WS-TAX-ALLOW-AMT
003942     IF WS-TAX-EXEMPT-TOT >= WS-GROSS-PAY
003943         MOVE ZERO TO WS-TAXABLE-GROSS
003944     ELSE
003945         COMPUTE WS-TAXABLE-GROSS =
003946             WS-GROSS-PAY - WS-TAX-EXEMPT-TOT
003947     END-IF
003948     MOVE "N" TO WS-BRACKET-FOUND-SW
003949     MOVE ZERO TO WS-DED-AMOUNT
003950     PERFORM 3237-MATCH-ONE-BRACKET THRU 3237-EXIT
003951         VARYING WS-TK-SUB FROM 1 BY 1
003952         UNTIL WS-TK-SUB > WS-TAXBKT-COUNT
003953             OR WS-BRACKET-FOUND-SW = "Y"
003954     IF WS-BRACKET-FOUND-SW = "Y" AND WS-DED-AMOUNT > ZERO
003955         PERFORM 3262-POST-ONE-DEDUCTION THRU 3262-EXIT
003956     END-IF
003957     .
003958 3235-EXIT.
003959     EXIT.
003960
003961******************************************************************
003962*  3236-FIND-ALLOWANCE-AMOUNT
003963*  THE "*" RECORD FOR THE CODE CARRIES THE PER-ALLOWANCE AMOUNT
003964*  IN ITS BASE-AMOUNT FIELD.
003965******************************************************************
003966 3236-FIND-ALLOWANCE-AMOUNT.
003967     IF TK-CODE(WS-TK-SUB) = WS-DED-WORK-CODE AND
003968        TK-STATUS(WS-TK-SUB) = "*"
003969         MOVE TK-BASE(WS-TK-SUB) TO WS-TAX-ALLOW-AMT
003970     END-IF
003971     .
003972 3236-EXIT.
003973     EXIT.
003974
003975******************************************************************
003976*  3237-MATCH-ONE-BRACKET
003977******************************************************************
003978 3237-MATCH-ONE-BRACKET.
003979     IF TK-CODE(WS-TK-SUB) = WS-DED-WORK-CODE AND
003980        TK-STATUS(WS-TK-SUB) = TP-FILING(WS-TP-ESUB) AND
003981        WS-TAXABLE-GROSS >= TK-FLOOR(WS-TK-SUB) AND
003982        WS-TAXABLE-GROSS <= TK-CEILING(WS-TK-SUB)
003983         COMPUTE WS-DED-AMOUNT ROUNDED =
003984             TK-BASE(WS-TK-SUB) +
003985             ((WS-TAXABLE-GROSS - TK-FLOOR(WS-TK-SUB)) *
003986                 TK-PCT(WS-TK-SUB) / 100)
003987         MOVE "Y" TO WS-BRACKET-FOUND-SW
003988     END-IF
003989     .
003990 3237-EXIT.
003991     EXIT.
003992
003993******************************************************************
003994*  3240-APPLY-GARNISHMENTS
003995*  TAKES EVERY GARNISH.DAT ORDER IN FORCE FOR THE EMPLOYEE JUST
003996*  PAID, LOWEST PRIORITY NUMBER FIRST.  DISPOSABLE EARNINGS ARE
003997*  THE GROSS LESS THE TAXES ALREADY WITHHELD.  THE CREDITOR
003998*  CEILING - THE LESSER OF THE CREDITOR PERCENT OF DISPOSABLE
003999*  AND THE DISPOSABLE ABOVE THE PROTECTED AMOUNT - IS WORKED
004000*  OUT ONCE HERE FOR 3244.
004001******************************************************************
004002 3240-APPLY-GARNISHMENTS.
004003     IF WS-GARN-COUNT > ZERO
004004         COMPUTE WS-GARN-DISPOSABLE =
004005             WS-GROSS-PAY - WS-DED-TOTAL
004006         MOVE ZERO TO WS-GARN-SUPPORT-TAKEN
004007         MOVE ZERO TO WS-GARN-ALL-TAKEN
004008         COMPUTE WS-GARN-CREDIT-CEILING ROUNDED =
004009             WS-GARN-DISPOSABLE * WS-GARN-CREDITOR-PCT / 100
004010         IF WS-GARN-DISPOSABLE - WS-GARN-PROTECTED-AMT <
004011                 WS-GARN-CREDIT-CEILING
004012             COMPUTE WS-GARN-CREDIT-CEILING =
004013                 WS-GARN-DISPOSABLE - WS-GARN-PROTECTED-AMT
004014         END-IF
004015         IF WS-GARN-CREDIT-CEILING < ZERO
004016             MOVE ZERO TO WS-GARN-CREDIT-CEILING
004017         END-IF
004018         PERFORM 3242-TAKE-ONE-GARNISHMENT THRU 3242-EXIT
004019             VARYING GT-IDX FROM 1 BY 1
004020             UNTIL GT-IDX > WS-GARN-COUNT
004021     END-IF
004022     .
004023 3240-EXIT.
004024     EXIT.
004025
004026******************************************************************
004027*  3242-TAKE-ONE-GARNISHMENT
004028*  AN ORDER IS IN FORCE WHEN IT BELONGS TO THE EMPLOYEE, HAS
004029*  STARTED BY THE PERIOD END DATE, HAS NOT STOPPED BEFORE IT,
004030*  AND HAS NOT REACHED ITS GOAL.  THE AMOUNT ASKED FOR IS CUT
004031*  TO THE BALANCE LEFT ON THE GOAL AND THEN TO THE LEGAL
004032*  CEILING FOR ITS ORDER TYPE; WHAT IS TAKEN GOES THROUGH THE
004033*  COMMON DEDUCTION TAIL UNDER THE ORDER'S OWN DEDUCTION CODE.
004034******************************************************************
004035 3242-TAKE-ONE-GARNISHMENT.
004036     IF GT-EMPNUM(GT-IDX) = TB-EMPNUM(TB-IDX)
004037        AND GT-START-DATE(GT-IDX) NOT > WS-GARN-PERIOD-END
004038        AND (GT-STOP-DATE(GT-IDX) = ZERO
004039             OR GT-STOP-DATE(GT-IDX) NOT < WS-GARN-PERIOD-END)
004040        AND (GT-GOAL(GT-IDX) = ZERO
004041             OR GT-PAID-TO-DATE(GT-IDX) < GT-GOAL(GT-IDX))
004042         IF GT-METHOD(GT-IDX) = "P"
004043             COMPUTE WS-GARN-REQUEST ROUNDED =
004044                 WS-GARN-DISPOSABLE * GT-VALUE(GT-IDX) / 100
004045         ELSE
004046             MOVE GT-VALUE(GT-IDX) TO WS-GARN-REQUEST
004047         END-IF
004048         IF GT-GOAL(GT-IDX) > ZERO AND WS-GARN-REQUEST >
004049                 GT-GOAL(GT-IDX) - GT-PAID-TO-DATE(GT-IDX)
004050             COMPUTE WS-GARN-REQUEST =
004051                 GT-GOAL(GT-IDX) - GT-PAID-TO-DATE(GT-IDX)
004052         END-IF
004053         PERFORM 3244-FIND-GARNISH-CEILING THRU 3244-EXIT
004054         IF WS-GARN-REQUEST > WS-GARN-CEILING
004055             MOVE WS-GARN-CEILING TO WS-GARN-REQUEST
004056             MOVE "Y" TO WS-GARN-LIMIT-SW
004057         END-IF
004058         IF WS-GARN-REQUEST > ZERO
004059             MOVE WS-GARN-REQUEST TO WS-DED-AMOUNT
004060             MOVE GT-DED-CODE(GT-IDX) TO WS-DED-WORK-CODE
004061             PERFORM 3262-POST-ONE-DEDUCTION THRU 3262-EXIT
004062             PERFORM 3246-NOTE-GARNISHMENT-TAKEN THRU 3246-EXIT
004063         ELSE
004064             IF WS-GARN-LIMIT-SW = "Y"
004065                 MOVE SPACES TO RG-MSG-TEXT
004066                 STRING "*** " GT-DED-CODE(GT-IDX)
004067                     " NOT TAKEN - LEGAL LIMIT REACHED"
004068                     DELIMITED BY SIZE INTO RG-MSG-TEXT
004069                 PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
004070             END-IF
004071             MOVE "N" TO WS-GARN-LIMIT-SW
004072         END-IF
004073     END-IF
004074     .
004075 3242-EXIT.
004076     EXIT.
004077
004078******************************************************************
004079*  3244-FIND-GARNISH-CEILING
004080*  THE MOST THE ORDER UNDER GT-IDX MAY TAKE THIS PERIOD, GIVEN
004081*  WHAT THE EMPLOYEE'S EARLIER ORDERS HAVE ALREADY TAKEN:
004082*      SUPPORT      - THE SUPPORT PERCENT OF DISPOSABLE, LESS
004083*                     THE SUPPORT ALREADY TAKEN
004084*      TAX LEVY     - DISPOSABLE ABOVE THE LEVY EXEMPT AMOUNT,
004085*                     LESS EVERYTHING ALREADY TAKEN
004086*      STUDENT LOAN - THE CREDITOR CEILING LESS EVERYTHING
004087*                     ALREADY TAKEN, BUT NEVER OVER THE STUDENT
004088*                     LOAN PERCENT OF DISPOSABLE
004089*      CREDITOR     - THE CREDITOR CEILING LESS EVERYTHING
004090*                     ALREADY TAKEN
004091*  NO ORDER MAY TAKE MORE THAN THE DISPOSABLE STILL LEFT.
004092******************************************************************
004093 3244-FIND-GARNISH-CEILING.
004094     EVALUATE GT-ORDER-TYPE(GT-IDX)
004095         WHEN "C"
004096             COMPUTE WS-GARN-CEILING ROUNDED =
004097                 WS-GARN-DISPOSABLE * WS-GARN-SUPPORT-PCT / 100
004098                 - WS-GARN-SUPPORT-TAKEN
004099         WHEN "L"
004100             COMPUTE WS-GARN-CEILING =
004101                 WS-GARN-DISPOSABLE - WS-GARN-LEVY-EXEMPT
004102                 - WS-GARN-ALL-TAKEN
004103         WHEN "S"
004104             COMPUTE WS-GARN-CEILING =
004105                 WS-GARN-CREDIT-CEILING - WS-GARN-ALL-TAKEN
004106             COMPUTE WS-GARN-STUDENT-CEILING ROUNDED =
004107                 WS-GARN-DISPOSABLE * WS-GARN-STUDENT-PCT / 100
004108             IF WS-GARN-STUDENT-CEILING < WS-GARN-CEILING
004109                 MOVE WS-GARN-STUDENT-CEILING TO WS-GARN-CEILING
004110             END-IF
004111         WHEN OTHER
004112             COMPUTE WS-GARN-CEILING =
004113                 WS-GARN-CREDIT-CEILING - WS-GARN-ALL-TAKEN
004114     END-EVALUATE
004115     COMPUTE WS-GARN-ROOM =
004116         WS-GARN-DISPOSABLE - WS-GARN-ALL-TAKEN
004117     IF WS-GARN-CEILING > WS-GARN-ROOM
004118         MOVE WS-GARN-ROOM TO WS-GARN-CEILING
004119     END-IF
004120     IF WS-GARN-CEILING < ZERO
004121         MOVE ZERO TO WS-GARN-CEILING
004122     END-IF
004123     .
004124 3244-EXIT.
004125     EXIT.
004126
004127******************************************************************
004128*  3246-NOTE-GARNISHMENT-TAKEN
004129*  ROLLS THE AMOUNT JUST TAKEN INTO THE ORDER'S PAID-TO-DATE AND
004130*  THE EMPLOYEE'S RUNNING TOTALS FOR THE LIMITS, AND NOTES IT IN
004131*  REMIT-TABLE FOR THE AGENCY REMITTANCE.
004132******************************************************************
004133 3246-NOTE-GARNISHMENT-TAKEN.
004134     ADD WS-DED-AMOUNT TO GT-PAID-TO-DATE(GT-IDX)
004135     ADD WS-DED-AMOUNT TO WS-GARN-ALL-TAKEN
004136     IF GT-ORDER-TYPE(GT-IDX) = "C"
004137         ADD WS-DED-AMOUNT TO WS-GARN-SUPPORT-TAKEN
004138     END-IF
004139     ADD 1 TO WS-GARN-TAKEN-COUNT
004140     ADD WS-DED-AMOUNT TO WS-GARN-TAKEN-TOTAL
004141     IF WS-RM-COUNT < 9999
004142         ADD 1 TO WS-RM-COUNT
004143         MOVE GT-AGENCY-CODE(GT-IDX) TO
004144             RM-AGENCY-CODE(WS-RM-COUNT)
004145         MOVE GT-CASE-NUM(GT-IDX) TO RM-CASE-NUM(WS-RM-COUNT)
004146         MOVE GT-EMPNUM(GT-IDX) TO RM-EMPNUM(WS-RM-COUNT)
004147         MOVE GT-AGENCY-NAME(GT-IDX) TO
004148             RM-AGENCY-NAME(WS-RM-COUNT)
004149         MOVE TB-LNAME(TB-IDX) TO RM-LNAME(WS-RM-COUNT)
004150         MOVE TB-FNAME(TB-IDX) TO RM-FNAME(WS-RM-COUNT)
004151         MOVE GT-ORDER-TYPE(GT-IDX) TO RM-ORDER-TYPE(WS-RM-COUNT)
004152         MOVE WS-DED-AMOUNT TO RM-AMOUNT(WS-RM-COUNT)
004153         MOVE GT-GOAL(GT-IDX) TO RM-GOAL(WS-RM-COUNT)
004154         MOVE ZERO TO RM-BALANCE(WS-RM-COUNT)
004155         IF GT-GOAL(GT-IDX) > GT-PAID-TO-DATE(GT-IDX)
004156             COMPUTE RM-BALANCE(WS-RM-COUNT) =
004157                 GT-GOAL(GT-IDX) - GT-PAID-TO-DATE(GT-IDX)
004158         END-IF
004159     ELSE
004160         IF WS-RM-FULL-SW = "N"
004161             MOVE "Y" TO WS-RM-FULL-SW
004162             DISPLAY "*** REMITTANCE TABLE FULL AT 9999 - "
004163                 "ORDERS TAKEN FROM EMPLOYEE " TB-EMPNUM(TB-IDX)
004164                 " ON ARE NOT ON GARNPAY.DAT"
004165         END-IF
004166     END-IF
004167     IF GT-GOAL(GT-IDX) > ZERO AND
004168             GT-PAID-TO-DATE(GT-IDX) NOT < GT-GOAL(GT-IDX)
004169         MOVE SPACES TO RG-MSG-TEXT
004170         STRING "*** " GT-DED-CODE(GT-IDX)
004171             " GOAL REACHED - ORDER COMPLETE"
004172             DELIMITED BY SIZE INTO RG-MSG-TEXT
004173         PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
004174     END-IF
004175     .
004176 3246-EXIT.
004177     EXIT.
004178
004179******************************************************************
004180*  3260-TAKE-ONE-DEDUCTION
004181******************************************************************
004182 3260-TAKE-ONE-DEDUCTION.
004183     IF DT-EMPNUM(DT-IDX) = TB-EMPNUM(TB-IDX)
004184         IF DT-METHOD(DT-IDX) = "P"
004185             COMPUTE WS-DED-AMOUNT ROUNDED =
004186                 WS-GROSS-PAY * DT-VALUE(DT-IDX) / 100
004187         ELSE
004188             MOVE DT-VALUE(DT-IDX) TO WS-DED-AMOUNT
004189         END-IF
004190         MOVE DT-CODE(DT-IDX) TO WS-DED-WORK-CODE
004191         PERFORM 3262-POST-ONE-DEDUCTION THRU 3262-EXIT
004192     END-IF
004193     .
004194 3260-EXIT.
004195     EXIT.
004196
004197******************************************************************
004198*  3262-POST-ONE-DEDUCTION
004199*  THE COMMON TAIL FOR EVERY DEDUCTION TAKEN, TABLE WITHHOLDING
004200*  OR DEDUCT.DAT - CAPS THE AMOUNT IN WS-DED-AMOUNT SO NET
004201*  NEVER GOES BELOW ZERO (A GARNISHMENT CUT TO ITS LEGAL LIMIT
004202*  IS MARKED "LIMITED"), PRINTS THE REGISTER LINE UNDER THE
004203*  CODE IN WS-DED-WORK-CODE, AND ROLLS THE AMOUNT INTO THE
004204*  RUN'S BY-CODE SUMMARY AND THE EMPLOYEE'S YTD SLOTS.
004205******************************************************************
004206 3262-POST-ONE-DEDUCTION.
004207     IF WS-DED-AMOUNT + WS-DED-TOTAL > WS-GROSS-PAY
004208         COMPUTE WS-DED-AMOUNT =
004209             WS-GROSS-PAY - WS-DED-TOTAL
004210         MOVE " (REDUCED)" TO RG-DED-NOTE
004211     ELSE
004212         IF WS-GARN-LIMIT-SW = "Y"
004213             MOVE " (LIMITED)" TO RG-DED-NOTE
004214         ELSE
004215             MOVE SPACES TO RG-DED-NOTE
004216         END-IF
004217     END-IF
004218     MOVE "N" TO WS-GARN-LIMIT-SW
004219     MOVE WS-DED-WORK-CODE TO RG-DED-CODE
004220     MOVE WS-DED-AMOUNT TO RG-DED-AMOUNT
004221     WRITE RG-Print-Line FROM RG-DED-LINE
004222     ADD WS-DED-AMOUNT TO WS-DED-TOTAL
004223     MOVE WS-DED-AMOUNT TO WS-DED-SIGNED-AMOUNT
004224     PERFORM 3270-ADD-TO-DED-SUMMARY THRU 3270-EXIT
004225     PERFORM 3265-ROLL-YTD-DEDUCTION THRU 3265-EXIT
004226     PERFORM 3290-NOTE-DETAIL-DEDUCTION THRU 3290-EXIT
004227     .
004228 3262-EXIT.
004229     EXIT.
004230
004231******************************************************************
004232*  3270-ADD-TO-DED-SUMMARY
004233*  ROLLS THE DEDUCTION JUST TAKEN INTO THE BY-CODE SUMMARY
004234*  TABLE, STARTING A NEW CODE BUCKET THE FIRST TIME A CODE IS
004235*  SEEN THIS RUN.
004236******************************************************************
004237 3270-ADD-TO-DED-SUMMARY.
004238     MOVE "N" TO WS-DEDSUM-FOUND-SW
004239     PERFORM 3280-MATCH-ONE-SUMMARY THRU 3280-EXIT
004240         VARYING DS-IDX FROM 1 BY 1
004241         UNTIL DS-IDX > WS-DEDSUM-COUNT
004242             OR WS-DEDSUM-FOUND-SW = "Y"
004243     IF WS-DEDSUM-FOUND-SW = "N"
004244         IF WS-DEDSUM-COUNT < 50
004245             ADD 1 TO WS-DEDSUM-COUNT
004246             SET DS-IDX TO WS-DEDSUM-COUNT
004247             MOVE WS-DED-WORK-CODE TO DS-CODE(DS-IDX)
004248             MOVE WS-DED-SIGNED-AMOUNT TO DS-TOTAL(DS-IDX)
004249         ELSE
004250             IF WS-DEDSUM-FULL-SW = "N"
004251                 MOVE "Y" TO WS-DEDSUM-FULL-SW
004252                 DISPLAY "*** MORE THAN 50 DEDUCTION CODES - "
004253                     "SUMMARY IS INCOMPLETE"
004254             END-IF
004255         END-IF
004256     END-IF
004257     .
004258 3270-EXIT.
004259     EXIT.
004260
004261******************************************************************
004262*  3280-MATCH-ONE-SUMMARY
004263******************************************************************
004264 3280-MATCH-ONE-SUMMARY.
004265     IF DS-CODE(DS-IDX) = WS-DED-WORK-CODE
004266         ADD WS-DED-SIGNED-AMOUNT TO DS-TOTAL(DS-IDX)
004267         MOVE "Y" TO WS-DEDSUM-FOUND-SW
004268     END-IF
004269     .
004270 3280-EXIT.
004271     EXIT.
004272
004273******************************************************************
004274*  3290-NOTE-DETAIL-DEDUCTION
004275*  STAGES THE CODE AND SIGNED AMOUNT JUST POSTED FOR THE PAY
004276*  DETAIL RECORD.  PERFORMED FROM BOTH THE REGULAR AND THE
004277*  SUPPLEMENTAL POSTING TAILS.
004278******************************************************************
004279 3290-NOTE-DETAIL-DEDUCTION.
004280     IF WS-PX-COUNT < 15
004281         ADD 1 TO WS-PX-COUNT
004282         MOVE WS-DED-WORK-CODE TO PX-CODE(WS-PX-COUNT)
004283         MOVE WS-DED-SIGNED-AMOUNT TO PX-AMOUNT(WS-PX-COUNT)
004284     ELSE
004285         IF WS-PX-FULL-SW = "N"
004286             MOVE "Y" TO WS-PX-FULL-SW
004287             DISPLAY "*** MORE THAN 15 DEDUCTIONS FOR EMPLOYEE "
004288                 TB-EMPNUM(TB-IDX) " - PAY DETAIL HISTORY CODES "
004289                 "ARE INCOMPLETE"
004290         END-IF
004291     END-IF
004292     .
004293 3290-EXIT.
004294     EXIT.
004295
004296******************************************************************
004297*  3640-LOCATE-YTD-ENTRY
004298*  FINDS (OR STARTS) THE YTD-TABLE ENTRY FOR THE EMPLOYEE UNDER
004299*  TB-IDX AND LEAVES ITS OCCURRENCE NUMBER IN WS-YD-ESUB FOR THE
004300*  DEDUCTION AND TOTALS ROLLS THAT FOLLOW.  THE TABLE IS IN
004301*  FILE ORDER WITH NEW EMPLOYEES APPENDED, SO THE MATCH IS A
004302*  SERIAL SCAN, THE WAY THE GL BUCKETS ARE MATCHED.
004303******************************************************************
004304 3640-LOCATE-YTD-ENTRY.
004305     MOVE "N" TO WS-YTD-FOUND-SW
004306     MOVE ZERO TO WS-YD-ESUB
004307     PERFORM 3642-MATCH-ONE-YTD THRU 3642-EXIT
004308         VARYING YD-IDX FROM 1 BY 1
004309         UNTIL YD-IDX > WS-YTD-COUNT
004310             OR WS-YTD-FOUND-SW = "Y"
004311     IF WS-YTD-FOUND-SW = "N"
004312         IF WS-YTD-COUNT < 9999
004313             ADD 1 TO WS-YTD-COUNT
004314             MOVE WS-YTD-COUNT TO WS-YD-ESUB
004315             MOVE TB-EMPNUM(TB-IDX) TO YD-EMPNUM(WS-YD-ESUB)
004316             MOVE WS-PERIOD-END-YR TO YD-YEAR(WS-YD-ESUB)
004317             PERFORM 3645-CLEAR-ONE-YTD-QTR THRU 3645-EXIT
004318                 VARYING WS-YD-QSUB FROM 1 BY 1
004319                 UNTIL WS-YD-QSUB > 4
004320             PERFORM 3646-CLEAR-ONE-YTD-DED THRU 3646-EXIT
004321                 VARYING WS-YD-DSUB FROM 1 BY 1
004322                 UNTIL WS-YD-DSUB > 10
004323             PERFORM 3647-CLEAR-ONE-YTD-ERN THRU 3647-EXIT
004324                 VARYING WS-YD-NSUB FROM 1 BY 1
004325                 UNTIL WS-YD-NSUB > 10
004326             MOVE "Y" TO WS-YTD-FOUND-SW
004327         ELSE
004328             IF WS-YTD-TABLE-FULL-SW = "N"
004329                 MOVE "Y" TO WS-YTD-TABLE-FULL-SW
004330                 DISPLAY "*** YTD TABLE FULL AT 9999 - "
004331                     "EMPLOYEE " TB-EMPNUM(TB-IDX) " AND ANY "
004332                     "LATER NEW EMPLOYEES GET NO YTD ROLL"
004333             END-IF
004334         END-IF
004335     END-IF
004336     .
004337 3640-EXIT.
004338     EXIT.
004339
004340******************************************************************
004341*  3642-MATCH-ONE-YTD
004342******************************************************************
004343 3642-MATCH-ONE-YTD.
004344     IF YD-EMPNUM(YD-IDX) = TB-EMPNUM(TB-IDX)
004345         SET WS-YD-ESUB TO YD-IDX
004346         MOVE "Y" TO WS-YTD-FOUND-SW
004347     END-IF
004348     .
004349 3642-EXIT.
004350     EXIT.
004351
004352******************************************************************
004353*  3645-CLEAR-ONE-YTD-QTR
004354******************************************************************
004355 3645-CLEAR-ONE-YTD-QTR.
004356     MOVE ZERO TO YD-QGROSS(WS-YD-ESUB, WS-YD-QSUB)
004357     MOVE ZERO TO YD-QDED(WS-YD-ESUB, WS-YD-QSUB)
004358     MOVE ZERO TO YD-QNET(WS-YD-ESUB, WS-YD-QSUB)
004359     MOVE ZERO TO YD-QHOURS(WS-YD-ESUB, WS-YD-QSUB)
004360     .
004361 3645-EXIT.
004362     EXIT.
004363
004364******************************************************************
004365*  3646-CLEAR-ONE-YTD-DED
004366******************************************************************
004367 3646-CLEAR-ONE-YTD-DED.
004368     MOVE SPACES TO YD-DCODE(WS-YD-ESUB, WS-YD-DSUB)
004369     MOVE ZERO TO YD-DYTD(WS-YD-ESUB, WS-YD-DSUB)
004370     .
004371 3646-EXIT.
004372     EXIT.
004373
004374******************************************************************
004375*  3647-CLEAR-ONE-YTD-ERN
004376******************************************************************
004377 3647-CLEAR-ONE-YTD-ERN.
004378     MOVE SPACES TO YD-ECODE(WS-YD-ESUB, WS-YD-NSUB)
004379     MOVE ZERO TO YD-EYTD(WS-YD-ESUB, WS-YD-NSUB)
004380     .
004381 3647-EXIT.
004382     EXIT.
004383
004384******************************************************************
004385*  3650-ROLL-YTD-TOTALS
004386*  ROLLS THE PERIOD'S CONSOLIDATED GROSS, DEDUCTION TOTAL, NET,
004387*  AND HOURS INTO THE QUARTER BUCKET FOR THE RUN MONTH, AND THE
004388*  GROSS SPLIT INTO THE BY-CODE EARNINGS SLOTS, AND SETS
004389*  THE YTD GROSS/NET FIGURES FOR THE PAY STATEMENT.
004390******************************************************************
004391 3650-ROLL-YTD-TOTALS.
004392     IF WS-YTD-FOUND-SW = "Y"
004393         COMPUTE WS-YTD-QTR = (WS-PERIOD-END-MN + 2) / 3
004394         ADD WS-GROSS-PAY TO YD-QGROSS(WS-YD-ESUB, WS-YTD-QTR)
004395         ADD WS-DED-TOTAL TO YD-QDED(WS-YD-ESUB, WS-YTD-QTR)
004396         ADD WS-NET-PAY TO YD-QNET(WS-YD-ESUB, WS-YTD-QTR)
004397         IF TB-STATUS(TB-IDX) = "H"
004398             ADD WS-WORKED-HOURS TO
004399                 YD-QHOURS(WS-YD-ESUB, WS-YTD-QTR)
004400         END-IF
004401         PERFORM 3657-ROLL-YTD-EARNINGS THRU 3657-EXIT
004402             VARYING WS-EW-SUB FROM 1 BY 1
004403             UNTIL WS-EW-SUB > WS-EW-COUNT
004404         MOVE ZERO TO WS-YTD-GROSS-TOT
004405         MOVE ZERO TO WS-YTD-NET-TOT
004406         PERFORM 3655-ADD-ONE-YTD-QTR THRU 3655-EXIT
004407             VARYING WS-YD-QSUB FROM 1 BY 1
004408             UNTIL WS-YD-QSUB > 4
004409         MOVE WS-YTD-GROSS-TOT TO PS-YTD-GROSS
004410         MOVE WS-YTD-NET-TOT TO PS-YTD-NET
004411     ELSE
004412         MOVE ZERO TO PS-YTD-GROSS
004413         MOVE ZERO TO PS-YTD-NET
004414     END-IF
004415     .
004416 3650-EXIT.
004417     EXIT.
004418
004419******************************************************************
004420*  3655-ADD-ONE-YTD-QTR
004421******************************************************************
004422 3655-ADD-ONE-YTD-QTR.
004423     ADD YD-QGROSS(WS-YD-ESUB, WS-YD-QSUB) TO WS-YTD-GROSS-TOT
004424     ADD YD-QNET(WS-YD-ESUB, WS-YD-QSUB) TO WS-YTD-NET-TOT
004425     .
004426 3655-EXIT.
004427     EXIT.
004428
004429******************************************************************
004430*  3657-ROLL-YTD-EARNINGS
004431*  ONE LINE OF THE GROSS SPLIT INTO THE EMPLOYEE'S BY-CODE YTD
004432*  EARNINGS SLOTS, STARTING A SLOT FOR A NEW CODE.  SIGNED, SO A
004433*  SUPPLEMENTAL RECOVERY COMES BACK OFF - CLAMPED AT ZERO.
004434******************************************************************
004435 3657-ROLL-YTD-EARNINGS.
004436     IF EW-AMOUNT(WS-EW-SUB) NOT = ZERO
004437         MOVE "N" TO WS-YTDERN-FOUND-SW
004438         PERFORM 3658-MATCH-ONE-YTD-ERN THRU 3658-EXIT
004439             VARYING WS-YD-NSUB FROM 1 BY 1
004440             UNTIL WS-YD-NSUB > 10
004441                 OR WS-YTDERN-FOUND-SW = "Y"
004442         IF WS-YTDERN-FOUND-SW = "N" AND
004443            WS-YTDERN-FULL-SW = "N"
004444             MOVE "Y" TO WS-YTDERN-FULL-SW
004445             DISPLAY "*** MORE THAN 10 EARNINGS CODES FOR "
004446                 "EMPLOYEE " TB-EMPNUM(TB-IDX) " - YTD BY-CODE "
004447                 "EARNINGS ARE INCOMPLETE"
004448         END-IF
004449     END-IF
004450     .
004451 3657-EXIT.
004452     EXIT.
004453
004454******************************************************************
004455*  3658-MATCH-ONE-YTD-ERN
004456******************************************************************
004457 3658-MATCH-ONE-YTD-ERN.
004458     IF YD-ECODE(WS-YD-ESUB, WS-YD-NSUB) = EW-CODE(WS-EW-SUB) OR
004459        YD-ECODE(WS-YD-ESUB, WS-YD-NSUB) = SPACES
004460         IF YD-ECODE(WS-YD-ESUB, WS-YD-NSUB) = SPACES
004461             MOVE EW-CODE(WS-EW-SUB) TO
004462                 YD-ECODE(WS-YD-ESUB, WS-YD-NSUB)
004463             MOVE ZERO TO YD-EYTD(WS-YD-ESUB, WS-YD-NSUB)
004464         END-IF
004465         COMPUTE WS-YTD-WORK =
004466             YD-EYTD(WS-YD-ESUB, WS-YD-NSUB) +
004467             EW-AMOUNT(WS-EW-SUB)
004468         IF WS-YTD-WORK < ZERO
004469             MOVE ZERO TO WS-YTD-WORK
004470             MOVE "*** YTD EARNINGS CLAMPED AT ZERO" TO
004471                 RG-MSG-TEXT
004472             PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
004473         END-IF
004474         MOVE WS-YTD-WORK TO YD-EYTD(WS-YD-ESUB, WS-YD-NSUB)
004475         MOVE "Y" TO WS-YTDERN-FOUND-SW
004476     END-IF
004477     .
004478 3658-EXIT.
004479     EXIT.
004480*
004481******************************************************************
004482*  3660-APPLY-PTO
004483*  PTO FOR THE EMPLOYEE UNDER TB-IDX, PERFORMED AFTER THE BASE
004484*  GROSS IS COMPUTED - PTO HOURS TAKEN ARE CAPPED AT THE
004485*  BALANCE ON FILE, DRAWN DOWN, AND PAID AT STRAIGHT TIME FOR
004486*  HOURLY EMPLOYEES (OUTSIDE THE OVER-40 OVERTIME TEST), THEN
004487*  THE PERIOD'S ACCRUAL IS ADDED AND THE CLOSING BALANCES ARE
004488*  STAGED FOR THE PAY STATEMENT.  NO ACCRUAL ON LEAVE.
004489******************************************************************
004490 3660-APPLY-PTO.
004491     MOVE ZERO TO WS-VAC-TAKE
004492     MOVE ZERO TO WS-SICK-TAKE
004493     MOVE ZERO TO WS-VAC-ACCRUED
004494     MOVE ZERO TO WS-SICK-ACCRUED
004495     IF WS-PTO-ACTIVE-SW = "Y"
004496         PERFORM 3665-LOCATE-PTO-ENTRY THRU 3665-EXIT
004497         IF WS-PTO-FOUND-SW = "Y"
004498             PERFORM 3668-DRAW-AND-ACCRUE THRU 3668-EXIT
004499         ELSE
004500             MOVE ZERO TO PS-VAC-BAL
004501             MOVE ZERO TO PS-SICK-BAL
004502         END-IF
004503     END-IF
004504     .
004505 3660-EXIT.
004506     EXIT.
004507
004508******************************************************************
004509*  3665-LOCATE-PTO-ENTRY
004510*  FINDS (OR STARTS AT ZERO) THE PTO-TABLE ENTRY FOR THE
004511*  EMPLOYEE UNDER TB-IDX, LEAVING ITS OCCURRENCE IN WS-PO-ESUB.
004512******************************************************************
004513 3665-LOCATE-PTO-ENTRY.
004514     MOVE "N" TO WS-PTO-FOUND-SW
004515     MOVE ZERO TO WS-PO-ESUB
004516     PERFORM 3667-MATCH-ONE-PTO THRU 3667-EXIT
004517         VARYING PO-IDX FROM 1 BY 1
004518         UNTIL PO-IDX > WS-PTO-COUNT
004519             OR WS-PTO-FOUND-SW = "Y"
004520     IF WS-PTO-FOUND-SW = "N"
004521         IF WS-PTO-COUNT < 9999
004522             ADD 1 TO WS-PTO-COUNT
004523             MOVE WS-PTO-COUNT TO WS-PO-ESUB
004524             MOVE TB-EMPNUM(TB-IDX) TO PO-EMPNUM(WS-PO-ESUB)
004525             MOVE ZERO TO PO-VAC-BAL(WS-PO-ESUB)
004526             MOVE ZERO TO PO-SICK-BAL(WS-PO-ESUB)
004527             MOVE "Y" TO WS-PTO-FOUND-SW
004528         ELSE
004529             IF WS-PTO-TABLE-FULL-SW = "N"
004530                 MOVE "Y" TO WS-PTO-TABLE-FULL-SW
004531                 DISPLAY "*** PTO TABLE FULL AT 9999 - "
004532                     "EMPLOYEE " TB-EMPNUM(TB-IDX) " GETS NO "
004533                     "PTO PROCESSING"
004534             END-IF
004535         END-IF
004536     END-IF
004537     .
004538 3665-EXIT.
004539     EXIT.
004540
004541******************************************************************
004542*  3667-MATCH-ONE-PTO
004543******************************************************************
004544 3667-MATCH-ONE-PTO.
004545     IF PO-EMPNUM(PO-IDX) = TB-EMPNUM(TB-IDX)
004546         SET WS-PO-ESUB TO PO-IDX
004547         MOVE "Y" TO WS-PTO-FOUND-SW
004548     END-IF
004549     .
004550 3667-EXIT.
004551     EXIT.
004552
004553******************************************************************
004554*  3668-DRAW-AND-ACCRUE
004555******************************************************************
004556 3668-DRAW-AND-ACCRUE.
004557     MOVE TB-VAC-HOURS(TB-IDX) TO WS-VAC-TAKE
004558     IF WS-VAC-TAKE > PO-VAC-BAL(WS-PO-ESUB)
004559         MOVE PO-VAC-BAL(WS-PO-ESUB) TO WS-VAC-TAKE
004560         MOVE "*** VACATION EXCEEDS BALANCE - REDUCED" TO
004561             RG-MSG-TEXT
004562         PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
004563     END-IF
004564     MOVE TB-SICK-HOURS(TB-IDX) TO WS-SICK-TAKE
004565     IF WS-SICK-TAKE > PO-SICK-BAL(WS-PO-ESUB)
004566         MOVE PO-SICK-BAL(WS-PO-ESUB) TO WS-SICK-TAKE
004567         MOVE "*** SICK TIME EXCEEDS BALANCE - REDUCED" TO
004568             RG-MSG-TEXT
004569         PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
004570     END-IF
004571     SUBTRACT WS-VAC-TAKE FROM PO-VAC-BAL(WS-PO-ESUB)
004572     SUBTRACT WS-SICK-TAKE FROM PO-SICK-BAL(WS-PO-ESUB)
004573     IF TB-STATUS(TB-IDX) = "H" AND
004574        (WS-VAC-TAKE > ZERO OR WS-SICK-TAKE > ZERO)
004575         COMPUTE WS-PTO-PAID-HOURS = WS-VAC-TAKE + WS-SICK-TAKE
004576         MOVE "PTO" TO WS-EW-CODE
004577         MOVE "PAID TIME OFF" TO WS-EW-DESC
004578         MOVE WS-PTO-PAID-HOURS TO WS-EW-HOURS
004579         COMPUTE WS-EW-AMOUNT ROUNDED =
004580             WS-PTO-PAID-HOURS * TB-RATE(TB-IDX)
004581         PERFORM 3214-ADD-EARN-LINE THRU 3214-EXIT
004582         MOVE SPACES TO RG-MSG-TEXT
004583         MOVE WS-PTO-PAID-HOURS TO WS-PTO-EDIT
004584         STRING "PTO PAID AT STRAIGHT TIME - " WS-PTO-EDIT
004585             " HRS" DELIMITED BY SIZE INTO RG-MSG-TEXT
004586         PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
004587     END-IF
004588     IF TB-EMPSTAT(TB-IDX) NOT = "L"
004589         IF TB-STATUS(TB-IDX) = "H"
004590             COMPUTE WS-VAC-ACCRUED ROUNDED =
004591                 WS-WORKED-HOURS * WS-VAC-PER-HOUR
004592             COMPUTE WS-SICK-ACCRUED ROUNDED =
004593                 WS-WORKED-HOURS * WS-SICK-PER-HOUR
004594         ELSE
004595             MOVE WS-VAC-PER-PERIOD TO WS-VAC-ACCRUED
004596             MOVE WS-SICK-PER-PERIOD TO WS-SICK-ACCRUED
004597         END-IF
004598         ADD WS-VAC-ACCRUED TO PO-VAC-BAL(WS-PO-ESUB)
004599         ADD WS-SICK-ACCRUED TO PO-SICK-BAL(WS-PO-ESUB)
004600     END-IF
004601     MOVE PO-VAC-BAL(WS-PO-ESUB) TO PS-VAC-BAL
004602     MOVE PO-SICK-BAL(WS-PO-ESUB) TO PS-SICK-BAL
004603     .
004604 3668-EXIT.
004605     EXIT.
004606
004607******************************************************************
004608*  3670-FIGURE-EMPLOYER-TAX
004609*  THE EMPLOYER'S TAXES ON THE SIGNED PAYMENT IN WS-ER-GROSS FOR
004610*  THE EMPLOYEE UNDER TB-IDX.  EACH CAPPED TAX IS ON THE PART OF
004611*  THE PAYMENT THAT FALLS UNDER ITS WAGE BASE - THE CAPPED WAGES
004612*  FOR THE YEAR AFTER THE PAYMENT LESS THE CAPPED WAGES BEFORE
004613*  IT - SO A RECOVERY GIVES BACK ONLY TAX THAT WAS CHARGED.
004614*  MEDICARE HAS NO BASE.  THE PAYMENT, TAXABLE WAGES, AND TAXES
004615*  ARE ROLLED INTO THE EMPLOYEE'S ERTAX-TABLE ENTRY FOR THE
004616*  QUARTER OF THE PERIOD END DATE AND INTO THE RUN TOTALS, AND
004617*  ONE REGISTER LINE SHOWS THEM.
004618******************************************************************
004619 3670-FIGURE-EMPLOYER-TAX.
004620     PERFORM 3672-LOCATE-ERTAX-ENTRY THRU 3672-EXIT
004621     IF WS-ERTAX-FOUND-SW = "Y"
004622         MOVE ER-YTD-WAGES(WS-ET-ESUB) TO WS-ER-OLD-YTD
004623     ELSE
004624         MOVE ZERO TO WS-ER-OLD-YTD
004625     END-IF
004626     COMPUTE WS-ER-YTD-WORK = WS-ER-OLD-YTD + WS-ER-GROSS
004627     IF WS-ER-YTD-WORK < ZERO
004628         MOVE ZERO TO WS-ER-YTD-WORK
004629     END-IF
004630     MOVE WS-ER-YTD-WORK TO WS-ER-NEW-YTD
004631     MOVE WS-ER-SS-BASE TO WS-ER-BASE-WORK
004632     PERFORM 3676-MEASURE-TAXABLE THRU 3676-EXIT
004633     MOVE WS-ER-TAXABLE TO WS-ER-SS-WAGES
004634     MOVE WS-ER-FUTA-BASE TO WS-ER-BASE-WORK
004635     PERFORM 3676-MEASURE-TAXABLE THRU 3676-EXIT
004636     MOVE WS-ER-TAXABLE TO WS-ER-FUTA-WAGES
004637     MOVE WS-ER-SUTA-BASE TO WS-ER-BASE-WORK
004638     PERFORM 3676-MEASURE-TAXABLE THRU 3676-EXIT
004639     MOVE WS-ER-TAXABLE TO WS-ER-SUTA-WAGES
004640     COMPUTE WS-ER-SS-TAX ROUNDED =
004641         WS-ER-SS-WAGES * WS-ER-SS-RATE / 100
004642     COMPUTE WS-ER-MED-TAX ROUNDED =
004643         WS-ER-GROSS * WS-ER-MED-RATE / 100
004644     COMPUTE WS-ER-FUTA-TAX ROUNDED =
004645         WS-ER-FUTA-WAGES * WS-ER-FUTA-RATE / 100
004646     COMPUTE WS-ER-SUTA-TAX ROUNDED =
004647         WS-ER-SUTA-WAGES * WS-ER-SUTA-RATE / 100
004648     COMPUTE WS-ER-TOTAL-TAX = WS-ER-SS-TAX + WS-ER-MED-TAX
004649         + WS-ER-FUTA-TAX + WS-ER-SUTA-TAX
004650     ADD WS-ER-GROSS TO WS-ER-RUN-WAGES
004651     ADD WS-ER-SS-WAGES TO WS-ER-RUN-SS-WAGES
004652     ADD WS-ER-FUTA-WAGES TO WS-ER-RUN-FUTA-WAGES
004653     ADD WS-ER-SUTA-WAGES TO WS-ER-RUN-SUTA-WAGES
004654     ADD WS-ER-SS-TAX TO WS-ER-RUN-SS-TAX
004655     ADD WS-ER-MED-TAX TO WS-ER-RUN-MED-TAX
004656     ADD WS-ER-FUTA-TAX TO WS-ER-RUN-FUTA-TAX
004657     ADD WS-ER-SUTA-TAX TO WS-ER-RUN-SUTA-TAX
004658     ADD WS-ER-TOTAL-TAX TO WS-ER-RUN-TOTAL-TAX
004659     IF WS-ERTAX-FOUND-SW = "Y"
004660         PERFORM 3678-ROLL-ERTAX-ENTRY THRU 3678-EXIT
004661     END-IF
004662     MOVE WS-ER-SS-TAX TO RG-ER-SS
004663     MOVE WS-ER-MED-TAX TO RG-ER-MED
004664     MOVE WS-ER-FUTA-TAX TO RG-ER-FUTA
004665     MOVE WS-ER-SUTA-TAX TO RG-ER-SUTA
004666     WRITE RG-Print-Line FROM RG-ER-LINE
004667     .
004668 3670-EXIT.
004669     EXIT.
004670
004671******************************************************************
004672*  3672-LOCATE-ERTAX-ENTRY
004673*  FINDS (OR STARTS) THE ERTAX-TABLE ENTRY FOR THE EMPLOYEE UNDER
004674*  TB-IDX AND THE YEAR OF THE PERIOD END DATE, LEAVING ITS
004675*  OCCURRENCE NUMBER IN WS-ET-ESUB.
004676******************************************************************
004677 3672-LOCATE-ERTAX-ENTRY.
004678     MOVE "N" TO WS-ERTAX-FOUND-SW
004679     MOVE ZERO TO WS-ET-ESUB
004680     PERFORM 3673-MATCH-ONE-ERTAX THRU 3673-EXIT
004681         VARYING ET-IDX FROM 1 BY 1
004682         UNTIL ET-IDX > WS-ERTAX-COUNT
004683             OR WS-ERTAX-FOUND-SW = "Y"
004684     IF WS-ERTAX-FOUND-SW = "N"
004685         IF WS-ERTAX-COUNT < 9999
004686             ADD 1 TO WS-ERTAX-COUNT
004687             MOVE WS-ERTAX-COUNT TO WS-ET-ESUB
004688             MOVE TB-EMPNUM(TB-IDX) TO ER-EMPNUM(WS-ET-ESUB)
004689             MOVE WS-PERIOD-END-YR TO ER-YEAR(WS-ET-ESUB)
004690             MOVE ZERO TO ER-YTD-WAGES(WS-ET-ESUB)
004691             PERFORM 3674-CLEAR-ONE-ERTAX-QTR THRU 3674-EXIT
004692                 VARYING WS-ET-QSUB FROM 1 BY 1
004693                 UNTIL WS-ET-QSUB > 4
004694             MOVE "Y" TO WS-ERTAX-FOUND-SW
004695         ELSE
004696             IF WS-ERTAX-FULL-SW = "N"
004697                 MOVE "Y" TO WS-ERTAX-FULL-SW
004698                 DISPLAY "*** EMPLOYER TAX TABLE FULL AT 9999 - "
004699                     "EMPLOYEE " TB-EMPNUM(TB-IDX) " AND ANY "
004700                     "LATER NEW EMPLOYEES START AT ZERO WAGES"
004701             END-IF
004702         END-IF
004703     END-IF
004704     .
004705 3672-EXIT.
004706     EXIT.
004707
004708******************************************************************
004709*  3673-MATCH-ONE-ERTAX
004710******************************************************************
004711 3673-MATCH-ONE-ERTAX.
004712     IF ER-EMPNUM(ET-IDX) = TB-EMPNUM(TB-IDX)
004713        AND ER-YEAR(ET-IDX) = WS-PERIOD-END-YR
004714         SET WS-ET-ESUB TO ET-IDX
004715         MOVE "Y" TO WS-ERTAX-FOUND-SW
004716     END-IF
004717     .
004718 3673-EXIT.
004719     EXIT.
004720
004721******************************************************************
004722*  3674-CLEAR-ONE-ERTAX-QTR
004723******************************************************************
004724 3674-CLEAR-ONE-ERTAX-QTR.
004725     MOVE ZERO TO ER-QWAGES(WS-ET-ESUB, WS-ET-QSUB)
004726     MOVE ZERO TO ER-QSS-WAGES(WS-ET-ESUB, WS-ET-QSUB)
004727     MOVE ZERO TO ER-QSS-TAX(WS-ET-ESUB, WS-ET-QSUB)
004728     MOVE ZERO TO ER-QMED-TAX(WS-ET-ESUB, WS-ET-QSUB)
004729     MOVE ZERO TO ER-QFUTA-WAGES(WS-ET-ESUB, WS-ET-QSUB)
004730     MOVE ZERO TO ER-QFUTA-TAX(WS-ET-ESUB, WS-ET-QSUB)
004731     MOVE ZERO TO ER-QSUTA-WAGES(WS-ET-ESUB, WS-ET-QSUB)
004732     MOVE ZERO TO ER-QSUTA-TAX(WS-ET-ESUB, WS-ET-QSUB)
004733     .
004734 3674-EXIT.
004735     EXIT.
004736
004737******************************************************************
004738*  3676-MEASURE-TAXABLE
004739*  THE PART OF THE PAYMENT UNDER THE WAGE BASE IN WS-ER-BASE-WORK,
004740*  SIGNED, INTO WS-ER-TAXABLE.  A ZERO BASE MEANS NO LIMIT.
004741******************************************************************
004742 3676-MEASURE-TAXABLE.
004743     IF WS-ER-BASE-WORK = ZERO
004744         COMPUTE WS-ER-TAXABLE = WS-ER-NEW-YTD - WS-ER-OLD-YTD
004745     ELSE
004746         IF WS-ER-OLD-YTD > WS-ER-BASE-WORK
004747             MOVE WS-ER-BASE-WORK TO WS-ER-OLD-CAPPED
004748         ELSE
004749             MOVE WS-ER-OLD-YTD TO WS-ER-OLD-CAPPED
004750         END-IF
004751         IF WS-ER-NEW-YTD > WS-ER-BASE-WORK
004752             MOVE WS-ER-BASE-WORK TO WS-ER-NEW-CAPPED
004753         ELSE
004754             MOVE WS-ER-NEW-YTD TO WS-ER-NEW-CAPPED
004755         END-IF
004756         COMPUTE WS-ER-TAXABLE =
004757             WS-ER-NEW-CAPPED - WS-ER-OLD-CAPPED
004758     END-IF
004759     .
004760 3676-EXIT.
004761     EXIT.
004762
004763******************************************************************
004764*  3678-ROLL-ERTAX-ENTRY
004765*  ROLLS THE PAYMENT'S FIGURES INTO THE ERTAX-TABLE ENTRY.  THE
004766*  QUARTER BUCKETS ARE UNSIGNED ON FILE, SO A RECOVERY BIGGER
004767*  THAN A BUCKET HOLDS IS CLAMPED AT ZERO AND SAID ON THE
004768*  REGISTER, THE WAY THE YTD ROLL IS.
004769******************************************************************
004770 3678-ROLL-ERTAX-ENTRY.
004771     MOVE WS-ER-NEW-YTD TO ER-YTD-WAGES(WS-ET-ESUB)
004772     COMPUTE WS-ET-QSUB = (WS-PERIOD-END-MN + 2) / 3
004773     MOVE "N" TO WS-ER-CLAMP-SW
004774     COMPUTE WS-ER-BUCKET-WORK =
004775         ER-QWAGES(WS-ET-ESUB, WS-ET-QSUB) + WS-ER-GROSS
004776     PERFORM 3679-CLAMP-ER-BUCKET THRU 3679-EXIT
004777     MOVE WS-ER-BUCKET-WORK TO ER-QWAGES(WS-ET-ESUB, WS-ET-QSUB)
004778     COMPUTE WS-ER-BUCKET-WORK =
004779         ER-QSS-WAGES(WS-ET-ESUB, WS-ET-QSUB) + WS-ER-SS-WAGES
004780     PERFORM 3679-CLAMP-ER-BUCKET THRU 3679-EXIT
004781     MOVE WS-ER-BUCKET-WORK TO
004782         ER-QSS-WAGES(WS-ET-ESUB, WS-ET-QSUB)
004783     COMPUTE WS-ER-BUCKET-WORK =
004784         ER-QSS-TAX(WS-ET-ESUB, WS-ET-QSUB) + WS-ER-SS-TAX
004785     PERFORM 3679-CLAMP-ER-BUCKET THRU 3679-EXIT
004786     MOVE WS-ER-BUCKET-WORK TO ER-QSS-TAX(WS-ET-ESUB, WS-ET-QSUB)
004787     COMPUTE WS-ER-BUCKET-WORK =
004788         ER-QMED-TAX(WS-ET-ESUB, WS-ET-QSUB) + WS-ER-MED-TAX
004789     PERFORM 3679-CLAMP-ER-BUCKET THRU 3679-EXIT
004790     MOVE WS-ER-BUCKET-WORK TO ER-QMED-TAX(WS-ET-ESUB, WS-ET-QSUB)
004791     COMPUTE WS-ER-BUCKET-WORK =
004792         ER-QFUTA-WAGES(WS-ET-ESUB, WS-ET-QSUB) + WS-ER-FUTA-WAGES
004793     PERFORM 3679-CLAMP-ER-BUCKET THRU 3679-EXIT
004794     MOVE WS-ER-BUCKET-WORK TO
004795         ER-QFUTA-WAGES(WS-ET-ESUB, WS-ET-QSUB)
004796     COMPUTE WS-ER-BUCKET-WORK =
004797         ER-QFUTA-TAX(WS-ET-ESUB, WS-ET-QSUB) + WS-ER-FUTA-TAX
004798     PERFORM 3679-CLAMP-ER-BUCKET THRU 3679-EXIT
004799     MOVE WS-ER-BUCKET-WORK TO
004800         ER-QFUTA-TAX(WS-ET-ESUB, WS-ET-QSUB)
004801     COMPUTE WS-ER-BUCKET-WORK =
004802         ER-QSUTA-WAGES(WS-ET-ESUB, WS-ET-QSUB) + WS-ER-SUTA-WAGES
004803     PERFORM 3679-CLAMP-ER-BUCKET THRU 3679-EXIT
004804     MOVE WS-ER-BUCKET-WORK TO
004805         ER-QSUTA-WAGES(WS-ET-ESUB, WS-ET-QSUB)
004806     COMPUTE WS-ER-BUCKET-WORK =
004807         ER-QSUTA-TAX(WS-ET-ESUB, WS-ET-QSUB) + WS-ER-SUTA-TAX
004808     PERFORM 3679-CLAMP-ER-BUCKET THRU 3679-EXIT
004809     MOVE WS-ER-BUCKET-WORK TO
004810         ER-QSUTA-TAX(WS-ET-ESUB, WS-ET-QSUB)
004811     IF WS-ER-CLAMP-SW = "Y"
004812         MOVE "*** EMPLOYER TAX ROLL CLAMPED AT ZERO" TO
004813             RG-MSG-TEXT
004814         PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
004815     END-IF
004816     .
004817 3678-EXIT.
004818     EXIT.
004819
004820******************************************************************
004821*  3679-CLAMP-ER-BUCKET
004822******************************************************************
004823 3679-CLAMP-ER-BUCKET.
004824     IF WS-ER-BUCKET-WORK < ZERO
004825         MOVE ZERO TO WS-ER-BUCKET-WORK
004826         MOVE "Y" TO WS-ER-CLAMP-SW
004827     END-IF
004828     .
004829 3679-EXIT.
004830     EXIT.
004831
004832
004833******************************************************************
004834*  3265-ROLL-YTD-DEDUCTION
004835*  ROLLS THE DEDUCTION JUST TAKEN INTO THE EMPLOYEE'S BY-CODE
004836*  YTD SLOTS, STARTING A NEW SLOT THE FIRST TIME A CODE IS SEEN
004837*  FOR THE EMPLOYEE THIS YEAR.
004838******************************************************************
004839 3265-ROLL-YTD-DEDUCTION.
004840     IF WS-YTD-FOUND-SW = "Y"
004841         MOVE "N" TO WS-YTDDED-FOUND-SW
004842         PERFORM 3267-MATCH-ONE-YTD-DED THRU 3267-EXIT
004843             VARYING WS-YD-DSUB FROM 1 BY 1
004844             UNTIL WS-YD-DSUB > 10
004845                 OR WS-YTDDED-FOUND-SW = "Y"
004846         IF WS-YTDDED-FOUND-SW = "N" AND
004847            WS-YTDDED-FULL-SW = "N"
004848             MOVE "Y" TO WS-YTDDED-FULL-SW
004849             DISPLAY "*** MORE THAN 10 DEDUCTION CODES FOR "
004850                 "EMPLOYEE " TB-EMPNUM(TB-IDX) " - YTD BY-CODE "
004851                 "FIGURES ARE INCOMPLETE"
004852         END-IF
004853     END-IF
004854     .
004855 3265-EXIT.
004856     EXIT.
004857
004858******************************************************************
004859*  3267-MATCH-ONE-YTD-DED
004860******************************************************************
004861 3267-MATCH-ONE-YTD-DED.
004862     IF YD-DCODE(WS-YD-ESUB, WS-YD-DSUB) = WS-DED-WORK-CODE
004863         COMPUTE WS-YTD-WORK =
004864             YD-DYTD(WS-YD-ESUB, WS-YD-DSUB) +
004865             WS-DED-SIGNED-AMOUNT
004866         IF WS-YTD-WORK < ZERO
004867             MOVE ZERO TO WS-YTD-WORK
004868             MOVE "*** YTD DEDUCTION CLAMPED AT ZERO" TO
004869                 RG-MSG-TEXT
004870             PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
004871         END-IF
004872         MOVE WS-YTD-WORK TO YD-DYTD(WS-YD-ESUB, WS-YD-DSUB)
004873         MOVE "Y" TO WS-YTDDED-FOUND-SW
004874     ELSE
004875         IF YD-DCODE(WS-YD-ESUB, WS-YD-DSUB) = SPACES
004876             MOVE WS-DED-WORK-CODE TO
004877                 YD-DCODE(WS-YD-ESUB, WS-YD-DSUB)
004878             IF WS-DED-SIGNED-AMOUNT < ZERO
004879                 MOVE ZERO TO
004880                     YD-DYTD(WS-YD-ESUB, WS-YD-DSUB)
004881                 MOVE "*** YTD DEDUCTION CLAMPED AT ZERO" TO
004882                     RG-MSG-TEXT
004883                 PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
004884             ELSE
004885                 MOVE WS-DED-SIGNED-AMOUNT TO
004886                     YD-DYTD(WS-YD-ESUB, WS-YD-DSUB)
004887             END-IF
004888             MOVE "Y" TO WS-YTDDED-FOUND-SW
004889         END-IF
004890     END-IF
004891     .
004892 3267-EXIT.
004893     EXIT.
004894
004895******************************************************************
004896*  3300-NO-MATCH
004897******************************************************************
004898 3300-NO-MATCH.
004899     ADD 1 TO WS-NO-MATCH-COUNT
004900     MOVE SPACES TO RG-Print-Line
004901     STRING "*** NO MASTER RECORD FOR EMPLOYEE " HX-EMPNUM
004902         " - TRANSACTION SKIPPED" DELIMITED BY SIZE
004903         INTO RG-Print-Line
004904     WRITE RG-Print-Line
004905     .
004906 3300-EXIT.
004907     EXIT.
004908
004909******************************************************************
004910*  4000-FINAL-SUMMARY
004911******************************************************************
004912 4000-FINAL-SUMMARY.
004913     MOVE SPACES TO RG-Print-Line
004914     WRITE RG-Print-Line
004915     MOVE "PAYROLL REGISTER TOTALS" TO RG-Print-Line
004916     WRITE RG-Print-Line
004917     MOVE "  EMPLOYEES PAID............." TO RG-COUNT-LABEL
004918     MOVE WS-DETAIL-COUNT TO RG-COUNT
004919     WRITE RG-Print-Line FROM RG-COUNT-LINE
004920     MOVE "  TRANSACTIONS SKIPPED......." TO RG-COUNT-LABEL
004921     MOVE WS-NO-MATCH-COUNT TO RG-COUNT
004922     WRITE RG-Print-Line FROM RG-COUNT-LINE
004923     MOVE "  PAY REFUSED (INACTIVE)....." TO RG-COUNT-LABEL
004924     MOVE WS-NOT-PAID-COUNT TO RG-COUNT
004925     WRITE RG-Print-Line FROM RG-COUNT-LINE
004926     MOVE "  PAY DETAIL RECORDS WRITTEN." TO RG-COUNT-LABEL
004927     MOVE WS-PAYDTL-COUNT TO RG-COUNT
004928     WRITE RG-Print-Line FROM RG-COUNT-LINE
004929     IF WS-ADJUST-ANSWER = "Y"
004930         MOVE "  ADJUSTMENTS APPLIED........" TO RG-COUNT-LABEL
004931         MOVE WS-ADJ-TRAN-COUNT TO RG-COUNT
004932         WRITE RG-Print-Line FROM RG-COUNT-LINE
004933         MOVE "  WRONG-PERIOD SKIPPED......." TO RG-COUNT-LABEL
004934         MOVE WS-ADJ-SKIP-COUNT TO RG-COUNT
004935         WRITE RG-Print-Line FROM RG-COUNT-LINE
004936     END-IF
004937     IF WS-GARN-ACTIVE-SW = "Y"
004938         MOVE "  GARNISHMENTS TAKEN........." TO RG-COUNT-LABEL
004939         MOVE WS-GARN-TAKEN-COUNT TO RG-COUNT
004940         WRITE RG-Print-Line FROM RG-COUNT-LINE
004941         MOVE "  TOTAL GARNISHED............" TO RG-TOTAL-LABEL
004942         MOVE WS-GARN-TAKEN-TOTAL TO RG-TOTAL-AMOUNT
004943         WRITE RG-Print-Line FROM RG-TOTAL-LINE
004944     END-IF
004945     IF WS-ACCT-ACTIVE-SW = "Y"
004946         MOVE "  ACCOUNT SPLIT DEPOSITS....." TO RG-COUNT-LABEL
004947         MOVE WS-SPLIT-COUNT TO RG-COUNT
004948         WRITE RG-Print-Line FROM RG-COUNT-LINE
004949         MOVE "  PRENOTES SENT.............." TO RG-COUNT-LABEL
004950         MOVE WS-PRENOTE-COUNT TO RG-COUNT
004951         WRITE RG-Print-Line FROM RG-COUNT-LINE
004952         MOVE "  ACCOUNTS MADE LIVE........." TO RG-COUNT-LABEL
004953         MOVE WS-MADE-LIVE-COUNT TO RG-COUNT
004954         WRITE RG-Print-Line FROM RG-COUNT-LINE
004955         MOVE "  DEPOSITS WITH NO ACCOUNT..." TO RG-COUNT-LABEL
004956         MOVE WS-NO-ACCT-COUNT TO RG-COUNT
004957         WRITE RG-Print-Line FROM RG-COUNT-LINE
004958     END-IF
004959     MOVE "  GRAND TOTAL GROSS PAY......" TO RG-TOTAL-LABEL
004960     MOVE WS-GRAND-TOTAL TO RG-TOTAL-AMOUNT
004961     WRITE RG-Print-Line FROM RG-TOTAL-LINE
004962     MOVE "  GRAND TOTAL DEDUCTIONS....." TO RG-TOTAL-LABEL
004963     MOVE WS-GRAND-DED-TOTAL TO RG-TOTAL-AMOUNT
004964     WRITE RG-Print-Line FROM RG-TOTAL-LINE
004965     MOVE "  GRAND TOTAL NET PAY........" TO RG-TOTAL-LABEL
004966     MOVE WS-GRAND-NET-TOTAL TO RG-TOTAL-AMOUNT
004967     WRITE RG-Print-Line FROM RG-TOTAL-LINE
004968
004969     IF WS-DEDSUM-COUNT > ZERO
004970         PERFORM 4100-DEDUCTION-SUMMARY THRU 4100-EXIT
004971     END-IF
004972     IF WS-ERNSUM-COUNT > ZERO
004973         PERFORM 4120-EARNINGS-SUMMARY THRU 4120-EXIT
004974     END-IF
004975     PERFORM 4050-EMPLOYER-TAX-LIABILITY THRU 4050-EXIT
004976     IF WS-TRIAL-ANSWER = "Y"
004977         MOVE SPACES TO RG-Print-Line
004978         WRITE RG-Print-Line
004979         MOVE "*** TRIAL RUN - NOTHING WAS POSTED ***" TO
004980             RG-Print-Line
004981         WRITE RG-Print-Line
004982         MOVE "    NO STATEMENT, BANKPAY, GLPOST, YTDMAST, PTOBAL,
004983-            " PAYDTL, OR PAYCAL UPDATES WERE MADE" TO
004984             RG-Print-Line
004985         WRITE RG-Print-Line
004986         MOVE "    AND NO GARNISH, GARNPAY, OR GARNRMT OUTPUT" TO
004987             RG-Print-Line
004988         WRITE RG-Print-Line
004989         MOVE "    AND NO BANKACCT, DEPDTL, OR ERTAX UPDATES" TO
004990             RG-Print-Line
004991         WRITE RG-Print-Line
004992     END-IF
004993
004994     PERFORM 4200-GL-DISTRIBUTION THRU 4200-EXIT
004995     .
004996 4000-EXIT.
004997     EXIT.
004998
004999******************************************************************
005000*  4050-EMPLOYER-TAX-LIABILITY
005001*  THE EMPLOYER TAXES THIS RUN ADDS TO WHAT IS OWED, BY AGENCY,
005002*  WITH THE TAXABLE WAGES EACH WAS FIGURED ON AND THE DATE THE
005003*  DEPOSIT IS DUE, SO ACCOUNTING CAN SCHEDULE THE PAYMENTS.
005004*  PT2ERTAX GIVES THE SAME PICTURE FOR A WHOLE QUARTER.
005005******************************************************************
005006 4050-EMPLOYER-TAX-LIABILITY.
005007     COMPUTE WS-DUE-FROM-DATE = WS-PERIOD-END-YR * 10000
005008         + WS-PERIOD-END-MN * 100 + WS-PERIOD-END-DY
005009     PERFORM 4080-FIGURE-DUE-DATES THRU 4080-EXIT
005010     MOVE SPACES TO RG-Print-Line
005011     WRITE RG-Print-Line
005012     IF WS-TRIAL-ANSWER = "Y"
005013         MOVE "EMPLOYER TAX LIABILITY - TRIAL, NOT POSTED" TO
005014             RG-Print-Line
005015     ELSE
005016         MOVE "EMPLOYER TAX LIABILITY" TO RG-Print-Line
005017     END-IF
005018     WRITE RG-Print-Line
005019     IF WS-ER-SCHEDULE = "S"
005020         MOVE "  FEDERAL DEPOSITS ON THE SEMIWEEKLY SCHEDULE" TO
005021             RG-Print-Line
005022     ELSE
005023         MOVE "  FEDERAL DEPOSITS ON THE MONTHLY SCHEDULE" TO
005024             RG-Print-Line
005025     END-IF
005026     WRITE RG-Print-Line
005027     WRITE RG-Print-Line FROM RG-LIAB-HEAD-LINE
005028     MOVE "IRS" TO RG-LIAB-AGENCY
005029     MOVE "SOC SEC MATCH" TO RG-LIAB-TAX
005030     MOVE WS-ER-RUN-SS-WAGES TO RG-LIAB-WAGES
005031     MOVE WS-ER-RUN-SS-TAX TO RG-LIAB-AMOUNT
005032     MOVE WS-DUE-941-MN TO RG-LIAB-DUE-MN
005033     MOVE WS-DUE-941-DY TO RG-LIAB-DUE-DY
005034     MOVE WS-DUE-941-YR TO RG-LIAB-DUE-YR
005035     WRITE RG-Print-Line FROM RG-LIAB-LINE
005036     MOVE "MEDICARE MATCH" TO RG-LIAB-TAX
005037     MOVE WS-ER-RUN-WAGES TO RG-LIAB-WAGES
005038     MOVE WS-ER-RUN-MED-TAX TO RG-LIAB-AMOUNT
005039     WRITE RG-Print-Line FROM RG-LIAB-LINE
005040     MOVE "FUTA" TO RG-LIAB-TAX
005041     MOVE WS-ER-RUN-FUTA-WAGES TO RG-LIAB-WAGES
005042     MOVE WS-ER-RUN-FUTA-TAX TO RG-LIAB-AMOUNT
005043     MOVE WS-DUE-UNEMP-MN TO RG-LIAB-DUE-MN
005044     MOVE WS-DUE-UNEMP-DY TO RG-LIAB-DUE-DY
005045     MOVE WS-DUE-UNEMP-YR TO RG-LIAB-DUE-YR
005046     WRITE RG-Print-Line FROM RG-LIAB-LINE
005047     MOVE WS-ER-SUTA-STATE TO RG-LIAB-AGENCY
005048     MOVE "SUTA" TO RG-LIAB-TAX
005049     MOVE WS-ER-RUN-SUTA-WAGES TO RG-LIAB-WAGES
005050     MOVE WS-ER-RUN-SUTA-TAX TO RG-LIAB-AMOUNT
005051     WRITE RG-Print-Line FROM RG-LIAB-LINE
005052     MOVE "  TOTAL EMPLOYER TAX........." TO RG-TOTAL-LABEL
005053     MOVE WS-ER-RUN-TOTAL-TAX TO RG-TOTAL-AMOUNT
005054     WRITE RG-Print-Line FROM RG-TOTAL-LINE
005055     .
005056 4050-EXIT.
005057     EXIT.
005058
005059******************************************************************
005060*  4080-FIGURE-DUE-DATES
005061*  FROM THE PERIOD END DATE IN WS-DUE-FROM-DATE, THE FEDERAL
005062*  SOCIAL SECURITY/MEDICARE DEPOSIT DUE DATE INTO
005063*  WS-DUE-941-DATE AND THE UNEMPLOYMENT DUE DATE INTO
005064*  WS-DUE-UNEMP-DATE.  DAY 1 OF THE DAY NUMBERING (01/01/1601)
005065*  WAS A MONDAY, SO THE REMAINDER OF (DAY NUMBER - 1) / 7 IS THE
005066*  WEEKDAY, 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
005067******************************************************************
005068 4080-FIGURE-DUE-DATES.
005069     IF WS-ER-SCHEDULE = "S"
005070         COMPUTE WS-DUE-DAY-NUMBER =
005071             FUNCTION INTEGER-OF-DATE(WS-DUE-FROM-DATE) - 1
005072         DIVIDE 7 INTO WS-DUE-DAY-NUMBER
005073             GIVING WS-DUE-WEEKS REMAINDER WS-DUE-WEEKDAY
005074         ADD 1 TO WS-DUE-DAY-NUMBER
005075         EVALUATE WS-DUE-WEEKDAY
005076             WHEN 2 THRU 4
005077                 COMPUTE WS-DUE-DAY-NUMBER =
005078                     WS-DUE-DAY-NUMBER + 9 - WS-DUE-WEEKDAY
005079             WHEN 0 THRU 1
005080                 COMPUTE WS-DUE-DAY-NUMBER =
005081                     WS-DUE-DAY-NUMBER + 4 - WS-DUE-WEEKDAY
005082             WHEN OTHER
005083                 COMPUTE WS-DUE-DAY-NUMBER =
005084                     WS-DUE-DAY-NUMBER + 11 - WS-DUE-WEEKDAY
005085         END-EVALUATE
005086         COMPUTE WS-DUE-941-DATE =
005087             FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-NUMBER)
005088     ELSE
005089         MOVE WS-DUE-FROM-YR TO WS-DUE-941-YR
005090         COMPUTE WS-DUE-941-MN = WS-DUE-FROM-MN + 1
005091         IF WS-DUE-941-MN > 12
005092             MOVE 1 TO WS-DUE-941-MN
005093             ADD 1 TO WS-DUE-941-YR
005094         END-IF
005095         MOVE 15 TO WS-DUE-941-DY
005096     END-IF
005097     COMPUTE WS-DUE-QTR = (WS-DUE-FROM-MN + 2) / 3
005098     MOVE WS-DUE-FROM-YR TO WS-DUE-UNEMP-YR
005099     EVALUATE WS-DUE-QTR
005100         WHEN 1
005101             MOVE 4 TO WS-DUE-UNEMP-MN
005102             MOVE 30 TO WS-DUE-UNEMP-DY
005103         WHEN 2
005104             MOVE 7 TO WS-DUE-UNEMP-MN
005105             MOVE 31 TO WS-DUE-UNEMP-DY
005106         WHEN 3
005107             MOVE 10 TO WS-DUE-UNEMP-MN
005108             MOVE 31 TO WS-DUE-UNEMP-DY
005109         WHEN OTHER
005110             MOVE 1 TO WS-DUE-UNEMP-MN
005111             MOVE 31 TO WS-DUE-UNEMP-DY
005112             ADD 1 TO WS-DUE-UNEMP-YR
005113     END-EVALUATE
005114     .
005115 4080-EXIT.
005116     EXIT.
005117
005118******************************************************************
005119*  4100-DEDUCTION-SUMMARY
005120*  THE DEDUCTION REGISTER - ONE LINE PER DEDUCTION CODE WITH THE
005121*  TOTAL WITHHELD THIS RUN, SO ACCOUNTING CAN REMIT EACH CODE
005122*  WITHOUT RE-ADDING THE REGISTER BY HAND.
005123******************************************************************
005124 4100-DEDUCTION-SUMMARY.
005125     MOVE SPACES TO RG-Print-Line
005126     WRITE RG-Print-Line
005127     MOVE "DEDUCTION REGISTER SUMMARY" TO RG-Print-Line
005128     WRITE RG-Print-Line
005129     MOVE "  CODE  TOTAL WITHHELD" TO RG-Print-Line
005130     WRITE RG-Print-Line
005131     PERFORM 4150-PRINT-ONE-DED-TOTAL THRU 4150-EXIT
005132         VARYING DS-IDX FROM 1 BY 1
005133         UNTIL DS-IDX > WS-DEDSUM-COUNT
005134     .
005135 4100-EXIT.
005136     EXIT.
005137
005138******************************************************************
005139*  4150-PRINT-ONE-DED-TOTAL
005140******************************************************************
005141 4150-PRINT-ONE-DED-TOTAL.
005142     MOVE DS-CODE(DS-IDX) TO RG-DEDSUM-CODE
005143     MOVE DS-TOTAL(DS-IDX) TO RG-DEDSUM-TOTAL
005144     WRITE RG-Print-Line FROM RG-DEDSUM-LINE
005145     .
005146 4150-EXIT.
005147     EXIT.
005148
005149******************************************************************
005150*  4120-EARNINGS-SUMMARY
005151*  THE RUN'S GROSS PAY TOTALED BY EARNINGS CODE - THE CODES ADD
005152*  UP TO THE GRAND TOTAL GROSS PAY.
005153******************************************************************
005154 4120-EARNINGS-SUMMARY.
005155     MOVE SPACES TO RG-Print-Line
005156     WRITE RG-Print-Line
005157     MOVE "EARNINGS REGISTER SUMMARY" TO RG-Print-Line
005158     WRITE RG-Print-Line
005159     MOVE
005160         "  CODE  DESCRIPTION           HOURS          TOTAL PAID"
005161         TO RG-Print-Line
005162     WRITE RG-Print-Line
005163     PERFORM 4130-PRINT-ONE-EARN-TOTAL THRU 4130-EXIT
005164         VARYING ES-IDX FROM 1 BY 1
005165         UNTIL ES-IDX > WS-ERNSUM-COUNT
005166     .
005167 4120-EXIT.
005168     EXIT.
005169
005170******************************************************************
005171*  4130-PRINT-ONE-EARN-TOTAL
005172******************************************************************
005173 4130-PRINT-ONE-EARN-TOTAL.
005174     MOVE ES-CODE(ES-IDX) TO RG-ERNSUM-CODE
005175     MOVE ES-DESC(ES-IDX) TO RG-ERNSUM-DESC
005176     MOVE ES-HOURS(ES-IDX) TO RG-ERNSUM-HOURS
005177     MOVE ES-TOTAL(ES-IDX) TO RG-ERNSUM-TOTAL
005178     WRITE RG-Print-Line FROM RG-ERNSUM-LINE
005179     .
005180 4130-EXIT.
005181     EXIT.
005182
005183******************************************************************
005184*  4200-GL-DISTRIBUTION
005185*  WRITES THE GLPOST.DAT POSTING FILE - ONE DEBIT PER TYPE/
005186*  TITLE/EARNINGS CODE BUCKET, ONE OFFSETTING CREDIT TO ACCRUED
005187*  PAYROLL FOR
005188*  THE WHOLE RUN'S GROSS, AN EXPENSE/ACCRUED PAIR FOR EACH
005189*  EMPLOYER TAX, AND A BALANCING TRAILER - AND PRINTS THE
005190*  MATCHING DISTRIBUTION REPORT SO ACCOUNTING CAN EYEBALL
005191*  THE BUCKETS BEFORE IMPORTING THE FILE.
005192******************************************************************
005193 4200-GL-DISTRIBUTION.
005194     IF WS-TRIAL-ANSWER NOT = "Y"
005195         OPEN OUTPUT GLFILE
005196     END-IF
005197     MOVE SPACES TO RG-Print-Line
005198     WRITE RG-Print-Line
005199     IF WS-TRIAL-ANSWER = "Y"
005200         MOVE "GL LABOR DISTRIBUTION - TRIAL, NOT POSTED" TO
005201             RG-Print-Line
005202     ELSE
005203         MOVE "GL LABOR DISTRIBUTION" TO RG-Print-Line
005204     END-IF
005205     WRITE RG-Print-Line
005206     MOVE "  TYPE    TITLE              ERN  D/C  GROSS PAY" TO
005207         RG-Print-Line
005208     WRITE RG-Print-Line
005209     PERFORM 4250-POST-ONE-BUCKET THRU 4250-EXIT
005210         VARYING GB-IDX FROM 1 BY 1
005211         UNTIL GB-IDX > WS-GLBKT-COUNT
005212
005213     IF WS-GLBKT-COUNT > ZERO
005214         IF WS-GRAND-TOTAL < ZERO
005215             MOVE "D" TO GL-DC
005216             MOVE "D" TO RG-GL-DC
005217             COMPUTE WS-GL-ABS-AMOUNT = WS-GRAND-TOTAL * -1
005218         ELSE
005219             MOVE "C" TO GL-DC
005220             MOVE "C" TO RG-GL-DC
005221             MOVE WS-GRAND-TOTAL TO WS-GL-ABS-AMOUNT
005222         END-IF
005223         MOVE "PAYRL " TO GL-TYPE
005224         MOVE "ACCRUED PAYROLL" TO GL-TITLE
005225         MOVE WS-GL-ABS-AMOUNT TO GL-AMOUNT
005226         MOVE WS-RUN-PERIOD TO GL-PERIOD
005227         MOVE SPACES TO GL-EARN-CODE
005228         IF WS-TRIAL-ANSWER NOT = "Y"
005229             WRITE GL-Posting-Record
005230         END-IF
005231         ADD 1 TO WS-GL-POST-COUNT
005232         MOVE "PAYRL " TO RG-GL-TYPE
005233         MOVE "ACCRUED PAYROLL" TO RG-GL-TITLE
005234         MOVE SPACES TO RG-GL-EARN
005235         MOVE WS-GL-ABS-AMOUNT TO RG-GL-AMOUNT
005236         WRITE RG-Print-Line FROM RG-GL-LINE
005237     END-IF
005238
005239     MOVE WS-ER-RUN-SS-TAX TO WS-GL-ER-AMOUNT
005240     MOVE "SOC SEC EXPENSE" TO WS-GL-ER-EXPENSE
005241     MOVE "ACCRUED SOC SEC" TO WS-GL-ER-ACCRUED
005242     PERFORM 4260-POST-ONE-ERTAX THRU 4260-EXIT
005243     MOVE WS-ER-RUN-MED-TAX TO WS-GL-ER-AMOUNT
005244     MOVE "MEDICARE EXPENSE" TO WS-GL-ER-EXPENSE
005245     MOVE "ACCRUED MEDICARE" TO WS-GL-ER-ACCRUED
005246     PERFORM 4260-POST-ONE-ERTAX THRU 4260-EXIT
005247     MOVE WS-ER-RUN-FUTA-TAX TO WS-GL-ER-AMOUNT
005248     MOVE "FUTA EXPENSE" TO WS-GL-ER-EXPENSE
005249     MOVE "ACCRUED FUTA" TO WS-GL-ER-ACCRUED
005250     PERFORM 4260-POST-ONE-ERTAX THRU 4260-EXIT
005251     MOVE WS-ER-RUN-SUTA-TAX TO WS-GL-ER-AMOUNT
005252     MOVE "SUTA EXPENSE" TO WS-GL-ER-EXPENSE
005253     MOVE "ACCRUED SUTA" TO WS-GL-ER-ACCRUED
005254     PERFORM 4260-POST-ONE-ERTAX THRU 4260-EXIT
005255
005256     IF WS-GRAND-TOTAL < ZERO
005257         COMPUTE WS-GL-ABS-AMOUNT = WS-GRAND-TOTAL * -1
005258     ELSE
005259         MOVE WS-GRAND-TOTAL TO WS-GL-ABS-AMOUNT
005260     END-IF
005261     ADD WS-GL-ER-DEBIT-TOTAL TO WS-GL-ABS-AMOUNT
005262     MOVE SPACES TO GL-Posting-Record
005263     MOVE "TRAILER" TO GL-MARKER
005264     MOVE WS-GL-POST-COUNT TO GL-POST-COUNT
005265     MOVE WS-GL-ABS-AMOUNT TO GL-POST-TOTAL
005266     MOVE WS-RUN-PERIOD TO GL-TRL-PERIOD
005267     IF WS-TRIAL-ANSWER NOT = "Y"
005268         WRITE GL-Trailer-Record
005269         CLOSE GLFILE
005270     END-IF
005271     .
005272 4200-EXIT.
005273     EXIT.
005274
005275******************************************************************
005276*  4250-POST-ONE-BUCKET
005277******************************************************************
005278 4250-POST-ONE-BUCKET.
005279     IF GB-GROSS(GB-IDX) < ZERO
005280         MOVE "C" TO GL-DC
005281         MOVE "C" TO RG-GL-DC
005282         COMPUTE WS-GL-ABS-AMOUNT = GB-GROSS(GB-IDX) * -1
005283     ELSE
005284         MOVE "D" TO GL-DC
005285         MOVE "D" TO RG-GL-DC
005286         MOVE GB-GROSS(GB-IDX) TO WS-GL-ABS-AMOUNT
005287     END-IF
005288     MOVE GB-TYPE(GB-IDX) TO GL-TYPE
005289     MOVE GB-TITLE(GB-IDX) TO GL-TITLE
005290     MOVE WS-GL-ABS-AMOUNT TO GL-AMOUNT
005291     MOVE WS-RUN-PERIOD TO GL-PERIOD
005292     MOVE GB-EARN-CODE(GB-IDX) TO GL-EARN-CODE
005293     IF WS-TRIAL-ANSWER NOT = "Y"
005294         WRITE GL-Posting-Record
005295     END-IF
005296     ADD 1 TO WS-GL-POST-COUNT
005297     MOVE GB-TYPE(GB-IDX) TO RG-GL-TYPE
005298     MOVE GB-TITLE(GB-IDX) TO RG-GL-TITLE
005299     MOVE GB-EARN-CODE(GB-IDX) TO RG-GL-EARN
005300     MOVE WS-GL-ABS-AMOUNT TO RG-GL-AMOUNT
005301     WRITE RG-Print-Line FROM RG-GL-LINE
005302     .
005303 4250-EXIT.
005304     EXIT.
005305
005306******************************************************************
005307*  4260-POST-ONE-ERTAX
005308*  ONE EMPLOYER TAX FOR THE RUN - A DEBIT TO ITS EXPENSE AND AN
005309*  OFFSETTING CREDIT TO ITS ACCRUED LIABILITY, THE OTHER WAY
005310*  ROUND WHEN THE RUN'S RECOVERIES LEAVE IT NEGATIVE.  A TAX
005311*  THAT COMES TO ZERO POSTS NOTHING.  THE AMOUNT IS ADDED TO
005312*  WS-GL-ER-DEBIT-TOTAL FOR THE TRAILER.
005313******************************************************************
005314 4260-POST-ONE-ERTAX.
005315     IF WS-GL-ER-AMOUNT NOT = ZERO
005316         IF WS-GL-ER-AMOUNT < ZERO
005317             MOVE "C" TO WS-GL-ER-EXP-DC
005318             MOVE "D" TO WS-GL-ER-ACC-DC
005319             COMPUTE WS-GL-ABS-AMOUNT = WS-GL-ER-AMOUNT * -1
005320         ELSE
005321             MOVE "D" TO WS-GL-ER-EXP-DC
005322             MOVE "C" TO WS-GL-ER-ACC-DC
005323             MOVE WS-GL-ER-AMOUNT TO WS-GL-ABS-AMOUNT
005324         END-IF
005325         ADD WS-GL-ABS-AMOUNT TO WS-GL-ER-DEBIT-TOTAL
005326         MOVE "ERTAX " TO GL-TYPE
005327         MOVE WS-GL-ER-EXPENSE TO GL-TITLE
005328         MOVE WS-GL-ER-EXP-DC TO GL-DC
005329         MOVE WS-GL-ABS-AMOUNT TO GL-AMOUNT
005330         MOVE WS-RUN-PERIOD TO GL-PERIOD
005331         MOVE SPACES TO GL-EARN-CODE
005332         IF WS-TRIAL-ANSWER NOT = "Y"
005333             WRITE GL-Posting-Record
005334         END-IF
005335         ADD 1 TO WS-GL-POST-COUNT
005336         MOVE "ERTAX " TO RG-GL-TYPE
005337         MOVE WS-GL-ER-EXPENSE TO RG-GL-TITLE
005338         MOVE SPACES TO RG-GL-EARN
005339         MOVE WS-GL-ER-EXP-DC TO RG-GL-DC
005340         MOVE WS-GL-ABS-AMOUNT TO RG-GL-AMOUNT
005341         WRITE RG-Print-Line FROM RG-GL-LINE
005342         MOVE WS-GL-ER-ACCRUED TO GL-TITLE
005343         MOVE WS-GL-ER-ACC-DC TO GL-DC
005344         IF WS-TRIAL-ANSWER NOT = "Y"
005345             WRITE GL-Posting-Record
005346         END-IF
005347         ADD 1 TO WS-GL-POST-COUNT
005348         MOVE WS-GL-ER-ACCRUED TO RG-GL-TITLE
005349         MOVE WS-GL-ER-ACC-DC TO RG-GL-DC
005350         WRITE RG-Print-Line FROM RG-GL-LINE
005351     END-IF
005352     .
005353 4260-EXIT.
005354     EXIT.
005355
005356******************************************************************
005357*  4300-REWRITE-YTD-MASTER
005358*  WRITES THE WHOLE YTD-TABLE BACK OUT TO YTDMAST.DAT - THE
005359*  EMPLOYEES PAID THIS PERIOD WITH THEIR FIGURES ROLLED FORWARD,
005360*  AND EVERYONE ELSE UNCHANGED SO NO HISTORY IS LOST.
005361******************************************************************
005362 4300-REWRITE-YTD-MASTER.
005363     OPEN OUTPUT YTDFILE
005364     PERFORM 4350-WRITE-ONE-YTD THRU 4350-EXIT
005365         VARYING YD-IDX FROM 1 BY 1
005366         UNTIL YD-IDX > WS-YTD-COUNT
005367     CLOSE YTDFILE
005368     .
005369 4300-EXIT.
005370     EXIT.
005371
005372******************************************************************
005373*  4350-WRITE-ONE-YTD
005374******************************************************************
005375 4350-WRITE-ONE-YTD.
005376     MOVE YTD-ENTRY(YD-IDX) TO YT-YTD-RECORD
005377     WRITE YT-YTD-RECORD
005378     .
005379 4350-EXIT.
005380     EXIT.
005381
005382******************************************************************
005383*  4400-REWRITE-PTO-BALANCES
005384*  WRITES PTOBAL.DAT BACK OUT - THE CONTROL RATE RECORD FIRST,
005385*  THEN EVERY BALANCE, CHANGED OR NOT.  REGULAR RUNS ONLY -
005386*  AN ADJUSTMENT RUN NEITHER ACCRUES NOR DRAWS PTO.
005387******************************************************************
005388 4400-REWRITE-PTO-BALANCES.
005389     IF WS-PTO-ACTIVE-SW = "Y"
005390         OPEN OUTPUT PTOFILE
005391         MOVE SPACES TO PB-PTO-RECORD
005392         MOVE "CONTROL" TO PB-MARKER
005393         MOVE WS-VAC-PER-HOUR TO PB-VAC-PER-HOUR
005394         MOVE WS-SICK-PER-HOUR TO PB-SICK-PER-HOUR
005395         MOVE WS-VAC-PER-PERIOD TO PB-VAC-PER-PERIOD
005396         MOVE WS-SICK-PER-PERIOD TO PB-SICK-PER-PERIOD
005397         WRITE PB-Control-Record
005398         PERFORM 4450-WRITE-ONE-PTO THRU 4450-EXIT
005399             VARYING PO-IDX FROM 1 BY 1
005400             UNTIL PO-IDX > WS-PTO-COUNT
005401         CLOSE PTOFILE
005402     END-IF
005403     .
005404 4400-EXIT.
005405     EXIT.
005406
005407******************************************************************
005408*  4450-WRITE-ONE-PTO
005409******************************************************************
005410 4450-WRITE-ONE-PTO.
005411     MOVE SPACES TO PB-PTO-RECORD
005412     MOVE PO-EMPNUM(PO-IDX) TO PB-EMPNUM
005413     MOVE PO-VAC-BAL(PO-IDX) TO PB-VAC-BAL
005414     MOVE PO-SICK-BAL(PO-IDX) TO PB-SICK-BAL
005415     WRITE PB-PTO-RECORD
005416     .
005417 4450-EXIT.
005418     EXIT.
005419
005420******************************************************************
005421*  4500-GARNISH-REMITTANCE
005422*  THE GARNISHMENT REMITTANCE - EVERY ORDER TAKEN THIS RUN,
005423*  SORTED BY AGENCY AND CASE NUMBER, PRINTED ON GARNRMT.RPT WITH
005424*  A TOTAL FOR EACH AGENCY AND WRITTEN TO GARNPAY.DAT, ENDING IN
005425*  A TRAILER SO THE PAYMENT FILE CAN BE PROVED LIKE BANKPAY.DAT.
005426*  REGULAR RUNS ONLY.
005427******************************************************************
005428 4500-GARNISH-REMITTANCE.
005429     IF WS-GARN-ACTIVE-SW = "Y"
005430         IF WS-RM-COUNT > 1
005431             SORT REMIT-ENTRY ON ASCENDING KEY RM-AGENCY-CODE
005432                 RM-CASE-NUM RM-EMPNUM
005433         END-IF
005434         OPEN OUTPUT GARNRPTFILE
005435         OPEN OUTPUT GARNPAYFILE
005436         MOVE SPACES TO GR-Print-Line
005437         WRITE GR-Print-Line
005438         MOVE "          THE BEST IS YET TO COME, INC." TO
005439             GR-Print-Line
005440         WRITE GR-Print-Line
005441         MOVE "          GARNISHMENT REMITTANCE REPORT" TO
005442             GR-Print-Line
005443         WRITE GR-Print-Line
005444         WRITE GR-Print-Line FROM RG-DATE-LINE
005445         WRITE GR-Print-Line FROM RG-PERIOD-LINE
005446         MOVE SPACES TO GR-Print-Line
005447         WRITE GR-Print-Line
005448         WRITE GR-Print-Line FROM GR-COLUMN-LINE
005449         MOVE SPACES TO WS-RM-LAST-AGENCY
005450         MOVE ZERO TO WS-RM-AGENCY-COUNT
005451         MOVE ZERO TO WS-RM-AGENCY-TOTAL
005452         MOVE ZERO TO WS-RM-PAY-TOTAL
005453         PERFORM 4550-REMIT-ONE-ORDER THRU 4550-EXIT
005454             VARYING RM-IDX FROM 1 BY 1
005455             UNTIL RM-IDX > WS-RM-COUNT
005456         IF WS-RM-COUNT > ZERO
005457             PERFORM 4580-AGENCY-TOTAL THRU 4580-EXIT
005458         ELSE
005459             MOVE "NO GARNISHMENTS WERE TAKEN THIS PERIOD" TO
005460                 GR-Print-Line
005461             WRITE GR-Print-Line
005462             MOVE SPACES TO GR-Print-Line
005463             WRITE GR-Print-Line
005464         END-IF
005465         MOVE WS-RM-COUNT TO WS-RM-COUNT-EDIT
005466         MOVE SPACES TO GR-TOTAL-LABEL
005467         STRING "TOTAL TO BE REMITTED - " WS-RM-COUNT-EDIT
005468             " ORDERS" DELIMITED BY SIZE INTO GR-TOTAL-LABEL
005469         MOVE WS-RM-PAY-TOTAL TO GR-TOTAL-AMOUNT
005470         WRITE GR-Print-Line FROM GR-TOTAL-LINE
005471         MOVE SPACES TO GP-Trailer-Record
005472         MOVE "TRAILER" TO GP-MARKER
005473         MOVE WS-RM-COUNT TO GP-PAY-COUNT
005474         MOVE WS-RM-PAY-TOTAL TO GP-PAY-TOTAL
005475         MOVE WS-RUN-PERIOD TO GP-TRL-PERIOD
005476         WRITE GP-Trailer-Record
005477         CLOSE GARNPAYFILE
005478         CLOSE GARNRPTFILE
005479         DISPLAY "GARNISHMENT REMITTANCE: " WS-RM-COUNT-EDIT
005480             " ORDERS ON GARNRMT.RPT AND GARNPAY.DAT"
005481     END-IF
005482     .
005483 4500-EXIT.
005484     EXIT.
005485
005486******************************************************************
005487*  4550-REMIT-ONE-ORDER
005488*  ONE REMITTANCE LINE AND ONE GARNPAY.DAT RECORD, WITH THE
005489*  AGENCY TOTAL PRINTED AHEAD OF IT WHEN THE AGENCY CHANGES.
005490******************************************************************
005491 4550-REMIT-ONE-ORDER.
005492     IF RM-AGENCY-CODE(RM-IDX) NOT = WS-RM-LAST-AGENCY
005493         IF RM-IDX > 1
005494             PERFORM 4580-AGENCY-TOTAL THRU 4580-EXIT
005495         END-IF
005496         MOVE RM-AGENCY-CODE(RM-IDX) TO WS-RM-LAST-AGENCY
005497     END-IF
005498     MOVE RM-AGENCY-CODE(RM-IDX) TO GR-AGENCY-CODE
005499     MOVE RM-AGENCY-NAME(RM-IDX) TO GR-AGENCY-NAME
005500     MOVE RM-CASE-NUM(RM-IDX) TO GR-CASE-NUM
005501     MOVE RM-EMPNUM(RM-IDX) TO GR-EMPNUM
005502     MOVE RM-LNAME(RM-IDX) TO GR-LNAME
005503     MOVE RM-FNAME(RM-IDX) TO GR-FNAME
005504     MOVE RM-ORDER-TYPE(RM-IDX) TO GR-ORDER-TYPE
005505     MOVE RM-AMOUNT(RM-IDX) TO GR-AMOUNT
005506     IF RM-GOAL(RM-IDX) = ZERO
005507         MOVE "          ONGOING" TO GR-BALANCE-X
005508     ELSE
005509         MOVE RM-BALANCE(RM-IDX) TO GR-BALANCE
005510     END-IF
005511     WRITE GR-Print-Line FROM GR-DETAIL-LINE
005512     MOVE SPACES TO GP-Payment-Record
005513     MOVE RM-AGENCY-CODE(RM-IDX) TO GP-AGENCY-CODE
005514     MOVE RM-AGENCY-NAME(RM-IDX) TO GP-AGENCY-NAME
005515     MOVE RM-CASE-NUM(RM-IDX) TO GP-CASE-NUM
005516     MOVE RM-EMPNUM(RM-IDX) TO GP-EMPNUM
005517     MOVE RM-LNAME(RM-IDX) TO GP-LNAME
005518     MOVE RM-FNAME(RM-IDX) TO GP-FNAME
005519     MOVE RM-AMOUNT(RM-IDX) TO GP-AMOUNT
005520     MOVE WS-RUN-PERIOD TO GP-PERIOD
005521     WRITE GP-Payment-Record
005522     ADD 1 TO WS-RM-AGENCY-COUNT
005523     ADD RM-AMOUNT(RM-IDX) TO WS-RM-AGENCY-TOTAL
005524     ADD RM-AMOUNT(RM-IDX) TO WS-RM-PAY-TOTAL
005525     .
005526 4550-EXIT.
005527     EXIT.
005528
005529******************************************************************
005530*  4580-AGENCY-TOTAL
005531******************************************************************
005532 4580-AGENCY-TOTAL.
005533     MOVE WS-RM-AGENCY-COUNT TO WS-RM-COUNT-EDIT
005534     MOVE SPACES TO GR-TOTAL-LABEL
005535     STRING "TOTAL FOR AGENCY " WS-RM-LAST-AGENCY " - "
005536         WS-RM-COUNT-EDIT " ORDERS" DELIMITED BY SIZE
005537         INTO GR-TOTAL-LABEL
005538     MOVE WS-RM-AGENCY-TOTAL TO GR-TOTAL-AMOUNT
005539     WRITE GR-Print-Line FROM GR-TOTAL-LINE
005540     MOVE SPACES TO GR-Print-Line
005541     WRITE GR-Print-Line
005542     MOVE ZERO TO WS-RM-AGENCY-COUNT
005543     MOVE ZERO TO WS-RM-AGENCY-TOTAL
005544     .
005545 4580-EXIT.
005546     EXIT.
005547
005548******************************************************************
005549*  4600-REWRITE-GARNISHMENTS
005550*  WRITES GARNISH.DAT BACK OUT - THE CONTROL LIMITS RECORD FIRST,
005551*  THEN EVERY ORDER, TAKEN OR NOT, IN EMPLOYEE AND PRIORITY
005552*  ORDER WITH ITS NEW PAID-TO-DATE.  A FILE THAT OVERFLOWED THE
005553*  TABLE IS LEFT ALONE RATHER THAN LOSE THE ORDERS NOT LOADED.
005554******************************************************************
005555 4600-REWRITE-GARNISHMENTS.
005556     IF WS-GARN-ACTIVE-SW = "Y"
005557         IF WS-GARN-FULL-SW = "Y"
005558             DISPLAY "*** GARNISH.DAT NOT REWRITTEN - POST THIS "
005559                 "RUN'S PAID-TO-DATE FROM GARNRMT.RPT BY HAND"
005560         ELSE
005561             OPEN OUTPUT GARNFILE
005562             MOVE SPACES TO GN-Control-Record
005563             MOVE "CONTROL" TO GN-MARKER
005564             MOVE WS-GARN-SUPPORT-PCT TO GN-SUPPORT-PCT
005565             MOVE WS-GARN-CREDITOR-PCT TO GN-CREDITOR-PCT
005566             MOVE WS-GARN-STUDENT-PCT TO GN-STUDENT-PCT
005567             MOVE WS-GARN-PROTECTED-AMT TO GN-PROTECTED-AMT
005568             MOVE WS-GARN-LEVY-EXEMPT TO GN-LEVY-EXEMPT
005569             WRITE GN-Control-Record
005570             PERFORM 4650-WRITE-ONE-GARNISHMENT THRU 4650-EXIT
005571                 VARYING GT-IDX FROM 1 BY 1
005572                 UNTIL GT-IDX > WS-GARN-COUNT
005573             CLOSE GARNFILE
005574         END-IF
005575     END-IF
005576     .
005577 4600-EXIT.
005578     EXIT.
005579
005580******************************************************************
005581*  4650-WRITE-ONE-GARNISHMENT
005582******************************************************************
005583 4650-WRITE-ONE-GARNISHMENT.
005584     MOVE SPACES TO GN-GARNISH-RECORD
005585     MOVE GT-EMPNUM(GT-IDX) TO GN-EMPNUM
005586     MOVE GT-DED-CODE(GT-IDX) TO GN-DED-CODE
005587     MOVE GT-CASE-NUM(GT-IDX) TO GN-CASE-NUM
005588     MOVE GT-AGENCY-CODE(GT-IDX) TO GN-AGENCY-CODE
005589     MOVE GT-AGENCY-NAME(GT-IDX) TO GN-AGENCY-NAME
005590     MOVE GT-ORDER-TYPE(GT-IDX) TO GN-ORDER-TYPE
005591     MOVE GT-PRIORITY(GT-IDX) TO GN-PRIORITY
005592     MOVE GT-METHOD(GT-IDX) TO GN-METHOD
005593     MOVE GT-VALUE(GT-IDX) TO GN-VALUE
005594     MOVE GT-GOAL(GT-IDX) TO GN-GOAL
005595     MOVE GT-PAID-TO-DATE(GT-IDX) TO GN-PAID-TO-DATE
005596     MOVE GT-START-DATE(GT-IDX) TO GN-START-DATE
005597     MOVE GT-STOP-DATE(GT-IDX) TO GN-STOP-DATE
005598     WRITE GN-GARNISH-RECORD
005599     .
005600 4650-EXIT.
005601     EXIT.
005602
005603******************************************************************
005604*  4700-REWRITE-ACCOUNTS
005605*  WRITES BANKACCT.DAT BACK WITH THE PRENOTES SENT AND THE
005606*  ACCOUNTS MADE LIVE THIS RUN, IN THE ORDER IT WAS LOADED.  A
005607*  FILE THAT DID NOT FIT THE TABLE IS LEFT ALONE SO NO ACCOUNT IS
005608*  LOST; ITS PRENOTES GO OUT AGAIN NEXT RUN.
005609******************************************************************
005610 4700-REWRITE-ACCOUNTS.
005611     IF WS-ACCT-CHANGED-SW = "Y" AND WS-ACCT-FULL-SW = "N"
005612         OPEN OUTPUT ACCTFILE
005613         PERFORM 4750-WRITE-ONE-ACCOUNT THRU 4750-EXIT
005614             VARYING AT-IDX FROM 1 BY 1
005615             UNTIL AT-IDX > WS-ACCT-COUNT
005616         CLOSE ACCTFILE
005617     END-IF
005618     .
005619 4700-EXIT.
005620     EXIT.
005621
005622******************************************************************
005623*  4750-WRITE-ONE-ACCOUNT
005624******************************************************************
005625 4750-WRITE-ONE-ACCOUNT.
005626     MOVE AT-ACCOUNT-RECORD(AT-IDX) TO BA-ACCOUNT-RECORD
005627     WRITE BA-ACCOUNT-RECORD
005628     .
005629 4750-EXIT.
005630     EXIT.
005631
005632******************************************************************
005633*  4800-REWRITE-EMPLOYER-TAX
005634*  WRITES ERTAX.DAT BACK OUT - THE CONTROL RECORD FIRST, WITH THE
005635*  RATES AND WAGE BASES THE RUN USED, THEN EVERY EMPLOYEE-YEAR
005636*  RECORD, CHANGED OR NOT.  REGULAR AND SUPPLEMENTAL RUNS BOTH
005637*  REWRITE IT.
005638******************************************************************
005639 4800-REWRITE-EMPLOYER-TAX.
005640     IF WS-ERTAX-FULL-SW = "N"
005641         OPEN OUTPUT ERTAXFILE
005642         MOVE SPACES TO ET-ERTAX-RECORD
005643         MOVE "CONTROL" TO ET-MARKER
005644         MOVE WS-ER-SS-RATE TO ET-SS-RATE
005645         MOVE WS-ER-SS-BASE TO ET-SS-BASE
005646         MOVE WS-ER-MED-RATE TO ET-MED-RATE
005647         MOVE WS-ER-FUTA-RATE TO ET-FUTA-RATE
005648         MOVE WS-ER-FUTA-BASE TO ET-FUTA-BASE
005649         MOVE WS-ER-SUTA-RATE TO ET-SUTA-RATE
005650         MOVE WS-ER-SUTA-BASE TO ET-SUTA-BASE
005651         MOVE WS-ER-SUTA-STATE TO ET-SUTA-STATE
005652         MOVE WS-ER-SCHEDULE TO ET-DEPOSIT-SCHEDULE
005653         WRITE ET-CONTROL-RECORD
005654         PERFORM 4850-WRITE-ONE-ERTAX THRU 4850-EXIT
005655             VARYING ET-IDX FROM 1 BY 1
005656             UNTIL ET-IDX > WS-ERTAX-COUNT
005657         CLOSE ERTAXFILE
005658         IF WS-ERTAX-NEW-FILE-SW = "Y"
005659             DISPLAY "ERTAX.DAT CREATED WITH " WS-ERTAX-COUNT
005660                 " EMPLOYEE RECORDS"
005661         END-IF
005662     END-IF
005663     .
005664 4800-EXIT.
005665     EXIT.
005666
005667******************************************************************
005668*  4850-WRITE-ONE-ERTAX
005669******************************************************************
005670 4850-WRITE-ONE-ERTAX.
005671     MOVE ERTAX-ENTRY(ET-IDX) TO ET-ERTAX-RECORD
005672     WRITE ET-ERTAX-RECORD
005673     .
005674 4850-EXIT.
005675     EXIT.
005676
005677******************************************************************
005678*  5000-SUPPLEMENTAL-RUN
005679*  THE ADJUSTMENT PASS - READS ADJTRN.DAT IN PLACE OF HOURS.DAT,
005680*  CONSOLIDATES THE SIGNED CORRECTIONS PER EMPLOYEE, AND PAYS
005681*  OR RECOVERS JUST THE DIFFERENCE THROUGH THE SAME STATEMENT,
005682*  BANK, GL, AND YTD PATHS AS A REGULAR RUN.  ONLY PERCENT
005683*  DEDUCTIONS AND THE SUPPLEMENTAL-RATE WITHHOLDING ARE TAKEN
005684*  ON THE DIFFERENCE - FLAT DEDUCTIONS WERE ALREADY TAKEN IN
005685*  FULL BY THE REGULAR RUN BEING CORRECTED.
005686******************************************************************
005687 5000-SUPPLEMENTAL-RUN.
005688     OPEN INPUT ADJFILE
005689     IF WS-ADJ-STATUS = "35"
005690         DISPLAY "NO ADJTRN.DAT FOUND - NOTHING TO ADJUST "
005691             "THIS RUN"
005692     ELSE
005693         PERFORM UNTIL AdjEnd = "Y"
005694             READ ADJFILE
005695                 AT END
005696                     MOVE "Y" TO AdjEnd
005697                 NOT AT END
005698                     PERFORM 5100-ACCUMULATE-ONE-ADJUSTMENT
005699                         THRU 5100-EXIT
005700             END-READ
005701         END-PERFORM
005702         CLOSE ADJFILE
005703     END-IF
005704
005705     OPEN OUTPUT PAYSTMTFILE
005706     OPEN OUTPUT BANKFILE
005707     PERFORM 3050-OPEN-PAY-DETAIL THRU 3050-EXIT
005708
005709     MOVE SPACES TO RG-Print-Line
005710     WRITE RG-Print-Line
005711     MOVE "CONSOLIDATED ADJUSTMENTS BY EMPLOYEE" TO
005712         RG-Print-Line
005713     WRITE RG-Print-Line
005714     MOVE SPACES TO RG-Print-Line
005715     WRITE RG-Print-Line
005716
005717     PERFORM 5500-ADJUST-ONE-EMPLOYEE THRU 5500-EXIT
005718         VARYING TB-IDX FROM 1 BY 1
005719         UNTIL TB-IDX > WS-EMP-COUNT
005720
005721     MOVE SPACES TO BK-Payment-Record
005722     MOVE "TRAILER" TO BK-MARKER
005723     MOVE WS-BANK-COUNT TO BK-PAY-COUNT
005724     MOVE WS-BANK-TOTAL TO BK-PAY-TOTAL
005725     MOVE WS-RUN-PERIOD TO BK-TRL-PERIOD
005726     WRITE BK-Trailer-Record
005727
005728     CLOSE PAYSTMTFILE
005729     CLOSE BANKFILE
005730     CLOSE PAYDTLFILE
005731     CLOSE DEPDTLFILE
005732     .
005733 5000-EXIT.
005734     EXIT.
005735
005736******************************************************************
005737*  5100-ACCUMULATE-ONE-ADJUSTMENT
005738******************************************************************
005739 5100-ACCUMULATE-ONE-ADJUSTMENT.
005740     IF WS-EMP-COUNT = ZERO
005741         PERFORM 5300-ADJ-NO-MATCH THRU 5300-EXIT
005742     ELSE
005743         SET TB-IDX TO 1
005744         SEARCH ALL EMP-ENTRY
005745             AT END
005746                 PERFORM 5300-ADJ-NO-MATCH THRU 5300-EXIT
005747             WHEN TB-EMPNUM(TB-IDX) = AJ-EMPNUM
005748                 PERFORM 5150-APPLY-ONE-ADJUSTMENT THRU 5150-EXIT
005749         END-SEARCH
005750     END-IF
005751     .
005752 5100-EXIT.
005753     EXIT.
005754
005755******************************************************************
005756*  5150-APPLY-ONE-ADJUSTMENT
005757*  ONE ADJTRN.DAT TRANSACTION - THE PERIOD MUST BE THE ONE THE
005758*  OPERATOR NAMED, HOURS ARE PRICED AT STRAIGHT TIME ON THE
005759*  CURRENT RATE (HOURLY ONLY), AND THE SIGNED DIFFERENCE IS
005760*  CONSOLIDATED INTO THE EMPLOYEE'S TABLE ENTRY SO SEVERAL
005761*  CORRECTIONS BECOME ONE PAYMENT OR RECOVERY.  AN INACTIVE
005762*  EMPLOYEE IS STILL ADJUSTED - A LATE TIMECARD FOR SOMEONE
005763*  SINCE TERMINATED IS EXACTLY WHAT THIS RUN IS FOR - BUT THE
005764*  REGISTER SAYS SO.
005765******************************************************************
005766 5150-APPLY-ONE-ADJUSTMENT.
005767     IF AJ-PERIOD NOT = WS-RUN-PERIOD
005768         ADD 1 TO WS-ADJ-SKIP-COUNT
005769         MOVE "*** WRONG PERIOD - SKIPPED" TO RG-MSG-TEXT
005770         PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
005771     ELSE
005772         ADD 1 TO WS-ADJ-TRAN-COUNT
005773         MOVE ZERO TO WS-ADJ-HOURS-PART
005774         MOVE ZERO TO WS-ADJ-TRN-HOURS
005775         IF AJ-HOURS NOT = ZERO
005776             IF TB-STATUS(TB-IDX) = "H"
005777                 MOVE AJ-HOURS TO WS-ADJ-TRN-HOURS
005778                 IF AJ-HOURS-SIGN = "-"
005779                     COMPUTE WS-ADJ-TRN-HOURS =
005780                         WS-ADJ-TRN-HOURS * -1
005781                 END-IF
005782                 COMPUTE WS-ADJ-HOURS-PART ROUNDED =
005783                     WS-ADJ-TRN-HOURS * TB-RATE(TB-IDX)
005784                 ADD WS-ADJ-TRN-HOURS TO TB-ADJ-HOURS(TB-IDX)
005785             ELSE
005786                 MOVE "*** HOURS IGNORED FOR SALARIED" TO
005787                     RG-MSG-TEXT
005788                 PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
005789             END-IF
005790         END-IF
005791         MOVE AJ-AMOUNT TO WS-ADJ-AMT-PART
005792         IF AJ-AMOUNT-SIGN = "-"
005793             COMPUTE WS-ADJ-AMT-PART = WS-ADJ-AMT-PART * -1
005794         END-IF
005795         COMPUTE WS-ADJ-GROSS =
005796             WS-ADJ-HOURS-PART + WS-ADJ-AMT-PART
005797         ADD WS-ADJ-GROSS TO TB-ADJ-GROSS(TB-IDX)
005798         MOVE "Y" TO TB-PAID-SW(TB-IDX)
005799         MOVE TB-EMPNUM(TB-IDX) TO RG-ADJ-EMPNUM
005800         MOVE TB-LNAME(TB-IDX) TO RG-ADJ-LNAME
005801         MOVE TB-FNAME(TB-IDX) TO RG-ADJ-FNAME
005802         MOVE WS-ADJ-TRN-HOURS TO RG-ADJ-HOURS
005803         MOVE WS-ADJ-GROSS TO RG-ADJ-AMOUNT
005804         MOVE AJ-REASON TO RG-ADJ-REASON
005805         WRITE RG-Print-Line FROM RG-ADJ-LINE
005806         IF TB-EMPSTAT(TB-IDX) = "T" OR TB-EMPSTAT(TB-IDX) = "L"
005807             MOVE "*** ADJUSTED WHILE INACTIVE" TO RG-MSG-TEXT
005808             PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
005809         END-IF
005810     END-IF
005811     .
005812 5150-EXIT.
005813     EXIT.
005814
005815******************************************************************
005816*  5300-ADJ-NO-MATCH
005817******************************************************************
005818 5300-ADJ-NO-MATCH.
005819     ADD 1 TO WS-NO-MATCH-COUNT
005820     MOVE SPACES TO RG-Print-Line
005821     STRING "*** NO MASTER RECORD FOR EMPLOYEE " AJ-EMPNUM
005822         " - ADJUSTMENT SKIPPED" DELIMITED BY SIZE
005823         INTO RG-Print-Line
005824     WRITE RG-Print-Line
005825     .
005826 5300-EXIT.
005827     EXIT.
005828
005829******************************************************************
005830*  5500-ADJUST-ONE-EMPLOYEE
005831*  THE CONSOLIDATED PAY-OR-RECOVER PASS FOR ONE EMPLOYEE WITH
005832*  ADJUSTMENTS THIS RUN - MIRRORS 3200-COMPUTE-AND-PRINT WITH
005833*  SIGNED AMOUNTS.  A CORRECTION IS CARRIED AS REGULAR EARNINGS
005834*  (CODE REG) - PREMIUMS NOW GO THROUGH THE TIMECARDS.
005835******************************************************************
005836 5500-ADJUST-ONE-EMPLOYEE.
005837     IF TB-PAID-SW(TB-IDX) = "Y"
005838         ADD 1 TO WS-DETAIL-COUNT
005839         MOVE TB-ADJ-GROSS(TB-IDX) TO WS-ADJ-GROSS
005840         MOVE ZERO TO WS-PX-COUNT
005841         MOVE SPACE TO WS-BANK-TYPE-USED
005842         MOVE TB-EMPNUM(TB-IDX) TO RG-ADJ-EMPNUM
005843         MOVE TB-LNAME(TB-IDX) TO RG-ADJ-LNAME
005844         MOVE TB-FNAME(TB-IDX) TO RG-ADJ-FNAME
005845         MOVE TB-ADJ-HOURS(TB-IDX) TO RG-ADJ-HOURS
005846         MOVE WS-ADJ-GROSS TO RG-ADJ-AMOUNT
005847         MOVE SPACES TO RG-ADJ-REASON
005848         WRITE RG-Print-Line FROM RG-ADJ-LINE
005849         ADD WS-ADJ-GROSS TO WS-GRAND-TOTAL
005850         MOVE 1 TO WS-EW-COUNT
005851         MOVE "REG" TO EW-CODE(1)
005852         MOVE "REGULAR" TO EW-DESC(1)
005853         MOVE TB-ADJ-HOURS(TB-IDX) TO EW-HOURS(1)
005854         MOVE WS-ADJ-GROSS TO EW-AMOUNT(1)
005855         PERFORM 3218-POST-ONE-EARN-LINE THRU 3218-EXIT
005856             VARYING WS-EW-SUB FROM 1 BY 1
005857             UNTIL WS-EW-SUB > WS-EW-COUNT
005858         PERFORM 3640-LOCATE-YTD-ENTRY THRU 3640-EXIT
005859         MOVE ZERO TO WS-ADJ-DED-TOTAL
005860         PERFORM 5550-TAKE-ADJ-TAXES THRU 5550-EXIT
005861         PERFORM 5570-TAKE-ONE-ADJ-DEDUCTION THRU 5570-EXIT
005862             VARYING DT-IDX FROM 1 BY 1
005863             UNTIL DT-IDX > WS-DED-COUNT
005864         COMPUTE WS-ADJ-NET = WS-ADJ-GROSS - WS-ADJ-DED-TOTAL
005865         ADD WS-ADJ-DED-TOTAL TO WS-GRAND-DED-TOTAL
005866         ADD WS-ADJ-NET TO WS-GRAND-NET-TOTAL
005867         PERFORM 5650-ROLL-ADJ-YTD THRU 5650-EXIT
005868         MOVE WS-ADJ-NET TO RG-NET-AMOUNT
005869         WRITE RG-Print-Line FROM RG-NET-LINE
005870         MOVE WS-ADJ-GROSS TO WS-ER-GROSS
005871         PERFORM 3670-FIGURE-EMPLOYER-TAX THRU 3670-EXIT
005872         PERFORM 5600-WRITE-ADJ-STATEMENT THRU 5600-EXIT
005873         IF WS-ADJ-NET NOT = ZERO
005874             PERFORM 5700-WRITE-ADJ-BANK-RECORD THRU 5700-EXIT
005875         END-IF
005876         PERFORM 5800-WRITE-ADJ-PAY-DETAIL THRU 5800-EXIT
005877     END-IF
005878     .
005879 5500-EXIT.
005880     EXIT.
005881
005882******************************************************************
005883*  5550-TAKE-ADJ-TAXES
005884*  SUPPLEMENTAL-RATE WITHHOLDING - EACH CODE'S "X" RECORD FLAT
005885*  PERCENT OF THE SIGNED DIFFERENCE, SO A RECOVERY ALSO GIVES
005886*  BACK THE TAX THAT WAS WITHHELD ON THE OVERPAYMENT.
005887******************************************************************
005888 5550-TAKE-ADJ-TAXES.
005889     IF WS-TAXBKT-COUNT > ZERO AND WS-TAXSTAT-COUNT > ZERO
005890         MOVE "N" TO WS-TAXSTAT-FOUND-SW
005891         MOVE ZERO TO WS-TP-ESUB
005892         PERFORM 3232-MATCH-ONE-TAX-STATUS THRU 3232-EXIT
005893             VARYING TP-IDX FROM 1 BY 1
005894             UNTIL TP-IDX > WS-TAXSTAT-COUNT
005895                 OR WS-TAXSTAT-FOUND-SW = "Y"
005896         IF WS-TAXSTAT-FOUND-SW = "Y"
005897             PERFORM 5555-TAKE-ONE-ADJ-TAX THRU 5555-EXIT
005898                 VARYING WS-TC-SUB FROM 1 BY 1
005899                 UNTIL WS-TC-SUB > WS-TAXCODE-COUNT
005900         END-IF
005901     END-IF
005902     .
005903 5550-EXIT.
005904     EXIT.
005905
005906******************************************************************
005907*  5555-TAKE-ONE-ADJ-TAX
005908******************************************************************
005909 5555-TAKE-ONE-ADJ-TAX.
005910     MOVE TC-CODE(WS-TC-SUB) TO WS-DED-WORK-CODE
005911     MOVE ZERO TO WS-ADJ-DED-AMOUNT
005912     MOVE "N" TO WS-BRACKET-FOUND-SW
005913     PERFORM 5557-FIND-SUPP-RATE THRU 5557-EXIT
005914         VARYING WS-TK-SUB FROM 1 BY 1
005915         UNTIL WS-TK-SUB > WS-TAXBKT-COUNT
005916             OR WS-BRACKET-FOUND-SW = "Y"
005917     IF WS-BRACKET-FOUND-SW = "Y" AND
005918        WS-ADJ-DED-AMOUNT NOT = ZERO
005919         PERFORM 5560-POST-ONE-ADJ-DEDUCTION THRU 5560-EXIT
005920     END-IF
005921     .
005922 5555-EXIT.
005923     EXIT.
005924
005925******************************************************************
005926*  5557-FIND-SUPP-RATE
005927******************************************************************
005928 5557-FIND-SUPP-RATE.
005929     IF TK-CODE(WS-TK-SUB) = WS-DED-WORK-CODE AND
005930        TK-STATUS(WS-TK-SUB) = "X"
005931         COMPUTE WS-ADJ-DED-AMOUNT ROUNDED =
005932             WS-ADJ-GROSS * TK-PCT(WS-TK-SUB) / 100
005933         MOVE "Y" TO WS-BRACKET-FOUND-SW
005934     END-IF
005935     .
005936 5557-EXIT.
005937     EXIT.
005938
005939******************************************************************
005940*  5570-TAKE-ONE-ADJ-DEDUCTION
005941*  PERCENT DEDUCTIONS ONLY - A FLAT DEDUCTION WAS ALREADY TAKEN
005942*  IN FULL BY THE REGULAR RUN AND WOULD DOUBLE UP HERE.
005943******************************************************************
005944 5570-TAKE-ONE-ADJ-DEDUCTION.
005945     IF DT-EMPNUM(DT-IDX) = TB-EMPNUM(TB-IDX) AND
005946        DT-METHOD(DT-IDX) = "P"
005947         COMPUTE WS-ADJ-DED-AMOUNT ROUNDED =
005948             WS-ADJ-GROSS * DT-VALUE(DT-IDX) / 100
005949         MOVE DT-CODE(DT-IDX) TO WS-DED-WORK-CODE
005950         IF WS-ADJ-DED-AMOUNT NOT = ZERO
005951             PERFORM 5560-POST-ONE-ADJ-DEDUCTION THRU 5560-EXIT
005952         END-IF
005953     END-IF
005954     .
005955 5570-EXIT.
005956     EXIT.
005957
005958******************************************************************
005959*  5560-POST-ONE-ADJ-DEDUCTION
005960*  THE SIGNED TWIN OF 3262-POST-ONE-DEDUCTION - NO NET-BELOW-
005961*  ZERO CAP, SINCE AN ADJUSTMENT IS ALLOWED TO BE A RECOVERY.
005962******************************************************************
005963 5560-POST-ONE-ADJ-DEDUCTION.
005964     MOVE SPACES TO RG-DED-NOTE
005965     MOVE WS-DED-WORK-CODE TO RG-DED-CODE
005966     MOVE WS-ADJ-DED-AMOUNT TO RG-DED-AMOUNT
005967     WRITE RG-Print-Line FROM RG-DED-LINE
005968     ADD WS-ADJ-DED-AMOUNT TO WS-ADJ-DED-TOTAL
005969     MOVE WS-ADJ-DED-AMOUNT TO WS-DED-SIGNED-AMOUNT
005970     PERFORM 3270-ADD-TO-DED-SUMMARY THRU 3270-EXIT
005971     PERFORM 3265-ROLL-YTD-DEDUCTION THRU 3265-EXIT
005972     PERFORM 3290-NOTE-DETAIL-DEDUCTION THRU 3290-EXIT
005973     .
005974 5560-EXIT.
005975     EXIT.
005976
005977******************************************************************
005978*  5650-ROLL-ADJ-YTD
005979*  THE SIGNED TWIN OF 3650-ROLL-YTD-TOTALS, ROLLING THE
005980*  CORRECTION INTO THE QUARTER OF THE PERIOD BEING CORRECTED SO
005981*  THE QUARTERLY REMITTANCE FIGURES COME OUT RIGHT.  THE YTD
005982*  BUCKETS ARE UNSIGNED ON FILE, SO A RECOVERY LARGER THAN THE
005983*  BUCKET HOLDS - AN ADJUSTMENT AGAINST A PERIOD WHOSE YTD WAS
005984*  ALREADY ROLLED OVER, SAY - IS CLAMPED AT ZERO AND SAID ON
005985*  THE REGISTER, THE WAY AN OVERDRAWN PTO TAKE IS "REDUCED".
005986******************************************************************
005987 5650-ROLL-ADJ-YTD.
005988     IF WS-YTD-FOUND-SW = "Y"
005989         COMPUTE WS-YTD-QTR = (WS-PERIOD-END-MN + 2) / 3
005990         MOVE "N" TO WS-YTD-CLAMP-SW
005991         COMPUTE WS-YTD-WORK =
005992             YD-QGROSS(WS-YD-ESUB, WS-YTD-QTR) + WS-ADJ-GROSS
005993         PERFORM 5655-CLAMP-YTD-WORK THRU 5655-EXIT
005994         MOVE WS-YTD-WORK TO YD-QGROSS(WS-YD-ESUB, WS-YTD-QTR)
005995         COMPUTE WS-YTD-WORK =
005996             YD-QDED(WS-YD-ESUB, WS-YTD-QTR) +
005997             WS-ADJ-DED-TOTAL
005998         PERFORM 5655-CLAMP-YTD-WORK THRU 5655-EXIT
005999         MOVE WS-YTD-WORK TO YD-QDED(WS-YD-ESUB, WS-YTD-QTR)
006000         COMPUTE WS-YTD-WORK =
006001             YD-QNET(WS-YD-ESUB, WS-YTD-QTR) + WS-ADJ-NET
006002         PERFORM 5655-CLAMP-YTD-WORK THRU 5655-EXIT
006003         MOVE WS-YTD-WORK TO YD-QNET(WS-YD-ESUB, WS-YTD-QTR)
006004         COMPUTE WS-YTD-HOURS-WORK =
006005             YD-QHOURS(WS-YD-ESUB, WS-YTD-QTR) +
006006             TB-ADJ-HOURS(TB-IDX)
006007         IF WS-YTD-HOURS-WORK < ZERO
006008             MOVE ZERO TO WS-YTD-HOURS-WORK
006009             MOVE "Y" TO WS-YTD-CLAMP-SW
006010         END-IF
006011         MOVE WS-YTD-HOURS-WORK TO
006012             YD-QHOURS(WS-YD-ESUB, WS-YTD-QTR)
006013         PERFORM 3657-ROLL-YTD-EARNINGS THRU 3657-EXIT
006014             VARYING WS-EW-SUB FROM 1 BY 1
006015             UNTIL WS-EW-SUB > WS-EW-COUNT
006016         IF WS-YTD-CLAMP-SW = "Y"
006017             MOVE "*** YTD ROLL CLAMPED AT ZERO" TO RG-MSG-TEXT
006018             PERFORM 3550-WRITE-MESSAGE-LINE THRU 3550-EXIT
006019         END-IF
006020         MOVE ZERO TO WS-YTD-GROSS-TOT
006021         MOVE ZERO TO WS-YTD-NET-TOT
006022         PERFORM 3655-ADD-ONE-YTD-QTR THRU 3655-EXIT
006023             VARYING WS-YD-QSUB FROM 1 BY 1
006024             UNTIL WS-YD-QSUB > 4
006025         MOVE WS-YTD-GROSS-TOT TO PS-YTD-GROSS
006026         MOVE WS-YTD-NET-TOT TO PS-YTD-NET
006027     ELSE
006028         MOVE ZERO TO PS-YTD-GROSS
006029         MOVE ZERO TO PS-YTD-NET
006030     END-IF
006031     .
006032 5650-EXIT.
006033     EXIT.
006034
006035******************************************************************
006036*  5655-CLAMP-YTD-WORK
006037******************************************************************
006038 5655-CLAMP-YTD-WORK.
006039     IF WS-YTD-WORK < ZERO
006040         MOVE ZERO TO WS-YTD-WORK
006041         MOVE "Y" TO WS-YTD-CLAMP-SW
006042     END-IF
006043     .
006044 5655-EXIT.
006045     EXIT.
006046
006047******************************************************************
006048*  5600-WRITE-ADJ-STATEMENT
006049*  THE ADJUSTMENT PAY STATEMENT - SAME BLOCK AS A REGULAR
006050*  STATEMENT BUT MARKED AS A PRIOR-PERIOD CORRECTION, WITH
006051*  SIGNED AMOUNTS AND NO HOURS/RATE LINE.
006052******************************************************************
006053 5600-WRITE-ADJ-STATEMENT.
006054     WRITE PS-Print-Line FROM PS-RULE-LINE
006055     WRITE PS-Print-Line FROM PS-TITLE-LINE
006056     MOVE WS-PERIOD-END-MN TO PS-DATE-MN
006057     MOVE WS-PERIOD-END-DY TO PS-DATE-DY
006058     MOVE WS-PERIOD-END-YR TO PS-DATE-YR
006059     MOVE WS-RUN-PERIOD TO PS-PERIOD
006060     WRITE PS-Print-Line FROM PS-DATE-LINE
006061     MOVE "*** PAY ADJUSTMENT - PRIOR PERIOD CORRECTION ***" TO
006062         PS-Print-Line
006063     WRITE PS-Print-Line
006064     MOVE TB-EMPNUM(TB-IDX) TO PS-EMPNUM
006065     MOVE TB-LNAME(TB-IDX) TO PS-LNAME
006066     MOVE TB-FNAME(TB-IDX) TO PS-FNAME
006067     WRITE PS-Print-Line FROM PS-EMP-LINE
006068     MOVE "ADJ GROSS      " TO PS-MONEY-LABEL
006069     MOVE WS-ADJ-GROSS TO PS-MONEY-AMOUNT
006070     WRITE PS-Print-Line FROM PS-MONEY-LINE
006071     MOVE "ADJ DEDUCTIONS " TO PS-MONEY-LABEL
006072     MOVE WS-ADJ-DED-TOTAL TO PS-MONEY-AMOUNT
006073     WRITE PS-Print-Line FROM PS-MONEY-LINE
006074     MOVE "ADJ NET        " TO PS-MONEY-LABEL
006075     MOVE WS-ADJ-NET TO PS-MONEY-AMOUNT
006076     WRITE PS-Print-Line FROM PS-MONEY-LINE
006077     WRITE PS-Print-Line FROM PS-YTD-LINE
006078     WRITE PS-Print-Line FROM PS-RULE-LINE
006079     MOVE SPACES TO PS-Print-Line
006080     WRITE PS-Print-Line
006081     .
006082 5600-EXIT.
006083     EXIT.
006084
006085******************************************************************
006086*  5700-WRITE-ADJ-BANK-RECORD
006087*  A POSITIVE NET ADJUSTMENT IS A NORMAL CREDIT PAYMENT; A
006088*  NEGATIVE ONE GOES OUT AS A "D" RECOVERY DEBIT SO THE BANK
006089*  PULLS THE OVERPAYMENT BACK INSTEAD OF PAYING IT AGAIN.  THE
006090*  ADJUSTMENT IS NOT SPLIT - IT GOES WHOLE TO THE LIVE REMAINDER
006091*  ACCOUNT, OR WITH NO ACCOUNT NUMBER IF THERE IS NONE.
006092******************************************************************
006093 5700-WRITE-ADJ-BANK-RECORD.
006094     MOVE TB-EMPNUM(TB-IDX) TO WS-DEP-EMPNUM
006095     MOVE TB-LNAME(TB-IDX) TO WS-DEP-LNAME
006096     MOVE TB-FNAME(TB-IDX) TO WS-DEP-FNAME
006097     IF WS-ADJ-NET < ZERO
006098         MOVE "D" TO WS-DEP-TYPE
006099         COMPUTE WS-BANK-ABS-AMOUNT = WS-ADJ-NET * -1
006100     ELSE
006101         MOVE "C" TO WS-DEP-TYPE
006102         MOVE WS-ADJ-NET TO WS-BANK-ABS-AMOUNT
006103     END-IF
006104     MOVE WS-BANK-ABS-AMOUNT TO WS-DEP-AMOUNT
006105     MOVE WS-DEP-TYPE TO WS-BANK-TYPE-USED
006106     PERFORM 3710-FIND-REMAINDER-ACCOUNT THRU 3710-EXIT
006107     MOVE WS-ACCT-REMAINDER-SUB TO WS-DEP-SUB
006108     PERFORM 3780-WRITE-ONE-DEPOSIT THRU 3780-EXIT
006109     .
006110 5700-EXIT.
006111     EXIT.
006112
006113******************************************************************
006114*  5800-WRITE-ADJ-PAY-DETAIL
006115*  THE SUPPLEMENTAL RUN'S PAY DETAIL RECORD - THE SIGNED HOURS
006116*  CORRECTION AND THE SIGNED GROSS, DEDUCTIONS, AND NET, SO THE
006117*  HISTORY SHOWS THE CORRECTION AS ITS OWN "S" LINE NEXT TO THE
006118*  REGULAR PAYMENT IT CORRECTS.
006119******************************************************************
006120 5800-WRITE-ADJ-PAY-DETAIL.
006121     MOVE SPACES TO PD-DETAIL-RECORD
006122     MOVE TB-EMPNUM(TB-IDX) TO PD-EMPNUM
006123     MOVE WS-RUN-PERIOD TO PD-PERIOD
006124     MOVE "S" TO PD-RUN-TYPE
006125     PERFORM 3950-MOVE-DETAIL-COMMON THRU 3950-EXIT
006126     IF TB-ADJ-HOURS(TB-IDX) < ZERO
006127         MOVE "-" TO PD-HOURS-SIGN
006128         COMPUTE PD-REG-HOURS = TB-ADJ-HOURS(TB-IDX) * -1
006129     ELSE
006130         MOVE TB-ADJ-HOURS(TB-IDX) TO PD-REG-HOURS
006131     END-IF
006132     MOVE ZERO TO PD-OT-HOURS
006133     MOVE ZERO TO PD-VAC-HOURS
006134     MOVE ZERO TO PD-SICK-HOURS
006135     MOVE ZERO TO PD-VAC-ACCRUED
006136     MOVE ZERO TO PD-SICK-ACCRUED
006137     IF WS-ADJ-GROSS < ZERO
006138         MOVE "-" TO PD-GROSS-SIGN
006139         COMPUTE PD-GROSS = WS-ADJ-GROSS * -1
006140     ELSE
006141         MOVE WS-ADJ-GROSS TO PD-GROSS
006142     END-IF
006143     IF WS-ADJ-DED-TOTAL < ZERO
006144         MOVE "-" TO PD-DED-SIGN
006145         COMPUTE PD-DED-TOTAL = WS-ADJ-DED-TOTAL * -1
006146     ELSE
006147         MOVE WS-ADJ-DED-TOTAL TO PD-DED-TOTAL
006148     END-IF
006149     IF WS-ADJ-NET < ZERO
006150         MOVE "-" TO PD-NET-SIGN
006151         COMPUTE PD-NET = WS-ADJ-NET * -1
006152     ELSE
006153         MOVE WS-ADJ-NET TO PD-NET
006154     END-IF
006155     MOVE ZERO TO PD-VAC-BAL
006156     MOVE ZERO TO PD-SICK-BAL
006157     WRITE PD-DETAIL-RECORD
006158     ADD 1 TO WS-PAYDTL-COUNT
006159     .
006160 5800-EXIT.
006161     EXIT.
006162
006163******************************************************************
006164*  6000-LOAD-LAST-PERIOD
006165*  TRIAL RUNS ONLY.  PASS ONE OVER PAYDTL.DAT FINDS THE LATEST
006166*  REGULAR PERIOD PAID THAT ENDED BEFORE THE TRIAL PERIOD ENDS;
006167*  PASS TWO SUMS EVERY PAYMENT FOR THAT PERIOD - THE REGULAR
006168*  RUN AND ANY SUPPLEMENTALS AGAINST IT - INTO VARPAY-TABLE, SO
006169*  THE TRIAL IS COMPARED WITH WHAT EACH EMPLOYEE WAS FINALLY
006170*  PAID.  THE END DATE, NOT THE PERIOD NUMBER, PICKS THE PERIOD
006171*  SO THE COMPARISON STILL WORKS ACROSS A YEAR BOUNDARY.
006172******************************************************************
006173 6000-LOAD-LAST-PERIOD.
006174     MOVE WS-PERIOD-END-YR TO WS-TRIAL-END-YR
006175     MOVE WS-PERIOD-END-MN TO WS-TRIAL-END-MN
006176     MOVE WS-PERIOD-END-DY TO WS-TRIAL-END-DY
006177     OPEN INPUT PAYDTLFILE
006178     IF WS-PAYDTL-STATUS = "35"
006179         DISPLAY "NO PAYDTL.DAT FOUND - NO EARLIER PERIOD TO "
006180             "COMPARE THE TRIAL WITH"
006181     ELSE
006182         PERFORM UNTIL PayDtlEnd = "Y"
006183             READ PAYDTLFILE
006184                 AT END
006185                     MOVE "Y" TO PayDtlEnd
006186                 NOT AT END
006187                     PERFORM 6050-NOTE-ONE-END-DATE THRU 6050-EXIT
006188             END-READ
006189         END-PERFORM
006190         CLOSE PAYDTLFILE
006191         IF WS-LAST-END-DATE > ZERO
006192             MOVE "N" TO PayDtlEnd
006193             OPEN INPUT PAYDTLFILE
006194             PERFORM UNTIL PayDtlEnd = "Y"
006195                 READ PAYDTLFILE
006196                     AT END
006197                         MOVE "Y" TO PayDtlEnd
006198                     NOT AT END
006199                         PERFORM 6100-LOAD-ONE-LAST-PAY
006200                             THRU 6100-EXIT
006201                 END-READ
006202             END-PERFORM
006203             CLOSE PAYDTLFILE
006204         ELSE
006205             DISPLAY "NO REGULAR PERIOD ON PAYDTL.DAT ENDS "
006206                 "BEFORE THIS ONE - NO EARLIER PERIOD TO "
006207                 "COMPARE WITH"
006208         END-IF
006209     END-IF
006210     .
006211 6000-EXIT.
006212     EXIT.
006213
006214******************************************************************
006215*  6050-NOTE-ONE-END-DATE
006216******************************************************************
006217 6050-NOTE-ONE-END-DATE.
006218     IF PD-RUN-TYPE = "R" AND PD-END-DATE IS NUMERIC
006219         IF PD-END-DATE < WS-TRIAL-END-DATE AND
006220            PD-END-DATE > WS-LAST-END-DATE
006221             MOVE PD-END-DATE TO WS-LAST-END-DATE
006222             MOVE PD-PERIOD TO WS-LAST-PERIOD
006223         END-IF
006224     END-IF
006225     .
006226 6050-EXIT.
006227     EXIT.
006228
006229******************************************************************
006230*  6100-LOAD-ONE-LAST-PAY
006231*  ROLLS ONE PAY DETAIL RECORD FOR THE COMPARISON PERIOD INTO
006232*  THE EMPLOYEE'S VARPAY-TABLE ENTRY, STARTING THE ENTRY THE
006233*  FIRST TIME THE EMPLOYEE IS SEEN.  AMOUNTS CARRY THEIR SIGN
006234*  BYTES, SO A SUPPLEMENTAL RECOVERY REDUCES THE TOTALS.
006235******************************************************************
006236 6100-LOAD-ONE-LAST-PAY.
006237     IF PD-END-DATE IS NUMERIC AND PD-END-DATE = WS-LAST-END-DATE
006238         MOVE PD-EMPNUM TO WS-VAR-EMPNUM
006239         MOVE "N" TO WS-VP-FOUND-SW
006240         MOVE ZERO TO WS-VP-ESUB
006241         PERFORM 6150-MATCH-ONE-LAST THRU 6150-EXIT
006242             VARYING VP-IDX FROM 1 BY 1
006243             UNTIL VP-IDX > WS-VP-COUNT
006244                 OR WS-VP-FOUND-SW = "Y"
006245         IF WS-VP-FOUND-SW = "N"
006246             IF WS-VP-COUNT < 9999
006247                 ADD 1 TO WS-VP-COUNT
006248                 MOVE WS-VP-COUNT TO WS-VP-ESUB
006249                 MOVE "Y" TO WS-VP-FOUND-SW
006250                 MOVE PD-EMPNUM TO VP-EMPNUM(WS-VP-ESUB)
006251                 MOVE PD-LNAME TO VP-LNAME(WS-VP-ESUB)
006252                 MOVE PD-FNAME TO VP-FNAME(WS-VP-ESUB)
006253                 MOVE "N" TO VP-MATCH-SW(WS-VP-ESUB)
006254                 MOVE ZERO TO VP-GROSS(WS-VP-ESUB)
006255                 MOVE ZERO TO VP-NET(WS-VP-ESUB)
006256                 MOVE ZERO TO VP-DED-COUNT(WS-VP-ESUB)
006257             ELSE
006258                 IF WS-VP-FULL-SW = "N"
006259                     MOVE "Y" TO WS-VP-FULL-SW
006260                     DISPLAY "*** LAST-PERIOD TABLE FULL AT "
006261                         "9999 - EMPLOYEE " PD-EMPNUM
006262                         " AND ANY REMAINING ARE NOT IN THE "
006263                         "VARIANCE REPORT"
006264                 END-IF
006265             END-IF
006266         END-IF
006267         IF WS-VP-FOUND-SW = "Y"
006268             IF PD-GROSS-SIGN = "-"
006269                 SUBTRACT PD-GROSS FROM VP-GROSS(WS-VP-ESUB)
006270             ELSE
006271                 ADD PD-GROSS TO VP-GROSS(WS-VP-ESUB)
006272             END-IF
006273             IF PD-NET-SIGN = "-"
006274                 SUBTRACT PD-NET FROM VP-NET(WS-VP-ESUB)
006275             ELSE
006276                 ADD PD-NET TO VP-NET(WS-VP-ESUB)
006277             END-IF
006278             IF PD-DED-COUNT IS NUMERIC AND PD-DED-COUNT NOT > 15
006279                 PERFORM 6200-ADD-ONE-LAST-DED THRU 6200-EXIT
006280                     VARYING WS-VD-SUB FROM 1 BY 1
006281                     UNTIL WS-VD-SUB > PD-DED-COUNT
006282             END-IF
006283         END-IF
006284     END-IF
006285     .
006286 6100-EXIT.
006287     EXIT.
006288
006289******************************************************************
006290*  6150-MATCH-ONE-LAST
006291******************************************************************
006292 6150-MATCH-ONE-LAST.
006293     IF VP-EMPNUM(VP-IDX) = WS-VAR-EMPNUM
006294         SET WS-VP-ESUB TO VP-IDX
006295         MOVE "Y" TO WS-VP-FOUND-SW
006296     END-IF
006297     .
006298 6150-EXIT.
006299     EXIT.
006300
006301******************************************************************
006302*  6200-ADD-ONE-LAST-DED
006303*  ROLLS ONE DEDUCTION SLOT OF THE PAY DETAIL RECORD INTO THE
006304*  MATCHING CODE OF THE EMPLOYEE'S ENTRY, OR STARTS THE CODE.
006305******************************************************************
006306 6200-ADD-ONE-LAST-DED.
006307     MOVE PD-DED-CODE(WS-VD-SUB) TO WS-VAR-CODE
006308     IF PD-DED-AMT-SIGN(WS-VD-SUB) = "-"
006309         COMPUTE WS-VAR-DED-AMT = PD-DED-AMOUNT(WS-VD-SUB) * -1
006310     ELSE
006311         MOVE PD-DED-AMOUNT(WS-VD-SUB) TO WS-VAR-DED-AMT
006312     END-IF
006313     MOVE "N" TO WS-VQ-FOUND-SW
006314     PERFORM 6250-MATCH-ONE-LAST-DED THRU 6250-EXIT
006315         VARYING WS-VQ-SUB FROM 1 BY 1
006316         UNTIL WS-VQ-SUB > VP-DED-COUNT(WS-VP-ESUB)
006317             OR WS-VQ-FOUND-SW = "Y"
006318     IF WS-VQ-FOUND-SW = "Y"
006319         ADD WS-VAR-DED-AMT TO VP-DED-AMT(WS-VP-ESUB, WS-VQ-ESUB)
006320     ELSE
006321         IF VP-DED-COUNT(WS-VP-ESUB) < 15
006322             ADD 1 TO VP-DED-COUNT(WS-VP-ESUB)
006323             MOVE VP-DED-COUNT(WS-VP-ESUB) TO WS-VQ-ESUB
006324             MOVE WS-VAR-CODE TO
006325                 VP-DED-CODE(WS-VP-ESUB, WS-VQ-ESUB)
006326             MOVE WS-VAR-DED-AMT TO
006327                 VP-DED-AMT(WS-VP-ESUB, WS-VQ-ESUB)
006328             MOVE "N" TO VP-DED-MATCH-SW(WS-VP-ESUB, WS-VQ-ESUB)
006329         END-IF
006330     END-IF
006331     .
006332 6200-EXIT.
006333     EXIT.
006334
006335******************************************************************
006336*  6250-MATCH-ONE-LAST-DED
006337*  SHARED BY THE LOAD AND THE COMPARISON - MATCHES WS-VAR-CODE
006338*  AGAINST THE CODES ON THE ENTRY UNDER WS-VP-ESUB.
006339******************************************************************
006340 6250-MATCH-ONE-LAST-DED.
006341     IF VP-DED-CODE(WS-VP-ESUB, WS-VQ-SUB) = WS-VAR-CODE
006342         MOVE WS-VQ-SUB TO WS-VQ-ESUB
006343         MOVE "Y" TO WS-VQ-FOUND-SW
006344     END-IF
006345     .
006346 6250-EXIT.
006347     EXIT.
006348
006349******************************************************************
006350*  6300-START-VARIANCE-REPORT
006351*  OPENS VARIANCE.RPT AND WRITES ITS BANNER, THE TWO PERIODS
006352*  BEING COMPARED, AND THE FLAGGING LIMITS.
006353******************************************************************
006354 6300-START-VARIANCE-REPORT.
006355     OPEN OUTPUT VARFILE
006356     MOVE SPACES TO VR-Print-Line
006357     WRITE VR-Print-Line
006358     MOVE "          THE BEST IS YET TO COME, INC." TO
006359         VR-Print-Line
006360     WRITE VR-Print-Line
006361     MOVE "         TRIAL REGISTER VARIANCE REPORT" TO
006362         VR-Print-Line
006363     WRITE VR-Print-Line
006364     WRITE VR-Print-Line FROM RG-DATE-LINE
006365     IF WS-LAST-END-DATE > ZERO
006366         MOVE WS-RUN-PERIOD TO VR-TRIAL-PERIOD
006367         MOVE WS-PERIOD-END-MN TO VR-TRIAL-MN
006368         MOVE WS-PERIOD-END-DY TO VR-TRIAL-DY
006369         MOVE WS-PERIOD-END-YR TO VR-TRIAL-YR
006370         MOVE WS-LAST-PERIOD TO VR-LAST-PERIOD
006371         MOVE WS-LAST-END-MN TO VR-LAST-MN
006372         MOVE WS-LAST-END-DY TO VR-LAST-DY
006373         MOVE WS-LAST-END-YR TO VR-LAST-YR
006374         WRITE VR-Print-Line FROM VR-PERIOD-LINE
006375     ELSE
006376         MOVE "          NO EARLIER PAID PERIOD ON PAYDTL.DAT - EV
006377-            "ERY EMPLOYEE SHOWS AS PAID NOW, NOT LAST" TO
006378             VR-Print-Line
006379         WRITE VR-Print-Line
006380     END-IF
006381     MOVE WS-VAR-PCT-LIMIT TO VR-LIM-PCT
006382     MOVE WS-VAR-MIN-PAY TO VR-LIM-PAY
006383     MOVE WS-VAR-MIN-DED TO VR-LIM-DED
006384     WRITE VR-Print-Line FROM VR-LIMIT-LINE
006385     MOVE SPACES TO VR-Print-Line
006386     WRITE VR-Print-Line
006387     WRITE VR-Print-Line FROM VR-COLUMN-LINE
006388     MOVE SPACES TO VR-Print-Line
006389     WRITE VR-Print-Line
006390     .
006391 6300-EXIT.
006392     EXIT.
006393
006394******************************************************************
006395*  6400-COMPARE-ONE-EMPLOYEE
006396*  PERFORMED FROM 3200 ON A TRIAL RUN FOR THE EMPLOYEE JUST
006397*  COMPUTED.  GROSS AND NET ALWAYS PRINT; A DEDUCTION CODE
006398*  PRINTS ONLY WHEN ITS CHANGE IS FLAGGED.
006399******************************************************************
006400 6400-COMPARE-ONE-EMPLOYEE.
006401     ADD 1 TO WS-VAR-COMPARED-COUNT
006402     MOVE TB-EMPNUM(TB-IDX) TO WS-VAR-EMPNUM
006403     MOVE "N" TO WS-VP-FOUND-SW
006404     MOVE ZERO TO WS-VP-ESUB
006405     PERFORM 6150-MATCH-ONE-LAST THRU 6150-EXIT
006406         VARYING VP-IDX FROM 1 BY 1
006407         UNTIL VP-IDX > WS-VP-COUNT
006408             OR WS-VP-FOUND-SW = "Y"
006409     MOVE TB-EMPNUM(TB-IDX) TO VR-EMPNUM
006410     MOVE TB-LNAME(TB-IDX) TO VR-LNAME
006411     MOVE TB-FNAME(TB-IDX) TO VR-FNAME
006412     MOVE WS-VAR-MIN-PAY TO WS-VAR-FLOOR
006413     IF WS-VP-FOUND-SW = "N"
006414         ADD 1 TO WS-VAR-NEW-COUNT
006415         MOVE "GROSS" TO VR-ITEM
006416         MOVE ZERO TO WS-VAR-LAST
006417         MOVE WS-GROSS-PAY TO WS-VAR-THIS
006418         PERFORM 6450-MEASURE-CHANGE THRU 6450-EXIT
006419         MOVE "PAID NOW - NOT LAST" TO VR-FLAG
006420         PERFORM 6460-WRITE-VARIANCE-LINE THRU 6460-EXIT
006421         MOVE "NET" TO VR-ITEM
006422         MOVE WS-NET-PAY TO WS-VAR-THIS
006423         PERFORM 6450-MEASURE-CHANGE THRU 6450-EXIT
006424         MOVE SPACES TO VR-FLAG
006425         PERFORM 6460-WRITE-VARIANCE-LINE THRU 6460-EXIT
006426     ELSE
006427         MOVE "Y" TO VP-MATCH-SW(WS-VP-ESUB)
006428         MOVE "GROSS" TO VR-ITEM
006429         MOVE VP-GROSS(WS-VP-ESUB) TO WS-VAR-LAST
006430         MOVE WS-GROSS-PAY TO WS-VAR-THIS
006431         PERFORM 6470-CHECK-PAY-SWING THRU 6470-EXIT
006432         MOVE "NET" TO VR-ITEM
006433         MOVE VP-NET(WS-VP-ESUB) TO WS-VAR-LAST
006434         MOVE WS-NET-PAY TO WS-VAR-THIS
006435         PERFORM 6470-CHECK-PAY-SWING THRU 6470-EXIT
006436         MOVE WS-VAR-MIN-DED TO WS-VAR-FLOOR
006437         PERFORM 6500-COMPARE-ONE-TRIAL-DED THRU 6500-EXIT
006438             VARYING WS-PX-SUB FROM 1 BY 1
006439             UNTIL WS-PX-SUB > WS-PX-COUNT
006440         PERFORM 6600-CHECK-ONE-DROPPED-DED THRU 6600-EXIT
006441             VARYING WS-VQ-SUB FROM 1 BY 1
006442             UNTIL WS-VQ-SUB > VP-DED-COUNT(WS-VP-ESUB)
006443     END-IF
006444     .
006445 6400-EXIT.
006446     EXIT.
006447
006448******************************************************************
006449*  6450-MEASURE-CHANGE
006450*  WORKS OUT THE CHANGE FROM WS-VAR-LAST TO WS-VAR-THIS AND
006451*  WHETHER IT CLEARS BOTH FLAGGING LIMITS (WS-VAR-FLAG-SW).  A
006452*  CHANGE FROM ZERO HAS NO PERCENT AND IS JUDGED ON THE DOLLAR
006453*  FLOOR ALONE.
006454******************************************************************
006455 6450-MEASURE-CHANGE.
006456     COMPUTE WS-VAR-CHANGE = WS-VAR-THIS - WS-VAR-LAST
006457     IF WS-VAR-CHANGE < ZERO
006458         COMPUTE WS-VAR-ABS-CHANGE = WS-VAR-CHANGE * -1
006459     ELSE
006460         MOVE WS-VAR-CHANGE TO WS-VAR-ABS-CHANGE
006461     END-IF
006462     MOVE ZERO TO WS-VAR-PCT
006463     MOVE ZERO TO WS-VAR-ABS-PCT
006464     IF WS-VAR-LAST NOT = ZERO
006465         COMPUTE WS-VAR-PCT ROUNDED =
006466             WS-VAR-CHANGE * 100 / WS-VAR-LAST
006467             ON SIZE ERROR
006468                 MOVE 99999 TO WS-VAR-PCT
006469         END-COMPUTE
006470         IF WS-VAR-PCT < ZERO
006471             COMPUTE WS-VAR-ABS-PCT = WS-VAR-PCT * -1
006472         ELSE
006473             MOVE WS-VAR-PCT TO WS-VAR-ABS-PCT
006474         END-IF
006475     END-IF
006476     MOVE "N" TO WS-VAR-FLAG-SW
006477     IF WS-VAR-ABS-CHANGE NOT < WS-VAR-FLOOR
006478         IF WS-VAR-LAST = ZERO OR
006479            WS-VAR-ABS-PCT NOT < WS-VAR-PCT-LIMIT
006480             MOVE "Y" TO WS-VAR-FLAG-SW
006481         END-IF
006482     END-IF
006483     .
006484 6450-EXIT.
006485     EXIT.
006486
006487******************************************************************
006488*  6460-WRITE-VARIANCE-LINE
006489*  THE EMPLOYEE NUMBER AND NAME PRINT ON THE FIRST LINE FOR AN
006490*  EMPLOYEE ONLY, SO EACH EMPLOYEE READS AS ONE BLOCK.
006491******************************************************************
006492 6460-WRITE-VARIANCE-LINE.
006493     MOVE WS-VAR-LAST TO VR-LAST
006494     MOVE WS-VAR-THIS TO VR-THIS
006495     MOVE WS-VAR-CHANGE TO VR-CHANGE
006496     IF WS-VAR-LAST = ZERO
006497         MOVE SPACES TO VR-PCT-X
006498     ELSE
006499         MOVE WS-VAR-PCT TO VR-PCT
006500     END-IF
006501     WRITE VR-Print-Line FROM VR-DETAIL-LINE
006502     MOVE SPACES TO VR-EMPNUM
006503     MOVE SPACES TO VR-LNAME
006504     MOVE SPACES TO VR-FNAME
006505     .
006506 6460-EXIT.
006507     EXIT.
006508
006509******************************************************************
006510*  6470-CHECK-PAY-SWING
006511*  GROSS OR NET FOR AN EMPLOYEE PAID BOTH PERIODS.
006512******************************************************************
006513 6470-CHECK-PAY-SWING.
006514     PERFORM 6450-MEASURE-CHANGE THRU 6450-EXIT
006515     IF WS-VAR-FLAG-SW = "Y"
006516         ADD 1 TO WS-VAR-SWING-COUNT
006517         MOVE "LARGE SWING" TO VR-FLAG
006518     ELSE
006519         MOVE SPACES TO VR-FLAG
006520     END-IF
006521     PERFORM 6460-WRITE-VARIANCE-LINE THRU 6460-EXIT
006522     .
006523 6470-EXIT.
006524     EXIT.
006525
006526******************************************************************
006527*  6500-COMPARE-ONE-TRIAL-DED
006528*  ONE CODE TAKEN ON THE TRIAL AGAINST THE SAME CODE LAST
006529*  PERIOD.  A CODE NOT TAKEN LAST PERIOD COMPARES WITH ZERO.
006530******************************************************************
006531 6500-COMPARE-ONE-TRIAL-DED.
006532     MOVE PX-CODE(WS-PX-SUB) TO WS-VAR-CODE
006533     MOVE "N" TO WS-VQ-FOUND-SW
006534     PERFORM 6250-MATCH-ONE-LAST-DED THRU 6250-EXIT
006535         VARYING WS-VQ-SUB FROM 1 BY 1
006536         UNTIL WS-VQ-SUB > VP-DED-COUNT(WS-VP-ESUB)
006537             OR WS-VQ-FOUND-SW = "Y"
006538     IF WS-VQ-FOUND-SW = "Y"
006539         MOVE "Y" TO VP-DED-MATCH-SW(WS-VP-ESUB, WS-VQ-ESUB)
006540         MOVE VP-DED-AMT(WS-VP-ESUB, WS-VQ-ESUB) TO WS-VAR-LAST
006541     ELSE
006542         MOVE ZERO TO WS-VAR-LAST
006543     END-IF
006544     MOVE PX-AMOUNT(WS-PX-SUB) TO WS-VAR-THIS
006545     PERFORM 6450-MEASURE-CHANGE THRU 6450-EXIT
006546     IF WS-VAR-FLAG-SW = "Y"
006547         ADD 1 TO WS-VAR-DED-FLAG-COUNT
006548         MOVE SPACES TO VR-ITEM
006549         STRING "DED " WS-VAR-CODE DELIMITED BY SIZE INTO VR-ITEM
006550         IF WS-VQ-FOUND-SW = "Y"
006551             MOVE "LARGE CODE CHANGE" TO VR-FLAG
006552         ELSE
006553             MOVE "NEW DEDUCTION" TO VR-FLAG
006554         END-IF
006555         PERFORM 6460-WRITE-VARIANCE-LINE THRU 6460-EXIT
006556     END-IF
006557     .
006558 6500-EXIT.
006559     EXIT.
006560
006561******************************************************************
006562*  6600-CHECK-ONE-DROPPED-DED
006563*  A CODE TAKEN LAST PERIOD THAT THE TRIAL DID NOT TAKE AT ALL.
006564******************************************************************
006565 6600-CHECK-ONE-DROPPED-DED.
006566     IF VP-DED-MATCH-SW(WS-VP-ESUB, WS-VQ-SUB) = "N"
006567         MOVE VP-DED-AMT(WS-VP-ESUB, WS-VQ-SUB) TO WS-VAR-LAST
006568         MOVE ZERO TO WS-VAR-THIS
006569         PERFORM 6450-MEASURE-CHANGE THRU 6450-EXIT
006570         IF WS-VAR-FLAG-SW = "Y"
006571             ADD 1 TO WS-VAR-DED-FLAG-COUNT
006572             MOVE SPACES TO VR-ITEM
006573             STRING "DED " VP-DED-CODE(WS-VP-ESUB, WS-VQ-SUB)
006574                 DELIMITED BY SIZE INTO VR-ITEM
006575             MOVE "DEDUCTION DROPPED" TO VR-FLAG
006576             PERFORM 6460-WRITE-VARIANCE-LINE THRU 6460-EXIT
006577         END-IF
006578     END-IF
006579     .
006580 6600-EXIT.
006581     EXIT.
006582
006583******************************************************************
006584*  6700-NOT-PAID-NOW
006585*  AFTER THE TRIAL PASS, EVERY EMPLOYEE PAID LAST PERIOD THAT
006586*  THE TRIAL DID NOT PAY - A LOST TIMECARD, A TERMINATION, OR A
006587*  LEAVE - IS LISTED SO IT CAN BE CONFIRMED BEFORE THE LIVE RUN.
006588******************************************************************
006589 6700-NOT-PAID-NOW.
006590     MOVE WS-VAR-MIN-PAY TO WS-VAR-FLOOR
006591     PERFORM 6750-CHECK-ONE-LAST-PAID THRU 6750-EXIT
006592         VARYING VP-IDX FROM 1 BY 1
006593         UNTIL VP-IDX > WS-VP-COUNT
006594     .
006595 6700-EXIT.
006596     EXIT.
006597
006598******************************************************************
006599*  6750-CHECK-ONE-LAST-PAID
006600******************************************************************
006601 6750-CHECK-ONE-LAST-PAID.
006602     IF VP-MATCH-SW(VP-IDX) = "N"
006603         ADD 1 TO WS-VAR-GONE-COUNT
006604         MOVE VP-EMPNUM(VP-IDX) TO VR-EMPNUM
006605         MOVE VP-LNAME(VP-IDX) TO VR-LNAME
006606         MOVE VP-FNAME(VP-IDX) TO VR-FNAME
006607         MOVE "GROSS" TO VR-ITEM
006608         MOVE VP-GROSS(VP-IDX) TO WS-VAR-LAST
006609         MOVE ZERO TO WS-VAR-THIS
006610         PERFORM 6450-MEASURE-CHANGE THRU 6450-EXIT
006611         MOVE "PAID LAST - NOT NOW" TO VR-FLAG
006612         PERFORM 6460-WRITE-VARIANCE-LINE THRU 6460-EXIT
006613         MOVE "NET" TO VR-ITEM
006614         MOVE VP-NET(VP-IDX) TO WS-VAR-LAST
006615         PERFORM 6450-MEASURE-CHANGE THRU 6450-EXIT
006616         MOVE SPACES TO VR-FLAG
006617         PERFORM 6460-WRITE-VARIANCE-LINE THRU 6460-EXIT
006618     END-IF
006619     .
006620 6750-EXIT.
006621     EXIT.
006622
006623******************************************************************
006624*  6800-VARIANCE-SUMMARY
006625******************************************************************
006626 6800-VARIANCE-SUMMARY.
006627     MOVE SPACES TO VR-Print-Line
006628     WRITE VR-Print-Line
006629     MOVE "VARIANCE REPORT TOTALS" TO VR-Print-Line
006630     WRITE VR-Print-Line
006631     MOVE "  EMPLOYEES IN THE TRIAL....." TO RG-COUNT-LABEL
006632     MOVE WS-VAR-COMPARED-COUNT TO RG-COUNT
006633     WRITE VR-Print-Line FROM RG-COUNT-LINE
006634     MOVE "  LARGE GROSS/NET SWINGS....." TO RG-COUNT-LABEL
006635     MOVE WS-VAR-SWING-COUNT TO RG-COUNT
006636     WRITE VR-Print-Line FROM RG-COUNT-LINE
006637     MOVE "  PAID NOW - NOT LAST........" TO RG-COUNT-LABEL
006638     MOVE WS-VAR-NEW-COUNT TO RG-COUNT
006639     WRITE VR-Print-Line FROM RG-COUNT-LINE
006640     MOVE "  PAID LAST - NOT NOW........" TO RG-COUNT-LABEL
006641     MOVE WS-VAR-GONE-COUNT TO RG-COUNT
006642     WRITE VR-Print-Line FROM RG-COUNT-LINE
006643     MOVE "  DEDUCTION CODES FLAGGED...." TO RG-COUNT-LABEL
006644     MOVE WS-VAR-DED-FLAG-COUNT TO RG-COUNT
006645     WRITE VR-Print-Line FROM RG-COUNT-LINE
006646     CLOSE VARFILE
006647     COMPUTE WS-VAR-FLAG-TOTAL = WS-VAR-SWING-COUNT +
006648         WS-VAR-NEW-COUNT + WS-VAR-GONE-COUNT +
006649         WS-VAR-DED-FLAG-COUNT
006650     DISPLAY "TRIAL REGISTER - " WS-VAR-FLAG-TOTAL
006651         " VARIANCES FLAGGED ON VARIANCE.RPT"
006652     .
006653 6800-EXIT.
006654     EXIT.
006655
006656
006657
006658******************************************************************
006659*  9000-CHECK-RUN-CONTROL
006660*  READS THE SHARED RUN-CONTROL LOG AND REFUSES TO START WHEN
006661*  THE UPSTREAM JOBS HAVE NOT COMPLETED CLEANLY - A PT2MAINT,
006662*  PT2, OR PT2VOID RUN STILL OPEN, OR A LAST PT2 RUN THAT ENDED
006663*  IN FAILURE (ITS CONTROL TOTALS DID NOT RECONCILE), MEANS
006664*  NEWEMP.DAT IS NOT SAFE TO PAY FROM.
006665******************************************************************
006666 9000-CHECK-RUN-CONTROL.
006667     OPEN INPUT RUNCTLFILE
006668     IF WS-RUNCTL-STATUS = "35"
006669         DISPLAY "NO RUNCTL.DAT YET - RUN SEQUENCE NOT VERIFIED"
006670     ELSE
006671         PERFORM UNTIL RunCtlEnd = "Y"
006672             READ RUNCTLFILE
006673                 AT END
006674                     MOVE "Y" TO RunCtlEnd
006675                 NOT AT END
006676                     PERFORM 9050-NOTE-ONE-STAMP THRU 9050-EXIT
006677             END-READ
006678         END-PERFORM
006679         CLOSE RUNCTLFILE
006680
006681         IF WS-LAST-MAINT-STAMP = "S"
006682             DISPLAY "*** A PT2MAINT RUN IS STILL OPEN ON THE "
006683                 "RUN-CONTROL LOG - NEWEMP.DAT MAY BE A SHORT "
006684                 "MASTER.  REGISTER RUN REFUSED."
006685             STOP RUN
006686         END-IF
006687         IF WS-LAST-PT2-STAMP = "S"
006688             DISPLAY "*** A PT2 RUN IS STILL OPEN ON THE "
006689                 "RUN-CONTROL LOG.  REGISTER RUN REFUSED."
006690             STOP RUN
006691         END-IF
006692         IF WS-LAST-VOID-STAMP = "S"
006693             DISPLAY "*** A PT2VOID RUN IS STILL OPEN ON THE "
006694                 "RUN-CONTROL LOG - YTDMAST.DAT AND PTOBAL.DAT "
006695                 "MAY BE HALF REVERSED.  REGISTER RUN REFUSED."
006696             STOP RUN
006697         END-IF
006698         IF WS-LAST-PT2-STAMP = "E" AND
006699            WS-LAST-PT2-RESULT NOT = "OK"
006700             DISPLAY "*** THE LAST PT2 RUN FAILED ITS "
006701                 "RECONCILIATION - DO NOT PAY FROM THIS "
006702                 "MASTER.  REGISTER RUN REFUSED."
006703             STOP RUN
006704         END-IF
006705         IF WS-LAST-PT2-STAMP = SPACE
006706             DISPLAY "PT2 HAS NO RUN ON THE RUN-CONTROL LOG - "
006707                 "RUN SEQUENCE NOT VERIFIED"
006708         END-IF
006709     END-IF
006710     .
006711 9000-EXIT.
006712     EXIT.
006713
006714******************************************************************
006715*  9050-NOTE-ONE-STAMP
006716******************************************************************
006717 9050-NOTE-ONE-STAMP.
006718     IF RC-PROGRAM = "PT2"
006719         MOVE RC-STAMP-TYPE TO WS-LAST-PT2-STAMP
006720         IF RC-STAMP-TYPE = "E"
006721             MOVE RC-RESULT TO WS-LAST-PT2-RESULT
006722         ELSE
006723             MOVE SPACES TO WS-LAST-PT2-RESULT
006724         END-IF
006725     END-IF
006726     IF RC-PROGRAM = "PT2MAINT"
006727         MOVE RC-STAMP-TYPE TO WS-LAST-MAINT-STAMP
006728     END-IF
006729     IF RC-PROGRAM = "PT2VOID"
006730         MOVE RC-STAMP-TYPE TO WS-LAST-VOID-STAMP
006731     END-IF
006732     .
006733 9050-EXIT.
006734     EXIT.
006735
006736******************************************************************
006737*  9100-WRITE-START-STAMP
006738******************************************************************
006739 9100-WRITE-START-STAMP.
006740     OPEN EXTEND RUNCTLFILE
006741     IF WS-RUNCTL-STATUS = "35"
006742         OPEN OUTPUT RUNCTLFILE
006743     END-IF
006744     MOVE SPACES TO RC-RUN-RECORD
006745     MOVE "PT2REG" TO RC-PROGRAM
006746     MOVE "S" TO RC-STAMP-TYPE
006747     MOVE YR TO RC-RUN-YEAR
006748     MOVE MN TO RC-RUN-MONTH
006749     MOVE DY TO RC-RUN-DAY
006750     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
006751     MOVE ZERO TO RC-RECORD-COUNT
006752     MOVE WS-OPERATOR-ID TO RC-OPERATOR
006753     WRITE RC-RUN-RECORD
006754     CLOSE RUNCTLFILE
006755     .
006756 9100-EXIT.
006757     EXIT.
006758
006759******************************************************************
006760*  9200-WRITE-END-STAMP
006761*  WS-END-RESULT AND WS-END-REASON ARE SET BY THE MAINLINE
006762*  BEFORE THIS IS PERFORMED.
006763******************************************************************
006764 9200-WRITE-END-STAMP.
006765     OPEN EXTEND RUNCTLFILE
006766     IF WS-RUNCTL-STATUS = "35"
006767         OPEN OUTPUT RUNCTLFILE
006768     END-IF
006769     MOVE SPACES TO RC-RUN-RECORD
006770     MOVE "PT2REG" TO RC-PROGRAM
006771     MOVE "E" TO RC-STAMP-TYPE
006772     MOVE YR TO RC-RUN-YEAR
006773     MOVE MN TO RC-RUN-MONTH
006774     MOVE DY TO RC-RUN-DAY
006775     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
006776     MOVE WS-DETAIL-COUNT TO RC-RECORD-COUNT
006777     MOVE WS-END-RESULT TO RC-RESULT
006778     MOVE WS-END-REASON TO RC-REASON
006779     MOVE WS-OPERATOR-ID TO RC-OPERATOR
006780     WRITE RC-RUN-RECORD
006781     CLOSE RUNCTLFILE
006782     .
006783 9200-EXIT.
006784     EXIT.
006785
006786******************************************************************
006787*  9500-CHECK-PAY-PERIOD
006788*  LOADS THE PAYCAL.DAT PAYROLL CALENDAR, ASKS THE OPERATOR
006789*  WHICH NUMBERED PERIOD THIS RUN PAYS, AND REFUSES THE RUN -
006790*  THE SAME WAY 9000-CHECK-RUN-CONTROL REFUSES IT - WHEN THERE
006791*  IS NO CALENDAR, THE PERIOD IS NOT ON IT, OR THE PERIOD IS
006792*  ALREADY MARKED PAID.  THE REFUSAL COMES BEFORE THE START
006793*  STAMP SO A REFUSED RUN LEAVES NO OPEN RUN ON THE LOG.
006794******************************************************************
006795 9500-CHECK-PAY-PERIOD.
006796     OPEN INPUT PAYCALFILE
006797     IF WS-PAYCAL-STATUS = "35"
006798         DISPLAY "*** NO PAYCAL.DAT PAYROLL CALENDAR ON FILE - "
006799             "THE RUN CANNOT BE TIED TO A PAY PERIOD.  "
006800             "REGISTER RUN REFUSED."
006801         STOP RUN
006802     END-IF
006803     PERFORM UNTIL PayCalEnd = "Y"
006804         READ PAYCALFILE
006805             AT END
006806                 MOVE "Y" TO PayCalEnd
006807             NOT AT END
006808                 PERFORM 9550-LOAD-ONE-PERIOD THRU 9550-EXIT
006809         END-READ
006810     END-PERFORM
006811     CLOSE PAYCALFILE
006812
006813     DISPLAY "PAY PERIOD NUMBER TO RUN (3 DIGITS): " WITH NO
006814         ADVANCING
006815     ACCEPT WS-PERIOD-ANSWER FROM CONSOLE
006816     INSPECT WS-PERIOD-ANSWER REPLACING LEADING " " BY "0"
006817     IF WS-PERIOD-ANSWER IS NOT NUMERIC
006818         DISPLAY "*** PAY PERIOD MUST BE KEYED AS 3 DIGITS.  "
006819             "REGISTER RUN REFUSED."
006820         STOP RUN
006821     END-IF
006822     MOVE WS-PERIOD-ANSWER TO WS-RUN-PERIOD
006823
006824     MOVE "N" TO WS-PERIOD-FOUND-SW
006825     MOVE ZERO TO WS-CL-ESUB
006826     PERFORM 9560-MATCH-ONE-PERIOD THRU 9560-EXIT
006827         VARYING CL-IDX FROM 1 BY 1
006828         UNTIL CL-IDX > WS-PAYCAL-COUNT
006829             OR WS-PERIOD-FOUND-SW = "Y"
006830     IF WS-PERIOD-FOUND-SW = "N"
006831         DISPLAY "*** PAY PERIOD " WS-RUN-PERIOD " IS NOT ON "
006832             "THE PAYROLL CALENDAR.  REGISTER RUN REFUSED."
006833         STOP RUN
006834     END-IF
006835     IF WS-ADJUST-ANSWER = "Y"
006836         IF CL-PAID-SW(WS-CL-ESUB) NOT = "Y"
006837             DISPLAY "*** PAY PERIOD " WS-RUN-PERIOD " HAS NOT "
006838                 "BEEN PAID - THERE IS NOTHING TO ADJUST.  "
006839                 "SUPPLEMENTAL RUN REFUSED."
006840             STOP RUN
006841         END-IF
006842     ELSE
006843         IF CL-PAID-SW(WS-CL-ESUB) = "Y"
006844             IF WS-TRIAL-ANSWER = "Y"
006845                 DISPLAY "PAY PERIOD " WS-RUN-PERIOD " WAS "
006846                     "ALREADY PAID ON " CL-PAID-DATE(WS-CL-ESUB)
006847                     " - TRIAL ONLY, NOTHING WILL BE POSTED"
006848             ELSE
006849                 DISPLAY "*** PAY PERIOD " WS-RUN-PERIOD " WAS "
006850                     "ALREADY PAID ON " CL-PAID-DATE(WS-CL-ESUB)
006851                     " - PAYING IT AGAIN WOULD DOUBLE-PAY EVERY "
006852                     "EMPLOYEE.  REGISTER RUN REFUSED."
006853                 STOP RUN
006854             END-IF
006855         END-IF
006856     END-IF
006857     MOVE CL-END-YEAR(WS-CL-ESUB) TO WS-PERIOD-END-YR
006858     MOVE CL-END-MONTH(WS-CL-ESUB) TO WS-PERIOD-END-MN
006859     MOVE CL-END-DAY(WS-CL-ESUB) TO WS-PERIOD-END-DY
006860     DISPLAY "PAYING PERIOD " WS-RUN-PERIOD " ENDING "
006861         WS-PERIOD-END-MN "/" WS-PERIOD-END-DY "/"
006862         WS-PERIOD-END-YR
006863     .
006864 9500-EXIT.
006865     EXIT.
006866
006867******************************************************************
006868*  9550-LOAD-ONE-PERIOD
006869******************************************************************
006870 9550-LOAD-ONE-PERIOD.
006871     IF WS-PAYCAL-COUNT < 999
006872         ADD 1 TO WS-PAYCAL-COUNT
006873         MOVE PC-PERIOD-NUM TO CL-PERIOD(WS-PAYCAL-COUNT)
006874         MOVE PC-START-DATE TO CL-START-DATE(WS-PAYCAL-COUNT)
006875         MOVE PC-END-YEAR TO CL-END-YEAR(WS-PAYCAL-COUNT)
006876         MOVE PC-END-MONTH TO CL-END-MONTH(WS-PAYCAL-COUNT)
006877         MOVE PC-END-DAY TO CL-END-DAY(WS-PAYCAL-COUNT)
006878         MOVE PC-PAID-SW TO CL-PAID-SW(WS-PAYCAL-COUNT)
006879         IF PC-PAID-DATE IS NUMERIC
006880             MOVE PC-PAID-DATE TO CL-PAID-DATE(WS-PAYCAL-COUNT)
006881         ELSE
006882             MOVE ZERO TO CL-PAID-DATE(WS-PAYCAL-COUNT)
006883         END-IF
006884     ELSE
006885         IF WS-PAYCAL-FULL-SW = "N"
006886             MOVE "Y" TO WS-PAYCAL-FULL-SW
006887             DISPLAY "*** PAYROLL CALENDAR TABLE FULL AT 999 - "
006888                 "REMAINING PAYCAL.DAT RECORDS IGNORED"
006889         END-IF
006890     END-IF
006891     .
006892 9550-EXIT.
006893     EXIT.
006894
006895******************************************************************
006896*  9560-MATCH-ONE-PERIOD
006897******************************************************************
006898 9560-MATCH-ONE-PERIOD.
006899     IF CL-PERIOD(CL-IDX) = WS-RUN-PERIOD
006900         SET WS-CL-ESUB TO CL-IDX
006901         MOVE "Y" TO WS-PERIOD-FOUND-SW
006902     END-IF
006903     .
006904 9560-EXIT.
006905     EXIT.
006906
006907******************************************************************
006908*  9600-MARK-PERIOD-PAID
006909*  REWRITES PAYCAL.DAT WHOLE WITH THIS RUN'S PERIOD MARKED PAID
006910*  AND STAMPED WITH TODAY'S DATE.  PERFORMED ONLY AFTER THE RUN
006911*  COMPLETES CLEANLY, SO A RUN THAT DIES MIDWAY LEAVES THE
006912*  PERIOD OPEN AND THE RERUN IS NOT LOCKED OUT.
006913******************************************************************
006914 9600-MARK-PERIOD-PAID.
006915     MOVE "Y" TO CL-PAID-SW(WS-CL-ESUB)
006916     MOVE TODAY-DATE TO CL-PAID-DATE(WS-CL-ESUB)
006917     OPEN OUTPUT PAYCALFILE
006918     PERFORM 9650-WRITE-ONE-PERIOD THRU 9650-EXIT
006919         VARYING CL-IDX FROM 1 BY 1
006920         UNTIL CL-IDX > WS-PAYCAL-COUNT
006921     CLOSE PAYCALFILE
006922     DISPLAY "PAY PERIOD " WS-RUN-PERIOD " MARKED PAID ON THE "
006923         "PAYROLL CALENDAR"
006924     .
006925 9600-EXIT.
006926     EXIT.
006927
006928******************************************************************
006929*  9650-WRITE-ONE-PERIOD
006930******************************************************************
006931 9650-WRITE-ONE-PERIOD.
006932     MOVE CL-PERIOD(CL-IDX) TO PC-PERIOD-NUM
006933     MOVE CL-START-DATE(CL-IDX) TO PC-START-DATE
006934     MOVE CL-END-YEAR(CL-IDX) TO PC-END-YEAR
006935     MOVE CL-END-MONTH(CL-IDX) TO PC-END-MONTH
006936     MOVE CL-END-DAY(CL-IDX) TO PC-END-DAY
006937     MOVE CL-PAID-SW(CL-IDX) TO PC-PAID-SW
006938     MOVE CL-PAID-DATE(CL-IDX) TO PC-PAID-DATE
006939     WRITE PC-PERIOD-RECORD
006940     .
006941 9650-EXIT.
006942     EXIT.
006943
006944******************************************************************
006945*  9300-SIGN-ON
006946*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
006947*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
006948*  WITHOUT PAYROLL RUN AUTHORITY REFUSES THE RUN BEFORE
006949*  ANY FILE IS TOUCHED.
006950******************************************************************
006951 9300-SIGN-ON.
006952     DISPLAY "PT2REG - OPERATOR SIGN-ON"
006953     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
006954     ACCEPT WS-SIGNON-ID FROM CONSOLE
006955     DISPLAY "PASSWORD: " WITH NO ADVANCING
006956     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
006957     INSPECT WS-SIGNON-ID CONVERTING
006958         "abcdefghijklmnopqrstuvwxyz" TO
006959         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006960     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
006961     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
006962        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
006963         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
006964         STOP RUN
006965     END-IF
006966     IF WS-OPER-ACTIVE NOT = "A"
006967         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
006968             "RUN REFUSED."
006969         STOP RUN
006970     END-IF
006971     IF WS-AUTH-PAYROLL NOT = "Y"
006972         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
006973             "PAYROLL RUN AUTHORITY - RUN REFUSED."
006974         STOP RUN
006975     END-IF
006976     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
006977     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
006978     DISPLAY SPACES
006979     .
006980 9300-EXIT.
006981     EXIT.
006982
006983******************************************************************
006984*  9310-FIND-OPERATOR
006985*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
006986*  CAN SIGN ON.
006987******************************************************************
006988 9310-FIND-OPERATOR.
006989     MOVE "N" TO WS-OPER-FOUND-SW
006990     MOVE "N" TO OperEnd
006991     OPEN INPUT OPERFILE
006992     IF WS-OPER-STATUS = "35"
006993         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
006994         MOVE "Y" TO OperEnd
006995     ELSE
006996         PERFORM UNTIL OperEnd = "Y"
006997             READ OPERFILE
006998                 AT END
006999                     MOVE "Y" TO OperEnd
007000                 NOT AT END
007001                     PERFORM 9320-CHECK-ONE-OPERATOR
007002                         THRU 9320-EXIT
007003             END-READ
007004         END-PERFORM
007005         CLOSE OPERFILE
007006     END-IF
007007     .
007008 9310-EXIT.
007009     EXIT.
007010
007011******************************************************************
007012*  9320-CHECK-ONE-OPERATOR
007013******************************************************************
007014 9320-CHECK-ONE-OPERATOR.
007015     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
007016         MOVE "Y" TO WS-OPER-FOUND-SW
007017         MOVE "Y" TO OperEnd
007018         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
007019         MOVE OP-NAME TO WS-OPER-NAME
007020         MOVE OP-STATUS TO WS-OPER-ACTIVE
007021         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
007022         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
007023         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
007024         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
007025     END-IF
007026     .
007027 9320-EXIT.
007028     EXIT.
