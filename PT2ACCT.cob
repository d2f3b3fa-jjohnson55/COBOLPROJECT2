000010* IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. PT2ACCT.
000040 AUTHOR. JOHN STEPHEN JOHNSON.
000050 INSTALLATION. THE BEST IS YET TO COME, INC.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080******************************************************************
000090*  PT2ACCT - BANKACCT.DAT DIRECT DEPOSIT ACCOUNT MAINTENANCE
000100*
000110*  APPLIES ADD/CHANGE/DELETE TRANSACTIONS AGAINST THE DIRECT
000120*  DEPOSIT ACCOUNT MASTER, BANKACCT.DAT - UP TO FIVE ACCOUNTS
000130*  PER EMPLOYEE, EACH A FIXED AMOUNT, A PERCENT OF NET PAY, OR
000140*  THE ONE REMAINDER ACCOUNT THAT TAKES WHAT IS LEFT.  THE
000150*  MASTER IS LOADED WHOLE, THE TRANSACTIONS ARE APPLIED BY
000160*  EMPLOYEE AND ACCOUNT SEQUENCE, AND THE MASTER IS REWRITTEN
000170*  IN THAT ORDER.
000180*
000190*  MAINTENANCE TRANSACTIONS ARE READ FROM ACCTTRN.DAT.  EACH
000200*  CARRIES A ONE-CHARACTER CODE FOLLOWED BY THE ACCOUNT FIELDS
000210*  IN THE SAME ORDER AS BANKACCT.DAT:
000220*      A  =  ADD A NEW ACCOUNT
000230*      C  =  CHANGE AN EXISTING ACCOUNT
000240*      D  =  DELETE AN ACCOUNT (EMPLOYEE AND SEQUENCE ONLY)
000250*
000260*  ADDS AND CHANGES ARE FIELD-EDITED BEFORE THEY TOUCH THE
000270*  MASTER - THE EMPLOYEE MUST BE ON NEWEMP.DAT, THE ROUTING
000280*  NUMBER MUST PASS THE ABA CHECK DIGIT, AND THE EMPLOYEE MAY
000290*  HAVE ONLY ONE REMAINDER ACCOUNT AND NO MORE THAN 100 PERCENT
000300*  IN PERCENT SPLITS.  REJECTS GO TO ACCTREJ.DAT IN THE
000310*  ORIGINAL TRANSACTION LAYOUT, WITH A REJECT LISTING.
000320*
000330*  A NEW ACCOUNT, OR ONE WHOSE ROUTING OR ACCOUNT NUMBER IS
000340*  CHANGED, IS SET PRENOTE PENDING SO PT2REG SENDS THE BANK A
000350*  ZERO-DOLLAR PRENOTE BEFORE ANY MONEY GOES TO IT.  A CHANGE
000360*  TO AN ACCOUNT THE BANK REJECTED (HELD) ALSO STARTS A NEW
000370*  PRENOTE.
000380*
000390*  EVERY APPLIED TRANSACTION IS APPENDED TO THE MAINTAUD.DAT
000400*  AUDIT FILE THE SAME WAY PT2MAINT AUDITS THE EMPLOYEE MASTER,
000410*  WITH THE ACCOUNT RECORD AS THE BEFORE AND AFTER IMAGES AND
000420*  TRANSACTION CODE "N" (NEW ACCOUNT), "M" (MODIFIED), OR "X"
000430*  (REMOVED) SO PT2AUDIT CAN TELL THEM FROM EMPLOYEE CHANGES.
000440*
000450*  MODIFICATION HISTORY.
000460*  DATE        INIT  DESCRIPTION
000470*  ----------  ----  ------------------------------------------
000480*  2026-10-15  JSJ   ORIGINAL VERSION.
000481*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000482*                    NEEDS MAINTENANCE AUTHORITY.  THE OPERATOR ID
000483*                    NOW GOES ON THE RUNCTL.DAT STAMPS AND ON
000484*                    EVERY MAINTAUD.DAT AUDIT RECORD.
000485*  2026-10-15  JSJ   AN INVALID TRANSACTION CODE IS NOW WRITTEN TO
000486*                    ACCTREJ.DAT WITH THE OTHER REJECTS.
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT NEWEMPFILE ASSIGN TO "NEWEMP.dat"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         ACCESS IS SEQUENTIAL
000560         FILE STATUS IS WS-NEWEMP-STATUS.
000570
000580     SELECT ACCTFILE ASSIGN TO "BANKACCT.dat"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         ACCESS IS SEQUENTIAL
000610         FILE STATUS IS WS-ACCT-STATUS.
000620
000630     SELECT ACCTTRANS ASSIGN TO "ACCTTRN.dat"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         ACCESS IS SEQUENTIAL
000660         FILE STATUS IS WS-TRANS-STATUS.
000670
000680     SELECT AUDITFILE ASSIGN TO "MAINTAUD.dat"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         ACCESS IS SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-STATUS.
000720
000730     SELECT REJECTFILE ASSIGN TO "ACCTREJ.dat"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         ACCESS IS SEQUENTIAL.
000760
000770     SELECT RUNCTLFILE ASSIGN TO "RUNCTL.dat"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         ACCESS IS SEQUENTIAL
000800         FILE STATUS IS WS-RUNCTL-STATUS.
000810
000811     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000812         ORGANIZATION IS LINE SEQUENTIAL
000813         ACCESS IS SEQUENTIAL
000814         FILE STATUS IS WS-OPER-STATUS.
000815
000820 DATA DIVISION.
000830 FILE SECTION.
000840******************************************************************
000850*  NEWEMPFILE - THE EMPLOYEE MASTER, READ ONLY TO PROVE THE
000860*  EMPLOYEE ON AN ADD OR CHANGE EXISTS.  SAME 122-BYTE LAYOUT.
000870******************************************************************
000880 FD  NEWEMPFILE.
000890 01  NEmployee-Record.
000900     05  NEMPNUM             PIC X(07).
000910     05  FILLER              PIC X(115).
000920
000930******************************************************************
000940*  ACCTFILE - THE ACCOUNT MASTER, LOADED WHOLE AND REWRITTEN AT
000950*  THE END OF EVERY RUN.  LAYOUT SHARED WITH PT2REG, PT2BANK,
000960*  AND PT2VOID VIA BANKACCT.
000970******************************************************************
000980 FD  ACCTFILE.
000990 COPY BANKACCT.
001000
001010******************************************************************
001020*  ACCTTRANS - ONE ACCOUNT MAINTENANCE TRANSACTION PER RECORD.
001030******************************************************************
001040 FD  ACCTTRANS.
001050 01  AX-Transaction-Record.
001060     05  AX-TRANCODE         PIC X(01).
001070     05  AX-EMPNUM           PIC X(07).
001080     05  AX-ACCT-SEQ         PIC X(01).
001090     05  AX-ROUTING          PIC X(09).
001100     05  AX-ACCOUNT-NUM      PIC X(17).
001110     05  AX-ACCT-TYPE        PIC X(01).
001120     05  AX-METHOD           PIC X(01).
001130     05  AX-VALUE            PIC 9(07)V99.
001140     05  AX-ACTIVE-DATE.
001150         10  AX-ACTIVE-YEAR  PIC X(04).
001160         10  AX-ACTIVE-MONTH PIC X(02).
001170         10  AX-ACTIVE-DAY   PIC X(02).
001180
001190******************************************************************
001200*  AUDITFILE - THE PERMANENT BEFORE/AFTER AUDIT TRAIL SHARED
001210*  WITH PT2MAINT, APPENDED TO ON EVERY RUN.  LAYOUT VIA MAINTAUD.
001220******************************************************************
001230 FD  AUDITFILE.
001240 COPY MAINTAUD.
001250
001260******************************************************************
001270*  REJECTFILE - EDIT-REJECTED TRANSACTIONS IN THE ORIGINAL
001280*  ACCTTRN.DAT LAYOUT, FOR CORRECTION AND RESUBMISSION.
001290******************************************************************
001300 FD  REJECTFILE.
001310 01  RJ-Transaction-Record   PIC X(54).
001320
001330 FD  RUNCTLFILE.
001340 COPY RUNCTL.
001350
001351******************************************************************
001352*  OPERFILE - THE OPERATOR SECURITY FILE SIGN-ON IS CHECKED
001353*  AGAINST.  LAYOUT SHARED VIA OPERATOR.
001354******************************************************************
001355 FD  OPERFILE.
001356 COPY OPERATOR.
001357
001360 WORKING-STORAGE SECTION.
001370 01  WS-NEWEMP-STATUS            PIC X(02) VALUE "00".
001380 01  WS-ACCT-STATUS              PIC X(02) VALUE "00".
001390 01  WS-TRANS-STATUS             PIC X(02) VALUE "00".
001400 01  TODAY-DATE.
001410     03  YR                      PIC 9(04).
001420     03  MN                      PIC 9(02).
001430     03  DY                      PIC 9(02).
001440 01  EmpEnd                      PIC X(01) VALUE "N".
001450 01  AcctEnd                     PIC X(01) VALUE "N".
001460 01  TransEnd                    PIC X(01) VALUE "N".
001470 01  WS-ADD-COUNT                PIC 9(06) VALUE ZERO.
001480 01  WS-CHANGE-COUNT             PIC 9(06) VALUE ZERO.
001490 01  WS-DELETE-COUNT             PIC 9(06) VALUE ZERO.
001500 01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
001510 01  WS-PRENOTE-COUNT            PIC 9(06) VALUE ZERO.
001520 01  WS-LIVE-COUNT               PIC 9(06) VALUE ZERO.
001530 01  WS-RESULT-TEXT              PIC X(40).
001540
001550* ----------------------------------------------------------------
001560*  EMPLOYEE NUMBERS ON NEWEMP.DAT - AN ACCOUNT CAN ONLY BE
001570*  ADDED OR CHANGED FOR AN EMPLOYEE ON THE MASTER.
001580* ----------------------------------------------------------------
001590 01  WS-EMP-COUNT                PIC 9(04) VALUE ZERO.
001600 01  EMP-TABLE.
001610     05  EMP-ENTRY OCCURS 1 TO 9999 TIMES
001620             DEPENDING ON WS-EMP-COUNT
001630             INDEXED BY EN-IDX.
001640         10  EN-EMPNUM           PIC X(07).
001650 01  WS-EMP-FULL-SW              PIC X(01) VALUE "N".
001660 01  WS-EMP-FOUND-SW             PIC X(01) VALUE "N".
001670
001680* ----------------------------------------------------------------
001690*  THE ACCOUNT MASTER, LOADED WHOLE.  A DELETED ACCOUNT STAYS IN
001700*  THE TABLE FLAGGED AND IS DROPPED WHEN THE MASTER IS WRITTEN.
001710* ----------------------------------------------------------------
001720 01  WS-ACCT-COUNT               PIC 9(04) VALUE ZERO.
001730 01  ACCT-TABLE.
001740     05  ACCT-ENTRY OCCURS 1 TO 9999 TIMES
001750             DEPENDING ON WS-ACCT-COUNT
001760             INDEXED BY AT-IDX.
001770         10  AT-ACCOUNT-RECORD.
001780             15  AT-EMPNUM       PIC X(07).
001790             15  AT-ACCT-SEQ     PIC 9(01).
001800             15  AT-ROUTING      PIC X(09).
001810             15  AT-ACCOUNT-NUM  PIC X(17).
001820             15  AT-ACCT-TYPE    PIC X(01).
001830             15  AT-METHOD       PIC X(01).
001840             15  AT-VALUE        PIC 9(07)V99.
001850             15  AT-ACTIVE-DATE  PIC 9(08).
001860             15  AT-PRENOTE-STATUS
001870                                 PIC X(01).
001880             15  AT-PRENOTE-PERIOD
001890                                 PIC 9(03).
001900             15  AT-PRENOTE-DATE PIC 9(08).
001910             15  FILLER          PIC X(15).
001920         10  AT-DELETED-SW       PIC X(01).
001930 01  WS-ACCT-FULL-SW             PIC X(01) VALUE "N".
001940 01  WS-ACCT-FOUND-SW            PIC X(01) VALUE "N".
001950 01  WS-AT-ESUB                  PIC 9(04) VALUE ZERO.
001960 01  WS-AX-SEQ                   PIC 9(01) VALUE ZERO.
001970
001980* ----------------------------------------------------------------
001990*  AUDIT TRAIL FIELDS - AS PT2MAINT.  THE ACCOUNT RECORD IS
002000*  STAGED AS THE BEFORE/AFTER IMAGE, PADDED WITH SPACES.
002010* ----------------------------------------------------------------
002020 01  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
002030 01  WS-TIME-RAW.
002040     03  WS-TIME-HHMMSS          PIC 9(06).
002050     03  FILLER                  PIC 9(02).
002060 01  WS-BEFORE-IMAGE             PIC X(122).
002070 01  WS-AFTER-IMAGE              PIC X(122).
002080 01  WS-AUDIT-CODE               PIC X(01) VALUE SPACE.
002090 01  WS-AUDIT-COUNT              PIC 9(06) VALUE ZERO.
002100
002110* ----------------------------------------------------------------
002120*  TRANSACTION EDIT / REJECT FIELDS.  THE ROUTING CHECK DIGIT IS
002130*  THE ABA ONE - THE NINE DIGITS WEIGHTED 3, 7, 1 REPEATING MUST
002140*  SUM TO A MULTIPLE OF TEN.
002150* ----------------------------------------------------------------
002160 01  WS-EDIT-VALID-SW            PIC X(01).
002170     88  TRANSACTION-IS-VALID        VALUE "Y".
002180     88  TRANSACTION-IS-INVALID      VALUE "N".
002190 01  WS-EDIT-REASON              PIC X(24).
002200 01  WS-EDIT-REJECT-COUNT        PIC 9(06) VALUE ZERO.
002210 01  WS-ROUTING-WORK.
002220     05  WS-RT-DIGIT             PIC 9(01) OCCURS 9 TIMES.
002230 01  WS-RT-WEIGHTS               PIC X(09) VALUE "371371371".
002240 01  WS-RT-WEIGHT-TABLE REDEFINES WS-RT-WEIGHTS.
002250     05  WS-RT-WEIGHT            PIC 9(01) OCCURS 9 TIMES.
002260 01  WS-RT-SUB                   PIC 9(02) VALUE ZERO.
002270 01  WS-RT-SUM                   PIC 9(04) VALUE ZERO.
002280 01  WS-RT-TENS                  PIC 9(04) VALUE ZERO.
002290 01  WS-RT-CHECK                 PIC 9(02) VALUE ZERO.
002300 01  WS-SPLIT-REMAINDERS         PIC 9(02) VALUE ZERO.
002310 01  WS-SPLIT-PERCENT            PIC 9(05)V99 VALUE ZERO.
002320
002330* ----------------------------------------------------------------
002340*  EMPLOYEE BREAK FIELDS FOR THE REMAINDER ACCOUNT CHECK MADE AS
002350*  THE MASTER IS WRITTEN.
002360* ----------------------------------------------------------------
002370 01  WS-BREAK-EMPNUM             PIC X(07) VALUE SPACES.
002380 01  WS-BREAK-REMAINDERS         PIC 9(02) VALUE ZERO.
002390 01  WS-NO-REMAINDER-COUNT       PIC 9(06) VALUE ZERO.
002400
002410* ----------------------------------------------------------------
002420*  RUN-CONTROL FIELDS
002430* ----------------------------------------------------------------
002440 01  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
002450 01  RunCtlEnd                   PIC X(01) VALUE "N".
002460 01  WS-LAST-ACCT-STAMP          PIC X(01) VALUE SPACE.
002470 01  WS-END-RESULT               PIC X(04) VALUE "OK  ".
002480 01  WS-END-REASON               PIC X(30) VALUE SPACES.
002482
002484* ----------------------------------------------------------------
002486*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
002490*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
002491*  ONCE SIGN-ON HAS SUCCEEDED.
002492* ----------------------------------------------------------------
002493 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
002494 01  OperEnd                     PIC X(01) VALUE "N".
002495 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
002496 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
002497 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
002498     88  OPERATOR-FOUND              VALUE "Y".
002499 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
002500 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
002501 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
002502 01  WS-OPER-AUTH.
002503     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
002504     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
002505     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
002506     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
002507 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002508
002509 PROCEDURE DIVISION.
002510
002520******************************************************************
002530*  0000-MAINLINE
002540******************************************************************
002550 0000-MAINLINE.
002555     PERFORM 9300-SIGN-ON THRU 9300-EXIT
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002570     PERFORM 9000-CHECK-RUN-CONTROL THRU 9000-EXIT
002580     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
002590     PERFORM 2000-LOAD-EMPLOYEES THRU 2000-EXIT
002600     PERFORM 2500-LOAD-ACCOUNTS THRU 2500-EXIT
002610     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
002620     PERFORM 4000-REWRITE-ACCOUNTS THRU 4000-EXIT
002630     PERFORM 5000-FINAL-SUMMARY THRU 5000-EXIT
002640     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
002650     STOP RUN.
002660
002670******************************************************************
002680*  1000-INITIALIZE
002690******************************************************************
002700 1000-INITIALIZE.
002710     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
002720     ACCEPT WS-TIME-RAW FROM TIME
002730     DISPLAY SPACES
002740     DISPLAY "          THE BEST IS YET TO COME, INC."
002750     DISPLAY "          DIRECT DEPOSIT ACCOUNT MAINTENANCE RUN"
002760     DISPLAY "          RUN DATE: " MN "/" DY "/" YR
002770     DISPLAY SPACES
002780     .
002790 1000-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830*  2000-LOAD-EMPLOYEES
002840*  LOADS EVERY EMPLOYEE NUMBER ON NEWEMP.DAT.  A MASTER TOO BIG
002850*  FOR THE TABLE ENDS THE RUN BEFORE ANYTHING IS TOUCHED.
002860******************************************************************
002870 2000-LOAD-EMPLOYEES.
002880     OPEN INPUT NEWEMPFILE
002890     IF WS-NEWEMP-STATUS = "35"
002900         DISPLAY "*** NO NEWEMP.DAT ON FILE - NO ACCOUNT CAN BE "
002910             "ADDED OR CHANGED THIS RUN"
002920     ELSE
002930         PERFORM UNTIL EmpEnd = "Y"
002940             READ NEWEMPFILE
002950                 AT END
002960                     MOVE "Y" TO EmpEnd
002970                 NOT AT END
002980                     PERFORM 2100-LOAD-ONE-EMPLOYEE THRU 2100-EXIT
002990             END-READ
003000         END-PERFORM
003010         CLOSE NEWEMPFILE
003020     END-IF
003030     IF WS-EMP-FULL-SW = "Y"
003040         DISPLAY "*** NEWEMP.DAT HAS MORE THAN 9999 EMPLOYEES.  "
003050             "RUN ENDED."
003060         MOVE "FAIL" TO WS-END-RESULT
003070         MOVE "NEWEMP.DAT TOO LARGE" TO WS-END-REASON
003080         PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
003090         STOP RUN
003100     END-IF
003110     .
003120 2000-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160*  2100-LOAD-ONE-EMPLOYEE
003170******************************************************************
003180 2100-LOAD-ONE-EMPLOYEE.
003190     IF NEMPNUM NOT = "TRAILER"
003200         IF WS-EMP-COUNT < 9999
003210             ADD 1 TO WS-EMP-COUNT
003220             MOVE NEMPNUM TO EN-EMPNUM(WS-EMP-COUNT)
003230         ELSE
003240             MOVE "Y" TO WS-EMP-FULL-SW
003250         END-IF
003260     END-IF
003270     .
003280 2100-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320*  2500-LOAD-ACCOUNTS
003330*  LOADS BANKACCT.DAT WHOLE.  A MISSING FILE STARTS AN EMPTY
003340*  MASTER.  A FILE TOO BIG FOR THE TABLE ENDS THE RUN, SINCE IT
003350*  COULD NOT BE WRITTEN BACK WHOLE.
003360******************************************************************
003370 2500-LOAD-ACCOUNTS.
003380     OPEN INPUT ACCTFILE
003390     IF WS-ACCT-STATUS = "35"
003400         DISPLAY "BANKACCT.DAT NOT FOUND - STARTING AN EMPTY "
003410             "MASTER"
003420     ELSE
003430         PERFORM UNTIL AcctEnd = "Y"
003440             READ ACCTFILE
003450                 AT END
003460                     MOVE "Y" TO AcctEnd
003470                 NOT AT END
003480                     PERFORM 2600-LOAD-ONE-ACCOUNT THRU 2600-EXIT
003490             END-READ
003500         END-PERFORM
003510         CLOSE ACCTFILE
003520     END-IF
003530     IF WS-ACCT-FULL-SW = "Y"
003540         DISPLAY "*** BANKACCT.DAT HAS MORE THAN 9999 ACCOUNTS.  "
003550             "RUN ENDED - NOTHING WAS CHANGED."
003560         MOVE "FAIL" TO WS-END-RESULT
003570         MOVE "BANKACCT.DAT TOO LARGE" TO WS-END-REASON
003580         PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
003590         STOP RUN
003600     END-IF
003610     .
003620 2500-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660*  2600-LOAD-ONE-ACCOUNT
003670******************************************************************
003680 2600-LOAD-ONE-ACCOUNT.
003690     IF WS-ACCT-COUNT < 9999
003700         ADD 1 TO WS-ACCT-COUNT
003710         MOVE BA-ACCOUNT-RECORD TO
003715             AT-ACCOUNT-RECORD(WS-ACCT-COUNT)
003720         MOVE "N" TO AT-DELETED-SW(WS-ACCT-COUNT)
003730     ELSE
003740         MOVE "Y" TO WS-ACCT-FULL-SW
003750     END-IF
003760     .
003770 2600-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810*  3000-APPLY-TRANSACTIONS
003820******************************************************************
003830 3000-APPLY-TRANSACTIONS.
003840     OPEN EXTEND AUDITFILE
003850     IF WS-AUDIT-STATUS = "35"
003860         OPEN OUTPUT AUDITFILE
003870     END-IF
003880     IF WS-AUDIT-STATUS NOT = "00"
003890         DISPLAY "*** COULD NOT OPEN MAINTAUD.DAT - STATUS "
003900             WS-AUDIT-STATUS
003910     END-IF
003920     OPEN OUTPUT REJECTFILE
003930     OPEN INPUT ACCTTRANS
003940     IF WS-TRANS-STATUS = "35"
003950         DISPLAY "NO ACCTTRN.DAT FOUND - NO ACCOUNT MAINTENANCE "
003960             "THIS RUN"
003970         MOVE "Y" TO TransEnd
003980     END-IF
003990
004000     DISPLAY "TRN  EMPLOYEE#  SEQ  RESULT"
004010     DISPLAY SPACES
004020
004030     PERFORM UNTIL TransEnd = "Y"
004040         READ ACCTTRANS
004050             AT END
004060                 MOVE "Y" TO TransEnd
004070             NOT AT END
004080                 PERFORM 3100-APPLY-ONE-TRANSACTION
004090                     THRU 3100-EXIT
004100         END-READ
004110     END-PERFORM
004120
004130     IF WS-TRANS-STATUS NOT = "35"
004140         CLOSE ACCTTRANS
004150     END-IF
004160     CLOSE AUDITFILE
004170     CLOSE REJECTFILE
004180     .
004190 3000-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*  3100-APPLY-ONE-TRANSACTION
004240******************************************************************
004250 3100-APPLY-ONE-TRANSACTION.
004260     MOVE "Y" TO WS-EDIT-VALID-SW
004270     MOVE SPACES TO WS-EDIT-REASON
004280     MOVE SPACES TO WS-RESULT-TEXT
004290     IF AX-TRANCODE = "A" OR AX-TRANCODE = "C" OR
004300        AX-TRANCODE = "D"
004310         IF AX-ACCT-SEQ < "1" OR AX-ACCT-SEQ > "5"
004320             MOVE "N" TO WS-EDIT-VALID-SW
004330             MOVE "ACCOUNT SEQ NOT 1-5" TO WS-EDIT-REASON
004340         ELSE
004350             MOVE AX-ACCT-SEQ TO WS-AX-SEQ
004360             PERFORM 3180-LOCATE-ACCOUNT THRU 3180-EXIT
004370         END-IF
004380     END-IF
004390     IF TRANSACTION-IS-VALID AND
004400        (AX-TRANCODE = "A" OR AX-TRANCODE = "C")
004410         PERFORM 3150-EDIT-TRANSACTION THRU 3150-EXIT
004420     END-IF
004430
004440     IF TRANSACTION-IS-INVALID
004450         PERFORM 3160-REJECT-TRANSACTION THRU 3160-EXIT
004460     ELSE
004470         EVALUATE AX-TRANCODE
004480             WHEN "A"
004490                 PERFORM 3200-ADD-ACCOUNT THRU 3200-EXIT
004500             WHEN "C"
004510                 PERFORM 3300-CHANGE-ACCOUNT THRU 3300-EXIT
004520             WHEN "D"
004530                 PERFORM 3400-DELETE-ACCOUNT THRU 3400-EXIT
004540             WHEN OTHER
004550                 MOVE "N" TO WS-EDIT-VALID-SW
004560                 MOVE "INVALID TRANSACTION CODE" TO WS-EDIT-REASON
004570                 PERFORM 3160-REJECT-TRANSACTION THRU 3160-EXIT
004580         END-EVALUATE
004590     END-IF
004600
004610     DISPLAY AX-TRANCODE "    " AX-EMPNUM "    " AX-ACCT-SEQ
004620         "    " WS-RESULT-TEXT
004630     .
004640 3100-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*  3150-EDIT-TRANSACTION
004690*  FIELD-EDITS AN ADD OR CHANGE BEFORE IT IS ALLOWED TO TOUCH
004700*  THE MASTER.  THE FIRST EDIT THAT FAILS SETS THE REASON - ONE
004710*  REASON PER REJECT, THE WAY PT2MAINT REPORTS THEM.
004720******************************************************************
004730 3150-EDIT-TRANSACTION.
004740     MOVE "N" TO WS-EMP-FOUND-SW
004750     PERFORM 3170-MATCH-ONE-EMPLOYEE THRU 3170-EXIT
004760         VARYING EN-IDX FROM 1 BY 1
004770         UNTIL EN-IDX > WS-EMP-COUNT
004780             OR WS-EMP-FOUND-SW = "Y"
004790     IF WS-EMP-FOUND-SW = "N"
004800         MOVE "N" TO WS-EDIT-VALID-SW
004810         MOVE "EMPLOYEE NOT ON NEWEMP" TO WS-EDIT-REASON
004820     END-IF
004830
004840     IF TRANSACTION-IS-VALID
004850         IF AX-ROUTING IS NOT NUMERIC
004860             MOVE "N" TO WS-EDIT-VALID-SW
004870             MOVE "ROUTING NOT NUMERIC" TO WS-EDIT-REASON
004880         ELSE
004890             PERFORM 3155-CHECK-ROUTING-DIGIT THRU 3155-EXIT
004900             IF WS-RT-CHECK NOT = ZERO
004910                 MOVE "N" TO WS-EDIT-VALID-SW
004920                 MOVE "ROUTING CHECK DIGIT BAD" TO WS-EDIT-REASON
004930             END-IF
004940         END-IF
004950     END-IF
004960
004970     IF TRANSACTION-IS-VALID
004980         IF AX-ACCOUNT-NUM = SPACES
004990             MOVE "N" TO WS-EDIT-VALID-SW
005000             MOVE "ACCOUNT NUMBER MISSING" TO WS-EDIT-REASON
005010         END-IF
005020     END-IF
005030
005040     IF TRANSACTION-IS-VALID
005050         IF AX-ACCT-TYPE NOT = "C" AND AX-ACCT-TYPE NOT = "S"
005060             MOVE "N" TO WS-EDIT-VALID-SW
005070             MOVE "ACCOUNT TYPE NOT C OR S" TO WS-EDIT-REASON
005080         END-IF
005090     END-IF
005100
005110     IF TRANSACTION-IS-VALID
005120         IF AX-METHOD NOT = "F" AND AX-METHOD NOT = "P" AND
005130            AX-METHOD NOT = "R"
005140             MOVE "N" TO WS-EDIT-VALID-SW
005150             MOVE "METHOD NOT F, P, OR R" TO WS-EDIT-REASON
005160         END-IF
005170     END-IF
005180
005190     IF TRANSACTION-IS-VALID
005200         IF AX-VALUE IS NOT NUMERIC
005210             MOVE "N" TO WS-EDIT-VALID-SW
005220             MOVE "AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
005230         ELSE
005240             IF AX-METHOD = "F" AND AX-VALUE = ZERO
005250                 MOVE "N" TO WS-EDIT-VALID-SW
005260                 MOVE "FIXED AMOUNT IS ZERO" TO WS-EDIT-REASON
005270             END-IF
005280             IF AX-METHOD = "P" AND
005290                (AX-VALUE = ZERO OR AX-VALUE > 100)
005300                 MOVE "N" TO WS-EDIT-VALID-SW
005310                 MOVE "PERCENT NOT 0.01-100" TO WS-EDIT-REASON
005320             END-IF
005330         END-IF
005340     END-IF
005350
005360     IF TRANSACTION-IS-VALID
005370         IF AX-ACTIVE-YEAR IS NOT NUMERIC OR
005380            AX-ACTIVE-MONTH IS NOT NUMERIC OR
005390            AX-ACTIVE-DAY IS NOT NUMERIC
005400             MOVE "N" TO WS-EDIT-VALID-SW
005410             MOVE "INVALID ACTIVE DATE" TO WS-EDIT-REASON
005420         ELSE
005430             IF AX-ACTIVE-MONTH < "01" OR AX-ACTIVE-MONTH > "12"
005440                OR AX-ACTIVE-DAY < "01" OR AX-ACTIVE-DAY > "31"
005450                 MOVE "N" TO WS-EDIT-VALID-SW
005460                 MOVE "INVALID ACTIVE DATE" TO WS-EDIT-REASON
005470             END-IF
005480         END-IF
005490     END-IF
005500
005510     IF TRANSACTION-IS-VALID
005520         MOVE ZERO TO WS-SPLIT-REMAINDERS
005530         MOVE ZERO TO WS-SPLIT-PERCENT
005540         PERFORM 3190-ADD-UP-ONE-SPLIT THRU 3190-EXIT
005550             VARYING AT-IDX FROM 1 BY 1
005560             UNTIL AT-IDX > WS-ACCT-COUNT
005570         IF AX-METHOD = "R" AND WS-SPLIT-REMAINDERS > ZERO
005580             MOVE "N" TO WS-EDIT-VALID-SW
005590             MOVE "SECOND REMAINDER ACCOUNT" TO WS-EDIT-REASON
005600         END-IF
005610         IF AX-METHOD = "P" AND
005620            WS-SPLIT-PERCENT + AX-VALUE > 100
005630             MOVE "N" TO WS-EDIT-VALID-SW
005640             MOVE "PERCENTS OVER 100" TO WS-EDIT-REASON
005650         END-IF
005660     END-IF
005670     .
005680 3150-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720*  3155-CHECK-ROUTING-DIGIT
005730*  LEAVES WS-RT-CHECK ZERO WHEN THE ROUTING NUMBER'S WEIGHTED
005740*  DIGIT SUM IS A MULTIPLE OF TEN.
005750******************************************************************
005760 3155-CHECK-ROUTING-DIGIT.
005770     MOVE AX-ROUTING TO WS-ROUTING-WORK
005780     MOVE ZERO TO WS-RT-SUM
005790     PERFORM 3157-ADD-ONE-DIGIT THRU 3157-EXIT
005800         VARYING WS-RT-SUB FROM 1 BY 1
005810         UNTIL WS-RT-SUB > 9
005820     DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-TENS
005830         REMAINDER WS-RT-CHECK
005840     .
005850 3155-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890*  3157-ADD-ONE-DIGIT
005900******************************************************************
005910 3157-ADD-ONE-DIGIT.
005920     COMPUTE WS-RT-SUM = WS-RT-SUM
005930         + WS-RT-DIGIT(WS-RT-SUB) * WS-RT-WEIGHT(WS-RT-SUB)
005940     .
005950 3157-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*  3160-REJECT-TRANSACTION
006000*  WRITES THE REJECTED TRANSACTION TO ACCTREJ.DAT IN ITS
006010*  ORIGINAL LAYOUT AND PRINTS THE REJECT LISTING LINE, WITH THE
006020*  LISTING HEADING AHEAD OF THE FIRST REJECT THIS RUN.
006030******************************************************************
006040 3160-REJECT-TRANSACTION.
006050     IF WS-EDIT-REJECT-COUNT = ZERO
006060         DISPLAY SPACES
006070         DISPLAY "*** ACCOUNT TRANSACTION REJECT LISTING ***"
006080         DISPLAY "TRN  EMPLOYEE#  SEQ  REASON"
006090     END-IF
006100     ADD 1 TO WS-EDIT-REJECT-COUNT
006110     ADD 1 TO WS-REJECT-COUNT
006120     DISPLAY AX-TRANCODE "    " AX-EMPNUM "    " AX-ACCT-SEQ
006130         "    " WS-EDIT-REASON
006140     MOVE AX-Transaction-Record TO RJ-Transaction-Record
006150     WRITE RJ-Transaction-Record
006160     MOVE SPACES TO WS-RESULT-TEXT
006170     STRING "*** REJECTED - " DELIMITED BY SIZE
006180         WS-EDIT-REASON DELIMITED BY SIZE
006190         INTO WS-RESULT-TEXT
006200     .
006210 3160-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*  3170-MATCH-ONE-EMPLOYEE
006260******************************************************************
006270 3170-MATCH-ONE-EMPLOYEE.
006280     IF EN-EMPNUM(EN-IDX) = AX-EMPNUM
006290         MOVE "Y" TO WS-EMP-FOUND-SW
006300     END-IF
006310     .
006320 3170-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*  3180-LOCATE-ACCOUNT
006370*  FINDS THE ACCOUNT THE TRANSACTION NAMES - EMPLOYEE AND
006380*  SEQUENCE - AMONG THE ACCOUNTS NOT ALREADY DELETED.
006390******************************************************************
006400 3180-LOCATE-ACCOUNT.
006410     MOVE "N" TO WS-ACCT-FOUND-SW
006420     MOVE ZERO TO WS-AT-ESUB
006430     PERFORM 3185-MATCH-ONE-ACCOUNT THRU 3185-EXIT
006440         VARYING AT-IDX FROM 1 BY 1
006450         UNTIL AT-IDX > WS-ACCT-COUNT
006460             OR WS-ACCT-FOUND-SW = "Y"
006470     .
006480 3180-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*  3185-MATCH-ONE-ACCOUNT
006530******************************************************************
006540 3185-MATCH-ONE-ACCOUNT.
006550     IF AT-EMPNUM(AT-IDX) = AX-EMPNUM AND
006560        AT-ACCT-SEQ(AT-IDX) = WS-AX-SEQ AND
006570        AT-DELETED-SW(AT-IDX) = "N"
006580         SET WS-AT-ESUB TO AT-IDX
006590         MOVE "Y" TO WS-ACCT-FOUND-SW
006600     END-IF
006610     .
006620 3185-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660*  3190-ADD-UP-ONE-SPLIT
006670*  COUNTS THE EMPLOYEE'S OTHER REMAINDER ACCOUNTS AND ADDS UP
006680*  THEIR OTHER PERCENT SPLITS - THE ACCOUNT BEING CHANGED IS
006690*  LEFT OUT, SINCE THE TRANSACTION REPLACES IT.
006700******************************************************************
006710 3190-ADD-UP-ONE-SPLIT.
006720     IF AT-EMPNUM(AT-IDX) = AX-EMPNUM AND
006730        AT-ACCT-SEQ(AT-IDX) NOT = WS-AX-SEQ AND
006740        AT-DELETED-SW(AT-IDX) = "N"
006750         IF AT-METHOD(AT-IDX) = "R"
006760             ADD 1 TO WS-SPLIT-REMAINDERS
006770         END-IF
006780         IF AT-METHOD(AT-IDX) = "P"
006790             ADD AT-VALUE(AT-IDX) TO WS-SPLIT-PERCENT
006800         END-IF
006810     END-IF
006820     .
006830 3190-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870*  3200-ADD-ACCOUNT
006880*  A NEW ACCOUNT GOES ON FILE PRENOTE PENDING.
006890******************************************************************
006900 3200-ADD-ACCOUNT.
006910     IF WS-ACCT-FOUND-SW = "Y"
006920         MOVE "*** REJECTED - ACCOUNT ALREADY ON FILE" TO
006930             WS-RESULT-TEXT
006940         ADD 1 TO WS-REJECT-COUNT
006950     ELSE
006960         IF WS-ACCT-COUNT NOT < 9999
006970             MOVE "*** REJECTED - ACCOUNT TABLE FULL" TO
006980                 WS-RESULT-TEXT
006990             ADD 1 TO WS-REJECT-COUNT
007000         ELSE
007010             ADD 1 TO WS-ACCT-COUNT
007020             MOVE WS-ACCT-COUNT TO WS-AT-ESUB
007030             MOVE SPACES TO AT-ACCOUNT-RECORD(WS-AT-ESUB)
007040             MOVE "N" TO AT-DELETED-SW(WS-AT-ESUB)
007050             MOVE AX-EMPNUM TO AT-EMPNUM(WS-AT-ESUB)
007060             MOVE WS-AX-SEQ TO AT-ACCT-SEQ(WS-AT-ESUB)
007070             PERFORM 3250-MOVE-ACCOUNT-FIELDS THRU 3250-EXIT
007080             PERFORM 3260-START-PRENOTE THRU 3260-EXIT
007090             MOVE "ADDED - PRENOTE PENDING" TO WS-RESULT-TEXT
007100             ADD 1 TO WS-ADD-COUNT
007110             MOVE SPACES TO WS-BEFORE-IMAGE
007120             MOVE AT-ACCOUNT-RECORD(WS-AT-ESUB) TO WS-AFTER-IMAGE
007130             MOVE "N" TO WS-AUDIT-CODE
007140             PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
007150         END-IF
007160     END-IF
007170     .
007180 3200-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220*  3250-MOVE-ACCOUNT-FIELDS
007230******************************************************************
007240 3250-MOVE-ACCOUNT-FIELDS.
007250     MOVE AX-ROUTING TO AT-ROUTING(WS-AT-ESUB)
007260     MOVE AX-ACCOUNT-NUM TO AT-ACCOUNT-NUM(WS-AT-ESUB)
007270     MOVE AX-ACCT-TYPE TO AT-ACCT-TYPE(WS-AT-ESUB)
007280     MOVE AX-METHOD TO AT-METHOD(WS-AT-ESUB)
007290     IF AX-METHOD = "R"
007300         MOVE ZERO TO AT-VALUE(WS-AT-ESUB)
007310     ELSE
007320         MOVE AX-VALUE TO AT-VALUE(WS-AT-ESUB)
007330     END-IF
007340     MOVE AX-ACTIVE-DATE TO AT-ACTIVE-DATE(WS-AT-ESUB)
007350     .
007360 3250-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400*  3260-START-PRENOTE
007410******************************************************************
007420 3260-START-PRENOTE.
007430     MOVE "P" TO AT-PRENOTE-STATUS(WS-AT-ESUB)
007440     MOVE ZERO TO AT-PRENOTE-PERIOD(WS-AT-ESUB)
007450     MOVE ZERO TO AT-PRENOTE-DATE(WS-AT-ESUB)
007460     ADD 1 TO WS-PRENOTE-COUNT
007470     .
007480 3260-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520*  3300-CHANGE-ACCOUNT
007530*  A NEW ROUTING OR ACCOUNT NUMBER, OR ANY CHANGE TO AN ACCOUNT
007540*  THE BANK HAS REJECTED, STARTS THE PRENOTE CYCLE OVER.  A
007550*  CHANGE TO THE SPLIT ALONE KEEPS THE ACCOUNT'S STATUS.
007560******************************************************************
007570 3300-CHANGE-ACCOUNT.
007580     IF WS-ACCT-FOUND-SW = "N"
007590         MOVE "*** REJECTED - ACCOUNT NOT ON FILE" TO
007600             WS-RESULT-TEXT
007610         ADD 1 TO WS-REJECT-COUNT
007620     ELSE
007630         MOVE AT-ACCOUNT-RECORD(WS-AT-ESUB) TO WS-BEFORE-IMAGE
007640         MOVE "CHANGED" TO WS-RESULT-TEXT
007650         IF AX-ROUTING NOT = AT-ROUTING(WS-AT-ESUB) OR
007660            AX-ACCOUNT-NUM NOT = AT-ACCOUNT-NUM(WS-AT-ESUB) OR
007670            AT-PRENOTE-STATUS(WS-AT-ESUB) = "H"
007680             PERFORM 3260-START-PRENOTE THRU 3260-EXIT
007690             MOVE "CHANGED - PRENOTE PENDING" TO WS-RESULT-TEXT
007700         END-IF
007710         PERFORM 3250-MOVE-ACCOUNT-FIELDS THRU 3250-EXIT
007720         ADD 1 TO WS-CHANGE-COUNT
007730         MOVE AT-ACCOUNT-RECORD(WS-AT-ESUB) TO WS-AFTER-IMAGE
007740         MOVE "M" TO WS-AUDIT-CODE
007750         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
007760     END-IF
007770     .
007780 3300-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820*  3400-DELETE-ACCOUNT
007830******************************************************************
007840 3400-DELETE-ACCOUNT.
007850     IF WS-ACCT-FOUND-SW = "N"
007860         MOVE "*** REJECTED - ACCOUNT NOT ON FILE" TO
007870             WS-RESULT-TEXT
007880         ADD 1 TO WS-REJECT-COUNT
007890     ELSE
007900         MOVE AT-ACCOUNT-RECORD(WS-AT-ESUB) TO WS-BEFORE-IMAGE
007910         MOVE "Y" TO AT-DELETED-SW(WS-AT-ESUB)
007920         MOVE "DELETED" TO WS-RESULT-TEXT
007930         ADD 1 TO WS-DELETE-COUNT
007940         MOVE SPACES TO WS-AFTER-IMAGE
007950         MOVE "X" TO WS-AUDIT-CODE
007960         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
007970     END-IF
007980     .
007990 3400-EXIT.
008000     EXIT.
008010
008020******************************************************************
008030*  3500-WRITE-AUDIT
008040*  APPENDS ONE AUDIT RECORD FOR THE TRANSACTION JUST APPLIED.
008050******************************************************************
008060 3500-WRITE-AUDIT.
008070     MOVE YR TO AU-RUN-YEAR
008080     MOVE MN TO AU-RUN-MONTH
008090     MOVE DY TO AU-RUN-DAY
008100     MOVE WS-TIME-HHMMSS TO AU-RUN-TIME
008110     MOVE WS-AUDIT-CODE TO AU-TRANCODE
008120     MOVE AX-EMPNUM TO AU-EMPNUM
008130     MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE
008140     MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE
008143     MOVE WS-OPERATOR-ID TO AU-OPERATOR
008146     MOVE SPACES TO AU-APPROVER
008150     WRITE AU-AUDIT-RECORD
008160     ADD 1 TO WS-AUDIT-COUNT
008170     .
008180 3500-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220*  4000-REWRITE-ACCOUNTS
008230*  WRITES THE MASTER BACK OUT IN EMPLOYEE AND SEQUENCE ORDER,
008240*  DROPPING THE DELETED ACCOUNTS, AND WARNS OF ANY EMPLOYEE LEFT
008250*  WITH SPLITS BUT NO REMAINDER ACCOUNT.
008260******************************************************************
008270 4000-REWRITE-ACCOUNTS.
008280     IF WS-ACCT-COUNT > 1
008290         SORT ACCT-ENTRY ON ASCENDING KEY AT-EMPNUM AT-ACCT-SEQ
008300     END-IF
008310     OPEN OUTPUT ACCTFILE
008320     PERFORM 4100-WRITE-ONE-ACCOUNT THRU 4100-EXIT
008330         VARYING AT-IDX FROM 1 BY 1
008340         UNTIL AT-IDX > WS-ACCT-COUNT
008350     PERFORM 4150-CHECK-REMAINDER THRU 4150-EXIT
008360     CLOSE ACCTFILE
008370     .
008380 4000-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420*  4100-WRITE-ONE-ACCOUNT
008430******************************************************************
008440 4100-WRITE-ONE-ACCOUNT.
008450     IF AT-DELETED-SW(AT-IDX) = "N"
008460         IF AT-EMPNUM(AT-IDX) NOT = WS-BREAK-EMPNUM
008470             PERFORM 4150-CHECK-REMAINDER THRU 4150-EXIT
008480             MOVE AT-EMPNUM(AT-IDX) TO WS-BREAK-EMPNUM
008490             MOVE ZERO TO WS-BREAK-REMAINDERS
008500         END-IF
008510         IF AT-METHOD(AT-IDX) = "R"
008520             ADD 1 TO WS-BREAK-REMAINDERS
008530         END-IF
008540         MOVE AT-ACCOUNT-RECORD(AT-IDX) TO BA-ACCOUNT-RECORD
008550         WRITE BA-ACCOUNT-RECORD
008560         ADD 1 TO WS-LIVE-COUNT
008570     END-IF
008580     .
008590 4100-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630*  4150-CHECK-REMAINDER
008640*  AT EACH EMPLOYEE BREAK - WITHOUT A REMAINDER ACCOUNT, WHAT IS
008650*  LEFT AFTER THE FIXED AND PERCENT SPLITS IS DEPOSITED WITH NO
008660*  ACCOUNT NUMBER, SO THE OPERATOR IS TOLD.
008670******************************************************************
008680 4150-CHECK-REMAINDER.
008690     IF WS-BREAK-EMPNUM NOT = SPACES AND
008700        WS-BREAK-REMAINDERS = ZERO
008710         ADD 1 TO WS-NO-REMAINDER-COUNT
008720         DISPLAY "*** WARNING - EMPLOYEE " WS-BREAK-EMPNUM
008730             " HAS NO REMAINDER ACCOUNT - PAY LEFT AFTER THE "
008740             "SPLITS WILL GO OUT WITH NO ACCOUNT NUMBER"
008750     END-IF
008760     .
008770 4150-EXIT.
008780     EXIT.
008790
008800******************************************************************
008810*  5000-FINAL-SUMMARY
008820******************************************************************
008830 5000-FINAL-SUMMARY.
008840     DISPLAY SPACES
008850     DISPLAY "ACCOUNT MAINTENANCE RUN TOTALS"
008860     DISPLAY "  ACCOUNTS ADDED........... " WS-ADD-COUNT
008870     DISPLAY "  ACCOUNTS CHANGED......... " WS-CHANGE-COUNT
008880     DISPLAY "  ACCOUNTS DELETED......... " WS-DELETE-COUNT
008890     DISPLAY "  TRANSACTIONS REJECTED.... " WS-REJECT-COUNT
008900     DISPLAY "  EDIT REJECTS TO ACCTREJ.. " WS-EDIT-REJECT-COUNT
008910     DISPLAY "  AUDIT RECORDS WRITTEN.... " WS-AUDIT-COUNT
008920     DISPLAY "  NEW PRENOTES PENDING..... " WS-PRENOTE-COUNT
008930     DISPLAY "  NO REMAINDER ACCOUNT..... " WS-NO-REMAINDER-COUNT
008940     DISPLAY SPACES
008950     DISPLAY "  ACCOUNTS NOW ON FILE..... " WS-LIVE-COUNT
008960     .
008970 5000-EXIT.
008980     EXIT.
008990
009000******************************************************************
009010*  9000-CHECK-RUN-CONTROL
009020*  A PRIOR PT2ACCT RUN STILL OPEN ON THE LOG MEANS THE LAST
009030*  ACCOUNT MAINTENANCE DIED MIDWAY.  AS WITH PT2MAINT THIS RUN
009040*  PROCEEDS - IT RELOADS AND FULLY REWRITES THE MASTER - BUT
009050*  THE OPERATOR IS TOLD SO LOST TRANSACTIONS ARE RESUBMITTED.
009060******************************************************************
009070 9000-CHECK-RUN-CONTROL.
009080     OPEN INPUT RUNCTLFILE
009090     IF WS-RUNCTL-STATUS = "35"
009100         DISPLAY "NO RUNCTL.DAT YET - RUN SEQUENCE NOT VERIFIED"
009110     ELSE
009120         PERFORM UNTIL RunCtlEnd = "Y"
009130             READ RUNCTLFILE
009140                 AT END
009150                     MOVE "Y" TO RunCtlEnd
009160                 NOT AT END
009170                     PERFORM 9050-NOTE-ONE-STAMP THRU 9050-EXIT
009180             END-READ
009190         END-PERFORM
009200         CLOSE RUNCTLFILE
009210         IF WS-LAST-ACCT-STAMP = "S"
009220             DISPLAY "*** WARNING - THE PRIOR PT2ACCT RUN IS "
009230                 "STILL OPEN ON THE RUN-CONTROL LOG.  IT DIED "
009240                 "MIDWAY - VERIFY BANKACCT.DAT AND RESUBMIT ANY "
009250                 "LOST TRANSACTIONS."
009260         END-IF
009270     END-IF
009280     .
009290 9000-EXIT.
009300     EXIT.
009310
009320******************************************************************
009330*  9050-NOTE-ONE-STAMP
009340******************************************************************
009350 9050-NOTE-ONE-STAMP.
009360     IF RC-PROGRAM = "PT2ACCT"
009370         MOVE RC-STAMP-TYPE TO WS-LAST-ACCT-STAMP
009380     END-IF
009390     .
009400 9050-EXIT.
009410     EXIT.
009420
009430******************************************************************
009440*  9100-WRITE-START-STAMP
009450******************************************************************
009460 9100-WRITE-START-STAMP.
009470     OPEN EXTEND RUNCTLFILE
009480     IF WS-RUNCTL-STATUS = "35"
009490         OPEN OUTPUT RUNCTLFILE
009500     END-IF
009510     MOVE SPACES TO RC-RUN-RECORD
009520     MOVE "PT2ACCT" TO RC-PROGRAM
009530     MOVE "S" TO RC-STAMP-TYPE
009540     MOVE YR TO RC-RUN-YEAR
009550     MOVE MN TO RC-RUN-MONTH
009560     MOVE DY TO RC-RUN-DAY
009570     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
009580     MOVE ZERO TO RC-RECORD-COUNT
009585     MOVE WS-OPERATOR-ID TO RC-OPERATOR
009590     WRITE RC-RUN-RECORD
009600     CLOSE RUNCTLFILE
009610     .
009620 9100-EXIT.
009630     EXIT.
009640
009650******************************************************************
009660*  9200-WRITE-END-STAMP
009670******************************************************************
009680 9200-WRITE-END-STAMP.
009690     OPEN EXTEND RUNCTLFILE
009700     IF WS-RUNCTL-STATUS = "35"
009710         OPEN OUTPUT RUNCTLFILE
009720     END-IF
009730     MOVE SPACES TO RC-RUN-RECORD
009740     MOVE "PT2ACCT" TO RC-PROGRAM
009750     MOVE "E" TO RC-STAMP-TYPE
009760     MOVE YR TO RC-RUN-YEAR
009770     MOVE MN TO RC-RUN-MONTH
009780     MOVE DY TO RC-RUN-DAY
009790     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
009800     MOVE WS-LIVE-COUNT TO RC-RECORD-COUNT
009810     MOVE WS-END-RESULT TO RC-RESULT
009820     MOVE WS-END-REASON TO RC-REASON
009825     MOVE WS-OPERATOR-ID TO RC-OPERATOR
009830     WRITE RC-RUN-RECORD
009840     CLOSE RUNCTLFILE
009850     .
009860 9200-EXIT.
009870     EXIT.
009880
009890******************************************************************
009900*  9300-SIGN-ON
009910*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
009920*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
009930*  WITHOUT MAINTENANCE AUTHORITY REFUSES THE RUN BEFORE
009940*  ANY FILE IS TOUCHED.
009950******************************************************************
009960 9300-SIGN-ON.
009970     DISPLAY "PT2ACCT - OPERATOR SIGN-ON"
009980     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
009990     ACCEPT WS-SIGNON-ID FROM CONSOLE
010000     DISPLAY "PASSWORD: " WITH NO ADVANCING
010010     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
010020     INSPECT WS-SIGNON-ID CONVERTING
010030         "abcdefghijklmnopqrstuvwxyz" TO
010040         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010050     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
010060     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
010070        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
010080         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
010090         STOP RUN
010100     END-IF
010110     IF WS-OPER-ACTIVE NOT = "A"
010120         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
010130             "RUN REFUSED."
010140         STOP RUN
010150     END-IF
010160     IF WS-AUTH-MAINT NOT = "Y"
010170         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
010180             "MAINTENANCE AUTHORITY - RUN REFUSED."
010190         STOP RUN
010200     END-IF
010210     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
010220     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
010230     DISPLAY SPACES
010240     .
010250 9300-EXIT.
010260     EXIT.
010270
010280******************************************************************
010290*  9310-FIND-OPERATOR
010300*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
010310*  CAN SIGN ON.
010320******************************************************************
010330 9310-FIND-OPERATOR.
010340     MOVE "N" TO WS-OPER-FOUND-SW
010350     MOVE "N" TO OperEnd
010360     OPEN INPUT OPERFILE
010370     IF WS-OPER-STATUS = "35"
010380         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
010390         MOVE "Y" TO OperEnd
010400     ELSE
010410         PERFORM UNTIL OperEnd = "Y"
010420             READ OPERFILE
010430                 AT END
010440                     MOVE "Y" TO OperEnd
010450                 NOT AT END
010460                     PERFORM 9320-CHECK-ONE-OPERATOR
010470                         THRU 9320-EXIT
010480             END-READ
010490         END-PERFORM
010500         CLOSE OPERFILE
010510     END-IF
010520     .
010530 9310-EXIT.
010540     EXIT.
010550
010560******************************************************************
010570*  9320-CHECK-ONE-OPERATOR
010580******************************************************************
010590 9320-CHECK-ONE-OPERATOR.
010600     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
010610         MOVE "Y" TO WS-OPER-FOUND-SW
010620         MOVE "Y" TO OperEnd
010630         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
010640         MOVE OP-NAME TO WS-OPER-NAME
010650         MOVE OP-STATUS TO WS-OPER-ACTIVE
010660         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
010670         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
010680         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
010690         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
010700     END-IF
010710     .
010720 9320-EXIT.
010730     EXIT.
