000250*  UNACKNOWLEDGED PAYMENTS ARE REPORTED BUT NOT REISSUED - THE
000260*  BANK MAY STILL BE HOLDING THEM, AND REISSUING BLIND IS HOW
000270*  PEOPLE GET PAID TWICE.
000271*  A ZERO-DOLLAR PRENOTE IS NORMALLY NOT ACKNOWLEDGED AT ALL; A
000272*  REJECTED PRENOTE OR DEPOSIT PUTS THAT ACCOUNT ON HOLD IN
000273*  BANKACCT.DAT SO NO MORE MONEY GOES TO IT UNTIL PT2ACCT
000274*  CORRECTS IT, AND A REJECTED DEPOSIT IS REISSUED WITH NO
000275*  ACCOUNT NUMBER.
000280*
000290*  MODIFICATION HISTORY.
000300*  DATE        INIT  DESCRIPTION
000320*  2026-09-01  JSJ   ORIGINAL VERSION.
000321*  2026-09-01  JSJ   ALL MONEY NOW DOLLARS AND CENTS, MATCHING
000322*                    THE BANKPAY.DAT/BANKRET.DAT CONVERSION.
000323*  2026-10-15  JSJ   ACCOUNT-LEVEL MATCHING - BANKPAY.DAT NOW
000324*                    CARRIES ONE RECORD PER ACCOUNT DEPOSIT WITH
000325*                    THE ROUTING AND ACCOUNT NUMBER, AND A RETURN
000326*                    THAT CARRIES THEM MUST MATCH THEM.  "P"
000327*                    PRENOTES NEED NO RETURN.  A REJECTED ACCOUNT
000328*                    IS HELD ON BANKACCT.DAT.
000329*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000330*                    NEEDS PAYROLL RUN AUTHORITY.  THE OPERATOR ID
000331*                    NOW GOES ON THE RUNCTL.DAT STAMPS.
000332******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS IS SEQUENTIAL
000580         FILE STATUS IS WS-RUNCTL-STATUS.
000581
000582     SELECT ACCTFILE ASSIGN TO "BANKACCT.dat"
000583         ORGANIZATION IS LINE SEQUENTIAL
000584         ACCESS IS SEQUENTIAL
000585         FILE STATUS IS WS-ACCT-STATUS.
000590
000591     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         ACCESS IS SEQUENTIAL
000594         FILE STATUS IS WS-OPER-STATUS.
000595
000600 DATA DIVISION.
000610 FILE SECTION.
000620******************************************************************
000710     05  BK-AMOUNT           PIC 9(09)V99.
000720     05  BK-PERIOD           PIC 9(03).
000730     05  BK-TYPE             PIC X(01).
000732     05  BK-ROUTING          PIC X(09).
000734     05  BK-ACCOUNT-NUM      PIC X(17).
000736     05  BK-ACCT-TYPE        PIC X(01).
000740
000750 01  BK-Trailer-Record REDEFINES BK-Payment-Record.
000760     05  BK-MARKER           PIC X(07).
000780     05  FILLER              PIC X(19).
000790     05  BK-PAY-TOTAL        PIC 9(09)V99.
000800     05  BK-TRL-PERIOD       PIC 9(03).
000810     05  FILLER              PIC X(28).
000820
000830******************************************************************
000840*  RETURNFILE - THE BANK'S RETURNS.  LAYOUT SHARED VIA BANKRET.
000920*  BATCH-BALANCES THE SAME WAY THE ORIGINAL DID.
000930******************************************************************
000940 FD  REISSUEFILE.
000950 01  RI-Payment-Record       PIC X(74).
000960
000970 FD  RECRPTFILE.
000980 01  BR-Print-Line           PIC X(132).
000990
001000 FD  RUNCTLFILE.
001010 COPY RUNCTL.
001011
001012******************************************************************
001013*  ACCTFILE - THE DIRECT DEPOSIT ACCOUNT MASTER, LOADED WHOLE AND
001014*  REWRITTEN WHEN A REJECTED ACCOUNT IS PUT ON HOLD.  LAYOUT
001015*  SHARED WITH PT2ACCT AND PT2REG VIA BANKACCT.
001016******************************************************************
001017 FD  ACCTFILE.
001018 COPY BANKACCT.
001020
001021******************************************************************
001022*  OPERFILE - THE OPERATOR SECURITY FILE SIGN-ON IS CHECKED
001023*  AGAINST.  LAYOUT SHARED VIA OPERATOR.
001024******************************************************************
001025 FD  OPERFILE.
001026 COPY OPERATOR.
001027
001030 WORKING-STORAGE SECTION.
001040 01  WS-BANK-STATUS              PIC X(02) VALUE "00".
001050 01  WS-RETURN-STATUS            PIC X(02) VALUE "00".
001270         10  PM-AMOUNT           PIC 9(09)V99.
001280         10  PM-PERIOD           PIC 9(03).
001290         10  PM-TYPE             PIC X(01).
001292         10  PM-ROUTING          PIC X(09).
001294         10  PM-ACCOUNT-NUM      PIC X(17).
001296         10  PM-ACCT-TYPE        PIC X(01).
001300         10  PM-DISP             PIC X(01).
001310         10  PM-REASON           PIC X(20).
001320 01  WS-PAY-TABLE-FULL-SW        PIC X(01) VALUE "N".
001480 01  WS-ORPHAN-COUNT             PIC 9(06) VALUE ZERO.
001490 01  WS-REISSUE-COUNT            PIC 9(06) VALUE ZERO.
001500 01  WS-REISSUE-TOTAL            PIC 9(09)V99 VALUE ZERO.
001502 01  WS-RECON-OK-SW              PIC X(01) VALUE "Y".
001504 01  WS-PRENOTE-COUNT            PIC 9(06) VALUE ZERO.
001506 01  WS-PRENOTE-REJECT-COUNT     PIC 9(06) VALUE ZERO.
001510 01  WS-HELD-COUNT               PIC 9(06) VALUE ZERO.
001511 01  WS-REISSUE-EDIT             PIC $$,$$$,$$$,$$9.99.
001512 01  WS-SENT-EDIT                PIC $$,$$$,$$$,$$9.99.
001513
001514* ----------------------------------------------------------------
001515*  THE DIRECT DEPOSIT ACCOUNT MASTER, LOADED WHOLE SO AN ACCOUNT
001516*  THE BANK REJECTED CAN BE PUT ON HOLD ("H").
001517* ----------------------------------------------------------------
001518 01  WS-ACCT-STATUS              PIC X(02) VALUE "00".
001519 01  AcctEnd                     PIC X(01) VALUE "N".
001520 01  WS-ACCT-ACTIVE-SW           PIC X(01) VALUE "N".
001521 01  WS-ACCT-FULL-SW             PIC X(01) VALUE "N".
001522 01  WS-ACCT-CHANGED-SW          PIC X(01) VALUE "N".
001523 01  WS-ACCT-FOUND-SW            PIC X(01) VALUE "N".
001524 01  WS-ACCT-COUNT               PIC 9(04) VALUE ZERO.
001525 01  ACCT-TABLE.
001526     05  ACCT-ENTRY OCCURS 1 TO 9999 TIMES
001527             DEPENDING ON WS-ACCT-COUNT
001528             INDEXED BY AT-IDX.
001529         10  AT-ACCOUNT-RECORD.
001530             15  AT-EMPNUM       PIC X(07).
001531             15  AT-ACCT-SEQ     PIC 9(01).
001532             15  AT-ROUTING      PIC X(09).
001533             15  AT-ACCOUNT-NUM  PIC X(17).
001534             15  FILLER          PIC X(19).
001535             15  AT-PRENOTE-STATUS
001536                                 PIC X(01).
001537             15  FILLER          PIC X(26).
001538
001539* ----------------------------------------------------------------
001540*  RUN-CONTROL FIELDS
001550* ----------------------------------------------------------------
001560 01  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
001700     05  WR-AMOUNT               PIC 9(09)V99.
001710     05  WR-PERIOD               PIC 9(03).
001720     05  WR-TYPE                 PIC X(01).
001722     05  WR-ROUTING              PIC X(09).
001724     05  WR-ACCOUNT-NUM          PIC X(17).
001726     05  WR-ACCT-TYPE            PIC X(01).
001730 01  WS-REISSUE-TRAILER.
001740     05  WT-MARKER               PIC X(07).
001750     05  WT-PAY-COUNT            PIC 9(06).
001760     05  FILLER                  PIC X(19) VALUE SPACES.
001770     05  WT-PAY-TOTAL            PIC 9(09)V99.
001780     05  WT-PERIOD               PIC 9(03).
001790     05  FILLER                  PIC X(28) VALUE SPACES.
001800 01  BD-DETAIL-LINE.
001810     05  BD-EMPNUM               PIC X(07).
001820     05  FILLER                  PIC X(04) VALUE SPACES.
001950     05  BC-AMOUNT               PIC $$,$$$,$$$,$$9.99
001960                                 BLANK WHEN ZERO.
001970     05  FILLER                  PIC X(74) VALUE SPACES.
001972
001974* ----------------------------------------------------------------
001976*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
001980*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
001981*  ONCE SIGN-ON HAS SUCCEEDED.
001982* ----------------------------------------------------------------
001983 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
001984 01  OperEnd                     PIC X(01) VALUE "N".
001985 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
001986 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
001987 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
001988     88  OPERATOR-FOUND              VALUE "Y".
001989 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
001990 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
001991 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
001992 01  WS-OPER-AUTH.
001993     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
001994     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
001995     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
001996     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
001997 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001998
001999 PROCEDURE DIVISION.
002000
002010******************************************************************
002020*  0000-MAINLINE
002030******************************************************************
002040 0000-MAINLINE.
002045     PERFORM 9300-SIGN-ON THRU 9300-EXIT
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002060     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
002070     PERFORM 2000-LOAD-PAYMENTS THRU 2000-EXIT
002075     PERFORM 2500-LOAD-ACCOUNTS THRU 2500-EXIT
002080     PERFORM 3000-MATCH-RETURNS THRU 3000-EXIT
002090     PERFORM 4000-RECONCILE-AND-REPORT THRU 4000-EXIT
002095     PERFORM 4700-REWRITE-ACCOUNTS THRU 4700-EXIT
002100     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
002110     STOP RUN.
002120
002750             MOVE BK-AMOUNT TO PM-AMOUNT(WS-PAY-COUNT)
002760             MOVE BK-PERIOD TO PM-PERIOD(WS-PAY-COUNT)
002770             MOVE BK-TYPE TO PM-TYPE(WS-PAY-COUNT)
002772             MOVE BK-ROUTING TO PM-ROUTING(WS-PAY-COUNT)
002774             MOVE BK-ACCOUNT-NUM TO PM-ACCOUNT-NUM(WS-PAY-COUNT)
002776             MOVE BK-ACCT-TYPE TO PM-ACCT-TYPE(WS-PAY-COUNT)
002780             MOVE SPACE TO PM-DISP(WS-PAY-COUNT)
002790             MOVE SPACES TO PM-REASON(WS-PAY-COUNT)
002800         ELSE
002870         END-IF
002880     END-IF
002890     .
002891 2100-EXIT.
002892     EXIT.
002893
002894******************************************************************
002895*  2500-LOAD-ACCOUNTS
002896*  LOADS BANKACCT.DAT WHOLE.  WITHOUT IT NO ACCOUNT CAN BE HELD,
002897*  AND A FILE TOO BIG FOR THE TABLE IS NOT REWRITTEN.
002898******************************************************************
002899 2500-LOAD-ACCOUNTS.
002900     OPEN INPUT ACCTFILE
002901     IF WS-ACCT-STATUS NOT = "35"
002902         MOVE "Y" TO WS-ACCT-ACTIVE-SW
002903         PERFORM UNTIL AcctEnd = "Y"
002904             READ ACCTFILE
002905                 AT END
002906                     MOVE "Y" TO AcctEnd
002907                 NOT AT END
002908                     PERFORM 2550-LOAD-ONE-ACCOUNT THRU 2550-EXIT
002909             END-READ
002910         END-PERFORM
002911         CLOSE ACCTFILE
002912         IF WS-ACCT-FULL-SW = "Y"
002913             DISPLAY "*** BANKACCT.DAT HAS MORE THAN 9999 "
002914                 "ACCOUNTS - NO ACCOUNT WILL BE HELD THIS RUN"
002915         END-IF
002916     END-IF
002917     .
002918 2500-EXIT.
002919     EXIT.
002920
002921******************************************************************
002922*  2550-LOAD-ONE-ACCOUNT
002923******************************************************************
002924 2550-LOAD-ONE-ACCOUNT.
002925     IF WS-ACCT-COUNT < 9999
002926         ADD 1 TO WS-ACCT-COUNT
002927         MOVE BA-ACCOUNT-RECORD TO
002928             AT-ACCOUNT-RECORD(WS-ACCT-COUNT)
002929     ELSE
002930         MOVE "Y" TO WS-ACCT-FULL-SW
002931     END-IF
002932     .
002933 2550-EXIT.
002934     EXIT.
002935
002936******************************************************************
002940*  3000-MATCH-RETURNS
002950******************************************************************
002960 3000-MATCH-RETURNS.
003410*  FINDS THE FIRST STILL-UNACKNOWLEDGED PAYMENT WITH THE SAME
003420*  EMPLOYEE NUMBER AND AMOUNT - AMOUNT IS PART OF THE MATCH SO
003430*  A RETURN FOR A DIFFERENT AMOUNT SURFACES AS AN ORPHAN
003440*  INSTEAD OF QUIETLY CLEARING THE WRONG PAYMENT.  A RETURN
003443*  CARRYING A ROUTING NUMBER MUST ALSO MATCH THE ROUTING AND
003446*  ACCOUNT NUMBER, SO EACH SPLIT DEPOSIT IS CLEARED ON ITS OWN.
003450******************************************************************
003460 3100-MATCH-ONE-RETURN.
003470     MOVE "N" TO WS-MATCH-FOUND-SW
003730 3150-MATCH-ONE-PAYMENT.
003740     IF PM-EMPNUM(PM-IDX) = BR-EMPNUM AND
003750        PM-AMOUNT(PM-IDX) = BR-AMOUNT AND
003760        PM-DISP(PM-IDX) = SPACE AND
003762        (BR-ROUTING = SPACES OR
003764         (PM-ROUTING(PM-IDX) = BR-ROUTING AND
003766          PM-ACCOUNT-NUM(PM-IDX) = BR-ACCOUNT-NUM))
003770         SET WS-PM-ESUB TO PM-IDX
003780         MOVE "Y" TO WS-MATCH-FOUND-SW
003790     END-IF
004250     MOVE "  RETURNS MATCHING NO PAYMENT.." TO BC-COUNT-LABEL
004260     MOVE WS-ORPHAN-COUNT TO BC-COUNT
004270     MOVE ZERO TO BC-AMOUNT
004272     WRITE BR-Print-Line FROM BC-COUNT-LINE
004274     MOVE "  PRENOTES SENT................" TO BC-COUNT-LABEL
004276     MOVE WS-PRENOTE-COUNT TO BC-COUNT
004278     MOVE ZERO TO BC-AMOUNT
004280     WRITE BR-Print-Line FROM BC-COUNT-LINE
004281     MOVE "  PRENOTES REJECTED............" TO BC-COUNT-LABEL
004282     MOVE WS-PRENOTE-REJECT-COUNT TO BC-COUNT
004283     MOVE ZERO TO BC-AMOUNT
004284     WRITE BR-Print-Line FROM BC-COUNT-LINE
004285     MOVE "  ACCOUNTS PUT ON HOLD........." TO BC-COUNT-LABEL
004286     MOVE WS-HELD-COUNT TO BC-COUNT
004287     MOVE ZERO TO BC-AMOUNT
004288     WRITE BR-Print-Line FROM BC-COUNT-LINE
004290
004300     PERFORM 4500-BALANCE-AGAINST-TRAILER THRU 4500-EXIT
004310     CLOSE RECRPTFILE
004410
004420******************************************************************
004430*  4100-DISPOSE-ONE-PAYMENT
004432*  A PRENOTE CARRIES NO MONEY - THE BANK ONLY ANSWERS ONE IT
004434*  CANNOT POST, SO SILENCE IS ITS ACCEPTANCE AND A REJECTION
004436*  HOLDS THE ACCOUNT WITHOUT A REISSUE.
004440******************************************************************
004450 4100-DISPOSE-ONE-PAYMENT.
004460     IF PM-TYPE(PM-IDX) = "P"
004461         ADD 1 TO WS-PRENOTE-COUNT
004462     END-IF
004463     EVALUATE TRUE
004464         WHEN PM-TYPE(PM-IDX) = "P" AND PM-DISP(PM-IDX) = "R"
004465             ADD 1 TO WS-PRENOTE-REJECT-COUNT
004466             MOVE PM-EMPNUM(PM-IDX) TO BD-EMPNUM
004467             MOVE PM-LNAME(PM-IDX) TO BD-LNAME
004470             MOVE PM-FNAME(PM-IDX) TO BD-FNAME
004471             MOVE PM-AMOUNT(PM-IDX) TO BD-AMOUNT
004472             MOVE SPACES TO BD-NOTE
004473             STRING "*** PRENOTE REJECTED - " PM-REASON(PM-IDX)
004474                 DELIMITED BY SIZE INTO BD-NOTE
004475             WRITE BR-Print-Line FROM BD-DETAIL-LINE
004476             PERFORM 4300-HOLD-ACCOUNT THRU 4300-EXIT
004477         WHEN PM-TYPE(PM-IDX) = "P"
004478             CONTINUE
004479         WHEN PM-DISP(PM-IDX) = "A"
004480             ADD 1 TO WS-ACCEPT-COUNT
004490             ADD PM-AMOUNT(PM-IDX) TO WS-ACCEPT-TOTAL
004500         WHEN PM-DISP(PM-IDX) = "R"
004510             ADD 1 TO WS-REJECT-COUNT
004520             ADD PM-AMOUNT(PM-IDX) TO WS-REJECT-TOTAL
004530             MOVE PM-EMPNUM(PM-IDX) TO BD-EMPNUM
004590                 DELIMITED BY SIZE INTO BD-NOTE
004600             WRITE BR-Print-Line FROM BD-DETAIL-LINE
004610             PERFORM 4200-WRITE-REISSUE THRU 4200-EXIT
004612             IF PM-ROUTING(PM-IDX) NOT = SPACES
004614                 PERFORM 4300-HOLD-ACCOUNT THRU 4300-EXIT
004616             END-IF
004620         WHEN OTHER
004630             ADD 1 TO WS-NOACK-COUNT
004640             ADD PM-AMOUNT(PM-IDX) TO WS-NOACK-TOTAL
004760
004770******************************************************************
004780*  4200-WRITE-REISSUE
004783*  THE REISSUE GOES WITHOUT THE ACCOUNT THE BANK REFUSED - IT IS
004786*  PAID TO THE EMPLOYEE BY HAND OR TO AN ACCOUNT PT2ACCT SETS UP.
004790******************************************************************
004800 4200-WRITE-REISSUE.
004810     MOVE PM-EMPNUM(PM-IDX) TO WR-EMPNUM
004840     MOVE PM-AMOUNT(PM-IDX) TO WR-AMOUNT
004850     MOVE PM-PERIOD(PM-IDX) TO WR-PERIOD
004860     MOVE PM-TYPE(PM-IDX) TO WR-TYPE
004862     MOVE SPACES TO WR-ROUTING
004864     MOVE SPACES TO WR-ACCOUNT-NUM
004866     MOVE SPACES TO WR-ACCT-TYPE
004870     MOVE WS-REISSUE-RECORD TO RI-Payment-Record
004880     WRITE RI-Payment-Record
004890     ADD 1 TO WS-REISSUE-COUNT
004900     ADD PM-AMOUNT(PM-IDX) TO WS-REISSUE-TOTAL
004901     .
004902 4200-EXIT.
004903     EXIT.
004904
004905******************************************************************
004906*  4300-HOLD-ACCOUNT
004907*  PUTS THE ACCOUNT THE REJECTED RECORD WENT TO ON HOLD SO
004908*  PT2REG SENDS IT NOTHING MORE - ITS SHARE FALLS TO THE
004909*  REMAINDER ACCOUNT - UNTIL PT2ACCT CORRECTS IT AND A NEW
004910*  PRENOTE PROVES IT.
004911******************************************************************
004912 4300-HOLD-ACCOUNT.
004913     MOVE "N" TO WS-ACCT-FOUND-SW
004914     IF WS-ACCT-ACTIVE-SW = "Y" AND WS-ACCT-FULL-SW = "N"
004915         PERFORM 4350-MATCH-ONE-ACCOUNT THRU 4350-EXIT
004916             VARYING AT-IDX FROM 1 BY 1
004917             UNTIL AT-IDX > WS-ACCT-COUNT
004918                 OR WS-ACCT-FOUND-SW = "Y"
004919     END-IF
004920     IF WS-ACCT-FOUND-SW = "Y"
004921         MOVE "          ACCOUNT HELD ON BANKACCT.DAT - CORRECT IT
004922-            " THROUGH PT2ACCT" TO BR-Print-Line
004923     ELSE
004924         MOVE "          ACCOUNT NOT FOUND ON BANKACCT.DAT - NOT H
004925-            "ELD" TO BR-Print-Line
004926     END-IF
004927     WRITE BR-Print-Line
004928     .
004929 4300-EXIT.
004930     EXIT.
004931
004932******************************************************************
004933*  4350-MATCH-ONE-ACCOUNT
004934******************************************************************
004935 4350-MATCH-ONE-ACCOUNT.
004936     IF AT-EMPNUM(AT-IDX) = PM-EMPNUM(PM-IDX) AND
004937        AT-ROUTING(AT-IDX) = PM-ROUTING(PM-IDX) AND
004938        AT-ACCOUNT-NUM(AT-IDX) = PM-ACCOUNT-NUM(PM-IDX)
004939         MOVE "Y" TO WS-ACCT-FOUND-SW
004940         IF AT-PRENOTE-STATUS(AT-IDX) NOT = "H"
004941             MOVE "H" TO AT-PRENOTE-STATUS(AT-IDX)
004942             MOVE "Y" TO WS-ACCT-CHANGED-SW
004943             ADD 1 TO WS-HELD-COUNT
004944         END-IF
004945     END-IF
004946     .
004947 4350-EXIT.
004948     EXIT.
004949
004950******************************************************************
004960*  4500-BALANCE-AGAINST-TRAILER
004970*  THE PAYMENTS ON FILE MUST EQUAL THE TRAILER WE TRANSMITTED,
005320     .
005330 4500-EXIT.
005340     EXIT.
005341
005342******************************************************************
005343*  4700-REWRITE-ACCOUNTS
005344******************************************************************
005345 4700-REWRITE-ACCOUNTS.
005346     IF WS-ACCT-CHANGED-SW = "Y"
005347         OPEN OUTPUT ACCTFILE
005348         PERFORM 4750-WRITE-ONE-ACCOUNT THRU 4750-EXIT
005349             VARYING AT-IDX FROM 1 BY 1
005350             UNTIL AT-IDX > WS-ACCT-COUNT
005351         CLOSE ACCTFILE
005352         DISPLAY WS-HELD-COUNT " ACCOUNTS PUT ON HOLD IN "
005353             "BANKACCT.DAT - CORRECT THEM THROUGH PT2ACCT"
005354     END-IF
005355     .
005356 4700-EXIT.
005357     EXIT.
005358
005359******************************************************************
005360*  4750-WRITE-ONE-ACCOUNT
005361******************************************************************
005362 4750-WRITE-ONE-ACCOUNT.
005363     MOVE AT-ACCOUNT-RECORD(AT-IDX) TO BA-ACCOUNT-RECORD
005364     WRITE BA-ACCOUNT-RECORD
005365     .
005366 4750-EXIT.
005367     EXIT.
005368
005369******************************************************************
005370*  9100-WRITE-START-STAMP
005380******************************************************************
005390 9100-WRITE-START-STAMP.
005490     MOVE DY TO RC-RUN-DAY
005500     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
005510     MOVE ZERO TO RC-RECORD-COUNT
005515     MOVE WS-OPERATOR-ID TO RC-OPERATOR
005520     WRITE RC-RUN-RECORD
005530     CLOSE RUNCTLFILE
005540     .
005730     MOVE WS-PAY-COUNT TO RC-RECORD-COUNT
005740     MOVE WS-END-RESULT TO RC-RESULT
005750     MOVE WS-END-REASON TO RC-REASON
005755     MOVE WS-OPERATOR-ID TO RC-OPERATOR
005760     WRITE RC-RUN-RECORD
005770     CLOSE RUNCTLFILE
005780     .
005790 9200-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*  9300-SIGN-ON
005840*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
005850*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
005860*  WITHOUT PAYROLL RUN AUTHORITY REFUSES THE RUN BEFORE
005870*  ANY FILE IS TOUCHED.
005880******************************************************************
005890 9300-SIGN-ON.
005900     DISPLAY "PT2BANK - OPERATOR SIGN-ON"
005910     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
005920     ACCEPT WS-SIGNON-ID FROM CONSOLE
005930     DISPLAY "PASSWORD: " WITH NO ADVANCING
005940     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
005950     INSPECT WS-SIGNON-ID CONVERTING
005960         "abcdefghijklmnopqrstuvwxyz" TO
005970         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005980     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
005990     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
006000        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
006010         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
006020         STOP RUN
006030     END-IF
006040     IF WS-OPER-ACTIVE NOT = "A"
006050         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
006060             "RUN REFUSED."
006070         STOP RUN
006080     END-IF
006090     IF WS-AUTH-PAYROLL NOT = "Y"
006100         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
006110             "PAYROLL RUN AUTHORITY - RUN REFUSED."
006120         STOP RUN
006130     END-IF
006140     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
006150     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
006160     DISPLAY SPACES
006170     .
006180 9300-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220*  9310-FIND-OPERATOR
006230*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
006240*  CAN SIGN ON.
006250******************************************************************
006260 9310-FIND-OPERATOR.
006270     MOVE "N" TO WS-OPER-FOUND-SW
006280     MOVE "N" TO OperEnd
006290     OPEN INPUT OPERFILE
006300     IF WS-OPER-STATUS = "35"
006310         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
006320         MOVE "Y" TO OperEnd
006330     ELSE
006340         PERFORM UNTIL OperEnd = "Y"
006350             READ OPERFILE
006360                 AT END
006370                     MOVE "Y" TO OperEnd
006380                 NOT AT END
006390                     PERFORM 9320-CHECK-ONE-OPERATOR
006400                         THRU 9320-EXIT
006410             END-READ
006420         END-PERFORM
006430         CLOSE OPERFILE
006440     END-IF
006450     .
006460 9310-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500*  9320-CHECK-ONE-OPERATOR
006510******************************************************************
006520 9320-CHECK-ONE-OPERATOR.
006530     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
006540         MOVE "Y" TO WS-OPER-FOUND-SW
006550         MOVE "Y" TO OperEnd
006560         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
006570         MOVE OP-NAME TO WS-OPER-NAME
006580         MOVE OP-STATUS TO WS-OPER-ACTIVE
006590         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
006600         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
006610         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
006620         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
006630     END-IF
006640     .
006650 9320-EXIT.
006660     EXIT.
