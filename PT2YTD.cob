000280*  DATE        INIT  DESCRIPTION
000290*  ----------  ----  ------------------------------------------
000300*  2026-09-01  JSJ   ORIGINAL VERSION.
000301*  2026-10-15  JSJ   BY-CODE EARNINGS YTD LINES PRINTED AHEAD OF
000302*                    THE DEDUCTIONS.  YTDMAST.DAT NOW 451 BYTES.
000303*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE
000304*                    REPORT NEEDS INQUIRY AUTHORITY AND THE
000305*                    ROLLOVER PAYROLL RUN AUTHORITY.  THE OPERATOR
000306*                    ID NOW GOES ON THE RUNCTL.DAT STAMPS.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
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
000550******************************************************************
000650*  OVER IT BY POINTING YTDMAST.DAT AT THE COPY.
000660******************************************************************
000670 FD  PRIORFILE.
000680 01  PR-YTD-RECORD           PIC X(451).
000690
000700 FD  RPTFILE.
000710 01  YP-Print-Line           PIC X(132).
000730 FD  RUNCTLFILE.
000740 COPY RUNCTL.
000750
000751******************************************************************
000752*  OPERFILE - THE OPERATOR SECURITY FILE SIGN-ON IS CHECKED
000753*  AGAINST.  LAYOUT SHARED VIA OPERATOR.
000754******************************************************************
000755 FD  OPERFILE.
000756 COPY OPERATOR.
000757
000760 WORKING-STORAGE SECTION.
000770 01  WS-YTD-STATUS               PIC X(02) VALUE "00".
000780 01  TODAY-DATE.
001420     05  FILLER                  PIC X(06) VALUE "  YTD ".
001430     05  YP-DED-YTD              PIC $$$,$$$,$$9.99.
001440     05  FILLER                  PIC X(94) VALUE SPACES.
001441 01  YP-ERN-LINE.
001442     05  FILLER                  PIC X(05) VALUE SPACES.
001443     05  FILLER                  PIC X(10) VALUE "EARNINGS  ".
001444     05  YP-ERN-CODE             PIC X(03).
001445     05  FILLER                  PIC X(06) VALUE "  YTD ".
001446     05  YP-ERN-YTD              PIC $$$,$$$,$$9.99.
001447     05  FILLER                  PIC X(94) VALUE SPACES.
001450 01  YP-TOTAL-LINE.
001460     05  YP-TOTAL-LABEL          PIC X(30).
001470     05  YP-TOTAL-AMOUNT         PIC $$$,$$$,$$$,$$9.99.
001500     05  YP-COUNT-LABEL          PIC X(30).
001510     05  YP-COUNT                PIC ZZZZZ9.
001520     05  FILLER                  PIC X(96) VALUE SPACES.
001522
001524* ----------------------------------------------------------------
001526*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
001530*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
001531*  ONCE SIGN-ON HAS SUCCEEDED.
001532* ----------------------------------------------------------------
001533 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
001534 01  OperEnd                     PIC X(01) VALUE "N".
001535 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
001536 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
001537 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
001538     88  OPERATOR-FOUND              VALUE "Y".
001539 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
001540 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
001541 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
001542 01  WS-OPER-AUTH.
001543     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
001544     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
001545     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
001546     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
001547 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001548
001549 PROCEDURE DIVISION.
001550
001560******************************************************************
001570*  0000-MAINLINE
001580******************************************************************
001590 0000-MAINLINE.
001595     PERFORM 9300-SIGN-ON THRU 9300-EXIT
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001610     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
001620     IF WS-MODE-ANSWER = "R"
001710*  1000-INITIALIZE
001720*  ASKS THE OPERATOR FOR THE RUN MODE.  ANYTHING BUT "R" PRINTS
001730*  THE REPORT - THE ROLLOVER ONLY HAPPENS ON AN EXPLICIT "R" SO
001740*  A SLIP OF THE FINGER CANNOT EMPTY THE YEAR'S FIGURES.  THE
001743*  REPORT NEEDS INQUIRY AUTHORITY AND THE ROLLOVER PAYROLL RUN
001746*  AUTHORITY, CHECKED BEFORE THE START STAMP.
001750******************************************************************
001760 1000-INITIALIZE.
001770     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
001880     END-IF
001890     IF WS-MODE-ANSWER NOT = "R"
001900         MOVE "P" TO WS-MODE-ANSWER
001901     END-IF
001902     IF WS-MODE-ANSWER = "R" AND WS-AUTH-PAYROLL NOT = "Y"
001903         DISPLAY "*** OPERATOR " WS-OPERATOR-ID " HAS NO "
001904             "PAYROLL RUN AUTHORITY - ROLLOVER REFUSED."
001905         STOP RUN
001910     END-IF
001911     IF WS-MODE-ANSWER = "P" AND WS-AUTH-INQUIRY NOT = "Y"
001912         DISPLAY "*** OPERATOR " WS-OPERATOR-ID " HAS NO "
001913             "INQUIRY AUTHORITY - REPORT REFUSED."
001914         STOP RUN
001915     END-IF
001920     .
001930 1000-EXIT.
001940     EXIT.
002480
002490******************************************************************
002500*  2100-PRINT-ONE-EMPLOYEE
002510*  ONE BLOCK PER EMPLOYEE - THE FOUR QUARTER LINES, A YEAR TOTAL
002520*  LINE, AND THE BY-CODE EARNINGS AND DEDUCTION YTD LINES.
002530******************************************************************
002540 2100-PRINT-ONE-EMPLOYEE.
002550     ADD 1 TO WS-EMP-COUNT
002680     MOVE WS-YEAR-NET TO YP-QTR-NET
002690     MOVE WS-YEAR-HOURS TO YP-QTR-HOURS
002700     WRITE YP-Print-Line FROM YP-QTR-LINE
002703     PERFORM 2350-PRINT-ONE-ERN-YTD THRU 2350-EXIT
002706         VARYING WS-DSUB FROM 1 BY 1 UNTIL WS-DSUB > 10
002710     PERFORM 2300-PRINT-ONE-DED-YTD THRU 2300-EXIT
002720         VARYING WS-DSUB FROM 1 BY 1 UNTIL WS-DSUB > 10
002730     MOVE SPACES TO YP-Print-Line
003080     END-IF
003090     .
003100 2300-EXIT.
003101     EXIT.
003102
003103******************************************************************
003104*  2350-PRINT-ONE-ERN-YTD
003105*  A RECORD WRITTEN BEFORE EARNINGS WERE CARRIED BY CODE HAS
003106*  THESE SLOTS BLANK AND PRINTS NONE.
003107******************************************************************
003110 2350-PRINT-ONE-ERN-YTD.
003111     IF YT-ERN-CODE(WS-DSUB) NOT = SPACES AND
003112        YT-ERN-YTD(WS-DSUB) NUMERIC
003113         MOVE YT-ERN-CODE(WS-DSUB) TO YP-ERN-CODE
003114         MOVE YT-ERN-YTD(WS-DSUB) TO YP-ERN-YTD
003115         WRITE YP-Print-Line FROM YP-ERN-LINE
003116     END-IF
003117     .
003118 2350-EXIT.
003119     EXIT.
003120
003130******************************************************************
003140*  2500-PRINT-GRAND-TOTALS
003900     MOVE DY TO RC-RUN-DAY
003910     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
003920     MOVE ZERO TO RC-RECORD-COUNT
003925     MOVE WS-OPERATOR-ID TO RC-OPERATOR
003930     WRITE RC-RUN-RECORD
003940     CLOSE RUNCTLFILE
003950     .
004180     END-IF
004190     MOVE "OK  " TO RC-RESULT
004200     MOVE SPACES TO RC-REASON
004205     MOVE WS-OPERATOR-ID TO RC-OPERATOR
004210     WRITE RC-RUN-RECORD
004220     CLOSE RUNCTLFILE
004230     .
004240 9200-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280*  9300-SIGN-ON
004290*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
004300*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE WITH
004310*  NEITHER INQUIRY NOR PAYROLL RUN AUTHORITY REFUSES THE RUN
004320*  BEFORE ANY FILE IS TOUCHED.  WHICH OF THE TWO THE CHOSEN
004330*  FUNCTION NEEDS IS CHECKED ONCE IT HAS BEEN CHOSEN.
004340******************************************************************
004350 9300-SIGN-ON.
004360     DISPLAY "PT2YTD - OPERATOR SIGN-ON"
004370     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
004380     ACCEPT WS-SIGNON-ID FROM CONSOLE
004390     DISPLAY "PASSWORD: " WITH NO ADVANCING
004400     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
004410     INSPECT WS-SIGNON-ID CONVERTING
004420         "abcdefghijklmnopqrstuvwxyz" TO
004430         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004440     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
004450     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
004460        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
004470         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
004480         STOP RUN
004490     END-IF
004500     IF WS-OPER-ACTIVE NOT = "A"
004510         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
004520             "RUN REFUSED."
004530         STOP RUN
004540     END-IF
004550     IF WS-AUTH-INQUIRY NOT = "Y" AND WS-AUTH-PAYROLL NOT = "Y"
004560         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
004570             "INQUIRY OR PAYROLL RUN AUTHORITY - RUN REFUSED."
004580         STOP RUN
004590     END-IF
004600     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
004610     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
004620     DISPLAY SPACES
004630     .
004640 9300-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*  9310-FIND-OPERATOR
004690*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
004700*  CAN SIGN ON.
004710******************************************************************
004720 9310-FIND-OPERATOR.
004730     MOVE "N" TO WS-OPER-FOUND-SW
004740     MOVE "N" TO OperEnd
004750     OPEN INPUT OPERFILE
004760     IF WS-OPER-STATUS = "35"
004770         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
004780         MOVE "Y" TO OperEnd
004790     ELSE
004800         PERFORM UNTIL OperEnd = "Y"
004810             READ OPERFILE
004820                 AT END
004830                     MOVE "Y" TO OperEnd
004840                 NOT AT END
004850                     PERFORM 9320-CHECK-ONE-OPERATOR
004860                         THRU 9320-EXIT
004870             END-READ
004880         END-PERFORM
004890         CLOSE OPERFILE
004900     END-IF
004910     .
004920 9310-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*  9320-CHECK-ONE-OPERATOR
004970******************************************************************
004980 9320-CHECK-ONE-OPERATOR.
004990     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
005000         MOVE "Y" TO WS-OPER-FOUND-SW
005010         MOVE "Y" TO OperEnd
005020         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
005030         MOVE OP-NAME TO WS-OPER-NAME
005040         MOVE OP-STATUS TO WS-OPER-ACTIVE
005050         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
005060         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
005070         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
005080         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
005090     END-IF
005100     .
005110 9320-EXIT.
005120     EXIT.
