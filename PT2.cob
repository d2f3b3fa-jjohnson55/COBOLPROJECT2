000360*  2026-08-08  JSJ   ADDED CHECKPOINT/RESTART FOR LONG RUNS.
000370*  2026-08-08  JSJ   FIXED RESTART SO PRE-CHECKPOINT RECORDS ARE
000380*                    STILL RELEASED TO THE ROSTER AND THE HOURLY/
000385*                    SALARY EXTRACTS INSTEAD OF BEING DISCARDED.
000390*  2026-08-21  JSJ   START/END STAMPS TO THE SHARED RUNCTL.DAT
000391*                    RUN-CONTROL LOG - THE RUN ENDS "FAIL" WHEN
000392*                    THE CONTROL TOTALS DO NOT RECONCILE - AND A
000401*                    MASKED TO THE LAST THREE UNLESS THE
000402*                    OPERATOR ASKS FOR THE FULL-SSN VERSION.
000403*  2026-08-21  JSJ   LIFECYCLE FIELDS ON THE MASTER - EMPSTAT
000404*                    (A=ACTIVE, T=TERMINATED, L=LEAVE OF ABSENCE,
000405*                    SPACE TREATED AS ACTIVE FOR OLDER FILES) AND
000406*                    A TERMINATION DATE.  INACTIVE EMPLOYEES STAY
000407*                    ON THE ROSTER BUT ARE KEPT OUT OF THE
000408*                    HOURLY/SALARY EXTRACTS AND THE
000409*                    CLASSIFICATION COUNTS AND AVERAGES.
000410*  2026-09-01  JSJ   PAY RATES AND ALL DERIVED MONEY NOW CARRY
000411*                    DOLLARS AND CENTS - PRATE AND EVERY TOTAL,
000412*                    AVERAGE, TRAILER, AND CHECKPOINT FIELD IS
000413*                    PIC 9(09)V99 IN THE SAME 11 CHARACTERS, SO
000414*                    RECORD LAYOUTS DO NOT MOVE.  EXISTING DATA
000415*                    IS REINTERPRETED AS CENTS AND MUST BE
000416*                    CONVERTED (X100) AT CUTOVER.  EDITED PRINT
000417*                    FIELDS SHOW CENTS AND AVERAGES ROUND.
000418*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000419*                    NEEDS PAYROLL RUN AUTHORITY.  THE OPERATOR ID
000420*                    NOW GOES ON THE RUNCTL.DAT STAMPS.  A
000421*                    FULL-SSN ROSTER NEEDS FULL-SSN AUTHORITY AS
000422*                    WELL AND IS LOGGED TO SSNLOG.DAT.
000423******************************************************************
000424 ENVIRONMENT DIVISION.
000425 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PT2FILE ASSIGN TO "NEWEMP.dat"
000450         ORGANIZATION IS LINE SEQUENTIAL
000705     SELECT SUMMFILE ASSIGN TO "SUMMARY.rpt"
000706         ORGANIZATION IS LINE SEQUENTIAL
000707         ACCESS IS SEQUENTIAL.
000708
000709     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000710         ORGANIZATION IS LINE SEQUENTIAL
000711         ACCESS IS SEQUENTIAL
000712         FILE STATUS IS WS-OPER-STATUS.
000713
000714     SELECT SSNLOGFILE ASSIGN TO "SSNLOG.dat"
000715         ORGANIZATION IS LINE SEQUENTIAL
000716         ACCESS IS SEQUENTIAL
000717         FILE STATUS IS WS-SSNLOG-STATUS.
000718
000719 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PT2FILE.
000740 01  PEmployee-Record.
001885 FD  SUMMFILE.
001886 01  SM-Print-Line           PIC X(132).
001887
001888 FD  OPERFILE.
001889 COPY OPERATOR.
001890
001891 FD  SSNLOGFILE.
001892 COPY SSNLOG.
001893
001894 WORKING-STORAGE SECTION.
001895 01  SEmployeeA.
001900     05  SEMPNUM             PIC X(07).
001910     05  SEMPLNAME           PIC X(12).
001920     05  SEMPFNAME           PIC X(13).
002647 01  WS-END-RESULT                PIC X(04) VALUE SPACES.
002648 01  WS-END-REASON                PIC X(30) VALUE SPACES.
002649 01  WS-TIME-RAW.
002650     03  WS-TIME-HHMMSS           PIC 9(06).
002651     03  FILLER                   PIC 9(02).
002652
002653 01  WS-RESTART-ANSWER            PIC X(01) VALUE "N".
002654
002655* ----------------------------------------------------------------
002656*  PRINT LINES FOR THE ROSTER, EXCEPTION, AND SUMMARY REPORTS.
002734     05  SM-AVG                   PIC $,$$$,$$9.99
002735                                  BLANK WHEN ZERO.
002736     05  FILLER                   PIC X(49) VALUE SPACES.
002737 01  SM-MONEY-LINE.
002738     05  SM-MONEY-LABEL           PIC X(35).
002739     05  SM-MONEY                 PIC $$,$$$,$$$,$$9.99.
002740     05  FILLER                   PIC X(80) VALUE SPACES.
002741 01  WS-RESTARTING                PIC X(01) VALUE "N".
002742 01  WS-RESUME-FOUND               PIC X(01) VALUE "Y".
002743 01  WS-CKPT-INTERVAL              PIC 9(04) VALUE 0025.
002744 01  WS-CKPT-COUNTER               PIC 9(04) VALUE ZERO.
002745 01  WS-CKPT-EMPNUM                PIC X(07).
002746
002747* ----------------------------------------------------------------
002748*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
002749*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
002750*  ONCE SIGN-ON HAS SUCCEEDED.
002751* ----------------------------------------------------------------
002752 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
002753 01  OperEnd                     PIC X(01) VALUE "N".
002754 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
002755 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
002756 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
002757     88  OPERATOR-FOUND              VALUE "Y".
002758 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
002759 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
002760 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
002761 01  WS-OPER-AUTH.
002762     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
002763     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
002764     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
002765     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
002766 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002767 01  WS-SSNLOG-STATUS            PIC X(02) VALUE "00".
002768
002769 PROCEDURE DIVISION.
002770
002771******************************************************************
002772*  0000-MAINLINE
002773*  TOP-LEVEL FLOW OF CONTROL FOR THE WHOLE RUN.
002774******************************************************************
002780 0000-MAINLINE.
002781     PERFORM 9300-SIGN-ON THRU 9300-EXIT
002782     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002783     PERFORM 9000-CHECK-RUN-CONTROL THRU 9000-EXIT
002784     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
002785     IF WS-FULLSSN-ANSWER = "Y"
002786         PERFORM 9400-LOG-FULL-SSN THRU 9400-EXIT
002792     END-IF
002793     OPEN OUTPUT ROSTERFILE
002794     OPEN OUTPUT EXCPFILE
002795     OPEN OUTPUT SUMMFILE
002860******************************************************************
002870*  1000-INITIALIZE
002880*  GET TODAY'S DATE, ASK ABOUT RESTARTING FROM A CHECKPOINT, AND
002890*  PRELOAD THE ACCUMULATORS IF SO.  FULL SSNS ARE PRINTED ONLY
002895*  FOR AN OPERATOR WITH FULL-SSN AUTHORITY.
002900******************************************************************
002910 1000-INITIALIZE.
002920     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
003001     DISPLAY "PRINT FULL SSNS ON THE ROSTER (Y/N)? " WITH NO
003002         ADVANCING
003003     ACCEPT WS-FULLSSN-ANSWER FROM CONSOLE
003004     IF WS-FULLSSN-ANSWER = "Y" OR WS-FULLSSN-ANSWER = "y"
003005         IF WS-AUTH-FULLSSN = "Y"
003006             MOVE "Y" TO WS-FULLSSN-ANSWER
003007         ELSE
003008             DISPLAY "*** OPERATOR " WS-OPERATOR-ID " HAS NO "
003009                 "FULL-SSN AUTHORITY - SSNS WILL BE MASKED."
003010             MOVE "N" TO WS-FULLSSN-ANSWER
003011         END-IF
003012     ELSE
003013         MOVE "N" TO WS-FULLSSN-ANSWER
003014     END-IF
003015     .
003020 1000-EXIT.
003030     EXIT.
003040
006571                 "CONTROL TOTALS MATCH TRAILER - RUN COMPLETE."
006572                 TO SM-Print-Line
006573             WRITE SM-Print-Line
006576             DISPLAY "CONTROL TOTALS MATCH TRAILER RECORD - "
006580                 "RUN IS COMPLETE."
006581             MOVE "OK  " TO WS-END-RESULT
006582             MOVE SPACES TO WS-END-REASON
008200     MOVE DY TO RC-RUN-DAY
008210     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
008220     MOVE ZERO TO RC-RECORD-COUNT
008225     MOVE WS-OPERATOR-ID TO RC-OPERATOR
008230     WRITE RC-RUN-RECORD
008240     CLOSE RUNCTLFILE
008250     .
008460     MOVE SLINECOUNT TO RC-RECORD-COUNT
008470     MOVE WS-END-RESULT TO RC-RESULT
008480     MOVE WS-END-REASON TO RC-REASON
008485     MOVE WS-OPERATOR-ID TO RC-OPERATOR
008490     WRITE RC-RUN-RECORD
008500     CLOSE RUNCTLFILE
008510     .
008520 9200-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560*  9300-SIGN-ON
008570*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
008580*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
008590*  WITHOUT PAYROLL RUN AUTHORITY REFUSES THE RUN BEFORE
008600*  ANY FILE IS TOUCHED.
008610******************************************************************
008620 9300-SIGN-ON.
008630     DISPLAY "PT2 - OPERATOR SIGN-ON"
008640     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
008650     ACCEPT WS-SIGNON-ID FROM CONSOLE
008660     DISPLAY "PASSWORD: " WITH NO ADVANCING
008670     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
008680     INSPECT WS-SIGNON-ID CONVERTING
008690         "abcdefghijklmnopqrstuvwxyz" TO
008700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008710     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
008720     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
008730        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
008740         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
008750         STOP RUN
008760     END-IF
008770     IF WS-OPER-ACTIVE NOT = "A"
008780         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
008790             "RUN REFUSED."
008800         STOP RUN
008810     END-IF
008820     IF WS-AUTH-PAYROLL NOT = "Y"
008830         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
008840             "PAYROLL RUN AUTHORITY - RUN REFUSED."
008850         STOP RUN
008860     END-IF
008870     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
008880     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
008890     DISPLAY SPACES
008900     .
008910 9300-EXIT.
008920     EXIT.
008930
008940******************************************************************
008950*  9310-FIND-OPERATOR
008960*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
008970*  CAN SIGN ON.
008980******************************************************************
008990 9310-FIND-OPERATOR.
009000     MOVE "N" TO WS-OPER-FOUND-SW
009010     MOVE "N" TO OperEnd
009020     OPEN INPUT OPERFILE
009030     IF WS-OPER-STATUS = "35"
009040         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
009050         MOVE "Y" TO OperEnd
009060     ELSE
009070         PERFORM UNTIL OperEnd = "Y"
009080             READ OPERFILE
009090                 AT END
009100                     MOVE "Y" TO OperEnd
009110                 NOT AT END
009120                     PERFORM 9320-CHECK-ONE-OPERATOR
009130                         THRU 9320-EXIT
009140             END-READ
009150         END-PERFORM
009160         CLOSE OPERFILE
009170     END-IF
009180     .
009190 9310-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230*  9320-CHECK-ONE-OPERATOR
009240******************************************************************
009250 9320-CHECK-ONE-OPERATOR.
009260     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
009270         MOVE "Y" TO WS-OPER-FOUND-SW
009280         MOVE "Y" TO OperEnd
009290         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
009300         MOVE OP-NAME TO WS-OPER-NAME
009310         MOVE OP-STATUS TO WS-OPER-ACTIVE
009320         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
009330         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
009340         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
009350         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
009360     END-IF
009370     .
009380 9320-EXIT.
009390     EXIT.
009400
009410******************************************************************
009420*  9400-LOG-FULL-SSN
009430*  APPENDS ONE SSNLOG.DAT RECORD FOR A ROSTER PRINTED WITH FULL
009440*  SSNS, UNDER THE OPERATOR WHO ASKED FOR IT.
009450******************************************************************
009460 9400-LOG-FULL-SSN.
009470     OPEN EXTEND SSNLOGFILE
009480     IF WS-SSNLOG-STATUS = "35"
009490         OPEN OUTPUT SSNLOGFILE
009500     END-IF
009510     MOVE SPACES TO SL-SSN-LOG-RECORD
009520     MOVE WS-OPERATOR-ID TO SL-OPERATOR
009530     MOVE "PT2" TO SL-PROGRAM
009540     MOVE YR TO SL-RUN-YEAR
009550     MOVE MN TO SL-RUN-MONTH
009560     MOVE DY TO SL-RUN-DAY
009570     MOVE WS-TIME-HHMMSS TO SL-RUN-TIME
009580     WRITE SL-SSN-LOG-RECORD
009590     CLOSE SSNLOGFILE
009600     .
009610 9400-EXIT.
009620     EXIT.
