000190*  DATE        INIT  DESCRIPTION
000200*  ----------  ----  ------------------------------------------
000210*  2026-09-01  JSJ   ORIGINAL VERSION.
000212*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000214*                    NEEDS INQUIRY AUTHORITY.  THE OPERATOR ID NOW
000216*                    GOES ON THE RUNCTL.DAT STAMPS.
000220******************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000370         ACCESS IS SEQUENTIAL
000380         FILE STATUS IS WS-RUNCTL-STATUS.
000390
000391     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000392         ORGANIZATION IS LINE SEQUENTIAL
000393         ACCESS IS SEQUENTIAL
000394         FILE STATUS IS WS-OPER-STATUS.
000395
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PTOFILE.
000480 FD  RUNCTLFILE.
000490 COPY RUNCTL.
000500
000502 FD  OPERFILE.
000504 COPY OPERATOR.
000506
000510 WORKING-STORAGE SECTION.
000520 01  WS-PTO-STATUS               PIC X(02) VALUE "00".
000530 01  TODAY-DATE.
000900     05  PL-TOTAL-LABEL          PIC X(30).
000910     05  PL-TOTAL-HOURS          PIC Z,ZZZ,ZZ9.99.
000920     05  FILLER                  PIC X(90) VALUE SPACES.
000922
000924* ----------------------------------------------------------------
000926*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
000930*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
000931*  ONCE SIGN-ON HAS SUCCEEDED.
000932* ----------------------------------------------------------------
000933 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
000934 01  OperEnd                     PIC X(01) VALUE "N".
000935 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
000936 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
000937 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
000938     88  OPERATOR-FOUND              VALUE "Y".
000939 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
000940 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
000941 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
000942 01  WS-OPER-AUTH.
000943     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
000944     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
000945     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
000946     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
000947 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000948
000949 PROCEDURE DIVISION.
000950
000960******************************************************************
000970*  0000-MAINLINE
000980******************************************************************
000990 0000-MAINLINE.
000995     PERFORM 9300-SIGN-ON THRU 9300-EXIT
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001010     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
001020     PERFORM 2000-PRINT-BALANCE-LISTING THRU 2000-EXIT
002190     MOVE DY TO RC-RUN-DAY
002200     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
002210     MOVE ZERO TO RC-RECORD-COUNT
002215     MOVE WS-OPERATOR-ID TO RC-OPERATOR
002220     WRITE RC-RUN-RECORD
002230     CLOSE RUNCTLFILE
002240     .
002430     MOVE WS-EMP-COUNT TO RC-RECORD-COUNT
002440     MOVE "OK  " TO RC-RESULT
002450     MOVE SPACES TO RC-REASON
002455     MOVE WS-OPERATOR-ID TO RC-OPERATOR
002460     WRITE RC-RUN-RECORD
002470     CLOSE RUNCTLFILE
002480     .
002490 9200-EXIT.
002500     EXIT.
002510
002520******************************************************************
002530*  9300-SIGN-ON
002540*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
002550*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
002560*  WITHOUT INQUIRY AUTHORITY REFUSES THE RUN BEFORE
002570*  ANY FILE IS TOUCHED.
002580******************************************************************
002590 9300-SIGN-ON.
002600     DISPLAY "PT2PTO - OPERATOR SIGN-ON"
002610     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
002620     ACCEPT WS-SIGNON-ID FROM CONSOLE
002630     DISPLAY "PASSWORD: " WITH NO ADVANCING
002640     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
002650     INSPECT WS-SIGNON-ID CONVERTING
002660         "abcdefghijklmnopqrstuvwxyz" TO
002670         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002680     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
002690     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
002700        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
002710         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
002720         STOP RUN
002730     END-IF
002740     IF WS-OPER-ACTIVE NOT = "A"
002750         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
002760             "RUN REFUSED."
002770         STOP RUN
002780     END-IF
002790     IF WS-AUTH-INQUIRY NOT = "Y"
002800         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
002810             "INQUIRY AUTHORITY - RUN REFUSED."
002820         STOP RUN
002830     END-IF
002840     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
002850     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
002860     DISPLAY SPACES
002870     .
002880 9300-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920*  9310-FIND-OPERATOR
002930*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
002940*  CAN SIGN ON.
002950******************************************************************
002960 9310-FIND-OPERATOR.
002970     MOVE "N" TO WS-OPER-FOUND-SW
002980     MOVE "N" TO OperEnd
002990     OPEN INPUT OPERFILE
003000     IF WS-OPER-STATUS = "35"
003010         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
003020         MOVE "Y" TO OperEnd
003030     ELSE
003040         PERFORM UNTIL OperEnd = "Y"
003050             READ OPERFILE
003060                 AT END
003070                     MOVE "Y" TO OperEnd
003080                 NOT AT END
003090                     PERFORM 9320-CHECK-ONE-OPERATOR
003100                         THRU 9320-EXIT
003110             END-READ
003120         END-PERFORM
003130         CLOSE OPERFILE
003140     END-IF
003150     .
003160 9310-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200*  9320-CHECK-ONE-OPERATOR
003210******************************************************************
003220 9320-CHECK-ONE-OPERATOR.
003230     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
003240         MOVE "Y" TO WS-OPER-FOUND-SW
003250         MOVE "Y" TO OperEnd
003260         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
003270         MOVE OP-NAME TO WS-OPER-NAME
003280         MOVE OP-STATUS TO WS-OPER-ACTIVE
003290         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
003300         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
003310         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
003320         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
003330     END-IF
003340     .
003350 9320-EXIT.
003360     EXIT.
