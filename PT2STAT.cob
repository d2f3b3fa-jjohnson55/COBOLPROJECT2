000212*  2026-09-01  JSJ   PT2BANK ADDED TO THE PROGRAM TABLE.
000213*  2026-09-01  JSJ   PT2PUNCH ADDED TO THE PROGRAM TABLE.
000214*  2026-09-01  JSJ   PT2PTO ADDED TO THE PROGRAM TABLE.
000215*  2026-10-15  JSJ   PT2HIST ADDED TO THE PROGRAM TABLE.
000216*  2026-10-15  JSJ   PT2VOID ADDED TO THE PROGRAM TABLE.
000217*  2026-10-15  JSJ   PT2ACCT ADDED TO THE PROGRAM TABLE.
000218*  2026-10-15  JSJ   PT2ERTAX ADDED TO THE PROGRAM TABLE.
000219*  2026-10-15  JSJ   PT2W2 ADDED TO THE PROGRAM TABLE.
000220*  2026-10-15  JSJ   PT2RAISE ADDED TO THE PROGRAM TABLE.
000222*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000224*                    NEEDS INQUIRY AUTHORITY.  EACH PROGRAM'S LAST
000226*                    STAMP NOW SHOWS THE OPERATOR WHO RAN IT.
000228******************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000280         ACCESS IS SEQUENTIAL
000290         FILE STATUS IS WS-RUNCTL-STATUS.
000300
000301     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000302         ORGANIZATION IS LINE SEQUENTIAL
000303         ACCESS IS SEQUENTIAL
000304         FILE STATUS IS WS-OPER-STATUS.
000305
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  RUNCTLFILE.
000340 COPY RUNCTL.
000350
000352 FD  OPERFILE.
000354 COPY OPERATOR.
000356
000360 WORKING-STORAGE SECTION.
000370 01  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
000380 01  RunCtlEnd                   PIC X(01) VALUE "N".
000420*  SEEN FOR IT ON THE LOG.
000430* ----------------------------------------------------------------
000440 01  STAT-TABLE.
000450     05  STAT-ENTRY OCCURS 14 TIMES
000460             INDEXED BY SP-IDX.
000470         10  SP-PROGRAM          PIC X(08).
000480         10  SP-LAST-STAMP       PIC X(01).
000530         10  SP-COUNT            PIC 9(06).
000540         10  SP-RESULT           PIC X(04).
000550         10  SP-REASON           PIC X(30).
000552         10  SP-OPERATOR         PIC X(08).
000554
000556* ----------------------------------------------------------------
000558*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
000560*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
000561*  ONCE SIGN-ON HAS SUCCEEDED.
000562* ----------------------------------------------------------------
000563 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
000564 01  OperEnd                     PIC X(01) VALUE "N".
000565 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
000566 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
000567 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
000568     88  OPERATOR-FOUND              VALUE "Y".
000569 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
000570 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
000571 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
000572 01  WS-OPER-AUTH.
000573     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
000574     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
000575     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
000576     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
000577 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000578
000579 PROCEDURE DIVISION.
000580
000590******************************************************************
000600*  0000-MAINLINE
000610******************************************************************
000620 0000-MAINLINE.
000625     PERFORM 9300-SIGN-ON THRU 9300-EXIT
000630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000640     PERFORM 2000-READ-RUN-LOG THRU 2000-EXIT
000650     PERFORM 3000-PRINT-STATUS THRU 3000-EXIT
000752     MOVE "PT2BANK" TO SP-PROGRAM(6)
000753     MOVE "PT2PUNCH" TO SP-PROGRAM(7)
000754     MOVE "PT2PTO" TO SP-PROGRAM(8)
000755     MOVE "PT2HIST" TO SP-PROGRAM(9)
000756     MOVE "PT2VOID" TO SP-PROGRAM(10)
000757     MOVE "PT2ACCT" TO SP-PROGRAM(11)
000758     MOVE "PT2ERTAX" TO SP-PROGRAM(12)
000759     MOVE "PT2W2" TO SP-PROGRAM(13)
000760     MOVE "PT2RAISE" TO SP-PROGRAM(14)
000765     PERFORM 1100-CLEAR-ONE-SLOT THRU 1100-EXIT
000770         VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > 14
000780     DISPLAY SPACES
000790     DISPLAY "          THE BEST IS YET TO COME, INC."
000800     DISPLAY "          SUITE RUN STATUS - OPERATOR REPORT"
000950     MOVE ZERO TO SP-COUNT(SP-IDX)
000960     MOVE SPACES TO SP-RESULT(SP-IDX)
000970     MOVE SPACES TO SP-REASON(SP-IDX)
000975     MOVE SPACES TO SP-OPERATOR(SP-IDX)
000980     .
000990 1100-EXIT.
001000     EXIT.
001300******************************************************************
001310 2100-NOTE-ONE-STAMP.
001320     PERFORM 2200-MATCH-ONE-SLOT THRU 2200-EXIT
001330         VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > 14
001340     .
001350 2100-EXIT.
001360     EXIT.
001480         MOVE RC-RECORD-COUNT TO SP-COUNT(SP-IDX)
001490         MOVE RC-RESULT TO SP-RESULT(SP-IDX)
001500         MOVE RC-REASON TO SP-REASON(SP-IDX)
001505         MOVE RC-OPERATOR TO SP-OPERATOR(SP-IDX)
001510     END-IF
001520     .
001530 2200-EXIT.
001600     DISPLAY "PROGRAM   LAST OUTCOME"
001610     DISPLAY SPACES
001620     PERFORM 3100-PRINT-ONE-SLOT THRU 3100-EXIT
001630         VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > 14
001640     .
001650 3000-EXIT.
001660     EXIT.
001880                 SP-YEAR(SP-IDX) " " SP-TIME(SP-IDX) " - "
001890                 SP-REASON(SP-IDX)
001900     END-EVALUATE
001902     IF SP-LAST-STAMP(SP-IDX) NOT = SPACE
001904        AND SP-OPERATOR(SP-IDX) NOT = SPACES
001906         DISPLAY "          RUN BY OPERATOR " SP-OPERATOR(SP-IDX)
001908     END-IF
001910     .
001920 3100-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960*  9300-SIGN-ON
001970*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
001980*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
001990*  WITHOUT INQUIRY AUTHORITY REFUSES THE RUN BEFORE
002000*  ANY FILE IS TOUCHED.
002010******************************************************************
002020 9300-SIGN-ON.
002030     DISPLAY "PT2STAT - OPERATOR SIGN-ON"
002040     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
002050     ACCEPT WS-SIGNON-ID FROM CONSOLE
002060     DISPLAY "PASSWORD: " WITH NO ADVANCING
002070     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
002080     INSPECT WS-SIGNON-ID CONVERTING
002090         "abcdefghijklmnopqrstuvwxyz" TO
002100         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002110     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
002120     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
002130        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
002140         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
002150         STOP RUN
002160     END-IF
002170     IF WS-OPER-ACTIVE NOT = "A"
002180         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
002190             "RUN REFUSED."
002200         STOP RUN
002210     END-IF
002220     IF WS-AUTH-INQUIRY NOT = "Y"
002230         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
002240             "INQUIRY AUTHORITY - RUN REFUSED."
002250         STOP RUN
002260     END-IF
002270     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
002280     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
002290     DISPLAY SPACES
002300     .
002310 9300-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350*  9310-FIND-OPERATOR
002360*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
002370*  CAN SIGN ON.
002380******************************************************************
002390 9310-FIND-OPERATOR.
002400     MOVE "N" TO WS-OPER-FOUND-SW
002410     MOVE "N" TO OperEnd
002420     OPEN INPUT OPERFILE
002430     IF WS-OPER-STATUS = "35"
002440         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
002450         MOVE "Y" TO OperEnd
002460     ELSE
002470         PERFORM UNTIL OperEnd = "Y"
002480             READ OPERFILE
002490                 AT END
002500                     MOVE "Y" TO OperEnd
002510                 NOT AT END
002520                     PERFORM 9320-CHECK-ONE-OPERATOR
002530                         THRU 9320-EXIT
002540             END-READ
002550         END-PERFORM
002560         CLOSE OPERFILE
002570     END-IF
002580     .
002590 9310-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630*  9320-CHECK-ONE-OPERATOR
002640******************************************************************
002650 9320-CHECK-ONE-OPERATOR.
002660     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
002670         MOVE "Y" TO WS-OPER-FOUND-SW
002680         MOVE "Y" TO OperEnd
002690         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
002700         MOVE OP-NAME TO WS-OPER-NAME
002710         MOVE OP-STATUS TO WS-OPER-ACTIVE
002720         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
002730         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
002740         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
002750         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
002760     END-IF
002770     .
002780 9320-EXIT.
002790     EXIT.
