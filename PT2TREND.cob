000195*                    CENTS, MATCHING THE PAYHIST.DAT AVERAGES,
000196*                    AND PRINT THROUGH EDITED FIELDS WITH A
000197*                    DECIMAL POINT.
000199*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000201*                    NEEDS INQUIRY AUTHORITY.  THE OPERATOR ID NOW
000203*                    GOES ON THE RUNCTL.DAT STAMPS.
000205******************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000264         ACCESS IS SEQUENTIAL
000265         FILE STATUS IS WS-RUNCTL-STATUS.
000270
000271     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000272         ORGANIZATION IS LINE SEQUENTIAL
000273         ACCESS IS SEQUENTIAL
000274         FILE STATUS IS WS-OPER-STATUS.
000275
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  PAYHISTFILE.
000312 FD  RUNCTLFILE.
000313 COPY RUNCTL.
000320
000322 FD  OPERFILE.
000324 COPY OPERATOR.
000326
000330 WORKING-STORAGE SECTION.
000340 01  WS-RUN-COUNT                PIC 9(04) VALUE ZERO.
000350 01  WS-HAVE-PREVIOUS            PIC X(01) VALUE "N".
000450 01  WS-TIME-RAW.
000451     03  WS-TIME-HHMMSS          PIC 9(06).
000452     03  FILLER                  PIC 9(02).
000453
000454* ----------------------------------------------------------------
000455*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
000456*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
000457*  ONCE SIGN-ON HAS SUCCEEDED.
000458* ----------------------------------------------------------------
000459 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
000460 01  OperEnd                     PIC X(01) VALUE "N".
000461 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
000462 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
000463 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
000464     88  OPERATOR-FOUND              VALUE "Y".
000465 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
000466 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
000467 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
000468 01  WS-OPER-AUTH.
000469     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
000470     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
000471     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
000472     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
000473 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000474
000475 PROCEDURE DIVISION.
000476
000480******************************************************************
000490*  0000-MAINLINE
000500******************************************************************
000505 0000-MAINLINE.
000510     PERFORM 9300-SIGN-ON THRU 9300-EXIT
000511     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
000512     ACCEPT WS-TIME-RAW FROM TIME
000513     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
001410     MOVE DY TO RC-RUN-DAY
001420     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
001430     MOVE ZERO TO RC-RECORD-COUNT
001435     MOVE WS-OPERATOR-ID TO RC-OPERATOR
001440     WRITE RC-RUN-RECORD
001450     CLOSE RUNCTLFILE
001460     .
001650     MOVE WS-RUN-COUNT TO RC-RECORD-COUNT
001660     MOVE "OK  " TO RC-RESULT
001670     MOVE SPACES TO RC-REASON
001675     MOVE WS-OPERATOR-ID TO RC-OPERATOR
001680     WRITE RC-RUN-RECORD
001690     CLOSE RUNCTLFILE
001700     .
001710 9200-EXIT.
001720     EXIT.
001730
001740******************************************************************
001750*  9300-SIGN-ON
001760*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
001770*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
001780*  WITHOUT INQUIRY AUTHORITY REFUSES THE RUN BEFORE
001790*  ANY FILE IS TOUCHED.
001800******************************************************************
001810 9300-SIGN-ON.
001820     DISPLAY "PT2TREND - OPERATOR SIGN-ON"
001830     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
001840     ACCEPT WS-SIGNON-ID FROM CONSOLE
001850     DISPLAY "PASSWORD: " WITH NO ADVANCING
001860     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
001870     INSPECT WS-SIGNON-ID CONVERTING
001880         "abcdefghijklmnopqrstuvwxyz" TO
001890         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001900     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
001910     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
001920        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
001930         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
001940         STOP RUN
001950     END-IF
001960     IF WS-OPER-ACTIVE NOT = "A"
001970         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
001980             "RUN REFUSED."
001990         STOP RUN
002000     END-IF
002010     IF WS-AUTH-INQUIRY NOT = "Y"
002020         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
002030             "INQUIRY AUTHORITY - RUN REFUSED."
002040         STOP RUN
002050     END-IF
002060     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
002070     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
002080     DISPLAY SPACES
002090     .
002100 9300-EXIT.
002110     EXIT.
002120
002130******************************************************************
002140*  9310-FIND-OPERATOR
002150*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
002160*  CAN SIGN ON.
002170******************************************************************
002180 9310-FIND-OPERATOR.
002190     MOVE "N" TO WS-OPER-FOUND-SW
002200     MOVE "N" TO OperEnd
002210     OPEN INPUT OPERFILE
002220     IF WS-OPER-STATUS = "35"
002230         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
002240         MOVE "Y" TO OperEnd
002250     ELSE
002260         PERFORM UNTIL OperEnd = "Y"
002270             READ OPERFILE
002280                 AT END
002290                     MOVE "Y" TO OperEnd
002300                 NOT AT END
002310                     PERFORM 9320-CHECK-ONE-OPERATOR
002320                         THRU 9320-EXIT
002330             END-READ
002340         END-PERFORM
002350         CLOSE OPERFILE
002360     END-IF
002370     .
002380 9310-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420*  9320-CHECK-ONE-OPERATOR
002430******************************************************************
002440 9320-CHECK-ONE-OPERATOR.
002450     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
002460         MOVE "Y" TO WS-OPER-FOUND-SW
002470         MOVE "Y" TO OperEnd
002480         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
002490         MOVE OP-NAME TO WS-OPER-NAME
002500         MOVE OP-STATUS TO WS-OPER-ACTIVE
002510         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
002520         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
002530         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
002540         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
002550     END-IF
002560     .
002570 9320-EXIT.
002580     EXIT.
