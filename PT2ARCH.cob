000300*  DATE        INIT  DESCRIPTION
000310*  ----------  ----  ------------------------------------------
000320*  2026-09-01  JSJ   ORIGINAL VERSION.
000321*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000322*                    NEEDS PAYROLL RUN AUTHORITY.  THE OPERATOR ID
000323*                    GOES ON THE LOG AND ON EVERY "*CUT*" RECORD.
000324*                    MAINTAUD.DAT AND RUNCTL.DAT RECORDS WIDENED
000325*                    FOR THEIR OPERATOR IDS.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         ACCESS IS SEQUENTIAL.
000700
000701     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000702         ORGANIZATION IS LINE SEQUENTIAL
000703         ACCESS IS SEQUENTIAL
000704         FILE STATUS IS WS-OPER-STATUS.
000705
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  AUDITFILE.
000740 COPY MAINTAUD.
000750
000760 FD  AUDARCH.
000770 01  AD-Arch-Record          PIC X(282).
000780
000790 FD  RUNCTLFILE.
000800 COPY RUNCTL.
000810
000820 FD  RCTLARCH.
000830 01  RA-Arch-Record          PIC X(71).
000840
000850 FD  PAYHISTFILE.
000860 COPY PAYHIST.
000870
000880 FD  PHISARCH.
000890 01  PA-Arch-Record          PIC X(37).
000900
000910 FD  LOGFILE.
000920 01  LG-Print-Line           PIC X(132).
000930
000932 FD  OPERFILE.
000934 COPY OPERATOR.
000936
000940 WORKING-STORAGE SECTION.
000950 01  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000960 01  WS-AUDARCH-STATUS           PIC X(02) VALUE "00".
001180* ----------------------------------------------------------------
001190*  THE RETAINED (RECENT) RECORDS FOR THE FILE BEING CUT - HELD
001200*  WHOLE SO THE LIVE FILE CAN BE REWRITTEN FROM SCRATCH.  THE
001210*  BUFFER IS SIZED FOR THE WIDEST RECORD (MAINTAUD, 282).  A
001211*  COUNTING PRE-PASS REFUSES THE CUT BEFORE THE ARCHIVE IS
001212*  TOUCHED WHEN THE RECENT SET WOULD NOT FIT, SO AN OVERFLOW
001213*  CAN NEVER LEAVE A HALF-CUT ON THE ARCHIVE TO BE DUPLICATED
001250     05  RETAIN-ENTRY OCCURS 1 TO 30000 TIMES
001260             DEPENDING ON WS-RETAIN-COUNT
001270             INDEXED BY RT-IDX.
001280         10  RT-RECORD           PIC X(282).
001290 01  WS-RETAIN-FULL-SW           PIC X(01) VALUE "N".
001300 01  WS-MOVED-COUNT              PIC 9(06) VALUE ZERO.
001301 01  WS-RECENT-COUNT             PIC 9(06) VALUE ZERO.
001310 01  WS-RECORD-DATE              PIC X(08) VALUE SPACES.
001320
001330* ----------------------------------------------------------------
001340*  THE "*CUT*" CONTROL RECORD CLOSING EACH CUT ON THE ARCHIVE,
001343*  CARRYING THE OPERATOR WHO MADE THE CUT.  PHISARCH.DAT RECORDS
001346*  ARE 37 BYTES SO IT FITS AFTER THE 34-BYTE PAYHIST RECORDS.
001350* ----------------------------------------------------------------
001360 01  WS-ARCH-CONTROL.
001370     05  AC-MARKER               PIC X(07) VALUE "*CUT*  ".
001380     05  AC-CUTOFF-DATE          PIC 9(08).
001390     05  AC-RUN-DATE             PIC 9(08).
001400     05  AC-MOVED-COUNT          PIC 9(06).
001405     05  AC-OPERATOR             PIC X(08).
001410
001420* ----------------------------------------------------------------
001430*  LOG PRINT LINE
001510     05  FILLER                  PIC X(13) VALUE "  CUTOFF WAS ".
001520     05  LG-CUTOFF               PIC 9(08).
001530     05  FILLER                  PIC X(68) VALUE SPACES.
001532
001534* ----------------------------------------------------------------
001536*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
001540*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
001541*  ONCE SIGN-ON HAS SUCCEEDED.
001542* ----------------------------------------------------------------
001543 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
001544 01  OperEnd                     PIC X(01) VALUE "N".
001545 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
001546 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
001547 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
001548     88  OPERATOR-FOUND              VALUE "Y".
001549 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
001550 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
001551 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
001552 01  WS-OPER-AUTH.
001553     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
001554     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
001555     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
001556     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
001557 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001558
001559 PROCEDURE DIVISION.
001560
001570******************************************************************
001580*  0000-MAINLINE
001620*  "*CUT*" CONTROL RECORDS ON THE ARCHIVES THEMSELVES.
001630******************************************************************
001640 0000-MAINLINE.
001645     PERFORM 9300-SIGN-ON THRU 9300-EXIT
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001660     OPEN OUTPUT LOGFILE
001670     PERFORM 1100-PRINT-LOG-HEADING THRU 1100-EXIT
002320     WRITE LG-Print-Line
002330     MOVE "          HISTORY ARCHIVE/PURGE LOG" TO LG-Print-Line
002340     WRITE LG-Print-Line
002342     MOVE SPACES TO LG-Print-Line
002344     STRING "          RUN BY OPERATOR " WS-OPERATOR-ID
002346         DELIMITED BY SIZE INTO LG-Print-Line
002348     WRITE LG-Print-Line
002350     MOVE SPACES TO LG-Print-Line
002360     WRITE LG-Print-Line
002370     .
002763 2050-EXIT.
002764     EXIT.
002765
002767******************************************************************
002770*  2100-SPLIT-ONE-AUDIT
002780******************************************************************
002790 2100-SPLIT-ONE-AUDIT.
002960     MOVE WS-CUTOFF-DATE TO AC-CUTOFF-DATE
002970     MOVE TODAY-DATE TO AC-RUN-DATE
002980     MOVE WS-MOVED-COUNT TO AC-MOVED-COUNT
002985     MOVE WS-OPERATOR-ID TO AC-OPERATOR
002990     MOVE SPACES TO AD-Arch-Record
003000     MOVE WS-ARCH-CONTROL TO AD-Arch-Record
003010     WRITE AD-Arch-Record
003600             MOVE WS-CUTOFF-DATE TO AC-CUTOFF-DATE
003610             MOVE TODAY-DATE TO AC-RUN-DATE
003620             MOVE WS-MOVED-COUNT TO AC-MOVED-COUNT
003625             MOVE WS-OPERATOR-ID TO AC-OPERATOR
003630             MOVE SPACES TO RA-Arch-Record
003640             MOVE WS-ARCH-CONTROL TO RA-Arch-Record
003650             WRITE RA-Arch-Record
004320             MOVE WS-CUTOFF-DATE TO AC-CUTOFF-DATE
004330             MOVE TODAY-DATE TO AC-RUN-DATE
004340             MOVE WS-MOVED-COUNT TO AC-MOVED-COUNT
004345             MOVE WS-OPERATOR-ID TO AC-OPERATOR
004350             MOVE SPACES TO PA-Arch-Record
004360             MOVE WS-ARCH-CONTROL TO PA-Arch-Record
004370             WRITE PA-Arch-Record
005590     .
005600 8000-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640*  9300-SIGN-ON
005650*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
005660*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
005670*  WITHOUT PAYROLL RUN AUTHORITY REFUSES THE RUN BEFORE
005680*  ANY FILE IS TOUCHED.
005690******************************************************************
005700 9300-SIGN-ON.
005710     DISPLAY "PT2ARCH - OPERATOR SIGN-ON"
005720     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
005730     ACCEPT WS-SIGNON-ID FROM CONSOLE
005740     DISPLAY "PASSWORD: " WITH NO ADVANCING
005750     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
005760     INSPECT WS-SIGNON-ID CONVERTING
005770         "abcdefghijklmnopqrstuvwxyz" TO
005780         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005790     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
005800     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
005810        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
005820         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
005830         STOP RUN
005840     END-IF
005850     IF WS-OPER-ACTIVE NOT = "A"
005860         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
005870             "RUN REFUSED."
005880         STOP RUN
005890     END-IF
005900     IF WS-AUTH-PAYROLL NOT = "Y"
005910         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
005920             "PAYROLL RUN AUTHORITY - RUN REFUSED."
005930         STOP RUN
005940     END-IF
005950     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
005960     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
005970     DISPLAY SPACES
005980     .
005990 9300-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*  9310-FIND-OPERATOR
006040*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
006050*  CAN SIGN ON.
006060******************************************************************
006070 9310-FIND-OPERATOR.
006080     MOVE "N" TO WS-OPER-FOUND-SW
006090     MOVE "N" TO OperEnd
006100     OPEN INPUT OPERFILE
006110     IF WS-OPER-STATUS = "35"
006120         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
006130         MOVE "Y" TO OperEnd
006140     ELSE
006150         PERFORM UNTIL OperEnd = "Y"
006160             READ OPERFILE
006170                 AT END
006180                     MOVE "Y" TO OperEnd
006190                 NOT AT END
006200                     PERFORM 9320-CHECK-ONE-OPERATOR
006210                         THRU 9320-EXIT
006220             END-READ
006230         END-PERFORM
006240         CLOSE OPERFILE
006250     END-IF
006260     .
006270 9310-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310*  9320-CHECK-ONE-OPERATOR
006320******************************************************************
006330 9320-CHECK-ONE-OPERATOR.
006340     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
006350         MOVE "Y" TO WS-OPER-FOUND-SW
006360         MOVE "Y" TO OperEnd
006370         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
006380         MOVE OP-NAME TO WS-OPER-NAME
006390         MOVE OP-STATUS TO WS-OPER-ACTIVE
006400         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
006410         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
006420         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
006430         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
006440     END-IF
006450     .
006460 9320-EXIT.
006470     EXIT.
