000174*  FILE CAN STILL BE PROVED.  THE "*CUT*" CONTROL RECORDS ON
000175*  THE ARCHIVE ARE SKIPPED AUTOMATICALLY.
000180*
000182*  PT2ACCT LOGS ITS DIRECT DEPOSIT ACCOUNT CHANGES ON THE SAME
000184*  FILE UNDER CODES N (ADD), M (CHANGE) AND X (DELETE); THEIR
000186*  IMAGES ARE BANKACCT.DAT RECORDS, NOT EMPLOYEE RECORDS.
000188*
000190*  MODIFICATION HISTORY.
000200*  DATE        INIT  DESCRIPTION
000210*  ----------  ----  ------------------------------------------
000220*  2026-08-21  JSJ   ORIGINAL VERSION.
000221*  2026-09-01  JSJ   INQUIRY CAN NOW READ THE MAUDARCH.DAT
000222*                    ARCHIVE CUT BY PT2ARCH.
000223*  2026-10-15  JSJ   BANK ACCOUNT CHANGES LOGGED BY PT2ACCT (CODES
000224*                    N, M, X) ARE LABELLED AS SUCH.
000225*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000226*                    NEEDS INQUIRY AUTHORITY.  EACH RECORD SHOWS
000227*                    THE OPERATOR WHO APPLIED IT AND ANY SECOND
000228*                    OPERATOR WHO APPROVED IT.  SSNS IN EMPLOYEE
000229*                    IMAGES ARE MASKED UNLESS THE OPERATOR HAS
000230*                    FULL-SSN AUTHORITY AND ASKS FOR THEM; THAT
000231*                    IS LOGGED TO SSNLOG.DAT.
000232******************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000303         ORGANIZATION IS LINE SEQUENTIAL
000304         ACCESS IS SEQUENTIAL
000305         FILE STATUS IS WS-ARCH-STATUS.
000307
000310     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000311         ORGANIZATION IS LINE SEQUENTIAL
000312         ACCESS IS SEQUENTIAL
000313         FILE STATUS IS WS-OPER-STATUS.
000314
000315     SELECT SSNLOGFILE ASSIGN TO "SSNLOG.dat"
000316         ORGANIZATION IS LINE SEQUENTIAL
000317         ACCESS IS SEQUENTIAL
000318         FILE STATUS IS WS-SSNLOG-STATUS.
000319
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  AUDITFILE.
000350 COPY MAINTAUD.
000351
000352 FD  ARCHFILE.
000353 01  AR-Arch-Record          PIC X(282).
000354
000355 FD  OPERFILE.
000356 COPY OPERATOR.
000360
000361******************************************************************
000362*  SSNLOGFILE - THE FULL-SSN ACCESS LOG.  LAYOUT SHARED VIA
000363*  SSNLOG.
000364******************************************************************
000365 FD  SSNLOGFILE.
000366 COPY SSNLOG.
000367
000370 WORKING-STORAGE SECTION.
000380 01  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000381 01  WS-ARCH-STATUS              PIC X(02) VALUE "00".
000390 01  AuditEnd                    PIC X(01) VALUE "N".
000400 01  WS-SEL-EMPNUM               PIC X(07) VALUE SPACES.
000410 01  WS-SEL-FROM-DATE            PIC X(08) VALUE SPACES.
000411 01  WS-SEL-TO-DATE              PIC X(08) VALUE SPACES.
000412 01  WS-MATCH-COUNT              PIC 9(06) VALUE ZERO.
000413 01  WS-FULL-SSN-ANSWER          PIC X(01) VALUE "N".
000414 01  TODAY-DATE.
000415     03  YR                      PIC 9(04).
000416     03  MN                      PIC 9(02).
000417     03  DY                      PIC 9(02).
000418 01  WS-TIME-RAW.
000419     03  WS-TIME-HHMMSS          PIC 9(06).
000420     03  FILLER                  PIC 9(02).
000421
000422* ----------------------------------------------------------------
000423*  ONE BEFORE OR AFTER IMAGE ON ITS WAY TO THE CONSOLE.  FOR AN
000424*  EMPLOYEE RECORD THE SSN SITS IN BYTES 61-69; THE FIRST SIX
000425*  DIGITS ARE OVERLAID WITH X'S UNLESS FULL SSNS WERE ASKED FOR.
000430* ----------------------------------------------------------------
000431 01  WS-AUDIT-IMAGE.
000432     05  FILLER                  PIC X(60).
000433     05  WS-IMG-SSNF3            PIC X(03).
000434     05  WS-IMG-SSNN3            PIC X(03).
000435     05  FILLER                  PIC X(56).
000436
000437* ----------------------------------------------------------------
000438*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
000439*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
000440*  ONCE SIGN-ON HAS SUCCEEDED.
000441* ----------------------------------------------------------------
000442 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
000443 01  OperEnd                     PIC X(01) VALUE "N".
000444 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
000445 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
000446 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
000447     88  OPERATOR-FOUND              VALUE "Y".
000448 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
000449 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
000450 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
000451 01  WS-OPER-AUTH.
000452     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
000453     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
000454     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
000455     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
000456 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000457 01  WS-SSNLOG-STATUS            PIC X(02) VALUE "00".
000458
000459 PROCEDURE DIVISION.
000460
000470******************************************************************
000480*  0000-MAINLINE
000490******************************************************************
000500 0000-MAINLINE.
000505     PERFORM 9300-SIGN-ON THRU 9300-EXIT
000510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000520     PERFORM 2000-LIST-AUDIT-ACTIVITY THRU 2000-EXIT
000530     PERFORM 3000-FINAL-SUMMARY THRU 3000-EXIT
000580*  ASKS THE OPERATOR WHAT TO SELECT.  "ALL" (OR JUST PRESSING
000590*  ENTER) FOR A PROMPT MEANS THAT PROMPT DOES NOT RESTRICT THE
000600*  LISTING.  DATES ARE ENTERED AS YYYYMMDD SO THEY COMPARE IN
000610*  THE SAME ORDER THE AUDIT FILE CARRIES THEM.  AN OPERATOR
000613*  WITH FULL-SSN AUTHORITY IS ALSO ASKED WHETHER TO SEE FULL
000616*  SSNS IN THE EMPLOYEE IMAGES; A "Y" IS LOGGED TO SSNLOG.DAT.
000620******************************************************************
000630 1000-INITIALIZE.
000640     DISPLAY SPACES
000677     IF WS-ARCHIVE-ANSWER NOT = "Y"
000678         MOVE "N" TO WS-ARCHIVE-ANSWER
000679     END-IF
000680     IF WS-AUTH-FULLSSN = "Y"
000681         DISPLAY "SHOW FULL SSNS IN EMPLOYEE IMAGES (Y/N)? "
000682             WITH NO ADVANCING
000683         ACCEPT WS-FULL-SSN-ANSWER FROM CONSOLE
000684     END-IF
000685     IF WS-FULL-SSN-ANSWER = "y"
000686         MOVE "Y" TO WS-FULL-SSN-ANSWER
000687     END-IF
000688     IF WS-FULL-SSN-ANSWER = "Y"
000689         MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
000690         ACCEPT WS-TIME-RAW FROM TIME
000691         PERFORM 9400-LOG-FULL-SSN THRU 9400-EXIT
000692     ELSE
000693         MOVE "N" TO WS-FULL-SSN-ANSWER
000694     END-IF
000695     DISPLAY "EMPLOYEE NUMBER (OR ALL): " WITH NO ADVANCING
000696     ACCEPT WS-SEL-EMPNUM FROM CONSOLE
000700     IF WS-SEL-EMPNUM = "ALL" OR WS-SEL-EMPNUM = "all"
000710         MOVE SPACES TO WS-SEL-EMPNUM
000720     END-IF
001169 2500-EXIT.
001170     EXIT.
001171
001173******************************************************************
001175*  2100-SELECT-ONE-RECORD
001177*  APPLIES THE OPERATOR'S SELECTIONS AND PRINTS THE RECORD IF
001180*  IT SURVIVES THEM ALL.
001190******************************************************************
001200 2100-SELECT-ONE-RECORD.
001350 2200-PRINT-ONE-RECORD.
001360     ADD 1 TO WS-MATCH-COUNT
001370     DISPLAY AU-RUN-MONTH "/" AU-RUN-DAY "/" AU-RUN-YEAR " "
001372         AU-RUN-TIME "  " AU-TRANCODE "    " AU-EMPNUM
001374     IF AU-TRANCODE = "N" OR "M" OR "X"
001376         DISPLAY "  (DIRECT DEPOSIT ACCOUNT - BANKACCT.DAT "
001380             "IMAGES)"
001381     END-IF
001382     IF AU-OPERATOR = SPACES
001383         DISPLAY "  OPERATOR: (NOT RECORDED)"
001384     ELSE
001385         DISPLAY "  OPERATOR: " AU-OPERATOR
001386     END-IF
001387     IF AU-APPROVER NOT = SPACES
001388         DISPLAY "  RATE CHANGE APPROVED BY: " AU-APPROVER
001389     END-IF
001390     IF AU-BEFORE-IMAGE = SPACES
001400         DISPLAY "  BEFORE: (NONE - RECORD ADDED)"
001410     ELSE
001420         MOVE AU-BEFORE-IMAGE TO WS-AUDIT-IMAGE
001423         PERFORM 2210-MASK-IMAGE THRU 2210-EXIT
001426         DISPLAY "  BEFORE: " WS-AUDIT-IMAGE
001430     END-IF
001440     IF AU-AFTER-IMAGE = SPACES
001450         DISPLAY "  AFTER:  (NONE - RECORD DELETED)"
001460     ELSE
001470         MOVE AU-AFTER-IMAGE TO WS-AUDIT-IMAGE
001473         PERFORM 2210-MASK-IMAGE THRU 2210-EXIT
001476         DISPLAY "  AFTER:  " WS-AUDIT-IMAGE
001480     END-IF
001490     DISPLAY SPACES
001500     .
001510 2200-EXIT.
001511     EXIT.
001512
001513******************************************************************
001514*  2210-MASK-IMAGE
001515*  MASKS THE SSN IN AN EMPLOYEE IMAGE UNLESS THE OPERATOR ASKED
001516*  FOR FULL SSNS.  BANK ACCOUNT IMAGES CARRY NO SSN AND ARE LEFT
001517*  AS THEY ARE.
001518******************************************************************
001519 2210-MASK-IMAGE.
001520     IF WS-FULL-SSN-ANSWER NOT = "Y"
001521        AND AU-TRANCODE NOT = "N"
001522        AND AU-TRANCODE NOT = "M"
001523        AND AU-TRANCODE NOT = "X"
001524         MOVE "XXX" TO WS-IMG-SSNF3
001525         MOVE "XXX" TO WS-IMG-SSNN3
001526     END-IF
001527     .
001528 2210-EXIT.
001529     EXIT.
001530
001540******************************************************************
001550*  3000-FINAL-SUMMARY
001620     .
001630 3000-EXIT.
001640     EXIT.
001650
001660******************************************************************
001670*  9300-SIGN-ON
001680*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
001690*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
001700*  WITHOUT INQUIRY AUTHORITY REFUSES THE RUN BEFORE
001710*  ANY FILE IS TOUCHED.
001720******************************************************************
001730 9300-SIGN-ON.
001740     DISPLAY "PT2AUDIT - OPERATOR SIGN-ON"
001750     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
001760     ACCEPT WS-SIGNON-ID FROM CONSOLE
001770     DISPLAY "PASSWORD: " WITH NO ADVANCING
001780     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
001790     INSPECT WS-SIGNON-ID CONVERTING
001800         "abcdefghijklmnopqrstuvwxyz" TO
001810         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001820     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
001830     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
001840        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
001850         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
001860         STOP RUN
001870     END-IF
001880     IF WS-OPER-ACTIVE NOT = "A"
001890         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
001900             "RUN REFUSED."
001910         STOP RUN
001920     END-IF
001930     IF WS-AUTH-INQUIRY NOT = "Y"
001940         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
001950             "INQUIRY AUTHORITY - RUN REFUSED."
001960         STOP RUN
001970     END-IF
001980     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
001990     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
002000     DISPLAY SPACES
002010     .
002020 9300-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060*  9310-FIND-OPERATOR
002070*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
002080*  CAN SIGN ON.
002090******************************************************************
002100 9310-FIND-OPERATOR.
002110     MOVE "N" TO WS-OPER-FOUND-SW
002120     MOVE "N" TO OperEnd
002130     OPEN INPUT OPERFILE
002140     IF WS-OPER-STATUS = "35"
002150         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
002160         MOVE "Y" TO OperEnd
002170     ELSE
002180         PERFORM UNTIL OperEnd = "Y"
002190             READ OPERFILE
002200                 AT END
002210                     MOVE "Y" TO OperEnd
002220                 NOT AT END
002230                     PERFORM 9320-CHECK-ONE-OPERATOR
002240                         THRU 9320-EXIT
002250             END-READ
002260         END-PERFORM
002270         CLOSE OPERFILE
002280     END-IF
002290     .
002300 9310-EXIT.
002310     EXIT.
002320
002330******************************************************************
002340*  9320-CHECK-ONE-OPERATOR
002350******************************************************************
002360 9320-CHECK-ONE-OPERATOR.
002370     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
002380         MOVE "Y" TO WS-OPER-FOUND-SW
002390         MOVE "Y" TO OperEnd
002400         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
002410         MOVE OP-NAME TO WS-OPER-NAME
002420         MOVE OP-STATUS TO WS-OPER-ACTIVE
002430         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
002440         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
002450         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
002460         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
002470     END-IF
002480     .
002490 9320-EXIT.
002500     EXIT.
002510
002520******************************************************************
002530*  9400-LOG-FULL-SSN
002540*  APPENDS ONE SSNLOG.DAT RECORD WHEN THE OPERATOR ASKS TO SEE
002550*  FULL SOCIAL SECURITY NUMBERS IN THE EMPLOYEE IMAGES.
002560******************************************************************
002570 9400-LOG-FULL-SSN.
002580     OPEN EXTEND SSNLOGFILE
002590     IF WS-SSNLOG-STATUS = "35"
002600         OPEN OUTPUT SSNLOGFILE
002610     END-IF
002620     MOVE SPACES TO SL-SSN-LOG-RECORD
002630     MOVE WS-OPERATOR-ID TO SL-OPERATOR
002640     MOVE "PT2AUDIT" TO SL-PROGRAM
002650     MOVE YR TO SL-RUN-YEAR
002660     MOVE MN TO SL-RUN-MONTH
002670     MOVE DY TO SL-RUN-DAY
002680     MOVE WS-TIME-HHMMSS TO SL-RUN-TIME
002690     WRITE SL-SSN-LOG-RECORD
002700     CLOSE SSNLOGFILE
002710     .
002720 9400-EXIT.
002730     EXIT.
