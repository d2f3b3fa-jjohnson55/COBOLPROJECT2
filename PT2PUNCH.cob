000120*  PUNCH PAIRS WITH DATES AND TIMES, IN BADGE/DATE/TIME ORDER
000130*  AS THE CLOCK DUMPS IT), PAIRS EACH IN WITH ITS OUT, ROUNDS
000140*  EVERY SHIFT TO THE NEAREST QUARTER HOUR, AND WRITES ONE
000150*  CONSOLIDATED HOURS.DAT TIMECARD PER EMPLOYEE PER EARNINGS
000155*  CODE FOLLOWED BY A
000160*  "TRAILER" CONTROL RECORD WITH THE TIMECARD COUNT AND TOTAL
000170*  HOURS, SO PT2REG'S CONSOLIDATION STARTS FROM MACHINE TOTALS
000180*  INSTEAD OF KEYSTROKES.
000271*      - AN OUT MORE THAN A DAY AFTER ITS IN
000280*  AN OUT ON THE DAY AFTER ITS IN IS AN OVERNIGHT SHIFT AND IS
000290*  PAIRED ACROSS MIDNIGHT.
000291*
000292*  EACH SHIFT IS CODED BY ITS IN-PUNCH - A HOLIDAY.DAT DATE GETS
000293*  THE HOLIDAY EARNINGS CODE, OTHERWISE A TIME IN THE SECOND OR
000294*  THIRD SHIFT WINDOW GETS THAT SHIFT'S DIFFERENTIAL CODE, AND
000295*  ANYTHING ELSE IS REGULAR TIME (NO CODE).  THE CODES AND
000296*  WINDOWS COME FROM THE EARNCODE.DAT CONTROL RECORD.
000300*
000310*  MODIFICATION HISTORY.
000320*  DATE        INIT  DESCRIPTION
000343*                    DAY AFTER ITS IN (OR DATED BEFORE IT) IS
000344*                    FLAGGED INSTEAD OF BEING PRICED AS AN
000345*                    OVERNIGHT SHIFT.
000346*  2026-10-15  JSJ   EARNINGS CODES.  A SHIFT STARTED IN THE
000347*                    SECOND OR THIRD SHIFT WINDOW ON THE
000348*                    EARNCODE.DAT CONTROL RECORD TAKES THAT
000349*                    SHIFT'S DIFFERENTIAL CODE, AND ONE STARTED
000350*                    ON A HOLIDAY.DAT DATE TAKES THE HOLIDAY
000351*                    CODE.  ONE TIMECARD IS WRITTEN PER BADGE
000352*                    PER EARNINGS CODE.  THE CODE AND AMOUNT TAKE
000353*                    THE OLD HOURS.DAT FILLER - THE RECORD STAYS
000354*                    22 BYTES.
000355*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000356*                    NEEDS PAYROLL RUN AUTHORITY.  THE OPERATOR ID
000357*                    NOW GOES ON THE RUNCTL.DAT STAMPS.
000358******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000560     SELECT RUNCTLFILE ASSIGN TO "RUNCTL.dat"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         ACCESS IS SEQUENTIAL
000585         FILE STATUS IS WS-RUNCTL-STATUS.
000590
000591     SELECT EARNCODEFILE ASSIGN TO "EARNCODE.dat"
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         ACCESS IS SEQUENTIAL
000594         FILE STATUS IS WS-EARNCODE-STATUS.
000595
000596     SELECT HOLIDAYFILE ASSIGN TO "HOLIDAY.dat"
000597         ORGANIZATION IS LINE SEQUENTIAL
000598         ACCESS IS SEQUENTIAL
000599         FILE STATUS IS WS-HOLIDAY-STATUS.
000600
000601     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000602         ORGANIZATION IS LINE SEQUENTIAL
000603         ACCESS IS SEQUENTIAL
000604         FILE STATUS IS WS-OPER-STATUS.
000605
000610 DATA DIVISION.
000620 FILE SECTION.
000630******************************************************************
000800
000810******************************************************************
000820*  HOURSFILE - THE TIMECARD FILE THIS IMPORT BUILDS - ONE
000830*  CONSOLIDATED LINE PER EMPLOYEE PER EARNINGS CODE AND A
000840*  TRAILER CONTROL RECORD, IN THE LAYOUT PT2REG READS.  THE
000843*  EARNINGS CODE AND FLAT AMOUNT FILL WHAT WAS FILLER, SO THE
000846*  RECORD IS STILL 22 BYTES.
000850******************************************************************
000860 FD  HOURSFILE.
000870 01  HX-Hours-Record.
000880     05  HX-EMPNUM           PIC X(07).
000890     05  HX-HOURS            PIC 9(03)V99.
000900     05  HX-PTO-CODE         PIC X(01).
000903     05  HX-EARN-CODE        PIC X(03).
000906     05  HX-EARN-AMOUNT      PIC 9(04)V99.
000910
000920 01  HX-Trailer-Record REDEFINES HX-Hours-Record.
000930     05  HT-MARKER           PIC X(07).
000980 01  PE-Print-Line           PIC X(132).
000990
001000 FD  RUNCTLFILE.
001002 COPY RUNCTL.
001004
001006******************************************************************
001008*  EARNCODEFILE - THE EARNINGS CODE TABLE.  ONLY ITS CONTROL
001010*  RECORD IS USED HERE.  LAYOUT SHARED WITH PT2REG VIA EARNCODE.
001011******************************************************************
001012 FD  EARNCODEFILE.
001013 COPY EARNCODE.
001014
001015******************************************************************
001016*  HOLIDAYFILE - THE HOLIDAY CALENDAR.  LAYOUT VIA HOLIDAY.
001017******************************************************************
001018 FD  HOLIDAYFILE.
001019 COPY HOLIDAY.
001020
001021******************************************************************
001022*  OPERFILE - THE OPERATOR SECURITY FILE SIGN-ON IS CHECKED
001023*  AGAINST.  LAYOUT SHARED VIA OPERATOR.
001024******************************************************************
001025 FD  OPERFILE.
001026 COPY OPERATOR.
001027
001030 WORKING-STORAGE SECTION.
001040 01  WS-PUNCH-STATUS             PIC X(02) VALUE "00".
001050 01  TODAY-DATE.
001340 01  WS-OPEN-IN-SW               PIC X(01) VALUE "N".
001350 01  WS-IN-DATE                  PIC 9(08) VALUE ZERO.
001360 01  WS-IN-TIME                  PIC 9(04) VALUE ZERO.
001362 01  WS-BADGE-HOURS              PIC 9(03)V99 VALUE ZERO.
001364
001366* ----------------------------------------------------------------
001370*  THE FINISHED SHIFTS FOR THE BADGE, BY EARNINGS CODE - ONE
001371*  SLOT EACH FOR REGULAR TIME (SPACES), THE TWO SHIFT
001372*  DIFFERENTIALS, AND THE HOLIDAY CODE.
001373* ----------------------------------------------------------------
001374 01  BADGE-CODE-TABLE.
001375     05  BADGE-CODE-ENTRY OCCURS 4 TIMES
001376             INDEXED BY BC-IDX.
001377         10  BC-CODE             PIC X(03).
001378         10  BC-HOURS            PIC 9(03)V99.
001379 01  WS-BC-FOUND-SW              PIC X(01) VALUE "N".
001380 01  WS-SHIFT-CODE               PIC X(03) VALUE SPACES.
001381
001382* ----------------------------------------------------------------
001383*  THE SHIFT WINDOWS AND HOLIDAY CODE FROM THE EARNCODE.DAT
001384*  CONTROL RECORD, AND THE HOLIDAY CALENDAR.
001385* ----------------------------------------------------------------
001386 01  WS-EARNCODE-STATUS          PIC X(02) VALUE "00".
001387 01  WS-HOLIDAY-STATUS           PIC X(02) VALUE "00".
001388 01  HolidayEnd                  PIC X(01) VALUE "N".
001389 01  WS-SHIFT2-CODE              PIC X(03) VALUE "SH2".
001390 01  WS-SHIFT2-FROM              PIC 9(04) VALUE 1500.
001391 01  WS-SHIFT2-TO                PIC 9(04) VALUE 2300.
001392 01  WS-SHIFT3-CODE              PIC X(03) VALUE "SH3".
001393 01  WS-SHIFT3-FROM              PIC 9(04) VALUE 2300.
001394 01  WS-SHIFT3-TO                PIC 9(04) VALUE 0700.
001395 01  WS-HOLIDAY-CODE             PIC X(03) VALUE "HOL".
001396 01  WS-WIN-FROM                 PIC 9(04) VALUE ZERO.
001397 01  WS-WIN-TO                   PIC 9(04) VALUE ZERO.
001398 01  WS-IN-WINDOW-SW             PIC X(01) VALUE "N".
001399 01  WS-HOLIDAY-COUNT            PIC 9(03) VALUE ZERO.
001400 01  HOLIDAY-TABLE.
001401     05  HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
001402             DEPENDING ON WS-HOLIDAY-COUNT
001403             INDEXED BY HL-IDX.
001404         10  HL-HOL-DATE         PIC 9(08).
001405 01  WS-HOLIDAY-FULL-SW          PIC X(01) VALUE "N".
001406 01  WS-HOLIDAY-FOUND-SW         PIC X(01) VALUE "N".
001407
001408* ----------------------------------------------------------------
001409*  SHIFT ARITHMETIC - EVERYTHING IN MINUTES UNTIL THE QUARTER-
001410*  HOUR ROUNDING AT THE END.
001420* ----------------------------------------------------------------
001430 01  WS-IN-MINUTES               PIC 9(06) VALUE ZERO.
001560 01  WS-TOTAL-HOURS              PIC 9(07)V99 VALUE ZERO.
001570 01  WS-ERROR-COUNT              PIC 9(06) VALUE ZERO.
001580 01  WS-BAD-BADGE-COUNT          PIC 9(06) VALUE ZERO.
001583 01  WS-PREMIUM-SHIFT-COUNT      PIC 9(06) VALUE ZERO.
001586 01  WS-HOLIDAY-SHIFT-COUNT      PIC 9(06) VALUE ZERO.
001590
001600* ----------------------------------------------------------------
001610*  ERROR LISTING PRINT LINE
001790 01  WS-TIME-RAW.
001800     03  WS-TIME-HHMMSS          PIC 9(06).
001810     03  FILLER                  PIC 9(02).
001812
001814* ----------------------------------------------------------------
001816*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
001820*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
001821*  ONCE SIGN-ON HAS SUCCEEDED.
001822* ----------------------------------------------------------------
001823 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
001824 01  OperEnd                     PIC X(01) VALUE "N".
001825 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
001826 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
001827 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
001828     88  OPERATOR-FOUND              VALUE "Y".
001829 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
001830 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
001831 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
001832 01  WS-OPER-AUTH.
001833     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
001834     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
001835     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
001836     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
001837 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001838
001839 PROCEDURE DIVISION.
001840
001850******************************************************************
001860*  0000-MAINLINE
001870******************************************************************
001880 0000-MAINLINE.
001885     PERFORM 9300-SIGN-ON THRU 9300-EXIT
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001900     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
001910     PERFORM 2000-LOAD-BADGE-TABLE THRU 2000-EXIT
001913     PERFORM 2500-LOAD-SHIFT-CONTROL THRU 2500-EXIT
001916     PERFORM 2600-LOAD-HOLIDAYS THRU 2600-EXIT
001920     PERFORM 3000-IMPORT-PUNCHES THRU 3000-EXIT
001930     PERFORM 4000-FINAL-SUMMARY THRU 4000-EXIT
001940     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
002510     END-IF
002520     .
002530 2100-EXIT.
002531     EXIT.
002532
002533******************************************************************
002534*  2500-LOAD-SHIFT-CONTROL
002535*  TAKES THE SHIFT WINDOWS AND CODES FROM THE EARNCODE.DAT
002540*  CONTROL RECORD.  WITH NO FILE, OR NO CONTROL RECORD FIRST ON
002541*  IT, THE STANDARD WINDOWS AND CODES STAND.
002542******************************************************************
002543 2500-LOAD-SHIFT-CONTROL.
002544     OPEN INPUT EARNCODEFILE
002545     IF WS-EARNCODE-STATUS = "35"
002546         DISPLAY "NO EARNCODE.DAT FOUND - STANDARD SHIFT "
002547             "WINDOWS AND CODES USED"
002548     ELSE
002549         READ EARNCODEFILE
002550             AT END
002551                 CONTINUE
002552             NOT AT END
002553                 IF EC-MARKER = "CONTROL"
002554                     MOVE EC-SHIFT2-CODE TO WS-SHIFT2-CODE
002555                     MOVE EC-SHIFT2-FROM TO WS-SHIFT2-FROM
002556                     MOVE EC-SHIFT2-TO TO WS-SHIFT2-TO
002557                     MOVE EC-SHIFT3-CODE TO WS-SHIFT3-CODE
002558                     MOVE EC-SHIFT3-FROM TO WS-SHIFT3-FROM
002559                     MOVE EC-SHIFT3-TO TO WS-SHIFT3-TO
002560                     MOVE EC-HOLIDAY-CODE TO WS-HOLIDAY-CODE
002561                 ELSE
002562                     DISPLAY "NO EARNCODE.DAT CONTROL RECORD - "
002563                         "STANDARD SHIFT WINDOWS AND CODES USED"
002564                 END-IF
002565         END-READ
002566         CLOSE EARNCODEFILE
002567     END-IF
002568     DISPLAY "SECOND SHIFT " WS-SHIFT2-FROM "-" WS-SHIFT2-TO
002569         " CODE " WS-SHIFT2-CODE "  THIRD SHIFT " WS-SHIFT3-FROM
002570         "-" WS-SHIFT3-TO " CODE " WS-SHIFT3-CODE
002571     .
002572 2500-EXIT.
002573     EXIT.
002574
002575******************************************************************
002576*  2600-LOAD-HOLIDAYS
002577*  LOADS THE HOLIDAY.DAT DATES.  A MISSING CALENDAR MEANS NO
002578*  SHIFT IS CODED AS A HOLIDAY.
002579******************************************************************
002580 2600-LOAD-HOLIDAYS.
002581     OPEN INPUT HOLIDAYFILE
002582     IF WS-HOLIDAY-STATUS = "35"
002583         DISPLAY "NO HOLIDAY.DAT FOUND - NO SHIFTS CODED AS "
002584             "HOLIDAYS"
002585     ELSE
002586         PERFORM UNTIL HolidayEnd = "Y"
002587             READ HOLIDAYFILE
002588                 AT END
002589                     MOVE "Y" TO HolidayEnd
002590                 NOT AT END
002591                     PERFORM 2650-LOAD-ONE-HOLIDAY THRU 2650-EXIT
002592             END-READ
002593         END-PERFORM
002594         CLOSE HOLIDAYFILE
002595         DISPLAY "HOLIDAYS LOADED.......... " WS-HOLIDAY-COUNT
002596     END-IF
002597     .
002598 2600-EXIT.
002599     EXIT.
002600
002601******************************************************************
002602*  2650-LOAD-ONE-HOLIDAY
002603******************************************************************
002604 2650-LOAD-ONE-HOLIDAY.
002605     EVALUATE TRUE
002606         WHEN HD-DATE NOT NUMERIC
002607             DISPLAY "*** HOLIDAY.DAT RECORD '" HD-HOLIDAY-RECORD
002608                 "' HAS NO VALID DATE - IGNORED"
002609         WHEN WS-HOLIDAY-COUNT < 200
002610             ADD 1 TO WS-HOLIDAY-COUNT
002611             MOVE HD-DATE TO HL-HOL-DATE(WS-HOLIDAY-COUNT)
002612         WHEN OTHER
002613             IF WS-HOLIDAY-FULL-SW = "N"
002614                 MOVE "Y" TO WS-HOLIDAY-FULL-SW
002615                 DISPLAY "*** HOLIDAY TABLE FULL AT 200 - "
002616                     "HOLIDAY " HD-DATE " AND LATER DATES IGNORED"
002617             END-IF
002618     END-EVALUATE
002619     .
002620 2650-EXIT.
002621     EXIT.
002622
002623******************************************************************
002624*  3000-IMPORT-PUNCHES
002625******************************************************************
002626 3000-IMPORT-PUNCHES.
002627     OPEN INPUT PUNCHFILE
002628     IF WS-PUNCH-STATUS = "35"
002629         DISPLAY "*** NO PUNCH.DAT ON FILE - NOTHING TO "
002630             "IMPORT.  HOURS.DAT NOT TOUCHED."
002650         MOVE "Y" TO PunchEnd
002660     ELSE
003390     MOVE PU-BADGE TO WS-CUR-BADGE
003400     MOVE "N" TO WS-OPEN-IN-SW
003410     MOVE ZERO TO WS-BADGE-HOURS
003411     MOVE SPACES TO BC-CODE(1)
003412     MOVE WS-SHIFT2-CODE TO BC-CODE(2)
003413     MOVE WS-SHIFT3-CODE TO BC-CODE(3)
003414     MOVE WS-HOLIDAY-CODE TO BC-CODE(4)
003415     PERFORM 3250-CLEAR-ONE-CODE THRU 3250-EXIT
003416         VARYING BC-IDX FROM 1 BY 1
003417         UNTIL BC-IDX > 4
003420     MOVE "N" TO WS-BADGE-VALID-SW
003430     IF WS-EMP-COUNT > ZERO
003440         SET TB-IDX TO 1
003580     .
003590 3200-EXIT.
003600     EXIT.
003601
003602******************************************************************
003603*  3250-CLEAR-ONE-CODE
003604******************************************************************
003605 3250-CLEAR-ONE-CODE.
003606     MOVE ZERO TO BC-HOURS(BC-IDX)
003607     .
003608 3250-EXIT.
003609     EXIT.
003610
003620******************************************************************
003630*  3300-TAKE-IN-PUNCH
004170                     COMPUTE WS-SHIFT-HOURS =
004171                         WS-QTR-HOURS * 25 / 100
004180                     ADD WS-SHIFT-HOURS TO WS-BADGE-HOURS
004185                     PERFORM 3450-CODE-THE-SHIFT THRU 3450-EXIT
004190             END-EVALUATE
004191         END-IF
004200     END-IF
004210     .
004220 3400-EXIT.
004225     EXIT.
004230
004231******************************************************************
004232*  3450-CODE-THE-SHIFT
004233*  PICKS THE EARNINGS CODE FOR THE SHIFT JUST PAIRED FROM ITS
004234*  IN-PUNCH AND ADDS ITS HOURS TO THAT CODE'S SLOT.  A HOLIDAY
004235*  OUTRANKS A SHIFT DIFFERENTIAL.  A WINDOW WHOSE FROM AND TO
004236*  TIMES ARE EQUAL, OR WHOSE CODE IS BLANK, IS NOT IN USE.
004237******************************************************************
004238 3450-CODE-THE-SHIFT.
004239     MOVE SPACES TO WS-SHIFT-CODE
004240     MOVE "N" TO WS-HOLIDAY-FOUND-SW
004241     IF WS-HOLIDAY-COUNT > ZERO
004242         PERFORM 3460-MATCH-ONE-HOLIDAY THRU 3460-EXIT
004243             VARYING HL-IDX FROM 1 BY 1
004244             UNTIL HL-IDX > WS-HOLIDAY-COUNT
004245                 OR WS-HOLIDAY-FOUND-SW = "Y"
004246     END-IF
004247     IF WS-HOLIDAY-FOUND-SW = "Y" AND WS-HOLIDAY-CODE NOT = SPACES
004248         MOVE WS-HOLIDAY-CODE TO WS-SHIFT-CODE
004249         ADD 1 TO WS-HOLIDAY-SHIFT-COUNT
004250     ELSE
004251         MOVE WS-SHIFT2-FROM TO WS-WIN-FROM
004252         MOVE WS-SHIFT2-TO TO WS-WIN-TO
004253         PERFORM 3470-TEST-SHIFT-WINDOW THRU 3470-EXIT
004254         IF WS-IN-WINDOW-SW = "Y" AND WS-SHIFT2-CODE NOT = SPACES
004255             MOVE WS-SHIFT2-CODE TO WS-SHIFT-CODE
004256         ELSE
004257             MOVE WS-SHIFT3-FROM TO WS-WIN-FROM
004258             MOVE WS-SHIFT3-TO TO WS-WIN-TO
004259             PERFORM 3470-TEST-SHIFT-WINDOW THRU 3470-EXIT
004260             IF WS-IN-WINDOW-SW = "Y" AND
004261                WS-SHIFT3-CODE NOT = SPACES
004262                 MOVE WS-SHIFT3-CODE TO WS-SHIFT-CODE
004263             END-IF
004264         END-IF
004265         IF WS-SHIFT-CODE NOT = SPACES
004266             ADD 1 TO WS-PREMIUM-SHIFT-COUNT
004267         END-IF
004268     END-IF
004269     MOVE "N" TO WS-BC-FOUND-SW
004270     PERFORM 3480-MATCH-ONE-CODE THRU 3480-EXIT
004271         VARYING BC-IDX FROM 1 BY 1
004272         UNTIL BC-IDX > 4
004273             OR WS-BC-FOUND-SW = "Y"
004274     .
004275 3450-EXIT.
004276     EXIT.
004277
004278******************************************************************
004279*  3460-MATCH-ONE-HOLIDAY
004280******************************************************************
004281 3460-MATCH-ONE-HOLIDAY.
004282     IF HL-HOL-DATE(HL-IDX) = WS-IN-DATE
004283         MOVE "Y" TO WS-HOLIDAY-FOUND-SW
004284     END-IF
004285     .
004286 3460-EXIT.
004287     EXIT.
004288
004289******************************************************************
004290*  3470-TEST-SHIFT-WINDOW
004291*  IS THE IN-PUNCH TIME IN THE WINDOW WS-WIN-FROM UP TO (NOT
004292*  INCLUDING) WS-WIN-TO?  A TO TIME BEFORE THE FROM TIME IS A
004293*  WINDOW THAT RUNS PAST MIDNIGHT.
004294******************************************************************
004295 3470-TEST-SHIFT-WINDOW.
004296     MOVE "N" TO WS-IN-WINDOW-SW
004297     EVALUATE TRUE
004298         WHEN WS-WIN-FROM = WS-WIN-TO
004299             CONTINUE
004300         WHEN WS-WIN-FROM < WS-WIN-TO
004301             IF WS-IN-TIME >= WS-WIN-FROM AND
004302                WS-IN-TIME < WS-WIN-TO
004303                 MOVE "Y" TO WS-IN-WINDOW-SW
004304             END-IF
004305         WHEN OTHER
004306             IF WS-IN-TIME >= WS-WIN-FROM OR
004307                WS-IN-TIME < WS-WIN-TO
004308                 MOVE "Y" TO WS-IN-WINDOW-SW
004309             END-IF
004310     END-EVALUATE
004311     .
004312 3470-EXIT.
004313     EXIT.
004314
004315******************************************************************
004316*  3480-MATCH-ONE-CODE
004317*  THE FIRST SLOT CARRYING THE CODE TAKES THE HOURS, SO A
004318*  CONTROL RECORD THAT GIVES TWO WINDOWS THE SAME CODE STILL
004319*  MAKES ONE TIMECARD FOR IT.
004320******************************************************************
004321 3480-MATCH-ONE-CODE.
004322     IF BC-CODE(BC-IDX) = WS-SHIFT-CODE
004323         ADD WS-SHIFT-HOURS TO BC-HOURS(BC-IDX)
004324         MOVE "Y" TO WS-BC-FOUND-SW
004325     END-IF
004326     .
004327 3480-EXIT.
004328     EXIT.
004329
004330******************************************************************
004331*  3500-FLUSH-BADGE
004332*  WRITES THE FINISHED BADGE'S CONSOLIDATED TIMECARDS, ONE PER
004333*  EARNINGS CODE IT HAS HOURS UNDER.  AN IN
004334*  STILL OPEN MEANS THE LAST SHIFT NEVER PUNCHED OUT - THE
004335*  SHIFT IS REPORTED AND LEFT OUT OF THE TIMECARD SO NOBODY IS
004336*  PAID FOR AN UNCLOSED PUNCH.
004337******************************************************************
004338 3500-FLUSH-BADGE.
004339     IF WS-CUR-BADGE NOT = SPACES AND WS-BADGE-VALID-SW = "Y"
004340         IF WS-OPEN-IN-SW = "Y"
004350             MOVE "IN NEVER FOLLOWED BY AN OUT" TO PE-MESSAGE
004360             PERFORM 3650-WRITE-BADGE-ERROR THRU 3650-EXIT
004370         END-IF
004380         IF WS-BADGE-HOURS > ZERO
004390             PERFORM 3550-WRITE-ONE-CARD THRU 3550-EXIT
004400                 VARYING BC-IDX FROM 1 BY 1
004410                 UNTIL BC-IDX > 4
004450         END-IF
004460     END-IF
004470     .
004480 3500-EXIT.
004481     EXIT.
004482
004483******************************************************************
004484*  3550-WRITE-ONE-CARD
004485******************************************************************
004486 3550-WRITE-ONE-CARD.
004487     IF BC-HOURS(BC-IDX) > ZERO
004488         MOVE SPACES TO HX-Hours-Record
004489         MOVE WS-CUR-BADGE TO HX-EMPNUM
004490         MOVE BC-HOURS(BC-IDX) TO HX-HOURS
004491         MOVE BC-CODE(BC-IDX) TO HX-EARN-CODE
004492         MOVE ZERO TO HX-EARN-AMOUNT
004493         WRITE HX-Hours-Record
004494         ADD 1 TO WS-CARD-COUNT
004495         ADD BC-HOURS(BC-IDX) TO WS-TOTAL-HOURS
004496     END-IF
004497     .
004498 3550-EXIT.
004499     EXIT.
004500
004510******************************************************************
004520*  3600-WRITE-ONE-ERROR
004890     DISPLAY "  PUNCHES READ............. " WS-PUNCH-COUNT
004900     DISPLAY "  TIMECARDS WRITTEN........ " WS-CARD-COUNT
004910     DISPLAY "  TOTAL HOURS.............. " WS-TOTAL-HOURS
004913     DISPLAY "  SHIFT DIFFERENTIAL SHIFTS " WS-PREMIUM-SHIFT-COUNT
004916     DISPLAY "  HOLIDAY SHIFTS........... " WS-HOLIDAY-SHIFT-COUNT
004920     DISPLAY "  EXCEPTIONS FLAGGED....... " WS-ERROR-COUNT
004930     DISPLAY "  BADGES NOT ON MASTER..... " WS-BAD-BADGE-COUNT
004940     IF WS-ERROR-COUNT > ZERO
005150     MOVE DY TO RC-RUN-DAY
005160     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
005170     MOVE ZERO TO RC-RECORD-COUNT
005175     MOVE WS-OPERATOR-ID TO RC-OPERATOR
005180     WRITE RC-RUN-RECORD
005190     CLOSE RUNCTLFILE
005200     .
005390     MOVE WS-CARD-COUNT TO RC-RECORD-COUNT
005400     MOVE "OK  " TO RC-RESULT
005410     MOVE SPACES TO RC-REASON
005415     MOVE WS-OPERATOR-ID TO RC-OPERATOR
005420     WRITE RC-RUN-RECORD
005430     CLOSE RUNCTLFILE
005440     .
005450 9200-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490*  9300-SIGN-ON
005500*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
005510*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
005520*  WITHOUT PAYROLL RUN AUTHORITY REFUSES THE RUN BEFORE
005530*  ANY FILE IS TOUCHED.
005540******************************************************************
005550 9300-SIGN-ON.
005560     DISPLAY "PT2PUNCH - OPERATOR SIGN-ON"
005570     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
005580     ACCEPT WS-SIGNON-ID FROM CONSOLE
005590     DISPLAY "PASSWORD: " WITH NO ADVANCING
005600     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
005610     INSPECT WS-SIGNON-ID CONVERTING
005620         "abcdefghijklmnopqrstuvwxyz" TO
005630         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005640     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
005650     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
005660        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
005670         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
005680         STOP RUN
005690     END-IF
005700     IF WS-OPER-ACTIVE NOT = "A"
005710         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
005720             "RUN REFUSED."
005730         STOP RUN
005740     END-IF
005750     IF WS-AUTH-PAYROLL NOT = "Y"
005760         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
005770             "PAYROLL RUN AUTHORITY - RUN REFUSED."
005780         STOP RUN
005790     END-IF
005800     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
005810     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
005820     DISPLAY SPACES
005830     .
005840 9300-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880*  9310-FIND-OPERATOR
005890*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
005900*  CAN SIGN ON.
005910******************************************************************
005920 9310-FIND-OPERATOR.
005930     MOVE "N" TO WS-OPER-FOUND-SW
005940     MOVE "N" TO OperEnd
005950     OPEN INPUT OPERFILE
005960     IF WS-OPER-STATUS = "35"
005970         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
005980         MOVE "Y" TO OperEnd
005990     ELSE
006000         PERFORM UNTIL OperEnd = "Y"
006010             READ OPERFILE
006020                 AT END
006030                     MOVE "Y" TO OperEnd
006040                 NOT AT END
006050                     PERFORM 9320-CHECK-ONE-OPERATOR
006060                         THRU 9320-EXIT
006070             END-READ
006080         END-PERFORM
006090         CLOSE OPERFILE
006100     END-IF
006110     .
006120 9310-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*  9320-CHECK-ONE-OPERATOR
006170******************************************************************
006180 9320-CHECK-ONE-OPERATOR.
006190     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
006200         MOVE "Y" TO WS-OPER-FOUND-SW
006210         MOVE "Y" TO OperEnd
006220         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
006230         MOVE OP-NAME TO WS-OPER-NAME
006240         MOVE OP-STATUS TO WS-OPER-ACTIVE
006250         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
006260         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
006270         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
006280         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
006290     END-IF
006300     .
006310 9320-EXIT.
006320     EXIT.
