000257*  ORIGINAL EMPLOYEE NUMBER AND HIRE DATE.  "D" REMAINS FOR
000258*  PHYSICALLY REMOVING A RECORD THAT NEVER BELONGED ON FILE.
000260*
000261*  EVERY TRANSACTION MAY CARRY AN EFFECTIVE DATE (SEE MAINTTRN).
000262*  ONE DATED LATER THAN THE RUN IS NOT APPLIED - IT IS HELD ON
000263*  MAINTPND.DAT, TOGETHER WITH THE MASTER RECORD AS IT STOOD WHEN
000264*  THE TRANSACTION WAS HELD, AND THE FIRST RUN ON OR AFTER ITS
000265*  DATE APPLIES IT AHEAD OF THAT DAY'S OWN TRANSACTIONS.  A HELD
000266*  CHANGE APPLIES ONLY THE FIELDS IT ACTUALLY CHANGES AGAINST THAT
000267*  SAVED RECORD, SO A RAISE KEYED IN MAY FOR JULY DOES NOT UNDO A
000268*  NAME OR TITLE CHANGE MADE IN JUNE.  EVERY ADD, AND EVERY CHANGE
000269*  THAT MOVES THE PAY RATE, IS APPENDED TO THE RATEHIST.DAT DATED
000270*  RATE HISTORY UNDER ITS EFFECTIVE DATE.  A GENERAL INCREASE
000272*  BUILT BY PT2RAISE CHANGES ONLY THE PAY RATE.
000274*
000276*  MODIFICATION HISTORY.
000280*  DATE        INIT  DESCRIPTION
000290*  ----------  ----  ------------------------------------------
000300*  2026-08-08  JSJ   ORIGINAL VERSION.
000355*                    EDITS - LIFECYCLE MUST BE A/T/L (SPACE IS
000356*                    TREATED AS ACTIVE) AND A TERMINATION NEEDS
000357*                    A VALID TERMINATION DATE.
000358*  2026-09-01  JSJ   PAY RATES AND THE TRAILER TOTAL NOW CARRY
000359*                    DOLLARS AND CENTS - PIC 9(09)V99 IN THE
000360*                    SAME 11 CHARACTERS, SO THE RECORD LAYOUT
000361*                    AND THE FIELD EDITS DO NOT MOVE.  EXISTING
000362*                    WHOLE-DOLLAR DATA MUST BE CONVERTED (X100)
000363*                    AT CUTOVER.
000364*  2026-08-21  JSJ   START/END STAMPS TO THE SHARED RUNCTL.DAT
000365*                    RUN-CONTROL LOG.  A PRIOR PT2MAINT RUN LEFT
000366*                    OPEN ON THE LOG IS WARNED ABOUT BUT DOES
000367*                    NOT BLOCK - RERUNNING MAINTENANCE IS THE
000368*                    RECOVERY PATH, SINCE IT RELOADS AND FULLY
000369*                    REWRITES THE MASTER.
000370*  2026-10-15  JSJ   EFFECTIVE-DATED TRANSACTIONS - FUTURE-DATED
000371*                    ONES ARE HELD ON MAINTPND.DAT AND APPLIED BY
000372*                    THE FIRST RUN ON OR AFTER THEIR DATE.  RATE
000373*                    CHANGES ARE LOGGED TO THE RATEHIST.DAT DATED
000374*                    RATE HISTORY.  TRANSACTION LAYOUT MOVED TO
000375*                    THE MAINTTRN COPYBOOK FOR PT2RAISE.
000376*  2026-10-15  JSJ   OPERATOR SIGN-ON FROM OPERATOR.DAT - THE RUN
000377*                    NEEDS MAINTENANCE AUTHORITY.  THE OPERATOR ID
000378*                    NOW GOES ON THE RUNCTL.DAT STAMPS AND ON
000379*                    EVERY MAINTAUD.DAT RECORD.  A CHANGE THAT
000380*                    MOVES A PAY RATE BY MORE THAN THE
000381*                    OPERATOR.DAT LIMIT IS NOT APPLIED UNTIL A
000382*                    SECOND OPERATOR WITH MAINTENANCE AUTHORITY
000383*                    APPROVES IT; THE APPROVER GOES ON THE AUDIT
000384*                    RECORD.  REFUSED CHANGES ARE REJECTED, OR
000385*                    STAY HELD IF THEY CAME FROM MAINTPND.DAT.
000386*  2026-10-15  JSJ   A PT2RAISE GENERAL INCREASE ("G" ORIGIN) NOW
000387*                    CHANGES ONLY THE PAY RATE.  ITS TRANSACTION
000388*                    CARRIES THE WHOLE RECORD AS IT STOOD AT THE
000389*                    PREVIEW, AND MOVING EVERY FIELD FROM IT UNDID
000390*                    CHANGES APPLIED EARLIER IN THE SAME RUN.
000391******************************************************************
000392 ENVIRONMENT DIVISION.
000393 INPUT-OUTPUT SECTION.
000394 FILE-CONTROL.
000395     SELECT NEWEMPFILE ASSIGN TO "NEWEMP.dat"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         ACCESS IS SEQUENTIAL
000420         FILE STATUS IS WS-NEWEMP-STATUS.
000532         ORGANIZATION IS LINE SEQUENTIAL
000533         ACCESS IS SEQUENTIAL
000534         FILE STATUS IS WS-RUNCTL-STATUS.
000535
000536     SELECT PENDFILE ASSIGN TO "MAINTPND.dat"
000537         ORGANIZATION IS LINE SEQUENTIAL
000538         ACCESS IS SEQUENTIAL
000539         FILE STATUS IS WS-PEND-STATUS.
000540
000541     SELECT RATEHISTFILE ASSIGN TO "RATEHIST.dat"
000542         ORGANIZATION IS LINE SEQUENTIAL
000543         ACCESS IS SEQUENTIAL
000544         FILE STATUS IS WS-RATEHIST-STATUS.
000545
000546     SELECT OPERFILE ASSIGN TO "OPERATOR.dat"
000547         ORGANIZATION IS LINE SEQUENTIAL
000548         ACCESS IS SEQUENTIAL
000549         FILE STATUS IS WS-OPER-STATUS.
000550
000551 DATA DIVISION.
000552 FILE SECTION.
000560******************************************************************
000570*  NEWEMPFILE - THE SEQUENTIAL MASTER READ AND REWRITTEN ON
000580*  EVERY MAINTENANCE RUN.  SAME 122-BYTE LAYOUT AS PT2.
001114     05  MI-TYEAR            PIC X(04).
001120
001130******************************************************************
001140*  MAINTTRANS - ONE MAINTENANCE TRANSACTION PER RECORD.  LAYOUT
001145*  SHARED WITH PT2RAISE VIA MAINTTRN.
001150******************************************************************
001160 FD  MAINTTRANS.
001170 COPY MAINTTRN.
001331
001332******************************************************************
001333*  AUDITFILE - THE PERMANENT BEFORE/AFTER AUDIT TRAIL, APPENDED
001342*  AND RESUBMIT THEM WITHOUT RE-KEYING THE WHOLE TRANSACTION.
001343******************************************************************
001344 FD  REJECTFILE.
001345 01  RJ-Transaction-Record   PIC X(132).
001346
001347 FD  RUNCTLFILE.
001348 COPY RUNCTL.
001349
001350******************************************************************
001351*  PENDFILE - TRANSACTIONS HELD FOR A LATER EFFECTIVE DATE, IN
001352*  EFFECTIVE-DATE ORDER.  EACH CARRIES THE TRANSACTION AS KEYED,
001353*  THE MASTER RECORD AS IT STOOD WHEN IT WAS HELD (SPACES FOR AN
001354*  ADD OR AN EMPLOYEE NOT THEN ON FILE), AND THE DATE IT WAS HELD.
001355*  LOADED WHOLE AT THE START OF THE RUN AND REWRITTEN AT THE END
001356*  WITHOUT THE ONES THAT CAME DUE.
001357******************************************************************
001358 FD  PENDFILE.
001359 01  PN-Pending-Record.
001360     05  PN-TRANSACTION          PIC X(132).
001361     05  PN-BASE-IMAGE           PIC X(122).
001362     05  PN-HELD-DATE            PIC 9(08).
001363
001364******************************************************************
001365*  RATEHISTFILE - THE DATED RATE HISTORY, APPENDED TO ON EVERY
001366*  RUN.  LAYOUT SHARED WITH PT2INQ VIA RATEHIST.
001367******************************************************************
001368 FD  RATEHISTFILE.
001369 COPY RATEHIST.
001370
001371******************************************************************
001372*  OPERFILE - THE OPERATOR SECURITY FILE SIGN-ON IS CHECKED
001373*  AGAINST.  LAYOUT SHARED VIA OPERATOR.
001374******************************************************************
001375 FD  OPERFILE.
001376 COPY OPERATOR.
001377
001378 WORKING-STORAGE SECTION.
001379 01  WS-NEWEMP-STATUS            PIC X(02) VALUE "00".
001380 01  WS-INDEX-STATUS             PIC X(02) VALUE "00".
001381 01  TODAY-DATE.
001390     03  YR                      PIC 9(04).
001400     03  MN                      PIC 9(02).
001410     03  DY                      PIC 9(02).
001480 01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
001490 01  WS-LIVE-COUNT                PIC 9(06) VALUE ZERO.
001500 01  WS-LIVE-TOTAL-PAY            PIC 9(09)V99 VALUE ZERO.
001503 01  WS-RESULT-TEXT               PIC X(40).
001506 01  WS-TOTAL-PAY-EDIT            PIC $$,$$$,$$$,$$9.99.
001511
001512* ----------------------------------------------------------------
001513*  AUDIT TRAIL FIELDS - THE RUN TIME IS CAPTURED ONCE AT
001539 01  WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
001540 01  RunCtlEnd                    PIC X(01) VALUE "N".
001541 01  WS-LAST-MAINT-STAMP          PIC X(01) VALUE SPACE.
001542 01  WS-END-RESULT                PIC X(04) VALUE "OK  ".
001543 01  WS-END-REASON                PIC X(30) VALUE SPACES.
001544
001545* ----------------------------------------------------------------
001546*  EFFECTIVE-DATE FIELDS.  WS-EFF-DATE IS THE DATE THE CURRENT
001547*  TRANSACTION TAKES EFFECT - ITS OWN MT-EFF-DATE, OR THE RUN DATE
001548*  WHEN IT CARRIES NONE - AND IS COMPARED AGAINST TODAY-DATE TO
001549*  DECIDE WHETHER TO APPLY IT OR HOLD IT.
001550* ----------------------------------------------------------------
001551 01  WS-EFF-DATE                  PIC X(08) VALUE SPACES.
001552 01  WS-FROM-PENDING-SW           PIC X(01) VALUE "N".
001553     88  APPLYING-HELD-TRANSACTION    VALUE "Y".
001554 01  WS-OLD-RATE                  PIC 9(09)V99 VALUE ZERO.
001555
001556* ----------------------------------------------------------------
001557*  HELD TRANSACTIONS - MAINTPND.DAT IS LOADED HERE IN EFFECTIVE-
001558*  DATE ORDER, NEW HOLDS ARE SLOTTED IN BY DATE, AND THE TABLE IS
001559*  WRITTEN BACK LESS THE ENTRIES APPLIED THIS RUN.
001560* ----------------------------------------------------------------
001561 01  WS-PEND-STATUS               PIC X(02) VALUE "00".
001562 01  PendEnd                      PIC X(01) VALUE "N".
001563 01  WS-PEND-OVERFLOW-SW          PIC X(01) VALUE "N".
001564 01  WS-PN-SLOT-SW                PIC X(01) VALUE "N".
001565 01  WS-PN-COUNT                  PIC 9(04) VALUE ZERO.
001566 01  WS-PN-SUB                    PIC 9(04) VALUE ZERO.
001567 01  WS-PN-INS                    PIC 9(04) VALUE ZERO.
001568 01  WS-HELD-COUNT                PIC 9(06) VALUE ZERO.
001569 01  WS-PEND-APPLIED-COUNT        PIC 9(06) VALUE ZERO.
001570 01  WS-PEND-KEPT-COUNT           PIC 9(06) VALUE ZERO.
001571 01  PN-TABLE.
001572     05  PN-ENTRY OCCURS 1000 TIMES.
001573         10  PN-TRANS.
001574             15  PN-TRANCODE      PIC X(01).
001575             15  PN-EMPNUM        PIC X(07).
001576             15  PN-EMPLNAME      PIC X(12).
001577             15  FILLER           PIC X(103).
001578             15  PN-EFF-DATE.
001579                 20  PN-EFF-YEAR  PIC X(04).
001580                 20  PN-EFF-MONTH PIC X(02).
001581                 20  PN-EFF-DAY   PIC X(02).
001582             15  FILLER           PIC X(01).
001583         10  PN-BASE              PIC X(122).
001584         10  PN-HELD              PIC 9(08).
001585         10  PN-APPLIED-SW        PIC X(01).
001586
001587* ----------------------------------------------------------------
001588*  THE MASTER RECORD AS IT STOOD WHEN A HELD TRANSACTION WAS
001589*  HELD.  A HELD CHANGE MOVES ONLY THE FIELDS WHERE THE
001590*  TRANSACTION DIFFERS FROM THIS IMAGE.
001591* ----------------------------------------------------------------
001592 01  WS-PEND-BASE-IMAGE.
001593     05  PB-EMPNUM                PIC X(07).
001594     05  PB-EMPLNAME              PIC X(12).
001595     05  PB-EMPFNAME              PIC X(13).
001596     05  PB-EMPTYPE               PIC X(06).
001597     05  PB-EMPTITLE              PIC X(17).
001598     05  PB-SPACES                PIC X(05).
001599     05  PB-EMPSSNF3              PIC X(03).
001600     05  PB-EMPSSNN3              PIC X(03).
001601     05  PB-EMPSSNL3              PIC X(03).
001602     05  PB-DOTS                  PIC X(24).
001603     05  PB-MON                   PIC X(02).
001604     05  PB-DAY                   PIC X(02).
001605     05  PB-YEAR                  PIC X(04).
001606     05  PB-RATE                  PIC 9(09)V99.
001607     05  PB-STATUS                PIC X(01).
001608     05  PB-EMPSTAT               PIC X(01).
001609     05  PB-TMON                  PIC X(02).
001610     05  PB-TDAY                  PIC X(02).
001611     05  PB-TYEAR                 PIC X(04).
001612
001613* ----------------------------------------------------------------
001614*  RATE HISTORY FIELDS
001615* ----------------------------------------------------------------
001616 01  WS-RATEHIST-STATUS           PIC X(02) VALUE "00".
001617 01  WS-RATEHIST-COUNT            PIC 9(06) VALUE ZERO.
001618
001619* ----------------------------------------------------------------
001620*  SECOND-OPERATOR RATE APPROVAL.  A CHANGE THAT MOVES A PAY RATE
001621*  BY MORE THAN WS-APPROVAL-PCT PERCENT OF THE OLD RATE (FROM THE
001622*  OPERATOR.DAT CONTROL RECORD, ELSE 10.00) IS NOT APPLIED UNTIL
001623*  A SECOND OPERATOR APPROVES IT.  THE SECOND OPERATOR SIGNS ON
001624*  ONCE, AT THE FIRST CHANGE IN THE RUN THAT NEEDS APPROVAL.
001625* ----------------------------------------------------------------
001626 01  WS-APPROVAL-PCT              PIC 9(03)V99 VALUE 10.00.
001627 01  WS-APPROVAL-PCT-EDIT         PIC ZZ9.99.
001628 01  WS-RATE-CHANGE-PCT           PIC 9(13)V99 VALUE ZERO.
001629 01  WS-RATE-CHANGE-PCT-EDIT      PIC Z(12)9.99.
001630 01  WS-OLD-RATE-EDIT             PIC ZZZ,ZZZ,ZZ9.99.
001631 01  WS-NEW-RATE-EDIT             PIC ZZZ,ZZZ,ZZ9.99.
001632 01  WS-RATE-APPROVED-SW          PIC X(01) VALUE "Y".
001633     88  RATE-CHANGE-APPROVED         VALUE "Y".
001634 01  WS-APPROVE-ANSWER            PIC X(01) VALUE SPACE.
001635 01  WS-APPROVE-ALL-SW            PIC X(01) VALUE "N".
001636     88  APPROVE-ALL-RATE-CHANGES     VALUE "Y".
001637 01  WS-NO-APPROVER-SW            PIC X(01) VALUE "N".
001638     88  NO-SECOND-OPERATOR           VALUE "Y".
001639 01  WS-SECOND-OPERATOR           PIC X(08) VALUE SPACES.
001640 01  WS-RATE-APPROVER             PIC X(08) VALUE SPACES.
001641 01  WS-RATE-APPROVED-COUNT       PIC 9(06) VALUE ZERO.
001642 01  WS-RATE-REFUSED-COUNT        PIC 9(06) VALUE ZERO.
001643
001644* ----------------------------------------------------------------
001645*  OPERATOR SIGN-ON FIELDS - THE ID AND PASSWORD KEYED, AND THE
001646*  OPERATOR.DAT RECORD THEY MATCHED.  WS-OPERATOR-ID IS SET ONLY
001647*  ONCE SIGN-ON HAS SUCCEEDED.
001648* ----------------------------------------------------------------
001649 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
001650 01  OperEnd                     PIC X(01) VALUE "N".
001651 01  WS-SIGNON-ID                PIC X(08) VALUE SPACES.
001652 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
001653 01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
001654     88  OPERATOR-FOUND              VALUE "Y".
001655 01  WS-OPER-PASSWORD            PIC X(08) VALUE SPACES.
001656 01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
001657 01  WS-OPER-ACTIVE              PIC X(01) VALUE SPACE.
001658 01  WS-OPER-AUTH.
001659     05  WS-AUTH-INQUIRY         PIC X(01) VALUE "N".
001660     05  WS-AUTH-MAINT           PIC X(01) VALUE "N".
001661     05  WS-AUTH-PAYROLL         PIC X(01) VALUE "N".
001662     05  WS-AUTH-FULLSSN         PIC X(01) VALUE "N".
001663 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001664
001665 PROCEDURE DIVISION.
001666
001667******************************************************************
001668*  0000-MAINLINE
001669******************************************************************
001670 0000-MAINLINE.
001671     PERFORM 9300-SIGN-ON THRU 9300-EXIT
001672     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001673     PERFORM 9000-CHECK-RUN-CONTROL THRU 9000-EXIT
001674     PERFORM 9100-WRITE-START-STAMP THRU 9100-EXIT
001675     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
001676     PERFORM 2500-LOAD-PENDING THRU 2500-EXIT
001677     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001678     PERFORM 4000-UNLOAD-MASTER THRU 4000-EXIT
001679     PERFORM 4500-REWRITE-PENDING THRU 4500-EXIT
001680     PERFORM 5000-FINAL-SUMMARY THRU 5000-EXIT
001681     PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
001682     STOP RUN.
001683
001684******************************************************************
001685*  1000-INITIALIZE
001686******************************************************************
001690 1000-INITIALIZE.
001700     MOVE FUNCTION CURRENT-DATE TO TODAY-DATE
001701     ACCEPT WS-TIME-RAW FROM TIME
001720     DISPLAY "          THE BEST IS YET TO COME, INC."
001730     DISPLAY "          NEWEMP.DAT MASTER MAINTENANCE RUN"
001740     DISPLAY "          RUN DATE: " MN "/" DY "/" YR
001742     MOVE WS-APPROVAL-PCT TO WS-APPROVAL-PCT-EDIT
001744     DISPLAY "          RATE CHANGES OVER " WS-APPROVAL-PCT-EDIT
001746         "% NEED A SECOND OPERATOR"
001750     DISPLAY SPACES
001760     .
001770 1000-EXIT.
002420                 DISPLAY "DUPLICATE EMPLOYEE NUMBER ON LOAD - "
002430                     NEMPNUM
002440         END-WRITE
002441     END-IF
002442     .
002443 2100-EXIT.
002444     EXIT.
002445
002446******************************************************************
002447*  2500-LOAD-PENDING
002448*  LOADS THE HELD TRANSACTIONS.  THE FILE IS REWRITTEN FROM THIS
002449*  TABLE AT THE END OF THE RUN, SO A FILE TOO BIG FOR THE TABLE
002450*  STOPS THE RUN BEFORE ANYTHING IS APPLIED RATHER THAN LOSE THE
002451*  OVERFLOW.
002452******************************************************************
002453 2500-LOAD-PENDING.
002454     OPEN INPUT PENDFILE
002455     IF WS-PEND-STATUS NOT = "35"
002456         PERFORM UNTIL PendEnd = "Y"
002457             READ PENDFILE
002458                 AT END
002459                     MOVE "Y" TO PendEnd
002460                 NOT AT END
002461                     PERFORM 2550-LOAD-ONE-PENDING THRU 2550-EXIT
002462             END-READ
002463         END-PERFORM
002464         CLOSE PENDFILE
002465     END-IF
002466
002467     IF WS-PEND-OVERFLOW-SW = "Y"
002468         DISPLAY "*** MAINTPND.DAT HOLDS MORE THAN 1000 "
002469             "TRANSACTIONS - RUN STOPPED, NOTHING APPLIED"
002470         MOVE "FAIL" TO WS-END-RESULT
002471         MOVE "MAINTPND.DAT OVER 1000 HELD" TO WS-END-REASON
002472         PERFORM 9200-WRITE-END-STAMP THRU 9200-EXIT
002473         STOP RUN
002474     END-IF
002475     .
002476 2500-EXIT.
002480     EXIT.
002481
002482******************************************************************
002483*  2550-LOAD-ONE-PENDING
002484******************************************************************
002485 2550-LOAD-ONE-PENDING.
002486     IF WS-PN-COUNT < 1000
002487         ADD 1 TO WS-PN-COUNT
002488         MOVE PN-TRANSACTION TO PN-TRANS(WS-PN-COUNT)
002489         MOVE PN-BASE-IMAGE TO PN-BASE(WS-PN-COUNT)
002490         MOVE PN-HELD-DATE TO PN-HELD(WS-PN-COUNT)
002491         MOVE "N" TO PN-APPLIED-SW(WS-PN-COUNT)
002492     ELSE
002493         MOVE "Y" TO WS-PEND-OVERFLOW-SW
002494     END-IF
002495     .
002496 2550-EXIT.
002497     EXIT.
002498
002500******************************************************************
002510*  3000-APPLY-TRANSACTIONS
002520******************************************************************
002586         DISPLAY "*** COULD NOT OPEN MAINTAUD.DAT - STATUS "
002587             WS-AUDIT-STATUS
002588     END-IF
002589     OPEN EXTEND RATEHISTFILE
002590     IF WS-RATEHIST-STATUS = "35"
002591         OPEN OUTPUT RATEHISTFILE
002592     END-IF
002593     IF WS-RATEHIST-STATUS NOT = "00"
002594         DISPLAY "*** COULD NOT OPEN RATEHIST.DAT - STATUS "
002595             WS-RATEHIST-STATUS
002596     END-IF
002597     OPEN OUTPUT REJECTFILE
002598     OPEN INPUT MAINTTRANS
002600
002610     DISPLAY "TRN  EMPLOYEE#  NAME                      RESULT"
002620     DISPLAY SPACES
002630
002631     PERFORM 3050-APPLY-ONE-PENDING THRU 3050-EXIT
002632         VARYING WS-PN-SUB FROM 1 BY 1
002633         UNTIL WS-PN-SUB > WS-PN-COUNT
002634     MOVE "N" TO WS-FROM-PENDING-SW
002635     IF WS-PEND-APPLIED-COUNT > ZERO
002636         DISPLAY SPACES
002637     END-IF
002638
002640     PERFORM UNTIL TransEnd = "Y"
002650         READ MAINTTRANS
002660             AT END
002740     CLOSE MAINTTRANS
002750     CLOSE NEWEMPINDEX
002751     CLOSE AUDITFILE
002754     CLOSE RATEHISTFILE
002757     CLOSE REJECTFILE
002760     .
002770 3000-EXIT.
002771     EXIT.
002772
002773******************************************************************
002774*  3050-APPLY-ONE-PENDING
002775*  A HELD TRANSACTION WHOSE DATE HAS COME GOES THROUGH THE SAME
002780*  EDIT AND APPLY PATH AS ONE READ FROM MAINTTRN.DAT, FLAGGED SO
002781*  A CHANGE IS APPLIED FIELD BY FIELD AGAINST ITS SAVED IMAGE.
002782*  THE TABLE IS IN DATE ORDER, SO THE OLDEST GOES FIRST.
002783******************************************************************
002784 3050-APPLY-ONE-PENDING.
002785     IF PN-EFF-DATE(WS-PN-SUB) NOT > TODAY-DATE
002786         IF WS-PEND-APPLIED-COUNT = ZERO
002787             DISPLAY "HELD TRANSACTIONS NOW DUE FROM MAINTPND.DAT"
002788         END-IF
002789         ADD 1 TO WS-PEND-APPLIED-COUNT
002790         MOVE "Y" TO PN-APPLIED-SW(WS-PN-SUB)
002791         MOVE "Y" TO WS-FROM-PENDING-SW
002792         MOVE PN-TRANS(WS-PN-SUB) TO MT-Transaction-Record
002793         MOVE PN-BASE(WS-PN-SUB) TO WS-PEND-BASE-IMAGE
002794         PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT
002795     END-IF
002796     .
002797 3050-EXIT.
002798     EXIT.
002799
002800******************************************************************
002810*  3100-APPLY-ONE-TRANSACTION
002820******************************************************************
002821 3100-APPLY-ONE-TRANSACTION.
002822     MOVE "Y" TO WS-EDIT-VALID-SW
002823     MOVE SPACES TO WS-EDIT-REASON
002824     MOVE SPACES TO WS-RESULT-TEXT
002825     MOVE SPACES TO WS-RATE-APPROVER
002826     IF MT-TRANCODE = "A" OR MT-TRANCODE = "C"
002827         PERFORM 3150-EDIT-TRANSACTION THRU 3150-EXIT
002828     END-IF
002829     IF TRANSACTION-IS-VALID
002830         PERFORM 3140-EDIT-EFFECTIVE-DATE THRU 3140-EXIT
002831     END-IF
002836
002837     IF TRANSACTION-IS-INVALID
002838         PERFORM 3160-REJECT-TRANSACTION THRU 3160-EXIT
002839     ELSE
002840         EVALUATE TRUE
002850             WHEN MT-TRANCODE NOT = "A" AND MT-TRANCODE NOT = "C"
002860                  AND MT-TRANCODE NOT = "D"
002920                 MOVE "*** INVALID TRANSACTION CODE" TO
002930                     WS-RESULT-TEXT
002940                 ADD 1 TO WS-REJECT-COUNT
002941             WHEN WS-EFF-DATE > TODAY-DATE
002942                 PERFORM 3170-HOLD-TRANSACTION THRU 3170-EXIT
002943             WHEN MT-TRANCODE = "A"
002944                 PERFORM 3200-ADD-EMPLOYEE THRU 3200-EXIT
002945             WHEN MT-TRANCODE = "C"
002946                 PERFORM 3300-CHANGE-EMPLOYEE THRU 3300-EXIT
002947             WHEN OTHER
002948                 PERFORM 3400-DELETE-EMPLOYEE THRU 3400-EXIT
002950         END-EVALUATE
002951     END-IF
002960
002970     DISPLAY MT-TRANCODE "    " MT-EMPNUM "    " MT-EMPLNAME
002980         " " MT-EMPFNAME "  " WS-RESULT-TEXT
002981     .
002982 3100-EXIT.
002983     EXIT.
002984
002985******************************************************************
002986*  3140-EDIT-EFFECTIVE-DATE
002987*  SPACES (INCLUDING A TRANSACTION KEYED IN THE OLDER, SHORTER
002988*  LAYOUT) MEAN TODAY.  OTHERWISE IT MUST BE A YYYYMMDD DATE WITH
002989*  THE SAME MONTH AND DAY EDITS AS THE HIRE DATE.
002990******************************************************************
002991 3140-EDIT-EFFECTIVE-DATE.
002992     IF MT-EFF-DATE = SPACES
002993         MOVE TODAY-DATE TO WS-EFF-DATE
002994     ELSE
002995         IF MT-EFF-DATE IS NOT NUMERIC
002996             MOVE "N" TO WS-EDIT-VALID-SW
002997             MOVE "INVALID EFFECTIVE DATE" TO WS-EDIT-REASON
002998         ELSE
002999             IF MT-EFF-MONTH < "01" OR MT-EFF-MONTH > "12" OR
003000                MT-EFF-DAY < "01" OR MT-EFF-DAY > "31"
003001                 MOVE "N" TO WS-EDIT-VALID-SW
003002                 MOVE "INVALID EFFECTIVE DATE" TO WS-EDIT-REASON
003003             ELSE
003004                 MOVE MT-EFF-DATE TO WS-EFF-DATE
003005             END-IF
003006         END-IF
003007     END-IF
003008     .
003009 3140-EXIT.
003010     EXIT.
003011
003012******************************************************************
003079         END-IF
003080     END-IF
003081     .
003082 3150-EXIT.
003083     EXIT.
003084
003085******************************************************************
003086*  3160-REJECT-TRANSACTION
003087*  WRITES THE REJECTED TRANSACTION TO MAINTREJ.DAT IN ITS
003088*  ORIGINAL LAYOUT AND PRINTS THE REJECT LISTING LINE, WITH THE
003089*  LISTING HEADING AHEAD OF THE FIRST REJECT THIS RUN.
003090******************************************************************
003091 3160-REJECT-TRANSACTION.
003092     IF WS-EDIT-REJECT-COUNT = ZERO
003093         DISPLAY SPACES
003094         DISPLAY "*** MAINTENANCE TRANSACTION REJECT LISTING ***"
003095         DISPLAY "TRN  EMPLOYEE#  REASON"
003096     END-IF
003097     ADD 1 TO WS-EDIT-REJECT-COUNT
003098     ADD 1 TO WS-REJECT-COUNT
003099     DISPLAY MT-TRANCODE "    " MT-EMPNUM "    " WS-EDIT-REASON
003100     MOVE MT-Transaction-Record TO RJ-Transaction-Record
003101     WRITE RJ-Transaction-Record
003102     MOVE SPACES TO WS-RESULT-TEXT
003103     STRING "*** REJECTED - " DELIMITED BY SIZE
003104         WS-EDIT-REASON DELIMITED BY SIZE
003105         INTO WS-RESULT-TEXT
003106     .
003107 3160-EXIT.
003108     EXIT.
003109
003110******************************************************************
003111*  3170-HOLD-TRANSACTION
003112*  PUTS A FUTURE-DATED TRANSACTION ON THE HELD TABLE, SLOTTED IN
003113*  AFTER EVERY ENTRY DATED THE SAME DAY OR EARLIER, WITH THE
003114*  MASTER RECORD AS IT STANDS TODAY.  A FULL TABLE REJECTS THE
003115*  TRANSACTION TO MAINTREJ.DAT FOR RESUBMISSION.
003116******************************************************************
003117 3170-HOLD-TRANSACTION.
003118     IF WS-PN-COUNT NOT < 1000
003119         MOVE "N" TO WS-EDIT-VALID-SW
003120         MOVE "MAINTPND.DAT IS FULL" TO WS-EDIT-REASON
003121         PERFORM 3160-REJECT-TRANSACTION THRU 3160-EXIT
003122     ELSE
003123         MOVE SPACES TO WS-PEND-BASE-IMAGE
003124         IF MT-TRANCODE NOT = "A"
003125             MOVE MT-EMPNUM TO MI-EMPNUM
003126             READ NEWEMPINDEX
003127                 INVALID KEY
003128                     MOVE SPACES TO WS-PEND-BASE-IMAGE
003129                 NOT INVALID KEY
003130                     MOVE MIEmployee-Record TO WS-PEND-BASE-IMAGE
003131             END-READ
003132         END-IF
003133
003134         COMPUTE WS-PN-INS = WS-PN-COUNT + 1
003135         MOVE "N" TO WS-PN-SLOT-SW
003136         PERFORM 3175-OPEN-ONE-SLOT THRU 3175-EXIT
003137             VARYING WS-PN-SUB FROM WS-PN-COUNT BY -1
003138             UNTIL WS-PN-SUB < 1 OR WS-PN-SLOT-SW = "Y"
003139         ADD 1 TO WS-PN-COUNT
003140         MOVE MT-Transaction-Record TO PN-TRANS(WS-PN-INS)
003141         MOVE WS-PEND-BASE-IMAGE TO PN-BASE(WS-PN-INS)
003142         MOVE TODAY-DATE TO PN-HELD(WS-PN-INS)
003143         MOVE "N" TO PN-APPLIED-SW(WS-PN-INS)
003144         ADD 1 TO WS-HELD-COUNT
003145         MOVE SPACES TO WS-RESULT-TEXT
003146         STRING "HELD UNTIL " MT-EFF-MONTH "/" MT-EFF-DAY "/"
003147             MT-EFF-YEAR DELIMITED BY SIZE
003148             INTO WS-RESULT-TEXT
003149     END-IF
003150     .
003151 3170-EXIT.
003152     EXIT.
003153
003154******************************************************************
003155*  3175-OPEN-ONE-SLOT
003156*  WALKING BACK FROM THE END, SHIFTS EACH LATER-DATED ENTRY DOWN
003157*  ONE SO THE NEW TRANSACTION CAN GO IN AHEAD OF IT.
003158******************************************************************
003159 3175-OPEN-ONE-SLOT.
003160     IF PN-EFF-DATE(WS-PN-SUB) > WS-EFF-DATE
003161         MOVE PN-ENTRY(WS-PN-SUB) TO PN-ENTRY(WS-PN-SUB + 1)
003162         MOVE WS-PN-SUB TO WS-PN-INS
003163     ELSE
003164         MOVE "Y" TO WS-PN-SLOT-SW
003165     END-IF
003166     .
003167 3175-EXIT.
003168     EXIT.
003169
003170******************************************************************
003171*  3200-ADD-EMPLOYEE
003172******************************************************************
003173 3200-ADD-EMPLOYEE.
003174     MOVE SPACES TO WS-BEFORE-IMAGE
003175     MOVE ZERO TO WS-OLD-RATE
003176     MOVE MT-EMPNUM TO MI-EMPNUM
003177     MOVE MT-EMPLNAME TO MI-EMPLNAME
003178     MOVE MT-EMPFNAME TO MI-EMPFNAME
003179     MOVE MT-EMPTYPE TO MI-EMPTYPE
003180     MOVE MT-EMPTITLE TO MI-EMPTITLE
003181     MOVE MT-SPACES TO MI-SPACES
003182     MOVE MT-EMPSSNF3 TO MI-EMPSSNF3
003183     MOVE MT-EMPSSNN3 TO MI-EMPSSNN3
003184     MOVE MT-EMPSSNL3 TO MI-EMPSSNL3
003185     MOVE MT-DOTS TO MI-DOTS
003186     MOVE MT-MON TO MI-MON
003187     MOVE MT-DAY TO MI-DAY
003190     MOVE MT-YEAR TO MI-YEAR
003200     MOVE MT-RATE TO MI-RATE
003210     MOVE MT-STATUS TO MI-STATUS
003300             ADD 1 TO WS-ADD-COUNT
003301             MOVE MIEmployee-Record TO WS-AFTER-IMAGE
003302             PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
003306             PERFORM 3550-WRITE-RATE-HISTORY THRU 3550-EXIT
003310     END-WRITE
003320     .
003330 3200-EXIT.
003350
003360******************************************************************
003370*  3300-CHANGE-EMPLOYEE
003372*  A CHANGE REPLACES THE WHOLE RECORD, EXCEPT A HELD CHANGE WITH
003374*  A SAVED IMAGE, WHICH MOVES ONLY THE FIELDS IT CHANGES.  A
003375*  GENERAL INCREASE FROM PT2RAISE MOVES ONLY THE RATE, HELD OR
003376*  NOT - ITS OTHER FIELDS ARE A COPY TAKEN AT THE PREVIEW AND
003377*  WOULD UNDO CHANGES APPLIED AHEAD OF IT.  A RATE MOVE OVER THE
003378*  LIMIT IS REWRITTEN ONLY ONCE IT IS APPROVED.
003380******************************************************************
003390 3300-CHANGE-EMPLOYEE.
003400     MOVE MT-EMPNUM TO MI-EMPNUM
003440                 WS-RESULT-TEXT
003450         NOT INVALID KEY
003451             MOVE MIEmployee-Record TO WS-BEFORE-IMAGE
003460             MOVE MI-RATE TO WS-OLD-RATE
003470             IF MT-ORIGIN = "G"
003471                 MOVE MT-RATE TO MI-RATE
003472             ELSE
003473                 IF APPLYING-HELD-TRANSACTION AND
003474                    WS-PEND-BASE-IMAGE NOT = SPACES
003475                     PERFORM 3350-MOVE-CHANGED-FIELDS
003476                         THRU 3350-EXIT
003477                 ELSE
003478                     PERFORM 3340-MOVE-ALL-FIELDS THRU 3340-EXIT
003479                 END-IF
003480             END-IF
003494             PERFORM 3320-CHECK-RATE-APPROVAL THRU 3320-EXIT
003495             IF RATE-CHANGE-APPROVED
003496                 REWRITE MIEmployee-Record
003497                     INVALID KEY
003498                         MOVE "*** REJECTED - REWRITE FAILED" TO
003499                             WS-RESULT-TEXT
003500                     NOT INVALID KEY
003501                         MOVE "CHANGED" TO WS-RESULT-TEXT
003502                         ADD 1 TO WS-CHANGE-COUNT
003503                         MOVE MIEmployee-Record TO WS-AFTER-IMAGE
003504                         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
003505                         IF MI-RATE NOT = WS-OLD-RATE
003506                             PERFORM 3550-WRITE-RATE-HISTORY
003507                                 THRU 3550-EXIT
003508                         END-IF
003509                 END-REWRITE
003510             ELSE
003511                 PERFORM 3330-REFUSE-RATE-CHANGE THRU 3330-EXIT
003512             END-IF
003513     END-READ
003514
003515     IF WS-RESULT-TEXT = "*** REJECTED - EMPLOYEE NOT ON FILE"
003516         ADD 1 TO WS-REJECT-COUNT
003517     END-IF
003518     IF WS-RESULT-TEXT = "*** REJECTED - REWRITE FAILED"
003519         ADD 1 TO WS-REJECT-COUNT
003520     END-IF
003521     .
003522 3300-EXIT.
003523     EXIT.
003524
003525******************************************************************
003526*  3320-CHECK-RATE-APPROVAL
003527*  MEASURES THE RATE MOVE AGAINST THE OLD RATE, UP OR DOWN.  A
003528*  MOVE OVER THE LIMIT - OR ANY MOVE FROM A ZERO RATE - NEEDS A
003529*  SECOND OPERATOR, UNLESS ONE HAS ALREADY APPROVED ALL THE
003530*  REMAINING CHANGES IN THE RUN.
003531******************************************************************
003532 3320-CHECK-RATE-APPROVAL.
003533     MOVE "Y" TO WS-RATE-APPROVED-SW
003534     MOVE ZERO TO WS-RATE-CHANGE-PCT
003535     IF MI-RATE NOT = WS-OLD-RATE
003536         IF WS-OLD-RATE = ZERO
003537             MOVE "N" TO WS-RATE-APPROVED-SW
003538         ELSE
003539             IF MI-RATE > WS-OLD-RATE
003540                 COMPUTE WS-RATE-CHANGE-PCT ROUNDED =
003541                     (MI-RATE - WS-OLD-RATE) * 100 / WS-OLD-RATE
003542             ELSE
003543                 COMPUTE WS-RATE-CHANGE-PCT ROUNDED =
003544                     (WS-OLD-RATE - MI-RATE) * 100 / WS-OLD-RATE
003545             END-IF
003546             IF WS-RATE-CHANGE-PCT > WS-APPROVAL-PCT
003547                 MOVE "N" TO WS-RATE-APPROVED-SW
003548             END-IF
003549         END-IF
003550     END-IF
003551     IF NOT RATE-CHANGE-APPROVED
003552         IF APPROVE-ALL-RATE-CHANGES
003553             MOVE "Y" TO WS-RATE-APPROVED-SW
003554             MOVE WS-SECOND-OPERATOR TO WS-RATE-APPROVER
003555             ADD 1 TO WS-RATE-APPROVED-COUNT
003556         ELSE
003557             PERFORM 3325-GET-SECOND-APPROVAL THRU 3325-EXIT
003558         END-IF
003559     END-IF
003560     .
003561 3320-EXIT.
003562     EXIT.
003563
003564******************************************************************
003565*  3325-GET-SECOND-APPROVAL
003566*  SHOWS THE CHANGE AND ASKS THE SECOND OPERATOR TO APPROVE IT -
003567*  "Y" FOR THIS ONE, "A" FOR THIS AND EVERY LATER ONE IN THE RUN.
003568*  WITH NO SECOND OPERATOR SIGNED ON THE CHANGE IS NOT APPROVED.
003569******************************************************************
003570 3325-GET-SECOND-APPROVAL.
003571     MOVE WS-OLD-RATE TO WS-OLD-RATE-EDIT
003572     MOVE MI-RATE TO WS-NEW-RATE-EDIT
003573     MOVE WS-RATE-CHANGE-PCT TO WS-RATE-CHANGE-PCT-EDIT
003574     DISPLAY SPACES
003575     DISPLAY "*** RATE CHANGE OVER THE " WS-APPROVAL-PCT-EDIT
003576         "% LIMIT - " MT-EMPNUM " " MT-EMPLNAME " " MT-EMPFNAME
003577     IF WS-OLD-RATE = ZERO
003578         DISPLAY "    OLD RATE " WS-OLD-RATE-EDIT "  NEW RATE "
003579             WS-NEW-RATE-EDIT "  (FROM A ZERO RATE)"
003580     ELSE
003581         DISPLAY "    OLD RATE " WS-OLD-RATE-EDIT "  NEW RATE "
003582             WS-NEW-RATE-EDIT "  CHANGE " WS-RATE-CHANGE-PCT-EDIT
003583             "%"
003584     END-IF
003585     IF WS-SECOND-OPERATOR = SPACES AND NOT NO-SECOND-OPERATOR
003586         PERFORM 3327-SIGN-ON-APPROVER THRU 3327-EXIT
003587     END-IF
003588     IF WS-SECOND-OPERATOR NOT = SPACES
003589         DISPLAY "APPROVED BY " WS-SECOND-OPERATOR
003590             " (Y/N, A=ALL REMAINING)? " WITH NO ADVANCING
003591         MOVE SPACE TO WS-APPROVE-ANSWER
003592         ACCEPT WS-APPROVE-ANSWER FROM CONSOLE
003593         INSPECT WS-APPROVE-ANSWER CONVERTING "ay" TO "AY"
003594         IF WS-APPROVE-ANSWER = "A"
003595             MOVE "Y" TO WS-APPROVE-ALL-SW
003596             MOVE "Y" TO WS-APPROVE-ANSWER
003597         END-IF
003598         IF WS-APPROVE-ANSWER = "Y"
003599             MOVE "Y" TO WS-RATE-APPROVED-SW
003600             MOVE WS-SECOND-OPERATOR TO WS-RATE-APPROVER
003601             ADD 1 TO WS-RATE-APPROVED-COUNT
003602         END-IF
003603     END-IF
003604     DISPLAY SPACES
003605     .
003606 3325-EXIT.
003607     EXIT.
003608
003609******************************************************************
003610*  3327-SIGN-ON-APPROVER
003611*  SIGNS THE SECOND OPERATOR ON THROUGH THE SAME OPERATOR.DAT
003612*  LOOKUP AS THE RUN'S OWN SIGN-ON.  THE APPROVER MUST BE ACTIVE,
003613*  HOLD MAINTENANCE AUTHORITY, AND NOT BE THE OPERATOR RUNNING
003614*  THE MAINTENANCE.  A BLANK ID MEANS NOBODY IS AVAILABLE, AND
003615*  THE QUESTION IS NOT ASKED AGAIN THIS RUN.  THE LOOKUP REUSES
003616*  THE WS-OPER FIELDS; ONLY WS-OPERATOR-ID IS NEEDED AFTER THE
003617*  RUN'S OWN SIGN-ON.
003618******************************************************************
003619 3327-SIGN-ON-APPROVER.
003620     DISPLAY "SECOND OPERATOR ID (BLANK IF NONE): "
003621         WITH NO ADVANCING
003622     MOVE SPACES TO WS-SIGNON-ID
003623     ACCEPT WS-SIGNON-ID FROM CONSOLE
003624     INSPECT WS-SIGNON-ID CONVERTING
003625         "abcdefghijklmnopqrstuvwxyz" TO
003626         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003627     IF WS-SIGNON-ID = SPACES
003628         MOVE "Y" TO WS-NO-APPROVER-SW
003629         DISPLAY "NO SECOND OPERATOR - CHANGES OVER THE LIMIT "
003630             "ARE NOT APPLIED THIS RUN."
003631     ELSE
003632         DISPLAY "PASSWORD: " WITH NO ADVANCING
003633         MOVE SPACES TO WS-SIGNON-PASSWORD
003634         ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
003635         PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
003636         EVALUATE TRUE
003637             WHEN NOT OPERATOR-FOUND
003638                 DISPLAY "*** SECOND OPERATOR SIGN-ON FAILED."
003639             WHEN WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
003640                 DISPLAY "*** SECOND OPERATOR SIGN-ON FAILED."
003641             WHEN WS-SIGNON-ID = WS-OPERATOR-ID
003642                 DISPLAY "*** THE SECOND OPERATOR CANNOT BE "
003643                     WS-OPERATOR-ID "."
003644             WHEN WS-OPER-ACTIVE NOT = "A"
003645                 DISPLAY "*** OPERATOR " WS-SIGNON-ID
003646                     " IS NOT ACTIVE."
003647             WHEN WS-AUTH-MAINT NOT = "Y"
003648                 DISPLAY "*** OPERATOR " WS-SIGNON-ID
003649                     " HAS NO MAINTENANCE AUTHORITY."
003650             WHEN OTHER
003651                 MOVE WS-SIGNON-ID TO WS-SECOND-OPERATOR
003652                 DISPLAY "SECOND OPERATOR: " WS-SECOND-OPERATOR
003653                     " " WS-OPER-NAME
003654         END-EVALUATE
003655     END-IF
003656     .
003657 3327-EXIT.
003658     EXIT.
003659
003660******************************************************************
003661*  3330-REFUSE-RATE-CHANGE
003662*  A NEW TRANSACTION WHOSE RATE CHANGE WAS NOT APPROVED GOES TO
003663*  MAINTREJ.DAT FOR RESUBMISSION.  ONE DUE FROM MAINTPND.DAT IS
003664*  LEFT HELD, SO THE NEXT RUN OFFERS IT FOR APPROVAL AGAIN.
003665******************************************************************
003666 3330-REFUSE-RATE-CHANGE.
003667     ADD 1 TO WS-RATE-REFUSED-COUNT
003668     IF APPLYING-HELD-TRANSACTION
003669         MOVE "N" TO PN-APPLIED-SW(WS-PN-SUB)
003670         MOVE "STILL HELD - RATE CHANGE NOT APPROVED" TO
003671             WS-RESULT-TEXT
003672     ELSE
003673         MOVE "N" TO WS-EDIT-VALID-SW
003674         MOVE "RATE CHANGE NOT APPROVED" TO WS-EDIT-REASON
003675         PERFORM 3160-REJECT-TRANSACTION THRU 3160-EXIT
003676     END-IF
003677     .
003678 3330-EXIT.
003679     EXIT.
003680
003681******************************************************************
003682*  3340-MOVE-ALL-FIELDS
003683******************************************************************
003684 3340-MOVE-ALL-FIELDS.
003685     MOVE MT-EMPLNAME TO MI-EMPLNAME
003686     MOVE MT-EMPFNAME TO MI-EMPFNAME
003687     MOVE MT-EMPTYPE TO MI-EMPTYPE
003688     MOVE MT-EMPTITLE TO MI-EMPTITLE
003689     MOVE MT-SPACES TO MI-SPACES
003690     MOVE MT-EMPSSNF3 TO MI-EMPSSNF3
003691     MOVE MT-EMPSSNN3 TO MI-EMPSSNN3
003692     MOVE MT-EMPSSNL3 TO MI-EMPSSNL3
003693     MOVE MT-DOTS TO MI-DOTS
003694     MOVE MT-MON TO MI-MON
003695     MOVE MT-DAY TO MI-DAY
003696     MOVE MT-YEAR TO MI-YEAR
003697     MOVE MT-RATE TO MI-RATE
003698     MOVE MT-STATUS TO MI-STATUS
003699     IF MT-EMPSTAT = SPACE
003700         MOVE "A" TO MI-EMPSTAT
003701     ELSE
003702         MOVE MT-EMPSTAT TO MI-EMPSTAT
003703     END-IF
003704     MOVE MT-TMON TO MI-TMON
003705     MOVE MT-TDAY TO MI-TDAY
003706     MOVE MT-TYEAR TO MI-TYEAR
003707     .
003708 3340-EXIT.
003709     EXIT.
003710
003711******************************************************************
003712*  3350-MOVE-CHANGED-FIELDS
003713*  A HELD CHANGE WAS KEYED AGAINST THE RECORD SAVED WITH IT.  A
003714*  FIELD THE TRANSACTION LEFT AS IT WAS THEN IS NOT MOVED, SO
003715*  MAINTENANCE APPLIED WHILE IT WAITED STANDS.
003716******************************************************************
003717 3350-MOVE-CHANGED-FIELDS.
003718     IF MT-EMPLNAME NOT = PB-EMPLNAME
003719         MOVE MT-EMPLNAME TO MI-EMPLNAME
003720     END-IF
003721     IF MT-EMPFNAME NOT = PB-EMPFNAME
003722         MOVE MT-EMPFNAME TO MI-EMPFNAME
003723     END-IF
003724     IF MT-EMPTYPE NOT = PB-EMPTYPE
003725         MOVE MT-EMPTYPE TO MI-EMPTYPE
003726     END-IF
003727     IF MT-EMPTITLE NOT = PB-EMPTITLE
003728         MOVE MT-EMPTITLE TO MI-EMPTITLE
003729     END-IF
003730     IF MT-SPACES NOT = PB-SPACES
003731         MOVE MT-SPACES TO MI-SPACES
003732     END-IF
003733     IF MT-EMPSSNF3 NOT = PB-EMPSSNF3 OR
003734        MT-EMPSSNN3 NOT = PB-EMPSSNN3 OR
003735        MT-EMPSSNL3 NOT = PB-EMPSSNL3
003736         MOVE MT-EMPSSNF3 TO MI-EMPSSNF3
003737         MOVE MT-EMPSSNN3 TO MI-EMPSSNN3
003738         MOVE MT-EMPSSNL3 TO MI-EMPSSNL3
003739     END-IF
003740     IF MT-DOTS NOT = PB-DOTS
003741         MOVE MT-DOTS TO MI-DOTS
003742     END-IF
003743     IF MT-MON NOT = PB-MON OR MT-DAY NOT = PB-DAY OR
003744        MT-YEAR NOT = PB-YEAR
003745         MOVE MT-MON TO MI-MON
003746         MOVE MT-DAY TO MI-DAY
003747         MOVE MT-YEAR TO MI-YEAR
003748     END-IF
003749     IF MT-RATE NOT = PB-RATE
003750         MOVE MT-RATE TO MI-RATE
003751     END-IF
003752     IF MT-STATUS NOT = PB-STATUS
003753         MOVE MT-STATUS TO MI-STATUS
003754     END-IF
003755     IF MT-EMPSTAT NOT = PB-EMPSTAT AND MT-EMPSTAT NOT = SPACE
003756         MOVE MT-EMPSTAT TO MI-EMPSTAT
003757     END-IF
003758     IF MT-TMON NOT = PB-TMON OR MT-TDAY NOT = PB-TDAY OR
003759        MT-TYEAR NOT = PB-TYEAR
003760         MOVE MT-TMON TO MI-TMON
003761         MOVE MT-TDAY TO MI-TDAY
003762         MOVE MT-TYEAR TO MI-TYEAR
003763     END-IF
003764     .
003765 3350-EXIT.
003780     EXIT.
003790
003800******************************************************************
004000     END-READ
004010     .
004020 3400-EXIT.
004022     EXIT.
004024
004026******************************************************************
004028*  3500-WRITE-AUDIT
004030*  APPENDS ONE AUDIT RECORD FOR THE TRANSACTION JUST APPLIED.
004032*  THE BEFORE AND AFTER IMAGES WERE STAGED BY THE ADD/CHANGE/
004034*  DELETE PARAGRAPH THAT APPLIED IT, AND ANY SECOND OPERATOR'S
004036*  APPROVAL OF A RATE CHANGE BY 3320-CHECK-RATE-APPROVAL.
004037******************************************************************
004038 3500-WRITE-AUDIT.
004039     MOVE YR TO AU-RUN-YEAR
004044     MOVE MT-EMPNUM TO AU-EMPNUM
004045     MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE
004046     MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE
004047     MOVE WS-OPERATOR-ID TO AU-OPERATOR
004048     MOVE WS-RATE-APPROVER TO AU-APPROVER
004049     WRITE AU-AUDIT-RECORD
004050     ADD 1 TO WS-AUDIT-COUNT
004051     .
004052 3500-EXIT.
004053     EXIT.
004054
004055******************************************************************
004056*  3550-WRITE-RATE-HISTORY
004057*  APPENDS ONE DATED RATE RECORD FOR AN ADD OR FOR A CHANGE THAT
004058*  MOVED THE RATE.  WS-OLD-RATE WAS SET BY THE ADD (ZERO) OR
004059*  CHANGE PARAGRAPH BEFORE THE RECORD WAS TOUCHED.
004060******************************************************************
004061 3550-WRITE-RATE-HISTORY.
004062     MOVE SPACES TO RH-RATE-RECORD
004063     MOVE MI-EMPNUM TO RH-EMPNUM
004064     MOVE WS-EFF-DATE TO RH-EFF-DATE
004065     MOVE WS-OLD-RATE TO RH-OLD-RATE
004066     MOVE MI-RATE TO RH-NEW-RATE
004067     MOVE MT-TRANCODE TO RH-TRANCODE
004068     MOVE MT-ORIGIN TO RH-ORIGIN
004069     IF APPLYING-HELD-TRANSACTION
004070         MOVE "Y" TO RH-HELD-SW
004071     ELSE
004072         MOVE "N" TO RH-HELD-SW
004073     END-IF
004074     MOVE YR TO RH-RUN-YEAR
004075     MOVE MN TO RH-RUN-MONTH
004076     MOVE DY TO RH-RUN-DAY
004077     MOVE WS-TIME-HHMMSS TO RH-RUN-TIME
004078     WRITE RH-RATE-RECORD
004079     ADD 1 TO WS-RATEHIST-COUNT
004080     .
004081 3550-EXIT.
004082     EXIT.
004083
004084******************************************************************
004085*  4000-UNLOAD-MASTER
004086*  WRITES THE INDEXED WORKING COPY BACK OUT TO NEWEMP.DAT IN
004087*  KEY SEQUENCE, FOLLOWED BY A FRESH TRAILER RECORD CARRYING
004090*  THE ACTUAL COUNT AND TOTAL PAY SO PT2'S CONTROL-TOTAL CHECK
004100*  RECONCILES CLEANLY ON THE NEXT RUN.
004110******************************************************************
004620     ADD MI-RATE TO WS-LIVE-TOTAL-PAY
004630     .
004640 4100-EXIT.
004641     EXIT.
004642
004643******************************************************************
004644*  4500-REWRITE-PENDING
004645*  WRITES MAINTPND.DAT BACK OUT WITHOUT THE TRANSACTIONS APPLIED
004646*  THIS RUN, AND LISTS WHAT IS STILL WAITING.  DONE AFTER THE
004647*  MASTER IS UNLOADED, SO A RUN THAT DIES IN BETWEEN LEAVES THE
004648*  DUE TRANSACTIONS HELD RATHER THAN LOST.
004649******************************************************************
004650 4500-REWRITE-PENDING.
004651     OPEN OUTPUT PENDFILE
004652     IF WS-PEND-STATUS NOT = "00"
004653         DISPLAY "*** COULD NOT REWRITE MAINTPND.DAT - STATUS "
004654             WS-PEND-STATUS
004655     END-IF
004656     PERFORM 4550-REWRITE-ONE-PENDING THRU 4550-EXIT
004657         VARYING WS-PN-SUB FROM 1 BY 1
004658         UNTIL WS-PN-SUB > WS-PN-COUNT
004659     CLOSE PENDFILE
004660     .
004661 4500-EXIT.
004662     EXIT.
004663
004664******************************************************************
004665*  4550-REWRITE-ONE-PENDING
004666******************************************************************
004667 4550-REWRITE-ONE-PENDING.
004668     IF PN-APPLIED-SW(WS-PN-SUB) = "N"
004669         IF WS-PEND-KEPT-COUNT = ZERO
004670             DISPLAY SPACES
004671             DISPLAY "TRANSACTIONS HELD ON MAINTPND.DAT"
004672             DISPLAY "TRN  EMPLOYEE#  NAME          EFFECTIVE"
004673         END-IF
004674         ADD 1 TO WS-PEND-KEPT-COUNT
004675         MOVE PN-TRANS(WS-PN-SUB) TO PN-TRANSACTION
004676         MOVE PN-BASE(WS-PN-SUB) TO PN-BASE-IMAGE
004677         MOVE PN-HELD(WS-PN-SUB) TO PN-HELD-DATE
004678         WRITE PN-Pending-Record
004679         DISPLAY PN-TRANCODE(WS-PN-SUB) "    "
004680             PN-EMPNUM(WS-PN-SUB) "    " PN-EMPLNAME(WS-PN-SUB)
004681             "  " PN-EFF-MONTH(WS-PN-SUB) "/"
004682             PN-EFF-DAY(WS-PN-SUB) "/" PN-EFF-YEAR(WS-PN-SUB)
004683     END-IF
004684     .
004685 4550-EXIT.
004686     EXIT.
004687
004688******************************************************************
004689*  5000-FINAL-SUMMARY
004690******************************************************************
004700 5000-FINAL-SUMMARY.
004710     DISPLAY SPACES
004760     DISPLAY "  TRANSACTIONS REJECTED.... " WS-REJECT-COUNT
004761     DISPLAY "  EDIT REJECTS TO MAINTREJ. " WS-EDIT-REJECT-COUNT
004762     DISPLAY "  AUDIT RECORDS WRITTEN.... " WS-AUDIT-COUNT
004763     DISPLAY "  HELD FOR A LATER DATE.... " WS-HELD-COUNT
004764     DISPLAY "  HELD TRANSACTIONS DUE.... " WS-PEND-APPLIED-COUNT
004765     DISPLAY "  STILL HELD ON MAINTPND... " WS-PEND-KEPT-COUNT
004766     DISPLAY "  RATE HISTORY RECORDS..... " WS-RATEHIST-COUNT
004767     DISPLAY "  RATE CHANGES APPROVED.... " WS-RATE-APPROVED-COUNT
004768     DISPLAY "  RATE CHANGES NOT APPROVED " WS-RATE-REFUSED-COUNT
004770     DISPLAY SPACES
004780     DISPLAY "  EMPLOYEES NOW ON FILE.... " WS-LIVE-COUNT
004789     MOVE WS-LIVE-TOTAL-PAY TO WS-TOTAL-PAY-EDIT
005420     MOVE DY TO RC-RUN-DAY
005430     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
005440     MOVE ZERO TO RC-RECORD-COUNT
005445     MOVE WS-OPERATOR-ID TO RC-OPERATOR
005450     WRITE RC-RUN-RECORD
005460     CLOSE RUNCTLFILE
005470     .
005640     MOVE DY TO RC-RUN-DAY
005650     MOVE WS-TIME-HHMMSS TO RC-RUN-TIME
005660     MOVE WS-LIVE-COUNT TO RC-RECORD-COUNT
005670     MOVE WS-END-RESULT TO RC-RESULT
005680     MOVE WS-END-REASON TO RC-REASON
005685     MOVE WS-OPERATOR-ID TO RC-OPERATOR
005690     WRITE RC-RUN-RECORD
005700     CLOSE RUNCTLFILE
005710     .
005720 9200-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*  9300-SIGN-ON
005770*  NOTHING RUNS UNTIL THE OPERATOR SIGNS ON.  AN UNKNOWN ID,
005780*  A WRONG PASSWORD, AN OPERATOR NO LONGER ACTIVE, OR ONE
005790*  WITHOUT MAINTENANCE AUTHORITY REFUSES THE RUN BEFORE
005800*  ANY FILE IS TOUCHED.
005810******************************************************************
005820 9300-SIGN-ON.
005830     DISPLAY "PT2MAINT - OPERATOR SIGN-ON"
005840     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
005850     ACCEPT WS-SIGNON-ID FROM CONSOLE
005860     DISPLAY "PASSWORD: " WITH NO ADVANCING
005870     ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
005880     INSPECT WS-SIGNON-ID CONVERTING
005890         "abcdefghijklmnopqrstuvwxyz" TO
005900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005910     PERFORM 9310-FIND-OPERATOR THRU 9310-EXIT
005920     IF NOT OPERATOR-FOUND OR WS-SIGNON-ID = SPACES OR
005930        WS-SIGNON-PASSWORD NOT = WS-OPER-PASSWORD
005940         DISPLAY "*** SIGN-ON FAILED - RUN REFUSED."
005950         STOP RUN
005960     END-IF
005970     IF WS-OPER-ACTIVE NOT = "A"
005980         DISPLAY "*** OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE - "
005990             "RUN REFUSED."
006000         STOP RUN
006010     END-IF
006020     IF WS-AUTH-MAINT NOT = "Y"
006030         DISPLAY "*** OPERATOR " WS-SIGNON-ID " HAS NO "
006040             "MAINTENANCE AUTHORITY - RUN REFUSED."
006050         STOP RUN
006060     END-IF
006070     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
006080     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPER-NAME
006090     DISPLAY SPACES
006100     .
006110 9300-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*  9310-FIND-OPERATOR
006160*  LOOKS WS-SIGNON-ID UP ON OPERATOR.DAT.  WITH NO FILE NOBODY
006170*  CAN SIGN ON.
006180******************************************************************
006190 9310-FIND-OPERATOR.
006200     MOVE "N" TO WS-OPER-FOUND-SW
006210     MOVE "N" TO OperEnd
006220     OPEN INPUT OPERFILE
006230     IF WS-OPER-STATUS = "35"
006240         DISPLAY "*** NO OPERATOR.DAT SECURITY FILE ON FILE"
006250         MOVE "Y" TO OperEnd
006260     ELSE
006270         PERFORM UNTIL OperEnd = "Y"
006280             READ OPERFILE
006290                 AT END
006300                     MOVE "Y" TO OperEnd
006310                 NOT AT END
006320                     PERFORM 9320-CHECK-ONE-OPERATOR
006330                         THRU 9320-EXIT
006340             END-READ
006350         END-PERFORM
006360         CLOSE OPERFILE
006370     END-IF
006380     .
006390 9310-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430*  9320-CHECK-ONE-OPERATOR
006440*  ALSO PICKS THE RATE APPROVAL LIMIT OFF THE CONTROL RECORD.
006450******************************************************************
006460 9320-CHECK-ONE-OPERATOR.
006470     IF OP-MARKER = "CONTROL" AND OP-RATE-APPROVAL-PCT IS NUMERIC
006480         MOVE OP-RATE-APPROVAL-PCT TO WS-APPROVAL-PCT
006490     END-IF
006500     IF OP-MARKER NOT = "CONTROL" AND OP-ID = WS-SIGNON-ID
006510         MOVE "Y" TO WS-OPER-FOUND-SW
006520         MOVE "Y" TO OperEnd
006530         MOVE OP-PASSWORD TO WS-OPER-PASSWORD
006540         MOVE OP-NAME TO WS-OPER-NAME
006550         MOVE OP-STATUS TO WS-OPER-ACTIVE
006560         MOVE OP-AUTH-INQUIRY TO WS-AUTH-INQUIRY
006570         MOVE OP-AUTH-MAINT TO WS-AUTH-MAINT
006580         MOVE OP-AUTH-PAYROLL TO WS-AUTH-PAYROLL
006590         MOVE OP-AUTH-FULLSSN TO WS-AUTH-FULLSSN
006600     END-IF
006610     .
006620 9320-EXIT.
006630     EXIT.
