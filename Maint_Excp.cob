000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MAINT-EXCP.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - NIGHTLY MAINTENANCE EXCEPTIONS
000200*                  REPORT.  READS THE MAINTENANCE JOURNAL WRITTEN
000210*                  BY MENU-CHOICE, CYCLE-CTL AND SANC-REVIEW AND
000220*                  LISTS, FOR A SUPERVISOR TO SIGN OFF THE NEXT
000230*                  MORNING, THE CHANGES THAT PRECEDE MOST ACCOUNT
000240*                  TAKEOVERS AND INSIDER FRAUD: A CUSTOMER ADDRESS
000250*                  CHANGE FOLLOWED WITHIN A FEW BUSINESS DAYS BY
000260*                  MONEY MOVING ON ONE OF THE CUSTOMER'S ACCOUNTS,
000270*                  AN OVERDRAFT LIMIT RAISED, A TAX ID CHANGED,
000280*                  AND A DORMANT ACCOUNT REACTIVATED.  "WITHIN A
000290*                  FEW DAYS" IS BNK-ADDR-WINDOW-DAYS BUSINESS DAYS
000300*                  COUNTED ON THE CALENDAR FILE (WITHOUT ONE, ONLY
000310*                  A SAME-DAY CHANGE COUNTS).  READ-ONLY AND SAFE
000320*                  TO RERUN, SO NOT A CYCLE STEP.  RC 4 WHEN
000330*                  ANYTHING IS LISTED, RC 8 ON AN ERROR.
000333* 10/15/2026  RAO  A CHARGE-OFF RECOVERY (TYPE "V") IS A CUSTOMER
000336*                  POSTING LIKE THE DEPOSIT IT CAME FROM.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT MAINT-JOURNAL ASSIGN TO "MAINTJNL"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS BNK-MNT-STATUS.
000440
000450     SELECT AUDIT-TRAIL ASSIGN TO "AUDTRAIL"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS BNK-AUD-STATUS.
000480
000490     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ACM-ACCT-NUMBER
000530         FILE STATUS IS BNK-ACM-STATUS.
000540
000550     SELECT ACCT-RELATION ASSIGN TO "ACCTREL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS REL-KEY
000590         FILE STATUS IS BNK-REL-STATUS.
000600
000610     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CAL-DATE
000650         FILE STATUS IS BNK-CAL-STATUS.
000660
000670     SELECT PRINT-FILE ASSIGN TO "MNTXRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS BNK-PRT-STATUS.
000700
000710     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000720         ORGANIZATION IS RELATIVE
000730         ACCESS MODE IS RANDOM
000740         RELATIVE KEY IS BNK-CYC-RELKEY
000750         FILE STATUS IS BNK-CYC-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  MAINT-JOURNAL
000790     LABEL RECORDS ARE STANDARD.
000800     COPY MAINTJNL.
000810*
000820 FD  AUDIT-TRAIL
000830     LABEL RECORDS ARE STANDARD.
000840     COPY AUDTRAIL.
000850*
000860 FD  ACCOUNT-MASTER
000870     LABEL RECORDS ARE STANDARD.
000880     COPY ACCTMAST.
000890*
000900 FD  ACCT-RELATION
000910     LABEL RECORDS ARE STANDARD.
000920     COPY ACCTREL.
000930*
000940 FD  CALENDAR-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY CALENDAR.
000970*
000980 FD  PRINT-FILE
000990     LABEL RECORDS ARE OMITTED.
001000 01  PRINT-LINE                  PIC X(110).
001010*
001020 FD  CYCLE-CONTROL
001030     LABEL RECORDS ARE STANDARD.
001040     COPY CYCLCTL.
001050 WORKING-STORAGE SECTION.
001060 01  BNK-MNT-STATUS              PIC X(02).
001070     88  BNK-MNT-OK              VALUE "00".
001080 01  BNK-AUD-STATUS              PIC X(02).
001090     88  BNK-AUD-OK              VALUE "00".
001100 01  BNK-ACM-STATUS              PIC X(02).
001110     88  BNK-ACM-OK              VALUE "00".
001120 01  BNK-REL-STATUS              PIC X(02).
001130     88  BNK-REL-OK              VALUE "00".
001140 01  BNK-CAL-STATUS              PIC X(02).
001150     88  BNK-CAL-OK              VALUE "00".
001160 01  BNK-PRT-STATUS              PIC X(02).
001170 01  BNK-CYC-STATUS              PIC X(02).
001180     88  BNK-CYC-OK              VALUE "00".
001190 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001200 01  BNK-MNT-EOF-SWITCH          PIC X(01).
001210     88  BNK-MNT-AT-EOF          VALUE "Y".
001220     88  BNK-MNT-NOT-AT-EOF      VALUE "N".
001230 01  BNK-AUD-EOF-SWITCH          PIC X(01).
001240     88  BNK-AUD-AT-EOF          VALUE "Y".
001250     88  BNK-AUD-NOT-AT-EOF      VALUE "N".
001260 01  BNK-REL-EOF-SWITCH          PIC X(01).
001270     88  BNK-REL-AT-EOF          VALUE "Y".
001280     88  BNK-REL-NOT-AT-EOF      VALUE "N".
001290 01  BNK-CAL-EOF-SWITCH          PIC X(01).
001300     88  BNK-CAL-AT-EOF          VALUE "Y".
001310     88  BNK-CAL-NOT-AT-EOF      VALUE "N".
001320 01  BNK-JNL-OPEN-SWITCH         PIC X(01).
001330     88  BNK-JNL-OPENED          VALUE "Y".
001340     88  BNK-JNL-NOT-OPENED      VALUE "N".
001350 01  BNK-ACM-OPEN-SWITCH         PIC X(01).
001360     88  BNK-ACM-OPENED          VALUE "Y".
001370     88  BNK-ACM-NOT-OPENED      VALUE "N".
001380 01  BNK-REL-OPEN-SWITCH         PIC X(01).
001390     88  BNK-REL-OPENED          VALUE "Y".
001400     88  BNK-REL-NOT-OPENED      VALUE "N".
001410 01  BNK-CAL-OPEN-SWITCH         PIC X(01).
001420     88  BNK-CAL-OPENED          VALUE "Y".
001430     88  BNK-CAL-NOT-OPENED      VALUE "N".
001440 01  BNK-RUN-DATE                PIC 9(08).
001450*    HOW MANY BUSINESS DAYS AFTER AN ADDRESS CHANGE ACTIVITY ON
001460*    THE CUSTOMER'S ACCOUNTS IS STILL REPORTED.
001470 01  BNK-ADDR-WINDOW-DAYS        PIC 9(03) VALUE 10.
001480 01  BNK-DAYS-ELAPSED            PIC 9(03) COMP.
001490 01  BNK-RULE-NO                 PIC 9(01).
001500     88  BNK-RULE-OD-INCREASE    VALUE 2.
001510     88  BNK-RULE-TAX-ID         VALUE 3.
001520     88  BNK-RULE-REACTIVATION   VALUE 4.
001530 01  BNK-LOOKUP-CUST             PIC 9(07).
001540 01  BNK-RULE-COUNT              PIC 9(07) COMP.
001550 01  BNK-JOURNAL-READ-COUNT      PIC 9(07) COMP.
001560 01  BNK-AUDIT-READ-COUNT        PIC 9(07) COMP.
001570 01  BNK-ADDR-ACTIVITY-COUNT     PIC 9(07) COMP.
001580 01  BNK-OD-INCREASE-COUNT       PIC 9(07) COMP.
001590 01  BNK-TAX-ID-COUNT            PIC 9(07) COMP.
001600 01  BNK-REACTIVATION-COUNT      PIC 9(07) COMP.
001610 01  BNK-EXCEPTION-COUNT         PIC 9(07) COMP.
001620 01  BNK-ERROR-COUNT             PIC 9(07) COMP.
001630 01  BNK-AMOUNT-EDIT             PIC Z,ZZZ,ZZ9.99.
001640 01  BNK-ACCOUNT-STATE.
001650     05  BNK-AS-STATUS           PIC X(01).
001660     05  BNK-AS-LAST-TXN-DATE    PIC 9(08).
001670 01  BNK-STATE-TEXT.
001680     05  FILLER                  PIC X(07) VALUE "STATUS ".
001690     05  BNK-ST-STATUS           PIC X(01).
001700     05  FILLER                  PIC X(13) VALUE
001710         " LAST ACTED ".
001720     05  BNK-ST-LAST-TXN-DATE    PIC 9(08).
001730*
001740*    CUSTOMERS WHOSE ADDRESS CHANGED INSIDE THE WINDOW, THE MOST
001750*    RECENT CHANGE KEPT.  THE JOURNAL IS IN TIME ORDER, NOT
001760*    CUSTOMER ORDER, SO THE TABLE IS SEARCHED SERIALLY.
001770 01  BNK-AC-MAX                  PIC 9(05) COMP VALUE 500.
001780 01  BNK-AC-COUNT                PIC 9(05) COMP.
001790 01  BNK-ADDR-CHANGE-TABLE.
001800     05  BNK-AC-ENTRY OCCURS 1 TO 500 TIMES
001810             DEPENDING ON BNK-AC-COUNT
001820             INDEXED BY BNK-AC-IDX.
001830         10  BNK-AC-CUST-NO      PIC 9(07).
001840         10  BNK-AC-DATE         PIC 9(08).
001850         10  BNK-AC-TIME         PIC 9(08).
001860         10  BNK-AC-OPERATOR     PIC X(08).
001870         10  BNK-AC-NEW-LINE-1   PIC X(30).
001880 01  BNK-AC-FOUND-SWITCH         PIC X(01).
001890     88  BNK-AC-FOUND            VALUE "Y".
001900     88  BNK-AC-NOT-FOUND        VALUE "N".
001910 01  BNK-AC-NEW-ADDRESS.
001920     05  BNK-AC-NA-LINE-1        PIC X(30).
001930     05  FILLER                  PIC X(70).
001940*
001950 01  BNK-HEADING-1.
001960     05  FILLER                  PIC X(40) VALUE
001970         "MAINTENANCE EXCEPTIONS REPORT".
001980     05  FILLER                  PIC X(15) VALUE
001990         "BUSINESS DATE: ".
002000     05  BNK-H1-RUN-DATE         PIC 9(08).
002010     05  FILLER                  PIC X(26) VALUE
002020         "   ADDRESS WINDOW (DAYS): ".
002030     05  BNK-H1-WINDOW           PIC ZZ9.
002040 01  BNK-SECTION-LINE.
002050     05  FILLER                  PIC X(04) VALUE "*** ".
002060     05  BNK-S-TITLE             PIC X(50).
002070 01  BNK-ADDR-HEADING.
002080     05  FILLER                  PIC X(09) VALUE "CUSTOMER".
002090     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
002100     05  FILLER                  PIC X(05) VALUE "TYPE".
002110     05  FILLER                  PIC X(15) VALUE "       AMOUNT".
002120     05  FILLER                  PIC X(10) VALUE "TELLER".
002130     05  FILLER                  PIC X(10) VALUE "CHANGED".
002140     05  FILLER                  PIC X(10) VALUE "BY".
002150     05  FILLER                  PIC X(30) VALUE
002160         "NEW ADDRESS".
002170 01  BNK-ADDR-LINE.
002180     05  BNK-A-CUST-NO           PIC 9(07).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  BNK-A-ACCT-NO           PIC 9(07).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  BNK-A-TYPE              PIC X(01).
002230     05  FILLER                  PIC X(04) VALUE SPACES.
002240     05  BNK-A-AMOUNT            PIC -(09)9.99.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  BNK-A-TELLER            PIC X(08).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  BNK-A-CHANGE-DATE       PIC 9(08).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  BNK-A-CHANGED-BY        PIC X(08).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  BNK-A-NEW-LINE-1        PIC X(30).
002330 01  BNK-CHANGE-HEADING.
002340     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
002350     05  FILLER                  PIC X(09) VALUE "CUSTOMER".
002360     05  FILLER                  PIC X(10) VALUE "OPERATOR".
002370     05  FILLER                  PIC X(10) VALUE "APPROVER".
002380     05  FILLER                  PIC X(10) VALUE "TIME".
002390     05  FILLER                  PIC X(32) VALUE "BEFORE".
002400     05  FILLER                  PIC X(30) VALUE "AFTER".
002410 01  BNK-CHANGE-LINE.
002420     05  BNK-C-ACCT-NO           PIC 9(07).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  BNK-C-CUST-NO           PIC 9(07).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  BNK-C-OPERATOR          PIC X(08).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  BNK-C-APPROVER          PIC X(08).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  BNK-C-TIME              PIC 9(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  BNK-C-BEFORE            PIC X(30).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  BNK-C-AFTER             PIC X(30).
002550 01  BNK-COUNT-LINE.
002560     05  FILLER                  PIC X(09) VALUE SPACES.
002570     05  BNK-CL-COUNT            PIC ZZZ,ZZ9.
002580     05  FILLER                  PIC X(10) VALUE " LISTED".
002590 01  BNK-NONE-LINE.
002600     05  FILLER                  PIC X(09) VALUE SPACES.
002610     05  FILLER                  PIC X(10) VALUE "** NONE **".
002620 01  BNK-SIGN-OFF-LINE.
002630     05  FILLER                  PIC X(40) VALUE
002640         "REVIEWED BY SUPERVISOR: ______________".
002650     05  FILLER                  PIC X(30) VALUE
002660         "  DATE: __________".
002670 01  BNK-BLANK-LINE              PIC X(01) VALUE SPACE.
002680*
002690 PROCEDURE DIVISION.
002700*----------------------------------------------------------------
002710* 0000-MAINLINE - DRIVE THE MAINTENANCE EXCEPTIONS REPORT
002720*----------------------------------------------------------------
002730 0000-MAINLINE.
002740     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-LOAD-ADDRESS-CHANGES THRU 2000-EXIT.
002770     PERFORM 3000-LIST-ADDRESS-ACTIVITY THRU 3000-EXIT.
002780     MOVE 2 TO BNK-RULE-NO.
002790     PERFORM 4000-LIST-JOURNAL-RULE THRU 4000-EXIT.
002800     MOVE 3 TO BNK-RULE-NO.
002810     PERFORM 4000-LIST-JOURNAL-RULE THRU 4000-EXIT.
002820     MOVE 4 TO BNK-RULE-NO.
002830     PERFORM 4000-LIST-JOURNAL-RULE THRU 4000-EXIT.
002840     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002850     STOP RUN.
002860*----------------------------------------------------------------
002870* 0500-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE CYCLE
002880*                          RECORD; THE REPORT IS FOR THAT DAY'S
002890*                          CHANGES
002900*----------------------------------------------------------------
002910 0500-GET-BUSINESS-DATE.
002920     OPEN INPUT CYCLE-CONTROL.
002930     IF BNK-CYC-OK
002940         MOVE 1 TO BNK-CYC-RELKEY
002950         READ CYCLE-CONTROL
002960             INVALID KEY
002970                 CONTINUE
002980         END-READ
002990     END-IF.
003000     IF NOT BNK-CYC-OK
003010         DISPLAY "MAINT-EXCP: NO CYCLE CONTROL - RUN CYCLE-CTL "
003020             "TO OPEN THE BUSINESS DATE."
003030         MOVE 8 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
003070     CLOSE CYCLE-CONTROL.
003080 0500-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110* 1000-INITIALIZE - OPEN THE LOOKUP FILES AND THE REPORT.  THE
003120*                   ACCOUNT MASTER, RELATIONSHIP FILE AND CALENDAR
003130*                   ONLY NARROW OR WIDEN THE ADDRESS-CHANGE RULE,
003140*                   SO A MISSING ONE IS NOTED AND THE RUN GOES ON.
003150*----------------------------------------------------------------
003160 1000-INITIALIZE.
003170     MOVE ZERO TO BNK-AC-COUNT.
003180     MOVE ZERO TO BNK-JOURNAL-READ-COUNT.
003190     MOVE ZERO TO BNK-AUDIT-READ-COUNT.
003200     MOVE ZERO TO BNK-ADDR-ACTIVITY-COUNT.
003210     MOVE ZERO TO BNK-OD-INCREASE-COUNT.
003220     MOVE ZERO TO BNK-TAX-ID-COUNT.
003230     MOVE ZERO TO BNK-REACTIVATION-COUNT.
003240     MOVE ZERO TO BNK-EXCEPTION-COUNT.
003250     MOVE ZERO TO BNK-ERROR-COUNT.
003260
003270     SET BNK-ACM-OPENED TO TRUE.
003280     OPEN INPUT ACCOUNT-MASTER.
003290     IF NOT BNK-ACM-OK
003300         DISPLAY "MAINT-EXCP: NO ACCOUNT MASTER, STATUS "
003310             BNK-ACM-STATUS " - PRIMARY OWNERS NOT CHECKED."
003320         SET BNK-ACM-NOT-OPENED TO TRUE
003330     END-IF.
003340     SET BNK-REL-OPENED TO TRUE.
003350     OPEN INPUT ACCT-RELATION.
003360     IF NOT BNK-REL-OK
003370         SET BNK-REL-NOT-OPENED TO TRUE
003380     END-IF.
003390     SET BNK-CAL-OPENED TO TRUE.
003400     OPEN INPUT CALENDAR-FILE.
003410     IF NOT BNK-CAL-OK
003420         DISPLAY "MAINT-EXCP: NO BUSINESS-DAY CALENDAR - ONLY "
003430             "TODAY'S ADDRESS CHANGES ARE CHECKED."
003440         SET BNK-CAL-NOT-OPENED TO TRUE
003450     END-IF.
003460
003470     OPEN OUTPUT PRINT-FILE.
003480     MOVE BNK-RUN-DATE         TO BNK-H1-RUN-DATE.
003490     MOVE BNK-ADDR-WINDOW-DAYS TO BNK-H1-WINDOW.
003500     MOVE BNK-HEADING-1 TO PRINT-LINE.
003510     WRITE PRINT-LINE.
003520 1000-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550* 2000-LOAD-ADDRESS-CHANGES - PASS THE JOURNAL ONCE, KEEPING
003560*                             EVERY CUSTOMER WHOSE ADDRESS
003570*                             CHANGED WITHIN THE WINDOW
003580*----------------------------------------------------------------
003590 2000-LOAD-ADDRESS-CHANGES.
003600     PERFORM 7000-OPEN-JOURNAL THRU 7000-EXIT.
003610     PERFORM 2100-CHECK-ONE-CHANGE THRU 2100-EXIT
003620         UNTIL BNK-MNT-AT-EOF.
003630     PERFORM 7200-CLOSE-JOURNAL THRU 7200-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670* 2100-CHECK-ONE-CHANGE - KEEP AN ADDRESS CHANGE MADE INSIDE THE
003680*                         WINDOW AND READ THE NEXT JOURNAL RECORD
003690*----------------------------------------------------------------
003700 2100-CHECK-ONE-CHANGE.
003710     ADD 1 TO BNK-JOURNAL-READ-COUNT.
003720     IF NOT MNT-CUST-ADDRESS OR MNT-DATE > BNK-RUN-DATE
003730         GO TO 2100-READ-NEXT
003740     END-IF.
003750     PERFORM 2200-COUNT-DAYS-SINCE THRU 2200-EXIT.
003760     IF BNK-DAYS-ELAPSED > BNK-ADDR-WINDOW-DAYS
003770         GO TO 2100-READ-NEXT
003780     END-IF.
003790     MOVE MNT-CUST-NUMBER TO BNK-LOOKUP-CUST.
003800     PERFORM 6000-FIND-ADDRESS-CHANGE THRU 6000-EXIT.
003810     IF BNK-AC-NOT-FOUND
003820         IF BNK-AC-COUNT NOT < BNK-AC-MAX
003830             DISPLAY "MAINT-EXCP: ADDRESS-CHANGE TABLE FULL AT "
003840                 BNK-AC-MAX " - CUSTOMER " MNT-CUST-NUMBER
003850                 " NOT CHECKED."
003860             ADD 1 TO BNK-ERROR-COUNT
003870             GO TO 2100-READ-NEXT
003880         END-IF
003890         ADD 1 TO BNK-AC-COUNT
003900         SET BNK-AC-IDX TO BNK-AC-COUNT
003910         MOVE MNT-CUST-NUMBER TO BNK-AC-CUST-NO (BNK-AC-IDX)
003920     END-IF.
003930     MOVE MNT-AFTER-IMAGE  TO BNK-AC-NEW-ADDRESS.
003940     MOVE MNT-DATE         TO BNK-AC-DATE (BNK-AC-IDX).
003950     MOVE MNT-TIME         TO BNK-AC-TIME (BNK-AC-IDX).
003960     MOVE MNT-OPERATOR-ID  TO BNK-AC-OPERATOR (BNK-AC-IDX).
003970     MOVE BNK-AC-NA-LINE-1 TO BNK-AC-NEW-LINE-1 (BNK-AC-IDX).
003980 2100-READ-NEXT.
003990     PERFORM 7100-READ-JOURNAL THRU 7100-EXIT.
004000 2100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* 2200-COUNT-DAYS-SINCE - COUNT THE BUSINESS DAYS AFTER THE
004040*                         CHANGE DATE UP TO AND INCLUDING TODAY,
004050*                         STOPPING ONCE PAST THE WINDOW.  NO
004060*                         CALENDAR: ANY EARLIER DAY IS OUTSIDE.
004070*----------------------------------------------------------------
004080 2200-COUNT-DAYS-SINCE.
004090     MOVE ZERO TO BNK-DAYS-ELAPSED.
004100     IF MNT-DATE = BNK-RUN-DATE
004110         GO TO 2200-EXIT
004120     END-IF.
004130     IF BNK-CAL-NOT-OPENED
004140         COMPUTE BNK-DAYS-ELAPSED = BNK-ADDR-WINDOW-DAYS + 1
004150         GO TO 2200-EXIT
004160     END-IF.
004170     SET BNK-CAL-NOT-AT-EOF TO TRUE.
004180     MOVE MNT-DATE TO CAL-DATE.
004190     START CALENDAR-FILE KEY > CAL-DATE
004200         INVALID KEY
004210             SET BNK-CAL-AT-EOF TO TRUE
004220     END-START.
004230     PERFORM 2250-COUNT-ONE-DAY THRU 2250-EXIT
004240         UNTIL BNK-CAL-AT-EOF
004250            OR BNK-DAYS-ELAPSED > BNK-ADDR-WINDOW-DAYS.
004260 2200-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290* 2250-COUNT-ONE-DAY - READ THE NEXT CALENDAR DATE AND COUNT IT IF
004300*                      THE BANK WAS OPEN; STOP AFTER TODAY
004310*----------------------------------------------------------------
004320 2250-COUNT-ONE-DAY.
004330     READ CALENDAR-FILE NEXT RECORD
004340         AT END
004350             SET BNK-CAL-AT-EOF TO TRUE
004360     END-READ.
004370     IF BNK-CAL-AT-EOF
004380         GO TO 2250-EXIT
004390     END-IF.
004400     IF CAL-DATE > BNK-RUN-DATE
004410         SET BNK-CAL-AT-EOF TO TRUE
004420         GO TO 2250-EXIT
004430     END-IF.
004440     IF CAL-BUSINESS-DAY
004450         ADD 1 TO BNK-DAYS-ELAPSED
004460     END-IF.
004470 2250-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500* 3000-LIST-ADDRESS-ACTIVITY - SECTION 1: TODAY'S DEPOSITS,
004510*                              WITHDRAWALS AND TRANSFERS ON AN
004520*                              ACCOUNT OWNED BY A CUSTOMER WHOSE
004530*                              ADDRESS CHANGED WITHIN THE WINDOW
004540*----------------------------------------------------------------
004550 3000-LIST-ADDRESS-ACTIVITY.
004560     MOVE BNK-BLANK-LINE TO PRINT-LINE.
004570     WRITE PRINT-LINE.
004580     MOVE "ADDRESS CHANGE FOLLOWED BY ACTIVITY" TO BNK-S-TITLE.
004590     MOVE BNK-SECTION-LINE TO PRINT-LINE.
004600     WRITE PRINT-LINE.
004610     MOVE BNK-ADDR-HEADING TO PRINT-LINE.
004620     WRITE PRINT-LINE.
004630     IF BNK-AC-COUNT = ZERO
004640         GO TO 3000-COUNT
004650     END-IF.
004660     SET BNK-AUD-NOT-AT-EOF TO TRUE.
004670     OPEN INPUT AUDIT-TRAIL.
004680     IF NOT BNK-AUD-OK
004690         DISPLAY "MAINT-EXCP: NO AUDIT TRAIL, STATUS "
004700             BNK-AUD-STATUS " - ACTIVITY NOT CHECKED."
004710         ADD 1 TO BNK-ERROR-COUNT
004720         GO TO 3000-COUNT
004730     END-IF.
004740     READ AUDIT-TRAIL
004750         AT END
004760             SET BNK-AUD-AT-EOF TO TRUE
004770     END-READ.
004780     PERFORM 3100-CHECK-ONE-POSTING THRU 3100-EXIT
004790         UNTIL BNK-AUD-AT-EOF.
004800     CLOSE AUDIT-TRAIL.
004810 3000-COUNT.
004820     MOVE BNK-ADDR-ACTIVITY-COUNT TO BNK-RULE-COUNT.
004830     PERFORM 5000-PRINT-RULE-COUNT THRU 5000-EXIT.
004840 3000-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870* 3100-CHECK-ONE-POSTING - FOR A CUSTOMER POSTING MADE TODAY,
004880*                          CHECK EVERY OWNER OF THE ACCOUNT
004890*                          AGAINST THE ADDRESS CHANGES, AND READ
004900*                          THE NEXT AUDIT RECORD
004910*----------------------------------------------------------------
004920 3100-CHECK-ONE-POSTING.
004930     ADD 1 TO BNK-AUDIT-READ-COUNT.
004940     IF AUD-DATE NOT = BNK-RUN-DATE
004950         GO TO 3100-READ-NEXT
004960     END-IF.
004970     IF NOT AUD-TXN-DEPOSIT AND NOT AUD-TXN-WITHDRAWAL
004980             AND NOT AUD-TXN-XFER-OUT AND NOT AUD-TXN-XFER-IN
004985             AND NOT AUD-TXN-RECOVERY
004990         GO TO 3100-READ-NEXT
005000     END-IF.
005010     IF BNK-ACM-OPENED
005020         MOVE AUD-ACCT-NUMBER TO ACM-ACCT-NUMBER
005030         READ ACCOUNT-MASTER
005040             INVALID KEY
005050                 CONTINUE
005060         END-READ
005070         IF BNK-ACM-OK
005080             MOVE ACM-CUST-NUMBER TO BNK-LOOKUP-CUST
005090             PERFORM 3200-CHECK-OWNER THRU 3200-EXIT
005100         END-IF
005110     END-IF.
005120     IF BNK-REL-OPENED
005130         SET BNK-REL-NOT-AT-EOF TO TRUE
005140         MOVE AUD-ACCT-NUMBER TO REL-ACCT-NUMBER
005150         MOVE ZERO            TO REL-CUST-NUMBER
005160         START ACCT-RELATION KEY NOT < REL-KEY
005170             INVALID KEY
005180                 SET BNK-REL-AT-EOF TO TRUE
005190         END-START
005200         PERFORM 3300-CHECK-ONE-RELATION THRU 3300-EXIT
005210             UNTIL BNK-REL-AT-EOF
005220     END-IF.
005230 3100-READ-NEXT.
005240     READ AUDIT-TRAIL
005250         AT END
005260             SET BNK-AUD-AT-EOF TO TRUE
005270     END-READ.
005280 3100-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310* 3200-CHECK-OWNER - LIST THE POSTING IF BNK-LOOKUP-CUST CHANGED
005320*                    ADDRESS WITHIN THE WINDOW AND BEFORE THE
005330*                    POSTING WAS MADE
005340*----------------------------------------------------------------
005350 3200-CHECK-OWNER.
005360     PERFORM 6000-FIND-ADDRESS-CHANGE THRU 6000-EXIT.
005370     IF BNK-AC-NOT-FOUND
005380         GO TO 3200-EXIT
005390     END-IF.
005400     IF BNK-AC-DATE (BNK-AC-IDX) = AUD-DATE
005410             AND BNK-AC-TIME (BNK-AC-IDX) > AUD-TIME
005420         GO TO 3200-EXIT
005430     END-IF.
005440     ADD 1 TO BNK-ADDR-ACTIVITY-COUNT.
005450     MOVE BNK-LOOKUP-CUST TO BNK-A-CUST-NO.
005460     MOVE AUD-ACCT-NUMBER TO BNK-A-ACCT-NO.
005470     MOVE AUD-TXN-TYPE    TO BNK-A-TYPE.
005480     MOVE AUD-AMOUNT      TO BNK-A-AMOUNT.
005490     MOVE AUD-OPERATOR-ID TO BNK-A-TELLER.
005500     MOVE BNK-AC-DATE (BNK-AC-IDX)       TO BNK-A-CHANGE-DATE.
005510     MOVE BNK-AC-OPERATOR (BNK-AC-IDX)   TO BNK-A-CHANGED-BY.
005520     MOVE BNK-AC-NEW-LINE-1 (BNK-AC-IDX) TO BNK-A-NEW-LINE-1.
005530     MOVE BNK-ADDR-LINE TO PRINT-LINE.
005540     WRITE PRINT-LINE.
005550 3200-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580* 3300-CHECK-ONE-RELATION - CHECK A JOINT OWNER OF THE ACCOUNT
005590*                           (THE PRIMARY WAS CHECKED FROM THE
005600*                           MASTER) AND READ THE NEXT RELATIONSHIP
005610*----------------------------------------------------------------
005620 3300-CHECK-ONE-RELATION.
005630     READ ACCT-RELATION NEXT RECORD
005640         AT END
005650             SET BNK-REL-AT-EOF TO TRUE
005660     END-READ.
005670     IF BNK-REL-AT-EOF
005680         GO TO 3300-EXIT
005690     END-IF.
005700     IF REL-ACCT-NUMBER NOT = AUD-ACCT-NUMBER
005710         SET BNK-REL-AT-EOF TO TRUE
005720         GO TO 3300-EXIT
005730     END-IF.
005740     IF REL-ROLE-OWNER
005750             AND NOT (BNK-ACM-OPENED AND BNK-ACM-OK
005760                      AND REL-CUST-NUMBER = ACM-CUST-NUMBER)
005770         MOVE REL-CUST-NUMBER TO BNK-LOOKUP-CUST
005780         PERFORM 3200-CHECK-OWNER THRU 3200-EXIT
005790     END-IF.
005800 3300-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830* 4000-LIST-JOURNAL-RULE - SECTIONS 2 TO 4: PASS THE JOURNAL FOR
005840*                          TODAY'S CHANGES OF ONE KIND, BY
005850*                          BNK-RULE-NO - 2 OVERDRAFT LIMIT RAISED,
005860*                          3 TAX ID CHANGED, 4 REACTIVATION
005870*----------------------------------------------------------------
005880 4000-LIST-JOURNAL-RULE.
005890     MOVE BNK-BLANK-LINE TO PRINT-LINE.
005900     WRITE PRINT-LINE.
005910     EVALUATE TRUE
005920         WHEN BNK-RULE-OD-INCREASE
005930             MOVE "OVERDRAFT LIMIT INCREASED" TO BNK-S-TITLE
005940         WHEN BNK-RULE-TAX-ID
005950             MOVE "CUSTOMER TAX ID CHANGED" TO BNK-S-TITLE
005960         WHEN BNK-RULE-REACTIVATION
005970             MOVE "DORMANT ACCOUNT REACTIVATED" TO BNK-S-TITLE
005980     END-EVALUATE.
005990     MOVE BNK-SECTION-LINE TO PRINT-LINE.
006000     WRITE PRINT-LINE.
006010     MOVE BNK-CHANGE-HEADING TO PRINT-LINE.
006020     WRITE PRINT-LINE.
006030     MOVE ZERO TO BNK-RULE-COUNT.
006040     PERFORM 7000-OPEN-JOURNAL THRU 7000-EXIT.
006050     PERFORM 4100-CHECK-ONE-RECORD THRU 4100-EXIT
006060         UNTIL BNK-MNT-AT-EOF.
006070     PERFORM 7200-CLOSE-JOURNAL THRU 7200-EXIT.
006080     EVALUATE TRUE
006090         WHEN BNK-RULE-OD-INCREASE
006100             MOVE BNK-RULE-COUNT TO BNK-OD-INCREASE-COUNT
006110         WHEN BNK-RULE-TAX-ID
006120             MOVE BNK-RULE-COUNT TO BNK-TAX-ID-COUNT
006130         WHEN BNK-RULE-REACTIVATION
006140             MOVE BNK-RULE-COUNT TO BNK-REACTIVATION-COUNT
006150     END-EVALUATE.
006160     PERFORM 5000-PRINT-RULE-COUNT THRU 5000-EXIT.
006170 4000-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200* 4100-CHECK-ONE-RECORD - LIST A JOURNAL RECORD OF TODAY THAT
006210*                         MEETS THE RULE, AND READ THE NEXT
006220*----------------------------------------------------------------
006230 4100-CHECK-ONE-RECORD.
006240     IF MNT-DATE NOT = BNK-RUN-DATE
006250         GO TO 4100-READ-NEXT
006260     END-IF.
006270     MOVE SPACES TO BNK-C-BEFORE.
006280     MOVE SPACES TO BNK-C-AFTER.
006290     EVALUATE TRUE
006300         WHEN BNK-RULE-OD-INCREASE
006310             IF NOT MNT-OD-LIMIT
006320                 GO TO 4100-READ-NEXT
006330             END-IF
006340             IF MNT-AFTER-AMOUNT NOT > MNT-BEFORE-AMOUNT
006350                 GO TO 4100-READ-NEXT
006360             END-IF
006370             MOVE MNT-BEFORE-AMOUNT TO BNK-AMOUNT-EDIT
006380             MOVE BNK-AMOUNT-EDIT   TO BNK-C-BEFORE
006390             MOVE MNT-AFTER-AMOUNT  TO BNK-AMOUNT-EDIT
006400             MOVE BNK-AMOUNT-EDIT   TO BNK-C-AFTER
006410         WHEN BNK-RULE-TAX-ID
006420             IF NOT MNT-CUST-TAX-ID
006430                 GO TO 4100-READ-NEXT
006440             END-IF
006450             MOVE MNT-BEFORE-IMAGE TO BNK-C-BEFORE
006460             MOVE MNT-AFTER-IMAGE  TO BNK-C-AFTER
006470         WHEN BNK-RULE-REACTIVATION
006480             IF NOT MNT-REACTIVATION
006490                 GO TO 4100-READ-NEXT
006500             END-IF
006510             MOVE MNT-BEFORE-IMAGE     TO BNK-ACCOUNT-STATE
006520             MOVE BNK-AS-STATUS        TO BNK-ST-STATUS
006530             MOVE BNK-AS-LAST-TXN-DATE TO BNK-ST-LAST-TXN-DATE
006540             MOVE BNK-STATE-TEXT       TO BNK-C-BEFORE
006550             MOVE MNT-AFTER-IMAGE      TO BNK-ACCOUNT-STATE
006560             MOVE BNK-AS-STATUS        TO BNK-ST-STATUS
006570             MOVE BNK-AS-LAST-TXN-DATE TO BNK-ST-LAST-TXN-DATE
006580             MOVE BNK-STATE-TEXT       TO BNK-C-AFTER
006590     END-EVALUATE.
006600     ADD 1 TO BNK-RULE-COUNT.
006610     MOVE MNT-ACCT-NUMBER TO BNK-C-ACCT-NO.
006620     MOVE MNT-CUST-NUMBER TO BNK-C-CUST-NO.
006630     MOVE MNT-OPERATOR-ID TO BNK-C-OPERATOR.
006640     MOVE MNT-APPROVER-ID TO BNK-C-APPROVER.
006650     MOVE MNT-TIME        TO BNK-C-TIME.
006660     MOVE BNK-CHANGE-LINE TO PRINT-LINE.
006670     WRITE PRINT-LINE.
006680 4100-READ-NEXT.
006690     PERFORM 7100-READ-JOURNAL THRU 7100-EXIT.
006700 4100-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730* 5000-PRINT-RULE-COUNT - CLOSE A SECTION WITH ITS COUNT, OR
006740*                         "NONE", AND ADD IT TO THE EXCEPTIONS
006750*----------------------------------------------------------------
006760 5000-PRINT-RULE-COUNT.
006770     IF BNK-RULE-COUNT = ZERO
006780         MOVE BNK-NONE-LINE TO PRINT-LINE
006790     ELSE
006800         MOVE BNK-RULE-COUNT TO BNK-CL-COUNT
006810         MOVE BNK-COUNT-LINE TO PRINT-LINE
006820     END-IF.
006830     WRITE PRINT-LINE.
006840     ADD BNK-RULE-COUNT TO BNK-EXCEPTION-COUNT.
006850 5000-EXIT.
006860     EXIT.
006870*----------------------------------------------------------------
006880* 6000-FIND-ADDRESS-CHANGE - IS BNK-LOOKUP-CUST IN THE ADDRESS-
006890*                            CHANGE TABLE?  LEAVES BNK-AC-IDX ON
006900*                            THE ENTRY WHEN IT IS.
006910*----------------------------------------------------------------
006920 6000-FIND-ADDRESS-CHANGE.
006930     SET BNK-AC-NOT-FOUND TO TRUE.
006940     IF BNK-AC-COUNT = ZERO
006950         GO TO 6000-EXIT
006960     END-IF.
006970     SET BNK-AC-IDX TO 1.
006980     SEARCH BNK-AC-ENTRY
006990         AT END
007000             CONTINUE
007010         WHEN BNK-AC-CUST-NO (BNK-AC-IDX) = BNK-LOOKUP-CUST
007020             SET BNK-AC-FOUND TO TRUE
007030     END-SEARCH.
007040 6000-EXIT.
007050     EXIT.
007060*----------------------------------------------------------------
007070* 7000-OPEN-JOURNAL - OPEN THE MAINTENANCE JOURNAL AND READ THE
007080*                     FIRST RECORD.  NO JOURNAL YET MEANS NO
007090*                     MAINTENANCE HAS BEEN JOURNALED: NOTHING TO
007100*                     REPORT, NOT AN ERROR.
007110*----------------------------------------------------------------
007120 7000-OPEN-JOURNAL.
007130     SET BNK-MNT-NOT-AT-EOF TO TRUE.
007140     SET BNK-JNL-OPENED TO TRUE.
007150     OPEN INPUT MAINT-JOURNAL.
007160     IF NOT BNK-MNT-OK
007170         SET BNK-JNL-NOT-OPENED TO TRUE
007180         SET BNK-MNT-AT-EOF TO TRUE
007190         GO TO 7000-EXIT
007200     END-IF.
007210     PERFORM 7100-READ-JOURNAL THRU 7100-EXIT.
007220 7000-EXIT.
007230     EXIT.
007240*----------------------------------------------------------------
007250* 7100-READ-JOURNAL - READ THE NEXT MAINTENANCE JOURNAL RECORD
007260*----------------------------------------------------------------
007270 7100-READ-JOURNAL.
007280     READ MAINT-JOURNAL
007290         AT END
007300             SET BNK-MNT-AT-EOF TO TRUE
007310     END-READ.
007320 7100-EXIT.
007330     EXIT.
007340*----------------------------------------------------------------
007350* 7200-CLOSE-JOURNAL - CLOSE THE JOURNAL IF IT WAS OPENED
007360*----------------------------------------------------------------
007370 7200-CLOSE-JOURNAL.
007380     IF BNK-JNL-OPENED
007390         CLOSE MAINT-JOURNAL
007400     END-IF.
007410 7200-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440* 8000-FINALIZE - PRINT THE SIGN-OFF LINE, CLOSE THE FILES, PRINT
007450*                 THE RUN SUMMARY AND SET THE RETURN CODE
007460*----------------------------------------------------------------
007470 8000-FINALIZE.
007480     MOVE BNK-BLANK-LINE TO PRINT-LINE.
007490     WRITE PRINT-LINE.
007500     MOVE BNK-SIGN-OFF-LINE TO PRINT-LINE.
007510     WRITE PRINT-LINE.
007520     CLOSE PRINT-FILE.
007530     IF BNK-ACM-OPENED
007540         CLOSE ACCOUNT-MASTER
007550     END-IF.
007560     IF BNK-REL-OPENED
007570         CLOSE ACCT-RELATION
007580     END-IF.
007590     IF BNK-CAL-OPENED
007600         CLOSE CALENDAR-FILE
007610     END-IF.
007620
007630     DISPLAY "MAINT-EXCP RUN SUMMARY".
007640     DISPLAY "  BUSINESS DATE        : " BNK-RUN-DATE.
007650     DISPLAY "  JOURNAL RECORDS READ : " BNK-JOURNAL-READ-COUNT.
007660     DISPLAY "  AUDIT RECORDS READ   : " BNK-AUDIT-READ-COUNT.
007670     DISPLAY "  ADDRESS CHANGES HELD : " BNK-AC-COUNT.
007680     DISPLAY "  ADDRESS + ACTIVITY   : " BNK-ADDR-ACTIVITY-COUNT.
007690     DISPLAY "  OD LIMIT INCREASES   : " BNK-OD-INCREASE-COUNT.
007700     DISPLAY "  TAX ID CHANGES       : " BNK-TAX-ID-COUNT.
007710     DISPLAY "  REACTIVATIONS        : " BNK-REACTIVATION-COUNT.
007720     DISPLAY "  EXCEPTIONS LISTED    : " BNK-EXCEPTION-COUNT.
007730     DISPLAY "  ERRORS               : " BNK-ERROR-COUNT.
007740     IF BNK-EXCEPTION-COUNT > ZERO
007750         DISPLAY "  MNTXRPT NEEDS SUPERVISOR SIGN-OFF."
007760         MOVE 4 TO RETURN-CODE
007770     END-IF.
007780     IF BNK-ERROR-COUNT > ZERO
007790         MOVE 8 TO RETURN-CODE
007800     END-IF.
007810 8000-EXIT.
007820     EXIT.
