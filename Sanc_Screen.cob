000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SANC-SCREEN.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - NIGHTLY SANCTIONS RESCREEN.  EVERY
000200*                  ACTIVE CUSTMAST CUSTOMER IS SCREENED AGAINST
000210*                  THE WATCH LIST LOADED BY WATCH-LOAD BY THE SAME
000220*                  RULES MENU-CHOICE APPLIES WHEN A CUSTOMER IS
000230*                  ADDED OR CHANGED: A NAME ENTRY WHOSE WORDS ARE
000240*                  ALL AMONG THOSE OF THE CUSTOMER'S NAME, OR AN
000250*                  AREA ENTRY FOR THE CUSTOMER'S COUNTRY (AND
000260*                  STATE WHEN THE ENTRY GIVES ONE).  A NEW
000270*                  POSSIBLE MATCH OPENS A PENDING CASE ON SCRNCASE
000280*                  FOR SANC-REVIEW; ONE ALREADY REVIEWED AND
000290*                  CLEARED FOR THE SAME NAME, COUNTRY AND STATE IS
000300*                  NOT RAISED AGAIN. CUS-SCREEN-STATUS IS KEPT IN
000310*                  STEP WITH THE CASES, AND EVERY OPEN ACCOUNT
000320*                  OWNED (PRIMARY OR JOINT) BY A CONFIRMED MATCH
000330*                  IS FROZEN (ACM-RESTRICT-CODE "S") IF IT IS NOT
000340*                  ALREADY.  THE SCRNRPT REPORT LISTS THE NIGHT'S
000350*                  RESULTS, THE ACCOUNTS FROZEN AND THE
000360*                  CLEARED-HITS HISTORY.  POSTS NO MONEY, SO IT IS
000370*                  NOT A CYCLE STEP AND MAY BE RERUN.  RC 4 WHEN
000380*                  CUSTOMERS AWAIT REVIEW, RC 8 WHEN NO WATCH LIST
000390*                  IS LOADED.
000392* 10/15/2026  RAO  A CHARGED-OFF ACCOUNT (RESTRICTION "W") IS
000394*                  STILL FROZEN "S" ON A CONFIRMED MATCH; ONLY
000396*                  AN EXISTING SANCTIONS FREEZE IS SKIPPED.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT WATCH-LIST ASSIGN TO "WATCHLST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS WL-ENTRY-ID
000510         FILE STATUS IS BNK-WLS-STATUS.
000520
000530     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CUS-CUST-NUMBER
000570         FILE STATUS IS BNK-CUS-STATUS.
000580
000590     SELECT SCREEN-CASES ASSIGN TO "SCRNCASE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SCR-KEY
000630         FILE STATUS IS BNK-SCR-STATUS.
000640
000650     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS ACM-ACCT-NUMBER
000690         FILE STATUS IS BNK-ACM-STATUS.
000700
000710     SELECT ACCT-RELATION ASSIGN TO "ACCTREL"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS REL-KEY
000750         FILE STATUS IS BNK-REL-STATUS.
000760
000770     SELECT PRINT-FILE ASSIGN TO "SCRNRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS BNK-PRT-STATUS.
000800
000810     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000820         ORGANIZATION IS RELATIVE
000830         ACCESS MODE IS RANDOM
000840         RELATIVE KEY IS BNK-CYC-RELKEY
000850         FILE STATUS IS BNK-CYC-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  WATCH-LIST
000890     LABEL RECORDS ARE STANDARD.
000900     COPY WATCHLST.
000910*
000920 FD  CUSTOMER-MASTER
000930     LABEL RECORDS ARE STANDARD.
000940     COPY CUSTMAST.
000950*
000960 FD  SCREEN-CASES
000970     LABEL RECORDS ARE STANDARD.
000980     COPY SCRNCASE.
000990*
001000 FD  ACCOUNT-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020     COPY ACCTMAST.
001030*
001040 FD  ACCT-RELATION
001050     LABEL RECORDS ARE STANDARD.
001060     COPY ACCTREL.
001070*
001080 FD  PRINT-FILE
001090     LABEL RECORDS ARE OMITTED.
001100 01  PRINT-LINE                  PIC X(110).
001110*
001120 FD  CYCLE-CONTROL
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CYCLCTL.
001150 WORKING-STORAGE SECTION.
001160 01  BNK-WLS-STATUS              PIC X(02).
001170     88  BNK-WLS-OK              VALUE "00".
001180 01  BNK-CUS-STATUS              PIC X(02).
001190     88  BNK-CUS-OK              VALUE "00".
001200 01  BNK-SCR-STATUS              PIC X(02).
001210     88  BNK-SCR-OK              VALUE "00".
001220 01  BNK-ACM-STATUS              PIC X(02).
001230     88  BNK-ACM-OK              VALUE "00".
001240 01  BNK-REL-STATUS              PIC X(02).
001250     88  BNK-REL-OK              VALUE "00".
001260 01  BNK-PRT-STATUS              PIC X(02).
001270 01  BNK-CYC-STATUS              PIC X(02).
001280     88  BNK-CYC-OK              VALUE "00".
001290 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001300 01  BNK-WLS-EOF-SWITCH          PIC X(01).
001310     88  BNK-WLS-AT-EOF          VALUE "Y".
001320     88  BNK-WLS-NOT-AT-EOF      VALUE "N".
001330 01  BNK-CUS-EOF-SWITCH          PIC X(01).
001340     88  BNK-CUS-AT-EOF          VALUE "Y".
001350     88  BNK-CUS-NOT-AT-EOF      VALUE "N".
001360 01  BNK-SCR-EOF-SWITCH          PIC X(01).
001370     88  BNK-SCR-AT-EOF          VALUE "Y".
001380     88  BNK-SCR-NOT-AT-EOF      VALUE "N".
001390 01  BNK-ACM-EOF-SWITCH          PIC X(01).
001400     88  BNK-ACM-AT-EOF          VALUE "Y".
001410     88  BNK-ACM-NOT-AT-EOF      VALUE "N".
001420 01  BNK-REL-EOF-SWITCH          PIC X(01).
001430     88  BNK-REL-AT-EOF          VALUE "Y".
001440     88  BNK-REL-NOT-AT-EOF      VALUE "N".
001450 01  BNK-CUS-OPEN-SWITCH         PIC X(01).
001460     88  BNK-CUS-OPENED          VALUE "Y".
001470     88  BNK-CUS-NOT-OPENED      VALUE "N".
001480 01  BNK-MATCH-SWITCH            PIC X(01).
001490     88  BNK-MATCHED             VALUE "Y".
001500     88  BNK-NOT-MATCHED         VALUE "N".
001510 01  BNK-WORD-SWITCH             PIC X(01).
001520     88  BNK-WORD-FOUND          VALUE "Y".
001530     88  BNK-WORD-NOT-FOUND      VALUE "N".
001540 01  BNK-CONF-FOUND-SWITCH       PIC X(01).
001550     88  BNK-CONF-FOUND          VALUE "Y".
001560     88  BNK-CONF-NOT-FOUND      VALUE "N".
001570 01  BNK-RUN-DATE                PIC 9(08).
001580 01  BNK-LIST-DATE               PIC 9(08).
001590 01  BNK-LOAD-DATE               PIC 9(08).
001600 01  BNK-OLD-SCREEN-STATUS       PIC X(01).
001610 01  BNK-PENDING-CASES           PIC 9(03) COMP.
001620 01  BNK-CONFIRMED-CASES         PIC 9(03) COMP.
001630 01  BNK-LIST-WORD-COUNT         PIC 9(02) COMP.
001640 01  BNK-WT-SUB                  PIC 9(05) COMP.
001650 01  BNK-LW-SUB                  PIC 9(02) COMP.
001660 01  BNK-CW-SUB                  PIC 9(02) COMP.
001670 01  BNK-LOOKUP-CUST             PIC 9(07).
001680 01  BNK-FREEZE-BASIS            PIC X(14).
001690 01  BNK-CUST-READ-COUNT         PIC 9(07) COMP.
001700 01  BNK-SCREENED-COUNT          PIC 9(07) COMP.
001710 01  BNK-NEW-HIT-COUNT           PIC 9(07) COMP.
001720 01  BNK-REOPEN-COUNT            PIC 9(07) COMP.
001730 01  BNK-STILL-PENDING-COUNT     PIC 9(07) COMP.
001740 01  BNK-CONFIRMED-HIT-COUNT     PIC 9(07) COMP.
001750 01  BNK-SUPPRESS-COUNT          PIC 9(07) COMP.
001760 01  BNK-HELD-CUST-COUNT         PIC 9(07) COMP.
001770 01  BNK-CONF-CUST-COUNT         PIC 9(07) COMP.
001780 01  BNK-FROZEN-COUNT            PIC 9(07) COMP.
001790 01  BNK-HISTORY-COUNT           PIC 9(07) COMP.
001800 01  BNK-ERROR-COUNT             PIC 9(07) COMP.
001810*    SCREENING COMPARES NAMES IN UPPER CASE WITH PUNCTUATION
001820*    BLANKED OUT - THE TWO STRINGS PAIR UP POSITION FOR POSITION.
001830*    MENU-CHOICE CARRIES THE SAME PAIR - CHANGE BOTH TOGETHER.
001840 01  BNK-SCREEN-FROM             PIC X(32) VALUE
001850     "abcdefghijklmnopqrstuvwxyz.,-'/&".
001860 01  BNK-SCREEN-TO               PIC X(32) VALUE
001870     "ABCDEFGHIJKLMNOPQRSTUVWXYZ      ".
001880 01  BNK-SCREEN-NAME             PIC X(40).
001890 01  BNK-SCREEN-WORDS.
001900     05  BNK-SCREEN-WORD         PIC X(20) OCCURS 8 TIMES.
001910 01  BNK-CUST-WORDS.
001920     05  BNK-CUST-WORD           PIC X(20) OCCURS 8 TIMES.
001930*
001940*    THE WATCH LIST, HELD IN STORAGE FOR THE CUSTOMER PASS WITH
001950*    EACH LISTED NAME ALREADY BROKEN INTO WORDS.
001960 01  BNK-WT-MAX                  PIC 9(05) COMP VALUE 3000.
001970 01  BNK-WT-COUNT                PIC 9(05) COMP.
001980 01  BNK-WATCH-TABLE.
001990     05  BNK-WT-ENTRY OCCURS 1 TO 3000 TIMES
002000             DEPENDING ON BNK-WT-COUNT.
002010         10  BNK-WT-ENTRY-ID     PIC X(10).
002020         10  BNK-WT-TYPE         PIC X(01).
002030             88  BNK-WT-TYPE-NAME
002040                                 VALUE "N".
002050             88  BNK-WT-TYPE-AREA
002060                                 VALUE "A".
002070         10  BNK-WT-NAME         PIC X(40).
002080         10  BNK-WT-COUNTRY      PIC X(02).
002090         10  BNK-WT-STATE        PIC X(02).
002100         10  BNK-WT-PROGRAM      PIC X(08).
002110         10  BNK-WT-WORDS.
002120             15  BNK-WT-WORD     PIC X(20) OCCURS 8 TIMES.
002130*
002140*    CONFIRMED-MATCH CUSTOMERS, LOADED IN CUSTMAST KEY ORDER SO
002150*    SEARCH ALL WORKS ON THE FREEZE PASS.
002160 01  BNK-CONF-TABLE.
002170     05  BNK-CF-ENTRY OCCURS 1 TO 5000 TIMES
002180             DEPENDING ON BNK-CONF-CUST-COUNT
002190             ASCENDING KEY IS BNK-CF-CUST-NO
002200             INDEXED BY BNK-CF-IDX.
002210         10  BNK-CF-CUST-NO      PIC 9(07).
002220*
002230 01  BNK-HEADING-1.
002240     05  FILLER                  PIC X(40) VALUE
002250         "SANCTIONS SCREENING REPORT".
002260     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002270     05  BNK-H1-RUN-DATE         PIC 9(08).
002280     05  FILLER                  PIC X(14) VALUE
002290         "   LIST DATE: ".
002300     05  BNK-H1-LIST-DATE        PIC 9(08).
002310     05  FILLER                  PIC X(14) VALUE
002320         "   LOADED ON: ".
002330     05  BNK-H1-LOAD-DATE        PIC 9(08).
002340 01  BNK-SECTION-LINE.
002350     05  FILLER                  PIC X(04) VALUE "*** ".
002360     05  BNK-S-TITLE             PIC X(40).
002370 01  BNK-RESULT-HEADING.
002380     05  FILLER                  PIC X(09) VALUE "CUSTOMER".
002390     05  FILLER                  PIC X(30) VALUE
002400         "NAME AS SCREENED".
002410     05  FILLER                  PIC X(03) VALUE "CT".
002420     05  FILLER                  PIC X(04) VALUE "ST".
002430     05  FILLER                  PIC X(12) VALUE "ENTRY ID".
002440     05  FILLER                  PIC X(32) VALUE "LISTED AS".
002450     05  FILLER                  PIC X(10) VALUE "PROGRAM".
002460     05  FILLER                  PIC X(07) VALUE "RESULT".
002470 01  BNK-RESULT-LINE.
002480     05  BNK-R-CUST-NO           PIC 9(07).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  BNK-R-CUST-NAME         PIC X(29).
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  BNK-R-COUNTRY           PIC X(02).
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  BNK-R-STATE             PIC X(02).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  BNK-R-ENTRY-ID          PIC X(10).
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  BNK-R-LIST-NAME         PIC X(30).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  BNK-R-PROGRAM           PIC X(08).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  BNK-R-RESULT            PIC X(10).
002630 01  BNK-FREEZE-HEADING.
002640     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
002650     05  FILLER                  PIC X(32) VALUE "ACCOUNT NAME".
002660     05  FILLER                  PIC X(09) VALUE "CUSTOMER".
002670     05  FILLER                  PIC X(16) VALUE "OWNED AS".
002680     05  FILLER                  PIC X(15) VALUE "BALANCE".
002690 01  BNK-FREEZE-LINE.
002700     05  BNK-F-ACCT-NO           PIC 9(07).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  BNK-F-ACCT-NAME         PIC X(30).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  BNK-F-CUST-NO           PIC 9(07).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  BNK-F-BASIS             PIC X(14).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  BNK-F-BALANCE           PIC -(09)9.99.
002790 01  BNK-HISTORY-HEADING.
002800     05  FILLER                  PIC X(09) VALUE "CUSTOMER".
002810     05  FILLER                  PIC X(31) VALUE
002820         "NAME AS CLEARED".
002830     05  FILLER                  PIC X(12) VALUE "ENTRY ID".
002840     05  FILLER                  PIC X(32) VALUE "LISTED AS".
002850     05  FILLER                  PIC X(10) VALUE "CLEARED".
002860     05  FILLER                  PIC X(10) VALUE "BY".
002870     05  FILLER                  PIC X(09) VALUE "SUPPRESS".
002880 01  BNK-HISTORY-LINE.
002890     05  BNK-HL-CUST-NO          PIC 9(07).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  BNK-HL-CUST-NAME        PIC X(29).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  BNK-HL-ENTRY-ID         PIC X(10).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  BNK-HL-LIST-NAME        PIC X(30).
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  BNK-HL-CLEARED-DATE     PIC 9(08).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  BNK-HL-CLEARED-BY       PIC X(08).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  BNK-HL-SUPPRESS         PIC ZZZZ9.
003020 01  BNK-NONE-LINE.
003030     05  FILLER                  PIC X(09) VALUE SPACES.
003040     05  FILLER                  PIC X(10) VALUE "** NONE **".
003050 01  BNK-BLANK-LINE              PIC X(01) VALUE SPACE.
003060*
003070 PROCEDURE DIVISION.
003080*----------------------------------------------------------------
003090* 0000-MAINLINE - DRIVE THE NIGHTLY RESCREEN
003100*----------------------------------------------------------------
003110 0000-MAINLINE.
003120     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003140     PERFORM 2000-SCREEN-ONE-CUSTOMER THRU 2000-EXIT
003150         UNTIL BNK-CUS-AT-EOF.
003160     PERFORM 4000-FREEZE-ACCOUNTS THRU 4000-EXIT.
003170     PERFORM 5000-LIST-CLEARED-HITS THRU 5000-EXIT.
003180     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003190     STOP RUN.
003200*----------------------------------------------------------------
003210* 0500-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE CYCLE
003220*                          RECORD FOR THE CASE DATES
003230*----------------------------------------------------------------
003240 0500-GET-BUSINESS-DATE.
003250     OPEN INPUT CYCLE-CONTROL.
003260     IF BNK-CYC-OK
003270         MOVE 1 TO BNK-CYC-RELKEY
003280         READ CYCLE-CONTROL
003290             INVALID KEY
003300                 CONTINUE
003310         END-READ
003320     END-IF.
003330     IF NOT BNK-CYC-OK
003340         DISPLAY "SANC-SCREEN: NO CYCLE CONTROL - RUN CYCLE-CTL "
003350             "TO OPEN THE BUSINESS DATE."
003360         MOVE 8 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
003400     CLOSE CYCLE-CONTROL.
003410 0500-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* 1000-INITIALIZE - LOAD THE WATCH LIST INTO STORAGE, OPEN THE
003450*                   CUSTOMER AND CASE FILES AND THE REPORT, AND
003460*                   PRIME THE CUSTOMER READ.  SCREENING AGAINST NO
003470*                   LIST, OR PART OF ONE, WOULD LOOK LIKE A CLEAN
003480*                   NIGHT, SO EITHER STOPS THE RUN.
003490*----------------------------------------------------------------
003500 1000-INITIALIZE.
003510     MOVE ZERO TO BNK-WT-COUNT.
003520     MOVE ZERO TO BNK-CONF-CUST-COUNT.
003530     MOVE ZERO TO BNK-CUST-READ-COUNT.
003540     MOVE ZERO TO BNK-SCREENED-COUNT.
003550     MOVE ZERO TO BNK-NEW-HIT-COUNT.
003560     MOVE ZERO TO BNK-REOPEN-COUNT.
003570     MOVE ZERO TO BNK-STILL-PENDING-COUNT.
003580     MOVE ZERO TO BNK-CONFIRMED-HIT-COUNT.
003590     MOVE ZERO TO BNK-SUPPRESS-COUNT.
003600     MOVE ZERO TO BNK-HELD-CUST-COUNT.
003610     MOVE ZERO TO BNK-FROZEN-COUNT.
003620     MOVE ZERO TO BNK-HISTORY-COUNT.
003630     MOVE ZERO TO BNK-ERROR-COUNT.
003640     MOVE ZERO TO BNK-LIST-DATE.
003650     MOVE ZERO TO BNK-LOAD-DATE.
003660
003670     OPEN INPUT WATCH-LIST.
003680     IF NOT BNK-WLS-OK
003690         DISPLAY "SANC-SCREEN: NO WATCH LIST LOADED, STATUS "
003700             BNK-WLS-STATUS " - RUN WATCH-LOAD."
003710         MOVE 8 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     SET BNK-WLS-NOT-AT-EOF TO TRUE.
003750     READ WATCH-LIST
003760         AT END
003770             SET BNK-WLS-AT-EOF TO TRUE
003780     END-READ.
003790     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
003800         UNTIL BNK-WLS-AT-EOF.
003810     CLOSE WATCH-LIST.
003820     IF BNK-WT-COUNT = ZERO
003830         DISPLAY "SANC-SCREEN: WATCH LIST IS EMPTY - RUN "
003840             "WATCH-LOAD."
003850         MOVE 8 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880
003890     OPEN I-O SCREEN-CASES.
003900     IF NOT BNK-SCR-OK
003910         OPEN OUTPUT SCREEN-CASES
003920         CLOSE SCREEN-CASES
003930         OPEN I-O SCREEN-CASES
003940     END-IF.
003950     IF NOT BNK-SCR-OK
003960         DISPLAY "SANC-SCREEN: CASE FILE NOT AVAILABLE, STATUS "
003970             BNK-SCR-STATUS
003980         MOVE 8 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010
004020     OPEN OUTPUT PRINT-FILE.
004030     MOVE BNK-RUN-DATE  TO BNK-H1-RUN-DATE.
004040     MOVE BNK-LIST-DATE TO BNK-H1-LIST-DATE.
004050     MOVE BNK-LOAD-DATE TO BNK-H1-LOAD-DATE.
004060     MOVE BNK-HEADING-1 TO PRINT-LINE.
004070     WRITE PRINT-LINE.
004080     MOVE BNK-BLANK-LINE TO PRINT-LINE.
004090     WRITE PRINT-LINE.
004100     MOVE "SCREENING RESULTS" TO BNK-S-TITLE.
004110     MOVE BNK-SECTION-LINE TO PRINT-LINE.
004120     WRITE PRINT-LINE.
004130     MOVE BNK-RESULT-HEADING TO PRINT-LINE.
004140     WRITE PRINT-LINE.
004150
004160     SET BNK-CUS-NOT-AT-EOF TO TRUE.
004170     SET BNK-CUS-OPENED TO TRUE.
004180     OPEN I-O CUSTOMER-MASTER.
004190     IF NOT BNK-CUS-OK
004200         DISPLAY "SANC-SCREEN: NO CUSTOMER MASTER - NOTHING TO "
004210             "SCREEN."
004220         SET BNK-CUS-NOT-OPENED TO TRUE
004230         SET BNK-CUS-AT-EOF TO TRUE
004240     ELSE
004250         READ CUSTOMER-MASTER NEXT RECORD
004260             AT END
004270                 SET BNK-CUS-AT-EOF TO TRUE
004280         END-READ
004290     END-IF.
004300 1000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 1100-LOAD-ONE-ENTRY - HOLD ONE WATCH-LIST ENTRY, ITS NAME BROKEN
004340*                       INTO WORDS, AND READ THE NEXT
004350*----------------------------------------------------------------
004360 1100-LOAD-ONE-ENTRY.
004370     IF BNK-WT-COUNT NOT < BNK-WT-MAX
004380         DISPLAY "SANC-SCREEN: WATCH LIST EXCEEDS " BNK-WT-MAX
004390             " ENTRIES - ENLARGE BNK-WATCH-TABLE."
004400         CLOSE WATCH-LIST
004410         MOVE 8 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440     ADD 1 TO BNK-WT-COUNT.
004450     MOVE WL-ENTRY-ID   TO BNK-WT-ENTRY-ID (BNK-WT-COUNT).
004460     MOVE WL-ENTRY-TYPE TO BNK-WT-TYPE (BNK-WT-COUNT).
004470     MOVE WL-NAME       TO BNK-WT-NAME (BNK-WT-COUNT).
004480     MOVE WL-COUNTRY    TO BNK-WT-COUNTRY (BNK-WT-COUNT).
004490     MOVE WL-STATE      TO BNK-WT-STATE (BNK-WT-COUNT).
004500     MOVE WL-PROGRAM    TO BNK-WT-PROGRAM (BNK-WT-COUNT).
004510     MOVE WL-NAME       TO BNK-SCREEN-NAME.
004520     PERFORM 2900-SPLIT-SCREEN-NAME THRU 2900-EXIT.
004530     MOVE BNK-SCREEN-WORDS TO BNK-WT-WORDS (BNK-WT-COUNT).
004540     MOVE WL-LIST-DATE  TO BNK-LIST-DATE.
004550     MOVE WL-LOAD-DATE  TO BNK-LOAD-DATE.
004560     READ WATCH-LIST
004570         AT END
004580             SET BNK-WLS-AT-EOF TO TRUE
004590     END-READ.
004600 1100-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630* 2000-SCREEN-ONE-CUSTOMER - SCREEN ONE ACTIVE CUSTOMER AGAINST
004640*                            EVERY WATCH-LIST ENTRY, BRING ITS
004650*                            SCREENING STATUS INTO STEP WITH ITS
004660*                            CASES, NOTE A CONFIRMED MATCH FOR THE
004670*                            FREEZE PASS AND READ THE NEXT
004680*----------------------------------------------------------------
004690 2000-SCREEN-ONE-CUSTOMER.
004700     ADD 1 TO BNK-CUST-READ-COUNT.
004710     MOVE CUS-SCREEN-STATUS TO BNK-OLD-SCREEN-STATUS.
004720     IF CUS-CUST-ACTIVE
004730         ADD 1 TO BNK-SCREENED-COUNT
004740         MOVE CUS-CUST-NAME TO BNK-SCREEN-NAME
004750         PERFORM 2900-SPLIT-SCREEN-NAME THRU 2900-EXIT
004760         MOVE BNK-SCREEN-WORDS TO BNK-CUST-WORDS
004770         PERFORM 2100-SCREEN-ONE-ENTRY THRU 2100-EXIT
004780             VARYING BNK-WT-SUB FROM 1 BY 1
004790             UNTIL BNK-WT-SUB > BNK-WT-COUNT
004800     END-IF.
004810     PERFORM 2500-SET-SCREEN-STATUS THRU 2500-EXIT.
004820     IF CUS-SCREEN-STATUS NOT = BNK-OLD-SCREEN-STATUS
004830         MOVE BNK-RUN-DATE TO CUS-SCREEN-DATE
004840         REWRITE CUS-CUSTOMER-RECORD
004850             INVALID KEY
004860                 CONTINUE
004870         END-REWRITE
004880         IF NOT BNK-CUS-OK
004890             DISPLAY "SANC-SCREEN: CUSTOMER REWRITE FAILED, "
004900                 "STATUS " BNK-CUS-STATUS ": " CUS-CUST-NUMBER
004910             ADD 1 TO BNK-ERROR-COUNT
004920         END-IF
004930     END-IF.
004940     IF CUS-SCREEN-PENDING
004950         ADD 1 TO BNK-HELD-CUST-COUNT
004960     END-IF.
004970     IF CUS-SCREEN-CONFIRMED
004980         IF BNK-CONF-CUST-COUNT < 5000
004990             ADD 1 TO BNK-CONF-CUST-COUNT
005000             MOVE CUS-CUST-NUMBER
005010                 TO BNK-CF-CUST-NO (BNK-CONF-CUST-COUNT)
005020         ELSE
005030             DISPLAY "SANC-SCREEN: CONFIRMED-MATCH TABLE FULL - "
005040                 "ACCOUNTS OF " CUS-CUST-NUMBER " NOT CHECKED."
005050             ADD 1 TO BNK-ERROR-COUNT
005060         END-IF
005070     END-IF.
005080     READ CUSTOMER-MASTER NEXT RECORD
005090         AT END
005100             SET BNK-CUS-AT-EOF TO TRUE
005110     END-READ.
005120 2000-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150* 2100-SCREEN-ONE-ENTRY - TEST THE CUSTOMER AGAINST ONE WATCH-LIST
005160*                         ENTRY AND RAISE A CASE ON A MATCH
005170*----------------------------------------------------------------
005180 2100-SCREEN-ONE-ENTRY.
005190     SET BNK-NOT-MATCHED TO TRUE.
005200     IF BNK-WT-TYPE-NAME (BNK-WT-SUB)
005210         PERFORM 2200-MATCH-LIST-NAME THRU 2200-EXIT
005220     END-IF.
005230     IF BNK-WT-TYPE-AREA (BNK-WT-SUB)
005240             AND BNK-WT-COUNTRY (BNK-WT-SUB) NOT = SPACES
005250             AND BNK-WT-COUNTRY (BNK-WT-SUB) = CUS-COUNTRY
005260             AND (BNK-WT-STATE (BNK-WT-SUB) = SPACES
005270                  OR BNK-WT-STATE (BNK-WT-SUB) = CUS-STATE)
005280         SET BNK-MATCHED TO TRUE
005290     END-IF.
005300     IF BNK-MATCHED
005310         PERFORM 2300-RAISE-CASE THRU 2300-EXIT
005320     END-IF.
005330 2100-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360* 2200-MATCH-LIST-NAME - A NAME ENTRY MATCHES WHEN EVERY ONE OF
005370*                        ITS WORDS IS FOUND AMONG THE CUSTOMER'S,
005380*                        IN ANY ORDER.  A BLANK ENTRY MATCHES
005390*                        NOTHING.
005400*----------------------------------------------------------------
005410 2200-MATCH-LIST-NAME.
005420     SET BNK-MATCHED TO TRUE.
005430     MOVE ZERO TO BNK-LIST-WORD-COUNT.
005440     PERFORM 2210-FIND-LIST-WORD THRU 2210-EXIT
005450         VARYING BNK-LW-SUB FROM 1 BY 1
005460         UNTIL BNK-LW-SUB > 8 OR BNK-NOT-MATCHED.
005470     IF BNK-LIST-WORD-COUNT = ZERO
005480         SET BNK-NOT-MATCHED TO TRUE
005490     END-IF.
005500 2200-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530* 2210-FIND-LIST-WORD - LOOK FOR ONE WORD OF THE LISTED NAME AMONG
005540*                       THE CUSTOMER'S WORDS
005550*----------------------------------------------------------------
005560 2210-FIND-LIST-WORD.
005570     IF BNK-WT-WORD (BNK-WT-SUB BNK-LW-SUB) NOT = SPACES
005580         ADD 1 TO BNK-LIST-WORD-COUNT
005590         SET BNK-WORD-NOT-FOUND TO TRUE
005600         PERFORM 2220-CHECK-CUST-WORD THRU 2220-EXIT
005610             VARYING BNK-CW-SUB FROM 1 BY 1
005620             UNTIL BNK-CW-SUB > 8 OR BNK-WORD-FOUND
005630         IF BNK-WORD-NOT-FOUND
005640             SET BNK-NOT-MATCHED TO TRUE
005650         END-IF
005660     END-IF.
005670 2210-EXIT.
005680     EXIT.
005690*----------------------------------------------------------------
005700* 2220-CHECK-CUST-WORD - COMPARE ONE CUSTOMER WORD WITH THE LISTED
005710*                        WORD BEING LOOKED FOR
005720*----------------------------------------------------------------
005730 2220-CHECK-CUST-WORD.
005740     IF BNK-CUST-WORD (BNK-CW-SUB) =
005750             BNK-WT-WORD (BNK-WT-SUB BNK-LW-SUB)
005760         SET BNK-WORD-FOUND TO TRUE
005770     END-IF.
005780 2220-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005810* 2300-RAISE-CASE - RECORD A POSSIBLE MATCH ON THE CASE FILE AND
005820*                   THE REPORT.  A NEW MATCH OPENS A PENDING CASE.
005830*                   A MATCH REVIEWED AND CLEARED IS NOT RAISED
005840*                   AGAIN WHILE THE CUSTOMER'S NAME, COUNTRY AND
005850*                   STATE ARE AS THEY WERE WHEN CLEARED; OTHERWISE
005860*                   THE CASE IS REOPENED.  A PENDING CASE IS
005870*                   REFRESHED; A CONFIRMED ONE STANDS.
005880*----------------------------------------------------------------
005890 2300-RAISE-CASE.
005900     MOVE CUS-CUST-NUMBER              TO SCR-CUST-NUMBER.
005910     MOVE BNK-WT-ENTRY-ID (BNK-WT-SUB) TO SCR-ENTRY-ID.
005920     READ SCREEN-CASES
005930         INVALID KEY
005940             CONTINUE
005950     END-READ.
005960     IF NOT BNK-SCR-OK
005970         MOVE SPACES          TO SCR-CASE-RECORD
005980         MOVE CUS-CUST-NUMBER TO SCR-CUST-NUMBER
005990         MOVE BNK-WT-ENTRY-ID (BNK-WT-SUB) TO SCR-ENTRY-ID
006000         MOVE BNK-WT-TYPE (BNK-WT-SUB)     TO SCR-MATCH-BASIS
006010         MOVE BNK-RUN-DATE    TO SCR-OPEN-DATE
006020         MOVE ZERO            TO SCR-CLEARED-DATE
006030         MOVE ZERO            TO SCR-SUPPRESS-COUNT
006040         PERFORM 2350-OPEN-CASE THRU 2350-EXIT
006050         WRITE SCR-CASE-RECORD
006060             INVALID KEY
006070                 CONTINUE
006080         END-WRITE
006090         IF BNK-SCR-OK
006100             ADD 1 TO BNK-NEW-HIT-COUNT
006110             MOVE "NEW HIT" TO BNK-R-RESULT
006120         ELSE
006130             DISPLAY "SANC-SCREEN: CASE WRITE FAILED, STATUS "
006140                 BNK-SCR-STATUS ": " CUS-CUST-NUMBER
006150             ADD 1 TO BNK-ERROR-COUNT
006160             MOVE "NOT SAVED" TO BNK-R-RESULT
006170         END-IF
006180         PERFORM 2400-PRINT-RESULT THRU 2400-EXIT
006190         GO TO 2300-EXIT
006200     END-IF.
006210     EVALUATE TRUE
006220         WHEN SCR-DISP-CLEARED
006230             IF SCR-SCREENED-NAME        = CUS-CUST-NAME
006240                 AND SCR-SCREENED-COUNTRY = CUS-COUNTRY
006250                 AND SCR-SCREENED-STATE   = CUS-STATE
006260                 ADD 1 TO SCR-SUPPRESS-COUNT
006270                 ADD 1 TO BNK-SUPPRESS-COUNT
006280                 MOVE "SUPPRESSED" TO BNK-R-RESULT
006290             ELSE
006300                 PERFORM 2350-OPEN-CASE THRU 2350-EXIT
006310                 ADD 1 TO BNK-REOPEN-COUNT
006320                 MOVE "REOPENED" TO BNK-R-RESULT
006330             END-IF
006340         WHEN SCR-DISP-PENDING
006350             PERFORM 2350-OPEN-CASE THRU 2350-EXIT
006360             ADD 1 TO BNK-STILL-PENDING-COUNT
006370             MOVE "PENDING" TO BNK-R-RESULT
006380         WHEN OTHER
006390             ADD 1 TO BNK-CONFIRMED-HIT-COUNT
006400             MOVE "CONFIRMED" TO BNK-R-RESULT
006410     END-EVALUATE.
006420     REWRITE SCR-CASE-RECORD
006430         INVALID KEY
006440             CONTINUE
006450     END-REWRITE.
006460     IF NOT BNK-SCR-OK
006470         DISPLAY "SANC-SCREEN: CASE REWRITE FAILED, STATUS "
006480             BNK-SCR-STATUS ": " CUS-CUST-NUMBER
006490         ADD 1 TO BNK-ERROR-COUNT
006500     END-IF.
006510     PERFORM 2400-PRINT-RESULT THRU 2400-EXIT.
006520 2300-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550* 2350-OPEN-CASE - SET THE CASE PENDING WITH THE CUSTOMER'S
006560*                  DETAILS AS SCREENED TONIGHT.  A REOPENED CASE
006570*                  KEEPS SCR-CLEARED-DATE/-BY FROM ITS LAST
006580*                  CLEARANCE.
006590*----------------------------------------------------------------
006600 2350-OPEN-CASE.
006610     SET SCR-SOURCE-NIGHTLY TO TRUE.
006620     MOVE BNK-RUN-DATE    TO SCR-ALERT-DATE.
006630     MOVE CUS-CUST-NAME   TO SCR-SCREENED-NAME.
006640     MOVE CUS-COUNTRY     TO SCR-SCREENED-COUNTRY.
006650     MOVE CUS-STATE       TO SCR-SCREENED-STATE.
006660     MOVE BNK-WT-NAME (BNK-WT-SUB)    TO SCR-LIST-NAME.
006670     MOVE BNK-WT-PROGRAM (BNK-WT-SUB) TO SCR-LIST-PROGRAM.
006680     SET SCR-DISP-PENDING TO TRUE.
006690     MOVE ZERO            TO SCR-DISP-DATE.
006700     MOVE SPACES          TO SCR-REVIEWER.
006710 2350-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740* 2400-PRINT-RESULT - PRINT ONE SCREENING RESULT LINE; THE CALLER
006750*                     HAS SET BNK-R-RESULT
006760*----------------------------------------------------------------
006770 2400-PRINT-RESULT.
006780     MOVE CUS-CUST-NUMBER TO BNK-R-CUST-NO.
006790     MOVE CUS-CUST-NAME   TO BNK-R-CUST-NAME.
006800     MOVE CUS-COUNTRY     TO BNK-R-COUNTRY.
006810     MOVE CUS-STATE       TO BNK-R-STATE.
006820     MOVE BNK-WT-ENTRY-ID (BNK-WT-SUB) TO BNK-R-ENTRY-ID.
006830     MOVE BNK-WT-NAME (BNK-WT-SUB)     TO BNK-R-LIST-NAME.
006840     MOVE BNK-WT-PROGRAM (BNK-WT-SUB)  TO BNK-R-PROGRAM.
006850     MOVE BNK-RESULT-LINE TO PRINT-LINE.
006860     WRITE PRINT-LINE.
006870 2400-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900* 2500-SET-SCREEN-STATUS - SET CUS-SCREEN-STATUS FROM EVERY CASE
006910*                          ON FILE FOR THE CUSTOMER: ANY CONFIRMED
006920*                          CASE MAKES IT "C", ELSE ANY PENDING ONE
006930*                          "P", ELSE IT IS CLEAR
006940*----------------------------------------------------------------
006950 2500-SET-SCREEN-STATUS.
006960     MOVE ZERO TO BNK-PENDING-CASES.
006970     MOVE ZERO TO BNK-CONFIRMED-CASES.
006980     SET BNK-SCR-NOT-AT-EOF TO TRUE.
006990     MOVE CUS-CUST-NUMBER TO SCR-CUST-NUMBER.
007000     MOVE LOW-VALUES      TO SCR-ENTRY-ID.
007010     START SCREEN-CASES KEY NOT < SCR-KEY
007020         INVALID KEY
007030             SET BNK-SCR-AT-EOF TO TRUE
007040     END-START.
007050     IF BNK-SCR-NOT-AT-EOF
007060         READ SCREEN-CASES NEXT RECORD
007070             AT END
007080                 SET BNK-SCR-AT-EOF TO TRUE
007090         END-READ
007100     END-IF.
007110     PERFORM 2510-COUNT-ONE-CASE THRU 2510-EXIT
007120         UNTIL BNK-SCR-AT-EOF.
007130     EVALUATE TRUE
007140         WHEN BNK-CONFIRMED-CASES > ZERO
007150             SET CUS-SCREEN-CONFIRMED TO TRUE
007160         WHEN BNK-PENDING-CASES > ZERO
007170             SET CUS-SCREEN-PENDING TO TRUE
007180         WHEN OTHER
007190             SET CUS-SCREEN-CLEAR TO TRUE
007200     END-EVALUATE.
007210 2500-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240* 2510-COUNT-ONE-CASE - COUNT ONE OF THE CUSTOMER'S CASES BY
007250*                       DISPOSITION AND READ THE NEXT; STOP ONCE
007260*                       THE KEY LEAVES THIS CUSTOMER
007270*----------------------------------------------------------------
007280 2510-COUNT-ONE-CASE.
007290     IF SCR-CUST-NUMBER NOT = CUS-CUST-NUMBER
007300         SET BNK-SCR-AT-EOF TO TRUE
007310     ELSE
007320         IF SCR-DISP-CONFIRMED
007330             ADD 1 TO BNK-CONFIRMED-CASES
007340         END-IF
007350         IF SCR-DISP-PENDING
007360             ADD 1 TO BNK-PENDING-CASES
007370         END-IF
007380         READ SCREEN-CASES NEXT RECORD
007390             AT END
007400                 SET BNK-SCR-AT-EOF TO TRUE
007410         END-READ
007420     END-IF.
007430 2510-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------
007460* 2900-SPLIT-SCREEN-NAME - FOLD BNK-SCREEN-NAME TO UPPER CASE,
007470*                          BLANK OUT ITS PUNCTUATION AND BREAK IT
007480*                          INTO UP TO EIGHT WORDS
007490*----------------------------------------------------------------
007500 2900-SPLIT-SCREEN-NAME.
007510     INSPECT BNK-SCREEN-NAME
007520         CONVERTING BNK-SCREEN-FROM TO BNK-SCREEN-TO.
007530     MOVE SPACES TO BNK-SCREEN-WORDS.
007540     UNSTRING BNK-SCREEN-NAME DELIMITED BY ALL SPACE
007550         INTO BNK-SCREEN-WORD (1) BNK-SCREEN-WORD (2)
007560              BNK-SCREEN-WORD (3) BNK-SCREEN-WORD (4)
007570              BNK-SCREEN-WORD (5) BNK-SCREEN-WORD (6)
007580              BNK-SCREEN-WORD (7) BNK-SCREEN-WORD (8)
007590     END-UNSTRING.
007600 2900-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630* 4000-FREEZE-ACCOUNTS - FREEZE EVERY OPEN OR DORMANT ACCOUNT
007640*                        OWNED BY A CONFIRMED MATCH: FIRST THE
007650*                        ACCOUNTS WHOSE PRIMARY OWNER
007660*                        (ACM-CUST-NUMBER) IS ONE, THEN THOSE
007670*                        WHERE ONE IS A JOINT OWNER ON ACCTREL.
007680*                        SIGNERS AND BENEFICIARIES OWN NOTHING.
007690*----------------------------------------------------------------
007700 4000-FREEZE-ACCOUNTS.
007710     MOVE BNK-BLANK-LINE TO PRINT-LINE.
007720     WRITE PRINT-LINE.
007730     MOVE "ACCOUNTS FROZEN TONIGHT" TO BNK-S-TITLE.
007740     MOVE BNK-SECTION-LINE TO PRINT-LINE.
007750     WRITE PRINT-LINE.
007760     MOVE BNK-FREEZE-HEADING TO PRINT-LINE.
007770     WRITE PRINT-LINE.
007780     IF BNK-CONF-CUST-COUNT = ZERO
007790         GO TO 4000-EXIT
007800     END-IF.
007810     OPEN I-O ACCOUNT-MASTER.
007820     IF NOT BNK-ACM-OK
007830         DISPLAY "SANC-SCREEN: ACCOUNT MASTER NOT AVAILABLE, "
007840             "STATUS " BNK-ACM-STATUS " - NO ACCOUNTS FROZEN."
007850         ADD 1 TO BNK-ERROR-COUNT
007860         GO TO 4000-EXIT
007870     END-IF.
007880     SET BNK-ACM-NOT-AT-EOF TO TRUE.
007890     READ ACCOUNT-MASTER NEXT RECORD
007900         AT END
007910             SET BNK-ACM-AT-EOF TO TRUE
007920     END-READ.
007930     PERFORM 4100-CHECK-ONE-ACCOUNT THRU 4100-EXIT
007940         UNTIL BNK-ACM-AT-EOF.
007950
007960     OPEN INPUT ACCT-RELATION.
007970     IF BNK-REL-OK
007980         SET BNK-REL-NOT-AT-EOF TO TRUE
007990         READ ACCT-RELATION
008000             AT END
008010                 SET BNK-REL-AT-EOF TO TRUE
008020         END-READ
008030         PERFORM 4200-CHECK-ONE-RELATION THRU 4200-EXIT
008040             UNTIL BNK-REL-AT-EOF
008050         CLOSE ACCT-RELATION
008060     END-IF.
008070     CLOSE ACCOUNT-MASTER.
008080 4000-EXIT.
008090     EXIT.
008100*----------------------------------------------------------------
008110* 4100-CHECK-ONE-ACCOUNT - FREEZE THE ACCOUNT IF ITS PRIMARY OWNER
008120*                          IS A CONFIRMED MATCH, AND READ THE NEXT
008130*----------------------------------------------------------------
008140 4100-CHECK-ONE-ACCOUNT.
008150     IF NOT ACM-ACCT-CLOSED AND NOT ACM-RESTRICT-SANCTIONS
008160             AND ACM-CUST-NUMBER NOT = ZERO
008170         MOVE ACM-CUST-NUMBER TO BNK-LOOKUP-CUST
008180         PERFORM 4500-FIND-CONFIRMED THRU 4500-EXIT
008190         IF BNK-CONF-FOUND
008200             MOVE "PRIMARY OWNER" TO BNK-FREEZE-BASIS
008210             PERFORM 4300-FREEZE-ACCOUNT THRU 4300-EXIT
008220         END-IF
008230     END-IF.
008240     READ ACCOUNT-MASTER NEXT RECORD
008250         AT END
008260             SET BNK-ACM-AT-EOF TO TRUE
008270     END-READ.
008280 4100-EXIT.
008290     EXIT.
008300*----------------------------------------------------------------
008310* 4200-CHECK-ONE-RELATION - FREEZE THE ACCOUNT IF THIS OWNER ON IT
008320*                           IS A CONFIRMED MATCH, AND READ THE
008330*                           NEXT RELATIONSHIP
008340*----------------------------------------------------------------
008350 4200-CHECK-ONE-RELATION.
008360     IF REL-ROLE-OWNER
008370         MOVE REL-CUST-NUMBER TO BNK-LOOKUP-CUST
008380         PERFORM 4500-FIND-CONFIRMED THRU 4500-EXIT
008390         IF BNK-CONF-FOUND
008400             MOVE REL-ACCT-NUMBER TO ACM-ACCT-NUMBER
008410             READ ACCOUNT-MASTER
008420                 INVALID KEY
008430                     CONTINUE
008440             END-READ
008450             IF BNK-ACM-OK AND NOT ACM-ACCT-CLOSED
008460                     AND NOT ACM-RESTRICT-SANCTIONS
008470                 MOVE "JOINT OWNER" TO BNK-FREEZE-BASIS
008480                 PERFORM 4300-FREEZE-ACCOUNT THRU 4300-EXIT
008490             END-IF
008500         END-IF
008510     END-IF.
008520     READ ACCT-RELATION
008530         AT END
008540             SET BNK-REL-AT-EOF TO TRUE
008550     END-READ.
008560 4200-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------
008590* 4300-FREEZE-ACCOUNT - SET THE SANCTIONS RESTRICTION ON THE
008600*                       ACCOUNT IN THE RECORD AREA AND REPORT IT
008610*----------------------------------------------------------------
008620 4300-FREEZE-ACCOUNT.
008630     SET ACM-RESTRICT-SANCTIONS TO TRUE.
008640     REWRITE ACM-ACCOUNT-RECORD
008650         INVALID KEY
008660             CONTINUE
008670     END-REWRITE.
008680     IF NOT BNK-ACM-OK
008690         DISPLAY "SANC-SCREEN: FREEZE REWRITE FAILED, STATUS "
008700             BNK-ACM-STATUS ": " ACM-ACCT-NUMBER
008710         ADD 1 TO BNK-ERROR-COUNT
008720         GO TO 4300-EXIT
008730     END-IF.
008740     ADD 1 TO BNK-FROZEN-COUNT.
008750     MOVE ACM-ACCT-NUMBER  TO BNK-F-ACCT-NO.
008760     MOVE ACM-CUST-NAME    TO BNK-F-ACCT-NAME.
008770     MOVE BNK-LOOKUP-CUST  TO BNK-F-CUST-NO.
008780     MOVE BNK-FREEZE-BASIS TO BNK-F-BASIS.
008790     MOVE ACM-BALANCE      TO BNK-F-BALANCE.
008800     MOVE BNK-FREEZE-LINE  TO PRINT-LINE.
008810     WRITE PRINT-LINE.
008820 4300-EXIT.
008830     EXIT.
008840*----------------------------------------------------------------
008850* 4500-FIND-CONFIRMED - IS BNK-LOOKUP-CUST A CONFIRMED MATCH?
008860*----------------------------------------------------------------
008870 4500-FIND-CONFIRMED.
008880     SET BNK-CONF-NOT-FOUND TO TRUE.
008890     SEARCH ALL BNK-CF-ENTRY
008900         AT END
008910             CONTINUE
008920         WHEN BNK-CF-CUST-NO (BNK-CF-IDX) = BNK-LOOKUP-CUST
008930             SET BNK-CONF-FOUND TO TRUE
008940     END-SEARCH.
008950 4500-EXIT.
008960     EXIT.
008970*----------------------------------------------------------------
008980* 5000-LIST-CLEARED-HITS - PRINT THE CLEARED-HITS HISTORY: EVERY
008990*                          CASE A SUPERVISOR HAS CLEARED AS A
009000*                          FALSE POSITIVE, WITH HOW MANY NIGHTS IT
009010*                          HAS BEEN KEPT FROM RE-ALERTING
009020*----------------------------------------------------------------
009030 5000-LIST-CLEARED-HITS.
009040     MOVE BNK-BLANK-LINE TO PRINT-LINE.
009050     WRITE PRINT-LINE.
009060     MOVE "CLEARED-HITS HISTORY" TO BNK-S-TITLE.
009070     MOVE BNK-SECTION-LINE TO PRINT-LINE.
009080     WRITE PRINT-LINE.
009090     MOVE BNK-HISTORY-HEADING TO PRINT-LINE.
009100     WRITE PRINT-LINE.
009110     SET BNK-SCR-NOT-AT-EOF TO TRUE.
009120     MOVE LOW-VALUES TO SCR-KEY.
009130     START SCREEN-CASES KEY NOT < SCR-KEY
009140         INVALID KEY
009150             SET BNK-SCR-AT-EOF TO TRUE
009160     END-START.
009170     IF BNK-SCR-NOT-AT-EOF
009180         READ SCREEN-CASES NEXT RECORD
009190             AT END
009200                 SET BNK-SCR-AT-EOF TO TRUE
009210         END-READ
009220     END-IF.
009230     PERFORM 5100-LIST-ONE-CASE THRU 5100-EXIT
009240         UNTIL BNK-SCR-AT-EOF.
009250     IF BNK-HISTORY-COUNT = ZERO
009260         MOVE BNK-NONE-LINE TO PRINT-LINE
009270         WRITE PRINT-LINE
009280     END-IF.
009290 5000-EXIT.
009300     EXIT.
009310*----------------------------------------------------------------
009320* 5100-LIST-ONE-CASE - PRINT ONE CASE IF IT IS CLEARED AND READ
009330*                      THE NEXT
009340*----------------------------------------------------------------
009350 5100-LIST-ONE-CASE.
009360     IF SCR-DISP-CLEARED
009370         ADD 1 TO BNK-HISTORY-COUNT
009380         MOVE SCR-CUST-NUMBER    TO BNK-HL-CUST-NO
009390         MOVE SCR-SCREENED-NAME  TO BNK-HL-CUST-NAME
009400         MOVE SCR-ENTRY-ID       TO BNK-HL-ENTRY-ID
009410         MOVE SCR-LIST-NAME      TO BNK-HL-LIST-NAME
009420         MOVE SCR-CLEARED-DATE   TO BNK-HL-CLEARED-DATE
009430         MOVE SCR-CLEARED-BY     TO BNK-HL-CLEARED-BY
009440         MOVE SCR-SUPPRESS-COUNT TO BNK-HL-SUPPRESS
009450         MOVE BNK-HISTORY-LINE   TO PRINT-LINE
009460         WRITE PRINT-LINE
009470     END-IF.
009480     READ SCREEN-CASES NEXT RECORD
009490         AT END
009500             SET BNK-SCR-AT-EOF TO TRUE
009510     END-READ.
009520 5100-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------
009550* 8000-FINALIZE - CLOSE THE FILES, PRINT THE RUN SUMMARY AND SET
009560*                 THE RETURN CODE
009570*----------------------------------------------------------------
009580 8000-FINALIZE.
009590     IF BNK-CUS-OPENED
009600         CLOSE CUSTOMER-MASTER
009610     END-IF.
009620     CLOSE SCREEN-CASES.
009630     CLOSE PRINT-FILE.
009640
009650     DISPLAY "SANC-SCREEN RUN SUMMARY".
009660     DISPLAY "  BUSINESS DATE        : " BNK-RUN-DATE.
009670     DISPLAY "  WATCH-LIST DATE      : " BNK-LIST-DATE.
009680     DISPLAY "  WATCH-LIST ENTRIES   : " BNK-WT-COUNT.
009690     DISPLAY "  CUSTOMERS READ       : " BNK-CUST-READ-COUNT.
009700     DISPLAY "  CUSTOMERS SCREENED   : " BNK-SCREENED-COUNT.
009710     DISPLAY "  NEW HITS             : " BNK-NEW-HIT-COUNT.
009720     DISPLAY "  REOPENED HITS        : " BNK-REOPEN-COUNT.
009730     DISPLAY "  HITS STILL PENDING   : " BNK-STILL-PENDING-COUNT.
009740     DISPLAY "  CONFIRMED HITS       : " BNK-CONFIRMED-HIT-COUNT.
009750     DISPLAY "  CLEARED, SUPPRESSED  : " BNK-SUPPRESS-COUNT.
009760     DISPLAY "  CUSTOMERS HELD       : " BNK-HELD-CUST-COUNT.
009770     DISPLAY "  CUSTOMERS CONFIRMED  : " BNK-CONF-CUST-COUNT.
009780     DISPLAY "  ACCOUNTS FROZEN      : " BNK-FROZEN-COUNT.
009790     DISPLAY "  CLEARED-HITS HISTORY : " BNK-HISTORY-COUNT.
009800     DISPLAY "  ERRORS               : " BNK-ERROR-COUNT.
009810     IF BNK-HELD-CUST-COUNT > ZERO
009820         DISPLAY "  HELD CUSTOMERS AWAIT REVIEW IN SANC-REVIEW."
009830         MOVE 4 TO RETURN-CODE
009840     END-IF.
009850     IF BNK-ERROR-COUNT > ZERO
009860         MOVE 8 TO RETURN-CODE
009870     END-IF.
009880 8000-EXIT.
009890     EXIT.
