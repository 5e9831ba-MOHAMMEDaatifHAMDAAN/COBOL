000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SANC-REVIEW.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - SANCTIONS CASE REVIEW CONSOLE.  A
000200*                  SUPERVISOR-LEVEL OPERATOR LISTS THE POSSIBLE
000210*                  WATCH-LIST MATCHES AWAITING REVIEW AND CLEARS
000220*                  EACH AS A FALSE POSITIVE OR CONFIRMS IT.  A
000230*                  CLEARED CASE BECOMES CLEARED-HITS HISTORY SO
000240*                  THE SAME MATCH DOES NOT RE-ALERT.  CONFIRMING A
000250*                  CASE FREEZES AT ONCE EVERY OPEN ACCOUNT THE
000260*                  CUSTOMER OWNS, PRIMARY OR JOINT.  EITHER WAY
000270*                  CUS-SCREEN-STATUS IS RESET FROM THE CUSTOMER'S
000280*                  CASES.  ONLY A PENDING CASE MAY BE DISPOSED OF
000290*                  HERE; LIFTING A CONFIRMED MATCH IS FOR
000300*                  COMPLIANCE, NOT THE BRANCH.
000302* 10/15/2026  RAO  MAINTENANCE JOURNAL.  EACH DISPOSITION NOW
000304*                  APPENDS A MAINTJNL RECORD (REVIEWER, TIMESTAMP,
000306*                  CASE KEY, DISPOSITION BEFORE AND AFTER).
000307* 10/15/2026  RAO  A CHARGED-OFF ACCOUNT (RESTRICTION "W") IS
000308*                  STILL FROZEN "S" ON A CONFIRMED MATCH; ONLY
000309*                  AN EXISTING SANCTIONS FREEZE IS SKIPPED.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SCREEN-CASES ASSIGN TO "SCRNCASE"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SCR-KEY
000420         FILE STATUS IS BNK-SCR-STATUS.
000430
000440     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CUS-CUST-NUMBER
000480         FILE STATUS IS BNK-CUS-STATUS.
000490
000500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ACM-ACCT-NUMBER
000540         FILE STATUS IS BNK-ACM-STATUS.
000550
000560     SELECT ACCT-RELATION ASSIGN TO "ACCTREL"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS REL-KEY
000600         FILE STATUS IS BNK-REL-STATUS.
000610
000620     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS OPR-OPERATOR-ID
000660         FILE STATUS IS BNK-OPR-STATUS.
000670
000680     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000690         ORGANIZATION IS RELATIVE
000700         ACCESS MODE IS RANDOM
000710         RELATIVE KEY IS BNK-CYC-RELKEY
000720         FILE STATUS IS BNK-CYC-STATUS.
000722
000724     SELECT MAINT-JOURNAL ASSIGN TO "MAINTJNL"
000726         ORGANIZATION IS SEQUENTIAL
000728         FILE STATUS IS BNK-MNT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  SCREEN-CASES
000760     LABEL RECORDS ARE STANDARD.
000770     COPY SCRNCASE.
000780*
000790 FD  CUSTOMER-MASTER
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CUSTMAST.
000820*
000830 FD  ACCOUNT-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850     COPY ACCTMAST.
000860*
000870 FD  ACCT-RELATION
000880     LABEL RECORDS ARE STANDARD.
000890     COPY ACCTREL.
000900*
000910 FD  OPERATOR-MASTER
000920     LABEL RECORDS ARE STANDARD.
000930     COPY OPERMAST.
000940*
000950 FD  CYCLE-CONTROL
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CYCLCTL.
000972*
000974 FD  MAINT-JOURNAL
000976     LABEL RECORDS ARE STANDARD.
000978     COPY MAINTJNL.
000980 WORKING-STORAGE SECTION.
000990 01  BNK-SCR-STATUS              PIC X(02).
001000     88  BNK-SCR-OK              VALUE "00".
001010 01  BNK-CUS-STATUS              PIC X(02).
001020     88  BNK-CUS-OK              VALUE "00".
001030 01  BNK-ACM-STATUS              PIC X(02).
001040     88  BNK-ACM-OK              VALUE "00".
001050 01  BNK-REL-STATUS              PIC X(02).
001060     88  BNK-REL-OK              VALUE "00".
001070 01  BNK-OPR-STATUS              PIC X(02).
001080     88  BNK-OPR-OK              VALUE "00".
001090 01  BNK-CYC-STATUS              PIC X(02).
001100     88  BNK-CYC-OK              VALUE "00".
001110 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001113 01  BNK-MNT-STATUS              PIC X(02).
001116     88  BNK-MNT-OK              VALUE "00".
001120 01  BNK-SCR-EOF-SWITCH          PIC X(01).
001130     88  BNK-SCR-AT-EOF          VALUE "Y".
001140     88  BNK-SCR-NOT-AT-EOF      VALUE "N".
001150 01  BNK-ACM-EOF-SWITCH          PIC X(01).
001160     88  BNK-ACM-AT-EOF          VALUE "Y".
001170     88  BNK-ACM-NOT-AT-EOF      VALUE "N".
001180 01  BNK-REL-EOF-SWITCH          PIC X(01).
001190     88  BNK-REL-AT-EOF          VALUE "Y".
001200     88  BNK-REL-NOT-AT-EOF      VALUE "N".
001210 01  BNK-SIGNON-SWITCH           PIC X(01).
001220     88  BNK-SIGNED-ON           VALUE "Y".
001230     88  BNK-NOT-SIGNED-ON       VALUE "N".
001240 01  BNK-SIGNON-TRIES            PIC 9(01).
001250 01  BNK-OPERATOR-ID             PIC X(08).
001260 01  BNK-PASSWORD                PIC X(08).
001270 01  BNK-BUSINESS-DATE           PIC 9(08).
001280 01  BNK-CHOICE                  PIC 9(01).
001290 01  BNK-CONFIRM                 PIC X(01).
001300 01  BNK-REVIEW-CUST             PIC 9(07).
001310 01  BNK-REVIEW-ENTRY            PIC X(10).
001320 01  BNK-PENDING-CASES           PIC 9(03) COMP.
001330 01  BNK-CONFIRMED-CASES         PIC 9(03) COMP.
001340 01  BNK-LISTED-COUNT            PIC 9(05) COMP.
001350 01  BNK-FROZEN-COUNT            PIC 9(05) COMP.
001360*
001370 PROCEDURE DIVISION.
001380*----------------------------------------------------------------
001390* 0000-MAINLINE - SIGN ON A SUPERVISOR, OPEN THE CASE FILE, SHOW
001400*                 THE CONSOLE MENU AND DISPATCH ON CHOICE
001410*----------------------------------------------------------------
001420 0000-MAINLINE.
001430     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
001440     OPEN INPUT OPERATOR-MASTER.
001450     IF NOT BNK-OPR-OK
001460         DISPLAY "OPERATOR MASTER NOT AVAILABLE, STATUS "
001470             BNK-OPR-STATUS " - SEE SECURITY ADMINISTRATION."
001480         STOP RUN
001490     END-IF.
001500     SET BNK-NOT-SIGNED-ON TO TRUE.
001510     MOVE ZERO TO BNK-SIGNON-TRIES.
001520     PERFORM 1000-SIGN-ON THRU 1000-EXIT
001530         UNTIL BNK-SIGNED-ON OR BNK-SIGNON-TRIES > 2.
001540     CLOSE OPERATOR-MASTER.
001550     IF NOT BNK-SIGNED-ON
001560         DISPLAY "SIGN-ON FAILED - SESSION ENDED."
001570         STOP RUN
001580     END-IF.
001590
001600     OPEN I-O SCREEN-CASES.
001610     IF NOT BNK-SCR-OK
001620         DISPLAY "SANC-REVIEW: NO SCREENING CASES ON FILE, "
001630             "STATUS " BNK-SCR-STATUS
001640         STOP RUN
001650     END-IF.
001660
001670     DISPLAY "SANCTIONS WATCH-LIST CASE REVIEW".
001680     DISPLAY "1. LIST CASES AWAITING REVIEW".
001690     DISPLAY "2. CLEAR A CASE AS A FALSE POSITIVE".
001700     DISPLAY "3. CONFIRM A CASE AS A TRUE MATCH".
001710     DISPLAY "4. LIST A CUSTOMER'S CASES".
001720     DISPLAY "ENTER CHOICE: ".
001730     ACCEPT BNK-CHOICE.
001740
001750     EVALUATE BNK-CHOICE
001760         WHEN 1
001770             PERFORM 2000-LIST-PENDING THRU 2000-EXIT
001780         WHEN 2
001790             PERFORM 3000-CLEAR-CASE THRU 3000-EXIT
001800         WHEN 3
001810             PERFORM 4000-CONFIRM-CASE THRU 4000-EXIT
001820         WHEN 4
001830             PERFORM 5000-LIST-CUSTOMER THRU 5000-EXIT
001840         WHEN OTHER
001850             DISPLAY "INVALID CHOICE."
001860     END-EVALUATE.
001870
001880     CLOSE SCREEN-CASES.
001890     STOP RUN.
001900*----------------------------------------------------------------
001910* 0500-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE CYCLE
001920*                          RECORD FOR THE DISPOSITION DATE
001930*----------------------------------------------------------------
001940 0500-GET-BUSINESS-DATE.
001950     OPEN INPUT CYCLE-CONTROL.
001960     IF BNK-CYC-OK
001970         MOVE 1 TO BNK-CYC-RELKEY
001980         READ CYCLE-CONTROL
001990             INVALID KEY
002000                 CONTINUE
002010         END-READ
002020     END-IF.
002030     IF NOT BNK-CYC-OK
002040         DISPLAY "SANC-REVIEW: NO CYCLE CONTROL - RUN CYCLE-CTL "
002050             "TO OPEN THE BUSINESS DATE."
002060         MOVE 8 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     MOVE CYC-BUSINESS-DATE TO BNK-BUSINESS-DATE.
002100     CLOSE CYCLE-CONTROL.
002110 0500-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002140* 1000-SIGN-ON - VALIDATE ONE SIGN-ON ATTEMPT AGAINST THE
002150*                OPERATOR MASTER: ONLY AN ACTIVE SUPERVISOR-LEVEL
002160*                OPERATOR WITH THE RIGHT PASSWORD MAY REVIEW
002170*----------------------------------------------------------------
002180 1000-SIGN-ON.
002190     ADD 1 TO BNK-SIGNON-TRIES.
002200     DISPLAY "ENTER SUPERVISOR ID: ".
002210     ACCEPT BNK-OPERATOR-ID.
002220     DISPLAY "ENTER PASSWORD: ".
002230     ACCEPT BNK-PASSWORD.
002240     MOVE BNK-OPERATOR-ID TO OPR-OPERATOR-ID.
002250     READ OPERATOR-MASTER
002260         INVALID KEY
002270             CONTINUE
002280     END-READ.
002290     IF BNK-OPR-OK AND OPR-ACTIVE AND OPR-LEVEL-SUPER
002300             AND BNK-PASSWORD = OPR-PASSWORD
002310         SET BNK-SIGNED-ON TO TRUE
002320     ELSE
002330         DISPLAY "INVALID SIGN-ON - SUPERVISOR LEVEL REQUIRED."
002340     END-IF.
002350 1000-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------
002380* 2000-LIST-PENDING - DISPLAY EVERY CASE AWAITING REVIEW
002390*----------------------------------------------------------------
002400 2000-LIST-PENDING.
002410     MOVE ZERO TO BNK-LISTED-COUNT.
002420     SET BNK-SCR-NOT-AT-EOF TO TRUE.
002430     MOVE LOW-VALUES TO SCR-KEY.
002440     START SCREEN-CASES KEY NOT < SCR-KEY
002450         INVALID KEY
002460             SET BNK-SCR-AT-EOF TO TRUE
002470     END-START.
002480     IF BNK-SCR-NOT-AT-EOF
002490         READ SCREEN-CASES NEXT RECORD
002500             AT END
002510                 SET BNK-SCR-AT-EOF TO TRUE
002520         END-READ
002530     END-IF.
002540     PERFORM 2100-LIST-ONE-PENDING THRU 2100-EXIT
002550         UNTIL BNK-SCR-AT-EOF.
002560     DISPLAY BNK-LISTED-COUNT " CASE(S) AWAITING REVIEW.".
002570 2000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600* 2100-LIST-ONE-PENDING - DISPLAY ONE CASE IF PENDING AND READ
002610*                         THE NEXT
002620*----------------------------------------------------------------
002630 2100-LIST-ONE-PENDING.
002640     IF SCR-DISP-PENDING
002650         ADD 1 TO BNK-LISTED-COUNT
002660         PERFORM 6000-SHOW-CASE THRU 6000-EXIT
002670     END-IF.
002680     READ SCREEN-CASES NEXT RECORD
002690         AT END
002700             SET BNK-SCR-AT-EOF TO TRUE
002710     END-READ.
002720 2100-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750* 3000-CLEAR-CASE - CLEAR A PENDING CASE AS A FALSE POSITIVE.  THE
002760*                   CLEARANCE IS KEPT ON THE CASE AS CLEARED-HITS
002770*                   HISTORY SO THE NIGHTLY RESCREEN DOES NOT RAISE
002780*                   IT AGAIN.
002790*----------------------------------------------------------------
002800 3000-CLEAR-CASE.
002810     PERFORM 6100-GET-PENDING-CASE THRU 6100-EXIT.
002820     IF NOT BNK-SCR-OK
002830         GO TO 3000-EXIT
002840     END-IF.
002850     DISPLAY "CLEAR THIS CASE AS A FALSE POSITIVE (Y/N)? ".
002860     ACCEPT BNK-CONFIRM.
002870     IF BNK-CONFIRM NOT = "Y"
002880         DISPLAY "CASE NOT CHANGED."
002890         GO TO 3000-EXIT
002900     END-IF.
002910     SET SCR-DISP-CLEARED TO TRUE.
002920     MOVE BNK-BUSINESS-DATE TO SCR-DISP-DATE.
002930     MOVE BNK-OPERATOR-ID   TO SCR-REVIEWER.
002940     MOVE BNK-BUSINESS-DATE TO SCR-CLEARED-DATE.
002950     MOVE BNK-OPERATOR-ID   TO SCR-CLEARED-BY.
002960     MOVE ZERO              TO SCR-SUPPRESS-COUNT.
002970     PERFORM 6200-REWRITE-CASE THRU 6200-EXIT.
002980     IF NOT BNK-SCR-OK
002990         GO TO 3000-EXIT
003000     END-IF.
003010     DISPLAY "CASE CLEARED BY " BNK-OPERATOR-ID ".".
003015     PERFORM 6300-JOURNAL-DISPOSITION THRU 6300-EXIT.
003020     PERFORM 7000-SET-CUSTOMER-STATUS THRU 7000-EXIT.
003030 3000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060* 4000-CONFIRM-CASE - CONFIRM A PENDING CASE AS A TRUE MATCH AND
003070*                     FREEZE THE CUSTOMER'S ACCOUNTS AT ONCE
003080*                     RATHER THAN WAIT FOR THE NIGHTLY RESCREEN
003090*----------------------------------------------------------------
003100 4000-CONFIRM-CASE.
003110     PERFORM 6100-GET-PENDING-CASE THRU 6100-EXIT.
003120     IF NOT BNK-SCR-OK
003130         GO TO 4000-EXIT
003140     END-IF.
003150     DISPLAY "CONFIRM THIS MATCH AND FREEZE THE CUSTOMER'S "
003160         "ACCOUNTS (Y/N)? ".
003170     ACCEPT BNK-CONFIRM.
003180     IF BNK-CONFIRM NOT = "Y"
003190         DISPLAY "CASE NOT CHANGED."
003200         GO TO 4000-EXIT
003210     END-IF.
003220     SET SCR-DISP-CONFIRMED TO TRUE.
003230     MOVE BNK-BUSINESS-DATE TO SCR-DISP-DATE.
003240     MOVE BNK-OPERATOR-ID   TO SCR-REVIEWER.
003250     PERFORM 6200-REWRITE-CASE THRU 6200-EXIT.
003260     IF NOT BNK-SCR-OK
003270         GO TO 4000-EXIT
003280     END-IF.
003290     DISPLAY "MATCH CONFIRMED BY " BNK-OPERATOR-ID ".".
003295     PERFORM 6300-JOURNAL-DISPOSITION THRU 6300-EXIT.
003300     PERFORM 7000-SET-CUSTOMER-STATUS THRU 7000-EXIT.
003310     PERFORM 8000-FREEZE-ACCOUNTS THRU 8000-EXIT.
003320 4000-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* 5000-LIST-CUSTOMER - DISPLAY EVERY CASE ON FILE FOR ONE
003360*                      CUSTOMER, WHATEVER ITS DISPOSITION
003370*----------------------------------------------------------------
003380 5000-LIST-CUSTOMER.
003390     DISPLAY "ENTER CUSTOMER NUMBER: ".
003400     ACCEPT BNK-REVIEW-CUST.
003410     MOVE ZERO TO BNK-LISTED-COUNT.
003420     SET BNK-SCR-NOT-AT-EOF TO TRUE.
003430     MOVE BNK-REVIEW-CUST TO SCR-CUST-NUMBER.
003440     MOVE LOW-VALUES      TO SCR-ENTRY-ID.
003450     START SCREEN-CASES KEY NOT < SCR-KEY
003460         INVALID KEY
003470             SET BNK-SCR-AT-EOF TO TRUE
003480     END-START.
003490     IF BNK-SCR-NOT-AT-EOF
003500         READ SCREEN-CASES NEXT RECORD
003510             AT END
003520                 SET BNK-SCR-AT-EOF TO TRUE
003530         END-READ
003540     END-IF.
003550     PERFORM 5100-LIST-ONE-CASE THRU 5100-EXIT
003560         UNTIL BNK-SCR-AT-EOF.
003570     IF BNK-LISTED-COUNT = ZERO
003580         DISPLAY "NO SCREENING CASES FOR CUSTOMER "
003590             BNK-REVIEW-CUST "."
003600     END-IF.
003610 5000-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640* 5100-LIST-ONE-CASE - DISPLAY ONE OF THE CUSTOMER'S CASES AND
003650*                      READ THE NEXT; STOP ONCE THE KEY LEAVES
003660*                      THE CUSTOMER
003670*----------------------------------------------------------------
003680 5100-LIST-ONE-CASE.
003690     IF SCR-CUST-NUMBER NOT = BNK-REVIEW-CUST
003700         SET BNK-SCR-AT-EOF TO TRUE
003710         GO TO 5100-EXIT
003720     END-IF.
003730     ADD 1 TO BNK-LISTED-COUNT.
003740     PERFORM 6000-SHOW-CASE THRU 6000-EXIT.
003750     READ SCREEN-CASES NEXT RECORD
003760         AT END
003770             SET BNK-SCR-AT-EOF TO TRUE
003780     END-READ.
003790 5100-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820* 6000-SHOW-CASE - DISPLAY THE CASE IN THE RECORD AREA
003830*----------------------------------------------------------------
003840 6000-SHOW-CASE.
003850     DISPLAY "CUSTOMER " SCR-CUST-NUMBER "  " SCR-SCREENED-NAME
003860         "  COUNTRY " SCR-SCREENED-COUNTRY
003870         "  STATE " SCR-SCREENED-STATE.
003880     DISPLAY "  ENTRY " SCR-ENTRY-ID "  " SCR-LIST-NAME
003890         "  " SCR-LIST-PROGRAM.
003900     EVALUATE TRUE
003910         WHEN SCR-DISP-PENDING
003920             DISPLAY "  PENDING REVIEW - RAISED " SCR-ALERT-DATE
003930                 ", FIRST OPENED " SCR-OPEN-DATE
003940         WHEN SCR-DISP-CLEARED
003950             DISPLAY "  CLEARED " SCR-CLEARED-DATE " BY "
003960                 SCR-CLEARED-BY ", SUPPRESSED "
003970                 SCR-SUPPRESS-COUNT " TIME(S) SINCE"
003980         WHEN SCR-DISP-CONFIRMED
003990             DISPLAY "  CONFIRMED " SCR-DISP-DATE " BY "
004000                 SCR-REVIEWER
004010     END-EVALUATE.
004020 6000-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050* 6100-GET-PENDING-CASE - PROMPT FOR A CASE AND READ IT; A CASE
004060*                         NOT ON FILE OR ALREADY DISPOSED OF IS
004070*                         REPORTED AND LEAVES THE STATUS NOT OK
004080*----------------------------------------------------------------
004090 6100-GET-PENDING-CASE.
004100     DISPLAY "ENTER CUSTOMER NUMBER: ".
004110     ACCEPT BNK-REVIEW-CUST.
004120     DISPLAY "ENTER WATCH-LIST ENTRY ID: ".
004130     ACCEPT BNK-REVIEW-ENTRY.
004140     MOVE BNK-REVIEW-CUST  TO SCR-CUST-NUMBER.
004150     MOVE BNK-REVIEW-ENTRY TO SCR-ENTRY-ID.
004160     READ SCREEN-CASES
004170         INVALID KEY
004180             DISPLAY "NO SUCH SCREENING CASE."
004190     END-READ.
004200     IF NOT BNK-SCR-OK
004210         GO TO 6100-EXIT
004220     END-IF.
004230     PERFORM 6000-SHOW-CASE THRU 6000-EXIT.
004240     IF NOT SCR-DISP-PENDING
004250         DISPLAY "CASE IS NOT PENDING REVIEW - NOT CHANGED."
004260         MOVE "99" TO BNK-SCR-STATUS
004270     END-IF.
004280 6100-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* 6200-REWRITE-CASE - SAVE THE CASE BACK BY KEY
004320*----------------------------------------------------------------
004330 6200-REWRITE-CASE.
004340     REWRITE SCR-CASE-RECORD
004350         INVALID KEY
004360             DISPLAY "SANC-REVIEW: CASE REWRITE FAILED, STATUS "
004370                 BNK-SCR-STATUS
004380     END-REWRITE.
004390 6200-EXIT.
004400     EXIT.
004401*----------------------------------------------------------------
004402* 6300-JOURNAL-DISPOSITION - APPEND THE DISPOSITION JUST SAVED TO
004403*                            THE MAINTENANCE JOURNAL.  ONLY A
004404*                            PENDING CASE IS DISPOSED OF HERE, SO
004405*                            THE BEFORE IMAGE IS ALWAYS "P".
004406*----------------------------------------------------------------
004407 6300-JOURNAL-DISPOSITION.
004408     MOVE SPACES TO MNT-JOURNAL-RECORD.
004409     MOVE BNK-BUSINESS-DATE TO MNT-DATE.
004410     ACCEPT MNT-TIME FROM TIME.
004411     MOVE "SANC-REVIEW"     TO MNT-PROGRAM.
004412     MOVE BNK-OPERATOR-ID   TO MNT-OPERATOR-ID.
004413     SET MNT-SANC-DISPOSITION TO TRUE.
004414     MOVE "SCRNCASE"        TO MNT-RECORD-FILE.
004415     MOVE SCR-KEY           TO MNT-RECORD-KEY.
004416     MOVE ZERO              TO MNT-ACCT-NUMBER.
004417     MOVE SCR-CUST-NUMBER   TO MNT-CUST-NUMBER.
004418     MOVE "P"               TO MNT-BEFORE-IMAGE.
004419     MOVE SCR-DISPOSITION   TO MNT-AFTER-IMAGE.
004420
004421     OPEN EXTEND MAINT-JOURNAL.
004422     IF NOT BNK-MNT-OK
004423         OPEN OUTPUT MAINT-JOURNAL
004424     END-IF.
004425     WRITE MNT-JOURNAL-RECORD.
004426     IF NOT BNK-MNT-OK
004427         DISPLAY "SANC-REVIEW: MAINTENANCE JOURNAL WRITE FAILED, "
004428             "STATUS " BNK-MNT-STATUS
004429     END-IF.
004430     CLOSE MAINT-JOURNAL.
004431 6300-EXIT.
004432     EXIT.
004433*----------------------------------------------------------------
004434* 7000-SET-CUSTOMER-STATUS - RESET CUS-SCREEN-STATUS FROM EVERY
004435*                            CASE ON FILE FOR THE CUSTOMER: ANY
004440*                            CONFIRMED CASE MAKES IT "C", ELSE ANY
004450*                            PENDING ONE "P", ELSE IT IS CLEAR
004460*----------------------------------------------------------------
004470 7000-SET-CUSTOMER-STATUS.
004480     MOVE ZERO TO BNK-PENDING-CASES.
004490     MOVE ZERO TO BNK-CONFIRMED-CASES.
004500     SET BNK-SCR-NOT-AT-EOF TO TRUE.
004510     MOVE BNK-REVIEW-CUST TO SCR-CUST-NUMBER.
004520     MOVE LOW-VALUES      TO SCR-ENTRY-ID.
004530     START SCREEN-CASES KEY NOT < SCR-KEY
004540         INVALID KEY
004550             SET BNK-SCR-AT-EOF TO TRUE
004560     END-START.
004570     IF BNK-SCR-NOT-AT-EOF
004580         READ SCREEN-CASES NEXT RECORD
004590             AT END
004600                 SET BNK-SCR-AT-EOF TO TRUE
004610         END-READ
004620     END-IF.
004630     PERFORM 7100-COUNT-ONE-CASE THRU 7100-EXIT
004640         UNTIL BNK-SCR-AT-EOF.
004650
004660     OPEN I-O CUSTOMER-MASTER.
004670     IF NOT BNK-CUS-OK
004680         DISPLAY "SANC-REVIEW: CUSTOMER MASTER NOT AVAILABLE, "
004690             "STATUS " BNK-CUS-STATUS
004700         GO TO 7000-EXIT
004710     END-IF.
004720     MOVE BNK-REVIEW-CUST TO CUS-CUST-NUMBER.
004730     READ CUSTOMER-MASTER
004740         INVALID KEY
004750             DISPLAY "CUSTOMER " BNK-REVIEW-CUST
004760                 " NOT ON CUSTOMER MASTER."
004770     END-READ.
004780     IF BNK-CUS-OK
004790         EVALUATE TRUE
004800             WHEN BNK-CONFIRMED-CASES > ZERO
004810                 SET CUS-SCREEN-CONFIRMED TO TRUE
004820             WHEN BNK-PENDING-CASES > ZERO
004830                 SET CUS-SCREEN-PENDING TO TRUE
004840             WHEN OTHER
004850                 SET CUS-SCREEN-CLEAR TO TRUE
004860         END-EVALUATE
004870         MOVE BNK-BUSINESS-DATE TO CUS-SCREEN-DATE
004880         REWRITE CUS-CUSTOMER-RECORD
004890             INVALID KEY
004900                 DISPLAY "SANC-REVIEW: CUSTOMER REWRITE FAILED, "
004910                     "STATUS " BNK-CUS-STATUS
004920         END-REWRITE
004930     END-IF.
004940     IF BNK-CUS-OK
004950         EVALUATE TRUE
004960             WHEN CUS-SCREEN-CONFIRMED
004970                 DISPLAY "CUSTOMER " BNK-REVIEW-CUST
004980                     " IS A CONFIRMED WATCH-LIST MATCH."
004990             WHEN CUS-SCREEN-PENDING
005000                 DISPLAY "CUSTOMER " BNK-REVIEW-CUST
005010                     " STILL HAS " BNK-PENDING-CASES
005020                     " CASE(S) AWAITING REVIEW."
005030             WHEN OTHER
005040                 DISPLAY "CUSTOMER " BNK-REVIEW-CUST
005050                     " IS CLEAR AND MAY TRANSACT."
005060         END-EVALUATE
005070     END-IF.
005080     CLOSE CUSTOMER-MASTER.
005090 7000-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120* 7100-COUNT-ONE-CASE - COUNT ONE OF THE CUSTOMER'S CASES BY
005130*                       DISPOSITION AND READ THE NEXT; STOP ONCE
005140*                       THE KEY LEAVES THE CUSTOMER
005150*----------------------------------------------------------------
005160 7100-COUNT-ONE-CASE.
005170     IF SCR-CUST-NUMBER NOT = BNK-REVIEW-CUST
005180         SET BNK-SCR-AT-EOF TO TRUE
005190         GO TO 7100-EXIT
005200     END-IF.
005210     IF SCR-DISP-CONFIRMED
005220         ADD 1 TO BNK-CONFIRMED-CASES
005230     END-IF.
005240     IF SCR-DISP-PENDING
005250         ADD 1 TO BNK-PENDING-CASES
005260     END-IF.
005270     READ SCREEN-CASES NEXT RECORD
005280         AT END
005290             SET BNK-SCR-AT-EOF TO TRUE
005300     END-READ.
005310 7100-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340* 8000-FREEZE-ACCOUNTS - FREEZE EVERY OPEN OR DORMANT ACCOUNT THE
005350*                        CONFIRMED CUSTOMER OWNS: THOSE WHERE IT
005360*                        IS ACM-CUST-NUMBER, THEN THOSE WHERE
005370*                        ACCTREL NAMES IT A JOINT OWNER
005380*----------------------------------------------------------------
005390 8000-FREEZE-ACCOUNTS.
005400     MOVE ZERO TO BNK-FROZEN-COUNT.
005410     OPEN I-O ACCOUNT-MASTER.
005420     IF NOT BNK-ACM-OK
005430         DISPLAY "SANC-REVIEW: ACCOUNT MASTER NOT AVAILABLE, "
005440             "STATUS " BNK-ACM-STATUS " - ACCOUNTS WILL BE "
005450             "FROZEN BY THE NIGHTLY RESCREEN."
005460         GO TO 8000-EXIT
005470     END-IF.
005480     SET BNK-ACM-NOT-AT-EOF TO TRUE.
005490     READ ACCOUNT-MASTER NEXT RECORD
005500         AT END
005510             SET BNK-ACM-AT-EOF TO TRUE
005520     END-READ.
005530     PERFORM 8100-CHECK-ONE-ACCOUNT THRU 8100-EXIT
005540         UNTIL BNK-ACM-AT-EOF.
005550
005560     OPEN INPUT ACCT-RELATION.
005570     IF BNK-REL-OK
005580         SET BNK-REL-NOT-AT-EOF TO TRUE
005590         READ ACCT-RELATION
005600             AT END
005610                 SET BNK-REL-AT-EOF TO TRUE
005620         END-READ
005630         PERFORM 8200-CHECK-ONE-RELATION THRU 8200-EXIT
005640             UNTIL BNK-REL-AT-EOF
005650         CLOSE ACCT-RELATION
005660     END-IF.
005670     CLOSE ACCOUNT-MASTER.
005680     DISPLAY BNK-FROZEN-COUNT " ACCOUNT(S) FROZEN.".
005690 8000-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720* 8100-CHECK-ONE-ACCOUNT - FREEZE THE ACCOUNT IF THE CUSTOMER IS
005730*                          ITS PRIMARY OWNER, AND READ THE NEXT
005740*----------------------------------------------------------------
005750 8100-CHECK-ONE-ACCOUNT.
005760     IF ACM-CUST-NUMBER = BNK-REVIEW-CUST
005770             AND NOT ACM-ACCT-CLOSED
005775             AND NOT ACM-RESTRICT-SANCTIONS
005780         PERFORM 8300-FREEZE-ACCOUNT THRU 8300-EXIT
005790     END-IF.
005800     READ ACCOUNT-MASTER NEXT RECORD
005810         AT END
005820             SET BNK-ACM-AT-EOF TO TRUE
005830     END-READ.
005840 8100-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------
005870* 8200-CHECK-ONE-RELATION - FREEZE THE ACCOUNT IF THE CUSTOMER
005880*                           OWNS IT JOINTLY, AND READ THE NEXT
005890*                           RELATIONSHIP
005900*----------------------------------------------------------------
005910 8200-CHECK-ONE-RELATION.
005920     IF REL-CUST-NUMBER = BNK-REVIEW-CUST AND REL-ROLE-OWNER
005930         MOVE REL-ACCT-NUMBER TO ACM-ACCT-NUMBER
005940         READ ACCOUNT-MASTER
005950             INVALID KEY
005960                 CONTINUE
005970         END-READ
005980         IF BNK-ACM-OK AND NOT ACM-ACCT-CLOSED
005990                 AND NOT ACM-RESTRICT-SANCTIONS
006000             PERFORM 8300-FREEZE-ACCOUNT THRU 8300-EXIT
006010         END-IF
006020     END-IF.
006030     READ ACCT-RELATION
006040         AT END
006050             SET BNK-REL-AT-EOF TO TRUE
006060     END-READ.
006070 8200-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 8300-FREEZE-ACCOUNT - SET THE SANCTIONS RESTRICTION ON THE
006110*                       ACCOUNT IN THE RECORD AREA
006120*----------------------------------------------------------------
006130 8300-FREEZE-ACCOUNT.
006140     SET ACM-RESTRICT-SANCTIONS TO TRUE.
006150     REWRITE ACM-ACCOUNT-RECORD
006160         INVALID KEY
006170             DISPLAY "SANC-REVIEW: FREEZE FAILED FOR ACCOUNT "
006180                 ACM-ACCT-NUMBER ", STATUS " BNK-ACM-STATUS
006190     END-REWRITE.
006200     IF BNK-ACM-OK
006210         ADD 1 TO BNK-FROZEN-COUNT
006220         DISPLAY "ACCOUNT " ACM-ACCT-NUMBER " FROZEN."
006230     END-IF.
006240 8300-EXIT.
006250     EXIT.
