000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CD-MATURE.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - NIGHTLY TIME-DEPOSIT MATURITY RUN.
000200*                  WALKS THE CDTERM FILE.  A CERTIFICATE WHOSE
000210*                  MATURITY DATE HAS ARRIVED IS PAID ITS FINAL
000220*                  INTEREST AT THE RATE LOCKED WHEN ITS TERM
000230*                  BEGAN (CDT-LOCKED-RATE), NOT THE RATETABL TIER
000240*                  RATE INT-CALC USES - AUDIT TYPE 9 LIKE ANY
000250*                  INTEREST.  IT IS THEN ROLLED INTO A NEW TERM
000260*                  OF THE SAME LENGTH AT TODAY'S RATETABL "CD"
000270*                  RATE, WITH A PENALTY-FREE GRACE PERIOD, OR ITS
000280*                  PROCEEDS ARE TRANSFERRED TO THE LINKED ACCOUNT
000290*                  (AUDIT TYPES 5/6 WITH AUD-XREF-ACCT) AND THE CD
000300*                  ACCOUNT CLOSED.  A PAY-OUT THE LINKED ACCOUNT
000310*                  CANNOT TAKE IS HELD (STATUS "M") AND RETRIED
000320*                  EACH NIGHT.  EVERY ACTION PRINTS ON THE
000330*                  CDMATRPT REGISTER, AND CDNOTICE LISTS THE
000340*                  CERTIFICATES MATURING IN THE NEXT
000350*                  BNK-NOTICE-DAYS DAYS WITH THE OWNER'S MAILING
000360*                  ADDRESS SO NOTICES GO OUT AHEAD OF THE DATE -
000370*                  ONCE PER TERM.  NOT A CYCLE STEP: IT RUNS
000380*                  BEFORE EOD-REPORT SO THE NIGHT'S REPORTS AND
000390*                  GL EXTRACT CARRY ITS POSTINGS, AND REFUSES
000400*                  ONCE EOD-REPORT HAS RUN.  A RERUN IS HARMLESS -
000410*                  A MATURED TERM HAS MOVED ON - AND REPRINTS
000420*                  THE NIGHT'S NOTICES.
000421* 10/15/2026  RAO  MULTI-BRANCH.  STAMP THE ACCOUNT'S DOMICILE
000422*                  BRANCH ON EACH AUDIT RECORD AS THE ACCOUNT
000423*                  BRANCH, AND THE CD'S DOMICILE AS THE BRANCH
000424*                  WHERE IT HAPPENED - A PAY-OUT TO A LINKED
000425*                  ACCOUNT AT ANOTHER BRANCH IS AN INTER-BRANCH
000426*                  TRANSFER FOR GL-EXTRACT.
000427* 10/15/2026  RAO  A PAY-OUT TO A LINKED ACCOUNT THAT CARRIES A
000428*                  CHARGED-OFF BALANCE IS HELD FOR THE BRANCH.
000430* 10/15/2026  RAO  A CD FROZEN FOR A CONFIRMED SANCTIONS MATCH IS
000432*                  NOT PAID OUT OR CLOSED - THE PAY-OUT IS HELD
000434*                  AND LISTED "PAY FROZEN" UNTIL THE FREEZE IS
000436*                  LIFTED.
000438*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CD-TERM-FILE ASSIGN TO "CDTERM"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CDT-ACCT-NUMBER
000540         FILE STATUS IS BNK-CDT-STATUS.
000550
000560     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ACM-ACCT-NUMBER
000600         FILE STATUS IS BNK-ACM-STATUS.
000610
000620     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CUS-CUST-NUMBER
000660         FILE STATUS IS BNK-CUS-STATUS.
000670
000680     SELECT AUDIT-TRAIL ASSIGN TO "AUDTRAIL"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS BNK-AUD-STATUS.
000710
000720     SELECT RATE-TABLE ASSIGN TO "RATETABL"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS BNK-RTE-STATUS.
000750
000760     SELECT PRINT-FILE ASSIGN TO "CDMATRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS BNK-PRT-STATUS.
000790
000800     SELECT NOTICE-FILE ASSIGN TO "CDNOTICE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS BNK-NTC-STATUS.
000830
000840     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000850         ORGANIZATION IS RELATIVE
000860         ACCESS MODE IS RANDOM
000870         RELATIVE KEY IS BNK-CYC-RELKEY
000880         FILE STATUS IS BNK-CYC-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  CD-TERM-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY CDTERM.
000940*
000950 FD  ACCOUNT-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY ACCTMAST.
000980*
000990 FD  CUSTOMER-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY CUSTMAST.
001020*
001030 FD  AUDIT-TRAIL
001040     LABEL RECORDS ARE STANDARD.
001050     COPY AUDTRAIL.
001060*
001070 FD  RATE-TABLE
001080     LABEL RECORDS ARE STANDARD.
001090 01  RTE-RATE-RECORD.
001100     05  RTE-PRODUCT-CODE        PIC X(02).
001110     05  RTE-TIER-MIN-BALANCE    PIC 9(09)V99.
001120     05  RTE-RATE                PIC 9V9(04).
001130*
001140 FD  PRINT-FILE
001150     LABEL RECORDS ARE OMITTED.
001160 01  PRINT-LINE                  PIC X(110).
001170*
001180 FD  NOTICE-FILE
001190     LABEL RECORDS ARE OMITTED.
001200 01  NOTICE-LINE                 PIC X(110).
001210*
001220 FD  CYCLE-CONTROL
001230     LABEL RECORDS ARE STANDARD.
001240     COPY CYCLCTL.
001250 WORKING-STORAGE SECTION.
001260 01  BNK-CDT-STATUS              PIC X(02).
001270     88  BNK-CDT-OK              VALUE "00".
001280 01  BNK-ACM-STATUS              PIC X(02).
001290     88  BNK-ACM-OK              VALUE "00".
001300 01  BNK-CUS-STATUS              PIC X(02).
001310     88  BNK-CUS-OK              VALUE "00".
001320 01  BNK-AUD-STATUS              PIC X(02).
001330 01  BNK-RTE-STATUS              PIC X(02).
001340     88  BNK-RTE-OK              VALUE "00".
001350 01  BNK-PRT-STATUS              PIC X(02).
001360 01  BNK-NTC-STATUS              PIC X(02).
001370 01  BNK-CYC-STATUS              PIC X(02).
001380     88  BNK-CYC-OK              VALUE "00".
001390 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001400 01  BNK-CDT-EOF-SWITCH          PIC X(01).
001410     88  BNK-CDT-AT-EOF          VALUE "Y".
001420     88  BNK-CDT-NOT-AT-EOF      VALUE "N".
001430 01  BNK-CDT-OPEN-SWITCH         PIC X(01).
001440     88  BNK-CDT-OPENED          VALUE "Y".
001450     88  BNK-CDT-NOT-OPENED      VALUE "N".
001460 01  BNK-ACM-OPEN-SWITCH         PIC X(01).
001470     88  BNK-ACM-OPENED          VALUE "Y".
001480     88  BNK-ACM-NOT-OPENED      VALUE "N".
001490 01  BNK-CUS-OPEN-SWITCH         PIC X(01).
001500     88  BNK-CUS-OPENED          VALUE "Y".
001510     88  BNK-CUS-NOT-OPENED      VALUE "N".
001520 01  BNK-RATE-FOUND-SWITCH       PIC X(01).
001530     88  BNK-RATE-FOUND          VALUE "Y".
001540     88  BNK-RATE-NOT-FOUND      VALUE "N".
001550 01  BNK-OPERATOR-ID             PIC X(08) VALUE "CDMATURE".
001552 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
001554*    EVERY POSTING FOR A TERM, THE PAY-OUT CREDIT TO THE LINKED
001556*    ACCOUNT INCLUDED, HAPPENS AT THE CD'S DOMICILE BRANCH.
001558 01  BNK-CD-BRANCH               PIC X(03).
001560*    DAYS AFTER A ROLLOVER DURING WHICH THE CUSTOMER MAY STILL
001570*    WITHDRAW WITHOUT PENALTY, AND HOW FAR AHEAD OF MATURITY THE
001580*    NOTICE LIST LOOKS.
001590 01  BNK-GRACE-DAYS              PIC 9(02) VALUE 10.
001600 01  BNK-NOTICE-DAYS             PIC 9(02) VALUE 30.
001610 01  BNK-RUN-DATE                PIC 9(08).
001620 01  BNK-NOTICE-HORIZON          PIC 9(08).
001630 01  BNK-WORK-DATE               PIC 9(08).
001640 01  BNK-WORK-DATE-R REDEFINES BNK-WORK-DATE.
001650     05  BNK-WORK-YEAR           PIC 9(04).
001660     05  BNK-WORK-MONTH          PIC 9(02).
001670     05  BNK-WORK-DAY            PIC 9(02).
001680 01  BNK-MONTH-TOTAL             PIC 9(06).
001690 01  BNK-ADD-DAYS                PIC 9(02).
001700 01  BNK-DAYS-IN-MONTH           PIC 9(02).
001710 01  BNK-LEAP-QUOTIENT           PIC 9(04).
001720 01  BNK-LEAP-REMAINDER          PIC 9(01).
001730 01  BNK-RATE-COUNT              PIC 9(03) COMP.
001740 01  BNK-RTE-SUB                 PIC 9(03) COMP.
001750 01  BNK-BEST-TIER-MIN           PIC 9(09)V99.
001760 01  BNK-BEST-RATE               PIC 9V9(04).
001770 01  BNK-RATE-TABLE.
001780     05  BNK-RTE-ENTRY OCCURS 1 TO 100 TIMES
001790             DEPENDING ON BNK-RATE-COUNT.
001800         10  BNK-RTE-TIER-MIN    PIC 9(09)V99.
001810         10  BNK-RTE-RATE        PIC 9V9(04).
001820 01  BNK-CD-ACCT                 PIC 9(07).
001830 01  BNK-TERM-MATURITY           PIC 9(08).
001840 01  BNK-INTEREST-AMOUNT         PIC S9(07)V99.
001850 01  BNK-PAYOUT-AMOUNT           PIC S9(07)V99.
001860 01  BNK-AUD-AMOUNT              PIC S9(07)V99.
001870 01  BNK-AUD-BALANCE             PIC S9(09)V99.
001880 01  BNK-AUD-XREF                PIC 9(07).
001890 01  BNK-READ-COUNT              PIC 9(07) COMP.
001900 01  BNK-MATURED-COUNT           PIC 9(07) COMP.
001910 01  BNK-ROLLED-COUNT            PIC 9(07) COMP.
001920 01  BNK-NORATE-COUNT            PIC 9(07) COMP.
001930 01  BNK-PAID-COUNT              PIC 9(07) COMP.
001940 01  BNK-HELD-COUNT              PIC 9(07) COMP.
001950 01  BNK-REDEEMED-COUNT          PIC 9(07) COMP.
001960 01  BNK-NOTICE-COUNT            PIC 9(07) COMP.
001970 01  BNK-ERROR-COUNT             PIC 9(07) COMP.
001980 01  BNK-TOTAL-INTEREST          PIC S9(09)V99.
001990 01  BNK-TOTAL-PAID-OUT          PIC S9(09)V99.
002000*
002010 01  BNK-HEADING-1.
002020     05  FILLER                  PIC X(40) VALUE
002030         "CD MATURITY REGISTER".
002040     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002050     05  BNK-H1-RUN-DATE         PIC 9(08).
002060 01  BNK-HEADING-2.
002070     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
002080     05  FILLER                  PIC X(20) VALUE "NAME".
002090     05  FILLER                  PIC X(10) VALUE "MATURITY".
002100     05  FILLER                  PIC X(15) VALUE "PRINCIPAL".
002110     05  FILLER                  PIC X(13) VALUE "INTEREST".
002120     05  FILLER                  PIC X(15) VALUE "BALANCE".
002130     05  FILLER                  PIC X(12) VALUE "ACTION".
002140     05  FILLER                  PIC X(14) VALUE "DETAIL".
002150 01  BNK-DETAIL-LINE.
002160     05  BNK-D-ACCT-NO           PIC 9(07).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  BNK-D-CUST-NAME         PIC X(18).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  BNK-D-MATURITY          PIC 9(08).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  BNK-D-PRINCIPAL         PIC -(09)9.99.
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  BNK-D-INTEREST          PIC -(07)9.99.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  BNK-D-BALANCE           PIC -(09)9.99.
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  BNK-D-ACTION            PIC X(10).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  BNK-D-DETAIL            PIC X(14).
002310 01  BNK-DETAIL-NOTE.
002320     05  BNK-N-LABEL             PIC X(05).
002330     05  BNK-N-VALUE             PIC 9(08).
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350*
002360 01  BNK-NOTICE-HEADING-1.
002370     05  FILLER                  PIC X(40) VALUE
002380         "CD MATURITY NOTICE LIST".
002390     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002400     05  BNK-NH1-RUN-DATE        PIC 9(08).
002410     05  FILLER                  PIC X(15) VALUE
002420         "   MATURING TO ".
002430     05  BNK-NH1-HORIZON         PIC 9(08).
002440 01  BNK-NOTICE-HEADING-2.
002450     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
002460     05  FILLER                  PIC X(32) VALUE
002470         "NAME / MAILING ADDRESS".
002480     05  FILLER                  PIC X(10) VALUE "MATURES".
002490     05  FILLER                  PIC X(15) VALUE "BALANCE".
002500     05  FILLER                  PIC X(08) VALUE "RATE".
002510     05  FILLER                  PIC X(06) VALUE "TERM".
002520     05  FILLER                  PIC X(20) VALUE "AT MATURITY".
002530 01  BNK-NOTICE-LINE-1.
002540     05  BNK-NL-ACCT-NO          PIC 9(07).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  BNK-NL-CUST-NAME        PIC X(30).
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  BNK-NL-MATURITY         PIC 9(08).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  BNK-NL-BALANCE          PIC -(09)9.99.
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  BNK-NL-RATE             PIC 9.9999.
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  BNK-NL-TERM             PIC ZZ9.
002650     05  FILLER                  PIC X(03) VALUE SPACES.
002660     05  BNK-NL-PAYOUT           PIC X(20).
002670 01  BNK-NOTICE-LINE-2.
002680     05  FILLER                  PIC X(09) VALUE SPACES.
002690     05  BNK-NL-ADDR-LINE-1      PIC X(30).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  BNK-NL-ADDR-LINE-2      PIC X(30).
002720 01  BNK-NOTICE-LINE-3.
002730     05  FILLER                  PIC X(09) VALUE SPACES.
002740     05  BNK-NL-CITY             PIC X(20).
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  BNK-NL-STATE            PIC X(02).
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  BNK-NL-ZIP              PIC X(09).
002790 01  BNK-NOTICE-NO-ADDR-LINE.
002800     05  FILLER                  PIC X(09) VALUE SPACES.
002810     05  FILLER                  PIC X(50) VALUE
002820         "** NO CUSTOMER ATTACHED - NO MAILING ADDRESS **".
002830 01  BNK-PAYOUT-TEXT.
002840     05  BNK-PT-LABEL            PIC X(12).
002850     05  BNK-PT-ACCT             PIC 9(07).
002860     05  FILLER                  PIC X(01) VALUE SPACE.
002870 01  BNK-BLANK-LINE              PIC X(01) VALUE SPACE.
002880*
002890 PROCEDURE DIVISION.
002900*----------------------------------------------------------------
002910* 0000-MAINLINE - DRIVE THE MATURITY RUN
002920*----------------------------------------------------------------
002930 0000-MAINLINE.
002940     PERFORM 0500-VERIFY-CYCLE THRU 0500-EXIT.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     PERFORM 2000-PROCESS-ONE-TERM THRU 2000-EXIT
002970         UNTIL BNK-CDT-AT-EOF.
002980     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002990     STOP RUN.
003000*----------------------------------------------------------------
003010* 0500-VERIFY-CYCLE - TAKE THE BUSINESS DATE FROM THE CYCLE
003020*                     RECORD AND REFUSE TO RUN ONCE EOD-REPORT IS
003030*                     STAMPED COMPLETE FOR IT - THE MATURITY
003040*                     POSTINGS WOULD MISS THE NIGHT'S REPORTS AND
003050*                     GL EXTRACT.  NOT A CYCLE STEP, SO NOTHING
003060*                     IS STAMPED.
003070*----------------------------------------------------------------
003080 0500-VERIFY-CYCLE.
003090     OPEN INPUT CYCLE-CONTROL.
003100     IF BNK-CYC-OK
003110         MOVE 1 TO BNK-CYC-RELKEY
003120         READ CYCLE-CONTROL
003130             INVALID KEY
003140                 CONTINUE
003150         END-READ
003160     END-IF.
003170     IF NOT BNK-CYC-OK
003180         DISPLAY "CD-MATURE: NO CYCLE CONTROL - RUN CYCLE-CTL "
003190             "TO OPEN THE BUSINESS DATE."
003200         MOVE 8 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     IF CYC-EOD-REPORT-DONE
003240         DISPLAY "CD-MATURE: EOD-REPORT ALREADY COMPLETE FOR "
003250             "BUSINESS DATE " CYC-BUSINESS-DATE
003260             " - RUN MATURITIES IN THE NEXT CYCLE."
003270         CLOSE CYCLE-CONTROL
003280         MOVE 8 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
003320     CLOSE CYCLE-CONTROL.
003330 0500-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 1000-INITIALIZE - LOAD THE "CD" RATE TIERS, WORK OUT THE NOTICE
003370*                   HORIZON, OPEN THE FILES AND REPORTS AND PRIME
003380*                   THE READ LOOP.  NO CDTERM FILE YET SIMPLY
003390*                   MEANS NO CERTIFICATES HAVE BEEN OPENED.
003400*----------------------------------------------------------------
003410 1000-INITIALIZE.
003420     MOVE ZERO TO BNK-READ-COUNT.
003430     MOVE ZERO TO BNK-MATURED-COUNT.
003440     MOVE ZERO TO BNK-ROLLED-COUNT.
003450     MOVE ZERO TO BNK-NORATE-COUNT.
003460     MOVE ZERO TO BNK-PAID-COUNT.
003470     MOVE ZERO TO BNK-HELD-COUNT.
003480     MOVE ZERO TO BNK-REDEEMED-COUNT.
003490     MOVE ZERO TO BNK-NOTICE-COUNT.
003500     MOVE ZERO TO BNK-ERROR-COUNT.
003510     MOVE ZERO TO BNK-TOTAL-INTEREST.
003520     MOVE ZERO TO BNK-TOTAL-PAID-OUT.
003530     MOVE ZERO TO BNK-RATE-COUNT.
003540
003550     OPEN INPUT RATE-TABLE.
003560     IF NOT BNK-RTE-OK
003570         DISPLAY "CD-MATURE: RATE TABLE NOT AVAILABLE, STATUS "
003580             BNK-RTE-STATUS " - ROLLOVERS KEEP THEIR OLD RATE."
003590     ELSE
003600         PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
003610             UNTIL NOT BNK-RTE-OK
003620         CLOSE RATE-TABLE
003630     END-IF.
003640
003650     MOVE BNK-RUN-DATE TO BNK-WORK-DATE.
003660     MOVE BNK-NOTICE-DAYS TO BNK-ADD-DAYS.
003670     PERFORM 6100-ADD-DAYS THRU 6100-EXIT.
003680     MOVE BNK-WORK-DATE TO BNK-NOTICE-HORIZON.
003690
003700     OPEN OUTPUT PRINT-FILE.
003710     MOVE BNK-RUN-DATE TO BNK-H1-RUN-DATE.
003720     MOVE BNK-HEADING-1 TO PRINT-LINE.
003730     WRITE PRINT-LINE.
003740     MOVE BNK-HEADING-2 TO PRINT-LINE.
003750     WRITE PRINT-LINE.
003760
003770     OPEN OUTPUT NOTICE-FILE.
003780     MOVE BNK-RUN-DATE TO BNK-NH1-RUN-DATE.
003790     MOVE BNK-NOTICE-HORIZON TO BNK-NH1-HORIZON.
003800     MOVE BNK-NOTICE-HEADING-1 TO NOTICE-LINE.
003810     WRITE NOTICE-LINE.
003820     MOVE BNK-NOTICE-HEADING-2 TO NOTICE-LINE.
003830     WRITE NOTICE-LINE.
003840
003850     SET BNK-CUS-NOT-OPENED TO TRUE.
003860     OPEN INPUT CUSTOMER-MASTER.
003870     IF BNK-CUS-OK
003880         SET BNK-CUS-OPENED TO TRUE
003890     END-IF.
003900
003910     SET BNK-ACM-NOT-OPENED TO TRUE.
003920     OPEN I-O ACCOUNT-MASTER.
003930     IF NOT BNK-ACM-OK
003940         DISPLAY "CD-MATURE: ACCOUNT MASTER NOT AVAILABLE, "
003950             "STATUS " BNK-ACM-STATUS
003960         MOVE 8 TO RETURN-CODE
003970         SET BNK-CDT-NOT-OPENED TO TRUE
003980         SET BNK-CDT-AT-EOF TO TRUE
003990         GO TO 1000-EXIT
004000     END-IF.
004010     SET BNK-ACM-OPENED TO TRUE.
004020
004030     SET BNK-CDT-NOT-AT-EOF TO TRUE.
004040     SET BNK-CDT-NOT-OPENED TO TRUE.
004050     OPEN I-O CD-TERM-FILE.
004060     IF NOT BNK-CDT-OK
004070         DISPLAY "CD-MATURE: NO CD TERM FILE - NO CERTIFICATES "
004080             "TO MATURE."
004090         SET BNK-CDT-AT-EOF TO TRUE
004100     ELSE
004110         SET BNK-CDT-OPENED TO TRUE
004120         READ CD-TERM-FILE NEXT RECORD
004130             AT END
004140                 SET BNK-CDT-AT-EOF TO TRUE
004150         END-READ
004160     END-IF.
004170 1000-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 1100-LOAD-ONE-RATE - READ THE NEXT RATE-TABLE RECORD AND KEEP
004210*                      IT IF IT IS A "CD" TIER
004220*----------------------------------------------------------------
004230 1100-LOAD-ONE-RATE.
004240     READ RATE-TABLE
004250         AT END
004260             CONTINUE
004270     END-READ.
004280     IF BNK-RTE-OK AND RTE-PRODUCT-CODE = "CD"
004290         IF BNK-RATE-COUNT < 100
004300             ADD 1 TO BNK-RATE-COUNT
004310             MOVE RTE-TIER-MIN-BALANCE TO
004320                 BNK-RTE-TIER-MIN (BNK-RATE-COUNT)
004330             MOVE RTE-RATE TO BNK-RTE-RATE (BNK-RATE-COUNT)
004340         ELSE
004350             DISPLAY "CD-MATURE: RATE TABLE FULL - CD TIER "
004360                 "DROPPED: " RTE-TIER-MIN-BALANCE
004370         END-IF
004380     END-IF.
004390 1100-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* 2000-PROCESS-ONE-TERM - BRING ONE CERTIFICATE UP TO DATE AND
004430*                         READ THE NEXT ONE.  PAID-OUT AND
004440*                         REDEEMED CERTIFICATES ARE HISTORY.  A
004450*                         CD WHOSE ACCOUNT WAS CLOSED OR DRAWN TO
004460*                         NOTHING IS REDEEMED; ONE THAT HAS
004470*                         REACHED MATURITY IS PAID ITS INTEREST
004480*                         AND ROLLED OR PAID OUT; A HELD PAY-OUT
004490*                         IS RETRIED; A RUNNING TERM IS OFFERED
004500*                         TO THE NOTICE LIST.
004510*----------------------------------------------------------------
004520 2000-PROCESS-ONE-TERM.
004530     ADD 1 TO BNK-READ-COUNT.
004540     IF CDT-PAID-OUT OR CDT-REDEEMED
004550         GO TO 2000-READ-NEXT
004560     END-IF.
004570     MOVE CDT-ACCT-NUMBER TO BNK-CD-ACCT.
004580     MOVE CDT-MATURITY-DATE TO BNK-TERM-MATURITY.
004590     MOVE CDT-ACCT-NUMBER TO ACM-ACCT-NUMBER.
004600     READ ACCOUNT-MASTER
004610         INVALID KEY
004620             CONTINUE
004630     END-READ.
004640     IF NOT BNK-ACM-OK
004650         DISPLAY "CD-MATURE: NO ACCOUNT FOR CD TERM "
004660             CDT-ACCT-NUMBER ", STATUS " BNK-ACM-STATUS
004670         ADD 1 TO BNK-ERROR-COUNT
004680         GO TO 2000-READ-NEXT
004690     END-IF.
004700     MOVE ZERO TO BNK-INTEREST-AMOUNT.
004701     IF ACM-BRANCH-NOT-SET
004702         MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-CD-BRANCH
004703     ELSE
004704         MOVE ACM-BRANCH-CODE TO BNK-CD-BRANCH
004705     END-IF.
004710
004720     IF ACM-ACCT-CLOSED
004730             OR (CDT-ACTIVE AND ACM-BALANCE NOT > ZERO)
004740         SET CDT-REDEEMED TO TRUE
004750         PERFORM 2900-REWRITE-TERM THRU 2900-EXIT
004760         ADD 1 TO BNK-REDEEMED-COUNT
004770         MOVE "REDEEMED" TO BNK-D-ACTION
004780         MOVE SPACES TO BNK-D-DETAIL
004790         PERFORM 5900-PRINT-REGISTER-LINE THRU 5900-EXIT
004800         GO TO 2000-READ-NEXT
004810     END-IF.
004820
004830     IF CDT-ACTIVE AND CDT-MATURITY-DATE NOT > BNK-RUN-DATE
004840         PERFORM 2200-PAY-FINAL-INTEREST THRU 2200-EXIT
004850         IF CDT-PAYOUT-ROLLOVER
004860             PERFORM 2300-ROLL-OVER THRU 2300-EXIT
004870         ELSE
004880             PERFORM 2400-PAY-OUT THRU 2400-EXIT
004890         END-IF
004900     ELSE
004910         IF CDT-MATURED
004920             PERFORM 2400-PAY-OUT THRU 2400-EXIT
004930         END-IF
004940     END-IF.
004950
004960     IF CDT-ACTIVE
004970         PERFORM 2600-CHECK-NOTICE THRU 2600-EXIT
004980     END-IF.
004990 2000-READ-NEXT.
005000     READ CD-TERM-FILE NEXT RECORD
005010         AT END
005020             SET BNK-CDT-AT-EOF TO TRUE
005030     END-READ.
005040 2000-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* 2200-PAY-FINAL-INTEREST - THE TERM HAS RUN.  CREDIT ITS
005080*                           INTEREST AT THE LOCKED RATE: PRINCIPAL
005090*                           X PER-MONTH RATE X TERM MONTHS, AS A
005100*                           TYPE-9 POSTING
005110*----------------------------------------------------------------
005120 2200-PAY-FINAL-INTEREST.
005130     ADD 1 TO BNK-MATURED-COUNT.
005140     COMPUTE BNK-INTEREST-AMOUNT ROUNDED =
005150         CDT-PRINCIPAL * CDT-LOCKED-RATE * CDT-TERM-MONTHS.
005160     IF BNK-INTEREST-AMOUNT NOT > ZERO
005170         MOVE ZERO TO BNK-INTEREST-AMOUNT
005180         GO TO 2200-EXIT
005190     END-IF.
005200     ADD BNK-INTEREST-AMOUNT TO ACM-BALANCE.
005210     MOVE BNK-RUN-DATE TO ACM-LAST-TXN-DATE.
005220     REWRITE ACM-ACCOUNT-RECORD
005230         INVALID KEY
005240             CONTINUE
005250     END-REWRITE.
005260     IF NOT BNK-ACM-OK
005270         DISPLAY "CD-MATURE: INTEREST REWRITE FAILED FOR "
005280             ACM-ACCT-NUMBER ", STATUS " BNK-ACM-STATUS
005290         ADD 1 TO BNK-ERROR-COUNT
005300         SUBTRACT BNK-INTEREST-AMOUNT FROM ACM-BALANCE
005310         MOVE ZERO TO BNK-INTEREST-AMOUNT
005320         GO TO 2200-EXIT
005330     END-IF.
005340     ADD BNK-INTEREST-AMOUNT TO BNK-TOTAL-INTEREST.
005350     SET AUD-TXN-INTEREST TO TRUE.
005360     MOVE BNK-INTEREST-AMOUNT TO BNK-AUD-AMOUNT.
005370     MOVE ACM-BALANCE TO BNK-AUD-BALANCE.
005380     MOVE ZERO TO BNK-AUD-XREF.
005390     PERFORM 5500-WRITE-AUDIT-RECORD THRU 5500-EXIT.
005400 2200-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* 2300-ROLL-OVER - START A NEW TERM OF THE SAME LENGTH ON THE
005440*                  MATURITY DATE, ON THE WHOLE BALANCE, AT TODAY'S
005450*                  RATETABL "CD" RATE FOR THAT BALANCE.  WITH NO
005460*                  RATE TO BE HAD THE OLD RATE CARRIES OVER AND
005470*                  THE CERTIFICATE IS COUNTED FOR REVIEW.  THE
005480*                  GRACE PERIOD LETS THE CUSTOMER CHANGE THEIR
005490*                  MIND WITHOUT PENALTY.
005500*----------------------------------------------------------------
005510 2300-ROLL-OVER.
005520     PERFORM 2350-FIND-CD-RATE THRU 2350-EXIT.
005530     IF BNK-RATE-FOUND
005540         MOVE BNK-BEST-RATE TO CDT-LOCKED-RATE
005550     ELSE
005560         DISPLAY "CD-MATURE: NO CD RATE FOR " ACM-ACCT-NUMBER
005570             " - ROLLED AT THE OLD RATE " CDT-LOCKED-RATE
005580         ADD 1 TO BNK-NORATE-COUNT
005590     END-IF.
005600     MOVE CDT-MATURITY-DATE TO CDT-TERM-START-DATE.
005610     MOVE CDT-MATURITY-DATE TO BNK-WORK-DATE.
005620     MOVE BNK-GRACE-DAYS TO BNK-ADD-DAYS.
005630     PERFORM 6100-ADD-DAYS THRU 6100-EXIT.
005640     MOVE BNK-WORK-DATE TO CDT-GRACE-END-DATE.
005650     PERFORM 6000-COMPUTE-MATURITY THRU 6000-EXIT.
005660     MOVE ACM-BALANCE TO CDT-PRINCIPAL.
005670     IF CDT-ROLLOVER-COUNT < 999
005680         ADD 1 TO CDT-ROLLOVER-COUNT
005690     END-IF.
005700     PERFORM 2900-REWRITE-TERM THRU 2900-EXIT.
005710     ADD 1 TO BNK-ROLLED-COUNT.
005720     MOVE "ROLLED" TO BNK-D-ACTION.
005730     MOVE "NEXT " TO BNK-N-LABEL.
005740     MOVE CDT-MATURITY-DATE TO BNK-N-VALUE.
005750     MOVE BNK-DETAIL-NOTE TO BNK-D-DETAIL.
005760     PERFORM 5900-PRINT-REGISTER-LINE THRU 5900-EXIT.
005770 2300-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800* 2350-FIND-CD-RATE - AMONG THE "CD" TIERS WHOSE MINIMUM DOES NOT
005810*                     EXCEED THE BALANCE, THE HIGHEST MINIMUM WINS
005820*----------------------------------------------------------------
005830 2350-FIND-CD-RATE.
005840     SET BNK-RATE-NOT-FOUND TO TRUE.
005850     MOVE ZERO TO BNK-BEST-TIER-MIN.
005860     MOVE ZERO TO BNK-BEST-RATE.
005870     PERFORM 2360-CHECK-ONE-RATE THRU 2360-EXIT
005880         VARYING BNK-RTE-SUB FROM 1 BY 1
005890         UNTIL BNK-RTE-SUB > BNK-RATE-COUNT.
005900 2350-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930* 2360-CHECK-ONE-RATE - FOLD ONE CD TIER INTO THE BEST-SO-FAR
005940*                       CHOICE FOR THE CURRENT BALANCE
005950*----------------------------------------------------------------
005960 2360-CHECK-ONE-RATE.
005970     IF BNK-RTE-TIER-MIN (BNK-RTE-SUB) NOT > ACM-BALANCE
005980         IF BNK-RATE-NOT-FOUND
005990                 OR BNK-RTE-TIER-MIN (BNK-RTE-SUB)
006000                     NOT < BNK-BEST-TIER-MIN
006010             SET BNK-RATE-FOUND TO TRUE
006020             MOVE BNK-RTE-TIER-MIN (BNK-RTE-SUB)
006030                 TO BNK-BEST-TIER-MIN
006040             MOVE BNK-RTE-RATE (BNK-RTE-SUB) TO BNK-BEST-RATE
006050         END-IF
006060     END-IF.
006070 2360-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 2400-PAY-OUT - TRANSFER THE WHOLE CD BALANCE TO THE LINKED
006110*                ACCOUNT AND CLOSE THE CD.  WHEN THE LINKED
006120*                ACCOUNT IS MISSING, CLOSED, DORMANT OR ITSELF A
006130*                CD, OR THE CD ITSELF IS FROZEN, THE PAY-OUT IS
006140*                HELD (STATUS "M") FOR THE BRANCH TO SORT OUT,
006145*                AND RETRIED EACH NIGHT.
006150*                THE CREDIT LEG POSTS FIRST SO A FAILED REWRITE
006160*                NEVER LEAVES THE MONEY IN NEITHER ACCOUNT.
006170*----------------------------------------------------------------
006180 2400-PAY-OUT.
006190     MOVE ACM-BALANCE TO BNK-PAYOUT-AMOUNT.
006200     MOVE ACM-BALANCE TO BNK-D-BALANCE.
006202     IF ACM-DEBIT-FROZEN
006204         PERFORM 2450-HOLD-PAY-OUT THRU 2450-EXIT
006206         GO TO 2400-EXIT
006208     END-IF.
006210     MOVE CDT-LINKED-ACCT TO ACM-ACCT-NUMBER.
006220     READ ACCOUNT-MASTER
006230         INVALID KEY
006240             CONTINUE
006250     END-READ.
006260     IF NOT BNK-ACM-OK OR NOT ACM-ACCT-OPEN OR ACM-PROD-CD
006270             OR CDT-LINKED-ACCT = BNK-CD-ACCT
006275             OR ACM-CHGOFF-BALANCE > ZERO
006280         PERFORM 2450-HOLD-PAY-OUT THRU 2450-EXIT
006290         GO TO 2400-EXIT
006300     END-IF.
006310
006320     ADD BNK-PAYOUT-AMOUNT TO ACM-BALANCE.
006330     MOVE BNK-RUN-DATE TO ACM-LAST-TXN-DATE.
006340     REWRITE ACM-ACCOUNT-RECORD
006350         INVALID KEY
006360             CONTINUE
006370     END-REWRITE.
006380     IF NOT BNK-ACM-OK
006390         DISPLAY "CD-MATURE: PAY-OUT CREDIT FAILED FOR "
006400             CDT-LINKED-ACCT ", STATUS " BNK-ACM-STATUS
006410         ADD 1 TO BNK-ERROR-COUNT
006420         PERFORM 2450-HOLD-PAY-OUT THRU 2450-EXIT
006430         GO TO 2400-EXIT
006440     END-IF.
006450     SET AUD-TXN-XFER-IN TO TRUE.
006460     MOVE BNK-PAYOUT-AMOUNT TO BNK-AUD-AMOUNT.
006470     MOVE ACM-BALANCE TO BNK-AUD-BALANCE.
006480     MOVE BNK-CD-ACCT TO BNK-AUD-XREF.
006490     PERFORM 5500-WRITE-AUDIT-RECORD THRU 5500-EXIT.
006500
006510     MOVE BNK-CD-ACCT TO ACM-ACCT-NUMBER.
006520     READ ACCOUNT-MASTER
006530         INVALID KEY
006540             CONTINUE
006550     END-READ.
006560     IF BNK-ACM-OK
006570         SUBTRACT BNK-PAYOUT-AMOUNT FROM ACM-BALANCE
006580         MOVE BNK-RUN-DATE TO ACM-LAST-TXN-DATE
006590         SET ACM-ACCT-CLOSED TO TRUE
006600         REWRITE ACM-ACCOUNT-RECORD
006610             INVALID KEY
006620                 CONTINUE
006630         END-REWRITE
006640     END-IF.
006650     IF NOT BNK-ACM-OK
006660         DISPLAY "CD-MATURE: PAY-OUT DEBIT FAILED FOR "
006670             BNK-CD-ACCT ", STATUS " BNK-ACM-STATUS
006680             " - LINKED ACCOUNT CREDITED, SUPERVISOR REVIEW "
006690             "REQUIRED."
006700         ADD 1 TO BNK-ERROR-COUNT
006710     ELSE
006720         SET AUD-TXN-XFER-OUT TO TRUE
006730         MOVE BNK-PAYOUT-AMOUNT TO BNK-AUD-AMOUNT
006740         MOVE ACM-BALANCE TO BNK-AUD-BALANCE
006750         MOVE CDT-LINKED-ACCT TO BNK-AUD-XREF
006760         PERFORM 5500-WRITE-AUDIT-RECORD THRU 5500-EXIT
006770     END-IF.
006780
006790     SET CDT-PAID-OUT TO TRUE.
006800     MOVE ZERO TO CDT-PRINCIPAL.
006810     PERFORM 2900-REWRITE-TERM THRU 2900-EXIT.
006820     ADD 1 TO BNK-PAID-COUNT.
006830     ADD BNK-PAYOUT-AMOUNT TO BNK-TOTAL-PAID-OUT.
006840     MOVE "PAID OUT" TO BNK-D-ACTION.
006850     MOVE "TO   " TO BNK-N-LABEL.
006860     MOVE CDT-LINKED-ACCT TO BNK-N-VALUE.
006870     MOVE BNK-DETAIL-NOTE TO BNK-D-DETAIL.
006880     PERFORM 5900-PRINT-REGISTER-LINE THRU 5900-EXIT.
006890 2400-EXIT.
006900     EXIT.
006910*----------------------------------------------------------------
006920* 2450-HOLD-PAY-OUT - THE PROCEEDS STAY IN THE CD, WHICH STOPS
006930*                     EARNING; THE BRANCH FIXES THE LINKED
006940*                     ACCOUNT OR PAYS THE CUSTOMER AT THE WINDOW.
006945*                     A FROZEN CD WAITS FOR THE FREEZE TO LIFT.
006950*----------------------------------------------------------------
006960 2450-HOLD-PAY-OUT.
006970     MOVE BNK-CD-ACCT TO ACM-ACCT-NUMBER.
006980     READ ACCOUNT-MASTER
006990         INVALID KEY
007000             CONTINUE
007010     END-READ.
007020     SET CDT-MATURED TO TRUE.
007030     PERFORM 2900-REWRITE-TERM THRU 2900-EXIT.
007040     ADD 1 TO BNK-HELD-COUNT.
007050     IF ACM-DEBIT-FROZEN
007052         MOVE "PAY FROZEN" TO BNK-D-ACTION
007054     ELSE
007056         MOVE "PAY HELD" TO BNK-D-ACTION
007058     END-IF.
007060     MOVE "LINK " TO BNK-N-LABEL.
007070     MOVE CDT-LINKED-ACCT TO BNK-N-VALUE.
007080     MOVE BNK-DETAIL-NOTE TO BNK-D-DETAIL.
007090     PERFORM 5900-PRINT-REGISTER-LINE THRU 5900-EXIT.
007100 2450-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------
007130* 2600-CHECK-NOTICE - LIST A RUNNING TERM THAT MATURES AFTER
007140*                     TODAY BUT WITHIN THE NOTICE HORIZON, UNLESS
007150*                     THIS TERM'S NOTICE ALREADY WENT OUT ON AN
007160*                     EARLIER NIGHT.  TONIGHT'S NOTICES ARE
007170*                     LISTED AGAIN ON A RERUN SO THE LIST IS NOT
007180*                     LOST.
007190*----------------------------------------------------------------
007200 2600-CHECK-NOTICE.
007210     IF CDT-MATURITY-DATE NOT > BNK-RUN-DATE
007220             OR CDT-MATURITY-DATE > BNK-NOTICE-HORIZON
007230         GO TO 2600-EXIT
007240     END-IF.
007250     IF CDT-NOTICE-DATE NOT < CDT-TERM-START-DATE
007260             AND CDT-NOTICE-DATE NOT = BNK-RUN-DATE
007270         GO TO 2600-EXIT
007280     END-IF.
007290     PERFORM 5800-PRINT-NOTICE THRU 5800-EXIT.
007300     MOVE BNK-RUN-DATE TO CDT-NOTICE-DATE.
007310     PERFORM 2900-REWRITE-TERM THRU 2900-EXIT.
007320     ADD 1 TO BNK-NOTICE-COUNT.
007330 2600-EXIT.
007340     EXIT.
007350*----------------------------------------------------------------
007360* 2900-REWRITE-TERM - PUT THE UPDATED TERM RECORD BACK
007370*----------------------------------------------------------------
007380 2900-REWRITE-TERM.
007390     REWRITE CDT-TERM-RECORD
007400         INVALID KEY
007410             CONTINUE
007420     END-REWRITE.
007430     IF NOT BNK-CDT-OK
007440         DISPLAY "CD-MATURE: TERM REWRITE FAILED FOR "
007450             CDT-ACCT-NUMBER ", STATUS " BNK-CDT-STATUS
007460         ADD 1 TO BNK-ERROR-COUNT
007470     END-IF.
007480 2900-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510* 5500-WRITE-AUDIT-RECORD - APPEND ONE AUDIT-TRAIL RECORD FOR THE
007520*                           POSTING JUST MADE.  THE CALLER SETS
007530*                           THE TYPE, AMOUNT, RESULTING BALANCE
007540*                           AND THE OTHER ACCOUNT OF A TRANSFER.
007550*----------------------------------------------------------------
007560 5500-WRITE-AUDIT-RECORD.
007570     MOVE BNK-RUN-DATE TO AUD-DATE.
007580     ACCEPT AUD-TIME FROM TIME.
007590     MOVE ACM-ACCT-NUMBER TO AUD-ACCT-NUMBER.
007600     MOVE BNK-AUD-AMOUNT  TO AUD-AMOUNT.
007610     MOVE BNK-AUD-BALANCE TO AUD-RESULT-BALANCE.
007620     MOVE BNK-OPERATOR-ID TO AUD-OPERATOR-ID.
007630     MOVE BNK-AUD-XREF    TO AUD-XREF-ACCT.
007640     MOVE SPACES          TO AUD-APPROVER-ID.
007650     MOVE ZERO            TO AUD-ORIG-DATE.
007660     MOVE ZERO            TO AUD-ORIG-TIME.
007670     MOVE SPACE           TO AUD-TENDER-CODE.
007671     IF ACM-BRANCH-NOT-SET
007672         MOVE BNK-HEAD-OFFICE-BRANCH TO AUD-ACCT-BRANCH
007673     ELSE
007674         MOVE ACM-BRANCH-CODE TO AUD-ACCT-BRANCH
007675     END-IF.
007676     MOVE BNK-CD-BRANCH   TO AUD-BRANCH-CODE.
007680
007690     OPEN EXTEND AUDIT-TRAIL.
007700     WRITE AUD-TRAIL-RECORD.
007710     CLOSE AUDIT-TRAIL.
007720 5500-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------
007750* 5800-PRINT-NOTICE - LIST ONE CERTIFICATE ON THE NOTICE LIST WITH
007760*                     ITS OWNER'S MAILING ADDRESS FROM CUSTMAST.
007770*                     THE CURRENT MASTER RECORD IS THE CD ACCOUNT.
007780*----------------------------------------------------------------
007790 5800-PRINT-NOTICE.
007800     MOVE CDT-ACCT-NUMBER   TO BNK-NL-ACCT-NO.
007810     MOVE ACM-CUST-NAME     TO BNK-NL-CUST-NAME.
007820     MOVE CDT-MATURITY-DATE TO BNK-NL-MATURITY.
007830     MOVE ACM-BALANCE       TO BNK-NL-BALANCE.
007840     MOVE CDT-LOCKED-RATE   TO BNK-NL-RATE.
007850     MOVE CDT-TERM-MONTHS   TO BNK-NL-TERM.
007860     IF CDT-PAYOUT-ROLLOVER
007870         MOVE "ROLL OVER" TO BNK-NL-PAYOUT
007880     ELSE
007890         MOVE "PAY TO ACCT" TO BNK-PT-LABEL
007900         MOVE CDT-LINKED-ACCT TO BNK-PT-ACCT
007910         MOVE BNK-PAYOUT-TEXT TO BNK-NL-PAYOUT
007920     END-IF.
007930     MOVE BNK-NOTICE-LINE-1 TO NOTICE-LINE.
007940     WRITE NOTICE-LINE.
007950
007960     MOVE "23" TO BNK-CUS-STATUS.
007970     IF BNK-CUS-OPENED AND ACM-CUST-NUMBER > ZERO
007980         MOVE ACM-CUST-NUMBER TO CUS-CUST-NUMBER
007990         READ CUSTOMER-MASTER
008000             INVALID KEY
008010                 CONTINUE
008020         END-READ
008030     END-IF.
008040     IF BNK-CUS-OK
008050         MOVE CUS-ADDR-LINE-1 TO BNK-NL-ADDR-LINE-1
008060         MOVE CUS-ADDR-LINE-2 TO BNK-NL-ADDR-LINE-2
008070         MOVE BNK-NOTICE-LINE-2 TO NOTICE-LINE
008080         WRITE NOTICE-LINE
008090         MOVE CUS-CITY  TO BNK-NL-CITY
008100         MOVE CUS-STATE TO BNK-NL-STATE
008110         MOVE CUS-ZIP   TO BNK-NL-ZIP
008120         MOVE BNK-NOTICE-LINE-3 TO NOTICE-LINE
008130         WRITE NOTICE-LINE
008140     ELSE
008150         MOVE BNK-NOTICE-NO-ADDR-LINE TO NOTICE-LINE
008160         WRITE NOTICE-LINE
008170     END-IF.
008180     MOVE BNK-BLANK-LINE TO NOTICE-LINE.
008190     WRITE NOTICE-LINE.
008200 5800-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------
008230* 5900-PRINT-REGISTER-LINE - PRINT ONE CERTIFICATE'S REGISTER
008240*                            LINE.  THE CALLER SETS THE ACTION AND
008250*                            DETAIL; A PAY-OUT HAS ALREADY SET THE
008260*                            BALANCE PAID.
008270*----------------------------------------------------------------
008280 5900-PRINT-REGISTER-LINE.
008290     MOVE CDT-ACCT-NUMBER     TO BNK-D-ACCT-NO.
008300     MOVE ACM-CUST-NAME       TO BNK-D-CUST-NAME.
008310     MOVE BNK-TERM-MATURITY   TO BNK-D-MATURITY.
008320     MOVE CDT-PRINCIPAL       TO BNK-D-PRINCIPAL.
008330     MOVE BNK-INTEREST-AMOUNT TO BNK-D-INTEREST.
008340     IF NOT CDT-PAID-OUT
008350         MOVE ACM-BALANCE TO BNK-D-BALANCE
008360     END-IF.
008370     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
008380     WRITE PRINT-LINE.
008390 5900-EXIT.
008400     EXIT.
008410*----------------------------------------------------------------
008420* 6000-COMPUTE-MATURITY - MATURITY = TERM START PLUS THE TERM IN
008430*                         MONTHS, SAME DAY OF MONTH; A DAY THE
008440*                         MATURITY MONTH DOES NOT HAVE FALLS BACK
008450*                         TO ITS LAST DAY
008460*----------------------------------------------------------------
008470 6000-COMPUTE-MATURITY.
008480     MOVE CDT-TERM-START-DATE TO BNK-WORK-DATE.
008490     COMPUTE BNK-MONTH-TOTAL =
008500         BNK-WORK-YEAR * 12 + BNK-WORK-MONTH - 1
008510             + CDT-TERM-MONTHS.
008520     DIVIDE BNK-MONTH-TOTAL BY 12
008530         GIVING BNK-WORK-YEAR
008540         REMAINDER BNK-WORK-MONTH.
008550     ADD 1 TO BNK-WORK-MONTH.
008560     PERFORM 6200-GET-DAYS-IN-MONTH THRU 6200-EXIT.
008570     IF BNK-WORK-DAY > BNK-DAYS-IN-MONTH
008580         MOVE BNK-DAYS-IN-MONTH TO BNK-WORK-DAY
008590     END-IF.
008600     MOVE BNK-WORK-DATE TO CDT-MATURITY-DATE.
008610 6000-EXIT.
008620     EXIT.
008630*----------------------------------------------------------------
008640* 6100-ADD-DAYS - MOVE THE WORK DATE BNK-ADD-DAYS CALENDAR DAYS
008650*                 FORWARD WITH MONTH AND YEAR ROLLOVER
008660*----------------------------------------------------------------
008670 6100-ADD-DAYS.
008680     PERFORM 6200-GET-DAYS-IN-MONTH THRU 6200-EXIT.
008690     ADD BNK-ADD-DAYS TO BNK-WORK-DAY.
008700     PERFORM 6150-CARRY-ONE-MONTH THRU 6150-EXIT
008710         UNTIL BNK-WORK-DAY NOT > BNK-DAYS-IN-MONTH.
008720 6100-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------
008750* 6150-CARRY-ONE-MONTH - CARRY THE DAYS PAST MONTH END INTO THE
008760*                        NEXT MONTH
008770*----------------------------------------------------------------
008780 6150-CARRY-ONE-MONTH.
008790     SUBTRACT BNK-DAYS-IN-MONTH FROM BNK-WORK-DAY.
008800     ADD 1 TO BNK-WORK-MONTH.
008810     IF BNK-WORK-MONTH > 12
008820         MOVE 1 TO BNK-WORK-MONTH
008830         ADD 1 TO BNK-WORK-YEAR
008840     END-IF.
008850     PERFORM 6200-GET-DAYS-IN-MONTH THRU 6200-EXIT.
008860 6150-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------
008890* 6200-GET-DAYS-IN-MONTH - DAYS IN THE WORK DATE'S MONTH.  THE
008900*                          EVERY-FOURTH-YEAR LEAP RULE IS RIGHT
008910*                          FOR 1901 THROUGH 2099, WHICH OUTLIVES
008920*                          THIS SYSTEM.
008930*----------------------------------------------------------------
008940 6200-GET-DAYS-IN-MONTH.
008950     EVALUATE BNK-WORK-MONTH
008960         WHEN 4
008970         WHEN 6
008980         WHEN 9
008990         WHEN 11
009000             MOVE 30 TO BNK-DAYS-IN-MONTH
009010         WHEN 2
009020             DIVIDE BNK-WORK-YEAR BY 4
009030                 GIVING BNK-LEAP-QUOTIENT
009040                 REMAINDER BNK-LEAP-REMAINDER
009050             IF BNK-LEAP-REMAINDER = ZERO
009060                 MOVE 29 TO BNK-DAYS-IN-MONTH
009070             ELSE
009080                 MOVE 28 TO BNK-DAYS-IN-MONTH
009090             END-IF
009100         WHEN OTHER
009110             MOVE 31 TO BNK-DAYS-IN-MONTH
009120     END-EVALUATE.
009130 6200-EXIT.
009140     EXIT.
009150*----------------------------------------------------------------
009160* 8000-FINALIZE - CLOSE FILES AND DISPLAY THE RUN SUMMARY
009170*----------------------------------------------------------------
009180 8000-FINALIZE.
009190     IF BNK-CDT-OPENED
009200         CLOSE CD-TERM-FILE
009210     END-IF.
009220     IF BNK-ACM-OPENED
009230         CLOSE ACCOUNT-MASTER
009240     END-IF.
009250     IF BNK-CUS-OPENED
009260         CLOSE CUSTOMER-MASTER
009270     END-IF.
009280     CLOSE PRINT-FILE.
009290     CLOSE NOTICE-FILE.
009300
009310     DISPLAY "CD-MATURE RUN SUMMARY".
009320     DISPLAY "  BUSINESS DATE        : " BNK-RUN-DATE.
009330     DISPLAY "  TERM RECORDS READ    : " BNK-READ-COUNT.
009340     DISPLAY "  CERTIFICATES MATURED : " BNK-MATURED-COUNT.
009350     DISPLAY "  ROLLED OVER          : " BNK-ROLLED-COUNT.
009360     DISPLAY "  ROLLED AT OLD RATE   : " BNK-NORATE-COUNT.
009370     DISPLAY "  PAID OUT             : " BNK-PAID-COUNT.
009380     DISPLAY "  PAY-OUTS HELD        : " BNK-HELD-COUNT.
009390     DISPLAY "  REDEEMED / CLOSED    : " BNK-REDEEMED-COUNT.
009400     DISPLAY "  NOTICES LISTED       : " BNK-NOTICE-COUNT.
009410     DISPLAY "  ERRORS               : " BNK-ERROR-COUNT.
009420     DISPLAY "  TOTAL INTEREST PAID  : " BNK-TOTAL-INTEREST.
009430     DISPLAY "  TOTAL PAID OUT       : " BNK-TOTAL-PAID-OUT.
009440     IF BNK-HELD-COUNT > ZERO
009450         DISPLAY "  HELD PAY-OUTS ARE ON CDMATRPT FOR THE BRANCH."
009460     END-IF.
009470 8000-EXIT.
009480     EXIT.
