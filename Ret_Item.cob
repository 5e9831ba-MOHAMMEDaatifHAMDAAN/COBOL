000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RET-ITEM.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - NIGHTLY RETURNED-ITEM RUN.  A CHECK
000200*                  TAKEN AT THE WINDOW THAT CAME BACK UNPAID WAS
000210*                  LEFT TO ITS HOLD EXPIRING IN HOLD-REL AND A
000220*                  HAND-KEYED REVERSAL IF ANYONE NOTICED.  THIS
000230*                  RUN READS THE CLEARING HOUSE'S RETURNED-ITEM
000240*                  FILE (HEADER, DETAILS, TRAILER WITH RECORD
000250*                  COUNT, AMOUNT HASH AND ACCOUNT-NUMBER HASH),
000260*                  PROVED THE SAME WAY BATCH-GATE PROVES A
000270*                  GATEWAY BATCH - A FILE THAT DOES NOT PROVE IS
000280*                  REJECTED WHOLE WITH RETURN-CODE 8 AND NOTHING
000290*                  POSTED.  EACH RETURNED ITEM IS MATCHED TO ITS
000300*                  ORIGINAL CHECK DEPOSIT (AUDIT TYPE 1, TENDER
000310*                  "K", SAME ACCOUNT, AMOUNT AND DEPOSIT DATE) ON
000320*                  AUDIT-TRAIL OR, FOR AN OLDER DEPOSIT, ON
000330*                  AUDIT-HISTORY.  A MATCHED ITEM IS CHARGED BACK
000340*                  (TYPE "R") WITH AUD-ORIG-DATE/TIME LINKING IT
000350*                  TO THE DEPOSIT, THE SHOP-STANDARD RETURNED-
000360*                  ITEM FEE IS ASSESSED (TYPE "F", SAME LINK),
000370*                  AND ANY HOLD STILL OPEN AGAINST THE DEPOSIT IS
000380*                  CANCELLED.  A DEPOSIT ALREADY CHARGED BACK IS
000390*                  NOT CHARGED TWICE.  ITEMS THAT CANNOT POST
000400*                  (NO ACCOUNT, CLOSED ACCOUNT, NO MATCHING
000410*                  DEPOSIT) PRINT ON THE RETRPT REGISTER FOR THE
000420*                  BRANCH TO WORK BY HAND.  THE REGISTER SHOWS
000430*                  EACH ACCOUNT'S RESULTING BALANCE AND ENDS WITH
000440*                  A CALL LIST OF ACCOUNTS LEFT NEGATIVE OR WITH
000450*                  REPEAT RETURNS.  ACM-LAST-TXN-DATE IS LEFT
000460*                  ALONE - A CHARGE-BACK IS NOT CUSTOMER
000470*                  ACTIVITY.  CYCLE STEP 9: REQUIRES DAILY-POST,
000480*                  MUST RUN BEFORE EOD-REPORT, AND REFUSES A
000490*                  SECOND RUN FOR THE SAME BUSINESS DATE.
000491* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000492*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000493*                  CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT OR A
000494*                  CATCH-UP RUN STILL WORKS THE RIGHT DAY.
000495*                  AUDIT RECORDS CARRY THE BUSINESS DATE TOO.
000496* 10/15/2026  RAO  MULTI-BRANCH.  STAMP THE ACCOUNT'S DOMICILE
000497*                  BRANCH ON EACH AUDIT RECORD AS BOTH THE ACCOUNT
000498*                  BRANCH AND THE BRANCH WHERE IT HAPPENED - A
000499*                  BATCH POSTING BELONGS TO NO TELLER'S BRANCH.
000500* 10/15/2026  RAO  EVERY CHARGE-BACK ON AUDIT-TRAIL FOR A RETURNED
000501*                  ACCOUNT IS KEPT BY ITS DEPOSIT LINK AND TESTED
000502*                  AFTER THE AUDIT-HISTORY MATCH, SO A RETURN OF
000503*                  AN ARCHIVED DEPOSIT ALREADY CHARGED BACK ON
000504*                  THE CURRENT TRAIL IS NOT CHARGED TWICE.
000505*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT RETURN-FILE ASSIGN TO "RETITEMS"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS BNK-RTI-STATUS.
000600
000610     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS ACM-ACCT-NUMBER
000650         FILE STATUS IS BNK-ACM-STATUS.
000660
000670     SELECT AUDIT-TRAIL ASSIGN TO "AUDTRAIL"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS BNK-AUD-STATUS.
000700
000710     SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS HIS-KEY
000750         FILE STATUS IS BNK-HIS-STATUS.
000760
000770     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS HLD-KEY
000810         FILE STATUS IS BNK-HLD-STATUS.
000820
000830     SELECT PRINT-FILE ASSIGN TO "RETRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS BNK-PRT-STATUS.
000860
000870     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000880         ORGANIZATION IS RELATIVE
000890         ACCESS MODE IS RANDOM
000900         RELATIVE KEY IS BNK-CYC-RELKEY
000910         FILE STATUS IS BNK-CYC-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  RETURN-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  RTI-RETURN-RECORD.
000970     05  RTI-REC-TYPE            PIC X(01).
000980         88  RTI-TYPE-HEADER     VALUE "H".
000990         88  RTI-TYPE-DETAIL     VALUE "D".
001000         88  RTI-TYPE-TRAILER    VALUE "T".
001010     05  RTI-REC-BODY            PIC X(40).
001020     05  RTI-HEADER-BODY REDEFINES RTI-REC-BODY.
001030         10  RTI-H-ORIGIN        PIC X(08).
001040         10  RTI-H-RETURN-DATE   PIC 9(08).
001050         10  FILLER              PIC X(24).
001060     05  RTI-DETAIL-BODY REDEFINES RTI-REC-BODY.
001070         10  RTI-D-ACCT-NUMBER   PIC 9(07).
001080         10  RTI-D-AMOUNT        PIC 9(07)V99.
001090         10  RTI-D-DEPOSIT-DATE  PIC 9(08).
001100         10  RTI-D-CHECK-NO      PIC 9(10).
001110         10  RTI-D-REASON        PIC X(02).
001120         10  FILLER              PIC X(04).
001130     05  RTI-TRAILER-BODY REDEFINES RTI-REC-BODY.
001140         10  RTI-T-RECORD-COUNT  PIC 9(07).
001150         10  RTI-T-AMOUNT-HASH   PIC 9(11)V99.
001160         10  RTI-T-ACCT-HASH     PIC 9(13).
001170         10  FILLER              PIC X(07).
001180*
001190 FD  ACCOUNT-MASTER
001200     LABEL RECORDS ARE STANDARD.
001210     COPY ACCTMAST.
001220*
001230 FD  AUDIT-TRAIL
001240     LABEL RECORDS ARE STANDARD.
001250     COPY AUDTRAIL.
001260*
001270 FD  AUDIT-HISTORY
001280     LABEL RECORDS ARE STANDARD.
001290     COPY AUDHIST.
001300*
001310 FD  HOLD-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY HOLDFILE.
001340*
001350 FD  PRINT-FILE
001360     LABEL RECORDS ARE OMITTED.
001370 01  PRINT-LINE                  PIC X(110).
001380*
001390 FD  CYCLE-CONTROL
001400     LABEL RECORDS ARE STANDARD.
001410     COPY CYCLCTL.
001420 WORKING-STORAGE SECTION.
001430 01  BNK-RTI-STATUS              PIC X(02).
001440     88  BNK-RTI-OK              VALUE "00".
001450 01  BNK-ACM-STATUS              PIC X(02).
001460     88  BNK-ACM-OK              VALUE "00".
001470 01  BNK-AUD-STATUS              PIC X(02).
001480     88  BNK-AUD-OK              VALUE "00".
001490 01  BNK-HIS-STATUS              PIC X(02).
001500     88  BNK-HIS-OK              VALUE "00".
001510 01  BNK-HLD-STATUS              PIC X(02).
001520     88  BNK-HLD-OK              VALUE "00".
001530 01  BNK-PRT-STATUS              PIC X(02).
001540 01  BNK-CYC-STATUS              PIC X(02).
001550     88  BNK-CYC-OK              VALUE "00".
001560 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001570 01  BNK-RTI-EOF-SWITCH          PIC X(01).
001580     88  BNK-RTI-AT-EOF          VALUE "Y".
001590     88  BNK-RTI-NOT-AT-EOF      VALUE "N".
001600 01  BNK-AUD-EOF-SWITCH          PIC X(01).
001610     88  BNK-AUD-AT-EOF          VALUE "Y".
001620     88  BNK-AUD-NOT-AT-EOF      VALUE "N".
001630 01  BNK-HIS-EOF-SWITCH          PIC X(01).
001640     88  BNK-HIS-AT-EOF          VALUE "Y".
001650     88  BNK-HIS-NOT-AT-EOF      VALUE "N".
001660 01  BNK-HIS-OPEN-SWITCH         PIC X(01).
001670     88  BNK-HIS-OPENED          VALUE "Y".
001680     88  BNK-HIS-NOT-OPENED      VALUE "N".
001690 01  BNK-HLD-EOF-SWITCH          PIC X(01).
001700     88  BNK-HLD-AT-EOF          VALUE "Y".
001710     88  BNK-HLD-NOT-AT-EOF      VALUE "N".
001720 01  BNK-HLD-OPEN-SWITCH         PIC X(01).
001730     88  BNK-HLD-OPENED          VALUE "Y".
001740     88  BNK-HLD-NOT-OPENED      VALUE "N".
001750 01  BNK-BATCH-SWITCH            PIC X(01).
001760     88  BNK-BATCH-GOOD          VALUE "G".
001770     88  BNK-BATCH-BAD           VALUE "B".
001780 01  BNK-HEADER-SWITCH           PIC X(01).
001790     88  BNK-HEADER-SEEN         VALUE "Y".
001800     88  BNK-HEADER-NOT-SEEN     VALUE "N".
001810 01  BNK-TRAILER-SWITCH          PIC X(01).
001820     88  BNK-TRAILER-SEEN        VALUE "Y".
001830     88  BNK-TRAILER-NOT-SEEN    VALUE "N".
001840 01  BNK-OPERATOR-ID             PIC X(08) VALUE "RETITEM".
001845 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
001850*    THE SHOP-STANDARD RETURNED-ITEM FEE.
001860 01  BNK-RETURN-FEE-AMOUNT       PIC 9(05)V99 VALUE 30.00.
001870 01  BNK-RUN-DATE                PIC 9(08).
001880 01  BNK-ORIGIN                  PIC X(08).
001890 01  BNK-RETURN-DATE             PIC 9(08).
001900 01  BNK-ITEM-COUNT              PIC 9(07) COMP.
001910 01  BNK-AMOUNT-HASH             PIC 9(11)V99.
001920 01  BNK-ACCT-HASH               PIC 9(13).
001930 01  BNK-TBL-SUB                 PIC 9(05) COMP.
001940 01  BNK-SCAN-SUB                PIC 9(05) COMP.
001950 01  BNK-FOUND-SUB               PIC 9(05) COMP.
001960 01  BNK-POSTED-COUNT            PIC 9(07) COMP.
001970 01  BNK-EXCEPTION-COUNT         PIC 9(07) COMP.
001980 01  BNK-HOLD-COUNT              PIC 9(07) COMP.
001990 01  BNK-CALL-COUNT              PIC 9(07) COMP.
002000 01  BNK-TOTAL-RETURNED          PIC S9(09)V99.
002010 01  BNK-TOTAL-FEES              PIC S9(09)V99.
002020 01  BNK-CHARGEBACK-BAL          PIC S9(09)V99.
002030 01  BNK-AUD-AMOUNT              PIC S9(07)V99.
002040 01  BNK-AUD-BALANCE             PIC S9(09)V99.
002050 01  BNK-RETURN-TOTAL            PIC 9(05) COMP.
002060*
002070*    THE WHOLE FILE IS BUFFERED SO NOTHING POSTS UNTIL THE
002080*    TRAILER HAS PROVED.  THE MATCH AND RESULT FIELDS ARE FILLED
002090*    IN AS EACH ITEM IS MATCHED AND POSTED.
002100 01  BNK-ITEM-TABLE.
002110     05  BNK-ITM-ENTRY OCCURS 1 TO 5000 TIMES
002120             DEPENDING ON BNK-ITEM-COUNT.
002130         10  BNK-ITM-ACCT-NO     PIC 9(07).
002140         10  BNK-ITM-AMOUNT      PIC 9(07)V99.
002150         10  BNK-ITM-DEP-DATE    PIC 9(08).
002160         10  BNK-ITM-CHECK-NO    PIC 9(10).
002170         10  BNK-ITM-REASON      PIC X(02).
002180         10  BNK-ITM-ORIG-DATE   PIC 9(08).
002190         10  BNK-ITM-ORIG-TIME   PIC 9(08).
002200         10  BNK-ITM-MATCH-FLAG  PIC X(01).
002210             88  BNK-ITM-MATCHED     VALUE "Y".
002220             88  BNK-ITM-NOT-MATCHED VALUE "N".
002230         10  BNK-ITM-DUP-FLAG    PIC X(01).
002240             88  BNK-ITM-DUPLICATE   VALUE "Y".
002250             88  BNK-ITM-NOT-DUPLICATE VALUE "N".
002260         10  BNK-ITM-HOLD-FLAG   PIC X(01).
002270             88  BNK-ITM-HOLD-CANCELLED VALUE "Y".
002280             88  BNK-ITM-NO-HOLD     VALUE "N".
002290         10  BNK-ITM-PRIOR-RETURNS PIC 9(05) COMP.
002300         10  BNK-ITM-RESULT      PIC X(01).
002310             88  BNK-ITM-POSTED      VALUE "P".
002320             88  BNK-ITM-NO-ACCOUNT  VALUE "A".
002330             88  BNK-ITM-ACCT-CLOSED VALUE "C".
002340             88  BNK-ITM-NO-DEPOSIT  VALUE "N".
002350             88  BNK-ITM-DUP-RETURN  VALUE "D".
002360             88  BNK-ITM-POST-FAILED VALUE "F".
002370         10  BNK-ITM-RESULT-BAL  PIC S9(09)V99.
002380         10  BNK-ITM-CUST-NAME   PIC X(30).
002390*
002391*    THE DEPOSIT LINK OF EVERY CHARGE-BACK ON AUDIT-TRAIL FOR AN
002392*    ACCOUNT IN THE FILE.  AN ITEM MATCHED LATER FROM
002393*    AUDIT-HISTORY IS TESTED AGAINST THESE TOO.
002394 01  BNK-LINK-COUNT              PIC 9(05) COMP.
002395 01  BNK-LINK-TABLE.
002396     05  BNK-LNK-ENTRY OCCURS 1 TO 5000 TIMES
002397             DEPENDING ON BNK-LINK-COUNT.
002398         10  BNK-LNK-ACCT-NO     PIC 9(07).
002399         10  BNK-LNK-ORIG-DATE   PIC 9(08).
002400         10  BNK-LNK-ORIG-TIME   PIC 9(08).
002401*
002402 01  BNK-HEADING-1.
002410     05  FILLER                  PIC X(40) VALUE
002420         "RETURNED ITEMS REGISTER".
002430     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002440     05  BNK-H1-RUN-DATE         PIC 9(08).
002450 01  BNK-HEADING-2.
002460     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
002470     05  FILLER                  PIC X(20) VALUE "NAME".
002480     05  FILLER                  PIC X(10) VALUE "DEP DATE".
002490     05  FILLER                  PIC X(12) VALUE "CHECK NO".
002500     05  FILLER                  PIC X(04) VALUE "RS".
002510     05  FILLER                  PIC X(13) VALUE "AMOUNT".
002520     05  FILLER                  PIC X(09) VALUE "FEE".
002530     05  FILLER                  PIC X(15) VALUE "BALANCE".
002540     05  FILLER                  PIC X(06) VALUE "HOLD".
002550     05  FILLER                  PIC X(10) VALUE "ACTION".
002560 01  BNK-DETAIL-LINE.
002570     05  BNK-D-ACCT-NO           PIC 9(07).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  BNK-D-CUST-NAME         PIC X(18).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  BNK-D-DEP-DATE          PIC 9(08).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  BNK-D-CHECK-NO          PIC 9(10).
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  BNK-D-REASON            PIC X(02).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  BNK-D-AMOUNT            PIC -(07)9.99.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  BNK-D-FEE               PIC -(03)9.99.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  BNK-D-BALANCE           PIC -(09)9.99.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  BNK-D-HOLD              PIC X(04).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  BNK-D-ACTION            PIC X(10).
002760 01  BNK-REJECT-LINE.
002770     05  FILLER                  PIC X(60) VALUE
002780         "** RETURN FILE REJECTED - NOTHING POSTED **".
002790 01  BNK-CALL-HEADING-1.
002800     05  FILLER                  PIC X(60) VALUE
002810         "ACCOUNTS TO CALL - NEGATIVE BALANCE OR REPEAT RETURNS".
002820 01  BNK-CALL-HEADING-2.
002830     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
002840     05  FILLER                  PIC X(32) VALUE "NAME".
002850     05  FILLER                  PIC X(15) VALUE "BALANCE".
002860     05  FILLER                  PIC X(09) VALUE "RETURNS".
002870     05  FILLER                  PIC X(20) VALUE "REASON".
002880 01  BNK-CALL-LINE.
002890     05  BNK-C-ACCT-NO           PIC 9(07).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  BNK-C-CUST-NAME         PIC X(30).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  BNK-C-BALANCE           PIC -(09)9.99.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  BNK-C-RETURNS           PIC ZZZZ9.
002960     05  FILLER                  PIC X(04) VALUE SPACES.
002970     05  BNK-C-REASON            PIC X(20).
002980 01  BNK-CALL-NONE-LINE.
002990     05  FILLER                  PIC X(30) VALUE
003000         "  NO ACCOUNTS TO CALL".
003010*
003020 PROCEDURE DIVISION.
003030*----------------------------------------------------------------
003040* 0000-MAINLINE - DRIVE THE RETURNED-ITEM RUN.  A FILE THAT DOES
003050*                 NOT PROVE ENDS THE STEP WITH RETURN-CODE 8,
003060*                 NOTHING POSTED AND NO CYCLE STAMP.
003070*----------------------------------------------------------------
003080 0000-MAINLINE.
003090     PERFORM 0500-VERIFY-CYCLE THRU 0500-EXIT.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     PERFORM 2000-PROVE-ONE-RECORD THRU 2000-EXIT
003120         UNTIL BNK-RTI-AT-EOF OR BNK-BATCH-BAD.
003130     PERFORM 3000-CHECK-BATCH THRU 3000-EXIT.
003140     IF BNK-BATCH-GOOD
003150         PERFORM 4000-MATCH-AUDIT-TRAIL THRU 4000-EXIT
003170     END-IF.
003172     IF BNK-BATCH-GOOD
003174         PERFORM 5000-POST-RETURNS THRU 5000-EXIT
003176     END-IF.
003180     IF BNK-BATCH-GOOD
003190         PERFORM 6000-PRINT-CALL-LIST THRU 6000-EXIT
003200     END-IF.
003210     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003220     IF BNK-BATCH-BAD
003230         MOVE 8 TO RETURN-CODE
003240     ELSE
003250         PERFORM 7500-STAMP-CYCLE THRU 7500-EXIT
003260     END-IF.
003270     STOP RUN.
003280*----------------------------------------------------------------
003290* 0500-VERIFY-CYCLE - REFUSE TO START UNLESS DAILY-POST IS
003300*                     STAMPED COMPLETE FOR THE OPEN BUSINESS
003310*                     DATE, ONCE EOD-REPORT HAS RUN (THE
003320*                     CHARGE-BACKS WOULD MISS THE NIGHT'S REPORTS
003330*                     AND GL EXTRACT), OR WHEN THIS STEP IS
003340*                     ALREADY STAMPED - A NEW FILE BELONGS TO THE
003350*                     NEXT CYCLE.  AN UNSTAMPED RERUN AFTER A
003360*                     FAILED RUN DOES NOT CHARGE AN ITEM TWICE
003370*                     WHEN ITS FIRST CHARGE-BACK REACHED
003371*                     AUDIT-TRAIL OR AUDIT-HISTORY: THE LINK TO
003372*                     THE DEPOSIT LISTS IT AS A DUPLICATE.  AN
003373*                     ITEM WHOSE ACCOUNT WAS REWRITTEN BUT WHOSE
003374*                     AUDIT RECORD WAS NOT WRITTEN IS NOT CAUGHT
003375*                     AND MUST BE CHECKED BY HAND.
003380*----------------------------------------------------------------
003390 0500-VERIFY-CYCLE.
003400     OPEN I-O CYCLE-CONTROL.
003410     IF BNK-CYC-OK
003420         MOVE 1 TO BNK-CYC-RELKEY
003430         READ CYCLE-CONTROL
003440             INVALID KEY
003450                 CONTINUE
003460         END-READ
003470     END-IF.
003480     IF NOT BNK-CYC-OK
003490         DISPLAY "RET-ITEM: NO CYCLE CONTROL - RUN CYCLE-CTL "
003500             "TO OPEN THE BUSINESS DATE."
003510         MOVE 8 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     IF NOT CYC-DAILY-POST-DONE
003550         DISPLAY "RET-ITEM: DAILY-POST NOT COMPLETE FOR "
003560             "BUSINESS DATE " CYC-BUSINESS-DATE
003570             " - STEP REFUSED."
003580         CLOSE CYCLE-CONTROL
003590         MOVE 8 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     IF CYC-EOD-REPORT-DONE
003630         DISPLAY "RET-ITEM: EOD-REPORT ALREADY COMPLETE FOR "
003640             "BUSINESS DATE " CYC-BUSINESS-DATE
003650             " - RUN THE RETURN FILE IN THE NEXT CYCLE."
003660         CLOSE CYCLE-CONTROL
003670         MOVE 8 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     IF CYC-RET-ITEM-DONE
003710         DISPLAY "RET-ITEM: ALREADY COMPLETE FOR BUSINESS "
003720             "DATE " CYC-BUSINESS-DATE " - STEP REFUSED."
003730         CLOSE CYCLE-CONTROL
003740         MOVE 8 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003765     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
003770     CLOSE CYCLE-CONTROL.
003780 0500-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 1000-INITIALIZE - OPEN THE RETURN FILE AND THE REGISTER AND
003820*                   PRIME THE READ LOOP
003830*----------------------------------------------------------------
003840 1000-INITIALIZE.
003850     SET BNK-RTI-NOT-AT-EOF TO TRUE.
003860     SET BNK-BATCH-GOOD TO TRUE.
003870     SET BNK-HEADER-NOT-SEEN TO TRUE.
003880     SET BNK-TRAILER-NOT-SEEN TO TRUE.
003890     MOVE ZERO TO BNK-ITEM-COUNT.
003895     MOVE ZERO TO BNK-LINK-COUNT.
003900     MOVE ZERO TO BNK-AMOUNT-HASH.
003910     MOVE ZERO TO BNK-ACCT-HASH.
003920     MOVE ZERO TO BNK-POSTED-COUNT.
003930     MOVE ZERO TO BNK-EXCEPTION-COUNT.
003940     MOVE ZERO TO BNK-HOLD-COUNT.
003950     MOVE ZERO TO BNK-CALL-COUNT.
003960     MOVE ZERO TO BNK-TOTAL-RETURNED.
003970     MOVE ZERO TO BNK-TOTAL-FEES.
003980     MOVE SPACES TO BNK-ORIGIN.
003990     MOVE ZERO TO BNK-RETURN-DATE.
004010
004020     OPEN OUTPUT PRINT-FILE.
004030     MOVE BNK-RUN-DATE TO BNK-H1-RUN-DATE.
004040     MOVE BNK-HEADING-1 TO PRINT-LINE.
004050     WRITE PRINT-LINE.
004060     MOVE BNK-HEADING-2 TO PRINT-LINE.
004070     WRITE PRINT-LINE.
004080
004090     OPEN INPUT RETURN-FILE.
004100     IF NOT BNK-RTI-OK
004110         DISPLAY "RET-ITEM: NO RETURNED-ITEM FILE, STATUS "
004120             BNK-RTI-STATUS
004130         SET BNK-RTI-AT-EOF TO TRUE
004140         SET BNK-BATCH-BAD TO TRUE
004150     ELSE
004160         READ RETURN-FILE
004170             AT END
004180                 SET BNK-RTI-AT-EOF TO TRUE
004190         END-READ
004200     END-IF.
004210 1000-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240* 2000-PROVE-ONE-RECORD - FOLD ONE DELIVERED RECORD INTO THE
004250*                         STRUCTURE CHECK AND THE PROOF TOTALS,
004260*                         BUFFER A DETAIL, AND READ THE NEXT
004270*                         ONE.  ANY STRUCTURAL FAULT CONDEMNS
004280*                         THE WHOLE FILE.
004290*----------------------------------------------------------------
004300 2000-PROVE-ONE-RECORD.
004310     EVALUATE TRUE
004320         WHEN RTI-TYPE-HEADER
004330             IF BNK-HEADER-SEEN
004340                 DISPLAY "RET-ITEM: SECOND HEADER - FILE "
004350                     "REJECTED."
004360                 SET BNK-BATCH-BAD TO TRUE
004370             ELSE
004380                 SET BNK-HEADER-SEEN TO TRUE
004390                 MOVE RTI-H-ORIGIN TO BNK-ORIGIN
004400                 MOVE RTI-H-RETURN-DATE TO BNK-RETURN-DATE
004410             END-IF
004420         WHEN RTI-TYPE-DETAIL
004430             PERFORM 2100-BUFFER-ONE-DETAIL THRU 2100-EXIT
004440         WHEN RTI-TYPE-TRAILER
004450             IF BNK-HEADER-NOT-SEEN
004460                 DISPLAY "RET-ITEM: TRAILER BEFORE HEADER - "
004470                     "FILE REJECTED."
004480                 SET BNK-BATCH-BAD TO TRUE
004490             ELSE
004500                 SET BNK-TRAILER-SEEN TO TRUE
004510                 PERFORM 2500-PROVE-TRAILER THRU 2500-EXIT
004520             END-IF
004530         WHEN OTHER
004540             DISPLAY "RET-ITEM: UNKNOWN RECORD TYPE "
004550                 RTI-REC-TYPE " - FILE REJECTED."
004560             SET BNK-BATCH-BAD TO TRUE
004570     END-EVALUATE.
004580
004590     READ RETURN-FILE
004600         AT END
004610             SET BNK-RTI-AT-EOF TO TRUE
004620     END-READ.
004630     IF BNK-RTI-NOT-AT-EOF AND BNK-TRAILER-SEEN
004640         DISPLAY "RET-ITEM: RECORDS AFTER THE TRAILER - "
004650             "FILE REJECTED."
004660         SET BNK-BATCH-BAD TO TRUE
004670     END-IF.
004680 2000-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710* 2100-BUFFER-ONE-DETAIL - HOLD ONE RETURNED ITEM IN THE TABLE
004720*                          AND FOLD IT INTO THE PROOF TOTALS
004730*----------------------------------------------------------------
004740 2100-BUFFER-ONE-DETAIL.
004750     IF BNK-HEADER-NOT-SEEN
004760         DISPLAY "RET-ITEM: DETAIL BEFORE HEADER - FILE "
004770             "REJECTED."
004780         SET BNK-BATCH-BAD TO TRUE
004790         GO TO 2100-EXIT
004800     END-IF.
004810     IF BNK-TRAILER-SEEN
004820         DISPLAY "RET-ITEM: DETAIL AFTER TRAILER - FILE "
004830             "REJECTED."
004840         SET BNK-BATCH-BAD TO TRUE
004850         GO TO 2100-EXIT
004860     END-IF.
004870     IF BNK-ITEM-COUNT NOT < 5000
004880         DISPLAY "RET-ITEM: FILE EXCEEDS 5000 ITEMS - "
004890             "FILE REJECTED."
004900         SET BNK-BATCH-BAD TO TRUE
004910         GO TO 2100-EXIT
004920     END-IF.
004930     IF RTI-D-AMOUNT NOT > ZERO
004940         DISPLAY "RET-ITEM: ZERO AMOUNT ON ACCOUNT "
004950             RTI-D-ACCT-NUMBER " - FILE REJECTED."
004960         SET BNK-BATCH-BAD TO TRUE
004970         GO TO 2100-EXIT
004980     END-IF.
004990     ADD 1 TO BNK-ITEM-COUNT.
005000     MOVE RTI-D-ACCT-NUMBER
005010         TO BNK-ITM-ACCT-NO (BNK-ITEM-COUNT).
005020     MOVE RTI-D-AMOUNT
005030         TO BNK-ITM-AMOUNT (BNK-ITEM-COUNT).
005040     MOVE RTI-D-DEPOSIT-DATE
005050         TO BNK-ITM-DEP-DATE (BNK-ITEM-COUNT).
005060     MOVE RTI-D-CHECK-NO
005070         TO BNK-ITM-CHECK-NO (BNK-ITEM-COUNT).
005080     MOVE RTI-D-REASON
005090         TO BNK-ITM-REASON (BNK-ITEM-COUNT).
005100     MOVE ZERO TO BNK-ITM-ORIG-DATE (BNK-ITEM-COUNT).
005110     MOVE ZERO TO BNK-ITM-ORIG-TIME (BNK-ITEM-COUNT).
005120     SET BNK-ITM-NOT-MATCHED (BNK-ITEM-COUNT) TO TRUE.
005130     SET BNK-ITM-NOT-DUPLICATE (BNK-ITEM-COUNT) TO TRUE.
005140     SET BNK-ITM-NO-HOLD (BNK-ITEM-COUNT) TO TRUE.
005150     MOVE ZERO TO BNK-ITM-PRIOR-RETURNS (BNK-ITEM-COUNT).
005160     MOVE SPACE TO BNK-ITM-RESULT (BNK-ITEM-COUNT).
005170     MOVE ZERO TO BNK-ITM-RESULT-BAL (BNK-ITEM-COUNT).
005180     MOVE SPACES TO BNK-ITM-CUST-NAME (BNK-ITEM-COUNT).
005190     ADD RTI-D-AMOUNT        TO BNK-AMOUNT-HASH.
005200     ADD RTI-D-ACCT-NUMBER   TO BNK-ACCT-HASH.
005210 2100-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------
005240* 2500-PROVE-TRAILER - PROVE THE DELIVERED TRAILER TOTALS
005250*                      AGAINST WHAT WAS ACTUALLY READ.  ANY
005260*                      MISMATCH CONDEMNS THE WHOLE FILE - A SHORT
005270*                      OR ALTERED FILE MUST NOT POST PARTIALLY.
005280*----------------------------------------------------------------
005290 2500-PROVE-TRAILER.
005300     IF RTI-T-RECORD-COUNT NOT = BNK-ITEM-COUNT
005310         DISPLAY "RET-ITEM: RECORD COUNT " BNK-ITEM-COUNT
005320             " DOES NOT PROVE TO TRAILER " RTI-T-RECORD-COUNT
005330             " - FILE REJECTED."
005340         SET BNK-BATCH-BAD TO TRUE
005350     END-IF.
005360     IF RTI-T-AMOUNT-HASH NOT = BNK-AMOUNT-HASH
005370         DISPLAY "RET-ITEM: AMOUNT HASH DOES NOT PROVE - "
005380             "FILE REJECTED."
005390         SET BNK-BATCH-BAD TO TRUE
005400     END-IF.
005410     IF RTI-T-ACCT-HASH NOT = BNK-ACCT-HASH
005420         DISPLAY "RET-ITEM: ACCOUNT HASH DOES NOT PROVE - "
005430             "FILE REJECTED."
005440         SET BNK-BATCH-BAD TO TRUE
005450     END-IF.
005460 2500-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490* 3000-CHECK-BATCH - FINAL STRUCTURE CHECK ONCE THE FILE HAS
005500*                    BEEN READ: A GOOD FILE HAS EXACTLY ONE
005510*                    HEADER AND ONE TRAILER
005520*----------------------------------------------------------------
005530 3000-CHECK-BATCH.
005540     IF BNK-BATCH-GOOD AND
005550             (BNK-HEADER-NOT-SEEN OR BNK-TRAILER-NOT-SEEN)
005560         DISPLAY "RET-ITEM: HEADER OR TRAILER MISSING - "
005570             "FILE REJECTED."
005580         SET BNK-BATCH-BAD TO TRUE
005590     END-IF.
005600 3000-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630* 4000-MATCH-AUDIT-TRAIL - ONE PASS OF THE CURRENT AUDIT-TRAIL:
005640*                          MATCH EACH RETURNED ITEM TO ITS
005650*                          ORIGINAL CHECK DEPOSIT, COUNT THE
005660*                          PRIOR CHARGE-BACKS ON ITS ACCOUNT AND
005665*                          KEEP THEIR DEPOSIT LINKS.  NO
005670*                          AUDIT-TRAIL YET JUST MEANS EVERY MATCH
005680*                          MUST COME FROM AUDIT-HISTORY.
005690*----------------------------------------------------------------
005700 4000-MATCH-AUDIT-TRAIL.
005710     SET BNK-AUD-NOT-AT-EOF TO TRUE.
005720     OPEN INPUT AUDIT-TRAIL.
005730     IF NOT BNK-AUD-OK
005740         GO TO 4000-EXIT
005750     END-IF.
005760     READ AUDIT-TRAIL
005770         AT END
005780             SET BNK-AUD-AT-EOF TO TRUE
005790     END-READ.
005800     PERFORM 4100-MATCH-ONE-AUDIT THRU 4100-EXIT
005810         UNTIL BNK-AUD-AT-EOF.
005820     CLOSE AUDIT-TRAIL.
005830 4000-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860* 4100-MATCH-ONE-AUDIT - OFFER ONE AUDIT-TRAIL RECORD TO THE ITEM
005870*                        TABLE AND READ THE NEXT ONE.  A CHECK
005880*                        DEPOSIT MATCHES THE FIRST STILL-
005890*                        UNMATCHED ITEM FOR THE SAME ACCOUNT,
005900*                        AMOUNT AND DATE, SO TWO RETURNS OF
005910*                        LOOK-ALIKE CHECKS TAKE TWO DEPOSITS.
005920*                        A CHARGE-BACK COUNTS AS A PRIOR RETURN
005930*                        FOR EVERY ITEM ON ITS ACCOUNT, AND ITS
005940*                        DEPOSIT LINK IS KEPT FOR THE DUPLICATE
005950*                        TEST MADE WHEN THE ITEM POSTS.
005960*----------------------------------------------------------------
005970 4100-MATCH-ONE-AUDIT.
005980     IF AUD-TXN-DEPOSIT AND AUD-TENDER-CHECK
005990         MOVE ZERO TO BNK-FOUND-SUB
006000         PERFORM 4150-CHECK-ONE-DEPOSIT THRU 4150-EXIT
006010             VARYING BNK-TBL-SUB FROM 1 BY 1
006020             UNTIL BNK-TBL-SUB > BNK-ITEM-COUNT
006030                 OR BNK-FOUND-SUB > ZERO
006040     END-IF.
006050     IF AUD-TXN-RETURN-ITEM
006055         MOVE ZERO TO BNK-FOUND-SUB
006060         PERFORM 4200-CHECK-ONE-RETURN THRU 4200-EXIT
006070             VARYING BNK-TBL-SUB FROM 1 BY 1
006080             UNTIL BNK-TBL-SUB > BNK-ITEM-COUNT
006082         IF BNK-FOUND-SUB > ZERO
006084             PERFORM 4250-SAVE-RETURN-LINK THRU 4250-EXIT
006086         END-IF
006090     END-IF.
006100
006110     READ AUDIT-TRAIL
006120         AT END
006130             SET BNK-AUD-AT-EOF TO TRUE
006140     END-READ.
006150 4100-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180* 4150-CHECK-ONE-DEPOSIT - MATCH THE CURRENT CHECK DEPOSIT TO ONE
006190*                          TABLE ENTRY IF IT IS STILL UNMATCHED
006200*                          AND AGREES ON ACCOUNT, AMOUNT AND DATE
006210*----------------------------------------------------------------
006220 4150-CHECK-ONE-DEPOSIT.
006230     IF BNK-ITM-NOT-MATCHED (BNK-TBL-SUB)
006240             AND BNK-ITM-ACCT-NO (BNK-TBL-SUB) = AUD-ACCT-NUMBER
006250             AND BNK-ITM-AMOUNT (BNK-TBL-SUB) = AUD-AMOUNT
006260             AND BNK-ITM-DEP-DATE (BNK-TBL-SUB) = AUD-DATE
006270         SET BNK-ITM-MATCHED (BNK-TBL-SUB) TO TRUE
006280         MOVE AUD-DATE TO BNK-ITM-ORIG-DATE (BNK-TBL-SUB)
006290         MOVE AUD-TIME TO BNK-ITM-ORIG-TIME (BNK-TBL-SUB)
006300         MOVE BNK-TBL-SUB TO BNK-FOUND-SUB
006310     END-IF.
006320 4150-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* 4200-CHECK-ONE-RETURN - COUNT THE CURRENT CHARGE-BACK AGAINST
006360*                         ONE TABLE ENTRY ON THE SAME ACCOUNT
006390*----------------------------------------------------------------
006400 4200-CHECK-ONE-RETURN.
006410     IF BNK-ITM-ACCT-NO (BNK-TBL-SUB) = AUD-ACCT-NUMBER
006420         ADD 1 TO BNK-ITM-PRIOR-RETURNS (BNK-TBL-SUB)
006460         MOVE BNK-TBL-SUB TO BNK-FOUND-SUB
006500     END-IF.
006510 4200-EXIT.
006520     EXIT.
006521*----------------------------------------------------------------
006522* 4250-SAVE-RETURN-LINK - KEEP THE ACCOUNT AND DEPOSIT LINK OF A
006523*                         CHARGE-BACK ON AN ACCOUNT IN THE FILE,
006524*                         WHETHER OR NOT ITS ITEM HAS MATCHED YET.
006525*                         A FULL TABLE REJECTS THE RUN RATHER
006526*                         THAN RISK A SECOND CHARGE-BACK.
006527*----------------------------------------------------------------
006528 4250-SAVE-RETURN-LINK.
006529     IF BNK-LINK-COUNT NOT < 5000
006530         DISPLAY "RET-ITEM: OVER 5000 CHARGE-BACKS ON "
006531             "AUDIT-TRAIL FOR THESE ACCOUNTS - NOTHING POSTED."
006533         SET BNK-BATCH-BAD TO TRUE
006534         SET BNK-AUD-AT-EOF TO TRUE
006535         GO TO 4250-EXIT
006536     END-IF.
006537     ADD 1 TO BNK-LINK-COUNT.
006538     MOVE AUD-ACCT-NUMBER TO BNK-LNK-ACCT-NO (BNK-LINK-COUNT).
006539     MOVE AUD-ORIG-DATE   TO BNK-LNK-ORIG-DATE (BNK-LINK-COUNT).
006540     MOVE AUD-ORIG-TIME   TO BNK-LNK-ORIG-TIME (BNK-LINK-COUNT).
006541 4250-EXIT.
006542     EXIT.
006543*----------------------------------------------------------------
006544* 5000-POST-RETURNS - OPEN THE MASTER FILES AND POST EVERY
006550*                     BUFFERED ITEM.  NO AUDIT-HISTORY OR
006560*                     HOLD-FILE YET JUST MEANS NOTHING TO FIND
006570*                     THERE.
006580*----------------------------------------------------------------
006590 5000-POST-RETURNS.
006600     OPEN I-O ACCOUNT-MASTER.
006610     IF NOT BNK-ACM-OK
006620         DISPLAY "RET-ITEM: NO ACCOUNT MASTER, STATUS "
006630             BNK-ACM-STATUS " - NOTHING POSTED."
006640         SET BNK-BATCH-BAD TO TRUE
006650         GO TO 5000-EXIT
006660     END-IF.
006670
006680     SET BNK-HIS-OPENED TO TRUE.
006690     OPEN INPUT AUDIT-HISTORY.
006700     IF NOT BNK-HIS-OK
006710         SET BNK-HIS-NOT-OPENED TO TRUE
006720     END-IF.
006730     SET BNK-HLD-OPENED TO TRUE.
006740     OPEN I-O HOLD-FILE.
006750     IF NOT BNK-HLD-OK
006760         SET BNK-HLD-NOT-OPENED TO TRUE
006770     END-IF.
006780
006790     PERFORM 5100-POST-ONE-ITEM THRU 5100-EXIT
006800         VARYING BNK-TBL-SUB FROM 1 BY 1
006810         UNTIL BNK-TBL-SUB > BNK-ITEM-COUNT.
006820
006830     CLOSE ACCOUNT-MASTER.
006840     IF BNK-HIS-OPENED
006850         CLOSE AUDIT-HISTORY
006860     END-IF.
006870     IF BNK-HLD-OPENED
006880         CLOSE HOLD-FILE
006890     END-IF.
006900 5000-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------
006930* 5100-POST-ONE-ITEM - APPLY ONE RETURNED ITEM AND PRINT ITS
006940*                      REGISTER LINE
006950*----------------------------------------------------------------
006960 5100-POST-ONE-ITEM.
006970     PERFORM 5150-APPLY-ONE-ITEM THRU 5150-EXIT.
006980     IF BNK-ITM-POSTED (BNK-TBL-SUB)
006990         ADD 1 TO BNK-POSTED-COUNT
007000     ELSE
007010         ADD 1 TO BNK-EXCEPTION-COUNT
007020     END-IF.
007030     PERFORM 5900-PRINT-REGISTER-LINE THRU 5900-EXIT.
007040 5100-EXIT.
007050     EXIT.
007060*----------------------------------------------------------------
007070* 5150-APPLY-ONE-ITEM - READ THE ACCOUNT, FINISH THE MATCH FROM
007073*                       AUDIT-HISTORY, TEST THE MATCHED DEPOSIT
007076*                       AGAINST EVERY CHARGE-BACK ALREADY ON FILE
007080*                       OR IN THIS RUN, AND WHEN THE ITEM IS GOOD
007090*                       CHARGE IT BACK, ASSESS THE FEE, WRITE
007100*                       BOTH AUDIT RECORDS AND CANCEL THE HOLD.
007110*                       AN ITEM THAT CANNOT POST IS LEFT WITH ITS
007120*                       REASON FOR THE REGISTER.
007130*----------------------------------------------------------------
007140 5150-APPLY-ONE-ITEM.
007150     MOVE BNK-ITM-ACCT-NO (BNK-TBL-SUB) TO ACM-ACCT-NUMBER.
007160     READ ACCOUNT-MASTER
007170         INVALID KEY
007180             CONTINUE
007190     END-READ.
007200     IF NOT BNK-ACM-OK
007210         SET BNK-ITM-NO-ACCOUNT (BNK-TBL-SUB) TO TRUE
007220         GO TO 5150-EXIT
007230     END-IF.
007240     MOVE ACM-CUST-NAME TO BNK-ITM-CUST-NAME (BNK-TBL-SUB).
007250     MOVE ACM-BALANCE   TO BNK-ITM-RESULT-BAL (BNK-TBL-SUB).
007260     IF ACM-ACCT-CLOSED
007270         SET BNK-ITM-ACCT-CLOSED (BNK-TBL-SUB) TO TRUE
007280         GO TO 5150-EXIT
007290     END-IF.
007300
007310     PERFORM 5200-SCAN-HISTORY THRU 5200-EXIT.
007320     PERFORM 5300-CHECK-EARLIER-ITEM THRU 5300-EXIT
007330         VARYING BNK-SCAN-SUB FROM 1 BY 1
007340         UNTIL BNK-SCAN-SUB NOT < BNK-TBL-SUB.
007341     IF BNK-ITM-MATCHED (BNK-TBL-SUB)
007342         PERFORM 5350-CHECK-TRAIL-LINK THRU 5350-EXIT
007343             VARYING BNK-SCAN-SUB FROM 1 BY 1
007344             UNTIL BNK-SCAN-SUB > BNK-LINK-COUNT
007345     END-IF.
007350     IF BNK-ITM-NOT-MATCHED (BNK-TBL-SUB)
007360         SET BNK-ITM-NO-DEPOSIT (BNK-TBL-SUB) TO TRUE
007370         GO TO 5150-EXIT
007380     END-IF.
007390     IF BNK-ITM-DUPLICATE (BNK-TBL-SUB)
007400         SET BNK-ITM-DUP-RETURN (BNK-TBL-SUB) TO TRUE
007410         GO TO 5150-EXIT
007420     END-IF.
007430
007440     SUBTRACT BNK-ITM-AMOUNT (BNK-TBL-SUB) FROM ACM-BALANCE.
007450     MOVE ACM-BALANCE TO BNK-CHARGEBACK-BAL.
007460     SUBTRACT BNK-RETURN-FEE-AMOUNT FROM ACM-BALANCE.
007470     REWRITE ACM-ACCOUNT-RECORD
007480         INVALID KEY
007490             DISPLAY "RET-ITEM: REWRITE FAILED FOR "
007500                 ACM-ACCT-NUMBER ", STATUS " BNK-ACM-STATUS
007510     END-REWRITE.
007520     IF NOT BNK-ACM-OK
007530         SET BNK-ITM-POST-FAILED (BNK-TBL-SUB) TO TRUE
007540         GO TO 5150-EXIT
007550     END-IF.
007560     MOVE ACM-BALANCE TO BNK-ITM-RESULT-BAL (BNK-TBL-SUB).
007570
007580     SET AUD-TXN-RETURN-ITEM TO TRUE.
007590     MOVE BNK-ITM-AMOUNT (BNK-TBL-SUB) TO BNK-AUD-AMOUNT.
007600     MOVE BNK-CHARGEBACK-BAL TO BNK-AUD-BALANCE.
007610     PERFORM 5500-WRITE-AUDIT-RECORD THRU 5500-EXIT.
007620     SET AUD-TXN-RETURN-FEE TO TRUE.
007630     MOVE BNK-RETURN-FEE-AMOUNT TO BNK-AUD-AMOUNT.
007640     MOVE ACM-BALANCE TO BNK-AUD-BALANCE.
007650     PERFORM 5500-WRITE-AUDIT-RECORD THRU 5500-EXIT.
007660     ADD BNK-ITM-AMOUNT (BNK-TBL-SUB) TO BNK-TOTAL-RETURNED.
007670     ADD BNK-RETURN-FEE-AMOUNT TO BNK-TOTAL-FEES.
007680
007690     PERFORM 5400-CANCEL-HOLD THRU 5400-EXIT.
007700     SET BNK-ITM-POSTED (BNK-TBL-SUB) TO TRUE.
007710 5150-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740* 5200-SCAN-HISTORY - READ THE ACCOUNT'S ARCHIVED POSTINGS ON
007750*                     AUDIT-HISTORY: MATCH AN OLDER CHECK DEPOSIT
007760*                     THE CURRENT TRAIL DID NOT HOLD, COUNT THE
007770*                     ARCHIVED CHARGE-BACKS, AND FLAG A DEPOSIT
007780*                     ONE OF THEM ALREADY CHARGED BACK
007790*----------------------------------------------------------------
007800 5200-SCAN-HISTORY.
007810     IF BNK-HIS-NOT-OPENED
007820         GO TO 5200-EXIT
007830     END-IF.
007840     SET BNK-HIS-NOT-AT-EOF TO TRUE.
007850     MOVE BNK-ITM-ACCT-NO (BNK-TBL-SUB) TO HIS-ACCT-NUMBER.
007860     MOVE ZERO TO HIS-DATE.
007870     MOVE ZERO TO HIS-TIME.
007880     MOVE ZERO TO HIS-SEQ-NO.
007890     START AUDIT-HISTORY KEY NOT < HIS-KEY
007900         INVALID KEY
007910             SET BNK-HIS-AT-EOF TO TRUE
007920     END-START.
007930     IF BNK-HIS-NOT-AT-EOF
007940         READ AUDIT-HISTORY NEXT RECORD
007950             AT END
007960                 SET BNK-HIS-AT-EOF TO TRUE
007970         END-READ
007980     END-IF.
007990     PERFORM 5250-CHECK-ONE-HISTORY THRU 5250-EXIT
008000         UNTIL BNK-HIS-AT-EOF.
008010 5200-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------
008040* 5250-CHECK-ONE-HISTORY - OFFER ONE ARCHIVED POSTING TO THE
008050*                          CURRENT ITEM AND READ THE NEXT ONE;
008060*                          STOP ONCE THE KEY LEAVES THIS ACCOUNT
008070*----------------------------------------------------------------
008080 5250-CHECK-ONE-HISTORY.
008090     IF HIS-ACCT-NUMBER NOT = BNK-ITM-ACCT-NO (BNK-TBL-SUB)
008100         SET BNK-HIS-AT-EOF TO TRUE
008110         GO TO 5250-EXIT
008120     END-IF.
008130     IF HIS-TXN-TYPE = "1" AND HIS-TENDER-CODE = "K"
008140             AND BNK-ITM-NOT-MATCHED (BNK-TBL-SUB)
008150             AND HIS-AMOUNT = BNK-ITM-AMOUNT (BNK-TBL-SUB)
008160             AND HIS-DATE = BNK-ITM-DEP-DATE (BNK-TBL-SUB)
008170         SET BNK-ITM-MATCHED (BNK-TBL-SUB) TO TRUE
008180         MOVE HIS-DATE TO BNK-ITM-ORIG-DATE (BNK-TBL-SUB)
008190         MOVE HIS-TIME TO BNK-ITM-ORIG-TIME (BNK-TBL-SUB)
008200     END-IF.
008210     IF HIS-TXN-TYPE = "R"
008220         ADD 1 TO BNK-ITM-PRIOR-RETURNS (BNK-TBL-SUB)
008230         IF BNK-ITM-MATCHED (BNK-TBL-SUB)
008240                 AND HIS-ORIG-DATE
008250                     = BNK-ITM-ORIG-DATE (BNK-TBL-SUB)
008260                 AND HIS-ORIG-TIME
008270                     = BNK-ITM-ORIG-TIME (BNK-TBL-SUB)
008280             SET BNK-ITM-DUPLICATE (BNK-TBL-SUB) TO TRUE
008290         END-IF
008300     END-IF.
008310     READ AUDIT-HISTORY NEXT RECORD
008320         AT END
008330             SET BNK-HIS-AT-EOF TO TRUE
008340     END-READ.
008350 5250-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------
008380* 5300-CHECK-EARLIER-ITEM - AN ITEM ALREADY CHARGED BACK EARLIER
008390*                           IN THIS RUN ON THE SAME ACCOUNT COUNTS
008400*                           AS A PRIOR RETURN, AND IF IT TOOK THE
008410*                           SAME DEPOSIT THIS ITEM IS A DUPLICATE
008420*----------------------------------------------------------------
008430 5300-CHECK-EARLIER-ITEM.
008440     IF BNK-ITM-POSTED (BNK-SCAN-SUB)
008450             AND BNK-ITM-ACCT-NO (BNK-SCAN-SUB)
008460                 = BNK-ITM-ACCT-NO (BNK-TBL-SUB)
008470         ADD 1 TO BNK-ITM-PRIOR-RETURNS (BNK-TBL-SUB)
008480         IF BNK-ITM-MATCHED (BNK-TBL-SUB)
008490                 AND BNK-ITM-ORIG-DATE (BNK-SCAN-SUB)
008500                     = BNK-ITM-ORIG-DATE (BNK-TBL-SUB)
008510                 AND BNK-ITM-ORIG-TIME (BNK-SCAN-SUB)
008520                     = BNK-ITM-ORIG-TIME (BNK-TBL-SUB)
008530             SET BNK-ITM-DUPLICATE (BNK-TBL-SUB) TO TRUE
008540         END-IF
008550     END-IF.
008560 5300-EXIT.
008570     EXIT.
008571*----------------------------------------------------------------
008572* 5350-CHECK-TRAIL-LINK - THE ITEM IS A DUPLICATE WHEN A
008573*                         CHARGE-BACK ON AUDIT-TRAIL FOR ITS
008574*                         ACCOUNT LINKS TO THE DEPOSIT IT MATCHED,
008575*                         WHETHER THAT DEPOSIT CAME FROM THE TRAIL
008576*                         OR FROM AUDIT-HISTORY
008577*----------------------------------------------------------------
008578 5350-CHECK-TRAIL-LINK.
008579     IF BNK-LNK-ACCT-NO (BNK-SCAN-SUB)
008580             = BNK-ITM-ACCT-NO (BNK-TBL-SUB)
008581             AND BNK-LNK-ORIG-DATE (BNK-SCAN-SUB)
008582                 = BNK-ITM-ORIG-DATE (BNK-TBL-SUB)
008583             AND BNK-LNK-ORIG-TIME (BNK-SCAN-SUB)
008584                 = BNK-ITM-ORIG-TIME (BNK-TBL-SUB)
008585         SET BNK-ITM-DUPLICATE (BNK-TBL-SUB) TO TRUE
008586     END-IF.
008587 5350-EXIT.
008588     EXIT.
008589*----------------------------------------------------------------
008590* 5400-CANCEL-HOLD - CANCEL THE FIRST HOLD STILL OPEN AGAINST THE
008600*                    RETURNED DEPOSIT (SAME ACCOUNT, AMOUNT AND
008610*                    PLACED DATE).  THE HOLD STAYS ON FILE AS
008620*                    HISTORY WITH STATUS "X".
008630*----------------------------------------------------------------
008640 5400-CANCEL-HOLD.
008650     IF BNK-HLD-NOT-OPENED
008660         GO TO 5400-EXIT
008670     END-IF.
008680     SET BNK-HLD-NOT-AT-EOF TO TRUE.
008690     MOVE BNK-ITM-ACCT-NO (BNK-TBL-SUB) TO HLD-ACCT-NUMBER.
008700     MOVE ZERO TO HLD-HOLD-SEQ.
008710     START HOLD-FILE KEY NOT < HLD-KEY
008720         INVALID KEY
008730             SET BNK-HLD-AT-EOF TO TRUE
008740     END-START.
008750     IF BNK-HLD-NOT-AT-EOF
008760         READ HOLD-FILE NEXT RECORD
008770             AT END
008780                 SET BNK-HLD-AT-EOF TO TRUE
008790         END-READ
008800     END-IF.
008810     PERFORM 5450-CHECK-ONE-HOLD THRU 5450-EXIT
008820         UNTIL BNK-HLD-AT-EOF
008830             OR BNK-ITM-HOLD-CANCELLED (BNK-TBL-SUB).
008840 5400-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870* 5450-CHECK-ONE-HOLD - CANCEL THE CURRENT HOLD IF IT PROTECTS
008880*                       THE RETURNED DEPOSIT, ELSE READ THE NEXT
008890*                       ONE; STOP ONCE THE KEY LEAVES THIS
008900*                       ACCOUNT
008910*----------------------------------------------------------------
008920 5450-CHECK-ONE-HOLD.
008930     IF HLD-ACCT-NUMBER NOT = BNK-ITM-ACCT-NO (BNK-TBL-SUB)
008940         SET BNK-HLD-AT-EOF TO TRUE
008950         GO TO 5450-EXIT
008960     END-IF.
008970     IF HLD-HELD
008980             AND HLD-AMOUNT = BNK-ITM-AMOUNT (BNK-TBL-SUB)
008990             AND HLD-PLACED-DATE = BNK-ITM-DEP-DATE (BNK-TBL-SUB)
009000         SET HLD-CANCELLED TO TRUE
009010         REWRITE HLD-HOLD-RECORD
009020             INVALID KEY
009030                 DISPLAY "RET-ITEM: HOLD REWRITE FAILED FOR "
009040                     HLD-ACCT-NUMBER ", STATUS " BNK-HLD-STATUS
009050         END-REWRITE
009060         IF BNK-HLD-OK
009070             SET BNK-ITM-HOLD-CANCELLED (BNK-TBL-SUB) TO TRUE
009080             ADD 1 TO BNK-HOLD-COUNT
009090         ELSE
009100             SET BNK-HLD-AT-EOF TO TRUE
009110         END-IF
009120         GO TO 5450-EXIT
009130     END-IF.
009140     READ HOLD-FILE NEXT RECORD
009150         AT END
009160             SET BNK-HLD-AT-EOF TO TRUE
009170     END-READ.
009180 5450-EXIT.
009190     EXIT.
009200*----------------------------------------------------------------
009210* 5500-WRITE-AUDIT-RECORD - APPEND ONE AUDIT RECORD FOR THE
009220*                           CHARGE-BACK OR FEE JUST POSTED.  THE
009230*                           CALLER SETS THE TYPE, AMOUNT AND
009240*                           RESULTING BALANCE; BOTH RECORDS LINK
009250*                           TO THE ORIGINAL CHECK DEPOSIT.
009260*----------------------------------------------------------------
009270 5500-WRITE-AUDIT-RECORD.
009280     MOVE BNK-RUN-DATE TO AUD-DATE.
009290     ACCEPT AUD-TIME FROM TIME.
009300     MOVE ACM-ACCT-NUMBER TO AUD-ACCT-NUMBER.
009310     MOVE BNK-AUD-AMOUNT  TO AUD-AMOUNT.
009320     MOVE BNK-AUD-BALANCE TO AUD-RESULT-BALANCE.
009330     MOVE BNK-OPERATOR-ID TO AUD-OPERATOR-ID.
009340     MOVE ZERO            TO AUD-XREF-ACCT.
009350     MOVE SPACES          TO AUD-APPROVER-ID.
009360     MOVE BNK-ITM-ORIG-DATE (BNK-TBL-SUB) TO AUD-ORIG-DATE.
009370     MOVE BNK-ITM-ORIG-TIME (BNK-TBL-SUB) TO AUD-ORIG-TIME.
009380     MOVE SPACE           TO AUD-TENDER-CODE.
009381     IF ACM-BRANCH-NOT-SET
009382         MOVE BNK-HEAD-OFFICE-BRANCH TO AUD-ACCT-BRANCH
009383     ELSE
009384         MOVE ACM-BRANCH-CODE TO AUD-ACCT-BRANCH
009385     END-IF.
009386     MOVE AUD-ACCT-BRANCH TO AUD-BRANCH-CODE.
009390
009400     OPEN EXTEND AUDIT-TRAIL.
009410     WRITE AUD-TRAIL-RECORD.
009420     CLOSE AUDIT-TRAIL.
009430 5500-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------
009460* 5900-PRINT-REGISTER-LINE - PRINT ONE ITEM'S REGISTER LINE WITH
009470*                            THE ACCOUNT'S RESULTING BALANCE AND
009480*                            WHAT WAS DONE WITH IT
009490*----------------------------------------------------------------
009500 5900-PRINT-REGISTER-LINE.
009510     MOVE BNK-ITM-ACCT-NO (BNK-TBL-SUB)    TO BNK-D-ACCT-NO.
009520     MOVE BNK-ITM-CUST-NAME (BNK-TBL-SUB)  TO BNK-D-CUST-NAME.
009530     MOVE BNK-ITM-DEP-DATE (BNK-TBL-SUB)   TO BNK-D-DEP-DATE.
009540     MOVE BNK-ITM-CHECK-NO (BNK-TBL-SUB)   TO BNK-D-CHECK-NO.
009550     MOVE BNK-ITM-REASON (BNK-TBL-SUB)     TO BNK-D-REASON.
009560     MOVE BNK-ITM-AMOUNT (BNK-TBL-SUB)     TO BNK-D-AMOUNT.
009570     MOVE BNK-ITM-RESULT-BAL (BNK-TBL-SUB) TO BNK-D-BALANCE.
009580     MOVE ZERO TO BNK-D-FEE.
009590     MOVE SPACES TO BNK-D-HOLD.
009600     EVALUATE TRUE
009610         WHEN BNK-ITM-POSTED (BNK-TBL-SUB)
009620             MOVE BNK-RETURN-FEE-AMOUNT TO BNK-D-FEE
009630             MOVE "CHARGED"    TO BNK-D-ACTION
009640             IF BNK-ITM-HOLD-CANCELLED (BNK-TBL-SUB)
009650                 MOVE "CANC" TO BNK-D-HOLD
009660             END-IF
009670         WHEN BNK-ITM-NO-ACCOUNT (BNK-TBL-SUB)
009680             MOVE "NO ACCOUNT" TO BNK-D-ACTION
009690         WHEN BNK-ITM-ACCT-CLOSED (BNK-TBL-SUB)
009700             MOVE "CLOSED"     TO BNK-D-ACTION
009710         WHEN BNK-ITM-NO-DEPOSIT (BNK-TBL-SUB)
009720             MOVE "NO DEPOSIT" TO BNK-D-ACTION
009730         WHEN BNK-ITM-DUP-RETURN (BNK-TBL-SUB)
009740             MOVE "DUPLICATE"  TO BNK-D-ACTION
009750         WHEN OTHER
009760             MOVE "FAILED"     TO BNK-D-ACTION
009770     END-EVALUATE.
009780     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
009790     WRITE PRINT-LINE.
009800 5900-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------
009830* 6000-PRINT-CALL-LIST - LIST THE ACCOUNTS BRANCH STAFF SHOULD
009840*                        CALL: LEFT NEGATIVE BY TONIGHT'S
009850*                        CHARGE-BACKS, OR WITH A RETURN BEFORE
009860*                        THIS ONE
009870*----------------------------------------------------------------
009880 6000-PRINT-CALL-LIST.
009890     MOVE SPACES TO PRINT-LINE.
009900     WRITE PRINT-LINE.
009910     MOVE BNK-CALL-HEADING-1 TO PRINT-LINE.
009920     WRITE PRINT-LINE.
009930     MOVE BNK-CALL-HEADING-2 TO PRINT-LINE.
009940     WRITE PRINT-LINE.
009950     PERFORM 6100-LIST-ONE-ITEM THRU 6100-EXIT
009960         VARYING BNK-TBL-SUB FROM 1 BY 1
009970         UNTIL BNK-TBL-SUB > BNK-ITEM-COUNT.
009980     IF BNK-CALL-COUNT = ZERO
009990         MOVE BNK-CALL-NONE-LINE TO PRINT-LINE
010000         WRITE PRINT-LINE
010010     END-IF.
010020 6000-EXIT.
010030     EXIT.
010040*----------------------------------------------------------------
010050* 6100-LIST-ONE-ITEM - PRINT A CALL-LIST LINE FOR ONE CHARGED-
010060*                      BACK ITEM THAT QUALIFIES.  AN ACCOUNT WITH
010070*                      SEVERAL ITEMS TONIGHT IS LISTED ONCE,
010080*                      UNDER ITS LAST ITEM, WHICH CARRIES THE
010090*                      FINAL BALANCE AND THE FULL RETURN COUNT.
010100*----------------------------------------------------------------
010110 6100-LIST-ONE-ITEM.
010120     IF NOT BNK-ITM-POSTED (BNK-TBL-SUB)
010130         GO TO 6100-EXIT
010140     END-IF.
010150     IF BNK-ITM-RESULT-BAL (BNK-TBL-SUB) NOT < ZERO
010160             AND BNK-ITM-PRIOR-RETURNS (BNK-TBL-SUB) = ZERO
010170         GO TO 6100-EXIT
010180     END-IF.
010190     MOVE ZERO TO BNK-FOUND-SUB.
010200     PERFORM 6150-CHECK-LATER-ITEM THRU 6150-EXIT
010210         VARYING BNK-SCAN-SUB FROM BNK-TBL-SUB BY 1
010220         UNTIL BNK-SCAN-SUB > BNK-ITEM-COUNT
010230             OR BNK-FOUND-SUB > ZERO.
010240     IF BNK-FOUND-SUB > ZERO
010250         GO TO 6100-EXIT
010260     END-IF.
010270
010280     COMPUTE BNK-RETURN-TOTAL =
010290         BNK-ITM-PRIOR-RETURNS (BNK-TBL-SUB) + 1.
010300     MOVE BNK-ITM-ACCT-NO (BNK-TBL-SUB)    TO BNK-C-ACCT-NO.
010310     MOVE BNK-ITM-CUST-NAME (BNK-TBL-SUB)  TO BNK-C-CUST-NAME.
010320     MOVE BNK-ITM-RESULT-BAL (BNK-TBL-SUB) TO BNK-C-BALANCE.
010330     MOVE BNK-RETURN-TOTAL                 TO BNK-C-RETURNS.
010340     IF BNK-ITM-RESULT-BAL (BNK-TBL-SUB) < ZERO
010350         IF BNK-ITM-PRIOR-RETURNS (BNK-TBL-SUB) > ZERO
010360             MOVE "NEGATIVE / REPEAT" TO BNK-C-REASON
010370         ELSE
010380             MOVE "NEGATIVE BALANCE" TO BNK-C-REASON
010390         END-IF
010400     ELSE
010410         MOVE "REPEAT RETURN" TO BNK-C-REASON
010420     END-IF.
010430     MOVE BNK-CALL-LINE TO PRINT-LINE.
010440     WRITE PRINT-LINE.
010450     ADD 1 TO BNK-CALL-COUNT.
010460 6100-EXIT.
010470     EXIT.
010480*----------------------------------------------------------------
010490* 6150-CHECK-LATER-ITEM - NOTE A LATER CHARGED-BACK ITEM ON THE
010500*                         SAME ACCOUNT (THE SCAN STARTS AT THE
010510*                         CURRENT ITEM, WHICH IS SKIPPED)
010520*----------------------------------------------------------------
010530 6150-CHECK-LATER-ITEM.
010540     IF BNK-SCAN-SUB > BNK-TBL-SUB
010550             AND BNK-ITM-POSTED (BNK-SCAN-SUB)
010560             AND BNK-ITM-ACCT-NO (BNK-SCAN-SUB)
010570                 = BNK-ITM-ACCT-NO (BNK-TBL-SUB)
010580         MOVE BNK-SCAN-SUB TO BNK-FOUND-SUB
010590     END-IF.
010600 6150-EXIT.
010610     EXIT.
010620*----------------------------------------------------------------
010630* 7500-STAMP-CYCLE - STAMP THIS STEP COMPLETE ON THE CYCLE
010640*                    RECORD.  ONLY CALLED WHEN THE FILE PROVED.
010650*----------------------------------------------------------------
010660 7500-STAMP-CYCLE.
010670     OPEN I-O CYCLE-CONTROL.
010680     MOVE 1 TO BNK-CYC-RELKEY.
010690     READ CYCLE-CONTROL
010700         INVALID KEY
010710             CONTINUE
010720     END-READ.
010730     IF BNK-CYC-OK
010740         SET CYC-RET-ITEM-DONE TO TRUE
010750         REWRITE CYC-CYCLE-RECORD
010760     END-IF.
010770     IF NOT BNK-CYC-OK
010780         DISPLAY "RET-ITEM: CYCLE STAMP FAILED, STATUS "
010790             BNK-CYC-STATUS
010800     END-IF.
010810     CLOSE CYCLE-CONTROL.
010820 7500-EXIT.
010830     EXIT.
010840*----------------------------------------------------------------
010850* 8000-FINALIZE - CLOSE FILES AND DISPLAY THE RUN SUMMARY
010860*----------------------------------------------------------------
010870 8000-FINALIZE.
010880     IF BNK-RTI-OK OR BNK-RTI-STATUS = "10"
010890         CLOSE RETURN-FILE
010900     END-IF.
010910     IF BNK-BATCH-BAD
010920         MOVE BNK-REJECT-LINE TO PRINT-LINE
010930         WRITE PRINT-LINE
010940     END-IF.
010950     CLOSE PRINT-FILE.
010960
010970     DISPLAY "RET-ITEM RUN SUMMARY".
010980     DISPLAY "  ORIGIN               : " BNK-ORIGIN.
010990     DISPLAY "  RETURN DATE          : " BNK-RETURN-DATE.
011000     DISPLAY "  ITEMS RECEIVED       : " BNK-ITEM-COUNT.
011010     DISPLAY "  ITEMS CHARGED BACK   : " BNK-POSTED-COUNT.
011020     DISPLAY "  ITEMS NOT POSTED     : " BNK-EXCEPTION-COUNT.
011030     DISPLAY "  HOLDS CANCELLED      : " BNK-HOLD-COUNT.
011040     DISPLAY "  TOTAL CHARGED BACK   : " BNK-TOTAL-RETURNED.
011050     DISPLAY "  TOTAL FEES ASSESSED  : " BNK-TOTAL-FEES.
011060     DISPLAY "  ACCOUNTS TO CALL     : " BNK-CALL-COUNT.
011070     IF BNK-BATCH-BAD
011080         DISPLAY "  RETURN FILE REJECTED - NOTHING POSTS WITHOUT "
011090             "A CLEAN PROOF."
011100     END-IF.
011110     IF BNK-EXCEPTION-COUNT > ZERO
011120         DISPLAY "  ITEMS NOT POSTED ARE ON RETRPT FOR THE "
011130             "BRANCH."
011140     END-IF.
011150 8000-EXIT.
011160     EXIT.
