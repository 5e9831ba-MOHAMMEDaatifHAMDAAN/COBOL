000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NEG-AGING.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - NIGHTLY NEGATIVE-BALANCE AGING RUN
000200*                  (CYCLE STEP 12).  OVERDRAFT DRAWS AND UNPAID
000210*                  FEES CAN LEAVE A LEDGER NEGATIVE INDEFINITELY,
000220*                  AND ESCHEAT ONLY SETS SUCH ACCOUNTS ASIDE.
000230*                  WALKS ACCTMAST AND, FOR EVERY ACCOUNT NOT
000240*                  CLOSED, KEEPS THE DATE IT WAS FIRST FOUND
000250*                  NEGATIVE (ACM-NEG-SINCE-DATE) AND FIRST FOUND
000260*                  BEYOND ITS OVERDRAFT LINE (ACM-OVER-LIMIT-
000270*                  SINCE); A LEDGER BACK AT ZERO OR ABOVE CLEARS
000280*                  BOTH.  DAYS ARE CALENDAR DAYS COUNTED FROM THE
000290*                  FIRST NEGATIVE BUSINESS DATE AS DAY 1.  THE
000300*                  AGINGRPT DELINQUENCY REPORT LISTS EVERY
000310*                  NEGATIVE ACCOUNT AND TOTALS THEM IN 1-30,
000320*                  31-60, 61-90 AND 90+ DAY BUCKETS, WITHIN AND
000330*                  OVER THE LINE.  THE FIRST NIGHT AN ACCOUNT
000340*                  REACHES EACH BUCKET A COLLECTION NOTICE GOES
000350*                  TO THE COLLNTC EXTRACT WITH THE PRIMARY
000360*                  OWNER'S CUSTMAST MAILING ADDRESS, AND
000370*                  ACM-AGING-STAGE RECORDS THE NOTICE SENT.  AN
000380*                  ACCOUNT NEGATIVE LONGER THAN THE CHARGE-OFF
000390*                  POLICY (BNK-CHARGE-OFF-DAYS) IS MARKED STAGE
000400*                  "C" FOR THE CHARGE-OFF RUN (CHG-OFF, STEP 13).
000410*                  REFUSES TO START UNTIL DAILY-POST IS STAMPED,
000420*                  ONCE EOD-REPORT HAS RUN, OR A SECOND TIME FOR
000430*                  THE SAME BUSINESS DATE.
000431* 10/15/2026  RAO  RERUN SAFETY.  A NOTICE NOW STAMPS
000432*                  ACM-NOTICE-DATE, AND A RERUN AFTER A FAILED
000433*                  RUN WRITES AGAIN THE NOTICE OF EVERY ACCOUNT
000434*                  NOTICED ON THE RUN DATE, SO THE NEW EXTRACT
000435*                  LOSES NONE.  A NOTICE THAT FAILS TO WRITE NO
000436*                  LONGER ADVANCES ACM-AGING-STAGE.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS ACM-ACCT-NUMBER
000550         FILE STATUS IS BNK-ACM-STATUS.
000560
000570     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CUS-CUST-NUMBER
000610         FILE STATUS IS BNK-CUS-STATUS.
000620
000630     SELECT NOTICE-FILE ASSIGN TO "COLLNTC"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS BNK-NTC-STATUS.
000660
000670     SELECT PRINT-FILE ASSIGN TO "AGINGRPT"
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
000780 FD  ACCOUNT-MASTER
000790     LABEL RECORDS ARE STANDARD.
000800     COPY ACCTMAST.
000810*
000820 FD  CUSTOMER-MASTER
000830     LABEL RECORDS ARE STANDARD.
000840     COPY CUSTMAST.
000850*
000860*    COLLECTION NOTICE EXTRACT FOR THE LETTER SHOP - A HEADER, ONE
000870*    DETAIL PER NOTICE AND A TRAILER CARRYING THE COUNT AND THE
000880*    TOTAL OWED.  AMOUNTS OWED ARE UNSIGNED.
000890 FD  NOTICE-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  NTC-NOTICE-RECORD.
000920     05  NTC-REC-TYPE            PIC X(01).
000930         88  NTC-TYPE-HEADER     VALUE "H".
000940         88  NTC-TYPE-DETAIL     VALUE "D".
000950         88  NTC-TYPE-TRAILER    VALUE "T".
000960     05  NTC-REC-BODY            PIC X(156).
000970     05  NTC-HEADER-BODY REDEFINES NTC-REC-BODY.
000980         10  NTC-H-RUN-DATE      PIC 9(08).
000990         10  NTC-H-CHGOFF-DAYS   PIC 9(03).
001000         10  FILLER              PIC X(145).
001010     05  NTC-DETAIL-BODY REDEFINES NTC-REC-BODY.
001020         10  NTC-D-ACCT-NUMBER   PIC 9(07).
001030         10  NTC-D-CUST-NUMBER   PIC 9(07).
001040         10  NTC-D-BRANCH        PIC X(03).
001050         10  NTC-D-BUCKET        PIC 9(01).
001060         10  NTC-D-DAYS-NEGATIVE PIC 9(05).
001070         10  NTC-D-AMOUNT-OWED   PIC 9(09)V99.
001080         10  NTC-D-OVER-LIMIT    PIC X(01).
001090         10  NTC-D-CUST-NAME     PIC X(30).
001100         10  NTC-D-ADDR-LINE-1   PIC X(30).
001110         10  NTC-D-ADDR-LINE-2   PIC X(30).
001120         10  NTC-D-CITY          PIC X(20).
001130         10  NTC-D-STATE         PIC X(02).
001140         10  NTC-D-ZIP           PIC X(09).
001150     05  NTC-TRAILER-BODY REDEFINES NTC-REC-BODY.
001160         10  NTC-T-RECORD-COUNT  PIC 9(07).
001170         10  NTC-T-TOTAL-OWED    PIC 9(11)V99.
001180         10  FILLER              PIC X(136).
001190*
001200 FD  PRINT-FILE
001210     LABEL RECORDS ARE OMITTED.
001220 01  PRINT-LINE                  PIC X(110).
001230*
001240 FD  CYCLE-CONTROL
001250     LABEL RECORDS ARE STANDARD.
001260     COPY CYCLCTL.
001270 WORKING-STORAGE SECTION.
001280 01  BNK-ACM-STATUS              PIC X(02).
001290     88  BNK-ACM-OK              VALUE "00".
001300 01  BNK-CUS-STATUS              PIC X(02).
001310     88  BNK-CUS-OK              VALUE "00".
001320 01  BNK-NTC-STATUS              PIC X(02).
001330     88  BNK-NTC-OK              VALUE "00".
001340 01  BNK-PRT-STATUS              PIC X(02).
001350 01  BNK-CYC-STATUS              PIC X(02).
001360     88  BNK-CYC-OK              VALUE "00".
001370 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001380 01  BNK-ACM-EOF-SWITCH          PIC X(01).
001390     88  BNK-ACM-AT-EOF          VALUE "Y".
001400     88  BNK-ACM-NOT-AT-EOF      VALUE "N".
001410 01  BNK-ACM-OPEN-SWITCH         PIC X(01).
001420     88  BNK-ACM-OPENED          VALUE "Y".
001430     88  BNK-ACM-NOT-OPENED      VALUE "N".
001440 01  BNK-CUS-OPEN-SWITCH         PIC X(01).
001450     88  BNK-CUS-OPENED          VALUE "Y".
001460     88  BNK-CUS-NOT-OPENED      VALUE "N".
001470 01  BNK-OVER-SWITCH             PIC X(01).
001480     88  BNK-OVER-LIMIT          VALUE "Y".
001490     88  BNK-WITHIN-LIMIT        VALUE "N".
001500 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
001510*    THE SHOP'S CHARGE-OFF POLICY: AN ACCOUNT NEGATIVE FOR MORE
001520*    THAN THIS MANY CALENDAR DAYS IS WRITTEN OFF BY CHG-OFF.
001530 01  BNK-CHARGE-OFF-DAYS         PIC 9(03) VALUE 120.
001540 01  BNK-RUN-DATE                PIC 9(08).
001550 01  BNK-RUN-DAY-NO              PIC 9(06).
001560 01  BNK-WORK-DATE               PIC 9(08).
001570 01  BNK-WORK-DATE-R REDEFINES BNK-WORK-DATE.
001580     05  BNK-WORK-YEAR           PIC 9(04).
001590     05  BNK-WORK-MONTH          PIC 9(02).
001600     05  BNK-WORK-DAY            PIC 9(02).
001610 01  BNK-DAY-NUMBER              PIC 9(06).
001620 01  BNK-YEARS-SINCE-BASE        PIC 9(04).
001630 01  BNK-LEAP-QUOTIENT           PIC 9(04).
001640 01  BNK-LEAP-REMAINDER          PIC 9(01).
001650*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH, NOT LEAP.
001660 01  BNK-DAYS-BEFORE-VALUES.
001670     05  FILLER                  PIC X(18) VALUE
001680         "000031059090120151".
001690     05  FILLER                  PIC X(18) VALUE
001700         "181212243273304334".
001710 01  BNK-DAYS-BEFORE-TABLE REDEFINES BNK-DAYS-BEFORE-VALUES.
001720     05  BNK-DAYS-BEFORE-MONTH   PIC 9(03) OCCURS 12 TIMES.
001730 01  BNK-OD-ALLOWANCE            PIC 9(07)V99.
001740 01  BNK-AMOUNT-OWED             PIC 9(09)V99.
001750 01  BNK-DAYS-NEGATIVE           PIC 9(05).
001760 01  BNK-DAYS-OVER               PIC 9(05).
001770 01  BNK-BUCKET                  PIC 9(01).
001780 01  BNK-LAST-NOTICE             PIC 9(01).
001790 01  BNK-STAGE-WORK              PIC X(01).
001800 01  BNK-STAGE-WORK-R REDEFINES BNK-STAGE-WORK
001810                                 PIC 9(01).
001820 01  BNK-BK-SUB                  PIC 9(01) COMP.
001830 01  BNK-READ-COUNT              PIC 9(07) COMP.
001840 01  BNK-NEGATIVE-COUNT          PIC 9(07) COMP.
001850 01  BNK-NEW-COUNT               PIC 9(07) COMP.
001860 01  BNK-CURED-COUNT             PIC 9(07) COMP.
001870 01  BNK-NOTICE-COUNT            PIC 9(07) COMP.
001880 01  BNK-NO-ADDR-COUNT           PIC 9(07) COMP.
001890 01  BNK-CHGOFF-DUE-COUNT        PIC 9(07) COMP.
001900 01  BNK-ERROR-COUNT             PIC 9(07) COMP.
001910 01  BNK-TOTAL-NOTICED           PIC 9(11)V99.
001920*
001930*    BUCKET TOTALS - ENTRIES 1-4 ARE THE AGE BUCKETS, 5 THE TOTAL.
001940 01  BNK-BUCKET-LABEL-VALUES.
001950     05  FILLER                  PIC X(12) VALUE "1-30 DAYS".
001960     05  FILLER                  PIC X(12) VALUE "31-60 DAYS".
001970     05  FILLER                  PIC X(12) VALUE "61-90 DAYS".
001980     05  FILLER                  PIC X(12) VALUE "90+ DAYS".
001990     05  FILLER                  PIC X(12) VALUE "TOTAL".
002000 01  BNK-BUCKET-LABEL-TABLE REDEFINES BNK-BUCKET-LABEL-VALUES.
002010     05  BNK-BUCKET-LABEL        PIC X(12) OCCURS 5 TIMES.
002020 01  BNK-BUCKET-TABLE.
002030     05  BNK-BK-ENTRY OCCURS 5 TIMES.
002040         10  BNK-BK-WITHIN-COUNT PIC 9(07) COMP.
002050         10  BNK-BK-WITHIN-AMT   PIC 9(11)V99.
002060         10  BNK-BK-OVER-COUNT   PIC 9(07) COMP.
002070         10  BNK-BK-OVER-AMT     PIC 9(11)V99.
002080*
002090 01  BNK-HEADING-1.
002100     05  FILLER                  PIC X(40) VALUE
002110         "DELINQUENCY AGING REPORT".
002120     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002130     05  BNK-H1-RUN-DATE         PIC 9(08).
002140     05  FILLER                  PIC X(22) VALUE
002150         "   CHARGE-OFF AFTER: ".
002160     05  BNK-H1-CHGOFF-DAYS      PIC ZZ9.
002170     05  FILLER                  PIC X(05) VALUE " DAYS".
002180 01  BNK-HEADING-2.
002190     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
002200     05  FILLER                  PIC X(20) VALUE "NAME".
002210     05  FILLER                  PIC X(05) VALUE "BR".
002220     05  FILLER                  PIC X(04) VALUE "PR".
002230     05  FILLER                  PIC X(15) VALUE "BALANCE".
002240     05  FILLER                  PIC X(12) VALUE "OD LIMIT".
002250     05  FILLER                  PIC X(07) VALUE "DAYS".
002260     05  FILLER                  PIC X(07) VALUE "OVER".
002270     05  FILLER                  PIC X(07) VALUE "BUCKET".
002280     05  FILLER                  PIC X(16) VALUE "ACTION".
002290 01  BNK-DETAIL-LINE.
002300     05  BNK-D-ACCT-NO           PIC 9(07).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  BNK-D-CUST-NAME         PIC X(18).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  BNK-D-BRANCH            PIC X(03).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  BNK-D-PRODUCT           PIC X(02).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  BNK-D-BALANCE           PIC -(09)9.99.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  BNK-D-OD-LIMIT          PIC Z(06)9.99.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  BNK-D-DAYS-NEG          PIC ZZZZ9.
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  BNK-D-DAYS-OVER         PIC ZZZZ9.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  BNK-D-BUCKET            PIC X(05).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  BNK-D-ACTION            PIC X(16).
002490 01  BNK-NOTICE-ACTION.
002500     05  FILLER                  PIC X(07) VALUE "NOTICE ".
002510     05  BNK-NA-BUCKET           PIC 9(01).
002520     05  BNK-NA-NO-ADDR          PIC X(08).
002530 01  BNK-BUCKET-HEADING.
002540     05  FILLER                  PIC X(12) VALUE "BUCKET".
002550     05  FILLER                  PIC X(26) VALUE
002560         "  WITHIN LINE       OWED".
002570     05  FILLER                  PIC X(26) VALUE
002580         "  OVER LINE         OWED".
002590     05  FILLER                  PIC X(26) VALUE
002600         "  ALL NEGATIVE      OWED".
002610 01  BNK-BUCKET-LINE.
002620     05  BNK-B-LABEL             PIC X(12).
002630     05  BNK-B-WITHIN-COUNT      PIC Z(06)9.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  BNK-B-WITHIN-AMT        PIC Z(10)9.99.
002660     05  FILLER                  PIC X(03) VALUE SPACES.
002670     05  BNK-B-OVER-COUNT        PIC Z(06)9.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  BNK-B-OVER-AMT          PIC Z(10)9.99.
002700     05  FILLER                  PIC X(03) VALUE SPACES.
002710     05  BNK-B-TOTAL-COUNT       PIC Z(06)9.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  BNK-B-TOTAL-AMT         PIC Z(10)9.99.
002740 01  BNK-NONE-LINE.
002750     05  FILLER                  PIC X(30) VALUE
002760         "  NO NEGATIVE ACCOUNTS".
002770 01  BNK-BLANK-LINE              PIC X(01) VALUE SPACE.
002780*
002790 PROCEDURE DIVISION.
002800*----------------------------------------------------------------
002810* 0000-MAINLINE - DRIVE THE AGING RUN.  AN UPDATE THAT FAILS ENDS
002820*                 THE STEP WITH RETURN-CODE 8 AND NO CYCLE STAMP,
002830*                 SO CHG-OFF CANNOT WORK FROM A PARTIAL AGING.
002840*----------------------------------------------------------------
002850 0000-MAINLINE.
002860     PERFORM 0500-VERIFY-CYCLE THRU 0500-EXIT.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     PERFORM 2000-AGE-ONE-ACCOUNT THRU 2000-EXIT
002890         UNTIL BNK-ACM-AT-EOF.
002900     PERFORM 3000-PRINT-BUCKETS THRU 3000-EXIT.
002910     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002920     IF BNK-ERROR-COUNT > ZERO OR BNK-ACM-NOT-OPENED
002930         MOVE 8 TO RETURN-CODE
002940     ELSE
002950         PERFORM 7500-STAMP-CYCLE THRU 7500-EXIT
002960     END-IF.
002970     STOP RUN.
002980*----------------------------------------------------------------
002990* 0500-VERIFY-CYCLE - REFUSE TO START UNLESS DAILY-POST IS
003000*                     STAMPED COMPLETE FOR THE OPEN BUSINESS
003010*                     DATE, ONCE EOD-REPORT HAS RUN (A CHARGE-OFF
003020*                     MARKED TONIGHT COULD NO LONGER POST IN THIS
003030*                     CYCLE), OR WHEN THIS STEP IS ALREADY STAMPED
003040*----------------------------------------------------------------
003050 0500-VERIFY-CYCLE.
003060     OPEN I-O CYCLE-CONTROL.
003070     IF BNK-CYC-OK
003080         MOVE 1 TO BNK-CYC-RELKEY
003090         READ CYCLE-CONTROL
003100             INVALID KEY
003110                 CONTINUE
003120         END-READ
003130     END-IF.
003140     IF NOT BNK-CYC-OK
003150         DISPLAY "NEG-AGING: NO CYCLE CONTROL - RUN CYCLE-CTL "
003160             "TO OPEN THE BUSINESS DATE."
003170         MOVE 8 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     IF NOT CYC-DAILY-POST-DONE
003210         DISPLAY "NEG-AGING: DAILY-POST NOT COMPLETE FOR "
003220             "BUSINESS DATE " CYC-BUSINESS-DATE
003230             " - STEP REFUSED."
003240         CLOSE CYCLE-CONTROL
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     IF CYC-EOD-REPORT-DONE
003290         DISPLAY "NEG-AGING: EOD-REPORT ALREADY COMPLETE FOR "
003300             "BUSINESS DATE " CYC-BUSINESS-DATE
003310             " - STEP REFUSED."
003320         CLOSE CYCLE-CONTROL
003330         MOVE 8 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     IF CYC-NEG-AGING-DONE
003370         DISPLAY "NEG-AGING: ALREADY COMPLETE FOR BUSINESS "
003380             "DATE " CYC-BUSINESS-DATE " - STEP REFUSED."
003390         CLOSE CYCLE-CONTROL
003400         MOVE 8 TO RETURN-CODE
003410         STOP RUN
003420     END-IF.
003430     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
003440     CLOSE CYCLE-CONTROL.
003450 0500-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 1000-INITIALIZE - ZERO THE TOTALS, WORK OUT TODAY'S DAY NUMBER,
003490*                   OPEN THE FILES, START THE REPORT AND THE
003500*                   EXTRACT AND PRIME THE READ LOOP.  NO CUSTMAST
003510*                   ONLY MEANS THE NOTICES GO OUT WITHOUT AN
003520*                   ADDRESS AND ARE COUNTED.
003530*----------------------------------------------------------------
003540 1000-INITIALIZE.
003550     MOVE ZERO TO BNK-READ-COUNT.
003560     MOVE ZERO TO BNK-NEGATIVE-COUNT.
003570     MOVE ZERO TO BNK-NEW-COUNT.
003580     MOVE ZERO TO BNK-CURED-COUNT.
003590     MOVE ZERO TO BNK-NOTICE-COUNT.
003600     MOVE ZERO TO BNK-NO-ADDR-COUNT.
003610     MOVE ZERO TO BNK-CHGOFF-DUE-COUNT.
003620     MOVE ZERO TO BNK-ERROR-COUNT.
003630     MOVE ZERO TO BNK-TOTAL-NOTICED.
003640     PERFORM 1100-ZERO-ONE-BUCKET THRU 1100-EXIT
003650         VARYING BNK-BK-SUB FROM 1 BY 1
003660         UNTIL BNK-BK-SUB > 5.
003670
003680     MOVE BNK-RUN-DATE TO BNK-WORK-DATE.
003690     PERFORM 6000-GET-DAY-NUMBER THRU 6000-EXIT.
003700     MOVE BNK-DAY-NUMBER TO BNK-RUN-DAY-NO.
003710
003720     OPEN OUTPUT PRINT-FILE.
003730     MOVE BNK-RUN-DATE TO BNK-H1-RUN-DATE.
003740     MOVE BNK-CHARGE-OFF-DAYS TO BNK-H1-CHGOFF-DAYS.
003750     MOVE BNK-HEADING-1 TO PRINT-LINE.
003760     WRITE PRINT-LINE.
003770     MOVE BNK-HEADING-2 TO PRINT-LINE.
003780     WRITE PRINT-LINE.
003790
003800     OPEN OUTPUT NOTICE-FILE.
003810     MOVE SPACES TO NTC-NOTICE-RECORD.
003820     SET NTC-TYPE-HEADER TO TRUE.
003830     MOVE BNK-RUN-DATE TO NTC-H-RUN-DATE.
003840     MOVE BNK-CHARGE-OFF-DAYS TO NTC-H-CHGOFF-DAYS.
003850     WRITE NTC-NOTICE-RECORD.
003860
003870     SET BNK-CUS-NOT-OPENED TO TRUE.
003880     OPEN INPUT CUSTOMER-MASTER.
003890     IF BNK-CUS-OK
003900         SET BNK-CUS-OPENED TO TRUE
003910     END-IF.
003920
003930     SET BNK-ACM-NOT-AT-EOF TO TRUE.
003940     SET BNK-ACM-NOT-OPENED TO TRUE.
003950     OPEN I-O ACCOUNT-MASTER.
003960     IF NOT BNK-ACM-OK
003970         DISPLAY "NEG-AGING: ACCOUNT MASTER NOT AVAILABLE, "
003980             "STATUS " BNK-ACM-STATUS
003990         SET BNK-ACM-AT-EOF TO TRUE
004000         GO TO 1000-EXIT
004010     END-IF.
004020     SET BNK-ACM-OPENED TO TRUE.
004030     READ ACCOUNT-MASTER NEXT RECORD
004040         AT END
004050             SET BNK-ACM-AT-EOF TO TRUE
004060     END-READ.
004070 1000-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 1100-ZERO-ONE-BUCKET - CLEAR ONE BUCKET'S COUNTS AND AMOUNTS
004110*----------------------------------------------------------------
004120 1100-ZERO-ONE-BUCKET.
004130     MOVE ZERO TO BNK-BK-WITHIN-COUNT (BNK-BK-SUB).
004140     MOVE ZERO TO BNK-BK-WITHIN-AMT (BNK-BK-SUB).
004150     MOVE ZERO TO BNK-BK-OVER-COUNT (BNK-BK-SUB).
004160     MOVE ZERO TO BNK-BK-OVER-AMT (BNK-BK-SUB).
004170 1100-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 2000-AGE-ONE-ACCOUNT - BRING ONE ACCOUNT'S AGING UP TO DATE AND
004210*                        READ THE NEXT.  CLOSED ACCOUNTS ARE
004220*                        HISTORY.  A LEDGER AT ZERO OR ABOVE
004230*                        CLEARS ANY AGING LEFT FROM AN EARLIER
004240*                        NIGHT.
004250*----------------------------------------------------------------
004260 2000-AGE-ONE-ACCOUNT.
004270     ADD 1 TO BNK-READ-COUNT.
004280     IF ACM-ACCT-CLOSED
004290         GO TO 2000-READ-NEXT
004300     END-IF.
004310     IF ACM-BALANCE NOT < ZERO
004320         IF ACM-NEG-SINCE-DATE NOT = ZERO
004330                 OR ACM-OVER-LIMIT-SINCE NOT = ZERO
004340                 OR NOT ACM-AGING-CURRENT
004350             MOVE ZERO TO ACM-NEG-SINCE-DATE
004360             MOVE ZERO TO ACM-OVER-LIMIT-SINCE
004365             MOVE ZERO TO ACM-NOTICE-DATE
004370             SET ACM-AGING-CURRENT TO TRUE
004380             PERFORM 2900-REWRITE-ACCOUNT THRU 2900-EXIT
004390             ADD 1 TO BNK-CURED-COUNT
004400         END-IF
004410         GO TO 2000-READ-NEXT
004420     END-IF.
004430
004440     ADD 1 TO BNK-NEGATIVE-COUNT.
004450     PERFORM 2100-SET-SINCE-DATES THRU 2100-EXIT.
004460     PERFORM 2200-COUNT-DAYS THRU 2200-EXIT.
004470     COMPUTE BNK-AMOUNT-OWED = ZERO - ACM-BALANCE.
004480     EVALUATE TRUE
004490         WHEN BNK-DAYS-NEGATIVE NOT > 30
004500             MOVE 1 TO BNK-BUCKET
004510         WHEN BNK-DAYS-NEGATIVE NOT > 60
004520             MOVE 2 TO BNK-BUCKET
004530         WHEN BNK-DAYS-NEGATIVE NOT > 90
004540             MOVE 3 TO BNK-BUCKET
004550         WHEN OTHER
004560             MOVE 4 TO BNK-BUCKET
004570     END-EVALUATE.
004580     MOVE SPACES TO BNK-D-ACTION.
004590     PERFORM 2300-ADVANCE-STAGE THRU 2300-EXIT.
004600     PERFORM 2900-REWRITE-ACCOUNT THRU 2900-EXIT.
004610     PERFORM 2500-ADD-TO-BUCKETS THRU 2500-EXIT.
004620     PERFORM 5900-PRINT-DETAIL-LINE THRU 5900-EXIT.
004630 2000-READ-NEXT.
004640     READ ACCOUNT-MASTER NEXT RECORD
004650         AT END
004660             SET BNK-ACM-AT-EOF TO TRUE
004670     END-READ.
004680 2000-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710* 2100-SET-SINCE-DATES - START THE NEGATIVE CLOCK THE FIRST
004720*                        NIGHT THE LEDGER IS FOUND NEGATIVE, AND
004730*                        THE OVER-LINE CLOCK THE FIRST NIGHT IT IS
004740*                        BEYOND THE OVERDRAFT LINE.  ONLY CHECKING
004750*                        HONORS A LINE, SO ANY OTHER PRODUCT IS
004760*                        OVER IT AS SOON AS IT IS NEGATIVE.  BACK
004770*                        WITHIN THE LINE STOPS THE OVER-LINE
004780*                        CLOCK; A SINCE-DATE AHEAD OF TODAY CANNOT
004790*                        BE RIGHT AND IS RESTARTED.
004800*----------------------------------------------------------------
004810 2100-SET-SINCE-DATES.
004820     IF ACM-NEG-SINCE-DATE = ZERO
004830             OR ACM-NEG-SINCE-DATE > BNK-RUN-DATE
004840         MOVE BNK-RUN-DATE TO ACM-NEG-SINCE-DATE
004850         ADD 1 TO BNK-NEW-COUNT
004860     END-IF.
004870     IF ACM-PROD-CHECKING
004880         MOVE ACM-OD-LIMIT TO BNK-OD-ALLOWANCE
004890     ELSE
004900         MOVE ZERO TO BNK-OD-ALLOWANCE
004910     END-IF.
004920     IF ACM-BALANCE + BNK-OD-ALLOWANCE < ZERO
004930         SET BNK-OVER-LIMIT TO TRUE
004940         IF ACM-OVER-LIMIT-SINCE = ZERO
004950                 OR ACM-OVER-LIMIT-SINCE > BNK-RUN-DATE
004960             MOVE BNK-RUN-DATE TO ACM-OVER-LIMIT-SINCE
004970         END-IF
004980     ELSE
004990         SET BNK-WITHIN-LIMIT TO TRUE
005000         MOVE ZERO TO ACM-OVER-LIMIT-SINCE
005010     END-IF.
005020 2100-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050* 2200-COUNT-DAYS - CALENDAR DAYS NEGATIVE AND OVER THE LINE, THE
005060*                   SINCE-DATE ITSELF COUNTING AS DAY 1
005070*----------------------------------------------------------------
005080 2200-COUNT-DAYS.
005090     MOVE ACM-NEG-SINCE-DATE TO BNK-WORK-DATE.
005100     PERFORM 6000-GET-DAY-NUMBER THRU 6000-EXIT.
005110     COMPUTE BNK-DAYS-NEGATIVE =
005120         BNK-RUN-DAY-NO - BNK-DAY-NUMBER + 1.
005130     MOVE ZERO TO BNK-DAYS-OVER.
005140     IF BNK-OVER-LIMIT
005150         MOVE ACM-OVER-LIMIT-SINCE TO BNK-WORK-DATE
005160         PERFORM 6000-GET-DAY-NUMBER THRU 6000-EXIT
005170         COMPUTE BNK-DAYS-OVER =
005180             BNK-RUN-DAY-NO - BNK-DAY-NUMBER + 1
005190     END-IF.
005200 2200-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230* 2300-ADVANCE-STAGE - PAST THE CHARGE-OFF POLICY THE ACCOUNT IS
005240*                      MARKED FOR CHG-OFF.  OTHERWISE, THE FIRST
005250*                      NIGHT IT IS IN A LATER BUCKET THAN ITS LAST
005260*                      NOTICE, THE NOTICE FOR THAT BUCKET GOES
005270*                      OUT, AND ONLY A NOTICE WRITTEN CLEAN
005280*                      ADVANCES THE STAGE AND STAMPS THE NOTICE
005290*                      DATE.  A RERUN OF THE SAME NIGHT WRITES
005292*                      AGAIN THE NOTICE OF AN ACCOUNT STAMPED
005294*                      TODAY, WHOSE STAGE HAS ALREADY MOVED.  A
005296*                      RUN MISSED FOR A WHILE SENDS ONLY THE
005298*                      NOTICE FOR THE BUCKET NOW REACHED.
005300*----------------------------------------------------------------
005310 2300-ADVANCE-STAGE.
005320     IF BNK-DAYS-NEGATIVE > BNK-CHARGE-OFF-DAYS
005330         IF NOT ACM-AGING-CHGOFF-DUE
005340             SET ACM-AGING-CHGOFF-DUE TO TRUE
005350             ADD 1 TO BNK-CHGOFF-DUE-COUNT
005360         END-IF
005370         MOVE "CHARGE-OFF DUE" TO BNK-D-ACTION
005380         GO TO 2300-EXIT
005390     END-IF.
005400     IF ACM-AGING-CURRENT OR ACM-AGING-CHGOFF-DUE
005410         MOVE ZERO TO BNK-LAST-NOTICE
005420     ELSE
005430         MOVE ACM-AGING-STAGE TO BNK-STAGE-WORK
005440         MOVE BNK-STAGE-WORK-R TO BNK-LAST-NOTICE
005450     END-IF.
005460     IF BNK-BUCKET > BNK-LAST-NOTICE
005470         PERFORM 5800-WRITE-NOTICE THRU 5800-EXIT
005475         IF BNK-NTC-OK
005480             MOVE BNK-BUCKET TO BNK-STAGE-WORK-R
005490             MOVE BNK-STAGE-WORK TO ACM-AGING-STAGE
005492             MOVE BNK-RUN-DATE TO ACM-NOTICE-DATE
005494         END-IF
005496         GO TO 2300-EXIT
005500     END-IF.
005502     IF ACM-NOTICE-DATE = BNK-RUN-DATE
005504             AND BNK-BUCKET = BNK-LAST-NOTICE
005506         PERFORM 5800-WRITE-NOTICE THRU 5800-EXIT
005508     END-IF.
005510 2300-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 2500-ADD-TO-BUCKETS - ADD THE ACCOUNT TO ITS AGE BUCKET AND TO
005550*                       THE TOTAL, WITHIN OR OVER THE LINE
005560*----------------------------------------------------------------
005570 2500-ADD-TO-BUCKETS.
005580     IF BNK-OVER-LIMIT
005590         ADD 1 TO BNK-BK-OVER-COUNT (BNK-BUCKET)
005600         ADD 1 TO BNK-BK-OVER-COUNT (5)
005610         ADD BNK-AMOUNT-OWED TO BNK-BK-OVER-AMT (BNK-BUCKET)
005620         ADD BNK-AMOUNT-OWED TO BNK-BK-OVER-AMT (5)
005630     ELSE
005640         ADD 1 TO BNK-BK-WITHIN-COUNT (BNK-BUCKET)
005650         ADD 1 TO BNK-BK-WITHIN-COUNT (5)
005660         ADD BNK-AMOUNT-OWED TO BNK-BK-WITHIN-AMT (BNK-BUCKET)
005670         ADD BNK-AMOUNT-OWED TO BNK-BK-WITHIN-AMT (5)
005680     END-IF.
005690 2500-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720* 2900-REWRITE-ACCOUNT - PUT THE UPDATED MASTER RECORD BACK
005730*----------------------------------------------------------------
005740 2900-REWRITE-ACCOUNT.
005750     REWRITE ACM-ACCOUNT-RECORD
005760         INVALID KEY
005770             CONTINUE
005780     END-REWRITE.
005790     IF NOT BNK-ACM-OK
005800         DISPLAY "NEG-AGING: REWRITE FAILED FOR "
005810             ACM-ACCT-NUMBER ", STATUS " BNK-ACM-STATUS
005820         ADD 1 TO BNK-ERROR-COUNT
005830     END-IF.
005840 2900-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------
005870* 3000-PRINT-BUCKETS - PRINT THE BUCKET SUMMARY UNDER THE DETAIL
005880*----------------------------------------------------------------
005890 3000-PRINT-BUCKETS.
005900     IF BNK-NEGATIVE-COUNT = ZERO
005910         MOVE BNK-NONE-LINE TO PRINT-LINE
005920         WRITE PRINT-LINE
005930     END-IF.
005940     MOVE BNK-BLANK-LINE TO PRINT-LINE.
005950     WRITE PRINT-LINE.
005960     MOVE BNK-BUCKET-HEADING TO PRINT-LINE.
005970     WRITE PRINT-LINE.
005980     PERFORM 3100-PRINT-ONE-BUCKET THRU 3100-EXIT
005990         VARYING BNK-BK-SUB FROM 1 BY 1
006000         UNTIL BNK-BK-SUB > 5.
006010 3000-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040* 3100-PRINT-ONE-BUCKET - ONE BUCKET LINE (THE FIFTH IS THE TOTAL)
006050*----------------------------------------------------------------
006060 3100-PRINT-ONE-BUCKET.
006070     MOVE BNK-BUCKET-LABEL (BNK-BK-SUB) TO BNK-B-LABEL.
006080     MOVE BNK-BK-WITHIN-COUNT (BNK-BK-SUB) TO BNK-B-WITHIN-COUNT.
006090     MOVE BNK-BK-WITHIN-AMT (BNK-BK-SUB) TO BNK-B-WITHIN-AMT.
006100     MOVE BNK-BK-OVER-COUNT (BNK-BK-SUB) TO BNK-B-OVER-COUNT.
006110     MOVE BNK-BK-OVER-AMT (BNK-BK-SUB) TO BNK-B-OVER-AMT.
006120     COMPUTE BNK-B-TOTAL-COUNT =
006130         BNK-BK-WITHIN-COUNT (BNK-BK-SUB)
006140             + BNK-BK-OVER-COUNT (BNK-BK-SUB).
006150     COMPUTE BNK-B-TOTAL-AMT =
006160         BNK-BK-WITHIN-AMT (BNK-BK-SUB)
006170             + BNK-BK-OVER-AMT (BNK-BK-SUB).
006180     IF BNK-BK-SUB = 5
006190         MOVE BNK-BLANK-LINE TO PRINT-LINE
006200         WRITE PRINT-LINE
006210     END-IF.
006220     MOVE BNK-BUCKET-LINE TO PRINT-LINE.
006230     WRITE PRINT-LINE.
006240 3100-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270* 5800-WRITE-NOTICE - WRITE ONE COLLECTION NOTICE TO THE EXTRACT
006280*                     WITH THE PRIMARY OWNER'S MAILING ADDRESS
006290*                     FROM CUSTMAST.  WITH NO CUSTOMER ATTACHED
006300*                     THE NOTICE STILL GOES, ADDRESSED TO THE
006310*                     ACCOUNT NAME WITH NO ADDRESS, FOR THE BRANCH
006320*                     TO DELIVER.
006330*----------------------------------------------------------------
006340 5800-WRITE-NOTICE.
006350     MOVE SPACES TO NTC-NOTICE-RECORD.
006360     SET NTC-TYPE-DETAIL TO TRUE.
006370     MOVE ACM-ACCT-NUMBER   TO NTC-D-ACCT-NUMBER.
006380     MOVE ACM-CUST-NUMBER   TO NTC-D-CUST-NUMBER.
006390     IF ACM-BRANCH-NOT-SET
006400         MOVE BNK-HEAD-OFFICE-BRANCH TO NTC-D-BRANCH
006410     ELSE
006420         MOVE ACM-BRANCH-CODE TO NTC-D-BRANCH
006430     END-IF.
006440     MOVE BNK-BUCKET        TO NTC-D-BUCKET.
006450     MOVE BNK-DAYS-NEGATIVE TO NTC-D-DAYS-NEGATIVE.
006460     MOVE BNK-AMOUNT-OWED   TO NTC-D-AMOUNT-OWED.
006470     IF BNK-OVER-LIMIT
006480         MOVE "Y" TO NTC-D-OVER-LIMIT
006490     ELSE
006500         MOVE "N" TO NTC-D-OVER-LIMIT
006510     END-IF.
006520     MOVE ACM-CUST-NAME     TO NTC-D-CUST-NAME.
006530     MOVE BNK-BUCKET        TO BNK-NA-BUCKET.
006540     MOVE SPACES            TO BNK-NA-NO-ADDR.
006550
006560     MOVE "23" TO BNK-CUS-STATUS.
006570     IF BNK-CUS-OPENED AND ACM-CUST-NUMBER > ZERO
006580         MOVE ACM-CUST-NUMBER TO CUS-CUST-NUMBER
006590         READ CUSTOMER-MASTER
006600             INVALID KEY
006610                 CONTINUE
006620         END-READ
006630     END-IF.
006640     IF BNK-CUS-OK
006650         MOVE CUS-CUST-NAME   TO NTC-D-CUST-NAME
006660         MOVE CUS-ADDR-LINE-1 TO NTC-D-ADDR-LINE-1
006670         MOVE CUS-ADDR-LINE-2 TO NTC-D-ADDR-LINE-2
006680         MOVE CUS-CITY        TO NTC-D-CITY
006690         MOVE CUS-STATE       TO NTC-D-STATE
006700         MOVE CUS-ZIP         TO NTC-D-ZIP
006710     ELSE
006720         MOVE " NO ADDR" TO BNK-NA-NO-ADDR
006730         ADD 1 TO BNK-NO-ADDR-COUNT
006740     END-IF.
006750     WRITE NTC-NOTICE-RECORD.
006760     IF NOT BNK-NTC-OK
006770         DISPLAY "NEG-AGING: NOTICE WRITE FAILED FOR "
006780             ACM-ACCT-NUMBER ", STATUS " BNK-NTC-STATUS
006790         ADD 1 TO BNK-ERROR-COUNT
006800         GO TO 5800-EXIT
006810     END-IF.
006820     ADD 1 TO BNK-NOTICE-COUNT.
006830     ADD BNK-AMOUNT-OWED TO BNK-TOTAL-NOTICED.
006840     MOVE BNK-NOTICE-ACTION TO BNK-D-ACTION.
006850 5800-EXIT.
006860     EXIT.
006870*----------------------------------------------------------------
006880* 5900-PRINT-DETAIL-LINE - PRINT ONE NEGATIVE ACCOUNT'S AGING
006890*----------------------------------------------------------------
006900 5900-PRINT-DETAIL-LINE.
006910     MOVE ACM-ACCT-NUMBER   TO BNK-D-ACCT-NO.
006920     MOVE ACM-CUST-NAME     TO BNK-D-CUST-NAME.
006930     IF ACM-BRANCH-NOT-SET
006940         MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-D-BRANCH
006950     ELSE
006960         MOVE ACM-BRANCH-CODE TO BNK-D-BRANCH
006970     END-IF.
006980     MOVE ACM-PRODUCT-CODE  TO BNK-D-PRODUCT.
006990     MOVE ACM-BALANCE       TO BNK-D-BALANCE.
007000     MOVE BNK-OD-ALLOWANCE  TO BNK-D-OD-LIMIT.
007010     MOVE BNK-DAYS-NEGATIVE TO BNK-D-DAYS-NEG.
007020     MOVE BNK-DAYS-OVER     TO BNK-D-DAYS-OVER.
007030     MOVE BNK-BUCKET-LABEL (BNK-BUCKET) TO BNK-D-BUCKET.
007040     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
007050     WRITE PRINT-LINE.
007060 5900-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090* 6000-GET-DAY-NUMBER - DAYS FROM 31 DECEMBER 1900 TO THE WORK
007100*                       DATE: 365 A YEAR PLUS ONE PER LEAP YEAR
007110*                       BEFORE IT, THE DAYS BEFORE ITS MONTH AND
007120*                       ITS DAY, PLUS ONE AFTER FEBRUARY OF A LEAP
007130*                       YEAR.  THE EVERY-FOURTH-YEAR RULE HOLDS
007140*                       FOR 1901 THROUGH 2099, AS IN CAL-MAINT.
007150*----------------------------------------------------------------
007160 6000-GET-DAY-NUMBER.
007170     COMPUTE BNK-YEARS-SINCE-BASE = BNK-WORK-YEAR - 1901.
007180     DIVIDE BNK-YEARS-SINCE-BASE BY 4 GIVING BNK-LEAP-QUOTIENT.
007190     COMPUTE BNK-DAY-NUMBER =
007200         (BNK-YEARS-SINCE-BASE * 365) + BNK-LEAP-QUOTIENT
007210             + BNK-DAYS-BEFORE-MONTH (BNK-WORK-MONTH)
007220             + BNK-WORK-DAY.
007230     IF BNK-WORK-MONTH > 2
007240         DIVIDE BNK-WORK-YEAR BY 4
007250             GIVING BNK-LEAP-QUOTIENT
007260             REMAINDER BNK-LEAP-REMAINDER
007270         IF BNK-LEAP-REMAINDER = ZERO
007280             ADD 1 TO BNK-DAY-NUMBER
007290         END-IF
007300     END-IF.
007310 6000-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340* 7500-STAMP-CYCLE - STAMP THIS STEP COMPLETE ON THE CYCLE
007350*                    RECORD SO CHG-OFF MAY START
007360*----------------------------------------------------------------
007370 7500-STAMP-CYCLE.
007380     OPEN I-O CYCLE-CONTROL.
007390     MOVE 1 TO BNK-CYC-RELKEY.
007400     READ CYCLE-CONTROL
007410         INVALID KEY
007420             CONTINUE
007430     END-READ.
007440     IF BNK-CYC-OK
007450         SET CYC-NEG-AGING-DONE TO TRUE
007460         REWRITE CYC-CYCLE-RECORD
007470     END-IF.
007480     IF NOT BNK-CYC-OK
007490         DISPLAY "NEG-AGING: CYCLE STAMP FAILED, STATUS "
007500             BNK-CYC-STATUS
007510     END-IF.
007520     CLOSE CYCLE-CONTROL.
007530 7500-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560* 8000-FINALIZE - FINISH THE EXTRACT, CLOSE FILES AND DISPLAY THE
007570*                 RUN SUMMARY
007580*----------------------------------------------------------------
007590 8000-FINALIZE.
007600     MOVE SPACES TO NTC-NOTICE-RECORD.
007610     SET NTC-TYPE-TRAILER TO TRUE.
007620     MOVE BNK-NOTICE-COUNT TO NTC-T-RECORD-COUNT.
007630     MOVE BNK-TOTAL-NOTICED TO NTC-T-TOTAL-OWED.
007640     WRITE NTC-NOTICE-RECORD.
007650     CLOSE NOTICE-FILE.
007660     IF BNK-ACM-OPENED
007670         CLOSE ACCOUNT-MASTER
007680     END-IF.
007690     IF BNK-CUS-OPENED
007700         CLOSE CUSTOMER-MASTER
007710     END-IF.
007720     CLOSE PRINT-FILE.
007730
007740     DISPLAY "NEG-AGING RUN SUMMARY".
007750     DISPLAY "  BUSINESS DATE        : " BNK-RUN-DATE.
007760     DISPLAY "  ACCOUNTS READ        : " BNK-READ-COUNT.
007770     DISPLAY "  NEGATIVE ACCOUNTS    : " BNK-NEGATIVE-COUNT.
007780     DISPLAY "  NEWLY NEGATIVE       : " BNK-NEW-COUNT.
007790     DISPLAY "  BACK TO ZERO OR ABOVE: " BNK-CURED-COUNT.
007800     DISPLAY "  NOTICES EXTRACTED    : " BNK-NOTICE-COUNT.
007810     DISPLAY "  NOTICES NO ADDRESS   : " BNK-NO-ADDR-COUNT.
007820     DISPLAY "  NEW CHARGE-OFFS DUE  : " BNK-CHGOFF-DUE-COUNT.
007830     DISPLAY "  ERRORS               : " BNK-ERROR-COUNT.
007840     DISPLAY "  TOTAL OWED, NEGATIVE : " BNK-BK-WITHIN-AMT (5)
007850         " WITHIN LINE, " BNK-BK-OVER-AMT (5) " OVER".
007860     IF BNK-NO-ADDR-COUNT > ZERO
007870         DISPLAY "  NOTICES WITHOUT AN ADDRESS ARE MARKED ON "
007880             "AGINGRPT FOR THE BRANCH."
007890     END-IF.
007900     IF BNK-ACM-NOT-OPENED
007910         DISPLAY "  ACCOUNT MASTER NOT OPENED - NOTHING AGED."
007920     END-IF.
007930 8000-EXIT.
007940     EXIT.
