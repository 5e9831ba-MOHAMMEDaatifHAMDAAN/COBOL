000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INTEG-SCAN.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - NIGHTLY MASTER-FILE INTEGRITY SCAN.
000200*                  THE MASTERS ARE KEPT BY DIFFERENT PROGRAMS AND
000210*                  NOTHING CHECKED THAT THEY STILL AGREE.  READS
000220*                  ACCTMAST, CUSTMAST, HOLDFILE, STNDORD, OPERMAST
000230*                  AND THE DAY'S AUDTRAIL AND PRINTS THE INTGRPT
000240*                  EXCEPTIONS REPORT, GROUPED BY RULE WITH A
000250*                  COUNT PER RULE:
000260*                    R1 CUSTOMER NOT ON CUSTMAST       SEVERE
000270*                    R2 OD LIMIT ON NON-CHECKING       SEVERE
000280*                    R3 OPEN ACCOUNT, NO PRODUCT       SEVERE
000290*                    R4 HOLD ON A CLOSED ACCOUNT       WARNING
000300*                    R5 STANDING ORDER ON A CLOSED
000310*                       OR DORMANT ACCOUNT             WARNING
000320*                    R6 AUDIT OPERATOR NOT ON
000330*                       OPERMAST OR A BATCH ID         SEVERE
000340*                  CYCLCTL STEP 11: REFUSES TO START UNTIL
000350*                  EOD-REPORT IS STAMPED, AND STAMPS ITS OWN FLAG
000360*                  ONLY WHEN NO SEVERE EXCEPTION IS FOUND.  A
000370*                  SEVERE EXCEPTION ENDS WITH RETURN-CODE 8 AND
000380*                  HOLDS THE CYCLE (BAL-SNAP WAITS ON THE STAMP)
000390*                  UNTIL THE DATA IS REPAIRED AND THE SCAN RERUN,
000400*                  OR OPERATIONS FORCES THE STEP.  WARNINGS ALONE
000410*                  END WITH RETURN-CODE 4.  READ-ONLY; RERUNNABLE.
000415* 10/15/2026  RAO  CHGOFF ADDED TO THE BATCH OPERATOR IDS.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ACM-ACCT-NUMBER
000530         FILE STATUS IS BNK-ACM-STATUS.
000540
000550     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CUS-CUST-NUMBER
000590         FILE STATUS IS BNK-CUS-STATUS.
000600
000610     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS HLD-KEY
000650         FILE STATUS IS BNK-HLD-STATUS.
000660
000670     SELECT STANDING-ORDERS ASSIGN TO "STNDORD"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS STO-ORDER-NO
000710         FILE STATUS IS BNK-STO-STATUS.
000720
000730     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS OPR-OPERATOR-ID
000770         FILE STATUS IS BNK-OPR-STATUS.
000780
000790     SELECT AUDIT-TRAIL ASSIGN TO "AUDTRAIL"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS BNK-AUD-STATUS.
000820
000830     SELECT PRINT-FILE ASSIGN TO "INTGRPT"
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
000940 FD  ACCOUNT-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY ACCTMAST.
000970*
000980 FD  CUSTOMER-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY CUSTMAST.
001010*
001020 FD  HOLD-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY HOLDFILE.
001050*
001060 FD  STANDING-ORDERS
001070     LABEL RECORDS ARE STANDARD.
001080     COPY STNDORD.
001090*
001100 FD  OPERATOR-MASTER
001110     LABEL RECORDS ARE STANDARD.
001120     COPY OPERMAST.
001130*
001140 FD  AUDIT-TRAIL
001150     LABEL RECORDS ARE STANDARD.
001160     COPY AUDTRAIL.
001170*
001180 FD  PRINT-FILE
001190     LABEL RECORDS ARE OMITTED.
001200 01  PRINT-LINE                  PIC X(110).
001210*
001220 FD  CYCLE-CONTROL
001230     LABEL RECORDS ARE STANDARD.
001240     COPY CYCLCTL.
001250 WORKING-STORAGE SECTION.
001260 01  BNK-ACM-STATUS              PIC X(02).
001270     88  BNK-ACM-OK              VALUE "00".
001280 01  BNK-CUS-STATUS              PIC X(02).
001290     88  BNK-CUS-OK              VALUE "00".
001300 01  BNK-HLD-STATUS              PIC X(02).
001310     88  BNK-HLD-OK              VALUE "00".
001320 01  BNK-STO-STATUS              PIC X(02).
001330     88  BNK-STO-OK              VALUE "00".
001340 01  BNK-OPR-STATUS              PIC X(02).
001350     88  BNK-OPR-OK              VALUE "00".
001360 01  BNK-AUD-STATUS              PIC X(02).
001370     88  BNK-AUD-OK              VALUE "00".
001380 01  BNK-PRT-STATUS              PIC X(02).
001390 01  BNK-CYC-STATUS              PIC X(02).
001400     88  BNK-CYC-OK              VALUE "00".
001410 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001420 01  BNK-ACM-EOF-SWITCH          PIC X(01).
001430     88  BNK-ACM-AT-EOF          VALUE "Y".
001440     88  BNK-ACM-NOT-AT-EOF      VALUE "N".
001450 01  BNK-HLD-EOF-SWITCH          PIC X(01).
001460     88  BNK-HLD-AT-EOF          VALUE "Y".
001470     88  BNK-HLD-NOT-AT-EOF      VALUE "N".
001480 01  BNK-STO-EOF-SWITCH          PIC X(01).
001490     88  BNK-STO-AT-EOF          VALUE "Y".
001500     88  BNK-STO-NOT-AT-EOF      VALUE "N".
001510 01  BNK-AUD-EOF-SWITCH          PIC X(01).
001520     88  BNK-AUD-AT-EOF          VALUE "Y".
001530     88  BNK-AUD-NOT-AT-EOF      VALUE "N".
001540 01  BNK-FOUND-SWITCH            PIC X(01).
001550     88  BNK-FOUND               VALUE "Y".
001560     88  BNK-NOT-FOUND           VALUE "N".
001570 01  BNK-RUN-DATE                PIC 9(08).
001580 01  BNK-RULE-NO                 PIC 9(01).
001590     88  BNK-RULE-NO-CUSTOMER    VALUE 1.
001600     88  BNK-RULE-OD-PRODUCT     VALUE 2.
001610     88  BNK-RULE-NO-PRODUCT     VALUE 3.
001620     88  BNK-RULE-SEVERE         VALUE 1 2 3 6.
001630 01  BNK-CHECK-ACCT              PIC 9(07).
001640 01  BNK-CHECK-ROLE              PIC X(04).
001650 01  BNK-RULE-COUNT              PIC 9(07) COMP.
001660 01  BNK-ACCT-READ-COUNT         PIC 9(07) COMP.
001670 01  BNK-HOLD-READ-COUNT         PIC 9(07) COMP.
001680 01  BNK-ORDER-READ-COUNT        PIC 9(07) COMP.
001690 01  BNK-AUDIT-READ-COUNT        PIC 9(07) COMP.
001700 01  BNK-SEVERE-COUNT            PIC 9(07) COMP.
001710 01  BNK-WARNING-COUNT           PIC 9(07) COMP.
001720 01  BNK-ERROR-COUNT             PIC 9(07) COMP.
001730*    ONE COUNT PER RULE, FOR THE CLOSING RULE SUMMARY.
001740 01  BNK-RULE-COUNTS.
001750     05  BNK-RC-COUNT            PIC 9(07) COMP OCCURS 6 TIMES.
001760*
001770*    THE OPERATOR IDS THE BATCH PROGRAMS STAMP ON AUDTRAIL.  A
001780*    NEW BATCH WRITER OF AUDTRAIL MUST BE ADDED HERE.
001790 01  BNK-BATCH-ID-VALUES.
001800     05  FILLER                  PIC X(08) VALUE "DAILYPST".
001810     05  FILLER                  PIC X(08) VALUE "ATMGATE".
001820     05  FILLER                  PIC X(08) VALUE "ACHGATE".
001830     05  FILLER                  PIC X(08) VALUE "STNDORD".
001840     05  FILLER                  PIC X(08) VALUE "ODFEE".
001850     05  FILLER                  PIC X(08) VALUE "INT-CALC".
001860     05  FILLER                  PIC X(08) VALUE "DORMCHG".
001870     05  FILLER                  PIC X(08) VALUE "ESCHEAT".
001880     05  FILLER                  PIC X(08) VALUE "RETITEM".
001890     05  FILLER                  PIC X(08) VALUE "CDMATURE".
001895     05  FILLER                  PIC X(08) VALUE "CHGOFF".
001900 01  BNK-BATCH-ID-TABLE REDEFINES BNK-BATCH-ID-VALUES.
001910     05  BNK-BATCH-ID            PIC X(08) OCCURS 11 TIMES
001920                                 INDEXED BY BNK-BI-IDX.
001930*
001940*    OPERATOR IDS ON TODAY'S AUDIT TRAIL FOUND ON NEITHER LIST,
001950*    EACH LISTED ONCE WITH HOW OFTEN IT APPEARS.
001960 01  BNK-UO-MAX                  PIC 9(03) COMP VALUE 200.
001970 01  BNK-UO-COUNT                PIC 9(03) COMP.
001980 01  BNK-UNKNOWN-OPER-TABLE.
001990     05  BNK-UO-ENTRY OCCURS 1 TO 200 TIMES
002000             DEPENDING ON BNK-UO-COUNT
002010             INDEXED BY BNK-UO-IDX.
002020         10  BNK-UO-OPERATOR     PIC X(08).
002030         10  BNK-UO-RECORDS      PIC 9(05) COMP.
002040         10  BNK-UO-FIRST-ACCT   PIC 9(07).
002050         10  BNK-UO-FIRST-TIME   PIC 9(08).
002060*
002070 01  BNK-HOLD-KEY-TEXT.
002080     05  BNK-HK-ACCT             PIC 9(07).
002090     05  FILLER                  PIC X(01) VALUE "-".
002100     05  BNK-HK-SEQ              PIC 9(03).
002110 01  BNK-UO-DETAIL-TEXT.
002120     05  BNK-UT-RECORDS          PIC ZZ,ZZ9.
002130     05  FILLER                  PIC X(26) VALUE
002140         " AUDIT RECORD(S), FIRST AT".
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  BNK-UT-FIRST-TIME       PIC 9(08).
002170 01  BNK-HOLD-DETAIL-TEXT.
002180     05  FILLER                  PIC X(13) VALUE "HELD SINCE ".
002190     05  BNK-HT-PLACED-DATE      PIC 9(08).
002200     05  FILLER                  PIC X(17) VALUE
002210         " - ACCOUNT CLOSED".
002220 01  BNK-ORDER-DETAIL-TEXT.
002230     05  BNK-OT-ROLE             PIC X(04).
002240     05  FILLER                  PIC X(10) VALUE "-ACCOUNT ".
002250     05  BNK-OT-CONDITION        PIC X(12).
002260*
002270 01  BNK-HEADING-1.
002280     05  FILLER                  PIC X(40) VALUE
002290         "MASTER-FILE INTEGRITY SCAN".
002300     05  FILLER                  PIC X(15) VALUE
002310         "BUSINESS DATE: ".
002320     05  BNK-H1-RUN-DATE         PIC 9(08).
002330 01  BNK-SECTION-LINE.
002340     05  FILLER                  PIC X(06) VALUE "*** R".
002350     05  BNK-S-RULE-NO           PIC 9(01).
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  BNK-S-TITLE             PIC X(50).
002380     05  BNK-S-SEVERITY          PIC X(24).
002390 01  BNK-DETAIL-HEADING.
002400     05  FILLER                  PIC X(14) VALUE "KEY".
002410     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
002420     05  FILLER                  PIC X(09) VALUE "CUSTOMER".
002430     05  FILLER                  PIC X(03) VALUE "ST".
002440     05  FILLER                  PIC X(04) VALUE "PR".
002450     05  FILLER                  PIC X(14) VALUE
002460         "      AMOUNT".
002470     05  FILLER                  PIC X(50) VALUE "DETAIL".
002480 01  BNK-DETAIL-LINE.
002490     05  BNK-D-KEY               PIC X(12).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  BNK-D-ACCT              PIC X(07).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  BNK-D-CUST              PIC X(07).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  BNK-D-STATUS            PIC X(01).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  BNK-D-PRODUCT           PIC X(02).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  BNK-D-AMOUNT            PIC -(08)9.99.
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  BNK-D-DETAIL            PIC X(50).
002620 01  BNK-COUNT-LINE.
002630     05  FILLER                  PIC X(14) VALUE SPACES.
002640     05  BNK-CL-COUNT            PIC ZZZ,ZZ9.
002650     05  FILLER                  PIC X(10) VALUE " FOUND".
002660 01  BNK-NONE-LINE.
002670     05  FILLER                  PIC X(14) VALUE SPACES.
002680     05  FILLER                  PIC X(10) VALUE "** NONE **".
002690 01  BNK-SUMMARY-HEADING.
002700     05  FILLER                  PIC X(40) VALUE
002710         "*** EXCEPTIONS BY RULE".
002720 01  BNK-SUMMARY-LINE.
002730     05  FILLER                  PIC X(03) VALUE " R".
002740     05  BNK-SL-RULE-NO          PIC 9(01).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  BNK-SL-SEVERITY         PIC X(08).
002770     05  BNK-SL-COUNT            PIC ZZZ,ZZ9.
002780 01  BNK-BLANK-LINE              PIC X(01) VALUE SPACE.
002790*
002800 PROCEDURE DIVISION.
002810*----------------------------------------------------------------
002820* 0000-MAINLINE - DRIVE THE INTEGRITY SCAN, ONE SECTION PER RULE
002830*----------------------------------------------------------------
002840 0000-MAINLINE.
002850     PERFORM 0500-VERIFY-CYCLE THRU 0500-EXIT.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     MOVE 1 TO BNK-RULE-NO.
002880     PERFORM 2000-SCAN-ACCOUNTS THRU 2000-EXIT.
002890     MOVE 2 TO BNK-RULE-NO.
002900     PERFORM 2000-SCAN-ACCOUNTS THRU 2000-EXIT.
002910     MOVE 3 TO BNK-RULE-NO.
002920     PERFORM 2000-SCAN-ACCOUNTS THRU 2000-EXIT.
002930     PERFORM 3000-SCAN-HOLDS THRU 3000-EXIT.
002940     PERFORM 4000-SCAN-ORDERS THRU 4000-EXIT.
002950     PERFORM 5000-SCAN-OPERATORS THRU 5000-EXIT.
002960     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002970     STOP RUN.
002980*----------------------------------------------------------------
002990* 0500-VERIFY-CYCLE - REFUSE TO START UNTIL EOD-REPORT IS STAMPED
003000*                     FOR THE OPEN BUSINESS DATE, SO THE DAY'S
003010*                     AUDIT TRAIL IS COMPLETE
003020*----------------------------------------------------------------
003030 0500-VERIFY-CYCLE.
003040     OPEN INPUT CYCLE-CONTROL.
003050     IF BNK-CYC-OK
003060         MOVE 1 TO BNK-CYC-RELKEY
003070         READ CYCLE-CONTROL
003080             INVALID KEY
003090                 CONTINUE
003100         END-READ
003110     END-IF.
003120     IF NOT BNK-CYC-OK
003130         DISPLAY "INTEG-SCAN: NO CYCLE CONTROL - RUN CYCLE-CTL "
003140             "TO OPEN THE BUSINESS DATE."
003150         MOVE 8 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     IF NOT CYC-EOD-REPORT-DONE
003190         DISPLAY "INTEG-SCAN: EOD-REPORT NOT COMPLETE FOR "
003200             "BUSINESS DATE " CYC-BUSINESS-DATE
003210             " - STEP REFUSED."
003220         CLOSE CYCLE-CONTROL
003230         MOVE 8 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
003270     CLOSE CYCLE-CONTROL.
003280 0500-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310* 1000-INITIALIZE - OPEN THE MASTERS AND THE REPORT.  THE ACCOUNT,
003320*                   CUSTOMER AND OPERATOR MASTERS ARE WHAT THE
003330*                   RULES CHECK AGAINST - WITHOUT ANY ONE OF THEM
003340*                   THE SCAN PROVES NOTHING, SO THE STEP ENDS
003350*                   UNSTAMPED.
003360*----------------------------------------------------------------
003370 1000-INITIALIZE.
003380     MOVE ZERO TO BNK-ACCT-READ-COUNT.
003390     MOVE ZERO TO BNK-HOLD-READ-COUNT.
003400     MOVE ZERO TO BNK-ORDER-READ-COUNT.
003410     MOVE ZERO TO BNK-AUDIT-READ-COUNT.
003420     MOVE ZERO TO BNK-SEVERE-COUNT.
003430     MOVE ZERO TO BNK-WARNING-COUNT.
003440     MOVE ZERO TO BNK-ERROR-COUNT.
003450     MOVE ZERO TO BNK-UO-COUNT.
003460     MOVE ZERO TO BNK-RC-COUNT (1).
003470     MOVE ZERO TO BNK-RC-COUNT (2).
003480     MOVE ZERO TO BNK-RC-COUNT (3).
003490     MOVE ZERO TO BNK-RC-COUNT (4).
003500     MOVE ZERO TO BNK-RC-COUNT (5).
003510     MOVE ZERO TO BNK-RC-COUNT (6).
003520
003530     OPEN INPUT ACCOUNT-MASTER.
003540     IF NOT BNK-ACM-OK
003550         DISPLAY "INTEG-SCAN: NO ACCOUNT MASTER, STATUS "
003560             BNK-ACM-STATUS " - STEP NOT STAMPED."
003570         MOVE 8 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     OPEN INPUT CUSTOMER-MASTER.
003610     IF NOT BNK-CUS-OK
003620         DISPLAY "INTEG-SCAN: NO CUSTOMER MASTER, STATUS "
003630             BNK-CUS-STATUS " - STEP NOT STAMPED."
003640         CLOSE ACCOUNT-MASTER
003650         MOVE 8 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680     OPEN INPUT OPERATOR-MASTER.
003690     IF NOT BNK-OPR-OK
003700         DISPLAY "INTEG-SCAN: NO OPERATOR MASTER, STATUS "
003710             BNK-OPR-STATUS " - STEP NOT STAMPED."
003720         CLOSE ACCOUNT-MASTER
003730         CLOSE CUSTOMER-MASTER
003740         MOVE 8 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770
003780     OPEN OUTPUT PRINT-FILE.
003790     MOVE BNK-RUN-DATE TO BNK-H1-RUN-DATE.
003800     MOVE BNK-HEADING-1 TO PRINT-LINE.
003810     WRITE PRINT-LINE.
003820 1000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850* 2000-SCAN-ACCOUNTS - RULES 1 TO 3, BY BNK-RULE-NO: ONE PASS OF
003860*                      THE ACCOUNT MASTER PER RULE SO EACH RULE'S
003870*                      EXCEPTIONS PRINT TOGETHER
003880*----------------------------------------------------------------
003890 2000-SCAN-ACCOUNTS.
003900     EVALUATE TRUE
003910         WHEN BNK-RULE-NO-CUSTOMER
003920             MOVE "ACCOUNT'S CUSTOMER NOT ON CUSTMAST"
003930                 TO BNK-S-TITLE
003940         WHEN BNK-RULE-OD-PRODUCT
003950             MOVE "OVERDRAFT LIMIT ON A NON-CHECKING PRODUCT"
003960                 TO BNK-S-TITLE
003970         WHEN BNK-RULE-NO-PRODUCT
003980             MOVE "OPEN ACCOUNT WITH NO VALID PRODUCT CODE"
003990                 TO BNK-S-TITLE
004000     END-EVALUATE.
004010     PERFORM 6000-START-SECTION THRU 6000-EXIT.
004020     SET BNK-ACM-NOT-AT-EOF TO TRUE.
004030     MOVE ZERO TO ACM-ACCT-NUMBER.
004040     START ACCOUNT-MASTER KEY NOT < ACM-ACCT-NUMBER
004050         INVALID KEY
004060             SET BNK-ACM-AT-EOF TO TRUE
004070     END-START.
004080     IF BNK-ACM-NOT-AT-EOF
004090         READ ACCOUNT-MASTER NEXT RECORD
004100             AT END
004110                 SET BNK-ACM-AT-EOF TO TRUE
004120         END-READ
004130     END-IF.
004140     PERFORM 2100-CHECK-ONE-ACCOUNT THRU 2100-EXIT
004150         UNTIL BNK-ACM-AT-EOF.
004160     PERFORM 6500-END-SECTION THRU 6500-EXIT.
004170 2000-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 2100-CHECK-ONE-ACCOUNT - APPLY THE RULE TO ONE ACCOUNT AND READ
004210*                          THE NEXT.  AN ACCOUNT NOT YET ATTACHED
004220*                          TO A CUSTOMER (ZERO) IS NOT AN ORPHAN.
004230*----------------------------------------------------------------
004240 2100-CHECK-ONE-ACCOUNT.
004250     IF BNK-RULE-NO-CUSTOMER
004260         ADD 1 TO BNK-ACCT-READ-COUNT
004270     END-IF.
004280     MOVE SPACES TO BNK-D-DETAIL.
004290     EVALUATE TRUE
004300         WHEN BNK-RULE-NO-CUSTOMER
004310             IF ACM-CUST-NUMBER = ZERO
004320                 GO TO 2100-READ-NEXT
004330             END-IF
004340             MOVE ACM-CUST-NUMBER TO CUS-CUST-NUMBER
004350             READ CUSTOMER-MASTER
004360                 INVALID KEY
004370                     CONTINUE
004380             END-READ
004390             IF BNK-CUS-OK
004400                 GO TO 2100-READ-NEXT
004410             END-IF
004420             MOVE ACM-BALANCE TO BNK-D-AMOUNT
004430             MOVE "CUSTOMER NOT ON FILE" TO BNK-D-DETAIL
004440         WHEN BNK-RULE-OD-PRODUCT
004450             IF ACM-OD-LIMIT = ZERO OR ACM-PROD-CHECKING
004460                     OR ACM-ACCT-CLOSED
004470                 GO TO 2100-READ-NEXT
004480             END-IF
004490             MOVE ACM-OD-LIMIT TO BNK-D-AMOUNT
004500             MOVE "OD LIMIT ON A NON-CHECKING PRODUCT"
004510                 TO BNK-D-DETAIL
004520         WHEN BNK-RULE-NO-PRODUCT
004530             IF ACM-ACCT-CLOSED OR ACM-PROD-VALID
004540                 GO TO 2100-READ-NEXT
004550             END-IF
004560             MOVE ACM-BALANCE TO BNK-D-AMOUNT
004570             IF ACM-PRODUCT-CODE = SPACES
004580                 MOVE "NO PRODUCT CODE" TO BNK-D-DETAIL
004590             ELSE
004600                 MOVE "PRODUCT CODE NOT RECOGNIZED"
004610                     TO BNK-D-DETAIL
004620             END-IF
004630     END-EVALUATE.
004640     MOVE ACM-ACCT-NUMBER  TO BNK-D-KEY.
004650     MOVE ACM-ACCT-NUMBER  TO BNK-D-ACCT.
004660     MOVE ACM-CUST-NUMBER  TO BNK-D-CUST.
004670     MOVE ACM-STATUS       TO BNK-D-STATUS.
004680     MOVE ACM-PRODUCT-CODE TO BNK-D-PRODUCT.
004690     PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT.
004700 2100-READ-NEXT.
004710     READ ACCOUNT-MASTER NEXT RECORD
004720         AT END
004730             SET BNK-ACM-AT-EOF TO TRUE
004740     END-READ.
004750 2100-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 3000-SCAN-HOLDS - RULE 4: A HOLD STILL HELD ON AN ACCOUNT THAT
004790*                   IS CLOSED (OR NO LONGER ON FILE).  NO HOLD
004800*                   FILE MEANS NO HOLDS.
004810*----------------------------------------------------------------
004820 3000-SCAN-HOLDS.
004830     MOVE 4 TO BNK-RULE-NO.
004840     MOVE "ACTIVE HOLD ON A CLOSED ACCOUNT" TO BNK-S-TITLE.
004850     PERFORM 6000-START-SECTION THRU 6000-EXIT.
004860     OPEN INPUT HOLD-FILE.
004870     IF NOT BNK-HLD-OK
004880         GO TO 3000-END
004890     END-IF.
004900     SET BNK-HLD-NOT-AT-EOF TO TRUE.
004910     READ HOLD-FILE NEXT RECORD
004920         AT END
004930             SET BNK-HLD-AT-EOF TO TRUE
004940     END-READ.
004950     PERFORM 3100-CHECK-ONE-HOLD THRU 3100-EXIT
004960         UNTIL BNK-HLD-AT-EOF.
004970     CLOSE HOLD-FILE.
004980 3000-END.
004990     PERFORM 6500-END-SECTION THRU 6500-EXIT.
005000 3000-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 3100-CHECK-ONE-HOLD - CHECK ONE HELD HOLD'S ACCOUNT AND READ THE
005040*                       NEXT HOLD
005050*----------------------------------------------------------------
005060 3100-CHECK-ONE-HOLD.
005070     ADD 1 TO BNK-HOLD-READ-COUNT.
005080     IF NOT HLD-HELD
005090         GO TO 3100-READ-NEXT
005100     END-IF.
005110     MOVE HLD-ACCT-NUMBER TO ACM-ACCT-NUMBER.
005120     READ ACCOUNT-MASTER
005130         INVALID KEY
005140             CONTINUE
005150     END-READ.
005160     MOVE SPACES TO BNK-D-DETAIL.
005170     MOVE SPACES TO BNK-D-CUST.
005180     MOVE SPACES TO BNK-D-STATUS.
005190     MOVE SPACES TO BNK-D-PRODUCT.
005200     IF BNK-ACM-OK
005210         IF NOT ACM-ACCT-CLOSED
005220             GO TO 3100-READ-NEXT
005230         END-IF
005240         MOVE ACM-CUST-NUMBER  TO BNK-D-CUST
005250         MOVE ACM-STATUS       TO BNK-D-STATUS
005260         MOVE ACM-PRODUCT-CODE TO BNK-D-PRODUCT
005270         MOVE HLD-PLACED-DATE  TO BNK-HT-PLACED-DATE
005280         MOVE BNK-HOLD-DETAIL-TEXT TO BNK-D-DETAIL
005290     ELSE
005300         MOVE "ACCOUNT NOT ON FILE" TO BNK-D-DETAIL
005310     END-IF.
005320     MOVE HLD-ACCT-NUMBER TO BNK-HK-ACCT.
005330     MOVE HLD-HOLD-SEQ    TO BNK-HK-SEQ.
005340     MOVE BNK-HOLD-KEY-TEXT TO BNK-D-KEY.
005350     MOVE HLD-ACCT-NUMBER TO BNK-D-ACCT.
005360     MOVE HLD-AMOUNT      TO BNK-D-AMOUNT.
005370     PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT.
005380 3100-READ-NEXT.
005390     READ HOLD-FILE NEXT RECORD
005400         AT END
005410             SET BNK-HLD-AT-EOF TO TRUE
005420     END-READ.
005430 3100-EXIT.
005440     EXIT.
005450*----------------------------------------------------------------
005460* 4000-SCAN-ORDERS - RULE 5: AN ACTIVE STANDING ORDER WHOSE FROM-
005470*                    OR TO-ACCOUNT IS CLOSED, DORMANT OR NOT ON
005480*                    FILE.  NO ORDER FILE MEANS NO ORDERS.
005490*----------------------------------------------------------------
005500 4000-SCAN-ORDERS.
005510     MOVE 5 TO BNK-RULE-NO.
005520     MOVE "ACTIVE STANDING ORDER ON A CLOSED/DORMANT ACCOUNT"
005530         TO BNK-S-TITLE.
005540     PERFORM 6000-START-SECTION THRU 6000-EXIT.
005550     OPEN INPUT STANDING-ORDERS.
005560     IF NOT BNK-STO-OK
005570         GO TO 4000-END
005580     END-IF.
005590     SET BNK-STO-NOT-AT-EOF TO TRUE.
005600     READ STANDING-ORDERS NEXT RECORD
005610         AT END
005620             SET BNK-STO-AT-EOF TO TRUE
005630     END-READ.
005640     PERFORM 4100-CHECK-ONE-ORDER THRU 4100-EXIT
005650         UNTIL BNK-STO-AT-EOF.
005660     CLOSE STANDING-ORDERS.
005670 4000-END.
005680     PERFORM 6500-END-SECTION THRU 6500-EXIT.
005690 4000-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720* 4100-CHECK-ONE-ORDER - CHECK BOTH ACCOUNTS OF AN ACTIVE ORDER
005730*                        AND READ THE NEXT ORDER
005740*----------------------------------------------------------------
005750 4100-CHECK-ONE-ORDER.
005760     ADD 1 TO BNK-ORDER-READ-COUNT.
005770     IF STO-ORDER-ACTIVE
005780         MOVE STO-FROM-ACCT TO BNK-CHECK-ACCT
005790         MOVE "FROM"        TO BNK-CHECK-ROLE
005800         PERFORM 4200-CHECK-ORDER-ACCOUNT THRU 4200-EXIT
005810         MOVE STO-TO-ACCT   TO BNK-CHECK-ACCT
005820         MOVE "TO"          TO BNK-CHECK-ROLE
005830         PERFORM 4200-CHECK-ORDER-ACCOUNT THRU 4200-EXIT
005840     END-IF.
005850     READ STANDING-ORDERS NEXT RECORD
005860         AT END
005870             SET BNK-STO-AT-EOF TO TRUE
005880     END-READ.
005890 4100-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------
005920* 4200-CHECK-ORDER-ACCOUNT - LIST THE ORDER IF BNK-CHECK-ACCT IS
005930*                            CLOSED, DORMANT OR NOT ON FILE
005940*----------------------------------------------------------------
005950 4200-CHECK-ORDER-ACCOUNT.
005960     MOVE BNK-CHECK-ACCT TO ACM-ACCT-NUMBER.
005970     READ ACCOUNT-MASTER
005980         INVALID KEY
005990             CONTINUE
006000     END-READ.
006010     MOVE SPACES TO BNK-D-CUST.
006020     MOVE SPACES TO BNK-D-STATUS.
006030     MOVE SPACES TO BNK-D-PRODUCT.
006040     IF BNK-ACM-OK
006050         IF ACM-ACCT-OPEN
006060             GO TO 4200-EXIT
006070         END-IF
006080         MOVE ACM-CUST-NUMBER  TO BNK-D-CUST
006090         MOVE ACM-STATUS       TO BNK-D-STATUS
006100         MOVE ACM-PRODUCT-CODE TO BNK-D-PRODUCT
006110         IF ACM-ACCT-DORMANT
006120             MOVE "DORMANT"    TO BNK-OT-CONDITION
006130         ELSE
006140             MOVE "CLOSED"     TO BNK-OT-CONDITION
006150         END-IF
006160     ELSE
006170         MOVE "NOT ON FILE"    TO BNK-OT-CONDITION
006180     END-IF.
006190     MOVE BNK-CHECK-ROLE        TO BNK-OT-ROLE.
006200     MOVE BNK-ORDER-DETAIL-TEXT TO BNK-D-DETAIL.
006210     MOVE STO-ORDER-NO          TO BNK-D-KEY.
006220     MOVE BNK-CHECK-ACCT        TO BNK-D-ACCT.
006230     MOVE STO-AMOUNT            TO BNK-D-AMOUNT.
006240     PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT.
006250 4200-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280* 5000-SCAN-OPERATORS - RULE 6: EVERY OPERATOR ID ON TODAY'S AUDIT
006290*                       TRAIL MUST BE ON THE OPERATOR MASTER OR BE
006300*                       ONE OF THE BATCH IDS.  EACH UNKNOWN ID IS
006310*                       LISTED ONCE WITH ITS RECORD COUNT.
006320*----------------------------------------------------------------
006330 5000-SCAN-OPERATORS.
006340     MOVE 6 TO BNK-RULE-NO.
006350     MOVE "AUDIT OPERATOR NOT ON OPERMAST OR A BATCH ID"
006360         TO BNK-S-TITLE.
006370     PERFORM 6000-START-SECTION THRU 6000-EXIT.
006380     OPEN INPUT AUDIT-TRAIL.
006390     IF NOT BNK-AUD-OK
006400         DISPLAY "INTEG-SCAN: NO AUDIT TRAIL, STATUS "
006410             BNK-AUD-STATUS " - OPERATORS NOT CHECKED."
006420         GO TO 5000-END
006430     END-IF.
006440     SET BNK-AUD-NOT-AT-EOF TO TRUE.
006450     READ AUDIT-TRAIL
006460         AT END
006470             SET BNK-AUD-AT-EOF TO TRUE
006480     END-READ.
006490     PERFORM 5100-CHECK-ONE-AUDIT THRU 5100-EXIT
006500         UNTIL BNK-AUD-AT-EOF.
006510     CLOSE AUDIT-TRAIL.
006520     IF BNK-UO-COUNT > ZERO
006530         PERFORM 5300-LIST-ONE-UNKNOWN THRU 5300-EXIT
006540             VARYING BNK-UO-IDX FROM 1 BY 1
006550             UNTIL BNK-UO-IDX > BNK-UO-COUNT
006560     END-IF.
006570 5000-END.
006580     PERFORM 6500-END-SECTION THRU 6500-EXIT.
006590 5000-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620* 5100-CHECK-ONE-AUDIT - CHECK THE OPERATOR OF ONE OF TODAY'S
006630*                        AUDIT RECORDS AND READ THE NEXT
006640*----------------------------------------------------------------
006650 5100-CHECK-ONE-AUDIT.
006660     IF AUD-DATE NOT = BNK-RUN-DATE
006670         GO TO 5100-READ-NEXT
006680     END-IF.
006690     ADD 1 TO BNK-AUDIT-READ-COUNT.
006700     SET BNK-NOT-FOUND TO TRUE.
006710     SET BNK-BI-IDX TO 1.
006720     SEARCH BNK-BATCH-ID
006730         AT END
006740             CONTINUE
006750         WHEN BNK-BATCH-ID (BNK-BI-IDX) = AUD-OPERATOR-ID
006760             SET BNK-FOUND TO TRUE
006770     END-SEARCH.
006780     IF BNK-FOUND
006790         GO TO 5100-READ-NEXT
006800     END-IF.
006810     MOVE AUD-OPERATOR-ID TO OPR-OPERATOR-ID.
006820     READ OPERATOR-MASTER
006830         INVALID KEY
006840             CONTINUE
006850     END-READ.
006860     IF BNK-OPR-OK AND AUD-OPERATOR-ID NOT = SPACES
006870         GO TO 5100-READ-NEXT
006880     END-IF.
006890     PERFORM 5200-NOTE-UNKNOWN THRU 5200-EXIT.
006900 5100-READ-NEXT.
006910     READ AUDIT-TRAIL
006920         AT END
006930             SET BNK-AUD-AT-EOF TO TRUE
006940     END-READ.
006950 5100-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------
006980* 5200-NOTE-UNKNOWN - ADD THE UNKNOWN OPERATOR TO THE TABLE, OR
006990*                     COUNT ANOTHER RECORD AGAINST IT
007000*----------------------------------------------------------------
007010 5200-NOTE-UNKNOWN.
007020     SET BNK-NOT-FOUND TO TRUE.
007030     IF BNK-UO-COUNT > ZERO
007040         SET BNK-UO-IDX TO 1
007050         SEARCH BNK-UO-ENTRY
007060             AT END
007070                 CONTINUE
007080             WHEN BNK-UO-OPERATOR (BNK-UO-IDX) = AUD-OPERATOR-ID
007090                 SET BNK-FOUND TO TRUE
007100         END-SEARCH
007110     END-IF.
007120     IF BNK-FOUND
007130         ADD 1 TO BNK-UO-RECORDS (BNK-UO-IDX)
007140         GO TO 5200-EXIT
007150     END-IF.
007160     IF BNK-UO-COUNT NOT < BNK-UO-MAX
007170         DISPLAY "INTEG-SCAN: UNKNOWN-OPERATOR TABLE FULL AT "
007180             BNK-UO-MAX " - " AUD-OPERATOR-ID " NOT LISTED."
007190         ADD 1 TO BNK-ERROR-COUNT
007200         GO TO 5200-EXIT
007210     END-IF.
007220     ADD 1 TO BNK-UO-COUNT.
007230     SET BNK-UO-IDX TO BNK-UO-COUNT.
007240     MOVE AUD-OPERATOR-ID TO BNK-UO-OPERATOR (BNK-UO-IDX).
007250     MOVE 1               TO BNK-UO-RECORDS (BNK-UO-IDX).
007260     MOVE AUD-ACCT-NUMBER TO BNK-UO-FIRST-ACCT (BNK-UO-IDX).
007270     MOVE AUD-TIME        TO BNK-UO-FIRST-TIME (BNK-UO-IDX).
007280 5200-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310* 5300-LIST-ONE-UNKNOWN - PRINT ONE UNKNOWN OPERATOR
007320*----------------------------------------------------------------
007330 5300-LIST-ONE-UNKNOWN.
007340     MOVE BNK-UO-RECORDS (BNK-UO-IDX)    TO BNK-UT-RECORDS.
007350     MOVE BNK-UO-FIRST-TIME (BNK-UO-IDX) TO BNK-UT-FIRST-TIME.
007360     MOVE BNK-UO-DETAIL-TEXT TO BNK-D-DETAIL.
007370     MOVE BNK-UO-OPERATOR (BNK-UO-IDX)   TO BNK-D-KEY.
007380     MOVE BNK-UO-FIRST-ACCT (BNK-UO-IDX) TO BNK-D-ACCT.
007390     MOVE SPACES TO BNK-D-CUST.
007400     MOVE SPACES TO BNK-D-STATUS.
007410     MOVE SPACES TO BNK-D-PRODUCT.
007420     MOVE ZERO   TO BNK-D-AMOUNT.
007430     PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT.
007440 5300-EXIT.
007450     EXIT.
007460*----------------------------------------------------------------
007470* 6000-START-SECTION - PRINT THE RULE'S TITLE AND COLUMN HEADINGS
007480*                      AND ZERO ITS COUNT
007490*----------------------------------------------------------------
007500 6000-START-SECTION.
007510     MOVE ZERO TO BNK-RULE-COUNT.
007520     MOVE BNK-RULE-NO TO BNK-S-RULE-NO.
007530     IF BNK-RULE-SEVERE
007540         MOVE "(SEVERE - HOLDS CYCLE)" TO BNK-S-SEVERITY
007550     ELSE
007560         MOVE "(WARNING)" TO BNK-S-SEVERITY
007570     END-IF.
007580     MOVE BNK-BLANK-LINE TO PRINT-LINE.
007590     WRITE PRINT-LINE.
007600     MOVE BNK-SECTION-LINE TO PRINT-LINE.
007610     WRITE PRINT-LINE.
007620     MOVE BNK-DETAIL-HEADING TO PRINT-LINE.
007630     WRITE PRINT-LINE.
007640 6000-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670* 6500-END-SECTION - CLOSE THE RULE'S SECTION WITH ITS COUNT AND
007680*                    ADD IT TO THE SEVERE OR WARNING TOTAL
007690*----------------------------------------------------------------
007700 6500-END-SECTION.
007710     IF BNK-RULE-COUNT = ZERO
007720         MOVE BNK-NONE-LINE TO PRINT-LINE
007730     ELSE
007740         MOVE BNK-RULE-COUNT TO BNK-CL-COUNT
007750         MOVE BNK-COUNT-LINE TO PRINT-LINE
007760     END-IF.
007770     WRITE PRINT-LINE.
007780     MOVE BNK-RULE-COUNT TO BNK-RC-COUNT (BNK-RULE-NO).
007790     IF BNK-RULE-SEVERE
007800         ADD BNK-RULE-COUNT TO BNK-SEVERE-COUNT
007810     ELSE
007820         ADD BNK-RULE-COUNT TO BNK-WARNING-COUNT
007830     END-IF.
007840 6500-EXIT.
007850     EXIT.
007860*----------------------------------------------------------------
007870* 7000-PRINT-EXCEPTION - PRINT ONE EXCEPTION LINE UNDER THE RULE
007880*----------------------------------------------------------------
007890 7000-PRINT-EXCEPTION.
007900     ADD 1 TO BNK-RULE-COUNT.
007910     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
007920     WRITE PRINT-LINE.
007930 7000-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------
007960* 7500-STAMP-CYCLE - STAMP THIS STEP COMPLETE ON THE CYCLE
007970*                    RECORD.  ONLY CALLED WHEN NO SEVERE EXCEPTION
007980*                    WAS FOUND.
007990*----------------------------------------------------------------
008000 7500-STAMP-CYCLE.
008010     OPEN I-O CYCLE-CONTROL.
008020     MOVE 1 TO BNK-CYC-RELKEY.
008030     READ CYCLE-CONTROL
008040         INVALID KEY
008050             CONTINUE
008060     END-READ.
008070     IF BNK-CYC-OK
008080         SET CYC-INTEG-SCAN-DONE TO TRUE
008090         REWRITE CYC-CYCLE-RECORD
008100     END-IF.
008110     IF NOT BNK-CYC-OK
008120         DISPLAY "INTEG-SCAN: CYCLE STAMP FAILED, STATUS "
008130             BNK-CYC-STATUS
008140         ADD 1 TO BNK-ERROR-COUNT
008150     END-IF.
008160     CLOSE CYCLE-CONTROL.
008170 7500-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200* 7600-PRINT-ONE-RULE-COUNT - ONE LINE OF THE CLOSING SUMMARY
008210*----------------------------------------------------------------
008220 7600-PRINT-ONE-RULE-COUNT.
008230     MOVE BNK-RULE-NO TO BNK-SL-RULE-NO.
008240     IF BNK-RULE-SEVERE
008250         MOVE "SEVERE"  TO BNK-SL-SEVERITY
008260     ELSE
008270         MOVE "WARNING" TO BNK-SL-SEVERITY
008280     END-IF.
008290     MOVE BNK-RC-COUNT (BNK-RULE-NO) TO BNK-SL-COUNT.
008300     MOVE BNK-SUMMARY-LINE TO PRINT-LINE.
008310     WRITE PRINT-LINE.
008320 7600-EXIT.
008330     EXIT.
008340*----------------------------------------------------------------
008350* 8000-FINALIZE - PRINT THE COUNTS BY RULE, CLOSE THE FILES,
008360*                 STAMP THE STEP IF NOTHING SEVERE WAS FOUND, AND
008370*                 DISPLAY THE RUN SUMMARY
008380*----------------------------------------------------------------
008390 8000-FINALIZE.
008400     MOVE BNK-BLANK-LINE TO PRINT-LINE.
008410     WRITE PRINT-LINE.
008420     MOVE BNK-SUMMARY-HEADING TO PRINT-LINE.
008430     WRITE PRINT-LINE.
008440     PERFORM 7600-PRINT-ONE-RULE-COUNT THRU 7600-EXIT
008450         VARYING BNK-RULE-NO FROM 1 BY 1
008460         UNTIL BNK-RULE-NO > 6.
008470     CLOSE PRINT-FILE.
008480     CLOSE ACCOUNT-MASTER.
008490     CLOSE CUSTOMER-MASTER.
008500     CLOSE OPERATOR-MASTER.
008510
008520     IF BNK-SEVERE-COUNT = ZERO AND BNK-ERROR-COUNT = ZERO
008530         PERFORM 7500-STAMP-CYCLE THRU 7500-EXIT
008540     END-IF.
008550
008560     DISPLAY "INTEG-SCAN RUN SUMMARY".
008570     DISPLAY "  BUSINESS DATE        : " BNK-RUN-DATE.
008580     DISPLAY "  ACCOUNTS READ        : " BNK-ACCT-READ-COUNT.
008590     DISPLAY "  HOLDS READ           : " BNK-HOLD-READ-COUNT.
008600     DISPLAY "  ORDERS READ          : " BNK-ORDER-READ-COUNT.
008610     DISPLAY "  AUDIT RECORDS TODAY  : " BNK-AUDIT-READ-COUNT.
008620     DISPLAY "  R1 NO CUSTOMER       : " BNK-RC-COUNT (1).
008630     DISPLAY "  R2 OD NON-CHECKING   : " BNK-RC-COUNT (2).
008640     DISPLAY "  R3 NO PRODUCT        : " BNK-RC-COUNT (3).
008650     DISPLAY "  R4 HOLD ON CLOSED    : " BNK-RC-COUNT (4).
008660     DISPLAY "  R5 ORDER ON CLOSED   : " BNK-RC-COUNT (5).
008670     DISPLAY "  R6 UNKNOWN OPERATOR  : " BNK-RC-COUNT (6).
008680     DISPLAY "  SEVERE EXCEPTIONS    : " BNK-SEVERE-COUNT.
008690     DISPLAY "  WARNINGS             : " BNK-WARNING-COUNT.
008700     DISPLAY "  ERRORS               : " BNK-ERROR-COUNT.
008710     IF BNK-WARNING-COUNT > ZERO
008720         MOVE 4 TO RETURN-CODE
008730     END-IF.
008740     IF BNK-SEVERE-COUNT > ZERO OR BNK-ERROR-COUNT > ZERO
008750         DISPLAY "INTEG-SCAN: SEVERE EXCEPTIONS - STEP NOT "
008760             "STAMPED, CYCLE HELD."
008770         MOVE 8 TO RETURN-CODE
008780     END-IF.
008790 8000-EXIT.
008800     EXIT.
