000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CHG-OFF.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - NIGHTLY CHARGE-OFF RUN (CYCLE STEP
000200*                  13).  WRITES OFF EVERY ACCOUNT NEG-AGING HAS
000210*                  MARKED CHARGE-OFF DUE (ACM-AGING-STAGE "C").
000220*                  THE NEGATIVE LEDGER IS BROUGHT TO ZERO UNDER
000230*                  AUDIT TYPE "W" (OPERATOR CHGOFF), WHICH
000240*                  GL-EXTRACT SENDS TO THE CHARGE-OFF LOSS
000250*                  ACCOUNT; THE AMOUNT IS KEPT IN ACM-CHGOFF-
000260*                  BALANCE WITH THE DATE IN ACM-CHGOFF-DATE, THE
000270*                  OVERDRAFT LINE IS WITHDRAWN AND THE ACCOUNT
000280*                  IS RESTRICTED "W" SO NO FURTHER DEBIT POSTS.
000290*                  THE ACCOUNT IS RESTRICTED RATHER THAN CLOSED
000300*                  SO A LATER DEPOSIT CAN STILL POST - AS A
000310*                  RECOVERY AGAINST THE CHARGED-OFF AMOUNT.  A
000320*                  SANCTIONS FREEZE IS LEFT IN PLACE.  AN ACCOUNT
000330*                  BACK AT ZERO OR ABOVE SINCE IT WAS MARKED IS
000340*                  RETURNED TO CURRENT.  CHGOFRPT LISTS EVERY
000350*                  ACCOUNT WRITTEN OFF.  REFUSES TO START UNTIL
000360*                  NEG-AGING IS STAMPED, ONCE EOD-REPORT HAS RUN,
000370*                  OR A SECOND TIME FOR THE SAME BUSINESS DATE.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS ACM-ACCT-NUMBER
000490         FILE STATUS IS BNK-ACM-STATUS.
000500
000510     SELECT AUDIT-TRAIL ASSIGN TO "AUDTRAIL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BNK-AUD-STATUS.
000540
000550     SELECT PRINT-FILE ASSIGN TO "CHGOFRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BNK-PRT-STATUS.
000580
000590     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000600         ORGANIZATION IS RELATIVE
000610         ACCESS MODE IS RANDOM
000620         RELATIVE KEY IS BNK-CYC-RELKEY
000630         FILE STATUS IS BNK-CYC-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ACCOUNT-MASTER
000670     LABEL RECORDS ARE STANDARD.
000680     COPY ACCTMAST.
000690*
000700 FD  AUDIT-TRAIL
000710     LABEL RECORDS ARE STANDARD.
000720     COPY AUDTRAIL.
000730*
000740 FD  PRINT-FILE
000750     LABEL RECORDS ARE OMITTED.
000760 01  PRINT-LINE                  PIC X(110).
000770*
000780 FD  CYCLE-CONTROL
000790     LABEL RECORDS ARE STANDARD.
000800     COPY CYCLCTL.
000810 WORKING-STORAGE SECTION.
000820 01  BNK-ACM-STATUS              PIC X(02).
000830     88  BNK-ACM-OK              VALUE "00".
000840 01  BNK-AUD-STATUS              PIC X(02).
000850     88  BNK-AUD-OK              VALUE "00".
000860 01  BNK-PRT-STATUS              PIC X(02).
000870 01  BNK-CYC-STATUS              PIC X(02).
000880     88  BNK-CYC-OK              VALUE "00".
000890 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
000900 01  BNK-ACM-EOF-SWITCH          PIC X(01).
000910     88  BNK-ACM-AT-EOF          VALUE "Y".
000920     88  BNK-ACM-NOT-AT-EOF      VALUE "N".
000930 01  BNK-ACM-OPEN-SWITCH         PIC X(01).
000940     88  BNK-ACM-OPENED          VALUE "Y".
000950     88  BNK-ACM-NOT-OPENED      VALUE "N".
000960 01  BNK-OPERATOR-ID             PIC X(08) VALUE "CHGOFF".
000970 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
000980*    LARGEST LOSS ONE AUDIT RECORD CAN CARRY (AUD-AMOUNT).
000990 01  BNK-MAX-AUD-AMOUNT          PIC 9(07)V99 VALUE 9999999.99.
001000 01  BNK-RUN-DATE                PIC 9(08).
001010 01  BNK-ACCT-BRANCH             PIC X(03).
001020 01  BNK-LOSS-AMOUNT             PIC 9(09)V99.
001030 01  BNK-AUD-AMOUNT              PIC S9(07)V99.
001040 01  BNK-READ-COUNT              PIC 9(07) COMP.
001050 01  BNK-DUE-COUNT               PIC 9(07) COMP.
001060 01  BNK-CHGOFF-COUNT            PIC 9(07) COMP.
001070 01  BNK-CURED-COUNT             PIC 9(07) COMP.
001080 01  BNK-MANUAL-COUNT            PIC 9(07) COMP.
001090 01  BNK-ERROR-COUNT             PIC 9(07) COMP.
001100 01  BNK-TOTAL-CHARGED-OFF       PIC 9(11)V99.
001110*
001120 01  BNK-HEADING-1.
001130     05  FILLER                  PIC X(40) VALUE
001140         "CHARGE-OFF REGISTER".
001150     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001160     05  BNK-H1-RUN-DATE         PIC 9(08).
001170 01  BNK-HEADING-2.
001180     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
001190     05  FILLER                  PIC X(20) VALUE "NAME".
001200     05  FILLER                  PIC X(05) VALUE "BR".
001210     05  FILLER                  PIC X(04) VALUE "PR".
001220     05  FILLER                  PIC X(10) VALUE "NEG SINCE".
001230     05  FILLER                  PIC X(15) VALUE "  WRITTEN OFF".
001240     05  FILLER                  PIC X(16) VALUE
001250         "  TOTAL CHG-OFF".
001260     05  FILLER                  PIC X(18) VALUE "ACTION".
001270 01  BNK-DETAIL-LINE.
001280     05  BNK-D-ACCT-NO           PIC 9(07).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  BNK-D-CUST-NAME         PIC X(18).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  BNK-D-BRANCH            PIC X(03).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  BNK-D-PRODUCT           PIC X(02).
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  BNK-D-NEG-SINCE         PIC 9(08).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  BNK-D-AMOUNT            PIC Z(09)9.99.
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  BNK-D-CHGOFF-TOTAL      PIC Z(09)9.99.
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  BNK-D-ACTION            PIC X(18).
001430 01  BNK-TOTAL-LINE.
001440     05  FILLER                  PIC X(48) VALUE
001450         "TOTAL WRITTEN OFF".
001460     05  BNK-T-AMOUNT            PIC Z(10)9.99.
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  BNK-T-COUNT             PIC Z(06)9.
001490     05  FILLER                  PIC X(09) VALUE " ACCOUNTS".
001500 01  BNK-NONE-LINE.
001510     05  FILLER                  PIC X(34) VALUE
001520         "  NO ACCOUNTS DUE FOR CHARGE-OFF".
001530 01  BNK-BLANK-LINE              PIC X(01) VALUE SPACE.
001540*
001550 PROCEDURE DIVISION.
001560*----------------------------------------------------------------
001570* 0000-MAINLINE - DRIVE THE CHARGE-OFF RUN.  AN UPDATE THAT FAILS
001580*                 ENDS THE STEP WITH RETURN-CODE 8 AND NO CYCLE
001590*                 STAMP.
001600*----------------------------------------------------------------
001610 0000-MAINLINE.
001620     PERFORM 0500-VERIFY-CYCLE THRU 0500-EXIT.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     PERFORM 2000-PROCESS-ONE-ACCOUNT THRU 2000-EXIT
001650         UNTIL BNK-ACM-AT-EOF.
001660     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001670     IF BNK-ERROR-COUNT > ZERO OR BNK-ACM-NOT-OPENED
001680         MOVE 8 TO RETURN-CODE
001690     ELSE
001700         PERFORM 7500-STAMP-CYCLE THRU 7500-EXIT
001710     END-IF.
001720     STOP RUN.
001730*----------------------------------------------------------------
001740* 0500-VERIFY-CYCLE - REFUSE TO START UNLESS NEG-AGING IS STAMPED
001750*                     COMPLETE FOR THE OPEN BUSINESS DATE, ONCE
001760*                     EOD-REPORT HAS RUN, OR WHEN THIS STEP IS
001770*                     ALREADY STAMPED
001780*----------------------------------------------------------------
001790 0500-VERIFY-CYCLE.
001800     OPEN I-O CYCLE-CONTROL.
001810     IF BNK-CYC-OK
001820         MOVE 1 TO BNK-CYC-RELKEY
001830         READ CYCLE-CONTROL
001840             INVALID KEY
001850                 CONTINUE
001860         END-READ
001870     END-IF.
001880     IF NOT BNK-CYC-OK
001890         DISPLAY "CHG-OFF: NO CYCLE CONTROL - RUN CYCLE-CTL "
001900             "TO OPEN THE BUSINESS DATE."
001910         MOVE 8 TO RETURN-CODE
001920         STOP RUN
001930     END-IF.
001940     IF NOT CYC-NEG-AGING-DONE
001950         DISPLAY "CHG-OFF: NEG-AGING NOT COMPLETE FOR "
001960             "BUSINESS DATE " CYC-BUSINESS-DATE
001970             " - STEP REFUSED."
001980         CLOSE CYCLE-CONTROL
001990         MOVE 8 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     IF CYC-EOD-REPORT-DONE
002030         DISPLAY "CHG-OFF: EOD-REPORT ALREADY COMPLETE FOR "
002040             "BUSINESS DATE " CYC-BUSINESS-DATE
002050             " - STEP REFUSED."
002060         CLOSE CYCLE-CONTROL
002070         MOVE 8 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002100     IF CYC-CHG-OFF-DONE
002110         DISPLAY "CHG-OFF: ALREADY COMPLETE FOR BUSINESS "
002120             "DATE " CYC-BUSINESS-DATE " - STEP REFUSED."
002130         CLOSE CYCLE-CONTROL
002140         MOVE 8 TO RETURN-CODE
002150         STOP RUN
002160     END-IF.
002170     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
002180     CLOSE CYCLE-CONTROL.
002190 0500-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220* 1000-INITIALIZE - ZERO THE TOTALS, OPEN THE FILES, START THE
002230*                   REGISTER AND PRIME THE READ LOOP
002240*----------------------------------------------------------------
002250 1000-INITIALIZE.
002260     MOVE ZERO TO BNK-READ-COUNT.
002270     MOVE ZERO TO BNK-DUE-COUNT.
002280     MOVE ZERO TO BNK-CHGOFF-COUNT.
002290     MOVE ZERO TO BNK-CURED-COUNT.
002300     MOVE ZERO TO BNK-MANUAL-COUNT.
002310     MOVE ZERO TO BNK-ERROR-COUNT.
002320     MOVE ZERO TO BNK-TOTAL-CHARGED-OFF.
002330
002340     OPEN OUTPUT PRINT-FILE.
002350     MOVE BNK-RUN-DATE TO BNK-H1-RUN-DATE.
002360     MOVE BNK-HEADING-1 TO PRINT-LINE.
002370     WRITE PRINT-LINE.
002380     MOVE BNK-HEADING-2 TO PRINT-LINE.
002390     WRITE PRINT-LINE.
002400
002410     SET BNK-ACM-NOT-AT-EOF TO TRUE.
002420     SET BNK-ACM-NOT-OPENED TO TRUE.
002430     OPEN I-O ACCOUNT-MASTER.
002440     IF NOT BNK-ACM-OK
002450         DISPLAY "CHG-OFF: ACCOUNT MASTER NOT AVAILABLE, "
002460             "STATUS " BNK-ACM-STATUS
002470         SET BNK-ACM-AT-EOF TO TRUE
002480         GO TO 1000-EXIT
002490     END-IF.
002500     SET BNK-ACM-OPENED TO TRUE.
002510     READ ACCOUNT-MASTER NEXT RECORD
002520         AT END
002530             SET BNK-ACM-AT-EOF TO TRUE
002540     END-READ.
002550 1000-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580* 2000-PROCESS-ONE-ACCOUNT - WRITE OFF ONE ACCOUNT MARKED DUE AND
002590*                            READ THE NEXT.  ONE THAT HAS COME
002600*                            BACK TO ZERO OR ABOVE SINCE NEG-AGING
002610*                            MARKED IT IS RETURNED TO CURRENT.  A
002620*                            LOSS TOO LARGE FOR ONE AUDIT RECORD
002630*                            IS LEFT MARKED FOR MANUAL WRITE-OFF.
002640*----------------------------------------------------------------
002650 2000-PROCESS-ONE-ACCOUNT.
002660     ADD 1 TO BNK-READ-COUNT.
002670     IF NOT ACM-AGING-CHGOFF-DUE OR ACM-ACCT-CLOSED
002680         GO TO 2000-READ-NEXT
002690     END-IF.
002700     ADD 1 TO BNK-DUE-COUNT.
002710     IF ACM-BRANCH-NOT-SET
002720         MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-ACCT-BRANCH
002730     ELSE
002740         MOVE ACM-BRANCH-CODE TO BNK-ACCT-BRANCH
002750     END-IF.
002760     MOVE ZERO TO BNK-LOSS-AMOUNT.
002770     MOVE ACM-NEG-SINCE-DATE TO BNK-D-NEG-SINCE.
002780
002790     IF ACM-BALANCE NOT < ZERO
002800         MOVE ZERO TO ACM-NEG-SINCE-DATE
002810         MOVE ZERO TO ACM-OVER-LIMIT-SINCE
002820         SET ACM-AGING-CURRENT TO TRUE
002830         PERFORM 2900-REWRITE-ACCOUNT THRU 2900-EXIT
002840         IF BNK-ACM-OK
002850             ADD 1 TO BNK-CURED-COUNT
002860             MOVE "CURED - NOT DUE" TO BNK-D-ACTION
002870             PERFORM 5900-PRINT-DETAIL-LINE THRU 5900-EXIT
002880         END-IF
002890         GO TO 2000-READ-NEXT
002900     END-IF.
002910
002920     COMPUTE BNK-LOSS-AMOUNT = ZERO - ACM-BALANCE.
002930     IF BNK-LOSS-AMOUNT > BNK-MAX-AUD-AMOUNT
002940         ADD 1 TO BNK-MANUAL-COUNT
002950         MOVE "HELD - MANUAL" TO BNK-D-ACTION
002960         PERFORM 5900-PRINT-DETAIL-LINE THRU 5900-EXIT
002970         GO TO 2000-READ-NEXT
002980     END-IF.
002990
003000     PERFORM 2100-WRITE-OFF-ACCOUNT THRU 2100-EXIT.
003010 2000-READ-NEXT.
003020     READ ACCOUNT-MASTER NEXT RECORD
003030         AT END
003040             SET BNK-ACM-AT-EOF TO TRUE
003050     END-READ.
003060 2000-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 2100-WRITE-OFF-ACCOUNT - BRING THE LEDGER TO ZERO, CARRY THE
003100*                          LOSS IN ACM-CHGOFF-BALANCE, WITHDRAW
003110*                          THE OVERDRAFT LINE AND RESTRICT THE
003120*                          ACCOUNT, THEN AUDIT THE WRITE-OFF.
003130*                          ACM-LAST-TXN-DATE IS LEFT ALONE - A
003140*                          WRITE-OFF IS NOT CUSTOMER ACTIVITY.
003150*----------------------------------------------------------------
003160 2100-WRITE-OFF-ACCOUNT.
003170     ADD BNK-LOSS-AMOUNT TO ACM-CHGOFF-BALANCE.
003180     MOVE ZERO TO ACM-BALANCE.
003190     MOVE BNK-RUN-DATE TO ACM-CHGOFF-DATE.
003200     MOVE ZERO TO ACM-OD-LIMIT.
003210     IF NOT ACM-RESTRICT-SANCTIONS
003220         SET ACM-RESTRICT-CHARGED-OFF TO TRUE
003230     END-IF.
003240     MOVE ZERO TO ACM-NEG-SINCE-DATE.
003250     MOVE ZERO TO ACM-OVER-LIMIT-SINCE.
003260     SET ACM-AGING-CURRENT TO TRUE.
003270     PERFORM 2900-REWRITE-ACCOUNT THRU 2900-EXIT.
003280     IF NOT BNK-ACM-OK
003290         GO TO 2100-EXIT
003300     END-IF.
003310
003320     MOVE BNK-LOSS-AMOUNT TO BNK-AUD-AMOUNT.
003330     SET AUD-TXN-CHARGE-OFF TO TRUE.
003340     PERFORM 5500-WRITE-AUDIT-RECORD THRU 5500-EXIT.
003350
003360     ADD 1 TO BNK-CHGOFF-COUNT.
003370     ADD BNK-LOSS-AMOUNT TO BNK-TOTAL-CHARGED-OFF.
003380     IF ACM-RESTRICT-SANCTIONS
003390         MOVE "WRITTEN OFF - S" TO BNK-D-ACTION
003400     ELSE
003410         MOVE "WRITTEN OFF" TO BNK-D-ACTION
003420     END-IF.
003430     PERFORM 5900-PRINT-DETAIL-LINE THRU 5900-EXIT.
003440 2100-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 2900-REWRITE-ACCOUNT - PUT THE UPDATED MASTER RECORD BACK
003480*----------------------------------------------------------------
003490 2900-REWRITE-ACCOUNT.
003500     REWRITE ACM-ACCOUNT-RECORD
003510         INVALID KEY
003520             CONTINUE
003530     END-REWRITE.
003540     IF NOT BNK-ACM-OK
003550         DISPLAY "CHG-OFF: REWRITE FAILED FOR "
003560             ACM-ACCT-NUMBER ", STATUS " BNK-ACM-STATUS
003570         ADD 1 TO BNK-ERROR-COUNT
003580     END-IF.
003590 2900-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620* 5500-WRITE-AUDIT-RECORD - APPEND THE CHARGE-OFF RECORD TO THE
003630*                           AUDIT TRAIL.  A BATCH POSTING BELONGS
003640*                           TO THE ACCOUNT'S DOMICILE BRANCH.
003650*----------------------------------------------------------------
003660 5500-WRITE-AUDIT-RECORD.
003670     MOVE BNK-RUN-DATE TO AUD-DATE.
003680     ACCEPT AUD-TIME FROM TIME.
003690     MOVE ACM-ACCT-NUMBER TO AUD-ACCT-NUMBER.
003700     MOVE BNK-AUD-AMOUNT  TO AUD-AMOUNT.
003710     MOVE ACM-BALANCE     TO AUD-RESULT-BALANCE.
003720     MOVE BNK-OPERATOR-ID TO AUD-OPERATOR-ID.
003730     MOVE ZERO            TO AUD-XREF-ACCT.
003740     MOVE SPACES          TO AUD-APPROVER-ID.
003750     MOVE ZERO            TO AUD-ORIG-DATE.
003760     MOVE ZERO            TO AUD-ORIG-TIME.
003770     MOVE SPACE           TO AUD-TENDER-CODE.
003780     MOVE BNK-ACCT-BRANCH TO AUD-ACCT-BRANCH.
003790     MOVE BNK-ACCT-BRANCH TO AUD-BRANCH-CODE.
003800
003810     OPEN EXTEND AUDIT-TRAIL.
003820     WRITE AUD-TRAIL-RECORD.
003830     IF NOT BNK-AUD-OK
003840         DISPLAY "CHG-OFF: AUDIT WRITE FAILED FOR "
003850             ACM-ACCT-NUMBER ", STATUS " BNK-AUD-STATUS
003860         ADD 1 TO BNK-ERROR-COUNT
003870     END-IF.
003880     CLOSE AUDIT-TRAIL.
003890 5500-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* 5900-PRINT-DETAIL-LINE - PRINT ONE REGISTER LINE
003930*----------------------------------------------------------------
003940 5900-PRINT-DETAIL-LINE.
003950     MOVE ACM-ACCT-NUMBER    TO BNK-D-ACCT-NO.
003960     MOVE ACM-CUST-NAME      TO BNK-D-CUST-NAME.
003970     MOVE BNK-ACCT-BRANCH    TO BNK-D-BRANCH.
003980     MOVE ACM-PRODUCT-CODE   TO BNK-D-PRODUCT.
003990     MOVE BNK-LOSS-AMOUNT    TO BNK-D-AMOUNT.
004000     MOVE ACM-CHGOFF-BALANCE TO BNK-D-CHGOFF-TOTAL.
004010     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
004020     WRITE PRINT-LINE.
004030 5900-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060* 7500-STAMP-CYCLE - STAMP THIS STEP COMPLETE ON THE CYCLE RECORD
004070*----------------------------------------------------------------
004080 7500-STAMP-CYCLE.
004090     OPEN I-O CYCLE-CONTROL.
004100     MOVE 1 TO BNK-CYC-RELKEY.
004110     READ CYCLE-CONTROL
004120         INVALID KEY
004130             CONTINUE
004140     END-READ.
004150     IF BNK-CYC-OK
004160         SET CYC-CHG-OFF-DONE TO TRUE
004170         REWRITE CYC-CYCLE-RECORD
004180     END-IF.
004190     IF NOT BNK-CYC-OK
004200         DISPLAY "CHG-OFF: CYCLE STAMP FAILED, STATUS "
004210             BNK-CYC-STATUS
004220     END-IF.
004230     CLOSE CYCLE-CONTROL.
004240 7500-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 8000-FINALIZE - PRINT THE REGISTER TOTAL, CLOSE FILES AND
004280*                 DISPLAY THE RUN SUMMARY
004290*----------------------------------------------------------------
004300 8000-FINALIZE.
004310     IF BNK-DUE-COUNT = ZERO
004320         MOVE BNK-NONE-LINE TO PRINT-LINE
004330         WRITE PRINT-LINE
004340     END-IF.
004350     MOVE BNK-BLANK-LINE TO PRINT-LINE.
004360     WRITE PRINT-LINE.
004370     MOVE BNK-TOTAL-CHARGED-OFF TO BNK-T-AMOUNT.
004380     MOVE BNK-CHGOFF-COUNT TO BNK-T-COUNT.
004390     MOVE BNK-TOTAL-LINE TO PRINT-LINE.
004400     WRITE PRINT-LINE.
004410     IF BNK-ACM-OPENED
004420         CLOSE ACCOUNT-MASTER
004430     END-IF.
004440     CLOSE PRINT-FILE.
004450
004460     DISPLAY "CHG-OFF RUN SUMMARY".
004470     DISPLAY "  BUSINESS DATE        : " BNK-RUN-DATE.
004480     DISPLAY "  ACCOUNTS READ        : " BNK-READ-COUNT.
004490     DISPLAY "  MARKED CHARGE-OFF DUE: " BNK-DUE-COUNT.
004500     DISPLAY "  WRITTEN OFF          : " BNK-CHGOFF-COUNT.
004510     DISPLAY "  TOTAL WRITTEN OFF    : " BNK-TOTAL-CHARGED-OFF.
004520     DISPLAY "  BACK TO ZERO OR ABOVE: " BNK-CURED-COUNT.
004530     DISPLAY "  HELD FOR MANUAL      : " BNK-MANUAL-COUNT.
004540     DISPLAY "  ERRORS               : " BNK-ERROR-COUNT.
004550     IF BNK-MANUAL-COUNT > ZERO
004560         DISPLAY "  LOSSES TOO LARGE FOR ONE AUDIT RECORD ARE "
004570             "MARKED ON CHGOFRPT."
004580     END-IF.
004590     IF BNK-ACM-NOT-OPENED
004600         DISPLAY "  ACCOUNT MASTER NOT OPENED - NOTHING WRITTEN "
004610             "OFF."
004620     END-IF.
004630 8000-EXIT.
004640     EXIT.
