000315*                  BACKED OUT) IS CASH TAKEN IN - OTHERWISE A
000316*                  SAME-DAY CASH CORRECTION LEFT THE TELLER
000317*                  OVER/SHORT EVERY TIME.
000319* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000321*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000323*                  CLOCK, SO A RUN PAST MIDNIGHT OR ON A CATCH-UP
000325*                  DAY STILL WORKS THE RIGHT DAY.
000326* 10/15/2026  RAO  MULTI-BRANCH.  A DRAWER IS NOW KEPT PER BRANCH
000327*                  AND OPERATOR - THE BRANCH BEING WHERE THE CASH
000328*                  CHANGED HANDS (AUD-BRANCH-CODE, SPACES BEING
000329*                  THE HEAD OFFICE) - AND DRAWERS ARE PROVED
000330*                  BRANCH BY BRANCH IN ASCENDING ORDER, EACH
000331*                  BRANCH ON A NEW PAGE UNDER ITS OWN HEADING AND
000332*                  CLOSED BY A BRANCH SUBTOTAL LINE, WITH A GRAND
000333*                  TOTAL LINE AT THE END.
000334* 10/15/2026  RAO  A CASH RECOVERY ON A CHARGED-OFF ACCOUNT (AUDIT
000335*                  TYPE "V") IS CASH IN TO THE DRAWER LIKE A
000336*                  DEPOSIT.
000337*----------------------------------------------------------------
000338 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000430     SELECT PRINT-FILE ASSIGN TO "TELLRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS BNK-PRT-STATUS.
000451
000452     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000453         ORGANIZATION IS RELATIVE
000454         ACCESS MODE IS RANDOM
000455         RELATIVE KEY IS BNK-CYC-RELKEY
000456         FILE STATUS IS BNK-CYC-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  AUDIT-TRAIL
000520 FD  PRINT-FILE
000530     LABEL RECORDS ARE OMITTED.
000540 01  PRINT-LINE                  PIC X(100).
000542*
000544 FD  CYCLE-CONTROL
000546     LABEL RECORDS ARE STANDARD.
000548     COPY CYCLCTL.
000550 WORKING-STORAGE SECTION.
000552 01  BNK-CYC-STATUS              PIC X(02).
000554     88  BNK-CYC-OK              VALUE "00".
000556 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
000560 01  BNK-AUD-STATUS              PIC X(02).
000570     88  BNK-AUD-OK              VALUE "00".
000580 01  BNK-PRT-STATUS              PIC X(02).
000670 01  BNK-COUNTED-AMOUNT          PIC S9(07)V99.
000680 01  BNK-EXPECTED-AMOUNT         PIC S9(09)V99.
000690 01  BNK-OVER-SHORT              PIC S9(09)V99.
000691 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
000692 01  BNK-AUD-BRANCH              PIC X(03).
000693 01  BNK-CUR-BRANCH              PIC X(03).
000694 01  BNK-NEXT-BRANCH             PIC X(03).
000695 01  BNK-BRANCH-SWITCH           PIC X(01).
000696     88  BNK-MORE-BRANCHES       VALUE "Y".
000697     88  BNK-NO-MORE-BRANCHES    VALUE "N".
000698 01  BNK-PAGE-SWITCH             PIC X(01) VALUE "Y".
000699     88  BNK-FIRST-PAGE          VALUE "Y".
000700     88  BNK-NOT-FIRST-PAGE      VALUE "N".
000701 01  BNK-BRANCH-TOTALS.
000702     05  BNK-BRT-CASH-IN         PIC S9(09)V99.
000703     05  BNK-BRT-CASH-OUT        PIC S9(09)V99.
000704     05  BNK-BRT-EXPECTED        PIC S9(09)V99.
000705     05  BNK-BRT-COUNTED         PIC S9(09)V99.
000706     05  BNK-BRT-OVER-SHORT      PIC S9(09)V99.
000707 01  BNK-GRAND-TOTALS.
000708     05  BNK-GRT-CASH-IN         PIC S9(09)V99.
000709     05  BNK-GRT-CASH-OUT        PIC S9(09)V99.
000710     05  BNK-GRT-EXPECTED        PIC S9(09)V99.
000711     05  BNK-GRT-COUNTED         PIC S9(09)V99.
000712     05  BNK-GRT-OVER-SHORT      PIC S9(09)V99.
000713*
000714*    ONE ENTRY PER BRANCH AND OPERATOR SEEN ON TODAY'S TRAIL WITH
000720*    CASH MOVEMENT.  LOADED IN ARRIVAL ORDER, SEARCHED LINEARLY.
000730 01  BNK-TELLER-TABLE.
000740     05  BNK-TLR-ENTRY OCCURS 1 TO 100 TIMES
000750             DEPENDING ON BNK-TELLER-COUNT.
000760         10  BNK-TLR-OPERATOR    PIC X(08).
000765         10  BNK-TLR-BRANCH      PIC X(03).
000770         10  BNK-TLR-CASH-IN     PIC S9(09)V99.
000780         10  BNK-TLR-CASH-OUT    PIC S9(09)V99.
000790*
000800 01  BNK-HEADING-1.
000810     05  FILLER                  PIC X(40) VALUE
000820         "TELLER CASH DRAWER PROOF".
000822 01  BNK-BRANCH-HEADING.
000824     05  FILLER                  PIC X(08) VALUE "BRANCH: ".
000826     05  BNK-BH-BRANCH           PIC X(03).
000830 01  BNK-HEADING-2.
000840     05  FILLER                  PIC X(10) VALUE "OPERATOR".
000850     05  FILLER                  PIC X(14) VALUE "CASH IN".
001050* 0000-MAINLINE - DRIVE THE DRAWER-PROOF RUN
001060*----------------------------------------------------------------
001070 0000-MAINLINE.
001075     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     PERFORM 2000-TOTAL-ONE-RECORD THRU 2000-EXIT
001100         UNTIL BNK-AUD-AT-EOF.
001110     MOVE LOW-VALUES TO BNK-CUR-BRANCH.
001120     PERFORM 3900-FIND-NEXT-BRANCH THRU 3900-EXIT.
001130     PERFORM 3800-PROVE-ONE-BRANCH THRU 3800-EXIT
001135         UNTIL BNK-NO-MORE-BRANCHES.
001140     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001150     STOP RUN.
001151*----------------------------------------------------------------
001152* 0500-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE CYCLE
001153*                          RECORD, NOT THE SYSTEM CLOCK, SO A RUN
001154*                          PAST MIDNIGHT STILL WORKS THE RIGHT DAY
001155*----------------------------------------------------------------
001156 0500-GET-BUSINESS-DATE.
001157     OPEN INPUT CYCLE-CONTROL.
001158     IF BNK-CYC-OK
001159         MOVE 1 TO BNK-CYC-RELKEY
001160         READ CYCLE-CONTROL
001161             INVALID KEY
001162                 CONTINUE
001163         END-READ
001164     END-IF.
001165     IF NOT BNK-CYC-OK
001166         DISPLAY "TELL-PROOF: NO CYCLE CONTROL - RUN CYCLE-CTL "
001167             "TO OPEN THE BUSINESS DATE."
001168         MOVE 8 TO RETURN-CODE
001169         STOP RUN
001170     END-IF.
001171     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
001172     CLOSE CYCLE-CONTROL.
001173 0500-EXIT.
001174     EXIT.
001175*----------------------------------------------------------------
001176* 1000-INITIALIZE - OPEN FILES AND PRIME THE AUDIT-TRAIL READ
001180*                   LOOP.  THE HEADINGS ARE PRINTED PER BRANCH.
001190*----------------------------------------------------------------
001200 1000-INITIALIZE.
001210     SET BNK-AUD-NOT-AT-EOF TO TRUE.
001220     MOVE ZERO TO BNK-TELLER-COUNT.
001223     MOVE ZERO TO BNK-GRT-CASH-IN.
001226     MOVE ZERO TO BNK-GRT-CASH-OUT.
001229     MOVE ZERO TO BNK-GRT-EXPECTED.
001232     MOVE ZERO TO BNK-GRT-COUNTED.
001235     MOVE ZERO TO BNK-GRT-OVER-SHORT.
001240
001250     OPEN OUTPUT PRINT-FILE.
001300
001310     SET BNK-AUD-OPENED TO TRUE.
001312     OPEN INPUT AUDIT-TRAIL.
001510 2000-TOTAL-ONE-RECORD.
001520     IF AUD-DATE = BNK-RUN-DATE AND AUD-TENDER-CASH
001530             AND (AUD-TXN-DEPOSIT OR AUD-TXN-WITHDRAWAL
001535             OR AUD-TXN-REV-DEBIT OR AUD-TXN-REV-CREDIT
001537             OR AUD-TXN-RECOVERY)
001540         IF AUD-BRANCH-CODE = SPACES
001541             MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-AUD-BRANCH
001542         ELSE
001543             MOVE AUD-BRANCH-CODE TO BNK-AUD-BRANCH
001544         END-IF
001545         PERFORM 2100-FIND-OR-ADD-TELLER THRU 2100-EXIT
001550         IF BNK-FOUND-SUB > ZERO
001560             IF AUD-TXN-DEPOSIT OR AUD-TXN-REV-CREDIT
001565                     OR AUD-TXN-RECOVERY
001570                 ADD AUD-AMOUNT TO
001580                     BNK-TLR-CASH-IN (BNK-FOUND-SUB)
001590             ELSE
001700 2000-EXIT.
001710     EXIT.
001720*----------------------------------------------------------------
001730* 2100-FIND-OR-ADD-TELLER - LOCATE THE CURRENT RECORD'S BRANCH
001740*                           AND OPERATOR IN THE TELLER TABLE,
001745*                           ADDING A FRESH ENTRY ON FIRST
001750*                           SIGHT.  ZERO IN BNK-FOUND-SUB MEANS
001760*                           THE TABLE IS FULL AND THE OPERATOR
001770*                           WAS DROPPED.
001780*----------------------------------------------------------------
001790 2100-FIND-OR-ADD-TELLER.
001800     MOVE ZERO TO BNK-FOUND-SUB.
001870             ADD 1 TO BNK-TELLER-COUNT
001880             MOVE AUD-OPERATOR-ID
001890                 TO BNK-TLR-OPERATOR (BNK-TELLER-COUNT)
001893             MOVE BNK-AUD-BRANCH
001896                 TO BNK-TLR-BRANCH (BNK-TELLER-COUNT)
001900             MOVE ZERO TO BNK-TLR-CASH-IN (BNK-TELLER-COUNT)
001910             MOVE ZERO TO BNK-TLR-CASH-OUT (BNK-TELLER-COUNT)
001920             MOVE BNK-TELLER-COUNT TO BNK-FOUND-SUB
001990     EXIT.
002000*----------------------------------------------------------------
002010* 2150-CHECK-ONE-TELLER - MATCH ONE TABLE ENTRY AGAINST THE
002020*                         CURRENT RECORD'S BRANCH AND OPERATOR
002030*----------------------------------------------------------------
002040 2150-CHECK-ONE-TELLER.
002050     IF BNK-TLR-OPERATOR (BNK-TBL-SUB) = AUD-OPERATOR-ID
002055             AND BNK-TLR-BRANCH (BNK-TBL-SUB) = BNK-AUD-BRANCH
002060         MOVE BNK-TBL-SUB TO BNK-FOUND-SUB
002070     END-IF.
002080 2150-EXIT.
002100*----------------------------------------------------------------
002110* 3000-PROVE-ONE-DRAWER - ACCEPT ONE TELLER'S OPENING FLOAT AND
002120*                         COUNTED DRAWER, COMPUTE THE EXPECTED
002130*                         DRAWER AND THE OVER/SHORT, PRINT THE
002140*                         REGISTER LINE AND ROLL IT INTO THE
002145*                         BRANCH TOTALS
002150*----------------------------------------------------------------
002160 3000-PROVE-ONE-DRAWER.
002170     DISPLAY "BRANCH " BNK-TLR-BRANCH (BNK-TBL-SUB)
002175         " OPERATOR " BNK-TLR-OPERATOR (BNK-TBL-SUB)
002180         " - CASH IN " BNK-TLR-CASH-IN (BNK-TBL-SUB)
002190         ", CASH OUT " BNK-TLR-CASH-OUT (BNK-TBL-SUB) ".".
002200     DISPLAY "ENTER OPENING DRAWER FLOAT: ".
002370     MOVE BNK-OVER-SHORT                 TO BNK-D-OVER-SHORT.
002380     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
002390     WRITE PRINT-LINE.
002391     ADD BNK-TLR-CASH-IN (BNK-TBL-SUB)  TO BNK-BRT-CASH-IN.
002392     ADD BNK-TLR-CASH-OUT (BNK-TBL-SUB) TO BNK-BRT-CASH-OUT.
002393     ADD BNK-EXPECTED-AMOUNT            TO BNK-BRT-EXPECTED.
002394     ADD BNK-COUNTED-AMOUNT             TO BNK-BRT-COUNTED.
002395     ADD BNK-OVER-SHORT                 TO BNK-BRT-OVER-SHORT.
002400
002410     IF BNK-OVER-SHORT NOT = ZERO
002420         DISPLAY "  DRAWER OVER/SHORT BY " BNK-OVER-SHORT
002460     END-IF.
002470 3000-EXIT.
002480     EXIT.
002481*----------------------------------------------------------------
002482* 3800-PROVE-ONE-BRANCH - START THE BRANCH ON A NEW PAGE, PROVE
002483*                         ITS DRAWERS, PRINT ITS SUBTOTAL AND
002484*                         FIND THE NEXT BRANCH
002485*----------------------------------------------------------------
002486 3800-PROVE-ONE-BRANCH.
002487     MOVE BNK-NEXT-BRANCH TO BNK-CUR-BRANCH.
002488     MOVE ZERO TO BNK-BRT-CASH-IN.
002489     MOVE ZERO TO BNK-BRT-CASH-OUT.
002490     MOVE ZERO TO BNK-BRT-EXPECTED.
002491     MOVE ZERO TO BNK-BRT-COUNTED.
002492     MOVE ZERO TO BNK-BRT-OVER-SHORT.
002493
002494     MOVE BNK-HEADING-1 TO PRINT-LINE.
002495     IF BNK-FIRST-PAGE
002496         WRITE PRINT-LINE
002497         SET BNK-NOT-FIRST-PAGE TO TRUE
002498     ELSE
002499         WRITE PRINT-LINE AFTER ADVANCING PAGE
002500     END-IF.
002501     MOVE BNK-CUR-BRANCH TO BNK-BH-BRANCH.
002502     MOVE BNK-BRANCH-HEADING TO PRINT-LINE.
002503     WRITE PRINT-LINE.
002504     MOVE BNK-HEADING-2 TO PRINT-LINE.
002505     WRITE PRINT-LINE.
002506
002507     PERFORM 3850-PROVE-IF-IN-BRANCH THRU 3850-EXIT
002508         VARYING BNK-TBL-SUB FROM 1 BY 1
002509         UNTIL BNK-TBL-SUB > BNK-TELLER-COUNT.
002510
002511     MOVE "SUBTOTAL"         TO BNK-D-OPERATOR.
002512     MOVE BNK-BRT-CASH-IN    TO BNK-D-CASH-IN.
002513     MOVE BNK-BRT-CASH-OUT   TO BNK-D-CASH-OUT.
002514     MOVE BNK-BRT-EXPECTED   TO BNK-D-EXPECTED.
002515     MOVE BNK-BRT-COUNTED    TO BNK-D-COUNTED.
002516     MOVE BNK-BRT-OVER-SHORT TO BNK-D-OVER-SHORT.
002517     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
002518     WRITE PRINT-LINE.
002519
002520     ADD BNK-BRT-CASH-IN    TO BNK-GRT-CASH-IN.
002521     ADD BNK-BRT-CASH-OUT   TO BNK-GRT-CASH-OUT.
002522     ADD BNK-BRT-EXPECTED   TO BNK-GRT-EXPECTED.
002523     ADD BNK-BRT-COUNTED    TO BNK-GRT-COUNTED.
002524     ADD BNK-BRT-OVER-SHORT TO BNK-GRT-OVER-SHORT.
002525
002526     PERFORM 3900-FIND-NEXT-BRANCH THRU 3900-EXIT.
002527 3800-EXIT.
002528     EXIT.
002529*----------------------------------------------------------------
002530* 3850-PROVE-IF-IN-BRANCH - PROVE THE TABLE ENTRY'S DRAWER IF IT
002531*                           BELONGS TO THE CURRENT BRANCH
002532*----------------------------------------------------------------
002533 3850-PROVE-IF-IN-BRANCH.
002534     IF BNK-TLR-BRANCH (BNK-TBL-SUB) = BNK-CUR-BRANCH
002535         PERFORM 3000-PROVE-ONE-DRAWER THRU 3000-EXIT
002536     END-IF.
002537 3850-EXIT.
002538     EXIT.
002539*----------------------------------------------------------------
002540* 3900-FIND-NEXT-BRANCH - FIND THE LOWEST BRANCH CODE ABOVE THE
002541*                         CURRENT ONE; NONE LEFT ENDS THE PROOF
002542*----------------------------------------------------------------
002543 3900-FIND-NEXT-BRANCH.
002544     SET BNK-NO-MORE-BRANCHES TO TRUE.
002545     MOVE HIGH-VALUES TO BNK-NEXT-BRANCH.
002546     PERFORM 3910-CHECK-ONE-BRANCH THRU 3910-EXIT
002547         VARYING BNK-TBL-SUB FROM 1 BY 1
002548         UNTIL BNK-TBL-SUB > BNK-TELLER-COUNT.
002549 3900-EXIT.
002550     EXIT.
002551*----------------------------------------------------------------
002552* 3910-CHECK-ONE-BRANCH - KEEP THE TABLE ENTRY'S BRANCH IF IT IS
002553*                         THE LOWEST ABOVE THE CURRENT ONE SO FAR
002554*----------------------------------------------------------------
002555 3910-CHECK-ONE-BRANCH.
002556     IF BNK-TLR-BRANCH (BNK-TBL-SUB) > BNK-CUR-BRANCH
002557             AND BNK-TLR-BRANCH (BNK-TBL-SUB) < BNK-NEXT-BRANCH
002558         MOVE BNK-TLR-BRANCH (BNK-TBL-SUB) TO BNK-NEXT-BRANCH
002559         SET BNK-MORE-BRANCHES TO TRUE
002560     END-IF.
002561 3910-EXIT.
002562     EXIT.
002563*----------------------------------------------------------------
002564* 8000-FINALIZE - PRINT THE GRAND-TOTAL LINE (UNDER A BARE
002565*                 HEADING WHEN NO DRAWER HAD CASH), CLOSE FILES
002566*                 AND DISPLAY THE RUN SUMMARY
002567*----------------------------------------------------------------
002568 8000-FINALIZE.
002569     IF BNK-FIRST-PAGE
002570         MOVE BNK-HEADING-1 TO PRINT-LINE
002571         WRITE PRINT-LINE
002572         MOVE BNK-HEADING-2 TO PRINT-LINE
002573         WRITE PRINT-LINE
002574     END-IF.
002575     MOVE "TOTAL"            TO BNK-D-OPERATOR.
002576     MOVE BNK-GRT-CASH-IN    TO BNK-D-CASH-IN.
002577     MOVE BNK-GRT-CASH-OUT   TO BNK-D-CASH-OUT.
002578     MOVE BNK-GRT-EXPECTED   TO BNK-D-EXPECTED.
002579     MOVE BNK-GRT-COUNTED    TO BNK-D-COUNTED.
002580     MOVE BNK-GRT-OVER-SHORT TO BNK-D-OVER-SHORT.
002581     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
002582     WRITE PRINT-LINE.
002583     IF BNK-AUD-OPENED
002584         CLOSE AUDIT-TRAIL
002585     END-IF.
002586     CLOSE PRINT-FILE.
002587
002588     DISPLAY "TELL-PROOF RUN SUMMARY".
002590     DISPLAY "  PROOF DATE           : " BNK-RUN-DATE.
002600     DISPLAY "  TELLERS PROVED       : " BNK-TELLER-COUNT.
002605     DISPLAY "  NET OVER/SHORT       : " BNK-GRT-OVER-SHORT.
002610 8000-EXIT.
002620     EXIT.
