000682*                  HOLD-REL IS STAMPED COMPLETE ON CYCLCTL FOR
000690*                  THE OPEN BUSINESS DATE, AND STAMPS ITS OWN
000700*                  FLAG ON A CLEAN END.
000702* 10/15/2026  RAO  FOLD THE RETURNED-ITEM CHARGE-BACK (TYPE "R")
000704*                  AND FEE (TYPE "F") IN WITH WITHDRAWALS.
000705* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000706*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000707*                  CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT OR A
000708*                  CATCH-UP RUN STILL WORKS THE RIGHT DAY.
000709* 10/15/2026  RAO  FOLD THE CD EARLY-WITHDRAWAL PENALTY (TYPE "P")
000710*                  IN WITH WITHDRAWALS.
000711* 10/15/2026  RAO  MULTI-BRANCH.  ACCOUNTS ARE PRINTED GROUPED BY
000712*                  DOMICILE BRANCH (ACM-BRANCH-CODE, SPACES BEING
000713*                  THE HEAD OFFICE), BRANCHES IN ASCENDING ORDER,
000714*                  EACH ON A NEW PAGE UNDER ITS OWN HEADING AND
000715*                  CLOSED BY A BRANCH SUBTOTAL LINE.  THE GRAND
000716*                  TOTAL STILL FOLLOWS THE LAST BRANCH.
000717* 10/15/2026  RAO  FOLD THE CHARGE-OFF (TYPE "W") IN WITH DEPOSITS
000718*                  - IT BRINGS THE LEDGER UP TO ZERO.  A RECOVERY
000719*                  (TYPE "V") DOES NOT MOVE THE LEDGER AND IS
000720*                  LEFT OUT.
000721*----------------------------------------------------------------
000722 ENVIRONMENT DIVISION.
000723 CONFIGURATION SECTION.
000724 SOURCE-COMPUTER. IBM-370.
000726 OBJECT-COMPUTER. IBM-370.
000728 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
001192 01  BNK-CYC-STATUS              PIC X(02).
001194     88  BNK-CYC-OK              VALUE "00".
001196 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001197*
001198 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
001199 01  BNK-CUR-BRANCH              PIC X(03).
001200 01  BNK-NEXT-BRANCH             PIC X(03).
001201 01  BNK-BRANCH-SWITCH           PIC X(01).
001202     88  BNK-MORE-BRANCHES       VALUE "Y".
001203     88  BNK-NO-MORE-BRANCHES    VALUE "N".
001204 01  BNK-PAGE-SWITCH             PIC X(01) VALUE "Y".
001205     88  BNK-FIRST-PAGE          VALUE "Y".
001206     88  BNK-NOT-FIRST-PAGE      VALUE "N".
001207 01  BNK-BRANCH-STARTING         PIC S9(11)V99.
001208 01  BNK-BRANCH-DEPOSITS         PIC S9(11)V99.
001209 01  BNK-BRANCH-WITHDRAWALS      PIC S9(11)V99.
001210 01  BNK-BRANCH-ENDING           PIC S9(11)V99.
001211 01  BNK-BRANCH-INTEREST         PIC S9(11)V99.
001212*
001213 01  BNK-ACCOUNT-TABLE.
001220     05  BNK-TBL-ENTRY OCCURS 1 TO 5000 TIMES
001230             DEPENDING ON BNK-ACCT-COUNT
001240             ASCENDING KEY IS BNK-TBL-ACCT-NO
001300         10  BNK-TBL-WITHDRAWALS     PIC S9(09)V99.
001310         10  BNK-TBL-STARTING-BAL    PIC S9(09)V99.
001320         10  BNK-TBL-INTEREST        PIC S9(09)V99.
001325         10  BNK-TBL-BRANCH          PIC X(03).
001330*
001340 01  BNK-HEADING-1.
001350     05  FILLER                  PIC X(40) VALUE
001360         "END-OF-DAY BALANCE AND ACTIVITY REPORT".
001362 01  BNK-BRANCH-HEADING.
001364     05  FILLER                  PIC X(08) VALUE "BRANCH: ".
001366     05  BNK-BH-BRANCH           PIC X(03).
001370 01  BNK-HEADING-2.
001380     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
001390     05  FILLER                  PIC X(15) VALUE "STARTING BAL".
001640     05  BNK-T-ENDING-BAL        PIC -(09)9.99.
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  BNK-T-INTEREST          PIC -(09)9.99.
001661 01  BNK-BRANCH-TOTAL-LINE.
001662     05  FILLER                  PIC X(09) VALUE "SUBTOTAL".
001663     05  BNK-B-STARTING-BAL      PIC -(09)9.99.
001664     05  FILLER                  PIC X(02) VALUE SPACES.
001665     05  BNK-B-DEPOSITS          PIC -(09)9.99.
001666     05  FILLER                  PIC X(02) VALUE SPACES.
001667     05  BNK-B-WITHDRAWALS       PIC -(09)9.99.
001668     05  FILLER                  PIC X(02) VALUE SPACES.
001669     05  BNK-B-ENDING-BAL        PIC -(09)9.99.
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001671     05  BNK-B-INTEREST          PIC -(09)9.99.
001672*
001680 PROCEDURE DIVISION.
001690*----------------------------------------------------------------
001700* 0000-MAINLINE - DRIVE THE END-OF-DAY REPORT RUN
001750         UNTIL BNK-ACM-AT-EOF.
001760     PERFORM 3500-ACCUMULATE-AUDIT-ACTIVITY THRU 3500-EXIT
001770         UNTIL BNK-AUD-AT-EOF.
001780     MOVE LOW-VALUES TO BNK-CUR-BRANCH.
001790     PERFORM 3900-FIND-NEXT-BRANCH THRU 3900-EXIT.
001800     PERFORM 3800-PRINT-ONE-BRANCH THRU 3800-EXIT
001805         UNTIL BNK-NO-MORE-BRANCHES.
001810     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001812     PERFORM 7500-STAMP-CYCLE THRU 7500-EXIT.
001820     STOP RUN.
001847         MOVE 8 TO RETURN-CODE
001848         STOP RUN
001849     END-IF.
001850     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
001851     CLOSE CYCLE-CONTROL.
001852 0500-EXIT.
001853     EXIT.
001854*----------------------------------------------------------------
001858* 1000-INITIALIZE - OPEN FILES, PRIME BOTH INPUT STREAMS.  THE
001861*                   HEADINGS ARE PRINTED PER BRANCH.
001864*----------------------------------------------------------------
001867 1000-INITIALIZE.
001870     SET BNK-ACM-NOT-AT-EOF TO TRUE.
001920     MOVE ZERO TO BNK-GRAND-WITHDRAWALS.
001930     MOVE ZERO TO BNK-GRAND-ENDING.
001940     MOVE ZERO TO BNK-GRAND-INTEREST.
001960
001970     OPEN INPUT ACCOUNT-MASTER.
001980     OPEN INPUT AUDIT-TRAIL.
001990     OPEN OUTPUT PRINT-FILE.
002000
002060     READ ACCOUNT-MASTER NEXT RECORD
002070         AT END
002080             SET BNK-ACM-AT-EOF TO TRUE
002280     MOVE ZERO            TO BNK-TBL-DEPOSITS (BNK-ACCT-COUNT).
002290     MOVE ZERO            TO BNK-TBL-WITHDRAWALS (BNK-ACCT-COUNT).
002300     MOVE ZERO            TO BNK-TBL-INTEREST (BNK-ACCT-COUNT).
002301     IF ACM-BRANCH-NOT-SET
002302         MOVE BNK-HEAD-OFFICE-BRANCH
002303             TO BNK-TBL-BRANCH (BNK-ACCT-COUNT)
002304     ELSE
002305         MOVE ACM-BRANCH-CODE TO BNK-TBL-BRANCH (BNK-ACCT-COUNT)
002306     END-IF.
002310
002320     READ ACCOUNT-MASTER NEXT RECORD
002330         AT END
002645             OR AUD-TXN-REV-DEBIT OR AUD-TXN-REV-CREDIT
002648             OR AUD-TXN-OD-FEE OR AUD-TXN-ESCHEAT
002650             OR AUD-TXN-SVC-CHARGE
002652             OR AUD-TXN-RETURN-ITEM OR AUD-TXN-RETURN-FEE
002656             OR AUD-TXN-CD-PENALTY OR AUD-TXN-CHARGE-OFF
002660             OR AUD-TXN-INTEREST)
002670         SEARCH ALL BNK-TBL-ENTRY
002680             WHEN BNK-TBL-ACCT-NO (BNK-TBL-IDX) = AUD-ACCT-NUMBER
002700                     WHEN AUD-TXN-DEPOSIT
002710                     WHEN AUD-TXN-XFER-IN
002715                     WHEN AUD-TXN-REV-CREDIT
002717                     WHEN AUD-TXN-CHARGE-OFF
002720                         ADD AUD-AMOUNT TO
002730                             BNK-TBL-DEPOSITS (BNK-TBL-IDX)
002740                     WHEN AUD-TXN-WITHDRAWAL
002757                     WHEN AUD-TXN-OD-FEE
002758                     WHEN AUD-TXN-ESCHEAT
002760                     WHEN AUD-TXN-SVC-CHARGE
002762                     WHEN AUD-TXN-RETURN-ITEM
002764                     WHEN AUD-TXN-RETURN-FEE
002767                     WHEN AUD-TXN-CD-PENALTY
002770                         ADD AUD-AMOUNT TO
002780                             BNK-TBL-WITHDRAWALS (BNK-TBL-IDX)
002790                     WHEN AUD-TXN-INTEREST
002890     END-READ.
002900 3500-EXIT.
002910     EXIT.
002911*----------------------------------------------------------------
002912* 3800-PRINT-ONE-BRANCH - START THE BRANCH ON A NEW PAGE, PRINT
002913*                         ITS ACCOUNTS AND ITS SUBTOTAL, THEN FIND
002914*                         THE NEXT BRANCH
002915*----------------------------------------------------------------
002916 3800-PRINT-ONE-BRANCH.
002917     MOVE BNK-NEXT-BRANCH TO BNK-CUR-BRANCH.
002918     MOVE ZERO TO BNK-BRANCH-STARTING.
002919     MOVE ZERO TO BNK-BRANCH-DEPOSITS.
002920     MOVE ZERO TO BNK-BRANCH-WITHDRAWALS.
002921     MOVE ZERO TO BNK-BRANCH-ENDING.
002922     MOVE ZERO TO BNK-BRANCH-INTEREST.
002923
002924     MOVE BNK-HEADING-1 TO PRINT-LINE.
002925     IF BNK-FIRST-PAGE
002926         WRITE PRINT-LINE
002927         SET BNK-NOT-FIRST-PAGE TO TRUE
002928     ELSE
002929         WRITE PRINT-LINE AFTER ADVANCING PAGE
002930     END-IF.
002931     MOVE BNK-CUR-BRANCH TO BNK-BH-BRANCH.
002932     MOVE BNK-BRANCH-HEADING TO PRINT-LINE.
002933     WRITE PRINT-LINE.
002934     MOVE BNK-HEADING-2 TO PRINT-LINE.
002935     WRITE PRINT-LINE.
002936
002937     PERFORM 3850-PRINT-IF-IN-BRANCH THRU 3850-EXIT
002938         VARYING BNK-TBL-IDX FROM 1 BY 1
002939         UNTIL BNK-TBL-IDX > BNK-ACCT-COUNT.
002940
002941     MOVE BNK-BRANCH-STARTING    TO BNK-B-STARTING-BAL.
002942     MOVE BNK-BRANCH-DEPOSITS    TO BNK-B-DEPOSITS.
002943     MOVE BNK-BRANCH-WITHDRAWALS TO BNK-B-WITHDRAWALS.
002944     MOVE BNK-BRANCH-ENDING      TO BNK-B-ENDING-BAL.
002945     MOVE BNK-BRANCH-INTEREST    TO BNK-B-INTEREST.
002946     MOVE BNK-BRANCH-TOTAL-LINE TO PRINT-LINE.
002947     WRITE PRINT-LINE.
002948
002949     PERFORM 3900-FIND-NEXT-BRANCH THRU 3900-EXIT.
002950 3800-EXIT.
002951     EXIT.
002952*----------------------------------------------------------------
002953* 3850-PRINT-IF-IN-BRANCH - PRINT THE TABLE ENTRY IF THE ACCOUNT
002954*                           IS DOMICILED AT THE CURRENT BRANCH
002955*----------------------------------------------------------------
002956 3850-PRINT-IF-IN-BRANCH.
002957     IF BNK-TBL-BRANCH (BNK-TBL-IDX) = BNK-CUR-BRANCH
002958         PERFORM 4000-PRINT-ACCOUNT-LINE THRU 4000-EXIT
002959     END-IF.
002960 3850-EXIT.
002961     EXIT.
002962*----------------------------------------------------------------
002963* 3900-FIND-NEXT-BRANCH - FIND THE LOWEST BRANCH CODE ABOVE THE
002964*                         CURRENT ONE; NONE LEFT ENDS THE REPORT
002965*----------------------------------------------------------------
002966 3900-FIND-NEXT-BRANCH.
002967     SET BNK-NO-MORE-BRANCHES TO TRUE.
002968     MOVE HIGH-VALUES TO BNK-NEXT-BRANCH.
002969     PERFORM 3910-CHECK-ONE-BRANCH THRU 3910-EXIT
002970         VARYING BNK-TBL-IDX FROM 1 BY 1
002971         UNTIL BNK-TBL-IDX > BNK-ACCT-COUNT.
002972 3900-EXIT.
002973     EXIT.
002974*----------------------------------------------------------------
002975* 3910-CHECK-ONE-BRANCH - KEEP THE TABLE ENTRY'S BRANCH IF IT IS
002976*                         THE LOWEST ABOVE THE CURRENT ONE SO FAR
002977*----------------------------------------------------------------
002978 3910-CHECK-ONE-BRANCH.
002979     IF BNK-TBL-BRANCH (BNK-TBL-IDX) > BNK-CUR-BRANCH
002980             AND BNK-TBL-BRANCH (BNK-TBL-IDX) < BNK-NEXT-BRANCH
002981         MOVE BNK-TBL-BRANCH (BNK-TBL-IDX) TO BNK-NEXT-BRANCH
002982         SET BNK-MORE-BRANCHES TO TRUE
002983     END-IF.
002984 3910-EXIT.
002985     EXIT.
002986*----------------------------------------------------------------
002987* 4000-PRINT-ACCOUNT-LINE - PRINT ONE ACCOUNT'S DETAIL LINE AND
002988*                           ROLL ITS FIGURES INTO THE BRANCH
002989*                           AND GRAND TOTALS.
002990*----------------------------------------------------------------
002991 4000-PRINT-ACCOUNT-LINE.
002992     COMPUTE BNK-TBL-STARTING-BAL (BNK-TBL-IDX) =
002993         BNK-TBL-ENDING-BAL (BNK-TBL-IDX)
003000         - BNK-TBL-DEPOSITS (BNK-TBL-IDX)
003010         + BNK-TBL-WITHDRAWALS (BNK-TBL-IDX)
003020         - BNK-TBL-INTEREST (BNK-TBL-IDX).
003170         TO BNK-GRAND-WITHDRAWALS.
003180     ADD BNK-TBL-ENDING-BAL (BNK-TBL-IDX)   TO BNK-GRAND-ENDING.
003190     ADD BNK-TBL-INTEREST (BNK-TBL-IDX)     TO BNK-GRAND-INTEREST.
003191     ADD BNK-TBL-STARTING-BAL (BNK-TBL-IDX)
003192         TO BNK-BRANCH-STARTING.
003193     ADD BNK-TBL-DEPOSITS (BNK-TBL-IDX)
003194         TO BNK-BRANCH-DEPOSITS.
003195     ADD BNK-TBL-WITHDRAWALS (BNK-TBL-IDX)
003196         TO BNK-BRANCH-WITHDRAWALS.
003197     ADD BNK-TBL-ENDING-BAL (BNK-TBL-IDX)   TO BNK-BRANCH-ENDING.
003198     ADD BNK-TBL-INTEREST (BNK-TBL-IDX)
003199         TO BNK-BRANCH-INTEREST.
003200 4000-EXIT.
003210     EXIT.
003211*----------------------------------------------------------------
003231 7500-EXIT.
003232     EXIT.
003233*----------------------------------------------------------------
003234* 8000-FINALIZE - PRINT THE GRAND-TOTAL LINE (UNDER A BARE
003238*                 HEADING WHEN THERE WERE NO ACCOUNTS) AND
003242*                 CLOSE FILES
003246*----------------------------------------------------------------
003250 8000-FINALIZE.
003251     IF BNK-FIRST-PAGE
003252         MOVE BNK-HEADING-1 TO PRINT-LINE
003253         WRITE PRINT-LINE
003254         MOVE BNK-HEADING-2 TO PRINT-LINE
003255         WRITE PRINT-LINE
003256     END-IF.
003260     MOVE BNK-GRAND-STARTING    TO BNK-T-STARTING-BAL.
003270     MOVE BNK-GRAND-DEPOSITS    TO BNK-T-DEPOSITS.
003280     MOVE BNK-GRAND-WITHDRAWALS TO BNK-T-WITHDRAWALS.
