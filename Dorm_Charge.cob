000331* 09/02/2026  RAO  CLEAR THE NEW AUDIT FIELDS (REVERSAL LINK,
000332*                  TENDER CODE) ON THE TYPE-7 RECORD SO THE
000333*                  EXTENDED LAYOUT NEVER CARRIES LEFTOVERS.
000334* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000335*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000336*                  CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT OR A
000337*                  CATCH-UP RUN STILL WORKS THE RIGHT DAY.
000338*                  AUDIT RECORDS CARRY THE BUSINESS DATE TOO.
000340* 10/15/2026  RAO  A TIME DEPOSIT (PRODUCT "CD") IS NEVER FLAGGED
000342*                  DORMANT - IT HAS NO ACTIVITY BY DESIGN UNTIL IT
000344*                  MATURES.
000346* 10/15/2026  RAO  MULTI-BRANCH.  STAMP THE ACCOUNT'S DOMICILE
000348*                  BRANCH ON EACH AUDIT RECORD AS BOTH THE ACCOUNT
000350*                  BRANCH AND THE BRANCH WHERE IT HAPPENED - A
000352*                  BATCH POSTING BELONGS TO NO TELLER'S BRANCH.
000354*----------------------------------------------------------------
000356 ENVIRONMENT DIVISION.
000358 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000720     88  BNK-ACM-AT-EOF          VALUE "Y".
000730     88  BNK-ACM-NOT-AT-EOF      VALUE "N".
000740 01  BNK-OPERATOR-ID             PIC X(08) VALUE "DORMCHG".
000745 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
000750 01  BNK-RUN-DATE                PIC 9(08).
000760 01  BNK-RUN-DATE-R REDEFINES BNK-RUN-DATE.
000770     05  BNK-RUN-YEAR            PIC 9(04).
001316         MOVE 8 TO RETURN-CODE
001317         STOP RUN
001318     END-IF.
001319     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
001320     CLOSE CYCLE-CONTROL.
001321 0500-EXIT.
001322     EXIT.
001323*----------------------------------------------------------------
001325* 1000-INITIALIZE - ACCEPT THE DORMANCY THRESHOLD AND CHARGE,
001330*                   COMPUTE THE CUTOFF MONTH, OPEN FILES AND
001337*                   PRIME THE READ LOOP
001370     MOVE ZERO TO BNK-CHARGED-COUNT.
001380     MOVE ZERO TO BNK-SKIP-COUNT.
001390     MOVE ZERO TO BNK-TOTAL-CHARGES.
001410
001420     DISPLAY "ENTER DORMANCY THRESHOLD IN MONTHS: ".
001430     ACCEPT BNK-DORMANT-MONTHS.
001750         MOVE ACM-LAST-TXN-DATE TO BNK-TXN-DATE
001760         COMPUTE BNK-TXN-MONTHS =
001770             BNK-TXN-YEAR * 12 + BNK-TXN-MONTH
001780         IF ACM-ACCT-OPEN AND NOT ACM-PROD-CD
001790                 AND BNK-TXN-MONTHS < BNK-CUTOFF-MONTHS
001800             SET ACM-ACCT-DORMANT TO TRUE
001810             MOVE "FLAGGED" TO BNK-ACTION-CODE
002440*                           THE DORMANCY CHARGE JUST TAKEN
002450*----------------------------------------------------------------
002460 2500-WRITE-AUDIT-RECORD.
002470     MOVE BNK-RUN-DATE TO AUD-DATE.
002480     ACCEPT AUD-TIME FROM TIME.
002490     MOVE ACM-ACCT-NUMBER TO AUD-ACCT-NUMBER.
002500     SET AUD-TXN-SVC-CHARGE TO TRUE.
002552     MOVE ZERO            TO AUD-ORIG-DATE.
002554     MOVE ZERO            TO AUD-ORIG-TIME.
002556     MOVE SPACE           TO AUD-TENDER-CODE.
002557     IF ACM-BRANCH-NOT-SET
002558         MOVE BNK-HEAD-OFFICE-BRANCH TO AUD-ACCT-BRANCH
002559     ELSE
002560         MOVE ACM-BRANCH-CODE TO AUD-ACCT-BRANCH
002561     END-IF.
002562     MOVE AUD-ACCT-BRANCH TO AUD-BRANCH-CODE.
002563
002570     OPEN EXTEND AUDIT-TRAIL.
002580     WRITE AUD-TRAIL-RECORD.
002590     CLOSE AUDIT-TRAIL.
