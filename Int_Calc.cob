000392* 09/02/2026  RAO  CLEAR THE NEW AUDIT FIELDS (REVERSAL LINK,
000394*                  TENDER CODE) ON THE INTEREST RECORD SO THE
000396*                  EXTENDED LAYOUT NEVER CARRIES LEFTOVERS.
000397* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  INTEREST POSTINGS ARE
000398*                  NOW DATED WITH THE CYCLCTL BUSINESS DATE, NOT
000399*                  THE SYSTEM CLOCK.
000400* 10/15/2026  RAO  PASS BY TIME DEPOSITS (PRODUCT "CD").  A CD
000401*                  EARNS AT THE RATE LOCKED WHEN ITS TERM BEGAN,
000402*                  PAID AT MATURITY BY CD-MATURE, NOT AT THE
000403*                  MONTHLY RATETABL TIER RATE.
000404* 10/15/2026  RAO  MULTI-BRANCH.  STAMP THE ACCOUNT'S DOMICILE
000405*                  BRANCH ON EACH AUDIT RECORD AS BOTH THE ACCOUNT
000406*                  BRANCH AND THE BRANCH WHERE IT HAPPENED - A
000407*                  BATCH POSTING BELONGS TO NO TELLER'S BRANCH.
000408*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000570     SELECT RATE-TABLE ASSIGN TO "RATETABL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS BNK-RTE-STATUS.
000591
000592     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000593         ORGANIZATION IS RELATIVE
000594         ACCESS MODE IS RANDOM
000595         RELATIVE KEY IS BNK-CYC-RELKEY
000596         FILE STATUS IS BNK-CYC-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ACCOUNT-MASTER
000730     05  RTE-PRODUCT-CODE        PIC X(02).
000740     05  RTE-TIER-MIN-BALANCE    PIC 9(09)V99.
000750     05  RTE-RATE                PIC 9V9(04).
000752*
000754 FD  CYCLE-CONTROL
000756     LABEL RECORDS ARE STANDARD.
000758     COPY CYCLCTL.
000760 WORKING-STORAGE SECTION.
000762 01  BNK-CYC-STATUS              PIC X(02).
000764     88  BNK-CYC-OK              VALUE "00".
000766 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
000770 01  BNK-ACM-STATUS              PIC X(02).
000780     88  BNK-ACM-OK              VALUE "00".
000790 01  BNK-AUD-STATUS              PIC X(02).
000810     88  BNK-EOF                 VALUE "Y".
000820     88  BNK-NOT-EOF             VALUE "N".
000830 01  BNK-OPERATOR-ID             PIC X(08) VALUE "INT-CALC".
000832 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
000835 01  BNK-BUSINESS-DATE           PIC 9(08).
000840 01  BNK-INTEREST-AMOUNT         PIC S9(07)V99.
000850 01  BNK-POST-COUNT              PIC 9(07) COMP.
000860 01  BNK-SKIP-COUNT              PIC 9(07) COMP.
001110* 0000-MAINLINE - DRIVE THE INTEREST-CALCULATION RUN
001120*----------------------------------------------------------------
001130 0000-MAINLINE.
001135     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-APPLY-INTEREST THRU 2000-EXIT
001160         UNTIL BNK-EOF.
001170     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001180     STOP RUN.
001181*----------------------------------------------------------------
001182* 0500-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE CYCLE
001183*                          RECORD, NOT THE SYSTEM CLOCK, SO A RUN
001184*                          PAST MIDNIGHT STILL WORKS THE RIGHT DAY
001185*----------------------------------------------------------------
001186 0500-GET-BUSINESS-DATE.
001187     OPEN INPUT CYCLE-CONTROL.
001188     IF BNK-CYC-OK
001189         MOVE 1 TO BNK-CYC-RELKEY
001190         READ CYCLE-CONTROL
001191             INVALID KEY
001192                 CONTINUE
001193         END-READ
001194     END-IF.
001195     IF NOT BNK-CYC-OK
001196         DISPLAY "INT-CALC: NO CYCLE CONTROL - RUN CYCLE-CTL "
001197             "TO OPEN THE BUSINESS DATE."
001198         MOVE 8 TO RETURN-CODE
001199         STOP RUN
001200     END-IF.
001201     MOVE CYC-BUSINESS-DATE TO BNK-BUSINESS-DATE.
001202     CLOSE CYCLE-CONTROL.
001203 0500-EXIT.
001204     EXIT.
001205*----------------------------------------------------------------
001206* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ LOOP
001210*----------------------------------------------------------------
001220 1000-INITIALIZE.
001230     SET BNK-NOT-EOF TO TRUE.
001760     EXIT.
001770*----------------------------------------------------------------
001780* 2000-APPLY-INTEREST - CREDIT ONE ACCOUNT-MASTER RECORD WITH
001790*                       INTEREST, UNLESS IT IS CLOSED, HAS NO
001800*                       POSITIVE BALANCE TO EARN INTEREST ON
001805*                       OR IS A CD (PAID BY CD-MATURE), AND
001810*                       READ THE NEXT RECORD
001820*----------------------------------------------------------------
001830 2000-APPLY-INTEREST.
001840     IF ACM-ACCT-CLOSED OR ACM-BALANCE NOT > ZERO
001845             OR ACM-PROD-CD
001850         ADD 1 TO BNK-SKIP-COUNT
001860     ELSE
001870         PERFORM 2100-FIND-RATE THRU 2100-EXIT
001910             COMPUTE BNK-INTEREST-AMOUNT ROUNDED =
001920                 ACM-BALANCE * BNK-BEST-RATE
001930             ADD BNK-INTEREST-AMOUNT TO ACM-BALANCE
001940             MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE
001950             REWRITE ACM-ACCOUNT-RECORD
001960             IF NOT BNK-ACM-OK
001970                 DISPLAY "INT-CALC: REWRITE FAILED FOR ACCOUNT "
002520*                           THE INTEREST JUST POSTED
002530*----------------------------------------------------------------
002540 2500-WRITE-AUDIT-RECORD.
002550     MOVE BNK-BUSINESS-DATE TO AUD-DATE.
002560     ACCEPT AUD-TIME FROM TIME.
002570     MOVE ACM-ACCT-NUMBER     TO AUD-ACCT-NUMBER.
002580     MOVE BNK-INTEREST-AMOUNT TO AUD-AMOUNT.
002622     MOVE ZERO                TO AUD-ORIG-DATE.
002624     MOVE ZERO                TO AUD-ORIG-TIME.
002626     MOVE SPACE               TO AUD-TENDER-CODE.
002627     IF ACM-BRANCH-NOT-SET
002628         MOVE BNK-HEAD-OFFICE-BRANCH TO AUD-ACCT-BRANCH
002629     ELSE
002630         MOVE ACM-BRANCH-CODE TO AUD-ACCT-BRANCH
002631     END-IF.
002632     MOVE AUD-ACCT-BRANCH TO AUD-BRANCH-CODE.
002633
002640     OPEN EXTEND AUDIT-TRAIL.
002650     WRITE AUD-TRAIL-RECORD.
002660     CLOSE AUDIT-TRAIL.
