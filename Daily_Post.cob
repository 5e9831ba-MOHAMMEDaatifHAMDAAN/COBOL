000784*                  ODFEE, WHICH KEEPS THE FEE (NO TRANFILE
000785*                  RECORD BEHIND IT) OUT OF THE BAL-RECON BATCH
000786*                  CROSS-CHECK.
000787* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  POSTINGS ARE NOW DATED
000788*                  WITH THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000789*                  CLOCK - ACM-LAST-TXN-DATE, AUD-DATE AND
000790*                  SUS-REJECT-DATE - SO A CYCLE THAT RUNS PAST
000791*                  MIDNIGHT OR A CATCH-UP RUN STILL DATES THE
000792*                  NIGHT'S WORK TO ITS OWN BUSINESS DAY.
000793* 10/15/2026  RAO  TIME DEPOSITS.  A CD ACCOUNT TAKES ONLY ITS
000794*                  TELLER-WINDOW FUNDING DEPOSIT, SO A BATCH
000795*                  DEPOSIT, WITHDRAWAL OR TRANSFER AGAINST ONE IS
000796*                  REJECTED TO SUSPENSE WITH NEW REASON "NT" (NON-
000797*                  TRANSACTION ACCOUNT), AND A TRANSFER INTO ONE
000798*                  WITH "TN".
000799* 10/15/2026  RAO  SANCTIONS FREEZE.  A BATCH WITHDRAWAL OR
000800*                  TRANSFER OUT OF AN ACCOUNT FROZEN FOR A
000801*                  CONFIRMED WATCH-LIST MATCH (ACM-RESTRICT-CODE
000802*                  "S") IS REJECTED TO SUSPENSE WITH NEW REASON
000803*                  "FZ".  DEPOSITS AND TRANSFERS IN STILL POST, AS
000804*                  DO REVERSALS, WHICH CORRECT THE BANK'S OWN
000805*                  POSTINGS.
000806* 10/15/2026  RAO  MULTI-BRANCH.  STAMP THE ACCOUNT'S DOMICILE
000807*                  BRANCH ON EACH AUDIT RECORD AS BOTH THE ACCOUNT
000808*                  BRANCH AND THE BRANCH WHERE IT HAPPENED.  BOTH
000809*                  LEGS OF A TRANSFER HAPPEN AT THE FROM-ACCOUNT'S
000810*                  DOMICILE, SO GL-EXTRACT'S INTER-BRANCH ENTRIES
000811*                  FALL ON THE RECEIVING ACCOUNT'S BRANCH.
000812* 10/15/2026  RAO  CHARGE-OFF RECOVERIES.  A DEPOSIT TO AN ACCOUNT
000813*                  CARRYING A CHARGED-OFF BALANCE POSTS FIRST AS A
000814*                  RECOVERY (AUDIT TYPE "V") AGAINST ACM-CHGOFF-
000815*                  BALANCE, LEAVING THE LEDGER ALONE; ONLY ANY
000816*                  EXCESS IS CREDITED TO THE LEDGER AS AN ORDINARY
000817*                  DEPOSIT.  RECOVERING THE LAST OF THE CHARGE-OFF
000818*                  LIFTS THE CHARGE-OFF RESTRICTION.  A TRANSFER
000819*                  INTO A CHARGED-OFF ACCOUNT IS REJECTED "TN".
000820*----------------------------------------------------------------
000821 ENVIRONMENT DIVISION.
000822 CONFIGURATION SECTION.
000823 SOURCE-COMPUTER. IBM-370.
000824 OBJECT-COMPUTER. IBM-370.
000825 INPUT-OUTPUT SECTION.
000826 FILE-CONTROL.
000827     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS BNK-TRN-STATUS.
000850
001560 01  BNK-XREF-ACCT               PIC 9(07) VALUE ZERO.
001562 01  BNK-ORIG-DATE               PIC 9(08) VALUE ZERO.
001564 01  BNK-ORIG-TIME               PIC 9(08) VALUE ZERO.
001565 01  BNK-AUD-AMOUNT              PIC S9(07)V99 VALUE ZERO.
001566 01  BNK-RECOVERY-AMOUNT         PIC S9(07)V99.
001567 01  BNK-REMAINDER-AMOUNT        PIC S9(07)V99.
001570 01  BNK-XFER-COUNT              PIC 9(07) COMP.
001580 01  BNK-AUD-STATUS              PIC X(02).
001590 01  BNK-OPERATOR-ID             PIC X(08) VALUE "DAILYPST".
001591 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
001592*    BOTH LEGS OF A TRANSFER HAPPEN AT THE FROM-ACCOUNT'S
001593*    DOMICILE BRANCH; SPACES OUTSIDE A TRANSFER.
001594 01  BNK-XFER-BRANCH             PIC X(03) VALUE SPACES.
001595 01  BNK-BUSINESS-DATE           PIC 9(08).
001596 01  BNK-GATE-BAND-BASE          PIC 9(09) COMP
001597                                 VALUE 800000000.
001598 01  BNK-GATE-ACH-BASE           PIC 9(09) COMP
001599                                 VALUE 850000000.
001600 01  BNK-STND-BAND-BASE          PIC 9(09) COMP
001601                                 VALUE 700000000.
001605 01  BNK-CKP-STATUS              PIC X(02).
001610     88  BNK-CKP-OK              VALUE "00".
001620 01  BNK-CKP-RELKEY              PIC 9(05) COMP VALUE 1.
001899         STOP RUN
001900     END-IF.
001901     DISPLAY "DAILY-POST: BUSINESS DATE " CYC-BUSINESS-DATE ".".
001902     MOVE CYC-BUSINESS-DATE TO BNK-BUSINESS-DATE.
001903     CLOSE CYCLE-CONTROL.
001904 0500-EXIT.
001905     EXIT.
001906*----------------------------------------------------------------
001908* 1000-INITIALIZE - OPEN FILES, READ THE CHECKPOINT RECORD AND
001912*                   PRIME THE READ LOOP
001916*----------------------------------------------------------------
002710             MOVE "23" TO BNK-ACM-STATUS
002720             MOVE "AC" TO BNK-SUS-REASON
002730         END-IF
002731
002732         IF BNK-ACM-OK AND ACM-PROD-CD
002733             AND (TRN-TYPE-DEPOSIT OR TRN-TYPE-WITHDRAWAL
002734                  OR TRN-TYPE-TRANSFER)
002735             DISPLAY "DAILY-POST: NON-TRANSACTION (CD) ACCOUNT: "
002736                 TRN-ACCT-NUMBER
002737             MOVE "23" TO BNK-ACM-STATUS
002738             MOVE "NT" TO BNK-SUS-REASON
002739         END-IF
002740
002741         IF BNK-ACM-OK AND ACM-DEBIT-FROZEN
002742             AND (TRN-TYPE-WITHDRAWAL OR TRN-TYPE-TRANSFER)
002743             DISPLAY "DAILY-POST: DEBIT TO FROZEN ACCOUNT: "
002744                 TRN-ACCT-NUMBER
002745             MOVE "23" TO BNK-ACM-STATUS
002746             MOVE "FZ" TO BNK-SUS-REASON
002747         END-IF
002748
002750         IF BNK-ACM-OK
002760             EVALUATE TRUE
002762                 WHEN TRN-TYPE-DEPOSIT AND TRN-AMOUNT > ZERO
002764                         AND ACM-CHGOFF-BALANCE > ZERO
002766                     PERFORM 2600-POST-RECOVERY THRU 2600-EXIT
002770                 WHEN TRN-TYPE-DEPOSIT
002780                     IF TRN-AMOUNT > ZERO
002790                         ADD TRN-AMOUNT TO ACM-BALANCE
002800                         MOVE BNK-BUSINESS-DATE
002810                             TO ACM-LAST-TXN-DATE
002820                         REWRITE ACM-ACCOUNT-RECORD
002830                             INVALID KEY
002840                                 DISPLAY "DAILY-POST: DEPOSIT "
003125                                 + BNK-OD-ALLOWANCE
003128                         MOVE ACM-BALANCE TO BNK-PRIOR-BAL
003130                         SUBTRACT TRN-AMOUNT FROM ACM-BALANCE
003140                         MOVE BNK-BUSINESS-DATE
003150                             TO ACM-LAST-TXN-DATE
003160                         REWRITE ACM-ACCOUNT-RECORD
003170                             INVALID KEY
003180                                 DISPLAY "DAILY-POST: WITHDRAWAL "
004110         INVALID KEY
004120             CONTINUE
004130     END-READ.
004140     IF NOT BNK-ACM-OK OR ACM-ACCT-CLOSED OR ACM-PROD-CD
004145             OR ACM-CHGOFF-BALANCE > ZERO
004150         DISPLAY "DAILY-POST: TRANSFER-TO ACCOUNT NOT "
004160             "AVAILABLE: " TRN-XFER-TO-ACCT
004170         ADD 1 TO BNK-REJECT-COUNT
004250         END-READ
004260         IF BNK-ACM-OK
004265             MOVE ACM-BALANCE TO BNK-PRIOR-BAL
004267             IF ACM-BRANCH-NOT-SET
004269                 MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-XFER-BRANCH
004271             ELSE
004273                 MOVE ACM-BRANCH-CODE TO BNK-XFER-BRANCH
004275             END-IF
004277             SUBTRACT TRN-AMOUNT FROM ACM-BALANCE
004280             MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE
004290             REWRITE ACM-ACCOUNT-RECORD
004300                 INVALID KEY
004310                     DISPLAY "DAILY-POST: TRANSFER DEBIT "
004435             PERFORM 2460-CHECK-OD-FEE THRU 2460-EXIT
004440         END-IF
004450     END-IF.
004455     MOVE SPACES TO BNK-XFER-BRANCH.
004460 2310-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004580     END-READ.
004590     IF BNK-ACM-OK
004600         ADD TRN-AMOUNT TO ACM-BALANCE
004610         MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE
004620         REWRITE ACM-ACCOUNT-RECORD
004630             INVALID KEY
004640                 DISPLAY "DAILY-POST: TRANSFER CREDIT "
004940     END-READ.
004950     IF BNK-ACM-OK
004960         ADD TRN-AMOUNT TO ACM-BALANCE
004970         MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE
004980         REWRITE ACM-ACCOUNT-RECORD
004990             INVALID KEY
005000                 DISPLAY "DAILY-POST: BACK-OUT REWRITE "
005226                 ACM-ACCT-NUMBER
005227     END-REWRITE.
005228     IF BNK-ACM-OK
005229         MOVE BNK-BUSINESS-DATE TO AUD-DATE
005230         ACCEPT AUD-TIME FROM TIME
005231         MOVE ACM-ACCT-NUMBER   TO AUD-ACCT-NUMBER
005232         SET AUD-TXN-OD-FEE TO TRUE
005412     MOVE ZERO TO BNK-SINCE-CHECKPOINT.
005420 2500-EXIT.
005429     EXIT.
005430*----------------------------------------------------------------
005431* 2600-POST-RECOVERY - A DEPOSIT TO A CHARGED-OFF ACCOUNT.  UP
005432*                      TO THE CHARGED-OFF BALANCE IS A RECOVERY OF
005433*                      THE LOSS (TYPE "V") AND DOES NOT TOUCH THE
005434*                      LEDGER; ANY EXCESS IS AN ORDINARY DEPOSIT.
005435*                      THE LAST OF THE RECOVERY LIFTS THE CHARGE-
005436*                      OFF RESTRICTION - A SANCTIONS FREEZE STAYS.
005437*----------------------------------------------------------------
005438 2600-POST-RECOVERY.
005439     IF TRN-AMOUNT > ACM-CHGOFF-BALANCE
005440         MOVE ACM-CHGOFF-BALANCE TO BNK-RECOVERY-AMOUNT
005441     ELSE
005442         MOVE TRN-AMOUNT TO BNK-RECOVERY-AMOUNT
005443     END-IF.
005444     COMPUTE BNK-REMAINDER-AMOUNT =
005445         TRN-AMOUNT - BNK-RECOVERY-AMOUNT.
005446     SUBTRACT BNK-RECOVERY-AMOUNT FROM ACM-CHGOFF-BALANCE.
005447     IF ACM-NOT-CHARGED-OFF AND ACM-RESTRICT-CHARGED-OFF
005448         SET ACM-NO-RESTRICTION TO TRUE
005449     END-IF.
005450     ADD BNK-REMAINDER-AMOUNT TO ACM-BALANCE.
005451     MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE.
005452     REWRITE ACM-ACCOUNT-RECORD
005453         INVALID KEY
005454             DISPLAY "DAILY-POST: RECOVERY REWRITE FAILED: "
005455                 TRN-ACCT-NUMBER
005456     END-REWRITE.
005457     IF NOT BNK-ACM-OK
005458         ADD 1 TO BNK-REJECT-COUNT
005459         MOVE "IO" TO BNK-SUS-REASON
005460         PERFORM 2800-WRITE-SUSPENSE-RECORD THRU 2800-EXIT
005461         GO TO 2600-EXIT
005462     END-IF.
005463     ADD TRN-AMOUNT TO BNK-TOTAL-CREDITS.
005464     ADD 1 TO BNK-POST-COUNT.
005465     MOVE BNK-RECOVERY-AMOUNT TO BNK-AUD-AMOUNT.
005466     SET AUD-TXN-RECOVERY TO TRUE.
005467     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
005468     IF BNK-REMAINDER-AMOUNT > ZERO
005469         MOVE BNK-REMAINDER-AMOUNT TO BNK-AUD-AMOUNT
005470         SET AUD-TXN-DEPOSIT TO TRUE
005471         PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT
005472     END-IF.
005473 2600-EXIT.
005474     EXIT.
005475*----------------------------------------------------------------
005476* 2700-WRITE-AUDIT-RECORD - APPEND ONE AUDIT-TRAIL RECORD FOR
005477*                           THE BATCH TRANSACTION JUST POSTED.
005481*                           SHARED BY THE DEPOSIT AND WITHDRAWAL
005482*                           PATHS.  A TRANSFER LEG IS STAMPED
005483*                           WITH THE FROM-ACCOUNT'S BRANCH.
005484*                           BNK-AUD-AMOUNT, WHEN SET, REPLACES
005485*                           TRN-AMOUNT FOR A SPLIT POSTING.
005486*----------------------------------------------------------------
005487 2700-WRITE-AUDIT-RECORD.
005491     MOVE BNK-BUSINESS-DATE TO AUD-DATE.
005496     ACCEPT AUD-TIME FROM TIME.
005502     MOVE ACM-ACCT-NUMBER TO AUD-ACCT-NUMBER.
005505     IF BNK-AUD-AMOUNT = ZERO
005509         MOVE TRN-AMOUNT      TO AUD-AMOUNT
005511     ELSE
005513         MOVE BNK-AUD-AMOUNT  TO AUD-AMOUNT
005515     END-IF.
005517     MOVE ACM-BALANCE     TO AUD-RESULT-BALANCE.
005518     MOVE BNK-OPERATOR-ID TO AUD-OPERATOR-ID.
005521     MOVE BNK-XREF-ACCT   TO AUD-XREF-ACCT.
005531     MOVE BNK-ORIG-DATE   TO AUD-ORIG-DATE.
005539     MOVE BNK-ORIG-TIME   TO AUD-ORIG-TIME.
005548     MOVE SPACE           TO AUD-TENDER-CODE.
005549     IF ACM-BRANCH-NOT-SET
005550         MOVE BNK-HEAD-OFFICE-BRANCH TO AUD-ACCT-BRANCH
005551     ELSE
005552         MOVE ACM-BRANCH-CODE TO AUD-ACCT-BRANCH
005553     END-IF.
005554     IF BNK-XFER-BRANCH = SPACES
005555         MOVE AUD-ACCT-BRANCH TO AUD-BRANCH-CODE
005556     ELSE
005557         MOVE BNK-XFER-BRANCH TO AUD-BRANCH-CODE
005558     END-IF.
005559
005560     OPEN EXTEND AUDIT-TRAIL.
005563     WRITE AUD-TRAIL-RECORD.
005573     MOVE ZERO TO BNK-XREF-ACCT.
005580     MOVE ZERO TO BNK-ORIG-DATE.
005589     MOVE ZERO TO BNK-ORIG-TIME.
005590     MOVE ZERO TO BNK-AUD-AMOUNT.
005591 2700-EXIT.
005596     EXIT.
005604*----------------------------------------------------------------
006204     MOVE TRN-ORIG-DATE   TO SUS-ORIG-DATE.
006206     MOVE TRN-ORIG-TIME   TO SUS-ORIG-TIME.
006210     MOVE BNK-SUS-REASON  TO SUS-REASON-CODE.
006220     MOVE BNK-BUSINESS-DATE TO SUS-REJECT-DATE.
006230     SET SUS-PENDING TO TRUE.
006240     WRITE SUS-SUSPENSE-RECORD.
006250     IF NOT BNK-SUS-OK
