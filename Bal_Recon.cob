000480*                  FOR THE OPEN BUSINESS DATE, AND STAMPS ITS
000492*                  OWN FLAG ONLY ON A CLEAN PROOF - BAL-SNAP
000505*                  CANNOT TAKE A SNAPSHOT OF UNPROVEN BALANCES.
000507* 10/15/2026  RAO  FOLD THE RETURNED-ITEM CHARGE-BACK (TYPE "R")
000509*                  AND FEE (TYPE "F") INTO THE AUDIT NET.  THEIR
000511*                  RETITEM OPERATOR KEEPS THEM OUT OF THE BATCH
000513*                  CROSS-CHECK.
000514* 10/15/2026  RAO  A GATEWAY REJECT GATE-RETURN HAS ALREADY SENT
000515*                  BACK TO THE NETWORK (STATUS "N") STILL CAME
000516*                  OUT OF TONIGHT'S TRANSACTION-FILE UNPOSTED -
000517*                  FOLD IT INTO THE REJECTED NET WITH PENDING.
000519* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000521*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000523*                  CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT OR A
000525*                  CATCH-UP RUN STILL WORKS THE RIGHT DAY.
000526* 10/15/2026  RAO  FOLD THE CD EARLY-WITHDRAWAL PENALTY (TYPE "P")
000527*                  INTO THE AUDIT NET.  CD-MATURE POSTINGS CARRY
000528*                  THE CDMATURE OPERATOR AND STAY OUT OF THE BATCH
000529*                  CROSS-CHECK.
000530* 10/15/2026  RAO  FOLD THE CHARGE-OFF (TYPE "W") INTO THE AUDIT
000531*                  NET AS A CREDIT - IT BRINGS THE LEDGER UP TO
000532*                  ZERO.  A RECOVERY (TYPE "V") LEAVES THE LEDGER
000533*                  ALONE AND STAYS OUT OF THE AUDIT NET, BUT A
000534*                  BATCH RECOVERY IS PART OF A TRANFILE DEPOSIT
000535*                  AND COUNTS IN THE BATCH CROSS-CHECK.
000536*----------------------------------------------------------------
000537 ENVIRONMENT DIVISION.
000538 CONFIGURATION SECTION.
000539 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000544 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
001976         MOVE 8 TO RETURN-CODE
001977         STOP RUN
001978     END-IF.
001979     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
001980     CLOSE CYCLE-CONTROL.
001981 0500-EXIT.
001982     EXIT.
001983*----------------------------------------------------------------
001987* 1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME ALL READS
001993*----------------------------------------------------------------
002040     SET BNK-SUS-NOT-AT-EOF TO TRUE.
002050     MOVE ZERO TO BNK-ACCT-COUNT.
002060     MOVE ZERO TO BNK-EXCEPTION-COUNT.
002080
002090     OPEN INPUT ACCOUNT-MASTER.
002100     OPEN OUTPUT PRINT-FILE.
003165                     WHEN AUD-TXN-XFER-IN
003167                     WHEN AUD-TXN-REV-CREDIT
003170                     WHEN AUD-TXN-INTEREST
003175                     WHEN AUD-TXN-CHARGE-OFF
003180                         ADD AUD-AMOUNT TO
003190                             BNK-TBL-AUD-NET (BNK-TBL-IDX)
003200                         IF AUD-OPERATOR-ID = "DAILYPST"
003247                     WHEN AUD-TXN-OD-FEE
003249                     WHEN AUD-TXN-ESCHEAT
003252                     WHEN AUD-TXN-SVC-CHARGE
003253                     WHEN AUD-TXN-RETURN-ITEM
003254                     WHEN AUD-TXN-RETURN-FEE
003255                     WHEN AUD-TXN-CD-PENALTY
003256                         SUBTRACT AUD-AMOUNT FROM
003260                             BNK-TBL-AUD-NET (BNK-TBL-IDX)
003270                         IF AUD-OPERATOR-ID = "DAILYPST"
003280                             SUBTRACT AUD-AMOUNT FROM
003290                                 BNK-TBL-DP-AUD-NET (BNK-TBL-IDX)
003300                         END-IF
003301                     WHEN AUD-TXN-RECOVERY
003302                         IF AUD-OPERATOR-ID = "DAILYPST"
003303                                 OR "ATMGATE" OR "ACHGATE"
003304                                 OR "STNDORD"
003305                             ADD AUD-AMOUNT TO
003306                                 BNK-TBL-DP-AUD-NET (BNK-TBL-IDX)
003307                         END-IF
003310                     WHEN OTHER
003320                         CONTINUE
003330                 END-EVALUATE
003710*                      INTO THE MATCHING ENTRY'S REJECTED NET
003720*                      AND READ THE NEXT RECORD.  ONLY RECORDS
003730*                      REJECTED TONIGHT AND STILL PENDING CAME
003740*                      OUT OF TONIGHT'S TRANSACTION-FILE,
003743*                      AS DID A GATEWAY REJECT ALREADY
003746*                      RETURNED TO THE NETWORK.
003750*----------------------------------------------------------------
003760 5500-FOLD-SUSPENSE.
003770     IF SUS-REJECT-DATE = BNK-RUN-DATE
003775             AND (SUS-PENDING OR SUS-NETWORK-RETURNED)
003780         SEARCH ALL BNK-TBL-ENTRY
003790             WHEN BNK-TBL-ACCT-NO (BNK-TBL-IDX) = SUS-ACCT-NUMBER
003800                 EVALUATE TRUE
