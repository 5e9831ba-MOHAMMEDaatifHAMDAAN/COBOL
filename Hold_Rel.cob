000244*                  DAILY-POST IS STAMPED COMPLETE ON CYCLCTL
000246*                  FOR THE OPEN BUSINESS DATE, AND STAMPS ITS
000248*                  OWN FLAG ON A CLEAN END.
000250* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000252*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000254*                  CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT OR A
000256*                  CATCH-UP RUN STILL WORKS THE RIGHT DAY.
000258*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000638         MOVE 8 TO RETURN-CODE
000639         STOP RUN
000640     END-IF.
000641     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
000642     CLOSE CYCLE-CONTROL.
000643 0500-EXIT.
000644     EXIT.
000645*----------------------------------------------------------------
000647* 1000-INITIALIZE - OPEN THE HOLD FILE AND PRIME THE READ LOOP.
000652*                   NO HOLD FILE YET JUST MEANS NOTHING TO
000656*                   RELEASE.
000680     SET BNK-HLD-NOT-AT-EOF TO TRUE.
000690     MOVE ZERO TO BNK-RELEASE-COUNT.
000700     MOVE ZERO TO BNK-STILL-HELD-COUNT.
000720
000725     SET BNK-HLD-OPENED TO TRUE.
000730     OPEN I-O HOLD-FILE.
