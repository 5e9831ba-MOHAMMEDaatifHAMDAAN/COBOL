000267*                  STAMPED (A SECOND SNAPSHOT WOULD OVERWRITE
000268*                  THE ROTATION SOURCE), AND STAMPS ITS FLAG ON
000269*                  A CLEAN END.
000270* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000271*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000272*                  CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT OR A
000273*                  CATCH-UP RUN STILL WORKS THE RIGHT DAY.
000274* 10/15/2026  RAO  ALSO REFUSES TO START UNTIL THE MASTER-FILE
000275*                  INTEGRITY SCAN (INTEG-SCAN) IS STAMPED, SO A
000276*                  SEVERE INTEGRITY EXCEPTION HOLDS THE CYCLE
000277*                  BEFORE SNAPPREV IS ROLLED FORWARD.
000278*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000740         MOVE 8 TO RETURN-CODE
000741         STOP RUN
000742     END-IF.
000743     IF NOT CYC-INTEG-SCAN-DONE
000744         DISPLAY "BAL-SNAP: INTEG-SCAN NOT CLEAN FOR BUSINESS "
000745             "DATE " CYC-BUSINESS-DATE " - STEP REFUSED."
000746         CLOSE CYCLE-CONTROL
000747         MOVE 8 TO RETURN-CODE
000748         STOP RUN
000749     END-IF.
000750     IF CYC-BAL-SNAP-DONE
000751         DISPLAY "BAL-SNAP: ALREADY COMPLETE FOR BUSINESS "
000752             "DATE " CYC-BUSINESS-DATE " - STEP REFUSED."
000753         CLOSE CYCLE-CONTROL
000754         MOVE 8 TO RETURN-CODE
000755         STOP RUN
000756     END-IF.
000757     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
000758     CLOSE CYCLE-CONTROL.
000759 0500-EXIT.
000760     EXIT.
000761*----------------------------------------------------------------
000762* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ LOOP
000763*----------------------------------------------------------------
000766 1000-INITIALIZE.
000768     SET BNK-ACM-NOT-AT-EOF TO TRUE.
000770     MOVE ZERO TO BNK-SNAP-COUNT.
000790
000800     OPEN INPUT ACCOUNT-MASTER.
000810     OPEN OUTPUT SNAPSHOT-FILE.
