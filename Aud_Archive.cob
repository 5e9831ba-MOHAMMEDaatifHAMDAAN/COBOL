000328*                  BUSINESS DATE - THE TRAIL MUST NOT BE SPLIT
000329*                  MID-CYCLE - AND STAMPS ITS FLAG ON A CLEAN
000330*                  END.
000331* 10/15/2026  RAO  CARRY THE TRANSACTION AND DOMICILE BRANCH
000332*                  CODES INTO THE HISTORY RECORD.
000333*----------------------------------------------------------------
000335 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
001728     MOVE AUD-ORIG-DATE      TO HIS-ORIG-DATE.
001729     MOVE AUD-ORIG-TIME      TO HIS-ORIG-TIME.
001730     MOVE AUD-TENDER-CODE    TO HIS-TENDER-CODE.
001731     MOVE AUD-BRANCH-CODE    TO HIS-BRANCH-CODE.
001732     MOVE AUD-ACCT-BRANCH    TO HIS-ACCT-BRANCH.
001735
001740     SET BNK-HIS-NOT-WRITTEN TO TRUE.
001750     PERFORM 2600-TRY-HISTORY-WRITE THRU 2600-EXIT
