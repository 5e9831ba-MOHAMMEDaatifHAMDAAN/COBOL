000296*                  GATEWAY BAND (BATCH-GATE, LEADING 8) NOW
000298*                  CARRIES ITS OWN LAST-POSTED FIELD.  THIS RUN
000300*                  STILL ONLY CONSULTS THE RESUBMISSION FIELD.
000302* 10/15/2026  RAO  LEAVE A PENDING GATEWAY-BAND REJECT (LEADING
000304*                  8) WITH A RETURNABLE REASON FOR GATE-RETURN,
000306*                  WHICH SENDS IT BACK TO THE ATM NETWORK OR
000308*                  ACH ORIGINATOR - RESUBMITTING IT AS WELL
000310*                  WOULD POST AN ITEM THE NETWORK WAS TOLD WAS
000312*                  RETURNED.  RETURNED RECORDS PRINT AS
000314*                  HISTORY.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000890 01  BNK-NEXT-SEQ-NO             PIC 9(09).
000900 01  BNK-MAX-TRN-SEQ             PIC 9(09).
000902 01  BNK-RESUB-BAND-BASE         PIC 9(09) VALUE 900000000.
000903 01  BNK-GATE-BAND-BASE          PIC 9(09) VALUE 800000000.
000904 01  BNK-GATEWAY-SWITCH          PIC X(01).
000905     88  BNK-FOR-GATEWAY         VALUE "Y".
000906     88  BNK-NOT-FOR-GATEWAY     VALUE "N".
000910 01  BNK-RESUB-COUNT             PIC 9(07) COMP.
000920 01  BNK-HISTORY-COUNT           PIC 9(07) COMP.
000922 01  BNK-FAIL-COUNT              PIC 9(07) COMP.
000926 01  BNK-GATEWAY-COUNT           PIC 9(07) COMP.
000930*
000940 01  BNK-HEADING-1.
000950     05  FILLER                  PIC X(40) VALUE
001400     MOVE ZERO TO BNK-RESUB-COUNT.
001410     MOVE ZERO TO BNK-HISTORY-COUNT.
001412     MOVE ZERO TO BNK-FAIL-COUNT.
001416     MOVE ZERO TO BNK-GATEWAY-COUNT.
001420     MOVE BNK-RESUB-BAND-BASE TO BNK-MAX-TRN-SEQ.
001430
001440     OPEN INPUT CHECKPOINT-FILE.
002080*                             UNDER A FRESH SEQUENCE NUMBER AND
002090*                             MARK IT RESUBMITTED.  THEN READ
002100*                             THE NEXT RECORD.
002102*                             A PENDING GATEWAY REJECT THAT
002104*                             GATE-RETURN WILL SEND BACK IS
002106*                             PRINTED BUT NOT RESUBMITTED.
002110*----------------------------------------------------------------
002120 2000-PROCESS-ONE-SUSPENSE.
002130     MOVE SUS-REJECT-DATE  TO BNK-D-REJ-DATE.
002160     MOVE SUS-TXN-TYPE     TO BNK-D-TXN-TYPE.
002170     MOVE SUS-AMOUNT       TO BNK-D-AMOUNT.
002180     MOVE SUS-REASON-CODE  TO BNK-D-REASON.
002190     SET BNK-NOT-FOR-GATEWAY TO TRUE.
002191     IF SUS-PENDING AND SUS-REASON-NETWORK-RETURN
002192             AND SUS-SEQ-NO NOT < BNK-GATE-BAND-BASE
002193             AND SUS-SEQ-NO < BNK-RESUB-BAND-BASE
002194         SET BNK-FOR-GATEWAY TO TRUE
002195     END-IF.
002196
002200     IF SUS-PENDING AND BNK-NOT-FOR-GATEWAY
002210         MOVE BNK-NEXT-SEQ-NO  TO TRN-SEQ-NO
002220         MOVE SUS-ACCT-NUMBER  TO TRN-ACCT-NUMBER
002230         MOVE SUS-TXN-TYPE     TO TRN-TXN-TYPE
002350             END-IF
002355         END-IF
002360     ELSE
002362         EVALUATE TRUE
002364             WHEN BNK-FOR-GATEWAY
002366                 MOVE "GATEWAY RETURN " TO BNK-D-DISPOSITION
002368                 ADD 1 TO BNK-GATEWAY-COUNT
002370             WHEN SUS-NETWORK-RETURNED
002372                 MOVE "NET RETURNED   " TO BNK-D-DISPOSITION
002374                 ADD 1 TO BNK-HISTORY-COUNT
002376             WHEN OTHER
002377                 MOVE "ALREADY RESUB  " TO BNK-D-DISPOSITION
002378                 ADD 1 TO BNK-HISTORY-COUNT
002379         END-EVALUATE
002380         MOVE SUS-SEQ-NO TO BNK-D-NEW-SEQ
002400     END-IF.
002410
002420     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
002600     DISPLAY "  RECORDS RESUBMITTED  : " BNK-RESUB-COUNT.
002610     DISPLAY "  HISTORY (SKIPPED)    : " BNK-HISTORY-COUNT.
002615     DISPLAY "  WRITE FAILURES       : " BNK-FAIL-COUNT.
002617     DISPLAY "  LEFT FOR GATE-RETURN : " BNK-GATEWAY-COUNT.
002620 8000-EXIT.
002630     EXIT.
