000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GATE-SETTLE.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - DAILY GATEWAY SETTLEMENT REPORT.
000200*                  TIES EVERY ATM/ACH BATCH BATCH-GATE LOADED
000210*                  INTO THE OPEN BUSINESS DATE (GATELOG) TO WHAT
000220*                  HAPPENED TO ITS ITEMS.  PER BATCH, THE
000230*                  DELIVERED TRAILER COUNT AND AMOUNT ARE SPLIT
000240*                  INTO ITEMS RETURNED TO THE NETWORK BY
000250*                  GATE-RETURN, ITEMS STILL HELD IN SUSPENSE
000260*                  (SUSPENSE-FILE RECORDS IN THE BATCH'S
000270*                  SEQUENCE RANGE) AND THE REMAINDER, WHICH
000280*                  MUST HAVE POSTED.  PER CHANNEL, THAT
000290*                  REMAINDER IS THEN PROVED AGAINST WHAT
000300*                  DAILY-POST ACTUALLY POSTED UNDER THE CHANNEL
000310*                  OPERATOR (ATMGATE / ACHGATE) ON AUDIT-TRAIL -
000320*                  DEPOSITS, WITHDRAWALS AND TRANSFERS OUT, LESS
000330*                  ANY TRANSFER WHOSE CREDIT LEG FAILED AND WAS
000340*                  BACKED OUT.  A CHANNEL THAT DOES NOT PROVE,
000350*                  OR A BATCH THAT LOADED ONLY PARTIALLY, ENDS
000360*                  THE RUN WITH RETURN-CODE 8 FOR OPERATIONS.
000370*                  READ-ONLY AND FREELY RERUNNABLE; IT NEEDS
000380*                  GATE-RETURN COMPLETE AND AUDIT-TRAIL NOT YET
000390*                  ARCHIVED FOR THE OPEN BUSINESS DATE.
000391* 10/15/2026  RAO  A CHANNEL DEPOSIT TO A CHARGED-OFF ACCOUNT
000392*                  POSTS AS A RECOVERY (TYPE "V") AND, FOR ANY
000393*                  EXCESS, A DEPOSIT RIGHT BEHIND IT.  THE
000394*                  RECOVERY COUNTS AS THE DELIVERED ITEM; THE
000395*                  DEPOSIT THAT FOLLOWS IT ADDS ONLY ITS AMOUNT.
000396* 10/15/2026  RAO  AUDIT-TRAIL AND SUSPENSE-FILE HOLD EARLIER
000397*                  DAYS TOO.  ONLY POSTINGS AND REJECTS DATED THE
000398*                  OPEN BUSINESS DATE ARE FOLDED INTO THE PROOF.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BATCH-LOG ASSIGN TO "GATELOG"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS BNK-GLG-STATUS.
000500
000510     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BNK-SUS-STATUS.
000540
000550     SELECT AUDIT-TRAIL ASSIGN TO "AUDTRAIL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS BNK-AUD-STATUS.
000580
000590     SELECT PRINT-FILE ASSIGN TO "SETLRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS BNK-PRT-STATUS.
000620
000630     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000640         ORGANIZATION IS RELATIVE
000650         ACCESS MODE IS RANDOM
000660         RELATIVE KEY IS BNK-CYC-RELKEY
000670         FILE STATUS IS BNK-CYC-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  BATCH-LOG
000710     LABEL RECORDS ARE STANDARD.
000720     COPY GATELOG.
000730*
000740 FD  SUSPENSE-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY SUSPFILE.
000770*
000780 FD  AUDIT-TRAIL
000790     LABEL RECORDS ARE STANDARD.
000800     COPY AUDTRAIL.
000810*
000820 FD  PRINT-FILE
000830     LABEL RECORDS ARE OMITTED.
000840 01  PRINT-LINE                  PIC X(110).
000850*
000860 FD  CYCLE-CONTROL
000870     LABEL RECORDS ARE STANDARD.
000880     COPY CYCLCTL.
000890 WORKING-STORAGE SECTION.
000900 01  BNK-GLG-STATUS              PIC X(02).
000910     88  BNK-GLG-OK              VALUE "00".
000920 01  BNK-SUS-STATUS              PIC X(02).
000930     88  BNK-SUS-OK              VALUE "00".
000940 01  BNK-AUD-STATUS              PIC X(02).
000950     88  BNK-AUD-OK              VALUE "00".
000960 01  BNK-PRT-STATUS              PIC X(02).
000970 01  BNK-CYC-STATUS              PIC X(02).
000980     88  BNK-CYC-OK              VALUE "00".
000990 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001000 01  BNK-GLG-EOF-SWITCH          PIC X(01).
001010     88  BNK-GLG-AT-EOF          VALUE "Y".
001020     88  BNK-GLG-NOT-AT-EOF      VALUE "N".
001030 01  BNK-SUS-EOF-SWITCH          PIC X(01).
001040     88  BNK-SUS-AT-EOF          VALUE "Y".
001050     88  BNK-SUS-NOT-AT-EOF      VALUE "N".
001060 01  BNK-AUD-EOF-SWITCH          PIC X(01).
001070     88  BNK-AUD-AT-EOF          VALUE "Y".
001080     88  BNK-AUD-NOT-AT-EOF      VALUE "N".
001090 01  BNK-PROOF-SWITCH            PIC X(01).
001100     88  BNK-PROOF-GOOD          VALUE "G".
001110     88  BNK-PROOF-BAD           VALUE "B".
001120 01  BNK-BUSINESS-DATE           PIC 9(08).
001130 01  BNK-GATE-BAND-BASE          PIC 9(09) VALUE 800000000.
001140 01  BNK-GATE-ACH-BASE           PIC 9(09) VALUE 850000000.
001150 01  BNK-RESUB-BAND-BASE         PIC 9(09) VALUE 900000000.
001160 01  BNK-BATCH-COUNT             PIC 9(05) COMP.
001170 01  BNK-TBL-SUB                 PIC 9(05) COMP.
001180 01  BNK-FOUND-SUB               PIC 9(05) COMP.
001190 01  BNK-CHN-SUB                 PIC 9(05) COMP.
001200 01  BNK-ITEM-AMOUNT             PIC 9(07)V99.
001210 01  BNK-POSTED-COUNT            PIC S9(07).
001220 01  BNK-POSTED-AMOUNT           PIC S9(11)V99.
001230 01  BNK-DIFF-COUNT              PIC S9(07).
001240 01  BNK-DIFF-AMOUNT             PIC S9(11)V99.
001250*    THE LAST TRANSFER-OUT RECORD SEEN ON AUDIT-TRAIL.  DAILY-POST
001260*    WRITES A TRANSFER'S CREDIT LEG (OR, WHEN THE CREDIT LEG
001270*    FAILS, THE OFFSETTING BACK-OUT ON THE SAME FROM-ACCOUNT)
001280*    STRAIGHT AFTER ITS DEBIT LEG.
001290 01  BNK-LAST-XFER-ACCT          PIC 9(07).
001300 01  BNK-LAST-XFER-AMOUNT        PIC S9(07)V99.
001310 01  BNK-LAST-XFER-OPERATOR      PIC X(08).
001313 01  BNK-LAST-RCV-ACCT           PIC 9(07).
001316 01  BNK-LAST-RCV-OPERATOR       PIC X(08).
001320*
001330 01  BNK-BATCH-TABLE.
001340     05  BNK-BAT-ENTRY OCCURS 1 TO 500 TIMES
001350             DEPENDING ON BNK-BATCH-COUNT.
001360         10  BNK-BAT-ORIGIN      PIC X(08).
001370         10  BNK-BAT-BATCH-DATE  PIC 9(08).
001380         10  BNK-BAT-FIRST-SEQ   PIC 9(09).
001390         10  BNK-BAT-LAST-SEQ    PIC 9(09).
001400         10  BNK-BAT-DLV-COUNT   PIC 9(07).
001410         10  BNK-BAT-DLV-AMOUNT  PIC 9(11)V99.
001420         10  BNK-BAT-LOAD-STATUS PIC X(01).
001430             88  BNK-BAT-PARTIAL     VALUE "P".
001440         10  BNK-BAT-RET-COUNT   PIC 9(07) COMP.
001450         10  BNK-BAT-RET-AMOUNT  PIC 9(11)V99.
001460         10  BNK-BAT-SUS-COUNT   PIC 9(07) COMP.
001470         10  BNK-BAT-SUS-AMOUNT  PIC 9(11)V99.
001480*
001490*    ONE ENTRY PER CHANNEL: 1 = ATM NETWORK, 2 = ACH ORIGINATOR.
001500 01  BNK-CHANNEL-TABLE.
001510     05  BNK-CHN-ENTRY OCCURS 2 TIMES.
001520         10  BNK-CHN-NAME        PIC X(03).
001530         10  BNK-CHN-OPERATOR    PIC X(08).
001540         10  BNK-CHN-EXP-COUNT   PIC S9(07).
001550         10  BNK-CHN-EXP-AMOUNT  PIC S9(11)V99.
001560         10  BNK-CHN-AUD-COUNT   PIC S9(07).
001570         10  BNK-CHN-AUD-AMOUNT  PIC S9(11)V99.
001580*
001590 01  BNK-HEADING-1.
001600     05  FILLER                  PIC X(40) VALUE
001610         "GATEWAY SETTLEMENT REPORT".
001620     05  FILLER                  PIC X(15) VALUE
001630         "BUSINESS DATE: ".
001640     05  BNK-H1-BUSINESS-DATE    PIC 9(08).
001650 01  BNK-HEADING-2.
001660     05  FILLER                  PIC X(10) VALUE "ORIGIN".
001670     05  FILLER                  PIC X(10) VALUE "BATCH DT".
001680     05  FILLER                  PIC X(11) VALUE "FIRST SEQ".
001690     05  FILLER                  PIC X(06) VALUE "DLV".
001700     05  FILLER                  PIC X(15) VALUE "DELIVERED".
001710     05  FILLER                  PIC X(06) VALUE "RET".
001720     05  FILLER                  PIC X(13) VALUE "RETURNED".
001730     05  FILLER                  PIC X(06) VALUE "SUS".
001740     05  FILLER                  PIC X(13) VALUE "SUSPENSE".
001750     05  FILLER                  PIC X(15) VALUE "POSTED".
001760     05  FILLER                  PIC X(07) VALUE "NOTE".
001770 01  BNK-DETAIL-LINE.
001780     05  BNK-D-ORIGIN            PIC X(08).
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  BNK-D-BATCH-DATE        PIC 9(08).
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  BNK-D-FIRST-SEQ         PIC 9(09).
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  BNK-D-DLV-COUNT         PIC ZZZZ9.
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  BNK-D-DLV-AMOUNT        PIC -(10)9.99.
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  BNK-D-RET-COUNT         PIC ZZZZ9.
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  BNK-D-RET-AMOUNT        PIC -(08)9.99.
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  BNK-D-SUS-COUNT         PIC ZZZZ9.
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  BNK-D-SUS-AMOUNT        PIC -(08)9.99.
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  BNK-D-POSTED-AMOUNT     PIC -(10)9.99.
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  BNK-D-NOTE              PIC X(07).
001990 01  BNK-NONE-LINE.
002000     05  FILLER                  PIC X(50) VALUE
002010         "  NO GATEWAY BATCHES LOADED FOR THIS BUSINESS DATE".
002020 01  BNK-PROOF-HEADING-1.
002030     05  FILLER                  PIC X(50) VALUE
002040         "CHANNEL PROOF - EXPECTED POSTED VS AUDIT-TRAIL".
002050 01  BNK-PROOF-HEADING-2.
002060     05  FILLER                  PIC X(09) VALUE "CHANNEL".
002070     05  FILLER                  PIC X(10) VALUE "EXP ITEMS".
002080     05  FILLER                  PIC X(17) VALUE
002090         "EXPECTED AMOUNT".
002100     05  FILLER                  PIC X(10) VALUE "AUD ITEMS".
002110     05  FILLER                  PIC X(17) VALUE "POSTED AMOUNT".
002120     05  FILLER                  PIC X(17) VALUE "DIFFERENCE".
002130     05  FILLER                  PIC X(14) VALUE "RESULT".
002140 01  BNK-PROOF-LINE.
002150     05  BNK-P-CHANNEL           PIC X(03).
002160     05  FILLER                  PIC X(06) VALUE SPACES.
002170     05  BNK-P-EXP-COUNT         PIC -(06)9.
002180     05  FILLER                  PIC X(03) VALUE SPACES.
002190     05  BNK-P-EXP-AMOUNT        PIC -(10)9.99.
002200     05  FILLER                  PIC X(03) VALUE SPACES.
002210     05  BNK-P-AUD-COUNT         PIC -(06)9.
002220     05  FILLER                  PIC X(03) VALUE SPACES.
002230     05  BNK-P-AUD-AMOUNT        PIC -(10)9.99.
002240     05  FILLER                  PIC X(03) VALUE SPACES.
002250     05  BNK-P-DIFF-AMOUNT       PIC -(10)9.99.
002260     05  FILLER                  PIC X(03) VALUE SPACES.
002270     05  BNK-P-RESULT            PIC X(14).
002280*
002290 PROCEDURE DIVISION.
002300*----------------------------------------------------------------
002310* 0000-MAINLINE - DRIVE THE SETTLEMENT REPORT
002320*----------------------------------------------------------------
002330 0000-MAINLINE.
002340     PERFORM 0500-VERIFY-CYCLE THRU 0500-EXIT.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     PERFORM 2000-LOAD-BATCH-LOG THRU 2000-EXIT.
002370     PERFORM 3000-FOLD-SUSPENSE THRU 3000-EXIT.
002380     PERFORM 4000-FOLD-AUDIT-TRAIL THRU 4000-EXIT.
002390     PERFORM 5000-PRINT-BATCHES THRU 5000-EXIT.
002400     PERFORM 6000-PRINT-CHANNEL-PROOF THRU 6000-EXIT.
002410     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002420     IF BNK-PROOF-BAD
002430         MOVE 8 TO RETURN-CODE
002440     END-IF.
002450     STOP RUN.
002460*----------------------------------------------------------------
002470* 0500-VERIFY-CYCLE - REFUSE TO RUN UNTIL GATE-RETURN IS STAMPED
002480*                     COMPLETE (THE RETURNED COLUMN WOULD BE
002490*                     SHORT), OR ONCE AUD-ARCHIVE HAS RUN FOR THE
002500*                     DATE (ITS CUTOFF MAY HAVE MOVED THE DAY'S
002505*                     POSTINGS OFF AUDIT-TRAIL)
002510*----------------------------------------------------------------
002520 0500-VERIFY-CYCLE.
002530     OPEN INPUT CYCLE-CONTROL.
002540     IF BNK-CYC-OK
002550         MOVE 1 TO BNK-CYC-RELKEY
002560         READ CYCLE-CONTROL
002570             INVALID KEY
002580                 CONTINUE
002590         END-READ
002600     END-IF.
002610     IF NOT BNK-CYC-OK
002620         DISPLAY "GATE-SETTLE: NO CYCLE CONTROL - RUN CYCLE-CTL "
002630             "TO OPEN THE BUSINESS DATE."
002640         MOVE 8 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
002670     IF NOT CYC-GATE-RETURN-DONE
002680         DISPLAY "GATE-SETTLE: GATE-RETURN NOT COMPLETE FOR "
002690             "BUSINESS DATE " CYC-BUSINESS-DATE
002700             " - STEP REFUSED."
002710         CLOSE CYCLE-CONTROL
002720         MOVE 8 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     IF CYC-AUD-ARCHIVE-DONE
002760         DISPLAY "GATE-SETTLE: AUD-ARCHIVE ALREADY COMPLETE FOR "
002770             "BUSINESS DATE " CYC-BUSINESS-DATE
002780             " - AUDIT-TRAIL NO LONGER HOLDS THE DAY."
002790         CLOSE CYCLE-CONTROL
002800         MOVE 8 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     MOVE CYC-BUSINESS-DATE TO BNK-BUSINESS-DATE.
002840     CLOSE CYCLE-CONTROL.
002850 0500-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880* 1000-INITIALIZE - CLEAR THE TABLES AND OPEN THE REPORT
002890*----------------------------------------------------------------
002900 1000-INITIALIZE.
002910     SET BNK-PROOF-GOOD TO TRUE.
002920     MOVE ZERO TO BNK-BATCH-COUNT.
002930     MOVE "ATM"     TO BNK-CHN-NAME (1).
002940     MOVE "ATMGATE" TO BNK-CHN-OPERATOR (1).
002950     MOVE "ACH"     TO BNK-CHN-NAME (2).
002960     MOVE "ACHGATE" TO BNK-CHN-OPERATOR (2).
002970     PERFORM 1100-CLEAR-ONE-CHANNEL THRU 1100-EXIT
002980         VARYING BNK-CHN-SUB FROM 1 BY 1
002990         UNTIL BNK-CHN-SUB > 2.
003000     MOVE ZERO TO BNK-LAST-XFER-ACCT.
003010     MOVE ZERO TO BNK-LAST-XFER-AMOUNT.
003020     MOVE SPACES TO BNK-LAST-XFER-OPERATOR.
003023     MOVE ZERO TO BNK-LAST-RCV-ACCT.
003026     MOVE SPACES TO BNK-LAST-RCV-OPERATOR.
003030
003040     OPEN OUTPUT PRINT-FILE.
003050     MOVE BNK-BUSINESS-DATE TO BNK-H1-BUSINESS-DATE.
003060     MOVE BNK-HEADING-1 TO PRINT-LINE.
003070     WRITE PRINT-LINE.
003080     MOVE BNK-HEADING-2 TO PRINT-LINE.
003090     WRITE PRINT-LINE.
003100 1000-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130* 1100-CLEAR-ONE-CHANNEL - ZERO ONE CHANNEL'S PROOF TOTALS
003140*----------------------------------------------------------------
003150 1100-CLEAR-ONE-CHANNEL.
003160     MOVE ZERO TO BNK-CHN-EXP-COUNT (BNK-CHN-SUB).
003170     MOVE ZERO TO BNK-CHN-EXP-AMOUNT (BNK-CHN-SUB).
003180     MOVE ZERO TO BNK-CHN-AUD-COUNT (BNK-CHN-SUB).
003190     MOVE ZERO TO BNK-CHN-AUD-AMOUNT (BNK-CHN-SUB).
003200 1100-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 2000-LOAD-BATCH-LOG - TABLE EVERY GATELOG RECORD FOR THE OPEN
003240*                       BUSINESS DATE.  NO GATELOG YET SIMPLY
003250*                       MEANS NO BATCHES.
003260*----------------------------------------------------------------
003270 2000-LOAD-BATCH-LOG.
003280     SET BNK-GLG-NOT-AT-EOF TO TRUE.
003290     OPEN INPUT BATCH-LOG.
003300     IF NOT BNK-GLG-OK
003310         GO TO 2000-EXIT
003320     END-IF.
003330     READ BATCH-LOG
003340         AT END
003350             SET BNK-GLG-AT-EOF TO TRUE
003360     END-READ.
003370     PERFORM 2100-LOAD-ONE-BATCH THRU 2100-EXIT
003380         UNTIL BNK-GLG-AT-EOF.
003390     CLOSE BATCH-LOG.
003400 2000-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430* 2100-LOAD-ONE-BATCH - TABLE ONE LOGGED BATCH OF THE OPEN
003440*                       BUSINESS DATE AND READ THE NEXT RECORD
003450*----------------------------------------------------------------
003460 2100-LOAD-ONE-BATCH.
003470     IF GLG-BUSINESS-DATE = BNK-BUSINESS-DATE
003480         IF BNK-BATCH-COUNT NOT < 500
003490             DISPLAY "GATE-SETTLE: MORE THAN 500 BATCHES - "
003500                 "REPORT INCOMPLETE."
003510             SET BNK-PROOF-BAD TO TRUE
003520         ELSE
003530             ADD 1 TO BNK-BATCH-COUNT
003540             MOVE GLG-ORIGIN
003550                 TO BNK-BAT-ORIGIN (BNK-BATCH-COUNT)
003560             MOVE GLG-BATCH-DATE
003570                 TO BNK-BAT-BATCH-DATE (BNK-BATCH-COUNT)
003580             MOVE GLG-FIRST-SEQ-NO
003590                 TO BNK-BAT-FIRST-SEQ (BNK-BATCH-COUNT)
003600             MOVE GLG-LAST-SEQ-NO
003610                 TO BNK-BAT-LAST-SEQ (BNK-BATCH-COUNT)
003620             MOVE GLG-RECORD-COUNT
003630                 TO BNK-BAT-DLV-COUNT (BNK-BATCH-COUNT)
003640             MOVE GLG-AMOUNT-HASH
003650                 TO BNK-BAT-DLV-AMOUNT (BNK-BATCH-COUNT)
003660             MOVE GLG-LOAD-STATUS
003670                 TO BNK-BAT-LOAD-STATUS (BNK-BATCH-COUNT)
003680             MOVE ZERO TO BNK-BAT-RET-COUNT (BNK-BATCH-COUNT)
003690             MOVE ZERO TO BNK-BAT-RET-AMOUNT (BNK-BATCH-COUNT)
003700             MOVE ZERO TO BNK-BAT-SUS-COUNT (BNK-BATCH-COUNT)
003710             MOVE ZERO TO BNK-BAT-SUS-AMOUNT (BNK-BATCH-COUNT)
003720         END-IF
003730     END-IF.
003740
003750     READ BATCH-LOG
003760         AT END
003770             SET BNK-GLG-AT-EOF TO TRUE
003780     END-READ.
003790 2100-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820* 3000-FOLD-SUSPENSE - ONE PASS OF SUSPENSE-FILE, CHARGING EACH
003830*                      GATEWAY-BAND REJECT TO THE BATCH WHOSE
003840*                      SEQUENCE RANGE ISSUED IT
003850*----------------------------------------------------------------
003860 3000-FOLD-SUSPENSE.
003870     IF BNK-BATCH-COUNT = ZERO
003880         GO TO 3000-EXIT
003890     END-IF.
003900     SET BNK-SUS-NOT-AT-EOF TO TRUE.
003910     OPEN INPUT SUSPENSE-FILE.
003920     IF NOT BNK-SUS-OK
003930         GO TO 3000-EXIT
003940     END-IF.
003950     READ SUSPENSE-FILE
003960         AT END
003970             SET BNK-SUS-AT-EOF TO TRUE
003980     END-READ.
003990     PERFORM 3100-FOLD-ONE-SUSPENSE THRU 3100-EXIT
004000         UNTIL BNK-SUS-AT-EOF.
004010     CLOSE SUSPENSE-FILE.
004020 3000-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050* 3100-FOLD-ONE-SUSPENSE - ADD ONE OF TODAY'S REJECTS TO ITS
004060*                          BATCH'S RETURNED OR SUSPENSE TOTALS AND
004070*                          READ THE NEXT RECORD
004080*----------------------------------------------------------------
004090 3100-FOLD-ONE-SUSPENSE.
004100     IF SUS-SEQ-NO NOT < BNK-GATE-BAND-BASE
004110             AND SUS-SEQ-NO < BNK-RESUB-BAND-BASE
004115             AND SUS-REJECT-DATE = BNK-BUSINESS-DATE
004120         MOVE ZERO TO BNK-FOUND-SUB
004130         PERFORM 3200-MATCH-ONE-BATCH THRU 3200-EXIT
004140             VARYING BNK-TBL-SUB FROM 1 BY 1
004150             UNTIL BNK-TBL-SUB > BNK-BATCH-COUNT
004160                 OR BNK-FOUND-SUB > ZERO
004170         IF BNK-FOUND-SUB > ZERO
004180             MOVE SUS-AMOUNT TO BNK-ITEM-AMOUNT
004190             IF SUS-NETWORK-RETURNED
004200                 ADD 1 TO BNK-BAT-RET-COUNT (BNK-FOUND-SUB)
004210                 ADD BNK-ITEM-AMOUNT
004220                     TO BNK-BAT-RET-AMOUNT (BNK-FOUND-SUB)
004230             ELSE
004240                 ADD 1 TO BNK-BAT-SUS-COUNT (BNK-FOUND-SUB)
004250                 ADD BNK-ITEM-AMOUNT
004260                     TO BNK-BAT-SUS-AMOUNT (BNK-FOUND-SUB)
004270             END-IF
004280         END-IF
004290     END-IF.
004300
004310     READ SUSPENSE-FILE
004320         AT END
004330             SET BNK-SUS-AT-EOF TO TRUE
004340     END-READ.
004350 3100-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* 3200-MATCH-ONE-BATCH - NOTE THE BATCH WHOSE SEQUENCE RANGE
004390*                        HOLDS THE CURRENT REJECT
004400*----------------------------------------------------------------
004410 3200-MATCH-ONE-BATCH.
004420     IF SUS-SEQ-NO NOT < BNK-BAT-FIRST-SEQ (BNK-TBL-SUB)
004430             AND SUS-SEQ-NO NOT > BNK-BAT-LAST-SEQ (BNK-TBL-SUB)
004440         MOVE BNK-TBL-SUB TO BNK-FOUND-SUB
004450     END-IF.
004460 3200-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 4000-FOLD-AUDIT-TRAIL - ONE PASS OF AUDIT-TRAIL TOTALLING WHAT
004500*                         DAILY-POST POSTED UNDER EACH CHANNEL
004510*                         OPERATOR
004520*----------------------------------------------------------------
004530 4000-FOLD-AUDIT-TRAIL.
004540     SET BNK-AUD-NOT-AT-EOF TO TRUE.
004550     OPEN INPUT AUDIT-TRAIL.
004560     IF NOT BNK-AUD-OK
004570         GO TO 4000-EXIT
004580     END-IF.
004590     READ AUDIT-TRAIL
004600         AT END
004610             SET BNK-AUD-AT-EOF TO TRUE
004620     END-READ.
004630     PERFORM 4100-FOLD-ONE-AUDIT THRU 4100-EXIT
004640         UNTIL BNK-AUD-AT-EOF.
004650     CLOSE AUDIT-TRAIL.
004660 4000-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 4100-FOLD-ONE-AUDIT - COUNT ONE OF TODAY'S CHANNEL POSTINGS
004700*                       AND READ THE NEXT RECORD.  EARLIER DAYS
004703*                       ON THE TRAIL ARE PASSED OVER.  EACH
004706*                       DELIVERED ITEM IS COUNTED ONCE: A
004710*                       DEPOSIT, A WITHDRAWAL, OR THE DEBIT LEG
004720*                       OF A TRANSFER.  A CREDIT
004730*                       LEG BACK ON THE FROM-ACCOUNT STRAIGHT
004740*                       AFTER THE DEBIT LEG IS A BACK-OUT - THE
004750*                       TRANSFER WENT TO SUSPENSE INSTEAD.
004752*                       A DEPOSIT SPLIT INTO A RECOVERY AND THE
004754*                       EXCESS IS ONE ITEM, COUNTED ON THE
004756*                       RECOVERY.
004760*----------------------------------------------------------------
004770 4100-FOLD-ONE-AUDIT.
004780     EVALUATE AUD-OPERATOR-ID
004790         WHEN BNK-CHN-OPERATOR (1)
004800             MOVE 1 TO BNK-CHN-SUB
004810         WHEN BNK-CHN-OPERATOR (2)
004820             MOVE 2 TO BNK-CHN-SUB
004830         WHEN OTHER
004840             MOVE ZERO TO BNK-CHN-SUB
004850     END-EVALUATE.
004852     IF AUD-DATE NOT = BNK-BUSINESS-DATE
004854         MOVE ZERO TO BNK-CHN-SUB
004856     END-IF.
004860     IF BNK-CHN-SUB > ZERO
004870         EVALUATE TRUE
004871             WHEN AUD-TXN-DEPOSIT
004872                     AND AUD-ACCT-NUMBER = BNK-LAST-RCV-ACCT
004873                     AND AUD-OPERATOR-ID = BNK-LAST-RCV-OPERATOR
004874                 ADD AUD-AMOUNT
004875                     TO BNK-CHN-AUD-AMOUNT (BNK-CHN-SUB)
004876             WHEN AUD-TXN-RECOVERY
004880             WHEN AUD-TXN-DEPOSIT
004890             WHEN AUD-TXN-WITHDRAWAL
004900             WHEN AUD-TXN-XFER-OUT
004910                 ADD 1 TO BNK-CHN-AUD-COUNT (BNK-CHN-SUB)
004920                 ADD AUD-AMOUNT
004930                     TO BNK-CHN-AUD-AMOUNT (BNK-CHN-SUB)
004940             WHEN AUD-TXN-XFER-IN
004950                 IF AUD-ACCT-NUMBER = BNK-LAST-XFER-ACCT
004960                         AND AUD-AMOUNT = BNK-LAST-XFER-AMOUNT
004970                         AND AUD-OPERATOR-ID
004980                             = BNK-LAST-XFER-OPERATOR
004990                     SUBTRACT 1
005000                         FROM BNK-CHN-AUD-COUNT (BNK-CHN-SUB)
005010                     SUBTRACT AUD-AMOUNT
005020                         FROM BNK-CHN-AUD-AMOUNT (BNK-CHN-SUB)
005030                 END-IF
005040             WHEN OTHER
005050                 CONTINUE
005060         END-EVALUATE
005070     END-IF.
005080     IF AUD-TXN-XFER-OUT AND AUD-DATE = BNK-BUSINESS-DATE
005090         MOVE AUD-ACCT-NUMBER TO BNK-LAST-XFER-ACCT
005100         MOVE AUD-AMOUNT      TO BNK-LAST-XFER-AMOUNT
005110         MOVE AUD-OPERATOR-ID TO BNK-LAST-XFER-OPERATOR
005120     ELSE
005130         MOVE ZERO   TO BNK-LAST-XFER-ACCT
005140         MOVE ZERO   TO BNK-LAST-XFER-AMOUNT
005150         MOVE SPACES TO BNK-LAST-XFER-OPERATOR
005160     END-IF.
005161     IF AUD-TXN-RECOVERY AND AUD-DATE = BNK-BUSINESS-DATE
005162         MOVE AUD-ACCT-NUMBER TO BNK-LAST-RCV-ACCT
005163         MOVE AUD-OPERATOR-ID TO BNK-LAST-RCV-OPERATOR
005164     ELSE
005165         MOVE ZERO   TO BNK-LAST-RCV-ACCT
005166         MOVE SPACES TO BNK-LAST-RCV-OPERATOR
005167     END-IF.
005170
005180     READ AUDIT-TRAIL
005190         AT END
005200             SET BNK-AUD-AT-EOF TO TRUE
005210     END-READ.
005220 4100-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250* 5000-PRINT-BATCHES - PRINT ONE LINE PER LOGGED BATCH AND ROLL
005260*                      ITS EXPECTED POSTED FIGURES INTO ITS
005270*                      CHANNEL
005280*----------------------------------------------------------------
005290 5000-PRINT-BATCHES.
005300     IF BNK-BATCH-COUNT = ZERO
005310         MOVE BNK-NONE-LINE TO PRINT-LINE
005320         WRITE PRINT-LINE
005330         GO TO 5000-EXIT
005340     END-IF.
005350     PERFORM 5100-PRINT-ONE-BATCH THRU 5100-EXIT
005360         VARYING BNK-TBL-SUB FROM 1 BY 1
005370         UNTIL BNK-TBL-SUB > BNK-BATCH-COUNT.
005380 5000-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* 5100-PRINT-ONE-BATCH - WHAT WAS DELIVERED, LESS WHAT WENT BACK
005420*                        AND WHAT IS STILL IN SUSPENSE, MUST HAVE
005430*                        POSTED
005440*----------------------------------------------------------------
005450 5100-PRINT-ONE-BATCH.
005460     COMPUTE BNK-POSTED-COUNT =
005470         BNK-BAT-DLV-COUNT (BNK-TBL-SUB)
005480         - BNK-BAT-RET-COUNT (BNK-TBL-SUB)
005490         - BNK-BAT-SUS-COUNT (BNK-TBL-SUB).
005500     COMPUTE BNK-POSTED-AMOUNT =
005510         BNK-BAT-DLV-AMOUNT (BNK-TBL-SUB)
005520         - BNK-BAT-RET-AMOUNT (BNK-TBL-SUB)
005530         - BNK-BAT-SUS-AMOUNT (BNK-TBL-SUB).
005540     IF BNK-BAT-FIRST-SEQ (BNK-TBL-SUB) NOT < BNK-GATE-ACH-BASE
005550         MOVE 2 TO BNK-CHN-SUB
005560     ELSE
005570         MOVE 1 TO BNK-CHN-SUB
005580     END-IF.
005590     ADD BNK-POSTED-COUNT  TO BNK-CHN-EXP-COUNT (BNK-CHN-SUB).
005600     ADD BNK-POSTED-AMOUNT TO BNK-CHN-EXP-AMOUNT (BNK-CHN-SUB).
005610
005620     MOVE BNK-BAT-ORIGIN (BNK-TBL-SUB)     TO BNK-D-ORIGIN.
005630     MOVE BNK-BAT-BATCH-DATE (BNK-TBL-SUB) TO BNK-D-BATCH-DATE.
005640     MOVE BNK-BAT-FIRST-SEQ (BNK-TBL-SUB)  TO BNK-D-FIRST-SEQ.
005650     MOVE BNK-BAT-DLV-COUNT (BNK-TBL-SUB)  TO BNK-D-DLV-COUNT.
005660     MOVE BNK-BAT-DLV-AMOUNT (BNK-TBL-SUB) TO BNK-D-DLV-AMOUNT.
005670     MOVE BNK-BAT-RET-COUNT (BNK-TBL-SUB)  TO BNK-D-RET-COUNT.
005680     MOVE BNK-BAT-RET-AMOUNT (BNK-TBL-SUB) TO BNK-D-RET-AMOUNT.
005690     MOVE BNK-BAT-SUS-COUNT (BNK-TBL-SUB)  TO BNK-D-SUS-COUNT.
005700     MOVE BNK-BAT-SUS-AMOUNT (BNK-TBL-SUB) TO BNK-D-SUS-AMOUNT.
005710     MOVE BNK-POSTED-AMOUNT                TO BNK-D-POSTED-AMOUNT.
005720     MOVE SPACES TO BNK-D-NOTE.
005730     IF BNK-BAT-PARTIAL (BNK-TBL-SUB)
005740         MOVE "PARTIAL" TO BNK-D-NOTE
005750         SET BNK-PROOF-BAD TO TRUE
005760     END-IF.
005770     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
005780     WRITE PRINT-LINE.
005790 5100-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820* 6000-PRINT-CHANNEL-PROOF - PROVE EACH CHANNEL'S EXPECTED
005830*                            POSTED FIGURES AGAINST AUDIT-TRAIL
005840*----------------------------------------------------------------
005850 6000-PRINT-CHANNEL-PROOF.
005860     MOVE SPACES TO PRINT-LINE.
005870     WRITE PRINT-LINE.
005880     MOVE BNK-PROOF-HEADING-1 TO PRINT-LINE.
005890     WRITE PRINT-LINE.
005900     MOVE BNK-PROOF-HEADING-2 TO PRINT-LINE.
005910     WRITE PRINT-LINE.
005920     PERFORM 6100-PROVE-ONE-CHANNEL THRU 6100-EXIT
005930         VARYING BNK-CHN-SUB FROM 1 BY 1
005940         UNTIL BNK-CHN-SUB > 2.
005950 6000-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980* 6100-PROVE-ONE-CHANNEL - PRINT ONE CHANNEL'S PROOF LINE
005990*----------------------------------------------------------------
006000 6100-PROVE-ONE-CHANNEL.
006010     COMPUTE BNK-DIFF-COUNT =
006020         BNK-CHN-EXP-COUNT (BNK-CHN-SUB)
006030         - BNK-CHN-AUD-COUNT (BNK-CHN-SUB).
006040     COMPUTE BNK-DIFF-AMOUNT =
006050         BNK-CHN-EXP-AMOUNT (BNK-CHN-SUB)
006060         - BNK-CHN-AUD-AMOUNT (BNK-CHN-SUB).
006070     MOVE BNK-CHN-NAME (BNK-CHN-SUB)       TO BNK-P-CHANNEL.
006080     MOVE BNK-CHN-EXP-COUNT (BNK-CHN-SUB)  TO BNK-P-EXP-COUNT.
006090     MOVE BNK-CHN-EXP-AMOUNT (BNK-CHN-SUB) TO BNK-P-EXP-AMOUNT.
006100     MOVE BNK-CHN-AUD-COUNT (BNK-CHN-SUB)  TO BNK-P-AUD-COUNT.
006110     MOVE BNK-CHN-AUD-AMOUNT (BNK-CHN-SUB) TO BNK-P-AUD-AMOUNT.
006120     MOVE BNK-DIFF-AMOUNT                  TO BNK-P-DIFF-AMOUNT.
006130     IF BNK-DIFF-COUNT = ZERO AND BNK-DIFF-AMOUNT = ZERO
006140         MOVE "IN BALANCE"     TO BNK-P-RESULT
006150     ELSE
006160         MOVE "OUT OF BALANCE" TO BNK-P-RESULT
006170         SET BNK-PROOF-BAD TO TRUE
006180     END-IF.
006190     MOVE BNK-PROOF-LINE TO PRINT-LINE.
006200     WRITE PRINT-LINE.
006210 6100-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------
006240* 8000-FINALIZE - CLOSE THE REPORT AND DISPLAY THE RUN SUMMARY
006250*----------------------------------------------------------------
006260 8000-FINALIZE.
006270     CLOSE PRINT-FILE.
006280
006290     DISPLAY "GATE-SETTLE RUN SUMMARY".
006300     DISPLAY "  BUSINESS DATE        : " BNK-BUSINESS-DATE.
006310     DISPLAY "  BATCHES REPORTED     : " BNK-BATCH-COUNT.
006320     DISPLAY "  ATM EXPECTED POSTED  : " BNK-CHN-EXP-AMOUNT (1).
006330     DISPLAY "  ATM AUDIT POSTED     : " BNK-CHN-AUD-AMOUNT (1).
006340     DISPLAY "  ACH EXPECTED POSTED  : " BNK-CHN-EXP-AMOUNT (2).
006350     DISPLAY "  ACH AUDIT POSTED     : " BNK-CHN-AUD-AMOUNT (2).
006360     IF BNK-PROOF-BAD
006370         DISPLAY "  SETTLEMENT DOES NOT PROVE - SEE SETLRPT."
006380     ELSE
006390         DISPLAY "  EVERY GATEWAY ITEM POSTED OR WENT BACK."
006400     END-IF.
006410 8000-EXIT.
006420     EXIT.
