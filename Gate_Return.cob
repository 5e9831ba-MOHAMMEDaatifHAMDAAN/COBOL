000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GATE-RETURN.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - OUTBOUND GATEWAY RETURN RUN.  AN
000200*                  ATM OR ACH ITEM DAILY-POST REJECTED TO
000210*                  SUSPENSE-FILE USED TO SIT IN THE SUSP-RESUB
000220*                  REGISTER, WHICH IS BUILT FOR BRANCH REPAIRS,
000230*                  AND THE NETWORK NEVER HEARD IT WAS NOT
000240*                  POSTED.  THIS RUN PICKS EVERY PENDING
000250*                  GATEWAY-BAND REJECT (LEADING 8) WITH A
000260*                  RETURNABLE REASON (NF, AC, OD, TN) OFF
000270*                  SUSPENSE-FILE.  ACH ITEMS (850-899999999) GO
000280*                  TO THE OUTBOUND ACH RETURN FILE (ACHRETN) WITH
000290*                  THE SUSPENSE REASON MAPPED TO THE NETWORK
000300*                  RETURN REASON; ATM ITEMS (800-849999999) GO TO
000310*                  THE ATM SETTLEMENT EXCEPTION FILE (ATMSETL).
000320*                  BOTH FILES HAVE THE INBOUND SHAPE - HEADER,
000330*                  DETAILS, TRAILER WITH RECORD COUNT, AMOUNT
000340*                  HASH AND ACCOUNT-NUMBER HASH - SO THE FAR END
000350*                  CAN PROVE THEM THE WAY BATCH-GATE PROVES
000360*                  OURS.  EACH RETURNED ITEM IS MARKED "N" ON
000370*                  SUSPENSE-FILE SO SUSP-RESUB CANNOT ALSO
000380*                  RESUBMIT IT, AND PRINTS ON THE GATERPT
000390*                  REGISTER.  AN IO OR IA REJECT IS OURS TO
000400*                  REPAIR AND STAYS WITH SUSP-RESUB.  CYCLE STEP
000410*                  10: REQUIRES DAILY-POST AND REFUSES A SECOND
000420*                  RUN FOR THE SAME BUSINESS DATE, WHICH WOULD
000430*                  OVERWRITE THE NIGHT'S RETURN FILES.
000432* 10/15/2026  RAO  RETURN REASON "NT" (AN ITEM AGAINST A TIME
000434*                  DEPOSIT, WHICH TAKES NO BATCH POSTINGS) AS ACH
000436*                  R20 - NON-TRANSACTION ACCOUNT.
000437* 10/15/2026  RAO  RETURN REASON "FZ" (A DEBIT AGAINST AN ACCOUNT
000438*                  FROZEN FOR A CONFIRMED SANCTIONS MATCH) AS ACH
000439*                  R16 - ACCOUNT FROZEN.
000440* 10/15/2026  RAO  MARK THE RETURNED ITEMS "N" ONLY AFTER BOTH
000441*                  OUTBOUND FILES ARE WRITTEN, TRAILED AND CLOSED
000442*                  CLEAN, IN A SECOND PASS OF SUSPENSE-FILE.  A
000443*                  RUN THAT FAILS PARTWAY MARKS NOTHING, SO ITS
000444*                  RERUN WRITES EVERY ITEM TO THE NEW FILES.
000445*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BNK-SUS-STATUS.
000540
000550     SELECT ACH-RETURN-FILE ASSIGN TO "ACHRETN"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS BNK-ACR-STATUS.
000580
000590     SELECT ATM-SETTLE-FILE ASSIGN TO "ATMSETL"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS BNK-ATS-STATUS.
000620
000630     SELECT PRINT-FILE ASSIGN TO "GATERPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS BNK-PRT-STATUS.
000660
000670     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000680         ORGANIZATION IS RELATIVE
000690         ACCESS MODE IS RANDOM
000700         RELATIVE KEY IS BNK-CYC-RELKEY
000710         FILE STATUS IS BNK-CYC-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SUSPENSE-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY SUSPFILE.
000770*
000780 FD  ACH-RETURN-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  ACR-RETURN-RECORD.
000810     05  ACR-REC-TYPE            PIC X(01).
000820         88  ACR-TYPE-HEADER     VALUE "H".
000830         88  ACR-TYPE-DETAIL     VALUE "D".
000840         88  ACR-TYPE-TRAILER    VALUE "T".
000850     05  ACR-REC-BODY            PIC X(40).
000860     05  ACR-HEADER-BODY REDEFINES ACR-REC-BODY.
000870         10  ACR-H-ORIGIN        PIC X(08).
000880         10  ACR-H-FILE-DATE     PIC 9(08).
000890         10  FILLER              PIC X(24).
000900     05  ACR-DETAIL-BODY REDEFINES ACR-REC-BODY.
000910         10  ACR-D-ORIG-SEQ-NO   PIC 9(09).
000920         10  ACR-D-ACCT-NUMBER   PIC 9(07).
000930         10  ACR-D-TXN-TYPE      PIC 9(01).
000940         10  ACR-D-AMOUNT        PIC 9(07)V99.
000950         10  ACR-D-RETURN-REASON PIC X(03).
000960         10  ACR-D-REJECT-DATE   PIC 9(08).
000970         10  FILLER              PIC X(03).
000980     05  ACR-TRAILER-BODY REDEFINES ACR-REC-BODY.
000990         10  ACR-T-RECORD-COUNT  PIC 9(07).
001000         10  ACR-T-AMOUNT-HASH   PIC 9(11)V99.
001010         10  ACR-T-ACCT-HASH     PIC 9(13).
001020         10  FILLER              PIC X(07).
001030*
001040 FD  ATM-SETTLE-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  ATS-SETTLE-RECORD.
001070     05  ATS-REC-TYPE            PIC X(01).
001080         88  ATS-TYPE-HEADER     VALUE "H".
001090         88  ATS-TYPE-DETAIL     VALUE "D".
001100         88  ATS-TYPE-TRAILER    VALUE "T".
001110     05  ATS-REC-BODY            PIC X(40).
001120     05  ATS-HEADER-BODY REDEFINES ATS-REC-BODY.
001130         10  ATS-H-ORIGIN        PIC X(08).
001140         10  ATS-H-FILE-DATE     PIC 9(08).
001150         10  FILLER              PIC X(24).
001160     05  ATS-DETAIL-BODY REDEFINES ATS-REC-BODY.
001170         10  ATS-D-ORIG-SEQ-NO   PIC 9(09).
001180         10  ATS-D-ACCT-NUMBER   PIC 9(07).
001190         10  ATS-D-TXN-TYPE      PIC 9(01).
001200         10  ATS-D-AMOUNT        PIC 9(07)V99.
001210         10  ATS-D-EXCEPTION-CODE PIC X(02).
001220         10  ATS-D-REJECT-DATE   PIC 9(08).
001230         10  FILLER              PIC X(04).
001240     05  ATS-TRAILER-BODY REDEFINES ATS-REC-BODY.
001250         10  ATS-T-RECORD-COUNT  PIC 9(07).
001260         10  ATS-T-AMOUNT-HASH   PIC 9(11)V99.
001270         10  ATS-T-ACCT-HASH     PIC 9(13).
001280         10  FILLER              PIC X(07).
001290*
001300 FD  PRINT-FILE
001310     LABEL RECORDS ARE OMITTED.
001320 01  PRINT-LINE                  PIC X(90).
001330*
001340 FD  CYCLE-CONTROL
001350     LABEL RECORDS ARE STANDARD.
001360     COPY CYCLCTL.
001370 WORKING-STORAGE SECTION.
001380 01  BNK-SUS-STATUS              PIC X(02).
001390     88  BNK-SUS-OK              VALUE "00".
001400 01  BNK-ACR-STATUS              PIC X(02).
001410     88  BNK-ACR-OK              VALUE "00".
001420 01  BNK-ATS-STATUS              PIC X(02).
001430     88  BNK-ATS-OK              VALUE "00".
001440 01  BNK-PRT-STATUS              PIC X(02).
001450 01  BNK-CYC-STATUS              PIC X(02).
001460     88  BNK-CYC-OK              VALUE "00".
001470 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001480 01  BNK-SUS-OPEN-SWITCH         PIC X(01).
001490     88  BNK-SUS-OPENED          VALUE "Y".
001500     88  BNK-SUS-NOT-OPENED      VALUE "N".
001510 01  BNK-SUS-EOF-SWITCH          PIC X(01).
001520     88  BNK-SUS-AT-EOF          VALUE "Y".
001530     88  BNK-SUS-NOT-AT-EOF      VALUE "N".
001540 01  BNK-RUN-SWITCH              PIC X(01).
001550     88  BNK-RUN-GOOD            VALUE "G".
001560     88  BNK-RUN-BAD             VALUE "B".
001570 01  BNK-WRITE-SWITCH            PIC X(01).
001580     88  BNK-WRITE-GOOD          VALUE "G".
001590     88  BNK-WRITE-BAD           VALUE "B".
001600 01  BNK-BUSINESS-DATE           PIC 9(08).
001610 01  BNK-GATE-BAND-BASE          PIC 9(09) VALUE 800000000.
001620 01  BNK-GATE-ACH-BASE           PIC 9(09) VALUE 850000000.
001630 01  BNK-RESUB-BAND-BASE         PIC 9(09) VALUE 900000000.
001640 01  BNK-NET-REASON              PIC X(03).
001650 01  BNK-RETURN-AMOUNT           PIC 9(07)V99.
001660 01  BNK-ACH-COUNT               PIC 9(07) COMP.
001670 01  BNK-ACH-AMOUNT-HASH         PIC 9(11)V99.
001680 01  BNK-ACH-ACCT-HASH           PIC 9(13).
001690 01  BNK-ATM-COUNT               PIC 9(07) COMP.
001700 01  BNK-ATM-AMOUNT-HASH         PIC 9(11)V99.
001710 01  BNK-ATM-ACCT-HASH           PIC 9(13).
001720 01  BNK-LEFT-COUNT              PIC 9(07) COMP.
001725 01  BNK-MARKED-COUNT            PIC 9(07) COMP.
001730*
001740 01  BNK-HEADING-1.
001750     05  FILLER                  PIC X(40) VALUE
001760         "GATEWAY RETURNS REGISTER".
001770     05  FILLER                  PIC X(15) VALUE
001780         "BUSINESS DATE: ".
001790     05  BNK-H1-BUSINESS-DATE    PIC 9(08).
001800 01  BNK-HEADING-2.
001810     05  FILLER                  PIC X(10) VALUE "REJ DATE".
001820     05  FILLER                  PIC X(11) VALUE "ORIG SEQ".
001830     05  FILLER                  PIC X(09) VALUE "ACCOUNT".
001840     05  FILLER                  PIC X(05) VALUE "TYP".
001850     05  FILLER                  PIC X(13) VALUE "AMOUNT".
001860     05  FILLER                  PIC X(04) VALUE "RSN".
001870     05  FILLER                  PIC X(09) VALUE "NETWORK".
001880     05  FILLER                  PIC X(08) VALUE "NET RSN".
001890 01  BNK-DETAIL-LINE.
001900     05  BNK-D-REJ-DATE          PIC 9(08).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  BNK-D-SEQ-NO            PIC 9(09).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  BNK-D-ACCT-NO           PIC 9(07).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  BNK-D-TXN-TYPE          PIC 9(01).
001970     05  FILLER                  PIC X(04) VALUE SPACES.
001980     05  BNK-D-AMOUNT            PIC -(07)9.99.
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  BNK-D-REASON            PIC X(02).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  BNK-D-NETWORK           PIC X(07).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  BNK-D-NET-REASON        PIC X(03).
002050 01  BNK-NONE-LINE.
002060     05  FILLER                  PIC X(40) VALUE
002070         "  NO GATEWAY ITEMS TO RETURN".
002080*
002090 PROCEDURE DIVISION.
002100*----------------------------------------------------------------
002110* 0000-MAINLINE - DRIVE THE GATEWAY RETURN RUN
002120*----------------------------------------------------------------
002130 0000-MAINLINE.
002140     PERFORM 0500-VERIFY-CYCLE THRU 0500-EXIT.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-PROCESS-ONE-SUSPENSE THRU 2000-EXIT
002170         UNTIL BNK-SUS-AT-EOF.
002180     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002190     IF BNK-RUN-BAD
002200         MOVE 8 TO RETURN-CODE
002210     ELSE
002220         PERFORM 7500-STAMP-CYCLE THRU 7500-EXIT
002230     END-IF.
002240     STOP RUN.
002250*----------------------------------------------------------------
002260* 0500-VERIFY-CYCLE - REFUSE TO START UNTIL DAILY-POST IS STAMPED
002270*                     COMPLETE FOR THE OPEN BUSINESS DATE, OR WHEN
002280*                     THIS STEP IS ALREADY STAMPED - A SECOND RUN
002290*                     WOULD OVERWRITE THE NIGHT'S RETURN FILES
002300*                     WITH EMPTY ONES
002310*----------------------------------------------------------------
002320 0500-VERIFY-CYCLE.
002330     OPEN I-O CYCLE-CONTROL.
002340     IF BNK-CYC-OK
002350         MOVE 1 TO BNK-CYC-RELKEY
002360         READ CYCLE-CONTROL
002370             INVALID KEY
002380                 CONTINUE
002390         END-READ
002400     END-IF.
002410     IF NOT BNK-CYC-OK
002420         DISPLAY "GATE-RETURN: NO CYCLE CONTROL - RUN CYCLE-CTL "
002430             "TO OPEN THE BUSINESS DATE."
002440         MOVE 8 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     IF NOT CYC-DAILY-POST-DONE
002480         DISPLAY "GATE-RETURN: DAILY-POST NOT COMPLETE FOR "
002490             "BUSINESS DATE " CYC-BUSINESS-DATE
002500             " - STEP REFUSED."
002510         CLOSE CYCLE-CONTROL
002520         MOVE 8 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     IF CYC-GATE-RETURN-DONE
002560         DISPLAY "GATE-RETURN: ALREADY COMPLETE FOR BUSINESS "
002570             "DATE " CYC-BUSINESS-DATE " - STEP REFUSED."
002580         CLOSE CYCLE-CONTROL
002590         MOVE 8 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     MOVE CYC-BUSINESS-DATE TO BNK-BUSINESS-DATE.
002630     CLOSE CYCLE-CONTROL.
002640 0500-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670* 1000-INITIALIZE - OPEN THE FILES, WRITE BOTH OUTBOUND HEADERS
002680*                   AND PRIME THE SUSPENSE READ.  THE OUTBOUND
002690*                   FILES ARE WRITTEN EVERY NIGHT, EMPTY OR NOT,
002700*                   SO THE NETWORKS ALWAYS RECEIVE A PROVABLE
002710*                   FILE.
002720*----------------------------------------------------------------
002730 1000-INITIALIZE.
002740     SET BNK-SUS-NOT-AT-EOF TO TRUE.
002750     SET BNK-RUN-GOOD TO TRUE.
002760     MOVE ZERO TO BNK-ACH-COUNT.
002770     MOVE ZERO TO BNK-ACH-AMOUNT-HASH.
002780     MOVE ZERO TO BNK-ACH-ACCT-HASH.
002790     MOVE ZERO TO BNK-ATM-COUNT.
002800     MOVE ZERO TO BNK-ATM-AMOUNT-HASH.
002810     MOVE ZERO TO BNK-ATM-ACCT-HASH.
002820     MOVE ZERO TO BNK-LEFT-COUNT.
002825     MOVE ZERO TO BNK-MARKED-COUNT.
002830
002840     OPEN OUTPUT ACH-RETURN-FILE.
002850     MOVE SPACES TO ACR-RETURN-RECORD.
002860     SET ACR-TYPE-HEADER TO TRUE.
002870     MOVE "ACHRETN" TO ACR-H-ORIGIN.
002880     MOVE BNK-BUSINESS-DATE TO ACR-H-FILE-DATE.
002890     WRITE ACR-RETURN-RECORD.
002900     IF NOT BNK-ACR-OK
002910         DISPLAY "GATE-RETURN: ACHRETN HEADER WRITE FAILED, "
002920             "STATUS " BNK-ACR-STATUS
002930         SET BNK-RUN-BAD TO TRUE
002940     END-IF.
002950
002960     OPEN OUTPUT ATM-SETTLE-FILE.
002970     MOVE SPACES TO ATS-SETTLE-RECORD.
002980     SET ATS-TYPE-HEADER TO TRUE.
002990     MOVE "ATMSETL" TO ATS-H-ORIGIN.
003000     MOVE BNK-BUSINESS-DATE TO ATS-H-FILE-DATE.
003010     WRITE ATS-SETTLE-RECORD.
003020     IF NOT BNK-ATS-OK
003030         DISPLAY "GATE-RETURN: ATMSETL HEADER WRITE FAILED, "
003040             "STATUS " BNK-ATS-STATUS
003050         SET BNK-RUN-BAD TO TRUE
003060     END-IF.
003070
003080     OPEN OUTPUT PRINT-FILE.
003090     MOVE BNK-BUSINESS-DATE TO BNK-H1-BUSINESS-DATE.
003100     MOVE BNK-HEADING-1 TO PRINT-LINE.
003110     WRITE PRINT-LINE.
003120     MOVE BNK-HEADING-2 TO PRINT-LINE.
003130     WRITE PRINT-LINE.
003140
003150     SET BNK-SUS-OPENED TO TRUE.
003160     OPEN INPUT SUSPENSE-FILE.
003170     IF NOT BNK-SUS-OK
003180         DISPLAY "GATE-RETURN: NO SUSPENSE FILE, STATUS "
003190             BNK-SUS-STATUS " - NOTHING TO RETURN"
003200         SET BNK-SUS-AT-EOF TO TRUE
003210         SET BNK-SUS-NOT-OPENED TO TRUE
003220     ELSE
003230         READ SUSPENSE-FILE
003240             AT END
003250                 SET BNK-SUS-AT-EOF TO TRUE
003260         END-READ
003270     END-IF.
003280 1000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310* 2000-PROCESS-ONE-SUSPENSE - RETURN ONE PENDING GATEWAY REJECT
003320*                             WITH A RETURNABLE REASON TO ITS
003330*                             NETWORK AND READ THE NEXT RECORD.
003340*                             EVERYTHING ELSE IS LEFT ALONE.
003350*----------------------------------------------------------------
003360 2000-PROCESS-ONE-SUSPENSE.
003370     IF SUS-PENDING AND SUS-REASON-NETWORK-RETURN
003380             AND SUS-SEQ-NO NOT < BNK-GATE-BAND-BASE
003390             AND SUS-SEQ-NO < BNK-RESUB-BAND-BASE
003400         PERFORM 2100-RETURN-ONE-ITEM THRU 2100-EXIT
003410     END-IF.
003420
003430     READ SUSPENSE-FILE
003440         AT END
003450             SET BNK-SUS-AT-EOF TO TRUE
003460     END-READ.
003470 2000-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 2100-RETURN-ONE-ITEM - WRITE THE ITEM TO ITS NETWORK'S OUTBOUND
003510*                        FILE AND LIST IT.  IT IS MARKED RETURNED
003520*                        BY 8100-MARK-RETURNED ONCE BOTH FILES
003530*                        ARE CLOSED CLEAN.  A FAILED OUTBOUND
003535*                        WRITE FAILS THE RUN.
003540*----------------------------------------------------------------
003550 2100-RETURN-ONE-ITEM.
003560     SET BNK-WRITE-GOOD TO TRUE.
003570     MOVE SUS-AMOUNT TO BNK-RETURN-AMOUNT.
003580     IF SUS-SEQ-NO NOT < BNK-GATE-ACH-BASE
003590         PERFORM 2200-WRITE-ACH-RETURN THRU 2200-EXIT
003600     ELSE
003610         PERFORM 2300-WRITE-ATM-EXCEPTION THRU 2300-EXIT
003620     END-IF.
003630     IF BNK-WRITE-BAD
003640         SET BNK-RUN-BAD TO TRUE
003650         ADD 1 TO BNK-LEFT-COUNT
003660         GO TO 2100-EXIT
003670     END-IF.
003770
003780     MOVE SUS-REJECT-DATE  TO BNK-D-REJ-DATE.
003790     MOVE SUS-SEQ-NO       TO BNK-D-SEQ-NO.
003800     MOVE SUS-ACCT-NUMBER  TO BNK-D-ACCT-NO.
003810     MOVE SUS-TXN-TYPE     TO BNK-D-TXN-TYPE.
003820     MOVE SUS-AMOUNT       TO BNK-D-AMOUNT.
003830     MOVE SUS-REASON-CODE  TO BNK-D-REASON.
003840     MOVE BNK-DETAIL-LINE TO PRINT-LINE.
003850     WRITE PRINT-LINE.
003860 2100-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890* 2200-WRITE-ACH-RETURN - WRITE ONE ACH RETURN DETAIL, MAPPING
003900*                         THE SUSPENSE REASON TO THE ACH RETURN
003910*                         REASON CODE:
003920*                           OD  INSUFFICIENT FUNDS        R01
003930*                           AC  ACCOUNT CLOSED            R02
003940*                           NF  NO ACCOUNT ON FILE        R03
003950*                           TN  RECEIVING ACCOUNT INVALID R04
003955*                           NT  NON-TRANSACTION ACCOUNT   R20
003957*                           FZ  ACCOUNT FROZEN            R16
003960*----------------------------------------------------------------
003970 2200-WRITE-ACH-RETURN.
003980     EVALUATE TRUE
003990         WHEN SUS-REASON-OVERDRAFT
004000             MOVE "R01" TO BNK-NET-REASON
004010         WHEN SUS-REASON-CLOSED
004020             MOVE "R02" TO BNK-NET-REASON
004030         WHEN SUS-REASON-NOT-FOUND
004040             MOVE "R03" TO BNK-NET-REASON
004043         WHEN SUS-REASON-NON-TXN-ACCT
004046             MOVE "R20" TO BNK-NET-REASON
004047         WHEN SUS-REASON-FROZEN
004048             MOVE "R16" TO BNK-NET-REASON
004050         WHEN OTHER
004060             MOVE "R04" TO BNK-NET-REASON
004070     END-EVALUATE.
004080     MOVE SPACES TO ACR-RETURN-RECORD.
004090     SET ACR-TYPE-DETAIL TO TRUE.
004100     MOVE SUS-SEQ-NO        TO ACR-D-ORIG-SEQ-NO.
004110     MOVE SUS-ACCT-NUMBER   TO ACR-D-ACCT-NUMBER.
004120     MOVE SUS-TXN-TYPE      TO ACR-D-TXN-TYPE.
004130     MOVE BNK-RETURN-AMOUNT TO ACR-D-AMOUNT.
004140     MOVE BNK-NET-REASON    TO ACR-D-RETURN-REASON.
004150     MOVE SUS-REJECT-DATE   TO ACR-D-REJECT-DATE.
004160     WRITE ACR-RETURN-RECORD.
004170     IF NOT BNK-ACR-OK
004180         DISPLAY "GATE-RETURN: ACHRETN WRITE FAILED, STATUS "
004190             BNK-ACR-STATUS " - SEQUENCE " SUS-SEQ-NO
004200             " LEFT PENDING."
004210         SET BNK-WRITE-BAD TO TRUE
004220         GO TO 2200-EXIT
004230     END-IF.
004240     ADD 1 TO BNK-ACH-COUNT.
004250     ADD BNK-RETURN-AMOUNT TO BNK-ACH-AMOUNT-HASH.
004260     ADD SUS-ACCT-NUMBER   TO BNK-ACH-ACCT-HASH.
004270     MOVE "ACH"          TO BNK-D-NETWORK.
004280     MOVE BNK-NET-REASON TO BNK-D-NET-REASON.
004290 2200-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320* 2300-WRITE-ATM-EXCEPTION - WRITE ONE ATM SETTLEMENT EXCEPTION
004330*                            DETAIL.  THE ATM NETWORK TAKES OUR
004340*                            SUSPENSE REASON CODE AS ITS
004350*                            EXCEPTION CODE.
004360*----------------------------------------------------------------
004370 2300-WRITE-ATM-EXCEPTION.
004380     MOVE SPACES TO ATS-SETTLE-RECORD.
004390     SET ATS-TYPE-DETAIL TO TRUE.
004400     MOVE SUS-SEQ-NO        TO ATS-D-ORIG-SEQ-NO.
004410     MOVE SUS-ACCT-NUMBER   TO ATS-D-ACCT-NUMBER.
004420     MOVE SUS-TXN-TYPE      TO ATS-D-TXN-TYPE.
004430     MOVE BNK-RETURN-AMOUNT TO ATS-D-AMOUNT.
004440     MOVE SUS-REASON-CODE   TO ATS-D-EXCEPTION-CODE.
004450     MOVE SUS-REJECT-DATE   TO ATS-D-REJECT-DATE.
004460     WRITE ATS-SETTLE-RECORD.
004470     IF NOT BNK-ATS-OK
004480         DISPLAY "GATE-RETURN: ATMSETL WRITE FAILED, STATUS "
004490             BNK-ATS-STATUS " - SEQUENCE " SUS-SEQ-NO
004500             " LEFT PENDING."
004510         SET BNK-WRITE-BAD TO TRUE
004520         GO TO 2300-EXIT
004530     END-IF.
004540     ADD 1 TO BNK-ATM-COUNT.
004550     ADD BNK-RETURN-AMOUNT TO BNK-ATM-AMOUNT-HASH.
004560     ADD SUS-ACCT-NUMBER   TO BNK-ATM-ACCT-HASH.
004570     MOVE "ATM"           TO BNK-D-NETWORK.
004580     MOVE SUS-REASON-CODE TO BNK-D-NET-REASON.
004590 2300-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* 7500-STAMP-CYCLE - STAMP THIS STEP COMPLETE ON THE CYCLE
004630*                    RECORD.  ONLY CALLED ON A CLEAN RUN.
004640*----------------------------------------------------------------
004650 7500-STAMP-CYCLE.
004660     OPEN I-O CYCLE-CONTROL.
004670     MOVE 1 TO BNK-CYC-RELKEY.
004680     READ CYCLE-CONTROL
004690         INVALID KEY
004700             CONTINUE
004710     END-READ.
004720     IF BNK-CYC-OK
004730         SET CYC-GATE-RETURN-DONE TO TRUE
004740         REWRITE CYC-CYCLE-RECORD
004750     END-IF.
004760     IF NOT BNK-CYC-OK
004770         DISPLAY "GATE-RETURN: CYCLE STAMP FAILED, STATUS "
004780             BNK-CYC-STATUS
004790     END-IF.
004800     CLOSE CYCLE-CONTROL.
004810 7500-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840* 8000-FINALIZE - WRITE BOTH OUTBOUND TRAILERS, CLOSE FILES,
004850*                 MARK THE RETURNED ITEMS IF EVERYTHING SO FAR
004855*                 ENDED CLEAN, AND DISPLAY THE RUN SUMMARY
004860*----------------------------------------------------------------
004870 8000-FINALIZE.
004880     MOVE SPACES TO ACR-RETURN-RECORD.
004890     SET ACR-TYPE-TRAILER TO TRUE.
004900     MOVE BNK-ACH-COUNT       TO ACR-T-RECORD-COUNT.
004910     MOVE BNK-ACH-AMOUNT-HASH TO ACR-T-AMOUNT-HASH.
004920     MOVE BNK-ACH-ACCT-HASH   TO ACR-T-ACCT-HASH.
004930     WRITE ACR-RETURN-RECORD.
004940     IF NOT BNK-ACR-OK
004950         DISPLAY "GATE-RETURN: ACHRETN TRAILER WRITE FAILED, "
004960             "STATUS " BNK-ACR-STATUS
004970         SET BNK-RUN-BAD TO TRUE
004980     END-IF.
004990     CLOSE ACH-RETURN-FILE.
005000
005010     MOVE SPACES TO ATS-SETTLE-RECORD.
005020     SET ATS-TYPE-TRAILER TO TRUE.
005030     MOVE BNK-ATM-COUNT       TO ATS-T-RECORD-COUNT.
005040     MOVE BNK-ATM-AMOUNT-HASH TO ATS-T-AMOUNT-HASH.
005050     MOVE BNK-ATM-ACCT-HASH   TO ATS-T-ACCT-HASH.
005060     WRITE ATS-SETTLE-RECORD.
005070     IF NOT BNK-ATS-OK
005080         DISPLAY "GATE-RETURN: ATMSETL TRAILER WRITE FAILED, "
005090             "STATUS " BNK-ATS-STATUS
005100         SET BNK-RUN-BAD TO TRUE
005110     END-IF.
005120     CLOSE ATM-SETTLE-FILE.
005130
005140     IF BNK-SUS-OPENED
005150         CLOSE SUSPENSE-FILE
005160     END-IF.
005162     IF BNK-SUS-OPENED AND BNK-RUN-GOOD
005164         PERFORM 8100-MARK-RETURNED THRU 8100-EXIT
005166     END-IF.
005170     IF BNK-ACH-COUNT = ZERO AND BNK-ATM-COUNT = ZERO
005180         MOVE BNK-NONE-LINE TO PRINT-LINE
005190         WRITE PRINT-LINE
005200     END-IF.
005210     CLOSE PRINT-FILE.
005220
005230     DISPLAY "GATE-RETURN RUN SUMMARY".
005240     DISPLAY "  BUSINESS DATE        : " BNK-BUSINESS-DATE.
005250     DISPLAY "  ACH ITEMS RETURNED   : " BNK-ACH-COUNT.
005260     DISPLAY "  ACH AMOUNT RETURNED  : " BNK-ACH-AMOUNT-HASH.
005270     DISPLAY "  ATM ITEMS EXCEPTED   : " BNK-ATM-COUNT.
005280     DISPLAY "  ATM AMOUNT EXCEPTED  : " BNK-ATM-AMOUNT-HASH.
005290     DISPLAY "  ITEMS LEFT PENDING   : " BNK-LEFT-COUNT.
005295     DISPLAY "  ITEMS MARKED RETURNED: " BNK-MARKED-COUNT.
005300     IF BNK-RUN-BAD
005310         DISPLAY "  RUN DID NOT END CLEAN - CHECK THE MESSAGES "
005320             "ABOVE BEFORE RELEASING THE RETURN FILES."
005330     END-IF.
005340 8000-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* 8100-MARK-RETURNED - SECOND PASS OF SUSPENSE-FILE, RUN ONLY
005380*                      AFTER BOTH OUTBOUND FILES ARE CLOSED
005390*                      CLEAN: MARK "N" EVERY ITEM THE FIRST PASS
005400*                      WROTE OUT.  A RUN THAT FAILS BEFORE THIS
005410*                      POINT HAS MARKED NOTHING, SO THE RERUN
005420*                      SENDS EVERY ITEM AGAIN ON THE NEW FILES.
005430*                      A FAILURE HERE LEAVES COMPLETE FILES -
005440*                      RELEASE THEM, MARK THE LISTED ITEMS BY
005450*                      HAND AND FORCE THE STEP; DO NOT RERUN.
005460*----------------------------------------------------------------
005470 8100-MARK-RETURNED.
005480     SET BNK-SUS-NOT-AT-EOF TO TRUE.
005490     OPEN I-O SUSPENSE-FILE.
005500     IF NOT BNK-SUS-OK
005510         DISPLAY "GATE-RETURN: SUSPENSE REOPEN FAILED, STATUS "
005520             BNK-SUS-STATUS " - ITEMS ARE ON THE RETURN FILES; "
005530             "MARK THEM BY HAND."
005540         SET BNK-RUN-BAD TO TRUE
005550         GO TO 8100-EXIT
005560     END-IF.
005570     READ SUSPENSE-FILE
005580         AT END
005590             SET BNK-SUS-AT-EOF TO TRUE
005600     END-READ.
005610     PERFORM 8200-MARK-ONE-ITEM THRU 8200-EXIT
005620         UNTIL BNK-SUS-AT-EOF.
005630     CLOSE SUSPENSE-FILE.
005640 8100-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* 8200-MARK-ONE-ITEM - MARK ONE ITEM THE FIRST PASS RETURNED
005680*                      (SAME TEST AS 2000-PROCESS-ONE-SUSPENSE)
005690*                      AND READ THE NEXT RECORD
005700*----------------------------------------------------------------
005710 8200-MARK-ONE-ITEM.
005720     IF SUS-PENDING AND SUS-REASON-NETWORK-RETURN
005730             AND SUS-SEQ-NO NOT < BNK-GATE-BAND-BASE
005740             AND SUS-SEQ-NO < BNK-RESUB-BAND-BASE
005750         SET SUS-NETWORK-RETURNED TO TRUE
005760         REWRITE SUS-SUSPENSE-RECORD
005770         IF BNK-SUS-OK
005780             ADD 1 TO BNK-MARKED-COUNT
005790         ELSE
005800             DISPLAY "GATE-RETURN: SUSPENSE REWRITE FAILED FOR "
005810                 "SEQUENCE " SUS-SEQ-NO ", STATUS "
005820                 BNK-SUS-STATUS " - ITEM IS ON THE RETURN "
005830                 "FILE; MARK IT BY HAND."
005840             SET BNK-RUN-BAD TO TRUE
005850         END-IF
005860     END-IF.
005870
005880     READ SUSPENSE-FILE
005890         AT END
005900             SET BNK-SUS-AT-EOF TO TRUE
005910     END-READ.
005920 8200-EXIT.
005930     EXIT.
