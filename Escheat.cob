000441*                  FILE - THERE IS NOTHING TO REMIT.  THE
000442*                  REGISTER STILL DOCUMENTS THE CLOSURE, AND
000443*                  THE SUMMARY COUNTS IT SEPARATELY.
000444* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000445*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000446*                  CLOCK, SO A RUN PAST MIDNIGHT OR ON A CATCH-UP
000447*                  DAY STILL WORKS THE RIGHT DAY.
000448*                  AUDIT RECORDS CARRY THE BUSINESS DATE TOO.
000449* 10/15/2026  RAO  JOINT OWNERSHIP.  EVERY OWNER OF A REMITTED
000450*                  ACCOUNT GOES ON THE STATE FILE: EACH DETAIL IS
000451*                  FOLLOWED BY AN "O" OWNER RECORD FOR THE PRIMARY
000452*                  OWNER AND ONE FOR EACH JOINT OWNER ON THE
000453*                  ACCTREL RELATIONSHIP FILE, WITH NAME AND TAX ID
000454*                  FROM CUSTMAST.  THE TRAILER CARRIES THE OWNER
000455*                  RECORD COUNT AND THE REGISTER LISTS THE JOINT
000456*                  OWNERS UNDER THE ACCOUNT LINE.
000457* 10/15/2026  RAO  MULTI-BRANCH.  STAMP THE ACCOUNT'S DOMICILE
000458*                  BRANCH ON EACH AUDIT RECORD AS BOTH THE ACCOUNT
000459*                  BRANCH AND THE BRANCH WHERE IT HAPPENED - A
000460*                  BATCH POSTING BELONGS TO NO TELLER'S BRANCH.
000461* 10/15/2026  RAO  A NEGATIVE ACCOUNT IS NO LONGER LEFT FOR MANUAL
000462*                  COLLECTION - NEG-AGING AGES IT, SENDS THE
000463*                  COLLECTION NOTICES AND PASSES IT TO CHG-OFF.
000464*                  THE REGISTER NOW SAYS SO.  AN ACCOUNT STILL
000465*                  CARRYING A CHARGED-OFF BALANCE IS ALSO HELD
000466*                  RATHER THAN CLOSED, SO A LATER RECOVERY CAN
000467*                  STILL POST TO IT.
000468*----------------------------------------------------------------
000469 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000471 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000680         RECORD KEY IS CUS-CUST-NUMBER
000690         FILE STATUS IS BNK-CUS-STATUS.
000700
000701     SELECT ACCT-RELATION ASSIGN TO "ACCTREL"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS DYNAMIC
000704         RECORD KEY IS REL-KEY
000705         FILE STATUS IS BNK-REL-STATUS.
000710     SELECT REMIT-FILE ASSIGN TO "ESCHFILE"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS BNK-ESC-STATUS.
000750     SELECT PRINT-FILE ASSIGN TO "ESCHRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS BNK-PRT-STATUS.
000771
000772     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000773         ORGANIZATION IS RELATIVE
000774         ACCESS MODE IS RANDOM
000775         RELATIVE KEY IS BNK-CYC-RELKEY
000776         FILE STATUS IS BNK-CYC-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  ACCOUNT-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CUSTMAST.
000980*
000982 FD  ACCT-RELATION
000984     LABEL RECORDS ARE STANDARD.
000986     COPY ACCTREL.
000988*
000990 FD  REMIT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  ESC-REMIT-RECORD.
001030         88  ESC-TYPE-HEADER     VALUE "H".
001040         88  ESC-TYPE-DETAIL     VALUE "D".
001050         88  ESC-TYPE-TRAILER    VALUE "T".
001055         88  ESC-TYPE-OWNER      VALUE "O".
001060     05  ESC-REC-BODY            PIC X(74).
001070     05  ESC-HEADER-BODY REDEFINES ESC-REC-BODY.
001080         10  ESC-H-RUN-DATE      PIC 9(08).
001140         10  ESC-D-CUST-NAME     PIC X(30).
001150         10  ESC-D-LAST-ACT      PIC 9(08).
001160         10  ESC-D-AMOUNT        PIC 9(11)V99.
001161     05  ESC-OWNER-BODY REDEFINES ESC-REC-BODY.
001162         10  ESC-O-ACCT-NUMBER   PIC 9(07).
001163         10  ESC-O-CUST-NUMBER   PIC 9(07).
001164         10  ESC-O-ROLE          PIC X(01).
001165         10  ESC-O-TAX-ID        PIC X(09).
001166         10  ESC-O-CUST-NAME     PIC X(30).
001167         10  FILLER              PIC X(20).
001170     05  ESC-TRAILER-BODY REDEFINES ESC-REC-BODY.
001180         10  ESC-T-RECORD-COUNT  PIC 9(07).
001190         10  ESC-T-TOTAL-AMOUNT  PIC 9(11)V99.
001195         10  ESC-T-OWNER-COUNT   PIC 9(07).
001200         10  FILLER              PIC X(47).
001210*
001220 FD  PRINT-FILE
001230     LABEL RECORDS ARE OMITTED.
001240 01  PRINT-LINE                  PIC X(100).
001242*
001244 FD  CYCLE-CONTROL
001246     LABEL RECORDS ARE STANDARD.
001248     COPY CYCLCTL.
001250 WORKING-STORAGE SECTION.
001252 01  BNK-CYC-STATUS              PIC X(02).
001254     88  BNK-CYC-OK              VALUE "00".
001256 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001260 01  BNK-ACM-STATUS              PIC X(02).
001270     88  BNK-ACM-OK              VALUE "00".
001280 01  BNK-AUD-STATUS              PIC X(02).
001420 01  BNK-CUS-OPEN-SWITCH         PIC X(01).
001430     88  BNK-CUS-OPENED          VALUE "Y".
001440     88  BNK-CUS-NOT-OPENED      VALUE "N".
001441 01  BNK-REL-STATUS              PIC X(02).
001442     88  BNK-REL-OK              VALUE "00".
001443 01  BNK-REL-EOF-SWITCH          PIC X(01).
001444     88  BNK-REL-AT-EOF          VALUE "Y".
001445     88  BNK-REL-NOT-AT-EOF      VALUE "N".
001446 01  BNK-REL-OPEN-SWITCH         PIC X(01).
001447     88  BNK-REL-OPENED          VALUE "Y".
001448     88  BNK-REL-NOT-OPENED      VALUE "N".
001450 01  BNK-RATE-FOUND-SWITCH       PIC X(01).
001460     88  BNK-RATE-FOUND          VALUE "Y".
001470     88  BNK-RATE-NOT-FOUND      VALUE "N".
001480 01  BNK-OPERATOR-ID             PIC X(08) VALUE "ESCHEAT".
001485 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
001490 01  BNK-RUN-DATE                PIC 9(08).
001500 01  BNK-RUN-DATE-R REDEFINES BNK-RUN-DATE.
001510     05  BNK-RUN-YEAR            PIC 9(04).
001690 01  BNK-ESCHEAT-COUNT           PIC 9(07) COMP.
001692 01  BNK-ZEROBAL-COUNT           PIC 9(07) COMP.
001695 01  BNK-NEGBAL-COUNT            PIC 9(07) COMP.
001696 01  BNK-OWNER-COUNT             PIC 9(07) COMP.
001697 01  BNK-OWNER-CUST              PIC 9(07).
001699 01  BNK-OWNER-ROLE              PIC X(01).
001701 01  BNK-OWNER-NAME              PIC X(30).
001703 01  BNK-OWNER-TAX-ID            PIC X(09).
001705 01  BNK-SKIP-COUNT              PIC 9(07) COMP.
001710 01  BNK-INTEREST-TOTAL          PIC S9(09)V99.
001720 01  BNK-REMIT-TOTAL             PIC S9(11)V99.
001730*
001996     05  FILLER                  PIC X(02) VALUE SPACES.
001997     05  BNK-H-LAST-TXN          PIC 9(08).
001998     05  FILLER                  PIC X(02) VALUE SPACES.
001999     05  BNK-H-REASON            PIC X(26).
002001     05  BNK-H-BALANCE           PIC -(09)9.99.
002002 01  BNK-OWNER-LINE.
002003     05  FILLER                  PIC X(09) VALUE SPACES.
002004     05  FILLER                  PIC X(13) VALUE
002005         "JOINT OWNER".
002006     05  BNK-OW-CUST-NO          PIC 9(07).
002007     05  FILLER                  PIC X(02) VALUE SPACES.
002008     05  BNK-OW-CUST-NAME        PIC X(30).
002009     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  BNK-OW-TAX-ID           PIC X(09).
002011*
002012 PROCEDURE DIVISION.
002020*----------------------------------------------------------------
002030* 0000-MAINLINE - DRIVE THE ESCHEATMENT RUN
002040*----------------------------------------------------------------
002050 0000-MAINLINE.
002055     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     PERFORM 2000-PROCESS-ONE-ACCOUNT THRU 2000-EXIT
002080         UNTIL BNK-ACM-AT-EOF.
002090     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002100     STOP RUN.
002101*----------------------------------------------------------------
002102* 0500-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE CYCLE
002103*                          RECORD, NOT THE SYSTEM CLOCK, SO A RUN
002104*                          PAST MIDNIGHT STILL WORKS THE RIGHT DAY
002105*----------------------------------------------------------------
002106 0500-GET-BUSINESS-DATE.
002107     OPEN INPUT CYCLE-CONTROL.
002108     IF BNK-CYC-OK
002109         MOVE 1 TO BNK-CYC-RELKEY
002110         READ CYCLE-CONTROL
002111             INVALID KEY
002112                 CONTINUE
002113         END-READ
002114     END-IF.
002115     IF NOT BNK-CYC-OK
002116         DISPLAY "ESCHEAT: NO CYCLE CONTROL - RUN CYCLE-CTL "
002117             "TO OPEN THE BUSINESS DATE."
002118         MOVE 8 TO RETURN-CODE
002119         STOP RUN
002120     END-IF.
002121     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
002122     CLOSE CYCLE-CONTROL.
002123 0500-EXIT.
002124     EXIT.
002125*----------------------------------------------------------------
002126* 1000-INITIALIZE - ACCEPT THE STATE HOLDING PERIOD, LOAD THE
002130*                   RATE TABLE, OPEN FILES, WRITE THE
002140*                   REMITTANCE HEADER AND REPORT HEADINGS, AND
002150*                   PRIME THE MASTER READ LOOP
002190     MOVE ZERO TO BNK-ESCHEAT-COUNT.
002192     MOVE ZERO TO BNK-ZEROBAL-COUNT.
002195     MOVE ZERO TO BNK-NEGBAL-COUNT.
002197     MOVE ZERO TO BNK-OWNER-COUNT.
002200     MOVE ZERO TO BNK-SKIP-COUNT.
002210     MOVE ZERO TO BNK-INTEREST-TOTAL.
002220     MOVE ZERO TO BNK-REMIT-TOTAL.
002230     MOVE ZERO TO BNK-RATE-COUNT.
002250
002260     DISPLAY "ENTER STATE HOLDING PERIOD IN MONTHS: ".
002270     ACCEPT BNK-HOLDING-MONTHS.
002530         SET BNK-CUS-NOT-OPENED TO TRUE
002540     END-IF.
002550
002551     SET BNK-REL-OPENED TO TRUE.
002552     OPEN INPUT ACCT-RELATION.
002553     IF NOT BNK-REL-OK
002554         SET BNK-REL-NOT-OPENED TO TRUE
002555     END-IF.
002556
002560     OPEN I-O ACCOUNT-MASTER.
002570     OPEN OUTPUT REMIT-FILE.
002580     MOVE SPACES TO ESC-REMIT-RECORD.
003130         COMPUTE BNK-TXN-MONTHS =
003140             BNK-TXN-YEAR * 12 + BNK-TXN-MONTH
003150         IF BNK-TXN-MONTHS < BNK-CUTOFF-MONTHS
003152             IF ACM-BALANCE < ZERO OR ACM-CHGOFF-BALANCE > ZERO
003154                 PERFORM 3700-REPORT-NEGATIVE THRU 3700-EXIT
003156             ELSE
003160                 PERFORM 3000-ESCHEAT-ACCOUNT THRU 3000-EXIT
003714         ADD 1 TO BNK-ZEROBAL-COUNT
003716     END-IF.
003718     PERFORM 3600-PRINT-REGISTER-LINE THRU 3600-EXIT.
003719     PERFORM 3800-LIST-OWNERS THRU 3800-EXIT.
003720 3000-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------
004140*                             TAKES IT TO ZERO.
004150*----------------------------------------------------------------
004160 3300-WRITE-INTEREST-AUDIT.
004170     MOVE BNK-RUN-DATE TO AUD-DATE.
004180     ACCEPT AUD-TIME FROM TIME.
004190     MOVE ACM-ACCT-NUMBER     TO AUD-ACCT-NUMBER.
004200     SET AUD-TXN-INTEREST TO TRUE.
004260     MOVE ZERO                TO AUD-ORIG-DATE.
004270     MOVE ZERO                TO AUD-ORIG-TIME.
004280     MOVE SPACE               TO AUD-TENDER-CODE.
004281     IF ACM-BRANCH-NOT-SET
004282         MOVE BNK-HEAD-OFFICE-BRANCH TO AUD-ACCT-BRANCH
004283     ELSE
004284         MOVE ACM-BRANCH-CODE TO AUD-ACCT-BRANCH
004285     END-IF.
004286     MOVE AUD-ACCT-BRANCH TO AUD-BRANCH-CODE.
004290
004300     OPEN EXTEND AUDIT-TRAIL.
004310     WRITE AUD-TRAIL-RECORD.
004380*                            TO ZERO
004390*----------------------------------------------------------------
004400 3400-WRITE-ESCHEAT-AUDIT.
004410     MOVE BNK-RUN-DATE TO AUD-DATE.
004420     ACCEPT AUD-TIME FROM TIME.
004430     MOVE ACM-ACCT-NUMBER  TO AUD-ACCT-NUMBER.
004440     SET AUD-TXN-ESCHEAT TO TRUE.
004500     MOVE ZERO             TO AUD-ORIG-DATE.
004510     MOVE ZERO             TO AUD-ORIG-TIME.
004520     MOVE SPACE            TO AUD-TENDER-CODE.
004521     IF ACM-BRANCH-NOT-SET
004522         MOVE BNK-HEAD-OFFICE-BRANCH TO AUD-ACCT-BRANCH
004523     ELSE
004524         MOVE ACM-BRANCH-CODE TO AUD-ACCT-BRANCH
004525     END-IF.
004526     MOVE AUD-ACCT-BRANCH TO AUD-BRANCH-CODE.
004530
004540     OPEN EXTEND AUDIT-TRAIL.
004550     WRITE AUD-TRAIL-RECORD.
005051*----------------------------------------------------------------
005052* 3700-REPORT-NEGATIVE - THE ACCOUNT IS PAST THE HOLDING PERIOD
005053*                        BUT ITS LEDGER IS NEGATIVE (AN UNPAID
005054*                        OVERDRAFT DRAW) OR IT CARRIES A
005055*                        CHARGED-OFF BALANCE.  NOTHING IS
005056*                        REMITTED AND THE ACCOUNT STAYS ON THE
005057*                        MASTER; NEG-AGING AND CHG-OFF WORK THE
005058*                        COLLECTION.
005059*----------------------------------------------------------------
005060 3700-REPORT-NEGATIVE.
005061     ADD 1 TO BNK-NEGBAL-COUNT.
005062     MOVE ACM-ACCT-NUMBER   TO BNK-H-ACCT-NO.
005063     MOVE ACM-CUST-NAME     TO BNK-H-CUST-NAME.
005064     MOVE ACM-LAST-TXN-DATE TO BNK-H-LAST-TXN.
005065     MOVE ACM-BALANCE       TO BNK-H-BALANCE.
005066     IF ACM-BALANCE < ZERO
005067         MOVE "HELD - IN COLLECTION" TO BNK-H-REASON
005068         DISPLAY "ESCHEAT: NEGATIVE BALANCE HELD FOR "
005069             "COLLECTION: " ACM-ACCT-NUMBER
005070     ELSE
005071         MOVE "HELD - CHARGED OFF" TO BNK-H-REASON
005072         DISPLAY "ESCHEAT: CHARGED-OFF BALANCE HELD FOR "
005073             "RECOVERY: " ACM-ACCT-NUMBER
005074     END-IF.
005075     MOVE BNK-HELD-LINE TO PRINT-LINE.
005076     WRITE PRINT-LINE.
005077 3700-EXIT.
005078     EXIT.
005079*----------------------------------------------------------------
005080* 3800-LIST-OWNERS - NAME EVERY OWNER OF THE ACCOUNT JUST CLOSED.
005081*                    A REMITTED ACCOUNT GETS AN "O" RECORD FOR THE
005082*                    PRIMARY OWNER (NAME AND TAX ID FROM 3200) AND
005083*                    ONE PER JOINT OWNER ON ACCTREL; JOINT OWNERS
005084*                    ALSO GO ON THE REGISTER UNDER THE ACCOUNT.
005085*----------------------------------------------------------------
005086 3800-LIST-OWNERS.
005087     IF BNK-REMIT-AMOUNT NOT = ZERO AND ACM-CUST-NUMBER > ZERO
005088         MOVE ACM-CUST-NUMBER  TO BNK-OWNER-CUST
005089         MOVE "P"              TO BNK-OWNER-ROLE
005090         MOVE BNK-REMIT-NAME   TO BNK-OWNER-NAME
005091         MOVE BNK-REMIT-TAX-ID TO BNK-OWNER-TAX-ID
005092         PERFORM 3900-WRITE-OWNER-RECORD THRU 3900-EXIT
005093     END-IF.
005094     IF BNK-REL-NOT-OPENED OR ACM-CUST-NUMBER = ZERO
005095         GO TO 3800-EXIT
005096     END-IF.
005097     SET BNK-REL-NOT-AT-EOF TO TRUE.
005098     MOVE ACM-ACCT-NUMBER TO REL-ACCT-NUMBER.
005099     MOVE ZERO            TO REL-CUST-NUMBER.
005100     START ACCT-RELATION KEY NOT < REL-KEY
005101         INVALID KEY
005102             SET BNK-REL-AT-EOF TO TRUE
005103     END-START.
005104     IF BNK-REL-NOT-AT-EOF
005105         READ ACCT-RELATION NEXT RECORD
005106             AT END
005107                 SET BNK-REL-AT-EOF TO TRUE
005108         END-READ
005109     END-IF.
005110     PERFORM 3850-LIST-ONE-OWNER THRU 3850-EXIT
005111         UNTIL BNK-REL-AT-EOF.
005112 3800-EXIT.
005113     EXIT.
005114*----------------------------------------------------------------
005115* 3850-LIST-ONE-OWNER - LIST ONE JOINT OWNER OF THE ACCOUNT AND
005116*                       READ THE NEXT RELATIONSHIP; STOP ONCE THE
005117*                       KEY LEAVES THIS ACCOUNT.  THE PRIMARY,
005118*                       SIGNERS AND BENEFICIARIES ARE PASSED OVER.
005119*----------------------------------------------------------------
005120 3850-LIST-ONE-OWNER.
005121     IF REL-ACCT-NUMBER NOT = ACM-ACCT-NUMBER
005122         SET BNK-REL-AT-EOF TO TRUE
005123         GO TO 3850-EXIT
005124     END-IF.
005125     IF REL-ROLE-OWNER AND REL-CUST-NUMBER NOT = ACM-CUST-NUMBER
005126         MOVE "CUSTOMER NOT ON FILE" TO BNK-OWNER-NAME
005127         MOVE SPACES TO BNK-OWNER-TAX-ID
005128         IF BNK-CUS-OPENED
005129             MOVE REL-CUST-NUMBER TO CUS-CUST-NUMBER
005130             READ CUSTOMER-MASTER
005131                 INVALID KEY
005132                     CONTINUE
005133             END-READ
005134             IF BNK-CUS-OK
005135                 MOVE CUS-CUST-NAME TO BNK-OWNER-NAME
005136                 MOVE CUS-TAX-ID    TO BNK-OWNER-TAX-ID
005137             END-IF
005138         END-IF
005139         MOVE REL-CUST-NUMBER TO BNK-OWNER-CUST
005140         MOVE "J"             TO BNK-OWNER-ROLE
005141         IF BNK-REMIT-AMOUNT NOT = ZERO
005142             PERFORM 3900-WRITE-OWNER-RECORD THRU 3900-EXIT
005143         END-IF
005144         MOVE REL-CUST-NUMBER  TO BNK-OW-CUST-NO
005145         MOVE BNK-OWNER-NAME   TO BNK-OW-CUST-NAME
005146         MOVE BNK-OWNER-TAX-ID TO BNK-OW-TAX-ID
005147         MOVE BNK-OWNER-LINE TO PRINT-LINE
005148         WRITE PRINT-LINE
005149     END-IF.
005150     READ ACCT-RELATION NEXT RECORD
005151         AT END
005152             SET BNK-REL-AT-EOF TO TRUE
005153     END-READ.
005154 3850-EXIT.
005155     EXIT.
005156*----------------------------------------------------------------
005157* 3900-WRITE-OWNER-RECORD - WRITE ONE "O" OWNER RECORD FOR THE
005158*                           CUSTOMER AND ROLE IN BNK-OWNER-CUST
005159*                           AND BNK-OWNER-ROLE
005160*----------------------------------------------------------------
005161 3900-WRITE-OWNER-RECORD.
005162     MOVE SPACES TO ESC-REMIT-RECORD.
005163     SET ESC-TYPE-OWNER TO TRUE.
005164     MOVE ACM-ACCT-NUMBER  TO ESC-O-ACCT-NUMBER.
005165     MOVE BNK-OWNER-CUST   TO ESC-O-CUST-NUMBER.
005166     MOVE BNK-OWNER-ROLE   TO ESC-O-ROLE.
005167     MOVE BNK-OWNER-TAX-ID TO ESC-O-TAX-ID.
005168     MOVE BNK-OWNER-NAME   TO ESC-O-CUST-NAME.
005169     WRITE ESC-REMIT-RECORD.
005170     IF BNK-ESC-OK
005171         ADD 1 TO BNK-OWNER-COUNT
005172     ELSE
005173         DISPLAY "ESCHEAT: OWNER RECORD WRITE FAILED, STATUS "
005174             BNK-ESC-STATUS
005175     END-IF.
005176 3900-EXIT.
005177     EXIT.
005178*----------------------------------------------------------------
005179* 8000-FINALIZE - WRITE THE REMITTANCE TRAILER, CLOSE FILES AND
005180*                 DISPLAY THE RUN SUMMARY
005181*----------------------------------------------------------------
005182 8000-FINALIZE.
005183     MOVE SPACES TO ESC-REMIT-RECORD.
005184     SET ESC-TYPE-TRAILER TO TRUE.
005185     MOVE BNK-ESCHEAT-COUNT TO ESC-T-RECORD-COUNT.
005186     MOVE BNK-REMIT-TOTAL   TO ESC-T-TOTAL-AMOUNT.
005187     MOVE BNK-OWNER-COUNT   TO ESC-T-OWNER-COUNT.
005188     WRITE ESC-REMIT-RECORD.
005189
005190     CLOSE ACCOUNT-MASTER.
005191     CLOSE REMIT-FILE.
005192     CLOSE PRINT-FILE.
005200     IF BNK-CUS-OPENED
005210         CLOSE CUSTOMER-MASTER
005220     END-IF.
005222     IF BNK-REL-OPENED
005224         CLOSE ACCT-RELATION
005226     END-IF.
005230
005240     DISPLAY "ESCHEAT RUN SUMMARY".
005250     DISPLAY "  RUN DATE             : " BNK-RUN-DATE.
005270         " MONTHS".
005280     DISPLAY "  ACCOUNTS ESCHEATED   : " BNK-ESCHEAT-COUNT.
005282     DISPLAY "  CLOSED - ZERO BAL    : " BNK-ZEROBAL-COUNT.
005285     DISPLAY "  HELD FOR COLLECTION  : " BNK-NEGBAL-COUNT.
005287     DISPLAY "  OWNER RECORDS        : " BNK-OWNER-COUNT.
005290     DISPLAY "  ACCOUNTS SKIPPED     : " BNK-SKIP-COUNT.
005300     DISPLAY "  FINAL INTEREST PAID  : " BNK-INTEREST-TOTAL.
005310     DISPLAY "  TOTAL REMITTED       : " BNK-REMIT-TOTAL.
