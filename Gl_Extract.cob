000491*                  OWN FLAG ONLY WHEN THE EXTRACT PROVED IN
000501*                  BALANCE - AN OUT-OF-BALANCE EXTRACT HOLDS
000512*                  THE REST OF THE CYCLE.
000514* 10/15/2026  RAO  MAP THE RETURNED-ITEM CHARGE-BACK (TYPE "R")
000516*                  AND FEE (TYPE "F") -
000518*                    TYPE "R"    DR 201000 CUSTOMER DEPOSITS
000520*                                CR 101000 CASH
000521*                    TYPE "F"    DR 201000 CUSTOMER DEPOSITS
000522*                                CR 403000 RETURNED ITEM FEE
000523*                                          INCOME.
000525* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000527*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000529*                  CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT OR A
000531*                  CATCH-UP RUN STILL WORKS THE RIGHT DAY.
000532* 10/15/2026  RAO  MAP THE CD EARLY-WITHDRAWAL PENALTY -
000533*                    TYPE "P"    DR 201000 CUSTOMER DEPOSITS
000534*                                CR 404000 CD PENALTY INCOME.
000535* 10/15/2026  RAO  MULTI-BRANCH.  THE JOURNAL IS NOW WRITTEN BY
000536*                  BRANCH COST CENTER (NEW GLX-D-COST-CENTER ON
000537*                  THE DETAIL RECORD), BRANCHES IN ASCENDING
000538*                  ORDER, AND EACH BRANCH'S LINES MUST BALANCE ON
000539*                  THEIR OWN OR THE STEP ENDS WITH RETURN-CODE 8.
000540*                  THE 201000 SIDE OF A POSTING GOES TO THE
000541*                  ACCOUNT'S DOMICILE (AUD-ACCT-BRANCH), THE
000542*                  CONTRA SIDE TO THE BRANCH WHERE IT HAPPENED
000543*                  (AUD-BRANCH-CODE).  WHEN THE TWO DIFFER THE
000544*                  BRANCHES SETTLE THROUGH -
000545*                    109000 DUE FROM BRANCHES (THE BRANCH OWED)
000546*                    209000 DUE TO BRANCHES   (THE BRANCH OWING)
000547*                  ONE LINE PER BRANCH PAIR, NAMING THE OTHER
000548*                  BRANCH.  TRANSFER LEGS POST THE NET 201000
000549*                  MOVEMENT AT EACH DOMICILE.  AN ACCOUNT WHOSE
000550*                  DOMICILE MOVED TODAY (MAINTJNL "BR") CARRIES
000551*                  ITS BALANCE FROM THE OLD BRANCH'S 201000 TO
000552*                  THE NEW ONE'S THROUGH THE SAME DUE-TO/DUE-FROM
000553*                  PAIR.  THE GL MAPPING ABOVE IS UNCHANGED AND
000554*                  NOW LIVES IN THE BNK-GL-MAP TABLE.
000555* 10/15/2026  RAO  MAP THE CHARGE-OFF (TYPE "W") AND RECOVERY
000556*                  (TYPE "V") -
000557*                    TYPE "W"    DR 505000 OD CHARGE-OFF LOSS
000558*                                CR 201000 CUSTOMER DEPOSITS
000559*                    TYPE "V"    DR 101000 CASH
000560*                                CR 505000 OD CHARGE-OFF LOSS
000561*                  A RECOVERY NEVER TOUCHES THE LEDGER, SO ITS
000562*                  CUSTOMER SIDE IS THE LOSS ACCOUNT, NOT 201000 -
000563*                  THE CUSTOMER-SIDE GL IS NOW CARRIED IN THE MAP
000564*                  (BNK-MAP-CUST-GL) INSTEAD OF BEING FIXED.
000565*----------------------------------------------------------------
000566 ENVIRONMENT DIVISION.
000567 CONFIGURATION SECTION.
000568 SOURCE-COMPUTER. IBM-370.
000569 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000571 FILE-CONTROL.
000572     SELECT AUDIT-TRAIL ASSIGN TO "AUDTRAIL"
000573         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS BNK-AUD-STATUS.
000591
000592     SELECT EXTRACT-FILE ASSIGN TO "GLEXTR"
000594         ORGANIZATION IS SEQUENTIAL
000598         FILE STATUS IS BNK-GLX-STATUS.
000603
000604     SELECT MAINT-JOURNAL ASSIGN TO "MAINTJNL"
000605         ORGANIZATION IS SEQUENTIAL
000606         FILE STATUS IS BNK-MNT-STATUS.
000607
000610     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000618         ORGANIZATION IS RELATIVE
000628         ACCESS MODE IS RANDOM
000735         88  GLX-TYPE-HEADER     VALUE "H".
000744         88  GLX-TYPE-DETAIL     VALUE "D".
000754         88  GLX-TYPE-TRAILER    VALUE "T".
000755     05  GLX-REC-BODY            PIC X(45).
000757     05  GLX-HEADER-BODY REDEFINES GLX-REC-BODY.
000760         10  GLX-H-RUN-DATE      PIC 9(08).
000764         10  FILLER              PIC X(37).
000769     05  GLX-DETAIL-BODY REDEFINES GLX-REC-BODY.
000772         10  GLX-D-GL-ACCOUNT    PIC 9(06).
000779         10  GLX-D-DR-CR         PIC X(01).
000780         10  GLX-D-AMOUNT        PIC 9(11)V99.
000790         10  GLX-D-DESC          PIC X(20).
000800         10  FILLER              PIC X(02).
000805         10  GLX-D-COST-CENTER   PIC X(03).
000810     05  GLX-TRAILER-BODY REDEFINES GLX-REC-BODY.
000820         10  GLX-T-ENTRY-COUNT   PIC 9(05).
000830         10  GLX-T-TOTAL-DEBITS  PIC 9(11)V99.
000840         10  GLX-T-TOTAL-CREDITS PIC 9(11)V99.
000850         10  FILLER              PIC X(14).
000852*
000854 FD  CYCLE-CONTROL
000856     LABEL RECORDS ARE STANDARD.
000858     COPY CYCLCTL.
000860*
000862 FD  MAINT-JOURNAL
000864     LABEL RECORDS ARE STANDARD.
000866     COPY MAINTJNL.
000868 WORKING-STORAGE SECTION.
000870 01  BNK-AUD-STATUS              PIC X(02).
000880     88  BNK-AUD-OK              VALUE "00".
000890 01  BNK-GLX-STATUS              PIC X(02).
000987 01  BNK-REV-CREDIT-TOTAL        PIC 9(11)V99.
000988 01  BNK-OD-FEE-TOTAL            PIC 9(11)V99.
000989 01  BNK-ESCHEAT-TOTAL           PIC 9(11)V99.
000991 01  BNK-RETURN-ITEM-TOTAL       PIC 9(11)V99.
000993 01  BNK-RETURN-FEE-TOTAL        PIC 9(11)V99.
000994 01  BNK-CD-PENALTY-TOTAL        PIC 9(11)V99.
000995 01  BNK-CHARGE-OFF-TOTAL        PIC 9(11)V99.
000996 01  BNK-RECOVERY-TOTAL          PIC 9(11)V99.
000997 01  BNK-TOTAL-DEBITS            PIC 9(11)V99.
001000 01  BNK-TOTAL-CREDITS           PIC 9(11)V99.
001010 01  BNK-ENTRY-COUNT             PIC 9(05).
001020 01  BNK-GL-ACCOUNT              PIC 9(06).
001052 01  BNK-CYC-STATUS              PIC X(02).
001054     88  BNK-CYC-OK              VALUE "00".
001056 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001057 01  BNK-MNT-STATUS              PIC X(02).
001058     88  BNK-MNT-OK              VALUE "00".
001059 01  BNK-MNT-EOF-SWITCH          PIC X(01).
001060     88  BNK-MNT-AT-EOF          VALUE "Y".
001061     88  BNK-MNT-NOT-AT-EOF      VALUE "N".
001062 01  BNK-MOVE-TOTAL              PIC 9(11)V99.
001063 01  BNK-MOVE-COUNT              PIC 9(05) COMP.
001064 01  BNK-DUE-TOTAL               PIC 9(11)V99.
001065*
001066*    BRANCH CODES.  SPACES ON AN AUDIT OR JOURNAL RECORD MEAN THE
001067*    HEAD OFFICE.
001068 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
001069 01  BNK-ACCT-BRANCH             PIC X(03).
001070 01  BNK-TXN-BRANCH              PIC X(03).
001071 01  BNK-LOOKUP-BRANCH           PIC X(03).
001072 01  BNK-OWING-BRANCH            PIC X(03).
001073 01  BNK-OWED-BRANCH             PIC X(03).
001074 01  BNK-PAIR-BRANCH             PIC X(03).
001075 01  BNK-PAIR-OTHER              PIC X(03).
001076 01  BNK-ENTRY-BRANCH            PIC X(03).
001077 01  BNK-DUE-AMOUNT              PIC 9(11)V99.
001078 01  BNK-MOVE-AMOUNT             PIC 9(11)V99.
001079 01  BNK-CUST-SIDE               PIC X(01).
001080     88  BNK-CUST-CREDIT         VALUE "C".
001081     88  BNK-CUST-DEBIT          VALUE "D".
001082 01  BNK-FOUND-SWITCH            PIC X(01).
001083     88  BNK-FOUND               VALUE "Y".
001084     88  BNK-NOT-FOUND           VALUE "N".
001085 01  BNK-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
001086     88  BNK-TABLE-OVERFLOW      VALUE "Y".
001087 01  BNK-BRANCH-OOB-SWITCH       PIC X(01) VALUE "N".
001088     88  BNK-BRANCH-OUT-OF-BAL   VALUE "Y".
001089 01  BNK-BR-DEBITS               PIC 9(11)V99.
001090 01  BNK-BR-CREDITS              PIC 9(11)V99.
001091 01  BNK-BR-SUB                  PIC 9(03) COMP.
001092 01  BNK-LOW-SUB                 PIC 9(03) COMP.
001093 01  BNK-MAP-SUB                 PIC 9(03) COMP.
001094 01  BNK-ZERO-SUB                PIC 9(03) COMP.
001095 01  BNK-PR-SUB                  PIC 9(05) COMP.
001096*
001097*    GL MAPPING BY AUDIT TYPE.  THE CUSTOMER SIDE - 201000 EXCEPT
001098*    FOR A CHARGE-OFF RECOVERY - IS BOOKED AT THE ACCOUNT'S
001099*    DOMICILE, A DEBIT OR A CREDIT AS SHOWN; THE CONTRA ACCOUNT
001100*    TAKES THE OTHER SIDE AT THE BRANCH WHERE THE POSTING
001101*    HAPPENED.  TRANSFERS (TYPES 5/6) ARE NOT MAPPED - THEY CLEAR
001102*    AGAINST EACH OTHER.
001103 01  BNK-GL-MAP-VALUES.
001104     05  FILLER                  PIC X(02) VALUE "1C".
001105     05  FILLER                  PIC 9(06) VALUE 201000.
001106     05  FILLER                  PIC X(20) VALUE
001107         "CUSTOMER DEPOSITS".
001108     05  FILLER                  PIC 9(06) VALUE 101000.
001109     05  FILLER                  PIC X(20) VALUE
001110         "CASH - DEPOSITS".
001111     05  FILLER                  PIC X(02) VALUE "2D".
001112     05  FILLER                  PIC 9(06) VALUE 201000.
001113     05  FILLER                  PIC X(20) VALUE
001114         "CUSTOMER DEPOSITS".
001115     05  FILLER                  PIC 9(06) VALUE 101000.
001116     05  FILLER                  PIC X(20) VALUE
001117         "CASH - WITHDRAWALS".
001118     05  FILLER                  PIC X(02) VALUE "9C".
001119     05  FILLER                  PIC 9(06) VALUE 201000.
001120     05  FILLER                  PIC X(20) VALUE
001121         "INTEREST CREDITED".
001122     05  FILLER                  PIC 9(06) VALUE 501000.
001123     05  FILLER                  PIC X(20) VALUE
001124         "INTEREST EXPENSE".
001125     05  FILLER                  PIC X(02) VALUE "7D".
001126     05  FILLER                  PIC 9(06) VALUE 201000.
001127     05  FILLER                  PIC X(20) VALUE
001128         "CUSTOMER DEPOSITS".
001129     05  FILLER                  PIC 9(06) VALUE 401000.
001130     05  FILLER                  PIC X(20) VALUE
001131         "SERVICE FEE INCOME".
001132     05  FILLER                  PIC X(02) VALUE "AD".
001133     05  FILLER                  PIC 9(06) VALUE 201000.
001134     05  FILLER                  PIC X(20) VALUE
001135         "DEPOSIT REVERSALS".
001136     05  FILLER                  PIC 9(06) VALUE 101000.
001137     05  FILLER                  PIC X(20) VALUE
001138         "CASH - DEP REVERSAL".
001139     05  FILLER                  PIC X(02) VALUE "BC".
001140     05  FILLER                  PIC 9(06) VALUE 201000.
001141     05  FILLER                  PIC X(20) VALUE
001142         "WITHDRAWAL REVERSALS".
001143     05  FILLER                  PIC 9(06) VALUE 101000.
001144     05  FILLER                  PIC X(20) VALUE
001145         "CASH - WDR REVERSAL".
001146     05  FILLER                  PIC X(02) VALUE "8D".
001147     05  FILLER                  PIC 9(06) VALUE 201000.
001148     05  FILLER                  PIC X(20) VALUE
001149         "CUSTOMER DEPOSITS".
001150     05  FILLER                  PIC 9(06) VALUE 402000.
001151     05  FILLER                  PIC X(20) VALUE
001152         "OVERDRAFT FEE INCOME".
001153     05  FILLER                  PIC X(02) VALUE "ED".
001154     05  FILLER                  PIC 9(06) VALUE 201000.
001155     05  FILLER                  PIC X(20) VALUE
001156         "CUSTOMER DEPOSITS".
001157     05  FILLER                  PIC 9(06) VALUE 203000.
001158     05  FILLER                  PIC X(20) VALUE
001159         "ESCHEAT LIABILITY".
001160     05  FILLER                  PIC X(02) VALUE "RD".
001161     05  FILLER                  PIC 9(06) VALUE 201000.
001162     05  FILLER                  PIC X(20) VALUE "RETURNED ITEMS".
001163     05  FILLER                  PIC 9(06) VALUE 101000.
001164     05  FILLER                  PIC X(20) VALUE
001165         "CASH - RETURN ITEMS".
001166     05  FILLER                  PIC X(02) VALUE "FD".
001167     05  FILLER                  PIC 9(06) VALUE 201000.
001168     05  FILLER                  PIC X(20) VALUE
001169         "CUSTOMER DEPOSITS".
001170     05  FILLER                  PIC 9(06) VALUE 403000.
001171     05  FILLER                  PIC X(20) VALUE
001172         "RETURN FEE INCOME".
001173     05  FILLER                  PIC X(02) VALUE "PD".
001174     05  FILLER                  PIC 9(06) VALUE 201000.
001175     05  FILLER                  PIC X(20) VALUE
001176         "CUSTOMER DEPOSITS".
001177     05  FILLER                  PIC 9(06) VALUE 404000.
001178     05  FILLER                  PIC X(20) VALUE
001179         "CD PENALTY INCOME".
001180     05  FILLER                  PIC X(02) VALUE "WC".
001181     05  FILLER                  PIC 9(06) VALUE 201000.
001182     05  FILLER                  PIC X(20) VALUE
001183         "CHARGED-OFF BALANCES".
001184     05  FILLER                  PIC 9(06) VALUE 505000.
001185     05  FILLER                  PIC X(20) VALUE
001186         "OD CHARGE-OFF LOSS".
001187     05  FILLER                  PIC X(02) VALUE "VC".
001188     05  FILLER                  PIC 9(06) VALUE 505000.
001189     05  FILLER                  PIC X(20) VALUE
001190         "CHARGE-OFF RECOVERY".
001191     05  FILLER                  PIC 9(06) VALUE 101000.
001192     05  FILLER                  PIC X(20) VALUE
001193         "CASH - RECOVERIES".
001194 01  BNK-GL-MAP-TABLE REDEFINES BNK-GL-MAP-VALUES.
001195     05  BNK-MAP-ENTRY OCCURS 13 TIMES
001196                                 INDEXED BY BNK-MAP-IDX.
001197         10  BNK-MAP-TYPE        PIC X(01).
001198         10  BNK-MAP-CUST-SIDE   PIC X(01).
001199             88  BNK-MAP-CUST-CREDIT
001200                                 VALUE "C".
001201         10  BNK-MAP-CUST-GL     PIC 9(06).
001202         10  BNK-MAP-CUST-DESC   PIC X(20).
001203         10  BNK-MAP-CONTRA-GL   PIC 9(06).
001204         10  BNK-MAP-CONTRA-DESC PIC X(20).
001205 01  BNK-MAP-COUNT               PIC 9(03) COMP VALUE 13.
001206*
001207*    TODAY'S ACTIVITY BY BRANCH.  CUST-AMT IS THE CUSTOMER SIDE
001208*    BOOKED AT THE DOMICILE, CONTRA-AMT THE OTHER SIDE BOOKED
001209*    WHERE THE POSTING HAPPENED, BOTH BY GL MAPPING ENTRY.
001210 01  BNK-BR-MAX                  PIC 9(03) COMP VALUE 50.
001211 01  BNK-BR-COUNT                PIC 9(03) COMP.
001212 01  BNK-BRANCH-TABLE.
001213     05  BNK-BR-ENTRY OCCURS 1 TO 50 TIMES
001214             DEPENDING ON BNK-BR-COUNT
001215             INDEXED BY BNK-BR-IDX.
001216         10  BNK-BR-CODE         PIC X(03).
001217         10  BNK-BR-WRITTEN-SW   PIC X(01).
001218             88  BNK-BR-WRITTEN  VALUE "Y".
001219         10  BNK-BR-CUST-AMT     PIC 9(11)V99 OCCURS 13 TIMES.
001220         10  BNK-BR-CONTRA-AMT   PIC 9(11)V99 OCCURS 13 TIMES.
001221         10  BNK-BR-XFER-OUT     PIC 9(11)V99.
001222         10  BNK-BR-XFER-IN      PIC 9(11)V99.
001223         10  BNK-BR-MOVE-DR      PIC 9(11)V99.
001224         10  BNK-BR-MOVE-CR      PIC 9(11)V99.
001225*
001226*    INTER-BRANCH SETTLEMENT, ONE ENTRY PER BRANCH AND
001227*    COUNTERPARTY.
001228 01  BNK-PR-MAX                  PIC 9(05) COMP VALUE 500.
001229 01  BNK-PR-COUNT                PIC 9(05) COMP.
001230 01  BNK-PAIR-TABLE.
001231     05  BNK-PR-ENTRY OCCURS 1 TO 500 TIMES
001232             DEPENDING ON BNK-PR-COUNT
001233             INDEXED BY BNK-PR-IDX.
001234         10  BNK-PR-BRANCH       PIC X(03).
001235         10  BNK-PR-OTHER        PIC X(03).
001236         10  BNK-PR-DUE-FROM     PIC 9(11)V99.
001237         10  BNK-PR-DUE-TO       PIC 9(11)V99.
001238 01  BNK-DUE-DESC.
001239     05  BNK-DD-TEXT             PIC X(15).
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001241     05  BNK-DD-BRANCH           PIC X(03).
001242     05  FILLER                  PIC X(01) VALUE SPACE.
001243*
001244 PROCEDURE DIVISION.
001245*----------------------------------------------------------------
001246* 0000-MAINLINE - DRIVE THE EXTRACT RUN.  AN OUT-OF-BALANCE
001247*                 CONDITION, BANK-WIDE OR FOR ANY ONE BRANCH,
001248*                 ENDS THE STEP WITH RETURN-CODE 8.
001249*----------------------------------------------------------------
001250 0000-MAINLINE.
001251     PERFORM 0500-VERIFY-CYCLE THRU 0500-EXIT.
001252     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001253     PERFORM 2000-ACCUMULATE-ONE-RECORD THRU 2000-EXIT
001254         UNTIL BNK-AUD-AT-EOF.
001255     PERFORM 2700-APPLY-DOMICILE-MOVES THRU 2700-EXIT.
001256     PERFORM 3000-WRITE-JOURNAL-ENTRIES THRU 3000-EXIT.
001257     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001258     IF BNK-TOTAL-DEBITS NOT = BNK-TOTAL-CREDITS
001259         OR BNK-XFER-OUT-TOTAL NOT = BNK-XFER-IN-TOTAL
001260         OR BNK-BRANCH-OUT-OF-BAL
001261         OR BNK-TABLE-OVERFLOW
001262         MOVE 8 TO RETURN-CODE
001263     ELSE
001264         PERFORM 7500-STAMP-CYCLE THRU 7500-EXIT
001265     END-IF.
001266     STOP RUN.
001267*----------------------------------------------------------------
001268* 0500-VERIFY-CYCLE - REFUSE TO START UNLESS EOD-REPORT IS
001269*                     STAMPED COMPLETE FOR THE OPEN BUSINESS
001270*                     DATE
001271*----------------------------------------------------------------
001272 0500-VERIFY-CYCLE.
001273     OPEN I-O CYCLE-CONTROL.
001274     IF BNK-CYC-OK
001275         MOVE 1 TO BNK-CYC-RELKEY
001276         READ CYCLE-CONTROL
001277             INVALID KEY
001278                 CONTINUE
001279         END-READ
001280     END-IF.
001281     IF NOT BNK-CYC-OK
001282         DISPLAY "GL-EXTRACT: NO CYCLE CONTROL - RUN CYCLE-CTL "
001283             "TO OPEN THE BUSINESS DATE."
001284         MOVE 8 TO RETURN-CODE
001285         STOP RUN
001286     END-IF.
001287     IF NOT CYC-EOD-REPORT-DONE
001288         DISPLAY "GL-EXTRACT: EOD-REPORT NOT COMPLETE FOR "
001289             "BUSINESS DATE " CYC-BUSINESS-DATE
001290             " - STEP REFUSED."
001291         CLOSE CYCLE-CONTROL
001292         MOVE 8 TO RETURN-CODE
001293         STOP RUN
001294     END-IF.
001295     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
001296     CLOSE CYCLE-CONTROL.
001297 0500-EXIT.
001298     EXIT.
001299*----------------------------------------------------------------
001300* 1000-INITIALIZE - OPEN FILES, WRITE THE HEADER RECORD AND
001301*                   PRIME THE AUDIT-TRAIL READ LOOP
001302*----------------------------------------------------------------
001303 1000-INITIALIZE.
001304     SET BNK-AUD-NOT-AT-EOF TO TRUE.
001305     MOVE ZERO TO BNK-DEPOSIT-TOTAL.
001306     MOVE ZERO TO BNK-WITHDRAWAL-TOTAL.
001310     MOVE ZERO TO BNK-INTEREST-TOTAL.
001320     MOVE ZERO TO BNK-XFER-OUT-TOTAL.
001330     MOVE ZERO TO BNK-XFER-IN-TOTAL.
001337     MOVE ZERO TO BNK-REV-CREDIT-TOTAL.
001338     MOVE ZERO TO BNK-OD-FEE-TOTAL.
001339     MOVE ZERO TO BNK-ESCHEAT-TOTAL.
001341     MOVE ZERO TO BNK-RETURN-ITEM-TOTAL.
001343     MOVE ZERO TO BNK-RETURN-FEE-TOTAL.
001344     MOVE ZERO TO BNK-CD-PENALTY-TOTAL.
001345     MOVE ZERO TO BNK-CHARGE-OFF-TOTAL.
001346     MOVE ZERO TO BNK-RECOVERY-TOTAL.
001347     MOVE ZERO TO BNK-TOTAL-DEBITS.
001350     MOVE ZERO TO BNK-TOTAL-CREDITS.
001360     MOVE ZERO TO BNK-ENTRY-COUNT.
001363     MOVE ZERO TO BNK-MOVE-TOTAL.
001366     MOVE ZERO TO BNK-MOVE-COUNT.
001369     MOVE ZERO TO BNK-DUE-TOTAL.
001372     MOVE ZERO TO BNK-BR-COUNT.
001375     MOVE ZERO TO BNK-PR-COUNT.
001380
001390     OPEN OUTPUT EXTRACT-FILE.
001400     MOVE SPACES TO GLX-EXTRACT-RECORD.
001560*----------------------------------------------------------------
001570* 2000-ACCUMULATE-ONE-RECORD - FOLD ONE OF TODAY'S AUDIT-TRAIL
001580*                              RECORDS INTO THE ACTIVITY TOTALS
001585*                              AND ITS BRANCHES' TOTALS, AND
001590*                              READ THE NEXT ONE
001600*----------------------------------------------------------------
001610 2000-ACCUMULATE-ONE-RECORD.
001620     IF AUD-DATE = BNK-RUN-DATE
001741                 ADD AUD-AMOUNT TO BNK-OD-FEE-TOTAL
001742             WHEN AUD-TXN-ESCHEAT
001743                 ADD AUD-AMOUNT TO BNK-ESCHEAT-TOTAL
001744             WHEN AUD-TXN-RETURN-ITEM
001745                 ADD AUD-AMOUNT TO BNK-RETURN-ITEM-TOTAL
001746             WHEN AUD-TXN-RETURN-FEE
001747                 ADD AUD-AMOUNT TO BNK-RETURN-FEE-TOTAL
001749             WHEN AUD-TXN-CD-PENALTY
001751                 ADD AUD-AMOUNT TO BNK-CD-PENALTY-TOTAL
001752             WHEN AUD-TXN-CHARGE-OFF
001753                 ADD AUD-AMOUNT TO BNK-CHARGE-OFF-TOTAL
001754             WHEN AUD-TXN-RECOVERY
001755                 ADD AUD-AMOUNT TO BNK-RECOVERY-TOTAL
001756             WHEN OTHER
001757                 CONTINUE
001760         END-EVALUATE
001765         PERFORM 2100-POST-BY-BRANCH THRU 2100-EXIT
001770     END-IF.
001780
001790     READ AUDIT-TRAIL
001820     END-READ.
001830 2000-EXIT.
001840     EXIT.
001841*----------------------------------------------------------------
001842* 2100-POST-BY-BRANCH - BOOK THE CUSTOMER SIDE OF THE CURRENT
001843*                       AUDIT RECORD TO THE ACCOUNT'S DOMICILE
001844*                       AND THE CONTRA SIDE TO THE BRANCH WHERE IT
001845*                       HAPPENED, AND NOTE THE INTER-BRANCH
001846*                       SETTLEMENT WHEN THE TWO DIFFER
001847*----------------------------------------------------------------
001848 2100-POST-BY-BRANCH.
001849     IF AUD-ACCT-BRANCH = SPACES
001850         MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-ACCT-BRANCH
001851     ELSE
001852         MOVE AUD-ACCT-BRANCH TO BNK-ACCT-BRANCH
001853     END-IF.
001854     IF AUD-BRANCH-CODE = SPACES
001855         MOVE BNK-ACCT-BRANCH TO BNK-TXN-BRANCH
001856     ELSE
001857         MOVE AUD-BRANCH-CODE TO BNK-TXN-BRANCH
001858     END-IF.
001859     IF AUD-TXN-XFER-OUT OR AUD-TXN-XFER-IN
001860         PERFORM 2300-POST-TRANSFER-LEG THRU 2300-EXIT
001861         GO TO 2100-EXIT
001862     END-IF.
001863
001864     SET BNK-NOT-FOUND TO TRUE.
001865     SET BNK-MAP-IDX TO 1.
001866     SEARCH BNK-MAP-ENTRY
001867         AT END
001868             CONTINUE
001869         WHEN BNK-MAP-TYPE (BNK-MAP-IDX) = AUD-TXN-TYPE
001870             SET BNK-FOUND TO TRUE
001871     END-SEARCH.
001872     IF BNK-NOT-FOUND
001873         GO TO 2100-EXIT
001874     END-IF.
001875     SET BNK-MAP-SUB TO BNK-MAP-IDX.
001876     MOVE BNK-MAP-CUST-SIDE (BNK-MAP-SUB) TO BNK-CUST-SIDE.
001877
001878     MOVE BNK-ACCT-BRANCH TO BNK-LOOKUP-BRANCH.
001879     PERFORM 2200-FIND-BRANCH THRU 2200-EXIT.
001880     IF BNK-NOT-FOUND
001881         GO TO 2100-EXIT
001882     END-IF.
001883     ADD AUD-AMOUNT TO BNK-BR-CUST-AMT (BNK-BR-SUB, BNK-MAP-SUB).
001884     MOVE BNK-TXN-BRANCH TO BNK-LOOKUP-BRANCH.
001885     PERFORM 2200-FIND-BRANCH THRU 2200-EXIT.
001886     IF BNK-NOT-FOUND
001887         GO TO 2100-EXIT
001888     END-IF.
001889     ADD AUD-AMOUNT
001890         TO BNK-BR-CONTRA-AMT (BNK-BR-SUB, BNK-MAP-SUB).
001891     PERFORM 2400-NOTE-INTER-BRANCH THRU 2400-EXIT.
001892 2100-EXIT.
001893     EXIT.
001894*----------------------------------------------------------------
001895* 2200-FIND-BRANCH - POINT BNK-BR-SUB AT BNK-LOOKUP-BRANCH'S
001896*                    ENTRY, ADDING A ZEROED ENTRY THE FIRST TIME
001897*                    THE BRANCH IS SEEN.  A FULL TABLE LEAVES
001898*                    BNK-NOT-FOUND SET AND THE EXTRACT UNUSABLE.
001899*----------------------------------------------------------------
001900 2200-FIND-BRANCH.
001901     SET BNK-NOT-FOUND TO TRUE.
001902     IF BNK-BR-COUNT > ZERO
001903         SET BNK-BR-IDX TO 1
001904         SEARCH BNK-BR-ENTRY
001905             AT END
001906                 CONTINUE
001907             WHEN BNK-BR-CODE (BNK-BR-IDX) = BNK-LOOKUP-BRANCH
001908                 SET BNK-FOUND TO TRUE
001909         END-SEARCH
001910     END-IF.
001911     IF BNK-FOUND
001912         SET BNK-BR-SUB TO BNK-BR-IDX
001913         GO TO 2200-EXIT
001914     END-IF.
001915     IF BNK-BR-COUNT NOT < BNK-BR-MAX
001916         DISPLAY "GL-EXTRACT: BRANCH TABLE FULL AT " BNK-BR-MAX
001917             " - BRANCH " BNK-LOOKUP-BRANCH " NOT BOOKED."
001918         SET BNK-TABLE-OVERFLOW TO TRUE
001919         GO TO 2200-EXIT
001920     END-IF.
001921     ADD 1 TO BNK-BR-COUNT.
001922     MOVE BNK-BR-COUNT TO BNK-BR-SUB.
001923     MOVE BNK-LOOKUP-BRANCH TO BNK-BR-CODE (BNK-BR-SUB).
001924     MOVE "N" TO BNK-BR-WRITTEN-SW (BNK-BR-SUB).
001925     PERFORM 2210-ZERO-ONE-TYPE THRU 2210-EXIT
001926         VARYING BNK-ZERO-SUB FROM 1 BY 1
001927         UNTIL BNK-ZERO-SUB > BNK-MAP-COUNT.
001928     MOVE ZERO TO BNK-BR-XFER-OUT (BNK-BR-SUB).
001929     MOVE ZERO TO BNK-BR-XFER-IN (BNK-BR-SUB).
001930     MOVE ZERO TO BNK-BR-MOVE-DR (BNK-BR-SUB).
001931     MOVE ZERO TO BNK-BR-MOVE-CR (BNK-BR-SUB).
001932     SET BNK-FOUND TO TRUE.
001933 2200-EXIT.
001934     EXIT.
001935*----------------------------------------------------------------
001936* 2210-ZERO-ONE-TYPE - CLEAR ONE MAPPING ENTRY'S TOTALS ON A NEW
001937*                      BRANCH ENTRY
001938*----------------------------------------------------------------
001939 2210-ZERO-ONE-TYPE.
001940     MOVE ZERO TO BNK-BR-CUST-AMT (BNK-BR-SUB, BNK-ZERO-SUB).
001941     MOVE ZERO TO BNK-BR-CONTRA-AMT (BNK-BR-SUB, BNK-ZERO-SUB).
001942 2210-EXIT.
001943     EXIT.
001944*----------------------------------------------------------------
001945* 2300-POST-TRANSFER-LEG - A TRANSFER LEG MOVES 201000 AT THE
001946*                          ACCOUNT'S DOMICILE; ITS CONTRA IS THE
001947*                          OTHER LEG, SO ONLY THE SETTLEMENT WITH
001948*                          THE BRANCH WHERE IT HAPPENED IS NOTED
001949*----------------------------------------------------------------
001950 2300-POST-TRANSFER-LEG.
001951     MOVE BNK-ACCT-BRANCH TO BNK-LOOKUP-BRANCH.
001952     PERFORM 2200-FIND-BRANCH THRU 2200-EXIT.
001953     IF BNK-NOT-FOUND
001954         GO TO 2300-EXIT
001955     END-IF.
001956     IF AUD-TXN-XFER-IN
001957         SET BNK-CUST-CREDIT TO TRUE
001958         ADD AUD-AMOUNT TO BNK-BR-XFER-IN (BNK-BR-SUB)
001959     ELSE
001960         SET BNK-CUST-DEBIT TO TRUE
001961         ADD AUD-AMOUNT TO BNK-BR-XFER-OUT (BNK-BR-SUB)
001962     END-IF.
001963     MOVE BNK-TXN-BRANCH TO BNK-LOOKUP-BRANCH.
001964     PERFORM 2200-FIND-BRANCH THRU 2200-EXIT.
001965     IF BNK-NOT-FOUND
001966         GO TO 2300-EXIT
001967     END-IF.
001968     PERFORM 2400-NOTE-INTER-BRANCH THRU 2400-EXIT.
001969 2300-EXIT.
001970     EXIT.
001971*----------------------------------------------------------------
001972* 2400-NOTE-INTER-BRANCH - WHEN THE CURRENT AUDIT RECORD HAPPENED
001973*                          AWAY FROM THE ACCOUNT'S DOMICILE, THE
001974*                          BRANCH THAT TOOK THE CUSTOMER DEBIT
001975*                          OWES THE OTHER ONE
001976*----------------------------------------------------------------
001977 2400-NOTE-INTER-BRANCH.
001978     IF BNK-ACCT-BRANCH = BNK-TXN-BRANCH
001979         GO TO 2400-EXIT
001980     END-IF.
001981     IF BNK-CUST-CREDIT
001982         MOVE BNK-ACCT-BRANCH TO BNK-OWED-BRANCH
001983         MOVE BNK-TXN-BRANCH  TO BNK-OWING-BRANCH
001984     ELSE
001985         MOVE BNK-ACCT-BRANCH TO BNK-OWING-BRANCH
001986         MOVE BNK-TXN-BRANCH  TO BNK-OWED-BRANCH
001987     END-IF.
001988     MOVE AUD-AMOUNT TO BNK-DUE-AMOUNT.
001989     PERFORM 2500-ADD-DUE THRU 2500-EXIT.
001990 2400-EXIT.
001991     EXIT.
001992*----------------------------------------------------------------
001993* 2500-ADD-DUE - BOOK BNK-DUE-AMOUNT AS DUE TO BNK-OWED-BRANCH ON
001994*                BNK-OWING-BRANCH'S BOOKS AND DUE FROM
001995*                BNK-OWING-BRANCH ON BNK-OWED-BRANCH'S
001996*----------------------------------------------------------------
001997 2500-ADD-DUE.
001998     MOVE BNK-OWING-BRANCH TO BNK-PAIR-BRANCH.
001999     MOVE BNK-OWED-BRANCH  TO BNK-PAIR-OTHER.
002000     PERFORM 2600-FIND-PAIR THRU 2600-EXIT.
002001     IF BNK-FOUND
002002         ADD BNK-DUE-AMOUNT TO BNK-PR-DUE-TO (BNK-PR-SUB)
002003     END-IF.
002004     MOVE BNK-OWED-BRANCH  TO BNK-PAIR-BRANCH.
002005     MOVE BNK-OWING-BRANCH TO BNK-PAIR-OTHER.
002006     PERFORM 2600-FIND-PAIR THRU 2600-EXIT.
002007     IF BNK-FOUND
002008         ADD BNK-DUE-AMOUNT TO BNK-PR-DUE-FROM (BNK-PR-SUB)
002009     END-IF.
002010     ADD BNK-DUE-AMOUNT TO BNK-DUE-TOTAL.
002011 2500-EXIT.
002012     EXIT.
002013*----------------------------------------------------------------
002014* 2600-FIND-PAIR - POINT BNK-PR-SUB AT THE SETTLEMENT ENTRY FOR
002015*                  BNK-PAIR-BRANCH AGAINST BNK-PAIR-OTHER, ADDING
002016*                  IT THE FIRST TIME THE PAIR IS SEEN
002017*----------------------------------------------------------------
002018 2600-FIND-PAIR.
002019     SET BNK-NOT-FOUND TO TRUE.
002020     IF BNK-PR-COUNT > ZERO
002021         SET BNK-PR-IDX TO 1
002022         SEARCH BNK-PR-ENTRY
002023             AT END
002024                 CONTINUE
002025             WHEN BNK-PR-BRANCH (BNK-PR-IDX) = BNK-PAIR-BRANCH
002026                 AND BNK-PR-OTHER (BNK-PR-IDX) = BNK-PAIR-OTHER
002027                 SET BNK-FOUND TO TRUE
002028         END-SEARCH
002029     END-IF.
002030     IF BNK-FOUND
002031         SET BNK-PR-SUB TO BNK-PR-IDX
002032         GO TO 2600-EXIT
002033     END-IF.
002034     IF BNK-PR-COUNT NOT < BNK-PR-MAX
002035         DISPLAY "GL-EXTRACT: SETTLEMENT TABLE FULL AT "
002036             BNK-PR-MAX
002037             " - " BNK-PAIR-BRANCH "/" BNK-PAIR-OTHER
002038             " NOT BOOKED."
002039         SET BNK-TABLE-OVERFLOW TO TRUE
002040         GO TO 2600-EXIT
002041     END-IF.
002042     ADD 1 TO BNK-PR-COUNT.
002043     MOVE BNK-PR-COUNT TO BNK-PR-SUB.
002044     MOVE BNK-PAIR-BRANCH TO BNK-PR-BRANCH (BNK-PR-SUB).
002045     MOVE BNK-PAIR-OTHER  TO BNK-PR-OTHER (BNK-PR-SUB).
002046     MOVE ZERO TO BNK-PR-DUE-FROM (BNK-PR-SUB).
002047     MOVE ZERO TO BNK-PR-DUE-TO (BNK-PR-SUB).
002048     SET BNK-FOUND TO TRUE.
002049 2600-EXIT.
002050     EXIT.
002051*----------------------------------------------------------------
002052* 2700-APPLY-DOMICILE-MOVES - CARRY THE BALANCE OF EACH ACCOUNT
002053*                             WHOSE DOMICILE MOVED TODAY FROM THE
002054*                             OLD BRANCH'S 201000 TO THE NEW
002055*                             ONE'S.  NO JOURNAL MEANS NO
002056*                             MOVES.
002057*----------------------------------------------------------------
002058 2700-APPLY-DOMICILE-MOVES.
002059     SET BNK-MNT-NOT-AT-EOF TO TRUE.
002060     OPEN INPUT MAINT-JOURNAL.
002061     IF NOT BNK-MNT-OK
002062         GO TO 2700-EXIT
002063     END-IF.
002064     READ MAINT-JOURNAL
002065         AT END
002066             SET BNK-MNT-AT-EOF TO TRUE
002067     END-READ.
002068     PERFORM 2710-APPLY-ONE-MOVE THRU 2710-EXIT
002069         UNTIL BNK-MNT-AT-EOF.
002070     CLOSE MAINT-JOURNAL.
002071 2700-EXIT.
002072     EXIT.
002073*----------------------------------------------------------------
002074* 2710-APPLY-ONE-MOVE - A CREDIT BALANCE LEAVES THE OLD BRANCH
002075*                       (DR 201000, DUE TO THE NEW ONE) AND
002076*                       ARRIVES AT THE NEW (CR 201000, DUE FROM
002077*                       THE OLD); AN OVERDRAWN BALANCE THE REVERSE
002078*----------------------------------------------------------------
002079 2710-APPLY-ONE-MOVE.
002080     IF MNT-DATE NOT = BNK-RUN-DATE
002081             OR NOT MNT-BRANCH-MOVE
002082             OR MNT-AFTER-BALANCE = ZERO
002083         GO TO 2710-READ-NEXT
002084     END-IF.
002085     IF MNT-BEFORE-BRANCH = SPACES
002086         MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-ACCT-BRANCH
002087     ELSE
002088         MOVE MNT-BEFORE-BRANCH TO BNK-ACCT-BRANCH
002089     END-IF.
002090     IF MNT-AFTER-BRANCH = SPACES
002091         MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-TXN-BRANCH
002092     ELSE
002093         MOVE MNT-AFTER-BRANCH TO BNK-TXN-BRANCH
002094     END-IF.
002095     IF BNK-ACCT-BRANCH = BNK-TXN-BRANCH
002096         GO TO 2710-READ-NEXT
002097     END-IF.
002098     IF MNT-AFTER-BALANCE > ZERO
002099         MOVE MNT-AFTER-BALANCE TO BNK-MOVE-AMOUNT
002100         MOVE BNK-ACCT-BRANCH TO BNK-OWING-BRANCH
002101         MOVE BNK-TXN-BRANCH  TO BNK-OWED-BRANCH
002102     ELSE
002103         COMPUTE BNK-MOVE-AMOUNT = ZERO - MNT-AFTER-BALANCE
002104         MOVE BNK-TXN-BRANCH  TO BNK-OWING-BRANCH
002105         MOVE BNK-ACCT-BRANCH TO BNK-OWED-BRANCH
002106     END-IF.
002107     MOVE BNK-OWING-BRANCH TO BNK-LOOKUP-BRANCH.
002108     PERFORM 2200-FIND-BRANCH THRU 2200-EXIT.
002109     IF BNK-NOT-FOUND
002110         GO TO 2710-READ-NEXT
002111     END-IF.
002112     ADD BNK-MOVE-AMOUNT TO BNK-BR-MOVE-DR (BNK-BR-SUB).
002113     MOVE BNK-OWED-BRANCH TO BNK-LOOKUP-BRANCH.
002114     PERFORM 2200-FIND-BRANCH THRU 2200-EXIT.
002115     IF BNK-NOT-FOUND
002116         GO TO 2710-READ-NEXT
002117     END-IF.
002118     ADD BNK-MOVE-AMOUNT TO BNK-BR-MOVE-CR (BNK-BR-SUB).
002119     MOVE BNK-MOVE-AMOUNT TO BNK-DUE-AMOUNT.
002120     PERFORM 2500-ADD-DUE THRU 2500-EXIT.
002121     ADD 1 TO BNK-MOVE-COUNT.
002122     ADD BNK-MOVE-AMOUNT TO BNK-MOVE-TOTAL.
002123 2710-READ-NEXT.
002124     READ MAINT-JOURNAL
002125         AT END
002126             SET BNK-MNT-AT-EOF TO TRUE
002127     END-READ.
002128 2710-EXIT.
002129     EXIT.
002130*----------------------------------------------------------------
002131* 3000-WRITE-JOURNAL-ENTRIES - TURN EACH BRANCH'S ACTIVITY TOTALS
002132*                              INTO DEBIT/CREDIT LINES ON THE
002133*                              EXTRACT FILE, BRANCHES IN ASCENDING
002134*                              ORDER
002135*----------------------------------------------------------------
002136 3000-WRITE-JOURNAL-ENTRIES.
002137     PERFORM 3050-WRITE-NEXT-BRANCH THRU 3050-EXIT
002138         BNK-BR-COUNT TIMES.
002139 3000-EXIT.
002140     EXIT.
002141*----------------------------------------------------------------
002142* 3050-WRITE-NEXT-BRANCH - PICK THE LOWEST BRANCH NOT YET WRITTEN,
002143*                          WRITE ITS LINES AND PROVE THEM IN
002144*                          BALANCE ON THEIR OWN
002145*----------------------------------------------------------------
002146 3050-WRITE-NEXT-BRANCH.
002147     MOVE ZERO TO BNK-LOW-SUB.
002148     PERFORM 3060-CHECK-LOWEST THRU 3060-EXIT
002149         VARYING BNK-BR-SUB FROM 1 BY 1
002150         UNTIL BNK-BR-SUB > BNK-BR-COUNT.
002151     MOVE BNK-LOW-SUB TO BNK-BR-SUB.
002152     MOVE "Y" TO BNK-BR-WRITTEN-SW (BNK-BR-SUB).
002153     MOVE BNK-BR-CODE (BNK-BR-SUB) TO BNK-ENTRY-BRANCH.
002154     MOVE ZERO TO BNK-BR-DEBITS.
002155     MOVE ZERO TO BNK-BR-CREDITS.
002156
002157     PERFORM 3200-WRITE-TYPE-LINES THRU 3200-EXIT
002158         VARYING BNK-MAP-SUB FROM 1 BY 1
002159         UNTIL BNK-MAP-SUB > BNK-MAP-COUNT.
002160     PERFORM 3300-WRITE-TRANSFER-LINES THRU 3300-EXIT.
002161     PERFORM 3400-WRITE-DUE-LINES THRU 3400-EXIT
002162         VARYING BNK-PR-SUB FROM 1 BY 1
002163         UNTIL BNK-PR-SUB > BNK-PR-COUNT.
002164
002165     IF BNK-BR-DEBITS NOT = BNK-BR-CREDITS
002166         DISPLAY "GL-EXTRACT: BRANCH " BNK-ENTRY-BRANCH
002167             " OUT OF BALANCE - DR " BNK-BR-DEBITS
002168             " CR " BNK-BR-CREDITS
002169         SET BNK-BRANCH-OUT-OF-BAL TO TRUE
002170     END-IF.
002171 3050-EXIT.
002172     EXIT.
002173*----------------------------------------------------------------
002174* 3060-CHECK-LOWEST - KEEP BNK-LOW-SUB ON THE LOWEST UNWRITTEN
002175*                     BRANCH SEEN SO FAR
002176*----------------------------------------------------------------
002177 3060-CHECK-LOWEST.
002178     IF BNK-BR-WRITTEN (BNK-BR-SUB)
002179         GO TO 3060-EXIT
002180     END-IF.
002181     IF BNK-LOW-SUB = ZERO
002182         MOVE BNK-BR-SUB TO BNK-LOW-SUB
002183     ELSE
002184         IF BNK-BR-CODE (BNK-BR-SUB) < BNK-BR-CODE (BNK-LOW-SUB)
002185             MOVE BNK-BR-SUB TO BNK-LOW-SUB
002186         END-IF
002187     END-IF.
002188 3060-EXIT.
002189     EXIT.
002190*----------------------------------------------------------------
002191* 3200-WRITE-TYPE-LINES - WRITE THE CURRENT BRANCH'S LINES FOR ONE
002192*                         GL MAPPING ENTRY, DEBIT LINE FIRST.  A
002193*                         BRANCH MAY HOLD ONLY ONE SIDE WHEN THE
002194*                         POSTING HAPPENED AWAY FROM THE DOMICILE.
002195*----------------------------------------------------------------
002196 3200-WRITE-TYPE-LINES.
002197     IF BNK-MAP-CUST-CREDIT (BNK-MAP-SUB)
002198         PERFORM 3220-WRITE-CONTRA-LINE THRU 3220-EXIT
002199         PERFORM 3210-WRITE-CUSTOMER-LINE THRU 3210-EXIT
002200     ELSE
002201         PERFORM 3210-WRITE-CUSTOMER-LINE THRU 3210-EXIT
002202         PERFORM 3220-WRITE-CONTRA-LINE THRU 3220-EXIT
002203     END-IF.
002204 3200-EXIT.
002205     EXIT.
002206*----------------------------------------------------------------
002207* 3210-WRITE-CUSTOMER-LINE - THE CUSTOMER SIDE BOOKED AT THIS
002208*                            BRANCH AS DOMICILE
002209*----------------------------------------------------------------
002210 3210-WRITE-CUSTOMER-LINE.
002211     IF BNK-BR-CUST-AMT (BNK-BR-SUB, BNK-MAP-SUB) = ZERO
002212         GO TO 3210-EXIT
002213     END-IF.
002214     MOVE BNK-MAP-CUST-GL (BNK-MAP-SUB) TO BNK-GL-ACCOUNT.
002215     IF BNK-MAP-CUST-CREDIT (BNK-MAP-SUB)
002216         MOVE "C" TO BNK-DR-CR
002217     ELSE
002218         MOVE "D" TO BNK-DR-CR
002219     END-IF.
002220     MOVE BNK-BR-CUST-AMT (BNK-BR-SUB, BNK-MAP-SUB)
002221         TO BNK-ENTRY-AMOUNT.
002222     MOVE BNK-MAP-CUST-DESC (BNK-MAP-SUB) TO BNK-ENTRY-DESC.
002223     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT.
002224 3210-EXIT.
002225     EXIT.
002226*----------------------------------------------------------------
002227* 3220-WRITE-CONTRA-LINE - THE CONTRA SIDE BOOKED AT THIS BRANCH
002228*                          AS THE BRANCH WHERE IT HAPPENED
002229*----------------------------------------------------------------
002230 3220-WRITE-CONTRA-LINE.
002231     IF BNK-BR-CONTRA-AMT (BNK-BR-SUB, BNK-MAP-SUB) = ZERO
002232         GO TO 3220-EXIT
002233     END-IF.
002234     MOVE BNK-MAP-CONTRA-GL (BNK-MAP-SUB) TO BNK-GL-ACCOUNT.
002235     IF BNK-MAP-CUST-CREDIT (BNK-MAP-SUB)
002236         MOVE "D" TO BNK-DR-CR
002237     ELSE
002238         MOVE "C" TO BNK-DR-CR
002239     END-IF.
002240     MOVE BNK-BR-CONTRA-AMT (BNK-BR-SUB, BNK-MAP-SUB)
002241         TO BNK-ENTRY-AMOUNT.
002242     MOVE BNK-MAP-CONTRA-DESC (BNK-MAP-SUB) TO BNK-ENTRY-DESC.
002243     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT.
002244 3220-EXIT.
002245     EXIT.
002246*----------------------------------------------------------------
002247* 3300-WRITE-TRANSFER-LINES - THE NET 201000 MOVEMENT OF TODAY'S
002248*                             TRANSFER LEGS AT THIS DOMICILE, THEN
002249*                             ANY BALANCES MOVED IN OR OUT WITH A
002250*                             CHANGE OF DOMICILE
002251*----------------------------------------------------------------
002252 3300-WRITE-TRANSFER-LINES.
002253     MOVE 201000 TO BNK-GL-ACCOUNT.
002254     IF BNK-BR-XFER-OUT (BNK-BR-SUB) > BNK-BR-XFER-IN (BNK-BR-SUB)
002255         MOVE "D" TO BNK-DR-CR
002256         COMPUTE BNK-ENTRY-AMOUNT = BNK-BR-XFER-OUT (BNK-BR-SUB)
002257             - BNK-BR-XFER-IN (BNK-BR-SUB)
002258         MOVE "TRANSFERS - NET OUT" TO BNK-ENTRY-DESC
002259         PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
002260     END-IF.
002261     IF BNK-BR-XFER-IN (BNK-BR-SUB) > BNK-BR-XFER-OUT (BNK-BR-SUB)
002262         MOVE "C" TO BNK-DR-CR
002263         COMPUTE BNK-ENTRY-AMOUNT = BNK-BR-XFER-IN (BNK-BR-SUB)
002264             - BNK-BR-XFER-OUT (BNK-BR-SUB)
002265         MOVE "TRANSFERS - NET IN" TO BNK-ENTRY-DESC
002266         PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
002267     END-IF.
002268     IF BNK-BR-MOVE-DR (BNK-BR-SUB) > ZERO
002269         MOVE "D" TO BNK-DR-CR
002270         MOVE BNK-BR-MOVE-DR (BNK-BR-SUB) TO BNK-ENTRY-AMOUNT
002271         MOVE "DOMICILE MOVES" TO BNK-ENTRY-DESC
002272         PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
002273     END-IF.
002274     IF BNK-BR-MOVE-CR (BNK-BR-SUB) > ZERO
002275         MOVE "C" TO BNK-DR-CR
002276         MOVE BNK-BR-MOVE-CR (BNK-BR-SUB) TO BNK-ENTRY-AMOUNT
002277         MOVE "DOMICILE MOVES" TO BNK-ENTRY-DESC
002278         PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
002279     END-IF.
002280 3300-EXIT.
002281     EXIT.
002282*----------------------------------------------------------------
002283* 3400-WRITE-DUE-LINES - THIS BRANCH'S SETTLEMENT WITH ONE OTHER
002284*                        BRANCH: DR 109000 FOR WHAT IT IS OWED, CR
002285*                        209000 FOR WHAT IT OWES
002286*----------------------------------------------------------------
002287 3400-WRITE-DUE-LINES.
002288     IF BNK-PR-BRANCH (BNK-PR-SUB) NOT = BNK-ENTRY-BRANCH
002289         GO TO 3400-EXIT
002290     END-IF.
002291     MOVE BNK-PR-OTHER (BNK-PR-SUB) TO BNK-DD-BRANCH.
002292     IF BNK-PR-DUE-FROM (BNK-PR-SUB) > ZERO
002293         MOVE 109000 TO BNK-GL-ACCOUNT
002294         MOVE "D" TO BNK-DR-CR
002295         MOVE BNK-PR-DUE-FROM (BNK-PR-SUB) TO BNK-ENTRY-AMOUNT
002296         MOVE "DUE FROM BRANCH" TO BNK-DD-TEXT
002297         MOVE BNK-DUE-DESC TO BNK-ENTRY-DESC
002298         PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
002299     END-IF.
002300     IF BNK-PR-DUE-TO (BNK-PR-SUB) > ZERO
002301         MOVE 209000 TO BNK-GL-ACCOUNT
002302         MOVE "C" TO BNK-DR-CR
002303         MOVE BNK-PR-DUE-TO (BNK-PR-SUB) TO BNK-ENTRY-AMOUNT
002304         MOVE "DUE TO BRANCH" TO BNK-DD-TEXT
002305         MOVE BNK-DUE-DESC TO BNK-ENTRY-DESC
002306         PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
002307     END-IF.
002308 3400-EXIT.
002309     EXIT.
002352*----------------------------------------------------------------
002353* 3100-WRITE-ONE-ENTRY - WRITE ONE DETAIL RECORD FROM THE ENTRY
002354*                        FIELDS AND ROLL IT INTO THE CONTROL
002355*                        TOTALS AND THE BRANCH'S OWN TOTALS
002356*----------------------------------------------------------------
002357 3100-WRITE-ONE-ENTRY.
002358     MOVE SPACES TO GLX-EXTRACT-RECORD.
002359     SET GLX-TYPE-DETAIL TO TRUE.
002360     MOVE BNK-GL-ACCOUNT TO GLX-D-GL-ACCOUNT.
002370     MOVE BNK-DR-CR TO GLX-D-DR-CR.
002380     MOVE BNK-ENTRY-AMOUNT TO GLX-D-AMOUNT.
002390     MOVE BNK-ENTRY-DESC TO GLX-D-DESC.
002395     MOVE BNK-ENTRY-BRANCH TO GLX-D-COST-CENTER.
002400     WRITE GLX-EXTRACT-RECORD.
002410     ADD 1 TO BNK-ENTRY-COUNT.
002420     IF BNK-DR-CR = "D"
002430         ADD BNK-ENTRY-AMOUNT TO BNK-TOTAL-DEBITS
002435         ADD BNK-ENTRY-AMOUNT TO BNK-BR-DEBITS
002440     ELSE
002450         ADD BNK-ENTRY-AMOUNT TO BNK-TOTAL-CREDITS
002455         ADD BNK-ENTRY-AMOUNT TO BNK-BR-CREDITS
002460     END-IF.
002470 3100-EXIT.
002480     EXIT.
002726         " / " BNK-REV-CREDIT-TOTAL.
002727     DISPLAY "  OVERDRAFT FEES       : " BNK-OD-FEE-TOTAL.
002728     DISPLAY "  ESCHEAT REMITTANCES  : " BNK-ESCHEAT-TOTAL.
002731     DISPLAY "  RETURNED ITEMS       : " BNK-RETURN-ITEM-TOTAL.
002734     DISPLAY "  RETURNED ITEM FEES   : " BNK-RETURN-FEE-TOTAL.
002735     DISPLAY "  CD EARLY W/D PENALTY : " BNK-CD-PENALTY-TOTAL.
002736     DISPLAY "  CHARGE-OFFS          : " BNK-CHARGE-OFF-TOTAL.
002737     DISPLAY "  CHARGE-OFF RECOVERIES: " BNK-RECOVERY-TOTAL.
002738     DISPLAY "  BRANCHES             : " BNK-BR-COUNT.
002739     DISPLAY "  INTER-BRANCH DUE     : " BNK-DUE-TOTAL.
002741     DISPLAY "  DOMICILE MOVES       : " BNK-MOVE-COUNT
002743         " / " BNK-MOVE-TOTAL.
002745     DISPLAY "  JOURNAL ENTRIES      : " BNK-ENTRY-COUNT.
002747     DISPLAY "  TOTAL DEBITS         : " BNK-TOTAL-DEBITS.
002750     DISPLAY "  TOTAL CREDITS        : " BNK-TOTAL-CREDITS.
002760     IF BNK-TOTAL-DEBITS NOT = BNK-TOTAL-CREDITS
002770         DISPLAY "  EXTRACT OUT OF BALANCE - DO NOT POST."
002790     IF BNK-XFER-OUT-TOTAL NOT = BNK-XFER-IN-TOTAL
002800         DISPLAY "  TRANSFER LEGS DO NOT MATCH - INVESTIGATE."
002810     END-IF.
002811     IF BNK-BRANCH-OUT-OF-BAL
002812         DISPLAY "  A BRANCH IS OUT OF BALANCE - DO NOT POST."
002813     END-IF.
002814     IF BNK-TABLE-OVERFLOW
002815         DISPLAY "  BRANCH TABLES OVERFLOWED - DO NOT POST."
002816     END-IF.
002820 8000-EXIT.
002830     EXIT.
