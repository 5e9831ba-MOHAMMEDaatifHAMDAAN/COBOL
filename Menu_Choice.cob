000907*                  LEDGER GOES NEGATIVE THE OVERDRAFT USAGE FEE
000925*                  IS TAKEN AND AUDITED AS TYPE "8" SO THE
000945*                  STATEMENT SHOWS "OD FEE" ON ITS OWN LINE.
000947* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  TRANSACTIONS ARE NOW
000949*                  DATED WITH THE CYCLCTL BUSINESS DATE, NOT THE
000951*                  SYSTEM CLOCK.  A CHECK HOLD'S RELEASE DATE IS
000953*                  COUNTED BNK-HOLD-BUSINESS-DAYS OPEN DAYS
000955*                  FORWARD ON THE CALENDAR FILE INSTEAD OF BEING
000957*                  KEYED BY THE TELLER; THE PROMPT REMAINS ONLY
000959*                  FOR WHEN THE CALENDAR CANNOT SAY.
000961* 10/15/2026  RAO  TIME DEPOSITS.  MAINTENANCE OPTION 1 OPENS A
000963*                  CD (PRODUCT "CD") WITH ITS FUNDING DEPOSIT AND
000965*                  WRITES ITS CDTERM RECORD - TERM, MATURITY
000967*                  DATE, THE RATETABL "CD" RATE LOCKED FOR THE
000969*                  TERM AND THE PAYOUT INSTRUCTION (ROLL OVER OR
000971*                  PAY TO A LINKED ACCOUNT).  NO FURTHER DEPOSIT
000973*                  OR TRANSFER-IN IS TAKEN, AND A CD IS NOT A
000975*                  TRANSFER OR STANDING-ORDER SOURCE.  A
000977*                  WITHDRAWAL BEFORE MATURITY (OUTSIDE THE GRACE
000979*                  PERIOD AFTER A ROLLOVER) COSTS THE EARLY-
000981*                  WITHDRAWAL PENALTY, AUDITED AS TYPE "P".
000983* 10/15/2026  RAO  ACCOUNT RELATIONSHIPS.  MAINTENANCE OPTION 8
000985*                  ADDS OR CHANGES A CUSTOMER'S ROLE ON AN ACCOUNT
000987*                  (PRIMARY/JOINT OWNER, AUTHORIZED SIGNER,
000989*                  BENEFICIARY) ON THE ACCTREL FILE; OPTION 9
000991*                  REMOVES ONE.  MAKING A CUSTOMER PRIMARY MOVES
000993*                  ACM-CUST-NUMBER AND DEMOTES THE OLD PRIMARY TO
000995*                  JOINT OWNER.  OPTIONS 1 AND 6 KEEP THE PRIMARY
000997*                  OWNER'S RELATIONSHIP RECORD IN STEP.
000999* 10/15/2026  RAO  SANCTIONS SCREENING.  ADD AND CHANGE CUSTOMER
001001*                  (MAINTENANCE OPTIONS 4 AND 5) NOW TAKE A
001003*                  COUNTRY CODE AND SCREEN THE NAME, COUNTRY AND
001005*                  STATE AGAINST THE WATCHLST WATCH LIST.  A
001007*                  POSSIBLE MATCH OPENS A SCRNCASE CASE AND HOLDS
001009*                  THE CUSTOMER (CUS-SCREEN-STATUS "P") FOR
001011*                  SUPERVISOR REVIEW IN SANC-REVIEW; A HELD
001013*                  CUSTOMER CANNOT BE GIVEN AN ACCOUNT OR A
001015*                  RELATIONSHIP.  A MATCH ALREADY CLEARED FOR THE
001017*                  SAME DETAILS IS NOT RAISED AGAIN.  WITHDRAWALS,
001019*                  TRANSFERS OUT AND NEW STANDING ORDERS ARE
001021*                  REFUSED ON AN ACCOUNT FROZEN FOR A CONFIRMED
001023*                  MATCH (ACM-RESTRICT-CODE "S").
001025* 10/15/2026  RAO  MAINTENANCE JOURNAL.  THE NON-MONETARY CHANGES
001027*                  MADE HERE - OVERDRAFT LINE, REACTIVATION,
001029*                  CUSTOMER NAME, ADDRESS, COUNTRY, PHONE AND TAX
001031*                  ID, ACCOUNT ATTACH AND PRIMARY-OWNER MOVES,
001033*                  RELATIONSHIP ADD/CHANGE/REMOVE AND STANDING-
001035*                  ORDER CHANGES - NOW EACH APPEND A MAINTJNL
001037*                  RECORD WITH THE OPERATOR, APPROVER, TIMESTAMP,
001039*                  RECORD KEY AND BEFORE AND AFTER IMAGES OF THE
001041*                  FIELDS CHANGED.  MAINT-EXCP REPORTS THE HIGH-
001043*                  RISK ONES NIGHTLY FOR SUPERVISOR SIGN-OFF.
001044* 10/15/2026  RAO  MULTI-BRANCH.  SIGN-ON KEEPS THE OPERATOR'S
001045*                  WORKING BRANCH (OPR-BRANCH-CODE), WHICH IS
001046*                  STAMPED ON EVERY AUDIT RECORD AS THE BRANCH
001047*                  WHERE THE TRANSACTION HAPPENED, WITH THE
001048*                  ACCOUNT'S DOMICILE BRANCH BESIDE IT.  A NEW
001049*                  ACCOUNT IS DOMICILED AT THE OPENING TELLER'S
001050*                  BRANCH.  NEW MAINTENANCE OPTION 10 MOVES AN
001051*                  ACCOUNT'S DOMICILE WITH SUPERVISOR APPROVAL AND
001052*                  JOURNALS IT (TYPE BR) WITH THE BALANCE MOVED.
001054* 10/15/2026  RAO  CHARGE-OFF.  A DEPOSIT TO AN ACCOUNT CARRYING A
001056*                  CHARGED-OFF BALANCE IS FIRST A RECOVERY (AUDIT
001058*                  TYPE "V") AGAINST ACM-CHGOFF-BALANCE, WITH ONLY
001060*                  THE EXCESS CREDITED TO THE LEDGER AS A DEPOSIT
001062*                  AND HELD IF BY CHECK; THE LAST OF THE RECOVERY
001064*                  LIFTS THE CHARGE-OFF RESTRICTION.  WITHDRAWALS,
001066*                  TRANSFERS OUT AND STANDING ORDERS FROM A
001068*                  CHARGED-OFF ACCOUNT ARE REFUSED WITH THEIR OWN
001070*                  MESSAGE, AS ARE TRANSFERS INTO ONE.  BALANCE
001072*                  INQUIRY SHOWS ANY CHARGED-OFF BALANCE.  A NEW
001074*                  ACCOUNT STARTS WITH NO AGING OR CHARGE-OFF.
001076*----------------------------------------------------------------
001078 ENVIRONMENT DIVISION.
001080 CONFIGURATION SECTION.
001082 SOURCE-COMPUTER. IBM-370.
001084 OBJECT-COMPUTER. IBM-370.
001089 INPUT-OUTPUT SECTION.
001090 FILE-CONTROL.
001092     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
001659         ACCESS MODE IS DYNAMIC
001695         RECORD KEY IS STO-ORDER-NO
001732         FILE STATUS IS BNK-STO-STATUS.
001737
001742     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
001747         ORGANIZATION IS RELATIVE
001752         ACCESS MODE IS RANDOM
001757         RELATIVE KEY IS BNK-CYC-RELKEY
001762         FILE STATUS IS BNK-CYC-STATUS.
001763
001764     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
001765         ORGANIZATION IS INDEXED
001766         ACCESS MODE IS DYNAMIC
001767         RECORD KEY IS CAL-DATE
001768         FILE STATUS IS BNK-CAL-STATUS.
001771
001774     SELECT CD-TERM-FILE ASSIGN TO "CDTERM"
001777         ORGANIZATION IS INDEXED
001780         ACCESS MODE IS DYNAMIC
001783         RECORD KEY IS CDT-ACCT-NUMBER
001786         FILE STATUS IS BNK-CDT-STATUS.
001789
001792     SELECT RATE-TABLE ASSIGN TO "RATETABL"
001795         ORGANIZATION IS SEQUENTIAL
001798         FILE STATUS IS BNK-RTE-STATUS.
001799
001800     SELECT ACCT-RELATION ASSIGN TO "ACCTREL"
001801         ORGANIZATION IS INDEXED
001802         ACCESS MODE IS DYNAMIC
001803         RECORD KEY IS REL-KEY
001804         FILE STATUS IS BNK-REL-STATUS.
001807
001810     SELECT WATCH-LIST ASSIGN TO "WATCHLST"
001813         ORGANIZATION IS INDEXED
001816         ACCESS MODE IS DYNAMIC
001819         RECORD KEY IS WL-ENTRY-ID
001822         FILE STATUS IS BNK-WLS-STATUS.
001825
001828     SELECT SCREEN-CASES ASSIGN TO "SCRNCASE"
001831         ORGANIZATION IS INDEXED
001834         ACCESS MODE IS DYNAMIC
001837         RECORD KEY IS SCR-KEY
001840         FILE STATUS IS BNK-SCR-STATUS.
001841
001842     SELECT MAINT-JOURNAL ASSIGN TO "MAINTJNL"
001843         ORGANIZATION IS SEQUENTIAL
001844         FILE STATUS IS BNK-MNT-STATUS.
001845 DATA DIVISION.
001846 FILE SECTION.
001850 FD  ACCOUNT-MASTER
001892     LABEL RECORDS ARE STANDARD.
001935     COPY ACCTMAST.
002292 FD  STANDING-ORDERS
002305     LABEL RECORDS ARE STANDARD.
002319     COPY STNDORD.
002322*
002325 FD  CYCLE-CONTROL
002328     LABEL RECORDS ARE STANDARD.
002331     COPY CYCLCTL.
002332*
002333 FD  CALENDAR-FILE
002334     LABEL RECORDS ARE STANDARD.
002335     COPY CALENDAR.
002336*
002337 FD  CD-TERM-FILE
002338     LABEL RECORDS ARE STANDARD.
002339     COPY CDTERM.
002340*
002341 FD  RATE-TABLE
002342     LABEL RECORDS ARE STANDARD.
002343 01  RTE-RATE-RECORD.
002344     05  RTE-PRODUCT-CODE        PIC X(02).
002345     05  RTE-TIER-MIN-BALANCE    PIC 9(09)V99.
002346     05  RTE-RATE                PIC 9V9(04).
002348*
002350 FD  ACCT-RELATION
002352     LABEL RECORDS ARE STANDARD.
002354     COPY ACCTREL.
002356*
002358 FD  WATCH-LIST
002360     LABEL RECORDS ARE STANDARD.
002362     COPY WATCHLST.
002364*
002366 FD  SCREEN-CASES
002368     LABEL RECORDS ARE STANDARD.
002370     COPY SCRNCASE.
002371*
002372 FD  MAINT-JOURNAL
002373     LABEL RECORDS ARE STANDARD.
002374     COPY MAINTJNL.
002375 WORKING-STORAGE SECTION.
002376 01  BNK-CYC-STATUS              PIC X(02).
002377     88  BNK-CYC-OK              VALUE "00".
002378 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
002380 01  CHOICE                      PIC 9.
002382 01  BNK-ACCT-NO                 PIC 9(07).
002385 01  BNK-AMOUNT                  PIC S9(07)V99.
002404 01  BNK-ACM-STATUS              PIC X(02).
002424     88  BNK-ACM-OK              VALUE "00".
002514     88  BNK-AMOUNT-NOT-OK       VALUE "N".
002540 01  BNK-AUD-STATUS              PIC X(02).
002567 01  BNK-OPERATOR-ID             PIC X(08).
002581 01  BNK-BUSINESS-DATE           PIC 9(08).
002595 01  BNK-MAINT-CHOICE            PIC 9(02).
002624 01  BNK-PRODUCT-SWITCH          PIC X(01).
002654     88  BNK-PRODUCT-OK          VALUE "Y".
002685     88  BNK-PRODUCT-NOT-OK      VALUE "N".
003224 01  BNK-AVAILABLE-BAL           PIC S9(09)V99.
003270 01  BNK-RELEASE-DATE            PIC 9(08).
003317 01  BNK-PLACED-DATE             PIC 9(08).
003323 01  BNK-CAL-STATUS              PIC X(02).
003329     88  BNK-CAL-OK              VALUE "00".
003335*    OPEN BUSINESS DAYS A CHECK DEPOSIT IS HELD AFTER THE DAY IT
003341*    IS TAKEN - THE SHOP'S FUNDS-AVAILABILITY SCHEDULE.
003347 01  BNK-HOLD-BUSINESS-DAYS      PIC 9(02) VALUE 2.
003353 01  BNK-HOLD-DAYS-COUNTED       PIC 9(02).
003365 01  BNK-OPR-STATUS              PIC X(02).
003414     88  BNK-OPR-OK              VALUE "00".
003465 01  BNK-PASSWORD                PIC X(08).
003969 01  BNK-SUPER-ID                PIC X(08).
004030 01  BNK-OPR-WDRAW-LIMIT         PIC 9(07)V99.
004092 01  BNK-OPR-DEPOSIT-LIMIT       PIC 9(07)V99.
004102*    THE SIGNED-ON OPERATOR'S WORKING BRANCH, STAMPED ON EVERY
004112*    AUDIT RECORD POSTED THIS SESSION.  A BLANK BRANCH ON FILE IS
004122*    THE HEAD OFFICE.
004132 01  BNK-OPR-BRANCH              PIC X(03).
004142 01  BNK-HEAD-OFFICE-BRANCH      PIC X(03) VALUE "001".
004155 01  BNK-XREF-ACCT               PIC 9(07) VALUE ZERO.
004219 01  BNK-XFR-FROM-ACCT           PIC 9(07).
004284 01  BNK-XFR-TO-ACCT             PIC 9(07).
004840 01  BNK-CUST-SWITCH             PIC X(01).
004914     88  BNK-CUST-OK             VALUE "Y".
004990     88  BNK-CUST-NOT-OK         VALUE "N".
004997 01  BNK-REL-STATUS              PIC X(02).
005004     88  BNK-REL-OK              VALUE "00".
005011 01  BNK-REL-ROLE                PIC X(01).
005018     88  BNK-REL-ROLE-PRIMARY    VALUE "P".
005025     88  BNK-REL-ROLE-VALID      VALUE "P" "J" "S" "B".
005032 01  BNK-REL-EOF-SWITCH          PIC X(01).
005039     88  BNK-REL-AT-EOF          VALUE "Y".
005046     88  BNK-REL-NOT-AT-EOF      VALUE "N".
005053 01  BNK-OLD-PRIMARY             PIC 9(07).
005055 01  BNK-WLS-STATUS              PIC X(02).
005057     88  BNK-WLS-OK              VALUE "00".
005059 01  BNK-WLS-EOF-SWITCH          PIC X(01).
005061     88  BNK-WLS-AT-EOF          VALUE "Y".
005063     88  BNK-WLS-NOT-AT-EOF      VALUE "N".
005065 01  BNK-SCR-STATUS              PIC X(02).
005067     88  BNK-SCR-OK              VALUE "00".
005069 01  BNK-SCR-EOF-SWITCH          PIC X(01).
005071     88  BNK-SCR-AT-EOF          VALUE "Y".
005073     88  BNK-SCR-NOT-AT-EOF      VALUE "N".
005075 01  BNK-SCREEN-SOURCE           PIC X(01).
005077     88  BNK-SCREEN-ONBOARD      VALUE "O".
005079     88  BNK-SCREEN-MAINT        VALUE "M".
005081 01  BNK-MATCH-SWITCH            PIC X(01).
005083     88  BNK-MATCHED             VALUE "Y".
005085     88  BNK-NOT-MATCHED         VALUE "N".
005087 01  BNK-WORD-SWITCH             PIC X(01).
005089     88  BNK-WORD-FOUND          VALUE "Y".
005091     88  BNK-WORD-NOT-FOUND      VALUE "N".
005093 01  BNK-HIT-COUNT               PIC 9(03) COMP.
005095 01  BNK-SUPPRESS-COUNT          PIC 9(03) COMP.
005097 01  BNK-PENDING-COUNT           PIC 9(03) COMP.
005099 01  BNK-CONFIRMED-COUNT         PIC 9(03) COMP.
005101 01  BNK-LIST-WORD-COUNT         PIC 9(02) COMP.
005103 01  BNK-LW-SUB                  PIC 9(02) COMP.
005105 01  BNK-CW-SUB                  PIC 9(02) COMP.
005107*    SCREENING COMPARES NAMES IN UPPER CASE WITH PUNCTUATION
005109*    BLANKED OUT - THE TWO STRINGS PAIR UP POSITION FOR POSITION.
005111 01  BNK-SCREEN-FROM             PIC X(32) VALUE
005113     "abcdefghijklmnopqrstuvwxyz.,-'/&".
005115 01  BNK-SCREEN-TO               PIC X(32) VALUE
005117     "ABCDEFGHIJKLMNOPQRSTUVWXYZ      ".
005119 01  BNK-SCREEN-NAME             PIC X(40).
005121 01  BNK-SCREEN-WORDS.
005123     05  BNK-SCREEN-WORD         PIC X(20) OCCURS 8 TIMES.
005125 01  BNK-CUST-WORDS.
005127     05  BNK-CUST-WORD           PIC X(20) OCCURS 8 TIMES.
005129 01  BNK-LIST-WORDS.
005131     05  BNK-LIST-WORD           PIC X(20) OCCURS 8 TIMES.
005134 01  BNK-MNT-STATUS              PIC X(02).
005137     88  BNK-MNT-OK              VALUE "00".
005140*    THE CUSTOMER RECORD AS READ, BEFORE A CHANGE IS KEYED, FOR
005143*    THE MAINTENANCE JOURNAL'S BEFORE IMAGES.
005146     COPY CUSTMAST REPLACING LEADING ==CUS== BY ==OLD==.
005149 01  BNK-OLD-OD-LIMIT            PIC 9(07)V99.
005152 01  BNK-OLD-ROLE                PIC X(01).
005155 01  BNK-OLD-ORDER-TERMS         PIC X(27).
005158 01  BNK-JNL-ADDRESS.
005161     05  BNK-JNL-ADDR-LINE-1     PIC X(30).
005164     05  BNK-JNL-ADDR-LINE-2     PIC X(30).
005167     05  BNK-JNL-CITY            PIC X(20).
005170     05  BNK-JNL-STATE           PIC X(02).
005173     05  BNK-JNL-ZIP             PIC X(09).
005176 01  BNK-JNL-ACCOUNT-STATE.
005179     05  BNK-JNL-ACM-STATUS      PIC X(01).
005182     05  BNK-JNL-LAST-TXN-DATE   PIC 9(08).
005185 01  BNK-JNL-ORDER-TERMS.
005188     05  BNK-JNL-STO-AMOUNT      PIC 9(07)V99.
005191     05  BNK-JNL-STO-FREQUENCY   PIC X(01).
005194     05  BNK-JNL-STO-NEXT-RUN    PIC 9(08).
005197     05  BNK-JNL-STO-EXPIRY      PIC 9(08).
005200     05  BNK-JNL-STO-STATUS      PIC X(01).
005203 01  BNK-ORIG-DATE               PIC 9(08) VALUE ZERO.
005206 01  BNK-ORIG-TIME               PIC 9(08) VALUE ZERO.
005224 01  BNK-REV-ORIG-TYPE           PIC 9(01).
005304 01  BNK-AUD-TENDER              PIC X(01) VALUE SPACE.
005385 01  BNK-STO-STATUS              PIC X(02).
005980 01  BNK-OD-ALLOWANCE            PIC 9(07)V99.
006069 01  BNK-PRIOR-BAL               PIC S9(09)V99.
006159 01  BNK-SAVED-AMOUNT            PIC S9(07)V99.
006204 01  BNK-RECOVERY-AMOUNT         PIC S9(07)V99.
006250 01  BNK-OD-LIMIT-IN             PIC 9(07)V99.
006280 01  BNK-BRANCH-IN               PIC X(03).
006310 01  BNK-OLD-BRANCH              PIC X(03).
006342*    THE SHOP-STANDARD OVERDRAFT USAGE FEE.  DAILY-POST CARRIES
006435*    THE SAME FIGURE - CHANGE BOTH TOGETHER.
006529 01  BNK-OD-FEE-AMOUNT           PIC 9(05)V99 VALUE 25.00.
006624 01  BNK-ORIG-TYPE-SWITCH        PIC X(01).
006720     88  BNK-ORIG-TYPE-OK        VALUE "Y".
006817     88  BNK-ORIG-TYPE-NOT-OK    VALUE "N".
006819 01  BNK-CDT-STATUS              PIC X(02).
006821     88  BNK-CDT-OK              VALUE "00".
006823 01  BNK-CDT-OPEN-SWITCH         PIC X(01).
006825     88  BNK-CDT-OPENED          VALUE "Y".
006827     88  BNK-CDT-NOT-OPENED      VALUE "N".
006829 01  BNK-CD-EARLY-SWITCH         PIC X(01).
006831     88  BNK-CD-EARLY            VALUE "Y".
006833     88  BNK-CD-NOT-EARLY        VALUE "N".
006835 01  BNK-CD-PENALTY              PIC S9(07)V99 VALUE ZERO.
006837 01  BNK-CD-RATE                 PIC 9V9(04).
006839 01  BNK-CD-TIER-MIN             PIC 9(09)V99.
006841 01  BNK-CD-PRINCIPAL            PIC S9(09)V99.
006843 01  BNK-CD-TERM-SWITCH          PIC X(01).
006845     88  BNK-CD-TERM-OK          VALUE "Y".
006847     88  BNK-CD-TERM-NOT-OK      VALUE "N".
006849 01  BNK-CD-PAYOUT-SWITCH        PIC X(01).
006851     88  BNK-CD-PAYOUT-OK        VALUE "Y".
006853     88  BNK-CD-PAYOUT-NOT-OK    VALUE "N".
006855*    TERMS OF THREE MONTHS TO A YEAR FORFEIT THREE MONTHS'
006857*    INTEREST ON AN EARLY WITHDRAWAL; LONGER TERMS FORFEIT SIX.
006859 01  BNK-CD-SHORT-PENALTY        PIC 9(02) VALUE 3.
006861 01  BNK-CD-LONG-PENALTY         PIC 9(02) VALUE 6.
006863 01  BNK-RTE-STATUS              PIC X(02).
006865     88  BNK-RTE-OK              VALUE "00".
006867 01  BNK-RATE-FOUND-SWITCH       PIC X(01).
006869     88  BNK-RATE-FOUND          VALUE "Y".
006871     88  BNK-RATE-NOT-FOUND      VALUE "N".
006873 01  BNK-WORK-DATE               PIC 9(08).
006875 01  BNK-WORK-DATE-R REDEFINES BNK-WORK-DATE.
006877     05  BNK-WORK-YEAR           PIC 9(04).
006879     05  BNK-WORK-MONTH          PIC 9(02).
006881     05  BNK-WORK-DAY            PIC 9(02).
006883 01  BNK-MONTH-TOTAL             PIC 9(06).
006885 01  BNK-DAYS-IN-MONTH           PIC 9(02).
006887 01  BNK-LEAP-QUOTIENT           PIC 9(04).
006889 01  BNK-LEAP-REMAINDER          PIC 9(01).
006915*
007014 PROCEDURE DIVISION.
007115*----------------------------------------------------------------
007217* 0000-MAINLINE - DISPLAY THE TELLER MENU AND DISPATCH ON CHOICE
007320*----------------------------------------------------------------
007424 0000-MAINLINE.
007476     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
007529     OPEN INPUT OPERATOR-MASTER.
007635     IF NOT BNK-OPR-OK
007742         DISPLAY "OPERATOR MASTER NOT AVAILABLE, STATUS "
013165
013317     CLOSE OPERATOR-MASTER.
013470     STOP RUN.
013476*----------------------------------------------------------------
013482* 0500-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE CYCLE
013488*                          RECORD, NOT THE SYSTEM CLOCK, SO A RUN
013494*                          PAST MIDNIGHT STILL WORKS THE RIGHT DAY
013500*----------------------------------------------------------------
013506 0500-GET-BUSINESS-DATE.
013512     OPEN INPUT CYCLE-CONTROL.
013518     IF BNK-CYC-OK
013524         MOVE 1 TO BNK-CYC-RELKEY
013530         READ CYCLE-CONTROL
013536             INVALID KEY
013542                 CONTINUE
013548         END-READ
013554     END-IF.
013560     IF NOT BNK-CYC-OK
013566         DISPLAY "MENU-CHOICE: NO CYCLE CONTROL - RUN CYCLE-CTL "
013572             "TO OPEN THE BUSINESS DATE."
013578         MOVE 8 TO RETURN-CODE
013584         STOP RUN
013590     END-IF.
013596     MOVE CYC-BUSINESS-DATE TO BNK-BUSINESS-DATE.
013602     CLOSE CYCLE-CONTROL.
013608 0500-EXIT.
013614     EXIT.
013624*----------------------------------------------------------------
013779* 1000-SIGN-ON - VALIDATE ONE SIGN-ON ATTEMPT AGAINST THE
013935*                OPERATOR MASTER: THE OPERATOR MUST BE ON FILE,
016914         SET BNK-SIGNED-ON TO TRUE
016924         MOVE OPR-WDRAW-LIMIT   TO BNK-OPR-WDRAW-LIMIT
016934         MOVE OPR-DEPOSIT-LIMIT TO BNK-OPR-DEPOSIT-LIMIT
016936         MOVE OPR-BRANCH-CODE   TO BNK-OPR-BRANCH
016938         IF BNK-OPR-BRANCH = SPACES
016940             MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-OPR-BRANCH
016942         END-IF
016944     ELSE
016954         DISPLAY "INVALID SIGN-ON."
016964     END-IF.
017394     MOVE "99" TO BNK-ACM-STATUS.
017404     PERFORM 2500-GET-VALID-ACCOUNT THRU 2500-EXIT
017414         UNTIL BNK-ACM-OK.
017415     IF ACM-PROD-CD
017416         DISPLAY "A CD TAKES ONLY ITS FUNDING DEPOSIT - "
017417             "DEPOSIT NOT POSTED."
017418         CLOSE ACCOUNT-MASTER
017419         GO TO 2000-EXIT
017420     END-IF.
017424     MOVE "N" TO BNK-AMOUNT-SWITCH.
017434     PERFORM 2600-GET-DEPOSIT-AMOUNT THRU 2600-EXIT
017444         UNTIL BNK-AMOUNT-OK.
017654*----------------------------------------------------------------
017664* 2100-POST-DEPOSIT - APPLY THE APPROVED DEPOSIT TO THE MASTER,
017674*                     WRITE THE AUDIT RECORD AND PLACE THE
017684*                     FUNDS-AVAILABILITY HOLD ON A CHECK.  ON
017686*                     A CHARGED-OFF ACCOUNT UP TO THE CHARGED-OFF
017688*                     BALANCE IS A RECOVERY AND ONLY THE EXCESS
017690*                     REACHES THE LEDGER (AND ANY HOLD).
017694*----------------------------------------------------------------
017704 2100-POST-DEPOSIT.
017705     MOVE ZERO TO BNK-RECOVERY-AMOUNT.
017706     IF ACM-CHGOFF-BALANCE > ZERO
017707         IF BNK-AMOUNT > ACM-CHGOFF-BALANCE
017708             MOVE ACM-CHGOFF-BALANCE TO BNK-RECOVERY-AMOUNT
017709         ELSE
017710             MOVE BNK-AMOUNT TO BNK-RECOVERY-AMOUNT
017711         END-IF
017712         SUBTRACT BNK-RECOVERY-AMOUNT FROM ACM-CHGOFF-BALANCE
017713         SUBTRACT BNK-RECOVERY-AMOUNT FROM BNK-AMOUNT
017714         IF ACM-NOT-CHARGED-OFF AND ACM-RESTRICT-CHARGED-OFF
017715             SET ACM-NO-RESTRICTION TO TRUE
017716         END-IF
017717     END-IF.
017718     ADD BNK-AMOUNT TO ACM-BALANCE.
017724     MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE.
017734     REWRITE ACM-ACCOUNT-RECORD
017744         INVALID KEY
017754             DISPLAY "DEPOSIT REWRITE FAILED, STATUS "
017774     END-REWRITE.
017784
017794     IF BNK-ACM-OK
017796         IF BNK-RECOVERY-AMOUNT > ZERO
017798             PERFORM 2150-WRITE-RECOVERY THRU 2150-EXIT
017800         END-IF
017802         IF BNK-AMOUNT > ZERO
017804             DISPLAY "DEPOSIT POSTED.  NEW BALANCE: " ACM-BALANCE
017814             SET AUD-TXN-DEPOSIT TO TRUE
017824             MOVE BNK-TENDER-CODE TO BNK-AUD-TENDER
017834             PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT
017844             IF BNK-TENDER-CHECK
017854                 PERFORM 2800-PLACE-HOLD THRU 2800-EXIT
017864             END-IF
017869         END-IF
017874     END-IF.
017884 2100-EXIT.
017894     EXIT.
017895*----------------------------------------------------------------
017896* 2150-WRITE-RECOVERY - REPORT AND AUDIT THE RECOVERY PART OF A
017897*                       DEPOSIT (TYPE "V").  THE LEDGER DOES NOT
017898*                       MOVE, SO NO HOLD IS PLACED ON IT.
017899*----------------------------------------------------------------
017900 2150-WRITE-RECOVERY.
017901     DISPLAY "RECOVERY OF CHARGED-OFF BALANCE POSTED: "
017902         BNK-RECOVERY-AMOUNT.
017903     DISPLAY "CHARGED-OFF BALANCE REMAINING: " ACM-CHGOFF-BALANCE.
017904     IF ACM-NOT-CHARGED-OFF AND ACM-NO-RESTRICTION
017905         DISPLAY "CHARGE-OFF RECOVERED IN FULL - RESTRICTION "
017906             "LIFTED."
017907     END-IF.
017908     SET AUD-TXN-RECOVERY TO TRUE.
017909     MOVE BNK-TENDER-CODE TO BNK-AUD-TENDER.
017910     MOVE BNK-AMOUNT TO BNK-SAVED-AMOUNT.
017911     MOVE BNK-RECOVERY-AMOUNT TO BNK-AMOUNT.
017912     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
017913     MOVE BNK-SAVED-AMOUNT TO BNK-AMOUNT.
017914 2150-EXIT.
017915     EXIT.
017916*----------------------------------------------------------------
017917* 2500-GET-VALID-ACCOUNT - PROMPT FOR AN ACCOUNT NUMBER AND READ
017924*                          IT; RE-PROMPT UNTIL IT IS FOUND ON
017934*                          ACCOUNT-MASTER.  SHARED BY DEPOSIT AND
017944*                          WITHDRAWAL.
018434*                           BY DEPOSIT AND WITHDRAWAL.
018444*----------------------------------------------------------------
018454 2700-WRITE-AUDIT-RECORD.
018464     MOVE BNK-BUSINESS-DATE TO AUD-DATE.
018474     ACCEPT AUD-TIME FROM TIME.
018484     MOVE ACM-ACCT-NUMBER  TO AUD-ACCT-NUMBER.
018494     MOVE BNK-AMOUNT       TO AUD-AMOUNT.
018544     MOVE BNK-ORIG-DATE    TO AUD-ORIG-DATE.
018554     MOVE BNK-ORIG-TIME    TO AUD-ORIG-TIME.
018564     MOVE BNK-AUD-TENDER   TO AUD-TENDER-CODE.
018565     MOVE BNK-OPR-BRANCH   TO AUD-BRANCH-CODE.
018566     IF ACM-BRANCH-NOT-SET
018567         MOVE BNK-HEAD-OFFICE-BRANCH TO AUD-ACCT-BRANCH
018568     ELSE
018569         MOVE ACM-BRANCH-CODE TO AUD-ACCT-BRANCH
018570     END-IF.
018574
018584     OPEN EXTEND AUDIT-TRAIL.
018594     WRITE AUD-TRAIL-RECORD.
018644     MOVE SPACE TO BNK-AUD-TENDER.
018654 2700-EXIT.
018664     EXIT.
018665*----------------------------------------------------------------
018666* 2750-WRITE-JOURNAL-RECORD - APPEND ONE RECORD TO THE MAINTENANCE
018667*                             JOURNAL FOR THE CHANGE JUST SAVED.
018668*                             THE CALLER CLEARS THE RECORD AND
018669*                             FILLS IN THE CHANGE TYPE, FILE, KEY,
018670*                             ACCOUNT, CUSTOMER, IMAGES AND ANY
018671*                             APPROVER; THE OPERATOR IS THE
018672*                             SESSION'S.
018673*----------------------------------------------------------------
018674 2750-WRITE-JOURNAL-RECORD.
018675     MOVE BNK-BUSINESS-DATE TO MNT-DATE.
018676     ACCEPT MNT-TIME FROM TIME.
018677     MOVE "MENU-CHOICE"     TO MNT-PROGRAM.
018678     MOVE BNK-OPERATOR-ID   TO MNT-OPERATOR-ID.
018679
018680     OPEN EXTEND MAINT-JOURNAL.
018681     IF NOT BNK-MNT-OK
018682         OPEN OUTPUT MAINT-JOURNAL
018683     END-IF.
018684     WRITE MNT-JOURNAL-RECORD.
018685     IF NOT BNK-MNT-OK
018686         DISPLAY "MAINTENANCE JOURNAL WRITE FAILED, STATUS "
018687             BNK-MNT-STATUS " - TELL YOUR SUPERVISOR."
018688     END-IF.
018689     CLOSE MAINT-JOURNAL.
018690 2750-EXIT.
018691     EXIT.
018692*----------------------------------------------------------------
018693* 2755-JOURNAL-ACCOUNT-CHANGE - JOURNAL A CHANGE TO THE ACCOUNT IN
018694*                               ACM-ACCOUNT-RECORD; THE CALLER HAS
018695*                               SET THE CHANGE TYPE AND IMAGES
018696*----------------------------------------------------------------
018697 2755-JOURNAL-ACCOUNT-CHANGE.
018698     MOVE "ACCTMAST"      TO MNT-RECORD-FILE.
018699     MOVE ACM-ACCT-NUMBER TO MNT-RECORD-KEY.
018700     MOVE ACM-ACCT-NUMBER TO MNT-ACCT-NUMBER.
018701     MOVE ACM-CUST-NUMBER TO MNT-CUST-NUMBER.
018702     PERFORM 2750-WRITE-JOURNAL-RECORD THRU 2750-EXIT.
018703 2755-EXIT.
018704     EXIT.
018705*----------------------------------------------------------------
018706* 2800-PLACE-HOLD - PLACE A FUNDS-AVAILABILITY HOLD FOR THE
018707*                   CHECK DEPOSIT JUST POSTED.  THE RELEASE
018708*                   DATE IS COUNTED FORWARD ON THE BUSINESS-
018714*                   DAY CALENDAR; THE TELLER KEYS IT ONLY
018719*                   WHEN THE CALENDAR CANNOT SAY.  HOLD-FILE IS
018724*                   CREATED ON FIRST USE; ON A DUPLICATE KEY
018734*                   THE HOLD SEQUENCE IS BUMPED AND THE WRITE
018744*                   RETRIED.
018754*----------------------------------------------------------------
018764 2800-PLACE-HOLD.
018774     MOVE BNK-BUSINESS-DATE TO BNK-PLACED-DATE.
018784     PERFORM 2810-COMPUTE-RELEASE-DATE THRU 2810-EXIT.
018794     PERFORM 2820-GET-RELEASE-DATE THRU 2820-EXIT
018804         UNTIL BNK-RELEASE-DATE > BNK-PLACED-DATE.
018814
019024 2800-EXIT.
019034     EXIT.
019044*----------------------------------------------------------------
019045* 2810-COMPUTE-RELEASE-DATE - THE HOLD RUNS THROUGH THE
019046*                             BNK-HOLD-BUSINESS-DAYS'TH OPEN
019047*                             DAY AFTER THE DEPOSIT, COUNTED
019048*                             ON THE BUSINESS-DAY CALENDAR SO
019049*                             WEEKENDS AND HOLIDAYS DO NOT
019050*                             COUNT.  ZERO WHEN THE CALENDAR IS
019051*                             UNAVAILABLE OR RUNS OUT FIRST.
019052*----------------------------------------------------------------
019053 2810-COMPUTE-RELEASE-DATE.
019054     MOVE ZERO TO BNK-RELEASE-DATE.
019055     MOVE ZERO TO BNK-HOLD-DAYS-COUNTED.
019056     OPEN INPUT CALENDAR-FILE.
019057     IF NOT BNK-CAL-OK
019058         DISPLAY "BUSINESS-DAY CALENDAR UNAVAILABLE, STATUS "
019059             BNK-CAL-STATUS
019060         GO TO 2810-EXIT
019061     END-IF.
019062     MOVE BNK-PLACED-DATE TO CAL-DATE.
019063     START CALENDAR-FILE KEY > CAL-DATE
019064         INVALID KEY
019065             CONTINUE
019066     END-START.
019067     IF BNK-CAL-OK
019068         PERFORM 2815-COUNT-ONE-DAY THRU 2815-EXIT
019069             UNTIL BNK-RELEASE-DATE > ZERO OR NOT BNK-CAL-OK
019070     END-IF.
019071     CLOSE CALENDAR-FILE.
019072     IF BNK-RELEASE-DATE = ZERO
019073         DISPLAY "BUSINESS-DAY CALENDAR DOES NOT REACH THE "
019074             "RELEASE DATE - SEE OPERATIONS."
019075     END-IF.
019076 2810-EXIT.
019077     EXIT.
019078*----------------------------------------------------------------
019079* 2815-COUNT-ONE-DAY - READ THE NEXT CALENDAR DATE AND COUNT IT
019080*                      IF THE BANK IS OPEN; THE DAY THAT BRINGS
019081*                      THE COUNT UP TO THE HOLD PERIOD IS THE
019082*                      RELEASE DATE
019083*----------------------------------------------------------------
019084 2815-COUNT-ONE-DAY.
019085     READ CALENDAR-FILE NEXT RECORD
019086         AT END
019087             CONTINUE
019088     END-READ.
019089     IF BNK-CAL-OK AND CAL-BUSINESS-DAY
019090         ADD 1 TO BNK-HOLD-DAYS-COUNTED
019091         IF BNK-HOLD-DAYS-COUNTED NOT < BNK-HOLD-BUSINESS-DAYS
019092             MOVE CAL-DATE TO BNK-RELEASE-DATE
019093         END-IF
019094     END-IF.
019095 2815-EXIT.
019096     EXIT.
019097*----------------------------------------------------------------
019098* 2820-GET-RELEASE-DATE - PROMPT FOR THE HOLD RELEASE DATE;
019099*                         RE-PROMPT UNTIL IT IS LATER THAN THE
019100*                         DATE THE HOLD IS PLACED, SO A MIS-KEY
019101*                         CANNOT CREATE AN ALREADY-EXPIRED HOLD.
019102*                         ONLY REACHED WHEN THE CALENDAR COULD
019103*                         NOT SUPPLY THE DATE.
019104*----------------------------------------------------------------
019105 2820-GET-RELEASE-DATE.
019114     DISPLAY "ENTER HOLD RELEASE DATE (YYYYMMDD): ".
019124     ACCEPT BNK-RELEASE-DATE.
019134     IF BNK-RELEASE-DATE NOT > BNK-PLACED-DATE
020164         CLOSE ACCOUNT-MASTER
020174         GO TO 3000-EXIT
020184     END-IF.
020185     IF ACM-RESTRICT-CHARGED-OFF
020186         DISPLAY "ACCOUNT IS CHARGED OFF - "
020187             "NO WITHDRAWAL MAY BE MADE."
020188         CLOSE ACCOUNT-MASTER
020189         GO TO 3000-EXIT
020190     END-IF.
020191     IF ACM-DEBIT-FROZEN
020192         DISPLAY "ACCOUNT IS FROZEN - SANCTIONS WATCH-LIST "
020193             "MATCH.  NO WITHDRAWAL MAY BE MADE."
020194         CLOSE ACCOUNT-MASTER
020195         GO TO 3000-EXIT
020196     END-IF.
020197     SET BNK-CD-NOT-EARLY TO TRUE.
020198     SET BNK-CDT-NOT-OPENED TO TRUE.
020199     IF ACM-PROD-CD
020200         PERFORM 3050-GET-CD-TERM THRU 3050-EXIT
020201         IF BNK-CDT-NOT-OPENED
020202             CLOSE ACCOUNT-MASTER
020203             GO TO 3000-EXIT
020204         END-IF
020205     END-IF.
020206     PERFORM 2900-COMPUTE-AVAILABLE THRU 2900-EXIT.
020207     PERFORM 2950-SET-OD-ALLOWANCE THRU 2950-EXIT.
020214     MOVE "N" TO BNK-AMOUNT-SWITCH.
020224     PERFORM 3600-GET-WITHDRAWAL-AMOUNT THRU 3600-EXIT
020234         UNTIL BNK-AMOUNT-OK.
020354         DISPLAY "WITHDRAWAL NOT POSTED."
020364     END-IF.
020374
020376     IF BNK-CDT-OPENED
020378         CLOSE CD-TERM-FILE
020380     END-IF.
020384     CLOSE ACCOUNT-MASTER.
020394 3000-EXIT.
020404     EXIT.
020405*----------------------------------------------------------------
020406* 3050-GET-CD-TERM - READ THE CD'S TERM RECORD, LEAVING CD-TERM-
020407*                    FILE OPEN FOR THE UPDATE AFTER POSTING, AND
020408*                    DECIDE WHETHER THIS IS AN EARLY WITHDRAWAL:
020409*                    THE TERM IS STILL RUNNING AND THE BUSINESS
020410*                    DATE IS PAST ANY POST-ROLLOVER GRACE PERIOD.
020411*                    BNK-CDT-NOT-OPENED ON RETURN REFUSES THE
020412*                    WITHDRAWAL.
020413*----------------------------------------------------------------
020414 3050-GET-CD-TERM.
020415     OPEN I-O CD-TERM-FILE.
020416     IF NOT BNK-CDT-OK
020417         DISPLAY "CD TERM FILE NOT AVAILABLE, STATUS "
020418             BNK-CDT-STATUS " - WITHDRAWAL NOT POSTED."
020419         GO TO 3050-EXIT
020420     END-IF.
020421     MOVE ACM-ACCT-NUMBER TO CDT-ACCT-NUMBER.
020422     READ CD-TERM-FILE
020423         INVALID KEY
020424             CONTINUE
020425     END-READ.
020426     IF NOT BNK-CDT-OK
020427         DISPLAY "NO CD TERM RECORD FOR ACCOUNT " ACM-ACCT-NUMBER
020428             " - WITHDRAWAL NOT POSTED."
020429         CLOSE CD-TERM-FILE
020430         GO TO 3050-EXIT
020431     END-IF.
020432     SET BNK-CDT-OPENED TO TRUE.
020433     IF CDT-ACTIVE
020434             AND BNK-BUSINESS-DATE < CDT-MATURITY-DATE
020435             AND BNK-BUSINESS-DATE > CDT-GRACE-END-DATE
020436         SET BNK-CD-EARLY TO TRUE
020437     END-IF.
020438 3050-EXIT.
020439     EXIT.
020440*----------------------------------------------------------------
020441* 3100-POST-WITHDRAWAL - APPLY THE APPROVED WITHDRAWAL TO THE
020442*                        MASTER AND WRITE THE AUDIT RECORD
020444*----------------------------------------------------------------
020454 3100-POST-WITHDRAWAL.
020464     MOVE ACM-BALANCE TO BNK-PRIOR-BAL.
020474     SUBTRACT BNK-AMOUNT FROM ACM-BALANCE.
020484     MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE.
020494     REWRITE ACM-ACCOUNT-RECORD
020504         INVALID KEY
020514             DISPLAY "WITHDRAWAL REWRITE FAILED, STATUS "
020624                 AND ACM-BALANCE < ZERO
020634             PERFORM 3800-ASSESS-OD-FEE THRU 3800-EXIT
020644         END-IF
020645         IF ACM-PROD-CD
020646             IF BNK-CD-PENALTY > ZERO
020647                 PERFORM 3850-ASSESS-CD-PENALTY THRU 3850-EXIT
020648             END-IF
020649             PERFORM 3900-UPDATE-CD-TERM THRU 3900-EXIT
020650         END-IF
020654     END-IF.
020664 3100-EXIT.
020674     EXIT.
020694* 3600-GET-WITHDRAWAL-AMOUNT - PROMPT FOR THE WITHDRAWAL AMOUNT;
020704*                              RE-PROMPT UNTIL IT IS GREATER THAN
020714*                              ZERO AND WITHIN THE AVAILABLE
020724*                              BALANCE (LEDGER MINUS HOLDS).  AN
020726*                              EARLY CD WITHDRAWAL IS PRICED
020728*                              HERE AND MUST LEAVE ROOM FOR ITS
020730*                              PENALTY TOO.
020734*----------------------------------------------------------------
020744 3600-GET-WITHDRAWAL-AMOUNT.
020754     DISPLAY "ENTER WITHDRAWAL AMOUNT: ".
020764     ACCEPT BNK-AMOUNT.
020769     MOVE ZERO TO BNK-CD-PENALTY.
020774     IF BNK-AMOUNT NOT > ZERO
020784         DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - RE-ENTER."
020794     ELSE
020795         IF BNK-CD-EARLY
020796             COMPUTE BNK-CD-PENALTY ROUNDED =
020797                 BNK-AMOUNT * CDT-LOCKED-RATE
020798                     * CDT-PENALTY-MONTHS
020799             DISPLAY "EARLY WITHDRAWAL - MATURITY "
020800                 CDT-MATURITY-DATE " - PENALTY: " BNK-CD-PENALTY
020801         END-IF
020804         IF BNK-AMOUNT + BNK-CD-PENALTY
020809                 > BNK-AVAILABLE-BAL + BNK-OD-ALLOWANCE
020814             DISPLAY "INSUFFICIENT AVAILABLE FUNDS - "
020824                 "AVAILABLE: " BNK-AVAILABLE-BAL
020834                 " PLUS OD LINE: " BNK-OD-ALLOWANCE
021154     END-IF.
021164 3800-EXIT.
021174     EXIT.
021175*----------------------------------------------------------------
021176* 3850-ASSESS-CD-PENALTY - THE WITHDRAWAL JUST POSTED CAME OUT OF
021177*                          A CD BEFORE MATURITY.  TAKE THE PENALTY
021178*                          PRICED AT THE AMOUNT PROMPT AND WRITE
021179*                          ITS OWN TYPE-P AUDIT RECORD SO THE
021180*                          STATEMENT AND THE GENERAL LEDGER SHOW
021181*                          IT APART FROM THE WITHDRAWAL.
021182*----------------------------------------------------------------
021183 3850-ASSESS-CD-PENALTY.
021184     SUBTRACT BNK-CD-PENALTY FROM ACM-BALANCE.
021185     REWRITE ACM-ACCOUNT-RECORD
021186         INVALID KEY
021187             DISPLAY "CD PENALTY REWRITE FAILED, STATUS "
021188                 BNK-ACM-STATUS
021189     END-REWRITE.
021190     IF BNK-ACM-OK
021191         DISPLAY "EARLY-WITHDRAWAL PENALTY " BNK-CD-PENALTY
021192             " ASSESSED.  NEW BALANCE: " ACM-BALANCE
021193         SET AUD-TXN-CD-PENALTY TO TRUE
021194         MOVE BNK-AMOUNT TO BNK-SAVED-AMOUNT
021195         MOVE BNK-CD-PENALTY TO BNK-AMOUNT
021196         PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT
021197         MOVE BNK-SAVED-AMOUNT TO BNK-AMOUNT
021198     END-IF.
021199 3850-EXIT.
021200     EXIT.
021201*----------------------------------------------------------------
021202* 3900-UPDATE-CD-TERM - THE CD NOW EARNS ON WHAT IS LEFT IN IT.
021203*                       DRAWN TO ZERO, THE CERTIFICATE IS REDEEMED
021204*                       AND CD-MATURE WILL NOT TOUCH IT AGAIN.
021205*----------------------------------------------------------------
021206 3900-UPDATE-CD-TERM.
021207     MOVE ACM-BALANCE TO CDT-PRINCIPAL.
021208     IF ACM-BALANCE NOT > ZERO
021209         SET CDT-REDEEMED TO TRUE
021210         DISPLAY "CD REDEEMED - CLOSE THE ACCOUNT AT "
021211             "MAINTENANCE OPTION 2."
021212     END-IF.
021213     REWRITE CDT-TERM-RECORD
021214         INVALID KEY
021215             DISPLAY "CD TERM REWRITE FAILED, STATUS "
021216                 BNK-CDT-STATUS
021217     END-REWRITE.
021218 3900-EXIT.
021219     EXIT.
021220*----------------------------------------------------------------
021221* 4000-BALANCE-INQUIRY - READ AND DISPLAY THE STORED BALANCE
021222*----------------------------------------------------------------
021223 4000-BALANCE-INQUIRY.
021224     DISPLAY "ENTER ACCOUNT NUMBER: ".
021234     ACCEPT BNK-ACCT-NO.
021244
021354         DISPLAY "LEDGER BALANCE   : " ACM-BALANCE
021364         PERFORM 2900-COMPUTE-AVAILABLE THRU 2900-EXIT
021374         DISPLAY "AVAILABLE BALANCE: " BNK-AVAILABLE-BAL
021376         IF ACM-CHGOFF-BALANCE > ZERO
021378             DISPLAY "CHARGED OFF      : " ACM-CHGOFF-BALANCE
021380                 " ON " ACM-CHGOFF-DATE
021382         END-IF
021384     END-IF.
021394
021404     CLOSE ACCOUNT-MASTER.
021574         CLOSE CUSTOMER-MASTER
021584         OPEN I-O CUSTOMER-MASTER
021594     END-IF.
021595     OPEN I-O ACCT-RELATION.
021596     IF NOT BNK-REL-OK
021597         OPEN OUTPUT ACCT-RELATION
021598         CLOSE ACCT-RELATION
021599         OPEN I-O ACCT-RELATION
021600     END-IF.
021604     DISPLAY "1. OPEN NEW ACCOUNT".
021614     DISPLAY "2. CLOSE ACCOUNT".
021624     DISPLAY "3. REACTIVATE DORMANT ACCOUNT".
021644     DISPLAY "5. CHANGE CUSTOMER".
021654     DISPLAY "6. ATTACH ACCOUNT TO CUSTOMER".
021664     DISPLAY "7. SET OVERDRAFT LIMIT".
021667     DISPLAY "8. ADD/CHANGE ACCOUNT RELATIONSHIP".
021670     DISPLAY "9. REMOVE ACCOUNT RELATIONSHIP".
021672     DISPLAY "10. CHANGE ACCOUNT DOMICILE BRANCH".
021674     DISPLAY "ENTER MAINTENANCE CHOICE: ".
021684     ACCEPT BNK-MAINT-CHOICE.
021694
021824             PERFORM 5600-ATTACH-ACCOUNT THRU 5600-EXIT
021834         WHEN 7
021844             PERFORM 5700-SET-OD-LIMIT THRU 5700-EXIT
021846         WHEN 8
021848             PERFORM 5800-ADD-RELATIONSHIP THRU 5800-EXIT
021850         WHEN 9
021852             PERFORM 5900-REMOVE-RELATIONSHIP THRU 5900-EXIT
021855         WHEN 10
021858             PERFORM 5950-CHANGE-BRANCH THRU 5950-EXIT
021861         WHEN OTHER
021864             DISPLAY "INVALID MAINTENANCE CHOICE."
021874     END-EVALUATE.
021884
021894     CLOSE ACCOUNT-MASTER.
021904     CLOSE CUSTOMER-MASTER.
021909     CLOSE ACCT-RELATION.
021914 5000-EXIT.
021924     EXIT.
021934*----------------------------------------------------------------
022374         MOVE "N" TO BNK-PRODUCT-SWITCH
022384         PERFORM 5150-GET-PRODUCT-CODE THRU 5150-EXIT
022394             UNTIL BNK-PRODUCT-OK
022395         IF ACM-PROD-CD
022396             PERFORM 5170-CHECK-CD-FUNDING THRU 5170-EXIT
022397             IF BNK-RATE-NOT-FOUND
022398                 DISPLAY "CD NOT OPENED."
022399                 GO TO 5100-EXIT
022400             END-IF
022401         END-IF
022404         MOVE "N" TO BNK-CUST-SWITCH
022414         PERFORM 5160-GET-CUST-NUMBER THRU 5160-EXIT
022424             UNTIL BNK-CUST-OK
022434         MOVE BNK-CUST-NO TO ACM-CUST-NUMBER
022444         MOVE ZERO TO ACM-OD-LIMIT
022449         SET ACM-NO-RESTRICTION TO TRUE
022451         MOVE BNK-OPR-BRANCH TO ACM-BRANCH-CODE
022452         MOVE ZERO TO ACM-NEG-SINCE-DATE
022453         MOVE ZERO TO ACM-OVER-LIMIT-SINCE
022454         SET ACM-AGING-CURRENT TO TRUE
022455         MOVE ZERO TO ACM-CHGOFF-DATE
022456         MOVE ZERO TO ACM-CHGOFF-BALANCE
022458         MOVE ZERO TO ACM-NOTICE-DATE
022460         MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE
022464         SET ACM-ACCT-OPEN TO TRUE
022474         WRITE ACM-ACCOUNT-RECORD
022484             INVALID KEY
022504         END-WRITE
022514         IF BNK-ACM-OK
022524             DISPLAY "ACCOUNT OPENED."
022527             MOVE ZERO TO BNK-OLD-PRIMARY
022530             PERFORM 5650-SET-PRIMARY-RELATION THRU 5650-EXIT
022534             IF ACM-BALANCE > ZERO
022544                 SET AUD-TXN-DEPOSIT TO TRUE
022554                 MOVE BNK-TENDER-CODE TO BNK-AUD-TENDER
022584                     PERFORM 2800-PLACE-HOLD THRU 2800-EXIT
022594                 END-IF
022604             END-IF
022606             IF ACM-PROD-CD
022608                 PERFORM 5180-OPEN-CD-TERM THRU 5180-EXIT
022610             END-IF
022614         END-IF
022624     END-IF.
022634 5100-EXIT.
022684*                         IT IS A PRODUCT THIS SHOP OFFERS
022694*----------------------------------------------------------------
022704 5150-GET-PRODUCT-CODE.
022714     DISPLAY "ENTER PRODUCT CODE (CK/SV/MM/CD): ".
022724     ACCEPT ACM-PRODUCT-CODE.
022734     IF ACM-PROD-VALID
022744         SET BNK-PRODUCT-OK TO TRUE
022954                 DISPLAY "CUSTOMER NOT ON FILE - RE-ENTER."
022964         END-READ
022974         IF BNK-CUS-OK
022984             EVALUATE TRUE
022999                 WHEN NOT CUS-CUST-ACTIVE
023014                     DISPLAY "CUSTOMER IS INACTIVE - RE-ENTER."
023015                 WHEN CUS-SCREEN-HELD
023016                     DISPLAY "CUSTOMER IS HELD FOR SANCTIONS "
023017                         "WATCH-LIST REVIEW - RE-ENTER."
023018                 WHEN OTHER
023019                     SET BNK-CUST-OK TO TRUE
023024             END-EVALUATE
023034         END-IF
023044     END-IF.
023054 5160-EXIT.
023064     EXIT.
023065*----------------------------------------------------------------
023066* 5170-CHECK-CD-FUNDING - A CD OPENS ONLY WITH ITS FUNDING DEPOSIT
023067*                         AND ONLY WHEN RATETABL QUOTES A "CD"
023068*                         RATE FOR IT: AMONG THE "CD" ENTRIES
023069*                         WHOSE TIER MINIMUM DOES NOT EXCEED THE
023070*                         DEPOSIT, THE HIGHEST TIER MINIMUM WINS,
023071*                         AS IN INT-CALC.  BNK-RATE-NOT-FOUND ON
023072*                         RETURN REFUSES THE OPENING.
023073*----------------------------------------------------------------
023074 5170-CHECK-CD-FUNDING.
023075     SET BNK-RATE-NOT-FOUND TO TRUE.
023076     MOVE ZERO TO BNK-CD-RATE.
023077     MOVE ZERO TO BNK-CD-TIER-MIN.
023078     IF ACM-BALANCE NOT > ZERO
023079         DISPLAY "A CD MUST BE OPENED WITH ITS FUNDING DEPOSIT."
023080         GO TO 5170-EXIT
023081     END-IF.
023082     MOVE ACM-BALANCE TO BNK-CD-PRINCIPAL.
023083     OPEN INPUT RATE-TABLE.
023084     IF NOT BNK-RTE-OK
023085         DISPLAY "RATE TABLE NOT AVAILABLE, STATUS "
023086             BNK-RTE-STATUS
023087         GO TO 5170-EXIT
023088     END-IF.
023089     PERFORM 5175-CHECK-ONE-RATE THRU 5175-EXIT
023090         UNTIL NOT BNK-RTE-OK.
023091     CLOSE RATE-TABLE.
023092     IF BNK-RATE-NOT-FOUND
023093         DISPLAY "NO CD RATE ON THE RATE TABLE FOR "
023094             BNK-CD-PRINCIPAL
023095     ELSE
023096         DISPLAY "CD RATE LOCKED AT " BNK-CD-RATE " PER MONTH."
023097     END-IF.
023098 5170-EXIT.
023099     EXIT.
023100*----------------------------------------------------------------
023101* 5175-CHECK-ONE-RATE - READ THE NEXT RATE-TABLE RECORD AND FOLD
023102*                       IT INTO THE BEST-SO-FAR CD TIER
023103*----------------------------------------------------------------
023104 5175-CHECK-ONE-RATE.
023105     READ RATE-TABLE
023106         AT END
023107             CONTINUE
023108     END-READ.
023109     IF BNK-RTE-OK
023110             AND RTE-PRODUCT-CODE = ACM-PRODUCT-CODE
023111             AND RTE-TIER-MIN-BALANCE NOT > BNK-CD-PRINCIPAL
023112         IF BNK-RATE-NOT-FOUND
023113                 OR RTE-TIER-MIN-BALANCE NOT < BNK-CD-TIER-MIN
023114             SET BNK-RATE-FOUND TO TRUE
023115             MOVE RTE-TIER-MIN-BALANCE TO BNK-CD-TIER-MIN
023116             MOVE RTE-RATE TO BNK-CD-RATE
023117         END-IF
023118     END-IF.
023119 5175-EXIT.
023120     EXIT.
023121*----------------------------------------------------------------
023122* 5180-OPEN-CD-TERM - THE CD ACCOUNT AND ITS FUNDING DEPOSIT ARE
023123*                     ON FILE.  TAKE THE TERM AND THE PAYOUT
023124*                     INSTRUCTION AND WRITE THE CDTERM RECORD WITH
023125*                     THE RATE LOCKED BY 5170.  CD-TERM-FILE IS
023126*                     CREATED ON FIRST USE.
023127*----------------------------------------------------------------
023128 5180-OPEN-CD-TERM.
023129     MOVE ACM-ACCT-NUMBER   TO CDT-ACCT-NUMBER.
023130     MOVE BNK-BUSINESS-DATE TO CDT-OPEN-DATE.
023131     MOVE BNK-BUSINESS-DATE TO CDT-TERM-START-DATE.
023132     MOVE BNK-CD-RATE       TO CDT-LOCKED-RATE.
023133     MOVE ACM-BALANCE       TO CDT-PRINCIPAL.
023134     MOVE ZERO TO CDT-GRACE-END-DATE.
023135     MOVE ZERO TO CDT-ROLLOVER-COUNT.
023136     MOVE ZERO TO CDT-NOTICE-DATE.
023137     SET CDT-ACTIVE TO TRUE.
023138     MOVE "N" TO BNK-CD-TERM-SWITCH.
023139     PERFORM 5182-GET-CD-TERM-MONTHS THRU 5182-EXIT
023140         UNTIL BNK-CD-TERM-OK.
023141     IF CDT-TERM-MONTHS > 12
023142         MOVE BNK-CD-LONG-PENALTY TO CDT-PENALTY-MONTHS
023143     ELSE
023144         MOVE BNK-CD-SHORT-PENALTY TO CDT-PENALTY-MONTHS
023145     END-IF.
023146     PERFORM 5188-COMPUTE-MATURITY THRU 5188-EXIT.
023147     MOVE "N" TO BNK-CD-PAYOUT-SWITCH.
023148     PERFORM 5184-GET-CD-PAYOUT THRU 5184-EXIT
023149         UNTIL BNK-CD-PAYOUT-OK.
023150
023151     OPEN I-O CD-TERM-FILE.
023152     IF NOT BNK-CDT-OK
023153         OPEN OUTPUT CD-TERM-FILE
023154         CLOSE CD-TERM-FILE
023155         OPEN I-O CD-TERM-FILE
023156     END-IF.
023157     WRITE CDT-TERM-RECORD
023158         INVALID KEY
023159             CONTINUE
023160     END-WRITE.
023161     IF BNK-CDT-OK
023162         DISPLAY "CD TERM RECORDED - MATURES " CDT-MATURITY-DATE
023163             " AT " CDT-LOCKED-RATE " PER MONTH."
023164     ELSE
023165         DISPLAY "CD TERM RECORD NOT WRITTEN, STATUS "
023166             BNK-CDT-STATUS " - SEE OPERATIONS."
023167     END-IF.
023168     CLOSE CD-TERM-FILE.
023169 5180-EXIT.
023170     EXIT.
023171*----------------------------------------------------------------
023172* 5182-GET-CD-TERM-MONTHS - PROMPT FOR THE TERM; RE-PROMPT UNTIL
023173*                           IT IS ONE THE SHOP OFFERS
023174*----------------------------------------------------------------
023175 5182-GET-CD-TERM-MONTHS.
023176     DISPLAY "ENTER TERM IN MONTHS (3/6/12/24/36/60): ".
023177     ACCEPT CDT-TERM-MONTHS.
023178     IF CDT-TERM-OFFERED
023179         SET BNK-CD-TERM-OK TO TRUE
023180     ELSE
023181         DISPLAY "TERM NOT OFFERED - RE-ENTER."
023182     END-IF.
023183 5182-EXIT.
023184     EXIT.
023185*----------------------------------------------------------------
023186* 5184-GET-CD-PAYOUT - PROMPT FOR THE MATURITY INSTRUCTION.  ROLL
023187*                      OVER NEEDS NOTHING MORE; PAY-OUT NEEDS A
023188*                      LINKED ACCOUNT THAT IS ON FILE, OPEN, NOT
023189*                      ANOTHER CD AND NOT THIS ONE.  RE-PROMPT
023190*                      UNTIL THE ANSWER HOLDS TOGETHER.
023191*----------------------------------------------------------------
023192 5184-GET-CD-PAYOUT.
023193     MOVE ZERO TO CDT-LINKED-ACCT.
023194     DISPLAY "AT MATURITY: R = ROLL OVER, T = PAY TO A LINKED "
023195         "ACCOUNT: ".
023196     ACCEPT CDT-PAYOUT-CODE.
023197     IF NOT CDT-PAYOUT-VALID
023198         DISPLAY "ANSWER R OR T - RE-ENTER."
023199         GO TO 5184-EXIT
023200     END-IF.
023201     IF CDT-PAYOUT-ROLLOVER
023202         SET BNK-CD-PAYOUT-OK TO TRUE
023203         GO TO 5184-EXIT
023204     END-IF.
023205     DISPLAY "ENTER LINKED ACCOUNT FOR THE PROCEEDS: ".
023206     ACCEPT CDT-LINKED-ACCT.
023207     MOVE CDT-LINKED-ACCT TO ACM-ACCT-NUMBER.
023208     READ ACCOUNT-MASTER
023209         INVALID KEY
023210             CONTINUE
023211     END-READ.
023212     EVALUATE TRUE
023213         WHEN CDT-LINKED-ACCT = CDT-ACCT-NUMBER
023214             DISPLAY "CANNOT PAY A CD TO ITSELF - RE-ENTER."
023215         WHEN NOT BNK-ACM-OK
023216             DISPLAY "ACCOUNT NOT FOUND - RE-ENTER."
023217         WHEN ACM-ACCT-CLOSED
023218             DISPLAY "ACCOUNT IS CLOSED - RE-ENTER."
023219         WHEN ACM-PROD-CD
023220             DISPLAY "A CD CANNOT RECEIVE THE PROCEEDS - "
023221                 "RE-ENTER."
023222         WHEN OTHER
023223             SET BNK-CD-PAYOUT-OK TO TRUE
023224     END-EVALUATE.
023225 5184-EXIT.
023226     EXIT.
023227*----------------------------------------------------------------
023228* 5188-COMPUTE-MATURITY - MATURITY = TERM START PLUS THE TERM IN
023229*                         MONTHS, SAME DAY OF MONTH; A DAY THE
023230*                         MATURITY MONTH DOES NOT HAVE FALLS BACK
023231*                         TO ITS LAST DAY
023232*----------------------------------------------------------------
023233 5188-COMPUTE-MATURITY.
023234     MOVE CDT-TERM-START-DATE TO BNK-WORK-DATE.
023235     COMPUTE BNK-MONTH-TOTAL =
023236         BNK-WORK-YEAR * 12 + BNK-WORK-MONTH - 1
023237             + CDT-TERM-MONTHS.
023238     DIVIDE BNK-MONTH-TOTAL BY 12
023239         GIVING BNK-WORK-YEAR
023240         REMAINDER BNK-WORK-MONTH.
023241     ADD 1 TO BNK-WORK-MONTH.
023242     PERFORM 5189-GET-DAYS-IN-MONTH THRU 5189-EXIT.
023243     IF BNK-WORK-DAY > BNK-DAYS-IN-MONTH
023244         MOVE BNK-DAYS-IN-MONTH TO BNK-WORK-DAY
023245     END-IF.
023246     MOVE BNK-WORK-DATE TO CDT-MATURITY-DATE.
023247 5188-EXIT.
023248     EXIT.
023249*----------------------------------------------------------------
023250* 5189-GET-DAYS-IN-MONTH - DAYS IN THE WORK DATE'S MONTH.  THE
023251*                          EVERY-FOURTH-YEAR LEAP RULE IS RIGHT
023252*                          FOR 1901 THROUGH 2099, WHICH OUTLIVES
023253*                          THIS SYSTEM.
023254*----------------------------------------------------------------
023255 5189-GET-DAYS-IN-MONTH.
023256     EVALUATE BNK-WORK-MONTH
023257         WHEN 4
023258         WHEN 6
023259         WHEN 9
023260         WHEN 11
023261             MOVE 30 TO BNK-DAYS-IN-MONTH
023262         WHEN 2
023263             DIVIDE BNK-WORK-YEAR BY 4
023264                 GIVING BNK-LEAP-QUOTIENT
023265                 REMAINDER BNK-LEAP-REMAINDER
023266             IF BNK-LEAP-REMAINDER = ZERO
023267                 MOVE 29 TO BNK-DAYS-IN-MONTH
023268             ELSE
023269                 MOVE 28 TO BNK-DAYS-IN-MONTH
023270             END-IF
023271         WHEN OTHER
023272             MOVE 31 TO BNK-DAYS-IN-MONTH
023273     END-EVALUATE.
023274 5189-EXIT.
023275     EXIT.
023276*----------------------------------------------------------------
023277* 5200-CLOSE-ACCOUNT - MARK A ZERO-BALANCE ACCOUNT AS CLOSED
023278*----------------------------------------------------------------
023279 5200-CLOSE-ACCOUNT.
023280     DISPLAY "ENTER ACCOUNT NUMBER TO CLOSE: ".
023281     ACCEPT BNK-ACCT-NO.
023282     MOVE BNK-ACCT-NO TO ACM-ACCT-NUMBER.
023283     READ ACCOUNT-MASTER
023284         INVALID KEY
023285             DISPLAY "ACCOUNT NOT FOUND."
023286     END-READ.
023287
023288     IF BNK-ACM-OK
023289         IF ACM-BALANCE = ZERO
023290             SET ACM-ACCT-CLOSED TO TRUE
023291             REWRITE ACM-ACCOUNT-RECORD
023292                 INVALID KEY
023293                     DISPLAY "CLOSE REWRITE FAILED, STATUS "
023294                         BNK-ACM-STATUS
023295             END-REWRITE
023296             IF BNK-ACM-OK
023297                 DISPLAY "ACCOUNT CLOSED."
023298             END-IF
023304         ELSE
023314             DISPLAY "CANNOT CLOSE - BALANCE IS NOT ZERO."
023324         END-IF
023514
023524     IF BNK-ACM-OK
023534         IF ACM-ACCT-DORMANT
023536             MOVE SPACES TO MNT-JOURNAL-RECORD
023538             MOVE ACM-STATUS        TO BNK-JNL-ACM-STATUS
023540             MOVE ACM-LAST-TXN-DATE TO BNK-JNL-LAST-TXN-DATE
023542             MOVE BNK-JNL-ACCOUNT-STATE TO MNT-BEFORE-IMAGE
023544             SET ACM-ACCT-OPEN TO TRUE
023554             MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE
023564             REWRITE ACM-ACCOUNT-RECORD
023574                 INVALID KEY
023584                     DISPLAY "REACTIVATE REWRITE FAILED, "
023604             END-REWRITE
023614             IF BNK-ACM-OK
023624                 DISPLAY "ACCOUNT REACTIVATED."
023625                 MOVE ACM-STATUS        TO BNK-JNL-ACM-STATUS
023626                 MOVE ACM-LAST-TXN-DATE TO BNK-JNL-LAST-TXN-DATE
023627                 MOVE BNK-JNL-ACCOUNT-STATE TO MNT-AFTER-IMAGE
023628                 SET MNT-REACTIVATION TO TRUE
023629                 PERFORM 2755-JOURNAL-ACCOUNT-CHANGE
023631                     THRU 2755-EXIT
023634             END-IF
023644         ELSE
023654             DISPLAY "ACCOUNT IS NOT DORMANT."
023864         MOVE BNK-CUST-NO TO CUS-CUST-NUMBER
023874         PERFORM 5450-GET-CUSTOMER-FIELDS THRU 5450-EXIT
023884         SET CUS-CUST-ACTIVE TO TRUE
023886         SET CUS-SCREEN-CLEAR TO TRUE
023888         MOVE ZERO TO CUS-SCREEN-DATE
023890         SET BNK-SCREEN-ONBOARD TO TRUE
023892         PERFORM 5460-SCREEN-CUSTOMER THRU 5460-EXIT
023894         WRITE CUS-CUSTOMER-RECORD
023904             INVALID KEY
023914                 DISPLAY "UNABLE TO ADD CUSTOMER."
023924         END-WRITE
023934         IF BNK-CUS-OK
023944             DISPLAY "CUSTOMER ADDED."
023949             PERFORM 5480-SHOW-SCREEN-HOLD THRU 5480-EXIT
023954         END-IF
023964     END-IF.
023974 5400-EXIT.
024174     ACCEPT CUS-STATE.
024184     DISPLAY "ENTER ZIP: ".
024194     ACCEPT CUS-ZIP.
024197     DISPLAY "ENTER COUNTRY CODE (BLANK IF DOMESTIC): ".
024200     ACCEPT CUS-COUNTRY.
024204     DISPLAY "ENTER PHONE: ".
024214     ACCEPT CUS-PHONE.
024224     DISPLAY "ENTER TAX ID: ".
024234     ACCEPT CUS-TAX-ID.
024244 5450-EXIT.
024254     EXIT.
024255*----------------------------------------------------------------
024256* 5460-SCREEN-CUSTOMER - SCREEN THE CUSTOMER IN THE RECORD AREA
024257*                        AGAINST THE SANCTIONS WATCH LIST.  A NAME
024258*                        ENTRY EVERY WORD OF WHICH IS AMONG THE
024259*                        WORDS OF CUS-CUST-NAME, OR AN AREA ENTRY
024260*                        FOR CUS-COUNTRY (AND CUS-STATE WHEN THE
024261*                        ENTRY GIVES ONE), IS A POSSIBLE MATCH AND
024262*                        RAISES A SCRNCASE CASE; CUS-SCREEN-STATUS
024263*                        IS THEN SET FROM ALL THE CUSTOMER'S
024264*                        CASES.  WITH NO WATCH LIST THE STATUS IS
024265*                        LEFT AS IT WAS - SANC-SCREEN RESCREENS
024266*                        EVERY CUSTOMER NIGHTLY.  THE CALLER SETS
024267*                        BNK-SCREEN-SOURCE.
024268*----------------------------------------------------------------
024269 5460-SCREEN-CUSTOMER.
024270     MOVE ZERO TO BNK-HIT-COUNT.
024271     MOVE ZERO TO BNK-SUPPRESS-COUNT.
024272     OPEN INPUT WATCH-LIST.
024273     IF NOT BNK-WLS-OK
024274         DISPLAY "WATCH LIST NOT AVAILABLE, STATUS "
024275             BNK-WLS-STATUS " - CUSTOMER WILL BE SCREENED IN "
024276             "THE NIGHTLY RUN."
024277         GO TO 5460-EXIT
024278     END-IF.
024279     OPEN I-O SCREEN-CASES.
024280     IF NOT BNK-SCR-OK
024281         OPEN OUTPUT SCREEN-CASES
024282         CLOSE SCREEN-CASES
024283         OPEN I-O SCREEN-CASES
024284     END-IF.
024285     IF NOT BNK-SCR-OK
024286         DISPLAY "SCREENING CASE FILE NOT AVAILABLE, STATUS "
024287             BNK-SCR-STATUS " - CUSTOMER WILL BE SCREENED IN "
024288             "THE NIGHTLY RUN."
024289         CLOSE WATCH-LIST
024290         GO TO 5460-EXIT
024291     END-IF.
024292     MOVE CUS-CUST-NAME TO BNK-SCREEN-NAME.
024293     PERFORM 5470-SPLIT-SCREEN-NAME THRU 5470-EXIT.
024294     MOVE BNK-SCREEN-WORDS TO BNK-CUST-WORDS.
024295     SET BNK-WLS-NOT-AT-EOF TO TRUE.
024296     READ WATCH-LIST NEXT RECORD
024297         AT END
024298             SET BNK-WLS-AT-EOF TO TRUE
024299     END-READ.
024300     PERFORM 5462-SCREEN-ONE-ENTRY THRU 5462-EXIT
024301         UNTIL BNK-WLS-AT-EOF.
024302     CLOSE WATCH-LIST.
024303     PERFORM 5476-SET-SCREEN-STATUS THRU 5476-EXIT.
024304     CLOSE SCREEN-CASES.
024305     IF BNK-SUPPRESS-COUNT > ZERO
024306         DISPLAY BNK-SUPPRESS-COUNT " WATCH-LIST MATCH(ES) "
024307             "ALREADY REVIEWED AND CLEARED - NOT RAISED AGAIN."
024308     END-IF.
024309 5460-EXIT.
024310     EXIT.
024311*----------------------------------------------------------------
024312* 5462-SCREEN-ONE-ENTRY - TEST THE CUSTOMER AGAINST ONE WATCH-LIST
024313*                         ENTRY, RAISE A CASE ON A MATCH AND READ
024314*                         THE NEXT ENTRY
024315*----------------------------------------------------------------
024316 5462-SCREEN-ONE-ENTRY.
024317     SET BNK-NOT-MATCHED TO TRUE.
024318     IF WL-TYPE-NAME
024319         MOVE WL-NAME TO BNK-SCREEN-NAME
024320         PERFORM 5470-SPLIT-SCREEN-NAME THRU 5470-EXIT
024321         MOVE BNK-SCREEN-WORDS TO BNK-LIST-WORDS
024322         PERFORM 5464-MATCH-LIST-NAME THRU 5464-EXIT
024323     END-IF.
024324     IF WL-TYPE-AREA AND WL-COUNTRY NOT = SPACES
024325             AND WL-COUNTRY = CUS-COUNTRY
024326             AND (WL-STATE = SPACES OR WL-STATE = CUS-STATE)
024327         SET BNK-MATCHED TO TRUE
024328     END-IF.
024329     IF BNK-MATCHED
024330         PERFORM 5474-RAISE-CASE THRU 5474-EXIT
024331     END-IF.
024332     READ WATCH-LIST NEXT RECORD
024333         AT END
024334             SET BNK-WLS-AT-EOF TO TRUE
024335     END-READ.
024336 5462-EXIT.
024337     EXIT.
024338*----------------------------------------------------------------
024339* 5464-MATCH-LIST-NAME - A NAME ENTRY MATCHES WHEN EVERY ONE OF
024340*                        ITS WORDS IS FOUND AMONG THE CUSTOMER'S,
024341*                        IN ANY ORDER.  A BLANK ENTRY MATCHES
024342*                        NOTHING.
024343*----------------------------------------------------------------
024344 5464-MATCH-LIST-NAME.
024345     SET BNK-MATCHED TO TRUE.
024346     MOVE ZERO TO BNK-LIST-WORD-COUNT.
024347     PERFORM 5466-FIND-LIST-WORD THRU 5466-EXIT
024348         VARYING BNK-LW-SUB FROM 1 BY 1
024349         UNTIL BNK-LW-SUB > 8 OR BNK-NOT-MATCHED.
024350     IF BNK-LIST-WORD-COUNT = ZERO
024351         SET BNK-NOT-MATCHED TO TRUE
024352     END-IF.
024353 5464-EXIT.
024354     EXIT.
024355*----------------------------------------------------------------
024356* 5466-FIND-LIST-WORD - LOOK FOR ONE WORD OF THE LISTED NAME AMONG
024357*                       THE CUSTOMER'S WORDS
024358*----------------------------------------------------------------
024359 5466-FIND-LIST-WORD.
024360     IF BNK-LIST-WORD (BNK-LW-SUB) NOT = SPACES
024361         ADD 1 TO BNK-LIST-WORD-COUNT
024362         SET BNK-WORD-NOT-FOUND TO TRUE
024363         PERFORM 5468-CHECK-CUST-WORD THRU 5468-EXIT
024364             VARYING BNK-CW-SUB FROM 1 BY 1
024365             UNTIL BNK-CW-SUB > 8 OR BNK-WORD-FOUND
024366         IF BNK-WORD-NOT-FOUND
024367             SET BNK-NOT-MATCHED TO TRUE
024368         END-IF
024369     END-IF.
024370 5466-EXIT.
024371     EXIT.
024372*----------------------------------------------------------------
024373* 5468-CHECK-CUST-WORD - COMPARE ONE CUSTOMER WORD WITH THE LISTED
024374*                        WORD BEING LOOKED FOR
024375*----------------------------------------------------------------
024376 5468-CHECK-CUST-WORD.
024377     IF BNK-CUST-WORD (BNK-CW-SUB) = BNK-LIST-WORD (BNK-LW-SUB)
024378         SET BNK-WORD-FOUND TO TRUE
024379     END-IF.
024380 5468-EXIT.
024381     EXIT.
024382*----------------------------------------------------------------
024383* 5470-SPLIT-SCREEN-NAME - FOLD BNK-SCREEN-NAME TO UPPER CASE,
024384*                          BLANK OUT ITS PUNCTUATION AND BREAK IT
024385*                          INTO UP TO EIGHT WORDS
024386*----------------------------------------------------------------
024387 5470-SPLIT-SCREEN-NAME.
024388     INSPECT BNK-SCREEN-NAME
024389         CONVERTING BNK-SCREEN-FROM TO BNK-SCREEN-TO.
024390     MOVE SPACES TO BNK-SCREEN-WORDS.
024391     UNSTRING BNK-SCREEN-NAME DELIMITED BY ALL SPACE
024392         INTO BNK-SCREEN-WORD (1) BNK-SCREEN-WORD (2)
024393              BNK-SCREEN-WORD (3) BNK-SCREEN-WORD (4)
024394              BNK-SCREEN-WORD (5) BNK-SCREEN-WORD (6)
024395              BNK-SCREEN-WORD (7) BNK-SCREEN-WORD (8)
024396     END-UNSTRING.
024397 5470-EXIT.
024398     EXIT.
024399*----------------------------------------------------------------
024400* 5474-RAISE-CASE - RECORD A POSSIBLE MATCH ON THE CASE FILE.  A
024401*                   NEW MATCH OPENS A PENDING CASE.  A MATCH THAT
024402*                   WAS REVIEWED AND CLEARED IS NOT RAISED AGAIN
024403*                   WHILE THE CUSTOMER'S NAME, COUNTRY AND STATE
024404*                   ARE AS THEY WERE WHEN CLEARED; OTHERWISE THE
024405*                   CASE IS REOPENED.  A PENDING CASE IS
024406*                   REFRESHED; A CONFIRMED ONE STANDS.
024407*----------------------------------------------------------------
024408 5474-RAISE-CASE.
024409     MOVE CUS-CUST-NUMBER TO SCR-CUST-NUMBER.
024410     MOVE WL-ENTRY-ID     TO SCR-ENTRY-ID.
024411     READ SCREEN-CASES
024412         INVALID KEY
024413             CONTINUE
024414     END-READ.
024415     IF NOT BNK-SCR-OK
024416         MOVE SPACES            TO SCR-CASE-RECORD
024417         MOVE CUS-CUST-NUMBER   TO SCR-CUST-NUMBER
024418         MOVE WL-ENTRY-ID       TO SCR-ENTRY-ID
024419         MOVE WL-ENTRY-TYPE     TO SCR-MATCH-BASIS
024420         MOVE BNK-BUSINESS-DATE TO SCR-OPEN-DATE
024421         MOVE ZERO              TO SCR-CLEARED-DATE
024422         MOVE ZERO              TO SCR-SUPPRESS-COUNT
024423         PERFORM 5475-OPEN-CASE THRU 5475-EXIT
024424         WRITE SCR-CASE-RECORD
024425             INVALID KEY
024426                 DISPLAY "CASE WRITE FAILED, STATUS "
024427                     BNK-SCR-STATUS
024428         END-WRITE
024429         GO TO 5474-EXIT
024430     END-IF.
024431     EVALUATE TRUE
024432         WHEN SCR-DISP-CLEARED
024433             IF SCR-SCREENED-NAME    = CUS-CUST-NAME
024434                 AND SCR-SCREENED-COUNTRY = CUS-COUNTRY
024435                 AND SCR-SCREENED-STATE   = CUS-STATE
024436                 ADD 1 TO SCR-SUPPRESS-COUNT
024437                 ADD 1 TO BNK-SUPPRESS-COUNT
024438             ELSE
024439                 PERFORM 5475-OPEN-CASE THRU 5475-EXIT
024440             END-IF
024441         WHEN SCR-DISP-PENDING
024442             PERFORM 5475-OPEN-CASE THRU 5475-EXIT
024443         WHEN OTHER
024444             DISPLAY "CONFIRMED WATCH-LIST MATCH ON FILE: "
024445                 WL-NAME
024446     END-EVALUATE.
024447     REWRITE SCR-CASE-RECORD
024448         INVALID KEY
024449             DISPLAY "CASE REWRITE FAILED, STATUS "
024450                 BNK-SCR-STATUS
024451     END-REWRITE.
024452 5474-EXIT.
024453     EXIT.
024454*----------------------------------------------------------------
024455* 5475-OPEN-CASE - SET THE CASE PENDING WITH THE CUSTOMER'S
024456*                  DETAILS AS SCREENED TODAY
024457*----------------------------------------------------------------
024458 5475-OPEN-CASE.
024459     MOVE BNK-SCREEN-SOURCE TO SCR-SOURCE.
024460     MOVE BNK-BUSINESS-DATE TO SCR-ALERT-DATE.
024461     MOVE CUS-CUST-NAME     TO SCR-SCREENED-NAME.
024462     MOVE CUS-COUNTRY       TO SCR-SCREENED-COUNTRY.
024463     MOVE CUS-STATE         TO SCR-SCREENED-STATE.
024464     MOVE WL-NAME           TO SCR-LIST-NAME.
024465     MOVE WL-PROGRAM        TO SCR-LIST-PROGRAM.
024466     SET SCR-DISP-PENDING TO TRUE.
024467     MOVE ZERO              TO SCR-DISP-DATE.
024468     MOVE SPACES            TO SCR-REVIEWER.
024469     ADD 1 TO BNK-HIT-COUNT.
024470     DISPLAY "POSSIBLE WATCH-LIST MATCH: " WL-NAME.
024471 5475-EXIT.
024472     EXIT.
024473*----------------------------------------------------------------
024474* 5476-SET-SCREEN-STATUS - SET CUS-SCREEN-STATUS FROM EVERY CASE
024475*                          ON FILE FOR THE CUSTOMER: ANY CONFIRMED
024476*                          CASE MAKES IT "C", ELSE ANY PENDING ONE
024477*                          "P", ELSE IT IS CLEAR
024478*----------------------------------------------------------------
024479 5476-SET-SCREEN-STATUS.
024480     MOVE ZERO TO BNK-PENDING-COUNT.
024481     MOVE ZERO TO BNK-CONFIRMED-COUNT.
024482     SET BNK-SCR-NOT-AT-EOF TO TRUE.
024483     MOVE CUS-CUST-NUMBER TO SCR-CUST-NUMBER.
024484     MOVE LOW-VALUES      TO SCR-ENTRY-ID.
024485     START SCREEN-CASES KEY NOT < SCR-KEY
024486         INVALID KEY
024487             SET BNK-SCR-AT-EOF TO TRUE
024488     END-START.
024489     IF BNK-SCR-NOT-AT-EOF
024490         READ SCREEN-CASES NEXT RECORD
024491             AT END
024492                 SET BNK-SCR-AT-EOF TO TRUE
024493         END-READ
024494     END-IF.
024495     PERFORM 5477-COUNT-ONE-CASE THRU 5477-EXIT
024496         UNTIL BNK-SCR-AT-EOF.
024497     EVALUATE TRUE
024498         WHEN BNK-CONFIRMED-COUNT > ZERO
024499             SET CUS-SCREEN-CONFIRMED TO TRUE
024500         WHEN BNK-PENDING-COUNT > ZERO
024501             SET CUS-SCREEN-PENDING TO TRUE
024502         WHEN OTHER
024503             SET CUS-SCREEN-CLEAR TO TRUE
024504     END-EVALUATE.
024505     MOVE BNK-BUSINESS-DATE TO CUS-SCREEN-DATE.
024506 5476-EXIT.
024507     EXIT.
024508*----------------------------------------------------------------
024509* 5477-COUNT-ONE-CASE - COUNT ONE OF THE CUSTOMER'S CASES BY
024510*                       DISPOSITION AND READ THE NEXT; STOP ONCE
024511*                       THE KEY LEAVES THIS CUSTOMER
024512*----------------------------------------------------------------
024513 5477-COUNT-ONE-CASE.
024514     IF SCR-CUST-NUMBER NOT = CUS-CUST-NUMBER
024515         SET BNK-SCR-AT-EOF TO TRUE
024516     ELSE
024517         IF SCR-DISP-CONFIRMED
024518             ADD 1 TO BNK-CONFIRMED-COUNT
024519         END-IF
024520         IF SCR-DISP-PENDING
024521             ADD 1 TO BNK-PENDING-COUNT
024522         END-IF
024523         READ SCREEN-CASES NEXT RECORD
024524             AT END
024525                 SET BNK-SCR-AT-EOF TO TRUE
024526         END-READ
024527     END-IF.
024528 5477-EXIT.
024529     EXIT.
024530*----------------------------------------------------------------
024531* 5480-SHOW-SCREEN-HOLD - TELL THE TELLER WHEN THE CUSTOMER JUST
024532*                         ADDED OR CHANGED IS HELD FOR WATCH-LIST
024533*                         REVIEW
024534*----------------------------------------------------------------
024535 5480-SHOW-SCREEN-HOLD.
024536     IF CUS-SCREEN-PENDING
024537         DISPLAY "POSSIBLE SANCTIONS WATCH-LIST MATCH - REFERRED "
024538             "FOR SUPERVISOR REVIEW."
024539         DISPLAY "NO ACCOUNT MAY BE OPENED FOR OR TIED TO THIS "
024540             "CUSTOMER UNTIL THE MATCH IS CLEARED."
024541     END-IF.
024542     IF CUS-SCREEN-CONFIRMED
024543         DISPLAY "CUSTOMER IS A CONFIRMED SANCTIONS WATCH-LIST "
024544             "MATCH - REFER TO COMPLIANCE."
024545     END-IF.
024546 5480-EXIT.
024547     EXIT.
024548*----------------------------------------------------------------
024549* 5500-CHANGE-CUSTOMER - RE-KEY AN EXISTING CUSTOMER'S FIELDS
024550*----------------------------------------------------------------
024551 5500-CHANGE-CUSTOMER.
024552     DISPLAY "ENTER CUSTOMER NUMBER TO CHANGE: ".
024553     ACCEPT BNK-CUST-NO.
024554     MOVE BNK-CUST-NO TO CUS-CUST-NUMBER.
024555     READ CUSTOMER-MASTER
024556         INVALID KEY
024557             DISPLAY "CUSTOMER NOT FOUND."
024558     END-READ.
024559
024560     IF BNK-CUS-OK
024561         MOVE CUS-CUSTOMER-RECORD TO OLD-CUSTOMER-RECORD
024562         DISPLAY "CURRENT NAME: " CUS-CUST-NAME
024563         PERFORM 5450-GET-CUSTOMER-FIELDS THRU 5450-EXIT
024564         SET BNK-SCREEN-MAINT TO TRUE
024565         PERFORM 5460-SCREEN-CUSTOMER THRU 5460-EXIT
024566         REWRITE CUS-CUSTOMER-RECORD
024567             INVALID KEY
024568                 DISPLAY "CUSTOMER REWRITE FAILED, STATUS "
024569                     BNK-CUS-STATUS
024570         END-REWRITE
024571         IF BNK-CUS-OK
024572             DISPLAY "CUSTOMER CHANGED."
024573             PERFORM 5560-JOURNAL-CUSTOMER-CHANGES
024574                 THRU 5560-EXIT
024575             PERFORM 5480-SHOW-SCREEN-HOLD THRU 5480-EXIT
024576         END-IF
024577     END-IF.
024578 5500-EXIT.
024579     EXIT.
024580*----------------------------------------------------------------
024581* 5560-JOURNAL-CUSTOMER-CHANGES - COMPARE THE REWRITTEN CUSTOMER
024582*                                 WITH THE RECORD AS READ AND
024583*                                 JOURNAL EACH KIND OF CHANGE
024584*                                 SEPARATELY: NAME, ADDRESS,
024585*                                 COUNTRY, PHONE, TAX ID
024586*----------------------------------------------------------------
024587 5560-JOURNAL-CUSTOMER-CHANGES.
024588     IF CUS-CUST-NAME NOT = OLD-CUST-NAME
024589         MOVE SPACES TO MNT-JOURNAL-RECORD
024590         MOVE OLD-CUST-NAME TO MNT-BEFORE-IMAGE
024591         MOVE CUS-CUST-NAME TO MNT-AFTER-IMAGE
024592         SET MNT-CUST-NAME TO TRUE
024593         PERFORM 5565-WRITE-CUSTOMER-JOURNAL THRU 5565-EXIT
024594     END-IF.
024595     IF CUS-ADDR-LINE-1 NOT = OLD-ADDR-LINE-1
024596        OR CUS-ADDR-LINE-2 NOT = OLD-ADDR-LINE-2
024597        OR CUS-CITY NOT = OLD-CITY
024598        OR CUS-STATE NOT = OLD-STATE
024599        OR CUS-ZIP NOT = OLD-ZIP
024600         MOVE SPACES TO MNT-JOURNAL-RECORD
024601         MOVE OLD-ADDR-LINE-1 TO BNK-JNL-ADDR-LINE-1
024602         MOVE OLD-ADDR-LINE-2 TO BNK-JNL-ADDR-LINE-2
024603         MOVE OLD-CITY        TO BNK-JNL-CITY
024604         MOVE OLD-STATE       TO BNK-JNL-STATE
024605         MOVE OLD-ZIP         TO BNK-JNL-ZIP
024606         MOVE BNK-JNL-ADDRESS TO MNT-BEFORE-IMAGE
024607         MOVE CUS-ADDR-LINE-1 TO BNK-JNL-ADDR-LINE-1
024608         MOVE CUS-ADDR-LINE-2 TO BNK-JNL-ADDR-LINE-2
024609         MOVE CUS-CITY        TO BNK-JNL-CITY
024610         MOVE CUS-STATE       TO BNK-JNL-STATE
024611         MOVE CUS-ZIP         TO BNK-JNL-ZIP
024612         MOVE BNK-JNL-ADDRESS TO MNT-AFTER-IMAGE
024613         SET MNT-CUST-ADDRESS TO TRUE
024614         PERFORM 5565-WRITE-CUSTOMER-JOURNAL THRU 5565-EXIT
024615     END-IF.
024616     IF CUS-COUNTRY NOT = OLD-COUNTRY
024617         MOVE SPACES TO MNT-JOURNAL-RECORD
024618         MOVE OLD-COUNTRY TO MNT-BEFORE-IMAGE
024619         MOVE CUS-COUNTRY TO MNT-AFTER-IMAGE
024620         SET MNT-CUST-COUNTRY TO TRUE
024621         PERFORM 5565-WRITE-CUSTOMER-JOURNAL THRU 5565-EXIT
024622     END-IF.
024623     IF CUS-PHONE NOT = OLD-PHONE
024624         MOVE SPACES TO MNT-JOURNAL-RECORD
024625         MOVE OLD-PHONE TO MNT-BEFORE-IMAGE
024626         MOVE CUS-PHONE TO MNT-AFTER-IMAGE
024627         SET MNT-CUST-PHONE TO TRUE
024628         PERFORM 5565-WRITE-CUSTOMER-JOURNAL THRU 5565-EXIT
024629     END-IF.
024630     IF CUS-TAX-ID NOT = OLD-TAX-ID
024631         MOVE SPACES TO MNT-JOURNAL-RECORD
024632         MOVE OLD-TAX-ID TO MNT-BEFORE-IMAGE
024633         MOVE CUS-TAX-ID TO MNT-AFTER-IMAGE
024634         SET MNT-CUST-TAX-ID TO TRUE
024635         PERFORM 5565-WRITE-CUSTOMER-JOURNAL THRU 5565-EXIT
024636     END-IF.
024637 5560-EXIT.
024638     EXIT.
024639*----------------------------------------------------------------
024640* 5565-WRITE-CUSTOMER-JOURNAL - JOURNAL ONE CHANGE TO THE CUSTOMER
024641*                               IN CUS-CUSTOMER-RECORD
024642*----------------------------------------------------------------
024643 5565-WRITE-CUSTOMER-JOURNAL.
024644     MOVE "CUSTMAST"      TO MNT-RECORD-FILE.
024645     MOVE CUS-CUST-NUMBER TO MNT-RECORD-KEY.
024646     MOVE ZERO            TO MNT-ACCT-NUMBER.
024647     MOVE CUS-CUST-NUMBER TO MNT-CUST-NUMBER.
024648     PERFORM 2750-WRITE-JOURNAL-RECORD THRU 2750-EXIT.
024649 5565-EXIT.
024650     EXIT.
024651*----------------------------------------------------------------
024652* 5600-ATTACH-ACCOUNT - POINT AN EXISTING ACCOUNT AT ITS OWNING
024653*                       CUSTOMER SO STMT-GEN CAN FOLD IT INTO
024654*                       THE CUSTOMER'S STATEMENT PACKAGE
024655*----------------------------------------------------------------
024656 5600-ATTACH-ACCOUNT.
024657     DISPLAY "ENTER ACCOUNT NUMBER TO ATTACH: ".
024658     ACCEPT BNK-ACCT-NO.
024659     MOVE BNK-ACCT-NO TO ACM-ACCT-NUMBER.
024660     READ ACCOUNT-MASTER
024661         INVALID KEY
024662             DISPLAY "ACCOUNT NOT FOUND."
024663     END-READ.
024664
024665     IF BNK-ACM-OK
024674         MOVE "N" TO BNK-CUST-SWITCH
024684         PERFORM 5160-GET-CUST-NUMBER THRU 5160-EXIT
024694             UNTIL BNK-CUST-OK
024699         MOVE ACM-CUST-NUMBER TO BNK-OLD-PRIMARY
024704         MOVE BNK-CUST-NO TO ACM-CUST-NUMBER
024714         REWRITE ACM-ACCOUNT-RECORD
024724             INVALID KEY
024764         IF BNK-ACM-OK
024774             DISPLAY "ACCOUNT ATTACHED TO CUSTOMER "
024784                 BNK-CUST-NO "."
024789             PERFORM 5650-SET-PRIMARY-RELATION THRU 5650-EXIT
024791             PERFORM 5660-JOURNAL-ATTACH THRU 5660-EXIT
024794         END-IF
024804     END-IF.
024814 5600-EXIT.
024824     EXIT.
024825*----------------------------------------------------------------
024826* 5650-SET-PRIMARY-RELATION - KEEP THE ACCTREL "P" RECORD IN
024827*                             STEP WITH ACM-CUST-NUMBER: DROP THE
024828*                             OLD PRIMARY'S (BNK-OLD-PRIMARY)
024829*                             AND WRITE OR PROMOTE THE NEW ONE
024830*----------------------------------------------------------------
024831 5650-SET-PRIMARY-RELATION.
024832     IF BNK-OLD-PRIMARY > ZERO
024833         AND BNK-OLD-PRIMARY NOT = ACM-CUST-NUMBER
024834         MOVE ACM-ACCT-NUMBER TO REL-ACCT-NUMBER
024835         MOVE BNK-OLD-PRIMARY TO REL-CUST-NUMBER
024836         READ ACCT-RELATION
024837             INVALID KEY
024838                 CONTINUE
024839         END-READ
024840         IF BNK-REL-OK AND REL-ROLE-PRIMARY
024841             DELETE ACCT-RELATION RECORD
024842                 INVALID KEY
024843                     CONTINUE
024844             END-DELETE
024845         END-IF
024846     END-IF.
024847     IF ACM-CUST-NUMBER = ZERO
024848         GO TO 5650-EXIT
024849     END-IF.
024850     MOVE ACM-ACCT-NUMBER TO REL-ACCT-NUMBER.
024851     MOVE ACM-CUST-NUMBER TO REL-CUST-NUMBER.
024852     READ ACCT-RELATION
024853         INVALID KEY
024854             CONTINUE
024855     END-READ.
024856     IF BNK-REL-OK
024857         SET REL-ROLE-PRIMARY TO TRUE
024858         REWRITE REL-RELATION-RECORD
024859             INVALID KEY
024860                 CONTINUE
024861         END-REWRITE
024862     ELSE
024863         MOVE ACM-ACCT-NUMBER   TO REL-ACCT-NUMBER
024864         MOVE ACM-CUST-NUMBER   TO REL-CUST-NUMBER
024865         SET REL-ROLE-PRIMARY   TO TRUE
024866         MOVE BNK-BUSINESS-DATE TO REL-ADDED-DATE
024867         MOVE BNK-OPERATOR-ID   TO REL-ADDED-BY
024868         WRITE REL-RELATION-RECORD
024869             INVALID KEY
024870                 CONTINUE
024871         END-WRITE
024872     END-IF.
024873     IF NOT BNK-REL-OK
024874         DISPLAY "PRIMARY OWNER RELATIONSHIP NOT RECORDED, "
024875             "STATUS " BNK-REL-STATUS
024876     END-IF.
024877 5650-EXIT.
024878     EXIT.
024879*----------------------------------------------------------------
024880* 5660-JOURNAL-ATTACH - JOURNAL A CHANGE OF PRIMARY OWNER ON THE
024881*                       ACCOUNT (BNK-OLD-PRIMARY IS THE OWNER
024882*                       BEFORE THE CHANGE, ZERO IF NONE)
024883*----------------------------------------------------------------
024884 5660-JOURNAL-ATTACH.
024885     IF BNK-OLD-PRIMARY = ACM-CUST-NUMBER
024886         GO TO 5660-EXIT
024887     END-IF.
024888     MOVE SPACES TO MNT-JOURNAL-RECORD.
024889     MOVE BNK-OLD-PRIMARY TO MNT-BEFORE-IMAGE.
024890     MOVE ACM-CUST-NUMBER TO MNT-AFTER-IMAGE.
024891     SET MNT-ACCT-ATTACH TO TRUE.
024892     PERFORM 2755-JOURNAL-ACCOUNT-CHANGE THRU 2755-EXIT.
024893 5660-EXIT.
024894     EXIT.
024895*----------------------------------------------------------------
024896* 5700-SET-OD-LIMIT - SET THE APPROVED OVERDRAFT LINE ON A
024897*                     CHECKING ACCOUNT.  EXTENDING CREDIT IS
024898*                     SUPERVISOR BUSINESS, SO APPROVAL IS
024899*                     ALWAYS REQUIRED.  ZERO REMOVES THE LINE.
024900*----------------------------------------------------------------
024901 5700-SET-OD-LIMIT.
024904     DISPLAY "ENTER ACCOUNT NUMBER: ".
024914     ACCEPT BNK-ACCT-NO.
024924     MOVE BNK-ACCT-NO TO ACM-ACCT-NUMBER.
025064                 "SUPERVISOR APPROVAL."
025074             PERFORM 1500-GET-APPROVAL THRU 1500-EXIT
025084             IF BNK-APPROVED
025089                 MOVE ACM-OD-LIMIT TO BNK-OLD-OD-LIMIT
025094                 MOVE BNK-OD-LIMIT-IN TO ACM-OD-LIMIT
025104                 REWRITE ACM-ACCOUNT-RECORD
025114                     INVALID KEY
025154                 IF BNK-ACM-OK
025164                     DISPLAY "OVERDRAFT LIMIT SET TO "
025174                         ACM-OD-LIMIT "."
025175                     MOVE SPACES TO MNT-JOURNAL-RECORD
025176                     MOVE BNK-OLD-OD-LIMIT TO MNT-BEFORE-AMOUNT
025177                     MOVE ACM-OD-LIMIT     TO MNT-AFTER-AMOUNT
025178                     MOVE BNK-APPROVER-ID  TO MNT-APPROVER-ID
025179                     SET MNT-OD-LIMIT TO TRUE
025180                     PERFORM 2755-JOURNAL-ACCOUNT-CHANGE
025181                         THRU 2755-EXIT
025184                 END-IF
025194             ELSE
025204                 DISPLAY "OVERDRAFT LIMIT NOT CHANGED."
025234     END-IF.
025244 5700-EXIT.
025254     EXIT.
025255*----------------------------------------------------------------
025256* 5800-ADD-RELATIONSHIP - TIE A CUSTOMER TO AN ACCOUNT IN A ROLE
025257*                         (P/J/S/B), OR CHANGE THE ROLE THEY HOLD.
025258*                         AN ACCOUNT TAKES A PRIMARY OWNER BEFORE
025259*                         ANY OTHER RELATIONSHIP.
025260*----------------------------------------------------------------
025261 5800-ADD-RELATIONSHIP.
025262     DISPLAY "ENTER ACCOUNT NUMBER: ".
025263     ACCEPT BNK-ACCT-NO.
025264     MOVE BNK-ACCT-NO TO ACM-ACCT-NUMBER.
025265     READ ACCOUNT-MASTER
025266         INVALID KEY
025267             DISPLAY "ACCOUNT NOT FOUND."
025268     END-READ.
025269     IF NOT BNK-ACM-OK
025270         GO TO 5800-EXIT
025271     END-IF.
025272     IF ACM-ACCT-CLOSED
025273         DISPLAY "ACCOUNT IS CLOSED."
025274         GO TO 5800-EXIT
025275     END-IF.
025276     PERFORM 5880-LIST-RELATIONSHIPS THRU 5880-EXIT.
025277     MOVE "N" TO BNK-CUST-SWITCH.
025278     PERFORM 5160-GET-CUST-NUMBER THRU 5160-EXIT
025279         UNTIL BNK-CUST-OK.
025280     IF BNK-CUST-NO = ZERO
025281         DISPLAY "NO CUSTOMER GIVEN - NOTHING CHANGED."
025282         GO TO 5800-EXIT
025283     END-IF.
025284     MOVE SPACE TO BNK-REL-ROLE.
025285     PERFORM 5850-GET-ROLE THRU 5850-EXIT
025286         UNTIL BNK-REL-ROLE-VALID.
025287     IF BNK-REL-ROLE-PRIMARY
025288         PERFORM 5820-MAKE-PRIMARY THRU 5820-EXIT
025289         GO TO 5800-EXIT
025290     END-IF.
025291     IF ACM-CUST-NUMBER = ZERO
025292         DISPLAY "ACCOUNT HAS NO PRIMARY OWNER - ADD ONE "
025293             "(ROLE P) FIRST."
025294         GO TO 5800-EXIT
025295     END-IF.
025296     IF BNK-CUST-NO = ACM-CUST-NUMBER
025297         DISPLAY "CUSTOMER IS THE PRIMARY OWNER - MAKE ANOTHER "
025298             "OWNER PRIMARY FIRST."
025299         GO TO 5800-EXIT
025300     END-IF.
025301     MOVE SPACE TO BNK-OLD-ROLE.
025302     MOVE ACM-ACCT-NUMBER TO REL-ACCT-NUMBER.
025303     MOVE BNK-CUST-NO     TO REL-CUST-NUMBER.
025304     READ ACCT-RELATION
025305         INVALID KEY
025306             CONTINUE
025307     END-READ.
025308     IF BNK-REL-OK
025309         MOVE REL-ROLE TO BNK-OLD-ROLE
025310         MOVE BNK-REL-ROLE TO REL-ROLE
025311         REWRITE REL-RELATION-RECORD
025312             INVALID KEY
025313                 CONTINUE
025314         END-REWRITE
025315         IF BNK-REL-OK
025316             DISPLAY "RELATIONSHIP CHANGED."
025317         END-IF
025318     ELSE
025319         MOVE ACM-ACCT-NUMBER   TO REL-ACCT-NUMBER
025320         MOVE BNK-CUST-NO       TO REL-CUST-NUMBER
025321         MOVE BNK-REL-ROLE      TO REL-ROLE
025322         MOVE BNK-BUSINESS-DATE TO REL-ADDED-DATE
025323         MOVE BNK-OPERATOR-ID   TO REL-ADDED-BY
025324         WRITE REL-RELATION-RECORD
025325             INVALID KEY
025326                 CONTINUE
025327         END-WRITE
025328         IF BNK-REL-OK
025329             DISPLAY "RELATIONSHIP ADDED."
025330         END-IF
025331     END-IF.
025332     IF NOT BNK-REL-OK
025333         DISPLAY "RELATIONSHIP UPDATE FAILED, STATUS "
025334             BNK-REL-STATUS
025335     ELSE
025336         MOVE SPACES TO MNT-JOURNAL-RECORD
025337         MOVE BNK-OLD-ROLE TO MNT-BEFORE-IMAGE
025338         MOVE REL-ROLE     TO MNT-AFTER-IMAGE
025339         SET MNT-RELATION-SET TO TRUE
025340         PERFORM 5870-JOURNAL-RELATION THRU 5870-EXIT
025341     END-IF.
025342 5800-EXIT.
025343     EXIT.
025344*----------------------------------------------------------------
025345* 5820-MAKE-PRIMARY - MOVE THE ACCOUNT TO A NEW PRIMARY OWNER.
025346*                     THE PREVIOUS PRIMARY STAYS ON THE ACCOUNT
025347*                     AS A JOINT OWNER.
025348*----------------------------------------------------------------
025349 5820-MAKE-PRIMARY.
025350     IF BNK-CUST-NO = ACM-CUST-NUMBER
025351         DISPLAY "CUSTOMER IS ALREADY THE PRIMARY OWNER."
025352         MOVE ZERO TO BNK-OLD-PRIMARY
025353         PERFORM 5650-SET-PRIMARY-RELATION THRU 5650-EXIT
025354         GO TO 5820-EXIT
025355     END-IF.
025356     MOVE ACM-CUST-NUMBER TO BNK-OLD-PRIMARY.
025357     MOVE BNK-CUST-NO     TO ACM-CUST-NUMBER.
025358     REWRITE ACM-ACCOUNT-RECORD
025359         INVALID KEY
025360             DISPLAY "PRIMARY OWNER REWRITE FAILED, STATUS "
025361                 BNK-ACM-STATUS
025362     END-REWRITE.
025363     IF NOT BNK-ACM-OK
025364         GO TO 5820-EXIT
025365     END-IF.
025366     PERFORM 5660-JOURNAL-ATTACH THRU 5660-EXIT.
025367     IF BNK-OLD-PRIMARY > ZERO
025368         MOVE ACM-ACCT-NUMBER TO REL-ACCT-NUMBER
025369         MOVE BNK-OLD-PRIMARY TO REL-CUST-NUMBER
025370         READ ACCT-RELATION
025371             INVALID KEY
025372                 CONTINUE
025373         END-READ
025374         IF BNK-REL-OK
025375             SET REL-ROLE-JOINT TO TRUE
025376             REWRITE REL-RELATION-RECORD
025377                 INVALID KEY
025378                     CONTINUE
025379             END-REWRITE
025380         ELSE
025381             MOVE ACM-ACCT-NUMBER   TO REL-ACCT-NUMBER
025382             MOVE BNK-OLD-PRIMARY   TO REL-CUST-NUMBER
025383             SET REL-ROLE-JOINT     TO TRUE
025384             MOVE BNK-BUSINESS-DATE TO REL-ADDED-DATE
025385             MOVE BNK-OPERATOR-ID   TO REL-ADDED-BY
025386             WRITE REL-RELATION-RECORD
025387                 INVALID KEY
025388                     CONTINUE
025389             END-WRITE
025390         END-IF
025391         DISPLAY "PREVIOUS PRIMARY OWNER " BNK-OLD-PRIMARY
025392             " IS NOW A JOINT OWNER."
025393     END-IF.
025394     MOVE ZERO TO BNK-OLD-PRIMARY.
025395     PERFORM 5650-SET-PRIMARY-RELATION THRU 5650-EXIT.
025396     DISPLAY "PRIMARY OWNER SET TO CUSTOMER " BNK-CUST-NO ".".
025397 5820-EXIT.
025398     EXIT.
025399*----------------------------------------------------------------
025400* 5850-GET-ROLE - PROMPT FOR THE RELATIONSHIP ROLE UNTIL A VALID
025401*                 ONE IS KEYED
025402*----------------------------------------------------------------
025403 5850-GET-ROLE.
025404     DISPLAY "ENTER ROLE (P=PRIMARY OWNER J=JOINT OWNER "
025405         "S=SIGNER B=BENEFICIARY): ".
025406     ACCEPT BNK-REL-ROLE.
025407     IF NOT BNK-REL-ROLE-VALID
025408         DISPLAY "INVALID ROLE - RE-ENTER."
025409     END-IF.
025410 5850-EXIT.
025411     EXIT.
025412*----------------------------------------------------------------
025413* 5870-JOURNAL-RELATION - JOURNAL A RELATIONSHIP ADDED, CHANGED OR
025414*                         REMOVED; THE CALLER HAS SET THE CHANGE
025415*                         TYPE AND THE ROLE BEFORE AND AFTER
025416*----------------------------------------------------------------
025417 5870-JOURNAL-RELATION.
025418     MOVE "ACCTREL"       TO MNT-RECORD-FILE.
025419     MOVE REL-KEY         TO MNT-RECORD-KEY.
025420     MOVE REL-ACCT-NUMBER TO MNT-ACCT-NUMBER.
025421     MOVE REL-CUST-NUMBER TO MNT-CUST-NUMBER.
025422     PERFORM 2750-WRITE-JOURNAL-RECORD THRU 2750-EXIT.
025423 5870-EXIT.
025424     EXIT.
025425*----------------------------------------------------------------
025426* 5880-LIST-RELATIONSHIPS - SHOW EVERY CUSTOMER TIED TO THE
025427*                           ACCOUNT IN ACM-ACCOUNT-RECORD
025428*----------------------------------------------------------------
025429 5880-LIST-RELATIONSHIPS.
025430     DISPLAY "PRIMARY OWNER (ACCOUNT MASTER): " ACM-CUST-NUMBER.
025431     SET BNK-REL-NOT-AT-EOF TO TRUE.
025432     MOVE ACM-ACCT-NUMBER TO REL-ACCT-NUMBER.
025433     MOVE ZERO            TO REL-CUST-NUMBER.
025434     START ACCT-RELATION KEY NOT < REL-KEY
025435         INVALID KEY
025436             SET BNK-REL-AT-EOF TO TRUE
025437     END-START.
025438     IF BNK-REL-NOT-AT-EOF
025439         READ ACCT-RELATION NEXT RECORD
025440             AT END
025441                 SET BNK-REL-AT-EOF TO TRUE
025442         END-READ
025443     END-IF.
025444     PERFORM 5890-LIST-ONE-RELATION THRU 5890-EXIT
025445         UNTIL BNK-REL-AT-EOF.
025446 5880-EXIT.
025447     EXIT.
025448*----------------------------------------------------------------
025449* 5890-LIST-ONE-RELATION - DISPLAY ONE RELATIONSHIP AND READ THE
025450*                          NEXT; STOP ONCE THE KEY LEAVES THIS
025451*                          ACCOUNT
025452*----------------------------------------------------------------
025453 5890-LIST-ONE-RELATION.
025454     IF REL-ACCT-NUMBER NOT = ACM-ACCT-NUMBER
025455         SET BNK-REL-AT-EOF TO TRUE
025456     ELSE
025457         DISPLAY "  CUSTOMER " REL-CUST-NUMBER
025458             "  ROLE " REL-ROLE
025459             "  ADDED " REL-ADDED-DATE " BY " REL-ADDED-BY
025460         READ ACCT-RELATION NEXT RECORD
025461             AT END
025462                 SET BNK-REL-AT-EOF TO TRUE
025463         END-READ
025464     END-IF.
025465 5890-EXIT.
025466     EXIT.
025467*----------------------------------------------------------------
025468* 5900-REMOVE-RELATIONSHIP - UNTIE A CUSTOMER FROM AN ACCOUNT.
025469*                            THE PRIMARY OWNER IS NOT REMOVED
025470*                            HERE: MAKE ANOTHER OWNER PRIMARY
025471*                            (OPTION 8) OR RE-ATTACH (OPTION 6).
025472*----------------------------------------------------------------
025473 5900-REMOVE-RELATIONSHIP.
025474     DISPLAY "ENTER ACCOUNT NUMBER: ".
025475     ACCEPT BNK-ACCT-NO.
025476     MOVE BNK-ACCT-NO TO ACM-ACCT-NUMBER.
025477     READ ACCOUNT-MASTER
025478         INVALID KEY
025479             DISPLAY "ACCOUNT NOT FOUND."
025480     END-READ.
025481     IF NOT BNK-ACM-OK
025482         GO TO 5900-EXIT
025483     END-IF.
025484     PERFORM 5880-LIST-RELATIONSHIPS THRU 5880-EXIT.
025485     DISPLAY "ENTER CUSTOMER NUMBER TO REMOVE: ".
025486     ACCEPT BNK-CUST-NO.
025487     IF BNK-CUST-NO = ACM-CUST-NUMBER
025488         DISPLAY "THE PRIMARY OWNER CANNOT BE REMOVED - MAKE "
025489             "ANOTHER OWNER PRIMARY (OPTION 8) OR RE-ATTACH THE "
025490             "ACCOUNT (OPTION 6)."
025491         GO TO 5900-EXIT
025492     END-IF.
025493     MOVE ACM-ACCT-NUMBER TO REL-ACCT-NUMBER.
025494     MOVE BNK-CUST-NO     TO REL-CUST-NUMBER.
025495     READ ACCT-RELATION
025496         INVALID KEY
025497             DISPLAY "NO SUCH RELATIONSHIP ON THIS ACCOUNT."
025498     END-READ.
025499     IF NOT BNK-REL-OK
025500         GO TO 5900-EXIT
025501     END-IF.
025502     MOVE REL-ROLE TO BNK-OLD-ROLE.
025503     DELETE ACCT-RELATION RECORD
025504         INVALID KEY
025505             CONTINUE
025506     END-DELETE.
025507     IF BNK-REL-OK
025508         DISPLAY "RELATIONSHIP REMOVED."
025509         MOVE SPACES TO MNT-JOURNAL-RECORD
025510         MOVE ACM-ACCT-NUMBER TO REL-ACCT-NUMBER
025511         MOVE BNK-CUST-NO     TO REL-CUST-NUMBER
025512         MOVE BNK-OLD-ROLE    TO MNT-BEFORE-IMAGE
025513         SET MNT-RELATION-REMOVE TO TRUE
025514         PERFORM 5870-JOURNAL-RELATION THRU 5870-EXIT
025515     ELSE
025516         DISPLAY "RELATIONSHIP DELETE FAILED, STATUS "
025517             BNK-REL-STATUS
025518     END-IF.
025519 5900-EXIT.
025520     EXIT.
025521*----------------------------------------------------------------
025522* 5950-CHANGE-BRANCH - MOVE AN ACCOUNT TO ANOTHER DOMICILE BRANCH.
025523*                      ALWAYS NEEDS A SUPERVISOR.  THE JOURNAL
025524*                      RECORD CARRIES THE BALANCE AT THE MOVE,
025525*                      WHICH GL-EXTRACT CARRIES FROM THE OLD
025526*                      BRANCH'S BOOKS TO THE NEW.
025527*----------------------------------------------------------------
025528 5950-CHANGE-BRANCH.
025529     DISPLAY "ENTER ACCOUNT NUMBER: ".
025530     ACCEPT BNK-ACCT-NO.
025531     MOVE BNK-ACCT-NO TO ACM-ACCT-NUMBER.
025532     READ ACCOUNT-MASTER
025533         INVALID KEY
025534             DISPLAY "ACCOUNT NOT FOUND."
025535     END-READ.
025536     IF NOT BNK-ACM-OK
025537         GO TO 5950-EXIT
025538     END-IF.
025539     IF ACM-ACCT-CLOSED
025540         DISPLAY "ACCOUNT IS CLOSED."
025541         GO TO 5950-EXIT
025542     END-IF.
025543     MOVE ACM-BRANCH-CODE TO BNK-OLD-BRANCH.
025544     IF ACM-BRANCH-NOT-SET
025545         MOVE BNK-HEAD-OFFICE-BRANCH TO BNK-OLD-BRANCH
025546     END-IF.
025547     DISPLAY "CURRENT DOMICILE BRANCH: " BNK-OLD-BRANCH.
025548     DISPLAY "ENTER NEW DOMICILE BRANCH: ".
025549     ACCEPT BNK-BRANCH-IN.
025550     IF BNK-BRANCH-IN NOT NUMERIC OR BNK-BRANCH-IN = "000"
025551         DISPLAY "BRANCH MUST BE THREE DIGITS, 001 TO 999."
025552         GO TO 5950-EXIT
025553     END-IF.
025554     IF BNK-BRANCH-IN = BNK-OLD-BRANCH
025555         DISPLAY "ACCOUNT IS ALREADY DOMICILED AT THAT BRANCH."
025556         GO TO 5950-EXIT
025557     END-IF.
025558     DISPLAY "A DOMICILE MOVE ALWAYS REQUIRES SUPERVISOR "
025559         "APPROVAL.".
025560     PERFORM 1500-GET-APPROVAL THRU 1500-EXIT.
025561     IF NOT BNK-APPROVED
025562         DISPLAY "DOMICILE BRANCH NOT CHANGED."
025563         GO TO 5950-EXIT
025564     END-IF.
025565     MOVE BNK-BRANCH-IN TO ACM-BRANCH-CODE.
025566     REWRITE ACM-ACCOUNT-RECORD
025567         INVALID KEY
025568             DISPLAY "BRANCH REWRITE FAILED, STATUS "
025569                 BNK-ACM-STATUS
025570     END-REWRITE.
025571     IF BNK-ACM-OK
025572         DISPLAY "DOMICILE BRANCH SET TO " ACM-BRANCH-CODE "."
025573         MOVE SPACES TO MNT-JOURNAL-RECORD
025574         MOVE BNK-OLD-BRANCH  TO MNT-BEFORE-BRANCH
025575         MOVE ACM-BALANCE     TO MNT-BEFORE-BALANCE
025576         MOVE ACM-BRANCH-CODE TO MNT-AFTER-BRANCH
025577         MOVE ACM-BALANCE     TO MNT-AFTER-BALANCE
025578         MOVE BNK-APPROVER-ID TO MNT-APPROVER-ID
025579         SET MNT-BRANCH-MOVE TO TRUE
025580         PERFORM 2755-JOURNAL-ACCOUNT-CHANGE THRU 2755-EXIT
025581     END-IF.
025582 5950-EXIT.
025583     EXIT.
025584*----------------------------------------------------------------
025585* 6000-TRANSFER - MOVE FUNDS BETWEEN TWO ACCOUNTS AS ONE UNIT:
025586*                 DEBIT THE FROM-ACCOUNT, CREDIT THE TO-ACCOUNT,
025587*                 AND WRITE A LINKED AUDIT-TRAIL RECORD FOR EACH
025588*                 LEG (TYPE 5 OUT / TYPE 6 IN, EACH CARRYING THE
025589*                 OTHER ACCOUNT IN AUD-XREF-ACCT).  IF THE
025590*                 CREDIT LEG FAILS THE DEBIT IS BACKED OUT SO
025591*                 NO HALF-POSTED TRANSFER SURVIVES.
025592*----------------------------------------------------------------
025593 6000-TRANSFER.
025594     OPEN I-O ACCOUNT-MASTER.
025595     DISPLAY "TRANSFER FROM -".
025596     MOVE "99" TO BNK-ACM-STATUS.
025597     PERFORM 2500-GET-VALID-ACCOUNT THRU 2500-EXIT
025598         UNTIL BNK-ACM-OK.
025599     IF ACM-ACCT-DORMANT
025600         DISPLAY "ACCOUNT IS DORMANT - REACTIVATE AT THE "
025601             "WINDOW BEFORE TRANSFERRING OUT."
025602         CLOSE ACCOUNT-MASTER
025603         GO TO 6000-EXIT
025604     END-IF.
025605     IF ACM-RESTRICT-CHARGED-OFF
025606         DISPLAY "ACCOUNT IS CHARGED OFF - "
025607             "NO TRANSFER OUT MAY BE MADE."
025608         CLOSE ACCOUNT-MASTER
025609         GO TO 6000-EXIT
025610     END-IF.
025611     IF ACM-DEBIT-FROZEN
025612         DISPLAY "ACCOUNT IS FROZEN - SANCTIONS WATCH-LIST "
025613             "MATCH.  NO TRANSFER OUT MAY BE MADE."
025614         CLOSE ACCOUNT-MASTER
025615         GO TO 6000-EXIT
025616     END-IF.
025617     IF ACM-PROD-CD
025618         DISPLAY "A CD IS DRAWN ONLY BY WITHDRAWAL - USE "
025619             "MENU OPTION 2."
025620         CLOSE ACCOUNT-MASTER
025621         GO TO 6000-EXIT
025622     END-IF.
025623     MOVE ACM-ACCT-NUMBER TO BNK-XFR-FROM-ACCT.
025624     PERFORM 2900-COMPUTE-AVAILABLE THRU 2900-EXIT.
025625     PERFORM 2950-SET-OD-ALLOWANCE THRU 2950-EXIT.
025626     MOVE "N" TO BNK-XFR-TO-SWITCH.
025627     PERFORM 6100-GET-TO-ACCOUNT THRU 6100-EXIT
025628         UNTIL BNK-XFR-TO-OK.
025629     MOVE "N" TO BNK-AMOUNT-SWITCH.
025630     PERFORM 6300-GET-TRANSFER-AMOUNT THRU 6300-EXIT
025631         UNTIL BNK-AMOUNT-OK.
025632
025633     SET BNK-APPROVED TO TRUE.
025634     MOVE SPACES TO BNK-APPROVER-ID.
025635     IF BNK-AMOUNT > BNK-OPR-WDRAW-LIMIT
025636         DISPLAY "AMOUNT EXCEEDS YOUR LIMIT - SUPERVISOR "
025637             "APPROVAL REQUIRED."
025638         PERFORM 1500-GET-APPROVAL THRU 1500-EXIT
025639     END-IF.
025644     IF BNK-APPROVED
025654         PERFORM 6350-POST-TRANSFER THRU 6350-EXIT
025664     ELSE
025844     IF BNK-ACM-OK
025854         MOVE ACM-BALANCE TO BNK-PRIOR-BAL
025864         SUBTRACT BNK-AMOUNT FROM ACM-BALANCE
025874         MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE
025884         REWRITE ACM-ACCOUNT-RECORD
025894             INVALID KEY
025904                 DISPLAY "TRANSFER DEBIT REWRITE FAILED, "
026054     EXIT.
026064*----------------------------------------------------------------
026074* 6100-GET-TO-ACCOUNT - PROMPT FOR THE RECEIVING ACCOUNT;
026084*                       RE-PROMPT UNTIL IT EXISTS, IS OPEN,
026094*                       IS NOT THE FROM-ACCOUNT AND IS NOT A
026099*                       CD (A CD TAKES NO FURTHER CREDITS)
026104*----------------------------------------------------------------
026114 6100-GET-TO-ACCOUNT.
026124     DISPLAY "ENTER ACCOUNT TO TRANSFER TO: ".
026244             IF ACM-ACCT-CLOSED
026254                 DISPLAY "ACCOUNT IS CLOSED - RE-ENTER."
026264             ELSE
026266                 IF ACM-PROD-CD
026268                     DISPLAY "A CD TAKES NO FURTHER CREDITS - "
026270                         "RE-ENTER."
026272                 ELSE
026273                     IF ACM-CHGOFF-BALANCE > ZERO
026274                         DISPLAY "ACCOUNT IS CHARGED OFF - PAY "
026275                             "IT AT THE WINDOW - RE-ENTER."
026276                     ELSE
026277                         SET BNK-XFR-TO-OK TO TRUE
026278                     END-IF
026279                 END-IF
026284             END-IF
026294         END-IF
026304     END-IF.
026664     END-READ.
026674     IF BNK-ACM-OK
026684         ADD BNK-AMOUNT TO ACM-BALANCE
026694         MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE
026704         REWRITE ACM-ACCOUNT-RECORD
026714             INVALID KEY
026724                 DISPLAY "TRANSFER CREDIT REWRITE FAILED, "
027014     END-READ.
027024     IF BNK-ACM-OK
027034         ADD BNK-AMOUNT TO ACM-BALANCE
027044         MOVE BNK-BUSINESS-DATE TO ACM-LAST-TXN-DATE
027054         REWRITE ACM-ACCOUNT-RECORD
027064             INVALID KEY
027074                 DISPLAY "BACK-OUT REWRITE FAILED, STATUS "
029184     MOVE "99" TO BNK-ACM-STATUS.
029194     PERFORM 2500-GET-VALID-ACCOUNT THRU 2500-EXIT
029204         UNTIL BNK-ACM-OK.
029206     IF ACM-PROD-CD
029208         DISPLAY "A CD CANNOT FUND A STANDING ORDER."
029210         GO TO 8100-EXIT
029212     END-IF.
029213     IF ACM-RESTRICT-CHARGED-OFF
029214         DISPLAY "ACCOUNT IS CHARGED OFF - IT CANNOT FUND A "
029215             "STANDING ORDER."
029216         GO TO 8100-EXIT
029217     END-IF.
029218     IF ACM-DEBIT-FROZEN
029219         DISPLAY "ACCOUNT IS FROZEN - SANCTIONS WATCH-LIST "
029220             "MATCH.  IT CANNOT FUND A STANDING ORDER."
029221         GO TO 8100-EXIT
029222     END-IF.
029223     MOVE ACM-ACCT-NUMBER TO BNK-XFR-FROM-ACCT.
029224     MOVE "N" TO BNK-XFR-TO-SWITCH.
029234     PERFORM 6100-GET-TO-ACCOUNT THRU 6100-EXIT
029244         UNTIL BNK-XFR-TO-OK.
029554     IF BNK-STO-OK
029564         DISPLAY "ORDER " STO-ORDER-NO " - FROM " STO-FROM-ACCT
029574             " TO " STO-TO-ACCT
029577         PERFORM 8250-CAPTURE-ORDER-TERMS THRU 8250-EXIT
029580         MOVE BNK-JNL-ORDER-TERMS TO BNK-OLD-ORDER-TERMS
029584         PERFORM 8500-GET-ORDER-TERMS THRU 8500-EXIT
029594         SET STO-ORDER-ACTIVE TO TRUE
029604         REWRITE STO-ORDER-RECORD
029644         END-REWRITE
029654         IF BNK-STO-OK
029664             DISPLAY "STANDING ORDER CHANGED."
029665             MOVE SPACES TO MNT-JOURNAL-RECORD
029666             MOVE BNK-OLD-ORDER-TERMS TO MNT-BEFORE-IMAGE
029667             PERFORM 8250-CAPTURE-ORDER-TERMS THRU 8250-EXIT
029668             MOVE BNK-JNL-ORDER-TERMS TO MNT-AFTER-IMAGE
029669             SET MNT-ORDER-CHANGE TO TRUE
029670             MOVE "STNDORD"     TO MNT-RECORD-FILE
029671             MOVE STO-ORDER-NO  TO MNT-RECORD-KEY
029672             MOVE STO-FROM-ACCT TO MNT-ACCT-NUMBER
029673             MOVE ZERO          TO MNT-CUST-NUMBER
029674             PERFORM 2750-WRITE-JOURNAL-RECORD THRU 2750-EXIT
029675         END-IF
029684     END-IF.
029694 8200-EXIT.
029704     EXIT.
029705*----------------------------------------------------------------
029706* 8250-CAPTURE-ORDER-TERMS - COPY THE ORDER'S TERMS FOR THE
029707*                            MAINTENANCE JOURNAL IMAGES
029708*----------------------------------------------------------------
029709 8250-CAPTURE-ORDER-TERMS.
029710     MOVE STO-AMOUNT        TO BNK-JNL-STO-AMOUNT.
029711     MOVE STO-FREQUENCY     TO BNK-JNL-STO-FREQUENCY.
029712     MOVE STO-NEXT-RUN-DATE TO BNK-JNL-STO-NEXT-RUN.
029713     MOVE STO-EXPIRY-DATE   TO BNK-JNL-STO-EXPIRY.
029714     MOVE STO-STATUS        TO BNK-JNL-STO-STATUS.
029715 8250-EXIT.
029716     EXIT.
029717*----------------------------------------------------------------
029724* 8300-CANCEL-ORDER - MARK AN ORDER CANCELLED; IT STAYS ON FILE
029734*                     AS HISTORY
029744*----------------------------------------------------------------
