000330*                  OUT AS THEIR OWN DETAIL UNDER CUSTOMER ZERO
000340*                  WITH THE ACCOUNT-CARRIED NAME AND NO TAX ID,
000350*                  FLAGGED ON THE CONTROL REPORT FOR FOLLOW-UP.
000352* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000354*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000356*                  CLOCK, SO A RUN PAST MIDNIGHT OR ON A CATCH-UP
000358*                  DAY STILL WORKS THE RIGHT DAY.
000359* 10/15/2026  RAO  JOINT OWNERSHIP.  A JOINT ACCOUNT'S INTEREST IS
000360*                  REPORTED ONCE, UNDER THE PRIMARY OWNER'S
000361*                  (ACM-CUST-NUMBER) TAX ID - NEVER UNDER A JOINT
000362*                  OWNER FROM THE ACCTREL RELATIONSHIP FILE.  THE
000363*                  CONTROL REPORT COUNTS THE JOINT ACCOUNTS SO
000364*                  REPORTED AND THEIR INTEREST.
000365*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000620         RECORD KEY IS CUS-CUST-NUMBER
000630         FILE STATUS IS BNK-CUS-STATUS.
000640
000641     SELECT ACCT-RELATION ASSIGN TO "ACCTREL"
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS SEQUENTIAL
000644         RECORD KEY IS REL-KEY
000645         FILE STATUS IS BNK-REL-STATUS.
000650     SELECT EXTRACT-FILE ASSIGN TO "TAXEXTR"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS BNK-TAX-STATUS.
000690     SELECT PRINT-FILE ASSIGN TO "TAXRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS BNK-PRT-STATUS.
000711
000712     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000713         ORGANIZATION IS RELATIVE
000714         ACCESS MODE IS RANDOM
000715         RELATIVE KEY IS BNK-CYC-RELKEY
000716         FILE STATUS IS BNK-CYC-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ACCOUNT-MASTER
000870     LABEL RECORDS ARE STANDARD.
000880     COPY CUSTMAST.
000890*
000892 FD  ACCT-RELATION
000894     LABEL RECORDS ARE STANDARD.
000896     COPY ACCTREL.
000898*
000900 FD  EXTRACT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  TAX-EXTRACT-RECORD.
001130 FD  PRINT-FILE
001140     LABEL RECORDS ARE OMITTED.
001150 01  PRINT-LINE                  PIC X(90).
001152*
001154 FD  CYCLE-CONTROL
001156     LABEL RECORDS ARE STANDARD.
001158     COPY CYCLCTL.
001160 WORKING-STORAGE SECTION.
001162 01  BNK-CYC-STATUS              PIC X(02).
001164     88  BNK-CYC-OK              VALUE "00".
001166 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001170 01  BNK-ACM-STATUS              PIC X(02).
001180     88  BNK-ACM-OK              VALUE "00".
001190 01  BNK-AUD-STATUS              PIC X(02).
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
001450 01  BNK-TAX-YEAR                PIC 9(04).
001460 01  BNK-RUN-DATE                PIC 9(08).
001470 01  BNK-WORK-DATE               PIC 9(08).
001570 01  BNK-STRAY-COUNT             PIC 9(07) COMP.
001580 01  BNK-DETAIL-COUNT            PIC 9(05) COMP.
001590 01  BNK-NOCUST-COUNT            PIC 9(05) COMP.
001593 01  BNK-JOINT-COUNT             PIC 9(05) COMP.
001596 01  BNK-JOINT-INTEREST          PIC S9(11)V99.
001600 01  BNK-TOTAL-INTEREST          PIC S9(11)V99.
001610 01  BNK-EXTRACT-TOTAL           PIC S9(11)V99.
001620*
001710         10  BNK-AX-CUST-NO      PIC 9(07).
001720         10  BNK-AX-CUST-NAME    PIC X(30).
001730         10  BNK-AX-INTEREST     PIC S9(09)V99.
001733         10  BNK-AX-JOINT-SWITCH PIC X(01).
001736             88  BNK-AX-JOINT    VALUE "Y".
001740*
001750*    PER-CUSTOMER ROLL-UP, IN ARRIVAL ORDER, SEARCHED LINEARLY.
001760 01  BNK-CUST-TABLE.
001930* 0000-MAINLINE - DRIVE THE EXTRACT RUN
001940*----------------------------------------------------------------
001950 0000-MAINLINE.
001955     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-LOAD-ACCOUNT-TABLE THRU 2000-EXIT
001980         UNTIL BNK-ACM-AT-EOF.
002080         UNTIL BNK-TBL-SUB > BNK-CUST-COUNT.
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
002116         DISPLAY "TAX-EXTRACT: NO CYCLE CONTROL - RUN CYCLE-CTL "
002117             "TO OPEN THE BUSINESS DATE."
002118         MOVE 8 TO RETURN-CODE
002119         STOP RUN
002120     END-IF.
002121     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
002122     CLOSE CYCLE-CONTROL.
002123 0500-EXIT.
002124     EXIT.
002125*----------------------------------------------------------------
002126* 1000-INITIALIZE - ACCEPT THE TAX YEAR, OPEN EVERY FILE, WRITE
002130*                   THE EXTRACT HEADER AND PRIME THE READ LOOPS
002140*----------------------------------------------------------------
002150 1000-INITIALIZE.
002210     MOVE ZERO TO BNK-STRAY-COUNT.
002220     MOVE ZERO TO BNK-DETAIL-COUNT.
002230     MOVE ZERO TO BNK-NOCUST-COUNT.
002233     MOVE ZERO TO BNK-JOINT-COUNT.
002236     MOVE ZERO TO BNK-JOINT-INTEREST.
002240     MOVE ZERO TO BNK-TOTAL-INTEREST.
002250     MOVE ZERO TO BNK-EXTRACT-TOTAL.
002270
002280     DISPLAY "ENTER TAX YEAR (YYYY): ".
002290     ACCEPT BNK-TAX-YEAR.
002340             SET BNK-ACM-AT-EOF TO TRUE
002350     END-READ.
002360
002361     SET BNK-REL-NOT-AT-EOF TO TRUE.
002362     SET BNK-REL-OPENED TO TRUE.
002363     OPEN INPUT ACCT-RELATION.
002364     IF NOT BNK-REL-OK
002365         SET BNK-REL-AT-EOF TO TRUE
002366         SET BNK-REL-NOT-OPENED TO TRUE
002367     ELSE
002368         READ ACCT-RELATION NEXT RECORD
002369             AT END
002370                 SET BNK-REL-AT-EOF TO TRUE
002371         END-READ
002372     END-IF.
002373
002374     SET BNK-AUD-NOT-AT-EOF TO TRUE.
002380     SET BNK-AUD-OPENED TO TRUE.
002390     OPEN INPUT AUDIT-TRAIL.
002400     IF NOT BNK-AUD-OK
002980         MOVE ACM-CUST-NAME
002990             TO BNK-AX-CUST-NAME (BNK-ACCT-COUNT)
003000         MOVE ZERO TO BNK-AX-INTEREST (BNK-ACCT-COUNT)
003002         MOVE "N" TO BNK-AX-JOINT-SWITCH (BNK-ACCT-COUNT)
003004         PERFORM 2100-CHECK-ONE-RELATION THRU 2100-EXIT
003006             UNTIL BNK-REL-AT-EOF
003008                 OR REL-ACCT-NUMBER > ACM-ACCT-NUMBER
003010     ELSE
003020         DISPLAY "TAX-EXTRACT: ACCOUNT TABLE FULL - ACCOUNT "
003030             "DROPPED: " ACM-ACCT-NUMBER
003090     END-READ.
003100 2000-EXIT.
003110     EXIT.
003111*----------------------------------------------------------------
003112* 2100-CHECK-ONE-RELATION - ACCTREL IS READ IN STEP WITH THE
003113*                           MASTER (BOTH IN ACCOUNT ORDER).  MARK
003114*                           THE ACCOUNT JUST LOADED AS JOINT WHEN
003115*                           THIS RELATIONSHIP IS A SECOND OWNER,
003116*                           AND READ THE NEXT ONE.  THE INTEREST
003117*                           STAYS WITH THE PRIMARY EITHER WAY.
003118*----------------------------------------------------------------
003119 2100-CHECK-ONE-RELATION.
003120     IF REL-ACCT-NUMBER = ACM-ACCT-NUMBER
003121             AND REL-ROLE-OWNER
003122             AND REL-CUST-NUMBER NOT = ACM-CUST-NUMBER
003123         MOVE "Y" TO BNK-AX-JOINT-SWITCH (BNK-ACCT-COUNT)
003124     END-IF.
003125     READ ACCT-RELATION NEXT RECORD
003126         AT END
003127             SET BNK-REL-AT-EOF TO TRUE
003128     END-READ.
003129 2100-EXIT.
003130     EXIT.
003131*----------------------------------------------------------------
003132* 3000-FOLD-ONE-CURRENT - FOLD ONE CURRENT-TRAIL TYPE-9 RECORD
003140*                         FOR THE TAX YEAR INTO ITS ACCOUNT'S
003150*                         TOTAL AND READ THE NEXT RECORD
003160*----------------------------------------------------------------
004180             TO BNK-EXTRACT-TOTAL
004190     ELSE
004200         PERFORM 4100-ADD-TO-CUSTOMER THRU 4100-EXIT
004201         IF BNK-AX-JOINT (BNK-TBL-SUB)
004202             ADD 1 TO BNK-JOINT-COUNT
004203             ADD BNK-AX-INTEREST (BNK-TBL-SUB)
004204                 TO BNK-JOINT-INTEREST
004205         END-IF
004210     END-IF.
004220 4000-EXIT.
004230     EXIT.
005250     MOVE BNK-NOCUST-COUNT TO BNK-C-COUNT.
005260     MOVE BNK-CTL-LINE TO PRINT-LINE.
005270     WRITE PRINT-LINE.
005271     MOVE "JOINT ACCOUNTS (PRIMARY TIN)" TO BNK-C-LABEL.
005272     MOVE BNK-JOINT-COUNT TO BNK-C-COUNT.
005273     MOVE BNK-JOINT-INTEREST TO BNK-C-AMOUNT.
005274     MOVE BNK-CTL-LINE TO PRINT-LINE.
005275     WRITE PRINT-LINE.
005280     MOVE "TOTAL INTEREST (AUDIT)" TO BNK-C-LABEL.
005290     MOVE ZERO TO BNK-C-COUNT.
005300     MOVE BNK-TOTAL-INTEREST TO BNK-C-AMOUNT.
005360     WRITE PRINT-LINE.
005370
005380     CLOSE ACCOUNT-MASTER.
005382     IF BNK-REL-OPENED
005384         CLOSE ACCT-RELATION
005386     END-IF.
005390     IF BNK-AUD-OPENED
005400         CLOSE AUDIT-TRAIL
005410     END-IF.
005550     DISPLAY "  STRAY RECORDS        : " BNK-STRAY-COUNT.
005560     DISPLAY "  EXTRACT DETAILS      : " BNK-DETAIL-COUNT.
005570     DISPLAY "  TOTAL INTEREST       : " BNK-EXTRACT-TOTAL.
005573     DISPLAY "  JOINT ACCOUNTS       : " BNK-JOINT-COUNT
005576         " (PRIMARY OWNER'S TAX ID ONLY)".
005580     IF BNK-TOTAL-INTEREST NOT = BNK-EXTRACT-TOTAL
005590         DISPLAY "  AUDIT AND EXTRACT TOTALS DIFFER BY THE "
005600             "STRAY AMOUNT - INVESTIGATE BEFORE FILING."
