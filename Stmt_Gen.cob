000446*                  ACCOUNTS ARE STRANGERS TO EACH OTHER AND
000447*                  MUST NOT SHARE ONE PACKAGE UNDER THE FIRST
000448*                  ACCOUNT'S NAME.
000450* 10/15/2026  RAO  SHOW THE RETURNED-ITEM CHARGE-BACK (AUDIT
000452*                  TYPE "R") AS A "RETURNED CHK" LINE AND ITS
000454*                  FEE (TYPE "F") AS A "RETURN FEE" LINE.
000455* 10/15/2026  RAO  SHOW THE CD EARLY-WITHDRAWAL PENALTY (AUDIT
000456*                  TYPE "P") AS AN "EARLY W/D PN" LINE.
000457* 10/15/2026  RAO  JOINT OWNERSHIP.  EVERY OWNER OF AN ACCOUNT
000458*                  GETS ITS STATEMENT: THE PRIMARY OWNER
000459*                  (ACM-CUST-NUMBER) AND EACH JOINT OWNER ON THE
000460*                  ACCTREL RELATIONSHIP FILE, WHICH IS MERGED IN
000461*                  ON THE MASTER PASS.  THE ACCOUNT HEADER AND ITS
000462*                  ACTIVITY ARE RELEASED ONCE PER OWNER SO THE
000463*                  STATEMENT LANDS IN EACH OWNER'S PACKAGE.
000464*                  SIGNERS AND BENEFICIARIES GET NO STATEMENT.
000465* 10/15/2026  RAO  SHOW THE CHARGE-OFF (AUDIT TYPE "W") AS A
000466*                  "CHARGED OFF" CREDIT LINE, AND A RECOVERY
000467*                  (TYPE "V") AS A "CHG-OFF PMT" LINE THAT LEAVES
000468*                  THE RUNNING BALANCE ALONE - IT PAYS DOWN THE
000469*                  CHARGED-OFF AMOUNT, NOT THE LEDGER.
000470*----------------------------------------------------------------
000471 ENVIRONMENT DIVISION.
000472 CONFIGURATION SECTION.
000473 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000700         RECORD KEY IS CUS-CUST-NUMBER
000710         FILE STATUS IS BNK-CUS-STATUS.
000720
000721     SELECT ACCT-RELATION ASSIGN TO "ACCTREL"
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS SEQUENTIAL
000724         RECORD KEY IS REL-KEY
000725         FILE STATUS IS BNK-REL-STATUS.
000730     SELECT SORT-FILE ASSIGN TO "STMTSORT".
000740
000750     SELECT WORK-FILE ASSIGN TO "STMTWRK"
000970     LABEL RECORDS ARE STANDARD.
000980     COPY CUSTMAST.
000990*
000992 FD  ACCT-RELATION
000994     LABEL RECORDS ARE STANDARD.
000996     COPY ACCTREL.
000998*
001000 SD  SORT-FILE.
001010 01  SRT-SORT-RECORD.
001020     05  SRT-CUST-NO             PIC 9(07).
001290         88  WRK-TXN-REV-CREDIT  VALUE "B".
001295         88  WRK-TXN-OD-FEE      VALUE "8".
001300         88  WRK-TXN-INTEREST    VALUE "9".
001302         88  WRK-TXN-RETURN-ITEM VALUE "R".
001304         88  WRK-TXN-RETURN-FEE  VALUE "F".
001307         88  WRK-TXN-CD-PENALTY  VALUE "P".
001308         88  WRK-TXN-CHARGE-OFF  VALUE "W".
001310     05  WRK-AMOUNT              PIC S9(07)V99.
001320     05  WRK-BALANCE             PIC S9(09)V99.
001330     05  WRK-CUST-NAME           PIC X(30).
001650 01  BNK-CUS-OPEN-SWITCH         PIC X(01).
001660     88  BNK-CUS-OPENED          VALUE "Y".
001670     88  BNK-CUS-NOT-OPENED      VALUE "N".
001671 01  BNK-REL-STATUS              PIC X(02).
001672     88  BNK-REL-OK              VALUE "00".
001673 01  BNK-REL-EOF-SWITCH          PIC X(01).
001674     88  BNK-REL-AT-EOF          VALUE "Y".
001675     88  BNK-REL-NOT-AT-EOF      VALUE "N".
001676 01  BNK-REL-OPEN-SWITCH         PIC X(01).
001677     88  BNK-REL-OPENED          VALUE "Y".
001678     88  BNK-REL-NOT-OPENED      VALUE "N".
001680 01  BNK-WRK-EOF-SWITCH          PIC X(01).
001690     88  BNK-WRK-AT-EOF          VALUE "Y".
001700     88  BNK-WRK-NOT-AT-EOF      VALUE "N".
002000 01  BNK-STMT-NAME               PIC X(30).
002010 01  BNK-LOOKUP-ACCT             PIC 9(07).
002020 01  BNK-LOOKUP-CUST             PIC 9(07).
002023 01  BNK-LOOKUP-JNT-FIRST        PIC 9(05) COMP.
002026 01  BNK-LOOKUP-JNT-LAST         PIC 9(05) COMP.
002030 01  BNK-AX-COUNT                PIC 9(05) COMP.
002032 01  BNK-JNT-COUNT               PIC 9(05) COMP.
002034 01  BNK-JNT-SUB                 PIC 9(05) COMP.
002036 01  BNK-JNT-COPY-COUNT          PIC 9(05) COMP.
002038 01  BNK-JNT-DROP-COUNT          PIC 9(05) COMP.
002040*
002050*    ACCOUNT-TO-CUSTOMER LOOKUP TABLE, LOADED IN ASCENDING KEY
002060*    ORDER ON THE MASTER PASS SO SEARCH ALL WORKS.
002110             INDEXED BY BNK-AX-IDX.
002120         10  BNK-AX-ACCT-NO      PIC 9(07).
002130         10  BNK-AX-CUST-NO      PIC 9(07).
002131         10  BNK-AX-JNT-FIRST    PIC 9(05) COMP.
002132         10  BNK-AX-JNT-LAST     PIC 9(05) COMP.
002133*
002134*    JOINT OWNERS FROM ACCTREL.  EACH ACCOUNT'S JOINT OWNERS SIT
002135*    TOGETHER; ITS LOOKUP ENTRY HOLDS THEIR FIRST AND LAST SLOT
002136*    (LAST < FIRST WHEN IT HAS NONE).
002137 01  BNK-JNT-TABLE.
002138     05  BNK-JNT-CUST-NO         PIC 9(07) OCCURS 5000 TIMES.
002139*
002140*    A RELEASED SORT RECORD, KEPT SO THE SAME ACCOUNT HEADER OR
002141*    POSTING CAN BE RELEASED AGAIN UNDER EACH JOINT OWNER.
002142 01  BNK-SRT-SAVE.
002143     05  BNK-SV-CUST-NO          PIC 9(07).
002144     05  FILLER                  PIC X(07).
002145     05  BNK-SV-REC-TYPE         PIC X(01).
002146     05  FILLER                  PIC X(67).
002147*
002150 01  BNK-ACTIVITY-TABLE.
002160     05  BNK-ACT-ENTRY OCCURS 1 TO 5000 TIMES
002170             DEPENDING ON BNK-ACTIVITY-COUNT.
003190     MOVE ZERO TO BNK-STRAY-COUNT.
003200     MOVE ZERO TO BNK-TRUNC-COUNT.
003210     MOVE ZERO TO BNK-AX-COUNT.
003212     MOVE ZERO TO BNK-JNT-COUNT.
003214     MOVE ZERO TO BNK-JNT-COPY-COUNT.
003216     MOVE ZERO TO BNK-JNT-DROP-COUNT.
003220
003230     DISPLAY "ENTER STATEMENT PERIOD START (YYYYMMDD): ".
003240     ACCEPT BNK-PERIOD-START.
003590 2000-EXTRACT-STATEMENT-INPUT.
003600     SET BNK-ACM-NOT-AT-EOF TO TRUE.
003610     OPEN INPUT ACCOUNT-MASTER.
003613     SET BNK-REL-NOT-AT-EOF TO TRUE.
003616     SET BNK-REL-OPENED TO TRUE.
003619     OPEN INPUT ACCT-RELATION.
003622     IF NOT BNK-REL-OK
003625         SET BNK-REL-AT-EOF TO TRUE
003628         SET BNK-REL-NOT-OPENED TO TRUE
003631     ELSE
003634         READ ACCT-RELATION NEXT RECORD
003637             AT END
003640                 SET BNK-REL-AT-EOF TO TRUE
003643         END-READ
003646     END-IF.
003650     READ ACCOUNT-MASTER NEXT RECORD
003660         AT END
003670             SET BNK-ACM-AT-EOF TO TRUE
003700     PERFORM 2050-RELEASE-ONE-ACCOUNT THRU 2050-EXIT
003710         UNTIL BNK-ACM-AT-EOF.
003730     CLOSE ACCOUNT-MASTER.
003735     IF BNK-REL-OPENED
003740         CLOSE ACCT-RELATION
003745     END-IF.
003750
003760     SET BNK-AUD-NOT-AT-EOF TO TRUE.
003770     SET BNK-AUD-OPENED TO TRUE.
004260                 TO BNK-AX-ACCT-NO (BNK-AX-COUNT)
004270             MOVE ACM-CUST-NUMBER
004280                 TO BNK-AX-CUST-NO (BNK-AX-COUNT)
004281             COMPUTE BNK-AX-JNT-FIRST (BNK-AX-COUNT)
004282                 = BNK-JNT-COUNT + 1
004283             MOVE BNK-JNT-COUNT
004284                 TO BNK-AX-JNT-LAST (BNK-AX-COUNT)
004285             PERFORM 2400-LOAD-ONE-RELATION THRU 2400-EXIT
004286                 UNTIL BNK-REL-AT-EOF
004287                     OR REL-ACCT-NUMBER > ACM-ACCT-NUMBER
004290         ELSE
004300             DISPLAY "STMT-GEN: ACCOUNT TABLE FULL - CUSTOMER "
004310                 "LINK DROPPED: " ACM-ACCT-NUMBER
004400             MOVE ZERO            TO SRT-AMOUNT
004410             MOVE ACM-BALANCE     TO SRT-BALANCE
004420             MOVE ACM-CUST-NAME   TO SRT-CUST-NAME
004422             MOVE 1    TO BNK-LOOKUP-JNT-FIRST
004424             MOVE ZERO TO BNK-LOOKUP-JNT-LAST
004426             IF BNK-AX-ACCT-NO (BNK-AX-COUNT) = ACM-ACCT-NUMBER
004428                 MOVE BNK-AX-JNT-FIRST (BNK-AX-COUNT)
004430                     TO BNK-LOOKUP-JNT-FIRST
004432                 MOVE BNK-AX-JNT-LAST (BNK-AX-COUNT)
004434                     TO BNK-LOOKUP-JNT-LAST
004436             END-IF
004438             PERFORM 2500-RELEASE-OWNER-COPIES THRU 2500-EXIT
004440         ELSE
004450             ADD 1 TO BNK-SKIP-COUNT
004460         END-IF
004690                 OR AUD-TXN-XFER-OUT OR AUD-TXN-XFER-IN
004700                 OR AUD-TXN-REV-DEBIT OR AUD-TXN-REV-CREDIT
004705                 OR AUD-TXN-OD-FEE
004706                 OR AUD-TXN-RETURN-ITEM OR AUD-TXN-RETURN-FEE
004708                 OR AUD-TXN-CD-PENALTY
004709                 OR AUD-TXN-CHARGE-OFF OR AUD-TXN-RECOVERY
004710                 OR AUD-TXN-SVC-CHARGE OR AUD-TXN-INTEREST)
004720             MOVE AUD-ACCT-NUMBER TO BNK-LOOKUP-ACCT
004730             PERFORM 2150-LOOK-UP-CUSTOMER THRU 2150-EXIT
004800             MOVE AUD-AMOUNT      TO SRT-AMOUNT
004810             MOVE ZERO            TO SRT-BALANCE
004820             MOVE SPACES          TO SRT-CUST-NAME
004830             PERFORM 2500-RELEASE-OWNER-COPIES THRU 2500-EXIT
004840         END-IF
004850         READ AUDIT-TRAIL
004860             AT END
004980*----------------------------------------------------------------
004990 2150-LOOK-UP-CUSTOMER.
005000     MOVE ZERO TO BNK-LOOKUP-CUST.
005003     MOVE 1    TO BNK-LOOKUP-JNT-FIRST.
005006     MOVE ZERO TO BNK-LOOKUP-JNT-LAST.
005010     IF BNK-AX-COUNT > ZERO
005020         SEARCH ALL BNK-AX-ENTRY
005030             AT END
005050             WHEN BNK-AX-ACCT-NO (BNK-AX-IDX) = BNK-LOOKUP-ACCT
005060                 MOVE BNK-AX-CUST-NO (BNK-AX-IDX)
005070                     TO BNK-LOOKUP-CUST
005072                 MOVE BNK-AX-JNT-FIRST (BNK-AX-IDX)
005074                     TO BNK-LOOKUP-JNT-FIRST
005076                 MOVE BNK-AX-JNT-LAST (BNK-AX-IDX)
005078                     TO BNK-LOOKUP-JNT-LAST
005080         END-SEARCH
005090     END-IF.
005100 2150-EXIT.
005210         IF HIS-DATE NOT < BNK-PERIOD-START
005220                 AND (HIS-TXN-TYPE = "1" OR "2" OR "5"
005230                     OR "6" OR "7" OR "8" OR "9"
005235                     OR "A" OR "B" OR "R" OR "F" OR "P"
005237                     OR "W" OR "V")
005240             MOVE HIS-ACCT-NUMBER TO BNK-LOOKUP-ACCT
005250             PERFORM 2150-LOOK-UP-CUSTOMER THRU 2150-EXIT
005260             MOVE BNK-LOOKUP-CUST TO SRT-CUST-NO
005320             MOVE HIS-AMOUNT      TO SRT-AMOUNT
005330             MOVE ZERO            TO SRT-BALANCE
005340             MOVE SPACES          TO SRT-CUST-NAME
005350             PERFORM 2500-RELEASE-OWNER-COPIES THRU 2500-EXIT
005360         END-IF
005370         READ AUDIT-HISTORY NEXT RECORD
005380             AT END
005410     END-IF.
005420 2300-EXIT.
005430     EXIT.
005431*----------------------------------------------------------------
005432* 2400-LOAD-ONE-RELATION - ACCTREL IS READ IN STEP WITH THE
005433*                          MASTER (BOTH IN ACCOUNT ORDER).  ADD
005434*                          ONE JOINT OWNER OF THE CURRENT ACCOUNT
005435*                          TO ITS SLOTS IN THE JOINT-OWNER TABLE
005436*                          AND READ THE NEXT RELATIONSHIP.  THE
005437*                          PRIMARY OWNER, SIGNERS, BENEFICIARIES
005438*                          AND RECORDS FOR ACCOUNTS NOT ON THE
005439*                          MASTER ARE PASSED OVER.
005440*----------------------------------------------------------------
005441 2400-LOAD-ONE-RELATION.
005442     IF REL-ACCT-NUMBER = ACM-ACCT-NUMBER
005443             AND REL-ROLE-OWNER
005444             AND REL-CUST-NUMBER NOT = ACM-CUST-NUMBER
005445         IF BNK-JNT-COUNT < 5000
005446             ADD 1 TO BNK-JNT-COUNT
005447             MOVE REL-CUST-NUMBER
005448                 TO BNK-JNT-CUST-NO (BNK-JNT-COUNT)
005449             MOVE BNK-JNT-COUNT
005450                 TO BNK-AX-JNT-LAST (BNK-AX-COUNT)
005451         ELSE
005452             ADD 1 TO BNK-JNT-DROP-COUNT
005453         END-IF
005454     END-IF.
005455     READ ACCT-RELATION NEXT RECORD
005456         AT END
005457             SET BNK-REL-AT-EOF TO TRUE
005458     END-READ.
005459 2400-EXIT.
005460     EXIT.
005461*----------------------------------------------------------------
005462* 2500-RELEASE-OWNER-COPIES - RELEASE THE SORT RECORD JUST BUILT
005463*                             UNDER THE PRIMARY OWNER, THEN AGAIN
005464*                             UNDER EACH JOINT OWNER IN SLOTS
005465*                             BNK-LOOKUP-JNT-FIRST THRU -LAST, SO
005466*                             THE ACCOUNT APPEARS IN EVERY OWNER'S
005467*                             PACKAGE
005468*----------------------------------------------------------------
005469 2500-RELEASE-OWNER-COPIES.
005470     MOVE SRT-SORT-RECORD TO BNK-SRT-SAVE.
005471     RELEASE SRT-SORT-RECORD.
005472     PERFORM 2510-RELEASE-ONE-COPY THRU 2510-EXIT
005473         VARYING BNK-JNT-SUB FROM BNK-LOOKUP-JNT-FIRST BY 1
005474         UNTIL BNK-JNT-SUB > BNK-LOOKUP-JNT-LAST.
005475 2500-EXIT.
005476     EXIT.
005477*----------------------------------------------------------------
005478* 2510-RELEASE-ONE-COPY - RELEASE THE SAVED SORT RECORD UNDER THE
005479*                         JOINT OWNER IN SLOT BNK-JNT-SUB
005480*----------------------------------------------------------------
005481 2510-RELEASE-ONE-COPY.
005482     MOVE BNK-JNT-CUST-NO (BNK-JNT-SUB) TO BNK-SV-CUST-NO.
005483     RELEASE SRT-SORT-RECORD FROM BNK-SRT-SAVE.
005484     IF BNK-SV-REC-TYPE = "A"
005485         ADD 1 TO BNK-JNT-COPY-COUNT
005486     END-IF.
005487 2510-EXIT.
005488     EXIT.
005489*----------------------------------------------------------------
005490* 5000-PRODUCE-ONE-UNIT - SKIP TO THE NEXT "A" ACCOUNT HEADER ON
005491*                         THE SORTED WORK FILE, BREAK ON A NEW
005492*                         CUSTOMER TO PRINT THE ADDRESS BLOCK,
005493*                         AND PRODUCE THAT ACCOUNT'S STATEMENT.
005494*                         UNATTACHED ACCOUNTS (CUSTOMER 0) ARE
005495*                         STRANGERS TO EACH OTHER, SO EVERY ONE
005496*                         OF THEM BREAKS INTO ITS OWN PACKAGE
005497*                         UNDER ITS OWN ACCOUNT-CARRIED NAME.
005500*                         ACTIVITY WITH NO HEADER (A CLOSED OR
005510*                         VANISHED ACCOUNT) IS COUNTED STRAY
005515*                         AND SKIPPED.
006680         WHEN WRK-TXN-XFER-IN
006690         WHEN WRK-TXN-REV-CREDIT
006700         WHEN WRK-TXN-INTEREST
006705         WHEN WRK-TXN-CHARGE-OFF
006710             MOVE WRK-AMOUNT TO BNK-SIGNED-AMOUNT
006720         WHEN WRK-TXN-WITHDRAWAL
006730         WHEN WRK-TXN-XFER-OUT
006740         WHEN WRK-TXN-REV-DEBIT
006745         WHEN WRK-TXN-OD-FEE
006750         WHEN WRK-TXN-SVC-CHARGE
006752         WHEN WRK-TXN-RETURN-ITEM
006754         WHEN WRK-TXN-RETURN-FEE
006757         WHEN WRK-TXN-CD-PENALTY
006760             COMPUTE BNK-SIGNED-AMOUNT = ZERO - WRK-AMOUNT
006770         WHEN OTHER
006780             MOVE ZERO TO BNK-SIGNED-AMOUNT
007884                 MOVE "OD FEE" TO BNK-D-DESC
007886                 SUBTRACT BNK-ACT-AMOUNT (BNK-TBL-SUB)
007888                     FROM BNK-RUNNING-BAL
007889             WHEN "R"
007890                 MOVE "RETURNED CHK" TO BNK-D-DESC
007891                 SUBTRACT BNK-ACT-AMOUNT (BNK-TBL-SUB)
007892                     FROM BNK-RUNNING-BAL
007893             WHEN "F"
007894                 MOVE "RETURN FEE" TO BNK-D-DESC
007895                 SUBTRACT BNK-ACT-AMOUNT (BNK-TBL-SUB)
007896                     FROM BNK-RUNNING-BAL
007898             WHEN "P"
007900                 MOVE "EARLY W/D PN" TO BNK-D-DESC
007902                 SUBTRACT BNK-ACT-AMOUNT (BNK-TBL-SUB)
007904                     FROM BNK-RUNNING-BAL
007906             WHEN "A"
007908                 MOVE "REVERSAL" TO BNK-D-DESC
007910                 SUBTRACT BNK-ACT-AMOUNT (BNK-TBL-SUB)
007920                     FROM BNK-RUNNING-BAL
007930             WHEN "B"
007940                 MOVE "REVERSAL" TO BNK-D-DESC
007950                 ADD BNK-ACT-AMOUNT (BNK-TBL-SUB)
007960                     TO BNK-RUNNING-BAL
007961             WHEN "W"
007962                 MOVE "CHARGED OFF" TO BNK-D-DESC
007963                 ADD BNK-ACT-AMOUNT (BNK-TBL-SUB)
007964                     TO BNK-RUNNING-BAL
007965             WHEN "V"
007966                 MOVE "CHG-OFF PMT" TO BNK-D-DESC
007970             WHEN OTHER
007980                 MOVE "OTHER" TO BNK-D-DESC
007990         END-EVALUATE
008250         " THRU " BNK-PERIOD-END.
008260     DISPLAY "  CUSTOMER PACKAGES    : " BNK-PKG-COUNT.
008270     DISPLAY "  STATEMENTS PRODUCED  : " BNK-STMT-COUNT.
008271     DISPLAY "  JOINT OWNER COPIES   : " BNK-JNT-COPY-COUNT.
008272     IF BNK-JNT-DROP-COUNT > ZERO
008273         DISPLAY "  JOINT OWNERS DROPPED : " BNK-JNT-DROP-COUNT
008274             " (OWNER TABLE FULL)"
008275     END-IF.
008280     DISPLAY "  ACCOUNTS SKIPPED     : " BNK-SKIP-COUNT.
008290     DISPLAY "  STRAY WORK RECORDS   : " BNK-STRAY-COUNT.
008300 8000-EXIT.
