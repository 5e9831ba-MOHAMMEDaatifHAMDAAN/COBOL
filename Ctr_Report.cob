000290*                  CUSTOMER NAME FROM ACCOUNT-MASTER AND THE
000300*                  OPERATOR IDS INVOLVED.  COMPLIANCE WAS
000310*                  GREPPING THE TRAIL BY EYE ONCE A MONTH.
000312* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  THE RUN DATE NOW COMES
000314*                  FROM THE CYCLCTL BUSINESS DATE, NOT THE SYSTEM
000316*                  CLOCK, SO A RUN PAST MIDNIGHT OR ON A CATCH-UP
000318*                  DAY STILL WORKS THE RIGHT DAY.
000319* 10/15/2026  RAO  AGGREGATE BY CUSTOMER.  AFTER THE PER-ACCOUNT
000320*                  REGISTER, EACH ACCOUNT'S CASH IS ALSO CREDITED
000321*                  TO EVERY CUSTOMER WHO OWNS OR SIGNS ON IT - THE
000322*                  PRIMARY OWNER (ACM-CUST-NUMBER) AND THE JOINT
000323*                  OWNERS AND AUTHORIZED SIGNERS ON THE ACCTREL
000324*                  RELATIONSHIP FILE (BENEFICIARIES HAVE NO ACCESS
000325*                  AND ARE LEFT OUT).  A CUSTOMER WHOSE COMBINED
000326*                  CASH IN OR OUT CROSSES THE THRESHOLD IS LISTED
000327*                  IN A SECOND SECTION WITH THE CUSTMAST NAME AND
000328*                  TAX ID, EVEN WHEN NO ONE ACCOUNT CROSSED IT.
000329* 10/15/2026  RAO  COUNT A CASH RECOVERY ON A CHARGED-OFF ACCOUNT
000330*                  (AUDIT TYPE "V") AS CASH IN - A DEPOSIT SPLIT
000331*                  BETWEEN RECOVERY AND LEDGER IS STILL ONE
000332*                  CASH DEPOSIT FOR REPORTING.
000333*----------------------------------------------------------------
000334 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000460         RECORD KEY IS ACM-ACCT-NUMBER
000470         FILE STATUS IS BNK-ACM-STATUS.
000480
000481     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS CUS-CUST-NUMBER
000485         FILE STATUS IS BNK-CUS-STATUS.
000486
000487     SELECT ACCT-RELATION ASSIGN TO "ACCTREL"
000488         ORGANIZATION IS INDEXED
000489         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS REL-KEY
000491         FILE STATUS IS BNK-REL-STATUS.
000492     SELECT PRINT-FILE ASSIGN TO "CTRRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS BNK-PRT-STATUS.
000511
000512     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000513         ORGANIZATION IS RELATIVE
000514         ACCESS MODE IS RANDOM
000515         RELATIVE KEY IS BNK-CYC-RELKEY
000516         FILE STATUS IS BNK-CYC-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  AUDIT-TRAIL
000590     LABEL RECORDS ARE STANDARD.
000600     COPY ACCTMAST.
000610*
000611 FD  CUSTOMER-MASTER
000612     LABEL RECORDS ARE STANDARD.
000613     COPY CUSTMAST.
000614*
000615 FD  ACCT-RELATION
000616     LABEL RECORDS ARE STANDARD.
000617     COPY ACCTREL.
000618*
000620 FD  PRINT-FILE
000630     LABEL RECORDS ARE OMITTED.
000640 01  PRINT-LINE                  PIC X(110).
000642*
000644 FD  CYCLE-CONTROL
000646     LABEL RECORDS ARE STANDARD.
000648     COPY CYCLCTL.
000650 WORKING-STORAGE SECTION.
000652 01  BNK-CYC-STATUS              PIC X(02).
000654     88  BNK-CYC-OK              VALUE "00".
000656 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
000660 01  BNK-AUD-STATUS              PIC X(02).
000670     88  BNK-AUD-OK              VALUE "00".
000680 01  BNK-ACM-STATUS              PIC X(02).
000740 01  BNK-AUD-OPEN-SWITCH         PIC X(01).
000750     88  BNK-AUD-OPENED          VALUE "Y".
000760     88  BNK-AUD-NOT-OPENED      VALUE "N".
000761 01  BNK-CUS-STATUS              PIC X(02).
000762     88  BNK-CUS-OK              VALUE "00".
000763 01  BNK-CUS-OPEN-SWITCH         PIC X(01).
000764     88  BNK-CUS-OPENED          VALUE "Y".
000765     88  BNK-CUS-NOT-OPENED      VALUE "N".
000766 01  BNK-REL-STATUS              PIC X(02).
000767     88  BNK-REL-OK              VALUE "00".
000768 01  BNK-REL-EOF-SWITCH          PIC X(01).
000769     88  BNK-REL-AT-EOF          VALUE "Y".
000770     88  BNK-REL-NOT-AT-EOF      VALUE "N".
000771 01  BNK-REL-OPEN-SWITCH         PIC X(01).
000772     88  BNK-REL-OPENED          VALUE "Y".
000773     88  BNK-REL-NOT-OPENED      VALUE "N".
000774 01  BNK-RUN-DATE                PIC 9(08).
000780 01  BNK-THRESHOLD               PIC 9(07)V99.
000790 01  BNK-ACCT-COUNT              PIC 9(05) COMP.
000800 01  BNK-TBL-SUB                 PIC 9(05) COMP.
000840     88  BNK-OPR-FOUND           VALUE "Y".
000850     88  BNK-OPR-NOT-FOUND       VALUE "N".
000860 01  BNK-REPORT-COUNT            PIC 9(05) COMP.
000861 01  BNK-CUST-COUNT              PIC 9(05) COMP.
000862 01  BNK-CUST-SUB                PIC 9(05) COMP.
000863 01  BNK-CUST-FOUND-SUB          PIC 9(05) COMP.
000864 01  BNK-CUST-REPORT-COUNT       PIC 9(05) COMP.
000865 01  BNK-NO-OWNER-COUNT          PIC 9(05) COMP.
000866 01  BNK-LINK-CUST               PIC 9(07).
000870*
000880*    ONE ENTRY PER ACCOUNT WITH CASH MOVEMENT TODAY, IN ARRIVAL
000890*    ORDER.  UP TO FOUR DISTINCT OPERATOR IDS ARE KEPT PER
000980         10  BNK-CSH-OPERATOR    PIC X(08) OCCURS 4 TIMES.
000990         10  BNK-CSH-MORE-OPRS   PIC X(01).
001000             88  BNK-CSH-OPR-OVERFLOW    VALUE "Y".
001001*
001002*    ONE ENTRY PER CUSTOMER WHO OWNS OR SIGNS ON AN ACCOUNT
001003*    WITH CASH MOVEMENT TODAY, IN ARRIVAL ORDER, WITH THE SUM OF
001004*    THOSE ACCOUNTS' CASH AND HOW MANY ACCOUNTS CONTRIBUTED.
001005 01  BNK-CUST-CASH-TABLE.
001006     05  BNK-CXC-ENTRY OCCURS 1 TO 5000 TIMES
001007             DEPENDING ON BNK-CUST-COUNT.
001008         10  BNK-CXC-CUST-NO     PIC 9(07).
001009         10  BNK-CXC-CASH-IN     PIC S9(09)V99.
001010         10  BNK-CXC-CASH-OUT    PIC S9(09)V99.
001011         10  BNK-CXC-ACCT-COUNT  PIC 9(03) COMP.
001012*
001020 01  BNK-HEADING-1.
001030     05  FILLER                  PIC X(55) VALUE
001040         "CURRENCY TRANSACTION REGISTER - CASH OVER THRESHOLD".
001200     05  BNK-D-OPERATORS.
001210         10  BNK-D-OPR           PIC X(09) OCCURS 4 TIMES.
001220     05  BNK-D-MORE              PIC X(07).
001221 01  BNK-CUST-HEADING-1.
001222     05  FILLER                  PIC X(60) VALUE
001223         "CASH OVER THRESHOLD - AGGREGATED BY OWNER OR SIGNER".
001224 01  BNK-CUST-HEADING-2.
001225     05  FILLER                  PIC X(09) VALUE "CUSTOMER".
001226     05  FILLER                  PIC X(27) VALUE "NAME".
001227     05  FILLER                  PIC X(14) VALUE "CASH IN".
001228     05  FILLER                  PIC X(14) VALUE "CASH OUT".
001229     05  FILLER                  PIC X(10) VALUE "ACCOUNTS".
001230     05  FILLER                  PIC X(09) VALUE "TAX ID".
001231 01  BNK-CUST-DETAIL-LINE.
001232     05  BNK-CD-CUST-NO          PIC 9(07).
001233     05  FILLER                  PIC X(02) VALUE SPACES.
001234     05  BNK-CD-CUST-NAME        PIC X(25).
001235     05  FILLER                  PIC X(02) VALUE SPACES.
001236     05  BNK-CD-CASH-IN          PIC -(09)9.99.
001237     05  FILLER                  PIC X(01) VALUE SPACES.
001238     05  BNK-CD-CASH-OUT         PIC -(09)9.99.
001239     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  BNK-CD-ACCT-COUNT       PIC ZZ9.
001241     05  FILLER                  PIC X(07) VALUE SPACES.
001242     05  BNK-CD-TAX-ID           PIC X(09).
001243*
001244 PROCEDURE DIVISION.
001250*----------------------------------------------------------------
001260* 0000-MAINLINE - DRIVE THE REGISTER RUN
001270*----------------------------------------------------------------
001280 0000-MAINLINE.
001285     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     PERFORM 2000-TOTAL-ONE-RECORD THRU 2000-EXIT
001310         UNTIL BNK-AUD-AT-EOF.
001320     PERFORM 3000-REPORT-ONE-ACCOUNT THRU 3000-EXIT
001330         VARYING BNK-TBL-SUB FROM 1 BY 1
001340         UNTIL BNK-TBL-SUB > BNK-ACCT-COUNT.
001341     PERFORM 4000-CREDIT-ONE-ACCOUNT THRU 4000-EXIT
001342         VARYING BNK-TBL-SUB FROM 1 BY 1
001343         UNTIL BNK-TBL-SUB > BNK-ACCT-COUNT.
001344     MOVE SPACES TO PRINT-LINE.
001345     WRITE PRINT-LINE.
001346     MOVE BNK-CUST-HEADING-1 TO PRINT-LINE.
001347     WRITE PRINT-LINE.
001348     MOVE BNK-CUST-HEADING-2 TO PRINT-LINE.
001349     WRITE PRINT-LINE.
001350     PERFORM 5000-REPORT-ONE-CUSTOMER THRU 5000-EXIT
001351         VARYING BNK-CUST-SUB FROM 1 BY 1
001352         UNTIL BNK-CUST-SUB > BNK-CUST-COUNT.
001353     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001360     STOP RUN.
001361*----------------------------------------------------------------
001362* 0500-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE CYCLE
001363*                          RECORD, NOT THE SYSTEM CLOCK, SO A RUN
001364*                          PAST MIDNIGHT STILL WORKS THE RIGHT DAY
001365*----------------------------------------------------------------
001366 0500-GET-BUSINESS-DATE.
001367     OPEN INPUT CYCLE-CONTROL.
001368     IF BNK-CYC-OK
001369         MOVE 1 TO BNK-CYC-RELKEY
001370         READ CYCLE-CONTROL
001371             INVALID KEY
001372                 CONTINUE
001373         END-READ
001374     END-IF.
001375     IF NOT BNK-CYC-OK
001376         DISPLAY "CTR-REPORT: NO CYCLE CONTROL - RUN CYCLE-CTL "
001377             "TO OPEN THE BUSINESS DATE."
001378         MOVE 8 TO RETURN-CODE
001379         STOP RUN
001380     END-IF.
001381     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
001382     CLOSE CYCLE-CONTROL.
001383 0500-EXIT.
001384     EXIT.
001385*----------------------------------------------------------------
001386* 1000-INITIALIZE - ACCEPT THE REPORTING THRESHOLD, OPEN FILES,
001390*                   WRITE HEADINGS AND PRIME THE READ LOOP
001400*----------------------------------------------------------------
001410 1000-INITIALIZE.
001420     MOVE ZERO TO BNK-ACCT-COUNT.
001430     MOVE ZERO TO BNK-REPORT-COUNT.
001435     MOVE ZERO TO BNK-CUST-COUNT.
001440     MOVE ZERO TO BNK-CUST-REPORT-COUNT.
001445     MOVE ZERO TO BNK-NO-OWNER-COUNT.
001450
001460     DISPLAY "ENTER CASH REPORTING THRESHOLD: ".
001470     ACCEPT BNK-THRESHOLD.
001480
001490     OPEN INPUT ACCOUNT-MASTER.
001491     SET BNK-CUS-OPENED TO TRUE.
001492     OPEN INPUT CUSTOMER-MASTER.
001493     IF NOT BNK-CUS-OK
001494         DISPLAY "CTR-REPORT: NO CUSTOMER MASTER, STATUS "
001495             BNK-CUS-STATUS " - OWNER NAMES NOT SHOWN"
001496         SET BNK-CUS-NOT-OPENED TO TRUE
001497     END-IF.
001498     SET BNK-REL-OPENED TO TRUE.
001499     OPEN INPUT ACCT-RELATION.
001500     IF NOT BNK-REL-OK
001501         SET BNK-REL-NOT-OPENED TO TRUE
001502     END-IF.
001503     OPEN OUTPUT PRINT-FILE.
001510     MOVE BNK-HEADING-1 TO PRINT-LINE.
001520     WRITE PRINT-LINE.
001530     MOVE BNK-HEADING-2 TO PRINT-LINE.
001760*----------------------------------------------------------------
001770 2000-TOTAL-ONE-RECORD.
001780     IF AUD-DATE = BNK-RUN-DATE AND AUD-TENDER-CASH
001790             AND (AUD-TXN-DEPOSIT OR AUD-TXN-WITHDRAWAL
001795             OR AUD-TXN-RECOVERY)
001800         PERFORM 2100-FIND-OR-ADD-ACCOUNT THRU 2100-EXIT
001810         IF BNK-FOUND-SUB > ZERO
001820             IF AUD-TXN-DEPOSIT OR AUD-TXN-RECOVERY
001830                 ADD AUD-AMOUNT TO
001840                     BNK-CSH-CASH-IN (BNK-FOUND-SUB)
001850             ELSE
003280         TO BNK-D-OPR (BNK-OPR-SUB).
003290 3150-EXIT.
003300     EXIT.
003301*----------------------------------------------------------------
003302* 4000-CREDIT-ONE-ACCOUNT - CREDIT ONE ACCOUNT'S CASH TO THE
003303*                           PRIMARY OWNER AND THEN TO EVERY JOINT
003304*                           OWNER AND SIGNER ON ACCTREL.
003305*                           AN ACCOUNT WITH NO OWNER IS ONLY
003306*                           COUNTED - IT STANDS ON THE REGISTER
003307*                           ABOVE.
003308*----------------------------------------------------------------
003309 4000-CREDIT-ONE-ACCOUNT.
003310     MOVE BNK-CSH-ACCT-NO (BNK-TBL-SUB) TO ACM-ACCT-NUMBER.
003311     READ ACCOUNT-MASTER
003312         INVALID KEY
003313             MOVE ZERO TO ACM-CUST-NUMBER
003314     END-READ.
003315     IF ACM-CUST-NUMBER = ZERO
003316         ADD 1 TO BNK-NO-OWNER-COUNT
003317         GO TO 4000-EXIT
003318     END-IF.
003319     MOVE ACM-CUST-NUMBER TO BNK-LINK-CUST.
003320     PERFORM 4100-CREDIT-CUSTOMER THRU 4100-EXIT.
003321     IF BNK-REL-NOT-OPENED
003322         GO TO 4000-EXIT
003323     END-IF.
003324     SET BNK-REL-NOT-AT-EOF TO TRUE.
003325     MOVE ACM-ACCT-NUMBER TO REL-ACCT-NUMBER.
003326     MOVE ZERO            TO REL-CUST-NUMBER.
003327     START ACCT-RELATION KEY NOT < REL-KEY
003328         INVALID KEY
003329             SET BNK-REL-AT-EOF TO TRUE
003330     END-START.
003331     IF BNK-REL-NOT-AT-EOF
003332         READ ACCT-RELATION NEXT RECORD
003333             AT END
003334                 SET BNK-REL-AT-EOF TO TRUE
003335         END-READ
003336     END-IF.
003337     PERFORM 4050-CREDIT-ONE-RELATION THRU 4050-EXIT
003338         UNTIL BNK-REL-AT-EOF.
003339 4000-EXIT.
003340     EXIT.
003341*----------------------------------------------------------------
003342* 4050-CREDIT-ONE-RELATION - CREDIT THE ACCOUNT'S CASH TO ONE
003343*                            MORE OWNER OR SIGNER AND READ THE
003344*                            NEXT RELATIONSHIP; STOP ONCE THE KEY
003345*                            LEAVES THIS ACCOUNT.  THE PRIMARY
003346*                            OWNER WAS CREDITED ALREADY.
003347*----------------------------------------------------------------
003348 4050-CREDIT-ONE-RELATION.
003349     IF REL-ACCT-NUMBER NOT = ACM-ACCT-NUMBER
003350         SET BNK-REL-AT-EOF TO TRUE
003351     ELSE
003352         IF (REL-ROLE-OWNER OR REL-ROLE-SIGNER)
003353                 AND REL-CUST-NUMBER NOT = ACM-CUST-NUMBER
003354             MOVE REL-CUST-NUMBER TO BNK-LINK-CUST
003355             PERFORM 4100-CREDIT-CUSTOMER THRU 4100-EXIT
003356         END-IF
003357         READ ACCT-RELATION NEXT RECORD
003358             AT END
003359                 SET BNK-REL-AT-EOF TO TRUE
003360         END-READ
003361     END-IF.
003362 4050-EXIT.
003363     EXIT.
003364*----------------------------------------------------------------
003365* 4100-CREDIT-CUSTOMER - ADD THE CURRENT ACCOUNT'S CASH TO THE
003366*                        ENTRY FOR CUSTOMER BNK-LINK-CUST, ADDING
003367*                        THE CUSTOMER ON FIRST SIGHT
003368*----------------------------------------------------------------
003369 4100-CREDIT-CUSTOMER.
003370     MOVE ZERO TO BNK-CUST-FOUND-SUB.
003371     PERFORM 4150-CHECK-ONE-CUSTOMER THRU 4150-EXIT
003372         VARYING BNK-CUST-SUB FROM 1 BY 1
003373         UNTIL BNK-CUST-SUB > BNK-CUST-COUNT
003374             OR BNK-CUST-FOUND-SUB > ZERO.
003375     IF BNK-CUST-FOUND-SUB = ZERO
003376         IF BNK-CUST-COUNT < 5000
003377             ADD 1 TO BNK-CUST-COUNT
003378             MOVE BNK-LINK-CUST
003379                 TO BNK-CXC-CUST-NO (BNK-CUST-COUNT)
003380             MOVE ZERO TO BNK-CXC-CASH-IN (BNK-CUST-COUNT)
003381             MOVE ZERO TO BNK-CXC-CASH-OUT (BNK-CUST-COUNT)
003382             MOVE ZERO TO BNK-CXC-ACCT-COUNT (BNK-CUST-COUNT)
003383             MOVE BNK-CUST-COUNT TO BNK-CUST-FOUND-SUB
003384         ELSE
003385             DISPLAY "CTR-REPORT: CUSTOMER TABLE FULL - "
003386                 "CUSTOMER DROPPED: " BNK-LINK-CUST
003387             GO TO 4100-EXIT
003388         END-IF
003389     END-IF.
003390     ADD BNK-CSH-CASH-IN (BNK-TBL-SUB)
003391         TO BNK-CXC-CASH-IN (BNK-CUST-FOUND-SUB).
003392     ADD BNK-CSH-CASH-OUT (BNK-TBL-SUB)
003393         TO BNK-CXC-CASH-OUT (BNK-CUST-FOUND-SUB).
003394     ADD 1 TO BNK-CXC-ACCT-COUNT (BNK-CUST-FOUND-SUB).
003395 4100-EXIT.
003396     EXIT.
003397*----------------------------------------------------------------
003398* 4150-CHECK-ONE-CUSTOMER - MATCH ONE CUSTOMER ENTRY AGAINST
003399*                           BNK-LINK-CUST
003400*----------------------------------------------------------------
003401 4150-CHECK-ONE-CUSTOMER.
003402     IF BNK-CXC-CUST-NO (BNK-CUST-SUB) = BNK-LINK-CUST
003403         MOVE BNK-CUST-SUB TO BNK-CUST-FOUND-SUB
003404     END-IF.
003405 4150-EXIT.
003406     EXIT.
003407*----------------------------------------------------------------
003408* 5000-REPORT-ONE-CUSTOMER - PRINT ONE AGGREGATE LINE FOR A
003409*                            CUSTOMER WHOSE COMBINED CASH IN OR
003410*                            CASH OUT CROSSES THE THRESHOLD, WITH
003411*                            THE NAME AND TAX ID FROM CUSTMAST
003412*----------------------------------------------------------------
003413 5000-REPORT-ONE-CUSTOMER.
003414     IF BNK-CXC-CASH-IN (BNK-CUST-SUB) > BNK-THRESHOLD
003415             OR BNK-CXC-CASH-OUT (BNK-CUST-SUB) > BNK-THRESHOLD
003416         MOVE "CUSTOMER NOT ON FILE" TO BNK-CD-CUST-NAME
003417         MOVE SPACES TO BNK-CD-TAX-ID
003418         IF BNK-CUS-OPENED
003419             MOVE BNK-CXC-CUST-NO (BNK-CUST-SUB)
003420                 TO CUS-CUST-NUMBER
003421             READ CUSTOMER-MASTER
003422                 INVALID KEY
003423                     CONTINUE
003424             END-READ
003425             IF BNK-CUS-OK
003426                 MOVE CUS-CUST-NAME TO BNK-CD-CUST-NAME
003427                 MOVE CUS-TAX-ID    TO BNK-CD-TAX-ID
003428             END-IF
003429         END-IF
003430         MOVE BNK-CXC-CUST-NO (BNK-CUST-SUB) TO BNK-CD-CUST-NO
003431         MOVE BNK-CXC-CASH-IN (BNK-CUST-SUB) TO BNK-CD-CASH-IN
003432         MOVE BNK-CXC-CASH-OUT (BNK-CUST-SUB) TO BNK-CD-CASH-OUT
003433         MOVE BNK-CXC-ACCT-COUNT (BNK-CUST-SUB)
003434             TO BNK-CD-ACCT-COUNT
003435         MOVE BNK-CUST-DETAIL-LINE TO PRINT-LINE
003436         WRITE PRINT-LINE
003437         ADD 1 TO BNK-CUST-REPORT-COUNT
003438     END-IF.
003439 5000-EXIT.
003440     EXIT.
003441*----------------------------------------------------------------
003442* 8000-FINALIZE - CLOSE FILES AND DISPLAY THE RUN SUMMARY
003443*----------------------------------------------------------------
003444 8000-FINALIZE.
003445     IF BNK-AUD-OPENED
003446         CLOSE AUDIT-TRAIL
003447     END-IF.
003448     CLOSE ACCOUNT-MASTER.
003449     IF BNK-CUS-OPENED
003450         CLOSE CUSTOMER-MASTER
003451     END-IF.
003452     IF BNK-REL-OPENED
003453         CLOSE ACCT-RELATION
003454     END-IF.
003455     CLOSE PRINT-FILE.
003456
003457     DISPLAY "CTR-REPORT RUN SUMMARY".
003458     DISPLAY "  REPORT DATE          : " BNK-RUN-DATE.
003459     DISPLAY "  REPORTING THRESHOLD  : " BNK-THRESHOLD.
003460     DISPLAY "  ACCOUNTS WITH CASH   : " BNK-ACCT-COUNT.
003461     DISPLAY "  ACCOUNTS REPORTED    : " BNK-REPORT-COUNT.
003462     DISPLAY "  CUSTOMERS WITH CASH  : " BNK-CUST-COUNT.
003463     DISPLAY "  CUSTOMERS REPORTED   : " BNK-CUST-REPORT-COUNT.
003464     DISPLAY "  ACCOUNTS NO OWNER    : " BNK-NO-OWNER-COUNT.
003465 8000-EXIT.
003470     EXIT.
