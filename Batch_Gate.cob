000450*                  OWN MESSAGE - THE FIRST DETAILS ARE ALREADY
000451*                  ON TRANFILE AND A BLIND RELOAD OF THE FILE
000452*                  WOULD DOUBLE-POST THEM.
000453* 10/15/2026  RAO  LOG EVERY LOADED BATCH TO THE NEW GATELOG
000454*                  FILE - CYCLE BUSINESS DATE, ORIGIN, TRAILER
000455*                  CONTROL TOTALS AND THE SEQUENCE RANGE THE
000456*                  DETAILS WERE ISSUED UNDER - SO GATE-SETTLE
000457*                  CAN TIE EACH BATCH TO WHAT POSTED AND WHAT
000458*                  WENT BACK TO THE NETWORK.  A PART-APPENDED
000459*                  BATCH IS LOGGED PARTIAL.
000460*----------------------------------------------------------------
000461 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000680         ACCESS MODE IS RANDOM
000690         RELATIVE KEY IS BNK-CYC-RELKEY
000700         FILE STATUS IS BNK-CYC-STATUS.
000702
000704     SELECT BATCH-LOG ASSIGN TO "GATELOG"
000706         ORGANIZATION IS SEQUENTIAL
000708         FILE STATUS IS BNK-GLG-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  GATEWAY-FILE
001080 FD  CYCLE-CONTROL
001090     LABEL RECORDS ARE STANDARD.
001100     COPY CYCLCTL.
001102*
001104 FD  BATCH-LOG
001106     LABEL RECORDS ARE STANDARD.
001108     COPY GATELOG.
001110 WORKING-STORAGE SECTION.
001120 01  BNK-GAT-STATUS              PIC X(02).
001130     88  BNK-GAT-OK              VALUE "00".
001190 01  BNK-CYC-STATUS              PIC X(02).
001200     88  BNK-CYC-OK              VALUE "00".
001210 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
001212 01  BNK-GLG-STATUS              PIC X(02).
001214     88  BNK-GLG-OK              VALUE "00".
001216 01  BNK-BUSINESS-DATE           PIC 9(08).
001220 01  BNK-GAT-EOF-SWITCH          PIC X(01).
001230     88  BNK-GAT-AT-EOF          VALUE "Y".
001240     88  BNK-GAT-NOT-AT-EOF      VALUE "N".
001460 01  BNK-BAND-TOP                PIC 9(09).
001470 01  BNK-MAX-TRN-SEQ             PIC 9(09).
001480 01  BNK-NEXT-SEQ-NO             PIC 9(09).
001485 01  BNK-FIRST-SEQ-NO            PIC 9(09).
001490 01  BNK-APPEND-COUNT            PIC 9(07) COMP.
001500 01  BNK-TBL-SUB                 PIC 9(05) COMP.
001510*
001740     IF BNK-BATCH-GOOD
001750         PERFORM 4000-APPEND-BATCH THRU 4000-EXIT
001760     END-IF.
001762     IF BNK-APPEND-COUNT > ZERO
001764         PERFORM 4500-WRITE-BATCH-LOG THRU 4500-EXIT
001766     END-IF.
001770     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001780     IF BNK-BATCH-BAD
001790         MOVE 8 TO RETURN-CODE
002080         MOVE 8 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002105     MOVE CYC-BUSINESS-DATE TO BNK-BUSINESS-DATE.
002110     CLOSE CYCLE-CONTROL.
002120 0500-EXIT.
002130     EXIT.
004050     END-IF.
004060
004070     COMPUTE BNK-NEXT-SEQ-NO = BNK-MAX-TRN-SEQ + 1.
004075     MOVE BNK-NEXT-SEQ-NO TO BNK-FIRST-SEQ-NO.
004080     DISPLAY "BATCH-GATE: APPENDING FROM SEQUENCE NUMBER "
004090         BNK-NEXT-SEQ-NO.
004100
004700     END-IF.
004710 4200-EXIT.
004720     EXIT.
004721*----------------------------------------------------------------
004722* 4500-WRITE-BATCH-LOG - APPEND THE LOADED BATCH'S CONTROL
004723*                        TOTALS AND SEQUENCE RANGE TO GATELOG
004724*                        FOR THE SETTLEMENT REPORT.  THE FILE
004725*                        IS CREATED ON FIRST USE.
004726*----------------------------------------------------------------
004727 4500-WRITE-BATCH-LOG.
004728     MOVE BNK-BUSINESS-DATE  TO GLG-BUSINESS-DATE.
004729     MOVE BNK-ORIGIN         TO GLG-ORIGIN.
004730     MOVE BNK-BATCH-DATE     TO GLG-BATCH-DATE.
004731     MOVE BNK-FIRST-SEQ-NO   TO GLG-FIRST-SEQ-NO.
004732     COMPUTE GLG-LAST-SEQ-NO = BNK-NEXT-SEQ-NO - 1.
004733     MOVE BNK-DETAIL-COUNT   TO GLG-RECORD-COUNT.
004734     MOVE BNK-AMOUNT-HASH    TO GLG-AMOUNT-HASH.
004735     MOVE BNK-ACCT-HASH      TO GLG-ACCT-HASH.
004736     MOVE BNK-APPEND-COUNT   TO GLG-APPEND-COUNT.
004737     IF BNK-BATCH-BAD
004738         SET GLG-LOAD-PARTIAL TO TRUE
004739     ELSE
004740         SET GLG-LOAD-COMPLETE TO TRUE
004741     END-IF.
004742     ACCEPT GLG-LOAD-DATE FROM DATE YYYYMMDD.
004743     ACCEPT GLG-LOAD-TIME FROM TIME.
004744
004745     OPEN EXTEND BATCH-LOG.
004746     IF NOT BNK-GLG-OK
004747         OPEN OUTPUT BATCH-LOG
004748     END-IF.
004749     WRITE GLG-BATCH-LOG-RECORD.
004750     IF NOT BNK-GLG-OK
004751         DISPLAY "BATCH-GATE: GATELOG WRITE FAILED, STATUS "
004752             BNK-GLG-STATUS " - BATCH WILL NOT SHOW ON THE "
004753             "SETTLEMENT REPORT."
004754     END-IF.
004755     CLOSE BATCH-LOG.
004756 4500-EXIT.
004757     EXIT.
004758*----------------------------------------------------------------
004759* 8000-FINALIZE - CLOSE THE BATCH FILE AND DISPLAY THE RUN
004760*                 SUMMARY
004761*----------------------------------------------------------------
004770 8000-FINALIZE.
004780     IF BNK-GAT-OK OR BNK-GAT-STATUS = "10"
004790         CLOSE GATEWAY-FILE
