000380*                  NOTHING TWICE.  THE RUN REFUSES TO START
000390*                  ONCE DAILY-POST IS STAMPED COMPLETE - THE
000400*                  ORDERS WOULD MISS THE NIGHT'S POSTING.
000401* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  AN ORDER WHOSE NEXT-RUN
000402*                  DATE FALLS ON A WEEKEND OR HOLIDAY IS DUE ON
000403*                  THE NEXT OPEN DAY OF THE CALENDAR FILE.  THE
000404*                  NEXT-RUN DATE ITSELF STILL ADVANCES FROM THE
000405*                  SCHEDULED DAY.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000660         ACCESS MODE IS RANDOM
000670         RELATIVE KEY IS BNK-CYC-RELKEY
000680         FILE STATUS IS BNK-CYC-STATUS.
000681
000682     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000683         ORGANIZATION IS INDEXED
000684         ACCESS MODE IS DYNAMIC
000685         RECORD KEY IS CAL-DATE
000686         FILE STATUS IS BNK-CAL-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  STANDING-ORDERS
000830 FD  CYCLE-CONTROL
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CYCLCTL.
000852*
000854 FD  CALENDAR-FILE
000856     LABEL RECORDS ARE STANDARD.
000858     COPY CALENDAR.
000860 WORKING-STORAGE SECTION.
000870 01  BNK-STO-STATUS              PIC X(02).
000880     88  BNK-STO-OK              VALUE "00".
000940 01  BNK-CYC-STATUS              PIC X(02).
000950     88  BNK-CYC-OK              VALUE "00".
000960 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
000961 01  BNK-CAL-STATUS              PIC X(02).
000962     88  BNK-CAL-OK              VALUE "00".
000963 01  BNK-CAL-OPEN-SWITCH         PIC X(01).
000964     88  BNK-CAL-OPENED          VALUE "Y".
000965     88  BNK-CAL-NOT-OPENED      VALUE "N".
000970 01  BNK-STO-EOF-SWITCH          PIC X(01).
000980     88  BNK-STO-AT-EOF          VALUE "Y".
000990     88  BNK-STO-NOT-AT-EOF      VALUE "N".
001130 01  BNK-EXPIRED-COUNT           PIC 9(07) COMP.
001140 01  BNK-SKIP-COUNT              PIC 9(07) COMP.
001150 01  BNK-FAIL-COUNT              PIC 9(07) COMP.
001153 01  BNK-ROLLED-COUNT            PIC 9(07) COMP.
001156 01  BNK-DUE-DATE                PIC 9(08).
001160 01  BNK-WORK-DATE               PIC 9(08).
001170 01  BNK-WORK-DATE-R REDEFINES BNK-WORK-DATE.
001180     05  BNK-WORK-YEAR           PIC 9(04).
001820     MOVE ZERO TO BNK-EXPIRED-COUNT.
001830     MOVE ZERO TO BNK-SKIP-COUNT.
001840     MOVE ZERO TO BNK-FAIL-COUNT.
001845     MOVE ZERO TO BNK-ROLLED-COUNT.
001850     MOVE BNK-STND-BAND-BASE TO BNK-MAX-TRN-SEQ.
001860
001870     OPEN INPUT CHECKPOINT-FILE.
002190         OPEN OUTPUT TRANSACTION-FILE
002200     END-IF.
002210
002211     SET BNK-CAL-OPENED TO TRUE.
002212     OPEN INPUT CALENDAR-FILE.
002213     IF NOT BNK-CAL-OK
002214         DISPLAY "STND-ORDER: BUSINESS-DAY CALENDAR UNAVAILABLE, "
002215             "STATUS " BNK-CAL-STATUS " - DUE DATES NOT ROLLED"
002216         SET BNK-CAL-NOT-OPENED TO TRUE
002217     END-IF.
002218
002220     SET BNK-STO-OPENED TO TRUE.
002230     OPEN I-O STANDING-ORDERS.
002240     IF NOT BNK-STO-OK
002600*                          ORDER SEVERAL PERIODS BEHIND FIRES
002610*                          ONCE PER NIGHT UNTIL ITS NEXT-RUN
002620*                          DATE CATCHES UP - EACH MISSED PERIOD
002630*                          STILL MOVES ITS MONEY.  A NEXT-RUN
002632*                          DATE ON A WEEKEND OR HOLIDAY FALLS
002634*                          DUE ON THE NEXT BUSINESS DAY; THE
002636*                          SCHEDULE ITSELF IS NOT MOVED, SO THE
002638*                          FOLLOWING PERIOD KEEPS ITS DAY.
002640*----------------------------------------------------------------
002650 2000-PROCESS-ONE-ORDER.
002651     MOVE STO-NEXT-RUN-DATE TO BNK-DUE-DATE.
002652     IF STO-ORDER-ACTIVE
002653             AND STO-NEXT-RUN-DATE NOT > BNK-RUN-DATE
002654         PERFORM 2700-ROLL-TO-BUSINESS-DAY THRU 2700-EXIT
002655     END-IF.
002660     IF NOT STO-ORDER-ACTIVE
002670             OR BNK-DUE-DATE > BNK-RUN-DATE
002680         ADD 1 TO BNK-SKIP-COUNT
002690     ELSE
002700         ADD 1 TO BNK-DUE-COUNT
003870 2600-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 2700-ROLL-TO-BUSINESS-DAY - ROLL THE ORDER'S DUE DATE FORWARD
003910*                             TO THE FIRST BUSINESS DAY ON OR
003920*                             AFTER ITS NEXT-RUN DATE.  A DATE
003930*                             THE CALENDAR DOES NOT REACH IS
003940*                             REPORTED AND LEFT AS SCHEDULED.
003950*----------------------------------------------------------------
003960 2700-ROLL-TO-BUSINESS-DAY.
003970     IF BNK-CAL-NOT-OPENED
003980         GO TO 2700-EXIT
003990     END-IF.
004000     MOVE STO-NEXT-RUN-DATE TO CAL-DATE.
004010     START CALENDAR-FILE KEY NOT < CAL-DATE
004020         INVALID KEY
004030             CONTINUE
004040     END-START.
004050     IF BNK-CAL-OK
004060         MOVE SPACE TO CAL-DAY-TYPE
004070         PERFORM 2750-READ-CALENDAR THRU 2750-EXIT
004080             UNTIL CAL-BUSINESS-DAY OR NOT BNK-CAL-OK
004090     END-IF.
004100     IF NOT BNK-CAL-OK
004110         DISPLAY "STND-ORDER: CALENDAR DOES NOT REACH "
004120             STO-NEXT-RUN-DATE " - ORDER " STO-ORDER-NO
004130             " TAKEN AS SCHEDULED.  RUN CAL-MAINT."
004140         GO TO 2700-EXIT
004150     END-IF.
004160     IF CAL-DATE NOT = STO-NEXT-RUN-DATE
004170         MOVE CAL-DATE TO BNK-DUE-DATE
004180         ADD 1 TO BNK-ROLLED-COUNT
004190     END-IF.
004200 2700-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* 2750-READ-CALENDAR - READ THE NEXT CALENDAR DATE
004240*----------------------------------------------------------------
004250 2750-READ-CALENDAR.
004260     READ CALENDAR-FILE NEXT RECORD
004270         AT END
004280             CONTINUE
004290     END-READ.
004300 2750-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 2800-REWRITE-ORDER - SAVE THE ORDER RECORD BACK BY KEY
004340*----------------------------------------------------------------
004350 2800-REWRITE-ORDER.
004360     REWRITE STO-ORDER-RECORD
004370         INVALID KEY
004380             DISPLAY "STND-ORDER: ORDER REWRITE FAILED FOR "
004390                 STO-ORDER-NO ", STATUS " BNK-STO-STATUS
004400     END-REWRITE.
004410 2800-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 8000-FINALIZE - CLOSE FILES AND DISPLAY THE RUN SUMMARY
004450*----------------------------------------------------------------
004460 8000-FINALIZE.
004470     IF BNK-STO-OPENED
004480         CLOSE STANDING-ORDERS
004490     END-IF.
004500     CLOSE TRANSACTION-FILE.
004510     IF BNK-CAL-OPENED
004520         CLOSE CALENDAR-FILE
004530     END-IF.
004540
004550     DISPLAY "STND-ORDER RUN SUMMARY".
004560     DISPLAY "  BUSINESS DATE        : " BNK-RUN-DATE.
004570     DISPLAY "  ORDERS DUE           : " BNK-DUE-COUNT.
004580     DISPLAY "  TRANSFERS WRITTEN    : " BNK-POSTED-COUNT.
004590     DISPLAY "  ORDERS EXPIRED       : " BNK-EXPIRED-COUNT.
004600     DISPLAY "  ROLLED TO BUS. DAY   : " BNK-ROLLED-COUNT.
004610     DISPLAY "  ORDERS NOT DUE/INACT : " BNK-SKIP-COUNT.
004620     DISPLAY "  WRITE FAILURES       : " BNK-FAIL-COUNT.
004630 8000-EXIT.
004640     EXIT.
