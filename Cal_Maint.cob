000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CAL-MAINT.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - BUSINESS-DAY CALENDAR MAINTENANCE
000200*                  CONSOLE.  BUILDS A CALENDAR YEAR (ONE RECORD
000210*                  PER DATE, SATURDAYS AND SUNDAYS CLOSED, EVERY
000220*                  OTHER DAY OPEN), MARKS A DATE CLOSED FOR A
000230*                  HOLIDAY OR OPEN BY EXCEPTION, AND LISTS A
000240*                  MONTH.  REBUILDING A YEAR ONLY ADDS THE DATES
000250*                  NOT ALREADY ON FILE, SO HOLIDAYS ALREADY
000260*                  MARKED SURVIVE IT.  THE CALENDAR IS READ BY
000270*                  CYCLE-CTL, MENU-CHOICE AND STND-ORDER.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CAL-DATE
000390         FILE STATUS IS BNK-CAL-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CALENDAR-FILE
000430     LABEL RECORDS ARE STANDARD.
000440     COPY CALENDAR.
000450 WORKING-STORAGE SECTION.
000460 01  BNK-CAL-STATUS              PIC X(02).
000470     88  BNK-CAL-OK              VALUE "00".
000480 01  BNK-CAL-EOF-SWITCH          PIC X(01).
000490     88  BNK-CAL-AT-EOF          VALUE "Y".
000500     88  BNK-CAL-NOT-AT-EOF      VALUE "N".
000510 01  BNK-CHOICE                  PIC 9(01).
000520 01  BNK-BUILD-YEAR              PIC 9(04).
000530 01  BNK-LIST-MONTH              PIC 9(06).
000540 01  BNK-LIST-MONTH-R REDEFINES BNK-LIST-MONTH.
000550     05  BNK-LIST-YEAR           PIC 9(04).
000560     05  BNK-LIST-MM             PIC 9(02).
000570 01  BNK-MAINT-DATE              PIC 9(08).
000580 01  BNK-DESCRIPTION             PIC X(20).
000590 01  BNK-WORK-DATE               PIC 9(08).
000600 01  BNK-WORK-DATE-R REDEFINES BNK-WORK-DATE.
000610     05  BNK-WORK-YEAR           PIC 9(04).
000620     05  BNK-WORK-MONTH          PIC 9(02).
000630     05  BNK-WORK-DAY            PIC 9(02).
000640 01  BNK-DAYS-IN-MONTH           PIC 9(02).
000650 01  BNK-LEAP-QUOTIENT           PIC 9(04).
000660 01  BNK-LEAP-REMAINDER          PIC 9(01).
000670 01  BNK-YEARS-SINCE-BASE        PIC 9(04).
000680 01  BNK-DAYS-SINCE-BASE         PIC 9(07).
000690 01  BNK-WEEK-QUOTIENT           PIC 9(07).
000700 01  BNK-DAY-OF-WEEK             PIC 9(01).
000710 01  BNK-ADDED-COUNT             PIC 9(05) COMP.
000720 01  BNK-KEPT-COUNT              PIC 9(05) COMP.
000730 01  BNK-LISTED-COUNT            PIC 9(05) COMP.
000740 01  BNK-DAY-NAMES.
000750     05  FILLER                  PIC X(21) VALUE
000760         "MONTUEWEDTHUFRISATSUN".
000770 01  BNK-DAY-NAMES-R REDEFINES BNK-DAY-NAMES.
000780     05  BNK-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
000790*
000800 PROCEDURE DIVISION.
000810*----------------------------------------------------------------
000820* 0000-MAINLINE - OPEN (OR CREATE) THE CALENDAR, SHOW THE
000830*                 CONSOLE MENU AND DISPATCH ON CHOICE
000840*----------------------------------------------------------------
000850 0000-MAINLINE.
000860     OPEN I-O CALENDAR-FILE.
000870     IF NOT BNK-CAL-OK
000880         OPEN OUTPUT CALENDAR-FILE
000890         CLOSE CALENDAR-FILE
000900         OPEN I-O CALENDAR-FILE
000910     END-IF.
000920     IF NOT BNK-CAL-OK
000930         DISPLAY "CAL-MAINT: CALENDAR FILE UNAVAILABLE, STATUS "
000940             BNK-CAL-STATUS
000950         MOVE 8 TO RETURN-CODE
000960         STOP RUN
000970     END-IF.
000980
000990     DISPLAY "BUSINESS-DAY CALENDAR MAINTENANCE".
001000     DISPLAY "1. BUILD A CALENDAR YEAR".
001010     DISPLAY "2. MARK A DATE CLOSED (HOLIDAY)".
001020     DISPLAY "3. MARK A DATE OPEN FOR BUSINESS".
001030     DISPLAY "4. LIST A MONTH".
001040     DISPLAY "ENTER CHOICE: ".
001050     ACCEPT BNK-CHOICE.
001060
001070     EVALUATE BNK-CHOICE
001080         WHEN 1
001090             PERFORM 2000-BUILD-YEAR THRU 2000-EXIT
001100         WHEN 2
001110             PERFORM 3000-MARK-HOLIDAY THRU 3000-EXIT
001120         WHEN 3
001130             PERFORM 4000-MARK-OPEN THRU 4000-EXIT
001140         WHEN 4
001150             PERFORM 5000-LIST-MONTH THRU 5000-EXIT
001160         WHEN OTHER
001170             DISPLAY "INVALID CHOICE."
001180     END-EVALUATE.
001190
001200     CLOSE CALENDAR-FILE.
001210     STOP RUN.
001220*----------------------------------------------------------------
001230* 2000-BUILD-YEAR - ADD EVERY DATE OF ONE YEAR NOT ALREADY ON
001240*                   FILE.  THE DAY OF THE WEEK OF 1 JANUARY IS
001250*                   COUNTED FROM TUESDAY 1 JANUARY 1901 - 365
001260*                   DAYS A YEAR PLUS ONE PER LEAP YEAR - AND
001270*                   STEPPED FORWARD A DAY AT A TIME FROM THERE.
001280*                   THE EVERY-FOURTH-YEAR LEAP RULE (AS IN
001290*                   STND-ORDER) HOLDS FOR 1901 THROUGH 2099.
001300*----------------------------------------------------------------
001310 2000-BUILD-YEAR.
001320     DISPLAY "ENTER YEAR TO BUILD (YYYY): ".
001330     ACCEPT BNK-BUILD-YEAR.
001340     IF BNK-BUILD-YEAR < 1901 OR BNK-BUILD-YEAR > 2099
001350         DISPLAY "YEAR MUST BE 1901 THROUGH 2099."
001360         GO TO 2000-EXIT
001370     END-IF.
001380     MOVE ZERO TO BNK-ADDED-COUNT.
001390     MOVE ZERO TO BNK-KEPT-COUNT.
001400
001410     COMPUTE BNK-YEARS-SINCE-BASE = BNK-BUILD-YEAR - 1901.
001420     DIVIDE BNK-YEARS-SINCE-BASE BY 4 GIVING BNK-LEAP-QUOTIENT.
001430     COMPUTE BNK-DAYS-SINCE-BASE =
001440         (BNK-YEARS-SINCE-BASE * 365) + BNK-LEAP-QUOTIENT + 1.
001450     DIVIDE BNK-DAYS-SINCE-BASE BY 7
001460         GIVING BNK-WEEK-QUOTIENT
001470         REMAINDER BNK-DAY-OF-WEEK.
001480     ADD 1 TO BNK-DAY-OF-WEEK.
001490
001500     MOVE BNK-BUILD-YEAR TO BNK-WORK-YEAR.
001510     PERFORM 2100-BUILD-ONE-MONTH THRU 2100-EXIT
001520         VARYING BNK-WORK-MONTH FROM 1 BY 1
001530         UNTIL BNK-WORK-MONTH > 12.
001540
001550     DISPLAY "YEAR " BNK-BUILD-YEAR ": " BNK-ADDED-COUNT
001560         " DATES ADDED, " BNK-KEPT-COUNT
001570         " ALREADY ON FILE AND KEPT.".
001580     DISPLAY "MARK THE YEAR'S HOLIDAYS WITH OPTION 2.".
001590 2000-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------
001620* 2100-BUILD-ONE-MONTH - ADD EVERY DATE OF THE WORK MONTH
001630*----------------------------------------------------------------
001640 2100-BUILD-ONE-MONTH.
001650     PERFORM 2600-GET-DAYS-IN-MONTH THRU 2600-EXIT.
001660     PERFORM 2200-BUILD-ONE-DAY THRU 2200-EXIT
001670         VARYING BNK-WORK-DAY FROM 1 BY 1
001680         UNTIL BNK-WORK-DAY > BNK-DAYS-IN-MONTH.
001690 2100-EXIT.
001700     EXIT.
001710*----------------------------------------------------------------
001720* 2200-BUILD-ONE-DAY - WRITE THE WORK DATE UNLESS IT IS ALREADY
001730*                      ON FILE, THEN STEP THE DAY OF THE WEEK
001740*----------------------------------------------------------------
001750 2200-BUILD-ONE-DAY.
001760     MOVE BNK-WORK-DATE TO CAL-DATE.
001770     READ CALENDAR-FILE
001780         INVALID KEY
001790             CONTINUE
001800     END-READ.
001810     IF BNK-CAL-OK
001820         ADD 1 TO BNK-KEPT-COUNT
001830     ELSE
001840         MOVE BNK-WORK-DATE   TO CAL-DATE
001850         MOVE BNK-DAY-OF-WEEK TO CAL-DAY-OF-WEEK
001860         IF CAL-WEEKEND-DAY
001870             SET CAL-WEEKEND TO TRUE
001880             MOVE "WEEKEND" TO CAL-DESCRIPTION
001890         ELSE
001900             SET CAL-BUSINESS-DAY TO TRUE
001910             MOVE SPACES TO CAL-DESCRIPTION
001920         END-IF
001930         WRITE CAL-CALENDAR-RECORD
001940             INVALID KEY
001950                 DISPLAY "CAL-MAINT: WRITE FAILED FOR " CAL-DATE
001960                     ", STATUS " BNK-CAL-STATUS
001970         END-WRITE
001980         IF BNK-CAL-OK
001990             ADD 1 TO BNK-ADDED-COUNT
002000         END-IF
002010     END-IF.
002020
002030     ADD 1 TO BNK-DAY-OF-WEEK.
002040     IF BNK-DAY-OF-WEEK > 7
002050         MOVE 1 TO BNK-DAY-OF-WEEK
002060     END-IF.
002070 2200-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* 2600-GET-DAYS-IN-MONTH - DAYS IN THE WORK DATE'S MONTH
002110*----------------------------------------------------------------
002120 2600-GET-DAYS-IN-MONTH.
002130     EVALUATE BNK-WORK-MONTH
002140         WHEN 4
002150         WHEN 6
002160         WHEN 9
002170         WHEN 11
002180             MOVE 30 TO BNK-DAYS-IN-MONTH
002190         WHEN 2
002200             DIVIDE BNK-WORK-YEAR BY 4
002210                 GIVING BNK-LEAP-QUOTIENT
002220                 REMAINDER BNK-LEAP-REMAINDER
002230             IF BNK-LEAP-REMAINDER = ZERO
002240                 MOVE 29 TO BNK-DAYS-IN-MONTH
002250             ELSE
002260                 MOVE 28 TO BNK-DAYS-IN-MONTH
002270             END-IF
002280         WHEN OTHER
002290             MOVE 31 TO BNK-DAYS-IN-MONTH
002300     END-EVALUATE.
002310 2600-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------
002340* 3000-MARK-HOLIDAY - CLOSE ONE DATE FOR A NAMED HOLIDAY.  THE
002350*                     DATE MUST ALREADY BE ON THE CALENDAR, WHICH
002360*                     ALSO PROVES IT IS A REAL DATE.
002370*----------------------------------------------------------------
002380 3000-MARK-HOLIDAY.
002390     PERFORM 6000-GET-CALENDAR-DATE THRU 6000-EXIT.
002400     IF NOT BNK-CAL-OK
002410         GO TO 3000-EXIT
002420     END-IF.
002430     DISPLAY "ENTER HOLIDAY DESCRIPTION: ".
002440     ACCEPT BNK-DESCRIPTION.
002450     SET CAL-HOLIDAY TO TRUE.
002460     MOVE BNK-DESCRIPTION TO CAL-DESCRIPTION.
002470     PERFORM 7000-REWRITE-DATE THRU 7000-EXIT.
002480     IF BNK-CAL-OK
002490         DISPLAY CAL-DATE " MARKED CLOSED - " CAL-DESCRIPTION
002500     END-IF.
002510 3000-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540* 4000-MARK-OPEN - OPEN ONE DATE FOR BUSINESS: A HOLIDAY TAKEN
002550*                  BACK OFF THE CALENDAR, OR A WEEKEND DAY THE
002560*                  BANK WILL WORK BY EXCEPTION
002570*----------------------------------------------------------------
002580 4000-MARK-OPEN.
002590     PERFORM 6000-GET-CALENDAR-DATE THRU 6000-EXIT.
002600     IF NOT BNK-CAL-OK
002610         GO TO 4000-EXIT
002620     END-IF.
002630     SET CAL-BUSINESS-DAY TO TRUE.
002640     IF CAL-WEEKEND-DAY
002650         MOVE "WEEKEND OPENING" TO CAL-DESCRIPTION
002660     ELSE
002670         MOVE SPACES TO CAL-DESCRIPTION
002680     END-IF.
002690     PERFORM 7000-REWRITE-DATE THRU 7000-EXIT.
002700     IF BNK-CAL-OK
002710         DISPLAY CAL-DATE " MARKED OPEN FOR BUSINESS."
002720     END-IF.
002730 4000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------
002760* 5000-LIST-MONTH - DISPLAY EVERY DATE OF ONE MONTH WITH ITS DAY
002770*                   OF THE WEEK AND OPEN/CLOSED STATUS
002780*----------------------------------------------------------------
002790 5000-LIST-MONTH.
002800     DISPLAY "ENTER MONTH TO LIST (YYYYMM): ".
002810     ACCEPT BNK-LIST-MONTH.
002820     MOVE ZERO TO BNK-LISTED-COUNT.
002830     SET BNK-CAL-NOT-AT-EOF TO TRUE.
002840     MOVE BNK-LIST-YEAR TO CAL-YEAR.
002850     MOVE BNK-LIST-MM   TO CAL-MONTH.
002860     MOVE 1             TO CAL-DAY.
002870     START CALENDAR-FILE KEY NOT < CAL-DATE
002880         INVALID KEY
002890             SET BNK-CAL-AT-EOF TO TRUE
002900     END-START.
002910     IF BNK-CAL-NOT-AT-EOF
002920         READ CALENDAR-FILE NEXT RECORD
002930             AT END
002940                 SET BNK-CAL-AT-EOF TO TRUE
002950         END-READ
002960     END-IF.
002970     PERFORM 5100-LIST-ONE-DATE THRU 5100-EXIT
002980         UNTIL BNK-CAL-AT-EOF.
002990     IF BNK-LISTED-COUNT = ZERO
003000         DISPLAY "MONTH " BNK-LIST-MONTH
003010             " IS NOT ON THE CALENDAR."
003020     END-IF.
003030 5000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060* 5100-LIST-ONE-DATE - DISPLAY ONE DATE AND READ THE NEXT; STOP
003070*                      ONCE THE KEY LEAVES THE MONTH
003080*----------------------------------------------------------------
003090 5100-LIST-ONE-DATE.
003100     IF CAL-YEAR NOT = BNK-LIST-YEAR
003110             OR CAL-MONTH NOT = BNK-LIST-MM
003120         SET BNK-CAL-AT-EOF TO TRUE
003130         GO TO 5100-EXIT
003140     END-IF.
003150     ADD 1 TO BNK-LISTED-COUNT.
003160     IF CAL-BUSINESS-DAY
003170         DISPLAY CAL-DATE " " BNK-DAY-NAME (CAL-DAY-OF-WEEK)
003180             "  OPEN    " CAL-DESCRIPTION
003190     ELSE
003200         DISPLAY CAL-DATE " " BNK-DAY-NAME (CAL-DAY-OF-WEEK)
003210             "  CLOSED  " CAL-DESCRIPTION
003220     END-IF.
003230     READ CALENDAR-FILE NEXT RECORD
003240         AT END
003250             SET BNK-CAL-AT-EOF TO TRUE
003260     END-READ.
003270 5100-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300* 6000-GET-CALENDAR-DATE - PROMPT FOR A DATE AND READ IT; A DATE
003310*                          NOT ON FILE IS REPORTED AND LEAVES THE
003320*                          STATUS NOT OK
003330*----------------------------------------------------------------
003340 6000-GET-CALENDAR-DATE.
003350     DISPLAY "ENTER DATE (YYYYMMDD): ".
003360     ACCEPT BNK-MAINT-DATE.
003370     MOVE BNK-MAINT-DATE TO CAL-DATE.
003380     READ CALENDAR-FILE
003390         INVALID KEY
003400             DISPLAY "DATE " BNK-MAINT-DATE
003410                 " NOT ON THE CALENDAR - BUILD ITS YEAR FIRST."
003420     END-READ.
003430 6000-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* 7000-REWRITE-DATE - SAVE THE CALENDAR RECORD BACK BY KEY
003470*----------------------------------------------------------------
003480 7000-REWRITE-DATE.
003490     REWRITE CAL-CALENDAR-RECORD
003500         INVALID KEY
003510             DISPLAY "CAL-MAINT: REWRITE FAILED FOR " CAL-DATE
003520                 ", STATUS " BNK-CAL-STATUS
003530     END-REWRITE.
003540 7000-EXIT.
003550     EXIT.
