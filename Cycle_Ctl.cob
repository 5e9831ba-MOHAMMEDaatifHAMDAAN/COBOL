000330*                  CYCLE, UNDER OPERATIONS' JUDGMENT - FORCES A
000340*                  STEP COMPLETE OR CLEARS A STAMP SO A STEP
000350*                  CAN BE RERUN.
000352* 10/15/2026  RAO  ADD STEP 9, THE RETURNED-ITEM RUN (RET-ITEM).
000354*                  THE STEP NUMBER IS NOW TWO DIGITS WIDE SO
000356*                  FURTHER STEPS CAN FOLLOW.
000357* 10/15/2026  RAO  ADD STEP 10, THE GATEWAY RETURN RUN
000358*                  (GATE-RETURN).
000359* 10/15/2026  RAO  BUSINESS-DAY CALENDAR.  OPENING A DATE NOW
000360*                  OFFERS THE NEXT OPEN DAY ON THE CALENDAR AND
000361*                  REFUSES A DATE THE CALENDAR SHOWS CLOSED (OR
000362*                  DOES NOT HOLD) UNLESS OPERATIONS OVERRIDES;
000363*                  AN OVERRIDDEN DATE IS FLAGGED ON THE CYCLE
000364*                  RECORD.
000366* 10/15/2026  RAO  MAINTENANCE JOURNAL.  FORCING A STEP COMPLETE
000368*                  OR CLEARING A STAMP NOW NEEDS AN OPERATOR ID
000370*                  AND PASSWORD, CHECKED ON OPERMAST, AND EACH
000372*                  OVERRIDE APPENDS A MAINTJNL RECORD (OPERATOR,
000374*                  TIMESTAMP, STEP, FLAG BEFORE AND AFTER).
000375* 10/15/2026  RAO  ADD STEP 11, THE MASTER-FILE INTEGRITY SCAN
000376*                  (INTEG-SCAN).
000378* 10/15/2026  RAO  ADD STEP 12, THE NEGATIVE-BALANCE AGING RUN
000380*                  (NEG-AGING), AND STEP 13, THE CHARGE-OFF RUN
000382*                  (CHG-OFF).
000384*----------------------------------------------------------------
000386 ENVIRONMENT DIVISION.
000388 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000450         ACCESS MODE IS RANDOM
000460         RELATIVE KEY IS BNK-CYC-RELKEY
000470         FILE STATUS IS BNK-CYC-STATUS.
000472
000474     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000476         ORGANIZATION IS INDEXED
000478         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CAL-DATE
000482         FILE STATUS IS BNK-CAL-STATUS.
000483
000484     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000485         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS DYNAMIC
000487         RECORD KEY IS OPR-OPERATOR-ID
000488         FILE STATUS IS BNK-OPR-STATUS.
000489
000490     SELECT MAINT-JOURNAL ASSIGN TO "MAINTJNL"
000491         ORGANIZATION IS SEQUENTIAL
000492         FILE STATUS IS BNK-MNT-STATUS.
000493 DATA DIVISION.
000494 FILE SECTION.
000500 FD  CYCLE-CONTROL
000510     LABEL RECORDS ARE STANDARD.
000520     COPY CYCLCTL.
000522*
000524 FD  CALENDAR-FILE
000526     LABEL RECORDS ARE STANDARD.
000528     COPY CALENDAR.
000529*
000530 FD  OPERATOR-MASTER
000531     LABEL RECORDS ARE STANDARD.
000532     COPY OPERMAST.
000533*
000534 FD  MAINT-JOURNAL
000535     LABEL RECORDS ARE STANDARD.
000536     COPY MAINTJNL.
000537 WORKING-STORAGE SECTION.
000540 01  BNK-CYC-STATUS              PIC X(02).
000550     88  BNK-CYC-OK              VALUE "00".
000560 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
000562 01  BNK-CAL-STATUS              PIC X(02).
000564     88  BNK-CAL-OK              VALUE "00".
000566 01  BNK-CAL-OPEN-SWITCH         PIC X(01).
000567     88  BNK-CAL-OPENED          VALUE "Y".
000568     88  BNK-CAL-NOT-OPENED      VALUE "N".
000569 01  BNK-NEXT-BUSINESS-DATE      PIC 9(08).
000570 01  BNK-CHOICE                  PIC 9(01).
000580 01  BNK-STEP-NO                 PIC 9(02).
000590 01  BNK-NEW-DATE                PIC 9(08).
000600 01  BNK-CONFIRM                 PIC X(01).
000601 01  BNK-OPR-STATUS              PIC X(02).
000602     88  BNK-OPR-OK              VALUE "00".
000603 01  BNK-MNT-STATUS              PIC X(02).
000604     88  BNK-MNT-OK              VALUE "00".
000605 01  BNK-OPERATOR-ID             PIC X(08).
000606 01  BNK-PASSWORD                PIC X(08).
000607 01  BNK-SIGNON-SWITCH           PIC X(01).
000608     88  BNK-SIGNED-ON           VALUE "Y".
000609     88  BNK-NOT-SIGNED-ON       VALUE "N".
000610 01  BNK-STEP-FLAG               PIC X(01).
000611*
000620 PROCEDURE DIVISION.
000630*----------------------------------------------------------------
000640* 0000-MAINLINE - READ (OR CREATE) THE CYCLE RECORD, SHOW THE
000770         MOVE SPACES TO CYC-BAL-SNAP-FLAG
000780         MOVE SPACES TO CYC-DORM-CHARGE-FLAG
000790         MOVE SPACES TO CYC-AUD-ARCHIVE-FLAG
000795         MOVE SPACES TO CYC-RET-ITEM-FLAG
000797         MOVE SPACES TO CYC-GATE-RETURN-FLAG
000798         MOVE SPACES TO CYC-CALENDAR-OVERRIDE
000799         MOVE SPACES TO CYC-INTEG-SCAN-FLAG
000801         MOVE SPACES TO CYC-NEG-AGING-FLAG
000803         MOVE SPACES TO CYC-CHG-OFF-FLAG
000805         MOVE 1 TO BNK-CYC-RELKEY
000810         WRITE CYC-CYCLE-RECORD
000820         CLOSE CYCLE-CONTROL
000830         OPEN I-O CYCLE-CONTROL
001240*                           CYCLE NEVER PROVED CLEAN (BAL-RECON
001250*                           OR BAL-SNAP NOT STAMPED), SO AN
001260*                           UNFINISHED NIGHT CANNOT BE PAPERED
001270*                           OVER BY ACCIDENT.  THE DATE
001272*                           MUST BE OPEN ON THE BUSINESS-DAY
001274*                           CALENDAR UNLESS OPERATIONS
001276*                           OVERRIDES (A SATURDAY CATCH-UP,
001278*                           SAY); ZERO TAKES THE NEXT OPEN DAY
001279*                           AFTER THE CURRENT DATE.
001280*----------------------------------------------------------------
001290 2000-OPEN-BUSINESS-DATE.
001300     IF CYC-BUSINESS-DATE > ZERO
001390         END-IF
001400     END-IF.
001410
001411     SET BNK-CAL-OPENED TO TRUE.
001412     OPEN INPUT CALENDAR-FILE.
001414     IF NOT BNK-CAL-OK
001416         DISPLAY "BUSINESS-DAY CALENDAR UNAVAILABLE, STATUS "
001417             BNK-CAL-STATUS " - RUN CAL-MAINT."
001418         SET BNK-CAL-NOT-OPENED TO TRUE
001419     END-IF.
001420     MOVE ZERO TO BNK-NEXT-BUSINESS-DATE.
001421     IF BNK-CAL-OPENED AND CYC-BUSINESS-DATE > ZERO
001422         PERFORM 2200-FIND-NEXT-BUSINESS-DAY THRU 2200-EXIT
001423     END-IF.
001424     IF BNK-NEXT-BUSINESS-DATE > ZERO
001425         DISPLAY "NEXT BUSINESS DAY ON THE CALENDAR: "
001426             BNK-NEXT-BUSINESS-DATE
001427     END-IF.
001428     DISPLAY "ENTER NEW BUSINESS DATE (YYYYMMDD, 0 = NEXT "
001429         "BUSINESS DAY): ".
001430     ACCEPT BNK-NEW-DATE.
001431     IF BNK-NEW-DATE = ZERO
001432         MOVE BNK-NEXT-BUSINESS-DATE TO BNK-NEW-DATE
001433     END-IF.
001434     IF BNK-NEW-DATE = ZERO
001435         DISPLAY "NO NEXT BUSINESS DAY ON THE CALENDAR - "
001436             "BUSINESS DATE NOT CHANGED."
001437         GO TO 2000-CLOSE-CALENDAR
001438     END-IF.
001439
001440     MOVE SPACES TO CYC-CALENDAR-OVERRIDE.
001441     PERFORM 2300-CHECK-CALENDAR THRU 2300-EXIT.
001442     IF NOT (BNK-CAL-OPENED AND BNK-CAL-OK
001443             AND CAL-BUSINESS-DAY)
001444         DISPLAY "OPEN IT ANYWAY - OPERATIONS OVERRIDE (Y/N)? "
001445         ACCEPT BNK-CONFIRM
001446         IF BNK-CONFIRM NOT = "Y"
001447             DISPLAY "BUSINESS DATE NOT CHANGED."
001448             GO TO 2000-CLOSE-CALENDAR
001449         END-IF
001450         SET CYC-DATE-OVERRIDDEN TO TRUE
001451     END-IF.
001452     MOVE BNK-NEW-DATE TO CYC-BUSINESS-DATE.
001456     MOVE SPACES TO CYC-DAILY-POST-FLAG.
001460     MOVE SPACES TO CYC-HOLD-REL-FLAG.
001470     MOVE SPACES TO CYC-EOD-REPORT-FLAG.
001480     MOVE SPACES TO CYC-GL-EXTRACT-FLAG.
001500     MOVE SPACES TO CYC-BAL-SNAP-FLAG.
001510     MOVE SPACES TO CYC-DORM-CHARGE-FLAG.
001520     MOVE SPACES TO CYC-AUD-ARCHIVE-FLAG.
001525     MOVE SPACES TO CYC-RET-ITEM-FLAG.
001527     MOVE SPACES TO CYC-GATE-RETURN-FLAG.
001528     MOVE SPACES TO CYC-INTEG-SCAN-FLAG.
001531     MOVE SPACES TO CYC-NEG-AGING-FLAG.
001534     MOVE SPACES TO CYC-CHG-OFF-FLAG.
001537     PERFORM 7000-REWRITE-CYCLE THRU 7000-EXIT.
001540     DISPLAY "BUSINESS DATE " CYC-BUSINESS-DATE " OPENED.".
001542 2000-CLOSE-CALENDAR.
001544     IF BNK-CAL-OPENED
001546         CLOSE CALENDAR-FILE
001548     END-IF.
001550 2000-EXIT.
001560     EXIT.
001561*----------------------------------------------------------------
001562* 2200-FIND-NEXT-BUSINESS-DAY - READ FORWARD FROM THE DAY AFTER
001563*                               THE CURRENT BUSINESS DATE TO
001564*                               THE FIRST OPEN DAY.  ZERO WHEN
001565*                               THE CALENDAR RUNS OUT FIRST.
001566*----------------------------------------------------------------
001567 2200-FIND-NEXT-BUSINESS-DAY.
001568     MOVE CYC-BUSINESS-DATE TO CAL-DATE.
001569     START CALENDAR-FILE KEY > CAL-DATE
001570         INVALID KEY
001571             GO TO 2200-EXIT
001572     END-START.
001573     READ CALENDAR-FILE NEXT RECORD
001574         AT END
001575             GO TO 2200-EXIT
001576     END-READ.
001577     PERFORM 2250-SKIP-CLOSED-DAY THRU 2250-EXIT
001578         UNTIL NOT BNK-CAL-OK OR CAL-BUSINESS-DAY.
001579     IF BNK-CAL-OK
001580         MOVE CAL-DATE TO BNK-NEXT-BUSINESS-DATE
001581     END-IF.
001582 2200-EXIT.
001583     EXIT.
001584*----------------------------------------------------------------
001585* 2250-SKIP-CLOSED-DAY - STEP PAST ONE CLOSED DAY
001586*----------------------------------------------------------------
001587 2250-SKIP-CLOSED-DAY.
001588     READ CALENDAR-FILE NEXT RECORD
001589         AT END
001590             CONTINUE
001591     END-READ.
001592 2250-EXIT.
001593     EXIT.
001594*----------------------------------------------------------------
001595* 2300-CHECK-CALENDAR - LOOK THE NEW DATE UP AND SAY WHY IT
001596*                       CANNOT BE OPENED WITHOUT AN OVERRIDE
001597*----------------------------------------------------------------
001598 2300-CHECK-CALENDAR.
001599     IF BNK-CAL-NOT-OPENED
001600         GO TO 2300-EXIT
001601     END-IF.
001602     MOVE BNK-NEW-DATE TO CAL-DATE.
001603     READ CALENDAR-FILE
001604         INVALID KEY
001605             DISPLAY BNK-NEW-DATE " IS NOT ON THE BUSINESS-DAY "
001606                 "CALENDAR - RUN CAL-MAINT TO BUILD ITS YEAR."
001607     END-READ.
001608     IF BNK-CAL-OK AND NOT CAL-BUSINESS-DAY
001609         DISPLAY BNK-NEW-DATE " IS NOT A BUSINESS DAY - "
001610             CAL-DESCRIPTION
001611     END-IF.
001612 2300-EXIT.
001613     EXIT.
001614*----------------------------------------------------------------
001615* 3000-DISPLAY-STATUS - SHOW THE BUSINESS DATE AND EVERY STEP
001616*                       FLAG
001617*----------------------------------------------------------------
001618 3000-DISPLAY-STATUS.
001620     DISPLAY "BUSINESS DATE: " CYC-BUSINESS-DATE.
001630     DISPLAY "  1 DAILY-POST : " CYC-DAILY-POST-FLAG.
001640     DISPLAY "  2 HOLD-REL   : " CYC-HOLD-REL-FLAG.
001680     DISPLAY "  6 BAL-SNAP   : " CYC-BAL-SNAP-FLAG.
001690     DISPLAY "  7 DORM-CHARGE: " CYC-DORM-CHARGE-FLAG.
001700     DISPLAY "  8 AUD-ARCHIVE: " CYC-AUD-ARCHIVE-FLAG.
001705     DISPLAY "  9 RET-ITEM   : " CYC-RET-ITEM-FLAG.
001707     DISPLAY " 10 GATE-RETURN: " CYC-GATE-RETURN-FLAG.
001708     DISPLAY " 11 INTEG-SCAN : " CYC-INTEG-SCAN-FLAG.
001709     DISPLAY " 12 NEG-AGING  : " CYC-NEG-AGING-FLAG.
001710     DISPLAY " 13 CHG-OFF    : " CYC-CHG-OFF-FLAG.
001711     IF CYC-DATE-OVERRIDDEN
001712         DISPLAY "  BUSINESS DATE OPENED BY CALENDAR OVERRIDE"
001713     END-IF.
001715     DISPLAY "  (C = COMPLETE, BLANK = NOT RUN)".
001720 3000-EXIT.
001730     EXIT.
001740*----------------------------------------------------------------
001790*----------------------------------------------------------------
001800 4000-FORCE-STEP.
001810     PERFORM 4500-GET-STEP-NO THRU 4500-EXIT.
001811     IF BNK-STEP-NO > ZERO
001812         PERFORM 4700-SIGN-ON THRU 4700-EXIT
001813         IF NOT BNK-SIGNED-ON
001814             MOVE ZERO TO BNK-STEP-NO
001815         END-IF
001816     END-IF.
001820     IF BNK-STEP-NO > ZERO
001822         PERFORM 6800-GET-STEP-FLAG THRU 6800-EXIT
001824         MOVE SPACES TO MNT-JOURNAL-RECORD
001826         MOVE BNK-STEP-FLAG TO MNT-BEFORE-IMAGE
001830         PERFORM 6000-SET-STEP-FLAG THRU 6000-EXIT
001840         PERFORM 7000-REWRITE-CYCLE THRU 7000-EXIT
001842         IF BNK-CYC-OK
001844             DISPLAY "STEP " BNK-STEP-NO " FORCED COMPLETE."
001846             PERFORM 6800-GET-STEP-FLAG THRU 6800-EXIT
001848             MOVE BNK-STEP-FLAG TO MNT-AFTER-IMAGE
001850             SET MNT-STEP-FORCED TO TRUE
001852             PERFORM 7500-WRITE-JOURNAL-RECORD THRU 7500-EXIT
001854         END-IF
001860     END-IF.
001870 4000-EXIT.
001880     EXIT.
001910*                    THE STATUS DISPLAY); ZERO CANCELS
001920*----------------------------------------------------------------
001930 4500-GET-STEP-NO.
001940     DISPLAY "ENTER STEP NUMBER 1-13 (0 TO CANCEL): ".
001950     ACCEPT BNK-STEP-NO.
001960     IF BNK-STEP-NO > 13
001970         DISPLAY "NO SUCH STEP."
001980         MOVE ZERO TO BNK-STEP-NO
001990     END-IF.
002000 4500-EXIT.
002010     EXIT.
002011*----------------------------------------------------------------
002012* 4700-SIGN-ON - AN OVERRIDE IS MADE UNDER A NAMED OPERATOR: THE
002013*                OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
002014*                AND GIVE THE RIGHT PASSWORD.  NO OPERATOR MASTER,
002015*                NO OVERRIDE.
002016*----------------------------------------------------------------
002017 4700-SIGN-ON.
002018     SET BNK-NOT-SIGNED-ON TO TRUE.
002019     DISPLAY "ENTER OPERATOR ID: ".
002020     ACCEPT BNK-OPERATOR-ID.
002021     DISPLAY "ENTER PASSWORD: ".
002022     ACCEPT BNK-PASSWORD.
002023     OPEN INPUT OPERATOR-MASTER.
002024     IF NOT BNK-OPR-OK
002025         DISPLAY "CYCLE-CTL: OPERATOR MASTER UNAVAILABLE, STATUS "
002026             BNK-OPR-STATUS " - OVERRIDE REFUSED."
002027         GO TO 4700-EXIT
002028     END-IF.
002029     MOVE BNK-OPERATOR-ID TO OPR-OPERATOR-ID.
002030     READ OPERATOR-MASTER
002031         INVALID KEY
002032             CONTINUE
002033     END-READ.
002034     IF BNK-OPR-OK AND OPR-ACTIVE
002035             AND BNK-PASSWORD = OPR-PASSWORD
002036         SET BNK-SIGNED-ON TO TRUE
002037     ELSE
002038         DISPLAY "INVALID SIGN-ON - OVERRIDE REFUSED."
002039     END-IF.
002040     CLOSE OPERATOR-MASTER.
002041 4700-EXIT.
002042     EXIT.
002043*----------------------------------------------------------------
002044* 5000-CLEAR-STEP - CLEAR ONE STEP'S STAMP SO IT CAN BE RERUN
002045*----------------------------------------------------------------
002050 5000-CLEAR-STEP.
002060     PERFORM 4500-GET-STEP-NO THRU 4500-EXIT.
002061     IF BNK-STEP-NO > ZERO
002062         PERFORM 4700-SIGN-ON THRU 4700-EXIT
002063         IF NOT BNK-SIGNED-ON
002064             MOVE ZERO TO BNK-STEP-NO
002065         END-IF
002066     END-IF.
002070     IF BNK-STEP-NO > ZERO
002072         PERFORM 6800-GET-STEP-FLAG THRU 6800-EXIT
002074         MOVE SPACES TO MNT-JOURNAL-RECORD
002076         MOVE BNK-STEP-FLAG TO MNT-BEFORE-IMAGE
002080         PERFORM 6500-CLEAR-STEP-FLAG THRU 6500-EXIT
002090         PERFORM 7000-REWRITE-CYCLE THRU 7000-EXIT
002092         IF BNK-CYC-OK
002094             DISPLAY "STEP " BNK-STEP-NO " STAMP CLEARED."
002096             PERFORM 6800-GET-STEP-FLAG THRU 6800-EXIT
002098             MOVE BNK-STEP-FLAG TO MNT-AFTER-IMAGE
002100             SET MNT-STEP-CLEARED TO TRUE
002102             PERFORM 7500-WRITE-JOURNAL-RECORD THRU 7500-EXIT
002104         END-IF
002110     END-IF.
002120 5000-EXIT.
002130     EXIT.
002240         WHEN 6 SET CYC-BAL-SNAP-DONE TO TRUE
002250         WHEN 7 SET CYC-DORM-CHARGE-DONE TO TRUE
002260         WHEN 8 SET CYC-AUD-ARCHIVE-DONE TO TRUE
002265         WHEN 9 SET CYC-RET-ITEM-DONE TO TRUE
002267         WHEN 10 SET CYC-GATE-RETURN-DONE TO TRUE
002268         WHEN 11 SET CYC-INTEG-SCAN-DONE TO TRUE
002271         WHEN 12 SET CYC-NEG-AGING-DONE TO TRUE
002274         WHEN 13 SET CYC-CHG-OFF-DONE TO TRUE
002277     END-EVALUATE.
002280 6000-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002400         WHEN 6 MOVE SPACES TO CYC-BAL-SNAP-FLAG
002410         WHEN 7 MOVE SPACES TO CYC-DORM-CHARGE-FLAG
002420         WHEN 8 MOVE SPACES TO CYC-AUD-ARCHIVE-FLAG
002425         WHEN 9 MOVE SPACES TO CYC-RET-ITEM-FLAG
002427         WHEN 10 MOVE SPACES TO CYC-GATE-RETURN-FLAG
002428         WHEN 11 MOVE SPACES TO CYC-INTEG-SCAN-FLAG
002431         WHEN 12 MOVE SPACES TO CYC-NEG-AGING-FLAG
002434         WHEN 13 MOVE SPACES TO CYC-CHG-OFF-FLAG
002437     END-EVALUATE.
002440 6500-EXIT.
002450     EXIT.
002451*----------------------------------------------------------------
002452* 6800-GET-STEP-FLAG - COPY THE SELECTED STEP'S FLAG, BEFORE AND
002453*                      AFTER THE OVERRIDE, FOR THE JOURNAL
002454*----------------------------------------------------------------
002455 6800-GET-STEP-FLAG.
002456     EVALUATE BNK-STEP-NO
002457         WHEN 1 MOVE CYC-DAILY-POST-FLAG TO BNK-STEP-FLAG
002458         WHEN 2 MOVE CYC-HOLD-REL-FLAG TO BNK-STEP-FLAG
002459         WHEN 3 MOVE CYC-EOD-REPORT-FLAG TO BNK-STEP-FLAG
002460         WHEN 4 MOVE CYC-GL-EXTRACT-FLAG TO BNK-STEP-FLAG
002461         WHEN 5 MOVE CYC-BAL-RECON-FLAG TO BNK-STEP-FLAG
002462         WHEN 6 MOVE CYC-BAL-SNAP-FLAG TO BNK-STEP-FLAG
002463         WHEN 7 MOVE CYC-DORM-CHARGE-FLAG TO BNK-STEP-FLAG
002464         WHEN 8 MOVE CYC-AUD-ARCHIVE-FLAG TO BNK-STEP-FLAG
002465         WHEN 9 MOVE CYC-RET-ITEM-FLAG TO BNK-STEP-FLAG
002466         WHEN 10 MOVE CYC-GATE-RETURN-FLAG TO BNK-STEP-FLAG
002468         WHEN 11 MOVE CYC-INTEG-SCAN-FLAG TO BNK-STEP-FLAG
002469         WHEN 12 MOVE CYC-NEG-AGING-FLAG TO BNK-STEP-FLAG
002470         WHEN 13 MOVE CYC-CHG-OFF-FLAG TO BNK-STEP-FLAG
002471     END-EVALUATE.
002472 6800-EXIT.
002474     EXIT.
002476*----------------------------------------------------------------
002478* 7000-REWRITE-CYCLE - SAVE THE CYCLE RECORD BACK BY KEY
002480*----------------------------------------------------------------
002490 7000-REWRITE-CYCLE.
002500     MOVE 1 TO BNK-CYC-RELKEY.
002550     END-IF.
002560 7000-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590* 7500-WRITE-JOURNAL-RECORD - APPEND THE OVERRIDE JUST SAVED TO
002600*                             THE MAINTENANCE JOURNAL.  THE CALLER
002610*                             HAS SET THE CHANGE TYPE AND THE
002620*                             STEP'S FLAG BEFORE AND AFTER.
002630*----------------------------------------------------------------
002640 7500-WRITE-JOURNAL-RECORD.
002650     MOVE CYC-BUSINESS-DATE TO MNT-DATE.
002660     ACCEPT MNT-TIME FROM TIME.
002670     MOVE "CYCLE-CTL"       TO MNT-PROGRAM.
002680     MOVE BNK-OPERATOR-ID   TO MNT-OPERATOR-ID.
002690     MOVE "CYCLCTL"         TO MNT-RECORD-FILE.
002700     MOVE BNK-STEP-NO       TO MNT-RECORD-KEY.
002710     MOVE ZERO              TO MNT-ACCT-NUMBER.
002720     MOVE ZERO              TO MNT-CUST-NUMBER.
002730
002740     OPEN EXTEND MAINT-JOURNAL.
002750     IF NOT BNK-MNT-OK
002760         OPEN OUTPUT MAINT-JOURNAL
002770     END-IF.
002780     WRITE MNT-JOURNAL-RECORD.
002790     IF NOT BNK-MNT-OK
002800         DISPLAY "CYCLE-CTL: MAINTENANCE JOURNAL WRITE FAILED, "
002810             "STATUS " BNK-MNT-STATUS
002820     END-IF.
002830     CLOSE MAINT-JOURNAL.
002840 7500-EXIT.
002850     EXIT.
