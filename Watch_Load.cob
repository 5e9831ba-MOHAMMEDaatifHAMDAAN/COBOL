000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WATCH-LOAD.
000120 AUTHOR. R. OKONKWO-TELLER-SYSTEMS.
000130 INSTALLATION. RETAIL BANKING - BRANCH SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  RAO  ORIGINAL - SANCTIONS WATCH-LIST LOAD.  TAKES
000200*                  THE PUBLISHED LIST AS RECEIVED (SANCLIST -
000210*                  HEADER, ONE DETAIL PER LISTED NAME OR AREA,
000220*                  TRAILER WITH THE DETAIL COUNT) AND REBUILDS
000230*                  THE WATCHLST FILE FROM IT, SO THE SCREENING
000240*                  IN MENU-CHOICE AND SANC-SCREEN ALWAYS RUNS
000250*                  AGAINST THE LATEST LIST.  THE WHOLE LIST IS
000260*                  PROVED FIRST - HEADER PRESENT, EVERY DETAIL A
000270*                  KNOWN ENTRY TYPE, TRAILER COUNT AGREES - AND A
000280*                  LIST THAT DOES NOT PROVE IS NOT LOADED (RC 8),
000290*                  LEAVING THE PRIOR LIST IN PLACE.  RUN WHENEVER
000300*                  A NEW LIST IS PUBLISHED, AHEAD OF THE NIGHT'S
000310*                  SANC-SCREEN.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PUBLISHED-LIST ASSIGN TO "SANCLIST"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS BNK-PUB-STATUS.
000420
000430     SELECT WATCH-LIST ASSIGN TO "WATCHLST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS WL-ENTRY-ID
000470         FILE STATUS IS BNK-WLS-STATUS.
000480
000490     SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
000500         ORGANIZATION IS RELATIVE
000510         ACCESS MODE IS RANDOM
000520         RELATIVE KEY IS BNK-CYC-RELKEY
000530         FILE STATUS IS BNK-CYC-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PUBLISHED-LIST
000570     LABEL RECORDS ARE STANDARD.
000580 01  PUB-LIST-RECORD.
000590     05  PUB-REC-TYPE            PIC X(01).
000600         88  PUB-TYPE-HEADER     VALUE "H".
000610         88  PUB-TYPE-DETAIL     VALUE "D".
000620         88  PUB-TYPE-TRAILER    VALUE "T".
000630     05  PUB-REC-BODY            PIC X(63).
000640     05  PUB-HEADER-BODY REDEFINES PUB-REC-BODY.
000650         10  PUB-H-SOURCE        PIC X(08).
000660         10  PUB-H-LIST-DATE     PIC 9(08).
000670         10  FILLER              PIC X(47).
000680     05  PUB-DETAIL-BODY REDEFINES PUB-REC-BODY.
000690         10  PUB-D-ENTRY-ID      PIC X(10).
000700         10  PUB-D-ENTRY-TYPE    PIC X(01).
000710             88  PUB-D-TYPE-VALID
000720                                 VALUE "N" "A".
000730         10  PUB-D-NAME          PIC X(40).
000740         10  PUB-D-COUNTRY       PIC X(02).
000750         10  PUB-D-STATE         PIC X(02).
000760         10  PUB-D-PROGRAM       PIC X(08).
000770     05  PUB-TRAILER-BODY REDEFINES PUB-REC-BODY.
000780         10  PUB-T-RECORD-COUNT  PIC 9(07).
000790         10  FILLER              PIC X(56).
000800*
000810 FD  WATCH-LIST
000820     LABEL RECORDS ARE STANDARD.
000830     COPY WATCHLST.
000840*
000850 FD  CYCLE-CONTROL
000860     LABEL RECORDS ARE STANDARD.
000870     COPY CYCLCTL.
000880 WORKING-STORAGE SECTION.
000890 01  BNK-PUB-STATUS              PIC X(02).
000900     88  BNK-PUB-OK              VALUE "00".
000910 01  BNK-WLS-STATUS              PIC X(02).
000920     88  BNK-WLS-OK              VALUE "00".
000930     88  BNK-WLS-DUP-KEY         VALUE "22".
000940 01  BNK-CYC-STATUS              PIC X(02).
000950     88  BNK-CYC-OK              VALUE "00".
000960 01  BNK-CYC-RELKEY              PIC 9(05) COMP VALUE 1.
000970 01  BNK-PUB-EOF-SWITCH          PIC X(01).
000980     88  BNK-PUB-AT-EOF          VALUE "Y".
000990     88  BNK-PUB-NOT-AT-EOF      VALUE "N".
001000 01  BNK-PROOF-SWITCH            PIC X(01).
001010     88  BNK-LIST-PROVED         VALUE "Y".
001020     88  BNK-LIST-NOT-PROVED     VALUE "N".
001030 01  BNK-TRAILER-SWITCH          PIC X(01).
001040     88  BNK-TRAILER-SEEN        VALUE "Y".
001050     88  BNK-TRAILER-NOT-SEEN    VALUE "N".
001060 01  BNK-RUN-DATE                PIC 9(08).
001070 01  BNK-LIST-SOURCE             PIC X(08).
001080 01  BNK-LIST-DATE               PIC 9(08).
001090 01  BNK-DETAIL-COUNT            PIC 9(07) COMP.
001100 01  BNK-TRAILER-COUNT           PIC 9(07).
001110 01  BNK-BAD-TYPE-COUNT          PIC 9(07) COMP.
001120 01  BNK-LOADED-COUNT            PIC 9(07) COMP.
001130 01  BNK-NAME-COUNT              PIC 9(07) COMP.
001140 01  BNK-AREA-COUNT              PIC 9(07) COMP.
001150 01  BNK-DUP-COUNT               PIC 9(07) COMP.
001160*
001170 PROCEDURE DIVISION.
001180*----------------------------------------------------------------
001190* 0000-MAINLINE - PROVE THE PUBLISHED LIST, THEN LOAD IT
001200*----------------------------------------------------------------
001210 0000-MAINLINE.
001220     PERFORM 0500-GET-BUSINESS-DATE THRU 0500-EXIT.
001230     PERFORM 1000-PROVE-LIST THRU 1000-EXIT.
001240     IF BNK-LIST-NOT-PROVED
001250         DISPLAY "WATCH-LOAD: PUBLISHED LIST NOT LOADED - THE "
001260             "PRIOR WATCH LIST REMAINS IN FORCE."
001270         MOVE 8 TO RETURN-CODE
001280         STOP RUN
001290     END-IF.
001300     PERFORM 3000-LOAD-LIST THRU 3000-EXIT.
001310     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001320     STOP RUN.
001330*----------------------------------------------------------------
001340* 0500-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE CYCLE
001350*                          RECORD FOR THE LOAD DATE
001360*----------------------------------------------------------------
001370 0500-GET-BUSINESS-DATE.
001380     OPEN INPUT CYCLE-CONTROL.
001390     IF BNK-CYC-OK
001400         MOVE 1 TO BNK-CYC-RELKEY
001410         READ CYCLE-CONTROL
001420             INVALID KEY
001430                 CONTINUE
001440         END-READ
001450     END-IF.
001460     IF NOT BNK-CYC-OK
001470         DISPLAY "WATCH-LOAD: NO CYCLE CONTROL - RUN CYCLE-CTL "
001480             "TO OPEN THE BUSINESS DATE."
001490         MOVE 8 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520     MOVE CYC-BUSINESS-DATE TO BNK-RUN-DATE.
001530     CLOSE CYCLE-CONTROL.
001540 0500-EXIT.
001550     EXIT.
001560*----------------------------------------------------------------
001570* 1000-PROVE-LIST - READ THE WHOLE PUBLISHED LIST ONCE WITHOUT
001580*                   LOADING IT: A HEADER FIRST, ONLY KNOWN ENTRY
001590*                   TYPES, AND A TRAILER WHOSE COUNT AGREES WITH
001600*                   THE DETAILS READ.  WATCHLST IS ONLY REBUILT
001610*                   FROM A LIST THAT PROVES.
001620*----------------------------------------------------------------
001630 1000-PROVE-LIST.
001640     SET BNK-LIST-NOT-PROVED TO TRUE.
001650     SET BNK-TRAILER-NOT-SEEN TO TRUE.
001660     MOVE ZERO TO BNK-DETAIL-COUNT.
001670     MOVE ZERO TO BNK-BAD-TYPE-COUNT.
001680     MOVE ZERO TO BNK-TRAILER-COUNT.
001690     OPEN INPUT PUBLISHED-LIST.
001700     IF NOT BNK-PUB-OK
001710         DISPLAY "WATCH-LOAD: PUBLISHED LIST NOT AVAILABLE, "
001720             "STATUS " BNK-PUB-STATUS
001730         GO TO 1000-EXIT
001740     END-IF.
001750     SET BNK-PUB-NOT-AT-EOF TO TRUE.
001760     READ PUBLISHED-LIST
001770         AT END
001780             SET BNK-PUB-AT-EOF TO TRUE
001790     END-READ.
001800     IF BNK-PUB-AT-EOF OR NOT PUB-TYPE-HEADER
001810         DISPLAY "WATCH-LOAD: PUBLISHED LIST HAS NO HEADER."
001820         CLOSE PUBLISHED-LIST
001830         GO TO 1000-EXIT
001840     END-IF.
001850     MOVE PUB-H-SOURCE    TO BNK-LIST-SOURCE.
001860     MOVE PUB-H-LIST-DATE TO BNK-LIST-DATE.
001870     READ PUBLISHED-LIST
001880         AT END
001890             SET BNK-PUB-AT-EOF TO TRUE
001900     END-READ.
001910     PERFORM 1100-PROVE-ONE-RECORD THRU 1100-EXIT
001920         UNTIL BNK-PUB-AT-EOF.
001930     CLOSE PUBLISHED-LIST.
001940
001950     IF BNK-TRAILER-NOT-SEEN
001960         DISPLAY "WATCH-LOAD: PUBLISHED LIST HAS NO TRAILER."
001970         GO TO 1000-EXIT
001980     END-IF.
001990     IF BNK-TRAILER-COUNT NOT = BNK-DETAIL-COUNT
002000         DISPLAY "WATCH-LOAD: TRAILER COUNT " BNK-TRAILER-COUNT
002010             " DOES NOT AGREE WITH " BNK-DETAIL-COUNT
002020             " DETAILS READ."
002030         GO TO 1000-EXIT
002040     END-IF.
002050     IF BNK-BAD-TYPE-COUNT > ZERO
002060         DISPLAY "WATCH-LOAD: " BNK-BAD-TYPE-COUNT
002070             " DETAILS CARRY AN UNKNOWN ENTRY TYPE."
002080         GO TO 1000-EXIT
002090     END-IF.
002100     IF BNK-DETAIL-COUNT = ZERO
002110         DISPLAY "WATCH-LOAD: PUBLISHED LIST HAS NO ENTRIES."
002120         GO TO 1000-EXIT
002130     END-IF.
002140     SET BNK-LIST-PROVED TO TRUE.
002150 1000-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180* 1100-PROVE-ONE-RECORD - CHECK ONE RECORD AFTER THE HEADER AND
002190*                         READ THE NEXT.  ANYTHING AFTER THE
002200*                         TRAILER IS IGNORED.
002210*----------------------------------------------------------------
002220 1100-PROVE-ONE-RECORD.
002230     IF BNK-TRAILER-NOT-SEEN
002240         EVALUATE TRUE
002250             WHEN PUB-TYPE-DETAIL
002260                 ADD 1 TO BNK-DETAIL-COUNT
002270                 IF NOT PUB-D-TYPE-VALID
002280                     DISPLAY "WATCH-LOAD: UNKNOWN ENTRY TYPE ON "
002290                         "ENTRY " PUB-D-ENTRY-ID
002300                     ADD 1 TO BNK-BAD-TYPE-COUNT
002310                 END-IF
002320             WHEN PUB-TYPE-TRAILER
002330                 SET BNK-TRAILER-SEEN TO TRUE
002340                 MOVE PUB-T-RECORD-COUNT TO BNK-TRAILER-COUNT
002350             WHEN OTHER
002360                 DISPLAY "WATCH-LOAD: UNEXPECTED RECORD TYPE "
002370                     PUB-REC-TYPE " IGNORED."
002380         END-EVALUATE
002390     END-IF.
002400     READ PUBLISHED-LIST
002410         AT END
002420             SET BNK-PUB-AT-EOF TO TRUE
002430     END-READ.
002440 1100-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------
002470* 3000-LOAD-LIST - REBUILD WATCHLST FROM THE PROVED LIST
002480*----------------------------------------------------------------
002490 3000-LOAD-LIST.
002500     MOVE ZERO TO BNK-LOADED-COUNT.
002510     MOVE ZERO TO BNK-NAME-COUNT.
002520     MOVE ZERO TO BNK-AREA-COUNT.
002530     MOVE ZERO TO BNK-DUP-COUNT.
002540     OPEN OUTPUT WATCH-LIST.
002550     IF NOT BNK-WLS-OK
002560         DISPLAY "WATCH-LOAD: WATCH LIST CANNOT BE REBUILT, "
002570             "STATUS " BNK-WLS-STATUS
002580         MOVE 8 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     OPEN INPUT PUBLISHED-LIST.
002620     SET BNK-PUB-NOT-AT-EOF TO TRUE.
002630     SET BNK-TRAILER-NOT-SEEN TO TRUE.
002640     READ PUBLISHED-LIST
002650         AT END
002660             SET BNK-PUB-AT-EOF TO TRUE
002670     END-READ.
002680     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
002690         UNTIL BNK-PUB-AT-EOF.
002700     CLOSE PUBLISHED-LIST.
002710     CLOSE WATCH-LIST.
002720 3000-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750* 3100-LOAD-ONE-RECORD - WRITE ONE DETAIL TO WATCHLST AND READ THE
002760*                        NEXT.  A REPEATED ENTRY ID KEEPS THE
002770*                        FIRST ENTRY AND IS REPORTED.
002780*----------------------------------------------------------------
002790 3100-LOAD-ONE-RECORD.
002800     IF PUB-TYPE-TRAILER
002810         SET BNK-TRAILER-SEEN TO TRUE
002820     END-IF.
002830     IF PUB-TYPE-DETAIL AND BNK-TRAILER-NOT-SEEN
002840         MOVE PUB-D-ENTRY-ID     TO WL-ENTRY-ID
002850         MOVE PUB-D-ENTRY-TYPE   TO WL-ENTRY-TYPE
002860         MOVE PUB-D-NAME         TO WL-NAME
002870         MOVE PUB-D-COUNTRY      TO WL-COUNTRY
002880         MOVE PUB-D-STATE        TO WL-STATE
002890         MOVE PUB-D-PROGRAM      TO WL-PROGRAM
002900         MOVE BNK-LIST-DATE      TO WL-LIST-DATE
002910         MOVE BNK-RUN-DATE       TO WL-LOAD-DATE
002920         WRITE WL-WATCH-RECORD
002930             INVALID KEY
002940                 CONTINUE
002950         END-WRITE
002960         EVALUATE TRUE
002970             WHEN BNK-WLS-OK
002980                 ADD 1 TO BNK-LOADED-COUNT
002990                 IF WL-TYPE-NAME
003000                     ADD 1 TO BNK-NAME-COUNT
003010                 ELSE
003020                     ADD 1 TO BNK-AREA-COUNT
003030                 END-IF
003040             WHEN BNK-WLS-DUP-KEY
003050                 DISPLAY "WATCH-LOAD: ENTRY " PUB-D-ENTRY-ID
003060                     " REPEATED ON THE LIST - FIRST KEPT."
003070                 ADD 1 TO BNK-DUP-COUNT
003080             WHEN OTHER
003090                 DISPLAY "WATCH-LOAD: WATCH LIST WRITE FAILED, "
003100                     "STATUS " BNK-WLS-STATUS
003110                 CLOSE PUBLISHED-LIST
003120                 CLOSE WATCH-LIST
003130                 MOVE 8 TO RETURN-CODE
003140                 STOP RUN
003150         END-EVALUATE
003160     END-IF.
003170     READ PUBLISHED-LIST
003180         AT END
003190             SET BNK-PUB-AT-EOF TO TRUE
003200     END-READ.
003210 3100-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 8000-FINALIZE - PRINT THE RUN SUMMARY
003250*----------------------------------------------------------------
003260 8000-FINALIZE.
003270     DISPLAY "WATCH-LOAD RUN SUMMARY".
003280     DISPLAY "  BUSINESS DATE        : " BNK-RUN-DATE.
003290     DISPLAY "  LIST SOURCE          : " BNK-LIST-SOURCE.
003300     DISPLAY "  LIST DATE            : " BNK-LIST-DATE.
003310     DISPLAY "  DETAILS ON LIST      : " BNK-DETAIL-COUNT.
003320     DISPLAY "  ENTRIES LOADED       : " BNK-LOADED-COUNT.
003330     DISPLAY "  NAME ENTRIES         : " BNK-NAME-COUNT.
003340     DISPLAY "  AREA ENTRIES         : " BNK-AREA-COUNT.
003350     DISPLAY "  REPEATED ENTRY IDS   : " BNK-DUP-COUNT.
003360     IF BNK-DUP-COUNT > ZERO
003370         MOVE 4 TO RETURN-CODE
003380     END-IF.
003390 8000-EXIT.
003400     EXIT.
