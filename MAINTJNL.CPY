000100*----------------------------------------------------------------
000110* MAINTJNL.CPY
000120*
000130* MAINTENANCE JOURNAL RECORD LAYOUT - ONE RECORD PER NON-MONETARY
000140* CHANGE TO A MASTER FILE, WITH WHO MADE IT, WHO APPROVED IT,
000150* WHEN, THE KEY OF THE RECORD CHANGED AND THE BEFORE AND AFTER
000160* IMAGES OF THE FIELDS CHANGED.  AUDTRAIL RECORDS MONEY; THIS FILE
000170* RECORDS EVERYTHING ELSE AN EXAMINER ASKS ABOUT.  MENU-CHOICE,
000180* CYCLE-CTL AND SANC-REVIEW APPEND TO IT (OPEN EXTEND, LIKE
000190* AUDTRAIL); MAINT-EXCP READS IT NIGHTLY FOR THE MAINTENANCE
000200* EXCEPTIONS REPORT.  EVERY PROGRAM TOUCHING THE MAINTJNL FILE
000210* MUST COPY THIS RECORD DESCRIPTION RATHER THAN CARRY ITS OWN SO
000220* THE LAYOUT CANNOT DRIFT.
000230*
000240* MNT-DATE IS THE BUSINESS DATE AND MNT-TIME THE WALL CLOCK, AS
000250* ON AUDTRAIL.  MNT-APPROVER-ID IS SPACES WHEN THE CHANGE NEEDED
000260* NO SUPERVISOR APPROVAL.  MNT-ACCT-NUMBER AND MNT-CUST-NUMBER
000270* NAME THE ACCOUNT AND CUSTOMER AFFECTED (ZERO WHEN NONE),
000280* WHATEVER FILE WAS CHANGED.
000290*
000300* THE IMAGES HOLD THE CHANGED FIELDS IN THEIR RECORD-LAYOUT ORDER,
000310* EXCEPT AN OVERDRAFT-LIMIT CHANGE, WHOSE IMAGES ARE THE LIMIT
000320* ITSELF (MNT-BEFORE-AMOUNT / MNT-AFTER-AMOUNT) SO AN INCREASE CAN
000330* BE TESTED:
000340*   OD  ACM-OD-LIMIT
000350*   RA  ACM-STATUS, ACM-LAST-TXN-DATE (REACTIVATION)
000360*   AT  ACM-CUST-NUMBER (ACCOUNT ATTACHED / PRIMARY OWNER MOVED)
000370*   RL  REL-ROLE (RELATIONSHIP ADDED OR ROLE CHANGED; BEFORE IS
000380*       SPACES FOR AN ADD)
000390*   RX  REL-ROLE (RELATIONSHIP REMOVED; AFTER IS SPACES)
000400*   CN  CUS-CUST-NAME
000410*   AD  CUS-ADDR-LINE-1, -LINE-2, CUS-CITY, CUS-STATE, CUS-ZIP
000420*   CY  CUS-COUNTRY
000430*   PH  CUS-PHONE
000440*   TX  CUS-TAX-ID
000450*   SO  STO-AMOUNT, STO-FREQUENCY, STO-NEXT-RUN-DATE,
000460*       STO-EXPIRY-DATE, STO-STATUS (STANDING ORDER CHANGED)
000470*   CF  CYCLCTL STEP FLAG FORCED COMPLETE (KEY = STEP NUMBER)
000480*   CX  CYCLCTL STEP FLAG CLEARED FOR RERUN (KEY = STEP NUMBER)
000490*   SD  SCR-DISPOSITION (SANCTIONS CASE CLEARED OR CONFIRMED)
000492*   BR  ACM-BRANCH-CODE, ACM-BALANCE (DOMICILE BRANCH MOVED; THE
000494*       BALANCE AT THE MOVE IS IN BOTH IMAGES SO GL-EXTRACT CAN
000496*       CARRY IT FROM THE OLD BRANCH'S BOOKS TO THE NEW)
000500*----------------------------------------------------------------
000510 01  MNT-JOURNAL-RECORD.
000520     05  MNT-TIMESTAMP.
000530         10  MNT-DATE            PIC 9(08).
000540         10  MNT-TIME            PIC 9(08).
000550     05  MNT-PROGRAM             PIC X(12).
000560     05  MNT-OPERATOR-ID         PIC X(08).
000570     05  MNT-APPROVER-ID         PIC X(08).
000580     05  MNT-CHANGE-TYPE         PIC X(02).
000590         88  MNT-OD-LIMIT        VALUE "OD".
000600         88  MNT-REACTIVATION    VALUE "RA".
000610         88  MNT-ACCT-ATTACH     VALUE "AT".
000620         88  MNT-RELATION-SET    VALUE "RL".
000630         88  MNT-RELATION-REMOVE VALUE "RX".
000640         88  MNT-CUST-NAME       VALUE "CN".
000650         88  MNT-CUST-ADDRESS    VALUE "AD".
000660         88  MNT-CUST-COUNTRY    VALUE "CY".
000670         88  MNT-CUST-PHONE      VALUE "PH".
000680         88  MNT-CUST-TAX-ID     VALUE "TX".
000690         88  MNT-ORDER-CHANGE    VALUE "SO".
000700         88  MNT-STEP-FORCED     VALUE "CF".
000710         88  MNT-STEP-CLEARED    VALUE "CX".
000720         88  MNT-SANC-DISPOSITION
000730                                 VALUE "SD".
000735         88  MNT-BRANCH-MOVE     VALUE "BR".
000740     05  MNT-RECORD-FILE         PIC X(08).
000750     05  MNT-RECORD-KEY          PIC X(20).
000760     05  MNT-ACCT-NUMBER         PIC 9(07).
000770     05  MNT-CUST-NUMBER         PIC 9(07).
000780     05  MNT-BEFORE-IMAGE        PIC X(100).
000790     05  MNT-BEFORE-AMOUNT-R REDEFINES MNT-BEFORE-IMAGE.
000800         10  MNT-BEFORE-AMOUNT   PIC 9(07)V99.
000810         10  FILLER              PIC X(91).
000811     05  MNT-BEFORE-BRANCH-R REDEFINES MNT-BEFORE-IMAGE.
000812         10  MNT-BEFORE-BRANCH   PIC X(03).
000813         10  MNT-BEFORE-BALANCE  PIC S9(09)V99.
000814         10  FILLER              PIC X(86).
000820     05  MNT-AFTER-IMAGE         PIC X(100).
000830     05  MNT-AFTER-AMOUNT-R REDEFINES MNT-AFTER-IMAGE.
000840         10  MNT-AFTER-AMOUNT    PIC 9(07)V99.
000850         10  FILLER              PIC X(91).
000851     05  MNT-AFTER-BRANCH-R REDEFINES MNT-AFTER-IMAGE.
000852         10  MNT-AFTER-BRANCH    PIC X(03).
000853         10  MNT-AFTER-BALANCE   PIC S9(09)V99.
000854         10  FILLER              PIC X(86).
