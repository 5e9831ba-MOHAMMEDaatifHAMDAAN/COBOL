000100*----------------------------------------------------------------
000110* SCRNCASE.CPY
000120*
000130* SANCTIONS SCREENING CASE LAYOUT - ONE RECORD PER CUSTOMER AND
000140* WATCH-LIST ENTRY THE CUSTOMER HAS BEEN FOUND TO POSSIBLY
000150* MATCH.  MENU-CHOICE OPENS A CASE WHEN A CUSTOMER IS ADDED OR
000160* CHANGED; SANC-SCREEN OPENS ONE ON THE NIGHTLY RESCREEN;
000170* SANC-REVIEW RECORDS THE SUPERVISOR'S DISPOSITION.  EVERY
000180* PROGRAM TOUCHING THE SCRNCASE FILE MUST COPY THIS RECORD
000190* DESCRIPTION RATHER THAN CARRY ITS OWN SO THE LAYOUT CANNOT
000200* DRIFT.
000210*
000220* THE KEY LEADS WITH THE CUSTOMER NUMBER SO A READER CAN START
000230* AT (CUSTOMER, LOW ENTRY ID) AND READ FORWARD THROUGH EVERY
000240* CASE FOR THE CUSTOMER, AS WITH ACCTREL.
000250*
000260* SCR-DISPOSITION: "P" PENDING SUPERVISOR REVIEW; "F" CLEARED AS
000270* A FALSE POSITIVE; "C" CONFIRMED MATCH - THE CUSTOMER'S
000280* ACCOUNTS ARE FROZEN.  A CLEARED CASE IS KEPT AS THE CLEARED-
000290* HITS HISTORY: WHILE THE CUSTOMER STILL SHOWS THE SAME NAME,
000300* COUNTRY AND STATE AS WHEN SCREENED (SCR-SCREENED-*), THE SAME
000310* ENTRY IS NOT RAISED AGAIN AND SCR-SUPPRESS-COUNT IS BUMPED
000320* INSTEAD.  IF ANY OF THEM CHANGES THE CASE IS REOPENED "P";
000330* SCR-CLEARED-DATE AND SCR-CLEARED-BY KEEP THE LAST CLEARANCE.
000340*
000350* SCR-SOURCE: "O" ONBOARDING (CUSTOMER ADDED), "M" CUSTOMER
000360* MAINTENANCE, "N" NIGHTLY RESCREEN.  SCR-ALERT-DATE IS THE
000370* LAST BUSINESS DATE THE CASE WAS RAISED OR REOPENED.
000380*----------------------------------------------------------------
000390 01  SCR-CASE-RECORD.
000400     05  SCR-KEY.
000410         10  SCR-CUST-NUMBER     PIC 9(07).
000420         10  SCR-ENTRY-ID        PIC X(10).
000430     05  SCR-SOURCE              PIC X(01).
000440         88  SCR-SOURCE-ONBOARD  VALUE "O".
000450         88  SCR-SOURCE-MAINT    VALUE "M".
000460         88  SCR-SOURCE-NIGHTLY  VALUE "N".
000470     05  SCR-MATCH-BASIS         PIC X(01).
000480         88  SCR-BASIS-NAME      VALUE "N".
000490         88  SCR-BASIS-AREA      VALUE "A".
000500     05  SCR-OPEN-DATE           PIC 9(08).
000510     05  SCR-ALERT-DATE          PIC 9(08).
000520     05  SCR-SCREENED-NAME       PIC X(30).
000530     05  SCR-SCREENED-COUNTRY    PIC X(02).
000540     05  SCR-SCREENED-STATE      PIC X(02).
000550     05  SCR-LIST-NAME           PIC X(40).
000560     05  SCR-LIST-PROGRAM        PIC X(08).
000570     05  SCR-DISPOSITION         PIC X(01).
000580         88  SCR-DISP-PENDING    VALUE "P".
000590         88  SCR-DISP-CLEARED    VALUE "F".
000600         88  SCR-DISP-CONFIRMED  VALUE "C".
000610     05  SCR-DISP-DATE           PIC 9(08).
000620     05  SCR-REVIEWER            PIC X(08).
000630     05  SCR-CLEARED-DATE        PIC 9(08).
000640     05  SCR-CLEARED-BY          PIC X(08).
000650     05  SCR-SUPPRESS-COUNT      PIC 9(05).
