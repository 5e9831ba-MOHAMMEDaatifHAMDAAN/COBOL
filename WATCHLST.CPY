000100*----------------------------------------------------------------
000110* WATCHLST.CPY
000120*
000130* SANCTIONS WATCH-LIST ENTRY LAYOUT - ONE RECORD PER ENTRY ON THE
000140* LATEST PUBLISHED LIST, KEYED ON THE LIST'S OWN ENTRY ID.
000150* WATCH-LOAD REBUILDS THE WATCHLST FILE FROM EACH PUBLISHED LIST
000160* IT IS GIVEN; MENU-CHOICE SCREENS NEW AND CHANGED CUSTOMERS
000170* AGAINST IT AND SANC-SCREEN RESCREENS THE WHOLE CUSTOMER MASTER
000180* AGAINST IT NIGHTLY.  EVERY PROGRAM TOUCHING THE WATCHLST FILE
000190* MUST COPY THIS RECORD DESCRIPTION RATHER THAN CARRY ITS OWN SO
000200* THE LAYOUT CANNOT DRIFT.
000210*
000220* WL-ENTRY-TYPE: "N" A LISTED NAME - A CUSTOMER IS A POSSIBLE
000230* MATCH WHEN EVERY WORD OF WL-NAME APPEARS AMONG THE WORDS OF
000240* CUS-CUST-NAME, IN ANY ORDER; "A" A SANCTIONED AREA - A
000250* CUSTOMER IS A POSSIBLE MATCH WHEN CUS-COUNTRY IS WL-COUNTRY
000260* AND, WHEN WL-STATE IS GIVEN, CUS-STATE IS WL-STATE.  WL-NAME
000270* ON AN AREA ENTRY DESCRIBES THE AREA FOR THE REPORTS.
000280*
000290* WL-LIST-DATE IS THE PUBLICATION DATE CARRIED ON THE PUBLISHED
000300* LIST'S HEADER; WL-LOAD-DATE THE BUSINESS DATE IT WAS LOADED.
000310*----------------------------------------------------------------
000320 01  WL-WATCH-RECORD.
000330     05  WL-ENTRY-ID             PIC X(10).
000340     05  WL-ENTRY-TYPE           PIC X(01).
000350         88  WL-TYPE-NAME        VALUE "N".
000360         88  WL-TYPE-AREA        VALUE "A".
000370         88  WL-TYPE-VALID       VALUE "N" "A".
000380     05  WL-NAME                 PIC X(40).
000390     05  WL-COUNTRY              PIC X(02).
000400     05  WL-STATE                PIC X(02).
000410     05  WL-PROGRAM              PIC X(08).
000420     05  WL-LIST-DATE            PIC 9(08).
000430     05  WL-LOAD-DATE            PIC 9(08).
