000100*----------------------------------------------------------------
000110* CALENDAR.CPY
000120*
000130* BUSINESS-DAY CALENDAR RECORD LAYOUT - ONE RECORD PER CALENDAR
000140* DATE, KEYED ON THE DATE, SAYING WHETHER THE BANK IS OPEN FOR
000150* BUSINESS THAT DAY.  CAL-MAINT BUILDS A YEAR AT A TIME
000160* (SATURDAYS AND SUNDAYS CLOSED, EVERY OTHER DAY OPEN) AND MARKS
000170* HOLIDAYS.  CYCLE-CTL WILL NOT OPEN A CLOSED DATE WITHOUT AN
000180* OPERATIONS OVERRIDE, MENU-CHOICE COUNTS HOLD RELEASE DATES IN
000190* OPEN DAYS, AND STND-ORDER ROLLS AN ORDER DUE ON A CLOSED DAY TO
000200* THE NEXT OPEN ONE.  READING FORWARD FROM A DATE WITH START AND
000210* READ NEXT WALKS THE CALENDAR DAY BY DAY, SO NO PROGRAM NEEDS
000220* ITS OWN DATE ARITHMETIC.  EVERY PROGRAM TOUCHING THE CALENDAR
000230* FILE MUST COPY THIS RECORD DESCRIPTION RATHER THAN CARRY ITS
000240* OWN SO THE LAYOUT CANNOT DRIFT.
000250*
000260* CAL-DAY-OF-WEEK RUNS 1 (MONDAY) THROUGH 7 (SUNDAY).  A DATE
000270* MISSING FROM THE FILE MEANS THE CALENDAR HAS NOT BEEN BUILT
000280* THAT FAR; EVERY READER SAYS SO ON THE CONSOLE SO OPERATIONS
000290* CAN BUILD THE NEXT YEAR.
000300*----------------------------------------------------------------
000310 01  CAL-CALENDAR-RECORD.
000320     05  CAL-DATE                PIC 9(08).
000330     05  CAL-DATE-R REDEFINES CAL-DATE.
000340         10  CAL-YEAR            PIC 9(04).
000350         10  CAL-MONTH           PIC 9(02).
000360         10  CAL-DAY             PIC 9(02).
000370     05  CAL-DAY-OF-WEEK         PIC 9(01).
000380         88  CAL-WEEKEND-DAY     VALUE 6 7.
000390     05  CAL-DAY-TYPE            PIC X(01).
000400         88  CAL-BUSINESS-DAY    VALUE "B".
000410         88  CAL-WEEKEND         VALUE "W".
000420         88  CAL-HOLIDAY         VALUE "H".
000430     05  CAL-DESCRIPTION         PIC X(20).
