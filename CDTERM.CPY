000100*----------------------------------------------------------------
000110* CDTERM.CPY
000120*
000130* TIME-DEPOSIT (CERTIFICATE OF DEPOSIT) TERM RECORD LAYOUT - ONE
000140* RECORD PER CD ACCOUNT (ACM-PRODUCT-CODE "CD"), KEYED ON THE
000150* ACCOUNT NUMBER.  MENU-CHOICE WRITES IT WHEN THE CD IS OPENED
000160* WITH ITS FUNDING DEPOSIT AND PRICES EARLY WITHDRAWALS FROM IT;
000170* CD-MATURE PAYS THE FINAL INTEREST AT MATURITY AND ROLLS THE
000180* CERTIFICATE OVER OR PAYS IT OUT.  EVERY PROGRAM TOUCHING THE
000190* CDTERM FILE MUST COPY THIS RECORD DESCRIPTION RATHER THAN
000200* CARRY ITS OWN SO THE LAYOUT CANNOT DRIFT.
000210*
000220* CDT-LOCKED-RATE IS THE RATETABL "CD" TIER RATE IN FORCE WHEN
000230* THE TERM STARTED, HELD FOR THE WHOLE TERM.  LIKE EVERY
000240* RATETABL RATE IT IS A PER-MONTH RATE (INT-CALC APPLIES THE
000250* TABLE ONCE A MONTH), SO THE TERM'S INTEREST IS PRINCIPAL X
000260* RATE X TERM MONTHS AND THE EARLY-WITHDRAWAL PENALTY IS AMOUNT
000270* X RATE X CDT-PENALTY-MONTHS.  CDT-PRINCIPAL IS THE BALANCE THE
000280* TERM EARNS ON - THE FUNDING OR ROLLED-OVER AMOUNT, REDUCED BY
000290* ANY EARLY WITHDRAWAL.
000300*
000310* CDT-GRACE-END-DATE IS THE LAST DAY OF THE PENALTY-FREE WINDOW
000320* THAT FOLLOWS A ROLLOVER; ZERO UNTIL THE CERTIFICATE FIRST
000330* MATURES.  CDT-NOTICE-DATE IS THE DATE THE CURRENT TERM'S
000340* MATURITY NOTICE WAS LISTED, SO EACH TERM IS NOTIFIED ONCE.
000350*
000360* CDT-STATUS: "A" IN TERM; "M" MATURED - FINAL INTEREST PAID BUT
000370* THE PAYOUT TO THE LINKED ACCOUNT COULD NOT BE MADE, RETRIED
000380* EACH NIGHT; "P" PAID OUT TO THE LINKED ACCOUNT; "X" REDEEMED -
000390* WITHDRAWN TO ZERO BEFORE MATURITY OR THE ACCOUNT CLOSED.
000400*----------------------------------------------------------------
000410 01  CDT-TERM-RECORD.
000420     05  CDT-ACCT-NUMBER         PIC 9(07).
000430     05  CDT-OPEN-DATE           PIC 9(08).
000440     05  CDT-TERM-MONTHS         PIC 9(03).
000450         88  CDT-TERM-OFFERED    VALUE 3 6 12 24 36 60.
000460     05  CDT-TERM-START-DATE     PIC 9(08).
000470     05  CDT-MATURITY-DATE       PIC 9(08).
000480     05  CDT-LOCKED-RATE         PIC 9V9(04).
000490     05  CDT-PRINCIPAL           PIC S9(09)V99.
000500     05  CDT-PAYOUT-CODE         PIC X(01).
000510         88  CDT-PAYOUT-ROLLOVER VALUE "R".
000520         88  CDT-PAYOUT-TRANSFER VALUE "T".
000530         88  CDT-PAYOUT-VALID    VALUE "R" "T".
000540     05  CDT-LINKED-ACCT         PIC 9(07).
000550     05  CDT-GRACE-END-DATE      PIC 9(08).
000560     05  CDT-PENALTY-MONTHS      PIC 9(02).
000570     05  CDT-STATUS              PIC X(01).
000580         88  CDT-ACTIVE          VALUE "A".
000590         88  CDT-MATURED         VALUE "M".
000600         88  CDT-PAID-OUT        VALUE "P".
000610         88  CDT-REDEEMED        VALUE "X".
000620     05  CDT-ROLLOVER-COUNT      PIC 9(03).
000630     05  CDT-NOTICE-DATE         PIC 9(08).
