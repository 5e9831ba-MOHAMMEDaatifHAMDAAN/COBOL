000802*                  TRANSFERS OUT MAY DRAW AVAILABLE BALANCE
000803*                  PLUS THE LINE; GOING NEGATIVE COSTS THE
000804*                  OVERDRAFT USAGE FEE (AUDIT TYPE "8").
000817* 10/15/2026  RAO  ADD PRODUCT "CD" - TIME DEPOSIT.  ITS TERM,
000830*                  MATURITY AND LOCKED RATE LIVE ON THE CDTERM
000843*                  RECORD OF THE SAME ACCOUNT NUMBER.  A CD TAKES
000856*                  ONE FUNDING DEPOSIT AT OPENING AND NO OTHER
000869*                  CREDITS; INT-CALC AND DORM-CHARGE PASS IT BY.
000872* 10/15/2026  RAO  ACM-CUST-NUMBER IS NOW THE PRIMARY OWNER.
000875*                  JOINT OWNERS, AUTHORIZED SIGNERS AND
000878*                  BENEFICIARIES ARE CARRIED ON THE ACCTREL
000879*                  RELATIONSHIP FILE.
000882* 10/15/2026  RAO  ADD ACM-RESTRICT-CODE (APPENDED) - SPACE FOR
000885*                  NO RESTRICTION, "S" FROZEN BECAUSE AN OWNER
000888*                  IS A CONFIRMED SANCTIONS WATCH-LIST MATCH.  A
000891*                  FROZEN ACCOUNT TAKES CREDITS BUT NO CUSTOMER
000894*                  DEBITS AT THE WINDOW OR IN DAILY-POST.
000907* 10/15/2026  RAO  ADD ACM-BRANCH-CODE (APPENDED) - THE DOMICILE
000920*                  BRANCH, SET AT OPENING TO THE OPENING TELLER'S
000933*                  BRANCH AND MOVED ONLY BY MAINTENANCE.  SPACES
000946*                  (A RECORD CONVERTED BY EXTENSION) IS THE HEAD
000959*                  OFFICE, BRANCH 001.
000960* 10/15/2026  RAO  NEGATIVE-BALANCE AGING AND CHARGE-OFF (ALL
000961*                  APPENDED).  NEG-AGING SETS ACM-NEG-SINCE-DATE
000962*                  TO THE BUSINESS DATE IT FIRST FINDS THE LEDGER
000963*                  NEGATIVE AND ACM-OVER-LIMIT-SINCE TO THE DATE
000964*                  IT FIRST FINDS IT BEYOND THE OVERDRAFT LINE
000965*                  (ZERO WHILE NOT SO), AND ADVANCES
000966*                  ACM-AGING-STAGE AS EACH COLLECTION NOTICE GOES
000967*                  OUT - "C" ONCE THE ACCOUNT IS DUE FOR CHARGE-
000968*                  OFF.  CHG-OFF WRITES THE BALANCE OFF, KEEPS
000969*                  THE AMOUNT STILL OWED IN ACM-CHGOFF-BALANCE AND
000970*                  RESTRICTS THE ACCOUNT "W" (CHARGED OFF - NO
000971*                  CUSTOMER DEBITS, AS FOR "S").  WHILE
000972*                  ACM-CHGOFF-BALANCE IS ABOVE ZERO A DEPOSIT
000973*                  POSTS AS A RECOVERY AGAINST IT FIRST.
000975* 10/15/2026  RAO  ADD ACM-NOTICE-DATE (APPENDED) - THE BUSINESS
000977*                  DATE NEG-AGING LAST SENT A COLLECTION NOTICE,
000979*                  SO A RERUN OF THE SAME NIGHT SENDS IT AGAIN.
000981*----------------------------------------------------------------
000985 01  ACM-ACCOUNT-RECORD.
001000     05  ACM-ACCT-NUMBER         PIC 9(07).
001100     05  ACM-CUST-NAME           PIC X(30).
001200     05  ACM-BALANCE             PIC S9(09)V99.
001800         88  ACM-PROD-CHECKING   VALUE "CK".
001900         88  ACM-PROD-SAVINGS    VALUE "SV".
002000         88  ACM-PROD-MONEY-MKT  VALUE "MM".
002050         88  ACM-PROD-CD         VALUE "CD".
002100         88  ACM-PROD-VALID      VALUE "CK" "SV" "MM" "CD".
002200     05  ACM-CUST-NUMBER         PIC 9(07).
002300     05  ACM-OD-LIMIT            PIC 9(07)V99.
002310     05  ACM-RESTRICT-CODE       PIC X(01).
002320         88  ACM-NO-RESTRICTION  VALUE SPACE.
002330         88  ACM-RESTRICT-SANCTIONS
002335                                 VALUE "S".
002336         88  ACM-RESTRICT-CHARGED-OFF
002337                                 VALUE "W".
002340         88  ACM-DEBIT-FROZEN    VALUE "S" "W".
002350     05  ACM-BRANCH-CODE         PIC X(03).
002360         88  ACM-BRANCH-NOT-SET  VALUE SPACES.
002370     05  ACM-NEG-SINCE-DATE      PIC 9(08).
002380     05  ACM-OVER-LIMIT-SINCE    PIC 9(08).
002390     05  ACM-AGING-STAGE         PIC X(01).
002400         88  ACM-AGING-CURRENT   VALUE SPACE.
002410         88  ACM-AGING-CHGOFF-DUE
002420                                 VALUE "C".
002430     05  ACM-CHGOFF-DATE         PIC 9(08).
002440     05  ACM-CHGOFF-BALANCE      PIC 9(09)V99.
002450         88  ACM-NOT-CHARGED-OFF VALUE ZERO.
002460     05  ACM-NOTICE-DATE         PIC 9(08).
