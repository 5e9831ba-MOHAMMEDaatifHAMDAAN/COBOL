000100*----------------------------------------------------------------
000200* ACCTREL.CPY
000300*
000400* ACCOUNT-RELATIONSHIP RECORD LAYOUT - ONE RECORD PER CUSTOMER
000500* TIED TO AN ACCOUNT, WITH THE ROLE THE CUSTOMER PLAYS ON IT.
000600* MENU-CHOICE MAINTAINS IT; STMT-GEN, TAX-EXTRACT, CTR-REPORT
000700* AND ESCHEAT READ IT.  EVERY PROGRAM TOUCHING THE ACCTREL FILE
000800* MUST COPY THIS RECORD DESCRIPTION RATHER THAN CARRY ITS OWN SO
000900* THE LAYOUT CANNOT DRIFT.
001000*
001100* THE KEY LEADS WITH THE ACCOUNT NUMBER SO A READER CAN START AT
001200* (ACCOUNT, CUSTOMER 0) AND READ FORWARD THROUGH EVERY CUSTOMER
001300* ON THE ACCOUNT, AS WITH HOLDFILE.
001400*
001500* ACM-CUST-NUMBER ON THE ACCOUNT-MASTER RECORD REMAINS THE
001600* PRIMARY OWNER AND IS THE AUTHORITY FOR IT.  MENU-CHOICE KEEPS
001700* A ROLE "P" RECORD HERE IN STEP SO THAT THIS FILE ALONE NAMES
001800* EVERYONE ON AN ACCOUNT, BUT ACCOUNTS ATTACHED BEFORE THE FILE
001900* EXISTED HAVE NONE - SO READERS TAKE THE PRIMARY OWNER FROM
001910* ACM-CUST-NUMBER AND PASS OVER ANY RECORD FOR THAT CUSTOMER.
001920* JOINT OWNERS, SIGNERS AND BENEFICIARIES ARE KNOWN ONLY FROM
002000* THIS FILE.
002100*
002200* REL-ROLE: "P" PRIMARY OWNER; "J" JOINT OWNER; "S" AUTHORIZED
002300* SIGNER (MAY TRANSACT, OWNS NOTHING); "B" BENEFICIARY (PAYABLE
002400* ON DEATH - NO RIGHTS WHILE THE OWNERS LIVE).
002500*----------------------------------------------------------------
002600 01  REL-RELATION-RECORD.
002700     05  REL-KEY.
002800         10  REL-ACCT-NUMBER     PIC 9(07).
002900         10  REL-CUST-NUMBER     PIC 9(07).
003000     05  REL-ROLE                PIC X(01).
003100         88  REL-ROLE-PRIMARY    VALUE "P".
003200         88  REL-ROLE-JOINT      VALUE "J".
003300         88  REL-ROLE-SIGNER     VALUE "S".
003400         88  REL-ROLE-BENEFICIARY VALUE "B".
003600         88  REL-ROLE-OWNER      VALUE "P" "J".
003700         88  REL-ROLE-VALID      VALUE "P" "J" "S" "B".
003800     05  REL-ADDED-DATE          PIC 9(08).
003900     05  REL-ADDED-BY            PIC X(08).
