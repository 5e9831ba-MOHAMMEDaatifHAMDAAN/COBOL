001490* 09/02/2026  RAO  CARRY THE TRN-ORIG FIELDS OF A REVERSAL
001492*                  (TYPE 8) SO A REPAIRED REVERSAL RESUBMITS
001494*                  WITH ITS ORIGINAL-POSTING LINK INTACT.
001505* 10/15/2026  RAO  ADD STATUS "N" - A GATEWAY-BAND REJECT SENT
001516*                  BACK TO THE ATM NETWORK OR ACH ORIGINATOR BY
001527*                  GATE-RETURN - AND THE SET OF REASONS THAT
001538*                  RUN RETURNS.  A RETURNED RECORD IS HISTORY
001549*                  ONLY; SUSP-RESUB LEAVES A PENDING GATEWAY
001560*                  REJECT WITH A RETURNABLE REASON FOR
001571*                  GATE-RETURN.
001573* 10/15/2026  RAO  ADD REASON "NT" - NON-TRANSACTION ACCOUNT.  A
001575*                  TIME DEPOSIT (PRODUCT "CD") TAKES NO BATCH
001577*                  POSTINGS; IT IS RETURNABLE TO THE NETWORK.
001578* 10/15/2026  RAO  ADD REASON "FZ" - DEBIT AGAINST AN ACCOUNT
001579*                  FROZEN FOR A CONFIRMED SANCTIONS MATCH.  IT IS
001580*                  RETURNABLE TO THE NETWORK.
001582*----------------------------------------------------------------
001600 01  SUS-SUSPENSE-RECORD.
001700     05  SUS-ORIGINAL-TXN.
001800         10  SUS-SEQ-NO          PIC 9(09).
002600         88  SUS-REASON-OVERDRAFT    VALUE "OD".
002700         88  SUS-REASON-IO-ERROR     VALUE "IO".
002750         88  SUS-REASON-XFER-TO      VALUE "TN".
002758         88  SUS-REASON-NON-TXN-ACCT VALUE "NT".
002762         88  SUS-REASON-FROZEN       VALUE "FZ".
002766         88  SUS-REASON-NETWORK-RETURN
002782                                 VALUE "NF" "AC" "OD" "TN" "NT"
002791                                       "FZ".
002800     05  SUS-REJECT-DATE         PIC 9(08).
002900     05  SUS-STATUS              PIC X(01).
003000         88  SUS-PENDING         VALUE "P".
003100         88  SUS-RESUBMITTED     VALUE "R".
003110         88  SUS-NETWORK-RETURNED VALUE "N".
