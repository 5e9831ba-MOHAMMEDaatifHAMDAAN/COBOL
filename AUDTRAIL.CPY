001228*                  CHECK, SPACE FOR BATCH AND NON-CASH EVENTS).
001306*                  TELL-PROOF TOTALS IT PER OPERATOR FOR THE
001390*                  END-OF-DAY DRAWER PROOF.
001400* 10/15/2026  RAO  ADD TYPE "R" - RETURNED-ITEM CHARGE-BACK AND
001410*                  TYPE "F" - RETURNED-ITEM FEE, WRITTEN BY
001420*                  RET-ITEM WHEN A DEPOSITED CHECK COMES BACK
001430*                  UNPAID.  BOTH CARRY AUD-ORIG-DATE/TIME
001440*                  LINKING THEM TO THE ORIGINAL CHECK DEPOSIT.
001450* 10/15/2026  RAO  ADD TYPE "P" - CD EARLY-WITHDRAWAL PENALTY,
001460*                  ASSESSED BY MENU-CHOICE WHEN A TIME DEPOSIT IS
001470*                  DRAWN BEFORE ITS MATURITY DATE.
001471* 10/15/2026  RAO  APPEND AUD-BRANCH-CODE - THE BRANCH WHERE THE
001472*                  TRANSACTION HAPPENED (THE TELLER'S WORKING
001473*                  BRANCH; FOR BATCH POSTINGS THE ACCOUNT'S OWN
001474*                  BRANCH, AND FOR BOTH LEGS OF A BATCH TRANSFER
001475*                  THE DRAWN ACCOUNT'S) - AND AUD-ACCT-BRANCH, THE
001476*                  ACCOUNT'S DOMICILE BRANCH WHEN POSTED.  WHEN
001477*                  THE TWO DIFFER GL-EXTRACT RAISES THE
001478*                  INTER-BRANCH DUE-TO/DUE-FROM ENTRIES.  SPACES
001479*                  IS THE HEAD OFFICE, BRANCH 001.
001480* 10/15/2026  RAO  ADD TYPE "W" - CHARGE-OFF, WRITTEN BY CHG-OFF
001481*                  WHEN A LONG-NEGATIVE BALANCE IS WRITTEN OFF TO
001482*                  LOSS (THE LEDGER RETURNS TO ZERO), AND TYPE
001483*                  "V" - RECOVERY, A DEPOSIT TO A CHARGED-OFF
001484*                  ACCOUNT APPLIED AGAINST THE AMOUNT WRITTEN OFF.
001485*                  A RECOVERY DOES NOT MOVE THE LEDGER; ITS
001486*                  RESULT BALANCE IS THE UNCHANGED ACM-BALANCE.
001487*----------------------------------------------------------------
001488 01  AUD-TRAIL-RECORD.
001489     05  AUD-TIMESTAMP.
001496         10  AUD-DATE            PIC 9(08).
001506         10  AUD-TIME            PIC 9(08).
001519     05  AUD-ACCT-NUMBER         PIC 9(07).
001695         88  AUD-TXN-OD-FEE      VALUE "8".
001697         88  AUD-TXN-ESCHEAT     VALUE "E".
001700         88  AUD-TXN-INTEREST    VALUE "9".
001710         88  AUD-TXN-RETURN-ITEM VALUE "R".
001720         88  AUD-TXN-RETURN-FEE  VALUE "F".
001760         88  AUD-TXN-CD-PENALTY  VALUE "P".
001770         88  AUD-TXN-CHARGE-OFF  VALUE "W".
001780         88  AUD-TXN-RECOVERY    VALUE "V".
001800     05  AUD-AMOUNT              PIC S9(07)V99.
001900     05  AUD-RESULT-BALANCE      PIC S9(09)V99.
002000     05  AUD-OPERATOR-ID         PIC X(08).
002500     05  AUD-TENDER-CODE         PIC X(01).
002600         88  AUD-TENDER-CASH     VALUE "C".
002700         88  AUD-TENDER-CHECK    VALUE "K".
002710     05  AUD-BRANCH-CODE         PIC X(03).
002720     05  AUD-ACCT-BRANCH         PIC X(03).
