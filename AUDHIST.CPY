001270*                  ITS ORIGINAL AUDIT RECORD (ZERO OTHERWISE),
001280*                  MATCHING THE AUDTRAIL EXTENSION.
001290* 09/02/2026  RAO  APPEND HIS-TENDER-CODE, MATCHING THE
001293*                  AUDTRAIL EXTENSION FOR THE DRAWER PROOF.
001294* 10/15/2026  RAO  HIS-ORIG-DATE/TIME ALSO CARRIES THE LINK FROM
001296*                  A RETURNED-ITEM CHARGE-BACK OR FEE (TYPES
001298*                  "R"/"F") TO ITS ORIGINAL CHECK DEPOSIT.
001323* 10/15/2026  RAO  APPEND HIS-BRANCH-CODE AND HIS-ACCT-BRANCH,
001348*                  CARRIED FROM AUD-BRANCH-CODE / AUD-ACCT-BRANCH.
001373*----------------------------------------------------------------
001400 01  HIS-HISTORY-RECORD.
001500     05  HIS-KEY.
001600         10  HIS-ACCT-NUMBER     PIC 9(07).
002600         10  HIS-ORIG-DATE       PIC 9(08).
002700         10  HIS-ORIG-TIME       PIC 9(08).
002800         10  HIS-TENDER-CODE     PIC X(01).
002810         10  HIS-BRANCH-CODE     PIC X(03).
002820         10  HIS-ACCT-BRANCH     PIC X(03).
