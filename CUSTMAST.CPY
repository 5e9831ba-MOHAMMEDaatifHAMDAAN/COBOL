001100* ONE CUSTOMER MAY OWN MANY ACCOUNTS; ACM-CUST-NUMBER ON THE
001200* ACCOUNT-MASTER RECORD CARRIES THE LINK (ZERO WHEN THE ACCOUNT
001300* HAS NOT BEEN ATTACHED TO A CUSTOMER YET).
001308*
001316* 10/15/2026  RAO  SANCTIONS SCREENING.  ADD CUS-COUNTRY (SPACES =
001324*                  DOMESTIC) AND CUS-SCREEN-STATUS / CUS-SCREEN-
001332*                  DATE (APPENDED SO EXISTING RECORDS CONVERT BY
001340*                  EXTENSION ONLY).  THE STATUS IS SET FROM THE
001348*                  SCRNCASE CASE FILE BY MENU-CHOICE, SANC-SCREEN
001356*                  AND SANC-REVIEW: SPACE CLEAR, "P" A POSSIBLE
001364*                  WATCH-LIST MATCH AWAITS SUPERVISOR REVIEW, "C"
001372*                  A CONFIRMED MATCH.  NO ACCOUNT MAY BE OPENED
001380*                  FOR, ATTACHED TO OR RELATED TO A CUSTOMER IN
001388*                  EITHER STATE.
001400*----------------------------------------------------------------
001500 01  CUS-CUSTOMER-RECORD.
001600     05  CUS-CUST-NUMBER         PIC 9(07).
002500     05  CUS-STATUS              PIC X(01).
002600         88  CUS-CUST-ACTIVE     VALUE "A".
002700         88  CUS-CUST-INACTIVE   VALUE "I".
002710     05  CUS-COUNTRY             PIC X(02).
002720     05  CUS-SCREEN-STATUS       PIC X(01).
002730         88  CUS-SCREEN-CLEAR    VALUE SPACE.
002740         88  CUS-SCREEN-PENDING  VALUE "P".
002750         88  CUS-SCREEN-CONFIRMED VALUE "C".
002760         88  CUS-SCREEN-HELD     VALUE "P" "C".
002770     05  CUS-SCREEN-DATE         PIC 9(08).
