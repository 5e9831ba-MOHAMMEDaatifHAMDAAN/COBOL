001100* FLAG ONLY WHEN IT ENDS CLEAN.  EVERY PROGRAM TOUCHING THE
001200* CYCLCTL FILE MUST COPY THIS RECORD DESCRIPTION RATHER THAN
001300* CARRY ITS OWN SO THE LAYOUT CANNOT DRIFT.
001310*
001320* 10/15/2026  RAO  APPEND CYC-RET-ITEM-FLAG FOR THE RETURNED-
001330*                  ITEM RUN (STEP 9).  THE RECORD CONVERTS BY
001340*                  EXTENSION ONLY.
001360* 10/15/2026  RAO  APPEND CYC-GATE-RETURN-FLAG FOR THE GATEWAY
001380*                  RETURN RUN (STEP 10).  EXTENSION ONLY.
001385* 10/15/2026  RAO  APPEND CYC-CALENDAR-OVERRIDE, SET WHEN
001390*                  OPERATIONS OPENED A DATE THE BUSINESS-DAY
001395*                  CALENDAR SHOWS CLOSED.  EXTENSION ONLY.
001396* 10/15/2026  RAO  APPEND CYC-INTEG-SCAN-FLAG FOR THE NIGHTLY
001397*                  MASTER-FILE INTEGRITY SCAN (STEP 11).
001398*                  EXTENSION ONLY.
001415* 10/15/2026  RAO  APPEND CYC-NEG-AGING-FLAG AND CYC-CHG-OFF-FLAG
001432*                  FOR THE NEGATIVE-BALANCE AGING RUN (STEP 12)
001449*                  AND THE CHARGE-OFF RUN (STEP 13).  EXTENSION
001466*                  ONLY.
001483*----------------------------------------------------------------
001500 01  CYC-CYCLE-RECORD.
001600     05  CYC-BUSINESS-DATE       PIC 9(08).
001700     05  CYC-DAILY-POST-FLAG     PIC X(01).
003000         88  CYC-DORM-CHARGE-DONE    VALUE "C".
003100     05  CYC-AUD-ARCHIVE-FLAG    PIC X(01).
003200         88  CYC-AUD-ARCHIVE-DONE    VALUE "C".
003300     05  CYC-RET-ITEM-FLAG       PIC X(01).
003400         88  CYC-RET-ITEM-DONE       VALUE "C".
003410     05  CYC-GATE-RETURN-FLAG    PIC X(01).
003420         88  CYC-GATE-RETURN-DONE    VALUE "C".
003430     05  CYC-CALENDAR-OVERRIDE   PIC X(01).
003440         88  CYC-DATE-OVERRIDDEN     VALUE "Y".
003450     05  CYC-INTEG-SCAN-FLAG     PIC X(01).
003460         88  CYC-INTEG-SCAN-DONE     VALUE "C".
003470     05  CYC-NEG-AGING-FLAG      PIC X(01).
003480         88  CYC-NEG-AGING-DONE      VALUE "C".
003490     05  CYC-CHG-OFF-FLAG        PIC X(01).
003500         88  CYC-CHG-OFF-DONE        VALUE "C".
