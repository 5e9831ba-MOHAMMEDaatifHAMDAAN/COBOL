000100*----------------------------------------------------------------
000110* GATELOG.CPY
000120*
000130* GATEWAY BATCH LOG RECORD LAYOUT - ONE RECORD APPENDED BY
000140* BATCH-GATE FOR EVERY DELIVERED ATM/ACH BATCH IT LOADS ONTO
000150* TRANFILE, CARRYING THE BUSINESS DATE OF THE CYCLE THE BATCH
000160* WAS LOADED INTO, THE DELIVERED HEADER AND TRAILER CONTROL
000170* TOTALS, AND THE RANGE OF GATEWAY-BAND SEQUENCE NUMBERS THE
000180* DETAILS WERE ISSUED UNDER.  GATE-SETTLE TIES EACH LOGGED
000190* BATCH TO WHAT POSTED AND WHAT WAS RETURNED.  A BATCH WHOSE
000200* APPEND STOPPED PART-WAY IS LOGGED PARTIAL WITH THE NUMBER OF
000210* DETAILS THAT DID REACH TRANFILE.  EVERY PROGRAM TOUCHING THE
000220* GATELOG FILE MUST COPY THIS RECORD DESCRIPTION RATHER THAN
000230* CARRY ITS OWN SO THE LAYOUT CANNOT DRIFT.
000240*----------------------------------------------------------------
000250 01  GLG-BATCH-LOG-RECORD.
000260     05  GLG-BUSINESS-DATE       PIC 9(08).
000270     05  GLG-ORIGIN              PIC X(08).
000280     05  GLG-BATCH-DATE          PIC 9(08).
000290     05  GLG-FIRST-SEQ-NO        PIC 9(09).
000300     05  GLG-LAST-SEQ-NO         PIC 9(09).
000310     05  GLG-RECORD-COUNT        PIC 9(07).
000320     05  GLG-AMOUNT-HASH         PIC 9(11)V99.
000330     05  GLG-ACCT-HASH           PIC 9(13).
000340     05  GLG-APPEND-COUNT        PIC 9(07).
000350     05  GLG-LOAD-STATUS         PIC X(01).
000360         88  GLG-LOAD-COMPLETE   VALUE "C".
000370         88  GLG-LOAD-PARTIAL    VALUE "P".
000380     05  GLG-LOAD-DATE           PIC 9(08).
000390     05  GLG-LOAD-TIME           PIC 9(08).
