000900* DESCRIPTION RATHER THAN CARRY ITS OWN SO THE LAYOUT CANNOT
001000* DRIFT.  THE FILE IS SEEDED AND MAINTAINED BY SECURITY
001100* ADMINISTRATION.
001120*
001140* 10/15/2026  RAO  ADD OPR-BRANCH-CODE (APPENDED) - THE OPERATOR'S
001160*                  WORKING BRANCH, STAMPED ON EVERY AUDIT RECORD
001180*                  THE OPERATOR POSTS.  SPACES IS THE HEAD
001190*                  OFFICE, BRANCH 001.
001200*----------------------------------------------------------------
001300 01  OPR-OPERATOR-RECORD.
001400     05  OPR-OPERATOR-ID         PIC X(08).
002200         88  OPR-LEVEL-SUPER     VALUE "S".
002300     05  OPR-WDRAW-LIMIT         PIC 9(07)V99.
002400     05  OPR-DEPOSIT-LIMIT       PIC 9(07)V99.
002410     05  OPR-BRANCH-CODE         PIC X(03).
