001300* CHECK CAN START AT (ACCOUNT, SEQ 0) AND READ FORWARD.
001400* HLD-HOLD-SEQ DISTINGUISHES MULTIPLE HOLDS ON ONE ACCOUNT.
001500* RELEASED HOLDS STAY ON FILE AS HISTORY WITH STATUS "R".
001510*
001520* 10/15/2026  RAO  ADD STATUS "X" - HOLD CANCELLED BY RET-ITEM
001530*                  BECAUSE THE CHECK IT PROTECTED CAME BACK
001540*                  UNPAID.  LIKE A RELEASED HOLD IT NO LONGER
001550*                  REDUCES THE AVAILABLE BALANCE, AND IT STAYS
001560*                  ON FILE AS HISTORY.
001600*----------------------------------------------------------------
001700 01  HLD-HOLD-RECORD.
001800     05  HLD-KEY.
002400     05  HLD-STATUS              PIC X(01).
002500         88  HLD-HELD            VALUE "H".
002600         88  HLD-RELEASED        VALUE "R".
002700         88  HLD-CANCELLED       VALUE "X".
