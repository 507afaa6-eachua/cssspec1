000100*-----------------------------------------------------------------
000200* OPNIREC.CPY
000300*
000400* RECORD LAYOUT FOR THE OPEN-ITEMS MASTER (OPENITEM).  ONE
000500* RECORD PER OUT-OF-BALANCE VARIANCE, KEYED ON ACCOUNT PLUS THE
000600* BUSINESS DATE THAT WENT OUT OF BALANCE.  OPENUPD OPENS AND
000700* CLEARS ITEMS FROM THE DAY'S VARIANCE OUTCOMES; ADJPOST REDUCES
000800* OR CLEARS THEM FOR APPROVED MANUAL ADJUSTMENTS; THE AADJ
000900* SCREEN (ACADJM) READS THEM TO CHECK AN ADJUSTMENT AGAINST ITS
001000* ITEM.  A CLEARED ITEM KEEPS ITS RECORD - STATUS 'C' AND THE
001100* CLEAR DATE - SO THE AUDIT TRAIL SURVIVES THE CLEARING.
001125* AN ITEM OPENED FROM A THREE-WAY (PROCESSOR-SETTLED) ACCOUNT
001150* CARRIES THE LEG THAT BROKE, AS ON THE VARIANCE HISTORY - SEE
001175* COPYBOOKS/VARHREC; IT IS BLANK FOR A TWO-WAY ITEM.
001200*
001300* MODIFICATION HISTORY
001400*   DATE       INIT  DESCRIPTION
001500*   ---------  ----  ------------------------------------------
001600*   2026-10-15 DLH   ORIGINAL COPYBOOK, TAKEN FROM THE LAYOUT
001700*                    OPENUPD CARRIED IN LINE.
001733*   2026-10-15 DLH   BROKEN LEG OF A THREE-WAY ITEM ADDED
001766*                    (49 -> 50 BYTES).
001800*-----------------------------------------------------------------
001900 01  OPN-RECORD.
002000     05  OPN-KEY.
002100         10  OPN-ACCT-KEY            PIC X(10).
002200         10  OPN-BUS-DATE            PIC 9(08).
002300     05  OPN-SOURCE-SYS              PIC X(03).
002400     05  OPN-AMOUNT                  PIC S9(9)V9(2).
002500     05  OPN-STATUS                  PIC X(01).
002600         88  OPN-ITEM-OPEN               VALUE 'O'.
002700         88  OPN-ITEM-CLEARED            VALUE 'C'.
002800     05  OPN-OPEN-DATE               PIC 9(08).
002900     05  OPN-CLEAR-DATE              PIC 9(08).
003000     05  OPN-BROKEN-LEG              PIC X(01).
003100         88  OPN-LEG-LDG-PRC             VALUE 'L'.
003200         88  OPN-LEG-PRC-BNK             VALUE 'B'.
003300         88  OPN-LEG-BOTH                VALUE '2'.
