000700* OWN, SO ALL PROGRAMS IN THE VARIANCE-CHECKING SUITE AGREE ON
000800* FIELD SIZES.
000900*
000928* A, B AND F-G ARE ALWAYS IN THE REPORTING CURRENCY.  THE
000942* ORIGINAL-CURRENCY AMOUNTS AND CODES OF EACH SIDE ARE KEPT
000956* ALONGSIDE, WITH THE PART OF F-G THAT IS ONLY THE MOVE IN THE
000970* B SIDE'S RATE BETWEEN THE TWO SIDES' BUSINESS DATES.
000972* ON A THREE-WAY ITEM THE PROCESSOR SETTLEMENT AMOUNT (P) IS
000974* CARRIED THE SAME WAY, AND ABFG-BROKEN-LEG SAYS WHICH LEG WAS
000976* OUT OF TOLERANCE - LEDGER TO PROCESSOR (P-A) OR PROCESSOR TO
000978* BANK (B-P).  F-G IS STILL B-A, END TO END.
000984*
001000* MODIFICATION HISTORY
001100*   DATE       INIT  DESCRIPTION
001200*   ---------  ----  ------------------------------------------
001394*                    WIDTH AS A AND B, SO A GENUINE CROSS-SIGN
001395*                    EXTREME STILL RAISES THE OVERFLOW
001396*                    EXCEPTION INSTEAD OF WRAPPING.
001397*   2026-10-15 DLH   ADDED EACH SIDE'S CURRENCY AND ORIGINAL
001398*                    AMOUNT AND THE FX DIFFERENCE - A, B AND
001399*                    F-G ARE NOW IN THE REPORTING CURRENCY.
001424*   2026-10-15 DLH   ADDED THE PROCESSOR AMOUNT, ITS CURRENCY
001449*                    AND ORIGINAL AMOUNT, AND THE BROKEN LEG.
001474*-----------------------------------------------------------------
001500 01  ABFG-RECORD.
001510     05  ABFG-ACCT-KEY               PIC X(10).
001520     05  ABFG-BUS-DATE               PIC 9(08).
001600     05  ABFG-A                      PIC S9(9)V9(2).
001700     05  ABFG-B                      PIC S9(9)V9(2).
001800     05  ABFG-F-G                    PIC S9(9)V9(2).
001900     05  ABFG-A-CCY                  PIC X(03).
002000     05  ABFG-A-ORIG                 PIC S9(9)V9(2).
002100     05  ABFG-B-CCY                  PIC X(03).
002200     05  ABFG-B-ORIG                 PIC S9(9)V9(2).
002300     05  ABFG-FX-DIFF                PIC S9(9)V9(2).
002400     05  ABFG-P                      PIC S9(9)V9(2).
002500     05  ABFG-P-CCY                  PIC X(03).
002600     05  ABFG-P-ORIG                 PIC S9(9)V9(2).
002700     05  ABFG-BROKEN-LEG             PIC X(01).
002800         88  ABFG-LEGS-IN-BALANCE        VALUE 'N'.
002900         88  ABFG-LEG-LDG-PRC            VALUE 'L'.
003000         88  ABFG-LEG-PRC-BNK            VALUE 'B'.
003100         88  ABFG-LEG-BOTH               VALUE '2'.
