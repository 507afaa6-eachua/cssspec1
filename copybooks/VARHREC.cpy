001000* STATUS VALUES:
001100*   'BAL '  WITHIN TOLERANCE       'OOB '  OUT OF BALANCE
001200*   'OVFL'  VARIANCE OVERFLOWED    'INVD'  INVALID ENTRY
001210*   'NORT'  NO FX RATE - HELD AS AN EXCEPTION
001220*
001230* A, B AND F-G ARE IN THE REPORTING CURRENCY.  EACH SIDE'S
001240* CURRENCY AND ORIGINAL AMOUNT FOLLOW, WITH THE FX DIFFERENCE
001250* (THE PART OF F-G CAUSED ONLY BY THE B SIDE'S RATE MOVING
001260* BETWEEN THE TWO BUSINESS DATES).  SPACES IN A CURRENCY
001270* MEAN THE REPORTING CURRENCY.
001300*
001310* A THREE-WAY ITEM (AN ACCOUNT SETTLED THROUGH THE PAYMENT
001320* PROCESSOR) ALSO CARRIES THE PROCESSOR AMOUNT IN THE
001330* REPORTING CURRENCY (VHS-P) AND ITS ORIGINAL CURRENCY AND
001340* AMOUNT.  VHS-BROKEN-LEG SAYS WHICH LEG WAS OUT OF TOLERANCE:
001350*   'L'  LEDGER TO PROCESSOR       'B'  PROCESSOR TO BANK
001360*   '2'  BOTH LEGS                 'N'  NEITHER
001370* IT IS SPACE ON A TWO-WAY ITEM AND ON ANY ITEM THAT WAS NOT
001380* RECONCILED (INVALID, OVERFLOWED OR HELD FOR A RATE).
001390*
001400* MODIFICATION HISTORY
001500*   DATE       INIT  DESCRIPTION
001600*   ---------  ----  ------------------------------------------
001800*                    HISTORY MASTER AND ITS DAILY EXTRACT.
001810*   2026-08-22 DLH   A, B AND F-G WIDENED TO S9(9)V9(2) IN
001820*                    STEP WITH THE ABFGREC WIDENING.
001830*   2026-10-15 DLH   ADDED CURRENCIES, ORIGINAL AMOUNTS, FX
001840*                    DIFFERENCE AND STATUS 'NORT' (58 -> 97
001850*                    BYTES).
001862*   2026-10-15 DLH   ADDED THE PROCESSOR AMOUNT, CURRENCY AND
001874*                    ORIGINAL AMOUNT AND THE BROKEN LEG FOR
001886*                    THREE-WAY ITEMS (97 -> 123 BYTES).
001900*-----------------------------------------------------------------
002000 01  VHS-RECORD.
002100     05  VHS-KEY.
003000         88  VHS-OUT-OF-BALANCE          VALUE 'OOB '.
003100         88  VHS-OVERFLOW                VALUE 'OVFL'.
003200         88  VHS-INVALID                 VALUE 'INVD'.
003300         88  VHS-NO-RATE                 VALUE 'NORT'.
003400     05  VHS-A-CCY                   PIC X(03).
003500     05  VHS-A-ORIG                  PIC S9(9)V9(2).
003600     05  VHS-B-CCY                   PIC X(03).
003700     05  VHS-B-ORIG                  PIC S9(9)V9(2).
003800     05  VHS-FX-DIFF                 PIC S9(9)V9(2).
003900     05  VHS-P                       PIC S9(9)V9(2).
004000     05  VHS-P-CCY                   PIC X(03).
004100     05  VHS-P-ORIG                  PIC S9(9)V9(2).
004200     05  VHS-BROKEN-LEG              PIC X(01).
004300         88  VHS-LEGS-IN-BALANCE         VALUE 'N'.
004400         88  VHS-LEG-LDG-PRC             VALUE 'L'.
004500         88  VHS-LEG-PRC-BNK             VALUE 'B'.
004600         88  VHS-LEG-BOTH                VALUE '2'.
