000100*-----------------------------------------------------------------
000200* FXRTREC.CPY
000300*
000400* RECORD LAYOUT FOR THE DAILY FX RATE MASTER (FXRATES), KEYED
000500* ON CURRENCY CODE PLUS RATE DATE.  FXM-RATE IS THE NUMBER OF
000600* REPORTING-CURRENCY UNITS BOUGHT BY ONE UNIT OF FXM-CCY.
000700* FXLOAD LOADS ONE DAY'S RATES FROM THE FLAT RATE FILE AHEAD
000800* OF THE MATCH STEP, TOGETHER WITH A RATE OF 1 FOR THE
000900* REPORTING CURRENCY ITSELF; ACCPT READS THE MASTER TO TURN
001000* EACH SIDE'S ORIGINAL-CURRENCY AMOUNT INTO THE REPORTING
001100* CURRENCY.
001200*
001300* THE CONTROL RECORD (CURRENCY SPACES, RATE DATE ZERO) CARRIES
001400* THE REPORTING CURRENCY OF THE LATEST LOAD IN FXM-RPT-CCY.
001500* ITS RATE FIELD IS ZERO AND IS NEVER USED FOR CONVERSION.
001600*
001700* MODIFICATION HISTORY
001800*   DATE       INIT  DESCRIPTION
001900*   ---------  ----  ------------------------------------------
002000*   2026-10-15 DLH   ORIGINAL COPYBOOK.
002100*-----------------------------------------------------------------
002200 01  FXM-RECORD.
002300     05  FXM-KEY.
002400         10  FXM-CCY                 PIC X(03).
002500         10  FXM-RATE-DATE           PIC 9(08).
002600     05  FXM-RATE                    PIC 9(05)V9(06).
002700     05  FXM-RPT-CCY                 PIC X(03).
002800     05  FXM-LOAD-DATE               PIC 9(08).
