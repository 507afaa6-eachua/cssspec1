000100*-----------------------------------------------------------------
000200* ACCHKSD.CPY
000300*
000400* SYMBOLIC MAP FOR MAPSET ACCHKS / MAP CHKMAP, AS GENERATED
000500* FROM BMS/ACCHKS.BMS, WITH THE TEN SEL/LIN PAIRS RECAST AS A
000600* TABLE FOR SUBSCRIPTED PROCESSING.  REGENERATE THIS MEMBER
000700* WHENEVER THE MAPSET CHANGES - DO NOT HAND-EDIT THE OFFSETS.
000800*
000900* MODIFICATION HISTORY
001000*   DATE       INIT  DESCRIPTION
001100*   ---------  ----  ------------------------------------------
001200*   2026-10-15 DLH   ORIGINAL GENERATION.
001300*-----------------------------------------------------------------
001400 01  CHKMAPI.
001500     05  FILLER                      PIC X(12).
001600     05  CHK-LINE-I                  OCCURS 10 TIMES.
001700         10  SELL                    PIC S9(04) COMP.
001800         10  SELF                    PIC X(01).
001900         10  SELI                    PIC X(01).
002000         10  LINL                    PIC S9(04) COMP.
002100         10  LINF                    PIC X(01).
002200         10  LINI                    PIC X(74).
002300     05  MSGL                        PIC S9(04) COMP.
002400     05  MSGF                        PIC X(01).
002500     05  MSGI                        PIC X(60).
002600 01  CHKMAPO REDEFINES CHKMAPI.
002700     05  FILLER                      PIC X(12).
002800     05  CHK-LINE-O                  OCCURS 10 TIMES.
002900         10  FILLER                  PIC X(03).
003000         10  SELO                    PIC X(01).
003100         10  FILLER                  PIC X(03).
003200         10  LINO                    PIC X(74).
003300     05  FILLER                      PIC X(03).
003400     05  MSGO                        PIC X(60).
