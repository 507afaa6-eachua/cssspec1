000100*-----------------------------------------------------------------
000200* ACACTSD.CPY
000300*
000400* SYMBOLIC MAP FOR MAPSET ACACTS / MAP ACTMAP, AS GENERATED
000500* FROM BMS/ACACTS.BMS.  REGENERATE THIS MEMBER WHENEVER THE
000600* MAPSET CHANGES - DO NOT HAND-EDIT THE FIELD OFFSETS.
000700*
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   ---------  ----  ------------------------------------------
001100*   2026-10-15 DLH   ORIGINAL GENERATION.
001150*   2026-10-15 DLH   REGENERATED FOR THE PROC FIELD.
001200*-----------------------------------------------------------------
001300 01  ACTMAPI.
001400     05  FILLER                      PIC X(12).
001500     05  ACCL                        PIC S9(04) COMP.
001600     05  ACCF                        PIC X(01).
001700     05  FILLER REDEFINES ACCF.
001800         10  ACCA                    PIC X(01).
001900     05  ACCI                        PIC X(10).
002000     05  ACTL                        PIC S9(04) COMP.
002100     05  ACTF                        PIC X(01).
002200     05  FILLER REDEFINES ACTF.
002300         10  ACTA                    PIC X(01).
002400     05  ACTI                        PIC X(01).
002500     05  NAMEL                       PIC S9(04) COMP.
002600     05  NAMEF                       PIC X(01).
002700     05  FILLER REDEFINES NAMEF.
002800         10  NAMEA                   PIC X(01).
002900     05  NAMEI                       PIC X(30).
003000     05  OWNRL                       PIC S9(04) COMP.
003100     05  OWNRF                       PIC X(01).
003200     05  FILLER REDEFINES OWNRF.
003300         10  OWNRA                   PIC X(01).
003400     05  OWNRI                       PIC X(20).
003500     05  CCTRL                       PIC S9(04) COMP.
003600     05  CCTRF                       PIC X(01).
003700     05  FILLER REDEFINES CCTRF.
003800         10  CCTRA                   PIC X(01).
003900     05  CCTRI                       PIC X(06).
004000     05  GLACL                       PIC S9(04) COMP.
004100     05  GLACF                       PIC X(01).
004200     05  FILLER REDEFINES GLACF.
004300         10  GLACA                   PIC X(01).
004400     05  GLACI                       PIC X(12).
004500     05  STATL                       PIC S9(04) COMP.
004600     05  STATF                       PIC X(01).
004700     05  FILLER REDEFINES STATF.
004800         10  STATA                   PIC X(01).
004900     05  STATI                       PIC X(01).
005000     05  EFFFL                       PIC S9(04) COMP.
005100     05  EFFFF                       PIC X(01).
005200     05  FILLER REDEFINES EFFFF.
005300         10  EFFFA                   PIC X(01).
005400     05  EFFFI                       PIC X(08).
005500     05  EFFTL                       PIC S9(04) COMP.
005600     05  EFFTF                       PIC X(01).
005700     05  FILLER REDEFINES EFFTF.
005800         10  EFFTA                   PIC X(01).
005900     05  EFFTI                       PIC X(08).
005916     05  PROCL                       PIC S9(04) COMP.
005932     05  PROCF                       PIC X(01).
005948     05  FILLER REDEFINES PROCF.
005964         10  PROCA                   PIC X(01).
005980     05  PROCI                       PIC X(01).
006000     05  LUPDL                       PIC S9(04) COMP.
006100     05  LUPDF                       PIC X(01).
006200     05  FILLER REDEFINES LUPDF.
006300         10  LUPDA                   PIC X(01).
006400     05  LUPDI                       PIC X(40).
006500     05  MSGL                        PIC S9(04) COMP.
006600     05  MSGF                        PIC X(01).
006700     05  FILLER REDEFINES MSGF.
006800         10  MSGA                    PIC X(01).
006900     05  MSGI                        PIC X(60).
007000 01  ACTMAPO REDEFINES ACTMAPI.
007100     05  FILLER                      PIC X(12).
007200     05  FILLER                      PIC X(03).
007300     05  ACCO                        PIC X(10).
007400     05  FILLER                      PIC X(03).
007500     05  ACTO                        PIC X(01).
007600     05  FILLER                      PIC X(03).
007700     05  NAMEO                       PIC X(30).
007800     05  FILLER                      PIC X(03).
007900     05  OWNRO                       PIC X(20).
008000     05  FILLER                      PIC X(03).
008100     05  CCTRO                       PIC X(06).
008200     05  FILLER                      PIC X(03).
008300     05  GLACO                       PIC X(12).
008400     05  FILLER                      PIC X(03).
008500     05  STATO                       PIC X(01).
008600     05  FILLER                      PIC X(03).
008700     05  EFFFO                       PIC X(08).
008800     05  FILLER                      PIC X(03).
008900     05  EFFTO                       PIC X(08).
009000     05  FILLER                      PIC X(03).
009033     05  PROCO                       PIC X(01).
009066     05  FILLER                      PIC X(03).
009100     05  LUPDO                       PIC X(40).
009200     05  FILLER                      PIC X(03).
009300     05  MSGO                        PIC X(60).
