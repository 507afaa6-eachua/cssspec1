000100*-----------------------------------------------------------------
000200* ACPERSD.CPY
000300*
000400* SYMBOLIC MAP FOR MAPSET ACPERS / MAP PERMAP, AS GENERATED
000500* FROM BMS/ACPERS.BMS.  REGENERATE THIS MEMBER WHENEVER THE
000600* MAPSET CHANGES - DO NOT HAND-EDIT THE FIELD OFFSETS.
000700*
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   ---------  ----  ------------------------------------------
001100*   2026-10-15 DLH   ORIGINAL GENERATION.
001200*-----------------------------------------------------------------
001300 01  PERMAPI.
001400     05  FILLER                      PIC X(12).
001500     05  MONL                        PIC S9(04) COMP.
001600     05  MONF                        PIC X(01).
001700     05  FILLER REDEFINES MONF.
001800         10  MONA                    PIC X(01).
001900     05  MONI                        PIC X(06).
002000     05  ACTL                        PIC S9(04) COMP.
002100     05  ACTF                        PIC X(01).
002200     05  FILLER REDEFINES ACTF.
002300         10  ACTA                    PIC X(01).
002400     05  ACTI                        PIC X(01).
002500     05  RSNL                        PIC S9(04) COMP.
002600     05  RSNF                        PIC X(01).
002700     05  FILLER REDEFINES RSNF.
002800         10  RSNA                    PIC X(01).
002900     05  RSNI                        PIC X(40).
003000     05  STATL                       PIC S9(04) COMP.
003100     05  STATF                       PIC X(01).
003200     05  FILLER REDEFINES STATF.
003300         10  STATA                   PIC X(01).
003400     05  STATI                       PIC X(40).
003500     05  CLSDL                       PIC S9(04) COMP.
003600     05  CLSDF                       PIC X(01).
003700     05  FILLER REDEFINES CLSDF.
003800         10  CLSDA                   PIC X(01).
003900     05  CLSDI                       PIC X(40).
004000     05  ROPDL                       PIC S9(04) COMP.
004100     05  ROPDF                       PIC X(01).
004200     05  FILLER REDEFINES ROPDF.
004300         10  ROPDA                   PIC X(01).
004400     05  ROPDI                       PIC X(40).
004500     05  ROPRL                       PIC S9(04) COMP.
004600     05  ROPRF                       PIC X(01).
004700     05  FILLER REDEFINES ROPRF.
004800         10  ROPRA                   PIC X(01).
004900     05  ROPRI                       PIC X(40).
005000     05  MSGL                        PIC S9(04) COMP.
005100     05  MSGF                        PIC X(01).
005200     05  FILLER REDEFINES MSGF.
005300         10  MSGA                    PIC X(01).
005400     05  MSGI                        PIC X(60).
005500 01  PERMAPO REDEFINES PERMAPI.
005600     05  FILLER                      PIC X(12).
005700     05  FILLER                      PIC X(03).
005800     05  MONO                        PIC X(06).
005900     05  FILLER                      PIC X(03).
006000     05  ACTO                        PIC X(01).
006100     05  FILLER                      PIC X(03).
006200     05  RSNO                        PIC X(40).
006300     05  FILLER                      PIC X(03).
006400     05  STATO                       PIC X(40).
006500     05  FILLER                      PIC X(03).
006600     05  CLSDO                       PIC X(40).
006700     05  FILLER                      PIC X(03).
006800     05  ROPDO                       PIC X(40).
006900     05  FILLER                      PIC X(03).
007000     05  ROPRO                       PIC X(40).
007100     05  FILLER                      PIC X(03).
007200     05  MSGO                        PIC X(60).
