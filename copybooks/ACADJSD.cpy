000100*-----------------------------------------------------------------
000200* ACADJSD.CPY
000300*
000400* SYMBOLIC MAP FOR MAPSET ACADJS / MAP ADJMAP, AS GENERATED
000500* FROM BMS/ACADJS.BMS.  REGENERATE THIS MEMBER WHENEVER THE
000600* MAPSET CHANGES - DO NOT HAND-EDIT THE FIELD OFFSETS.
000700*
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   ---------  ----  ------------------------------------------
001100*   2026-10-15 DLH   ORIGINAL GENERATION.
001200*-----------------------------------------------------------------
001300 01  ADJMAPI.
001400     05  FILLER                      PIC X(12).
001500     05  ACCL                        PIC S9(04) COMP.
001600     05  ACCF                        PIC X(01).
001700     05  FILLER REDEFINES ACCF.
001800         10  ACCA                    PIC X(01).
001900     05  ACCI                        PIC X(10).
002000     05  IDTL                        PIC S9(04) COMP.
002100     05  IDTF                        PIC X(01).
002200     05  FILLER REDEFINES IDTF.
002300         10  IDTA                    PIC X(01).
002400     05  IDTI                        PIC X(08).
002500     05  SEQL                        PIC S9(04) COMP.
002600     05  SEQF                        PIC X(01).
002700     05  FILLER REDEFINES SEQF.
002800         10  SEQA                    PIC X(01).
002900     05  SEQI                        PIC X(02).
003000     05  ACTL                        PIC S9(04) COMP.
003100     05  ACTF                        PIC X(01).
003200     05  FILLER REDEFINES ACTF.
003300         10  ACTA                    PIC X(01).
003400     05  ACTI                        PIC X(01).
003500     05  ITEML                       PIC S9(04) COMP.
003600     05  ITEMF                       PIC X(01).
003700     05  FILLER REDEFINES ITEMF.
003800         10  ITEMA                   PIC X(01).
003900     05  ITEMI                       PIC X(40).
004000     05  BDTL                        PIC S9(04) COMP.
004100     05  BDTF                        PIC X(01).
004200     05  FILLER REDEFINES BDTF.
004300         10  BDTA                    PIC X(01).
004400     05  BDTI                        PIC X(08).
004500     05  AMTL                        PIC S9(04) COMP.
004600     05  AMTF                        PIC X(01).
004700     05  FILLER REDEFINES AMTF.
004800         10  AMTA                    PIC X(01).
004900     05  AMTI                        PIC X(11).
005000     05  RSNL                        PIC S9(04) COMP.
005100     05  RSNF                        PIC X(01).
005200     05  FILLER REDEFINES RSNF.
005300         10  RSNA                    PIC X(01).
005400     05  RSNI                        PIC X(03).
005500     05  NOTEL                       PIC S9(04) COMP.
005600     05  NOTEF                       PIC X(01).
005700     05  FILLER REDEFINES NOTEF.
005800         10  NOTEA                   PIC X(01).
005900     05  NOTEI                       PIC X(50).
006000     05  STATL                       PIC S9(04) COMP.
006100     05  STATF                       PIC X(01).
006200     05  FILLER REDEFINES STATF.
006300         10  STATA                   PIC X(01).
006400     05  STATI                       PIC X(40).
006500     05  ENTDL                       PIC S9(04) COMP.
006600     05  ENTDF                       PIC X(01).
006700     05  FILLER REDEFINES ENTDF.
006800         10  ENTDA                   PIC X(01).
006900     05  ENTDI                       PIC X(40).
007000     05  DECDL                       PIC S9(04) COMP.
007100     05  DECDF                       PIC X(01).
007200     05  FILLER REDEFINES DECDF.
007300         10  DECDA                   PIC X(01).
007400     05  DECDI                       PIC X(40).
007500     05  MSGL                        PIC S9(04) COMP.
007600     05  MSGF                        PIC X(01).
007700     05  FILLER REDEFINES MSGF.
007800         10  MSGA                    PIC X(01).
007900     05  MSGI                        PIC X(60).
008000 01  ADJMAPO REDEFINES ADJMAPI.
008100     05  FILLER                      PIC X(12).
008200     05  FILLER                      PIC X(03).
008300     05  ACCO                        PIC X(10).
008400     05  FILLER                      PIC X(03).
008500     05  IDTO                        PIC X(08).
008600     05  FILLER                      PIC X(03).
008700     05  SEQO                        PIC X(02).
008800     05  FILLER                      PIC X(03).
008900     05  ACTO                        PIC X(01).
009000     05  FILLER                      PIC X(03).
009100     05  ITEMO                       PIC X(40).
009200     05  FILLER                      PIC X(03).
009300     05  BDTO                        PIC X(08).
009400     05  FILLER                      PIC X(03).
009500     05  AMTO                        PIC X(11).
009600     05  FILLER                      PIC X(03).
009700     05  RSNO                        PIC X(03).
009800     05  FILLER                      PIC X(03).
009900     05  NOTEO                       PIC X(50).
010000     05  FILLER                      PIC X(03).
010100     05  STATO                       PIC X(40).
010200     05  FILLER                      PIC X(03).
010300     05  ENTDO                       PIC X(40).
010400     05  FILLER                      PIC X(03).
010500     05  DECDO                       PIC X(40).
010600     05  FILLER                      PIC X(03).
010700     05  MSGO                        PIC X(60).
