001000*   DATE       INIT  DESCRIPTION
001100*   ---------  ----  ------------------------------------------
001200*   2026-08-22 DLH   ORIGINAL GENERATION.
001210*   2026-10-15 DLH   REGENERATED - COLUMN HEADING FIELD HDG ADDED.
001300*-----------------------------------------------------------------
001400 01  EXCMAPI.
001500     05  FILLER                      PIC X(12).
001510     05  HDGL                        PIC S9(04) COMP.
001520     05  HDGF                        PIC X(01).
001530     05  HDGI                        PIC X(74).
001600     05  EXC-LINE-I                  OCCURS 10 TIMES.
001700         10  SELL                    PIC S9(04) COMP.
001800         10  SELF                    PIC X(01).
002500     05  MSGI                        PIC X(60).
002600 01  EXCMAPO REDEFINES EXCMAPI.
002700     05  FILLER                      PIC X(12).
002710     05  FILLER                      PIC X(03).
002720     05  HDGO                        PIC X(74).
002800     05  EXC-LINE-O                  OCCURS 10 TIMES.
002900         10  FILLER                  PIC X(03).
003000         10  SELO                    PIC X(01).
