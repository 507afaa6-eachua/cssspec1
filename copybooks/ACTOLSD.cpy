000900*   DATE       INIT  DESCRIPTION
001000*   ---------  ----  ------------------------------------------
001100*   2026-09-02 DLH   ORIGINAL GENERATION.
001150*   2026-10-15 DLH   REGENERATED FOR THE NEW PF-KEY LEGEND - NO
001160*                    LAYOUT CHANGE.
001200*-----------------------------------------------------------------
001300 01  TOLMAPI.
001400     05  FILLER                      PIC X(12).
