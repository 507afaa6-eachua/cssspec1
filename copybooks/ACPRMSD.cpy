001120*                    FIELD.
001130*   2026-08-22 DLH   REGENERATED AFTER FSET WAS ADDED TO THE
001140*                    INPUT FIELDS - NO LAYOUT CHANGE.
001150*   2026-10-15 DLH   REGENERATED FOR THE NEW PF-KEY LEGEND - NO
001160*                    LAYOUT CHANGE.
001200*-----------------------------------------------------------------
001300 01  PRMMAPI.
001400     05  FILLER                      PIC X(12).
