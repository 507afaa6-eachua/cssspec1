002700*   DATE       INIT  DESCRIPTION                                 *
002800*   ---------  ----  -------------------------------------------*
002900*   2026-09-02  DLH  ORIGINAL PROGRAM.                           *
002925*   2026-10-15  DLH  MASTER RECORD MIRROR CARRIES THE            *
002950*                    CURRENCY FIELDS ADDED TO VARHREC (58 ->     *
002975*                    97 BYTES).                                  *
002981*   2026-10-15  DLH  MASTER RECORD MIRROR CARRIES THE PROCESSOR  *
002987*                    FIELDS AND BROKEN LEG ADDED TO VARHREC (97  *
002993*                    -> 123 BYTES).                              *
003000******************************************************************
003100 PROGRAM-ID. ACVHIB.
003200 ENVIRONMENT DIVISION.
005200     05  VHM-B                       PIC S9(9)V9(2).
005300     05  VHM-F-G                     PIC S9(9)V9(2).
005400     05  VHM-STATUS                  PIC X(04).
005416     05  VHM-A-CCY                   PIC X(03).
005432     05  VHM-A-ORIG                  PIC S9(9)V9(2).
005448     05  VHM-B-CCY                   PIC X(03).
005464     05  VHM-B-ORIG                  PIC S9(9)V9(2).
005480     05  VHM-FX-DIFF                 PIC S9(9)V9(2).
005484     05  VHM-P                       PIC S9(9)V9(2).
005488     05  VHM-P-CCY                   PIC X(03).
005492     05  VHM-P-ORIG                  PIC S9(9)V9(2).
005496     05  VHM-BROKEN-LEG              PIC X(01).
005500*-----------------------------------------------------------------
005600* WORK FIELDS
005700*-----------------------------------------------------------------
