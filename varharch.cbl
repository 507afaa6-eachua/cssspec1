003000*   DATE       INIT  DESCRIPTION                                 *
003100*   ---------  ----  -------------------------------------------*
003200*   2026-09-02  DLH  ORIGINAL PROGRAM.                           *
003225*   2026-10-15  DLH  MASTER RECORD AND ARCHFILE CARRY THE        *
003250*                    CURRENCY FIELDS ADDED TO VARHREC (58 ->     *
003275*                    97 BYTES).                                  *
003281*   2026-10-15  DLH  MASTER RECORD AND ARCHFILE CARRY THE        *
003287*                    PROCESSOR FIELDS AND BROKEN LEG ADDED TO    *
003293*                    VARHREC (97 -> 123 BYTES).                  *
003300******************************************************************
003400 PROGRAM-ID. VARHARCH.
003500 ENVIRONMENT DIVISION.
006500     05  VHM-B                       PIC S9(9)V9(2).
006600     05  VHM-F-G                     PIC S9(9)V9(2).
006700     05  VHM-STATUS                  PIC X(04).
006716     05  VHM-A-CCY                   PIC X(03).
006732     05  VHM-A-ORIG                  PIC S9(9)V9(2).
006748     05  VHM-B-CCY                   PIC X(03).
006764     05  VHM-B-ORIG                  PIC S9(9)V9(2).
006780     05  VHM-FX-DIFF                 PIC S9(9)V9(2).
006784     05  VHM-P                       PIC S9(9)V9(2).
006788     05  VHM-P-CCY                   PIC X(03).
006792     05  VHM-P-ORIG                  PIC S9(9)V9(2).
006796     05  VHM-BROKEN-LEG              PIC X(01).
006800 FD  ARCHPARM
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
