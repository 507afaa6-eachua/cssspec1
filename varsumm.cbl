002907*                    AND THE TOP-N AND MIN-DAYS SELECTIONS   *
002908*                    COME OUT AS BEFORE.  RC 8 NOW ONLY      *
002909*                    MEANS THE SOURCE-SYSTEM TABLE FILLED.   *
002910*   2026-10-15  DLH  MASTER RECORD MIRROR CARRIES THE        *
002911*                    CURRENCY FIELDS ADDED TO VARHREC        *
002912*                    (58 -> 97 BYTES); HELD NO-RATE          *
002913*                    DAYS ARE SKIPPED LIKE OTHER             *
002914*                    NON-BAL/OOB DAYS.                       *
002924*   2026-10-15  DLH  MASTER RECORD MIRROR CARRIES THE        *
002934*                    PROCESSOR FIELDS AND BROKEN LEG ADDED   *
002944*                    TO VARHREC (97 -> 123 BYTES).           *
002957******************************************************************
003000 PROGRAM-ID. VARSUMM.
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
006000     05  VHM-STATUS                  PIC X(04).
006100         88  VHM-IN-BALANCE              VALUE 'BAL '.
006200         88  VHM-OUT-OF-BALANCE          VALUE 'OOB '.
006216     05  VHM-A-CCY                   PIC X(03).
006232     05  VHM-A-ORIG                  PIC S9(9)V9(2).
006248     05  VHM-B-CCY                   PIC X(03).
006264     05  VHM-B-ORIG                  PIC S9(9)V9(2).
006280     05  VHM-FX-DIFF                 PIC S9(9)V9(2).
006284     05  VHM-P                       PIC S9(9)V9(2).
006288     05  VHM-P-CCY                   PIC X(03).
006292     05  VHM-P-ORIG                  PIC S9(9)V9(2).
006296     05  VHM-BROKEN-LEG              PIC X(01).
006300 FD  SUMPARM
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
