003200*   DATE       INIT  DESCRIPTION                                 *
003300*   ---------  ----  -------------------------------------------*
003400*   2026-09-02  DLH  ORIGINAL PROGRAM.                           *
003425*   2026-10-15  DLH  GLEXFILE LAYOUTS WIDENED TO 72 BYTES FOR    *
003450*                    THE ORIGINAL-CURRENCY FIELDS ACCPT NOW      *
003475*                    CARRIES.                                    *
003481*   2026-10-15  DLH  GLEXFILE LAYOUTS WIDENED TO 87 BYTES FOR    *
003487*                    THE PROCESSOR FIELDS AND BROKEN LEG OF A    *
003493*                    THREE-WAY ITEM.                             *
003500******************************************************************
003600 PROGRAM-ID. GLACKMAT.
003700 ENVIRONMENT DIVISION.
005400     RECORDING MODE IS F.
005500*    THE EXTRACT LAYOUTS MIRROR THE GLX-RECORD AND GLX-TRAILER
005600*    ACCPT WRITES - ONE 'D' RECORD PER OUT-OF-BALANCE ITEM
005666*    CLOSED OFF BY ONE 'T' TRAILER.  BOTH ARE 87 BYTES.  THE
005733*    ACK IS MATCHED ON THE REPORTING-CURRENCY ADJUSTMENT; THE
005755*    ORIGINAL-CURRENCY, PROCESSOR AND BROKEN-LEG FIELDS ARE FOR
005777*    THE LEDGER ONLY.
005800 01  GLX-RECORD.
005900     05  GLX-REC-TYPE                PIC X(01).
006000     05  GLX-ACCT-KEY                PIC X(10).
006100     05  GLX-BUS-DATE                PIC 9(08).
006200     05  GLX-SOURCE-SYS              PIC X(03).
006300     05  GLX-ADJ-AMOUNT              PIC S9(9)V9(2).
006316     05  GLX-A-CCY                   PIC X(03).
006332     05  GLX-A-ORIG                  PIC S9(9)V9(2).
006348     05  GLX-B-CCY                   PIC X(03).
006364     05  GLX-B-ORIG                  PIC S9(9)V9(2).
006380     05  GLX-FX-DIFF                 PIC S9(9)V9(2).
006385     05  GLX-P-CCY                   PIC X(03).
006390     05  GLX-P-ORIG                  PIC S9(9)V9(2).
006395     05  GLX-BROKEN-LEG              PIC X(01).
006400 01  GLX-TRAILER.
006500     05  GLX-T-REC-TYPE              PIC X(01).
006600     05  GLX-T-ITEM-COUNT            PIC 9(07).
006700     05  GLX-T-TOTAL-AMOUNT          PIC S9(13)V9(2).
006800     05  FILLER                      PIC X(64).
006900 FD  GLACKFIL
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
