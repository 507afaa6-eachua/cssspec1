000300*
000400* RECORD LAYOUTS FOR THE DAILY VARIANCE TRANSACTION FILE
000500* (TRANFILE / PROD.RECON.VARFILE).  THE FILE IS BUILT BY THE
000600* TRNMATCH FRONT-END FROM THE LEDGER, BANK AND PROCESSOR
000700* FEEDS AND IS CONSUMED BY ACCPT, SO BOTH PROGRAMS COPY THIS
000800* MEMBER RATHER THAN EACH DECLARING ITS OWN LAYOUT.
000810*
000820* THE FILE CARRIES DETAIL RECORDS (TYPE 'D') FOLLOWED BY ONE
000830* CONTROL TRAILER (TYPE 'T') HOLDING THE DETAIL RECORD COUNT
000840* AND HASH TOTALS OF THE A, B AND P COLUMNS, SO A TRUNCATED OR
000850* DUPLICATED TRANSMISSION CAN BE DETECTED BEFORE PROCESSING.
000860* BOTH LAYOUTS ARE 96 BYTES AND SHARE THE FD RECORD AREA.
000861*
000862* TRAN-A-ITEMS AND TRAN-B-ITEMS COUNT THE FEED POSTINGS BEHIND
000863* EACH AMOUNT - ONE, UNLESS TRNMATCH RAN IN NETTING MODE.  AN
000864* AMOUNT TRNMATCH COULD NOT FORM IS WRITTEN AS ASTERISKS
000865* THROUGH THE -X VIEW, SO ACCPT REJECTS THE ENTRY.
000870*
000875* TRAN-A AND TRAN-B ARE IN THEIR OWN FEED'S CURRENCY (TRAN-A-CCY
000880* AND TRAN-B-CCY; SPACES MEAN THE REPORTING CURRENCY).  ACCPT
000885* CONVERTS EACH SIDE AT THE RATE FOR ITS OWN BUSINESS DATE -
000890* TRAN-BUS-DATE FOR THE LEDGER, TRAN-B-BUS-DATE FOR THE BANK.
000895* THE HASH TOTALS ON THE TRAILER ARE OF THE ORIGINAL AMOUNTS.
000896*
000897* CARD AND ACH ACCOUNTS (ACM-PROC-SETTLED ON THE ACCOUNT MASTER)
000898* SETTLE THROUGH THE PAYMENT PROCESSOR, SO TRNMATCH MATCHES THEM
000899* THREE WAYS - LEDGER, PROCESSOR SETTLEMENT AND BANK - AND SETS
000900* TRAN-THREE-WAY.  TRAN-P IS THEN THE PROCESSOR AMOUNT IN ITS
000901* OWN CURRENCY (TRAN-P-CCY) FOR ITS OWN BUSINESS DATE
000902* (TRAN-P-BUS-DATE).  ON A TWO-WAY RECORD THE P FIELDS ARE ZERO
000903* AND SPACES AND ACCPT IGNORES THEM.
000951*
001000* MODIFICATION HISTORY
001100*   DATE       INIT  DESCRIPTION
001200*   ---------  ----  ------------------------------------------
001440*                    THE HASH TOTALS TO S9(11)V9(2) - REAL
001450*                    AMOUNTS NO LONGER FIT IN S9(3)V9(2).
001460*                    BOTH LAYOUTS ARE NOW 44 BYTES.
001470*   2026-10-15 DLH   ADDED THE A/B POSTING COUNTS FOR NETTING
001480*                    MODE AND THE -X VIEWS OF THE AMOUNTS.
001490*                    BOTH LAYOUTS ARE NOW 54 BYTES.
001492*   2026-10-15 DLH   ADDED THE A/B CURRENCY CODES AND THE BANK
001494*                    SIDE'S BUSINESS DATE FOR MULTI-CURRENCY
001496*                    RECONCILIATION.  BOTH LAYOUTS ARE NOW 68
001498*                    BYTES.
001499*   2026-10-15 DLH   ADDED THE PROCESSOR SETTLEMENT AMOUNT, ITS
001500*                    POSTING COUNT, CURRENCY AND BUSINESS DATE,
001501*                    THE THREE-WAY FLAG AND THE P HASH TOTAL ON
001502*                    THE TRAILER.  BOTH LAYOUTS ARE NOW 96 BYTES.
001551*-----------------------------------------------------------------
001600 01  TRAN-RECORD.
001610     05  TRAN-REC-TYPE               PIC X(01).
001620         88  TRAN-DETAIL-REC             VALUE 'D'.
001800     05  TRAN-BUS-DATE               PIC 9(08).
001900     05  TRAN-SOURCE-SYS             PIC X(03).
002000     05  TRAN-A                      PIC S9(9)V9(2).
002010     05  TRAN-A-X REDEFINES TRAN-A   PIC X(11).
002100     05  TRAN-B                      PIC S9(9)V9(2).
002110     05  TRAN-B-X REDEFINES TRAN-B   PIC X(11).
002120     05  TRAN-A-ITEMS                PIC 9(05).
002130     05  TRAN-B-ITEMS                PIC 9(05).
002147     05  TRAN-A-CCY                  PIC X(03).
002164     05  TRAN-B-CCY                  PIC X(03).
002181     05  TRAN-B-BUS-DATE             PIC 9(08).
002183     05  TRAN-P                      PIC S9(9)V9(2).
002185     05  TRAN-P-X REDEFINES TRAN-P   PIC X(11).
002187     05  TRAN-P-ITEMS                PIC 9(05).
002189     05  TRAN-P-CCY                  PIC X(03).
002191     05  TRAN-P-BUS-DATE             PIC 9(08).
002193     05  TRAN-THREE-WAY-SW           PIC X(01).
002195         88  TRAN-THREE-WAY              VALUE 'Y'.
002200 01  TRAN-TRAILER.
002300     05  TRL-REC-TYPE                PIC X(01).
002400     05  TRL-RECORD-COUNT            PIC 9(07).
002500     05  TRL-HASH-A                  PIC S9(11)V9(2).
002600     05  TRL-HASH-B                  PIC S9(11)V9(2).
002700     05  TRL-HASH-P                  PIC S9(11)V9(2).
002800     05  FILLER                      PIC X(49).
