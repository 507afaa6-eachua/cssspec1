000100*-----------------------------------------------------------------
000200* CALNDREC.CPY
000300*
000400* RECORD LAYOUT FOR THE BUSINESS-DAY CALENDAR (CALFILE).  ONE
000500* CALENDAR DATASET IS KEPT PER REGION (PROD.RECON.CALENDAR FOR
000600* THE HOME REGION) AND MAINTAINED ONCE A YEAR; THE JOB'S
000700* CALFILE DD POINTS AT THE REGION IT RECONCILES.  SATURDAY AND
000800* SUNDAY ARE NEVER BUSINESS DAYS AND MONDAY TO FRIDAY ALWAYS
000900* ARE, EXCEPT WHERE THE CALENDAR SAYS OTHERWISE:
001000*
001100*   TYPE  MEANING
001200*   ----  -----------------------------------------------------
001300*   R     HEADER - CAL-REGION NAMES THE REGION AND CAL-DATE IS
001400*         THE LAST DATE THE CALENDAR HAS BEEN MAINTAINED
001500*         THROUGH.  ONE PER FILE, FIRST RECORD.
001600*   H     HOLIDAY - CAL-DATE IS NOT A BUSINESS DAY.
001700*   B     WORKING DAY - CAL-DATE FALLS ON A WEEKEND BUT IS A
001800*         BUSINESS DAY (A MOVED HOLIDAY, A WEEKEND SETTLEMENT).
001900*
002000* TRNMATCH, ACCPT, OPENUPD AND EXCPAGE EACH LOAD THE CALENDAR
002100* AT START-UP.  WITHOUT IT THEY COUNT MONDAY TO FRIDAY ONLY.
002200*
002300* MODIFICATION HISTORY
002400*   DATE       INIT  DESCRIPTION
002500*   ---------  ----  ------------------------------------------
002600*   2026-10-15 DLH   ORIGINAL COPYBOOK.
002700*-----------------------------------------------------------------
002800 01  CAL-RECORD.
002900     05  CAL-REC-TYPE                PIC X(01).
003000         88  CAL-HEADER-REC              VALUE 'R'.
003100         88  CAL-HOLIDAY-REC             VALUE 'H'.
003200         88  CAL-WORKDAY-REC             VALUE 'B'.
003300     05  CAL-DATE                    PIC 9(08).
003400     05  CAL-REGION                  PIC X(04).
003500     05  CAL-DESC                    PIC X(30).
003600     05  FILLER                      PIC X(37).
