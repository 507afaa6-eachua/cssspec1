001000*
001100*   STEP       IN-COUNT         OUT-COUNT        OTHER FIELDS
001200*   --------   --------------   --------------   -------------
001300*   TRNMATCH   FEED RECORDS     PAIRS WRITTEN    EXC-COUNT
001400*              READ (BOTH       TO TRANFILE      (ITEMS
001500*              SIDES)                            REJECTED ON
001510*                                                THE ACCOUNT
001520*                                                MASTER)
001600*   ACCPT      RECORDS          HISTORY LINES    EXC-COUNT,
001700*              PROCESSED        WRITTEN          OOB-COUNT,
001800*                                                GLX-COUNT,
001900*                                                GLX-TOTAL
001910*                                                (GL ITEMS
001920*                                                INCLUDE THE
001930*                                                MANUAL
001940*                                                ADJUSTMENTS
001950*                                                COPIED FROM
001960*                                                ADJPOST)
002000*   VARPOST    EXTRACT          MASTER ADDS      EXC-COUNT
002050*              RECORDS READ     PLUS REPLACES    (REFUSED -
002100*                                                PERIOD
002150*                                                CLOSED)
002160*   VARANOM    VARIANCE         ACCOUNTS         EXC-COUNT
002170*              HISTORY          SCREENED         (ANOMALY
002180*              RECORDS READ                      LINES WRITTEN
002190*                                                TO EXCPFILE)
002200*   EXCPLOAD   FLAT RECORDS     NEW ENTRIES
002300*              READ             LOADED
002314*   ADJPOST    APPROVED         ADJUSTMENTS      EXC-COUNT
002328*              ADJUSTMENTS      POSTED           (FAILED),
002342*              SELECTED                          GLX-COUNT,
002356*                                                GLX-TOTAL
002370*                                                (STAGED FOR
002384*                                                ACCPT)
002385*   OPENUPD    EXTRACT          ITEMS STILL
002386*              RECORDS READ     OPEN (AGED)
002387*   DWEXTR     VARIANCE ROWS    OPEN-ITEM ROWS   EXC-COUNT
002388*              EXTRACTED        EXTRACTED        (EXCEPTION
002389*                                                ROWS),
002390*                                                OOB-COUNT
002391*                                                (OOB VARIANCE
002392*                                                ROWS)
002400*
002500* MODIFICATION HISTORY
002600*   DATE       INIT  DESCRIPTION
002700*   ---------  ----  ------------------------------------------
002800*   2026-09-02 DLH   ORIGINAL COPYBOOK.
002810*   2026-10-15 DLH   TRNMATCH NOW CARRIES ITS ACCOUNT-MASTER
002820*                    REJECT COUNT IN CTL-EXC-COUNT.
002860*   2026-10-15 DLH   ADDED THE ADJPOST STEP RECORD.
002873*   2026-10-15 DLH   VARPOST CARRIES ITS CLOSED-PERIOD REFUSALS
002886*                    IN CTL-EXC-COUNT.
002893*   2026-10-15 DLH   ADDED THE VARANOM STEP RECORD.
002896*   2026-10-15 DLH   ADDED THE OPENUPD AND DWEXTR STEP RECORDS.
002900*-----------------------------------------------------------------
003000 01  CTL-RECORD.
003100     05  CTL-STEP-NAME               PIC X(08).
