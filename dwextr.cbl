000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400* PROGRAM-ID.  DWEXTR                                            *
000500*                                                                *
000600* AUTHOR.      D. L. HARMON                                      *
000700* INSTALLATION. DAILY RECONCILIATION UNIT                        *
000800* DATE-WRITTEN. 2026-10-15                                       *
000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     END-OF-STREAM DATA-WAREHOUSE EXTRACT.  WRITES     *
001200*              THE NIGHT'S RESULTS AS '|'-DELIMITED FILES, EACH  *
001300*              OPENING WITH A HEADER ROW OF COLUMN NAMES AND     *
001400*              EACH ROW CARRYING THE EXTRACT DATE:               *
001500*                DWVRFILE - THE DAY'S VARIANCE OUTCOMES, ONE ROW *
001600*                           PER HISTFILE RECORD ACCPT WROTE;     *
001700*                DWOIFILE - EVERY ITEM STILL OPEN ON THE OPEN-   *
001800*                           ITEMS MASTER, WITH ITS AGE IN        *
001900*                           CALENDAR AND BUSINESS DAYS AND ITS   *
002000*                           AGE BAND;                            *
002100*                DWEXFILE - EVERY EXCEPTION LOADED OR REVIEWED   *
002200*                           SINCE THE LAST EXTRACT, WITH THE TEXT*
002300*                           OF THE EXCEPTION LINE SPLIT INTO     *
002400*                           COLUMNS (ACCOUNT, DATES, AMOUNTS,    *
002500*                           EXCEPTION TYPE, RATE CURRENCY AND    *
002600*                           DATE, RUN DAYS, REASON).             *
002700*              DWMNFILE IS THE MANIFEST - ONE ROW PER FILE WITH  *
002800*              ITS ROW COUNT, AMOUNT TOTALS (A, B, F-G AND P FOR *
002900*              VARIANCES; THE OPEN AMOUNT UNDER F-G FOR OPEN     *
002975*              ITEMS; A AND B FOR EXCEPTIONS) AND COLUMN COUNT SO*
003050*              THE WAREHOUSE LOAD CAN PROVE IT RECEIVED          *
003125*              EVERYTHING.                                       *
003200*              THE EXCEPTION WINDOW RUNS FROM THE LAST EXTRACT   *
003254*              DATE (DWCTFILE) TO TODAY, BOTH DAYS INCLUDED - THE*
003308*              MASTER CARRIES NO REVIEW TIME, SO AN ENTRY LOADED *
003362*              OR REVIEWED ON THE LAST EXTRACT'S DAY AFTER THAT  *
003416*              EXTRACT RAN IS NOT MISSED.  SUCH A DAY'S ENTRIES  *
003470*              CAN GO OUT TWICE; THE WAREHOUSE LOAD KEEPS ONE ROW*
003524*              PER EXC_SEQ.  A SECOND RUN ON THE SAME DAY REUSES *
003578*              THAT DAY'S WINDOW, SO A RERUN REBUILDS THE SAME   *
003632*              ROWS.  THE WINDOW MOVES ON ONLY AFTER A CLEAN RUN.*
003686*              THE STEP'S ROW COUNTS GO TO CTLFILE FOR RECBAL TO *
003740*              PROVE AGAINST ACCPT AND OPENUPD.                  *
003800*                                                                *
003900* RETURN CODES: 0 EXTRACT COMPLETE, 8 READ OR WRITE ERROR,       *
004000*              12 OPEN FAILURE.                                  *
004100*                                                                *
004200* MODIFICATION HISTORY.                                          *
004300*   DATE       INIT  DESCRIPTION                                 *
004400*   ---------  ----  ------------------------------------------- *
004500*   2026-10-15  DLH  ORIGINAL PROGRAM.                           *
004512*   2026-10-15  DLH  PROCESSOR AMOUNT, CURRENCY AND ORIGINAL     *
004524*                    AMOUNT AND THE BROKEN LEG ADDED TO THE      *
004536*                    VARIANCE ROWS, THE BROKEN LEG TO THE OPEN-  *
004548*                    ITEM ROWS, TOTAL_P AND COLUMN_COUNT TO THE  *
004560*                    MANIFEST. EXCEPTION WINDOW NOW TAKES IN ITS *
004572*                    START DAY. HISTFILE READ STATUS CHECKED;    *
004584*                    DWCTFILE CLOSED ONLY WHEN OPENED.           *
004600******************************************************************
004700 PROGRAM-ID. DWEXTR.
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT HISTFILE ASSIGN TO HISTFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS DWEX-HST-STATUS.
005500     SELECT OPENITEM ASSIGN TO OPENITEM
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS OPN-KEY
005900         FILE STATUS IS DWEX-OPN-STATUS.
006000     SELECT EXCPMST ASSIGN TO EXCPMST
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS EXM-KEY
006400         FILE STATUS IS DWEX-EXM-STATUS.
006500     SELECT CALFILE ASSIGN TO CALFILE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS DWEX-CAL-STATUS.
006800     SELECT DWCTFILE ASSIGN TO DWCTFILE
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS DWEX-DWC-STATUS.
007100     SELECT DWVRFILE ASSIGN TO DWVRFILE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS DWEX-DWV-STATUS.
007400     SELECT DWOIFILE ASSIGN TO DWOIFILE
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS DWEX-DWO-STATUS.
007700     SELECT DWEXFILE ASSIGN TO DWEXFILE
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS DWEX-DWX-STATUS.
008000     SELECT DWMNFILE ASSIGN TO DWMNFILE
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS DWEX-DWM-STATUS.
008300     SELECT CTLFILE ASSIGN TO CTLFILE
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS DWEX-CTL-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  HISTFILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100*    VHS-RECORD IS SHARED WITH ACCPT, VARPOST AND OPENUPD - SEE
009200*    COPYBOOKS/VARHREC.
009300 COPY VARHREC.
009400 FD  OPENITEM
009500     LABEL RECORDS ARE STANDARD.
009600*    OPN-RECORD IS SHARED WITH OPENUPD, ADJPOST AND ACADJM - SEE
009700*    COPYBOOKS/OPNIREC.
009800 COPY OPNIREC.
009900 FD  EXCPMST
010000     LABEL RECORDS ARE STANDARD.
010100*    EXM-RECORD IS SHARED WITH EXCPLOAD, ACEXCB AND EXCPAGE - SEE
010200*    COPYBOOKS/EXCPMREC.
010300 COPY EXCPMREC.
010400 FD  CALFILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS F.
010700*    CAL-RECORD IS SHARED WITH TRNMATCH, ACCPT, OPENUPD, EXCPAGE,
010800*    CHGRPT AND VARANOM - SEE COPYBOOKS/CALNDREC.
010900 COPY CALNDREC.
011000 FD  DWCTFILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300*    ONE RECORD: THE DATE OF THE LAST CLEAN EXTRACT AND THE
011366*    START OF THE EXCEPTION WINDOW THAT EXTRACT USED.  THE TIME
011432*    IS KEPT FOR THE OPERATOR ONLY - THE WINDOW GOES BY DATE.
011500 01  DWC-RECORD.
011600     05  DWC-LAST-DATE               PIC 9(08).
011700     05  DWC-WINDOW-FROM             PIC 9(08).
011800     05  DWC-LAST-TIME               PIC 9(08).
011900     05  FILLER                      PIC X(56).
012000 FD  DWVRFILE
012100     LABEL RECORDS ARE STANDARD
012200     RECORDING MODE IS F.
012300 01  DWV-RECORD                      PIC X(250).
012400 FD  DWOIFILE
012500     LABEL RECORDS ARE STANDARD
012600     RECORDING MODE IS F.
012700 01  DWO-RECORD                      PIC X(250).
012800 FD  DWEXFILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORDING MODE IS F.
013100 01  DWX-RECORD                      PIC X(250).
013200 FD  DWMNFILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORDING MODE IS F.
013500 01  DWM-RECORD                      PIC X(250).
013600 FD  CTLFILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORDING MODE IS F.
013900*    CTL-RECORD IS SHARED WITH THE OTHER STREAM STEPS AND
014000*    RECBAL - SEE COPYBOOKS/CTLREC.
014100 COPY CTLREC.
014200 WORKING-STORAGE SECTION.
014300*-----------------------------------------------------------------
014400* FILE STATUS SWITCHES
014500*-----------------------------------------------------------------
014600 77  DWEX-HST-STATUS                 PIC X(02) VALUE SPACES.
014700 77  DWEX-OPN-STATUS                 PIC X(02) VALUE SPACES.
014800 77  DWEX-EXM-STATUS                 PIC X(02) VALUE SPACES.
014900 77  DWEX-CAL-STATUS                 PIC X(02) VALUE SPACES.
015000 77  DWEX-DWC-STATUS                 PIC X(02) VALUE SPACES.
015100 77  DWEX-DWV-STATUS                 PIC X(02) VALUE SPACES.
015200 77  DWEX-DWO-STATUS                 PIC X(02) VALUE SPACES.
015300 77  DWEX-DWX-STATUS                 PIC X(02) VALUE SPACES.
015400 77  DWEX-DWM-STATUS                 PIC X(02) VALUE SPACES.
015500 77  DWEX-CTL-STATUS                 PIC X(02) VALUE SPACES.
015600*-----------------------------------------------------------------
015700* RUN CONTROL SWITCHES AND COUNTERS
015800*-----------------------------------------------------------------
015900 77  DWEX-HST-EOF-SW                 PIC X(01) VALUE 'N'.
016000     88  DWEX-HST-EOF                    VALUE 'Y'.
016100 77  DWEX-OPN-EOF-SW                 PIC X(01) VALUE 'N'.
016200     88  DWEX-OPN-EOF                    VALUE 'Y'.
016300 77  DWEX-EXM-EOF-SW                 PIC X(01) VALUE 'N'.
016400     88  DWEX-EXM-EOF                    VALUE 'Y'.
016500 77  DWEX-NEW-SW                     PIC X(01) VALUE 'N'.
016600     88  DWEX-IS-NEW                     VALUE 'Y'.
016700 77  DWEX-REVIEWED-SW                PIC X(01) VALUE 'N'.
016800     88  DWEX-IS-REVIEWED                VALUE 'Y'.
016833 77  DWEX-DWC-OPEN-SW                PIC X(01) VALUE 'N'.
016866     88  DWEX-DWC-OPEN                   VALUE 'Y'.
016900 77  DWEX-VAR-ROWS                   PIC 9(07) COMP VALUE 0.
017000 77  DWEX-VAR-OOB-ROWS               PIC 9(07) COMP VALUE 0.
017100 77  DWEX-OPN-READ                   PIC 9(07) COMP VALUE 0.
017200 77  DWEX-OPN-ROWS                   PIC 9(07) COMP VALUE 0.
017300 77  DWEX-EXM-READ                   PIC 9(07) COMP VALUE 0.
017400 77  DWEX-EXC-ROWS                   PIC 9(07) COMP VALUE 0.
017500 77  DWEX-EXC-NEW-ROWS               PIC 9(07) COMP VALUE 0.
017600 77  DWEX-EXC-REV-ROWS               PIC 9(07) COMP VALUE 0.
017700 77  DWEX-IO-ERROR-COUNT             PIC 9(07) COMP VALUE 0.
017800*    RETURN CODE PASSED TO THE SCHEDULER AT 9999-EXIT:
017900*      00 EXTRACT COMPLETE   08 READ OR WRITE ERROR
018000*      12 OPEN FAILURE
018100 77  DWEX-RETURN-CODE                PIC 9(02) COMP VALUE 0.
018200*-----------------------------------------------------------------
018300* EXTRACT DATE AND EXCEPTION WINDOW - SEE 1100-READ-WINDOW.  AN
018400* EXCEPTION IS EXTRACTED WHEN IT WAS LOADED OR REVIEWED ON OR
018500* AFTER THE WINDOW START, UP TO AND INCLUDING TODAY.
018600*-----------------------------------------------------------------
018700 77  DWEX-TODAY-DATE                 PIC 9(08) VALUE 0.
018800 77  DWEX-TODAY-DAYS                 PIC S9(08) COMP VALUE 0.
018900 77  DWEX-WINDOW-FROM                PIC 9(08) VALUE 0.
019000*-----------------------------------------------------------------
019100* MANIFEST TOTALS
019200*-----------------------------------------------------------------
019300 77  DWEX-VAR-TOTAL-A                PIC S9(13)V9(2) VALUE 0.
019400 77  DWEX-VAR-TOTAL-B                PIC S9(13)V9(2) VALUE 0.
019500 77  DWEX-VAR-TOTAL-F-G              PIC S9(13)V9(2) VALUE 0.
019550 77  DWEX-VAR-TOTAL-P                PIC S9(13)V9(2) VALUE 0.
019600 77  DWEX-OPN-TOTAL                  PIC S9(13)V9(2) VALUE 0.
019700 77  DWEX-EXC-TOTAL-A                PIC S9(13)V9(2) VALUE 0.
019800 77  DWEX-EXC-TOTAL-B                PIC S9(13)V9(2) VALUE 0.
019900*-----------------------------------------------------------------
020000* OPEN-ITEM AGE - THE SAME RULE AND BANDS AS THE OPENUPD AGING
020100* REPORT
020200*-----------------------------------------------------------------
020300 77  DWEX-AGE-DAYS                   PIC S9(08) COMP VALUE 0.
020400*-----------------------------------------------------------------
020500* EXCEPTION LINE VIEW - THE EXC-DETAIL-LINE LAYOUT ACCPT AND
020600* VARANOM WRITE AND EXCPLOAD CARRIES INTO EXM-TEXT.  THE
020700* AMOUNTS ARE STILL EDITED THERE AND ARE DE-EDITED THROUGH
020800* THE NUMERIC-EDITED REDEFINITIONS.
020900*-----------------------------------------------------------------
021000 01  DWEX-EXC-VIEW.
021100     05  FILLER                      PIC X(04).
021200     05  DWEX-EV-RECNO               PIC X(09).
021300     05  DWEX-EV-RECNO-ED REDEFINES DWEX-EV-RECNO
021400                                     PIC Z,ZZZ,ZZ9.
021500     05  FILLER                      PIC X(06).
021600     05  DWEX-EV-ACCT                PIC X(10).
021700     05  FILLER                      PIC X(04).
021800     05  DWEX-EV-BDATE               PIC X(08).
021900     05  FILLER                      PIC X(05).
022000     05  DWEX-EV-SRC                 PIC X(03).
022100     05  FILLER                      PIC X(01).
022200     05  DWEX-EV-DATE.
022300         10  DWEX-EV-DATE-MM         PIC X(02).
022400         10  FILLER                  PIC X(01).
022500         10  DWEX-EV-DATE-DD         PIC X(02).
022600         10  FILLER                  PIC X(01).
022700         10  DWEX-EV-DATE-YY         PIC X(02).
022800     05  FILLER                      PIC X(01).
022900     05  DWEX-EV-TIME.
023000         10  DWEX-EV-TIME-HH         PIC X(02).
023100         10  FILLER                  PIC X(01).
023200         10  DWEX-EV-TIME-MN         PIC X(02).
023300         10  FILLER                  PIC X(01).
023400         10  DWEX-EV-TIME-SS         PIC X(02).
023500     05  FILLER                      PIC X(04).
023600     05  DWEX-EV-A                   PIC X(13).
023700     05  DWEX-EV-A-ED REDEFINES DWEX-EV-A
023800                                     PIC +Z(9).Z(2).
023900     05  FILLER                      PIC X(04).
024000     05  DWEX-EV-B                   PIC X(13).
024100     05  DWEX-EV-B-ED REDEFINES DWEX-EV-B
024200                                     PIC +Z(9).Z(2).
024300     05  FILLER                      PIC X(01).
024400     05  DWEX-EV-REASON              PIC X(34).
024500     05  FILLER                      PIC X(14).
024600*-----------------------------------------------------------------
024700* REASON VIEWS - THE FIXED REASON TEXTS ACCPT AND VARANOM WRITE,
024800* SPLIT INTO THEIR PARTS.  SEE 4200-SPLIT-REASON.
024900*-----------------------------------------------------------------
025000 01  DWEX-REASON                     PIC X(34) VALUE SPACES.
025100 01  DWEX-RV-RATE REDEFINES DWEX-REASON.
025200     05  DWEX-RV-RATE-LIT            PIC X(15).
025300     05  DWEX-RV-RATE-CCY            PIC X(03).
025400     05  FILLER                      PIC X(04).
025500     05  DWEX-RV-RATE-DATE           PIC X(08).
025600     05  FILLER                      PIC X(04).
025700 01  DWEX-RV-ANOM REDEFINES DWEX-REASON.
025800     05  DWEX-RV-ANOM-LIT            PIC X(10).
025900     05  DWEX-RV-ANOM-COUNT          PIC X(02).
026000     05  FILLER                      PIC X(01).
026100     05  DWEX-RV-ANOM-WORD           PIC X(10).
026200     05  FILLER                      PIC X(11).
026300 01  DWEX-RV-FEED REDEFINES DWEX-REASON.
026400     05  FILLER                      PIC X(10).
026500     05  DWEX-RV-FEED-LIT            PIC X(12).
026600     05  DWEX-RV-FEED-COUNT          PIC X(02).
026700     05  FILLER                      PIC X(10).
026800*-----------------------------------------------------------------
026900* SERIAL DAY-COUNT CONVERSION WORK FIELDS - SEE
027000* 8700-DATE-TO-DAYS
027100*-----------------------------------------------------------------
027200 01  DWEX-DTD-DATE                   PIC 9(08) VALUE 0.
027300 01  FILLER REDEFINES DWEX-DTD-DATE.
027400     05  DWEX-DTD-CCYY               PIC 9(04).
027500     05  DWEX-DTD-MM                 PIC 9(02).
027600     05  DWEX-DTD-DD                 PIC 9(02).
027700 77  DWEX-DTD-DAYS                   PIC S9(08) COMP VALUE 0.
027800 77  DWEX-DTD-YR                     PIC S9(08) COMP VALUE 0.
027900 77  DWEX-DTD-MO                     PIC S9(08) COMP VALUE 0.
028000 77  DWEX-DTD-T1                     PIC S9(08) COMP VALUE 0.
028100 77  DWEX-DTD-T2                     PIC S9(08) COMP VALUE 0.
028200 77  DWEX-DTD-T3                     PIC S9(08) COMP VALUE 0.
028300 77  DWEX-DTD-T4                     PIC S9(08) COMP VALUE 0.
028400*-----------------------------------------------------------------
028500* BUSINESS-DAY CALENDAR - SEE 1400-LOAD-CALENDAR AND
028600* 8750-COUNT-BUSINESS-DAYS.  ONLY THE DATES THAT BREAK THE
028700* MONDAY-TO-FRIDAY RULE ARE HELD, AS SERIAL DAYS: A WEEKDAY
028800* HOLIDAY CARRIES AN ADJUSTMENT OF -1, A WORKING WEEKEND DAY +1.
028900*-----------------------------------------------------------------
029000 77  DWEX-CAL-EOF-SW                 PIC X(01) VALUE 'N'.
029100     88  DWEX-CAL-EOF                    VALUE 'Y'.
029200 77  DWEX-CAL-REGION                 PIC X(04) VALUE "NONE".
029300 77  DWEX-CAL-THRU-DATE              PIC 9(08) VALUE 0.
029400 77  DWEX-CAL-LIMIT                  PIC 9(04) COMP VALUE 500.
029500 77  DWEX-CAL-COUNT                  PIC 9(04) COMP VALUE 0.
029600 77  DWEX-CAL-SUB                    PIC 9(04) COMP VALUE 0.
029700 77  DWEX-CAL-HIT                    PIC 9(04) COMP VALUE 0.
029800 77  DWEX-CAL-NEW-ADJ                PIC S9(04) COMP VALUE 0.
029900 01  DWEX-CAL-TABLE.
030000     05  DWEX-CAL-ENTRY              OCCURS 500 TIMES.
030100         10  DWEX-CAL-DAYS           PIC S9(08) COMP.
030200         10  DWEX-CAL-ADJ            PIC S9(04) COMP.
030300 77  DWEX-BUS-FROM-DAYS              PIC S9(08) COMP VALUE 0.
030400 77  DWEX-BUS-TO-DAYS                PIC S9(08) COMP VALUE 0.
030500 77  DWEX-BUS-DAYS                   PIC S9(08) COMP VALUE 0.
030600 77  DWEX-BUS-SPAN                   PIC S9(08) COMP VALUE 0.
030700 77  DWEX-BUS-WEEKS                  PIC S9(08) COMP VALUE 0.
030800 77  DWEX-BUS-ODD                    PIC S9(08) COMP VALUE 0.
030900 77  DWEX-BUS-DAY                    PIC S9(08) COMP VALUE 0.
031000 77  DWEX-BUS-QUOT                   PIC S9(08) COMP VALUE 0.
031100 77  DWEX-BUS-DOW                    PIC S9(08) COMP VALUE 0.
031200 77  DWEX-WEEKEND-SW                 PIC X(01) VALUE 'N'.
031300     88  DWEX-WEEKEND                    VALUE 'Y'.
031400*-----------------------------------------------------------------
031500* RUN DATE AND TIME
031600*-----------------------------------------------------------------
031700 77  DWEX-SYSTEM-DATE                PIC 9(06).
031800 77  DWEX-SYSTEM-TIME                PIC 9(08).
031900*-----------------------------------------------------------------
032000* VARIANCE OUTCOME ROWS (DWVRFILE)
032100*-----------------------------------------------------------------
032200 01  DWV-HEADER.
032300     05  FILLER                PIC X(40)
032400             VALUE "EXTRACT_DATE|ACCOUNT|BUS_DATE|SOURCE_SYS".
032500     05  FILLER                PIC X(40)
032600             VALUE "|A_AMOUNT|B_AMOUNT|F_G|STATUS|A_CCY|A_OR".
032700     05  FILLER                PIC X(37)
032800             VALUE "IG_AMOUNT|B_CCY|B_ORIG_AMOUNT|FX_DIFF".
032833     05  FILLER                PIC X(40)
032866             VALUE "|P_AMOUNT|P_CCY|P_ORIG_AMOUNT|BROKEN_LEG".
032900 01  DWV-ROW.
033000     05  DWV-EXTRACT-DATE            PIC 9(08).
033100     05  FILLER                      PIC X(01) VALUE "|".
033200     05  DWV-ACCT                    PIC X(10).
033300     05  FILLER                      PIC X(01) VALUE "|".
033400     05  DWV-BUS-DATE                PIC 9(08).
033500     05  FILLER                      PIC X(01) VALUE "|".
033600     05  DWV-SRC                     PIC X(03).
033700     05  FILLER                      PIC X(01) VALUE "|".
033800     05  DWV-A                       PIC +9(9).9(2).
033900     05  FILLER                      PIC X(01) VALUE "|".
034000     05  DWV-B                       PIC +9(9).9(2).
034100     05  FILLER                      PIC X(01) VALUE "|".
034200     05  DWV-F-G                     PIC +9(9).9(2).
034300     05  FILLER                      PIC X(01) VALUE "|".
034400     05  DWV-STATUS                  PIC X(04).
034500     05  FILLER                      PIC X(01) VALUE "|".
034600     05  DWV-A-CCY                   PIC X(03).
034700     05  FILLER                      PIC X(01) VALUE "|".
034800     05  DWV-A-ORIG                  PIC +9(9).9(2).
034900     05  FILLER                      PIC X(01) VALUE "|".
035000     05  DWV-B-CCY                   PIC X(03).
035100     05  FILLER                      PIC X(01) VALUE "|".
035200     05  DWV-B-ORIG                  PIC +9(9).9(2).
035300     05  FILLER                      PIC X(01) VALUE "|".
035400     05  DWV-FX-DIFF                 PIC +9(9).9(2).
035411     05  FILLER                      PIC X(01) VALUE "|".
035422     05  DWV-P                       PIC +9(9).9(2).
035433     05  FILLER                      PIC X(01) VALUE "|".
035444     05  DWV-P-CCY                   PIC X(03).
035455     05  FILLER                      PIC X(01) VALUE "|".
035466     05  DWV-P-ORIG                  PIC +9(9).9(2).
035477     05  FILLER                      PIC X(01) VALUE "|".
035488     05  DWV-BROKEN-LEG              PIC X(01).
035500*-----------------------------------------------------------------
035600* OPEN ITEM ROWS (DWOIFILE)
035700*-----------------------------------------------------------------
035800 01  DWO-HEADER.
035900     05  FILLER                PIC X(40)
036000             VALUE "EXTRACT_DATE|ACCOUNT|BUS_DATE|SOURCE_SYS".
036100     05  FILLER                PIC X(40)
036200             VALUE "|AMOUNT|OPEN_DATE|CAL_DAYS|BUS_DAYS|AGE_".
036300     05  FILLER                PIC X(15)
036400             VALUE "BAND|BROKEN_LEG".
036500 01  DWO-ROW.
036600     05  DWO-EXTRACT-DATE            PIC 9(08).
036700     05  FILLER                      PIC X(01) VALUE "|".
036800     05  DWO-ACCT                    PIC X(10).
036900     05  FILLER                      PIC X(01) VALUE "|".
037000     05  DWO-BUS-DATE                PIC 9(08).
037100     05  FILLER                      PIC X(01) VALUE "|".
037200     05  DWO-SRC                     PIC X(03).
037300     05  FILLER                      PIC X(01) VALUE "|".
037400     05  DWO-AMOUNT                  PIC +9(9).9(2).
037500     05  FILLER                      PIC X(01) VALUE "|".
037600     05  DWO-OPEN-DATE               PIC 9(08).
037700     05  FILLER                      PIC X(01) VALUE "|".
037800     05  DWO-CAL-DAYS                PIC 9(05).
037900     05  FILLER                      PIC X(01) VALUE "|".
038000     05  DWO-BUS-DAYS                PIC 9(05).
038100     05  FILLER                      PIC X(01) VALUE "|".
038200     05  DWO-AGE-BAND                PIC X(07).
038233     05  FILLER                      PIC X(01) VALUE "|".
038266     05  DWO-BROKEN-LEG              PIC X(01).
038300*-----------------------------------------------------------------
038400* EXCEPTION ROWS (DWEXFILE)
038500*-----------------------------------------------------------------
038600 01  DWX-HEADER.
038700     05  FILLER                PIC X(40)
038800             VALUE "EXTRACT_DATE|EXC_SEQ|LOAD_DATE|NEW_FLAG|".
038900     05  FILLER                PIC X(40)
039000             VALUE "REVIEWED_FLAG|REVIEW_USER|REVIEW_DATE|SO".
039100     05  FILLER                PIC X(40)
039200             VALUE "URCE_RECNO|ACCOUNT|BUS_DATE|SOURCE_SYS|W".
039300     05  FILLER                PIC X(40)
039400             VALUE "RITTEN_DATE|WRITTEN_TIME|A_AMOUNT|B_AMOU".
039500     05  FILLER                PIC X(40)
039600             VALUE "NT|EXC_TYPE|RATE_CCY|RATE_DATE|RUN_DAYS|".
039700     05  FILLER                PIC X(06)
039800             VALUE "REASON".
039900 01  DWX-ROW.
040000     05  DWX-EXTRACT-DATE            PIC 9(08).
040100     05  FILLER                      PIC X(01) VALUE "|".
040200     05  DWX-SEQ                     PIC 9(07).
040300     05  FILLER                      PIC X(01) VALUE "|".
040400     05  DWX-LOAD-DATE               PIC 9(08).
040500     05  FILLER                      PIC X(01) VALUE "|".
040600     05  DWX-NEW-FLAG                PIC X(01).
040700     05  FILLER                      PIC X(01) VALUE "|".
040800     05  DWX-REVIEWED-FLAG           PIC X(01).
040900     05  FILLER                      PIC X(01) VALUE "|".
041000     05  DWX-REVIEW-USER             PIC X(08).
041100     05  FILLER                      PIC X(01) VALUE "|".
041200     05  DWX-REVIEW-DATE             PIC 9(08).
041300     05  FILLER                      PIC X(01) VALUE "|".
041400     05  DWX-RECNO                   PIC 9(07).
041500     05  FILLER                      PIC X(01) VALUE "|".
041600     05  DWX-ACCT                    PIC X(10).
041700     05  FILLER                      PIC X(01) VALUE "|".
041800     05  DWX-BUS-DATE                PIC X(08).
041900     05  FILLER                      PIC X(01) VALUE "|".
042000     05  DWX-SRC                     PIC X(03).
042100     05  FILLER                      PIC X(01) VALUE "|".
042200     05  DWX-WRITTEN-DATE.
042300         10  DWX-WRITTEN-CC          PIC X(02).
042400         10  DWX-WRITTEN-YY          PIC X(02).
042500         10  DWX-WRITTEN-MM          PIC X(02).
042600         10  DWX-WRITTEN-DD          PIC X(02).
042700     05  FILLER                      PIC X(01) VALUE "|".
042800     05  DWX-WRITTEN-TIME.
042900         10  DWX-WRITTEN-HH          PIC X(02).
043000         10  DWX-WRITTEN-MN          PIC X(02).
043100         10  DWX-WRITTEN-SS          PIC X(02).
043200     05  FILLER                      PIC X(01) VALUE "|".
043300     05  DWX-A                       PIC +9(9).9(2).
043400     05  FILLER                      PIC X(01) VALUE "|".
043500     05  DWX-B                       PIC +9(9).9(2).
043600     05  FILLER                      PIC X(01) VALUE "|".
043700     05  DWX-TYPE                    PIC X(09).
043800     05  FILLER                      PIC X(01) VALUE "|".
043900     05  DWX-RATE-CCY                PIC X(03).
044000     05  FILLER                      PIC X(01) VALUE "|".
044100     05  DWX-RATE-DATE               PIC X(08).
044200     05  FILLER                      PIC X(01) VALUE "|".
044300     05  DWX-RUN-DAYS                PIC X(02).
044400     05  FILLER                      PIC X(01) VALUE "|".
044500     05  DWX-REASON                  PIC X(34).
044600 77  DWEX-AMOUNT                     PIC S9(9)V9(2) VALUE 0.
044700*-----------------------------------------------------------------
044800* MANIFEST ROWS (DWMNFILE)
044900*-----------------------------------------------------------------
045000 01  DWM-HEADER.
045100     05  FILLER                PIC X(40)
045200             VALUE "FILE_NAME|EXTRACT_DATE|ROW_COUNT|TOTAL_A".
045300     05  FILLER                PIC X(18)
045400             VALUE "|TOTAL_B|TOTAL_F_G".
045433     05  FILLER                PIC X(21)
045466             VALUE "|TOTAL_P|COLUMN_COUNT".
045500 01  DWM-ROW.
045600     05  DWM-FILE-NAME               PIC X(09).
045700     05  FILLER                      PIC X(01) VALUE "|".
045800     05  DWM-EXTRACT-DATE            PIC 9(08).
045900     05  FILLER                      PIC X(01) VALUE "|".
046000     05  DWM-ROW-COUNT               PIC 9(07).
046100     05  FILLER                      PIC X(01) VALUE "|".
046200     05  DWM-TOTAL-A                 PIC +9(13).9(2).
046300     05  FILLER                      PIC X(01) VALUE "|".
046400     05  DWM-TOTAL-B                 PIC +9(13).9(2).
046500     05  FILLER                      PIC X(01) VALUE "|".
046600     05  DWM-TOTAL-F-G               PIC +9(13).9(2).
046620     05  FILLER                      PIC X(01) VALUE "|".
046640     05  DWM-TOTAL-P                 PIC +9(13).9(2).
046660     05  FILLER                      PIC X(01) VALUE "|".
046680     05  DWM-COLUMN-COUNT            PIC 9(03).
046700*
046800 PROCEDURE DIVISION.
046900*
047000 0000-MAINLINE.
047100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
047200     PERFORM 2000-EXTRACT-VARIANCE THRU 2000-EXIT
047300             UNTIL DWEX-HST-EOF.
047400     PERFORM 3000-EXTRACT-OPEN-ITEM THRU 3000-EXIT
047500             UNTIL DWEX-OPN-EOF.
047600     PERFORM 4000-EXTRACT-EXCEPTION THRU 4000-EXIT
047700             UNTIL DWEX-EXM-EOF.
047800     PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT.
047900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
048000     GO TO 9999-EXIT.
048100*
048200 1000-INITIALIZE.
048300     OPEN INPUT HISTFILE.
048400     IF DWEX-HST-STATUS NOT = "00"
048500         DISPLAY "DWEXTR - UNABLE TO OPEN HISTFILE, STATUS = "
048600             DWEX-HST-STATUS
048700         DISPLAY "DWEX01E UNABLE TO OPEN HISTFILE"
048800             UPON CONSOLE
048900         MOVE 12 TO DWEX-RETURN-CODE
049000         GO TO 9999-EXIT
049100     END-IF.
049200     OPEN INPUT OPENITEM.
049300     IF DWEX-OPN-STATUS NOT = "00"
049400         DISPLAY "DWEXTR - UNABLE TO OPEN OPENITEM, STATUS = "
049500             DWEX-OPN-STATUS
049600         DISPLAY "DWEX01E UNABLE TO OPEN OPENITEM"
049700             UPON CONSOLE
049800         MOVE 12 TO DWEX-RETURN-CODE
049900         GO TO 9999-EXIT
050000     END-IF.
050100     OPEN INPUT EXCPMST.
050200     IF DWEX-EXM-STATUS NOT = "00"
050300         DISPLAY "DWEXTR - UNABLE TO OPEN EXCPMST, STATUS = "
050400             DWEX-EXM-STATUS
050500         DISPLAY "DWEX01E UNABLE TO OPEN EXCPMST"
050600             UPON CONSOLE
050700         MOVE 12 TO DWEX-RETURN-CODE
050800         GO TO 9999-EXIT
050900     END-IF.
051000     OPEN OUTPUT DWVRFILE.
051100     IF DWEX-DWV-STATUS NOT = "00"
051200         DISPLAY "DWEXTR - UNABLE TO OPEN DWVRFILE, STATUS = "
051300             DWEX-DWV-STATUS
051400         DISPLAY "DWEX01E UNABLE TO OPEN DWVRFILE"
051500             UPON CONSOLE
051600         MOVE 12 TO DWEX-RETURN-CODE
051700         GO TO 9999-EXIT
051800     END-IF.
051900     OPEN OUTPUT DWOIFILE.
052000     IF DWEX-DWO-STATUS NOT = "00"
052100         DISPLAY "DWEXTR - UNABLE TO OPEN DWOIFILE, STATUS = "
052200             DWEX-DWO-STATUS
052300         DISPLAY "DWEX01E UNABLE TO OPEN DWOIFILE"
052400             UPON CONSOLE
052500         MOVE 12 TO DWEX-RETURN-CODE
052600         GO TO 9999-EXIT
052700     END-IF.
052800     OPEN OUTPUT DWEXFILE.
052900     IF DWEX-DWX-STATUS NOT = "00"
053000         DISPLAY "DWEXTR - UNABLE TO OPEN DWEXFILE, STATUS = "
053100             DWEX-DWX-STATUS
053200         DISPLAY "DWEX01E UNABLE TO OPEN DWEXFILE"
053300             UPON CONSOLE
053400         MOVE 12 TO DWEX-RETURN-CODE
053500         GO TO 9999-EXIT
053600     END-IF.
053700     OPEN OUTPUT DWMNFILE.
053800     IF DWEX-DWM-STATUS NOT = "00"
053900         DISPLAY "DWEXTR - UNABLE TO OPEN DWMNFILE, STATUS = "
054000             DWEX-DWM-STATUS
054100         DISPLAY "DWEX01E UNABLE TO OPEN DWMNFILE"
054200             UPON CONSOLE
054300         MOVE 12 TO DWEX-RETURN-CODE
054400         GO TO 9999-EXIT
054500     END-IF.
054600     ACCEPT DWEX-SYSTEM-DATE FROM DATE.
054700     ACCEPT DWEX-SYSTEM-TIME FROM TIME.
054800     ACCEPT DWEX-TODAY-DATE FROM DATE YYYYMMDD.
054900     MOVE DWEX-TODAY-DATE TO DWEX-DTD-DATE.
055000     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
055100     MOVE DWEX-DTD-DAYS TO DWEX-TODAY-DAYS.
055200     PERFORM 1100-READ-WINDOW THRU 1100-EXIT.
055300     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
055400     MOVE DWEX-TODAY-DATE TO DWV-EXTRACT-DATE.
055500     MOVE DWEX-TODAY-DATE TO DWO-EXTRACT-DATE.
055600     MOVE DWEX-TODAY-DATE TO DWX-EXTRACT-DATE.
055700     MOVE DWEX-TODAY-DATE TO DWM-EXTRACT-DATE.
055800     WRITE DWV-RECORD FROM DWV-HEADER.
055900     WRITE DWO-RECORD FROM DWO-HEADER.
056000     WRITE DWX-RECORD FROM DWX-HEADER.
056100     WRITE DWM-RECORD FROM DWM-HEADER.
056200     PERFORM 7500-READ-HISTORY THRU 7500-EXIT.
056300     PERFORM 7600-READ-OPEN-ITEM THRU 7600-EXIT.
056400     PERFORM 7700-READ-EXCEPTION THRU 7700-EXIT.
056500 1000-EXIT.
056600     EXIT.
056700*
056800 1100-READ-WINDOW.
056900*    THE WINDOW STARTS ON THE LAST CLEAN EXTRACT'S DATE.  IF
057000*    THAT WAS TODAY THIS IS A RERUN AND TAKES TODAY'S WINDOW
057100*    AGAIN.  WITH NO CONTROL RECORD (FIRST RUN) EVERY EXCEPTION
057200*    LOADED OR REVIEWED SO FAR IS EXTRACTED.
057300     MOVE 0 TO DWEX-WINDOW-FROM.
057400     OPEN INPUT DWCTFILE.
057500     IF DWEX-DWC-STATUS NOT = "00"
057600         DISPLAY "DWEXTR - DWCTFILE NOT AVAILABLE, STATUS = "
057700             DWEX-DWC-STATUS " - ALL EXCEPTIONS EXTRACTED"
057800         GO TO 1100-EXIT
057900     END-IF.
058000     READ DWCTFILE.
058100     IF DWEX-DWC-STATUS = "00"
058200             AND DWC-LAST-DATE IS NUMERIC
058300             AND DWC-WINDOW-FROM IS NUMERIC
058400         IF DWC-LAST-DATE < DWEX-TODAY-DATE
058500             MOVE DWC-LAST-DATE TO DWEX-WINDOW-FROM
058600         ELSE
058700             MOVE DWC-WINDOW-FROM TO DWEX-WINDOW-FROM
058800         END-IF
058900     END-IF.
059000     CLOSE DWCTFILE.
059100     DISPLAY "DWEXTR - EXCEPTIONS LOADED OR REVIEWED FROM "
059200         DWEX-WINDOW-FROM " THROUGH " DWEX-TODAY-DATE.
059300 1100-EXIT.
059400     EXIT.
059500*
059600 1400-LOAD-CALENDAR.
059700*    THE REGION'S BUSINESS-DAY CALENDAR IS OPTIONAL - WITHOUT IT
059800*    OPEN ITEMS ARE AGED IN MONDAY-TO-FRIDAY DAYS WITH NO
059900*    HOLIDAYS, AS IN OPENUPD.
060000     OPEN INPUT CALFILE.
060100     IF DWEX-CAL-STATUS NOT = "00"
060200         DISPLAY "DWEXTR - CALFILE NOT AVAILABLE, STATUS = "
060300             DWEX-CAL-STATUS " - WEEKDAYS ONLY, NO HOLIDAYS"
060400         GO TO 1400-EXIT
060500     END-IF.
060600     PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
060700             UNTIL DWEX-CAL-EOF.
060800     CLOSE CALFILE.
060900     DISPLAY "DWEXTR - CALENDAR " DWEX-CAL-REGION
061000         " THROUGH " DWEX-CAL-THRU-DATE " LOADED, "
061100         DWEX-CAL-COUNT " HOLIDAY/WORKING-DAY ENTRIES".
061200     IF DWEX-CAL-THRU-DATE < DWEX-TODAY-DATE
061300         DISPLAY "DWEX05W BUSINESS CALENDAR " DWEX-CAL-REGION
061400             " ENDS " DWEX-CAL-THRU-DATE " - ANNUAL UPDATE DUE"
061500             UPON CONSOLE
061600     END-IF.
061700 1400-EXIT.
061800     EXIT.
061900*
062000 1410-READ-CALENDAR.
062100     READ CALFILE
062200         AT END
062300             MOVE 'Y' TO DWEX-CAL-EOF-SW
062400         NOT AT END
062500             PERFORM 1420-POST-CAL-DATE THRU 1420-EXIT
062600     END-READ.
062700 1410-EXIT.
062800     EXIT.
062900*
063000 1420-POST-CAL-DATE.
063100     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = 0
063200         DISPLAY "DWEXTR - CALENDAR RECORD WITH BAD DATE '"
063300             CAL-DATE "' IGNORED"
063400         GO TO 1420-EXIT
063500     END-IF.
063600     IF CAL-HEADER-REC
063700         MOVE CAL-REGION TO DWEX-CAL-REGION
063800         MOVE CAL-DATE TO DWEX-CAL-THRU-DATE
063900         GO TO 1420-EXIT
064000     END-IF.
064100     MOVE CAL-DATE TO DWEX-DTD-DATE.
064200     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
064300     MOVE DWEX-DTD-DAYS TO DWEX-BUS-DAY.
064400     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
064500     MOVE 0 TO DWEX-CAL-NEW-ADJ.
064600     IF CAL-HOLIDAY-REC AND NOT DWEX-WEEKEND
064700         MOVE -1 TO DWEX-CAL-NEW-ADJ
064800     END-IF.
064900     IF CAL-WORKDAY-REC AND DWEX-WEEKEND
065000         MOVE 1 TO DWEX-CAL-NEW-ADJ
065100     END-IF.
065200*    A WEEKEND HOLIDAY, A WEEKDAY WORKING DAY OR AN UNKNOWN
065300*    RECORD TYPE CHANGES NOTHING AND IS NOT HELD.
065400     IF DWEX-CAL-NEW-ADJ = 0
065500         GO TO 1420-EXIT
065600     END-IF.
065700     MOVE 0 TO DWEX-CAL-HIT.
065800     MOVE 0 TO DWEX-CAL-SUB.
065900     PERFORM 1430-FIND-CAL-DATE THRU 1430-EXIT
066000             UNTIL DWEX-CAL-SUB NOT < DWEX-CAL-COUNT
066100             OR DWEX-CAL-HIT > 0.
066200     IF DWEX-CAL-HIT > 0
066300         GO TO 1420-EXIT
066400     END-IF.
066500     IF DWEX-CAL-COUNT NOT < DWEX-CAL-LIMIT
066600         DISPLAY "DWEXTR - CALENDAR TABLE FULL AT "
066700             DWEX-CAL-LIMIT " ENTRIES - " CAL-DATE " IGNORED"
066800         GO TO 1420-EXIT
066900     END-IF.
067000     ADD 1 TO DWEX-CAL-COUNT.
067100     MOVE DWEX-BUS-DAY TO DWEX-CAL-DAYS (DWEX-CAL-COUNT).
067200     MOVE DWEX-CAL-NEW-ADJ TO DWEX-CAL-ADJ (DWEX-CAL-COUNT).
067300 1420-EXIT.
067400     EXIT.
067500*
067600 1430-FIND-CAL-DATE.
067700     ADD 1 TO DWEX-CAL-SUB.
067800     IF DWEX-CAL-DAYS (DWEX-CAL-SUB) = DWEX-BUS-DAY
067900         MOVE DWEX-CAL-SUB TO DWEX-CAL-HIT
068000     END-IF.
068100 1430-EXIT.
068200     EXIT.
068300*
068400 2000-EXTRACT-VARIANCE.
068500*    ONE ROW FOR EVERY RECORD ON THE DAY'S EXTRACT, WHATEVER ITS
068600*    STATUS.  AN AMOUNT THAT IS NOT NUMERIC (AN INVALID ENTRY)
068700*    GOES OUT AS ZERO AND STAYS OUT OF THE TOTALS.
068800     MOVE VHS-ACCT-KEY TO DWV-ACCT.
068900     MOVE VHS-BUS-DATE TO DWV-BUS-DATE.
069000     MOVE VHS-SOURCE-SYS TO DWV-SRC.
069100     MOVE VHS-STATUS TO DWV-STATUS.
069200     MOVE VHS-A-CCY TO DWV-A-CCY.
069300     MOVE VHS-B-CCY TO DWV-B-CCY.
069333     MOVE VHS-P-CCY TO DWV-P-CCY.
069366     MOVE VHS-BROKEN-LEG TO DWV-BROKEN-LEG.
069400     MOVE 0 TO DWV-A.
069500     MOVE 0 TO DWV-B.
069600     MOVE 0 TO DWV-F-G.
069700     MOVE 0 TO DWV-A-ORIG.
069800     MOVE 0 TO DWV-B-ORIG.
069900     MOVE 0 TO DWV-FX-DIFF.
069933     MOVE 0 TO DWV-P.
069966     MOVE 0 TO DWV-P-ORIG.
070000     IF VHS-A IS NUMERIC
070100         MOVE VHS-A TO DWV-A
070200         ADD VHS-A TO DWEX-VAR-TOTAL-A
070300     END-IF.
070400     IF VHS-B IS NUMERIC
070500         MOVE VHS-B TO DWV-B
070600         ADD VHS-B TO DWEX-VAR-TOTAL-B
070700     END-IF.
070800     IF VHS-F-G IS NUMERIC
070900         MOVE VHS-F-G TO DWV-F-G
071000         ADD VHS-F-G TO DWEX-VAR-TOTAL-F-G
071100     END-IF.
071200     IF VHS-A-ORIG IS NUMERIC
071300         MOVE VHS-A-ORIG TO DWV-A-ORIG
071400     END-IF.
071500     IF VHS-B-ORIG IS NUMERIC
071600         MOVE VHS-B-ORIG TO DWV-B-ORIG
071700     END-IF.
071800     IF VHS-FX-DIFF IS NUMERIC
071900         MOVE VHS-FX-DIFF TO DWV-FX-DIFF
071912     END-IF.
071924     IF VHS-P IS NUMERIC
071936         MOVE VHS-P TO DWV-P
071948         ADD VHS-P TO DWEX-VAR-TOTAL-P
071960     END-IF.
071972     IF VHS-P-ORIG IS NUMERIC
071984         MOVE VHS-P-ORIG TO DWV-P-ORIG
072000     END-IF.
072100     WRITE DWV-RECORD FROM DWV-ROW.
072200     IF DWEX-DWV-STATUS = "00"
072300         ADD 1 TO DWEX-VAR-ROWS
072400         IF VHS-OUT-OF-BALANCE
072500             ADD 1 TO DWEX-VAR-OOB-ROWS
072600         END-IF
072700     ELSE
072800         DISPLAY "DWEXTR - WRITE FAILED ON DWVRFILE FOR "
072900             VHS-ACCT-KEY ", STATUS = " DWEX-DWV-STATUS
073000         ADD 1 TO DWEX-IO-ERROR-COUNT
073100     END-IF.
073200     PERFORM 7500-READ-HISTORY THRU 7500-EXIT.
073300 2000-EXIT.
073400     EXIT.
073500*
073600 3000-EXTRACT-OPEN-ITEM.
073700*    ONLY ITEMS STILL OPEN ARE EXTRACTED, AGED FROM THEIR OPEN
073800*    DATE TO TODAY EXACTLY AS THE OPENUPD AGING REPORT AGES THEM.
073900     IF NOT OPN-ITEM-OPEN
074000         GO TO 3000-READ
074100     END-IF.
074200     MOVE OPN-ACCT-KEY TO DWO-ACCT.
074300     MOVE OPN-BUS-DATE TO DWO-BUS-DATE.
074400     MOVE OPN-SOURCE-SYS TO DWO-SRC.
074500     MOVE OPN-OPEN-DATE TO DWO-OPEN-DATE.
074550     MOVE OPN-BROKEN-LEG TO DWO-BROKEN-LEG.
074600     IF OPN-AMOUNT IS NUMERIC
074700         MOVE OPN-AMOUNT TO DWO-AMOUNT
074800         ADD OPN-AMOUNT TO DWEX-OPN-TOTAL
074900     ELSE
075000         MOVE 0 TO DWO-AMOUNT
075100     END-IF.
075200     MOVE OPN-OPEN-DATE TO DWEX-DTD-DATE.
075300     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
075400     COMPUTE DWEX-AGE-DAYS = DWEX-TODAY-DAYS - DWEX-DTD-DAYS.
075500     IF DWEX-AGE-DAYS < 0
075600         MOVE 0 TO DWEX-AGE-DAYS
075700     END-IF.
075800     MOVE DWEX-AGE-DAYS TO DWO-CAL-DAYS.
075900     MOVE DWEX-DTD-DAYS TO DWEX-BUS-FROM-DAYS.
076000     MOVE DWEX-TODAY-DAYS TO DWEX-BUS-TO-DAYS.
076100     PERFORM 8750-COUNT-BUSINESS-DAYS THRU 8750-EXIT.
076200     MOVE DWEX-BUS-DAYS TO DWO-BUS-DAYS.
076300     IF DWEX-BUS-DAYS < 4
076400         MOVE "0-3" TO DWO-AGE-BAND
076500     ELSE
076600         IF DWEX-BUS-DAYS < 8
076700             MOVE "4-7" TO DWO-AGE-BAND
076800         ELSE
076900             IF DWEX-BUS-DAYS < 31
077000                 MOVE "8-30" TO DWO-AGE-BAND
077100             ELSE
077200                 MOVE "OVER 30" TO DWO-AGE-BAND
077300             END-IF
077400         END-IF
077500     END-IF.
077600     WRITE DWO-RECORD FROM DWO-ROW.
077700     IF DWEX-DWO-STATUS = "00"
077800         ADD 1 TO DWEX-OPN-ROWS
077900     ELSE
078000         DISPLAY "DWEXTR - WRITE FAILED ON DWOIFILE FOR "
078100             OPN-ACCT-KEY ", STATUS = " DWEX-DWO-STATUS
078200         ADD 1 TO DWEX-IO-ERROR-COUNT
078300     END-IF.
078400 3000-READ.
078500     PERFORM 7600-READ-OPEN-ITEM THRU 7600-EXIT.
078600 3000-EXIT.
078700     EXIT.
078800*
078900 4000-EXTRACT-EXCEPTION.
079000*    THE CONTROL RECORD (KEY 0000000) IS BOOKKEEPING, NOT AN
079100*    EXCEPTION.  AN ENTRY LOADED IN THE WINDOW IS NEW; ONE
079200*    REVIEWED IN THE WINDOW IS REVIEWED; ONE ROW CARRIES BOTH
079300*    FLAGS WHEN BOTH HAPPENED.
079400     IF EXM-SEQ = 0
079500         GO TO 4000-READ
079600     END-IF.
079700     MOVE 'N' TO DWEX-NEW-SW.
079800     MOVE 'N' TO DWEX-REVIEWED-SW.
079900     IF EXM-LOAD-DATE IS NUMERIC
080000             AND EXM-LOAD-DATE NOT < DWEX-WINDOW-FROM
080100             AND EXM-LOAD-DATE NOT > DWEX-TODAY-DATE
080200         MOVE 'Y' TO DWEX-NEW-SW
080300     END-IF.
080400     IF EXM-REVIEWED
080500             AND EXM-REVIEW-DATE IS NUMERIC
080600             AND EXM-REVIEW-DATE NOT < DWEX-WINDOW-FROM
080700             AND EXM-REVIEW-DATE NOT > DWEX-TODAY-DATE
080800         MOVE 'Y' TO DWEX-REVIEWED-SW
080900     END-IF.
081000     IF NOT DWEX-IS-NEW AND NOT DWEX-IS-REVIEWED
081100         GO TO 4000-READ
081200     END-IF.
081300     PERFORM 4100-BUILD-EXCEPTION-ROW THRU 4100-EXIT.
081400     WRITE DWX-RECORD FROM DWX-ROW.
081500     IF DWEX-DWX-STATUS = "00"
081600         ADD 1 TO DWEX-EXC-ROWS
081700         IF DWEX-IS-NEW
081800             ADD 1 TO DWEX-EXC-NEW-ROWS
081900         END-IF
082000         IF DWEX-IS-REVIEWED
082100             ADD 1 TO DWEX-EXC-REV-ROWS
082200         END-IF
082300     ELSE
082400         DISPLAY "DWEXTR - WRITE FAILED ON DWEXFILE FOR SEQ "
082500             EXM-SEQ ", STATUS = " DWEX-DWX-STATUS
082600         ADD 1 TO DWEX-IO-ERROR-COUNT
082700     END-IF.
082800 4000-READ.
082900     PERFORM 7700-READ-EXCEPTION THRU 7700-EXIT.
083000 4000-EXIT.
083100     EXIT.
083200*
083300 4100-BUILD-EXCEPTION-ROW.
083400     MOVE EXM-SEQ TO DWX-SEQ.
083500     IF EXM-LOAD-DATE IS NUMERIC
083600         MOVE EXM-LOAD-DATE TO DWX-LOAD-DATE
083700     ELSE
083800         MOVE 0 TO DWX-LOAD-DATE
083900     END-IF.
084000     IF DWEX-IS-NEW
084100         MOVE 'Y' TO DWX-NEW-FLAG
084200     ELSE
084300         MOVE 'N' TO DWX-NEW-FLAG
084400     END-IF.
084500     IF EXM-REVIEWED
084600         MOVE 'Y' TO DWX-REVIEWED-FLAG
084700         MOVE EXM-REVIEW-USER TO DWX-REVIEW-USER
084800         MOVE EXM-REVIEW-DATE TO DWX-REVIEW-DATE
084900     ELSE
085000         MOVE 'N' TO DWX-REVIEWED-FLAG
085100         MOVE SPACES TO DWX-REVIEW-USER
085200         MOVE 0 TO DWX-REVIEW-DATE
085300     END-IF.
085400     MOVE EXM-TEXT TO DWEX-EXC-VIEW.
085500     IF DWEX-EV-RECNO = SPACES
085600         MOVE 0 TO DWX-RECNO
085700     ELSE
085800         MOVE DWEX-EV-RECNO-ED TO DWX-RECNO
085900     END-IF.
086000     MOVE DWEX-EV-ACCT TO DWX-ACCT.
086100     MOVE DWEX-EV-BDATE TO DWX-BUS-DATE.
086200     MOVE DWEX-EV-SRC TO DWX-SRC.
086300*    THE LINE CARRIES THE WRITING STEP'S RUN DATE AS MM/DD/YY
086400*    AND ITS TIME AS HH:MM:SS.
086500     MOVE "20" TO DWX-WRITTEN-CC.
086600     MOVE DWEX-EV-DATE-YY TO DWX-WRITTEN-YY.
086700     MOVE DWEX-EV-DATE-MM TO DWX-WRITTEN-MM.
086800     MOVE DWEX-EV-DATE-DD TO DWX-WRITTEN-DD.
086900     MOVE DWEX-EV-TIME-HH TO DWX-WRITTEN-HH.
087000     MOVE DWEX-EV-TIME-MN TO DWX-WRITTEN-MN.
087100     MOVE DWEX-EV-TIME-SS TO DWX-WRITTEN-SS.
087200     MOVE DWEX-EV-REASON TO DWX-REASON.
087300     PERFORM 4200-SPLIT-REASON THRU 4200-EXIT.
087400*    AN INVALID ENTRY'S AMOUNTS WERE NOT NUMBERS TO BEGIN WITH,
087500*    SO THEY GO OUT AS ZERO.
087600     MOVE 0 TO DWX-A.
087700     MOVE 0 TO DWX-B.
087800     IF DWX-TYPE = "INVALID"
087900         GO TO 4100-EXIT
088000     END-IF.
088100     IF DWEX-EV-A NOT = SPACES
088200         MOVE DWEX-EV-A-ED TO DWEX-AMOUNT
088300         MOVE DWEX-AMOUNT TO DWX-A
088400         ADD DWEX-AMOUNT TO DWEX-EXC-TOTAL-A
088500     END-IF.
088600     IF DWEX-EV-B NOT = SPACES
088700         MOVE DWEX-EV-B-ED TO DWEX-AMOUNT
088800         MOVE DWEX-AMOUNT TO DWX-B
088900         ADD DWEX-AMOUNT TO DWEX-EXC-TOTAL-B
089000     END-IF.
089100 4100-EXIT.
089200     EXIT.
089300*
089400 4200-SPLIT-REASON.
089500*    THE REASON TEXTS ARE FIXED BY THE STEPS THAT WRITE THEM:
089600*      ACCPT   NON-NUMERIC OR OUT OF RANGE ENTRY
089700*              VARIANCE OVERFLOWS F-G FIELD
089800*              NO FX RATE FOR CCC ON CCYYMMDD
089900*      VARANOM ANOMALY - F-G OUTSIDE NORMAL RANGE
090000*              ANOMALY - NN OOB DAYS RUNNING
090100*              ANOMALY - NN SIGN FLIPS RUNNING
090200*              ANOMALY - NO FEED FOR NN BUS DAYS
090300*    ANYTHING ELSE GOES OUT AS TYPE OTHER WITH ITS TEXT.
090400     MOVE DWEX-EV-REASON TO DWEX-REASON.
090500     MOVE "OTHER" TO DWX-TYPE.
090600     MOVE SPACES TO DWX-RATE-CCY.
090700     MOVE SPACES TO DWX-RATE-DATE.
090800     MOVE SPACES TO DWX-RUN-DAYS.
090900     IF DWEX-REASON = "NON-NUMERIC OR OUT OF RANGE ENTRY"
091000         MOVE "INVALID" TO DWX-TYPE
091100         GO TO 4200-EXIT
091200     END-IF.
091300     IF DWEX-REASON = "VARIANCE OVERFLOWS F-G FIELD"
091400         MOVE "OVERFLOW" TO DWX-TYPE
091500         GO TO 4200-EXIT
091600     END-IF.
091700     IF DWEX-RV-RATE-LIT = "NO FX RATE FOR "
091800         MOVE "NO RATE" TO DWX-TYPE
091900         MOVE DWEX-RV-RATE-CCY TO DWX-RATE-CCY
092000         MOVE DWEX-RV-RATE-DATE TO DWX-RATE-DATE
092100         GO TO 4200-EXIT
092200     END-IF.
092300     IF DWEX-RV-ANOM-LIT NOT = "ANOMALY - "
092400         GO TO 4200-EXIT
092500     END-IF.
092600     IF DWEX-REASON = "ANOMALY - F-G OUTSIDE NORMAL RANGE"
092700         MOVE "RANGE" TO DWX-TYPE
092800         GO TO 4200-EXIT
092900     END-IF.
093000     IF DWEX-RV-ANOM-WORD = "OOB DAYS R"
093100         MOVE "OOB RUN" TO DWX-TYPE
093200         MOVE DWEX-RV-ANOM-COUNT TO DWX-RUN-DAYS
093300         GO TO 4200-EXIT
093400     END-IF.
093500     IF DWEX-RV-ANOM-WORD = "SIGN FLIPS"
093600         MOVE "SIGN FLIP" TO DWX-TYPE
093700         MOVE DWEX-RV-ANOM-COUNT TO DWX-RUN-DAYS
093800         GO TO 4200-EXIT
093900     END-IF.
094000     IF DWEX-RV-FEED-LIT = "NO FEED FOR "
094100         MOVE "NO FEED" TO DWX-TYPE
094200         MOVE DWEX-RV-FEED-COUNT TO DWX-RUN-DAYS
094300     END-IF.
094400 4200-EXIT.
094500     EXIT.
094600*
094700 5000-WRITE-MANIFEST.
094800*    ONE ROW PER FILE.  THE OPEN ITEMS' AMOUNT IS THEIR F-G, SO
094900*    ITS TOTAL SITS IN THE F-G COLUMN; EXCEPTION LINES CARRY A
094966*    AND B ONLY.  COLUMN_COUNT IS THE NUMBER OF COLUMNS IN THE
095032*    FILE'S HEADER AND DETAIL ROWS.
095100     MOVE "VARIANCE" TO DWM-FILE-NAME.
095200     MOVE DWEX-VAR-ROWS TO DWM-ROW-COUNT.
095300     MOVE DWEX-VAR-TOTAL-A TO DWM-TOTAL-A.
095400     MOVE DWEX-VAR-TOTAL-B TO DWM-TOTAL-B.
095500     MOVE DWEX-VAR-TOTAL-F-G TO DWM-TOTAL-F-G.
095533     MOVE DWEX-VAR-TOTAL-P TO DWM-TOTAL-P.
095566     MOVE 17 TO DWM-COLUMN-COUNT.
095600     PERFORM 5100-WRITE-MANIFEST-ROW THRU 5100-EXIT.
095700     MOVE "OPENITEM" TO DWM-FILE-NAME.
095800     MOVE DWEX-OPN-ROWS TO DWM-ROW-COUNT.
095900     MOVE 0 TO DWM-TOTAL-A.
096000     MOVE 0 TO DWM-TOTAL-B.
096100     MOVE DWEX-OPN-TOTAL TO DWM-TOTAL-F-G.
096133     MOVE 0 TO DWM-TOTAL-P.
096166     MOVE 10 TO DWM-COLUMN-COUNT.
096200     PERFORM 5100-WRITE-MANIFEST-ROW THRU 5100-EXIT.
096300     MOVE "EXCEPTION" TO DWM-FILE-NAME.
096400     MOVE DWEX-EXC-ROWS TO DWM-ROW-COUNT.
096500     MOVE DWEX-EXC-TOTAL-A TO DWM-TOTAL-A.
096600     MOVE DWEX-EXC-TOTAL-B TO DWM-TOTAL-B.
096700     MOVE 0 TO DWM-TOTAL-F-G.
096733     MOVE 0 TO DWM-TOTAL-P.
096766     MOVE 20 TO DWM-COLUMN-COUNT.
096800     PERFORM 5100-WRITE-MANIFEST-ROW THRU 5100-EXIT.
096900 5000-EXIT.
097000     EXIT.
097100*
097200 5100-WRITE-MANIFEST-ROW.
097300     WRITE DWM-RECORD FROM DWM-ROW.
097400     IF DWEX-DWM-STATUS NOT = "00"
097500         DISPLAY "DWEXTR - WRITE FAILED ON DWMNFILE FOR "
097600             DWM-FILE-NAME ", STATUS = " DWEX-DWM-STATUS
097700         ADD 1 TO DWEX-IO-ERROR-COUNT
097800     END-IF.
097900 5100-EXIT.
098000     EXIT.
098100*
098200 7500-READ-HISTORY.
098300     READ HISTFILE
098400         AT END
098500             MOVE 'Y' TO DWEX-HST-EOF-SW
098600     END-READ.
098614     IF DWEX-HST-STATUS NOT = "00" AND NOT = "10"
098628         DISPLAY "DWEXTR - READ FAILED ON HISTFILE, STATUS = "
098642             DWEX-HST-STATUS " - REST OF FILE NOT EXTRACTED"
098656         ADD 1 TO DWEX-IO-ERROR-COUNT
098670         MOVE 'Y' TO DWEX-HST-EOF-SW
098684     END-IF.
098700 7500-EXIT.
098800     EXIT.
098900*
099000 7600-READ-OPEN-ITEM.
099100     READ OPENITEM
099200         AT END
099300             MOVE 'Y' TO DWEX-OPN-EOF-SW
099400         NOT AT END
099500             ADD 1 TO DWEX-OPN-READ
099600     END-READ.
099700     IF DWEX-OPN-STATUS NOT = "00" AND NOT = "10"
099800         DISPLAY "DWEXTR - READ FAILED ON OPENITEM, STATUS = "
099900             DWEX-OPN-STATUS " - REST OF MASTER NOT EXTRACTED"
100000         ADD 1 TO DWEX-IO-ERROR-COUNT
100100         MOVE 'Y' TO DWEX-OPN-EOF-SW
100200     END-IF.
100300 7600-EXIT.
100400     EXIT.
100500*
100600 7700-READ-EXCEPTION.
100700     READ EXCPMST
100800         AT END
100900             MOVE 'Y' TO DWEX-EXM-EOF-SW
101000         NOT AT END
101100             ADD 1 TO DWEX-EXM-READ
101200     END-READ.
101300     IF DWEX-EXM-STATUS NOT = "00" AND NOT = "10"
101400         DISPLAY "DWEXTR - READ FAILED ON EXCPMST, STATUS = "
101500             DWEX-EXM-STATUS " - REST OF MASTER NOT EXTRACTED"
101600         ADD 1 TO DWEX-IO-ERROR-COUNT
101700         MOVE 'Y' TO DWEX-EXM-EOF-SW
101800     END-IF.
101900 7700-EXIT.
102000     EXIT.
102100*
102200 8000-FINALIZE.
102300     DISPLAY "DWEXTR - VARIANCE ROWS         = "
102400         DWEX-VAR-ROWS.
102500     DISPLAY "DWEXTR - OPEN-ITEM ROWS        = "
102600         DWEX-OPN-ROWS.
102700     DISPLAY "DWEXTR - EXCEPTION ROWS        = "
102800         DWEX-EXC-ROWS.
102900     DISPLAY "DWEXTR -   NEW                 = "
103000         DWEX-EXC-NEW-ROWS.
103100     DISPLAY "DWEXTR -   REVIEWED            = "
103200         DWEX-EXC-REV-ROWS.
103300     CLOSE HISTFILE.
103400     CLOSE OPENITEM.
103500     CLOSE EXCPMST.
103600     CLOSE DWVRFILE.
103700     CLOSE DWOIFILE.
103800     CLOSE DWEXFILE.
103900     CLOSE DWMNFILE.
104000     IF DWEX-IO-ERROR-COUNT = 0
104100         PERFORM 8100-SAVE-WINDOW THRU 8100-EXIT
104200     END-IF.
104300     PERFORM 8300-WRITE-STEP-CONTROL THRU 8300-EXIT.
104400     IF DWEX-IO-ERROR-COUNT > 0
104500         DISPLAY "DWEX06E READ/WRITE ERRORS = "
104600             DWEX-IO-ERROR-COUNT " - WINDOW NOT MOVED ON"
104700             UPON CONSOLE
104800         MOVE 8 TO DWEX-RETURN-CODE
104900     ELSE
105000         DISPLAY "DWEX04I WAREHOUSE EXTRACT COMPLETE"
105100             UPON CONSOLE
105200     END-IF.
105300 8000-EXIT.
105400     EXIT.
105500*
105600 8100-SAVE-WINDOW.
105700*    RECORDS TODAY AS THE LAST CLEAN EXTRACT, KEEPING THE WINDOW
105800*    START SO A RERUN TODAY TAKES THE SAME WINDOW.
105900     MOVE SPACES TO DWC-RECORD.
106000     MOVE DWEX-TODAY-DATE TO DWC-LAST-DATE.
106100     MOVE DWEX-WINDOW-FROM TO DWC-WINDOW-FROM.
106200     MOVE DWEX-SYSTEM-TIME TO DWC-LAST-TIME.
106300     OPEN OUTPUT DWCTFILE.
106400     IF DWEX-DWC-STATUS = "00"
106450         MOVE 'Y' TO DWEX-DWC-OPEN-SW
106500         WRITE DWC-RECORD
106600     END-IF.
106700     IF DWEX-DWC-STATUS NOT = "00"
106800         DISPLAY "DWEXTR - UNABLE TO SAVE THE EXCEPTION WINDOW, "
106900             "STATUS = " DWEX-DWC-STATUS
107000         ADD 1 TO DWEX-IO-ERROR-COUNT
107100     END-IF.
107150     IF DWEX-DWC-OPEN
107200         CLOSE DWCTFILE
107250     END-IF.
107300 8100-EXIT.
107400     EXIT.
107500*
107600 8300-WRITE-STEP-CONTROL.
107700*    RECBAL PROVES THE VARIANCE ROWS AND THEIR OOB ROWS AGAINST
107800*    ACCPT AND THE OPEN-ITEM ROWS AGAINST OPENUPD.
107900     MOVE SPACES TO CTL-RECORD.
108000     MOVE "DWEXTR" TO CTL-STEP-NAME.
108100     MOVE DWEX-VAR-ROWS TO CTL-IN-COUNT.
108200     MOVE DWEX-OPN-ROWS TO CTL-OUT-COUNT.
108300     MOVE DWEX-EXC-ROWS TO CTL-EXC-COUNT.
108400     MOVE DWEX-VAR-OOB-ROWS TO CTL-OOB-COUNT.
108500     MOVE 0 TO CTL-GLX-COUNT.
108600     MOVE 0 TO CTL-GLX-TOTAL.
108700     MOVE DWEX-SYSTEM-DATE TO CTL-RUN-DATE.
108800     MOVE DWEX-SYSTEM-TIME TO CTL-RUN-TIME.
108900     OPEN EXTEND CTLFILE.
109000     IF DWEX-CTL-STATUS NOT = "00"
109100         OPEN OUTPUT CTLFILE
109200     END-IF.
109300     IF DWEX-CTL-STATUS = "00"
109400         WRITE CTL-RECORD
109500         CLOSE CTLFILE
109600     ELSE
109700         DISPLAY "DWEXTR - UNABLE TO WRITE STEP CONTROL, "
109800             "STATUS = " DWEX-CTL-STATUS
109900     END-IF.
110000 8300-EXIT.
110100     EXIT.
110200*
110300 8700-DATE-TO-DAYS.
110400*    CONVERTS A CCYYMMDD DATE TO A SERIAL DAY COUNT SO TWO
110500*    DATES SUBTRACT TO CALENDAR DAYS.  JANUARY AND FEBRUARY
110600*    ARE TREATED AS MONTHS 13 AND 14 OF THE PRIOR YEAR SO THE
110700*    LEAP DAY FALLS AT THE END OF THE COUNTING YEAR.
110800     MOVE DWEX-DTD-CCYY TO DWEX-DTD-YR.
110900     MOVE DWEX-DTD-MM TO DWEX-DTD-MO.
111000     IF DWEX-DTD-MO < 3
111100         ADD 12 TO DWEX-DTD-MO
111200         SUBTRACT 1 FROM DWEX-DTD-YR
111300     END-IF.
111400     DIVIDE DWEX-DTD-YR BY 4 GIVING DWEX-DTD-T1.
111500     DIVIDE DWEX-DTD-YR BY 100 GIVING DWEX-DTD-T2.
111600     DIVIDE DWEX-DTD-YR BY 400 GIVING DWEX-DTD-T3.
111700     COMPUTE DWEX-DTD-T4 = 153 * DWEX-DTD-MO - 457.
111800     DIVIDE DWEX-DTD-T4 BY 5 GIVING DWEX-DTD-T4.
111900     COMPUTE DWEX-DTD-DAYS = 365 * DWEX-DTD-YR + DWEX-DTD-T1
112000         - DWEX-DTD-T2 + DWEX-DTD-T3 + DWEX-DTD-T4
112100         + DWEX-DTD-DD.
112200 8700-EXIT.
112300     EXIT.
112400*
112500 8750-COUNT-BUSINESS-DAYS.
112600*    COUNTS THE BUSINESS DAYS AFTER DWEX-BUS-FROM-DAYS UP TO AND
112700*    INCLUDING DWEX-BUS-TO-DAYS: FIVE FOR EVERY WHOLE WEEK, THE
112800*    ODD DAYS LEFT OVER CHECKED ONE BY ONE, THEN EACH CALENDAR
112900*    HOLIDAY OR WORKING WEEKEND DAY INSIDE THE SPAN APPLIED.
113000     MOVE 0 TO DWEX-BUS-DAYS.
113100     IF DWEX-BUS-TO-DAYS NOT > DWEX-BUS-FROM-DAYS
113200         GO TO 8750-EXIT
113300     END-IF.
113400     COMPUTE DWEX-BUS-SPAN =
113500         DWEX-BUS-TO-DAYS - DWEX-BUS-FROM-DAYS.
113600     DIVIDE DWEX-BUS-SPAN BY 7 GIVING DWEX-BUS-WEEKS
113700         REMAINDER DWEX-BUS-ODD.
113800     COMPUTE DWEX-BUS-DAYS = DWEX-BUS-WEEKS * 5.
113900     COMPUTE DWEX-BUS-DAY = DWEX-BUS-TO-DAYS - DWEX-BUS-ODD.
114000     PERFORM 8760-COUNT-ODD-DAY THRU 8760-EXIT
114100             UNTIL DWEX-BUS-DAY NOT < DWEX-BUS-TO-DAYS.
114200     MOVE 0 TO DWEX-CAL-SUB.
114300     PERFORM 8770-APPLY-CAL-DATE THRU 8770-EXIT
114400             UNTIL DWEX-CAL-SUB NOT < DWEX-CAL-COUNT.
114500 8750-EXIT.
114600     EXIT.
114700*
114800 8760-COUNT-ODD-DAY.
114900     ADD 1 TO DWEX-BUS-DAY.
115000     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
115100     IF NOT DWEX-WEEKEND
115200         ADD 1 TO DWEX-BUS-DAYS
115300     END-IF.
115400 8760-EXIT.
115500     EXIT.
115600*
115700 8770-APPLY-CAL-DATE.
115800     ADD 1 TO DWEX-CAL-SUB.
115900     IF DWEX-CAL-DAYS (DWEX-CAL-SUB) > DWEX-BUS-FROM-DAYS
116000             AND DWEX-CAL-DAYS (DWEX-CAL-SUB)
116100                 NOT > DWEX-BUS-TO-DAYS
116200         ADD DWEX-CAL-ADJ (DWEX-CAL-SUB) TO DWEX-BUS-DAYS
116300     END-IF.
116400 8770-EXIT.
116500     EXIT.
116600*
116700 8780-CHECK-WEEKEND.
116800*    THE SERIAL DAY FROM 8700 TAKEN MODULO 7 GIVES THE DAY OF
116900*    THE WEEK - REMAINDER 4 IS A SATURDAY, 5 A SUNDAY.
117000     DIVIDE DWEX-BUS-DAY BY 7 GIVING DWEX-BUS-QUOT
117100         REMAINDER DWEX-BUS-DOW.
117200     IF DWEX-BUS-DOW = 4 OR DWEX-BUS-DOW = 5
117300         MOVE 'Y' TO DWEX-WEEKEND-SW
117400     ELSE
117500         MOVE 'N' TO DWEX-WEEKEND-SW
117600     END-IF.
117700 8780-EXIT.
117800     EXIT.
117900*
118000 9999-EXIT.
118100     MOVE DWEX-RETURN-CODE TO RETURN-CODE.
118200     STOP RUN.
