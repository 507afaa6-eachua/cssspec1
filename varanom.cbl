000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400* PROGRAM-ID.  VARANOM                                           *
000500*                                                                *
000600* AUTHOR.      D. L. HARMON                                      *
000700* INSTALLATION. DAILY RECONCILIATION UNIT                        *
000800* DATE-WRITTEN. 2026-10-15                                       *
000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     NIGHTLY ANOMALY SCREENING OF EACH ACCOUNT'S       *
001200*              VARIANCE AGAINST ITS OWN HISTORY.  RUNS AFTER     *
001300*              VARPOST HAS POSTED THE NIGHT'S OUTCOMES AND       *
001400*              READS THE VARIANCE HISTORY MASTER (VARHIST) IN    *
001500*              KEY ORDER, ONE ACCOUNT AT A TIME.  THE SCREENING  *
001600*              DATE IS THE LATEST BUSINESS DATE ON THE DAILY     *
001700*              EXTRACT (HISTFILE) UNLESS THE ANMPARM CARD GIVES  *
001800*              ONE.  FOR EACH ACCOUNT IT FLAGS:                  *
001900*                1. TODAY'S F-G OUTSIDE THE ACCOUNT'S NORMAL     *
002000*                   RANGE - THE MEAN F-G OF ITS 'BAL '/'OOB '    *
002100*                   DAYS IN THE ROLLING WINDOW OF BUSINESS DAYS  *
002200*                   BEFORE TODAY, PLUS OR MINUS THE RANGE FACTOR *
002300*                   TIMES THEIR MEAN ABSOLUTE DEVIATION (NEVER   *
002400*                   LESS THAN THE RANGE FLOOR) - WHETHER OR NOT  *
002500*                   TODAY IS STILL 'BAL ';                       *
002600*                2. A RUN OF CONSECUTIVE 'OOB ' DAYS REACHING THE*
002700*                   OOB-RUN LIMIT TODAY;                         *
002800*                3. A RUN OF DAY-ON-DAY SIGN FLIPS IN F-G        *
002900*                   REACHING THE SIGN-FLIP LIMIT TODAY;          *
003000*                4. AN ACCOUNT WHOSE LAST OUTCOME IS EXACTLY THE *
003100*                   NO-FEED LIMIT OF BUSINESS DAYS OLD (UNLESS   *
003200*                   THE ACCOUNT MASTER SHOWS IT CLOSED OR NO     *
003300*                   LONGER EFFECTIVE).                           *
003400*              RUNS, FLIPS AND GAPS ARE FLAGGED ONCE, ON THE     *
003500*              NIGHT THEY REACH THEIR LIMIT, SO A CONDITION THAT *
003600*              PERSISTS IS ONE EXCEPTION FOR EXCPAGE TO AGE AND  *
003700*              NOT A NEW ONE EVERY NIGHT.  EACH FLAG IS APPENDED *
003800*              TO EXCPFILE IN THE ACCPT EXCEPTION LINE LAYOUT    *
003900*              (REASON 'ANOMALY - ...'), SO EXCPLOAD CARRIES IT  *
004000*              TO THE ONLINE EXCEPTION MASTER FOR AEXC, AND IS   *
004100*              LISTED ON ANMRFILE.  BUSINESS DAYS COME FROM THE  *
004200*              REGION'S CALENDAR (CALFILE, OPTIONAL - WEEKDAYS   *
004300*              ONLY WITHOUT IT).  THE STEP'S COUNTS GO TO        *
004400*              CTLFILE FOR RECBAL.                               *
004500*                                                                *
004600* RETURN CODES: 0 NOTHING FLAGGED, 4 ANOMALIES FLAGGED OR NO     *
004700*              BUSINESS DATE TO SCREEN, 8 READ OR WRITE ERROR,   *
004800*              12 OPEN FAILURE.                                  *
004900*                                                                *
005000* MODIFICATION HISTORY.                                          *
005100*   DATE       INIT  DESCRIPTION                                 *
005200*   ---------  ----  ------------------------------------------- *
005300*   2026-10-15  DLH  ORIGINAL PROGRAM.                           *
005325*   2026-10-15  DLH  MASTER RECORD MIRROR CARRIES THE PROCESSOR  *
005350*                    FIELDS AND BROKEN LEG ADDED TO VARHREC (97  *
005375*                    -> 123 BYTES).                              *
005400******************************************************************
005500 PROGRAM-ID. VARANOM.
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT VARHIST ASSIGN TO VARHIST
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS VHM-KEY
006400         FILE STATUS IS VANM-VHM-STATUS.
006500     SELECT HISTFILE ASSIGN TO HISTFILE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS VANM-HST-STATUS.
006800     SELECT ACCTMST ASSIGN TO ACCTMST
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS ACM-KEY
007200         FILE STATUS IS VANM-ACM-STATUS.
007300     SELECT ANMPARM ASSIGN TO ANMPARM
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS VANM-PRM-STATUS.
007600     SELECT CALFILE ASSIGN TO CALFILE
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS VANM-CAL-STATUS.
007900     SELECT EXCPFILE ASSIGN TO EXCPFILE
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS VANM-EXC-STATUS.
008200     SELECT ANMRFILE ASSIGN TO ANMRFILE
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS VANM-RPT-STATUS.
008500     SELECT CTLFILE ASSIGN TO CTLFILE
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS VANM-CTL-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  VARHIST
009100     LABEL RECORDS ARE STANDARD.
009200*    THE MASTER RECORD MIRRORS VHS-RECORD IN VARHREC FIELD FOR
009300*    FIELD - SEE VARPOST, WHICH LOADS IT.
009400 01  VHM-RECORD.
009500     05  VHM-KEY.
009600         10  VHM-ACCT-KEY            PIC X(10).
009700         10  VHM-BUS-DATE            PIC 9(08).
009800     05  VHM-SOURCE-SYS              PIC X(03).
009900     05  VHM-A                       PIC S9(9)V9(2).
010000     05  VHM-B                       PIC S9(9)V9(2).
010100     05  VHM-F-G                     PIC S9(9)V9(2).
010200     05  VHM-STATUS                  PIC X(04).
010300         88  VHM-IN-BALANCE              VALUE 'BAL '.
010400         88  VHM-OUT-OF-BALANCE          VALUE 'OOB '.
010500     05  VHM-A-CCY                   PIC X(03).
010600     05  VHM-A-ORIG                  PIC S9(9)V9(2).
010700     05  VHM-B-CCY                   PIC X(03).
010800     05  VHM-B-ORIG                  PIC S9(9)V9(2).
010900     05  VHM-FX-DIFF                 PIC S9(9)V9(2).
010920     05  VHM-P                       PIC S9(9)V9(2).
010940     05  VHM-P-CCY                   PIC X(03).
010960     05  VHM-P-ORIG                  PIC S9(9)V9(2).
010980     05  VHM-BROKEN-LEG              PIC X(01).
011000 FD  HISTFILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300*    VHS-RECORD IS SHARED WITH ACCPT AND VARPOST - SEE
011400*    COPYBOOKS/VARHREC.
011500 COPY VARHREC.
011600 FD  ACCTMST
011700     LABEL RECORDS ARE STANDARD.
011800*    ACM-RECORD IS SHARED WITH ACACTM, TRNMATCH, ACCPT, OPENUPD
011900*    AND ACEXCB - SEE COPYBOOKS/ACCTMREC.
012000 COPY ACCTMREC.
012100 FD  ANMPARM
012200     LABEL RECORDS ARE STANDARD
012300     RECORDING MODE IS F.
012400*    ANY FIELD LEFT BLANK OR ZERO KEEPS ITS DEFAULT - SEE THE
012500*    RUN-TIME PARAMETERS IN WORKING-STORAGE.
012600 01  ANP-RECORD.
012700     05  ANP-WINDOW-DAYS             PIC 9(03).
012800     05  ANP-MIN-DAYS                PIC 9(03).
012900     05  ANP-RANGE-FACTOR            PIC 9(02)V9(01).
013000     05  ANP-RANGE-FLOOR             PIC 9(07)V9(02).
013100     05  ANP-OOB-RUN                 PIC 9(02).
013200     05  ANP-FLIP-RUN                PIC 9(02).
013300     05  ANP-NO-FEED-DAYS            PIC 9(02).
013400     05  ANP-SCREEN-DATE             PIC 9(08).
013500     05  FILLER                      PIC X(48).
013600 FD  CALFILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORDING MODE IS F.
013900*    CAL-RECORD IS SHARED WITH TRNMATCH, ACCPT, OPENUPD AND
014000*    EXCPAGE - SEE COPYBOOKS/CALNDREC.
014100 COPY CALNDREC.
014200 FD  EXCPFILE
014300     LABEL RECORDS ARE STANDARD
014400     RECORDING MODE IS F.
014500 01  EXC-RECORD                      PIC X(150).
014600 FD  ANMRFILE
014700     LABEL RECORDS ARE STANDARD
014800     RECORDING MODE IS F.
014900 01  ANR-RECORD                      PIC X(132).
015000 FD  CTLFILE
015100     LABEL RECORDS ARE STANDARD
015200     RECORDING MODE IS F.
015300*    CTL-RECORD IS SHARED WITH THE OTHER STREAM STEPS AND
015400*    RECBAL - SEE COPYBOOKS/CTLREC.
015500 COPY CTLREC.
015600 WORKING-STORAGE SECTION.
015700*-----------------------------------------------------------------
015800* FILE STATUS SWITCHES
015900*-----------------------------------------------------------------
016000 77  VANM-VHM-STATUS                 PIC X(02) VALUE SPACES.
016100 77  VANM-HST-STATUS                 PIC X(02) VALUE SPACES.
016200 77  VANM-ACM-STATUS                 PIC X(02) VALUE SPACES.
016300 77  VANM-PRM-STATUS                 PIC X(02) VALUE SPACES.
016400 77  VANM-CAL-STATUS                 PIC X(02) VALUE SPACES.
016500 77  VANM-EXC-STATUS                 PIC X(02) VALUE SPACES.
016600 77  VANM-RPT-STATUS                 PIC X(02) VALUE SPACES.
016700 77  VANM-CTL-STATUS                 PIC X(02) VALUE SPACES.
016800*-----------------------------------------------------------------
016900* RUN CONTROL SWITCHES AND COUNTERS
017000*-----------------------------------------------------------------
017100 77  VANM-EOF-SW                     PIC X(01) VALUE 'N'.
017200     88  VANM-EOF                        VALUE 'Y'.
017300 77  VANM-HST-EOF-SW                 PIC X(01) VALUE 'N'.
017400     88  VANM-HST-EOF                    VALUE 'Y'.
017500 77  VANM-READ-COUNT                 PIC 9(07) COMP VALUE 0.
017600 77  VANM-HST-READ-COUNT             PIC 9(07) COMP VALUE 0.
017700 77  VANM-ACCT-COUNT                 PIC 9(07) COMP VALUE 0.
017800 77  VANM-TODAY-COUNT                PIC 9(07) COMP VALUE 0.
017900 77  VANM-SHORT-COUNT                PIC 9(07) COMP VALUE 0.
018000 77  VANM-CLOSED-COUNT               PIC 9(07) COMP VALUE 0.
018100 77  VANM-RANGE-COUNT                PIC 9(07) COMP VALUE 0.
018200 77  VANM-OOB-RUN-COUNT              PIC 9(07) COMP VALUE 0.
018300 77  VANM-FLIP-COUNT                 PIC 9(07) COMP VALUE 0.
018400 77  VANM-NO-FEED-COUNT              PIC 9(07) COMP VALUE 0.
018500 77  VANM-FLAG-COUNT                 PIC 9(07) COMP VALUE 0.
018600 77  VANM-EXC-WRITTEN-COUNT          PIC 9(07) COMP VALUE 0.
018700 77  VANM-IO-ERROR-COUNT             PIC 9(07) COMP VALUE 0.
018800*    RETURN CODE PASSED TO THE SCHEDULER AT 9999-EXIT:
018900*      00 NOTHING FLAGGED   04 ANOMALIES FLAGGED OR NO DATE
019000*      08 READ OR WRITE ERROR   12 OPEN FAILURE
019100 77  VANM-RETURN-CODE                PIC 9(02) COMP VALUE 0.
019200*-----------------------------------------------------------------
019300* RUN-TIME PARAMETERS AND THEIR DEFAULTS.  THE WINDOW AND THE
019400* LIMITS ARE IN BUSINESS DAYS; THE RANGE FLOOR IS IN THE
019500* REPORTING CURRENCY, LIKE F-G ITSELF.
019600*-----------------------------------------------------------------
019700 77  VANM-WINDOW-DAYS                PIC 9(03) VALUE 20.
019800 77  VANM-WINDOW-MAX                 PIC 9(03) VALUE 60.
019900 77  VANM-MIN-DAYS                   PIC 9(03) VALUE 10.
020000 77  VANM-RANGE-FACTOR               PIC 9(02)V9(01) VALUE 4.0.
020100 77  VANM-RANGE-FLOOR                PIC 9(07)V9(02) VALUE 1.00.
020200 77  VANM-OOB-RUN-LIMIT              PIC 9(02) VALUE 3.
020300 77  VANM-FLIP-RUN-LIMIT             PIC 9(02) VALUE 4.
020400 77  VANM-NO-FEED-LIMIT              PIC 9(02) VALUE 3.
020500 77  VANM-SCREEN-DATE                PIC 9(08) VALUE 0.
020600*-----------------------------------------------------------------
020700* SCREENING WINDOW, AS SERIAL DAYS - SEE 1600-FIND-WINDOW-START
020800*-----------------------------------------------------------------
020900 77  VANM-SCREEN-DAYS                PIC S9(08) COMP VALUE 0.
021000 77  VANM-WINDOW-FROM-DAYS           PIC S9(08) COMP VALUE 0.
021100 77  VANM-WINDOW-COUNTED             PIC 9(03) COMP VALUE 0.
021200 77  VANM-REC-DAYS                   PIC S9(08) COMP VALUE 0.
021300 77  VANM-BUSINESS-DAY-SW            PIC X(01) VALUE 'N'.
021400     88  VANM-BUSINESS-DAY               VALUE 'Y'.
021500*-----------------------------------------------------------------
021600* PER-ACCOUNT BREAK FIELDS.  THE MASTER ARRIVES IN KEY ORDER
021700* WITH THE ACCOUNT HIGH-ORDER, SO EACH ACCOUNT'S DAYS ARRIVE
021800* TOGETHER, OLDEST FIRST.  THE LAST DAY HELD IS THE ACCOUNT'S
021900* LATEST OUTCOME UP TO THE SCREENING DATE - TODAY'S, WHEN IT
022000* HAS ONE.  THE RUN COUNTERS STAND AS AT THAT LAST DAY.
022100*-----------------------------------------------------------------
022200 77  VANM-CUR-ACCT                   PIC X(10) VALUE SPACES.
022300 77  VANM-CUR-USED-SW                PIC X(01) VALUE 'N'.
022400     88  VANM-CUR-USED                   VALUE 'Y'.
022500 77  VANM-TODAY-SW                   PIC X(01) VALUE 'N'.
022600     88  VANM-TODAY-FOUND                VALUE 'Y'.
022700 77  VANM-CUR-LAST-DATE              PIC 9(08) VALUE 0.
022800 77  VANM-CUR-LAST-DAYS              PIC S9(08) COMP VALUE 0.
022900 77  VANM-CUR-LAST-RECNO             PIC 9(07) COMP VALUE 0.
023000 77  VANM-CUR-LAST-SRC               PIC X(03) VALUE SPACES.
023100 77  VANM-CUR-LAST-A                 PIC S9(9)V9(2) VALUE 0.
023200 77  VANM-CUR-LAST-B                 PIC S9(9)V9(2) VALUE 0.
023300 77  VANM-CUR-LAST-F-G               PIC S9(9)V9(2) VALUE 0.
023400 77  VANM-CUR-LAST-STATUS            PIC X(04) VALUE SPACES.
023500     88  VANM-CUR-LAST-USABLE            VALUE 'BAL ' 'OOB '.
023600 77  VANM-CUR-OOB-RUN                PIC 9(05) COMP VALUE 0.
023700 77  VANM-CUR-FLIP-RUN               PIC 9(05) COMP VALUE 0.
023800 77  VANM-CUR-LAST-SIGN              PIC X(01) VALUE SPACE.
023900 77  VANM-NEW-SIGN                   PIC X(01) VALUE SPACE.
024000*-----------------------------------------------------------------
024100* THE ACCOUNT'S USABLE F-G DAYS INSIDE THE WINDOW.  SIXTY
024200* BUSINESS DAYS SPAN WELL UNDER A HUNDRED CALENDAR DAYS, AND
024300* THE MASTER HOLDS ONE RECORD PER ACCOUNT PER DATE.
024400*-----------------------------------------------------------------
024500 01  VANM-WIN-TABLE.
024600     05  VANM-WIN-LIMIT              PIC 9(04) COMP VALUE 150.
024700     05  VANM-WIN-COUNT              PIC 9(04) COMP VALUE 0.
024800     05  VANM-WIN-ENTRY              OCCURS 150 TIMES.
024900         10  VANM-WIN-F-G            PIC S9(9)V9(2).
025000 77  VANM-WIN-SUB                    PIC 9(04) COMP VALUE 0.
025100 77  VANM-WIN-TOTAL                  PIC S9(13)V9(2) VALUE 0.
025200*-----------------------------------------------------------------
025300* NORMAL-RANGE WORK FIELDS - SEE 2600-TEST-RANGE
025400*-----------------------------------------------------------------
025500 77  VANM-MEAN                       PIC S9(11)V9(4) VALUE 0.
025600 77  VANM-DEV                        PIC S9(11)V9(4) VALUE 0.
025700 77  VANM-DEV-TOTAL                  PIC S9(13)V9(4) VALUE 0.
025800 77  VANM-MEAN-DEV                   PIC S9(11)V9(4) VALUE 0.
025900 77  VANM-BAND                       PIC S9(13)V9(4) VALUE 0.
026000 77  VANM-LOW                        PIC S9(13)V9(4) VALUE 0.
026100 77  VANM-HIGH                       PIC S9(13)V9(4) VALUE 0.
026200*-----------------------------------------------------------------
026300* FLAG WORK FIELDS - SEE 3000-FLAG-ANOMALY
026400*-----------------------------------------------------------------
026500 77  VANM-FLAG-TEST                  PIC X(09) VALUE SPACES.
026600 77  VANM-FLAG-REASON                PIC X(34) VALUE SPACES.
026700 77  VANM-FLAG-DAYS                  PIC 9(05) COMP VALUE 0.
026800 77  VANM-FLAG-RANGE-SW              PIC X(01) VALUE 'N'.
026900     88  VANM-FLAG-HAS-RANGE             VALUE 'Y'.
027000 77  VANM-REASON-COUNT               PIC 9(02) VALUE 0.
027100*-----------------------------------------------------------------
027200* SERIAL DAY-COUNT CONVERSION WORK FIELDS - SEE
027300* 8700-DATE-TO-DAYS
027400*-----------------------------------------------------------------
027500 01  VANM-DTD-DATE                   PIC 9(08) VALUE 0.
027600 01  FILLER REDEFINES VANM-DTD-DATE.
027700     05  VANM-DTD-CCYY               PIC 9(04).
027800     05  VANM-DTD-MM                 PIC 9(02).
027900     05  VANM-DTD-DD                 PIC 9(02).
028000 77  VANM-DTD-DAYS                   PIC S9(08) COMP VALUE 0.
028100 77  VANM-DTD-YR                     PIC S9(08) COMP VALUE 0.
028200 77  VANM-DTD-MO                     PIC S9(08) COMP VALUE 0.
028300 77  VANM-DTD-T1                     PIC S9(08) COMP VALUE 0.
028400 77  VANM-DTD-T2                     PIC S9(08) COMP VALUE 0.
028500 77  VANM-DTD-T3                     PIC S9(08) COMP VALUE 0.
028600 77  VANM-DTD-T4                     PIC S9(08) COMP VALUE 0.
028700*-----------------------------------------------------------------
028800* BUSINESS-DAY CALENDAR - SEE 1400-LOAD-CALENDAR AND
028900* 8750-COUNT-BUSINESS-DAYS.  ONLY THE DATES THAT BREAK THE
029000* MONDAY-TO-FRIDAY RULE ARE HELD, AS SERIAL DAYS: A WEEKDAY
029100* HOLIDAY CARRIES AN ADJUSTMENT OF -1, A WORKING WEEKEND DAY +1.
029200*-----------------------------------------------------------------
029300 77  VANM-CAL-EOF-SW                 PIC X(01) VALUE 'N'.
029400     88  VANM-CAL-EOF                    VALUE 'Y'.
029500 77  VANM-CAL-REGION                 PIC X(04) VALUE "NONE".
029600 77  VANM-CAL-THRU-DATE              PIC 9(08) VALUE 0.
029700 77  VANM-CAL-LIMIT                  PIC 9(04) COMP VALUE 500.
029800 77  VANM-CAL-COUNT                  PIC 9(04) COMP VALUE 0.
029900 77  VANM-CAL-SUB                    PIC 9(04) COMP VALUE 0.
030000 77  VANM-CAL-HIT                    PIC 9(04) COMP VALUE 0.
030100 77  VANM-CAL-NEW-ADJ                PIC S9(04) COMP VALUE 0.
030200 01  VANM-CAL-TABLE.
030300     05  VANM-CAL-ENTRY              OCCURS 500 TIMES.
030400         10  VANM-CAL-DAYS           PIC S9(08) COMP.
030500         10  VANM-CAL-ADJ            PIC S9(04) COMP.
030600 77  VANM-BUS-FROM-DAYS              PIC S9(08) COMP VALUE 0.
030700 77  VANM-BUS-TO-DAYS                PIC S9(08) COMP VALUE 0.
030800 77  VANM-BUS-DAYS                   PIC S9(08) COMP VALUE 0.
030900 77  VANM-BUS-SPAN                   PIC S9(08) COMP VALUE 0.
031000 77  VANM-BUS-WEEKS                  PIC S9(08) COMP VALUE 0.
031100 77  VANM-BUS-ODD                    PIC S9(08) COMP VALUE 0.
031200 77  VANM-BUS-DAY                    PIC S9(08) COMP VALUE 0.
031300 77  VANM-BUS-QUOT                   PIC S9(08) COMP VALUE 0.
031400 77  VANM-BUS-DOW                    PIC S9(08) COMP VALUE 0.
031500 77  VANM-WEEKEND-SW                 PIC X(01) VALUE 'N'.
031600     88  VANM-WEEKEND                    VALUE 'Y'.
031700*-----------------------------------------------------------------
031800* RUN DATE AND TIME
031900*-----------------------------------------------------------------
032000 77  VANM-SYSTEM-DATE                PIC 9(06).
032100 77  VANM-SYSTEM-TIME                PIC 9(08).
032200 01  VANM-RUN-DATE.
032300     05  VANM-RUN-YY                 PIC 9(02).
032400     05  VANM-RUN-MM                 PIC 9(02).
032500     05  VANM-RUN-DD                 PIC 9(02).
032600 01  VANM-RUN-DATE-EDIT.
032700     05  VANM-RUN-DATE-MM            PIC 9(02).
032800     05  FILLER                      PIC X(01) VALUE '/'.
032900     05  VANM-RUN-DATE-DD            PIC 9(02).
033000     05  FILLER                      PIC X(01) VALUE '/'.
033100     05  VANM-RUN-DATE-YY            PIC 9(02).
033200 01  VANM-RUN-TIME.
033300     05  VANM-RUN-HH                 PIC 9(02).
033400     05  VANM-RUN-MN                 PIC 9(02).
033500     05  VANM-RUN-SS                 PIC 9(02).
033600     05  VANM-RUN-HS                 PIC 9(02).
033700 01  VANM-RUN-TIME-EDIT.
033800     05  VANM-RUN-TIME-HH            PIC 9(02).
033900     05  FILLER                      PIC X(01) VALUE ':'.
034000     05  VANM-RUN-TIME-MN            PIC 9(02).
034100     05  FILLER                      PIC X(01) VALUE ':'.
034200     05  VANM-RUN-TIME-SS            PIC 9(02).
034300*-----------------------------------------------------------------
034400* EXCEPTION LINE - FIELD FOR FIELD THE EXC-DETAIL-LINE ACCPT
034500* WRITES, SO ACEXCB AND EXCPAGE SLICE THE ACCOUNT, AMOUNTS AND
034600* REASON OUT OF AN ANOMALY EXACTLY AS THEY DO ANY OTHER
034700* EXCEPTION.  REC= IS THE VARHIST RECORD NUMBER IN THIS RUN.
034800*-----------------------------------------------------------------
034900 01  EXC-DETAIL-LINE.
035000     05  FILLER                      PIC X(04) VALUE "REC=".
035100     05  EXC-RECNO                   PIC Z,ZZZ,ZZ9.
035200     05  FILLER                      PIC X(01) VALUE SPACES.
035300     05  FILLER                      PIC X(05) VALUE "ACCT=".
035400     05  EXC-ACCT                    PIC X(10).
035500     05  FILLER                      PIC X(01) VALUE SPACES.
035600     05  FILLER                      PIC X(03) VALUE "DT=".
035700     05  EXC-BDATE                   PIC X(08).
035800     05  FILLER                      PIC X(01) VALUE SPACES.
035900     05  FILLER                      PIC X(04) VALUE "SRC=".
036000     05  EXC-SRC                     PIC X(03).
036100     05  FILLER                      PIC X(01) VALUE SPACES.
036200     05  EXC-DATE                    PIC X(08).
036300     05  FILLER                      PIC X(01) VALUE SPACES.
036400     05  EXC-TIME                    PIC X(08).
036500     05  FILLER                      PIC X(01) VALUE SPACES.
036600     05  FILLER                      PIC X(03) VALUE "A=".
036700     05  EXC-A                       PIC +Z(9).Z(2).
036800     05  FILLER                      PIC X(01) VALUE SPACES.
036900     05  FILLER                      PIC X(03) VALUE "B=".
037000     05  EXC-B                       PIC +Z(9).Z(2).
037100     05  FILLER                      PIC X(01) VALUE SPACES.
037200     05  EXC-REASON                  PIC X(34).
037300*-----------------------------------------------------------------
037400* REPORT LINES
037500*-----------------------------------------------------------------
037600 01  ANR-HEADING-1.
037700     05  FILLER                      PIC X(20) VALUE SPACES.
037800     05  FILLER                      PIC X(40)
037900             VALUE "VARIANCE ANOMALY SCREENING".
038000 01  ANR-HEADING-2.
038100     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
038200     05  ANR-H2-DATE                 PIC X(08).
038300     05  FILLER                      PIC X(10) VALUE SPACES.
038400     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
038500     05  ANR-H2-TIME                 PIC X(08).
038600     05  FILLER                      PIC X(10) VALUE SPACES.
038700     05  FILLER                      PIC X(10) VALUE "CALENDAR: ".
038800     05  ANR-H2-REGION               PIC X(04).
038900 01  ANR-HEADING-WINDOW.
039000     05  FILLER                      PIC X(16)
039100             VALUE "SCREENING DATE: ".
039200     05  ANR-HW-DATE                 PIC 9(08).
039300     05  FILLER                      PIC X(10) VALUE "  WINDOW: ".
039400     05  ANR-HW-WINDOW               PIC ZZ9.
039500     05  FILLER                      PIC X(15)
039600             VALUE " BUSINESS DAYS ".
039700     05  FILLER                      PIC X(19)
039800             VALUE " MINIMUM HISTORY: ".
039900     05  ANR-HW-MIN                  PIC ZZ9.
040000     05  FILLER                      PIC X(05) VALUE " DAYS".
040100 01  ANR-HEADING-RULES.
040200     05  FILLER                      PIC X(17)
040300             VALUE "RANGE: MEAN +/- ".
040400     05  ANR-HR-FACTOR               PIC Z9.9.
040500     05  FILLER                      PIC X(26)
040600             VALUE " X MEAN DEVIATION, FLOOR ".
040700     05  ANR-HR-FLOOR                PIC Z,ZZZ,ZZ9.99.
040800     05  FILLER                      PIC X(11)
040900             VALUE "  OOB RUN: ".
041000     05  ANR-HR-OOB                  PIC Z9.
041100     05  FILLER                      PIC X(14)
041200             VALUE "  SIGN FLIPS: ".
041300     05  ANR-HR-FLIP                 PIC Z9.
041400     05  FILLER                      PIC X(11)
041500             VALUE "  NO FEED: ".
041600     05  ANR-HR-NO-FEED              PIC Z9.
041700     05  FILLER                      PIC X(09) VALUE " BUS DAYS".
041800 01  ANR-HEADING-3.
041900     05  FILLER                      PIC X(11) VALUE "ACCOUNT".
042000     05  FILLER                      PIC X(04) VALUE "SRC".
042100     05  FILLER                      PIC X(10) VALUE "TEST".
042200     05  FILLER                      PIC X(09) VALUE "BUS DATE".
042300     05  FILLER                      PIC X(14)
042400             VALUE "          F-G".
042500     05  FILLER                      PIC X(14)
042600             VALUE "     MEAN F-G".
042700     05  FILLER                      PIC X(14)
042800             VALUE "   NORMAL LOW".
042900     05  FILLER                      PIC X(14)
043000             VALUE "  NORMAL HIGH".
043100     05  FILLER                      PIC X(05) VALUE " DAYS".
043200     05  FILLER                      PIC X(01) VALUE SPACES.
043300     05  FILLER                      PIC X(34) VALUE "REASON".
043400 01  ANR-DETAIL-LINE.
043500     05  ANR-D-ACCT                  PIC X(10).
043600     05  FILLER                      PIC X(01) VALUE SPACES.
043700     05  ANR-D-SRC                   PIC X(03).
043800     05  FILLER                      PIC X(01) VALUE SPACES.
043900     05  ANR-D-TEST                  PIC X(09).
044000     05  FILLER                      PIC X(01) VALUE SPACES.
044100     05  ANR-D-DATE                  PIC 9(08).
044200     05  FILLER                      PIC X(01) VALUE SPACES.
044300     05  ANR-D-F-G                   PIC -(9)9.99.
044400     05  FILLER                      PIC X(01) VALUE SPACES.
044500     05  ANR-D-MEAN                  PIC X(13).
044600     05  ANR-D-MEAN-AMT REDEFINES ANR-D-MEAN
044700                                     PIC -(9)9.99.
044800     05  FILLER                      PIC X(01) VALUE SPACES.
044900     05  ANR-D-LOW                   PIC X(13).
045000     05  ANR-D-LOW-AMT REDEFINES ANR-D-LOW
045100                                     PIC -(9)9.99.
045200     05  FILLER                      PIC X(01) VALUE SPACES.
045300     05  ANR-D-HIGH                  PIC X(13).
045400     05  ANR-D-HIGH-AMT REDEFINES ANR-D-HIGH
045500                                     PIC -(9)9.99.
045600     05  FILLER                      PIC X(01) VALUE SPACES.
045700     05  ANR-D-DAYS                  PIC ZZZZ9.
045800     05  FILLER                      PIC X(01) VALUE SPACES.
045900     05  ANR-D-REASON                PIC X(34).
046000 01  ANR-TOTAL-LINE.
046100     05  ANR-T-LABEL                 PIC X(30).
046200     05  ANR-T-COUNT                 PIC Z,ZZZ,ZZ9.
046300 01  ANR-BLANK-LINE                  PIC X(132) VALUE SPACES.
046400 01  ANR-NONE-LINE.
046500     05  FILLER                      PIC X(40)
046600             VALUE "  (NO ANOMALIES FLAGGED)".
046700 01  ANR-NO-DATE-LINE.
046800     05  FILLER                      PIC X(30)
046900             VALUE "  (NO BUSINESS DATE TO SCREEN".
047000     05  FILLER                      PIC X(30)
047100             VALUE " - THE DAILY EXTRACT IS EMPTY)".
047200*
047300 PROCEDURE DIVISION.
047400*
047500 0000-MAINLINE.
047600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
047700     PERFORM 2000-SCREEN-RECORD THRU 2000-EXIT
047800             UNTIL VANM-EOF.
047900     PERFORM 2500-CLOSE-ACCOUNT THRU 2500-EXIT.
048000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
048100     GO TO 9999-EXIT.
048200*
048300 1000-INITIALIZE.
048400     OPEN INPUT VARHIST.
048500     IF VANM-VHM-STATUS NOT = "00"
048600         DISPLAY "VARANOM - UNABLE TO OPEN VARHIST, STATUS = "
048700             VANM-VHM-STATUS
048800         DISPLAY "VANM01E UNABLE TO OPEN VARHIST"
048900             UPON CONSOLE
049000         MOVE 12 TO VANM-RETURN-CODE
049100         GO TO 9999-EXIT
049200     END-IF.
049300     OPEN INPUT ACCTMST.
049400     IF VANM-ACM-STATUS NOT = "00"
049500         DISPLAY "VARANOM - UNABLE TO OPEN ACCTMST, STATUS = "
049600             VANM-ACM-STATUS
049700         DISPLAY "VANM01E UNABLE TO OPEN ACCTMST"
049800             UPON CONSOLE
049900         MOVE 12 TO VANM-RETURN-CODE
050000         GO TO 9999-EXIT
050100     END-IF.
050200*    EXCPFILE ACCUMULATES ACROSS RUNS FOR EXCPLOAD, SO THE
050300*    NIGHT'S ANOMALIES ARE ADDED AFTER ACCPT'S EXCEPTIONS.
050400     OPEN EXTEND EXCPFILE.
050500     IF VANM-EXC-STATUS NOT = "00"
050600         OPEN OUTPUT EXCPFILE
050700     END-IF.
050800     IF VANM-EXC-STATUS NOT = "00"
050900         DISPLAY "VARANOM - UNABLE TO OPEN EXCPFILE, STATUS = "
051000             VANM-EXC-STATUS
051100         DISPLAY "VANM01E UNABLE TO OPEN EXCPFILE"
051200             UPON CONSOLE
051300         MOVE 12 TO VANM-RETURN-CODE
051400         GO TO 9999-EXIT
051500     END-IF.
051600     OPEN OUTPUT ANMRFILE.
051700     IF VANM-RPT-STATUS NOT = "00"
051800         DISPLAY "VARANOM - UNABLE TO OPEN ANMRFILE, STATUS = "
051900             VANM-RPT-STATUS
052000         DISPLAY "VANM01E UNABLE TO OPEN ANMRFILE"
052100             UPON CONSOLE
052200         MOVE 12 TO VANM-RETURN-CODE
052300         GO TO 9999-EXIT
052400     END-IF.
052500     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
052600     ACCEPT VANM-SYSTEM-DATE FROM DATE.
052700     ACCEPT VANM-SYSTEM-TIME FROM TIME.
052800     MOVE VANM-SYSTEM-DATE TO VANM-RUN-DATE.
052900     MOVE VANM-SYSTEM-TIME TO VANM-RUN-TIME.
053000     MOVE VANM-RUN-MM TO VANM-RUN-DATE-MM.
053100     MOVE VANM-RUN-DD TO VANM-RUN-DATE-DD.
053200     MOVE VANM-RUN-YY TO VANM-RUN-DATE-YY.
053300     MOVE VANM-RUN-HH TO VANM-RUN-TIME-HH.
053400     MOVE VANM-RUN-MN TO VANM-RUN-TIME-MN.
053500     MOVE VANM-RUN-SS TO VANM-RUN-TIME-SS.
053600     PERFORM 1200-FIND-SCREEN-DATE THRU 1200-EXIT.
053700     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
053800     PERFORM 1300-WRITE-REPORT-HEADINGS THRU 1300-EXIT.
053900*    WITH NO BUSINESS DATE THERE IS NOTHING TO SCREEN - THE
054000*    MASTER IS NOT READ AND THE STEP ENDS RC 4.
054100     IF VANM-SCREEN-DATE = 0
054200         DISPLAY "VARANOM - NO BUSINESS DATE TO SCREEN - THE "
054300             "DAILY EXTRACT IS EMPTY AND ANMPARM GIVES NO DATE"
054400         DISPLAY "VANM02W NO BUSINESS DATE TO SCREEN"
054500             UPON CONSOLE
054600         MOVE 4 TO VANM-RETURN-CODE
054700         MOVE 'Y' TO VANM-EOF-SW
054800         GO TO 1000-EXIT
054900     END-IF.
055000     MOVE VANM-SCREEN-DATE TO VANM-DTD-DATE.
055100     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
055200     MOVE VANM-DTD-DAYS TO VANM-SCREEN-DAYS.
055300     PERFORM 1600-FIND-WINDOW-START THRU 1600-EXIT.
055400     PERFORM 7500-READ-HISTORY THRU 7500-EXIT.
055500 1000-EXIT.
055600     EXIT.
055700*
055800 1100-READ-PARAMETERS.
055900     OPEN INPUT ANMPARM.
056000     IF VANM-PRM-STATUS = "00"
056100         READ ANMPARM
056200         IF VANM-PRM-STATUS = "00"
056300             IF ANP-WINDOW-DAYS IS NUMERIC
056400                     AND ANP-WINDOW-DAYS > 0
056500                 MOVE ANP-WINDOW-DAYS TO VANM-WINDOW-DAYS
056600             END-IF
056700             IF ANP-MIN-DAYS IS NUMERIC
056800                     AND ANP-MIN-DAYS > 0
056900                 MOVE ANP-MIN-DAYS TO VANM-MIN-DAYS
057000             END-IF
057100             IF ANP-RANGE-FACTOR IS NUMERIC
057200                     AND ANP-RANGE-FACTOR > 0
057300                 MOVE ANP-RANGE-FACTOR TO VANM-RANGE-FACTOR
057400             END-IF
057500             IF ANP-RANGE-FLOOR IS NUMERIC
057600                     AND ANP-RANGE-FLOOR > 0
057700                 MOVE ANP-RANGE-FLOOR TO VANM-RANGE-FLOOR
057800             END-IF
057900             IF ANP-OOB-RUN IS NUMERIC
058000                     AND ANP-OOB-RUN > 0
058100                 MOVE ANP-OOB-RUN TO VANM-OOB-RUN-LIMIT
058200             END-IF
058300             IF ANP-FLIP-RUN IS NUMERIC
058400                     AND ANP-FLIP-RUN > 0
058500                 MOVE ANP-FLIP-RUN TO VANM-FLIP-RUN-LIMIT
058600             END-IF
058700             IF ANP-NO-FEED-DAYS IS NUMERIC
058800                     AND ANP-NO-FEED-DAYS > 0
058900                 MOVE ANP-NO-FEED-DAYS TO VANM-NO-FEED-LIMIT
059000             END-IF
059100             IF ANP-SCREEN-DATE IS NUMERIC
059200                     AND ANP-SCREEN-DATE > 0
059300                 MOVE ANP-SCREEN-DATE TO VANM-SCREEN-DATE
059400             END-IF
059500         END-IF
059600         CLOSE ANMPARM
059700     END-IF.
059800*    THE WINDOW TABLE IS SIZED FOR THE LONGEST WINDOW ALLOWED,
059900*    AND NO ACCOUNT CAN NEED MORE HISTORY THAN THE WINDOW HOLDS.
060000     IF VANM-WINDOW-DAYS > VANM-WINDOW-MAX
060100         DISPLAY "VARANOM - WINDOW OF " VANM-WINDOW-DAYS
060200             " BUSINESS DAYS CUT TO " VANM-WINDOW-MAX
060300         MOVE VANM-WINDOW-MAX TO VANM-WINDOW-DAYS
060400     END-IF.
060500     IF VANM-MIN-DAYS > VANM-WINDOW-DAYS
060600         MOVE VANM-WINDOW-DAYS TO VANM-MIN-DAYS
060700     END-IF.
060800 1100-EXIT.
060900     EXIT.
061000*
061100 1200-FIND-SCREEN-DATE.
061200*    TODAY'S OUTCOMES ARE THE ONES ON THE DAILY EXTRACT VARPOST
061300*    HAS JUST POSTED, SO THE SCREENING DATE IS THE LATEST
061400*    BUSINESS DATE ON IT.  A DATE ON THE ANMPARM CARD (TO RE-
061500*    SCREEN AN EARLIER NIGHT) TAKES PRECEDENCE.
061600     IF VANM-SCREEN-DATE > 0
061700         DISPLAY "VARANOM - SCREENING DATE " VANM-SCREEN-DATE
061800             " TAKEN FROM ANMPARM"
061900         GO TO 1200-EXIT
062000     END-IF.
062100     OPEN INPUT HISTFILE.
062200     IF VANM-HST-STATUS NOT = "00"
062300         DISPLAY "VARANOM - UNABLE TO OPEN HISTFILE, STATUS = "
062400             VANM-HST-STATUS
062500         DISPLAY "VANM01E UNABLE TO OPEN HISTFILE"
062600             UPON CONSOLE
062700         MOVE 12 TO VANM-RETURN-CODE
062800         GO TO 9999-EXIT
062900     END-IF.
063000     PERFORM 1210-READ-EXTRACT THRU 1210-EXIT
063100             UNTIL VANM-HST-EOF.
063200     CLOSE HISTFILE.
063300     DISPLAY "VARANOM - DAILY EXTRACT RECORDS READ = "
063400         VANM-HST-READ-COUNT ", SCREENING DATE " VANM-SCREEN-DATE.
063500 1200-EXIT.
063600     EXIT.
063700*
063800 1210-READ-EXTRACT.
063900     READ HISTFILE
064000         AT END
064100             MOVE 'Y' TO VANM-HST-EOF-SW
064200         NOT AT END
064300             ADD 1 TO VANM-HST-READ-COUNT
064400             IF VHS-BUS-DATE IS NUMERIC
064500                     AND VHS-BUS-DATE > VANM-SCREEN-DATE
064600                 MOVE VHS-BUS-DATE TO VANM-SCREEN-DATE
064700             END-IF
064800     END-READ.
064900 1210-EXIT.
065000     EXIT.
065100*
065200 1300-WRITE-REPORT-HEADINGS.
065300     MOVE VANM-RUN-DATE-EDIT TO ANR-H2-DATE.
065400     MOVE VANM-RUN-TIME-EDIT TO ANR-H2-TIME.
065500     MOVE VANM-CAL-REGION TO ANR-H2-REGION.
065600     WRITE ANR-RECORD FROM ANR-HEADING-1.
065700     WRITE ANR-RECORD FROM ANR-HEADING-2.
065800     MOVE VANM-SCREEN-DATE TO ANR-HW-DATE.
065900     MOVE VANM-WINDOW-DAYS TO ANR-HW-WINDOW.
066000     MOVE VANM-MIN-DAYS TO ANR-HW-MIN.
066100     WRITE ANR-RECORD FROM ANR-HEADING-WINDOW.
066200     MOVE VANM-RANGE-FACTOR TO ANR-HR-FACTOR.
066300     MOVE VANM-RANGE-FLOOR TO ANR-HR-FLOOR.
066400     MOVE VANM-OOB-RUN-LIMIT TO ANR-HR-OOB.
066500     MOVE VANM-FLIP-RUN-LIMIT TO ANR-HR-FLIP.
066600     MOVE VANM-NO-FEED-LIMIT TO ANR-HR-NO-FEED.
066700     WRITE ANR-RECORD FROM ANR-HEADING-RULES.
066800     WRITE ANR-RECORD FROM ANR-BLANK-LINE.
066900     WRITE ANR-RECORD FROM ANR-HEADING-3.
067000 1300-EXIT.
067100     EXIT.
067200*
067300 1400-LOAD-CALENDAR.
067400*    THE REGION'S BUSINESS-DAY CALENDAR IS OPTIONAL - WITHOUT IT
067500*    THE WINDOW AND THE NO-FEED GAP ARE COUNTED IN MONDAY-TO-
067600*    FRIDAY DAYS WITH NO HOLIDAYS.  A CALENDAR NOT MAINTAINED
067700*    THROUGH THE SCREENING DATE IS STILL USED, BUT THE OPERATOR
067800*    IS TOLD ITS ANNUAL UPDATE IS DUE.
067900     OPEN INPUT CALFILE.
068000     IF VANM-CAL-STATUS NOT = "00"
068100         DISPLAY "VARANOM - CALFILE NOT AVAILABLE, STATUS = "
068200             VANM-CAL-STATUS " - WEEKDAYS ONLY, NO HOLIDAYS"
068300         GO TO 1400-EXIT
068400     END-IF.
068500     PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
068600             UNTIL VANM-CAL-EOF.
068700     CLOSE CALFILE.
068800     DISPLAY "VARANOM - CALENDAR " VANM-CAL-REGION
068900         " THROUGH " VANM-CAL-THRU-DATE " LOADED, "
069000         VANM-CAL-COUNT " HOLIDAY/WORKING-DAY ENTRIES".
069100     IF VANM-CAL-THRU-DATE < VANM-SCREEN-DATE
069200         DISPLAY "VANM05W BUSINESS CALENDAR " VANM-CAL-REGION
069300             " ENDS " VANM-CAL-THRU-DATE " - ANNUAL UPDATE DUE"
069400             UPON CONSOLE
069500     END-IF.
069600 1400-EXIT.
069700     EXIT.
069800*
069900 1410-READ-CALENDAR.
070000     READ CALFILE
070100         AT END
070200             MOVE 'Y' TO VANM-CAL-EOF-SW
070300         NOT AT END
070400             PERFORM 1420-POST-CAL-DATE THRU 1420-EXIT
070500     END-READ.
070600 1410-EXIT.
070700     EXIT.
070800*
070900 1420-POST-CAL-DATE.
071000     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = 0
071100         DISPLAY "VARANOM - CALENDAR RECORD WITH BAD DATE '"
071200             CAL-DATE "' IGNORED"
071300         GO TO 1420-EXIT
071400     END-IF.
071500     IF CAL-HEADER-REC
071600         MOVE CAL-REGION TO VANM-CAL-REGION
071700         MOVE CAL-DATE TO VANM-CAL-THRU-DATE
071800         GO TO 1420-EXIT
071900     END-IF.
072000     MOVE CAL-DATE TO VANM-DTD-DATE.
072100     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
072200     MOVE VANM-DTD-DAYS TO VANM-BUS-DAY.
072300     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
072400     MOVE 0 TO VANM-CAL-NEW-ADJ.
072500     IF CAL-HOLIDAY-REC AND NOT VANM-WEEKEND
072600         MOVE -1 TO VANM-CAL-NEW-ADJ
072700     END-IF.
072800     IF CAL-WORKDAY-REC AND VANM-WEEKEND
072900         MOVE 1 TO VANM-CAL-NEW-ADJ
073000     END-IF.
073100*    A WEEKEND HOLIDAY, A WEEKDAY WORKING DAY OR AN UNKNOWN
073200*    RECORD TYPE CHANGES NOTHING AND IS NOT HELD.
073300     IF VANM-CAL-NEW-ADJ = 0
073400         GO TO 1420-EXIT
073500     END-IF.
073600     PERFORM 1430-FIND-CAL-DATE THRU 1430-EXIT.
073700     IF VANM-CAL-HIT > 0
073800         GO TO 1420-EXIT
073900     END-IF.
074000     IF VANM-CAL-COUNT NOT < VANM-CAL-LIMIT
074100         DISPLAY "VARANOM - CALENDAR TABLE FULL AT "
074200             VANM-CAL-LIMIT " ENTRIES - " CAL-DATE " IGNORED"
074300         GO TO 1420-EXIT
074400     END-IF.
074500     ADD 1 TO VANM-CAL-COUNT.
074600     MOVE VANM-BUS-DAY TO VANM-CAL-DAYS (VANM-CAL-COUNT).
074700     MOVE VANM-CAL-NEW-ADJ TO VANM-CAL-ADJ (VANM-CAL-COUNT).
074800 1420-EXIT.
074900     EXIT.
075000*
075100 1430-FIND-CAL-DATE.
075200*    LOOKS VANM-BUS-DAY UP IN THE CALENDAR TABLE; VANM-CAL-HIT
075300*    IS ITS ENTRY, OR ZERO.
075400     MOVE 0 TO VANM-CAL-HIT.
075500     MOVE 0 TO VANM-CAL-SUB.
075600     PERFORM 1440-SCAN-CAL-TABLE THRU 1440-EXIT
075700             UNTIL VANM-CAL-SUB NOT < VANM-CAL-COUNT
075800             OR VANM-CAL-HIT > 0.
075900 1430-EXIT.
076000     EXIT.
076100*
076200 1440-SCAN-CAL-TABLE.
076300     ADD 1 TO VANM-CAL-SUB.
076400     IF VANM-CAL-DAYS (VANM-CAL-SUB) = VANM-BUS-DAY
076500         MOVE VANM-CAL-SUB TO VANM-CAL-HIT
076600     END-IF.
076700 1440-EXIT.
076800     EXIT.
076900*
077000 1600-FIND-WINDOW-START.
077100*    WALKS BACK FROM THE SCREENING DATE ONE CALENDAR DAY AT A
077200*    TIME UNTIL THE WINDOW'S BUSINESS DAYS ARE COUNTED.  THE
077300*    WINDOW IS THOSE DAYS - TODAY ITSELF IS THE DAY BEING
077400*    JUDGED AND IS NEVER PART OF ITS OWN NORMAL RANGE.
077500     MOVE VANM-SCREEN-DAYS TO VANM-BUS-DAY.
077600     MOVE 0 TO VANM-WINDOW-COUNTED.
077700     PERFORM 1610-STEP-BACK-ONE-DAY THRU 1610-EXIT
077800             UNTIL VANM-WINDOW-COUNTED NOT < VANM-WINDOW-DAYS.
077900     MOVE VANM-BUS-DAY TO VANM-WINDOW-FROM-DAYS.
078000 1600-EXIT.
078100     EXIT.
078200*
078300 1610-STEP-BACK-ONE-DAY.
078400     SUBTRACT 1 FROM VANM-BUS-DAY.
078500     PERFORM 8790-CHECK-BUSINESS-DAY THRU 8790-EXIT.
078600     IF VANM-BUSINESS-DAY
078700         ADD 1 TO VANM-WINDOW-COUNTED
078800     END-IF.
078900 1610-EXIT.
079000     EXIT.
079100*
079200 2000-SCREEN-RECORD.
079300*    DAYS AFTER THE SCREENING DATE (AN EARLIER NIGHT RE-SCREENED
079400*    FROM ANMPARM) ARE NOT LOOKED AT.  A NEW ACCOUNT KEY CLOSES
079500*    OUT THE ACCOUNT HELD SO FAR.
079600     IF VHM-BUS-DATE IS NOT NUMERIC
079700             OR VHM-BUS-DATE > VANM-SCREEN-DATE
079800         GO TO 2000-READ
079900     END-IF.
080000     IF VHM-ACCT-KEY NOT = VANM-CUR-ACCT
080100             OR NOT VANM-CUR-USED
080200         PERFORM 2500-CLOSE-ACCOUNT THRU 2500-EXIT
080300         MOVE VHM-ACCT-KEY TO VANM-CUR-ACCT
080400         MOVE 'Y' TO VANM-CUR-USED-SW
080500     END-IF.
080600     MOVE VHM-BUS-DATE TO VANM-DTD-DATE.
080700     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
080800     MOVE VANM-DTD-DAYS TO VANM-REC-DAYS.
080900     PERFORM 2100-TRACK-RUNS THRU 2100-EXIT.
081000     IF VHM-BUS-DATE = VANM-SCREEN-DATE
081100         MOVE 'Y' TO VANM-TODAY-SW
081200     ELSE
081300         IF VANM-REC-DAYS NOT < VANM-WINDOW-FROM-DAYS
081400                 AND (VHM-IN-BALANCE OR VHM-OUT-OF-BALANCE)
081500             PERFORM 2300-ADD-WINDOW-DAY THRU 2300-EXIT
081600         END-IF
081700     END-IF.
081800     MOVE VHM-BUS-DATE TO VANM-CUR-LAST-DATE.
081900     MOVE VANM-REC-DAYS TO VANM-CUR-LAST-DAYS.
082000     MOVE VANM-READ-COUNT TO VANM-CUR-LAST-RECNO.
082100     MOVE VHM-SOURCE-SYS TO VANM-CUR-LAST-SRC.
082200     MOVE VHM-A TO VANM-CUR-LAST-A.
082300     MOVE VHM-B TO VANM-CUR-LAST-B.
082400     MOVE VHM-F-G TO VANM-CUR-LAST-F-G.
082500     MOVE VHM-STATUS TO VANM-CUR-LAST-STATUS.
082600 2000-READ.
082700     PERFORM 7500-READ-HISTORY THRU 7500-EXIT.
082800 2000-EXIT.
082900     EXIT.
083000*
083100 2100-TRACK-RUNS.
083200*    THE OOB RUN COUNTS THE ACCOUNT'S CONSECUTIVE 'OOB ' DAYS;
083300*    THE FLIP RUN COUNTS CONSECUTIVE DAYS WHOSE F-G HAS THE
083400*    OPPOSITE SIGN TO THE DAY BEFORE.  A ZERO F-G OR A DAY WITH
083500*    NO USABLE F-G BREAKS THE FLIP RUN.
083600     IF VHM-OUT-OF-BALANCE
083700         ADD 1 TO VANM-CUR-OOB-RUN
083800     ELSE
083900         MOVE 0 TO VANM-CUR-OOB-RUN
084000     END-IF.
084100     IF (VHM-IN-BALANCE OR VHM-OUT-OF-BALANCE)
084200             AND VHM-F-G NOT = 0
084300         IF VHM-F-G > 0
084400             MOVE '+' TO VANM-NEW-SIGN
084500         ELSE
084600             MOVE '-' TO VANM-NEW-SIGN
084700         END-IF
084800         IF VANM-CUR-LAST-SIGN NOT = SPACE
084900                 AND VANM-NEW-SIGN NOT = VANM-CUR-LAST-SIGN
085000             ADD 1 TO VANM-CUR-FLIP-RUN
085100         ELSE
085200             MOVE 0 TO VANM-CUR-FLIP-RUN
085300         END-IF
085400         MOVE VANM-NEW-SIGN TO VANM-CUR-LAST-SIGN
085500     ELSE
085600         MOVE 0 TO VANM-CUR-FLIP-RUN
085700         MOVE SPACE TO VANM-CUR-LAST-SIGN
085800     END-IF.
085900 2100-EXIT.
086000     EXIT.
086100*
086200 2300-ADD-WINDOW-DAY.
086300     IF VANM-WIN-COUNT NOT < VANM-WIN-LIMIT
086400         DISPLAY "VARANOM - WINDOW TABLE FULL FOR ACCOUNT "
086500             VHM-ACCT-KEY " - " VHM-BUS-DATE " NOT USED"
086600         GO TO 2300-EXIT
086700     END-IF.
086800     ADD 1 TO VANM-WIN-COUNT.
086900     MOVE VHM-F-G TO VANM-WIN-F-G (VANM-WIN-COUNT).
087000     ADD VHM-F-G TO VANM-WIN-TOTAL.
087100 2300-EXIT.
087200     EXIT.
087300*
087400 2500-CLOSE-ACCOUNT.
087500*    AN ACCOUNT WITH AN OUTCOME TODAY IS TESTED AGAINST ITS
087600*    RANGE AND ITS RUNS; ONE WITHOUT IS TESTED FOR A STOPPED
087700*    FEED.  THE BREAK FIELDS ARE THEN CLEARED.
087800     IF NOT VANM-CUR-USED
087900         GO TO 2500-EXIT
088000     END-IF.
088100     ADD 1 TO VANM-ACCT-COUNT.
088200     IF VANM-TODAY-FOUND
088300         ADD 1 TO VANM-TODAY-COUNT
088400         PERFORM 2600-TEST-RANGE THRU 2600-EXIT
088500         PERFORM 2700-TEST-OOB-RUN THRU 2700-EXIT
088600         PERFORM 2750-TEST-SIGN-FLIP THRU 2750-EXIT
088700     ELSE
088800         PERFORM 2800-TEST-NO-FEED THRU 2800-EXIT
088900     END-IF.
089000     MOVE SPACES TO VANM-CUR-ACCT.
089100     MOVE 'N' TO VANM-CUR-USED-SW.
089200     MOVE 'N' TO VANM-TODAY-SW.
089300     MOVE 0 TO VANM-CUR-OOB-RUN.
089400     MOVE 0 TO VANM-CUR-FLIP-RUN.
089500     MOVE SPACE TO VANM-CUR-LAST-SIGN.
089600     MOVE 0 TO VANM-WIN-COUNT.
089700     MOVE 0 TO VANM-WIN-TOTAL.
089800 2500-EXIT.
089900     EXIT.
090000*
090100 2600-TEST-RANGE.
090200*    THE NORMAL RANGE IS THE WINDOW'S MEAN F-G PLUS OR MINUS THE
090300*    RANGE FACTOR TIMES THE MEAN ABSOLUTE DEVIATION FROM IT.  AN
090400*    ACCOUNT THAT ALWAYS NETS TO THE SAME FEW CENTS HAS A
090500*    DEVIATION NEAR ZERO, SO THE HALF-WIDTH IS NEVER LESS THAN
090600*    THE RANGE FLOOR.  TOO FEW USABLE DAYS IN THE WINDOW GIVES
090700*    NO RANGE TO JUDGE BY.
090800     IF NOT VANM-CUR-LAST-USABLE
090900         GO TO 2600-EXIT
091000     END-IF.
091100     IF VANM-WIN-COUNT < VANM-MIN-DAYS
091200         ADD 1 TO VANM-SHORT-COUNT
091300         GO TO 2600-EXIT
091400     END-IF.
091500     COMPUTE VANM-MEAN ROUNDED =
091600         VANM-WIN-TOTAL / VANM-WIN-COUNT.
091700     MOVE 0 TO VANM-DEV-TOTAL.
091800     MOVE 0 TO VANM-WIN-SUB.
091900     PERFORM 2650-ADD-DEVIATION THRU 2650-EXIT
092000             UNTIL VANM-WIN-SUB NOT < VANM-WIN-COUNT.
092100     COMPUTE VANM-MEAN-DEV ROUNDED =
092200         VANM-DEV-TOTAL / VANM-WIN-COUNT.
092300     COMPUTE VANM-BAND ROUNDED =
092400         VANM-MEAN-DEV * VANM-RANGE-FACTOR.
092500     IF VANM-BAND < VANM-RANGE-FLOOR
092600         MOVE VANM-RANGE-FLOOR TO VANM-BAND
092700     END-IF.
092800     COMPUTE VANM-LOW = VANM-MEAN - VANM-BAND.
092900     COMPUTE VANM-HIGH = VANM-MEAN + VANM-BAND.
093000     IF VANM-CUR-LAST-F-G NOT < VANM-LOW
093100             AND VANM-CUR-LAST-F-G NOT > VANM-HIGH
093200         GO TO 2600-EXIT
093300     END-IF.
093400     ADD 1 TO VANM-RANGE-COUNT.
093500     MOVE "RANGE" TO VANM-FLAG-TEST.
093600     MOVE "ANOMALY - F-G OUTSIDE NORMAL RANGE"
093700         TO VANM-FLAG-REASON.
093800     MOVE VANM-WIN-COUNT TO VANM-FLAG-DAYS.
093900     MOVE 'Y' TO VANM-FLAG-RANGE-SW.
094000     PERFORM 3000-FLAG-ANOMALY THRU 3000-EXIT.
094100 2600-EXIT.
094200     EXIT.
094300*
094400 2650-ADD-DEVIATION.
094500     ADD 1 TO VANM-WIN-SUB.
094600     COMPUTE VANM-DEV = VANM-WIN-F-G (VANM-WIN-SUB) - VANM-MEAN.
094700     IF VANM-DEV < 0
094800         COMPUTE VANM-DEV = VANM-DEV * -1
094900     END-IF.
095000     ADD VANM-DEV TO VANM-DEV-TOTAL.
095100 2650-EXIT.
095200     EXIT.
095300*
095400 2700-TEST-OOB-RUN.
095500     IF VANM-CUR-OOB-RUN NOT = VANM-OOB-RUN-LIMIT
095600         GO TO 2700-EXIT
095700     END-IF.
095800     ADD 1 TO VANM-OOB-RUN-COUNT.
095900     MOVE "OOB RUN" TO VANM-FLAG-TEST.
096000     MOVE VANM-OOB-RUN-LIMIT TO VANM-REASON-COUNT.
096100     MOVE SPACES TO VANM-FLAG-REASON.
096200     STRING "ANOMALY - " VANM-REASON-COUNT " OOB DAYS RUNNING"
096300         DELIMITED BY SIZE INTO VANM-FLAG-REASON.
096400     MOVE VANM-CUR-OOB-RUN TO VANM-FLAG-DAYS.
096500     MOVE 'N' TO VANM-FLAG-RANGE-SW.
096600     PERFORM 3000-FLAG-ANOMALY THRU 3000-EXIT.
096700 2700-EXIT.
096800     EXIT.
096900*
097000 2750-TEST-SIGN-FLIP.
097100     IF VANM-CUR-FLIP-RUN NOT = VANM-FLIP-RUN-LIMIT
097200         GO TO 2750-EXIT
097300     END-IF.
097400     ADD 1 TO VANM-FLIP-COUNT.
097500     MOVE "SIGN FLIP" TO VANM-FLAG-TEST.
097600     MOVE VANM-FLIP-RUN-LIMIT TO VANM-REASON-COUNT.
097700     MOVE SPACES TO VANM-FLAG-REASON.
097800     STRING "ANOMALY - " VANM-REASON-COUNT " SIGN FLIPS RUNNING"
097900         DELIMITED BY SIZE INTO VANM-FLAG-REASON.
098000     MOVE VANM-CUR-FLIP-RUN TO VANM-FLAG-DAYS.
098100     MOVE 'N' TO VANM-FLAG-RANGE-SW.
098200     PERFORM 3000-FLAG-ANOMALY THRU 3000-EXIT.
098300 2750-EXIT.
098400     EXIT.
098500*
098600 2800-TEST-NO-FEED.
098700*    THE GAP IS THE BUSINESS DAYS AFTER THE ACCOUNT'S LAST
098800*    OUTCOME UP TO AND INCLUDING THE SCREENING DATE.  IT CANNOT
098900*    EXCEED THE CALENDAR DAYS BETWEEN THEM, SO MOST LONG-QUIET
099000*    ACCOUNTS NEED NO COUNTING AT ALL.  AN ACCOUNT THE MASTER
099100*    SHOWS CLOSED OR NO LONGER EFFECTIVE IS EXPECTED TO GO
099200*    QUIET; ONE MISSING FROM THE MASTER IS STILL FLAGGED, SINCE
099300*    TRNMATCH NOW REJECTS ITS FEED ITEMS.
099400     COMPUTE VANM-BUS-SPAN =
099500         VANM-SCREEN-DAYS - VANM-CUR-LAST-DAYS.
099600     IF VANM-BUS-SPAN < VANM-NO-FEED-LIMIT
099700         GO TO 2800-EXIT
099800     END-IF.
099900     MOVE VANM-CUR-LAST-DAYS TO VANM-BUS-FROM-DAYS.
100000     MOVE VANM-SCREEN-DAYS TO VANM-BUS-TO-DAYS.
100100     PERFORM 8750-COUNT-BUSINESS-DAYS THRU 8750-EXIT.
100200     IF VANM-BUS-DAYS NOT = VANM-NO-FEED-LIMIT
100300         GO TO 2800-EXIT
100400     END-IF.
100500     MOVE VANM-CUR-ACCT TO ACM-ACCT-KEY.
100600     READ ACCTMST.
100700     IF VANM-ACM-STATUS = "00"
100800         IF ACM-ACCT-CLOSED
100900                 OR (ACM-EFF-TO NOT = 0
101000                     AND ACM-EFF-TO < VANM-SCREEN-DATE)
101100             ADD 1 TO VANM-CLOSED-COUNT
101200             GO TO 2800-EXIT
101300         END-IF
101400     ELSE
101500         IF VANM-ACM-STATUS NOT = "23"
101600             DISPLAY "VARANOM - READ FAILED ON ACCTMST FOR "
101700                 VANM-CUR-ACCT ", STATUS = " VANM-ACM-STATUS
101800             ADD 1 TO VANM-IO-ERROR-COUNT
101900         END-IF
102000     END-IF.
102100     ADD 1 TO VANM-NO-FEED-COUNT.
102200     MOVE "NO FEED" TO VANM-FLAG-TEST.
102300     MOVE VANM-NO-FEED-LIMIT TO VANM-REASON-COUNT.
102400     MOVE SPACES TO VANM-FLAG-REASON.
102500     STRING "ANOMALY - NO FEED FOR " VANM-REASON-COUNT
102600         " BUS DAYS" DELIMITED BY SIZE INTO VANM-FLAG-REASON.
102700     MOVE VANM-BUS-DAYS TO VANM-FLAG-DAYS.
102800     MOVE 'N' TO VANM-FLAG-RANGE-SW.
102900     PERFORM 3000-FLAG-ANOMALY THRU 3000-EXIT.
103000 2800-EXIT.
103100     EXIT.
103200*
103300 3000-FLAG-ANOMALY.
103400*    ONE EXCEPTION LINE AND ONE REPORT LINE PER FLAG.  THE LINE
103500*    CARRIES THE ACCOUNT'S LATEST OUTCOME - TODAY'S, OR FOR A
103600*    STOPPED FEED THE LAST ONE SEEN.
103700     ADD 1 TO VANM-FLAG-COUNT.
103800     MOVE VANM-CUR-LAST-RECNO TO EXC-RECNO.
103900     MOVE VANM-CUR-ACCT TO EXC-ACCT.
104000     MOVE VANM-CUR-LAST-DATE TO EXC-BDATE.
104100     MOVE VANM-CUR-LAST-SRC TO EXC-SRC.
104200     MOVE VANM-RUN-DATE-EDIT TO EXC-DATE.
104300     MOVE VANM-RUN-TIME-EDIT TO EXC-TIME.
104400     MOVE VANM-CUR-LAST-A TO EXC-A.
104500     MOVE VANM-CUR-LAST-B TO EXC-B.
104600     MOVE VANM-FLAG-REASON TO EXC-REASON.
104700     WRITE EXC-RECORD FROM EXC-DETAIL-LINE.
104800     IF VANM-EXC-STATUS = "00"
104900         ADD 1 TO VANM-EXC-WRITTEN-COUNT
105000     ELSE
105100         DISPLAY "VARANOM - WRITE FAILED ON EXCPFILE FOR "
105200             VANM-CUR-ACCT ", STATUS = " VANM-EXC-STATUS
105300         ADD 1 TO VANM-IO-ERROR-COUNT
105400     END-IF.
105500     MOVE VANM-CUR-ACCT TO ANR-D-ACCT.
105600     MOVE VANM-CUR-LAST-SRC TO ANR-D-SRC.
105700     MOVE VANM-FLAG-TEST TO ANR-D-TEST.
105800     MOVE VANM-CUR-LAST-DATE TO ANR-D-DATE.
105900     MOVE VANM-CUR-LAST-F-G TO ANR-D-F-G.
106000     IF VANM-FLAG-HAS-RANGE
106100         MOVE VANM-MEAN TO ANR-D-MEAN-AMT
106200         MOVE VANM-LOW TO ANR-D-LOW-AMT
106300         MOVE VANM-HIGH TO ANR-D-HIGH-AMT
106400     ELSE
106500         MOVE SPACES TO ANR-D-MEAN
106600         MOVE SPACES TO ANR-D-LOW
106700         MOVE SPACES TO ANR-D-HIGH
106800     END-IF.
106900     MOVE VANM-FLAG-DAYS TO ANR-D-DAYS.
107000     MOVE VANM-FLAG-REASON TO ANR-D-REASON.
107100     WRITE ANR-RECORD FROM ANR-DETAIL-LINE.
107200 3000-EXIT.
107300     EXIT.
107400*
107500 7500-READ-HISTORY.
107600     READ VARHIST
107700         AT END
107800             MOVE 'Y' TO VANM-EOF-SW
107900         NOT AT END
108000             ADD 1 TO VANM-READ-COUNT
108100     END-READ.
108200     IF VANM-VHM-STATUS NOT = "00" AND NOT = "10"
108300         DISPLAY "VARANOM - READ FAILED ON VARHIST, STATUS = "
108400             VANM-VHM-STATUS " - REST OF MASTER NOT SCREENED"
108500         ADD 1 TO VANM-IO-ERROR-COUNT
108600         MOVE 'Y' TO VANM-EOF-SW
108700     END-IF.
108800 7500-EXIT.
108900     EXIT.
109000*
109100 8000-FINALIZE.
109200     IF VANM-SCREEN-DATE = 0
109300         WRITE ANR-RECORD FROM ANR-NO-DATE-LINE
109400     ELSE
109500         IF VANM-FLAG-COUNT = 0
109600             WRITE ANR-RECORD FROM ANR-NONE-LINE
109700         END-IF
109800     END-IF.
109900     WRITE ANR-RECORD FROM ANR-BLANK-LINE.
110000     MOVE "HISTORY RECORDS READ. . . . ." TO ANR-T-LABEL.
110100     MOVE VANM-READ-COUNT TO ANR-T-COUNT.
110200     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
110300     MOVE "ACCOUNTS SCREENED . . . . . ." TO ANR-T-LABEL.
110400     MOVE VANM-ACCT-COUNT TO ANR-T-COUNT.
110500     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
110600     MOVE "  WITH AN OUTCOME TODAY . . ." TO ANR-T-LABEL.
110700     MOVE VANM-TODAY-COUNT TO ANR-T-COUNT.
110800     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
110900     MOVE "  TOO LITTLE HISTORY FOR RANGE" TO ANR-T-LABEL.
111000     MOVE VANM-SHORT-COUNT TO ANR-T-COUNT.
111100     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
111200     MOVE "  QUIET BUT CLOSED ON MASTER." TO ANR-T-LABEL.
111300     MOVE VANM-CLOSED-COUNT TO ANR-T-COUNT.
111400     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
111500     MOVE "OUTSIDE NORMAL RANGE. . . . ." TO ANR-T-LABEL.
111600     MOVE VANM-RANGE-COUNT TO ANR-T-COUNT.
111700     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
111800     MOVE "OOB RUNS. . . . . . . . . . ." TO ANR-T-LABEL.
111900     MOVE VANM-OOB-RUN-COUNT TO ANR-T-COUNT.
112000     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
112100     MOVE "SIGN FLIP RUNS. . . . . . . ." TO ANR-T-LABEL.
112200     MOVE VANM-FLIP-COUNT TO ANR-T-COUNT.
112300     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
112400     MOVE "NO FEED . . . . . . . . . . ." TO ANR-T-LABEL.
112500     MOVE VANM-NO-FEED-COUNT TO ANR-T-COUNT.
112600     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
112700     MOVE "EXCEPTIONS WRITTEN. . . . . ." TO ANR-T-LABEL.
112800     MOVE VANM-EXC-WRITTEN-COUNT TO ANR-T-COUNT.
112900     WRITE ANR-RECORD FROM ANR-TOTAL-LINE.
113000     DISPLAY "VARANOM - HISTORY RECORDS READ = "
113100         VANM-READ-COUNT.
113200     DISPLAY "VARANOM - ACCOUNTS SCREENED    = "
113300         VANM-ACCT-COUNT.
113400     DISPLAY "VARANOM - ANOMALIES FLAGGED    = "
113500         VANM-FLAG-COUNT.
113600     DISPLAY "VARANOM - EXCEPTIONS WRITTEN   = "
113700         VANM-EXC-WRITTEN-COUNT.
113800     PERFORM 8300-WRITE-STEP-CONTROL THRU 8300-EXIT.
113900     IF VANM-IO-ERROR-COUNT > 0
114000         DISPLAY "VANM06E READ/WRITE ERRORS = "
114100             VANM-IO-ERROR-COUNT UPON CONSOLE
114200         MOVE 8 TO VANM-RETURN-CODE
114300     ELSE
114400         IF VANM-FLAG-COUNT > 0
114500             DISPLAY "VANM03W VARIANCE ANOMALIES FLAGGED = "
114600                 VANM-FLAG-COUNT UPON CONSOLE
114700             MOVE 4 TO VANM-RETURN-CODE
114800         ELSE
114900             IF VANM-SCREEN-DATE > 0
115000                 DISPLAY "VANM04I NO VARIANCE ANOMALIES FLAGGED"
115100                     UPON CONSOLE
115200             END-IF
115300         END-IF
115400     END-IF.
115500     CLOSE VARHIST.
115600     CLOSE ACCTMST.
115700     CLOSE EXCPFILE.
115800     CLOSE ANMRFILE.
115900 8000-EXIT.
116000     EXIT.
116100*
116200 8300-WRITE-STEP-CONTROL.
116300*    RECBAL ADDS THE EXCEPTION LINES WRITTEN HERE TO ACCPT'S AND
116400*    PROVES EXCPLOAD LOADED THEM ALL.
116500     MOVE SPACES TO CTL-RECORD.
116600     MOVE "VARANOM" TO CTL-STEP-NAME.
116700     MOVE VANM-READ-COUNT TO CTL-IN-COUNT.
116800     MOVE VANM-ACCT-COUNT TO CTL-OUT-COUNT.
116900     MOVE VANM-EXC-WRITTEN-COUNT TO CTL-EXC-COUNT.
117000     MOVE 0 TO CTL-OOB-COUNT.
117100     MOVE 0 TO CTL-GLX-COUNT.
117200     MOVE 0 TO CTL-GLX-TOTAL.
117300     MOVE VANM-SYSTEM-DATE TO CTL-RUN-DATE.
117400     MOVE VANM-SYSTEM-TIME TO CTL-RUN-TIME.
117500     OPEN EXTEND CTLFILE.
117600     IF VANM-CTL-STATUS NOT = "00"
117700         OPEN OUTPUT CTLFILE
117800     END-IF.
117900     IF VANM-CTL-STATUS = "00"
118000         WRITE CTL-RECORD
118100         CLOSE CTLFILE
118200     ELSE
118300         DISPLAY "VARANOM - UNABLE TO WRITE STEP CONTROL, "
118400             "STATUS = " VANM-CTL-STATUS
118500     END-IF.
118600 8300-EXIT.
118700     EXIT.
118800*
118900 8700-DATE-TO-DAYS.
119000*    CONVERTS A CCYYMMDD DATE TO A SERIAL DAY COUNT SO TWO
119100*    DATES SUBTRACT TO CALENDAR DAYS.  JANUARY AND FEBRUARY
119200*    ARE TREATED AS MONTHS 13 AND 14 OF THE PRIOR YEAR SO THE
119300*    LEAP DAY FALLS AT THE END OF THE COUNTING YEAR.
119400     MOVE VANM-DTD-CCYY TO VANM-DTD-YR.
119500     MOVE VANM-DTD-MM TO VANM-DTD-MO.
119600     IF VANM-DTD-MO < 3
119700         ADD 12 TO VANM-DTD-MO
119800         SUBTRACT 1 FROM VANM-DTD-YR
119900     END-IF.
120000     DIVIDE VANM-DTD-YR BY 4 GIVING VANM-DTD-T1.
120100     DIVIDE VANM-DTD-YR BY 100 GIVING VANM-DTD-T2.
120200     DIVIDE VANM-DTD-YR BY 400 GIVING VANM-DTD-T3.
120300     COMPUTE VANM-DTD-T4 = 153 * VANM-DTD-MO - 457.
120400     DIVIDE VANM-DTD-T4 BY 5 GIVING VANM-DTD-T4.
120500     COMPUTE VANM-DTD-DAYS = 365 * VANM-DTD-YR + VANM-DTD-T1
120600         - VANM-DTD-T2 + VANM-DTD-T3 + VANM-DTD-T4
120700         + VANM-DTD-DD.
120800 8700-EXIT.
120900     EXIT.
121000*
121100 8750-COUNT-BUSINESS-DAYS.
121200*    COUNTS THE BUSINESS DAYS AFTER VANM-BUS-FROM-DAYS UP TO AND
121300*    INCLUDING VANM-BUS-TO-DAYS: FIVE FOR EVERY WHOLE WEEK, THE
121400*    ODD DAYS LEFT OVER CHECKED ONE BY ONE, THEN EACH CALENDAR
121500*    HOLIDAY OR WORKING WEEKEND DAY INSIDE THE SPAN APPLIED.
121600     MOVE 0 TO VANM-BUS-DAYS.
121700     IF VANM-BUS-TO-DAYS NOT > VANM-BUS-FROM-DAYS
121800         GO TO 8750-EXIT
121900     END-IF.
122000     COMPUTE VANM-BUS-SPAN =
122100         VANM-BUS-TO-DAYS - VANM-BUS-FROM-DAYS.
122200     DIVIDE VANM-BUS-SPAN BY 7 GIVING VANM-BUS-WEEKS
122300         REMAINDER VANM-BUS-ODD.
122400     COMPUTE VANM-BUS-DAYS = VANM-BUS-WEEKS * 5.
122500     COMPUTE VANM-BUS-DAY = VANM-BUS-TO-DAYS - VANM-BUS-ODD.
122600     PERFORM 8760-COUNT-ODD-DAY THRU 8760-EXIT
122700             UNTIL VANM-BUS-DAY NOT < VANM-BUS-TO-DAYS.
122800     MOVE 0 TO VANM-CAL-SUB.
122900     PERFORM 8770-APPLY-CAL-DATE THRU 8770-EXIT
123000             UNTIL VANM-CAL-SUB NOT < VANM-CAL-COUNT.
123100 8750-EXIT.
123200     EXIT.
123300*
123400 8760-COUNT-ODD-DAY.
123500     ADD 1 TO VANM-BUS-DAY.
123600     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
123700     IF NOT VANM-WEEKEND
123800         ADD 1 TO VANM-BUS-DAYS
123900     END-IF.
124000 8760-EXIT.
124100     EXIT.
124200*
124300 8770-APPLY-CAL-DATE.
124400     ADD 1 TO VANM-CAL-SUB.
124500     IF VANM-CAL-DAYS (VANM-CAL-SUB) > VANM-BUS-FROM-DAYS
124600             AND VANM-CAL-DAYS (VANM-CAL-SUB)
124700                 NOT > VANM-BUS-TO-DAYS
124800         ADD VANM-CAL-ADJ (VANM-CAL-SUB) TO VANM-BUS-DAYS
124900     END-IF.
125000 8770-EXIT.
125100     EXIT.
125200*
125300 8780-CHECK-WEEKEND.
125400*    THE SERIAL DAY FROM 8700 TAKEN MODULO 7 GIVES THE DAY OF
125500*    THE WEEK - REMAINDER 4 IS A SATURDAY, 5 A SUNDAY.
125600     DIVIDE VANM-BUS-DAY BY 7 GIVING VANM-BUS-QUOT
125700         REMAINDER VANM-BUS-DOW.
125800     IF VANM-BUS-DOW = 4 OR VANM-BUS-DOW = 5
125900         MOVE 'Y' TO VANM-WEEKEND-SW
126000     ELSE
126100         MOVE 'N' TO VANM-WEEKEND-SW
126200     END-IF.
126300 8780-EXIT.
126400     EXIT.
126500*
126600 8790-CHECK-BUSINESS-DAY.
126700*    ONE SERIAL DAY: A WEEKDAY IS A BUSINESS DAY UNLESS THE
126800*    CALENDAR HOLDS IT AS A HOLIDAY, A WEEKEND DAY ONLY WHEN THE
126900*    CALENDAR HOLDS IT AS A WORKING DAY.
127000     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
127100     IF VANM-WEEKEND
127200         MOVE 'N' TO VANM-BUSINESS-DAY-SW
127300     ELSE
127400         MOVE 'Y' TO VANM-BUSINESS-DAY-SW
127500     END-IF.
127600     PERFORM 1430-FIND-CAL-DATE THRU 1430-EXIT.
127700     IF VANM-CAL-HIT > 0
127800         IF VANM-CAL-ADJ (VANM-CAL-HIT) < 0
127900             MOVE 'N' TO VANM-BUSINESS-DAY-SW
128000         ELSE
128100             MOVE 'Y' TO VANM-BUSINESS-DAY-SW
128200         END-IF
128300     END-IF.
128400 8790-EXIT.
128500     EXIT.
128600*
128700 9999-EXIT.
128800     MOVE VANM-RETURN-CODE TO RETURN-CODE.
128900     STOP RUN.
