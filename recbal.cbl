001100* REMARKS.     END-OF-JOB CONTROL BALANCING FOR THE NIGHTLY     *
001200*              RECONCILIATION STREAM.  READS THE CTLFILE        *
001300*              STEP-CONTROL RECORDS WRITTEN BY TRNMATCH,        *
001355*              ACCPT, VARPOST, VARANOM, OPENUPD, EXCPLOAD,      *
001410*              ADJPOST AND DWEXTR AND PROVES:                   *
001466*                1. TRNMATCH WROTE = ACCPT PROCESSED            *
001532*                   = VARPOST READ = VARPOST POSTED PLUS        *
001565*                   REFUSED (PERIOD CLOSED);                    *
001598*                2. EXCEPTIONS WRITTEN BY ACCPT PLUS ANOMALIES  *
001631*                   WRITTEN BY VARANOM = EXCEPTIONS LOADED;     *
001664*                3. OUT-OF-BALANCE COUNT PLUS MANUAL            *
001730*                   ADJUSTMENTS STAGED = GL EXTRACT ITEM        *
001796*                   COUNT;                                      *
001862*                4. MANUAL ADJUSTMENTS SELECTED = POSTED        *
001928*                   PLUS FAILED;                                *
001942*                5. ACCPT HISTORY LINES AND OUT-OF-BALANCE      *
001956*                   LINES = WAREHOUSE VARIANCE ROWS AND OOB     *
001970*                   ROWS, AND OPENUPD ITEMS STILL OPEN =        *
001984*                   WAREHOUSE OPEN-ITEM ROWS.                   *
002000*              A ONE-PAGE CONTROL SHEET SHOWS EVERY STEP'S      *
002100*              TOTALS AND EACH CROSS-FOOT'S VERDICT.  ANY       *
002200*              BREAK - A COUNT THAT DOES NOT TIE OUT OR A       *
003200*   DATE       INIT  DESCRIPTION                                 *
003300*   ---------  ----  -------------------------------------------*
003400*   2026-09-02  DLH  ORIGINAL PROGRAM.                           *
003410*   2026-10-15  DLH  TRNMATCH'S ACCOUNT-MASTER REJECT COUNT IS   *
003420*                    SHOWN IN ITS EXCEPTIONS COLUMN.  REJECTS    *
003430*                    NEVER REACH TRANFILE, SO THEY TAKE NO       *
003440*                    PART IN THE CROSS-FOOTS.                    *
003446*   2026-10-15  DLH  ADDED THE ADJPOST STEP (MANUAL              *
003452*                    ADJUSTMENTS).  ITS STAGED GL ITEMS AND      *
003458*                    AMOUNT NOW SIT IN ACCPT'S GL EXTRACT COUNT  *
003464*                    AND TOTAL, SO CHECK 3 ADDS THEM TO THE      *
003470*                    OUT-OF-BALANCE COUNT; CHECK 4 PROVES EVERY  *
003476*                    SELECTED ADJUSTMENT WAS POSTED OR FAILED,   *
003482*                    AND THE MANUAL ADJUSTMENT AMOUNT IS SHOWN   *
003488*                    UNDER THE GL TOTAL.                         *
003490*   2026-10-15  DLH  VARPOST NOW REFUSES RECORDS DATED IN A      *
003492*                    CLOSED PERIOD AND COUNTS THEM IN ITS        *
003494*                    EXCEPTIONS FIELD, SHOWN ON ITS STEP LINE;   *
003496*                    CHECK 1 PROVES VARPOST READ = POSTED PLUS   *
003498*                    REFUSED.                                    *
003499*   2026-10-15  DLH  ADDED THE VARANOM STEP (ANOMALY             *
003500*                    SCREENING). ITS ANOMALY LINES GO TO         *
003501*                    EXCPFILE BEHIND ACCPT'S EXCEPTIONS, SO      *
003502*                    CHECK 2 ADDS THEM TO ACCPT'S COUNT.         *
003511*   2026-10-15  DLH  ADDED THE OPENUPD AND DWEXTR STEPS. CHECK   *
003520*                    5 PROVES THE WAREHOUSE EXTRACT'S VARIANCE,  *
003529*                    OOB AND OPEN-ITEM ROW COUNTS AGAINST ACCPT  *
003538*                    AND OPENUPD.                                *
003551******************************************************************
003600 PROGRAM-ID. RECBAL.
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
008400         88  RBAL-MATCH-FOUND            VALUE 'Y'.
008500     05  RBAL-MATCH-IN               PIC 9(07) VALUE 0.
008600     05  RBAL-MATCH-OUT              PIC 9(07) VALUE 0.
008610     05  RBAL-MATCH-EXC              PIC 9(07) VALUE 0.
008700 01  RBAL-ACCPT-TOTALS.
008800     05  RBAL-ACCPT-FOUND-SW         PIC X(01) VALUE 'N'.
008900         88  RBAL-ACCPT-FOUND            VALUE 'Y'.
009800         88  RBAL-POST-FOUND             VALUE 'Y'.
009900     05  RBAL-POST-IN                PIC 9(07) VALUE 0.
010000     05  RBAL-POST-OUT               PIC 9(07) VALUE 0.
010050     05  RBAL-POST-EXC               PIC 9(07) VALUE 0.
010100 01  RBAL-LOAD-TOTALS.
010200     05  RBAL-LOAD-FOUND-SW          PIC X(01) VALUE 'N'.
010300         88  RBAL-LOAD-FOUND             VALUE 'Y'.
010400     05  RBAL-LOAD-IN                PIC 9(07) VALUE 0.
010500     05  RBAL-LOAD-OUT               PIC 9(07) VALUE 0.
010508 01  RBAL-ADJ-TOTALS.
010516     05  RBAL-ADJ-FOUND-SW           PIC X(01) VALUE 'N'.
010524         88  RBAL-ADJ-FOUND              VALUE 'Y'.
010532     05  RBAL-ADJ-IN                 PIC 9(07) VALUE 0.
010540     05  RBAL-ADJ-OUT                PIC 9(07) VALUE 0.
010548     05  RBAL-ADJ-EXC                PIC 9(07) VALUE 0.
010556     05  RBAL-ADJ-GLX                PIC 9(07) VALUE 0.
010564     05  RBAL-ADJ-GLX-TOTAL          PIC S9(13)V9(2) VALUE 0.
010565 01  RBAL-ANOM-TOTALS.
010566     05  RBAL-ANOM-FOUND-SW          PIC X(01) VALUE 'N'.
010567         88  RBAL-ANOM-FOUND             VALUE 'Y'.
010568     05  RBAL-ANOM-IN                PIC 9(07) VALUE 0.
010569     05  RBAL-ANOM-OUT               PIC 9(07) VALUE 0.
010570     05  RBAL-ANOM-EXC               PIC 9(07) VALUE 0.
010571 01  RBAL-OPN-TOTALS.
010572     05  RBAL-OPN-FOUND-SW           PIC X(01) VALUE 'N'.
010573         88  RBAL-OPN-FOUND              VALUE 'Y'.
010574     05  RBAL-OPN-IN                 PIC 9(07) VALUE 0.
010575     05  RBAL-OPN-OUT                PIC 9(07) VALUE 0.
010576 01  RBAL-DW-TOTALS.
010577     05  RBAL-DW-FOUND-SW            PIC X(01) VALUE 'N'.
010578         88  RBAL-DW-FOUND               VALUE 'Y'.
010579     05  RBAL-DW-IN                  PIC 9(07) VALUE 0.
010580     05  RBAL-DW-OUT                 PIC 9(07) VALUE 0.
010581     05  RBAL-DW-EXC                 PIC 9(07) VALUE 0.
010582     05  RBAL-DW-OOB                 PIC 9(07) VALUE 0.
010584*    CROSS-FOOT WORK FIELDS FOR A CHECK THAT ADDS TWO COUNTS.
010586 77  RBAL-CHECK-LEFT                 PIC 9(07) VALUE 0.
010588 77  RBAL-CHECK-RIGHT                PIC 9(07) VALUE 0.
010600*-----------------------------------------------------------------
010700* RUN DATE AND TIME
010800*-----------------------------------------------------------------
017820     05  FILLER                      PIC X(44)
017830             VALUE "GL EXTRACT TOTAL AMOUNT".
017840     05  BAL-G-TOTAL                 PIC +Z(12)9.9(2).
017852 01  BAL-ADJ-AMT-LINE.
017864     05  FILLER                      PIC X(44)
017876             VALUE "  OF WHICH MANUAL ADJUSTMENTS".
017888     05  BAL-A-TOTAL                 PIC +Z(12)9.9(2).
017900 01  BAL-BLANK-LINE                  PIC X(100) VALUE SPACES.
018000*
018100 PROCEDURE DIVISION.
023200         MOVE 'Y' TO RBAL-MATCH-FOUND-SW
023300         MOVE CTL-IN-COUNT TO RBAL-MATCH-IN
023400         MOVE CTL-OUT-COUNT TO RBAL-MATCH-OUT
023410         MOVE CTL-EXC-COUNT TO RBAL-MATCH-EXC
023500     ELSE
023600         IF CTL-STEP-NAME = "ACCPT"
023700             MOVE 'Y' TO RBAL-ACCPT-FOUND-SW
024600                 MOVE 'Y' TO RBAL-POST-FOUND-SW
024700                 MOVE CTL-IN-COUNT TO RBAL-POST-IN
024800                 MOVE CTL-OUT-COUNT TO RBAL-POST-OUT
024850                 MOVE CTL-EXC-COUNT TO RBAL-POST-EXC
024900             ELSE
025000                 IF CTL-STEP-NAME = "EXCPLOAD"
025100                     MOVE 'Y' TO RBAL-LOAD-FOUND-SW
025200                     MOVE CTL-IN-COUNT TO RBAL-LOAD-IN
025300                     MOVE CTL-OUT-COUNT TO RBAL-LOAD-OUT
025400                 ELSE
025443                     IF CTL-STEP-NAME = "ADJPOST"
025486                         MOVE 'Y' TO RBAL-ADJ-FOUND-SW
025529                         MOVE CTL-IN-COUNT TO RBAL-ADJ-IN
025572                         MOVE CTL-OUT-COUNT TO RBAL-ADJ-OUT
025615                         MOVE CTL-EXC-COUNT TO RBAL-ADJ-EXC
025658                         MOVE CTL-GLX-COUNT TO RBAL-ADJ-GLX
025701                         MOVE CTL-GLX-TOTAL TO RBAL-ADJ-GLX-TOTAL
025744                     ELSE
025760                         IF CTL-STEP-NAME = "VARANOM"
025776                             MOVE 'Y' TO RBAL-ANOM-FOUND-SW
025792                             MOVE CTL-IN-COUNT TO RBAL-ANOM-IN
025808                             MOVE CTL-OUT-COUNT TO RBAL-ANOM-OUT
025824                             MOVE CTL-EXC-COUNT TO RBAL-ANOM-EXC
025840                         ELSE
025843                             IF CTL-STEP-NAME = "OPENUPD"
025846                                 MOVE 'Y' TO RBAL-OPN-FOUND-SW
025849                                 MOVE CTL-IN-COUNT TO RBAL-OPN-IN
025852                                 MOVE CTL-OUT-COUNT
025855                                     TO RBAL-OPN-OUT
025858                             ELSE
025861                                 IF CTL-STEP-NAME = "DWEXTR"
025864                                     MOVE 'Y' TO RBAL-DW-FOUND-SW
025867                                     MOVE CTL-IN-COUNT
025870                                         TO RBAL-DW-IN
025873                                     MOVE CTL-OUT-COUNT
025876                                         TO RBAL-DW-OUT
025879                                     MOVE CTL-EXC-COUNT
025882                                         TO RBAL-DW-EXC
025885                                     MOVE CTL-OOB-COUNT
025888                                         TO RBAL-DW-OOB
025891                                 ELSE
025894                                     DISPLAY "RECBAL - "
025897                                         "UNRECOGNIZED STEP '"
025900                                         CTL-STEP-NAME
025903                                         "' ON CTLFILE"
025906                                     MOVE 'Y' TO RBAL-BREAK-SW
025909                                 END-IF
025912                             END-IF
025915                         END-IF
025936                     END-IF
025959                 END-IF
026002             END-IF
026045         END-IF
026100     END-IF.
026200     PERFORM 7500-READ-CONTROL THRU 7500-EXIT.
026300 2000-EXIT.
026900         MOVE "TRNMATCH" TO BAL-S-NAME
027000         MOVE RBAL-MATCH-IN TO BAL-S-IN
027100         MOVE RBAL-MATCH-OUT TO BAL-S-OUT
027200         MOVE RBAL-MATCH-EXC TO BAL-S-EXC
027300         MOVE 0 TO BAL-S-OOB
027400         MOVE 0 TO BAL-S-GLX
027500         WRITE BAL-RECORD FROM BAL-STEP-LINE
029500         MOVE "VARPOST" TO BAL-S-NAME
029600         MOVE RBAL-POST-IN TO BAL-S-IN
029700         MOVE RBAL-POST-OUT TO BAL-S-OUT
029800         MOVE RBAL-POST-EXC TO BAL-S-EXC
029900         MOVE 0 TO BAL-S-OOB
030000         MOVE 0 TO BAL-S-GLX
030100         WRITE BAL-RECORD FROM BAL-STEP-LINE
030400         WRITE BAL-RECORD FROM BAL-MISSING-LINE
030500         MOVE 'Y' TO RBAL-BREAK-SW
030600     END-IF.
030607     IF RBAL-ANOM-FOUND
030614         MOVE "VARANOM" TO BAL-S-NAME
030621         MOVE RBAL-ANOM-IN TO BAL-S-IN
030628         MOVE RBAL-ANOM-OUT TO BAL-S-OUT
030635         MOVE RBAL-ANOM-EXC TO BAL-S-EXC
030642         MOVE 0 TO BAL-S-OOB
030649         MOVE 0 TO BAL-S-GLX
030656         WRITE BAL-RECORD FROM BAL-STEP-LINE
030663     ELSE
030670         MOVE "VARANOM" TO BAL-M-NAME
030677         WRITE BAL-RECORD FROM BAL-MISSING-LINE
030684         MOVE 'Y' TO RBAL-BREAK-SW
030691     END-IF.
030692     IF RBAL-OPN-FOUND
030693         MOVE "OPENUPD" TO BAL-S-NAME
030694         MOVE RBAL-OPN-IN TO BAL-S-IN
030695         MOVE RBAL-OPN-OUT TO BAL-S-OUT
030696         MOVE 0 TO BAL-S-EXC
030697         MOVE 0 TO BAL-S-OOB
030698         MOVE 0 TO BAL-S-GLX
030699         WRITE BAL-RECORD FROM BAL-STEP-LINE
030700     ELSE
030701         MOVE "OPENUPD" TO BAL-M-NAME
030702         WRITE BAL-RECORD FROM BAL-MISSING-LINE
030703         MOVE 'Y' TO RBAL-BREAK-SW
030704     END-IF.
030752     IF RBAL-LOAD-FOUND
030800         MOVE "EXCPLOAD" TO BAL-S-NAME
030900         MOVE RBAL-LOAD-IN TO BAL-S-IN
031000         MOVE RBAL-LOAD-OUT TO BAL-S-OUT
031700         WRITE BAL-RECORD FROM BAL-MISSING-LINE
031800         MOVE 'Y' TO RBAL-BREAK-SW
031900     END-IF.
031907     IF RBAL-ADJ-FOUND
031914         MOVE "ADJPOST" TO BAL-S-NAME
031921         MOVE RBAL-ADJ-IN TO BAL-S-IN
031928         MOVE RBAL-ADJ-OUT TO BAL-S-OUT
031935         MOVE RBAL-ADJ-EXC TO BAL-S-EXC
031942         MOVE 0 TO BAL-S-OOB
031949         MOVE RBAL-ADJ-GLX TO BAL-S-GLX
031956         WRITE BAL-RECORD FROM BAL-STEP-LINE
031963     ELSE
031970         MOVE "ADJPOST" TO BAL-M-NAME
031977         WRITE BAL-RECORD FROM BAL-MISSING-LINE
031984         MOVE 'Y' TO RBAL-BREAK-SW
031991     END-IF.
031992     IF RBAL-DW-FOUND
031993         MOVE "DWEXTR" TO BAL-S-NAME
031994         MOVE RBAL-DW-IN TO BAL-S-IN
031995         MOVE RBAL-DW-OUT TO BAL-S-OUT
031996         MOVE RBAL-DW-EXC TO BAL-S-EXC
031997         MOVE RBAL-DW-OOB TO BAL-S-OOB
031998         MOVE 0 TO BAL-S-GLX
031999         WRITE BAL-RECORD FROM BAL-STEP-LINE
032000     ELSE
032001         MOVE "DWEXTR" TO BAL-M-NAME
032002         WRITE BAL-RECORD FROM BAL-MISSING-LINE
032003         MOVE 'Y' TO RBAL-BREAK-SW
032004     END-IF.
032052     WRITE BAL-RECORD FROM BAL-BLANK-LINE.
032100 3000-EXIT.
032200     EXIT.
032300*
034200         MOVE 'Y' TO RBAL-BREAK-SW
034300     END-IF.
034400     WRITE BAL-RECORD FROM BAL-CHECK-LINE.
034500*    A RECORD VARPOST REFUSES FOR A CLOSED PERIOD IS ACCOUNTED
034576*    FOR ON ITS RESTATEMENT-PENDING REPORT, NOT LOST.
034652     MOVE "VARPOST READ / VARPOST POSTED + REFUSED" TO BAL-C-DESC.
034728     COMPUTE RBAL-CHECK-RIGHT = RBAL-POST-OUT + RBAL-POST-EXC.
034804     MOVE RBAL-POST-IN TO BAL-C-LEFT.
034880     MOVE RBAL-CHECK-RIGHT TO BAL-C-RIGHT.
034956     IF RBAL-POST-IN = RBAL-CHECK-RIGHT
035032         MOVE "IN BALANCE" TO BAL-C-VERDICT
035108     ELSE
035184         MOVE "*** OUT OF BALANCE ***" TO BAL-C-VERDICT
035260         MOVE 'Y' TO RBAL-BREAK-SW
035336     END-IF.
035412     WRITE BAL-RECORD FROM BAL-CHECK-LINE.
035500*    EXCPFILE CARRIES ACCPT'S EXCEPTIONS AND THEN VARANOM'S
035562*    ANOMALY LINES; EXCPLOAD LOADS BOTH.
035624     MOVE "ACCPT + ANOMALY EXCEPTIONS / LOADED"
035686         TO BAL-C-DESC.
035748     COMPUTE RBAL-CHECK-LEFT = RBAL-ACCPT-EXC + RBAL-ANOM-EXC.
035810     MOVE RBAL-CHECK-LEFT TO BAL-C-LEFT.
035872     MOVE RBAL-LOAD-OUT TO BAL-C-RIGHT.
035934     IF RBAL-CHECK-LEFT = RBAL-LOAD-OUT
036000         MOVE "IN BALANCE" TO BAL-C-VERDICT
036100     ELSE
036200         MOVE "*** OUT OF BALANCE ***" TO BAL-C-VERDICT
036300         MOVE 'Y' TO RBAL-BREAK-SW
036400     END-IF.
036500     WRITE BAL-RECORD FROM BAL-CHECK-LINE.
036600*    THE GL EXTRACT CARRIES ONE ITEM PER OUT-OF-BALANCE RECORD
036636*    PLUS ONE PER MANUAL ADJUSTMENT ADJPOST STAGED FOR IT.
036672     MOVE "OOB + MANUAL ADJ STAGED / GL EXTRACT ITEMS"
036708         TO BAL-C-DESC.
036744     COMPUTE RBAL-CHECK-LEFT = RBAL-ACCPT-OOB + RBAL-ADJ-GLX.
036780     MOVE RBAL-CHECK-LEFT TO BAL-C-LEFT.
036816     MOVE RBAL-ACCPT-GLX TO BAL-C-RIGHT.
036852     IF RBAL-CHECK-LEFT = RBAL-ACCPT-GLX
036888         MOVE "IN BALANCE" TO BAL-C-VERDICT
036924     ELSE
036960         MOVE "*** OUT OF BALANCE ***" TO BAL-C-VERDICT
036996         MOVE 'Y' TO RBAL-BREAK-SW
037032     END-IF.
037068     WRITE BAL-RECORD FROM BAL-CHECK-LINE.
037104     MOVE "ADJUSTMENTS SELECTED / POSTED + FAILED" TO BAL-C-DESC.
037140     COMPUTE RBAL-CHECK-RIGHT = RBAL-ADJ-OUT + RBAL-ADJ-EXC.
037176     MOVE RBAL-ADJ-IN TO BAL-C-LEFT.
037212     MOVE RBAL-CHECK-RIGHT TO BAL-C-RIGHT.
037248     IF RBAL-ADJ-IN = RBAL-CHECK-RIGHT
037284         MOVE "IN BALANCE" TO BAL-C-VERDICT
037320     ELSE
037356         MOVE "*** OUT OF BALANCE ***" TO BAL-C-VERDICT
037392         MOVE 'Y' TO RBAL-BREAK-SW
037428     END-IF.
037464     WRITE BAL-RECORD FROM BAL-CHECK-LINE.
037465*    THE WAREHOUSE EXTRACT MUST CARRY EVERY HISTORY LINE ACCPT
037466*    WROTE AND EVERY ITEM OPENUPD LEFT OPEN.  ITS EXCEPTION ROWS
037467*    COVER EVERYTHING LOADED OR REVIEWED SINCE THE LAST EXTRACT,
037468*    WHICH CAN SPAN NIGHTS, SO THEY ARE SHOWN BUT NOT FOOTED.
037469     MOVE "ACCPT HISTORY LINES / WHSE VARIANCE ROWS"
037470         TO BAL-C-DESC.
037471     MOVE RBAL-ACCPT-OUT TO BAL-C-LEFT.
037472     MOVE RBAL-DW-IN TO BAL-C-RIGHT.
037473     IF RBAL-ACCPT-OUT = RBAL-DW-IN
037474         MOVE "IN BALANCE" TO BAL-C-VERDICT
037475     ELSE
037476         MOVE "*** OUT OF BALANCE ***" TO BAL-C-VERDICT
037477         MOVE 'Y' TO RBAL-BREAK-SW
037478     END-IF.
037479     WRITE BAL-RECORD FROM BAL-CHECK-LINE.
037480     MOVE "ACCPT OOB / WAREHOUSE OOB ROWS" TO BAL-C-DESC.
037481     MOVE RBAL-ACCPT-OOB TO BAL-C-LEFT.
037482     MOVE RBAL-DW-OOB TO BAL-C-RIGHT.
037483     IF RBAL-ACCPT-OOB = RBAL-DW-OOB
037484         MOVE "IN BALANCE" TO BAL-C-VERDICT
037485     ELSE
037486         MOVE "*** OUT OF BALANCE ***" TO BAL-C-VERDICT
037487         MOVE 'Y' TO RBAL-BREAK-SW
037488     END-IF.
037489     WRITE BAL-RECORD FROM BAL-CHECK-LINE.
037490     MOVE "OPENUPD ITEMS OPEN / WHSE OPEN-ITEM ROWS"
037491         TO BAL-C-DESC.
037492     MOVE RBAL-OPN-OUT TO BAL-C-LEFT.
037493     MOVE RBAL-DW-OUT TO BAL-C-RIGHT.
037494     IF RBAL-OPN-OUT = RBAL-DW-OUT
037495         MOVE "IN BALANCE" TO BAL-C-VERDICT
037496     ELSE
037497         MOVE "*** OUT OF BALANCE ***" TO BAL-C-VERDICT
037498         MOVE 'Y' TO RBAL-BREAK-SW
037499     END-IF.
037500     WRITE BAL-RECORD FROM BAL-CHECK-LINE.
037510*    THE GL EXTRACT TRAILER TOTAL RIDES THE SHEET SO THE GL
037520*    UPLOAD'S OWN BALANCING FIGURE IS ON THE SAME PAGE AS
037530*    THE COUNTS IT MUST AGREE WITH.
037540     MOVE RBAL-ACCPT-GLX-TOTAL TO BAL-G-TOTAL.
037550     WRITE BAL-RECORD FROM BAL-GLX-LINE.
037566     MOVE RBAL-ADJ-GLX-TOTAL TO BAL-A-TOTAL.
037582     WRITE BAL-RECORD FROM BAL-ADJ-AMT-LINE.
037600 4000-EXIT.
037700     EXIT.
037800*
