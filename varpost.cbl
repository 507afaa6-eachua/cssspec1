001700*              RE-POSTED KEY (RESTART OR RERUN) REPLACES THE    *
001800*              EXISTING MASTER RECORD SO THE MASTER ALWAYS      *
001900*              HOLDS THE LATEST OUTCOME FOR THAT DAY.           *
001911*              MONTHS CLOSED ON THE PERIOD CONTROL MASTER       *
001922*              (PERDMST) ARE LOCKED: A RECORD DATED IN A CLOSED *
001933*              MONTH IS NOT POSTED BUT IS LISTED ON THE         *
001944*              RESTATEMENT-PENDING REPORT (RPNDFILE).  IN A     *
001955*              MONTH REOPENED ON THE APER SCREEN EVERY RECORD   *
001966*              ADDED OR CHANGED IS LISTED WITH ITS BEFORE AND   *
001977*              AFTER A, B, F-G AND STATUS ON THE RESTATEMENT    *
001988*              REPORT (RSTRFILE).                               *
002000*                                                                *
002100* MODIFICATION HISTORY.                                          *
002200*   DATE       INIT  DESCRIPTION                                 *
002480*                    REPLACES) TO THE CTLFILE STEP-CONTROL   *
002490*                    DATASET FOR THE RECBAL END-OF-JOB       *
002491*                    BALANCING STEP.                         *
002492*   2026-10-15  DLH  MASTER RECORD CARRIES EACH SIDE'S       *
002493*                    CURRENCY AND ORIGINAL AMOUNT AND        *
002494*                    THE FX DIFFERENCE (58 -> 97             *
002495*                    BYTES), IN STEP WITH VARHREC.           *
002496*   2026-10-15  DLH  PERIOD CLOSE AND LOCK: EACH RECORD'S    *
002497*                    BUSINESS MONTH IS LOOKED UP ON THE NEW  *
002498*                    PERIOD CONTROL MASTER PERDMST.  RECORDS *
002499*                    IN A CLOSED MONTH ARE REFUSED AND       *
002500*                    LISTED ON THE NEW RESTATEMENT-PENDING   *
002501*                    REPORT RPNDFILE (RC 4, VPST03W) AND     *
002502*                    COUNTED IN THE CTL EXCEPTIONS FIELD;    *
002503*                    RECORDS ADDED OR CHANGED IN A REOPENED  *
002504*                    MONTH ARE LISTED BEFORE AND AFTER ON    *
002505*                    THE NEW RESTATEMENT REPORT RSTRFILE.    *
002512*   2026-10-15  DLH  MASTER RECORD CARRIES THE PROCESSOR     *
002519*                    AMOUNT, CURRENCY AND ORIGINAL AMOUNT    *
002526*                    AND THE BROKEN LEG OF A THREE-WAY ITEM  *
002533*                    (97 -> 123 BYTES), IN STEP WITH         *
002540*                    VARHREC.                                *
002552******************************************************************
002600 PROGRAM-ID. VARPOST.
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003810     SELECT CTLFILE ASSIGN TO CTLFILE
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS VPST-CTL-STATUS.
003835     SELECT PERDMST ASSIGN TO PERDMST
003840         ORGANIZATION IS INDEXED
003845         ACCESS MODE IS RANDOM
003850         RECORD KEY IS PRD-MONTH
003855         FILE STATUS IS VPST-PRD-STATUS.
003860     SELECT RPNDFILE ASSIGN TO RPNDFILE
003865         ORGANIZATION IS SEQUENTIAL
003870         FILE STATUS IS VPST-RPN-STATUS.
003875     SELECT RSTRFILE ASSIGN TO RSTRFILE
003880         ORGANIZATION IS SEQUENTIAL
003885         FILE STATUS IS VPST-RST-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  HISTFILE
005700     05  VHM-B                       PIC S9(9)V9(2).
005800     05  VHM-F-G                     PIC S9(9)V9(2).
005900     05  VHM-STATUS                  PIC X(04).
005901     05  VHM-A-CCY                   PIC X(03).
005902     05  VHM-A-ORIG                  PIC S9(9)V9(2).
005903     05  VHM-B-CCY                   PIC X(03).
005904     05  VHM-B-ORIG                  PIC S9(9)V9(2).
005905     05  VHM-FX-DIFF                 PIC S9(9)V9(2).
005906     05  VHM-P                       PIC S9(9)V9(2).
005907     05  VHM-P-CCY                   PIC X(03).
005908     05  VHM-P-ORIG                  PIC S9(9)V9(2).
005909     05  VHM-BROKEN-LEG              PIC X(01).
005910 FD  CTLFILE
005920     LABEL RECORDS ARE STANDARD
005930     RECORDING MODE IS F.
005940*    CTL-RECORD IS SHARED WITH THE OTHER STREAM STEPS AND
005950*    RECBAL - SEE COPYBOOKS/CTLREC.
005960 COPY CTLREC.
005963 FD  PERDMST
005966     LABEL RECORDS ARE STANDARD.
005969*    PRD-RECORD IS SHARED WITH ACPERM - SEE COPYBOOKS/PERDREC.
005972 COPY PERDREC.
005975 FD  RPNDFILE
005978     LABEL RECORDS ARE STANDARD
005981     RECORDING MODE IS F.
005984 01  RPN-RECORD                      PIC X(132).
005987 FD  RSTRFILE
005990     LABEL RECORDS ARE STANDARD
005993     RECORDING MODE IS F.
005996 01  RST-RECORD                      PIC X(132).
006000 WORKING-STORAGE SECTION.
006100*-----------------------------------------------------------------
006200* FILE STATUS SWITCHES
006400 77  VPST-HST-STATUS                 PIC X(02) VALUE SPACES.
006500 77  VPST-VHM-STATUS                 PIC X(02) VALUE SPACES.
006510 77  VPST-CTL-STATUS                 PIC X(02) VALUE SPACES.
006512 77  VPST-PRD-STATUS                 PIC X(02) VALUE SPACES.
006514 77  VPST-RPN-STATUS                 PIC X(02) VALUE SPACES.
006516 77  VPST-RST-STATUS                 PIC X(02) VALUE SPACES.
006520 77  VPST-POSTED-COUNT               PIC 9(07) COMP VALUE 0.
006530 77  VPST-SYSTEM-DATE                PIC 9(06) VALUE 0.
006540 77  VPST-SYSTEM-TIME                PIC 9(08) VALUE 0.
007300 77  VPST-READ-COUNT                 PIC 9(07) COMP VALUE 0.
007400 77  VPST-ADDED-COUNT                PIC 9(07) COMP VALUE 0.
007500 77  VPST-REPLACED-COUNT             PIC 9(07) COMP VALUE 0.
007503 77  VPST-REFUSED-COUNT              PIC 9(07) COMP VALUE 0.
007506 77  VPST-RESTATED-COUNT             PIC 9(07) COMP VALUE 0.
007510*    RETURN CODE PASSED TO THE SCHEDULER AT 9999-EXIT:
007516*      00 CLEAN   04 RECORDS REFUSED - PERIOD CLOSED
007522*      08 POSTING ERROR   12 FILE OPEN FAILURE
007530 77  VPST-RETURN-CODE                PIC 9(02) COMP VALUE 0.
007531*-----------------------------------------------------------------
007532* PERIOD CONTROL.  THE MONTH LAST LOOKED UP ON PERDMST IS KEPT
007533* SO A RUN OF RECORDS FOR ONE MONTH READS THE MASTER ONCE,
007534* WITH WHO CLOSED OR REOPENED IT FOR THE REPORT PERIOD LINES.
007535*-----------------------------------------------------------------
007536 77  VPST-MONTH                      PIC 9(06) VALUE 0.
007537 77  VPST-LAST-MONTH                 PIC 9(06) VALUE 0.
007538 77  VPST-MONTH-STATUS               PIC X(01) VALUE 'O'.
007539     88  VPST-MONTH-OPEN                 VALUE 'O'.
007540     88  VPST-MONTH-CLOSED               VALUE 'C'.
007541     88  VPST-MONTH-REOPENED             VALUE 'R'.
007542 77  VPST-EVENT-USER                 PIC X(08) VALUE SPACES.
007543 77  VPST-EVENT-DATE                 PIC 9(08) VALUE 0.
007544 77  VPST-EVENT-TIME                 PIC 9(06) VALUE 0.
007545 77  VPST-EVENT-REASON               PIC X(40) VALUE SPACES.
007546 77  VPST-RPN-LAST-MONTH             PIC 9(06) VALUE 0.
007547 77  VPST-RST-LAST-MONTH             PIC 9(06) VALUE 0.
007548 77  VPST-BEFORE-SW                  PIC X(01) VALUE 'N'.
007549     88  VPST-BEFORE-FOUND               VALUE 'Y'.
007550*    THE MASTER RECORD AS IT STOOD BEFORE A RESTATEMENT.
007551 01  VPST-BEFORE-RECORD.
007552     05  VPST-BEF-KEY.
007553         10  VPST-BEF-ACCT-KEY       PIC X(10).
007554         10  VPST-BEF-BUS-DATE       PIC 9(08).
007555     05  VPST-BEF-SOURCE-SYS         PIC X(03).
007556     05  VPST-BEF-A                  PIC S9(9)V9(2).
007557     05  VPST-BEF-B                  PIC S9(9)V9(2).
007558     05  VPST-BEF-F-G                PIC S9(9)V9(2).
007559     05  VPST-BEF-STATUS             PIC X(04).
007560     05  VPST-BEF-A-CCY              PIC X(03).
007561     05  VPST-BEF-A-ORIG             PIC S9(9)V9(2).
007562     05  VPST-BEF-B-CCY              PIC X(03).
007563     05  VPST-BEF-B-ORIG             PIC S9(9)V9(2).
007564     05  VPST-BEF-FX-DIFF            PIC S9(9)V9(2).
007565     05  VPST-BEF-P                  PIC S9(9)V9(2).
007566     05  VPST-BEF-P-CCY              PIC X(03).
007567     05  VPST-BEF-P-ORIG             PIC S9(9)V9(2).
007568     05  VPST-BEF-BROKEN-LEG         PIC X(01).
007569*-----------------------------------------------------------------
007570* RUN DATE AND TIME
007571*-----------------------------------------------------------------
007572 01  VPST-RUN-DATE.
007573     05  VPST-RUN-YY                 PIC 9(02).
007574     05  VPST-RUN-MM                 PIC 9(02).
007575     05  VPST-RUN-DD                 PIC 9(02).
007576 01  VPST-RUN-DATE-EDIT.
007577     05  VPST-RUN-DATE-MM            PIC 9(02).
007578     05  FILLER                      PIC X(01) VALUE '/'.
007579     05  VPST-RUN-DATE-DD            PIC 9(02).
007580     05  FILLER                      PIC X(01) VALUE '/'.
007581     05  VPST-RUN-DATE-YY            PIC 9(02).
007582 01  VPST-RUN-TIME.
007583     05  VPST-RUN-HH                 PIC 9(02).
007584     05  VPST-RUN-MN                 PIC 9(02).
007585     05  VPST-RUN-SS                 PIC 9(02).
007586     05  VPST-RUN-HS                 PIC 9(02).
007587 01  VPST-RUN-TIME-EDIT.
007588     05  VPST-RUN-TIME-HH            PIC 9(02).
007589     05  FILLER                      PIC X(01) VALUE ':'.
007590     05  VPST-RUN-TIME-MN            PIC 9(02).
007591     05  FILLER                      PIC X(01) VALUE ':'.
007592     05  VPST-RUN-TIME-SS            PIC 9(02).
007593*-----------------------------------------------------------------
007594* RESTATEMENT-PENDING REPORT LINES (RPNDFILE)
007595*-----------------------------------------------------------------
007596 01  RPN-HEADING-1.
007597     05  FILLER                      PIC X(20) VALUE SPACES.
007598     05  FILLER                      PIC X(29)
007599             VALUE "VARIANCE HISTORY POSTINGS REF".
007600     05  FILLER                      PIC X(30)
007601             VALUE "USED - RESTATEMENT PENDING".
007602 01  RPN-HEADING-2.
007603     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
007604     05  RPN-H2-DATE                 PIC X(08).
007605     05  FILLER                      PIC X(10) VALUE SPACES.
007606     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
007607     05  RPN-H2-TIME                 PIC X(08).
007608 01  RPN-HEADING-3.
007609     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
007610     05  FILLER                      PIC X(10) VALUE "BUS DATE".
007611     05  FILLER                      PIC X(05) VALUE "SRC".
007612     05  FILLER                      PIC X(15)
007613             VALUE "            A".
007614     05  FILLER                      PIC X(15)
007615             VALUE "            B".
007616     05  FILLER                      PIC X(15)
007617             VALUE "          F-G".
007618     05  FILLER                      PIC X(06) VALUE "STAT".
007619     05  FILLER                      PIC X(13) VALUE "ON MASTER".
007620 01  RPN-PERIOD-LINE.
007621     05  FILLER                      PIC X(07) VALUE "PERIOD ".
007622     05  RPN-P-MONTH                 PIC 9(06).
007623     05  FILLER                      PIC X(11)
007624             VALUE " CLOSED BY ".
007625     05  RPN-P-USER                  PIC X(08).
007626     05  FILLER                      PIC X(04) VALUE " ON ".
007627     05  RPN-P-DATE                  PIC 9(08).
007628     05  FILLER                      PIC X(04) VALUE " AT ".
007629     05  RPN-P-TIME                  PIC 9(06).
007630 01  RPN-DETAIL-LINE.
007631     05  RPN-D-ACCT                  PIC X(10).
007632     05  FILLER                      PIC X(02) VALUE SPACES.
007633     05  RPN-D-DATE                  PIC 9(08).
007634     05  FILLER                      PIC X(02) VALUE SPACES.
007635     05  RPN-D-SOURCE                PIC X(03).
007636     05  FILLER                      PIC X(02) VALUE SPACES.
007637     05  RPN-D-A                     PIC -(9)9.99.
007638     05  FILLER                      PIC X(02) VALUE SPACES.
007639     05  RPN-D-B                     PIC -(9)9.99.
007640     05  FILLER                      PIC X(02) VALUE SPACES.
007641     05  RPN-D-F-G                   PIC -(9)9.99.
007642     05  FILLER                      PIC X(02) VALUE SPACES.
007643     05  RPN-D-STATUS                PIC X(04).
007644     05  FILLER                      PIC X(02) VALUE SPACES.
007645     05  RPN-D-EFFECT                PIC X(13).
007646 01  RPN-TOTAL-LINE.
007647     05  FILLER                      PIC X(24)
007648             VALUE "RECORDS REFUSED".
007649     05  RPN-T-COUNT                 PIC Z,ZZZ,ZZ9.
007650 01  RPN-BLANK-LINE                  PIC X(132) VALUE SPACES.
007651 01  RPN-NONE-LINE.
007652     05  FILLER                      PIC X(40)
007653             VALUE "  (NO POSTINGS TO CLOSED PERIODS)".
007654*-----------------------------------------------------------------
007655* RESTATEMENT REPORT LINES (RSTRFILE)
007656*-----------------------------------------------------------------
007657 01  RST-HEADING-1.
007658     05  FILLER                      PIC X(20) VALUE SPACES.
007659     05  FILLER                      PIC X(40)
007660             VALUE "VARIANCE HISTORY RESTATEMENTS".
007661 01  RST-HEADING-2.
007662     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
007663     05  RST-H2-DATE                 PIC X(08).
007664     05  FILLER                      PIC X(10) VALUE SPACES.
007665     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
007666     05  RST-H2-TIME                 PIC X(08).
007667 01  RST-HEADING-3.
007668     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
007669     05  FILLER                      PIC X(10) VALUE "BUS DATE".
007670     05  FILLER                      PIC X(09) VALUE "ACTION".
007671     05  FILLER                      PIC X(14)
007672             VALUE "     BEFORE A".
007673     05  FILLER                      PIC X(14)
007674             VALUE "     BEFORE B".
007675     05  FILLER                      PIC X(14)
007676             VALUE "   BEFORE F-G".
007677     05  FILLER                      PIC X(06) VALUE "STAT".
007678     05  FILLER                      PIC X(14)
007679             VALUE "      AFTER A".
007680     05  FILLER                      PIC X(14)
007681             VALUE "      AFTER B".
007682     05  FILLER                      PIC X(14)
007683             VALUE "    AFTER F-G".
007684     05  FILLER                      PIC X(04) VALUE "STAT".
007685 01  RST-PERIOD-LINE.
007686     05  FILLER                      PIC X(07) VALUE "PERIOD ".
007687     05  RST-P-MONTH                 PIC 9(06).
007688     05  FILLER                      PIC X(13)
007689             VALUE " REOPENED BY ".
007690     05  RST-P-USER                  PIC X(08).
007691     05  FILLER                      PIC X(04) VALUE " ON ".
007692     05  RST-P-DATE                  PIC 9(08).
007693     05  FILLER                      PIC X(04) VALUE " AT ".
007694     05  RST-P-TIME                  PIC 9(06).
007695     05  FILLER                      PIC X(02) VALUE SPACES.
007696     05  RST-P-REASON                PIC X(40).
007697 01  RST-DETAIL-LINE.
007698     05  RST-D-ACCT                  PIC X(10).
007699     05  FILLER                      PIC X(02) VALUE SPACES.
007700     05  RST-D-DATE                  PIC 9(08).
007701     05  FILLER                      PIC X(02) VALUE SPACES.
007702     05  RST-D-ACTION                PIC X(08).
007703     05  FILLER                      PIC X(01) VALUE SPACES.
007704     05  RST-D-BEF-A                 PIC X(13).
007705     05  RST-D-BEF-A-AMT REDEFINES RST-D-BEF-A
007706                                     PIC -(9)9.99.
007707     05  FILLER                      PIC X(01) VALUE SPACES.
007708     05  RST-D-BEF-B                 PIC X(13).
007709     05  RST-D-BEF-B-AMT REDEFINES RST-D-BEF-B
007710                                     PIC -(9)9.99.
007711     05  FILLER                      PIC X(01) VALUE SPACES.
007712     05  RST-D-BEF-F-G               PIC X(13).
007713     05  RST-D-BEF-F-G-AMT REDEFINES RST-D-BEF-F-G
007714                                     PIC -(9)9.99.
007715     05  FILLER                      PIC X(01) VALUE SPACES.
007716     05  RST-D-BEF-STATUS            PIC X(04).
007717     05  FILLER                      PIC X(02) VALUE SPACES.
007718     05  RST-D-AFT-A                 PIC -(9)9.99.
007719     05  FILLER                      PIC X(01) VALUE SPACES.
007720     05  RST-D-AFT-B                 PIC -(9)9.99.
007721     05  FILLER                      PIC X(01) VALUE SPACES.
007722     05  RST-D-AFT-F-G               PIC -(9)9.99.
007723     05  FILLER                      PIC X(01) VALUE SPACES.
007724     05  RST-D-AFT-STATUS            PIC X(04).
007725 01  RST-TOTAL-LINE.
007726     05  FILLER                      PIC X(24)
007727             VALUE "RECORDS RESTATED".
007728     05  RST-T-COUNT                 PIC Z,ZZZ,ZZ9.
007729 01  RST-BLANK-LINE                  PIC X(132) VALUE SPACES.
007730 01  RST-NONE-LINE.
007731     05  FILLER                      PIC X(40)
007732             VALUE "  (NO CHANGES TO REOPENED PERIODS)".
007752*
007776 PROCEDURE DIVISION.
007800*
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010630         MOVE 12 TO VPST-RETURN-CODE
010700         GO TO 9999-EXIT
010800     END-IF.
010802*    THE PERIOD CONTROL MASTER IS WRITTEN ONLINE BY ACPERM; UNTIL
010804*    THE FIRST MONTH IS CLOSED THE CLUSTER IS EMPTY AND IS PRIMED
010806*    THE SAME WAY.
010808     OPEN INPUT PERDMST.
010810     IF VPST-PRD-STATUS NOT = "00"
010812         OPEN OUTPUT PERDMST
010814         IF VPST-PRD-STATUS = "00"
010816             CLOSE PERDMST
010818             OPEN INPUT PERDMST
010820         END-IF
010822     END-IF.
010824     IF VPST-PRD-STATUS NOT = "00"
010826         DISPLAY "VARPOST - UNABLE TO OPEN PERDMST, STATUS = "
010828             VPST-PRD-STATUS
010830         DISPLAY "VPST01E UNABLE TO OPEN PERDMST"
010832             UPON CONSOLE
010834         MOVE 12 TO VPST-RETURN-CODE
010836         GO TO 9999-EXIT
010838     END-IF.
010840     OPEN OUTPUT RPNDFILE.
010842     IF VPST-RPN-STATUS NOT = "00"
010844         DISPLAY "VARPOST - UNABLE TO OPEN RPNDFILE, STATUS = "
010846             VPST-RPN-STATUS
010848         DISPLAY "VPST01E UNABLE TO OPEN RPNDFILE"
010850             UPON CONSOLE
010852         MOVE 12 TO VPST-RETURN-CODE
010854         GO TO 9999-EXIT
010856     END-IF.
010858     OPEN OUTPUT RSTRFILE.
010860     IF VPST-RST-STATUS NOT = "00"
010862         DISPLAY "VARPOST - UNABLE TO OPEN RSTRFILE, STATUS = "
010864             VPST-RST-STATUS
010866         DISPLAY "VPST01E UNABLE TO OPEN RSTRFILE"
010868             UPON CONSOLE
010870         MOVE 12 TO VPST-RETURN-CODE
010872         GO TO 9999-EXIT
010874     END-IF.
010876     PERFORM 1300-WRITE-REPORT-HEADINGS THRU 1300-EXIT.
010900     PERFORM 7500-READ-HISTORY THRU 7500-EXIT.
011000 1000-EXIT.
011100     EXIT.
011103*
011106 1300-WRITE-REPORT-HEADINGS.
011109     ACCEPT VPST-SYSTEM-DATE FROM DATE.
011112     ACCEPT VPST-SYSTEM-TIME FROM TIME.
011115     MOVE VPST-SYSTEM-DATE TO VPST-RUN-DATE.
011118     MOVE VPST-SYSTEM-TIME TO VPST-RUN-TIME.
011121     MOVE VPST-RUN-MM TO VPST-RUN-DATE-MM.
011124     MOVE VPST-RUN-DD TO VPST-RUN-DATE-DD.
011127     MOVE VPST-RUN-YY TO VPST-RUN-DATE-YY.
011130     MOVE VPST-RUN-HH TO VPST-RUN-TIME-HH.
011133     MOVE VPST-RUN-MN TO VPST-RUN-TIME-MN.
011136     MOVE VPST-RUN-SS TO VPST-RUN-TIME-SS.
011139     MOVE VPST-RUN-DATE-EDIT TO RPN-H2-DATE.
011142     MOVE VPST-RUN-TIME-EDIT TO RPN-H2-TIME.
011145     WRITE RPN-RECORD FROM RPN-HEADING-1.
011148     WRITE RPN-RECORD FROM RPN-HEADING-2.
011151     WRITE RPN-RECORD FROM RPN-BLANK-LINE.
011154     WRITE RPN-RECORD FROM RPN-HEADING-3.
011157     MOVE VPST-RUN-DATE-EDIT TO RST-H2-DATE.
011160     MOVE VPST-RUN-TIME-EDIT TO RST-H2-TIME.
011163     WRITE RST-RECORD FROM RST-HEADING-1.
011166     WRITE RST-RECORD FROM RST-HEADING-2.
011169     WRITE RST-RECORD FROM RST-BLANK-LINE.
011172     WRITE RST-RECORD FROM RST-HEADING-3.
011175 1300-EXIT.
011178     EXIT.
011200*
011300 2000-POST-RECORD.
011400*    A RECORD DATED IN A CLOSED MONTH IS REFUSED.  ONE DATED IN
011436*    A REOPENED MONTH IS POSTED AND ANY CHANGE IT MAKES TO THE
011472*    MASTER IS REPORTED AS A RESTATEMENT.
011508     PERFORM 2050-CHECK-PERIOD THRU 2050-EXIT.
011544     IF VPST-MONTH-CLOSED
011580         PERFORM 2300-REFUSE-RECORD THRU 2300-EXIT
011616     ELSE
011652         IF VPST-MONTH-REOPENED
011688             PERFORM 2200-RESTATE-RECORD THRU 2200-EXIT
011724         ELSE
011760             MOVE VHS-RECORD TO VHM-RECORD
011796             WRITE VHM-RECORD
011832                 INVALID KEY
011868                     PERFORM 2100-REPLACE-RECORD THRU 2100-EXIT
011904                 NOT INVALID KEY
011940                     ADD 1 TO VPST-ADDED-COUNT
011976             END-WRITE
012012         END-IF
012048     END-IF.
012100     PERFORM 7500-READ-HISTORY THRU 7500-EXIT.
012200 2000-EXIT.
012300     EXIT.
012302*
012304 2050-CHECK-PERIOD.
012306     DIVIDE VHS-BUS-DATE BY 100 GIVING VPST-MONTH.
012308     IF VPST-MONTH = VPST-LAST-MONTH
012310         GO TO 2050-EXIT
012312     END-IF.
012314     MOVE VPST-MONTH TO VPST-LAST-MONTH.
012316     MOVE SPACES TO VPST-EVENT-USER.
012318     MOVE 0 TO VPST-EVENT-DATE.
012320     MOVE 0 TO VPST-EVENT-TIME.
012322     MOVE SPACES TO VPST-EVENT-REASON.
012324     MOVE VPST-MONTH TO PRD-MONTH.
012326     READ PERDMST
012328         INVALID KEY
012330             MOVE 'O' TO VPST-MONTH-STATUS
012332         NOT INVALID KEY
012334             MOVE PRD-STATUS TO VPST-MONTH-STATUS
012336     END-READ.
012338     IF VPST-PRD-STATUS NOT = "00" AND VPST-PRD-STATUS NOT = "23"
012340*        A MONTH WHOSE STATE CANNOT BE READ IS TREATED AS CLOSED
012342*        RATHER THAN RISK CHANGING SIGNED-OFF HISTORY.
012344         DISPLAY "VARPOST - UNABLE TO READ PERDMST FOR PERIOD "
012346             VPST-MONTH ", STATUS = " VPST-PRD-STATUS
012348         MOVE 'C' TO VPST-MONTH-STATUS
012350         MOVE 0 TO VPST-LAST-MONTH
012352         MOVE 'Y' TO VPST-ERROR-SW
012354         GO TO 2050-EXIT
012356     END-IF.
012358     IF VPST-MONTH-CLOSED
012360         MOVE PRD-CLOSE-USER TO VPST-EVENT-USER
012362         MOVE PRD-CLOSE-DATE TO VPST-EVENT-DATE
012364         MOVE PRD-CLOSE-TIME TO VPST-EVENT-TIME
012366     END-IF.
012368     IF VPST-MONTH-REOPENED
012370         MOVE PRD-REOPEN-USER TO VPST-EVENT-USER
012372         MOVE PRD-REOPEN-DATE TO VPST-EVENT-DATE
012374         MOVE PRD-REOPEN-TIME TO VPST-EVENT-TIME
012376         MOVE PRD-REOPEN-REASON TO VPST-EVENT-REASON
012378     END-IF.
012380 2050-EXIT.
012382     EXIT.
012400*
012500 2100-REPLACE-RECORD.
012600     REWRITE VHM-RECORD
013400     END-REWRITE.
013500 2100-EXIT.
013600     EXIT.
013601*
013602 2200-RESTATE-RECORD.
013603*    THE MASTER RECORD IS READ FIRST SO ITS BEFORE IMAGE CAN BE
013604*    REPORTED ALONGSIDE THE NEW VALUES.
013605     MOVE VHS-KEY TO VHM-KEY.
013606     READ VARHIST
013607         INVALID KEY
013608             MOVE 'N' TO VPST-BEFORE-SW
013609         NOT INVALID KEY
013610             MOVE 'Y' TO VPST-BEFORE-SW
013611             MOVE VHM-RECORD TO VPST-BEFORE-RECORD
013612     END-READ.
013613     IF VPST-VHM-STATUS NOT = "00" AND VPST-VHM-STATUS NOT = "23"
013614         DISPLAY "VARPOST - UNABLE TO READ ACCOUNT "
013615             VHS-ACCT-KEY " DATE " VHS-BUS-DATE
013616             ", STATUS = " VPST-VHM-STATUS
013617         MOVE 'Y' TO VPST-ERROR-SW
013618         GO TO 2200-EXIT
013619     END-IF.
013620     MOVE VHS-RECORD TO VHM-RECORD.
013621     IF VPST-BEFORE-FOUND
013622         PERFORM 2100-REPLACE-RECORD THRU 2100-EXIT
013623     ELSE
013624         WRITE VHM-RECORD
013625             INVALID KEY
013626                 DISPLAY "VARPOST - UNABLE TO POST ACCOUNT "
013627                     VHM-ACCT-KEY " DATE " VHM-BUS-DATE
013628                     ", STATUS = " VPST-VHM-STATUS
013629                 MOVE 'Y' TO VPST-ERROR-SW
013630             NOT INVALID KEY
013631                 ADD 1 TO VPST-ADDED-COUNT
013632         END-WRITE
013633     END-IF.
013634     IF VPST-ERROR
013635         GO TO 2200-EXIT
013636     END-IF.
013637*    A RE-POST THAT LEAVES THE RECORD AS IT WAS IS NOT A
013638*    RESTATEMENT.
013639     IF VPST-BEFORE-FOUND AND VPST-BEFORE-RECORD = VHS-RECORD
013640         GO TO 2200-EXIT
013641     END-IF.
013642     PERFORM 2250-WRITE-RESTATEMENT THRU 2250-EXIT.
013643 2200-EXIT.
013644     EXIT.
013645*
013646 2250-WRITE-RESTATEMENT.
013647     IF VPST-MONTH NOT = VPST-RST-LAST-MONTH
013648         MOVE VPST-MONTH TO VPST-RST-LAST-MONTH
013649         MOVE VPST-MONTH TO RST-P-MONTH
013650         MOVE VPST-EVENT-USER TO RST-P-USER
013651         MOVE VPST-EVENT-DATE TO RST-P-DATE
013652         MOVE VPST-EVENT-TIME TO RST-P-TIME
013653         MOVE VPST-EVENT-REASON TO RST-P-REASON
013654         WRITE RST-RECORD FROM RST-BLANK-LINE
013655         WRITE RST-RECORD FROM RST-PERIOD-LINE
013656     END-IF.
013657     MOVE VHS-ACCT-KEY TO RST-D-ACCT.
013658     MOVE VHS-BUS-DATE TO RST-D-DATE.
013659     IF VPST-BEFORE-FOUND
013660         MOVE "REPLACED" TO RST-D-ACTION
013661         MOVE VPST-BEF-A TO RST-D-BEF-A-AMT
013662         MOVE VPST-BEF-B TO RST-D-BEF-B-AMT
013663         MOVE VPST-BEF-F-G TO RST-D-BEF-F-G-AMT
013664         MOVE VPST-BEF-STATUS TO RST-D-BEF-STATUS
013665     ELSE
013666         MOVE "ADDED" TO RST-D-ACTION
013667         MOVE SPACES TO RST-D-BEF-A
013668         MOVE SPACES TO RST-D-BEF-B
013669         MOVE SPACES TO RST-D-BEF-F-G
013670         MOVE SPACES TO RST-D-BEF-STATUS
013671     END-IF.
013672     MOVE VHS-A TO RST-D-AFT-A.
013673     MOVE VHS-B TO RST-D-AFT-B.
013674     MOVE VHS-F-G TO RST-D-AFT-F-G.
013675     MOVE VHS-STATUS TO RST-D-AFT-STATUS.
013676     WRITE RST-RECORD FROM RST-DETAIL-LINE.
013677     ADD 1 TO VPST-RESTATED-COUNT.
013678 2250-EXIT.
013679     EXIT.
013680*
013681 2300-REFUSE-RECORD.
013682*    THE MASTER IS LEFT UNTOUCHED.  THE REPORT SAYS WHETHER THE
013683*    RECORD WOULD HAVE ADDED A DAY OR CHANGED ONE, SO A RERUN
013684*    THAT RE-POSTS THE SAME FIGURES CAN BE TOLD FROM A REAL
013685*    RESTATEMENT.
013686     MOVE "NOT CHECKED" TO RPN-D-EFFECT.
013687     MOVE VHS-KEY TO VHM-KEY.
013688     READ VARHIST
013689         INVALID KEY
013690             MOVE "WOULD ADD" TO RPN-D-EFFECT
013691         NOT INVALID KEY
013692             IF VHM-RECORD = VHS-RECORD
013693                 MOVE "NO CHANGE" TO RPN-D-EFFECT
013694             ELSE
013695                 MOVE "WOULD CHANGE" TO RPN-D-EFFECT
013696             END-IF
013697     END-READ.
013698     IF VPST-MONTH NOT = VPST-RPN-LAST-MONTH
013699         MOVE VPST-MONTH TO VPST-RPN-LAST-MONTH
013700         MOVE VPST-MONTH TO RPN-P-MONTH
013701         MOVE VPST-EVENT-USER TO RPN-P-USER
013702         MOVE VPST-EVENT-DATE TO RPN-P-DATE
013703         MOVE VPST-EVENT-TIME TO RPN-P-TIME
013704         WRITE RPN-RECORD FROM RPN-BLANK-LINE
013705         WRITE RPN-RECORD FROM RPN-PERIOD-LINE
013706     END-IF.
013707     MOVE VHS-ACCT-KEY TO RPN-D-ACCT.
013708     MOVE VHS-BUS-DATE TO RPN-D-DATE.
013709     MOVE VHS-SOURCE-SYS TO RPN-D-SOURCE.
013710     MOVE VHS-A TO RPN-D-A.
013711     MOVE VHS-B TO RPN-D-B.
013712     MOVE VHS-F-G TO RPN-D-F-G.
013713     MOVE VHS-STATUS TO RPN-D-STATUS.
013714     WRITE RPN-RECORD FROM RPN-DETAIL-LINE.
013715     ADD 1 TO VPST-REFUSED-COUNT.
013716 2300-EXIT.
013717     EXIT.
013758*
013800 7500-READ-HISTORY.
013900     READ HISTFILE
014000         AT END
015200         VPST-ADDED-COUNT.
015300     DISPLAY "VARPOST - MASTER REPLACEMENTS  = "
015400         VPST-REPLACED-COUNT.
015407     DISPLAY "VARPOST - REFUSED, PERIOD CLOSED = "
015414         VPST-REFUSED-COUNT.
015421     DISPLAY "VARPOST - RESTATEMENTS         = "
015428         VPST-RESTATED-COUNT.
015435     IF VPST-REFUSED-COUNT > 0
015442         DISPLAY "VPST03W POSTINGS REFUSED - PERIOD CLOSED"
015449             UPON CONSOLE
015456         MOVE 4 TO VPST-RETURN-CODE
015463     END-IF.
015470     IF VPST-RESTATED-COUNT > 0
015477         DISPLAY "VPST04I RESTATEMENTS POSTED - PERIOD REOPENED"
015484             UPON CONSOLE
015491     END-IF.
015500     IF VPST-ERROR
015600         DISPLAY "VARPOST - RUN ENDED ON A POSTING ERROR"
015610         DISPLAY "VPST02E VARIANCE HISTORY POSTING ERROR"
015620             UPON CONSOLE
015630         MOVE 8 TO VPST-RETURN-CODE
015700     END-IF.
015705     PERFORM 8100-WRITE-REPORT-TOTALS THRU 8100-EXIT.
015710     PERFORM 8300-WRITE-STEP-CONTROL THRU 8300-EXIT.
015800     CLOSE HISTFILE.
015900     CLOSE VARHIST.
015925     CLOSE PERDMST.
015950     CLOSE RPNDFILE.
015975     CLOSE RSTRFILE.
016000 8000-EXIT.
016100     EXIT.
016101*
016102 8100-WRITE-REPORT-TOTALS.
016103     IF VPST-REFUSED-COUNT = 0
016104         WRITE RPN-RECORD FROM RPN-NONE-LINE
016105     END-IF.
016106     WRITE RPN-RECORD FROM RPN-BLANK-LINE.
016107     MOVE VPST-REFUSED-COUNT TO RPN-T-COUNT.
016108     WRITE RPN-RECORD FROM RPN-TOTAL-LINE.
016109     IF VPST-RESTATED-COUNT = 0
016110         WRITE RST-RECORD FROM RST-NONE-LINE
016111     END-IF.
016112     WRITE RST-RECORD FROM RST-BLANK-LINE.
016113     MOVE VPST-RESTATED-COUNT TO RST-T-COUNT.
016114     WRITE RST-RECORD FROM RST-TOTAL-LINE.
016115 8100-EXIT.
016116     EXIT.
016118*
016120 8300-WRITE-STEP-CONTROL.
016130     ACCEPT VPST-SYSTEM-DATE FROM DATE.
016140     ACCEPT VPST-SYSTEM-TIME FROM TIME.
016180     MOVE "VARPOST" TO CTL-STEP-NAME.
016190     MOVE VPST-READ-COUNT TO CTL-IN-COUNT.
016191     MOVE VPST-POSTED-COUNT TO CTL-OUT-COUNT.
016192     MOVE VPST-REFUSED-COUNT TO CTL-EXC-COUNT.
016193     MOVE 0 TO CTL-OOB-COUNT.
016194     MOVE 0 TO CTL-GLX-COUNT.
016195     MOVE 0 TO CTL-GLX-TOTAL.
