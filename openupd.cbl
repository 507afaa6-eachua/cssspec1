002600*              THE RUN ENDS WITH THE OPEN-ITEM AGING REPORT     *
002700*              (OPNRFILE) - EVERY ITEM STILL OPEN WITH ITS      *
002800*              DAYS OUTSTANDING, TOTALLED BY AGE BAND - THE     *
002900*              LIST THE TEAM WORKS EACH MORNING.  ITEMS ARE     *
002925*              AGED AND BANDED IN BUSINESS DAYS FROM THE        *
002950*              REGION'S CALENDAR (CALFILE); CALENDAR DAYS ARE   *
002975*              SHOWN ALONGSIDE.                                 *
002987*              THE STEP'S COUNTS GO TO CTLFILE FOR RECBAL.      *
002991*              AN ITEM FROM A THREE-WAY ACCOUNT KEEPS THE LEG   *
002995*              THAT BROKE AND THE AGING LINE SHOWS IT.          *
003000*                                                                *
003100* RETURN CODES: 0 NO OPEN ITEMS, 4 OPEN ITEMS PRESENT,         *
003200*              8 MASTER I-O ERROR, 12 OPEN FAILURE.             *
003500*   DATE       INIT  DESCRIPTION                                 *
003600*   ---------  ----  -------------------------------------------*
003700*   2026-09-02  DLH  ORIGINAL PROGRAM.                           *
003720*   2026-10-15  DLH  EACH AGING LINE CARRIES THE ACCOUNT NAME    *
003740*                    AND OWNER FROM THE ACCOUNT REFERENCE        *
003760*                    MASTER (ACCTMST, OPTIONAL - BLANK WHEN IT   *
003780*                    CANNOT BE OPENED); OPNRFILE WIDENED TO 132. *
003784*   2026-10-15  DLH  ITEMS ARE AGED AND BANDED IN BUSINESS DAYS  *
003788*                    FROM THE REGION'S HOLIDAY CALENDAR          *
003790*                    (CALFILE, OPTIONAL - WEEKDAYS ONLY WITHOUT  *
003792*                    IT); EACH AGING LINE SHOWS CALENDAR AND     *
003796*                    BUSINESS DAYS.                              *
003797*   2026-10-15  DLH  OPEN-ITEM LAYOUT MOVED TO COPYBOOK OPNIREC, *
003798*                    NOW SHARED WITH THE ADJPOST STEP AND THE    *
003799*                    AADJ MANUAL ADJUSTMENT SCREEN.              *
003800*   2026-10-15  DLH  WRITES ITS STEP CONTROL RECORD (CTLFILE) -  *
003801*                    EXTRACT RECORDS READ AND ITEMS STILL OPEN - *
003802*                    FOR RECBAL TO PROVE THE WAREHOUSE EXTRACT'S *
003803*                    OPEN-ITEM ROWS AGAINST.                     *
003815*   2026-10-15  DLH  EACH ITEM KEEPS THE BROKEN LEG OF A         *
003827*                    THREE-WAY VARIANCE (LEDGER-PROCESSOR,       *
003839*                    PROCESSOR-BANK OR BOTH) AND THE AGING LINE  *
003845*                    SHOWS IT.                                   *
003851******************************************************************
003900 PROGRAM-ID. OPENUPD.
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
006000     SELECT OPNRFILE ASSIGN TO OPNRFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS OPNU-RPT-STATUS.
006216     SELECT ACCTMST ASSIGN TO ACCTMST
006232         ORGANIZATION IS INDEXED
006248         ACCESS MODE IS RANDOM
006264         RECORD KEY IS ACM-KEY
006280         FILE STATUS IS OPNU-ACM-STATUS.
006285     SELECT CALFILE ASSIGN TO CALFILE
006290         ORGANIZATION IS SEQUENTIAL
006295         FILE STATUS IS OPNU-CAL-STATUS.
006296     SELECT CTLFILE ASSIGN TO CTLFILE
006297         ORGANIZATION IS SEQUENTIAL
006298         FILE STATUS IS OPNU-CTL-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  HISTFILE
007000 COPY VARHREC.
007100 FD  OPENITEM
007200     LABEL RECORDS ARE STANDARD.
007300*    OPN-RECORD IS SHARED WITH ADJPOST AND ACADJM - SEE
007800*    COPYBOOKS/OPNIREC.
008300 COPY OPNIREC.
008800 FD  TOLRFILE
008900     LABEL RECORDS ARE STANDARD.
009000*    TLM-RECORD IS SHARED WITH ACCPT AND ACTOLM - SEE
010100 FD  OPNRFILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400 01  OPR-RECORD                      PIC X(132).
010416 FD  ACCTMST
010432     LABEL RECORDS ARE STANDARD.
010448*    ACM-RECORD IS SHARED WITH ACACTM, TRNMATCH AND ACCPT - SEE
010464*    COPYBOOKS/ACCTMREC.
010480 COPY ACCTMREC.
010482 FD  CALFILE
010484     LABEL RECORDS ARE STANDARD
010486     RECORDING MODE IS F.
010488*    CAL-RECORD IS SHARED WITH TRNMATCH, ACCPT AND EXCPAGE - SEE
010490*    COPYBOOKS/CALNDREC.
010492 COPY CALNDREC.
010493 FD  CTLFILE
010494     LABEL RECORDS ARE STANDARD
010495     RECORDING MODE IS F.
010496*    CTL-RECORD IS SHARED WITH THE OTHER STREAM STEPS AND
010497*    RECBAL - SEE COPYBOOKS/CTLREC.
010498 COPY CTLREC.
010500 WORKING-STORAGE SECTION.
010600*-----------------------------------------------------------------
010700* FILE STATUS SWITCHES
011100 77  OPNU-TOL-STATUS                 PIC X(02) VALUE SPACES.
011200 77  OPNU-PRM-STATUS                 PIC X(02) VALUE SPACES.
011300 77  OPNU-RPT-STATUS                 PIC X(02) VALUE SPACES.
011350 77  OPNU-ACM-STATUS                 PIC X(02) VALUE SPACES.
011375 77  OPNU-CAL-STATUS                 PIC X(02) VALUE SPACES.
011387 77  OPNU-CTL-STATUS                 PIC X(02) VALUE SPACES.
011400*-----------------------------------------------------------------
011500* RUN CONTROL SWITCHES AND COUNTERS
011600*-----------------------------------------------------------------
012600     88  OPNU-TOL-AVAIL                  VALUE 'Y'.
012700 77  OPNU-TOL-FOUND-SW               PIC X(01) VALUE 'N'.
012800     88  OPNU-TOL-FOUND                  VALUE 'Y'.
012833 77  OPNU-ACM-AVAIL-SW               PIC X(01) VALUE 'N'.
012866     88  OPNU-ACM-AVAIL                  VALUE 'Y'.
012900 77  OPNU-READ-COUNT                 PIC 9(07) COMP VALUE 0.
013000 77  OPNU-OPENED-COUNT               PIC 9(07) COMP VALUE 0.
013100 77  OPNU-REOPEN-COUNT               PIC 9(07) COMP VALUE 0.
018300 77  OPNU-DTD-T2                     PIC S9(08) COMP VALUE 0.
018400 77  OPNU-DTD-T3                     PIC S9(08) COMP VALUE 0.
018500 77  OPNU-DTD-T4                     PIC S9(08) COMP VALUE 0.
018503*-----------------------------------------------------------------
018506* BUSINESS-DAY CALENDAR - SEE 1300-LOAD-CALENDAR AND
018509* 8750-COUNT-BUSINESS-DAYS.  ONLY THE DATES THAT BREAK THE
018512* MONDAY-TO-FRIDAY RULE ARE HELD, AS SERIAL DAYS: A WEEKDAY
018515* HOLIDAY CARRIES AN ADJUSTMENT OF -1, A WORKING WEEKEND DAY +1.
018518*-----------------------------------------------------------------
018521 77  OPNU-CAL-EOF-SW                 PIC X(01) VALUE 'N'.
018524     88  OPNU-CAL-EOF                    VALUE 'Y'.
018527 77  OPNU-CAL-REGION                 PIC X(04) VALUE "NONE".
018530 77  OPNU-CAL-THRU-DATE              PIC 9(08) VALUE 0.
018533 77  OPNU-CAL-LIMIT                  PIC 9(04) COMP VALUE 500.
018536 77  OPNU-CAL-COUNT                  PIC 9(04) COMP VALUE 0.
018539 77  OPNU-CAL-SUB                    PIC 9(04) COMP VALUE 0.
018542 77  OPNU-CAL-HIT                    PIC 9(04) COMP VALUE 0.
018545 77  OPNU-CAL-NEW-ADJ                PIC S9(04) COMP VALUE 0.
018548 01  OPNU-CAL-TABLE.
018551     05  OPNU-CAL-ENTRY              OCCURS 500 TIMES.
018554         10  OPNU-CAL-DAYS           PIC S9(08) COMP.
018557         10  OPNU-CAL-ADJ            PIC S9(04) COMP.
018560 77  OPNU-BUS-FROM-DAYS              PIC S9(08) COMP VALUE 0.
018563 77  OPNU-BUS-TO-DAYS                PIC S9(08) COMP VALUE 0.
018566 77  OPNU-BUS-DAYS                   PIC S9(08) COMP VALUE 0.
018569 77  OPNU-BUS-SPAN                   PIC S9(08) COMP VALUE 0.
018572 77  OPNU-BUS-WEEKS                  PIC S9(08) COMP VALUE 0.
018575 77  OPNU-BUS-ODD                    PIC S9(08) COMP VALUE 0.
018578 77  OPNU-BUS-DAY                    PIC S9(08) COMP VALUE 0.
018581 77  OPNU-BUS-QUOT                   PIC S9(08) COMP VALUE 0.
018584 77  OPNU-BUS-DOW                    PIC S9(08) COMP VALUE 0.
018587 77  OPNU-WEEKEND-SW                 PIC X(01) VALUE 'N'.
018590     88  OPNU-WEEKEND                    VALUE 'Y'.
018600*-----------------------------------------------------------------
018700* RUN DATE AND TIME
018800*-----------------------------------------------------------------
022200     05  FILLER                      PIC X(10) VALUE SPACES.
022300     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
022400     05  OPR-H2-TIME                 PIC X(08).
022425     05  FILLER                      PIC X(10) VALUE SPACES.
022450     05  FILLER                      PIC X(10) VALUE "CALENDAR: ".
022475     05  OPR-H2-REGION               PIC X(04).
022500 01  OPR-HEADING-3.
022600     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
022700     05  FILLER                      PIC X(10) VALUE "BUS DATE".
022800     05  FILLER                      PIC X(05) VALUE "SRC".
022900     05  FILLER                      PIC X(17)
023000             VALUE "       AMOUNT".
023100     05  FILLER                      PIC X(10) VALUE "  CAL DAYS".
023112     05  FILLER                      PIC X(10) VALUE "  BUS DAYS".
023118     05  FILLER                      PIC X(09) VALUE "  LEG".
023125     05  FILLER                      PIC X(03) VALUE SPACES.
023150     05  FILLER                      PIC X(32)
023160             VALUE "ACCOUNT NAME".
023175     05  FILLER                      PIC X(20) VALUE "OWNER".
023200 01  OPR-DETAIL-LINE.
023300     05  OPR-D-ACCT                  PIC X(10).
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  OPR-D-AMOUNT                PIC +Z(9).Z(2).
024000     05  FILLER                      PIC X(05) VALUE SPACES.
024100     05  OPR-D-DAYS                  PIC ZZZZ9.
024106     05  FILLER                      PIC X(05) VALUE SPACES.
024112     05  OPR-D-BUS-DAYS              PIC ZZZZ9.
024114     05  FILLER                      PIC X(02) VALUE SPACES.
024116     05  OPR-D-LEG                   PIC X(07).
024120     05  FILLER                      PIC X(03) VALUE SPACES.
024140     05  OPR-D-NAME                  PIC X(30).
024160     05  FILLER                      PIC X(02) VALUE SPACES.
024180     05  OPR-D-OWNER                 PIC X(20).
024200 01  OPR-BAND-LINE.
024300     05  OPR-B-LABEL                 PIC X(21).
024400     05  OPR-B-COUNT                 PIC Z,ZZZ,ZZ9.
025000     05  OPR-T-COUNT                 PIC Z,ZZZ,ZZ9.
025100     05  FILLER                      PIC X(03) VALUE SPACES.
025200     05  OPR-T-TOTAL                 PIC +Z(12)9.9(2).
025300 01  OPR-BLANK-LINE                  PIC X(132) VALUE SPACES.
025400 01  OPR-NONE-LINE.
025500     05  FILLER                      PIC X(30)
025600             VALUE "  (NO OPEN ITEMS)".
030500     END-IF.
030600     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
030700     PERFORM 1150-OPEN-TOL-RULES THRU 1150-EXIT.
030750     PERFORM 1160-OPEN-ACCT-MASTER THRU 1160-EXIT.
030800     ACCEPT OPNU-SYSTEM-DATE FROM DATE.
030900     ACCEPT OPNU-SYSTEM-TIME FROM TIME.
031000     MOVE OPNU-SYSTEM-DATE TO OPNU-RUN-DATE.
031900     MOVE OPNU-TODAY-DATE TO OPNU-DTD-DATE.
032000     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
032100     MOVE OPNU-DTD-DAYS TO OPNU-TODAY-DAYS.
032150     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
032200     MOVE 0 TO OPNU-BAND-SUB.
032300     PERFORM 1200-CLEAR-ONE-BAND THRU 1200-EXIT
032400             UNTIL OPNU-BAND-SUB NOT < 4.
035300     END-IF.
035400 1150-EXIT.
035500     EXIT.
035507*
035514 1160-OPEN-ACCT-MASTER.
035521*    THE ACCOUNT REFERENCE MASTER ONLY SUPPLIES THE NAME AND
035528*    OWNER ON THE AGING LINES - WITHOUT IT THEY PRINT BLANK.
035535     OPEN INPUT ACCTMST.
035542     IF OPNU-ACM-STATUS = "00"
035549         MOVE 'Y' TO OPNU-ACM-AVAIL-SW
035556     ELSE
035563         DISPLAY "OPENUPD - ACCTMST NOT AVAILABLE, STATUS = "
035570             OPNU-ACM-STATUS " - NAMES NOT PRINTED"
035577     END-IF.
035584 1160-EXIT.
035591     EXIT.
035600*
035700 1200-CLEAR-ONE-BAND.
035800     ADD 1 TO OPNU-BAND-SUB.
036100 1200-EXIT.
036200     EXIT.
036300*
036301 1300-LOAD-CALENDAR.
036302*    THE REGION'S BUSINESS-DAY CALENDAR IS OPTIONAL - WITHOUT IT
036303*    OPEN ITEMS ARE AGED IN MONDAY-TO-FRIDAY DAYS WITH NO
036304*    HOLIDAYS.  A CALENDAR NOT MAINTAINED THROUGH TODAY IS STILL
036305*    USED, BUT THE OPERATOR IS TOLD ITS ANNUAL UPDATE IS DUE.
036306     OPEN INPUT CALFILE.
036307     IF OPNU-CAL-STATUS NOT = "00"
036308         DISPLAY "OPENUPD - CALFILE NOT AVAILABLE, STATUS = "
036309             OPNU-CAL-STATUS " - WEEKDAYS ONLY, NO HOLIDAYS"
036310         GO TO 1300-EXIT
036311     END-IF.
036312     PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
036313             UNTIL OPNU-CAL-EOF.
036314     CLOSE CALFILE.
036315     DISPLAY "OPENUPD - CALENDAR " OPNU-CAL-REGION
036316         " THROUGH " OPNU-CAL-THRU-DATE " LOADED, "
036317         OPNU-CAL-COUNT " HOLIDAY/WORKING-DAY ENTRIES".
036318     IF OPNU-CAL-THRU-DATE < OPNU-TODAY-DATE
036319         DISPLAY "OPNU05W BUSINESS CALENDAR " OPNU-CAL-REGION
036320             " ENDS " OPNU-CAL-THRU-DATE " - ANNUAL UPDATE DUE"
036321             UPON CONSOLE
036322     END-IF.
036323 1300-EXIT.
036324     EXIT.
036325*
036326 1310-READ-CALENDAR.
036327     READ CALFILE
036328         AT END
036329             MOVE 'Y' TO OPNU-CAL-EOF-SW
036330         NOT AT END
036331             PERFORM 1320-POST-CAL-DATE THRU 1320-EXIT
036332     END-READ.
036333 1310-EXIT.
036334     EXIT.
036335*
036336 1320-POST-CAL-DATE.
036337     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = 0
036338         DISPLAY "OPENUPD - CALENDAR RECORD WITH BAD DATE '"
036339             CAL-DATE "' IGNORED"
036340         GO TO 1320-EXIT
036341     END-IF.
036342     IF CAL-HEADER-REC
036343         MOVE CAL-REGION TO OPNU-CAL-REGION
036344         MOVE CAL-DATE TO OPNU-CAL-THRU-DATE
036345         GO TO 1320-EXIT
036346     END-IF.
036347     MOVE CAL-DATE TO OPNU-DTD-DATE.
036348     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
036349     MOVE OPNU-DTD-DAYS TO OPNU-BUS-DAY.
036350     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
036351     MOVE 0 TO OPNU-CAL-NEW-ADJ.
036352     IF CAL-HOLIDAY-REC AND NOT OPNU-WEEKEND
036353         MOVE -1 TO OPNU-CAL-NEW-ADJ
036354     END-IF.
036355     IF CAL-WORKDAY-REC AND OPNU-WEEKEND
036356         MOVE 1 TO OPNU-CAL-NEW-ADJ
036357     END-IF.
036358*    A WEEKEND HOLIDAY, A WEEKDAY WORKING DAY OR AN UNKNOWN
036359*    RECORD TYPE CHANGES NOTHING AND IS NOT HELD.
036360     IF OPNU-CAL-NEW-ADJ = 0
036361         GO TO 1320-EXIT
036362     END-IF.
036363     MOVE 0 TO OPNU-CAL-HIT.
036364     MOVE 0 TO OPNU-CAL-SUB.
036365     PERFORM 1330-FIND-CAL-DATE THRU 1330-EXIT
036366             UNTIL OPNU-CAL-SUB NOT < OPNU-CAL-COUNT
036367             OR OPNU-CAL-HIT > 0.
036368     IF OPNU-CAL-HIT > 0
036369         GO TO 1320-EXIT
036370     END-IF.
036371     IF OPNU-CAL-COUNT NOT < OPNU-CAL-LIMIT
036372         DISPLAY "OPENUPD - CALENDAR TABLE FULL AT "
036373             OPNU-CAL-LIMIT " ENTRIES - " CAL-DATE " IGNORED"
036374         GO TO 1320-EXIT
036375     END-IF.
036376     ADD 1 TO OPNU-CAL-COUNT.
036377     MOVE OPNU-BUS-DAY TO OPNU-CAL-DAYS (OPNU-CAL-COUNT).
036378     MOVE OPNU-CAL-NEW-ADJ TO OPNU-CAL-ADJ (OPNU-CAL-COUNT).
036379 1320-EXIT.
036380     EXIT.
036381*
036382 1330-FIND-CAL-DATE.
036383     ADD 1 TO OPNU-CAL-SUB.
036384     IF OPNU-CAL-DAYS (OPNU-CAL-SUB) = OPNU-BUS-DAY
036385         MOVE OPNU-CAL-SUB TO OPNU-CAL-HIT
036386     END-IF.
036387 1330-EXIT.
036388     EXIT.
036389*
036400 1600-LOOKUP-TOLERANCE.
036500*    THE MOST SPECIFIC TOLRFILE RULE FOR THE CURRENT EXTRACT
036600*    RECORD'S ACCOUNT AND SOURCE SYSTEM WINS - THE SAME
051400     MOVE 'O' TO OPN-STATUS.
051500     MOVE VHS-BUS-DATE TO OPN-OPEN-DATE.
051600     MOVE ZEROS TO OPN-CLEAR-DATE.
051650     MOVE VHS-BROKEN-LEG TO OPN-BROKEN-LEG.
051700     WRITE OPN-RECORD
051800         INVALID KEY
051900*            THE SAME ACCOUNT AND DATE IS ALREADY ON THE
053400     MOVE 'O' TO OPN-STATUS.
053500     MOVE VHS-BUS-DATE TO OPN-OPEN-DATE.
053600     MOVE ZEROS TO OPN-CLEAR-DATE.
053650     MOVE VHS-BROKEN-LEG TO OPN-BROKEN-LEG.
053700     REWRITE OPN-RECORD
053800         INVALID KEY
053900             DISPLAY "OPENUPD - UNABLE TO REOPEN ITEM "
058900 6000-AGE-OPEN-ITEMS.
059000*    EVERYTHING STILL OPEN AFTER THE DAY'S POSTING IS LISTED
059100*    WITH ITS DAYS OUTSTANDING AND TOTALLED BY AGE BAND -
059200*    0-3, 4-7, 8-30 AND OVER 30 BUSINESS DAYS.
059300     MOVE OPNU-RUN-DATE-EDIT TO OPR-H2-DATE.
059400     MOVE OPNU-RUN-TIME-EDIT TO OPR-H2-TIME.
059450     MOVE OPNU-CAL-REGION TO OPR-H2-REGION.
059500     WRITE OPR-RECORD FROM OPR-HEADING-1.
059600     WRITE OPR-RECORD FROM OPR-HEADING-2.
059700     WRITE OPR-RECORD FROM OPR-HEADING-3.
060700         WRITE OPR-RECORD FROM OPR-NONE-LINE
060800     END-IF.
060900     WRITE OPR-RECORD FROM OPR-BLANK-LINE.
061000     MOVE "AGE 0-3 BUS DAYS. . ." TO OPR-B-LABEL.
061100     MOVE 1 TO OPNU-BAND-SUB.
061200     PERFORM 6200-WRITE-BAND-LINE THRU 6200-EXIT.
061300     MOVE "AGE 4-7 BUS DAYS. . ." TO OPR-B-LABEL.
061400     MOVE 2 TO OPNU-BAND-SUB.
061500     PERFORM 6200-WRITE-BAND-LINE THRU 6200-EXIT.
061600     MOVE "AGE 8-30 BUS DAYS . ." TO OPR-B-LABEL.
061700     MOVE 3 TO OPNU-BAND-SUB.
061800     PERFORM 6200-WRITE-BAND-LINE THRU 6200-EXIT.
061900     MOVE "AGE OVER 30 BUS DAYS." TO OPR-B-LABEL.
062000     MOVE 4 TO OPNU-BAND-SUB.
062100     PERFORM 6200-WRITE-BAND-LINE THRU 6200-EXIT.
062200     WRITE OPR-RECORD FROM OPR-BLANK-LINE.
065400         MOVE 0 TO OPNU-AGE-DAYS
065500     END-IF.
065600     MOVE OPNU-AGE-DAYS TO OPR-D-DAYS.
065610     MOVE OPNU-DTD-DAYS TO OPNU-BUS-FROM-DAYS.
065620     MOVE OPNU-TODAY-DAYS TO OPNU-BUS-TO-DAYS.
065630     PERFORM 8750-COUNT-BUSINESS-DAYS THRU 8750-EXIT.
065640     MOVE OPNU-BUS-DAYS TO OPR-D-BUS-DAYS.
065644     IF OPN-LEG-LDG-PRC
065648         MOVE "LDG-PRC" TO OPR-D-LEG
065652     ELSE
065656         IF OPN-LEG-PRC-BNK
065660             MOVE "PRC-BNK" TO OPR-D-LEG
065664         ELSE
065668             IF OPN-LEG-BOTH
065672                 MOVE "BOTH" TO OPR-D-LEG
065676             ELSE
065680                 MOVE SPACES TO OPR-D-LEG
065684             END-IF
065688         END-IF
065692     END-IF.
065696     PERFORM 6160-LOOKUP-ACCOUNT THRU 6160-EXIT.
065700     WRITE OPR-RECORD FROM OPR-DETAIL-LINE.
065800     ADD 1 TO OPNU-STILL-OPEN-COUNT.
065900     IF OPN-AMOUNT IS NUMERIC
066000         ADD OPN-AMOUNT TO OPNU-TOTAL-OPEN-AMT
066100     END-IF.
066200     IF OPNU-BUS-DAYS < 4
066300         MOVE 1 TO OPNU-BAND-SUB
066400     ELSE
066500         IF OPNU-BUS-DAYS < 8
066600             MOVE 2 TO OPNU-BAND-SUB
066700         ELSE
066800             IF OPNU-BUS-DAYS < 31
066900                 MOVE 3 TO OPNU-BAND-SUB
067000             ELSE
067100                 MOVE 4 TO OPNU-BAND-SUB
067800     END-IF.
067900 6150-EXIT.
068000     EXIT.
068005*
068010 6160-LOOKUP-ACCOUNT.
068015     MOVE SPACES TO OPR-D-NAME.
068020     MOVE SPACES TO OPR-D-OWNER.
068025     IF NOT OPNU-ACM-AVAIL
068030         GO TO 6160-EXIT
068035     END-IF.
068040     MOVE OPN-ACCT-KEY TO ACM-ACCT-KEY.
068045     READ ACCTMST
068050         INVALID KEY
068055             MOVE "*** NOT ON ACCOUNT MASTER ***" TO OPR-D-NAME
068060         NOT INVALID KEY
068065             MOVE ACM-NAME TO OPR-D-NAME
068070             MOVE ACM-OWNER TO OPR-D-OWNER
068075     END-READ.
068080 6160-EXIT.
068085     EXIT.
068100*
068200 6200-WRITE-BAND-LINE.
068300     MOVE OPNU-BAND-COUNT (OPNU-BAND-SUB) TO OPR-B-COUNT.
073000     IF OPNU-TOL-AVAIL
073100         CLOSE TOLRFILE
073200     END-IF.
073225     IF OPNU-ACM-AVAIL
073250         CLOSE ACCTMST
073275     END-IF.
073287     PERFORM 8300-WRITE-STEP-CONTROL THRU 8300-EXIT.
073300 8000-EXIT.
073400     EXIT.
073403*
073406 8300-WRITE-STEP-CONTROL.
073409*    RECBAL PROVES THE ITEMS STILL OPEN AGAINST THE WAREHOUSE
073412*    EXTRACT'S OPEN-ITEM ROWS.
073415     MOVE SPACES TO CTL-RECORD.
073418     MOVE "OPENUPD" TO CTL-STEP-NAME.
073421     MOVE OPNU-READ-COUNT TO CTL-IN-COUNT.
073424     MOVE OPNU-STILL-OPEN-COUNT TO CTL-OUT-COUNT.
073427     MOVE 0 TO CTL-EXC-COUNT.
073430     MOVE 0 TO CTL-OOB-COUNT.
073433     MOVE 0 TO CTL-GLX-COUNT.
073436     MOVE 0 TO CTL-GLX-TOTAL.
073439     MOVE OPNU-SYSTEM-DATE TO CTL-RUN-DATE.
073442     MOVE OPNU-SYSTEM-TIME TO CTL-RUN-TIME.
073445     OPEN EXTEND CTLFILE.
073448     IF OPNU-CTL-STATUS NOT = "00"
073451         OPEN OUTPUT CTLFILE
073454     END-IF.
073457     IF OPNU-CTL-STATUS = "00"
073460         WRITE CTL-RECORD
073463         CLOSE CTLFILE
073466     ELSE
073469         DISPLAY "OPENUPD - UNABLE TO WRITE STEP CONTROL, "
073472             "STATUS = " OPNU-CTL-STATUS
073475     END-IF.
073478 8300-EXIT.
073481     EXIT.
073500*
073600 8700-DATE-TO-DAYS.
073700*    CONVERTS A CCYYMMDD DATE TO A SERIAL DAY COUNT SO TWO
075500 8700-EXIT.
075600     EXIT.
075700*
075701 8750-COUNT-BUSINESS-DAYS.
075702*    COUNTS THE BUSINESS DAYS AFTER OPNU-BUS-FROM-DAYS UP TO AND
075703*    INCLUDING OPNU-BUS-TO-DAYS: FIVE FOR EVERY WHOLE WEEK, THE
075704*    ODD DAYS LEFT OVER CHECKED ONE BY ONE, THEN EACH CALENDAR
075705*    HOLIDAY OR WORKING WEEKEND DAY INSIDE THE SPAN APPLIED.
075706     MOVE 0 TO OPNU-BUS-DAYS.
075707     IF OPNU-BUS-TO-DAYS NOT > OPNU-BUS-FROM-DAYS
075708         GO TO 8750-EXIT
075709     END-IF.
075710     COMPUTE OPNU-BUS-SPAN =
075711         OPNU-BUS-TO-DAYS - OPNU-BUS-FROM-DAYS.
075712     DIVIDE OPNU-BUS-SPAN BY 7 GIVING OPNU-BUS-WEEKS
075713         REMAINDER OPNU-BUS-ODD.
075714     COMPUTE OPNU-BUS-DAYS = OPNU-BUS-WEEKS * 5.
075715     COMPUTE OPNU-BUS-DAY = OPNU-BUS-TO-DAYS - OPNU-BUS-ODD.
075716     PERFORM 8760-COUNT-ODD-DAY THRU 8760-EXIT
075717             UNTIL OPNU-BUS-DAY NOT < OPNU-BUS-TO-DAYS.
075718     MOVE 0 TO OPNU-CAL-SUB.
075719     PERFORM 8770-APPLY-CAL-DATE THRU 8770-EXIT
075720             UNTIL OPNU-CAL-SUB NOT < OPNU-CAL-COUNT.
075721 8750-EXIT.
075722     EXIT.
075723*
075724 8760-COUNT-ODD-DAY.
075725     ADD 1 TO OPNU-BUS-DAY.
075726     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
075727     IF NOT OPNU-WEEKEND
075728         ADD 1 TO OPNU-BUS-DAYS
075729     END-IF.
075730 8760-EXIT.
075731     EXIT.
075732*
075733 8770-APPLY-CAL-DATE.
075734     ADD 1 TO OPNU-CAL-SUB.
075735     IF OPNU-CAL-DAYS (OPNU-CAL-SUB) > OPNU-BUS-FROM-DAYS
075736             AND OPNU-CAL-DAYS (OPNU-CAL-SUB)
075737                 NOT > OPNU-BUS-TO-DAYS
075738         ADD OPNU-CAL-ADJ (OPNU-CAL-SUB) TO OPNU-BUS-DAYS
075739     END-IF.
075740 8770-EXIT.
075741     EXIT.
075742*
075743 8780-CHECK-WEEKEND.
075744*    THE SERIAL DAY FROM 8700 TAKEN MODULO 7 GIVES THE DAY OF
075745*    THE WEEK - REMAINDER 4 IS A SATURDAY, 5 A SUNDAY.
075746     DIVIDE OPNU-BUS-DAY BY 7 GIVING OPNU-BUS-QUOT
075747         REMAINDER OPNU-BUS-DOW.
075748     IF OPNU-BUS-DOW = 4 OR OPNU-BUS-DOW = 5
075749         MOVE 'Y' TO OPNU-WEEKEND-SW
075750     ELSE
075751         MOVE 'N' TO OPNU-WEEKEND-SW
075752     END-IF.
075753 8780-EXIT.
075754     EXIT.
075755*
075800 9999-EXIT.
075900     MOVE OPNU-RETURN-CODE TO RETURN-CODE.
076000     STOP RUN.
