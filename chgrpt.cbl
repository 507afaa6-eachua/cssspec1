000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400* PROGRAM-ID.  CHGRPT                                            *
000500*                                                                *
000600* AUTHOR.      D. L. HARMON                                      *
000700* INSTALLATION. DAILY RECONCILIATION UNIT                        *
000800* DATE-WRITTEN. 2026-10-15                                       *
000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     DAILY REPORT OF PARAMETER AND TOLERANCE RULE      *
001200*              CHANGE REQUESTS.  READS THE CHANGE REQUEST MASTER *
001300*              (CHGPEND, WRITTEN BY THE APRM AND ATOL SCREENS    *
001400*              AND DECIDED ON ACHK) IN KEY ORDER.  A REQUEST     *
001500*              STILL PENDING AFTER MORE THAN THE CHGPARM LIMIT   *
001600*              OF BUSINESS DAYS (COUNTED FROM THE REGION'S       *
001700*              CALENDAR, CALFILE) IS EXPIRED - IT CAN NO LONGER  *
001800*              BE APPROVED AND MUST BE ENTERED AGAIN.  EVERY     *
001900*              REQUEST STILL PENDING IS LISTED, AND EVERY        *
002000*              REQUEST APPROVED, REJECTED OR EXPIRED SINCE THE   *
002100*              LAST RUN IS LISTED ONCE WITH THE USER WHO ENTERED *
002200*              IT AND THE USER WHO DECIDED IT, THEN MARKED AS    *
002300*              REPORTED.                                         *
002400*                                                                *
002500* RETURN CODES: 0 NOTHING EXPIRED, 4 REQUESTS EXPIRED THIS RUN,  *
002600*              8 A REQUEST COULD NOT BE UPDATED, 12 OPEN         *
002700*              FAILURE.                                          *
002800*                                                                *
002900* MODIFICATION HISTORY.                                          *
003000*   DATE       INIT  DESCRIPTION                                 *
003100*   ---------  ----  -------------------------------------------*
003200*   2026-10-15  DLH  ORIGINAL PROGRAM.                           *
003220*   2026-10-15  DLH  AN EMPTY CHGPEND CLUSTER (STATUS 35 BEFORE  *
003240*                    THE FIRST APRM OR ATOL REQUEST IS KEYED) IS *
003260*                    PRIMED AND REOPENED INSTEAD OF ENDING THE   *
003280*                    STEP RC 12.                                 *
003300******************************************************************
003400 PROGRAM-ID. CHGRPT.
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CHGPEND ASSIGN TO CHGPEND
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS CHP-KEY
004300         FILE STATUS IS CRPT-CHP-STATUS.
004400     SELECT CHGPARM ASSIGN TO CHGPARM
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CRPT-PRM-STATUS.
004700     SELECT CHGRFILE ASSIGN TO CHGRFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CRPT-RPT-STATUS.
005000     SELECT CALFILE ASSIGN TO CALFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CRPT-CAL-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CHGPEND
005600     LABEL RECORDS ARE STANDARD.
005700*    CHP-RECORD IS SHARED WITH ACPRMM, ACTOLM AND ACCHKB - SEE
005800*    COPYBOOKS/CHGPREC.
005900 COPY CHGPREC.
006000 FD  CHGPARM
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  CGP-RECORD.
006400     05  CGP-EXPIRY-DAYS             PIC 9(03).
006500 FD  CHGRFILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 01  CRP-RECORD                      PIC X(132).
006900 FD  CALFILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200*    CAL-RECORD IS SHARED WITH TRNMATCH, ACCPT, OPENUPD AND
007300*    EXCPAGE - SEE COPYBOOKS/CALNDREC.
007400 COPY CALNDREC.
007500 WORKING-STORAGE SECTION.
007600*-----------------------------------------------------------------
007700* FILE STATUS SWITCHES
007800*-----------------------------------------------------------------
007900 77  CRPT-CHP-STATUS                 PIC X(02) VALUE SPACES.
008000 77  CRPT-PRM-STATUS                 PIC X(02) VALUE SPACES.
008100 77  CRPT-RPT-STATUS                 PIC X(02) VALUE SPACES.
008200 77  CRPT-CAL-STATUS                 PIC X(02) VALUE SPACES.
008300*-----------------------------------------------------------------
008400* RUN CONTROL SWITCHES AND COUNTERS
008500*-----------------------------------------------------------------
008600 77  CRPT-EOF-SW                     PIC X(01) VALUE 'N'.
008700     88  CRPT-EOF                        VALUE 'Y'.
008800 77  CRPT-REWRITE-SW                 PIC X(01) VALUE 'N'.
008900     88  CRPT-REWRITE-NEEDED             VALUE 'Y'.
009000 77  CRPT-READ-COUNT                 PIC 9(07) COMP VALUE 0.
009100 77  CRPT-LISTED-COUNT               PIC 9(07) COMP VALUE 0.
009200 77  CRPT-PENDING-COUNT              PIC 9(07) COMP VALUE 0.
009300 77  CRPT-APPROVED-COUNT             PIC 9(07) COMP VALUE 0.
009400 77  CRPT-REJECTED-COUNT             PIC 9(07) COMP VALUE 0.
009500 77  CRPT-EXPIRED-COUNT              PIC 9(07) COMP VALUE 0.
009600 77  CRPT-NEWLY-EXPIRED-COUNT        PIC 9(07) COMP VALUE 0.
009700 77  CRPT-REWRITE-FAIL-COUNT         PIC 9(07) COMP VALUE 0.
009800*    RETURN CODE PASSED TO THE SCHEDULER AT 9999-EXIT:
009900*      00 NOTHING EXPIRED   04 REQUESTS EXPIRED THIS RUN
010000*      08 A REQUEST NOT UPDATED   12 OPEN FAILURE
010100 77  CRPT-RETURN-CODE                PIC 9(02) COMP VALUE 0.
010200*-----------------------------------------------------------------
010300* RUN-TIME PARAMETER AND ITS DEFAULT (BUSINESS DAYS)
010400*-----------------------------------------------------------------
010500 77  CRPT-EXPIRY-DAYS                PIC 9(03) VALUE 5.
010600 77  CRPT-AGE-TO-DATE                PIC 9(08) VALUE 0.
010700*-----------------------------------------------------------------
010800* SERIAL DAY-COUNT CONVERSION WORK FIELDS - SEE
010900* 8700-DATE-TO-DAYS
011000*-----------------------------------------------------------------
011100 77  CRPT-TODAY-DATE                 PIC 9(08) VALUE 0.
011200 77  CRPT-TODAY-DAYS                 PIC S9(08) COMP VALUE 0.
011300 01  CRPT-DTD-DATE                   PIC 9(08) VALUE 0.
011400 01  FILLER REDEFINES CRPT-DTD-DATE.
011500     05  CRPT-DTD-CCYY               PIC 9(04).
011600     05  CRPT-DTD-MM                 PIC 9(02).
011700     05  CRPT-DTD-DD                 PIC 9(02).
011800 77  CRPT-DTD-DAYS                   PIC S9(08) COMP VALUE 0.
011900 77  CRPT-DTD-YR                     PIC S9(08) COMP VALUE 0.
012000 77  CRPT-DTD-MO                     PIC S9(08) COMP VALUE 0.
012100 77  CRPT-DTD-T1                     PIC S9(08) COMP VALUE 0.
012200 77  CRPT-DTD-T2                     PIC S9(08) COMP VALUE 0.
012300 77  CRPT-DTD-T3                     PIC S9(08) COMP VALUE 0.
012400 77  CRPT-DTD-T4                     PIC S9(08) COMP VALUE 0.
012500*-----------------------------------------------------------------
012600* BUSINESS-DAY CALENDAR - SEE 1400-LOAD-CALENDAR AND
012700* 8750-COUNT-BUSINESS-DAYS.  ONLY THE DATES THAT BREAK THE
012800* MONDAY-TO-FRIDAY RULE ARE HELD, AS SERIAL DAYS: A WEEKDAY
012900* HOLIDAY CARRIES AN ADJUSTMENT OF -1, A WORKING WEEKEND DAY +1.
013000*-----------------------------------------------------------------
013100 77  CRPT-CAL-EOF-SW                 PIC X(01) VALUE 'N'.
013200     88  CRPT-CAL-EOF                    VALUE 'Y'.
013300 77  CRPT-CAL-REGION                 PIC X(04) VALUE "NONE".
013400 77  CRPT-CAL-THRU-DATE              PIC 9(08) VALUE 0.
013500 77  CRPT-CAL-LIMIT                  PIC 9(04) COMP VALUE 500.
013600 77  CRPT-CAL-COUNT                  PIC 9(04) COMP VALUE 0.
013700 77  CRPT-CAL-SUB                    PIC 9(04) COMP VALUE 0.
013800 77  CRPT-CAL-HIT                    PIC 9(04) COMP VALUE 0.
013900 77  CRPT-CAL-NEW-ADJ                PIC S9(04) COMP VALUE 0.
014000 01  CRPT-CAL-TABLE.
014100     05  CRPT-CAL-ENTRY              OCCURS 500 TIMES.
014200         10  CRPT-CAL-DAYS           PIC S9(08) COMP.
014300         10  CRPT-CAL-ADJ            PIC S9(04) COMP.
014400 77  CRPT-BUS-FROM-DAYS              PIC S9(08) COMP VALUE 0.
014500 77  CRPT-BUS-TO-DAYS                PIC S9(08) COMP VALUE 0.
014600 77  CRPT-BUS-DAYS                   PIC S9(08) COMP VALUE 0.
014700 77  CRPT-BUS-SPAN                   PIC S9(08) COMP VALUE 0.
014800 77  CRPT-BUS-WEEKS                  PIC S9(08) COMP VALUE 0.
014900 77  CRPT-BUS-ODD                    PIC S9(08) COMP VALUE 0.
015000 77  CRPT-BUS-DAY                    PIC S9(08) COMP VALUE 0.
015100 77  CRPT-BUS-QUOT                   PIC S9(08) COMP VALUE 0.
015200 77  CRPT-BUS-DOW                    PIC S9(08) COMP VALUE 0.
015300 77  CRPT-WEEKEND-SW                 PIC X(01) VALUE 'N'.
015400     88  CRPT-WEEKEND                    VALUE 'Y'.
015500*-----------------------------------------------------------------
015600* RUN DATE AND TIME
015700*-----------------------------------------------------------------
015800 77  CRPT-SYSTEM-DATE                PIC 9(06).
015900 77  CRPT-SYSTEM-TIME                PIC 9(08).
016000 01  CRPT-RUN-DATE.
016100     05  CRPT-RUN-YY                 PIC 9(02).
016200     05  CRPT-RUN-MM                 PIC 9(02).
016300     05  CRPT-RUN-DD                 PIC 9(02).
016400 01  CRPT-RUN-DATE-EDIT.
016500     05  CRPT-RUN-DATE-MM            PIC 9(02).
016600     05  FILLER                      PIC X(01) VALUE '/'.
016700     05  CRPT-RUN-DATE-DD            PIC 9(02).
016800     05  FILLER                      PIC X(01) VALUE '/'.
016900     05  CRPT-RUN-DATE-YY            PIC 9(02).
017000 01  CRPT-RUN-TIME.
017100     05  CRPT-RUN-HH                 PIC 9(02).
017200     05  CRPT-RUN-MN                 PIC 9(02).
017300     05  CRPT-RUN-SS                 PIC 9(02).
017400     05  CRPT-RUN-HS                 PIC 9(02).
017500 01  CRPT-RUN-TIME-EDIT.
017600     05  CRPT-RUN-TIME-HH            PIC 9(02).
017700     05  FILLER                      PIC X(01) VALUE ':'.
017800     05  CRPT-RUN-TIME-MN            PIC 9(02).
017900     05  FILLER                      PIC X(01) VALUE ':'.
018000     05  CRPT-RUN-TIME-SS            PIC 9(02).
018100*    THE TIME OF DAY IN THE HHMMSS FORM STAMPED ON AN EXPIRED
018200*    REQUEST AS ITS DECISION TIME.
018300 01  CRPT-NOW-TIME.
018400     05  CRPT-NOW-HH                 PIC 9(02).
018500     05  CRPT-NOW-MN                 PIC 9(02).
018600     05  CRPT-NOW-SS                 PIC 9(02).
018700*-----------------------------------------------------------------
018800* REPORT LINES
018900*-----------------------------------------------------------------
019000 01  CRP-HEADING-1.
019100     05  FILLER                      PIC X(20) VALUE SPACES.
019200     05  FILLER                      PIC X(50)
019300             VALUE "PARAMETER AND TOLERANCE RULE CHANGE REQUESTS".
019400 01  CRP-HEADING-2.
019500     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
019600     05  CRP-H2-DATE                 PIC X(08).
019700     05  FILLER                      PIC X(10) VALUE SPACES.
019800     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
019900     05  CRP-H2-TIME                 PIC X(08).
020000     05  FILLER                      PIC X(10) VALUE SPACES.
020100     05  FILLER                      PIC X(10) VALUE "CALENDAR: ".
020200     05  CRP-H2-REGION               PIC X(04).
020300 01  CRP-HEADING-EXPIRY.
020400     05  FILLER                      PIC X(30)
020500             VALUE "PENDING REQUESTS EXPIRE AFTER ".
020600     05  CRP-HE-DAYS                 PIC ZZ9.
020650     05  FILLER                      PIC X(14)
020660             VALUE " BUSINESS DAYS".
020700 01  CRP-HEADING-3.
020800     05  FILLER                      PIC X(17) VALUE "REQUESTED".
020900     05  FILLER                      PIC X(05) VALUE "TYPE".
021000     05  FILLER                      PIC X(07) VALUE "ACTION".
021100     05  FILLER                      PIC X(11) VALUE "ACCOUNT".
021200     05  FILLER                      PIC X(05) VALUE "SRC".
021300     05  FILLER                      PIC X(13)
021400             VALUE "    OLD TOL.".
021500     05  FILLER                      PIC X(14)
021600             VALUE "    NEW TOL.".
021700     05  FILLER                      PIC X(13)
021800             VALUE "INTVL>INTVL".
021900     05  FILLER                      PIC X(05) VALUE "F>F".
022000     05  FILLER                      PIC X(09) VALUE "MAKER".
022100     05  FILLER                      PIC X(09) VALUE "CHECKER".
022200     05  FILLER                      PIC X(09) VALUE "DECIDED".
022300     05  FILLER                      PIC X(09) VALUE "STATUS".
022400     05  FILLER                      PIC X(05) VALUE "  BUS".
022500 01  CRP-HEADING-4.
022600     05  FILLER                      PIC X(126) VALUE SPACES.
022700     05  FILLER                      PIC X(05) VALUE " DAYS".
022800 01  CRP-DETAIL-LINE.
022900     05  CRP-D-REQ-DATE              PIC 9(08).
023000     05  FILLER                      PIC X(01) VALUE SPACES.
023100     05  CRP-D-REQ-TIME              PIC 9(06).
023200     05  FILLER                      PIC X(02) VALUE SPACES.
023300     05  CRP-D-TYPE                  PIC X(04).
023400     05  FILLER                      PIC X(01) VALUE SPACES.
023500     05  CRP-D-ACTION                PIC X(06).
023600     05  FILLER                      PIC X(01) VALUE SPACES.
023700     05  CRP-D-ACCT                  PIC X(10).
023800     05  FILLER                      PIC X(01) VALUE SPACES.
023900     05  CRP-D-SOURCE                PIC X(03).
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  CRP-D-OLD-TOL               PIC X(12).
024200     05  CRP-D-OLD-TOL-AMT REDEFINES CRP-D-OLD-TOL
024300                                     PIC Z(8)9.99.
024400     05  FILLER                      PIC X(01) VALUE SPACES.
024500     05  CRP-D-NEW-TOL               PIC X(12).
024600     05  CRP-D-NEW-TOL-AMT REDEFINES CRP-D-NEW-TOL
024700                                     PIC Z(8)9.99.
024800     05  FILLER                      PIC X(02) VALUE SPACES.
024900     05  CRP-D-INTVL-AREA            PIC X(11).
025000     05  FILLER REDEFINES CRP-D-INTVL-AREA.
025100         10  CRP-D-OLD-INTVL         PIC ZZZZ9.
025200         10  CRP-D-INTVL-TO          PIC X(01).
025300         10  CRP-D-NEW-INTVL         PIC ZZZZ9.
025400     05  FILLER                      PIC X(02) VALUE SPACES.
025500     05  CRP-D-FORCE-AREA            PIC X(03).
025600     05  FILLER REDEFINES CRP-D-FORCE-AREA.
025700         10  CRP-D-OLD-FORCE         PIC X(01).
025800         10  CRP-D-FORCE-TO          PIC X(01).
025900         10  CRP-D-NEW-FORCE         PIC X(01).
026000     05  FILLER                      PIC X(02) VALUE SPACES.
026100     05  CRP-D-MAKER                 PIC X(08).
026200     05  FILLER                      PIC X(01) VALUE SPACES.
026300     05  CRP-D-CHECKER               PIC X(08).
026400     05  FILLER                      PIC X(01) VALUE SPACES.
026500     05  CRP-D-DEC-DATE              PIC X(08).
026600     05  FILLER                      PIC X(01) VALUE SPACES.
026700     05  CRP-D-STATUS                PIC X(08).
026800     05  FILLER                      PIC X(01) VALUE SPACES.
026900     05  CRP-D-BUS-DAYS              PIC ZZZZ9.
027000 01  CRP-TOTAL-LINE.
027100     05  CRP-T-LABEL                 PIC X(21).
027200     05  CRP-T-COUNT                 PIC Z,ZZZ,ZZ9.
027300 01  CRP-BLANK-LINE                  PIC X(132) VALUE SPACES.
027400 01  CRP-NONE-LINE.
027500     05  FILLER                      PIC X(40)
027600             VALUE "  (NO REQUESTS PENDING OR DECIDED)".
027700*
027800 PROCEDURE DIVISION.
027900*
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028200     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
028300             UNTIL CRPT-EOF.
028400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
028500     GO TO 9999-EXIT.
028600*
028700 1000-INITIALIZE.
028720*    CHGPEND STARTS EMPTY UNTIL THE FIRST APRM OR ATOL CHANGE
028740*    IS KEYED, AND AN EMPTY CLUSTER FAILS THE I-O OPEN WITH
028760*    STATUS 35, SO IT IS PRIMED THROUGH AN OUTPUT OPEN AND
028780*    REOPENED I-O, AS ADJPOST AND OPENUPD DO.
028800     OPEN I-O CHGPEND.
028812     IF CRPT-CHP-STATUS = "35"
028824         OPEN OUTPUT CHGPEND
028836         IF CRPT-CHP-STATUS = "00"
028848             CLOSE CHGPEND
028860             OPEN I-O CHGPEND
028872         END-IF
028884     END-IF.
028900     IF CRPT-CHP-STATUS NOT = "00"
029000         DISPLAY "CHGRPT - UNABLE TO OPEN CHGPEND, STATUS = "
029100             CRPT-CHP-STATUS
029200         DISPLAY "CRPT01E UNABLE TO OPEN CHGPEND"
029300             UPON CONSOLE
029400         MOVE 12 TO CRPT-RETURN-CODE
029500         GO TO 9999-EXIT
029600     END-IF.
029700     OPEN OUTPUT CHGRFILE.
029800     IF CRPT-RPT-STATUS NOT = "00"
029900         DISPLAY "CHGRPT - UNABLE TO OPEN CHGRFILE, STATUS = "
030000             CRPT-RPT-STATUS
030100         DISPLAY "CRPT01E UNABLE TO OPEN CHGRFILE"
030200             UPON CONSOLE
030300         MOVE 12 TO CRPT-RETURN-CODE
030400         GO TO 9999-EXIT
030500     END-IF.
030600     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
030700     ACCEPT CRPT-SYSTEM-DATE FROM DATE.
030800     ACCEPT CRPT-SYSTEM-TIME FROM TIME.
030900     MOVE CRPT-SYSTEM-DATE TO CRPT-RUN-DATE.
031000     MOVE CRPT-SYSTEM-TIME TO CRPT-RUN-TIME.
031100     MOVE CRPT-RUN-MM TO CRPT-RUN-DATE-MM.
031200     MOVE CRPT-RUN-DD TO CRPT-RUN-DATE-DD.
031300     MOVE CRPT-RUN-YY TO CRPT-RUN-DATE-YY.
031400     MOVE CRPT-RUN-HH TO CRPT-RUN-TIME-HH.
031500     MOVE CRPT-RUN-MN TO CRPT-RUN-TIME-MN.
031600     MOVE CRPT-RUN-SS TO CRPT-RUN-TIME-SS.
031700     MOVE CRPT-RUN-HH TO CRPT-NOW-HH.
031800     MOVE CRPT-RUN-MN TO CRPT-NOW-MN.
031900     MOVE CRPT-RUN-SS TO CRPT-NOW-SS.
032000     ACCEPT CRPT-TODAY-DATE FROM DATE YYYYMMDD.
032100     MOVE CRPT-TODAY-DATE TO CRPT-DTD-DATE.
032200     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
032300     MOVE CRPT-DTD-DAYS TO CRPT-TODAY-DAYS.
032400     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
032500     PERFORM 1300-WRITE-REPORT-HEADINGS THRU 1300-EXIT.
032600     PERFORM 7500-READ-REQUEST THRU 7500-EXIT.
032700 1000-EXIT.
032800     EXIT.
032900*
033000 1100-READ-PARAMETERS.
033100     OPEN INPUT CHGPARM.
033200     IF CRPT-PRM-STATUS = "00"
033300         READ CHGPARM
033400         IF CRPT-PRM-STATUS = "00"
033500             IF CGP-EXPIRY-DAYS IS NUMERIC
033600                     AND CGP-EXPIRY-DAYS > 0
033700                 MOVE CGP-EXPIRY-DAYS TO CRPT-EXPIRY-DAYS
033800             END-IF
033900         END-IF
034000         CLOSE CHGPARM
034100     END-IF.
034200 1100-EXIT.
034300     EXIT.
034400*
034500 1300-WRITE-REPORT-HEADINGS.
034600     MOVE CRPT-RUN-DATE-EDIT TO CRP-H2-DATE.
034700     MOVE CRPT-RUN-TIME-EDIT TO CRP-H2-TIME.
034800     MOVE CRPT-CAL-REGION TO CRP-H2-REGION.
034900     WRITE CRP-RECORD FROM CRP-HEADING-1.
035000     WRITE CRP-RECORD FROM CRP-HEADING-2.
035100     MOVE CRPT-EXPIRY-DAYS TO CRP-HE-DAYS.
035200     WRITE CRP-RECORD FROM CRP-HEADING-EXPIRY.
035300     WRITE CRP-RECORD FROM CRP-BLANK-LINE.
035400     WRITE CRP-RECORD FROM CRP-HEADING-3.
035500     WRITE CRP-RECORD FROM CRP-HEADING-4.
035600 1300-EXIT.
035700     EXIT.
035800*
035900 1400-LOAD-CALENDAR.
036000*    THE REGION'S BUSINESS-DAY CALENDAR IS OPTIONAL - WITHOUT IT
036100*    REQUESTS ARE AGED IN MONDAY-TO-FRIDAY DAYS WITH NO HOLIDAYS.
036200*    A CALENDAR NOT MAINTAINED THROUGH TODAY IS STILL USED, BUT
036300*    THE OPERATOR IS TOLD ITS ANNUAL UPDATE IS DUE.
036400     OPEN INPUT CALFILE.
036500     IF CRPT-CAL-STATUS NOT = "00"
036600         DISPLAY "CHGRPT - CALFILE NOT AVAILABLE, STATUS = "
036700             CRPT-CAL-STATUS " - WEEKDAYS ONLY, NO HOLIDAYS"
036800         GO TO 1400-EXIT
036900     END-IF.
037000     PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
037100             UNTIL CRPT-CAL-EOF.
037200     CLOSE CALFILE.
037300     DISPLAY "CHGRPT - CALENDAR " CRPT-CAL-REGION
037400         " THROUGH " CRPT-CAL-THRU-DATE " LOADED, "
037500         CRPT-CAL-COUNT " HOLIDAY/WORKING-DAY ENTRIES".
037600     IF CRPT-CAL-THRU-DATE < CRPT-TODAY-DATE
037700         DISPLAY "CRPT05W BUSINESS CALENDAR " CRPT-CAL-REGION
037800             " ENDS " CRPT-CAL-THRU-DATE " - ANNUAL UPDATE DUE"
037900             UPON CONSOLE
038000     END-IF.
038100 1400-EXIT.
038200     EXIT.
038300*
038400 1410-READ-CALENDAR.
038500     READ CALFILE
038600         AT END
038700             MOVE 'Y' TO CRPT-CAL-EOF-SW
038800         NOT AT END
038900             PERFORM 1420-POST-CAL-DATE THRU 1420-EXIT
039000     END-READ.
039100 1410-EXIT.
039200     EXIT.
039300*
039400 1420-POST-CAL-DATE.
039500     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = 0
039600         DISPLAY "CHGRPT - CALENDAR RECORD WITH BAD DATE '"
039700             CAL-DATE "' IGNORED"
039800         GO TO 1420-EXIT
039900     END-IF.
040000     IF CAL-HEADER-REC
040100         MOVE CAL-REGION TO CRPT-CAL-REGION
040200         MOVE CAL-DATE TO CRPT-CAL-THRU-DATE
040300         GO TO 1420-EXIT
040400     END-IF.
040500     MOVE CAL-DATE TO CRPT-DTD-DATE.
040600     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
040700     MOVE CRPT-DTD-DAYS TO CRPT-BUS-DAY.
040800     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
040900     MOVE 0 TO CRPT-CAL-NEW-ADJ.
041000     IF CAL-HOLIDAY-REC AND NOT CRPT-WEEKEND
041100         MOVE -1 TO CRPT-CAL-NEW-ADJ
041200     END-IF.
041300     IF CAL-WORKDAY-REC AND CRPT-WEEKEND
041400         MOVE 1 TO CRPT-CAL-NEW-ADJ
041500     END-IF.
041600*    A WEEKEND HOLIDAY, A WEEKDAY WORKING DAY OR AN UNKNOWN
041700*    RECORD TYPE CHANGES NOTHING AND IS NOT HELD.
041800     IF CRPT-CAL-NEW-ADJ = 0
041900         GO TO 1420-EXIT
042000     END-IF.
042100     MOVE 0 TO CRPT-CAL-HIT.
042200     MOVE 0 TO CRPT-CAL-SUB.
042300     PERFORM 1430-FIND-CAL-DATE THRU 1430-EXIT
042400             UNTIL CRPT-CAL-SUB NOT < CRPT-CAL-COUNT
042500             OR CRPT-CAL-HIT > 0.
042600     IF CRPT-CAL-HIT > 0
042700         GO TO 1420-EXIT
042800     END-IF.
042900     IF CRPT-CAL-COUNT NOT < CRPT-CAL-LIMIT
043000         DISPLAY "CHGRPT - CALENDAR TABLE FULL AT "
043100             CRPT-CAL-LIMIT " ENTRIES - " CAL-DATE " IGNORED"
043200         GO TO 1420-EXIT
043300     END-IF.
043400     ADD 1 TO CRPT-CAL-COUNT.
043500     MOVE CRPT-BUS-DAY TO CRPT-CAL-DAYS (CRPT-CAL-COUNT).
043600     MOVE CRPT-CAL-NEW-ADJ TO CRPT-CAL-ADJ (CRPT-CAL-COUNT).
043700 1420-EXIT.
043800     EXIT.
043900*
044000 1430-FIND-CAL-DATE.
044100     ADD 1 TO CRPT-CAL-SUB.
044200     IF CRPT-CAL-DAYS (CRPT-CAL-SUB) = CRPT-BUS-DAY
044300         MOVE CRPT-CAL-SUB TO CRPT-CAL-HIT
044400     END-IF.
044500 1430-EXIT.
044600     EXIT.
044700*
044800 2000-PROCESS-REQUEST.
044900*    A PENDING REQUEST IS AGED TO TODAY; A DECIDED ONE TO THE DAY
045000*    IT WAS DECIDED.
045100     MOVE 'N' TO CRPT-REWRITE-SW.
045200     IF CHP-PENDING
045300         MOVE CRPT-TODAY-DATE TO CRPT-AGE-TO-DATE
045400     ELSE
045500         MOVE CHP-DEC-DATE TO CRPT-AGE-TO-DATE
045600     END-IF.
045700     PERFORM 2100-AGE-REQUEST THRU 2100-EXIT.
045800     IF CHP-PENDING AND CRPT-BUS-DAYS > CRPT-EXPIRY-DAYS
045900         PERFORM 2200-EXPIRE-REQUEST THRU 2200-EXIT
046000     END-IF.
046100     IF CHP-PENDING
046200         PERFORM 2300-PRINT-REQUEST-LINE THRU 2300-EXIT
046300         ADD 1 TO CRPT-PENDING-COUNT
046400     ELSE
046500         IF NOT CHP-REPORTED
046600             PERFORM 2300-PRINT-REQUEST-LINE THRU 2300-EXIT
046700             PERFORM 2400-COUNT-DECIDED THRU 2400-EXIT
046800             MOVE 'Y' TO CHP-RPT-FLAG
046900             MOVE 'Y' TO CRPT-REWRITE-SW
047000         END-IF
047100     END-IF.
047200     IF CRPT-REWRITE-NEEDED
047300         PERFORM 2500-REWRITE-REQUEST THRU 2500-EXIT
047400     END-IF.
047500     PERFORM 7500-READ-REQUEST THRU 7500-EXIT.
047600 2000-EXIT.
047700     EXIT.
047800*
047900 2100-AGE-REQUEST.
048000     MOVE 0 TO CRPT-BUS-DAYS.
048100     IF CHP-REQ-DATE IS NOT NUMERIC OR CHP-REQ-DATE = 0
048200             OR CRPT-AGE-TO-DATE IS NOT NUMERIC
048300             OR CRPT-AGE-TO-DATE = 0
048400         GO TO 2100-EXIT
048500     END-IF.
048600     MOVE CHP-REQ-DATE TO CRPT-DTD-DATE.
048700     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
048800     MOVE CRPT-DTD-DAYS TO CRPT-BUS-FROM-DAYS.
048900     MOVE CRPT-AGE-TO-DATE TO CRPT-DTD-DATE.
049000     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
049100     MOVE CRPT-DTD-DAYS TO CRPT-BUS-TO-DAYS.
049200     PERFORM 8750-COUNT-BUSINESS-DAYS THRU 8750-EXIT.
049300 2100-EXIT.
049400     EXIT.
049500*
049600 2200-EXPIRE-REQUEST.
049700*    NOBODY DECIDED AN EXPIRED REQUEST - THE CHECKER STAYS BLANK
049800*    AND THE DECISION DATE IS THE DAY IT EXPIRED.
049900     MOVE 'E' TO CHP-STATUS.
050000     MOVE SPACES TO CHP-CHECKER-USER.
050100     MOVE CRPT-TODAY-DATE TO CHP-DEC-DATE.
050200     MOVE CRPT-NOW-TIME TO CHP-DEC-TIME.
050300     MOVE 'N' TO CHP-RPT-FLAG.
050400     MOVE 'Y' TO CRPT-REWRITE-SW.
050500     ADD 1 TO CRPT-NEWLY-EXPIRED-COUNT.
050600 2200-EXIT.
050700     EXIT.
050800*
050900 2300-PRINT-REQUEST-LINE.
051000     MOVE CHP-REQ-DATE TO CRP-D-REQ-DATE.
051100     MOVE CHP-REQ-TIME TO CRP-D-REQ-TIME.
051200     IF CHP-ADD
051300         MOVE 'ADD' TO CRP-D-ACTION
051400     END-IF.
051500     IF CHP-UPDATE
051600         MOVE 'UPDATE' TO CRP-D-ACTION
051700     END-IF.
051800     IF CHP-DELETE
051900         MOVE 'DELETE' TO CRP-D-ACTION
052000     END-IF.
052100     IF CHP-PARM-CHANGE
052200         MOVE 'PARM' TO CRP-D-TYPE
052300         MOVE 'PARMS' TO CRP-D-ACCT
052400         MOVE SPACES TO CRP-D-SOURCE
052500         MOVE CHP-OLD-INTERVAL TO CRP-D-OLD-INTVL
052600         MOVE '>' TO CRP-D-INTVL-TO
052700         MOVE CHP-NEW-INTERVAL TO CRP-D-NEW-INTVL
052800         MOVE CHP-OLD-FORCE TO CRP-D-OLD-FORCE
052900         MOVE '>' TO CRP-D-FORCE-TO
053000         MOVE CHP-NEW-FORCE TO CRP-D-NEW-FORCE
053100     ELSE
053200         MOVE 'RULE' TO CRP-D-TYPE
053300         MOVE CHP-RULE-ACCT TO CRP-D-ACCT
053400         MOVE CHP-RULE-SOURCE TO CRP-D-SOURCE
053500         MOVE SPACES TO CRP-D-INTVL-AREA
053600         MOVE SPACES TO CRP-D-FORCE-AREA
053700     END-IF.
053800     IF CHP-ADD
053900         MOVE SPACES TO CRP-D-OLD-TOL
054000     ELSE
054100         MOVE CHP-OLD-TOLERANCE TO CRP-D-OLD-TOL-AMT
054200     END-IF.
054300     IF CHP-DELETE
054400         MOVE SPACES TO CRP-D-NEW-TOL
054500     ELSE
054600         MOVE CHP-NEW-TOLERANCE TO CRP-D-NEW-TOL-AMT
054700     END-IF.
054800     MOVE CHP-MAKER-USER TO CRP-D-MAKER.
054900     MOVE CHP-CHECKER-USER TO CRP-D-CHECKER.
055000     IF CHP-PENDING
055100         MOVE SPACES TO CRP-D-DEC-DATE
055200         MOVE 'PENDING' TO CRP-D-STATUS
055300     ELSE
055400         MOVE CHP-DEC-DATE TO CRP-D-DEC-DATE
055500     END-IF.
055600     IF CHP-APPROVED
055700         MOVE 'APPROVED' TO CRP-D-STATUS
055800     END-IF.
055900     IF CHP-REJECTED
056000         MOVE 'REJECTED' TO CRP-D-STATUS
056100     END-IF.
056200     IF CHP-EXPIRED
056300         MOVE 'EXPIRED' TO CRP-D-STATUS
056400     END-IF.
056500     MOVE CRPT-BUS-DAYS TO CRP-D-BUS-DAYS.
056600     WRITE CRP-RECORD FROM CRP-DETAIL-LINE.
056700     ADD 1 TO CRPT-LISTED-COUNT.
056800 2300-EXIT.
056900     EXIT.
057000*
057100 2400-COUNT-DECIDED.
057200     IF CHP-APPROVED
057300         ADD 1 TO CRPT-APPROVED-COUNT
057400     END-IF.
057500     IF CHP-REJECTED
057600         ADD 1 TO CRPT-REJECTED-COUNT
057700     END-IF.
057800     IF CHP-EXPIRED
057900         ADD 1 TO CRPT-EXPIRED-COUNT
058000     END-IF.
058100 2400-EXIT.
058200     EXIT.
058300*
058400 2500-REWRITE-REQUEST.
058500*    A REQUEST THAT CANNOT BE MARKED IS LISTED AGAIN TOMORROW; ONE
058600*    THAT CANNOT BE EXPIRED STAYS OPEN FOR APPROVAL - EITHER WAY
058700*    THE STEP ENDS RC 8 SO IT IS LOOKED AT.
058800     REWRITE CHP-RECORD.
058900     IF CRPT-CHP-STATUS NOT = "00"
059000         DISPLAY "CHGRPT - REWRITE FAILED FOR REQUEST " CHP-KEY
059100             ", STATUS = " CRPT-CHP-STATUS
059200         ADD 1 TO CRPT-REWRITE-FAIL-COUNT
059300     END-IF.
059400 2500-EXIT.
059500     EXIT.
059600*
059700 7500-READ-REQUEST.
059800     READ CHGPEND NEXT RECORD
059900         AT END
060000             MOVE 'Y' TO CRPT-EOF-SW
060100         NOT AT END
060200             ADD 1 TO CRPT-READ-COUNT
060300     END-READ.
060400 7500-EXIT.
060500     EXIT.
060600*
060700 8000-FINALIZE.
060800     IF CRPT-LISTED-COUNT = 0
060900         WRITE CRP-RECORD FROM CRP-NONE-LINE
061000     END-IF.
061100     WRITE CRP-RECORD FROM CRP-BLANK-LINE.
061200     MOVE "STILL PENDING . . . ." TO CRP-T-LABEL.
061300     MOVE CRPT-PENDING-COUNT TO CRP-T-COUNT.
061400     WRITE CRP-RECORD FROM CRP-TOTAL-LINE.
061500     MOVE "APPROVED. . . . . . ." TO CRP-T-LABEL.
061600     MOVE CRPT-APPROVED-COUNT TO CRP-T-COUNT.
061700     WRITE CRP-RECORD FROM CRP-TOTAL-LINE.
061800     MOVE "REJECTED. . . . . . ." TO CRP-T-LABEL.
061900     MOVE CRPT-REJECTED-COUNT TO CRP-T-COUNT.
062000     WRITE CRP-RECORD FROM CRP-TOTAL-LINE.
062100     MOVE "EXPIRED . . . . . . ." TO CRP-T-LABEL.
062200     MOVE CRPT-EXPIRED-COUNT TO CRP-T-COUNT.
062300     WRITE CRP-RECORD FROM CRP-TOTAL-LINE.
062400     MOVE "  EXPIRED THIS RUN. ." TO CRP-T-LABEL.
062500     MOVE CRPT-NEWLY-EXPIRED-COUNT TO CRP-T-COUNT.
062600     WRITE CRP-RECORD FROM CRP-TOTAL-LINE.
062700     DISPLAY "CHGRPT - REQUEST RECORDS READ = "
062800         CRPT-READ-COUNT.
062900     DISPLAY "CHGRPT - REQUESTS LISTED      = "
063000         CRPT-LISTED-COUNT.
063100     DISPLAY "CHGRPT - STILL PENDING        = "
063200         CRPT-PENDING-COUNT.
063300     DISPLAY "CHGRPT - EXPIRED THIS RUN     = "
063400         CRPT-NEWLY-EXPIRED-COUNT.
063500     IF CRPT-REWRITE-FAIL-COUNT > 0
063600         DISPLAY "CRPT04E CHANGE REQUESTS NOT UPDATED = "
063700             CRPT-REWRITE-FAIL-COUNT UPON CONSOLE
063800         MOVE 8 TO CRPT-RETURN-CODE
063900     ELSE
064000         IF CRPT-NEWLY-EXPIRED-COUNT > 0
064100             DISPLAY "CRPT02W CHANGE REQUESTS EXPIRED UNDECIDED "
064200                 "= " CRPT-NEWLY-EXPIRED-COUNT UPON CONSOLE
064300             MOVE 4 TO CRPT-RETURN-CODE
064400         ELSE
064500             DISPLAY "CRPT03I CHANGE REQUESTS PENDING = "
064600                 CRPT-PENDING-COUNT UPON CONSOLE
064700         END-IF
064800     END-IF.
064900     CLOSE CHGPEND.
065000     CLOSE CHGRFILE.
065100 8000-EXIT.
065200     EXIT.
065300*
065400 8700-DATE-TO-DAYS.
065500*    CONVERTS A CCYYMMDD DATE TO A SERIAL DAY COUNT SO TWO
065600*    DATES SUBTRACT TO CALENDAR DAYS.  JANUARY AND FEBRUARY
065700*    ARE TREATED AS MONTHS 13 AND 14 OF THE PRIOR YEAR SO THE
065800*    LEAP DAY FALLS AT THE END OF THE COUNTING YEAR.
065900     MOVE CRPT-DTD-CCYY TO CRPT-DTD-YR.
066000     MOVE CRPT-DTD-MM TO CRPT-DTD-MO.
066100     IF CRPT-DTD-MO < 3
066200         ADD 12 TO CRPT-DTD-MO
066300         SUBTRACT 1 FROM CRPT-DTD-YR
066400     END-IF.
066500     DIVIDE CRPT-DTD-YR BY 4 GIVING CRPT-DTD-T1.
066600     DIVIDE CRPT-DTD-YR BY 100 GIVING CRPT-DTD-T2.
066700     DIVIDE CRPT-DTD-YR BY 400 GIVING CRPT-DTD-T3.
066800     COMPUTE CRPT-DTD-T4 = 153 * CRPT-DTD-MO - 457.
066900     DIVIDE CRPT-DTD-T4 BY 5 GIVING CRPT-DTD-T4.
067000     COMPUTE CRPT-DTD-DAYS = 365 * CRPT-DTD-YR + CRPT-DTD-T1
067100         - CRPT-DTD-T2 + CRPT-DTD-T3 + CRPT-DTD-T4
067200         + CRPT-DTD-DD.
067300 8700-EXIT.
067400     EXIT.
067500*
067600 8750-COUNT-BUSINESS-DAYS.
067700*    COUNTS THE BUSINESS DAYS AFTER CRPT-BUS-FROM-DAYS UP TO AND
067800*    INCLUDING CRPT-BUS-TO-DAYS: FIVE FOR EVERY WHOLE WEEK, THE
067900*    ODD DAYS LEFT OVER CHECKED ONE BY ONE, THEN EACH CALENDAR
068000*    HOLIDAY OR WORKING WEEKEND DAY INSIDE THE SPAN APPLIED.
068100     MOVE 0 TO CRPT-BUS-DAYS.
068200     IF CRPT-BUS-TO-DAYS NOT > CRPT-BUS-FROM-DAYS
068300         GO TO 8750-EXIT
068400     END-IF.
068500     COMPUTE CRPT-BUS-SPAN =
068600         CRPT-BUS-TO-DAYS - CRPT-BUS-FROM-DAYS.
068700     DIVIDE CRPT-BUS-SPAN BY 7 GIVING CRPT-BUS-WEEKS
068800         REMAINDER CRPT-BUS-ODD.
068900     COMPUTE CRPT-BUS-DAYS = CRPT-BUS-WEEKS * 5.
069000     COMPUTE CRPT-BUS-DAY = CRPT-BUS-TO-DAYS - CRPT-BUS-ODD.
069100     PERFORM 8760-COUNT-ODD-DAY THRU 8760-EXIT
069200             UNTIL CRPT-BUS-DAY NOT < CRPT-BUS-TO-DAYS.
069300     MOVE 0 TO CRPT-CAL-SUB.
069400     PERFORM 8770-APPLY-CAL-DATE THRU 8770-EXIT
069500             UNTIL CRPT-CAL-SUB NOT < CRPT-CAL-COUNT.
069600 8750-EXIT.
069700     EXIT.
069800*
069900 8760-COUNT-ODD-DAY.
070000     ADD 1 TO CRPT-BUS-DAY.
070100     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
070200     IF NOT CRPT-WEEKEND
070300         ADD 1 TO CRPT-BUS-DAYS
070400     END-IF.
070500 8760-EXIT.
070600     EXIT.
070700*
070800 8770-APPLY-CAL-DATE.
070900     ADD 1 TO CRPT-CAL-SUB.
071000     IF CRPT-CAL-DAYS (CRPT-CAL-SUB) > CRPT-BUS-FROM-DAYS
071100             AND CRPT-CAL-DAYS (CRPT-CAL-SUB)
071200                 NOT > CRPT-BUS-TO-DAYS
071300         ADD CRPT-CAL-ADJ (CRPT-CAL-SUB) TO CRPT-BUS-DAYS
071400     END-IF.
071500 8770-EXIT.
071600     EXIT.
071700*
071800 8780-CHECK-WEEKEND.
071900*    THE SERIAL DAY FROM 8700 TAKEN MODULO 7 GIVES THE DAY OF
072000*    THE WEEK - REMAINDER 4 IS A SATURDAY, 5 A SUNDAY.
072100     DIVIDE CRPT-BUS-DAY BY 7 GIVING CRPT-BUS-QUOT
072200         REMAINDER CRPT-BUS-DOW.
072300     IF CRPT-BUS-DOW = 4 OR CRPT-BUS-DOW = 5
072400         MOVE 'Y' TO CRPT-WEEKEND-SW
072500     ELSE
072600         MOVE 'N' TO CRPT-WEEKEND-SW
072700     END-IF.
072800 8780-EXIT.
072900     EXIT.
073000*
073100 9999-EXIT.
073200     MOVE CRPT-RETURN-CODE TO RETURN-CODE.
073300     STOP RUN.
