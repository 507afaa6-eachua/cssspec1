001400*              STILL MARKED NOT REVIEWED, WITH ITS AGE IN DAYS  *
001500*              FROM THE LOAD DATE EXCPLOAD STAMPS ON EACH       *
001600*              RECORD, TOTALLED BY AGE BAND (0-3, 4-7, 8-30,    *
001700*              OVER 30 BUSINESS DAYS - COUNTED FROM THE         *
001733*              REGION'S CALENDAR, CALFILE, WITH CALENDAR DAYS   *
001766*              SHOWN ALONGSIDE).  WHEN ANY UNREVIEWED ENTRY IS  *
001800*              OLDER THAN THE AGEPARM THRESHOLD (BUSINESS DAYS) *
001850*              THE RUN ENDS RC 8 SO THE RECALERT STEP PAGES     *
001900*              THE ON-CALL ANALYST.  THE CONTROL RECORD (KEY    *
002000*              0000000) IS BOOKKEEPING AND IS NEVER LISTED; AN  *
002100*              ENTRY LOADED BEFORE THE LOAD-DATE STAMP EXISTED  *
002200*              (ZERO OR UNREADABLE DATE) IS LISTED AT AGE       *
002300*              ZERO.                                            *
002400*                                                                *
002500* RETURN CODES: 0 NOTHING UNREVIEWED, 4 UNREVIEWED ENTRIES     *
002600*              PRESENT, 8 UNREVIEWED ENTRIES PAST THE          *
003000*   DATE       INIT  DESCRIPTION                                 *
003100*   ---------  ----  -------------------------------------------*
003200*   2026-09-02  DLH  ORIGINAL PROGRAM.                           *
003212*   2026-10-15  DLH  AGE BANDS AND THE AGEPARM THRESHOLD NOW     *
003224*                    COUNT BUSINESS DAYS FROM THE REGION'S       *
003236*                    HOLIDAY CALENDAR (CALFILE, OPTIONAL -       *
003248*                    WEEKDAYS ONLY WITHOUT IT), SO A LONG        *
003260*                    WEEKEND NO LONGER PAGES FOR ONE-DAY-OLD     *
003272*                    ENTRIES.  EACH LINE SHOWS CALENDAR AND      *
003284*                    BUSINESS DAYS.                              *
003300******************************************************************
003400 PROGRAM-ID. EXCPAGE.
003500 ENVIRONMENT DIVISION.
004700     SELECT AGERFILE ASSIGN TO AGERFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS XAGE-RPT-STATUS.
004925     SELECT CALFILE ASSIGN TO CALFILE
004950         ORGANIZATION IS SEQUENTIAL
004975         FILE STATUS IS XAGE-CAL-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  EXCPMST
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500 01  AGR-RECORD                      PIC X(100).
006514 FD  CALFILE
006528     LABEL RECORDS ARE STANDARD
006542     RECORDING MODE IS F.
006556*    CAL-RECORD IS SHARED WITH TRNMATCH, ACCPT AND OPENUPD - SEE
006570*    COPYBOOKS/CALNDREC.
006584 COPY CALNDREC.
006600 WORKING-STORAGE SECTION.
006700*-----------------------------------------------------------------
006800* FILE STATUS SWITCHES
007000 77  XAGE-EXM-STATUS                 PIC X(02) VALUE SPACES.
007100 77  XAGE-PRM-STATUS                 PIC X(02) VALUE SPACES.
007200 77  XAGE-RPT-STATUS                 PIC X(02) VALUE SPACES.
007250 77  XAGE-CAL-STATUS                 PIC X(02) VALUE SPACES.
007300*-----------------------------------------------------------------
007400* RUN CONTROL SWITCHES AND COUNTERS
007500*-----------------------------------------------------------------
008300*      08 UNREVIEWED PAST THE THRESHOLD   12 OPEN FAILURE
008400 77  XAGE-RETURN-CODE                PIC 9(02) COMP VALUE 0.
008500*-----------------------------------------------------------------
008600* RUN-TIME PARAMETER AND ITS DEFAULT (BUSINESS DAYS)
008700*-----------------------------------------------------------------
008800 77  XAGE-THRESHOLD-DAYS             PIC 9(03) VALUE 5.
008900*-----------------------------------------------------------------
012900 77  XAGE-DTD-T2                     PIC S9(08) COMP VALUE 0.
013000 77  XAGE-DTD-T3                     PIC S9(08) COMP VALUE 0.
013100 77  XAGE-DTD-T4                     PIC S9(08) COMP VALUE 0.
013103*-----------------------------------------------------------------
013106* BUSINESS-DAY CALENDAR - SEE 1400-LOAD-CALENDAR AND
013109* 8750-COUNT-BUSINESS-DAYS.  ONLY THE DATES THAT BREAK THE
013112* MONDAY-TO-FRIDAY RULE ARE HELD, AS SERIAL DAYS: A WEEKDAY
013115* HOLIDAY CARRIES AN ADJUSTMENT OF -1, A WORKING WEEKEND DAY +1.
013118*-----------------------------------------------------------------
013121 77  XAGE-CAL-EOF-SW                 PIC X(01) VALUE 'N'.
013124     88  XAGE-CAL-EOF                    VALUE 'Y'.
013127 77  XAGE-CAL-REGION                 PIC X(04) VALUE "NONE".
013130 77  XAGE-CAL-THRU-DATE              PIC 9(08) VALUE 0.
013133 77  XAGE-CAL-LIMIT                  PIC 9(04) COMP VALUE 500.
013136 77  XAGE-CAL-COUNT                  PIC 9(04) COMP VALUE 0.
013139 77  XAGE-CAL-SUB                    PIC 9(04) COMP VALUE 0.
013142 77  XAGE-CAL-HIT                    PIC 9(04) COMP VALUE 0.
013145 77  XAGE-CAL-NEW-ADJ                PIC S9(04) COMP VALUE 0.
013148 01  XAGE-CAL-TABLE.
013151     05  XAGE-CAL-ENTRY              OCCURS 500 TIMES.
013154         10  XAGE-CAL-DAYS           PIC S9(08) COMP.
013157         10  XAGE-CAL-ADJ            PIC S9(04) COMP.
013160 77  XAGE-BUS-FROM-DAYS              PIC S9(08) COMP VALUE 0.
013163 77  XAGE-BUS-TO-DAYS                PIC S9(08) COMP VALUE 0.
013166 77  XAGE-BUS-DAYS                   PIC S9(08) COMP VALUE 0.
013169 77  XAGE-BUS-SPAN                   PIC S9(08) COMP VALUE 0.
013172 77  XAGE-BUS-WEEKS                  PIC S9(08) COMP VALUE 0.
013175 77  XAGE-BUS-ODD                    PIC S9(08) COMP VALUE 0.
013178 77  XAGE-BUS-DAY                    PIC S9(08) COMP VALUE 0.
013181 77  XAGE-BUS-QUOT                   PIC S9(08) COMP VALUE 0.
013184 77  XAGE-BUS-DOW                    PIC S9(08) COMP VALUE 0.
013187 77  XAGE-WEEKEND-SW                 PIC X(01) VALUE 'N'.
013190     88  XAGE-WEEKEND                    VALUE 'Y'.
013200*-----------------------------------------------------------------
013300* RUN DATE AND TIME
013400*-----------------------------------------------------------------
016800     05  FILLER                      PIC X(10) VALUE SPACES.
016900     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
017000     05  AGR-H2-TIME                 PIC X(08).
017025     05  FILLER                      PIC X(10) VALUE SPACES.
017050     05  FILLER                      PIC X(10) VALUE "CALENDAR: ".
017075     05  AGR-H2-REGION               PIC X(04).
017100 01  AGR-HEADING-THRESHOLD.
017200     05  FILLER                      PIC X(35)
017300             VALUE "ESCALATION THRESHOLD BUSINESS DAYS ".
017400     05  AGR-HT-DAYS                 PIC ZZ9.
017500 01  AGR-HEADING-3.
017600     05  FILLER                      PIC X(09) VALUE "SEQ".
017700     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
017800     05  FILLER                      PIC X(36) VALUE "REASON".
017900     05  FILLER                      PIC X(10) VALUE "LOADED".
018000     05  FILLER                      PIC X(10) VALUE "  CAL DAYS".
018050     05  FILLER                      PIC X(10) VALUE "  BUS DAYS".
018100 01  AGR-DETAIL-LINE.
018200     05  AGR-D-SEQ                   PIC 9(07).
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  AGR-D-LOADED                PIC 9(08).
018900     05  FILLER                      PIC X(05) VALUE SPACES.
019000     05  AGR-D-DAYS                  PIC ZZZZ9.
019033     05  FILLER                      PIC X(05) VALUE SPACES.
019066     05  AGR-D-BUS-DAYS              PIC ZZZZ9.
019100     05  FILLER                      PIC X(02) VALUE SPACES.
019200     05  AGR-D-FLAG                  PIC X(09).
019300 01  AGR-BAND-LINE.
024900     MOVE XAGE-TODAY-DATE TO XAGE-DTD-DATE.
025000     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
025100     MOVE XAGE-DTD-DAYS TO XAGE-TODAY-DAYS.
025150     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
025200     MOVE 0 TO XAGE-BAND-SUB.
025300     PERFORM 1200-CLEAR-ONE-BAND THRU 1200-EXIT
025400             UNTIL XAGE-BAND-SUB NOT < 4.
028200 1300-WRITE-REPORT-HEADINGS.
028300     MOVE XAGE-RUN-DATE-EDIT TO AGR-H2-DATE.
028400     MOVE XAGE-RUN-TIME-EDIT TO AGR-H2-TIME.
028450     MOVE XAGE-CAL-REGION TO AGR-H2-REGION.
028500     WRITE AGR-RECORD FROM AGR-HEADING-1.
028600     WRITE AGR-RECORD FROM AGR-HEADING-2.
028700     MOVE XAGE-THRESHOLD-DAYS TO AGR-HT-DAYS.
029100 1300-EXIT.
029200     EXIT.
029300*
029301 1400-LOAD-CALENDAR.
029302*    THE REGION'S BUSINESS-DAY CALENDAR IS OPTIONAL - WITHOUT IT
029303*    ENTRIES ARE AGED IN MONDAY-TO-FRIDAY DAYS WITH NO HOLIDAYS.
029304*    A CALENDAR NOT MAINTAINED THROUGH TODAY IS STILL USED, BUT
029305*    THE OPERATOR IS TOLD ITS ANNUAL UPDATE IS DUE.
029306     OPEN INPUT CALFILE.
029307     IF XAGE-CAL-STATUS NOT = "00"
029308         DISPLAY "EXCPAGE - CALFILE NOT AVAILABLE, STATUS = "
029309             XAGE-CAL-STATUS " - WEEKDAYS ONLY, NO HOLIDAYS"
029310         GO TO 1400-EXIT
029311     END-IF.
029312     PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
029313             UNTIL XAGE-CAL-EOF.
029314     CLOSE CALFILE.
029315     DISPLAY "EXCPAGE - CALENDAR " XAGE-CAL-REGION
029316         " THROUGH " XAGE-CAL-THRU-DATE " LOADED, "
029317         XAGE-CAL-COUNT " HOLIDAY/WORKING-DAY ENTRIES".
029318     IF XAGE-CAL-THRU-DATE < XAGE-TODAY-DATE
029319         DISPLAY "XAGE05W BUSINESS CALENDAR " XAGE-CAL-REGION
029320             " ENDS " XAGE-CAL-THRU-DATE " - ANNUAL UPDATE DUE"
029321             UPON CONSOLE
029322     END-IF.
029323 1400-EXIT.
029324     EXIT.
029325*
029326 1410-READ-CALENDAR.
029327     READ CALFILE
029328         AT END
029329             MOVE 'Y' TO XAGE-CAL-EOF-SW
029330         NOT AT END
029331             PERFORM 1420-POST-CAL-DATE THRU 1420-EXIT
029332     END-READ.
029333 1410-EXIT.
029334     EXIT.
029335*
029336 1420-POST-CAL-DATE.
029337     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = 0
029338         DISPLAY "EXCPAGE - CALENDAR RECORD WITH BAD DATE '"
029339             CAL-DATE "' IGNORED"
029340         GO TO 1420-EXIT
029341     END-IF.
029342     IF CAL-HEADER-REC
029343         MOVE CAL-REGION TO XAGE-CAL-REGION
029344         MOVE CAL-DATE TO XAGE-CAL-THRU-DATE
029345         GO TO 1420-EXIT
029346     END-IF.
029347     MOVE CAL-DATE TO XAGE-DTD-DATE.
029348     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
029349     MOVE XAGE-DTD-DAYS TO XAGE-BUS-DAY.
029350     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
029351     MOVE 0 TO XAGE-CAL-NEW-ADJ.
029352     IF CAL-HOLIDAY-REC AND NOT XAGE-WEEKEND
029353         MOVE -1 TO XAGE-CAL-NEW-ADJ
029354     END-IF.
029355     IF CAL-WORKDAY-REC AND XAGE-WEEKEND
029356         MOVE 1 TO XAGE-CAL-NEW-ADJ
029357     END-IF.
029358*    A WEEKEND HOLIDAY, A WEEKDAY WORKING DAY OR AN UNKNOWN
029359*    RECORD TYPE CHANGES NOTHING AND IS NOT HELD.
029360     IF XAGE-CAL-NEW-ADJ = 0
029361         GO TO 1420-EXIT
029362     END-IF.
029363     MOVE 0 TO XAGE-CAL-HIT.
029364     MOVE 0 TO XAGE-CAL-SUB.
029365     PERFORM 1430-FIND-CAL-DATE THRU 1430-EXIT
029366             UNTIL XAGE-CAL-SUB NOT < XAGE-CAL-COUNT
029367             OR XAGE-CAL-HIT > 0.
029368     IF XAGE-CAL-HIT > 0
029369         GO TO 1420-EXIT
029370     END-IF.
029371     IF XAGE-CAL-COUNT NOT < XAGE-CAL-LIMIT
029372         DISPLAY "EXCPAGE - CALENDAR TABLE FULL AT "
029373             XAGE-CAL-LIMIT " ENTRIES - " CAL-DATE " IGNORED"
029374         GO TO 1420-EXIT
029375     END-IF.
029376     ADD 1 TO XAGE-CAL-COUNT.
029377     MOVE XAGE-BUS-DAY TO XAGE-CAL-DAYS (XAGE-CAL-COUNT).
029378     MOVE XAGE-CAL-NEW-ADJ TO XAGE-CAL-ADJ (XAGE-CAL-COUNT).
029379 1420-EXIT.
029380     EXIT.
029381*
029382 1430-FIND-CAL-DATE.
029383     ADD 1 TO XAGE-CAL-SUB.
029384     IF XAGE-CAL-DAYS (XAGE-CAL-SUB) = XAGE-BUS-DAY
029385         MOVE XAGE-CAL-SUB TO XAGE-CAL-HIT
029386     END-IF.
029387 1430-EXIT.
029388     EXIT.
029389*
029400 2000-PROCESS-ENTRY.
029500*    THE CONTROL RECORD IS BOOKKEEPING, NOT AN EXCEPTION.
029600     IF EXM-SEQ NOT = 0 AND EXM-NOT-REVIEWED
031400         IF XAGE-AGE-DAYS < 0
031500             MOVE 0 TO XAGE-AGE-DAYS
031600         END-IF
031625         MOVE XAGE-DTD-DAYS TO XAGE-BUS-FROM-DAYS
031650         MOVE XAGE-TODAY-DAYS TO XAGE-BUS-TO-DAYS
031675         PERFORM 8750-COUNT-BUSINESS-DAYS THRU 8750-EXIT
031700     ELSE
031800         MOVE ZEROS TO AGR-D-LOADED
031900         MOVE 0 TO XAGE-AGE-DAYS
031950         MOVE 0 TO XAGE-BUS-DAYS
032000     END-IF.
032100     MOVE XAGE-AGE-DAYS TO AGR-D-DAYS.
032150     MOVE XAGE-BUS-DAYS TO AGR-D-BUS-DAYS.
032200     IF XAGE-BUS-DAYS > XAGE-THRESHOLD-DAYS
032300         MOVE "*OVERDUE*" TO AGR-D-FLAG
032400         ADD 1 TO XAGE-OVERDUE-COUNT
032500     ELSE
032700     END-IF.
032800     WRITE AGR-RECORD FROM AGR-DETAIL-LINE.
032900     ADD 1 TO XAGE-UNREVIEWED-COUNT.
033000     IF XAGE-BUS-DAYS < 4
033100         MOVE 1 TO XAGE-BAND-SUB
033200     ELSE
033300         IF XAGE-BUS-DAYS < 8
033400             MOVE 2 TO XAGE-BAND-SUB
033500         ELSE
033600             IF XAGE-BUS-DAYS < 31
033700                 MOVE 3 TO XAGE-BAND-SUB
033800             ELSE
033900                 MOVE 4 TO XAGE-BAND-SUB
035900         WRITE AGR-RECORD FROM AGR-NONE-LINE
036000     END-IF.
036100     WRITE AGR-RECORD FROM AGR-BLANK-LINE.
036200     MOVE "AGE 0-3 BUS DAYS. . ." TO AGR-B-LABEL.
036300     MOVE 1 TO XAGE-BAND-SUB.
036400     PERFORM 8100-WRITE-BAND-LINE THRU 8100-EXIT.
036500     MOVE "AGE 4-7 BUS DAYS. . ." TO AGR-B-LABEL.
036600     MOVE 2 TO XAGE-BAND-SUB.
036700     PERFORM 8100-WRITE-BAND-LINE THRU 8100-EXIT.
036800     MOVE "AGE 8-30 BUS DAYS . ." TO AGR-B-LABEL.
036900     MOVE 3 TO XAGE-BAND-SUB.
037000     PERFORM 8100-WRITE-BAND-LINE THRU 8100-EXIT.
037100     MOVE "AGE OVER 30 BUS DAYS." TO AGR-B-LABEL.
037200     MOVE 4 TO XAGE-BAND-SUB.
037300     PERFORM 8100-WRITE-BAND-LINE THRU 8100-EXIT.
037400     WRITE AGR-RECORD FROM AGR-BLANK-LINE.
042300 8700-EXIT.
042400     EXIT.
042500*
042501 8750-COUNT-BUSINESS-DAYS.
042502*    COUNTS THE BUSINESS DAYS AFTER XAGE-BUS-FROM-DAYS UP TO AND
042503*    INCLUDING XAGE-BUS-TO-DAYS: FIVE FOR EVERY WHOLE WEEK, THE
042504*    ODD DAYS LEFT OVER CHECKED ONE BY ONE, THEN EACH CALENDAR
042505*    HOLIDAY OR WORKING WEEKEND DAY INSIDE THE SPAN APPLIED.
042506     MOVE 0 TO XAGE-BUS-DAYS.
042507     IF XAGE-BUS-TO-DAYS NOT > XAGE-BUS-FROM-DAYS
042508         GO TO 8750-EXIT
042509     END-IF.
042510     COMPUTE XAGE-BUS-SPAN =
042511         XAGE-BUS-TO-DAYS - XAGE-BUS-FROM-DAYS.
042512     DIVIDE XAGE-BUS-SPAN BY 7 GIVING XAGE-BUS-WEEKS
042513         REMAINDER XAGE-BUS-ODD.
042514     COMPUTE XAGE-BUS-DAYS = XAGE-BUS-WEEKS * 5.
042515     COMPUTE XAGE-BUS-DAY = XAGE-BUS-TO-DAYS - XAGE-BUS-ODD.
042516     PERFORM 8760-COUNT-ODD-DAY THRU 8760-EXIT
042517             UNTIL XAGE-BUS-DAY NOT < XAGE-BUS-TO-DAYS.
042518     MOVE 0 TO XAGE-CAL-SUB.
042519     PERFORM 8770-APPLY-CAL-DATE THRU 8770-EXIT
042520             UNTIL XAGE-CAL-SUB NOT < XAGE-CAL-COUNT.
042521 8750-EXIT.
042522     EXIT.
042523*
042524 8760-COUNT-ODD-DAY.
042525     ADD 1 TO XAGE-BUS-DAY.
042526     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
042527     IF NOT XAGE-WEEKEND
042528         ADD 1 TO XAGE-BUS-DAYS
042529     END-IF.
042530 8760-EXIT.
042531     EXIT.
042532*
042533 8770-APPLY-CAL-DATE.
042534     ADD 1 TO XAGE-CAL-SUB.
042535     IF XAGE-CAL-DAYS (XAGE-CAL-SUB) > XAGE-BUS-FROM-DAYS
042536             AND XAGE-CAL-DAYS (XAGE-CAL-SUB)
042537                 NOT > XAGE-BUS-TO-DAYS
042538         ADD XAGE-CAL-ADJ (XAGE-CAL-SUB) TO XAGE-BUS-DAYS
042539     END-IF.
042540 8770-EXIT.
042541     EXIT.
042542*
042543 8780-CHECK-WEEKEND.
042544*    THE SERIAL DAY FROM 8700 TAKEN MODULO 7 GIVES THE DAY OF
042545*    THE WEEK - REMAINDER 4 IS A SATURDAY, 5 A SUNDAY.
042546     DIVIDE XAGE-BUS-DAY BY 7 GIVING XAGE-BUS-QUOT
042547         REMAINDER XAGE-BUS-DOW.
042548     IF XAGE-BUS-DOW = 4 OR XAGE-BUS-DOW = 5
042549         MOVE 'Y' TO XAGE-WEEKEND-SW
042550     ELSE
042551         MOVE 'N' TO XAGE-WEEKEND-SW
042552     END-IF.
042553 8780-EXIT.
042554     EXIT.
042555*
042600 9999-EXIT.
042700     MOVE XAGE-RETURN-CODE TO RETURN-CODE.
042800     STOP RUN.
