000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400* PROGRAM-ID.  ACADJM                                            *
000500*                                                                *
000600* AUTHOR.      D. L. HARMON                                      *
000700* INSTALLATION. DAILY RECONCILIATION UNIT                        *
000800* DATE-WRITTEN. 2026-10-15                                       *
000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     CICS MANUAL ADJUSTMENT SCREEN (TRANSACTION AADJ,  *
001200*              MAPSET ACADJS), IN THE STYLE OF THE ATOL          *
001300*              TOLERANCE RULES SCREEN.  AN ANALYST WHO HAS       *
001400*              WORKED OUT THE CORRECTING ENTRY FOR AN ITEM ON    *
001500*              THE OPEN-ITEM AGING REPORT ENTERS IT HERE AGAINST *
001600*              THAT ITEM (ACCOUNT KEY PLUS THE BUSINESS DATE THE *
001700*              ITEM WENT OUT OF BALANCE) WITH THE AMOUNT, THE    *
001800*              BUSINESS DATE TO BOOK IT ON, A REASON CODE AND A  *
001900*              NOTE.  THE ADJUSTMENT IS STORED PENDING ON THE    *
002000*              MANUAL ADJUSTMENT MASTER (ADJMST) AND MUST BE     *
002100*              APPROVED HERE BY A DIFFERENT USER - THE MAKER CAN *
002200*              NEITHER APPROVE NOR REJECT THEIR OWN.  PF8 STEPS  *
002300*              THROUGH THE ADJUSTMENTS AWAITING A DECISION.  AN  *
002400*              ADJUSTMENT MAY NOT EXCEED WHAT IS STILL OPEN ON   *
002500*              THE ITEM AND TAKES THE ITEM'S SIGN.  THE NIGHTLY  *
002600*              ADJPOST STEP APPLIES APPROVED ADJUSTMENTS TO THE  *
002700*              OPEN ITEMS (OPENITEM) AND SENDS THEM TO THE GL    *
002800*              ADJUSTMENT EXTRACT.                               *
002900*                                                                *
003000* MODIFICATION HISTORY.                                          *
003100*   DATE       INIT  DESCRIPTION                                 *
003200*   ---------  ----  -------------------------------------------*
003300*   2026-10-15  DLH  ORIGINAL PROGRAM.                           *
003320*   2026-10-15  DLH  DATES ARE NOW CHECKED AGAINST THE DAYS IN   *
003340*                    THEIR MONTH (29 FOR FEBRUARY IN A LEAP      *
003360*                    YEAR); 31 APRIL OR 30 FEBRUARY WAS ACCEPTED *
003380*                    BEFORE.                                     *
003400******************************************************************
003500 PROGRAM-ID. ACADJM.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000 COPY DFHAID.
004100*-----------------------------------------------------------------
004200* SYMBOLIC MAP - SEE COPYBOOKS/ACADJSD.CPY
004300*-----------------------------------------------------------------
004400 COPY ACADJSD.
004500*-----------------------------------------------------------------
004600* MANUAL ADJUSTMENT RECORD - SEE COPYBOOKS/ADJMREC.CPY
004700*-----------------------------------------------------------------
004800 COPY ADJMREC.
004900*-----------------------------------------------------------------
005000* OPEN-ITEM RECORD - SEE COPYBOOKS/OPNIREC.CPY
005100*-----------------------------------------------------------------
005200 COPY OPNIREC.
005300*-----------------------------------------------------------------
005400* WORK FIELDS
005500*-----------------------------------------------------------------
005600 77  AADJ-ABSTIME                    PIC S9(15) COMP-3 VALUE 0.
005700 77  AADJ-DATE-X                     PIC X(08) VALUE SPACES.
005800 77  AADJ-TIME-X                     PIC X(06) VALUE SPACES.
005900 77  AADJ-USERID                     PIC X(08) VALUE SPACES.
006000 77  AADJ-RESP                       PIC S9(08) COMP VALUE 0.
006100 77  AADJ-VALID-SW                   PIC X(01) VALUE 'Y'.
006200     88  AADJ-ENTRY-VALID                VALUE 'Y'.
006300 77  AADJ-ITEM-SW                    PIC X(01) VALUE 'N'.
006400     88  AADJ-ITEM-FOUND                 VALUE 'Y'.
006500 77  AADJ-ADJ-SW                     PIC X(01) VALUE 'N'.
006600     88  AADJ-ADJ-FOUND                  VALUE 'Y'.
006700 77  AADJ-BROWSE-SW                  PIC X(01) VALUE 'N'.
006800     88  AADJ-BROWSE-DONE                VALUE 'Y'.
006900 77  AADJ-WRITE-FAIL-SW              PIC X(01) VALUE 'N'.
007000     88  AADJ-WRITE-FAILED               VALUE 'Y'.
007100 77  AADJ-ACTION                     PIC X(01) VALUE SPACE.
007200 77  AADJ-ITEM-DATE                  PIC 9(08) VALUE 0.
007300 77  AADJ-SEQ                        PIC 9(02) VALUE 0.
007400 77  AADJ-BOOK-DATE                  PIC 9(08) VALUE 0.
007500 77  AADJ-AMT-NEW                    PIC S9(9)V9(2) VALUE 0.
007600 77  AADJ-ITEM-ABS                   PIC S9(9)V9(2) VALUE 0.
007700 77  AADJ-ADJ-ABS                    PIC S9(9)V9(2) VALUE 0.
007800 01  AADJ-AMT-DISPLAY                PIC 9(11).
007900 01  AADJ-AMT-DISPLAY-R REDEFINES AADJ-AMT-DISPLAY
008000                                     PIC 9(9)V9(2).
008100*    THE KEY PF8 BROWSES ON FROM - THE ADJUSTMENT ON THE SCREEN.
008200 01  AADJ-START-KEY.
008300     05  AADJ-SK-ACCT                PIC X(10).
008400     05  AADJ-SK-DATE                PIC 9(08).
008500     05  AADJ-SK-SEQ                 PIC 9(02).
008600*    DATES KEYED ON THE SCREEN ARE CHECKED THROUGH THIS WORK AREA.
008700 01  AADJ-CHK-DATE                   PIC 9(08) VALUE 0.
008800 01  FILLER REDEFINES AADJ-CHK-DATE.
008900     05  AADJ-CHK-CCYY               PIC 9(04).
009000     05  AADJ-CHK-MM                 PIC 9(02).
009100     05  AADJ-CHK-DD                 PIC 9(02).
009200 77  AADJ-DATE-OK-SW                 PIC X(01) VALUE 'Y'.
009300     88  AADJ-DATE-OK                    VALUE 'Y'.
009308*    DAYS IN EACH MONTH, JANUARY TO DECEMBER; FEBRUARY TAKES
009316*    29 IN A LEAP YEAR - SEE 2160-CHECK-DATE.
009324 01  AADJ-MONTH-DAYS-X               PIC X(24)
009332             VALUE "312831303130313130313031".
009340 01  FILLER REDEFINES AADJ-MONTH-DAYS-X.
009348     05  AADJ-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
009356 77  AADJ-MONTH-LIMIT                PIC 9(02) VALUE 0.
009364 77  AADJ-LEAP-QUOT                  PIC 9(04) VALUE 0.
009372 77  AADJ-LEAP-REM-4                 PIC 9(04) VALUE 0.
009380 77  AADJ-LEAP-REM-100               PIC 9(04) VALUE 0.
009388 77  AADJ-LEAP-REM-400               PIC 9(04) VALUE 0.
009400*    THE OPEN ITEM AS SHOWN ON THE SCREEN.
009500 01  AADJ-ITEM-TEXT.
009600     05  AADJ-IT-STATUS              PIC X(09).
009700     05  AADJ-IT-AMOUNT              PIC -(9)9.99.
009800     05  FILLER                      PIC X(02) VALUE SPACES.
009900     05  AADJ-IT-DATE-LIT            PIC X(07).
010000     05  AADJ-IT-DATE                PIC X(08).
010100     05  FILLER                      PIC X(01) VALUE SPACES.
010200*    THE ADJUSTMENT'S STATUS AND, ONCE ADJPOST HAS RUN, THE DATE
010300*    IT POSTED OR THE REASON IT FAILED.
010400 01  AADJ-STAT-TEXT.
010500     05  AADJ-ST-STATUS              PIC X(09).
010600     05  AADJ-ST-DETAIL              PIC X(31).
010700 01  AADJ-USER-TEXT.
010800     05  AADJ-UT-USER                PIC X(08).
010900     05  FILLER                      PIC X(01) VALUE SPACES.
011000     05  AADJ-UT-DATE                PIC 9(08).
011100     05  FILLER                      PIC X(01) VALUE SPACES.
011200     05  AADJ-UT-TIME                PIC 9(06).
011300     05  FILLER                      PIC X(16) VALUE SPACES.
011400 01  AADJ-ENTERED-MSG.
011500     05  FILLER                      PIC X(11)
011600             VALUE 'ADJUSTMENT '.
011700     05  AADJ-EM-SEQ                 PIC 9(02).
011800     05  FILLER                      PIC X(47)
011900             VALUE ' ENTERED - PENDING APPROVAL BY ANOTHER USER'.
012000 01  AADJ-COMMAREA                   PIC X(01).
012100 77  AADJ-END-MSG                    PIC X(22)
012200         VALUE 'ACADJM - SESSION ENDED'.
012300 LINKAGE SECTION.
012400 01  DFHCOMMAREA                     PIC X(01).
012500*
012600 PROCEDURE DIVISION.
012700*
012800 0000-MAINLINE.
012900     IF EIBCALEN = 0
013000         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
013100     ELSE
013200         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
013300     END-IF.
013400     GO TO 9999-EXIT.
013500*
013600 1000-FIRST-TIME.
013700     MOVE LOW-VALUES TO ADJMAPI.
013800     MOVE 'ENTER ACCOUNT, ITEM DATE, ACTION - PF8 = PENDING'
013900         TO MSGO.
014000     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
014100 1000-EXIT.
014200     EXIT.
014300*
014400 2000-PROCESS-INPUT.
014500     IF EIBAID = DFHPF3
014600         EXEC CICS SEND TEXT
014700             FROM(AADJ-END-MSG)
014800             LENGTH(22)
014900             ERASE
015000         END-EXEC
015100         EXEC CICS RETURN END-EXEC
015200     END-IF.
015300     EXEC CICS RECEIVE MAP('ADJMAP') MAPSET('ACADJS')
015400         INTO(ADJMAPI)
015500         RESP(AADJ-RESP)
015600     END-EXEC.
015700*    PF8 WITH NOTHING ON THE SCREEN STARTS FROM THE TOP.
015800     IF EIBAID = DFHPF8
015900         IF AADJ-RESP NOT = DFHRESP(NORMAL)
016000             MOVE LOW-VALUES TO ADJMAPI
016100         END-IF
016200         PERFORM 3300-NEXT-PENDING THRU 3300-EXIT
016300         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
016400     END-IF.
016500     IF AADJ-RESP NOT = DFHRESP(NORMAL)
016600         MOVE LOW-VALUES TO ADJMAPI
016700         MOVE 'NO INPUT RECEIVED - ENTER KEY AND ACTION'
016800             TO MSGO
016900         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
017000     END-IF.
017100     PERFORM 2100-VALIDATE-INPUT THRU 2100-EXIT.
017200     IF NOT AADJ-ENTRY-VALID
017300         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
017400     END-IF.
017500     PERFORM 2200-APPLY-ACTION THRU 2200-EXIT.
017600     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
017700 2000-EXIT.
017800     EXIT.
017900*
018000 2100-VALIDATE-INPUT.
018100     MOVE 'Y' TO AADJ-VALID-SW.
018200     PERFORM 2110-CLEAR-LOW-VALUES THRU 2110-EXIT.
018300     IF ACTI = SPACE
018400         MOVE 'I' TO ACTI
018500     END-IF.
018600     MOVE ACTI TO AADJ-ACTION.
018700     IF ACCI = SPACES
018800         MOVE 'ENTER AN ACCOUNT KEY' TO MSGO
018900         MOVE 'N' TO AADJ-VALID-SW
019000         GO TO 2100-EXIT
019100     END-IF.
019200     IF IDTI IS NOT NUMERIC
019300         MOVE 'ENTER THE OPEN ITEM DATE (CCYYMMDD)' TO MSGO
019400         MOVE 'N' TO AADJ-VALID-SW
019500         GO TO 2100-EXIT
019600     END-IF.
019700     MOVE IDTI TO AADJ-CHK-DATE.
019800     PERFORM 2160-CHECK-DATE THRU 2160-EXIT.
019900     IF NOT AADJ-DATE-OK
020000         MOVE 'OPEN ITEM DATE IS NOT A VALID DATE' TO MSGO
020100         MOVE 'N' TO AADJ-VALID-SW
020200         GO TO 2100-EXIT
020300     END-IF.
020400     MOVE AADJ-CHK-DATE TO AADJ-ITEM-DATE.
020500     IF AADJ-ACTION NOT = 'N'
020600             AND AADJ-ACTION NOT = 'I'
020700             AND AADJ-ACTION NOT = 'A'
020800             AND AADJ-ACTION NOT = 'R'
020900         MOVE 'ACTION MUST BE N (NEW), I (INQUIRE), A OR R'
021000             TO MSGO
021100         MOVE 'N' TO AADJ-VALID-SW
021200         GO TO 2100-EXIT
021300     END-IF.
021400     MOVE 0 TO AADJ-SEQ.
021500     IF SEQI NOT = SPACES
021600         IF SEQI IS NOT NUMERIC
021700             MOVE 'ADJUSTMENT NO. MUST BE 2 DIGITS OR BLANK'
021800                 TO MSGO
021900             MOVE 'N' TO AADJ-VALID-SW
022000             GO TO 2100-EXIT
022100         END-IF
022200         MOVE SEQI TO AADJ-SEQ
022300     END-IF.
022400     IF (AADJ-ACTION = 'A' OR AADJ-ACTION = 'R')
022500             AND AADJ-SEQ = 0
022600         MOVE 'ENTER THE ADJUSTMENT NO. TO APPROVE OR REJECT'
022700             TO MSGO
022800         MOVE 'N' TO AADJ-VALID-SW
022900         GO TO 2100-EXIT
023000     END-IF.
023100     IF AADJ-ACTION = 'N'
023200         PERFORM 2150-VALIDATE-DETAIL THRU 2150-EXIT
023300     END-IF.
023400 2100-EXIT.
023500     EXIT.
023600*
023700 2110-CLEAR-LOW-VALUES.
023800*    AN UNTOUCHED FIELD ARRIVES AS LOW-VALUES - TREAT IT THE
023900*    SAME AS SPACES THROUGHOUT.
024000     IF ACCI = LOW-VALUES
024100         MOVE SPACES TO ACCI
024200     END-IF.
024300     IF IDTI = LOW-VALUES
024400         MOVE SPACES TO IDTI
024500     END-IF.
024600     IF SEQI = LOW-VALUES
024700         MOVE SPACES TO SEQI
024800     END-IF.
024900     IF ACTI = LOW-VALUE
025000         MOVE SPACE TO ACTI
025100     END-IF.
025200     IF BDTI = LOW-VALUES
025300         MOVE SPACES TO BDTI
025400     END-IF.
025500     IF AMTI = LOW-VALUES
025600         MOVE SPACES TO AMTI
025700     END-IF.
025800     IF RSNI = LOW-VALUES
025900         MOVE SPACES TO RSNI
026000     END-IF.
026100     IF NOTEI = LOW-VALUES
026200         MOVE SPACES TO NOTEI
026300     END-IF.
026400 2110-EXIT.
026500     EXIT.
026600*
026700 2150-VALIDATE-DETAIL.
026800*    A NEW ADJUSTMENT MUST CARRY AN AMOUNT, A KNOWN REASON CODE
026900*    AND A NOTE SAYING WHAT IT CORRECTS.  A BLANK BOOKING DATE
027000*    MEANS TODAY.
027100     MOVE 0 TO AADJ-BOOK-DATE.
027200     IF BDTI NOT = SPACES
027300         IF BDTI IS NOT NUMERIC
027400             MOVE 'BOOK ON DATE MUST BE CCYYMMDD OR BLANK'
027500                 TO MSGO
027600             MOVE 'N' TO AADJ-VALID-SW
027700             GO TO 2150-EXIT
027800         END-IF
027900         MOVE BDTI TO AADJ-CHK-DATE
028000         PERFORM 2160-CHECK-DATE THRU 2160-EXIT
028100         IF NOT AADJ-DATE-OK
028200             MOVE 'BOOK ON DATE IS NOT A VALID DATE' TO MSGO
028300             MOVE 'N' TO AADJ-VALID-SW
028400             GO TO 2150-EXIT
028500         END-IF
028600         IF AADJ-CHK-DATE < AADJ-ITEM-DATE
028700             MOVE 'BOOK ON DATE IS EARLIER THAN THE OPEN ITEM'
028800                 TO MSGO
028900             MOVE 'N' TO AADJ-VALID-SW
029000             GO TO 2150-EXIT
029100         END-IF
029200         MOVE AADJ-CHK-DATE TO AADJ-BOOK-DATE
029300     END-IF.
029400     IF AMTI = SPACES
029500         MOVE 'AMOUNT IS REQUIRED FOR ACTION N' TO MSGO
029600         MOVE 'N' TO AADJ-VALID-SW
029700         GO TO 2150-EXIT
029800     END-IF.
029900     IF AMTI IS NOT NUMERIC
030000         MOVE 'AMOUNT MUST BE 11 DIGITS (9(9)V99)' TO MSGO
030100         MOVE 'N' TO AADJ-VALID-SW
030200         GO TO 2150-EXIT
030300     END-IF.
030400     MOVE AMTI TO AADJ-AMT-DISPLAY.
030500     MOVE AADJ-AMT-DISPLAY-R TO AADJ-AMT-NEW.
030600     IF AADJ-AMT-NEW = 0
030700         MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO MSGO
030800         MOVE 'N' TO AADJ-VALID-SW
030900         GO TO 2150-EXIT
031000     END-IF.
031100     MOVE RSNI TO ADJ-REASON.
031200     IF NOT ADJ-VALID-REASON
031300         MOVE 'REASON MUST BE TIM, FEE, FXR, KEY, DUP, WOF OR OTH'
031400             TO MSGO
031500         MOVE 'N' TO AADJ-VALID-SW
031600         GO TO 2150-EXIT
031700     END-IF.
031800     IF NOTEI = SPACES
031900         MOVE 'A NOTE IS REQUIRED - SAY WHAT IT CORRECTS'
032000             TO MSGO
032100         MOVE 'N' TO AADJ-VALID-SW
032200         GO TO 2150-EXIT
032300     END-IF.
032400 2150-EXIT.
032500     EXIT.
032600*
032700 2160-CHECK-DATE.
032733*    THE DAY MUST EXIST IN ITS MONTH.  A YEAR DIVISIBLE BY 4 IS
032766*    A LEAP YEAR UNLESS IT IS A CENTURY NOT DIVISIBLE BY 400.
032800     MOVE 'Y' TO AADJ-DATE-OK-SW.
032900     IF AADJ-CHK-CCYY < 1900
033000             OR AADJ-CHK-MM < 1 OR AADJ-CHK-MM > 12
033010             OR AADJ-CHK-DD < 1
033020         MOVE 'N' TO AADJ-DATE-OK-SW
033030         GO TO 2160-EXIT
033040     END-IF.
033050     MOVE AADJ-MONTH-DAYS (AADJ-CHK-MM) TO AADJ-MONTH-LIMIT.
033060     IF AADJ-CHK-MM = 2
033070         DIVIDE AADJ-CHK-CCYY BY 4 GIVING AADJ-LEAP-QUOT
033080             REMAINDER AADJ-LEAP-REM-4
033090         DIVIDE AADJ-CHK-CCYY BY 100 GIVING AADJ-LEAP-QUOT
033100             REMAINDER AADJ-LEAP-REM-100
033110         DIVIDE AADJ-CHK-CCYY BY 400 GIVING AADJ-LEAP-QUOT
033120             REMAINDER AADJ-LEAP-REM-400
033130         IF (AADJ-LEAP-REM-4 = 0 AND AADJ-LEAP-REM-100 NOT = 0)
033140                 OR AADJ-LEAP-REM-400 = 0
033150             MOVE 29 TO AADJ-MONTH-LIMIT
033160         END-IF
033170     END-IF.
033180     IF AADJ-CHK-DD > AADJ-MONTH-LIMIT
033200         MOVE 'N' TO AADJ-DATE-OK-SW
033300     END-IF.
033400 2160-EXIT.
033500     EXIT.
033600*
033700 2200-APPLY-ACTION.
033800     MOVE ACCI TO ADJ-ACCT-KEY.
033900     MOVE AADJ-ITEM-DATE TO ADJ-ITEM-DATE.
034000     MOVE AADJ-SEQ TO ADJ-SEQ.
034100     IF AADJ-ACTION = 'I'
034200         PERFORM 3000-INQUIRE-ADJUSTMENT THRU 3000-EXIT
034300     ELSE
034400         IF AADJ-ACTION = 'N'
034500             PERFORM 3100-NEW-ADJUSTMENT THRU 3100-EXIT
034600         ELSE
034700             PERFORM 3200-DECIDE-ADJUSTMENT THRU 3200-EXIT
034800         END-IF
034900     END-IF.
035000 2200-EXIT.
035100     EXIT.
035200*
035300 3000-INQUIRE-ADJUSTMENT.
035400*    A BLANK ADJUSTMENT NO. SHOWS THE FIRST ONE HELD AGAINST THE
035500*    ITEM.
035600     IF AADJ-SEQ = 0
035700         PERFORM 3050-FIND-FIRST THRU 3050-EXIT
035800     ELSE
035900         PERFORM 3500-READ-ADJUSTMENT THRU 3500-EXIT
036000     END-IF.
036100     IF AADJ-ADJ-FOUND
036200         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
036300         MOVE 'ADJUSTMENT DISPLAYED' TO MSGO
036400     ELSE
036500         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
036600         IF AADJ-SEQ = 0
036700             MOVE 'NO ADJUSTMENTS HELD AGAINST THIS ITEM' TO MSGO
036800         ELSE
036900             MOVE 'ADJUSTMENT NOT FOUND' TO MSGO
037000         END-IF
037100     END-IF.
037200 3000-EXIT.
037300     EXIT.
037400*
037500 3050-FIND-FIRST.
037600     MOVE 'N' TO AADJ-ADJ-SW.
037700     MOVE 0 TO ADJ-SEQ.
037800     EXEC CICS STARTBR FILE('ADJMST')
037900         RIDFLD(ADJ-KEY)
038000         GTEQ
038100         RESP(AADJ-RESP)
038200     END-EXEC.
038300     IF AADJ-RESP NOT = DFHRESP(NORMAL)
038400         GO TO 3050-EXIT
038500     END-IF.
038600     EXEC CICS READNEXT FILE('ADJMST')
038700         INTO(ADJ-RECORD)
038800         RIDFLD(ADJ-KEY)
038900         RESP(AADJ-RESP)
039000     END-EXEC.
039100     IF AADJ-RESP = DFHRESP(NORMAL)
039200             AND ADJ-ACCT-KEY = ACCI
039300             AND ADJ-ITEM-DATE = AADJ-ITEM-DATE
039400         MOVE 'Y' TO AADJ-ADJ-SW
039500     END-IF.
039600     EXEC CICS ENDBR FILE('ADJMST') END-EXEC.
039700 3050-EXIT.
039800     EXIT.
039900*
040000 3100-NEW-ADJUSTMENT.
040100*    THE ITEM MUST STILL BE OPEN AND THE ADJUSTMENT MAY NOT TAKE
040200*    MORE OFF IT THAN IS OPEN.  IT IS STORED WITH THE ITEM'S
040300*    SIGN SO ADJPOST CAN TAKE IT STRAIGHT OFF THE ITEM AMOUNT.
040400     PERFORM 3600-READ-ITEM THRU 3600-EXIT.
040500     IF NOT AADJ-ITEM-FOUND
040600         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
040700         MOVE 'NO OPEN ITEM FOR THIS ACCOUNT AND DATE' TO MSGO
040800         GO TO 3100-EXIT
040900     END-IF.
041000     IF NOT OPN-ITEM-OPEN
041100         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
041200         MOVE 'ITEM IS ALREADY CLEARED - NO ADJUSTMENT NEEDED'
041300             TO MSGO
041400         GO TO 3100-EXIT
041500     END-IF.
041600     IF OPN-AMOUNT < 0
041700         COMPUTE AADJ-ITEM-ABS = 0 - OPN-AMOUNT
041800     ELSE
041900         MOVE OPN-AMOUNT TO AADJ-ITEM-ABS
042000     END-IF.
042100     IF AADJ-AMT-NEW > AADJ-ITEM-ABS
042200         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
042300         MOVE 'AMOUNT IS MORE THAN THE ITEM STILL OPEN' TO MSGO
042400         GO TO 3100-EXIT
042500     END-IF.
042600     EXEC CICS ASKTIME ABSTIME(AADJ-ABSTIME) END-EXEC.
042700     EXEC CICS FORMATTIME ABSTIME(AADJ-ABSTIME)
042800         YYYYMMDD(AADJ-DATE-X)
042900         TIME(AADJ-TIME-X)
043000     END-EXEC.
043100     EXEC CICS ASSIGN USERID(AADJ-USERID) END-EXEC.
043200     MOVE SPACES TO ADJ-RECORD.
043300     MOVE ACCI TO ADJ-ACCT-KEY.
043400     MOVE AADJ-ITEM-DATE TO ADJ-ITEM-DATE.
043500     IF AADJ-BOOK-DATE = 0
043600         MOVE AADJ-DATE-X TO ADJ-BUS-DATE
043700     ELSE
043800         MOVE AADJ-BOOK-DATE TO ADJ-BUS-DATE
043900     END-IF.
044000     IF OPN-AMOUNT < 0
044100         COMPUTE ADJ-AMOUNT = 0 - AADJ-AMT-NEW
044200     ELSE
044300         MOVE AADJ-AMT-NEW TO ADJ-AMOUNT
044400     END-IF.
044500     MOVE RSNI TO ADJ-REASON.
044600     MOVE NOTEI TO ADJ-NOTE.
044700     MOVE 'P' TO ADJ-STATUS.
044800     MOVE AADJ-USERID TO ADJ-MAKER-USER.
044900     MOVE AADJ-DATE-X TO ADJ-ENTRY-DATE.
045000     MOVE AADJ-TIME-X TO ADJ-ENTRY-TIME.
045100     MOVE ZEROS TO ADJ-DEC-DATE.
045200     MOVE ZEROS TO ADJ-DEC-TIME.
045300     MOVE ZEROS TO ADJ-POST-DATE.
045400     PERFORM 3150-WRITE-ADJUSTMENT THRU 3150-EXIT.
045500     IF AADJ-WRITE-FAILED
045600         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
045700         MOVE 'ADJUSTMENT NOT STORED - ENTER IT AGAIN' TO MSGO
045800     ELSE
045900         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
046000         MOVE ADJ-SEQ TO AADJ-EM-SEQ
046100         MOVE AADJ-ENTERED-MSG TO MSGO
046200     END-IF.
046300 3100-EXIT.
046400     EXIT.
046500*
046600 3150-WRITE-ADJUSTMENT.
046700*    THE NEXT FREE NUMBER AGAINST THE ITEM IS FOUND BY WRITING
046800*    FROM 01 UP, THE SAME WAY CHGPEND NUMBERS ITS REQUESTS.
046900     MOVE 'N' TO AADJ-WRITE-FAIL-SW.
047000     MOVE 1 TO ADJ-SEQ.
047050     MOVE -1 TO AADJ-RESP.
047100     PERFORM 3160-WRITE-ADJUSTMENT-RECORD THRU 3160-EXIT
047200             UNTIL AADJ-RESP = DFHRESP(NORMAL)
047300             OR AADJ-WRITE-FAILED.
047400 3150-EXIT.
047500     EXIT.
047600*
047700 3160-WRITE-ADJUSTMENT-RECORD.
047800     EXEC CICS WRITE FILE('ADJMST')
047900         FROM(ADJ-RECORD)
048000         RIDFLD(ADJ-KEY)
048100         RESP(AADJ-RESP)
048200     END-EXEC.
048300     IF AADJ-RESP = DFHRESP(DUPREC)
048400         IF ADJ-SEQ > 98
048500             MOVE 'Y' TO AADJ-WRITE-FAIL-SW
048600         ELSE
048700             ADD 1 TO ADJ-SEQ
048800         END-IF
048900     ELSE
049000         IF AADJ-RESP NOT = DFHRESP(NORMAL)
049100             MOVE 'Y' TO AADJ-WRITE-FAIL-SW
049200         END-IF
049300     END-IF.
049400 3160-EXIT.
049500     EXIT.
049600*
049700 3200-DECIDE-ADJUSTMENT.
049800*    ONLY A PENDING ADJUSTMENT CAN BE DECIDED, AND NEVER BY THE
049900*    USER WHO ENTERED IT.  AN APPROVAL IS CHECKED AGAINST THE
050000*    ITEM AS IT STANDS NOW - ONE THE ITEM HAS MOVED AWAY FROM
050100*    MUST BE REJECTED AND ENTERED AGAIN.
050200     EXEC CICS ASKTIME ABSTIME(AADJ-ABSTIME) END-EXEC.
050300     EXEC CICS FORMATTIME ABSTIME(AADJ-ABSTIME)
050400         YYYYMMDD(AADJ-DATE-X)
050500         TIME(AADJ-TIME-X)
050600     END-EXEC.
050700     EXEC CICS ASSIGN USERID(AADJ-USERID) END-EXEC.
050800     EXEC CICS READ FILE('ADJMST')
050900         INTO(ADJ-RECORD)
051000         RIDFLD(ADJ-KEY)
051100         UPDATE
051200         RESP(AADJ-RESP)
051300     END-EXEC.
051400     IF AADJ-RESP NOT = DFHRESP(NORMAL)
051500         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
051600         MOVE 'ADJUSTMENT NOT FOUND' TO MSGO
051700         GO TO 3200-EXIT
051800     END-IF.
051900     IF NOT ADJ-PENDING
052000         EXEC CICS UNLOCK FILE('ADJMST') END-EXEC
052100         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
052200         MOVE 'ADJUSTMENT IS NOT PENDING - NOTHING TO DECIDE'
052300             TO MSGO
052400         GO TO 3200-EXIT
052500     END-IF.
052600     IF ADJ-MAKER-USER = AADJ-USERID
052700         EXEC CICS UNLOCK FILE('ADJMST') END-EXEC
052800         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
052900         MOVE 'YOU ENTERED THIS - ANOTHER USER MUST DECIDE'
053000             TO MSGO
053100         GO TO 3200-EXIT
053200     END-IF.
053300     IF AADJ-ACTION = 'A'
053400         PERFORM 3250-CHECK-ITEM-STILL-FITS THRU 3250-EXIT
053500         IF NOT AADJ-ENTRY-VALID
053600             EXEC CICS UNLOCK FILE('ADJMST') END-EXEC
053700             PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
053800             MOVE 'ITEM HAS CHANGED - REJECT AND RE-ENTER'
053900                 TO MSGO
054000             GO TO 3200-EXIT
054100         END-IF
054200     END-IF.
054300     MOVE AADJ-ACTION TO ADJ-STATUS.
054400     MOVE AADJ-USERID TO ADJ-CHECKER-USER.
054500     MOVE AADJ-DATE-X TO ADJ-DEC-DATE.
054600     MOVE AADJ-TIME-X TO ADJ-DEC-TIME.
054700     EXEC CICS REWRITE FILE('ADJMST')
054800         FROM(ADJ-RECORD)
054900         RESP(AADJ-RESP)
055000     END-EXEC.
055100     IF AADJ-RESP NOT = DFHRESP(NORMAL)
055200         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
055300         MOVE 'DECISION NOT STORED - ADJUSTMENT STILL PENDING'
055400             TO MSGO
055500         GO TO 3200-EXIT
055600     END-IF.
055700     PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT.
055800     IF ADJ-APPROVED
055900         MOVE 'ADJUSTMENT APPROVED - IT POSTS IN TONIGHT''S RUN'
056000             TO MSGO
056100     ELSE
056200         MOVE 'ADJUSTMENT REJECTED' TO MSGO
056300     END-IF.
056400 3200-EXIT.
056500     EXIT.
056600*
056700 3250-CHECK-ITEM-STILL-FITS.
056800     MOVE 'Y' TO AADJ-VALID-SW.
056900     MOVE ADJ-ACCT-KEY TO OPN-ACCT-KEY.
057000     MOVE ADJ-ITEM-DATE TO OPN-BUS-DATE.
057100     PERFORM 3650-READ-ITEM-BY-KEY THRU 3650-EXIT.
057200     IF NOT AADJ-ITEM-FOUND
057300         MOVE 'N' TO AADJ-VALID-SW
057400         GO TO 3250-EXIT
057500     END-IF.
057600     IF NOT OPN-ITEM-OPEN
057700         MOVE 'N' TO AADJ-VALID-SW
057800         GO TO 3250-EXIT
057900     END-IF.
058000     IF (OPN-AMOUNT < 0 AND ADJ-AMOUNT > 0)
058100             OR (OPN-AMOUNT > 0 AND ADJ-AMOUNT < 0)
058200         MOVE 'N' TO AADJ-VALID-SW
058300         GO TO 3250-EXIT
058400     END-IF.
058500     IF OPN-AMOUNT < 0
058600         COMPUTE AADJ-ITEM-ABS = 0 - OPN-AMOUNT
058700         COMPUTE AADJ-ADJ-ABS = 0 - ADJ-AMOUNT
058800     ELSE
058900         MOVE OPN-AMOUNT TO AADJ-ITEM-ABS
059000         MOVE ADJ-AMOUNT TO AADJ-ADJ-ABS
059100     END-IF.
059200     IF AADJ-ADJ-ABS > AADJ-ITEM-ABS
059300         MOVE 'N' TO AADJ-VALID-SW
059400     END-IF.
059500 3250-EXIT.
059600     EXIT.
059700*
059800 3300-NEXT-PENDING.
059900*    BROWSES ON FROM THE ADJUSTMENT ON THE SCREEN (OR FROM THE
060000*    TOP WHEN THE KEY IS BLANK) TO THE NEXT ONE STILL PENDING.
060100     IF ACCI = LOW-VALUES OR ACCI = SPACES
060200         MOVE LOW-VALUES TO AADJ-SK-ACCT
060300     ELSE
060400         MOVE ACCI TO AADJ-SK-ACCT
060500     END-IF.
060600     MOVE 0 TO AADJ-SK-DATE.
060700     MOVE 0 TO AADJ-SK-SEQ.
060800     IF IDTI IS NUMERIC
060900         MOVE IDTI TO AADJ-SK-DATE
061000     END-IF.
061100     IF SEQI IS NUMERIC
061200         MOVE SEQI TO AADJ-SK-SEQ
061300     END-IF.
061400     MOVE AADJ-START-KEY TO ADJ-KEY.
061500     MOVE 'N' TO AADJ-ADJ-SW.
061600     MOVE 'N' TO AADJ-BROWSE-SW.
061700     EXEC CICS STARTBR FILE('ADJMST')
061800         RIDFLD(ADJ-KEY)
061900         GTEQ
062000         RESP(AADJ-RESP)
062100     END-EXEC.
062200     IF AADJ-RESP NOT = DFHRESP(NORMAL)
062300         MOVE 'Y' TO AADJ-BROWSE-SW
062400     ELSE
062500         PERFORM 3350-READ-NEXT-PENDING THRU 3350-EXIT
062600             UNTIL AADJ-BROWSE-DONE
062700         EXEC CICS ENDBR FILE('ADJMST') END-EXEC
062800     END-IF.
062900     IF AADJ-ADJ-FOUND
063000         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
063100         MOVE 'PENDING - A OR R TO DECIDE, PF8 FOR NEXT'
063200             TO MSGO
063300     ELSE
063400         MOVE LOW-VALUES TO ADJMAPI
063500         MOVE 'NO FURTHER PENDING ADJUSTMENTS - PF8 AGAIN FOR TOP'
063600             TO MSGO
063700     END-IF.
063800 3300-EXIT.
063900     EXIT.
064000*
064100 3350-READ-NEXT-PENDING.
064200     EXEC CICS READNEXT FILE('ADJMST')
064300         INTO(ADJ-RECORD)
064400         RIDFLD(ADJ-KEY)
064500         RESP(AADJ-RESP)
064600     END-EXEC.
064700     IF AADJ-RESP NOT = DFHRESP(NORMAL)
064800         MOVE 'Y' TO AADJ-BROWSE-SW
064900         GO TO 3350-EXIT
065000     END-IF.
065100     IF ADJ-PENDING AND ADJ-KEY > AADJ-START-KEY
065200         MOVE 'Y' TO AADJ-ADJ-SW
065300         MOVE 'Y' TO AADJ-BROWSE-SW
065400     END-IF.
065500 3350-EXIT.
065600     EXIT.
065700*
065800 3500-READ-ADJUSTMENT.
065900     MOVE 'N' TO AADJ-ADJ-SW.
066000     EXEC CICS READ FILE('ADJMST')
066100         INTO(ADJ-RECORD)
066200         RIDFLD(ADJ-KEY)
066300         RESP(AADJ-RESP)
066400     END-EXEC.
066500     IF AADJ-RESP = DFHRESP(NORMAL)
066600         MOVE 'Y' TO AADJ-ADJ-SW
066700     END-IF.
066800 3500-EXIT.
066900     EXIT.
067000*
067100 3600-READ-ITEM.
067200     MOVE ACCI TO OPN-ACCT-KEY.
067300     MOVE AADJ-ITEM-DATE TO OPN-BUS-DATE.
067400     PERFORM 3650-READ-ITEM-BY-KEY THRU 3650-EXIT.
067500 3600-EXIT.
067600     EXIT.
067700*
067800 3650-READ-ITEM-BY-KEY.
067900     MOVE 'N' TO AADJ-ITEM-SW.
068000     EXEC CICS READ FILE('OPENITEM')
068100         INTO(OPN-RECORD)
068200         RIDFLD(OPN-KEY)
068300         RESP(AADJ-RESP)
068400     END-EXEC.
068500     IF AADJ-RESP = DFHRESP(NORMAL)
068600         MOVE 'Y' TO AADJ-ITEM-SW
068700     END-IF.
068800 3650-EXIT.
068900     EXIT.
069000*
069100 4000-BUILD-SCREEN.
069200     MOVE LOW-VALUES TO ADJMAPI.
069300     MOVE ADJ-ACCT-KEY TO ACCO.
069400     MOVE ADJ-ITEM-DATE TO IDTO.
069500     MOVE ADJ-SEQ TO SEQO.
069600     MOVE ADJ-BUS-DATE TO BDTO.
069700     IF ADJ-AMOUNT < 0
069800         COMPUTE AADJ-AMT-DISPLAY-R = 0 - ADJ-AMOUNT
069900     ELSE
070000         MOVE ADJ-AMOUNT TO AADJ-AMT-DISPLAY-R
070100     END-IF.
070200     MOVE AADJ-AMT-DISPLAY TO AMTO.
070300     MOVE ADJ-REASON TO RSNO.
070400     MOVE ADJ-NOTE TO NOTEO.
070500     MOVE SPACES TO AADJ-ST-DETAIL.
070600     IF ADJ-PENDING
070700         MOVE 'PENDING' TO AADJ-ST-STATUS
070800     END-IF.
070900     IF ADJ-APPROVED
071000         MOVE 'APPROVED' TO AADJ-ST-STATUS
071100         MOVE '- POSTS IN THE NEXT NIGHTLY RUN' TO AADJ-ST-DETAIL
071200     END-IF.
071300     IF ADJ-REJECTED
071400         MOVE 'REJECTED' TO AADJ-ST-STATUS
071500     END-IF.
071600     IF ADJ-POSTED
071700         MOVE 'POSTED' TO AADJ-ST-STATUS
071800         MOVE ADJ-POST-DATE TO AADJ-ST-DETAIL
071900     END-IF.
072000     IF ADJ-FAILED
072100         MOVE 'FAILED' TO AADJ-ST-STATUS
072200         MOVE ADJ-FAIL-REASON TO AADJ-ST-DETAIL
072300     END-IF.
072400     MOVE AADJ-STAT-TEXT TO STATO.
072500     MOVE ADJ-MAKER-USER TO AADJ-UT-USER.
072600     MOVE ADJ-ENTRY-DATE TO AADJ-UT-DATE.
072700     MOVE ADJ-ENTRY-TIME TO AADJ-UT-TIME.
072800     MOVE AADJ-USER-TEXT TO ENTDO.
072900     IF ADJ-DEC-DATE NOT = 0
073000         MOVE ADJ-CHECKER-USER TO AADJ-UT-USER
073100         MOVE ADJ-DEC-DATE TO AADJ-UT-DATE
073200         MOVE ADJ-DEC-TIME TO AADJ-UT-TIME
073300         MOVE AADJ-USER-TEXT TO DECDO
073400     END-IF.
073500     MOVE ADJ-ACCT-KEY TO OPN-ACCT-KEY.
073600     MOVE ADJ-ITEM-DATE TO OPN-BUS-DATE.
073700     PERFORM 4200-BUILD-ITEM-LINE THRU 4200-EXIT.
073800 4000-EXIT.
073900     EXIT.
074000*
074100 4100-BUILD-KEY-ONLY.
074200*    THE KEY THE OPERATOR ENTERED IS RESHOWN SO THE NEXT
074300*    ACTION CAN REUSE IT, WITH THE ITEM IT POINTS AT; THE
074400*    ADJUSTMENT FIELDS ARE CLEARED.
074500     MOVE ACCI TO ADJ-ACCT-KEY.
074600     MOVE AADJ-ITEM-DATE TO ADJ-ITEM-DATE.
074700     MOVE LOW-VALUES TO ADJMAPI.
074800     MOVE ADJ-ACCT-KEY TO ACCO.
074900     MOVE ADJ-ITEM-DATE TO IDTO.
075000     MOVE ADJ-ACCT-KEY TO OPN-ACCT-KEY.
075100     MOVE ADJ-ITEM-DATE TO OPN-BUS-DATE.
075200     PERFORM 4200-BUILD-ITEM-LINE THRU 4200-EXIT.
075300 4100-EXIT.
075400     EXIT.
075500*
075600 4200-BUILD-ITEM-LINE.
075700     PERFORM 3650-READ-ITEM-BY-KEY THRU 3650-EXIT.
075800     MOVE SPACES TO AADJ-ITEM-TEXT.
075900     IF NOT AADJ-ITEM-FOUND
076000         MOVE 'NOT FOUND' TO AADJ-IT-STATUS
076100         MOVE AADJ-ITEM-TEXT TO ITEMO
076200         GO TO 4200-EXIT
076300     END-IF.
076400     MOVE OPN-AMOUNT TO AADJ-IT-AMOUNT.
076500     IF OPN-ITEM-OPEN
076600         MOVE 'OPEN' TO AADJ-IT-STATUS
076700         MOVE 'OPENED ' TO AADJ-IT-DATE-LIT
076800         MOVE OPN-OPEN-DATE TO AADJ-IT-DATE
076900     ELSE
077000         MOVE 'CLEARED' TO AADJ-IT-STATUS
077100         MOVE 'ON ' TO AADJ-IT-DATE-LIT
077200         MOVE OPN-CLEAR-DATE TO AADJ-IT-DATE
077300     END-IF.
077400     MOVE AADJ-ITEM-TEXT TO ITEMO.
077500 4200-EXIT.
077600     EXIT.
077700*
077800 5000-SEND-AND-RETURN.
077900     EXEC CICS SEND MAP('ADJMAP') MAPSET('ACADJS')
078000         FROM(ADJMAPO)
078100         ERASE
078200     END-EXEC.
078300     MOVE SPACE TO AADJ-COMMAREA.
078400     EXEC CICS RETURN TRANSID('AADJ')
078500         COMMAREA(AADJ-COMMAREA)
078600         LENGTH(1)
078700     END-EXEC.
078800 5000-EXIT.
078900     EXIT.
079000*
079100 9999-EXIT.
079200     EXEC CICS RETURN END-EXEC.
