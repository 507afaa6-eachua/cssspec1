000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400* PROGRAM-ID.  ACACTM                                            *
000500*                                                                *
000600* AUTHOR.      D. L. HARMON                                      *
000700* INSTALLATION. DAILY RECONCILIATION UNIT                        *
000800* DATE-WRITTEN. 2026-10-15                                       *
000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     CICS ACCOUNT REFERENCE MAINTENANCE SCREEN        *
001200*              (TRANSACTION AACT, MAPSET ACACTS), IN THE STYLE  *
001300*              OF THE ATOL TOLERANCE RULES SCREEN.  INQUIRES    *
001400*              ON, ADDS/UPDATES AND DELETES ENTRIES ON THE      *
001500*              ACCOUNT REFERENCE MASTER (ACCTMST), KEYED ON     *
001600*              THE ACCOUNT KEY THE FEEDS CARRY.  EACH ENTRY     *
001700*              HOLDS THE ACCOUNT NAME, OWNING TEAM OR ANALYST,  *
001800*              COST CENTER, GL ACCOUNT NUMBER, OPEN/CLOSED      *
001900*              STATUS AND EFFECTIVE DATES.  TRNMATCH REJECTS    *
002000*              FEED ITEMS FOR ACCOUNTS THAT ARE MISSING, CLOSED *
002100*              OR NOT YET/NO LONGER EFFECTIVE.  EVERY STORED    *
002200*              ENTRY IS STAMPED WITH THE USER ID, DATE AND TIME *
002300*              OF THE CHANGE, SHOWN ON THE SCREEN AS LAST       *
002350*              CHANGED.  THE PROCESSOR-SETTLED FLAG (Y/N) MARKS *
002400*              A CARD OR ACH ACCOUNT THAT TRNMATCH MATCHES      *
002450*              THREE WAYS AGAINST THE PROCESSOR SETTLEMENT      *
002475*              FEED.                                            *
002500*                                                                *
002600* MODIFICATION HISTORY.                                          *
002700*   DATE       INIT  DESCRIPTION                                 *
002800*   ---------  ----  -------------------------------------------*
002900*   2026-10-15  DLH  ORIGINAL PROGRAM.                           *
002933*   2026-10-15  DLH  ADDED THE PROCESSOR-SETTLED FLAG (PROC);    *
002966*                    BLANK IS STORED AS N.                       *
002972*   2026-10-15  DLH  DATES ARE NOW CHECKED AGAINST THE DAYS IN   *
002978*                    THEIR MONTH (29 FOR FEBRUARY IN A LEAP      *
002984*                    YEAR); 31 APRIL OR 30 FEBRUARY WAS ACCEPTED *
002990*                    BEFORE.                                     *
003000******************************************************************
003100 PROGRAM-ID. ACACTM.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 COPY DFHAID.
003700*-----------------------------------------------------------------
003800* SYMBOLIC MAP - SEE COPYBOOKS/ACACTSD.CPY
003900*-----------------------------------------------------------------
004000 COPY ACACTSD.
004100*-----------------------------------------------------------------
004200* ACCOUNT REFERENCE MASTER RECORD - SEE COPYBOOKS/ACCTMREC.CPY
004300*-----------------------------------------------------------------
004400 COPY ACCTMREC.
004500*-----------------------------------------------------------------
004600* WORK FIELDS
004700*-----------------------------------------------------------------
004800 77  AACT-ABSTIME                    PIC S9(15) COMP-3 VALUE 0.
004900 77  AACT-DATE-X                     PIC X(08) VALUE SPACES.
005000 77  AACT-TIME-X                     PIC X(06) VALUE SPACES.
005100 77  AACT-USERID                     PIC X(08) VALUE SPACES.
005200 77  AACT-RESP                       PIC S9(08) COMP VALUE 0.
005300 77  AACT-VALID-SW                   PIC X(01) VALUE 'Y'.
005400     88  AACT-ENTRY-VALID                VALUE 'Y'.
005500 77  AACT-ACTION                     PIC X(01) VALUE SPACE.
005600 77  AACT-EFF-FROM-NEW               PIC 9(08) VALUE 0.
005700 77  AACT-EFF-TO-NEW                 PIC 9(08) VALUE 0.
005800*    EFFECTIVE DATES ARE CHECKED FIELD BY FIELD THROUGH THIS
005900*    WORK AREA BEFORE THEY ARE STORED.
006000 01  AACT-CHK-DATE                   PIC 9(08) VALUE 0.
006100 01  FILLER REDEFINES AACT-CHK-DATE.
006200     05  AACT-CHK-CCYY               PIC 9(04).
006300     05  AACT-CHK-MM                 PIC 9(02).
006400     05  AACT-CHK-DD                 PIC 9(02).
006500 77  AACT-DATE-OK-SW                 PIC X(01) VALUE 'Y'.
006600     88  AACT-DATE-OK                    VALUE 'Y'.
006608*    DAYS IN EACH MONTH, JANUARY TO DECEMBER; FEBRUARY TAKES
006616*    29 IN A LEAP YEAR - SEE 2160-CHECK-DATE.
006624 01  AACT-MONTH-DAYS-X               PIC X(24)
006632             VALUE "312831303130313130313031".
006640 01  FILLER REDEFINES AACT-MONTH-DAYS-X.
006648     05  AACT-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
006656 77  AACT-MONTH-LIMIT                PIC 9(02) VALUE 0.
006664 77  AACT-LEAP-QUOT                  PIC 9(04) VALUE 0.
006672 77  AACT-LEAP-REM-4                 PIC 9(04) VALUE 0.
006680 77  AACT-LEAP-REM-100               PIC 9(04) VALUE 0.
006688 77  AACT-LEAP-REM-400               PIC 9(04) VALUE 0.
006700 01  AACT-LUPD-TEXT.
006800     05  AACT-LUPD-USER              PIC X(08).
006900     05  FILLER                      PIC X(01) VALUE SPACES.
007000     05  AACT-LUPD-DATE              PIC 9(08).
007100     05  FILLER                      PIC X(01) VALUE SPACES.
007200     05  AACT-LUPD-TIME              PIC 9(06).
007300     05  FILLER                      PIC X(16) VALUE SPACES.
007400 01  AACT-COMMAREA                   PIC X(01).
007500 77  AACT-END-MSG                    PIC X(22)
007600         VALUE 'ACACTM - SESSION ENDED'.
007700 LINKAGE SECTION.
007800 01  DFHCOMMAREA                     PIC X(01).
007900*
008000 PROCEDURE DIVISION.
008100*
008200 0000-MAINLINE.
008300     IF EIBCALEN = 0
008400         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
008500     ELSE
008600         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
008700     END-IF.
008800     GO TO 9999-EXIT.
008900*
009000 1000-FIRST-TIME.
009100     MOVE LOW-VALUES TO ACTMAPI.
009200     MOVE 'ENTER ACCOUNT KEY, ACTION I, U OR D' TO MSGO.
009300     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
009400 1000-EXIT.
009500     EXIT.
009600*
009700 2000-PROCESS-INPUT.
009800     IF EIBAID = DFHPF3
009900         EXEC CICS SEND TEXT
010000             FROM(AACT-END-MSG)
010100             LENGTH(22)
010200             ERASE
010300         END-EXEC
010400         EXEC CICS RETURN END-EXEC
010500     END-IF.
010600     EXEC CICS RECEIVE MAP('ACTMAP') MAPSET('ACACTS')
010700         INTO(ACTMAPI)
010800         RESP(AACT-RESP)
010900     END-EXEC.
011000     IF AACT-RESP NOT = DFHRESP(NORMAL)
011100         MOVE LOW-VALUES TO ACTMAPI
011200         MOVE 'NO INPUT RECEIVED - ENTER KEY AND ACTION'
011300             TO MSGO
011400         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
011500     END-IF.
011600     PERFORM 2100-VALIDATE-INPUT THRU 2100-EXIT.
011700     IF NOT AACT-ENTRY-VALID
011800         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
011900     END-IF.
012000     PERFORM 2200-APPLY-ACTION THRU 2200-EXIT.
012100     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
012200 2000-EXIT.
012300     EXIT.
012400*
012500 2100-VALIDATE-INPUT.
012600     MOVE 'Y' TO AACT-VALID-SW.
012700*    AN UNTOUCHED FIELD ARRIVES AS LOW-VALUES - TREAT IT THE
012800*    SAME AS SPACES THROUGHOUT.
012900     IF ACCI = LOW-VALUES
013000         MOVE SPACES TO ACCI
013100     END-IF.
013200     IF NAMEI = LOW-VALUES
013300         MOVE SPACES TO NAMEI
013400     END-IF.
013500     IF OWNRI = LOW-VALUES
013600         MOVE SPACES TO OWNRI
013700     END-IF.
013800     IF CCTRI = LOW-VALUES
013900         MOVE SPACES TO CCTRI
014000     END-IF.
014100     IF GLACI = LOW-VALUES
014200         MOVE SPACES TO GLACI
014300     END-IF.
014400     IF STATI = LOW-VALUE
014500         MOVE SPACE TO STATI
014600     END-IF.
014700     IF EFFFI = LOW-VALUES
014800         MOVE SPACES TO EFFFI
014900     END-IF.
015000     IF EFFTI = LOW-VALUES
015100         MOVE SPACES TO EFFTI
015200     END-IF.
015225     IF PROCI = LOW-VALUE OR PROCI = SPACE
015250         MOVE 'N' TO PROCI
015275     END-IF.
015300     IF ACTI = LOW-VALUE OR ACTI = SPACE
015400         MOVE 'I' TO ACTI
015500     END-IF.
015600     MOVE ACTI TO AACT-ACTION.
015700     IF ACCI = SPACES
015800         MOVE 'ENTER AN ACCOUNT KEY' TO MSGO
015900         MOVE 'N' TO AACT-VALID-SW
016000         GO TO 2100-EXIT
016100     END-IF.
016200     IF AACT-ACTION NOT = 'I'
016300             AND AACT-ACTION NOT = 'U'
016400             AND AACT-ACTION NOT = 'D'
016500         MOVE 'ACTION MUST BE I (INQUIRE), U (ADD/UPDATE) OR D'
016600             TO MSGO
016700         MOVE 'N' TO AACT-VALID-SW
016800         GO TO 2100-EXIT
016900     END-IF.
017000     IF AACT-ACTION = 'U'
017100         PERFORM 2150-VALIDATE-DETAIL THRU 2150-EXIT
017200     END-IF.
017300 2100-EXIT.
017400     EXIT.
017500*
017600 2150-VALIDATE-DETAIL.
017700*    AN ADD OR UPDATE MUST CARRY A NAME, A STATUS OF O OR C
017800*    AND A VALID EFFECTIVE-FROM DATE.  A BLANK EFFECTIVE-TO
017900*    IS STORED AS ZERO (OPEN-ENDED); OTHERWISE IT MUST BE A
018000*    VALID DATE NOT EARLIER THAN EFFECTIVE-FROM.
018100     IF NAMEI = SPACES
018200         MOVE 'ACCOUNT NAME IS REQUIRED FOR ACTION U' TO MSGO
018300         MOVE 'N' TO AACT-VALID-SW
018400         GO TO 2150-EXIT
018500     END-IF.
018600     IF STATI NOT = 'O' AND STATI NOT = 'C'
018700         MOVE 'STATUS MUST BE O (OPEN) OR C (CLOSED)' TO MSGO
018800         MOVE 'N' TO AACT-VALID-SW
018900         GO TO 2150-EXIT
019000     END-IF.
019016     IF PROCI NOT = 'Y' AND PROCI NOT = 'N'
019032         MOVE 'PROCESSOR SETTLED MUST BE Y OR N' TO MSGO
019048         MOVE 'N' TO AACT-VALID-SW
019064         GO TO 2150-EXIT
019080     END-IF.
019100     IF EFFFI IS NOT NUMERIC
019200         MOVE 'EFFECTIVE FROM MUST BE A DATE (CCYYMMDD)' TO MSGO
019300         MOVE 'N' TO AACT-VALID-SW
019400         GO TO 2150-EXIT
019500     END-IF.
019600     MOVE EFFFI TO AACT-CHK-DATE.
019700     PERFORM 2160-CHECK-DATE THRU 2160-EXIT.
019800     IF NOT AACT-DATE-OK
019900         MOVE 'EFFECTIVE FROM IS NOT A VALID DATE' TO MSGO
020000         MOVE 'N' TO AACT-VALID-SW
020100         GO TO 2150-EXIT
020200     END-IF.
020300     MOVE AACT-CHK-DATE TO AACT-EFF-FROM-NEW.
020400     MOVE 0 TO AACT-EFF-TO-NEW.
020500     IF EFFTI = SPACES
020600         GO TO 2150-EXIT
020700     END-IF.
020800     IF EFFTI IS NOT NUMERIC
020900         MOVE 'EFFECTIVE TO MUST BE A DATE (CCYYMMDD) OR BLANK'
021000             TO MSGO
021100         MOVE 'N' TO AACT-VALID-SW
021200         GO TO 2150-EXIT
021300     END-IF.
021400     MOVE EFFTI TO AACT-CHK-DATE.
021500     PERFORM 2160-CHECK-DATE THRU 2160-EXIT.
021600     IF NOT AACT-DATE-OK
021700         MOVE 'EFFECTIVE TO IS NOT A VALID DATE' TO MSGO
021800         MOVE 'N' TO AACT-VALID-SW
021900         GO TO 2150-EXIT
022000     END-IF.
022100     IF AACT-CHK-DATE < AACT-EFF-FROM-NEW
022200         MOVE 'EFFECTIVE TO IS EARLIER THAN EFFECTIVE FROM'
022300             TO MSGO
022400         MOVE 'N' TO AACT-VALID-SW
022500         GO TO 2150-EXIT
022600     END-IF.
022700     MOVE AACT-CHK-DATE TO AACT-EFF-TO-NEW.
022800 2150-EXIT.
022900     EXIT.
023000*
023100 2160-CHECK-DATE.
023133*    THE DAY MUST EXIST IN ITS MONTH.  A YEAR DIVISIBLE BY 4 IS
023166*    A LEAP YEAR UNLESS IT IS A CENTURY NOT DIVISIBLE BY 400.
023200     MOVE 'Y' TO AACT-DATE-OK-SW.
023300     IF AACT-CHK-CCYY < 1900
023400             OR AACT-CHK-MM < 1 OR AACT-CHK-MM > 12
023410             OR AACT-CHK-DD < 1
023420         MOVE 'N' TO AACT-DATE-OK-SW
023430         GO TO 2160-EXIT
023440     END-IF.
023450     MOVE AACT-MONTH-DAYS (AACT-CHK-MM) TO AACT-MONTH-LIMIT.
023460     IF AACT-CHK-MM = 2
023470         DIVIDE AACT-CHK-CCYY BY 4 GIVING AACT-LEAP-QUOT
023480             REMAINDER AACT-LEAP-REM-4
023490         DIVIDE AACT-CHK-CCYY BY 100 GIVING AACT-LEAP-QUOT
023500             REMAINDER AACT-LEAP-REM-100
023510         DIVIDE AACT-CHK-CCYY BY 400 GIVING AACT-LEAP-QUOT
023520             REMAINDER AACT-LEAP-REM-400
023530         IF (AACT-LEAP-REM-4 = 0 AND AACT-LEAP-REM-100 NOT = 0)
023540                 OR AACT-LEAP-REM-400 = 0
023550             MOVE 29 TO AACT-MONTH-LIMIT
023560         END-IF
023570     END-IF.
023580     IF AACT-CHK-DD > AACT-MONTH-LIMIT
023600         MOVE 'N' TO AACT-DATE-OK-SW
023700     END-IF.
023800 2160-EXIT.
023900     EXIT.
024000*
024100 2200-APPLY-ACTION.
024200     MOVE ACCI TO ACM-ACCT-KEY.
024300     IF AACT-ACTION = 'I'
024400         PERFORM 3000-INQUIRE-ACCOUNT THRU 3000-EXIT
024500     ELSE
024600         IF AACT-ACTION = 'U'
024700             PERFORM 3100-UPDATE-ACCOUNT THRU 3100-EXIT
024800         ELSE
024900             PERFORM 3200-DELETE-ACCOUNT THRU 3200-EXIT
025000         END-IF
025100     END-IF.
025200 2200-EXIT.
025300     EXIT.
025400*
025500 3000-INQUIRE-ACCOUNT.
025600     EXEC CICS READ FILE('ACCTMST')
025700         INTO(ACM-RECORD)
025800         RIDFLD(ACM-KEY)
025900         RESP(AACT-RESP)
026000     END-EXEC.
026100     IF AACT-RESP = DFHRESP(NORMAL)
026200         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
026300         MOVE 'ACCOUNT DISPLAYED' TO MSGO
026400     ELSE
026500         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
026600         MOVE 'ACCOUNT NOT FOUND - FEED ITEMS WILL BE REJECTED'
026700             TO MSGO
026800     END-IF.
026900 3000-EXIT.
027000     EXIT.
027100*
027200 3100-UPDATE-ACCOUNT.
027300     EXEC CICS ASKTIME ABSTIME(AACT-ABSTIME) END-EXEC.
027400     EXEC CICS FORMATTIME ABSTIME(AACT-ABSTIME)
027500         YYYYMMDD(AACT-DATE-X)
027600         TIME(AACT-TIME-X)
027700     END-EXEC.
027800     EXEC CICS ASSIGN USERID(AACT-USERID) END-EXEC.
027900     EXEC CICS READ FILE('ACCTMST')
028000         INTO(ACM-RECORD)
028100         RIDFLD(ACM-KEY)
028200         UPDATE
028300         RESP(AACT-RESP)
028400     END-EXEC.
028500     IF AACT-RESP = DFHRESP(NORMAL)
028600         PERFORM 3150-MOVE-DETAIL THRU 3150-EXIT
028700         EXEC CICS REWRITE FILE('ACCTMST')
028800             FROM(ACM-RECORD)
028900             RESP(AACT-RESP)
029000         END-EXEC
029100         IF AACT-RESP = DFHRESP(NORMAL)
029200             PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
029300             MOVE 'ACCOUNT UPDATED' TO MSGO
029400         ELSE
029500             PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
029600             MOVE 'UPDATE FAILED - ACCOUNT NOT CHANGED' TO MSGO
029700         END-IF
029800     ELSE
029900         MOVE ACCI TO ACM-ACCT-KEY
030000         PERFORM 3150-MOVE-DETAIL THRU 3150-EXIT
030100         EXEC CICS WRITE FILE('ACCTMST')
030200             FROM(ACM-RECORD)
030300             RIDFLD(ACM-KEY)
030400             RESP(AACT-RESP)
030500         END-EXEC
030600         IF AACT-RESP = DFHRESP(NORMAL)
030700             PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
030800             MOVE 'ACCOUNT ADDED' TO MSGO
030900         ELSE
031000             PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
031100             MOVE 'ADD FAILED - ACCOUNT NOT STORED' TO MSGO
031200         END-IF
031300     END-IF.
031400 3100-EXIT.
031500     EXIT.
031600*
031700 3150-MOVE-DETAIL.
031800     MOVE NAMEI TO ACM-NAME.
031900     MOVE OWNRI TO ACM-OWNER.
032000     MOVE CCTRI TO ACM-COST-CENTER.
032100     MOVE GLACI TO ACM-GL-ACCOUNT.
032200     MOVE STATI TO ACM-STATUS.
032300     MOVE AACT-EFF-FROM-NEW TO ACM-EFF-FROM.
032400     MOVE AACT-EFF-TO-NEW TO ACM-EFF-TO.
032450     MOVE PROCI TO ACM-PROC-SETTLE-SW.
032500     MOVE AACT-USERID TO ACM-UPD-USER.
032600     MOVE AACT-DATE-X TO ACM-UPD-DATE.
032700     MOVE AACT-TIME-X TO ACM-UPD-TIME.
032800 3150-EXIT.
032900     EXIT.
033000*
033100 3200-DELETE-ACCOUNT.
033200     EXEC CICS READ FILE('ACCTMST')
033300         INTO(ACM-RECORD)
033400         RIDFLD(ACM-KEY)
033500         UPDATE
033600         RESP(AACT-RESP)
033700     END-EXEC.
033800     IF AACT-RESP = DFHRESP(NORMAL)
033900         EXEC CICS DELETE FILE('ACCTMST')
034000             RESP(AACT-RESP)
034100         END-EXEC
034200         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
034300         IF AACT-RESP = DFHRESP(NORMAL)
034400             MOVE 'ACCOUNT DELETED - FEED ITEMS WILL BE REJECTED'
034500                 TO MSGO
034600         ELSE
034700             MOVE 'DELETE FAILED - ACCOUNT NOT REMOVED' TO MSGO
034800         END-IF
034900     ELSE
035000         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
035100         MOVE 'ACCOUNT NOT FOUND - NOTHING DELETED' TO MSGO
035200     END-IF.
035300 3200-EXIT.
035400     EXIT.
035500*
035600 4000-BUILD-SCREEN.
035700     MOVE LOW-VALUES TO ACTMAPI.
035800     MOVE ACM-ACCT-KEY TO ACCO.
035900     MOVE ACM-NAME TO NAMEO.
036000     MOVE ACM-OWNER TO OWNRO.
036100     MOVE ACM-COST-CENTER TO CCTRO.
036200     MOVE ACM-GL-ACCOUNT TO GLACO.
036300     MOVE ACM-STATUS TO STATO.
036400     MOVE ACM-EFF-FROM TO EFFFO.
036500     IF ACM-EFF-TO NOT = 0
036600         MOVE ACM-EFF-TO TO EFFTO
036700     END-IF.
036716     IF ACM-PROC-SETTLED
036732         MOVE 'Y' TO PROCO
036748     ELSE
036764         MOVE 'N' TO PROCO
036780     END-IF.
036800     MOVE ACM-UPD-USER TO AACT-LUPD-USER.
036900     MOVE ACM-UPD-DATE TO AACT-LUPD-DATE.
037000     MOVE ACM-UPD-TIME TO AACT-LUPD-TIME.
037100     MOVE AACT-LUPD-TEXT TO LUPDO.
037200 4000-EXIT.
037300     EXIT.
037400*
037500 4100-BUILD-KEY-ONLY.
037600*    THE KEY THE OPERATOR ENTERED IS RESHOWN SO THE NEXT
037700*    ACTION CAN REUSE IT; THE VALUE FIELDS ARE CLEARED.
037800     MOVE ACCI TO ACM-ACCT-KEY.
037900     MOVE LOW-VALUES TO ACTMAPI.
038000     MOVE ACM-ACCT-KEY TO ACCO.
038100 4100-EXIT.
038200     EXIT.
038300*
038400 5000-SEND-AND-RETURN.
038500     EXEC CICS SEND MAP('ACTMAP') MAPSET('ACACTS')
038600         FROM(ACTMAPO)
038700         ERASE
038800     END-EXEC.
038900     MOVE SPACE TO AACT-COMMAREA.
039000     EXEC CICS RETURN TRANSID('AACT')
039100         COMMAREA(AACT-COMMAREA)
039200         LENGTH(1)
039300     END-EXEC.
039400 5000-EXIT.
039500     EXIT.
039600*
039700 9999-EXIT.
039800     EXEC CICS RETURN END-EXEC.
