000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400* PROGRAM-ID.  ACPERM                                            *
000500*                                                                *
000600* AUTHOR.      D. L. HARMON                                      *
000700* INSTALLATION. DAILY RECONCILIATION UNIT                        *
000800* DATE-WRITTEN. 2026-10-15                                       *
000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     CICS PERIOD CONTROL SCREEN (TRANSACTION APER,     *
001200*              MAPSET ACPERS), IN THE STYLE OF THE ATOL          *
001300*              TOLERANCE RULES SCREEN.  SHOWS WHETHER A BUSINESS *
001400*              MONTH (CCYYMM) OF THE VARIANCE HISTORY MASTER IS  *
001500*              OPEN, CLOSED OR REOPENED ON THE PERIOD CONTROL    *
001600*              MASTER (PERDMST), CLOSES A MONTH ONCE VARSUMM HAS *
001700*              REPORTED IT AND FINANCE HAS SIGNED IT OFF, AND    *
001800*              REOPENS A CLOSED MONTH WHEN A RESTATEMENT HAS     *
001900*              BEEN AGREED - A REOPEN MUST GIVE A REASON.  ONLY  *
002000*              A MONTH THAT HAS ENDED CAN BE CLOSED.  EACH CLOSE *
002100*              AND EACH REOPEN IS STAMPED ON THE MASTER WITH THE *
002200*              USER ID, DATE AND TIME AND IS LOGGED AS ITS OWN   *
002300*              EVENT ON THE PERIOD EVENT LOG (PERDAUDT); THE     *
002400*              MASTER UPDATE AND THE LOG RECORD ARE COMMITTED    *
002500*              TOGETHER OR NOT AT ALL.  THE NIGHTLY VARPOST STEP *
002600*              REFUSES RECORDS FOR A CLOSED MONTH AND REPORTS    *
002700*              EVERY CHANGE IT MAKES TO A REOPENED ONE.          *
002800*                                                                *
002900* MODIFICATION HISTORY.                                          *
003000*   DATE       INIT  DESCRIPTION                                 *
003100*   ---------  ----  -------------------------------------------*
003200*   2026-10-15  DLH  ORIGINAL PROGRAM.                           *
003300******************************************************************
003400 PROGRAM-ID. ACPERM.
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 COPY DFHAID.
004000*-----------------------------------------------------------------
004100* SYMBOLIC MAP - SEE COPYBOOKS/ACPERSD.CPY
004200*-----------------------------------------------------------------
004300 COPY ACPERSD.
004400*-----------------------------------------------------------------
004500* PERIOD CONTROL RECORD - SEE COPYBOOKS/PERDREC.CPY
004600*-----------------------------------------------------------------
004700 COPY PERDREC.
004800*-----------------------------------------------------------------
004900* PERIOD EVENT LOG RECORD (PERDAUDT) - ONE PER CLOSE OR REOPEN,
005000* KEYED ON THE DATE AND TIME OF THE EVENT.  PEV-OLD-STATUS IS
005100* THE MONTH'S STATUS BEFORE THE EVENT (SPACE WHEN THE MONTH HAD
005200* NO PERIOD RECORD).
005300*-----------------------------------------------------------------
005400 01  PEV-RECORD.
005500     05  PEV-KEY.
005600         10  PEV-DATE                PIC 9(08).
005700         10  PEV-TIME                PIC 9(06).
005800         10  PEV-SEQ                 PIC 9(02).
005900     05  PEV-MONTH                   PIC 9(06).
006000     05  PEV-EVENT                   PIC X(01).
006100         88  PEV-CLOSE                   VALUE 'C'.
006200         88  PEV-REOPEN                  VALUE 'R'.
006300     05  PEV-USER                    PIC X(08).
006400     05  PEV-OLD-STATUS              PIC X(01).
006500     05  PEV-REASON                  PIC X(40).
006600*-----------------------------------------------------------------
006700* WORK FIELDS
006800*-----------------------------------------------------------------
006900 77  APER-ABSTIME                    PIC S9(15) COMP-3 VALUE 0.
007000 77  APER-TIME-X                     PIC X(06) VALUE SPACES.
007100 77  APER-USERID                     PIC X(08) VALUE SPACES.
007200 77  APER-RESP                       PIC S9(08) COMP VALUE 0.
007300 77  APER-VALID-SW                   PIC X(01) VALUE 'Y'.
007400     88  APER-ENTRY-VALID                VALUE 'Y'.
007500 77  APER-EVENT-FAIL-SW              PIC X(01) VALUE 'N'.
007600     88  APER-EVENT-FAILED               VALUE 'Y'.
007700 77  APER-ACTION                     PIC X(01) VALUE SPACE.
007800 77  APER-OLD-STATUS                 PIC X(01) VALUE SPACE.
007900*    THE PERIOD KEYED ON THE SCREEN.
008000 01  APER-MONTH                      PIC 9(06) VALUE 0.
008100 01  FILLER REDEFINES APER-MONTH.
008200     05  APER-MONTH-CCYY             PIC 9(04).
008300     05  APER-MONTH-MM               PIC 9(02).
008400*    TODAY, AS CICS GIVES IT; ITS FIRST SIX DIGITS ARE THE
008500*    CURRENT MONTH, WHICH CANNOT YET BE CLOSED.
008600 01  APER-DATE-X                     PIC X(08) VALUE SPACES.
008700 01  FILLER REDEFINES APER-DATE-X.
008800     05  APER-TODAY-MONTH            PIC 9(06).
008900     05  APER-TODAY-DD               PIC 9(02).
009000 01  APER-USER-TEXT.
009100     05  APER-UT-USER                PIC X(08).
009200     05  FILLER                      PIC X(01) VALUE SPACES.
009300     05  APER-UT-DATE                PIC 9(08).
009400     05  FILLER                      PIC X(01) VALUE SPACES.
009500     05  APER-UT-TIME                PIC 9(06).
009600     05  FILLER                      PIC X(16) VALUE SPACES.
009700 01  APER-REOPEN-TEXT.
009800     05  APER-RT-USER                PIC X(08).
009900     05  FILLER                      PIC X(01) VALUE SPACES.
010000     05  APER-RT-DATE                PIC 9(08).
010100     05  FILLER                      PIC X(01) VALUE SPACES.
010200     05  APER-RT-TIME                PIC 9(06).
010300     05  FILLER                      PIC X(08) VALUE '  COUNT '.
010400     05  APER-RT-COUNT               PIC ZZ9.
010500     05  FILLER                      PIC X(05) VALUE SPACES.
010600 01  APER-COMMAREA                   PIC X(01).
010700 77  APER-END-MSG                    PIC X(22)
010800         VALUE 'ACPERM - SESSION ENDED'.
010900 LINKAGE SECTION.
011000 01  DFHCOMMAREA                     PIC X(01).
011100*
011200 PROCEDURE DIVISION.
011300*
011400 0000-MAINLINE.
011500     IF EIBCALEN = 0
011600         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
011700     ELSE
011800         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
011900     END-IF.
012000     GO TO 9999-EXIT.
012100*
012200 1000-FIRST-TIME.
012300     MOVE LOW-VALUES TO PERMAPI.
012400     MOVE 'ENTER A PERIOD (CCYYMM) AND ACTION I, C OR R' TO MSGO.
012500     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
012600 1000-EXIT.
012700     EXIT.
012800*
012900 2000-PROCESS-INPUT.
013000     IF EIBAID = DFHPF3
013100         EXEC CICS SEND TEXT
013200             FROM(APER-END-MSG)
013300             LENGTH(22)
013400             ERASE
013500         END-EXEC
013600         EXEC CICS RETURN END-EXEC
013700     END-IF.
013800     EXEC CICS RECEIVE MAP('PERMAP') MAPSET('ACPERS')
013900         INTO(PERMAPI)
014000         RESP(APER-RESP)
014100     END-EXEC.
014200     IF APER-RESP NOT = DFHRESP(NORMAL)
014300         MOVE LOW-VALUES TO PERMAPI
014400         MOVE 'NO INPUT RECEIVED - ENTER PERIOD AND ACTION'
014500             TO MSGO
014600         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
014700     END-IF.
014800     PERFORM 2100-VALIDATE-INPUT THRU 2100-EXIT.
014900     IF NOT APER-ENTRY-VALID
015000         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
015100     END-IF.
015200     PERFORM 2200-APPLY-ACTION THRU 2200-EXIT.
015300     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
015400 2000-EXIT.
015500     EXIT.
015600*
015700 2100-VALIDATE-INPUT.
015800     MOVE 'Y' TO APER-VALID-SW.
015900*    AN UNTOUCHED FIELD ARRIVES AS LOW-VALUES - TREAT IT THE
016000*    SAME AS SPACES THROUGHOUT.
016100     IF MONI = LOW-VALUES
016200         MOVE SPACES TO MONI
016300     END-IF.
016400     IF RSNI = LOW-VALUES
016500         MOVE SPACES TO RSNI
016600     END-IF.
016700     IF ACTI = LOW-VALUE OR ACTI = SPACE
016800         MOVE 'I' TO ACTI
016900     END-IF.
017000     MOVE ACTI TO APER-ACTION.
017100     IF MONI IS NOT NUMERIC
017200         MOVE 'ENTER THE PERIOD AS CCYYMM' TO MSGO
017300         MOVE 'N' TO APER-VALID-SW
017400         GO TO 2100-EXIT
017500     END-IF.
017600     MOVE MONI TO APER-MONTH.
017700     IF APER-MONTH-CCYY < 1900
017800             OR APER-MONTH-MM < 1 OR APER-MONTH-MM > 12
017900         MOVE 'PERIOD IS NOT A VALID CCYYMM' TO MSGO
018000         MOVE 'N' TO APER-VALID-SW
018100         GO TO 2100-EXIT
018200     END-IF.
018300     IF APER-ACTION NOT = 'I'
018400             AND APER-ACTION NOT = 'C'
018500             AND APER-ACTION NOT = 'R'
018600         MOVE 'ACTION MUST BE I (INQUIRE), C (CLOSE) OR R'
018700             TO MSGO
018800         MOVE 'N' TO APER-VALID-SW
018900         GO TO 2100-EXIT
019000     END-IF.
019100     IF APER-ACTION = 'R' AND RSNI = SPACES
019200         MOVE 'A REASON IS REQUIRED TO REOPEN A PERIOD' TO MSGO
019300         MOVE 'N' TO APER-VALID-SW
019400         GO TO 2100-EXIT
019500     END-IF.
019600 2100-EXIT.
019700     EXIT.
019800*
019900 2200-APPLY-ACTION.
020000     MOVE APER-MONTH TO PRD-MONTH.
020100     IF APER-ACTION = 'I'
020200         PERFORM 3000-INQUIRE-PERIOD THRU 3000-EXIT
020300     ELSE
020400         IF APER-ACTION = 'C'
020500             PERFORM 3100-CLOSE-PERIOD THRU 3100-EXIT
020600         ELSE
020700             PERFORM 3200-REOPEN-PERIOD THRU 3200-EXIT
020800         END-IF
020900     END-IF.
021000 2200-EXIT.
021100     EXIT.
021200*
021300 3000-INQUIRE-PERIOD.
021400     EXEC CICS READ FILE('PERDMST')
021500         INTO(PRD-RECORD)
021600         RIDFLD(PRD-MONTH)
021700         RESP(APER-RESP)
021800     END-EXEC.
021900     IF APER-RESP = DFHRESP(NORMAL)
022000         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
022100         MOVE 'PERIOD DISPLAYED' TO MSGO
022200     ELSE
022300         IF APER-RESP = DFHRESP(NOTFND)
022400             PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
022500             MOVE 'OPEN - NEVER CLOSED' TO STATO
022600             MOVE 'PERIOD HAS NEVER BEEN CLOSED' TO MSGO
022700         ELSE
022800             PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
022900             MOVE 'PERIOD CONTROL MASTER NOT AVAILABLE' TO MSGO
023000         END-IF
023100     END-IF.
023200 3000-EXIT.
023300     EXIT.
023400*
023500 3100-CLOSE-PERIOD.
023600     PERFORM 3300-GET-STAMP THRU 3300-EXIT.
023700     IF APER-MONTH NOT < APER-TODAY-MONTH
023800         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
023900         MOVE 'PERIOD HAS NOT ENDED - IT CANNOT BE CLOSED YET'
024000             TO MSGO
024100         GO TO 3100-EXIT
024200     END-IF.
024300     EXEC CICS READ FILE('PERDMST')
024400         INTO(PRD-RECORD)
024500         RIDFLD(PRD-MONTH)
024600         UPDATE
024700         RESP(APER-RESP)
024800     END-EXEC.
024900     IF APER-RESP = DFHRESP(NORMAL)
025000         IF PRD-CLOSED
025100             EXEC CICS UNLOCK FILE('PERDMST') END-EXEC
025200             PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
025300             MOVE 'PERIOD IS ALREADY CLOSED' TO MSGO
025400             GO TO 3100-EXIT
025500         END-IF
025600         MOVE PRD-STATUS TO APER-OLD-STATUS
025700         PERFORM 3150-STAMP-CLOSE THRU 3150-EXIT
025800         EXEC CICS REWRITE FILE('PERDMST')
025900             FROM(PRD-RECORD)
026000             RESP(APER-RESP)
026100         END-EXEC
026200     ELSE
026300         IF APER-RESP NOT = DFHRESP(NOTFND)
026400             PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
026500             MOVE 'PERIOD CONTROL MASTER NOT AVAILABLE' TO MSGO
026600             GO TO 3100-EXIT
026700         END-IF
026800*        FIRST CLOSE OF THE MONTH - ITS PERIOD RECORD STARTS HERE.
026900         MOVE SPACE TO APER-OLD-STATUS
027000         MOVE SPACES TO PRD-RECORD
027100         MOVE APER-MONTH TO PRD-MONTH
027200         MOVE SPACES TO PRD-REOPEN-USER
027300         MOVE 0 TO PRD-REOPEN-DATE
027400         MOVE 0 TO PRD-REOPEN-TIME
027500         MOVE SPACES TO PRD-REOPEN-REASON
027600         MOVE 0 TO PRD-REOPEN-COUNT
027700         PERFORM 3150-STAMP-CLOSE THRU 3150-EXIT
027800         EXEC CICS WRITE FILE('PERDMST')
027900             FROM(PRD-RECORD)
028000             RIDFLD(PRD-MONTH)
028100             RESP(APER-RESP)
028200         END-EXEC
028300     END-IF.
028400     IF APER-RESP NOT = DFHRESP(NORMAL)
028500         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
028600         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
028700         MOVE 'PERIOD NOT UPDATED - TRY AGAIN' TO MSGO
028800         GO TO 3100-EXIT
028900     END-IF.
029000     MOVE 'C' TO PEV-EVENT.
029100     MOVE SPACES TO PEV-REASON.
029200     PERFORM 3400-WRITE-EVENT THRU 3400-EXIT.
029300     IF APER-EVENT-FAILED
029400         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
029500         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
029600         MOVE 'EVENT NOT LOGGED - PERIOD NOT CLOSED' TO MSGO
029700         GO TO 3100-EXIT
029800     END-IF.
029900     EXEC CICS SYNCPOINT END-EXEC.
030000     PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT.
030100     MOVE 'PERIOD CLOSED - VARPOST WILL REFUSE ITS RECORDS'
030200         TO MSGO.
030300 3100-EXIT.
030400     EXIT.
030500*
030600 3150-STAMP-CLOSE.
030700     MOVE 'C' TO PRD-STATUS.
030800     MOVE APER-USERID TO PRD-CLOSE-USER.
030900     MOVE APER-DATE-X TO PRD-CLOSE-DATE.
031000     MOVE APER-TIME-X TO PRD-CLOSE-TIME.
031100 3150-EXIT.
031200     EXIT.
031300*
031400 3200-REOPEN-PERIOD.
031500     PERFORM 3300-GET-STAMP THRU 3300-EXIT.
031600     EXEC CICS READ FILE('PERDMST')
031700         INTO(PRD-RECORD)
031800         RIDFLD(PRD-MONTH)
031900         UPDATE
032000         RESP(APER-RESP)
032100     END-EXEC.
032200     IF APER-RESP = DFHRESP(NOTFND)
032300         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
032400         MOVE 'PERIOD IS NOT CLOSED - NOTHING TO REOPEN' TO MSGO
032500         GO TO 3200-EXIT
032600     END-IF.
032700     IF APER-RESP NOT = DFHRESP(NORMAL)
032800         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
032900         MOVE 'PERIOD CONTROL MASTER NOT AVAILABLE' TO MSGO
033000         GO TO 3200-EXIT
033100     END-IF.
033200     IF NOT PRD-CLOSED
033300         EXEC CICS UNLOCK FILE('PERDMST') END-EXEC
033400         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
033500         MOVE 'PERIOD IS NOT CLOSED - NOTHING TO REOPEN' TO MSGO
033600         GO TO 3200-EXIT
033700     END-IF.
033800     MOVE PRD-STATUS TO APER-OLD-STATUS.
033900     MOVE 'R' TO PRD-STATUS.
034000     MOVE APER-USERID TO PRD-REOPEN-USER.
034100     MOVE APER-DATE-X TO PRD-REOPEN-DATE.
034200     MOVE APER-TIME-X TO PRD-REOPEN-TIME.
034300     MOVE RSNI TO PRD-REOPEN-REASON.
034400     IF PRD-REOPEN-COUNT < 999
034500         ADD 1 TO PRD-REOPEN-COUNT
034600     END-IF.
034700     EXEC CICS REWRITE FILE('PERDMST')
034800         FROM(PRD-RECORD)
034900         RESP(APER-RESP)
035000     END-EXEC.
035100     IF APER-RESP NOT = DFHRESP(NORMAL)
035200         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
035300         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
035400         MOVE 'PERIOD NOT UPDATED - TRY AGAIN' TO MSGO
035500         GO TO 3200-EXIT
035600     END-IF.
035700     MOVE 'R' TO PEV-EVENT.
035800     MOVE RSNI TO PEV-REASON.
035900     PERFORM 3400-WRITE-EVENT THRU 3400-EXIT.
036000     IF APER-EVENT-FAILED
036100         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
036200         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
036300         MOVE 'EVENT NOT LOGGED - PERIOD NOT REOPENED' TO MSGO
036400         GO TO 3200-EXIT
036500     END-IF.
036600     EXEC CICS SYNCPOINT END-EXEC.
036700     PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT.
036800     MOVE 'PERIOD REOPENED - CHANGES GO ON THE RESTATEMENT REPORT'
036900         TO MSGO.
037000 3200-EXIT.
037100     EXIT.
037200*
037300 3300-GET-STAMP.
037400     EXEC CICS ASKTIME ABSTIME(APER-ABSTIME) END-EXEC.
037500     EXEC CICS FORMATTIME ABSTIME(APER-ABSTIME)
037600         YYYYMMDD(APER-DATE-X)
037700         TIME(APER-TIME-X)
037800     END-EXEC.
037900     EXEC CICS ASSIGN USERID(APER-USERID) END-EXEC.
038000 3300-EXIT.
038100     EXIT.
038200*
038300 3400-WRITE-EVENT.
038400*    TWO EVENTS IN THE SAME SECOND ARE KEPT APART BY THE SEQUENCE
038500*    NUMBER, AS ON THE AUDIT FILES.
038600     MOVE 'N' TO APER-EVENT-FAIL-SW.
038700     MOVE APER-DATE-X TO PEV-DATE.
038800     MOVE APER-TIME-X TO PEV-TIME.
038900     MOVE 0 TO PEV-SEQ.
039000     MOVE APER-MONTH TO PEV-MONTH.
039100     MOVE APER-USERID TO PEV-USER.
039200     MOVE APER-OLD-STATUS TO PEV-OLD-STATUS.
039300     MOVE -1 TO APER-RESP.
039400     PERFORM 3450-WRITE-EVENT-RECORD THRU 3450-EXIT
039500             UNTIL APER-RESP = DFHRESP(NORMAL)
039600             OR APER-EVENT-FAILED.
039700 3400-EXIT.
039800     EXIT.
039900*
040000 3450-WRITE-EVENT-RECORD.
040100     EXEC CICS WRITE FILE('PERDAUDT')
040200         FROM(PEV-RECORD)
040300         RIDFLD(PEV-KEY)
040400         RESP(APER-RESP)
040500     END-EXEC.
040600     IF APER-RESP = DFHRESP(DUPREC)
040700         ADD 1 TO PEV-SEQ
040800         IF PEV-SEQ > 98
040900             MOVE 'Y' TO APER-EVENT-FAIL-SW
041000         END-IF
041100     ELSE
041200         IF APER-RESP NOT = DFHRESP(NORMAL)
041300             MOVE 'Y' TO APER-EVENT-FAIL-SW
041400         END-IF
041500     END-IF.
041600 3450-EXIT.
041700     EXIT.
041800*
041900 4000-BUILD-SCREEN.
042000     MOVE LOW-VALUES TO PERMAPI.
042100     MOVE PRD-MONTH TO MONO.
042200     IF PRD-CLOSED
042300         MOVE 'CLOSED - POSTINGS REFUSED' TO STATO
042400     ELSE
042500         IF PRD-REOPENED
042600             MOVE 'REOPENED - RESTATEMENTS REPORTED' TO STATO
042700         ELSE
042800             MOVE 'OPEN' TO STATO
042900         END-IF
043000     END-IF.
043100     IF PRD-CLOSE-DATE NOT = 0
043200         MOVE PRD-CLOSE-USER TO APER-UT-USER
043300         MOVE PRD-CLOSE-DATE TO APER-UT-DATE
043400         MOVE PRD-CLOSE-TIME TO APER-UT-TIME
043500         MOVE APER-USER-TEXT TO CLSDO
043600     END-IF.
043700     IF PRD-REOPEN-DATE NOT = 0
043800         MOVE PRD-REOPEN-USER TO APER-RT-USER
043900         MOVE PRD-REOPEN-DATE TO APER-RT-DATE
044000         MOVE PRD-REOPEN-TIME TO APER-RT-TIME
044100         MOVE PRD-REOPEN-COUNT TO APER-RT-COUNT
044200         MOVE APER-REOPEN-TEXT TO ROPDO
044300         MOVE PRD-REOPEN-REASON TO ROPRO
044400     END-IF.
044500 4000-EXIT.
044600     EXIT.
044700*
044800 4100-BUILD-KEY-ONLY.
044900*    THE PERIOD THE OPERATOR ENTERED IS RESHOWN SO THE NEXT
045000*    ACTION CAN REUSE IT; THE STATUS FIELDS ARE CLEARED.
045100     MOVE LOW-VALUES TO PERMAPI.
045200     MOVE APER-MONTH TO MONO.
045300 4100-EXIT.
045400     EXIT.
045500*
045600 5000-SEND-AND-RETURN.
045700     EXEC CICS SEND MAP('PERMAP') MAPSET('ACPERS')
045800         FROM(PERMAPO)
045900         ERASE
046000     END-EXEC.
046100     MOVE SPACE TO APER-COMMAREA.
046200     EXEC CICS RETURN TRANSID('APER')
046300         COMMAREA(APER-COMMAREA)
046400         LENGTH(1)
046500     END-EXEC.
046600 5000-EXIT.
046700     EXIT.
046800*
046900 9999-EXIT.
047000     EXEC CICS RETURN END-EXEC.
