000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     CICS TOLERANCE RULES MAINTENANCE SCREEN          *
001163*              (TRANSACTION ATOL, MAPSET ACTOLS), IN THE STYLE  *
001226*              OF THE APRM PARAMETER SCREEN.  INQUIRES ON RULES *
001289*              ON THE TOLERANCE RULES MASTER (TOLRMST), KEYED   *
001352*              ON ACCOUNT KEY PLUS SOURCE-SYSTEM CODE - SPACES  *
001415*              IN EITHER KEY PART MEAN "ANY" - AND TAKES ADDS,  *
001478*              UPDATES AND DELETES.  ACCPT APPLIES THE MOST     *
001541*              SPECIFIC MATCHING RULE TO EACH RECORD AND FALLS  *
001604*              BACK TO THE GLOBAL PARMCARD TOLERANCE WHEN NO    *
001667*              RULE EXISTS.  AN ADD, UPDATE OR DELETE IS NOT    *
001730*              APPLIED HERE: IT IS WRITTEN AS A PENDING REQUEST *
001793*              TO THE CHANGE REQUEST MASTER (CHGPEND) WITH THE  *
001856*              OLD AND NEW TOLERANCE AND THE MAKER'S USER ID,   *
001919*              AND ONLY REACHES TOLRMST WHEN A DIFFERENT USER   *
001982*              APPROVES IT ON THE ACHK SCREEN (ACCHKB), WHICH   *
002045*              ALSO WRITES THE RULE AUDIT RECORD (TOLRAUDT).    *
002108*              EVERY STORED RULE IS STAMPED WITH THE MAKER'S    *
002171*              USER ID AND THE DATE AND TIME IT TOOK EFFECT,    *
002234*              SHOWN ON THE SCREEN AS LAST CHANGED.             *
002300*                                                                *
002400* MODIFICATION HISTORY.                                          *
002500*   DATE       INIT  DESCRIPTION                                 *
002600*   ---------  ----  -------------------------------------------*
002700*   2026-09-02  DLH  ORIGINAL PROGRAM.                           *
002714*   2026-10-15  DLH  MAKER-CHECKER: ACTIONS U AND D NOW WRITE A  *
002728*                    PENDING REQUEST TO CHGPEND INSTEAD OF       *
002742*                    UPDATING TOLRMST; THE RULE CHANGES ONLY     *
002756*                    WHEN ANOTHER USER APPROVES IT ON ACHK,      *
002770*                    WHICH LOGS IT TO THE NEW RULE AUDIT FILE    *
002784*                    TOLRAUDT.                                   *
002800******************************************************************
002900 PROGRAM-ID. ACTOLM.
003000 ENVIRONMENT DIVISION.
004000* TOLERANCE RULES MASTER RECORD - SEE COPYBOOKS/TOLRMREC.CPY
004100*-----------------------------------------------------------------
004200 COPY TOLRMREC.
004220*-----------------------------------------------------------------
004240* CHANGE REQUEST RECORD - SEE COPYBOOKS/CHGPREC.CPY
004260*-----------------------------------------------------------------
004280 COPY CHGPREC.
004300*-----------------------------------------------------------------
004400* WORK FIELDS
004500*-----------------------------------------------------------------
005000 77  ATOL-RESP                       PIC S9(08) COMP VALUE 0.
005100 77  ATOL-VALID-SW                   PIC X(01) VALUE 'Y'.
005200     88  ATOL-ENTRY-VALID                VALUE 'Y'.
005233 77  ATOL-REQUEST-FAIL-SW            PIC X(01) VALUE 'N'.
005266     88  ATOL-REQUEST-FAILED             VALUE 'Y'.
005300 77  ATOL-ACTION                     PIC X(01) VALUE SPACE.
005400 77  ATOL-TOL-NEW                    PIC S9(9)V9(2) VALUE 0.
005500 01  ATOL-TOL-DISPLAY                PIC 9(11).
019300     EXIT.
019400*
019500 3100-UPDATE-RULE.
019561*    THE RULE AS IT STANDS TODAY GOES ON THE REQUEST AS THE OLD
019622*    VALUE - NONE AT ALL FOR A NEW RULE, WHICH IS REQUESTED AS
019683*    AN ADD.
019744     EXEC CICS READ FILE('TOLRMST')
019805         INTO(TLM-RECORD)
019866         RIDFLD(TLM-KEY)
019927         RESP(ATOL-RESP)
019988     END-EXEC.
020049     IF ATOL-RESP = DFHRESP(NORMAL)
020101             AND TLM-TOLERANCE = ATOL-TOL-NEW
020153         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
020205         MOVE 'NO CHANGE - RULE ALREADY HAS THIS TOLERANCE'
020257             TO MSGO
020309         GO TO 3100-EXIT
020361     END-IF.
020413     IF ATOL-RESP = DFHRESP(NORMAL)
020465         PERFORM 3300-BUILD-REQUEST THRU 3300-EXIT
020517         MOVE 'U' TO CHP-ACTION
020569         MOVE TLM-TOLERANCE TO CHP-OLD-TOLERANCE
020621     ELSE
020673         PERFORM 3300-BUILD-REQUEST THRU 3300-EXIT
020725         MOVE 'A' TO CHP-ACTION
020777     END-IF.
020842     MOVE ATOL-TOL-NEW TO CHP-NEW-TOLERANCE.
020903     PERFORM 3400-WRITE-REQUEST THRU 3400-EXIT.
020964     IF CHP-UPDATE
021025         PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT
021086     ELSE
021147         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
021208     END-IF.
021269     IF ATOL-REQUEST-FAILED
021330         MOVE 'REQUEST NOT STORED - RULE NOT CHANGED' TO MSGO
021391     ELSE
021452         IF CHP-UPDATE
021513             MOVE 'UPDATE REQUESTED - PENDING APPROVAL ON ACHK'
021574                 TO MSGO
021635         ELSE
021696             MOVE 'ADD REQUESTED - PENDING APPROVAL ON ACHK'
021757                 TO MSGO
021818         END-IF
021879     END-IF.
021940 3100-EXIT.
022001     EXIT.
022062*
022123 3200-DELETE-RULE.
022184     EXEC CICS READ FILE('TOLRMST')
022245         INTO(TLM-RECORD)
022306         RIDFLD(TLM-KEY)
022367         RESP(ATOL-RESP)
022428     END-EXEC.
022489     IF ATOL-RESP NOT = DFHRESP(NORMAL)
022550         PERFORM 4100-BUILD-KEY-ONLY THRU 4100-EXIT
022611         MOVE 'RULE NOT FOUND - NOTHING DELETED' TO MSGO
022672         GO TO 3200-EXIT
022733     END-IF.
022794     PERFORM 3300-BUILD-REQUEST THRU 3300-EXIT.
022855     MOVE 'D' TO CHP-ACTION.
022916     MOVE TLM-TOLERANCE TO CHP-OLD-TOLERANCE.
022977     PERFORM 3400-WRITE-REQUEST THRU 3400-EXIT.
023038     PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT.
023099     IF ATOL-REQUEST-FAILED
023160         MOVE 'REQUEST NOT STORED - RULE NOT REMOVED' TO MSGO
023221     ELSE
023282         MOVE 'DELETE REQUESTED - PENDING APPROVAL ON ACHK'
023343             TO MSGO
023404     END-IF.
023465 3200-EXIT.
023526     EXIT.
023587*
023648 3300-BUILD-REQUEST.
023709     EXEC CICS ASKTIME ABSTIME(ATOL-ABSTIME) END-EXEC.
023770     EXEC CICS FORMATTIME ABSTIME(ATOL-ABSTIME)
023831         YYYYMMDD(ATOL-DATE-X)
023892         TIME(ATOL-TIME-X)
023953     END-EXEC.
024014     EXEC CICS ASSIGN USERID(ATOL-USERID) END-EXEC.
024075     MOVE SPACES TO CHP-RECORD.
024136     MOVE 'T' TO CHP-TYPE.
024197     MOVE 'P' TO CHP-STATUS.
024258     MOVE ATOL-USERID TO CHP-MAKER-USER.
024319     MOVE ZEROS TO CHP-DEC-DATE.
024380     MOVE ZEROS TO CHP-DEC-TIME.
024441     MOVE 'N' TO CHP-RPT-FLAG.
024502     MOVE ACCI TO CHP-RULE-ACCT.
024563     MOVE SRCI TO CHP-RULE-SOURCE.
024624     MOVE 0 TO CHP-OLD-TOLERANCE.
024685     MOVE 0 TO CHP-OLD-INTERVAL.
024746     MOVE 0 TO CHP-NEW-TOLERANCE.
024807     MOVE 0 TO CHP-NEW-INTERVAL.
024868 3300-EXIT.
024929     EXIT.
024990*
025051 3400-WRITE-REQUEST.
025112*    TWO REQUESTS IN THE SAME SECOND ARE KEPT APART BY THE
025173*    SEQUENCE NUMBER, AS ON THE AUDIT FILES.
025234     MOVE 'N' TO ATOL-REQUEST-FAIL-SW.
025295     MOVE ATOL-DATE-X TO CHP-REQ-DATE.
025356     MOVE ATOL-TIME-X TO CHP-REQ-TIME.
025417     MOVE 0 TO CHP-REQ-SEQ.
025450     MOVE -1 TO ATOL-RESP.
025478     PERFORM 3450-WRITE-REQUEST-RECORD THRU 3450-EXIT
025539             UNTIL ATOL-RESP = DFHRESP(NORMAL)
025600             OR ATOL-REQUEST-FAILED.
025661 3400-EXIT.
025722     EXIT.
025783*
025844 3450-WRITE-REQUEST-RECORD.
025905     EXEC CICS WRITE FILE('CHGPEND')
025966         FROM(CHP-RECORD)
026027         RIDFLD(CHP-KEY)
026088         RESP(ATOL-RESP)
026149     END-EXEC.
026210     IF ATOL-RESP = DFHRESP(DUPREC)
026271         ADD 1 TO CHP-REQ-SEQ
026332         IF CHP-REQ-SEQ > 98
026393             MOVE 'Y' TO ATOL-REQUEST-FAIL-SW
026454         END-IF
026515     ELSE
026576         IF ATOL-RESP NOT = DFHRESP(NORMAL)
026637             MOVE 'Y' TO ATOL-REQUEST-FAIL-SW
026698         END-IF
026759     END-IF.
026820 3450-EXIT.
027000     EXIT.
027100*
027200 4000-BUILD-SCREEN.
