000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400* PROGRAM-ID.  ACCHKB                                            *
000500*                                                                *
000600* AUTHOR.      D. L. HARMON                                      *
000700* INSTALLATION. DAILY RECONCILIATION UNIT                        *
000800* DATE-WRITTEN. 2026-10-15                                       *
000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     CICS CHANGE APPROVAL SCREEN (TRANSACTION ACHK,    *
001200*              MAPSET ACCHKS).  PAGES THROUGH THE REQUESTS STILL *
001300*              PENDING ON THE CHANGE REQUEST MASTER (CHGPEND,    *
001400*              WRITTEN BY APRM AND ATOL) TEN AT A TIME.  AN 'A'  *
001500*              IN THE SELECT COLUMN APPROVES A REQUEST AND AN    *
001600*              'R' REJECTS IT; ENTER DECIDES EVERY MARKED LINE.  *
001700*              AN APPROVED CHANGE IS APPLIED TO THE RUN          *
001800*              PARAMETER MASTER (PARMMST) OR THE TOLERANCE RULE  *
001900*              MASTER (TOLRMST) AND LOGGED TO PARMAUDT OR        *
002000*              TOLRAUDT WITH BOTH USER IDS.  A USER CANNOT       *
002100*              DECIDE THEIR OWN REQUEST, AND A REQUEST WHOSE OLD *
002200*              VALUES NO LONGER MATCH THE MASTER IS NOT APPLIED. *
002300*              PF8 PAGES FORWARD, PF7 RESTARTS FROM THE TOP, PF3 *
002400*              EXITS.                                            *
002500*                                                                *
002600* MODIFICATION HISTORY.                                          *
002700*   DATE       INIT  DESCRIPTION                                 *
002800*   ---------  ----  -------------------------------------------*
002900*   2026-10-15  DLH  ORIGINAL PROGRAM.                           *
003000******************************************************************
003100 PROGRAM-ID. ACCHKB.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 COPY DFHAID.
003700*-----------------------------------------------------------------
003800* SYMBOLIC MAP - SEE COPYBOOKS/ACCHKSD.CPY
003900*-----------------------------------------------------------------
004000 COPY ACCHKSD.
004100*-----------------------------------------------------------------
004200* CHANGE REQUEST RECORD - SEE COPYBOOKS/CHGPREC.CPY
004300*-----------------------------------------------------------------
004400 COPY CHGPREC.
004500*-----------------------------------------------------------------
004600* RUN PARAMETER MASTER RECORD - SEE COPYBOOKS/PARMMREC.CPY
004700*-----------------------------------------------------------------
004800 COPY PARMMREC.
004900*-----------------------------------------------------------------
005000* TOLERANCE RULE MASTER RECORD - SEE COPYBOOKS/TOLRMREC.CPY
005100*-----------------------------------------------------------------
005200 COPY TOLRMREC.
005300*-----------------------------------------------------------------
005400* PARAMETER AUDIT RECORD (PARMAUDT) - ONE PER APPROVED PARAMETER
005500* CHANGE.  PAU-USER IS THE USER WHO ENTERED THE CHANGE ON APRM,
005600* PAU-APPROVER THE USER WHO APPROVED IT HERE.
005700*-----------------------------------------------------------------
005800 01  PAU-RECORD.
005900     05  PAU-KEY.
006000         10  PAU-DATE                PIC 9(08).
006100         10  PAU-TIME                PIC 9(06).
006200         10  PAU-SEQ                 PIC 9(02).
006300     05  PAU-USER                    PIC X(08).
006400     05  PAU-OLD-TOLERANCE           PIC S9(9)V9(2).
006500     05  PAU-OLD-INTERVAL            PIC 9(05).
006600     05  PAU-OLD-FORCE               PIC X(01).
006700     05  PAU-NEW-TOLERANCE           PIC S9(9)V9(2).
006800     05  PAU-NEW-INTERVAL            PIC 9(05).
006900     05  PAU-NEW-FORCE               PIC X(01).
007000     05  PAU-APPROVER                PIC X(08).
007100*-----------------------------------------------------------------
007200* TOLERANCE RULE AUDIT RECORD (TOLRAUDT) - ONE PER APPROVED RULE
007300* ADD, UPDATE OR DELETE.  AN ADD CARRIES A ZERO OLD TOLERANCE,
007400* A DELETE A ZERO NEW ONE.
007500*-----------------------------------------------------------------
007600 01  TAU-RECORD.
007700     05  TAU-KEY.
007800         10  TAU-DATE                PIC 9(08).
007900         10  TAU-TIME                PIC 9(06).
008000         10  TAU-SEQ                 PIC 9(02).
008100     05  TAU-USER                    PIC X(08).
008200     05  TAU-APPROVER                PIC X(08).
008300     05  TAU-ACTION                  PIC X(01).
008400     05  TAU-ACCT-KEY                PIC X(10).
008500     05  TAU-SOURCE-SYS              PIC X(03).
008600     05  TAU-OLD-TOLERANCE           PIC S9(9)V9(2).
008700     05  TAU-NEW-TOLERANCE           PIC S9(9)V9(2).
008800*-----------------------------------------------------------------
008900* WORK FIELDS
009000*-----------------------------------------------------------------
009100 77  ACHK-RESP                       PIC S9(08) COMP VALUE 0.
009200 77  ACHK-ABSTIME                    PIC S9(15) COMP-3 VALUE 0.
009300 77  ACHK-DATE-X                     PIC X(08) VALUE SPACES.
009400 77  ACHK-TIME-X                     PIC X(06) VALUE SPACES.
009500 77  ACHK-USERID                     PIC X(08) VALUE SPACES.
009600 77  ACHK-SUB                        PIC 9(02) COMP VALUE 0.
009700 77  ACHK-LINES-BUILT                PIC 9(02) COMP VALUE 0.
009800 77  ACHK-DECISION                   PIC X(01) VALUE SPACE.
009900     88  ACHK-APPROVE                    VALUE 'A'.
010000     88  ACHK-REJECT                     VALUE 'R'.
010100 77  ACHK-END-SW                     PIC X(01) VALUE 'N'.
010200     88  ACHK-AT-END                     VALUE 'Y'.
010300 77  ACHK-APPLIED-SW                 PIC X(01) VALUE 'N'.
010400     88  ACHK-APPLIED                    VALUE 'Y'.
010500 77  ACHK-AUDIT-FAIL-SW              PIC X(01) VALUE 'N'.
010600     88  ACHK-AUDIT-FAILED               VALUE 'Y'.
010700 77  ACHK-SELECTED-COUNT             PIC 9(02) COMP VALUE 0.
010800 77  ACHK-APPROVED-COUNT             PIC 9(02) COMP VALUE 0.
010900 77  ACHK-REJECTED-COUNT             PIC 9(02) COMP VALUE 0.
011000 77  ACHK-OWN-COUNT                  PIC 9(02) COMP VALUE 0.
011100 77  ACHK-STALE-COUNT                PIC 9(02) COMP VALUE 0.
011200 77  ACHK-GONE-COUNT                 PIC 9(02) COMP VALUE 0.
011300 77  ACHK-FAILED-COUNT               PIC 9(02) COMP VALUE 0.
011400 77  ACHK-AUDIT-FAIL-COUNT           PIC 9(02) COMP VALUE 0.
011500 77  ACHK-END-MSG                    PIC X(22)
011600         VALUE 'ACCHKB - SESSION ENDED'.
011700*    EVERY SCREEN MESSAGE IS SET HERE AND MOVED TO THE MAP IN
011800*    5000-SEND-AND-RETURN, AFTER THE PAGE IS BUILT, SO A
011900*    DIAGNOSTIC SET DURING THE BUILD IS NEVER OVERWRITTEN.
012000 77  ACHK-PAGE-MSG                   PIC X(60) VALUE SPACES.
012100*    A COUNT OF LINES NOT DECIDED, AND WHY.
012200 01  ACHK-COUNT-MSG.
012300     05  ACHK-CM-COUNT               PIC Z9.
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  ACHK-CM-TEXT                PIC X(57).
012600 01  ACHK-RESULT-MSG.
012700     05  FILLER                      PIC X(09) VALUE 'APPROVED '.
012800     05  ACHK-RM-APPROVED            PIC Z9.
012900     05  FILLER                      PIC X(11)
013000             VALUE '  REJECTED '.
013100     05  ACHK-RM-REJECTED            PIC Z9.
013200*    THE REQUEST TIME, CUT TO HOURS AND MINUTES FOR THE LINE.
013300 01  ACHK-REQ-TIME.
013400     05  ACHK-RQ-HHMM                PIC 9(04).
013500     05  FILLER                      PIC 9(02).
013600*    ONE BROWSE LINE.  THE KEY AREA HOLDS THE RULE KEY FOR A RULE
013700*    CHANGE AND THE CHECKPOINT INTERVAL AND FORCE FLAG, OLD > NEW,
013800*    FOR A PARAMETER CHANGE.
013900 01  ACHK-LINE-TEXT.
014000     05  ACHK-LT-DATE                PIC 9(08).
014100     05  FILLER                      PIC X(01) VALUE SPACE.
014200     05  ACHK-LT-TIME                PIC 9(04).
014300     05  FILLER                      PIC X(01) VALUE SPACE.
014400     05  ACHK-LT-TYPE                PIC X(04).
014500     05  FILLER                      PIC X(01) VALUE SPACE.
014600     05  ACHK-LT-ACTION              PIC X(01).
014700     05  FILLER                      PIC X(01) VALUE SPACE.
014800     05  ACHK-LT-MAKER               PIC X(08).
014900     05  FILLER                      PIC X(01) VALUE SPACE.
015000     05  ACHK-LT-KEY-AREA            PIC X(15).
015100     05  ACHK-LT-RULE-AREA REDEFINES ACHK-LT-KEY-AREA.
015200         10  ACHK-LT-ACCT            PIC X(10).
015300         10  FILLER                  PIC X(01).
015400         10  ACHK-LT-SOURCE          PIC X(03).
015500         10  FILLER                  PIC X(01).
015600     05  ACHK-LT-PARM-AREA REDEFINES ACHK-LT-KEY-AREA.
015700         10  ACHK-LT-OLD-INTVL       PIC 9(05).
015800         10  ACHK-LT-INTVL-TO        PIC X(01).
015900         10  ACHK-LT-NEW-INTVL       PIC 9(05).
016000         10  FILLER                  PIC X(01).
016100         10  ACHK-LT-OLD-FORCE       PIC X(01).
016200         10  ACHK-LT-FORCE-TO        PIC X(01).
016300         10  ACHK-LT-NEW-FORCE       PIC X(01).
016400     05  ACHK-LT-OLD                 PIC X(13).
016500     05  ACHK-LT-OLD-AMT REDEFINES ACHK-LT-OLD
016600                                     PIC Z(9)9.99.
016700     05  ACHK-LT-NEW                 PIC X(13).
016800     05  ACHK-LT-NEW-AMT REDEFINES ACHK-LT-NEW
016900                                     PIC Z(9)9.99.
017000*-----------------------------------------------------------------
017100* COMMAREA - THE PAGE POSITION CARRIED BETWEEN PSEUDO-
017200* CONVERSATIONAL INVOCATIONS.  KEYS ARE CHGPEND KEYS; ZEROS MEANS
017300* THE START OF THE FILE (TOP) OR NO ENTRY (NEXT, PAGE SLOT).
017400*-----------------------------------------------------------------
017500 01  ACHK-COMMAREA.
017600     05  CAB-TOP-KEY                 PIC X(16).
017700     05  CAB-NEXT-KEY                PIC X(16).
017800     05  CAB-PAGE-KEY                PIC X(16) OCCURS 10 TIMES.
017900 LINKAGE SECTION.
018000 01  DFHCOMMAREA                     PIC X(192).
018100*
018200 PROCEDURE DIVISION.
018300*
018400 0000-MAINLINE.
018500     IF EIBCALEN = 0
018600         MOVE ZEROS TO CAB-TOP-KEY
018700         MOVE SPACES TO ACHK-PAGE-MSG
018800         PERFORM 4000-BUILD-PAGE THRU 4000-EXIT
018900         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
019000     END-IF.
019100     MOVE DFHCOMMAREA TO ACHK-COMMAREA.
019200     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT.
019300     GO TO 9999-EXIT.
019400*
019500 2000-PROCESS-INPUT.
019600     IF EIBAID = DFHPF3
019700         EXEC CICS SEND TEXT
019800             FROM(ACHK-END-MSG)
019900             LENGTH(22)
020000             ERASE
020100         END-EXEC
020200         EXEC CICS RETURN END-EXEC
020300     END-IF.
020400     IF EIBAID = DFHPF7
020500         MOVE ZEROS TO CAB-TOP-KEY
020600         MOVE 'TOP OF FILE' TO ACHK-PAGE-MSG
020700         PERFORM 4000-BUILD-PAGE THRU 4000-EXIT
020800         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
020900     END-IF.
021000     IF EIBAID = DFHPF8
021100         IF CAB-NEXT-KEY NOT = ZEROS
021200             MOVE CAB-NEXT-KEY TO CAB-TOP-KEY
021300             MOVE SPACES TO ACHK-PAGE-MSG
021400         ELSE
021500             MOVE 'ALREADY AT END OF FILE' TO ACHK-PAGE-MSG
021600         END-IF
021700         PERFORM 4000-BUILD-PAGE THRU 4000-EXIT
021800         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
021900     END-IF.
022000     PERFORM 3000-DECIDE-SELECTED THRU 3000-EXIT.
022100     PERFORM 2100-SET-RESULT-MSG THRU 2100-EXIT.
022200     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
022300     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
022400 2000-EXIT.
022500     EXIT.
022600*
022700 2100-SET-RESULT-MSG.
022800*    ONE MESSAGE LINE - A LINE THAT COULD NOT BE DECIDED TAKES
022900*    PRIORITY OVER THE COUNT OF THOSE THAT WERE.
023000     IF ACHK-OWN-COUNT > 0
023100         MOVE ACHK-OWN-COUNT TO ACHK-CM-COUNT
023200         MOVE 'OWN REQUEST(S) SKIPPED - ANOTHER USER MUST DECIDE'
023300             TO ACHK-CM-TEXT
023400         MOVE ACHK-COUNT-MSG TO ACHK-PAGE-MSG
023500         GO TO 2100-EXIT
023600     END-IF.
023700     IF ACHK-STALE-COUNT > 0
023800         MOVE ACHK-STALE-COUNT TO ACHK-CM-COUNT
023900         MOVE 'NOT APPLIED - MASTER CHANGED, REJECT AND RE-ENTER'
024000             TO ACHK-CM-TEXT
024100         MOVE ACHK-COUNT-MSG TO ACHK-PAGE-MSG
024200         GO TO 2100-EXIT
024300     END-IF.
024400     IF ACHK-FAILED-COUNT > 0
024500         MOVE ACHK-FAILED-COUNT TO ACHK-CM-COUNT
024600         MOVE 'NOT DECIDED - FILE ERROR, TRY AGAIN'
024700             TO ACHK-CM-TEXT
024800         MOVE ACHK-COUNT-MSG TO ACHK-PAGE-MSG
024900         GO TO 2100-EXIT
025000     END-IF.
025100     IF ACHK-GONE-COUNT > 0
025200         MOVE ACHK-GONE-COUNT TO ACHK-CM-COUNT
025300         MOVE 'ALREADY DECIDED OR EXPIRED - NOT CHANGED'
025400             TO ACHK-CM-TEXT
025500         MOVE ACHK-COUNT-MSG TO ACHK-PAGE-MSG
025600         GO TO 2100-EXIT
025700     END-IF.
025800     IF ACHK-AUDIT-FAIL-COUNT > 0
025900         MOVE ACHK-AUDIT-FAIL-COUNT TO ACHK-CM-COUNT
026000         MOVE 'APPROVED BUT AUDIT RECORD NOT WRITTEN'
026100             TO ACHK-CM-TEXT
026200         MOVE ACHK-COUNT-MSG TO ACHK-PAGE-MSG
026300         GO TO 2100-EXIT
026400     END-IF.
026500     IF ACHK-SELECTED-COUNT = 0
026600         MOVE 'NO REQUESTS SELECTED' TO ACHK-PAGE-MSG
026700         GO TO 2100-EXIT
026800     END-IF.
026900     MOVE ACHK-APPROVED-COUNT TO ACHK-RM-APPROVED.
027000     MOVE ACHK-REJECTED-COUNT TO ACHK-RM-REJECTED.
027100     MOVE ACHK-RESULT-MSG TO ACHK-PAGE-MSG.
027200 2100-EXIT.
027300     EXIT.
027400*
027500 3000-DECIDE-SELECTED.
027600     MOVE 0 TO ACHK-SELECTED-COUNT.
027700     MOVE 0 TO ACHK-APPROVED-COUNT.
027800     MOVE 0 TO ACHK-REJECTED-COUNT.
027900     MOVE 0 TO ACHK-OWN-COUNT.
028000     MOVE 0 TO ACHK-STALE-COUNT.
028100     MOVE 0 TO ACHK-GONE-COUNT.
028200     MOVE 0 TO ACHK-FAILED-COUNT.
028300     MOVE 0 TO ACHK-AUDIT-FAIL-COUNT.
028400     EXEC CICS RECEIVE MAP('CHKMAP') MAPSET('ACCHKS')
028500         INTO(CHKMAPI)
028600         RESP(ACHK-RESP)
028700     END-EXEC.
028800     IF ACHK-RESP NOT = DFHRESP(NORMAL)
028900         GO TO 3000-EXIT
029000     END-IF.
029100     EXEC CICS ASKTIME ABSTIME(ACHK-ABSTIME) END-EXEC.
029200     EXEC CICS FORMATTIME ABSTIME(ACHK-ABSTIME)
029300         YYYYMMDD(ACHK-DATE-X)
029400         TIME(ACHK-TIME-X)
029500     END-EXEC.
029600     EXEC CICS ASSIGN USERID(ACHK-USERID) END-EXEC.
029700     MOVE 0 TO ACHK-SUB.
029800     PERFORM 3100-DECIDE-ONE-LINE THRU 3100-EXIT
029900             UNTIL ACHK-SUB NOT < 10.
030000 3000-EXIT.
030100     EXIT.
030200*
030300 3100-DECIDE-ONE-LINE.
030400*    EACH DECISION IS ITS OWN UNIT OF WORK - THE MASTER UPDATE AND
030500*    THE STATUS CHANGE ON THE REQUEST ARE COMMITTED TOGETHER OR
030600*    BACKED OUT TOGETHER.
030700     ADD 1 TO ACHK-SUB.
030800     IF CAB-PAGE-KEY (ACHK-SUB) = ZEROS
030900         GO TO 3100-EXIT
031000     END-IF.
031100     MOVE SPACE TO ACHK-DECISION.
031200     IF SELI (ACHK-SUB) = 'A' OR SELI (ACHK-SUB) = 'a'
031300         MOVE 'A' TO ACHK-DECISION
031400     END-IF.
031500     IF SELI (ACHK-SUB) = 'R' OR SELI (ACHK-SUB) = 'r'
031600         MOVE 'R' TO ACHK-DECISION
031700     END-IF.
031800     IF NOT ACHK-APPROVE AND NOT ACHK-REJECT
031900         GO TO 3100-EXIT
032000     END-IF.
032100     ADD 1 TO ACHK-SELECTED-COUNT.
032200     MOVE CAB-PAGE-KEY (ACHK-SUB) TO CHP-KEY.
032300     EXEC CICS READ FILE('CHGPEND')
032400         INTO(CHP-RECORD)
032500         RIDFLD(CHP-KEY)
032600         UPDATE
032700         RESP(ACHK-RESP)
032800     END-EXEC.
032900     IF ACHK-RESP NOT = DFHRESP(NORMAL)
033000         ADD 1 TO ACHK-GONE-COUNT
033100         GO TO 3100-EXIT
033200     END-IF.
033300     IF NOT CHP-PENDING
033400         EXEC CICS UNLOCK FILE('CHGPEND') END-EXEC
033500         ADD 1 TO ACHK-GONE-COUNT
033600         GO TO 3100-EXIT
033700     END-IF.
033800*    THE MAKER MAY NEITHER APPROVE NOR REJECT THEIR OWN REQUEST.
033900     IF CHP-MAKER-USER = ACHK-USERID
034000         EXEC CICS UNLOCK FILE('CHGPEND') END-EXEC
034100         ADD 1 TO ACHK-OWN-COUNT
034200         GO TO 3100-EXIT
034300     END-IF.
034400     IF ACHK-APPROVE
034500         PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
034600         IF NOT ACHK-APPLIED
034700             EXEC CICS UNLOCK FILE('CHGPEND') END-EXEC
034800             GO TO 3100-EXIT
034900         END-IF
035000     END-IF.
035100     MOVE ACHK-DECISION TO CHP-STATUS.
035200     MOVE ACHK-USERID TO CHP-CHECKER-USER.
035300     MOVE ACHK-DATE-X TO CHP-DEC-DATE.
035400     MOVE ACHK-TIME-X TO CHP-DEC-TIME.
035500     EXEC CICS REWRITE FILE('CHGPEND')
035600         FROM(CHP-RECORD)
035700         RESP(ACHK-RESP)
035800     END-EXEC.
035900     IF ACHK-RESP NOT = DFHRESP(NORMAL)
036000         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
036100         ADD 1 TO ACHK-FAILED-COUNT
036200         GO TO 3100-EXIT
036300     END-IF.
036400     IF ACHK-APPROVE
036500         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
036600         ADD 1 TO ACHK-APPROVED-COUNT
036700     ELSE
036800         ADD 1 TO ACHK-REJECTED-COUNT
036900     END-IF.
037000     EXEC CICS SYNCPOINT END-EXEC.
037100 3100-EXIT.
037200     EXIT.
037300*
037400 3200-APPLY-CHANGE.
037500     MOVE 'N' TO ACHK-APPLIED-SW.
037600     IF CHP-PARM-CHANGE
037700         PERFORM 3300-APPLY-PARM-CHANGE THRU 3300-EXIT
037800     ELSE
037900         PERFORM 3400-APPLY-RULE-CHANGE THRU 3400-EXIT
038000     END-IF.
038100 3200-EXIT.
038200     EXIT.
038300*
038400 3300-APPLY-PARM-CHANGE.
038500*    THE MASTER MUST STILL HOLD THE VALUES THE REQUEST WAS MADE
038600*    AGAINST - OTHERWISE ANOTHER CHANGE HAS BEEN APPLIED SINCE AND
038700*    THIS ONE WOULD SILENTLY UNDO IT.
038800     MOVE 'PARMS' TO PMM-KEY.
038900     EXEC CICS READ FILE('PARMMST')
039000         INTO(PMM-RECORD)
039100         RIDFLD(PMM-KEY)
039200         UPDATE
039300         RESP(ACHK-RESP)
039400     END-EXEC.
039500     IF ACHK-RESP NOT = DFHRESP(NORMAL)
039600         ADD 1 TO ACHK-FAILED-COUNT
039700         GO TO 3300-EXIT
039800     END-IF.
039900     IF PMM-TOLERANCE NOT = CHP-OLD-TOLERANCE
040000             OR PMM-CKPT-INTERVAL NOT = CHP-OLD-INTERVAL
040100             OR PMM-FORCE-FLAG NOT = CHP-OLD-FORCE
040200         EXEC CICS UNLOCK FILE('PARMMST') END-EXEC
040300         ADD 1 TO ACHK-STALE-COUNT
040400         GO TO 3300-EXIT
040500     END-IF.
040600     MOVE CHP-NEW-TOLERANCE TO PMM-TOLERANCE.
040700     MOVE CHP-NEW-INTERVAL TO PMM-CKPT-INTERVAL.
040800     MOVE CHP-NEW-FORCE TO PMM-FORCE-FLAG.
040900     MOVE CHP-MAKER-USER TO PMM-UPD-USER.
041000     MOVE ACHK-DATE-X TO PMM-UPD-DATE.
041100     MOVE ACHK-TIME-X TO PMM-UPD-TIME.
041200     EXEC CICS REWRITE FILE('PARMMST')
041300         FROM(PMM-RECORD)
041400         RESP(ACHK-RESP)
041500     END-EXEC.
041600     IF ACHK-RESP = DFHRESP(NORMAL)
041700         MOVE 'Y' TO ACHK-APPLIED-SW
041800     ELSE
041900         ADD 1 TO ACHK-FAILED-COUNT
042000     END-IF.
042100 3300-EXIT.
042200     EXIT.
042300*
042400 3400-APPLY-RULE-CHANGE.
042500     MOVE CHP-RULE-ACCT TO TLM-ACCT-KEY.
042600     MOVE CHP-RULE-SOURCE TO TLM-SOURCE-SYS.
042700     IF CHP-ADD
042800         PERFORM 3450-ADD-RULE THRU 3450-EXIT
042900         GO TO 3400-EXIT
043000     END-IF.
043100     EXEC CICS READ FILE('TOLRMST')
043200         INTO(TLM-RECORD)
043300         RIDFLD(TLM-KEY)
043400         UPDATE
043500         RESP(ACHK-RESP)
043600     END-EXEC.
043700     IF ACHK-RESP = DFHRESP(NOTFND)
043800         ADD 1 TO ACHK-STALE-COUNT
043900         GO TO 3400-EXIT
044000     END-IF.
044100     IF ACHK-RESP NOT = DFHRESP(NORMAL)
044200         ADD 1 TO ACHK-FAILED-COUNT
044300         GO TO 3400-EXIT
044400     END-IF.
044500     IF TLM-TOLERANCE NOT = CHP-OLD-TOLERANCE
044600         EXEC CICS UNLOCK FILE('TOLRMST') END-EXEC
044700         ADD 1 TO ACHK-STALE-COUNT
044800         GO TO 3400-EXIT
044900     END-IF.
045000     IF CHP-DELETE
045100         EXEC CICS DELETE FILE('TOLRMST')
045200             RESP(ACHK-RESP)
045300         END-EXEC
045400     ELSE
045500         MOVE CHP-NEW-TOLERANCE TO TLM-TOLERANCE
045600         MOVE CHP-MAKER-USER TO TLM-UPD-USER
045700         MOVE ACHK-DATE-X TO TLM-UPD-DATE
045800         MOVE ACHK-TIME-X TO TLM-UPD-TIME
045900         EXEC CICS REWRITE FILE('TOLRMST')
046000             FROM(TLM-RECORD)
046100             RESP(ACHK-RESP)
046200         END-EXEC
046300     END-IF.
046400     IF ACHK-RESP = DFHRESP(NORMAL)
046500         MOVE 'Y' TO ACHK-APPLIED-SW
046600     ELSE
046700         ADD 1 TO ACHK-FAILED-COUNT
046800     END-IF.
046900 3400-EXIT.
047000     EXIT.
047100*
047200 3450-ADD-RULE.
047300*    A RULE ADDED BY SOMEONE ELSE SINCE THE REQUEST WAS MADE IS
047400*    THE SAME CASE AS A CHANGED MASTER.
047500     MOVE CHP-NEW-TOLERANCE TO TLM-TOLERANCE.
047600     MOVE CHP-MAKER-USER TO TLM-UPD-USER.
047700     MOVE ACHK-DATE-X TO TLM-UPD-DATE.
047800     MOVE ACHK-TIME-X TO TLM-UPD-TIME.
047900     EXEC CICS WRITE FILE('TOLRMST')
048000         FROM(TLM-RECORD)
048100         RIDFLD(TLM-KEY)
048200         RESP(ACHK-RESP)
048300     END-EXEC.
048400     IF ACHK-RESP = DFHRESP(NORMAL)
048500         MOVE 'Y' TO ACHK-APPLIED-SW
048600         GO TO 3450-EXIT
048700     END-IF.
048800     IF ACHK-RESP = DFHRESP(DUPREC)
048900         ADD 1 TO ACHK-STALE-COUNT
049000     ELSE
049100         ADD 1 TO ACHK-FAILED-COUNT
049200     END-IF.
049300 3450-EXIT.
049400     EXIT.
049500*
049600 3500-WRITE-AUDIT.
049700*    THE CHANGE STANDS EVEN IF ITS AUDIT RECORD CANNOT BE
049800*    WRITTEN - THE REQUEST ITSELF STILL RECORDS BOTH USERS - BUT
049900*    THE SCREEN SAYS SO.
050000     MOVE 'N' TO ACHK-AUDIT-FAIL-SW.
050100     IF CHP-PARM-CHANGE
050200         PERFORM 3600-WRITE-PARM-AUDIT THRU 3600-EXIT
050300     ELSE
050400         PERFORM 3700-WRITE-RULE-AUDIT THRU 3700-EXIT
050500     END-IF.
050600     IF ACHK-AUDIT-FAILED
050700         ADD 1 TO ACHK-AUDIT-FAIL-COUNT
050800     END-IF.
050900 3500-EXIT.
051000     EXIT.
051100*
051200 3600-WRITE-PARM-AUDIT.
051300     MOVE ACHK-DATE-X TO PAU-DATE.
051400     MOVE ACHK-TIME-X TO PAU-TIME.
051500     MOVE 0 TO PAU-SEQ.
051600     MOVE CHP-MAKER-USER TO PAU-USER.
051700     MOVE ACHK-USERID TO PAU-APPROVER.
051800     MOVE CHP-OLD-TOLERANCE TO PAU-OLD-TOLERANCE.
051900     MOVE CHP-OLD-INTERVAL TO PAU-OLD-INTERVAL.
052000     MOVE CHP-OLD-FORCE TO PAU-OLD-FORCE.
052100     MOVE CHP-NEW-TOLERANCE TO PAU-NEW-TOLERANCE.
052200     MOVE CHP-NEW-INTERVAL TO PAU-NEW-INTERVAL.
052300     MOVE CHP-NEW-FORCE TO PAU-NEW-FORCE.
052400     MOVE -1 TO ACHK-RESP.
052500     PERFORM 3650-WRITE-PARM-AUDIT-RECORD THRU 3650-EXIT
052600             UNTIL ACHK-RESP = DFHRESP(NORMAL)
052700             OR ACHK-AUDIT-FAILED.
052800 3600-EXIT.
052900     EXIT.
053000*
053100 3650-WRITE-PARM-AUDIT-RECORD.
053200     EXEC CICS WRITE FILE('PARMAUDT')
053300         FROM(PAU-RECORD)
053400         RIDFLD(PAU-KEY)
053500         RESP(ACHK-RESP)
053600     END-EXEC.
053700     IF ACHK-RESP = DFHRESP(DUPREC)
053800         ADD 1 TO PAU-SEQ
053900         IF PAU-SEQ > 98
054000             MOVE 'Y' TO ACHK-AUDIT-FAIL-SW
054100         END-IF
054200     ELSE
054300         IF ACHK-RESP NOT = DFHRESP(NORMAL)
054400             MOVE 'Y' TO ACHK-AUDIT-FAIL-SW
054500         END-IF
054600     END-IF.
054700 3650-EXIT.
054800     EXIT.
054900*
055000 3700-WRITE-RULE-AUDIT.
055100     MOVE ACHK-DATE-X TO TAU-DATE.
055200     MOVE ACHK-TIME-X TO TAU-TIME.
055300     MOVE 0 TO TAU-SEQ.
055400     MOVE CHP-MAKER-USER TO TAU-USER.
055500     MOVE ACHK-USERID TO TAU-APPROVER.
055600     MOVE CHP-ACTION TO TAU-ACTION.
055700     MOVE CHP-RULE-ACCT TO TAU-ACCT-KEY.
055800     MOVE CHP-RULE-SOURCE TO TAU-SOURCE-SYS.
055900     MOVE CHP-OLD-TOLERANCE TO TAU-OLD-TOLERANCE.
056000     MOVE CHP-NEW-TOLERANCE TO TAU-NEW-TOLERANCE.
056100     MOVE -1 TO ACHK-RESP.
056200     PERFORM 3750-WRITE-RULE-AUDIT-RECORD THRU 3750-EXIT
056300             UNTIL ACHK-RESP = DFHRESP(NORMAL)
056400             OR ACHK-AUDIT-FAILED.
056500 3700-EXIT.
056600     EXIT.
056700*
056800 3750-WRITE-RULE-AUDIT-RECORD.
056900     EXEC CICS WRITE FILE('TOLRAUDT')
057000         FROM(TAU-RECORD)
057100         RIDFLD(TAU-KEY)
057200         RESP(ACHK-RESP)
057300     END-EXEC.
057400     IF ACHK-RESP = DFHRESP(DUPREC)
057500         ADD 1 TO TAU-SEQ
057600         IF TAU-SEQ > 98
057700             MOVE 'Y' TO ACHK-AUDIT-FAIL-SW
057800         END-IF
057900     ELSE
058000         IF ACHK-RESP NOT = DFHRESP(NORMAL)
058100             MOVE 'Y' TO ACHK-AUDIT-FAIL-SW
058200         END-IF
058300     END-IF.
058400 3750-EXIT.
058500     EXIT.
058600*
058700 4000-BUILD-PAGE.
058800     MOVE LOW-VALUES TO CHKMAPI.
058900     MOVE 0 TO ACHK-LINES-BUILT.
059000     MOVE ZEROS TO CAB-NEXT-KEY.
059100     MOVE 'N' TO ACHK-END-SW.
059200     MOVE 0 TO ACHK-SUB.
059300     PERFORM 4050-CLEAR-PAGE-KEY THRU 4050-EXIT
059400             UNTIL ACHK-SUB NOT < 10.
059500     MOVE CAB-TOP-KEY TO CHP-KEY.
059600     EXEC CICS STARTBR FILE('CHGPEND')
059700         RIDFLD(CHP-KEY)
059800         GTEQ
059900         RESP(ACHK-RESP)
060000     END-EXEC.
060100     IF ACHK-RESP NOT = DFHRESP(NORMAL)
060200         MOVE 'NO CHANGE REQUESTS ON FILE' TO ACHK-PAGE-MSG
060300         GO TO 4000-EXIT
060400     END-IF.
060500     PERFORM 4100-FETCH-ONE-ENTRY THRU 4100-EXIT
060600             UNTIL ACHK-AT-END
060700             OR ACHK-LINES-BUILT NOT < 10.
060800     PERFORM 4200-PEEK-NEXT-KEY THRU 4200-EXIT
060900             UNTIL ACHK-AT-END
061000             OR CAB-NEXT-KEY NOT = ZEROS.
061100     EXEC CICS ENDBR FILE('CHGPEND')
061200         RESP(ACHK-RESP)
061300     END-EXEC.
061400     IF ACHK-LINES-BUILT = 0
061500         MOVE 'NO REQUESTS PENDING APPROVAL' TO ACHK-PAGE-MSG
061600     END-IF.
061700 4000-EXIT.
061800     EXIT.
061900*
062000 4050-CLEAR-PAGE-KEY.
062100     ADD 1 TO ACHK-SUB.
062200     MOVE ZEROS TO CAB-PAGE-KEY (ACHK-SUB).
062300 4050-EXIT.
062400     EXIT.
062500*
062600 4100-FETCH-ONE-ENTRY.
062700     EXEC CICS READNEXT FILE('CHGPEND')
062800         INTO(CHP-RECORD)
062900         RIDFLD(CHP-KEY)
063000         RESP(ACHK-RESP)
063100     END-EXEC.
063200     IF ACHK-RESP NOT = DFHRESP(NORMAL)
063300         MOVE 'Y' TO ACHK-END-SW
063400         GO TO 4100-EXIT
063500     END-IF.
063600*    DECIDED AND EXPIRED REQUESTS STAY ON FILE FOR THE NIGHTLY
063700*    REPORT BUT ARE NOT SHOWN HERE.
063800     IF NOT CHP-PENDING
063900         GO TO 4100-EXIT
064000     END-IF.
064100     ADD 1 TO ACHK-LINES-BUILT.
064200     PERFORM 4150-BUILD-LINE THRU 4150-EXIT.
064300     MOVE ACHK-LINE-TEXT TO LINO (ACHK-LINES-BUILT).
064400     MOVE SPACE TO SELO (ACHK-LINES-BUILT).
064500     MOVE CHP-KEY TO CAB-PAGE-KEY (ACHK-LINES-BUILT).
064600 4100-EXIT.
064700     EXIT.
064800*
064900 4150-BUILD-LINE.
065000     MOVE CHP-REQ-DATE TO ACHK-LT-DATE.
065100     MOVE CHP-REQ-TIME TO ACHK-REQ-TIME.
065200     MOVE ACHK-RQ-HHMM TO ACHK-LT-TIME.
065300     MOVE CHP-ACTION TO ACHK-LT-ACTION.
065400     MOVE CHP-MAKER-USER TO ACHK-LT-MAKER.
065500     IF CHP-PARM-CHANGE
065600         MOVE 'PARM' TO ACHK-LT-TYPE
065700         MOVE SPACES TO ACHK-LT-KEY-AREA
065800         MOVE CHP-OLD-INTERVAL TO ACHK-LT-OLD-INTVL
065900         MOVE '>' TO ACHK-LT-INTVL-TO
066000         MOVE CHP-NEW-INTERVAL TO ACHK-LT-NEW-INTVL
066100         MOVE CHP-OLD-FORCE TO ACHK-LT-OLD-FORCE
066200         MOVE '>' TO ACHK-LT-FORCE-TO
066300         MOVE CHP-NEW-FORCE TO ACHK-LT-NEW-FORCE
066400     ELSE
066500         MOVE 'RULE' TO ACHK-LT-TYPE
066600         MOVE SPACES TO ACHK-LT-KEY-AREA
066700         MOVE CHP-RULE-ACCT TO ACHK-LT-ACCT
066800         MOVE CHP-RULE-SOURCE TO ACHK-LT-SOURCE
066900     END-IF.
067000     IF CHP-ADD
067100         MOVE '       (NONE)' TO ACHK-LT-OLD
067200     ELSE
067300         MOVE CHP-OLD-TOLERANCE TO ACHK-LT-OLD-AMT
067400     END-IF.
067500     IF CHP-DELETE
067600         MOVE '     (DELETE)' TO ACHK-LT-NEW
067700     ELSE
067800         MOVE CHP-NEW-TOLERANCE TO ACHK-LT-NEW-AMT
067900     END-IF.
068000 4150-EXIT.
068100     EXIT.
068200*
068300 4200-PEEK-NEXT-KEY.
068400*    THE NEXT PAGE STARTS AT THE NEXT REQUEST STILL PENDING.
068500     EXEC CICS READNEXT FILE('CHGPEND')
068600         INTO(CHP-RECORD)
068700         RIDFLD(CHP-KEY)
068800         RESP(ACHK-RESP)
068900     END-EXEC.
069000     IF ACHK-RESP NOT = DFHRESP(NORMAL)
069100         MOVE 'Y' TO ACHK-END-SW
069200         GO TO 4200-EXIT
069300     END-IF.
069400     IF CHP-PENDING
069500         MOVE CHP-KEY TO CAB-NEXT-KEY
069600     END-IF.
069700 4200-EXIT.
069800     EXIT.
069900*
070000 5000-SEND-AND-RETURN.
070100     MOVE ACHK-PAGE-MSG TO MSGO.
070200     EXEC CICS SEND MAP('CHKMAP') MAPSET('ACCHKS')
070300         FROM(CHKMAPO)
070400         ERASE
070500     END-EXEC.
070600     EXEC CICS RETURN TRANSID('ACHK')
070700         COMMAREA(ACHK-COMMAREA)
070800         LENGTH(192)
070900     END-EXEC.
071000 5000-EXIT.
071100     EXIT.
071200*
071300 9999-EXIT.
071400     EXEC CICS RETURN END-EXEC.
