000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     CICS PARAMETER MAINTENANCE SCREEN (TRANSACTION  *
001175*              APRM, MAPSET ACPRMS).  SHOWS THE TOLERANCE,     *
001250*              CHECKPOINT INTERVAL AND FORCE FLAG ON THE       *
001325*              PARAMETER MASTER (PARMMST) AND TAKES CHANGES TO *
001400*              THEM, VALIDATING EVERY FIELD BEFORE IT IS       *
001475*              ACCEPTED - A MISTYPED VALUE IS REJECTED ON THE  *
001550*              SPOT INSTEAD OF BEING SILENTLY IGNORED BY THE   *
001625*              BATCH EDIT.  A CHANGE IS NOT APPLIED HERE: IT   *
001700*              IS WRITTEN AS A PENDING REQUEST TO THE CHANGE   *
001775*              REQUEST MASTER (CHGPEND) WITH THE OLD AND NEW   *
001850*              VALUES AND THE MAKER'S USER ID, AND ONLY        *
001925*              REACHES PARMMST WHEN A DIFFERENT USER APPROVES  *
002000*              IT ON THE ACHK SCREEN (ACCHKB), WHICH ALSO      *
002075*              WRITES THE PARAMETER AUDIT RECORD (PARMAUDT).   *
002150*              PARMXTR CARRIES THE MASTER TO THE FLAT PARMCARD *
002225*              AHEAD OF EACH ACCPT RUN.                        *
002300*                                                                *
002400* MODIFICATION HISTORY.                                          *
002500*   DATE       INIT  DESCRIPTION                                 *
002784*                    THE ERASE SEND TURNS THE MDTS OFF, SO   *
002785*                    AN UNTOUCHED FIELD USED TO ARRIVE AS    *
002786*                    LOW-VALUES AND FAIL VALIDATION.         *
002788*   2026-10-15  DLH  MAKER-CHECKER: A CHANGE IS NOW WRITTEN  *
002790*                    AS A PENDING REQUEST TO CHGPEND INSTEAD *
002792*                    OF UPDATING PARMMST, AND TAKES EFFECT   *
002794*                    ONLY WHEN ANOTHER USER APPROVES IT ON   *
002796*                    ACHK. THE PARMAUDT WRITE MOVED TO       *
002798*                    ACCHKB WITH THE APPROVAL.               *
002800******************************************************************
002900 PROGRAM-ID. ACPRMM.
003000 ENVIRONMENT DIVISION.
004000*-----------------------------------------------------------------
004100 COPY PARMMREC.
004200*-----------------------------------------------------------------
004300* CHANGE REQUEST RECORD - SEE COPYBOOKS/CHGPREC.CPY
004766*-----------------------------------------------------------------
005232 COPY CHGPREC.
005700*-----------------------------------------------------------------
005800* WORK FIELDS
005900*-----------------------------------------------------------------
006400 77  APRM-RESP                       PIC S9(08) COMP VALUE 0.
006500 77  APRM-VALID-SW                   PIC X(01) VALUE 'Y'.
006600     88  APRM-ENTRY-VALID                VALUE 'Y'.
006700 77  APRM-REQUESTED-SW               PIC X(01) VALUE 'N'.
006750     88  APRM-REQUESTED                  VALUE 'Y'.
006800 77  APRM-REQUEST-FAIL-SW            PIC X(01) VALUE 'N'.
006850     88  APRM-REQUEST-FAILED             VALUE 'Y'.
006900 77  APRM-TOL-NEW                    PIC S9(9)V9(2) VALUE 0.
007000 77  APRM-CKP-NEW                    PIC 9(05) VALUE 0.
007100 77  APRM-FRC-NEW                    PIC X(01) VALUE 'N'.
012400     IF NOT APRM-ENTRY-VALID
012500         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
012600     END-IF.
012700     PERFORM 2200-REQUEST-CHANGE THRU 2200-EXIT.
012757     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
012814     PERFORM 4000-BUILD-SCREEN THRU 4000-EXIT.
012871     IF APRM-REQUESTED
012928         MOVE 'CHANGE REQUESTED - PENDING APPROVAL ON ACHK'
012985             TO MSGO
013042     ELSE
013099         IF APRM-REQUEST-FAILED
013156             MOVE 'REQUEST NOT STORED - PARAMETERS NOT CHANGED'
013213                 TO MSGO
013270         ELSE
013327             MOVE 'NO CHANGES ENTERED' TO MSGO
013384         END-IF
013441     END-IF.
013500     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
013600 2000-EXIT.
013700     EXIT.
017000 2100-EXIT.
017100     EXIT.
017200*
017300 2200-REQUEST-CHANGE.
017411*    THE MASTER WAS READ IN 2000 - THE REQUEST CARRIES ITS
017522*    VALUES AS THE OLD VALUES SO ACCHKB CAN TELL WHETHER THE
017633*    MASTER HAS MOVED ON BY THE TIME THE REQUEST IS APPROVED.
017744     MOVE 'N' TO APRM-REQUESTED-SW.
017855     MOVE 'N' TO APRM-REQUEST-FAIL-SW.
017966     IF PMM-TOLERANCE = APRM-TOL-NEW
018077             AND PMM-CKPT-INTERVAL = APRM-CKP-NEW
018188             AND PMM-FORCE-FLAG = APRM-FRC-NEW
018299         GO TO 2200-EXIT
018410     END-IF.
018521     EXEC CICS ASKTIME ABSTIME(APRM-ABSTIME) END-EXEC.
018632     EXEC CICS FORMATTIME ABSTIME(APRM-ABSTIME)
018743         YYYYMMDD(APRM-DATE-X)
018854         TIME(APRM-TIME-X)
018965     END-EXEC.
019076     EXEC CICS ASSIGN USERID(APRM-USERID) END-EXEC.
019187     MOVE SPACES TO CHP-RECORD.
019298     MOVE 'P' TO CHP-TYPE.
019409     MOVE 'U' TO CHP-ACTION.
019520     MOVE 'P' TO CHP-STATUS.
019631     MOVE APRM-USERID TO CHP-MAKER-USER.
019742     MOVE ZEROS TO CHP-DEC-DATE.
019853     MOVE ZEROS TO CHP-DEC-TIME.
019964     MOVE 'N' TO CHP-RPT-FLAG.
020075     MOVE PMM-TOLERANCE TO CHP-OLD-TOLERANCE.
020186     MOVE PMM-CKPT-INTERVAL TO CHP-OLD-INTERVAL.
020297     MOVE PMM-FORCE-FLAG TO CHP-OLD-FORCE.
020408     MOVE APRM-TOL-NEW TO CHP-NEW-TOLERANCE.
020519     MOVE APRM-CKP-NEW TO CHP-NEW-INTERVAL.
020630     MOVE APRM-FRC-NEW TO CHP-NEW-FORCE.
020741     PERFORM 2300-WRITE-REQUEST THRU 2300-EXIT.
020852 2200-EXIT.
020963     EXIT.
021074*
021185 2300-WRITE-REQUEST.
021296*    TWO REQUESTS IN THE SAME SECOND ARE KEPT APART BY THE
021407*    SEQUENCE NUMBER, AS ON THE AUDIT FILE.
021518     MOVE APRM-DATE-X TO CHP-REQ-DATE.
021629     MOVE APRM-TIME-X TO CHP-REQ-TIME.
021740     MOVE 0 TO CHP-REQ-SEQ.
021800     MOVE -1 TO APRM-RESP.
021851     PERFORM 2350-WRITE-REQUEST-RECORD THRU 2350-EXIT
021962             UNTIL APRM-RESP = DFHRESP(NORMAL)
022073             OR APRM-REQUEST-FAILED.
022184     IF NOT APRM-REQUEST-FAILED
022295         MOVE 'Y' TO APRM-REQUESTED-SW
022406     END-IF.
022517 2300-EXIT.
022628     EXIT.
022739*
022850 2350-WRITE-REQUEST-RECORD.
022961     EXEC CICS WRITE FILE('CHGPEND')
023072         FROM(CHP-RECORD)
023183         RIDFLD(CHP-KEY)
023294         RESP(APRM-RESP)
023405     END-EXEC.
023516     IF APRM-RESP = DFHRESP(DUPREC)
023627         ADD 1 TO CHP-REQ-SEQ
023738         IF CHP-REQ-SEQ > 98
023849             MOVE 'Y' TO APRM-REQUEST-FAIL-SW
023960         END-IF
024071     ELSE
024182         IF APRM-RESP NOT = DFHRESP(NORMAL)
024293             MOVE 'Y' TO APRM-REQUEST-FAIL-SW
024404         END-IF
024515     END-IF.
024626 2350-EXIT.
024737     EXIT.
024900*
025000 3000-READ-MASTER.
025100     MOVE 'PARMS' TO PMM-KEY.
