000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400* PROGRAM-ID.  ADJPOST                                           *
000500*                                                                *
000600* AUTHOR.      D. L. HARMON                                      *
000700* INSTALLATION. DAILY RECONCILIATION UNIT                        *
000800* DATE-WRITTEN. 2026-10-15                                       *
000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     DAILY POSTING OF APPROVED MANUAL ADJUSTMENTS.     *
001200*              READS THE MANUAL ADJUSTMENT MASTER (ADJMST,       *
001300*              ENTERED AND APPROVED ON THE AADJ SCREEN) IN KEY   *
001400*              ORDER.  EACH APPROVED ADJUSTMENT IS TAKEN OFF ITS *
001500*              OPEN ITEM ON THE OPEN-ITEMS MASTER - CLEARING THE *
001600*              ITEM WHEN NOTHING IS LEFT - AND STAGED ON         *
001700*              ADJGFILE IN THE GL EXTRACT LAYOUT UNDER SOURCE    *
001800*              SYSTEM 'ADJ' FOR ACCPT TO CARRY INTO THE GL       *
001900*              ADJUSTMENT EXTRACT.  AN ADJUSTMENT WHOSE ITEM IS  *
002000*              GONE, ALREADY CLEARED, OF THE OTHER SIGN OR       *
002100*              SMALLER THAN THE ADJUSTMENT IS MARKED FAILED WITH *
002200*              THE REASON AND MUST BE ENTERED AGAIN.  AN         *
002300*              ADJUSTMENT ALREADY POSTED (OR FAILED) TODAY IS    *
002400*              STAGED (OR COUNTED) AGAIN BUT NOT RE-APPLIED, SO  *
002500*              A RERUN OF THE JOB REBUILDS THE SAME STAGING FILE *
002600*              AND STEP TOTALS.  POSTED, FAILED AND STILL        *
002700*              PENDING ADJUSTMENTS ARE LISTED ON ADJRFILE AND    *
002800*              THE STEP'S COUNTS GO TO CTLFILE FOR RECBAL.       *
002900*                                                                *
003000* RETURN CODES: 0 ALL POSTED, 4 ADJUSTMENTS FAILED, 8 A MASTER   *
003100*              COULD NOT BE READ OR UPDATED, 12 OPEN FAILURE.    *
003200*                                                                *
003300* MODIFICATION HISTORY.                                          *
003400*   DATE       INIT  DESCRIPTION                                 *
003500*   ---------  ----  -------------------------------------------*
003600*   2026-10-15  DLH  ORIGINAL PROGRAM.                           *
003620*   2026-10-15  DLH  STAGING RECORD WIDENED TO 87 BYTES IN STEP  *
003640*                    WITH GLEXFILE - THE PROCESSOR CURRENCY,     *
003660*                    AMOUNT AND BROKEN LEG ARE LEFT EMPTY ON A   *
003680*                    MANUAL ADJUSTMENT.                          *
003684*   2026-10-15  DLH  ADJGFILE IS OPENED (AND SO EMPTIED) FIRST,  *
003688*                    SO A RUN THAT ENDS RC 12 ON A MASTER OPEN   *
003692*                    NO LONGER LEAVES THE PRIOR NIGHT'S STAGED   *
003696*                    RECORDS FOR ACCPT TO COPY AGAIN.            *
003700******************************************************************
003800 PROGRAM-ID. ADJPOST.
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ADJMST ASSIGN TO ADJMST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS ADJ-KEY
004700         FILE STATUS IS ADJP-ADJ-STATUS.
004800     SELECT OPENITEM ASSIGN TO OPENITEM
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS OPN-KEY
005200         FILE STATUS IS ADJP-OPN-STATUS.
005300     SELECT ADJGFILE ASSIGN TO ADJGFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS ADJP-AGL-STATUS.
005600     SELECT ADJRFILE ASSIGN TO ADJRFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS ADJP-RPT-STATUS.
005900     SELECT CTLFILE ASSIGN TO CTLFILE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS ADJP-CTL-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ADJMST
006500     LABEL RECORDS ARE STANDARD.
006600*    ADJ-RECORD IS SHARED WITH ACADJM - SEE COPYBOOKS/ADJMREC.
006700 COPY ADJMREC.
006800 FD  OPENITEM
006900     LABEL RECORDS ARE STANDARD.
007000*    OPN-RECORD IS SHARED WITH OPENUPD AND ACADJM - SEE
007100*    COPYBOOKS/OPNIREC.
007200 COPY OPNIREC.
007300 FD  ADJGFILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600*    LAID OUT AS THE GLEXFILE DETAIL RECORD IN ACCPT, WHICH COPIES
007700*    THESE RECORDS INTO THE GL ADJUSTMENT EXTRACT UNCHANGED.  A
007800*    MANUAL ADJUSTMENT IS BOOKED IN THE REPORTING CURRENCY, SO THE
007850*    CURRENCY, ORIGINAL-AMOUNT AND FX FIELDS ARE LEFT EMPTY, AS
007900*    ARE THE PROCESSOR FIELDS AND THE BROKEN LEG OF A THREE-WAY
007950*    ITEM.
008000 01  AGL-RECORD.
008100     05  AGL-REC-TYPE                PIC X(01).
008200     05  AGL-ACCT-KEY                PIC X(10).
008300     05  AGL-BUS-DATE                PIC 9(08).
008400     05  AGL-SOURCE-SYS              PIC X(03).
008500     05  AGL-ADJ-AMOUNT              PIC S9(9)V9(2).
008600     05  AGL-A-CCY                   PIC X(03).
008700     05  AGL-A-ORIG                  PIC S9(9)V9(2).
008800     05  AGL-B-CCY                   PIC X(03).
008900     05  AGL-B-ORIG                  PIC S9(9)V9(2).
009000     05  AGL-FX-DIFF                 PIC S9(9)V9(2).
009025     05  AGL-P-CCY                   PIC X(03).
009050     05  AGL-P-ORIG                  PIC S9(9)V9(2).
009075     05  AGL-BROKEN-LEG              PIC X(01).
009100 FD  ADJRFILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400 01  ADR-RECORD                      PIC X(132).
009500 FD  CTLFILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800*    CTL-RECORD IS SHARED WITH THE OTHER STREAM STEPS AND
009900*    RECBAL - SEE COPYBOOKS/CTLREC.
010000 COPY CTLREC.
010100 WORKING-STORAGE SECTION.
010200*-----------------------------------------------------------------
010300* FILE STATUS SWITCHES
010400*-----------------------------------------------------------------
010500 77  ADJP-ADJ-STATUS                 PIC X(02) VALUE SPACES.
010600 77  ADJP-OPN-STATUS                 PIC X(02) VALUE SPACES.
010700 77  ADJP-AGL-STATUS                 PIC X(02) VALUE SPACES.
010800 77  ADJP-RPT-STATUS                 PIC X(02) VALUE SPACES.
010900 77  ADJP-CTL-STATUS                 PIC X(02) VALUE SPACES.
011000*-----------------------------------------------------------------
011100* RUN CONTROL SWITCHES AND COUNTERS
011200*-----------------------------------------------------------------
011300 77  ADJP-EOF-SW                     PIC X(01) VALUE 'N'.
011400     88  ADJP-EOF                        VALUE 'Y'.
011500 77  ADJP-READ-COUNT                 PIC 9(07) COMP VALUE 0.
011600 77  ADJP-SELECTED-COUNT             PIC 9(07) COMP VALUE 0.
011700 77  ADJP-POSTED-COUNT               PIC 9(07) COMP VALUE 0.
011800 77  ADJP-CLEARED-COUNT              PIC 9(07) COMP VALUE 0.
011900 77  ADJP-REDUCED-COUNT              PIC 9(07) COMP VALUE 0.
012000 77  ADJP-RESTAGED-COUNT             PIC 9(07) COMP VALUE 0.
012100 77  ADJP-FAILED-COUNT               PIC 9(07) COMP VALUE 0.
012200 77  ADJP-PENDING-COUNT              PIC 9(07) COMP VALUE 0.
012300 77  ADJP-IO-ERROR-COUNT             PIC 9(07) COMP VALUE 0.
012400 77  ADJP-GLX-COUNT                  PIC 9(07) COMP VALUE 0.
012500 77  ADJP-GLX-TOTAL                  PIC S9(13)V9(2) VALUE 0.
012600*    RETURN CODE PASSED TO THE SCHEDULER AT 9999-EXIT:
012700*      00 ALL POSTED   04 ADJUSTMENTS FAILED
012800*      08 A MASTER NOT READ OR UPDATED   12 OPEN FAILURE
012900 77  ADJP-RETURN-CODE                PIC 9(02) COMP VALUE 0.
013000*-----------------------------------------------------------------
013100* ADJUSTMENT WORK FIELDS
013200*-----------------------------------------------------------------
013300 77  ADJP-TODAY-DATE                 PIC 9(08) VALUE 0.
013400 77  ADJP-ITEM-BEFORE                PIC S9(9)V9(2) VALUE 0.
013500 77  ADJP-ITEM-ABS                   PIC S9(9)V9(2) VALUE 0.
013600 77  ADJP-ADJ-ABS                    PIC S9(9)V9(2) VALUE 0.
013700 77  ADJP-FAIL-TEXT                  PIC X(30) VALUE SPACES.
013800*-----------------------------------------------------------------
013900* RUN DATE AND TIME
014000*-----------------------------------------------------------------
014100 77  ADJP-SYSTEM-DATE                PIC 9(06).
014200 77  ADJP-SYSTEM-TIME                PIC 9(08).
014300 01  ADJP-RUN-DATE.
014400     05  ADJP-RUN-YY                 PIC 9(02).
014500     05  ADJP-RUN-MM                 PIC 9(02).
014600     05  ADJP-RUN-DD                 PIC 9(02).
014700 01  ADJP-RUN-DATE-EDIT.
014800     05  ADJP-RUN-DATE-MM            PIC 9(02).
014900     05  FILLER                      PIC X(01) VALUE '/'.
015000     05  ADJP-RUN-DATE-DD            PIC 9(02).
015100     05  FILLER                      PIC X(01) VALUE '/'.
015200     05  ADJP-RUN-DATE-YY            PIC 9(02).
015300 01  ADJP-RUN-TIME.
015400     05  ADJP-RUN-HH                 PIC 9(02).
015500     05  ADJP-RUN-MN                 PIC 9(02).
015600     05  ADJP-RUN-SS                 PIC 9(02).
015700     05  ADJP-RUN-HS                 PIC 9(02).
015800 01  ADJP-RUN-TIME-EDIT.
015900     05  ADJP-RUN-TIME-HH            PIC 9(02).
016000     05  FILLER                      PIC X(01) VALUE ':'.
016100     05  ADJP-RUN-TIME-MN            PIC 9(02).
016200     05  FILLER                      PIC X(01) VALUE ':'.
016300     05  ADJP-RUN-TIME-SS            PIC 9(02).
016400*-----------------------------------------------------------------
016500* REPORT LINES
016600*-----------------------------------------------------------------
016700 01  ADR-HEADING-1.
016800     05  FILLER                      PIC X(20) VALUE SPACES.
016900     05  FILLER                      PIC X(40)
017000             VALUE "MANUAL ADJUSTMENT POSTING".
017100 01  ADR-HEADING-2.
017200     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
017300     05  ADR-H2-DATE                 PIC X(08).
017400     05  FILLER                      PIC X(10) VALUE SPACES.
017500     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
017600     05  ADR-H2-TIME                 PIC X(08).
017700 01  ADR-HEADING-3.
017800     05  FILLER                      PIC X(11) VALUE "ACCOUNT".
017900     05  FILLER                      PIC X(09) VALUE "ITEM DATE".
018000     05  FILLER                      PIC X(03) VALUE "NO".
018100     05  FILLER                      PIC X(09) VALUE "BOOK DATE".
018200     05  FILLER                      PIC X(04) VALUE "RSN".
018300     05  FILLER                      PIC X(14)
018400             VALUE "   ADJUSTMENT".
018500     05  FILLER                      PIC X(14)
018600             VALUE "  ITEM BEFORE".
018700     05  FILLER                      PIC X(14)
018800             VALUE "   ITEM AFTER".
018900     05  FILLER                      PIC X(09) VALUE "MAKER".
019000     05  FILLER                      PIC X(09) VALUE "CHECKER".
019100     05  FILLER                      PIC X(06) VALUE "RESULT".
019200 01  ADR-DETAIL-LINE.
019300     05  ADR-D-ACCT                  PIC X(10).
019400     05  FILLER                      PIC X(01) VALUE SPACES.
019500     05  ADR-D-ITEM-DATE             PIC 9(08).
019600     05  FILLER                      PIC X(01) VALUE SPACES.
019700     05  ADR-D-SEQ                   PIC 9(02).
019800     05  FILLER                      PIC X(01) VALUE SPACES.
019900     05  ADR-D-BUS-DATE              PIC 9(08).
020000     05  FILLER                      PIC X(01) VALUE SPACES.
020100     05  ADR-D-REASON                PIC X(03).
020200     05  FILLER                      PIC X(01) VALUE SPACES.
020300     05  ADR-D-AMOUNT                PIC -(9)9.99.
020400     05  FILLER                      PIC X(01) VALUE SPACES.
020500     05  ADR-D-BEFORE                PIC X(13).
020600     05  ADR-D-BEFORE-AMT REDEFINES ADR-D-BEFORE
020700                                     PIC -(9)9.99.
020800     05  FILLER                      PIC X(01) VALUE SPACES.
020900     05  ADR-D-AFTER                 PIC X(13).
021000     05  ADR-D-AFTER-AMT REDEFINES ADR-D-AFTER
021100                                     PIC -(9)9.99.
021200     05  FILLER                      PIC X(01) VALUE SPACES.
021300     05  ADR-D-MAKER                 PIC X(08).
021400     05  FILLER                      PIC X(01) VALUE SPACES.
021500     05  ADR-D-CHECKER               PIC X(08).
021600     05  FILLER                      PIC X(01) VALUE SPACES.
021700     05  ADR-D-RESULT                PIC X(34).
021800     05  FILLER REDEFINES ADR-D-RESULT.
021900         10  ADR-D-RESULT-LIT        PIC X(09).
022000         10  ADR-D-FAIL-REASON       PIC X(25).
022100 01  ADR-TOTAL-LINE.
022200     05  ADR-T-LABEL                 PIC X(24).
022300     05  ADR-T-COUNT                 PIC Z,ZZZ,ZZ9.
022400 01  ADR-AMOUNT-LINE.
022500     05  ADR-A-LABEL                 PIC X(24).
022600     05  ADR-A-AMOUNT                PIC -(13)9.99.
022700 01  ADR-BLANK-LINE                  PIC X(132) VALUE SPACES.
022800 01  ADR-NONE-LINE.
022900     05  FILLER                      PIC X(40)
023000             VALUE "  (NO ADJUSTMENTS APPROVED OR PENDING)".
023100*
023200 PROCEDURE DIVISION.
023300*
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     PERFORM 2000-PROCESS-ADJUSTMENT THRU 2000-EXIT
023700             UNTIL ADJP-EOF.
023800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
023900     GO TO 9999-EXIT.
024000*
024100 1000-INITIALIZE.
024107*    THE STAGING FILE IS EMPTIED BEFORE ANYTHING ELSE, SO A RUN
024114*    THAT STOPS ON A MASTER OPEN FAILURE CANNOT LEAVE THE PRIOR
024121*    NIGHT'S STAGED ADJUSTMENTS FOR ACCPT TO POST A SECOND TIME.
024128     OPEN OUTPUT ADJGFILE.
024135     IF ADJP-AGL-STATUS NOT = "00"
024142         DISPLAY "ADJPOST - UNABLE TO OPEN ADJGFILE, STATUS = "
024149             ADJP-AGL-STATUS
024156         DISPLAY "ADJP01E UNABLE TO OPEN ADJGFILE"
024163             UPON CONSOLE
024170         MOVE 12 TO ADJP-RETURN-CODE
024177         GO TO 9999-EXIT
024184     END-IF.
024200*    ON THE MASTERS' VERY FIRST USE A CLUSTER IS EMPTY AND THE
024300*    I-O OPEN FAILS, SO IT IS PRIMED THROUGH AN OUTPUT OPEN AND
024400*    REOPENED I-O, AS OPENUPD DOES.
024500     OPEN I-O ADJMST.
024600     IF ADJP-ADJ-STATUS NOT = "00"
024700         OPEN OUTPUT ADJMST
024800         IF ADJP-ADJ-STATUS = "00"
024900             CLOSE ADJMST
025000             OPEN I-O ADJMST
025100         END-IF
025200     END-IF.
025300     IF ADJP-ADJ-STATUS NOT = "00"
025400         DISPLAY "ADJPOST - UNABLE TO OPEN ADJMST, STATUS = "
025500             ADJP-ADJ-STATUS
025600         DISPLAY "ADJP01E UNABLE TO OPEN ADJMST"
025700             UPON CONSOLE
025800         MOVE 12 TO ADJP-RETURN-CODE
025900         GO TO 9999-EXIT
026000     END-IF.
026100     OPEN I-O OPENITEM.
026200     IF ADJP-OPN-STATUS NOT = "00"
026300         OPEN OUTPUT OPENITEM
026400         IF ADJP-OPN-STATUS = "00"
026500             CLOSE OPENITEM
026600             OPEN I-O OPENITEM
026700         END-IF
026800     END-IF.
026900     IF ADJP-OPN-STATUS NOT = "00"
027000         DISPLAY "ADJPOST - UNABLE TO OPEN OPENITEM, STATUS = "
027100             ADJP-OPN-STATUS
027200         DISPLAY "ADJP01E UNABLE TO OPEN OPENITEM"
028200             UPON CONSOLE
028300         MOVE 12 TO ADJP-RETURN-CODE
028400         GO TO 9999-EXIT
028500     END-IF.
028600     OPEN OUTPUT ADJRFILE.
028700     IF ADJP-RPT-STATUS NOT = "00"
028800         DISPLAY "ADJPOST - UNABLE TO OPEN ADJRFILE, STATUS = "
028900             ADJP-RPT-STATUS
029000         DISPLAY "ADJP01E UNABLE TO OPEN ADJRFILE"
029100             UPON CONSOLE
029200         MOVE 12 TO ADJP-RETURN-CODE
029300         GO TO 9999-EXIT
029400     END-IF.
029500     ACCEPT ADJP-SYSTEM-DATE FROM DATE.
029600     ACCEPT ADJP-SYSTEM-TIME FROM TIME.
029700     MOVE ADJP-SYSTEM-DATE TO ADJP-RUN-DATE.
029800     MOVE ADJP-SYSTEM-TIME TO ADJP-RUN-TIME.
029900     MOVE ADJP-RUN-MM TO ADJP-RUN-DATE-MM.
030000     MOVE ADJP-RUN-DD TO ADJP-RUN-DATE-DD.
030100     MOVE ADJP-RUN-YY TO ADJP-RUN-DATE-YY.
030200     MOVE ADJP-RUN-HH TO ADJP-RUN-TIME-HH.
030300     MOVE ADJP-RUN-MN TO ADJP-RUN-TIME-MN.
030400     MOVE ADJP-RUN-SS TO ADJP-RUN-TIME-SS.
030500     ACCEPT ADJP-TODAY-DATE FROM DATE YYYYMMDD.
030600     PERFORM 1300-WRITE-REPORT-HEADINGS THRU 1300-EXIT.
030700     PERFORM 7500-READ-ADJUSTMENT THRU 7500-EXIT.
030800 1000-EXIT.
030900     EXIT.
031000*
031100 1300-WRITE-REPORT-HEADINGS.
031200     MOVE ADJP-RUN-DATE-EDIT TO ADR-H2-DATE.
031300     MOVE ADJP-RUN-TIME-EDIT TO ADR-H2-TIME.
031400     WRITE ADR-RECORD FROM ADR-HEADING-1.
031500     WRITE ADR-RECORD FROM ADR-HEADING-2.
031600     WRITE ADR-RECORD FROM ADR-BLANK-LINE.
031700     WRITE ADR-RECORD FROM ADR-HEADING-3.
031800 1300-EXIT.
031900     EXIT.
032000*
032100 2000-PROCESS-ADJUSTMENT.
032200*    AN APPROVED ADJUSTMENT IS APPLIED.  ONE ALREADY POSTED OR
032300*    FAILED BY AN EARLIER RUN TODAY IS STAGED OR COUNTED AGAIN SO
032400*    A RERUN PRODUCES THE SAME STAGING FILE AND TOTALS; ONE FROM
032500*    AN EARLIER DAY IS HISTORY AND IS PASSED OVER.  PENDING
032600*    ADJUSTMENTS ARE LISTED AS A REMINDER THAT THEY WAIT ON A
032700*    SECOND USER.
032800     IF ADJ-APPROVED
032900         ADD 1 TO ADJP-SELECTED-COUNT
033000         PERFORM 2100-APPLY-ADJUSTMENT THRU 2100-EXIT
033100         GO TO 2000-READ
033200     END-IF.
033300     IF ADJ-POSTED AND ADJ-POST-DATE = ADJP-TODAY-DATE
033400         ADD 1 TO ADJP-SELECTED-COUNT
033500         PERFORM 2300-RESTAGE-ADJUSTMENT THRU 2300-EXIT
033600         GO TO 2000-READ
033700     END-IF.
033800     IF ADJ-FAILED AND ADJ-POST-DATE = ADJP-TODAY-DATE
033900         ADD 1 TO ADJP-SELECTED-COUNT
034000         ADD 1 TO ADJP-FAILED-COUNT
034100         MOVE SPACES TO ADR-D-BEFORE
034200         MOVE SPACES TO ADR-D-AFTER
034300         MOVE 'FAILED - ' TO ADR-D-RESULT
034400         MOVE ADJ-FAIL-REASON TO ADR-D-FAIL-REASON
034500         PERFORM 2500-PRINT-ADJUSTMENT-LINE THRU 2500-EXIT
034600         GO TO 2000-READ
034700     END-IF.
034800     IF ADJ-PENDING
034900         ADD 1 TO ADJP-PENDING-COUNT
035000         MOVE SPACES TO ADR-D-BEFORE
035100         MOVE SPACES TO ADR-D-AFTER
035200         MOVE 'PENDING APPROVAL' TO ADR-D-RESULT
035300         PERFORM 2500-PRINT-ADJUSTMENT-LINE THRU 2500-EXIT
035400     END-IF.
035500 2000-READ.
035600     PERFORM 7500-READ-ADJUSTMENT THRU 7500-EXIT.
035700 2000-EXIT.
035800     EXIT.
035900*
036000 2100-APPLY-ADJUSTMENT.
036100*    THE ITEM MUST STILL BE OPEN, OF THE ADJUSTMENT'S SIGN AND AT
036200*    LEAST AS LARGE - THE SCREEN CHECKED THIS AT ENTRY AND AT
036300*    APPROVAL, BUT OPENUPD MAY HAVE CLEARED OR REPLACED THE ITEM
036400*    SINCE.  A MASTER THAT CANNOT BE READ OR UPDATED LEAVES THE
036500*    ADJUSTMENT APPROVED FOR THE NEXT RUN.
036600     MOVE ADJ-ACCT-KEY TO OPN-ACCT-KEY.
036700     MOVE ADJ-ITEM-DATE TO OPN-BUS-DATE.
036800     READ OPENITEM.
036900     IF ADJP-OPN-STATUS = "23"
037000         MOVE 'NO SUCH ITEM ON OPENITEM' TO ADJP-FAIL-TEXT
037100         PERFORM 2200-FAIL-ADJUSTMENT THRU 2200-EXIT
037200         GO TO 2100-EXIT
037300     END-IF.
037400     IF ADJP-OPN-STATUS NOT = "00"
037500         DISPLAY "ADJPOST - READ FAILED FOR ITEM " OPN-KEY
037600             ", STATUS = " ADJP-OPN-STATUS
037700         ADD 1 TO ADJP-IO-ERROR-COUNT
037800         MOVE SPACES TO ADR-D-BEFORE
037900         MOVE SPACES TO ADR-D-AFTER
038000         MOVE 'NOT POSTED - OPENITEM READ ERROR' TO ADR-D-RESULT
038100         PERFORM 2500-PRINT-ADJUSTMENT-LINE THRU 2500-EXIT
038200         GO TO 2100-EXIT
038300     END-IF.
038400     IF NOT OPN-ITEM-OPEN
038500         MOVE 'ITEM ALREADY CLEARED' TO ADJP-FAIL-TEXT
038600         PERFORM 2200-FAIL-ADJUSTMENT THRU 2200-EXIT
038700         GO TO 2100-EXIT
038800     END-IF.
038900     IF (OPN-AMOUNT < 0 AND ADJ-AMOUNT > 0)
039000             OR (OPN-AMOUNT > 0 AND ADJ-AMOUNT < 0)
039100         MOVE 'ITEM HAS THE OTHER SIGN' TO ADJP-FAIL-TEXT
039200         PERFORM 2200-FAIL-ADJUSTMENT THRU 2200-EXIT
039300         GO TO 2100-EXIT
039400     END-IF.
039500     IF OPN-AMOUNT < 0
039600         COMPUTE ADJP-ITEM-ABS = 0 - OPN-AMOUNT
039700         COMPUTE ADJP-ADJ-ABS = 0 - ADJ-AMOUNT
039800     ELSE
039900         MOVE OPN-AMOUNT TO ADJP-ITEM-ABS
040000         MOVE ADJ-AMOUNT TO ADJP-ADJ-ABS
040100     END-IF.
040200     IF ADJP-ADJ-ABS > ADJP-ITEM-ABS
040300         MOVE 'MORE THAN ITEM STILL OPEN' TO ADJP-FAIL-TEXT
040400         PERFORM 2200-FAIL-ADJUSTMENT THRU 2200-EXIT
040500         GO TO 2100-EXIT
040600     END-IF.
040700     MOVE OPN-AMOUNT TO ADJP-ITEM-BEFORE.
040800     SUBTRACT ADJ-AMOUNT FROM OPN-AMOUNT.
040900     IF OPN-AMOUNT = 0
041000         MOVE 'C' TO OPN-STATUS
041100         MOVE ADJ-BUS-DATE TO OPN-CLEAR-DATE
041200     END-IF.
041300     REWRITE OPN-RECORD.
041400     IF ADJP-OPN-STATUS NOT = "00"
041500         DISPLAY "ADJPOST - REWRITE FAILED FOR ITEM " OPN-KEY
041600             ", STATUS = " ADJP-OPN-STATUS
041700         ADD 1 TO ADJP-IO-ERROR-COUNT
041800         MOVE SPACES TO ADR-D-BEFORE
041900         MOVE SPACES TO ADR-D-AFTER
042000         MOVE 'NOT POSTED - OPENITEM UPDATE ERROR' TO ADR-D-RESULT
042100         PERFORM 2500-PRINT-ADJUSTMENT-LINE THRU 2500-EXIT
042200         GO TO 2100-EXIT
042300     END-IF.
042400     IF OPN-ITEM-CLEARED
042500         ADD 1 TO ADJP-CLEARED-COUNT
042600         MOVE 'POSTED - ITEM CLEARED' TO ADR-D-RESULT
042700     ELSE
042800         ADD 1 TO ADJP-REDUCED-COUNT
042900         MOVE 'POSTED - ITEM REDUCED' TO ADR-D-RESULT
043000     END-IF.
043100     ADD 1 TO ADJP-POSTED-COUNT.
043200     PERFORM 2400-STAGE-GL-ITEM THRU 2400-EXIT.
043300*    THE ITEM HAS BEEN ADJUSTED, SO THE ADJUSTMENT IS POSTED EVEN
043400*    IF IT CANNOT BE MARKED - BUT LEFT APPROVED IT WOULD BE
043500*    APPLIED AGAIN TOMORROW, SO THE STEP ENDS RC 8.
043600     MOVE 'D' TO ADJ-STATUS.
043700     MOVE ADJP-TODAY-DATE TO ADJ-POST-DATE.
043800     MOVE SPACES TO ADJ-FAIL-REASON.
043900     REWRITE ADJ-RECORD.
044000     IF ADJP-ADJ-STATUS NOT = "00"
044100         DISPLAY "ADJPOST - ADJUSTMENT " ADJ-KEY
044200             " POSTED BUT NOT MARKED, STATUS = " ADJP-ADJ-STATUS
044300             " - MARK IT POSTED BEFORE THE NEXT RUN"
044400         ADD 1 TO ADJP-IO-ERROR-COUNT
044500         MOVE 'POSTED - ADJMST NOT MARKED' TO ADR-D-RESULT
044600     END-IF.
044700     MOVE ADJP-ITEM-BEFORE TO ADR-D-BEFORE-AMT.
044800     MOVE OPN-AMOUNT TO ADR-D-AFTER-AMT.
044900     PERFORM 2500-PRINT-ADJUSTMENT-LINE THRU 2500-EXIT.
045000 2100-EXIT.
045100     EXIT.
045200*
045300 2200-FAIL-ADJUSTMENT.
045400*    A FAILED ADJUSTMENT IS NOT RETRIED - THE ANALYST LOOKS AT
045500*    THE ITEM AS IT NOW STANDS AND ENTERS A NEW ONE IF STILL
045600*    NEEDED.
045700     MOVE 'F' TO ADJ-STATUS.
045800     MOVE ADJP-TODAY-DATE TO ADJ-POST-DATE.
045900     MOVE ADJP-FAIL-TEXT TO ADJ-FAIL-REASON.
046000     REWRITE ADJ-RECORD.
046100     IF ADJP-ADJ-STATUS NOT = "00"
046200         DISPLAY "ADJPOST - REWRITE FAILED FOR ADJUSTMENT "
046300             ADJ-KEY ", STATUS = " ADJP-ADJ-STATUS
046400         ADD 1 TO ADJP-IO-ERROR-COUNT
046500     END-IF.
046600     ADD 1 TO ADJP-FAILED-COUNT.
046700     MOVE SPACES TO ADR-D-BEFORE.
046800     MOVE SPACES TO ADR-D-AFTER.
046900     MOVE 'FAILED - ' TO ADR-D-RESULT.
047000     MOVE ADJP-FAIL-TEXT TO ADR-D-FAIL-REASON.
047100     PERFORM 2500-PRINT-ADJUSTMENT-LINE THRU 2500-EXIT.
047200 2200-EXIT.
047300     EXIT.
047400*
047500 2300-RESTAGE-ADJUSTMENT.
047600     ADD 1 TO ADJP-POSTED-COUNT.
047700     ADD 1 TO ADJP-RESTAGED-COUNT.
047800     PERFORM 2400-STAGE-GL-ITEM THRU 2400-EXIT.
047900     MOVE SPACES TO ADR-D-BEFORE.
048000     MOVE SPACES TO ADR-D-AFTER.
048100     MOVE 'POSTED EARLIER TODAY - RE-STAGED' TO ADR-D-RESULT.
048200     PERFORM 2500-PRINT-ADJUSTMENT-LINE THRU 2500-EXIT.
048300 2300-EXIT.
048400     EXIT.
048500*
048600 2400-STAGE-GL-ITEM.
048700     MOVE SPACES TO AGL-RECORD.
048800     MOVE 'D' TO AGL-REC-TYPE.
048900     MOVE ADJ-ACCT-KEY TO AGL-ACCT-KEY.
049000     MOVE ADJ-BUS-DATE TO AGL-BUS-DATE.
049100     MOVE 'ADJ' TO AGL-SOURCE-SYS.
049200     MOVE ADJ-AMOUNT TO AGL-ADJ-AMOUNT.
049300     MOVE 0 TO AGL-A-ORIG.
049400     MOVE 0 TO AGL-B-ORIG.
049500     MOVE 0 TO AGL-FX-DIFF.
049550     MOVE 0 TO AGL-P-ORIG.
049600     WRITE AGL-RECORD.
049700     IF ADJP-AGL-STATUS NOT = "00"
049800         DISPLAY "ADJPOST - WRITE FAILED ON ADJGFILE FOR "
049900             ADJ-KEY ", STATUS = " ADJP-AGL-STATUS
050000         ADD 1 TO ADJP-IO-ERROR-COUNT
050100         GO TO 2400-EXIT
050200     END-IF.
050300     ADD 1 TO ADJP-GLX-COUNT.
050400     ADD ADJ-AMOUNT TO ADJP-GLX-TOTAL.
050500 2400-EXIT.
050600     EXIT.
050700*
050800 2500-PRINT-ADJUSTMENT-LINE.
050900     MOVE ADJ-ACCT-KEY TO ADR-D-ACCT.
051000     MOVE ADJ-ITEM-DATE TO ADR-D-ITEM-DATE.
051100     MOVE ADJ-SEQ TO ADR-D-SEQ.
051200     MOVE ADJ-BUS-DATE TO ADR-D-BUS-DATE.
051300     MOVE ADJ-REASON TO ADR-D-REASON.
051400     MOVE ADJ-AMOUNT TO ADR-D-AMOUNT.
051500     MOVE ADJ-MAKER-USER TO ADR-D-MAKER.
051600     MOVE ADJ-CHECKER-USER TO ADR-D-CHECKER.
051700     WRITE ADR-RECORD FROM ADR-DETAIL-LINE.
051800 2500-EXIT.
051900     EXIT.
052000*
052100 7500-READ-ADJUSTMENT.
052200     READ ADJMST NEXT RECORD
052300         AT END
052400             MOVE 'Y' TO ADJP-EOF-SW
052500         NOT AT END
052600             ADD 1 TO ADJP-READ-COUNT
052700     END-READ.
052800     IF ADJP-ADJ-STATUS NOT = "00" AND NOT = "10"
052900         DISPLAY "ADJPOST - READ FAILED ON ADJMST, STATUS = "
053000             ADJP-ADJ-STATUS " - REST OF MASTER NOT PROCESSED"
053100         ADD 1 TO ADJP-IO-ERROR-COUNT
053200         MOVE 'Y' TO ADJP-EOF-SW
053300     END-IF.
053400 7500-EXIT.
053500     EXIT.
053600*
053700 8000-FINALIZE.
053800     IF ADJP-SELECTED-COUNT = 0 AND ADJP-PENDING-COUNT = 0
053900         WRITE ADR-RECORD FROM ADR-NONE-LINE
054000     END-IF.
054100     WRITE ADR-RECORD FROM ADR-BLANK-LINE.
054200     MOVE "SELECTED TO POST. . . ." TO ADR-T-LABEL.
054300     MOVE ADJP-SELECTED-COUNT TO ADR-T-COUNT.
054400     WRITE ADR-RECORD FROM ADR-TOTAL-LINE.
054500     MOVE "POSTED. . . . . . . . ." TO ADR-T-LABEL.
054600     MOVE ADJP-POSTED-COUNT TO ADR-T-COUNT.
054700     WRITE ADR-RECORD FROM ADR-TOTAL-LINE.
054800     MOVE "  ITEMS CLEARED . . . ." TO ADR-T-LABEL.
054900     MOVE ADJP-CLEARED-COUNT TO ADR-T-COUNT.
055000     WRITE ADR-RECORD FROM ADR-TOTAL-LINE.
055100     MOVE "  ITEMS REDUCED . . . ." TO ADR-T-LABEL.
055200     MOVE ADJP-REDUCED-COUNT TO ADR-T-COUNT.
055300     WRITE ADR-RECORD FROM ADR-TOTAL-LINE.
055400     MOVE "  RE-STAGED . . . . . ." TO ADR-T-LABEL.
055500     MOVE ADJP-RESTAGED-COUNT TO ADR-T-COUNT.
055600     WRITE ADR-RECORD FROM ADR-TOTAL-LINE.
055700     MOVE "FAILED. . . . . . . . ." TO ADR-T-LABEL.
055800     MOVE ADJP-FAILED-COUNT TO ADR-T-COUNT.
055900     WRITE ADR-RECORD FROM ADR-TOTAL-LINE.
056000     MOVE "STILL PENDING . . . . ." TO ADR-T-LABEL.
056100     MOVE ADJP-PENDING-COUNT TO ADR-T-COUNT.
056200     WRITE ADR-RECORD FROM ADR-TOTAL-LINE.
056300     MOVE "GL ITEMS STAGED . . . ." TO ADR-T-LABEL.
056400     MOVE ADJP-GLX-COUNT TO ADR-T-COUNT.
056500     WRITE ADR-RECORD FROM ADR-TOTAL-LINE.
056600     MOVE "GL AMOUNT STAGED. . . ." TO ADR-A-LABEL.
056700     MOVE ADJP-GLX-TOTAL TO ADR-A-AMOUNT.
056800     WRITE ADR-RECORD FROM ADR-AMOUNT-LINE.
056900     DISPLAY "ADJPOST - ADJUSTMENT RECORDS READ = "
057000         ADJP-READ-COUNT.
057100     DISPLAY "ADJPOST - SELECTED TO POST        = "
057200         ADJP-SELECTED-COUNT.
057300     DISPLAY "ADJPOST - POSTED                  = "
057400         ADJP-POSTED-COUNT.
057500     DISPLAY "ADJPOST - FAILED                  = "
057600         ADJP-FAILED-COUNT.
057700     DISPLAY "ADJPOST - GL ITEMS STAGED         = "
057800         ADJP-GLX-COUNT.
057900     PERFORM 8300-WRITE-STEP-CONTROL THRU 8300-EXIT.
058000     IF ADJP-IO-ERROR-COUNT > 0
058100         DISPLAY "ADJP04E MASTER READ/UPDATE ERRORS = "
058200             ADJP-IO-ERROR-COUNT UPON CONSOLE
058300         MOVE 8 TO ADJP-RETURN-CODE
058400     ELSE
058500         IF ADJP-FAILED-COUNT > 0
058600             DISPLAY "ADJP02W MANUAL ADJUSTMENTS FAILED = "
058700                 ADJP-FAILED-COUNT UPON CONSOLE
058800             MOVE 4 TO ADJP-RETURN-CODE
058900         ELSE
059000             DISPLAY "ADJP03I MANUAL ADJUSTMENTS POSTED = "
059100                 ADJP-POSTED-COUNT UPON CONSOLE
059200         END-IF
059300     END-IF.
059400     CLOSE ADJMST.
059500     CLOSE OPENITEM.
059600     CLOSE ADJGFILE.
059700     CLOSE ADJRFILE.
059800 8000-EXIT.
059900     EXIT.
060000*
060100 8300-WRITE-STEP-CONTROL.
060200*    RECBAL CHECKS SELECTED = POSTED + FAILED, AND THAT ACCPT'S GL
060300*    EXTRACT CARRIED EVERY ITEM STAGED HERE.  AN ADJUSTMENT HELD
060400*    BACK BY A READ OR UPDATE ERROR IS IN NEITHER COUNT, SO IT
060500*    SHOWS AS A BREAK THERE AS WELL AS RC 8 HERE.
060600     MOVE SPACES TO CTL-RECORD.
060700     MOVE "ADJPOST" TO CTL-STEP-NAME.
060800     MOVE ADJP-SELECTED-COUNT TO CTL-IN-COUNT.
060900     MOVE ADJP-POSTED-COUNT TO CTL-OUT-COUNT.
061000     MOVE ADJP-FAILED-COUNT TO CTL-EXC-COUNT.
061100     MOVE 0 TO CTL-OOB-COUNT.
061200     MOVE ADJP-GLX-COUNT TO CTL-GLX-COUNT.
061300     MOVE ADJP-GLX-TOTAL TO CTL-GLX-TOTAL.
061400     MOVE ADJP-SYSTEM-DATE TO CTL-RUN-DATE.
061500     MOVE ADJP-SYSTEM-TIME TO CTL-RUN-TIME.
061600     OPEN EXTEND CTLFILE.
061700     IF ADJP-CTL-STATUS NOT = "00"
061800         OPEN OUTPUT CTLFILE
061900     END-IF.
062000     IF ADJP-CTL-STATUS = "00"
062100         WRITE CTL-RECORD
062200         CLOSE CTLFILE
062300     ELSE
062400         DISPLAY "ADJPOST - UNABLE TO WRITE STEP CONTROL, "
062500             "STATUS = " ADJP-CTL-STATUS
062600     END-IF.
062700 8300-EXIT.
062800     EXIT.
062900*
063000 9999-EXIT.
063100     MOVE ADJP-RETURN-CODE TO RETURN-CODE.
063200     STOP RUN.
