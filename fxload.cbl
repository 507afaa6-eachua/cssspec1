000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400* PROGRAM-ID.  FXLOAD                                            *
000500*                                                                *
000600* AUTHOR.      D. L. HARMON                                      *
000700* INSTALLATION. DAILY RECONCILIATION UNIT                        *
000800* DATE-WRITTEN. 2026-10-15                                       *
000900* DATE-COMPILED.                                                 *
001000*                                                                *
001100* REMARKS.     LOADS THE DAY'S FX RATES FROM THE FLAT RATE      *
001200*              FILE (RATEFILE) INTO THE KEYED FX RATE MASTER    *
001300*              (FXRATES) AHEAD OF THE MATCH STEP, SO ACCPT CAN  *
001400*              TURN FOREIGN-CURRENCY AMOUNTS INTO THE REPORTING *
001500*              CURRENCY.  THE FILE OPENS WITH ONE HEADER        *
001600*              RECORD GIVING THE RATE DATE AND THE REPORTING    *
001700*              CURRENCY, FOLLOWED BY ONE DETAIL RECORD PER      *
001800*              CURRENCY.  EACH RATE IS ADDED UNDER CURRENCY     *
001900*              PLUS RATE DATE (A RATE RESENT FOR THE SAME DATE  *
002000*              REPLACES THE ONE ALREADY THERE); THE REPORTING   *
002100*              CURRENCY IS LOADED AT A RATE OF 1, AND THE       *
002200*              CONTROL RECORD IS REFRESHED WITH THE REPORTING   *
002300*              CURRENCY.  A DETAIL WITH A BLANK CURRENCY OR A   *
002400*              MISSING OR ZERO RATE IS REJECTED AND LISTED -    *
002500*              IT IS NEVER LOADED, SO ACCPT HOLDS THE ITEMS IN  *
002600*              THAT CURRENCY AS EXCEPTIONS INSTEAD OF           *
002700*              RECONCILING THEM AT A MADE-UP RATE.              *
002800*                                                                *
002900* RETURN CODES: 0 CLEAN, 4 DETAILS REJECTED, 8 LOAD ERROR,      *
003000*               12 OPEN FAILURE OR BAD HEADER.                  *
003100*                                                                *
003200* MODIFICATION HISTORY.                                          *
003300*   DATE       INIT  DESCRIPTION                                 *
003400*   ---------  ----  -------------------------------------------*
003500*   2026-10-15  DLH  ORIGINAL PROGRAM.                           *
003600******************************************************************
003700 PROGRAM-ID. FXLOAD.
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RATEFILE ASSIGN TO RATEFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FXLD-RTF-STATUS.
004500     SELECT FXRATES ASSIGN TO FXRATES
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS FXM-KEY
004900         FILE STATUS IS FXLD-FXM-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RATEFILE
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500*    ONE 'H' HEADER (RATE DATE AND REPORTING CURRENCY) THEN ONE
005600*    'D' DETAIL PER CURRENCY.  THE RATE IS REPORTING-CURRENCY
005700*    UNITS PER ONE UNIT OF THE DETAIL'S CURRENCY.  BOTH LAYOUTS
005800*    ARE 80 BYTES.
005900 01  RTH-RECORD.
006000     05  RTH-REC-TYPE                PIC X(01).
006100     05  RTH-RATE-DATE               PIC 9(08).
006200     05  RTH-RPT-CCY                 PIC X(03).
006300     05  FILLER                      PIC X(68).
006400 01  RTD-RECORD.
006500     05  RTD-REC-TYPE                PIC X(01).
006600     05  RTD-CCY                     PIC X(03).
006700     05  RTD-RATE                    PIC 9(05)V9(06).
006800     05  FILLER                      PIC X(65).
006900 FD  FXRATES
007000     LABEL RECORDS ARE STANDARD.
007100*    FXM-RECORD IS SHARED WITH ACCPT - SEE COPYBOOKS/FXRTREC.
007200 COPY FXRTREC.
007300 WORKING-STORAGE SECTION.
007400*-----------------------------------------------------------------
007500* FILE STATUS SWITCHES AND RETURN CODE
007600*-----------------------------------------------------------------
007700 77  FXLD-RTF-STATUS                 PIC X(02) VALUE SPACES.
007800 77  FXLD-FXM-STATUS                 PIC X(02) VALUE SPACES.
007900 77  FXLD-LOAD-DATE                  PIC 9(08) VALUE 0.
008000*    RETURN CODE PASSED TO THE SCHEDULER AT 9999-EXIT:
008100*      00 CLEAN   04 DETAILS REJECTED   08 LOAD ERROR
008200*      12 FILE OPEN FAILURE OR MISSING/BAD HEADER
008300 77  FXLD-RETURN-CODE                PIC 9(02) COMP VALUE 0.
008400*-----------------------------------------------------------------
008500* RUN CONTROL SWITCHES AND COUNTERS
008600*-----------------------------------------------------------------
008700 77  FXLD-EOF-SW                     PIC X(01) VALUE 'N'.
008800     88  FXLD-EOF                        VALUE 'Y'.
008900 77  FXLD-ERROR-SW                   PIC X(01) VALUE 'N'.
009000     88  FXLD-ERROR                      VALUE 'Y'.
009100 77  FXLD-READ-COUNT                 PIC 9(07) COMP VALUE 0.
009200 77  FXLD-LOADED-COUNT               PIC 9(07) COMP VALUE 0.
009300 77  FXLD-REPLACED-COUNT             PIC 9(07) COMP VALUE 0.
009400 77  FXLD-REJECT-COUNT               PIC 9(07) COMP VALUE 0.
009500*    THE HEADER'S RATE DATE AND REPORTING CURRENCY, APPLIED TO
009600*    EVERY DETAIL THAT FOLLOWS.
009700 77  FXLD-RATE-DATE                  PIC 9(08) VALUE 0.
009800 77  FXLD-RPT-CCY                    PIC X(03) VALUE SPACES.
009900 77  FXLD-REJECT-REASON              PIC X(30) VALUE SPACES.
010000*
010100 PROCEDURE DIVISION.
010200*
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010500     PERFORM 2000-LOAD-RATE THRU 2000-EXIT
010600             UNTIL FXLD-EOF OR FXLD-ERROR.
010700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
010800     GO TO 9999-EXIT.
010900*
011000 1000-INITIALIZE.
011100     OPEN INPUT RATEFILE.
011200     IF FXLD-RTF-STATUS NOT = "00"
011300         DISPLAY "FXLOAD - UNABLE TO OPEN RATEFILE, STATUS = "
011400             FXLD-RTF-STATUS
011500         DISPLAY "FXLD01E UNABLE TO OPEN RATEFILE"
011600             UPON CONSOLE
011700         MOVE 12 TO FXLD-RETURN-CODE
011800         GO TO 9999-EXIT
011900     END-IF.
012000*    ON THE MASTER'S VERY FIRST USE THE CLUSTER IS EMPTY AND
012100*    THE I-O OPEN FAILS, SO IT IS PRIMED THROUGH AN OUTPUT
012200*    OPEN AND REOPENED I-O.
012300     OPEN I-O FXRATES.
012400     IF FXLD-FXM-STATUS NOT = "00"
012500         OPEN OUTPUT FXRATES
012600         IF FXLD-FXM-STATUS = "00"
012700             CLOSE FXRATES
012800             OPEN I-O FXRATES
012900         END-IF
013000     END-IF.
013100     IF FXLD-FXM-STATUS NOT = "00"
013200         DISPLAY "FXLOAD - UNABLE TO OPEN FXRATES, STATUS = "
013300             FXLD-FXM-STATUS
013400         DISPLAY "FXLD01E UNABLE TO OPEN FXRATES"
013500             UPON CONSOLE
013600         MOVE 12 TO FXLD-RETURN-CODE
013700         GO TO 9999-EXIT
013800     END-IF.
013900     ACCEPT FXLD-LOAD-DATE FROM DATE YYYYMMDD.
014000     PERFORM 1100-READ-HEADER THRU 1100-EXIT.
014100     IF FXLD-RETURN-CODE NOT = 0
014200         CLOSE RATEFILE
014300         CLOSE FXRATES
014400         GO TO 9999-EXIT
014500     END-IF.
014600     PERFORM 7500-READ-RATE THRU 7500-EXIT.
014700 1000-EXIT.
014800     EXIT.
014900*
015000 1100-READ-HEADER.
015100*    WITHOUT A GOOD HEADER THERE IS NO RATE DATE TO LOAD THE
015200*    DETAILS UNDER, SO NOTHING AT ALL IS LOADED.
015300     PERFORM 7500-READ-RATE THRU 7500-EXIT.
015400     IF FXLD-EOF
015500         DISPLAY "FXLOAD - RATEFILE IS EMPTY"
015600         DISPLAY "FXLD02E RATEFILE HEADER MISSING OR INVALID"
015700             UPON CONSOLE
015800         MOVE 12 TO FXLD-RETURN-CODE
015900         GO TO 1100-EXIT
016000     END-IF.
016100     IF RTH-REC-TYPE NOT = 'H'
016200             OR RTH-RATE-DATE NOT NUMERIC
016300             OR RTH-RATE-DATE = 0
016400             OR RTH-RPT-CCY = SPACES
016500         DISPLAY "FXLOAD - RATEFILE HEADER MISSING OR INVALID: "
016600             RTH-RECORD
016700         DISPLAY "FXLD02E RATEFILE HEADER MISSING OR INVALID"
016800             UPON CONSOLE
016900         MOVE 12 TO FXLD-RETURN-CODE
017000         GO TO 1100-EXIT
017100     END-IF.
017200     MOVE RTH-RATE-DATE TO FXLD-RATE-DATE.
017300     MOVE RTH-RPT-CCY TO FXLD-RPT-CCY.
017400     DISPLAY "FXLOAD - RATE DATE " FXLD-RATE-DATE
017500         ", REPORTING CURRENCY " FXLD-RPT-CCY.
017600*    THE REPORTING CURRENCY CONVERTS AT EXACTLY ONE.
017700     MOVE FXLD-RPT-CCY TO FXM-CCY.
017800     MOVE FXLD-RATE-DATE TO FXM-RATE-DATE.
017900     MOVE 1 TO FXM-RATE.
018000     PERFORM 3000-STORE-RATE THRU 3000-EXIT.
018100     PERFORM 3100-REFRESH-CONTROL THRU 3100-EXIT.
018200 1100-EXIT.
018300     EXIT.
018400*
018500 2000-LOAD-RATE.
018600     MOVE SPACES TO FXLD-REJECT-REASON.
018700     IF RTD-REC-TYPE NOT = 'D'
018800         MOVE "UNRECOGNIZED RECORD TYPE" TO FXLD-REJECT-REASON
018900     ELSE
019000         IF RTD-CCY = SPACES
019100             MOVE "CURRENCY CODE MISSING" TO FXLD-REJECT-REASON
019200         ELSE
019300             IF RTD-RATE NOT NUMERIC OR RTD-RATE = 0
019400                 MOVE "RATE MISSING OR ZERO"
019500                     TO FXLD-REJECT-REASON
019600             ELSE
019700                 IF RTD-CCY = FXLD-RPT-CCY AND RTD-RATE NOT = 1
019800                     MOVE "REPORTING CURRENCY RATE NOT 1"
019900                         TO FXLD-REJECT-REASON
020000                 END-IF
020100             END-IF
020200         END-IF
020300     END-IF.
020400     IF FXLD-REJECT-REASON NOT = SPACES
020500         DISPLAY "FXLOAD - REJECTED RECORD " FXLD-READ-COUNT
020600             " (" FXLD-REJECT-REASON "): " RTD-RECORD
020700         ADD 1 TO FXLD-REJECT-COUNT
020800     ELSE
020900         MOVE RTD-CCY TO FXM-CCY
021000         MOVE FXLD-RATE-DATE TO FXM-RATE-DATE
021100         MOVE RTD-RATE TO FXM-RATE
021200         PERFORM 3000-STORE-RATE THRU 3000-EXIT
021300     END-IF.
021400     PERFORM 7500-READ-RATE THRU 7500-EXIT.
021500 2000-EXIT.
021600     EXIT.
021700*
021800 3000-STORE-RATE.
021900*    FXM-KEY AND FXM-RATE ARE SET BY THE CALLER.  A RATE
022000*    ALREADY LOADED FOR THE SAME CURRENCY AND DATE (A RESENT
022100*    OR CORRECTED FILE) IS REPLACED.
022200     MOVE FXLD-RPT-CCY TO FXM-RPT-CCY.
022300     MOVE FXLD-LOAD-DATE TO FXM-LOAD-DATE.
022400     WRITE FXM-RECORD
022500         INVALID KEY
022600             REWRITE FXM-RECORD
022700                 INVALID KEY
022800                     DISPLAY "FXLOAD - UNABLE TO LOAD RATE FOR "
022900                         FXM-CCY " ON " FXM-RATE-DATE
023000                         ", STATUS = " FXLD-FXM-STATUS
023100                     MOVE 'Y' TO FXLD-ERROR-SW
023200                 NOT INVALID KEY
023300                     ADD 1 TO FXLD-REPLACED-COUNT
023400             END-REWRITE
023500         NOT INVALID KEY
023600             ADD 1 TO FXLD-LOADED-COUNT
023700     END-WRITE.
023800 3000-EXIT.
023900     EXIT.
024000*
024100 3100-REFRESH-CONTROL.
024200     MOVE SPACES TO FXM-CCY.
024300     MOVE ZEROS TO FXM-RATE-DATE.
024400     MOVE ZEROS TO FXM-RATE.
024500     MOVE FXLD-RPT-CCY TO FXM-RPT-CCY.
024600     MOVE FXLD-LOAD-DATE TO FXM-LOAD-DATE.
024700     REWRITE FXM-RECORD
024800         INVALID KEY
024900             WRITE FXM-RECORD
025000                 INVALID KEY
025100                     DISPLAY "FXLOAD - UNABLE TO SAVE THE "
025200                         "CONTROL RECORD, STATUS = "
025300                         FXLD-FXM-STATUS
025400                     MOVE 'Y' TO FXLD-ERROR-SW
025500             END-WRITE
025600     END-REWRITE.
025700 3100-EXIT.
025800     EXIT.
025900*
026000 7500-READ-RATE.
026100     READ RATEFILE
026200         AT END
026300             MOVE 'Y' TO FXLD-EOF-SW
026400         NOT AT END
026500             ADD 1 TO FXLD-READ-COUNT
026600     END-READ.
026700 7500-EXIT.
026800     EXIT.
026900*
027000 8000-FINALIZE.
027100     DISPLAY "FXLOAD - RATE RECORDS READ    = "
027200         FXLD-READ-COUNT.
027300     DISPLAY "FXLOAD - RATES ADDED          = "
027400         FXLD-LOADED-COUNT.
027500     DISPLAY "FXLOAD - RATES REPLACED       = "
027600         FXLD-REPLACED-COUNT.
027700     DISPLAY "FXLOAD - DETAILS REJECTED     = "
027800         FXLD-REJECT-COUNT.
027900     IF FXLD-REJECT-COUNT > 0
028000         DISPLAY "FXLD03W RATE DETAILS REJECTED = "
028100             FXLD-REJECT-COUNT UPON CONSOLE
028200         MOVE 4 TO FXLD-RETURN-CODE
028300     END-IF.
028400     IF FXLD-ERROR
028500         DISPLAY "FXLOAD - RUN ENDED ON A LOAD ERROR"
028600         DISPLAY "FXLD04E FX RATE MASTER LOAD ERROR"
028700             UPON CONSOLE
028800         MOVE 8 TO FXLD-RETURN-CODE
028900     END-IF.
029000     CLOSE RATEFILE.
029100     CLOSE FXRATES.
029200 8000-EXIT.
029300     EXIT.
029400*
029500 9999-EXIT.
029600     MOVE FXLD-RETURN-CODE TO RETURN-CODE.
029700     STOP RUN.
