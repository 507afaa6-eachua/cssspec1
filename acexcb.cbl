001600*              SELECT COLUMN - THE REVIEWER'S USER ID AND THE   *
001700*              DATE ARE STAMPED ON THE RECORD.  PF8 PAGES       *
001800*              FORWARD, PF7 RESTARTS FROM THE TOP, PF3 EXITS.   *
001810*              PF11 SWITCHES THE LINES BETWEEN THE REASON /     *
001820*              AMOUNT VIEW AND THE ACCOUNT NAME / OWNER VIEW    *
001830*              (FROM THE ACCOUNT REFERENCE MASTER, ACCTMST).    *
001900*              THE CONTROL RECORD (KEY 0000000) IS NEVER        *
002000*              SHOWN.                                           *
002100*                                                                *
002560*                    THROUGH ONE FIELD MOVED TO THE MAP AT    *
002570*                    SEND TIME, SO A BUILD DIAGNOSTIC (EMPTY  *
002580*                    MASTER) IS NO LONGER OVERWRITTEN.        *
002590*   2026-10-15  DLH  PF11 NAME / OWNER VIEW OF THE PAGE, READ *
002591*                    FROM ACCTMST; THE VIEW RIDES THE         *
002592*                    COMMAREA (NOW 85 BYTES) AND THE COLUMN   *
002593*                    HEADING IS SET HERE TO MATCH IT.         *
002600******************************************************************
002700 PROGRAM-ID. ACEXCB.
002800 ENVIRONMENT DIVISION.
003800* EXCEPTION MASTER RECORD - SEE COPYBOOKS/EXCPMREC.CPY
003900*-----------------------------------------------------------------
004000 COPY EXCPMREC.
004010*-----------------------------------------------------------------
004020* ACCOUNT REFERENCE MASTER RECORD - SEE COPYBOOKS/ACCTMREC.CPY
004030*-----------------------------------------------------------------
004040 COPY ACCTMREC.
004100*-----------------------------------------------------------------
004200* WORK FIELDS
004300*-----------------------------------------------------------------
005920     05  AEXC-LT-REASON              PIC X(34).
005930     05  FILLER                      PIC X(01) VALUE SPACES.
005940     05  AEXC-LT-A                   PIC X(13).
005941*    THE SAME LINE IN THE NAME / OWNER VIEW.
005942 01  AEXC-NAME-TEXT.
005943     05  AEXC-NT-SEQ                 PIC 9(07).
005944     05  FILLER                      PIC X(02) VALUE SPACES.
005945     05  AEXC-NT-FLAG                PIC X(01).
005946     05  FILLER                      PIC X(02) VALUE SPACES.
005947     05  AEXC-NT-ACCT                PIC X(10).
005948     05  FILLER                      PIC X(01) VALUE SPACES.
005949     05  AEXC-NT-NAME                PIC X(30).
005950     05  FILLER                      PIC X(01) VALUE SPACES.
005951     05  AEXC-NT-OWNER               PIC X(20).
005952*    A VIEW OVER THE MASTER TEXT, FIELD FOR FIELD THE SAME AS
005955*    THE EXC-DETAIL-LINE ACCPT WRITES, SO THE ACCOUNT, AMOUNT
005960*    AND REASON CAN BE SLICED OUT FOR THE BROWSE LINE.
005965 01  AEXC-EXC-VIEW.
005984     05  FILLER                      PIC X(01).
005986     05  AEXC-EV-REASON              PIC X(34).
005988     05  FILLER                      PIC X(14).
005990*    COLUMN HEADINGS FOR THE TWO VIEWS.
005991 01  AEXC-HDG-REASON.
005992     05  FILLER                      PIC X(26)
005993             VALUE "S  SEQ      RV ACCOUNT    ".
005994     05  FILLER                      PIC X(35) VALUE "REASON".
005995     05  FILLER                      PIC X(13) VALUE "A AMOUNT".
005996 01  AEXC-HDG-NAMES.
005997     05  FILLER                      PIC X(26)
005998             VALUE "S  SEQ      RV ACCOUNT    ".
005999     05  FILLER                      PIC X(31)
006000             VALUE "ACCOUNT NAME".
006001     05  FILLER                      PIC X(17) VALUE "OWNER".
006050*-----------------------------------------------------------------
006100* COMMAREA - THE PAGE POSITION AND VIEW CARRIED BETWEEN PSEUDO-
006200* CONVERSATIONAL INVOCATIONS.
006300*-----------------------------------------------------------------
006400 01  AEXC-COMMAREA.
006500     05  CAB-TOP-KEY                 PIC 9(07).
006600     05  CAB-NEXT-KEY                PIC 9(07).
006700     05  CAB-PAGE-KEY                PIC 9(07) OCCURS 10 TIMES.
006710     05  CAB-VIEW                    PIC X(01).
006720         88  CAB-REASON-VIEW             VALUE 'R'.
006730         88  CAB-NAME-VIEW               VALUE 'N'.
006800 LINKAGE SECTION.
006900 01  DFHCOMMAREA                     PIC X(85).
007000*
007100 PROCEDURE DIVISION.
007200*
007300 0000-MAINLINE.
007400     IF EIBCALEN = 0
007500         MOVE 1 TO CAB-TOP-KEY
007510         MOVE 'R' TO CAB-VIEW
007550         MOVE SPACES TO AEXC-PAGE-MSG
007600         PERFORM 4000-BUILD-PAGE THRU 4000-EXIT
007800         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
010500         PERFORM 4000-BUILD-PAGE THRU 4000-EXIT
010800         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
010900     END-IF.
010910     IF EIBAID = DFHPF11
010920         IF CAB-NAME-VIEW
010930             MOVE 'R' TO CAB-VIEW
010940         ELSE
010950             MOVE 'N' TO CAB-VIEW
010960         END-IF
010970         MOVE SPACES TO AEXC-PAGE-MSG
010980         PERFORM 4000-BUILD-PAGE THRU 4000-EXIT
010990         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
010995     END-IF.
011000     PERFORM 3000-MARK-SELECTED THRU 3000-EXIT.
011100     IF AEXC-MARKED-COUNT > 0
011200         MOVE 'SELECTED ENTRIES MARKED AS REVIEWED'
022300     MOVE EXM-SEQ TO AEXC-LT-SEQ.
022400     MOVE EXM-REVIEW-FLAG TO AEXC-LT-FLAG.
022500     MOVE EXM-TEXT TO AEXC-EXC-VIEW.
022505     IF CAB-NAME-VIEW
022506         PERFORM 4150-BUILD-NAME-LINE THRU 4150-EXIT
022507     ELSE
022510         MOVE AEXC-EV-ACCT TO AEXC-LT-ACCT
022520         MOVE AEXC-EV-REASON TO AEXC-LT-REASON
022530         MOVE AEXC-EV-A TO AEXC-LT-A
022600         MOVE AEXC-LINE-TEXT TO LINO (AEXC-LINES-BUILT)
022610     END-IF.
022700     MOVE SPACE TO SELO (AEXC-LINES-BUILT).
022800     MOVE EXM-SEQ TO CAB-PAGE-KEY (AEXC-LINES-BUILT).
022900 4100-EXIT.
023000     EXIT.
023004*
023008 4150-BUILD-NAME-LINE.
023012     MOVE EXM-SEQ TO AEXC-NT-SEQ.
023016     MOVE EXM-REVIEW-FLAG TO AEXC-NT-FLAG.
023020     MOVE AEXC-EV-ACCT TO AEXC-NT-ACCT.
023024     MOVE AEXC-EV-ACCT TO ACM-ACCT-KEY.
023028     EXEC CICS READ FILE('ACCTMST')
023032         INTO(ACM-RECORD)
023036         RIDFLD(ACM-KEY)
023040         RESP(AEXC-RESP)
023044     END-EXEC.
023048     IF AEXC-RESP = DFHRESP(NORMAL)
023052         MOVE ACM-NAME TO AEXC-NT-NAME
023056         MOVE ACM-OWNER TO AEXC-NT-OWNER
023060     ELSE
023064         MOVE '*** NOT ON ACCOUNT MASTER ***' TO AEXC-NT-NAME
023068         MOVE SPACES TO AEXC-NT-OWNER
023072     END-IF.
023076     MOVE AEXC-NAME-TEXT TO LINO (AEXC-LINES-BUILT).
023080 4150-EXIT.
023084     EXIT.
023100*
023200 4200-PEEK-NEXT-KEY.
023300     EXEC CICS READNEXT FILE('EXCPMST')
024500*
024600 5000-SEND-AND-RETURN.
024650     MOVE AEXC-PAGE-MSG TO MSGO.
024660     IF CAB-NAME-VIEW
024670         MOVE AEXC-HDG-NAMES TO HDGO
024680     ELSE
024690         MOVE AEXC-HDG-REASON TO HDGO
024695     END-IF.
024700     EXEC CICS SEND MAP('EXCMAP') MAPSET('ACEXCS')
024800         FROM(EXCMAPO)
024900         ERASE
025000     END-EXEC.
025100     EXEC CICS RETURN TRANSID('AEXC')
025200         COMMAREA(AEXC-COMMAREA)
025300         LENGTH(85)
025400     END-EXEC.
025500 5000-EXIT.
025600     EXIT.
