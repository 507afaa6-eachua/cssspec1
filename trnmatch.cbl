002160*              INTO SUSPENSE FOR THE NEXT RUN.  EVERY RUN ENDS  *
002170*              WITH AN AGING REPORT OF THE ITEMS STILL IN       *
002180*              SUSPENSE SO LONG-OUTSTANDING ITEMS GET CHASED.   *
002181*              EVERY FEED ITEM IS FIRST SCREENED AGAINST THE    *
002182*              ACCOUNT REFERENCE MASTER - AN ITEM FOR AN        *
002183*              ACCOUNT THAT IS UNKNOWN, CLOSED OR NOT EFFECTIVE *
002184*              ON ITS BUSINESS DATE GOES TO THE REJECT REPORT   *
002185*              (REJFILE) AND TAKES NO PART IN THE MATCH.        *
002186*              WITH THE NETTING FLAG SET ON THE MTCHPARM CARD   *
002187*              EACH SIDE'S POSTINGS FOR ONE ACCOUNT AND         *
002188*              BUSINESS DATE ARE SUMMED INTO ONE NET AMOUNT AND *
002189*              THE NETS ARE MATCHED (BOTH FEEDS MUST THEN BE    *
002190*              SORTED ON ACCOUNT AND BUSINESS DATE).  THE ITEM  *
002191*              COUNT OF EACH SIDE RIDES THE MATCHED RECORD, AND *
002192*              EVERY NET BUILT FROM MORE THAN ONE POSTING IS    *
002193*              LISTED POSTING BY POSTING ON THE NETTING         *
002194*              BREAKDOWN (NETRFILE).  WITHOUT THE CARD EACH     *
002195*              POSTING IS MATCHED ONE-TO-ONE ON ACCOUNT.        *
002196*              EACH FEED ITEM CARRIES ITS CURRENCY CODE (SPACES *
002197*              FOR THE REPORTING CURRENCY).  THE MATCHED RECORD *
002198*              CARRIES BOTH SIDES' CURRENCIES AND THE BANK      *
002199*              SIDE'S BUSINESS DATE SO ACCPT CAN CONVERT EACH   *
002200*              SIDE AT ITS OWN DAY'S RATE; POSTINGS IN MORE     *
002201*              THAN ONE CURRENCY CANNOT BE NETTED.              *
002210*              SUSPENSE IS AGED IN BUSINESS DAYS FROM THE       *
002219*              REGION'S CALENDAR (CALFILE) - THE CHASE LIMIT IS *
002228*              A COUNT OF BUSINESS DAYS, AND THE AGING REPORT   *
002237*              SHOWS BOTH CALENDAR AND BUSINESS DAYS OUT.       *
002238*              A THIRD FEED, THE PAYMENT PROCESSOR SETTLEMENT   *
002239*              FILE (PROCFILE, THE P SIDE), IS MATCHED          *
002240*              ALONGSIDE THE OTHER TWO FOR ACCOUNTS FLAGGED     *
002241*              PROCESSOR-SETTLED ON THE ACCOUNT MASTER.  SUCH   *
002242*              AN ACCOUNT GOES TO TRANFILE ONLY WHEN ALL THREE  *
002243*              SIDES ARE IN HAND, FROM TONIGHT'S FEEDS OR FROM  *
002244*              SUSPENSE; WHILE ANY SIDE IS MISSING THE SIDES    *
002245*              PRESENT GO TO SUSPENSE AND THE ORPHAN REPORT.    *
002246*              OTHER ACCOUNTS ARE STILL MATCHED LEDGER TO BANK. *
002250*                                                                *
002300* MODIFICATION HISTORY.                                          *
002400*   DATE       INIT  DESCRIPTION                                 *
002500*   ---------  ----  -------------------------------------------*
002814*                    OUTPUT HERE TO START THE NIGHT FRESH -  *
002815*                    FOR THE RECBAL END-OF-JOB BALANCING     *
002816*                    STEP.                                   *
002817*   2026-10-15  DLH  FEED ITEMS ARE SCREENED AGAINST THE NEW   *
002818*                    ACCOUNT REFERENCE MASTER (ACCTMST) AS     *
002819*                    THEY ARE READ.  UNKNOWN, CLOSED AND NOT-  *
002820*                    EFFECTIVE ACCOUNTS GO TO THE REJECT       *
002821*                    REPORT (REJFILE) INSTEAD OF TRANFILE OR   *
002822*                    SUSPENSE; REJECTS END THE STEP RC 4 AND   *
002823*                    THEIR COUNT RIDES THE STEP CONTROL        *
002824*                    RECORD'S EXCEPTION FIELD.                 *
002825*   2026-10-15  DLH  NETTING MODE (MTCHPARM CARD): POSTINGS    *
002826*                    ARE NETTED PER ACCOUNT AND BUSINESS DATE  *
002827*                    BEFORE THE COMPARE, WITH PER-SIDE ITEM    *
002828*                    COUNTS ON TRANFILE, THE ORPHAN REPORT AND *
002829*                    SUSPENSE, AND A POSTING-LEVEL BREAKDOWN   *
002830*                    (NETRFILE).  A REPEAT ORPHAN FOR THE SAME *
002831*                    ACCOUNT AND SIDE NOW ADDS ITS AMOUNT TO   *
002832*                    THE SUSPENSE ITEM - IT USED TO OVERWRITE  *
002833*                    SUS-AMOUNT AND LOSE THE EARLIER AMOUNT.   *
002837*   2026-10-15  DLH  MULTI-CURRENCY: THE FEEDS CARRY A         *
002841*                    CURRENCY CODE, WHICH RIDES TRANFILE (WITH *
002845*                    THE BANK SIDE'S BUSINESS DATE), SUSPENSE  *
002849*                    AND THE ORPHAN, AGING AND REJECT REPORTS. *
002853*                    A NET MIXING CURRENCIES IS MARKED BAD, SO *
002857*                    ACCPT REJECTS IT.  ORPHFILE WIDENED TO    *
002861*                    100.                                      *
002862*   2026-10-15  DLH  SUSPENSE AGING COUNTS BUSINESS DAYS FROM  *
002863*                    THE REGION'S HOLIDAY CALENDAR (CALFILE,   *
002864*                    OPTIONAL - WEEKDAYS ONLY WITHOUT IT), SO  *
002865*                    A LONG WEEKEND NO LONGER TRIPS THE CHASE  *
002866*                    LIMIT.  SUSPRPT SHOWS CALENDAR AND        *
002867*                    BUSINESS DAYS OUT AND IS WIDENED TO 132.  *
002868*   2026-10-15  DLH  THREE-WAY MATCHING: THE PROCESSOR           *
002869*                    SETTLEMENT FEED (PROCFILE) IS READ,         *
002870*                    SCREENED AND MATCHED WITH THE LEDGER AND    *
002871*                    BANK FOR PROCESSOR-SETTLED ACCOUNTS.  THE P *
002872*                    AMOUNT, ITEM COUNT, CURRENCY AND DATE RIDE  *
002873*                    TRANFILE (96 BYTES) WITH A P HASH ON THE    *
002874*                    TRAILER; A MISSING SIDE GOES THROUGH        *
002875*                    SUSPENSE (SIDE P) AND THE ORPHAN, AGING AND *
002876*                    REJECT REPORTS.  NETRFILE IS WIDENED TO     *
002877*                    132.                                        *
002879*   2026-10-15  DLH  A REPEAT ORPHAN IN A CURRENCY DIFFERENT     *
002881*                    FROM ITS SUSPENSE ITEM NO LONGER WIPES THE  *
002883*                    WAITING AMOUNT - THE SUSPENSE ITEM IS KEPT  *
002885*                    AND THE NEW ORPHAN GOES TO THE REJECT       *
002887*                    REPORT (SUSP CCY MISMATCH) AND ITS SIDE'S   *
002889*                    REJECT COUNT. THE FEED REJECT WARNING IS    *
002891*                    NOW TRNM06W; TRNM05W IS THE CALENDAR        *
002893*                    WARNING ONLY.                               *
002895******************************************************************
002900 PROGRAM-ID. TRNMATCH.
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003700     SELECT BANKFILE ASSIGN TO BANKFILE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS MTCH-BNK-STATUS.
003925     SELECT PROCFILE ASSIGN TO PROCFILE
003950         ORGANIZATION IS SEQUENTIAL
003975         FILE STATUS IS MTCH-PRC-STATUS.
004000     SELECT TRANFILE ASSIGN TO TRANFILE
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS MTCH-TRN-STATUS.
004590     SELECT CTLFILE ASSIGN TO CTLFILE
004591         ORGANIZATION IS SEQUENTIAL
004592         FILE STATUS IS MTCH-CTL-STATUS.
004593     SELECT ACCTMST ASSIGN TO ACCTMST
004594         ORGANIZATION IS INDEXED
004595         ACCESS MODE IS RANDOM
004596         RECORD KEY IS ACM-KEY
004597         FILE STATUS IS MTCH-ACM-STATUS.
004598     SELECT REJFILE ASSIGN TO REJFILE
004599         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS MTCH-REJ-STATUS.
004601     SELECT MTCHPARM ASSIGN TO MTCHPARM
004602         ORGANIZATION IS SEQUENTIAL
004603         FILE STATUS IS MTCH-PRM-STATUS.
004604     SELECT NETRFILE ASSIGN TO NETRFILE
004605         ORGANIZATION IS SEQUENTIAL
004606         FILE STATUS IS MTCH-NRP-STATUS.
004617     SELECT CALFILE ASSIGN TO CALFILE
004628         ORGANIZATION IS SEQUENTIAL
004639         FILE STATUS IS MTCH-CAL-STATUS.
004653 DATA DIVISION.
004700 FILE SECTION.
004800 FD  LEDGFILE
004900     LABEL RECORDS ARE STANDARD
005300     05  LDG-BUS-DATE                PIC 9(08).
005400     05  LDG-SOURCE-SYS              PIC X(03).
005500     05  LDG-AMOUNT                  PIC S9(9)V9(2).
005550     05  LDG-CURRENCY                PIC X(03).
005600 FD  BANKFILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORDING MODE IS F.
006100     05  BNK-BUS-DATE                PIC 9(08).
006200     05  BNK-SOURCE-SYS              PIC X(03).
006300     05  BNK-AMOUNT                  PIC S9(9)V9(2).
006350     05  BNK-CURRENCY                PIC X(03).
006353 FD  PROCFILE
006356     LABEL RECORDS ARE STANDARD
006359     RECORDING MODE IS F.
006362*    THE PAYMENT PROCESSOR SETTLEMENT FEED, IN THE SAME LAYOUT
006365*    AS THE LEDGER AND BANK FEEDS.  IT CARRIES ONLY ACCOUNTS
006368*    FLAGGED PROCESSOR-SETTLED - ANY OTHER ACCOUNT IS REJECTED.
006371 01  PRC-RECORD.
006374     05  PRC-ACCT-KEY                PIC X(10).
006377     05  PRC-BUS-DATE                PIC 9(08).
006380     05  PRC-SOURCE-SYS              PIC X(03).
006383     05  PRC-AMOUNT                  PIC S9(9)V9(2).
006386     05  PRC-CURRENCY                PIC X(03).
006400 FD  TRANFILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006900 FD  ORPHFILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200 01  ORP-RECORD                      PIC X(100).
007210 FD  SUSPFILE
007220     LABEL RECORDS ARE STANDARD.
007230*    ONE RECORD PER UNMATCHED FEED ITEM STILL AWAITING ITS
007240*    PARTNER, KEYED ON ACCOUNT PLUS SIDE ('A' LEDGER, 'B'
007246*    BANK, 'P' PROCESSOR).  A REPEAT ORPHAN FOR THE SAME ACCOUNT
007252*    AND SIDE
007260*    ADDS ITS AMOUNT AND ITEM COUNT TO THE ITEM ALREADY THERE
007270*    AND KEEPS THE ORIGINAL FIRST-SEEN DATE, SO NOTHING IS
007280*    LOST AND THE AGING REPORT SHOWS HOW LONG THE ACCOUNT HAS
007282*    REALLY BEEN WAITING.  AMOUNTS IN TWO DIFFERENT CURRENCIES
007284*    CANNOT BE SUMMED, SO WHEN THE CURRENCY DIFFERS THE
007286*    SUSPENSE ITEM IS LEFT AS IT IS AND THE NEW ORPHAN GOES TO
007288*    THE REJECT REPORT INSTEAD - SEE 4850.
007290 01  SUS-RECORD.
007291     05  SUS-KEY.
007292         10  SUS-ACCT-KEY            PIC X(10).
007295     05  SUS-SOURCE-SYS              PIC X(03).
007296     05  SUS-AMOUNT                  PIC S9(9)V9(2).
007297     05  SUS-FIRST-DATE              PIC 9(08).
007298     05  SUS-ITEM-COUNT              PIC 9(05).
007299     05  SUS-CURRENCY                PIC X(03).
007300 FD  SUSPRPT
007301     LABEL RECORDS ARE STANDARD
007302     RECORDING MODE IS F.
007303 01  SRP-RECORD                      PIC X(132).
007304 FD  CTLFILE
007305     LABEL RECORDS ARE STANDARD
007306     RECORDING MODE IS F.
007307*    CTL-RECORD IS SHARED WITH THE OTHER STREAM STEPS AND
007308*    RECBAL - SEE COPYBOOKS/CTLREC.
007309 COPY CTLREC.
007310 FD  ACCTMST
007311     LABEL RECORDS ARE STANDARD.
007312*    ACM-RECORD IS SHARED WITH ACACTM, ACCPT, OPENUPD AND
007313*    ACEXCB - SEE COPYBOOKS/ACCTMREC.
007314 COPY ACCTMREC.
007315 FD  REJFILE
007316     LABEL RECORDS ARE STANDARD
007317     RECORDING MODE IS F.
007318 01  REJ-RECORD                      PIC X(80).
007319 FD  MTCHPARM
007320     LABEL RECORDS ARE STANDARD
007321     RECORDING MODE IS F.
007322*    OPTIONAL RUN CARD.  NET FLAG 'Y' SELECTS NETTING MODE;
007323*    NO CARD (OR ANY OTHER VALUE) KEEPS ONE-TO-ONE MATCHING.
007324 01  MTP-RECORD.
007325     05  MTP-NET-FLAG                PIC X(01).
007326     05  FILLER                      PIC X(79).
007327 FD  NETRFILE
007328     LABEL RECORDS ARE STANDARD
007329     RECORDING MODE IS F.
007338 01  NRP-RECORD                      PIC X(132).
007348 FD  CALFILE
007350     LABEL RECORDS ARE STANDARD
007352     RECORDING MODE IS F.
007354*    CAL-RECORD IS SHARED WITH ACCPT, OPENUPD AND EXCPAGE - SEE
007356*    COPYBOOKS/CALNDREC.
007358 COPY CALNDREC.
007364 WORKING-STORAGE SECTION.
007400*-----------------------------------------------------------------
007500* FILE STATUS SWITCHES
007600*-----------------------------------------------------------------
007700 77  MTCH-LDG-STATUS                 PIC X(02) VALUE SPACES.
007800 77  MTCH-BNK-STATUS                 PIC X(02) VALUE SPACES.
007850 77  MTCH-PRC-STATUS                 PIC X(02) VALUE SPACES.
007900 77  MTCH-TRN-STATUS                 PIC X(02) VALUE SPACES.
008000 77  MTCH-ORP-STATUS                 PIC X(02) VALUE SPACES.
008010 77  MTCH-SUS-STATUS                 PIC X(02) VALUE SPACES.
008020 77  MTCH-SRP-STATUS                 PIC X(02) VALUE SPACES.
008030 77  MTCH-CTL-STATUS                 PIC X(02) VALUE SPACES.
008040 77  MTCH-ACM-STATUS                 PIC X(02) VALUE SPACES.
008050 77  MTCH-REJ-STATUS                 PIC X(02) VALUE SPACES.
008066 77  MTCH-PRM-STATUS                 PIC X(02) VALUE SPACES.
008082 77  MTCH-NRP-STATUS                 PIC X(02) VALUE SPACES.
008091 77  MTCH-CAL-STATUS                 PIC X(02) VALUE SPACES.
008100*-----------------------------------------------------------------
008200* MATCH CONTROL KEYS AND COUNTERS.  AT END-OF-FILE A SIDE'S
008300* CONTROL KEY IS SET TO HIGH-VALUES SO THE OTHER SIDE DRAINS
008400* THROUGH THE ORPHAN LEG OF THE COMPARE.  IN NETTING MODE THE
008410* BUSINESS DATE JOINS THE ACCOUNT IN THE KEY; OTHERWISE THE
008420* DATE PART STAYS SPACES AND THE MATCH IS ON ACCOUNT ALONE.
008500*-----------------------------------------------------------------
008600 01  MTCH-LDG-KEY.
008610     05  MTCH-LDG-KEY-ACCT           PIC X(10) VALUE SPACES.
008620     05  MTCH-LDG-KEY-DATE           PIC X(08) VALUE SPACES.
008700 01  MTCH-BNK-KEY.
008710     05  MTCH-BNK-KEY-ACCT           PIC X(10) VALUE SPACES.
008720     05  MTCH-BNK-KEY-DATE           PIC X(08) VALUE SPACES.
008721 01  MTCH-PRC-KEY.
008722     05  MTCH-PRC-KEY-ACCT           PIC X(10) VALUE SPACES.
008723     05  MTCH-PRC-KEY-DATE           PIC X(08) VALUE SPACES.
008724*    THE LOWEST OF THE THREE GROUP KEYS - THE ACCOUNT THE
008725*    COMPARE IS DISPOSING OF THIS TIME ROUND.
008726 01  MTCH-LOW-KEY.
008727     05  MTCH-LOW-KEY-ACCT           PIC X(10) VALUE SPACES.
008728     05  MTCH-LOW-KEY-DATE           PIC X(08) VALUE SPACES.
008729*    EACH FEED MUST ARRIVE SORTED ASCENDING ON ITS MATCH KEY -
008730*    AN OUT-OF-SEQUENCE FEED WOULD SILENTLY MIS-ORPHAN EVERY
008731*    RECORD AFTER THE BREAK, SO THE RUN IS STOPPED INSTEAD.
008740 77  MTCH-LDG-PREV-KEY               PIC X(18) VALUE LOW-VALUES.
008750 77  MTCH-BNK-PREV-KEY               PIC X(18) VALUE LOW-VALUES.
008755 77  MTCH-PRC-PREV-KEY               PIC X(18) VALUE LOW-VALUES.
008760 77  MTCH-SEQ-ERROR-SW               PIC X(01) VALUE 'N'.
008770     88  MTCH-SEQ-ERROR                  VALUE 'Y'.
008771 77  MTCH-NET-SW                     PIC X(01) VALUE 'N'.
008772     88  MTCH-NETTING                    VALUE 'Y'.
008773*    THE GROUP OF POSTINGS EACH SIDE CURRENTLY OFFERS TO THE
008774*    COMPARE - ONE POSTING IN ONE-TO-ONE MODE, EVERY POSTING
008775*    FOR THE ACCOUNT AND BUSINESS DATE IN NETTING MODE.  THE
008776*    FEED RECORD AREA ALREADY HOLDS THE NEXT GROUP'S FIRST
008777*    POSTING, SO THE MATCH WORKS FROM THESE FIELDS ONLY.  A
008778*    NET THAT CANNOT BE FORMED (A NON-NUMERIC POSTING, OR A
008779*    SUM TOO LARGE FOR THE AMOUNT FIELD) IS MARKED BAD AND
008780*    GOES TO TRANFILE STARRED, SO ACCPT REJECTS IT AS AN
008781*    INVALID ENTRY.
008782 01  MTCH-LDG-GROUP.
008783     05  MTCH-LG-KEY                 PIC X(18).
008784     05  MTCH-LG-ACCT-KEY            PIC X(10).
008785     05  MTCH-LG-BUS-DATE            PIC 9(08).
008786     05  MTCH-LG-SOURCE-SYS          PIC X(03).
008787     05  MTCH-LG-AMOUNT              PIC S9(9)V9(2).
008788     05  MTCH-LG-ITEMS               PIC 9(05) COMP.
008789     05  MTCH-LG-BAD-SW              PIC X(01).
008790         88  MTCH-LG-BAD                 VALUE 'Y'.
008791     05  MTCH-LG-CCY                 PIC X(03).
008792 01  MTCH-BNK-GROUP.
008793     05  MTCH-BG-KEY                 PIC X(18).
008794     05  MTCH-BG-ACCT-KEY            PIC X(10).
008795     05  MTCH-BG-BUS-DATE            PIC 9(08).
008796     05  MTCH-BG-SOURCE-SYS          PIC X(03).
008797     05  MTCH-BG-AMOUNT              PIC S9(9)V9(2).
008798     05  MTCH-BG-ITEMS               PIC 9(05) COMP.
008799     05  MTCH-BG-BAD-SW              PIC X(01).
008800         88  MTCH-BG-BAD                 VALUE 'Y'.
008801     05  MTCH-BG-CCY                 PIC X(03).
008802 01  MTCH-PRC-GROUP.
008803     05  MTCH-PG-KEY                 PIC X(18).
008804     05  MTCH-PG-ACCT-KEY            PIC X(10).
008805     05  MTCH-PG-BUS-DATE            PIC 9(08).
008806     05  MTCH-PG-SOURCE-SYS          PIC X(03).
008807     05  MTCH-PG-AMOUNT              PIC S9(9)V9(2).
008808     05  MTCH-PG-ITEMS               PIC 9(05) COMP.
008809     05  MTCH-PG-BAD-SW              PIC X(01).
008810         88  MTCH-PG-BAD                 VALUE 'Y'.
008811     05  MTCH-PG-CCY                 PIC X(03).
008812*    THE INDIVIDUAL POSTINGS OF EACH SIDE'S GROUP, KEPT FOR
008813*    THE NETTING BREAKDOWN.  A GROUP LARGER THAN THE TABLE IS
008814*    STILL NETTED IN FULL - ONLY THE LISTING STOPS, WITH A
008815*    COUNT OF THE POSTINGS NOT SHOWN.
008816 77  MTCH-POSTING-MAX                PIC 9(05) COMP VALUE 100.
008817 01  MTCH-LDG-POSTINGS.
008818     05  MTCH-LP-ENTRY               OCCURS 100 TIMES.
008819         10  MTCH-LP-SOURCE-SYS      PIC X(03).
008820         10  MTCH-LP-AMOUNT          PIC S9(9)V9(2).
008821         10  MTCH-LP-VALID-SW        PIC X(01).
008822             88  MTCH-LP-VALID           VALUE 'Y'.
008823 01  MTCH-BNK-POSTINGS.
008824     05  MTCH-BP-ENTRY               OCCURS 100 TIMES.
008825         10  MTCH-BP-SOURCE-SYS      PIC X(03).
008826         10  MTCH-BP-AMOUNT          PIC S9(9)V9(2).
008827         10  MTCH-BP-VALID-SW        PIC X(01).
008828             88  MTCH-BP-VALID           VALUE 'Y'.
008829 01  MTCH-PRC-POSTINGS.
008830     05  MTCH-PP-ENTRY               OCCURS 100 TIMES.
008831         10  MTCH-PP-SOURCE-SYS      PIC X(03).
008832         10  MTCH-PP-AMOUNT          PIC S9(9)V9(2).
008833         10  MTCH-PP-VALID-SW        PIC X(01).
008834             88  MTCH-PP-VALID           VALUE 'Y'.
008835 77  MTCH-POST-SUB                   PIC 9(05) COMP VALUE 0.
008836 77  MTCH-POST-LIMIT                 PIC 9(05) COMP VALUE 0.
008837*    WHICH SIDES' POSTINGS THE BREAKDOWN LISTS FOR THE GROUP
008838*    JUST DISPOSED OF - SEE 5000-PRINT-BREAKDOWN.
008839 77  MTCH-BRK-LDG-SW                 PIC X(01) VALUE 'N'.
008840     88  MTCH-BRK-LDG                    VALUE 'Y'.
008841 77  MTCH-BRK-BNK-SW                 PIC X(01) VALUE 'N'.
008842     88  MTCH-BRK-BNK                    VALUE 'Y'.
008843 77  MTCH-BRK-A-ITEMS                PIC 9(05) COMP VALUE 0.
008844 77  MTCH-BRK-A-NET                  PIC S9(9)V9(2) VALUE 0.
008845 77  MTCH-BRK-B-ITEMS                PIC 9(05) COMP VALUE 0.
008846 77  MTCH-BRK-B-NET                  PIC S9(9)V9(2) VALUE 0.
008847 77  MTCH-BRK-PRC-SW                 PIC X(01) VALUE 'N'.
008848     88  MTCH-BRK-PRC                    VALUE 'Y'.
008849 77  MTCH-BRK-P-ITEMS                PIC 9(05) COMP VALUE 0.
008850 77  MTCH-BRK-P-NET                  PIC S9(9)V9(2) VALUE 0.
008851*    THREE-WAY MATCHING.  AN ACCOUNT FLAGGED PROCESSOR-SETTLED
008852*    ON THE ACCOUNT MASTER NEEDS ITS LEDGER, PROCESSOR AND BANK
008853*    SIDES BEFORE IT GOES TO TRANFILE.  THE -IN SWITCHES SAY
008854*    WHICH SIDES TONIGHT'S FEEDS OFFER FOR THE ACCOUNT; A SIDE
008855*    NOT OFFERED MUST BE FOUND IN SUSPENSE, AND IS KEPT IN ITS
008856*    HOLD AREA UNTIL EVERY MISSING SIDE HAS BEEN LOOKED FOR -
008857*    SEE 4400-ORPHAN-THREE-WAY.
008858 77  MTCH-THREE-WAY-SW               PIC X(01) VALUE 'N'.
008859     88  MTCH-THREE-WAY-ACCT             VALUE 'Y'.
008860 77  MTCH-LDG-IN-SW                  PIC X(01) VALUE 'N'.
008861     88  MTCH-LDG-IN                     VALUE 'Y'.
008862 77  MTCH-BNK-IN-SW                  PIC X(01) VALUE 'N'.
008863     88  MTCH-BNK-IN                     VALUE 'Y'.
008864 77  MTCH-PRC-IN-SW                  PIC X(01) VALUE 'N'.
008865     88  MTCH-PRC-IN                     VALUE 'Y'.
008866 77  MTCH-SUSP-ALL-SW                PIC X(01) VALUE 'N'.
008867     88  MTCH-SUSP-ALL-FOUND             VALUE 'Y'.
008868 77  MTCH-SUSP-LOOK-SIDE             PIC X(01) VALUE SPACE.
008869 01  MTCH-SUS-HOLD-A                 PIC X(49).
008870 01  MTCH-SUS-HOLD-B                 PIC X(49).
008871 01  MTCH-SUS-HOLD-P                 PIC X(49).
008872 77  MTCH-NET-GROUP-COUNT            PIC 9(07) COMP VALUE 0.
008873 77  MTCH-NET-POSTING-COUNT          PIC 9(07) COMP VALUE 0.
008874 77  MTCH-MATCHED-COUNT              PIC 9(07) COMP VALUE 0.
008900 77  MTCH-ORPHAN-A-COUNT             PIC 9(07) COMP VALUE 0.
009000 77  MTCH-ORPHAN-B-COUNT             PIC 9(07) COMP VALUE 0.
009050 77  MTCH-ORPHAN-P-COUNT             PIC 9(07) COMP VALUE 0.
009100 77  MTCH-LDG-READ-COUNT             PIC 9(07) COMP VALUE 0.
009200 77  MTCH-BNK-READ-COUNT             PIC 9(07) COMP VALUE 0.
009250 77  MTCH-PRC-READ-COUNT             PIC 9(07) COMP VALUE 0.
009300 77  MTCH-TRAN-WRITE-COUNT           PIC 9(07) COMP VALUE 0.
009310*    HASH TOTALS OF THE A, B AND P AMOUNTS WRITTEN TO TRANFILE,
009320*    CARRIED ON THE CONTROL TRAILER.  A NON-NUMERIC AMOUNT
009330*    CONTRIBUTES NOTHING - ACCPT APPLIES THE SAME RULE WHEN IT
009340*    RECOMPUTES THE HASH, SO THE TWO SIDES ALWAYS AGREE.
009350 77  MTCH-HASH-A                     PIC S9(11)V9(2) VALUE 0.
009360 77  MTCH-HASH-B                     PIC S9(11)V9(2) VALUE 0.
009361 77  MTCH-HASH-P                     PIC S9(11)V9(2) VALUE 0.
009362*    SUSPENSE COUNTERS.  AN ORPHAN WHOSE OPPOSITE SIDE IS
009363*    FOUND IN SUSPENSE BECOMES A MATCHED PAIR; THE REST ARE
009364*    ADDED TO SUSPENSE (OR REFRESH AN ITEM ALREADY THERE).
009365 77  MTCH-SUSP-MATCHED-COUNT         PIC 9(07) COMP VALUE 0.
009366 77  MTCH-SUSP-ADDED-COUNT           PIC 9(07) COMP VALUE 0.
009367 77  MTCH-SUSP-REFRESH-COUNT         PIC 9(07) COMP VALUE 0.
009368 77  MTCH-SUSP-OPEN-COUNT            PIC 9(07) COMP VALUE 0.
009369 77  MTCH-SUSP-CHASE-COUNT           PIC 9(07) COMP VALUE 0.
009370 77  MTCH-SUSP-EOF-SW                PIC X(01) VALUE 'N'.
009371     88  MTCH-SUSP-EOF                   VALUE 'Y'.
009372*    ITEMS IN SUSPENSE LONGER THAN THE CHASE LIMIT (IN
009373*    BUSINESS DAYS) ARE FLAGGED ON THE AGING REPORT AND RAISED
009374*    ON THE CONSOLE.
009375 77  MTCH-CHASE-LIMIT-DAYS           PIC 9(03) VALUE 3.
009376 77  MTCH-AGE-DAYS                   PIC S9(08) COMP VALUE 0.
009377*    SERIAL DAY-COUNT CONVERSION WORK FIELDS - SEE
009378*    8700-DATE-TO-DAYS.
009379 77  MTCH-TODAY-DATE                 PIC 9(08) VALUE 0.
009380 77  MTCH-TODAY-DAYS                 PIC S9(08) COMP VALUE 0.
009381 01  MTCH-DTD-DATE                   PIC 9(08) VALUE 0.
009382 01  FILLER REDEFINES MTCH-DTD-DATE.
009383     05  MTCH-DTD-CCYY               PIC 9(04).
009391 77  MTCH-DTD-T2                     PIC S9(08) COMP VALUE 0.
009392 77  MTCH-DTD-T3                     PIC S9(08) COMP VALUE 0.
009393 77  MTCH-DTD-T4                     PIC S9(08) COMP VALUE 0.
009394*    BUSINESS-DAY CALENDAR - SEE 1150-LOAD-CALENDAR AND
009395*    8750-COUNT-BUSINESS-DAYS.  ONLY THE DATES THAT BREAK THE
009396*    MONDAY-TO-FRIDAY RULE ARE HELD, AS SERIAL DAYS: A WEEKDAY
009397*    HOLIDAY CARRIES AN ADJUSTMENT OF -1, A WORKING WEEKEND
009398*    DAY +1.
009399 77  MTCH-CAL-EOF-SW                 PIC X(01) VALUE 'N'.
009400     88  MTCH-CAL-EOF                    VALUE 'Y'.
009401 77  MTCH-CAL-REGION                 PIC X(04) VALUE "NONE".
009402 77  MTCH-CAL-THRU-DATE              PIC 9(08) VALUE 0.
009403 77  MTCH-CAL-LIMIT                  PIC 9(04) COMP VALUE 500.
009404 77  MTCH-CAL-COUNT                  PIC 9(04) COMP VALUE 0.
009405 77  MTCH-CAL-SUB                    PIC 9(04) COMP VALUE 0.
009406 77  MTCH-CAL-HIT                    PIC 9(04) COMP VALUE 0.
009407 77  MTCH-CAL-NEW-ADJ                PIC S9(04) COMP VALUE 0.
009408 01  MTCH-CAL-TABLE.
009409     05  MTCH-CAL-ENTRY              OCCURS 500 TIMES.
009410         10  MTCH-CAL-DAYS           PIC S9(08) COMP.
009411         10  MTCH-CAL-ADJ            PIC S9(04) COMP.
009412*    BUSINESS-DAY COUNT WORK FIELDS - SEE 8750.
009413 77  MTCH-BUS-FROM-DAYS              PIC S9(08) COMP VALUE 0.
009414 77  MTCH-BUS-TO-DAYS                PIC S9(08) COMP VALUE 0.
009415 77  MTCH-BUS-DAYS                   PIC S9(08) COMP VALUE 0.
009416 77  MTCH-BUS-SPAN                   PIC S9(08) COMP VALUE 0.
009417 77  MTCH-BUS-WEEKS                  PIC S9(08) COMP VALUE 0.
009418 77  MTCH-BUS-ODD                    PIC S9(08) COMP VALUE 0.
009419 77  MTCH-BUS-DAY                    PIC S9(08) COMP VALUE 0.
009420 77  MTCH-BUS-QUOT                   PIC S9(08) COMP VALUE 0.
009421 77  MTCH-BUS-DOW                    PIC S9(08) COMP VALUE 0.
009422 77  MTCH-WEEKEND-SW                 PIC X(01) VALUE 'N'.
009423     88  MTCH-WEEKEND                    VALUE 'Y'.
009424*    HOLD AREA FOR A REPEAT ORPHAN'S NEW VALUES WHILE THE
009425*    EXISTING SUSPENSE RECORD IS READ BACK FOR ITS FIRST-SEEN
009426*    DATE, AMOUNT AND ITEM COUNT - SEE 4800-REFRESH-SUSPENSE.
009427 01  MTCH-SUS-SAVE                   PIC X(49).
009428 77  MTCH-SUS-SAVE-FIRST             PIC 9(08) VALUE 0.
009429 77  MTCH-SUS-SAVE-AMOUNT            PIC S9(9)V9(2) VALUE 0.
009430 77  MTCH-SUS-SAVE-ITEMS             PIC 9(05) VALUE 0.
009431 77  MTCH-SUS-SAVE-CCY               PIC X(03) VALUE SPACES.
009432 77  MTCH-SUSP-CARRIED-COUNT         PIC 9(07) COMP VALUE 0.
009433*    ACCOUNT SCREENING.  A FEED ITEM WHOSE ACCOUNT IS NOT ON
009434*    THE REFERENCE MASTER, IS CLOSED, OR IS NOT EFFECTIVE ON
009435*    THE ITEM'S BUSINESS DATE IS REJECTED AS IT IS READ - SEE
009436*    7700-SCREEN-ACCOUNT.
009437 77  MTCH-SCREEN-ACCT                PIC X(10) VALUE SPACES.
009438 77  MTCH-SCREEN-DATE                PIC 9(08) VALUE 0.
009439 77  MTCH-REJECT-SW                  PIC X(01) VALUE 'N'.
009440     88  MTCH-ITEM-REJECTED              VALUE 'Y'.
009441 77  MTCH-REJECT-REASON              PIC X(19) VALUE SPACES.
009442 77  MTCH-REJECT-A-COUNT             PIC 9(07) COMP VALUE 0.
009443 77  MTCH-REJECT-B-COUNT             PIC 9(07) COMP VALUE 0.
009446 77  MTCH-REJECT-P-COUNT             PIC 9(07) COMP VALUE 0.
009447 77  MTCH-SUS-REJECT-SW              PIC X(01) VALUE 'N'.
009448     88  MTCH-SUS-REJECTED               VALUE 'Y'.
009449 77  MTCH-REJECT-COUNT               PIC 9(07) COMP VALUE 0.
009452*    RETURN CODE PASSED TO THE SCHEDULER AT 9999-EXIT:
009455*      00 CLEAN   04 ORPHANS OR REJECTS PRESENT   08 FEED
009458*      OUT OF SEQUENCE   12 FILE OPEN FAILURE
009463 77  MTCH-RETURN-CODE                PIC 9(02) COMP VALUE 0.
009479*-----------------------------------------------------------------
009500* RUN DATE AND TIME
013500     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
013600     05  FILLER                      PIC X(10) VALUE "BUS DATE".
013700     05  FILLER                      PIC X(05) VALUE "SRC".
013800     05  FILLER                      PIC X(14)
013810             VALUE "       AMOUNT".
013815     05  FILLER                      PIC X(05) VALUE "CCY".
013820     05  FILLER                      PIC X(05) VALUE "ITEMS".
013900 01  ORP-DETAIL-LINE.
014000     05  ORP-D-SIDE                  PIC X(14).
014100     05  ORP-D-ACCT                  PIC X(10).
014500     05  ORP-D-SRC                   PIC X(03).
014600     05  FILLER                      PIC X(02) VALUE SPACES.
014700     05  ORP-D-AMOUNT                PIC +Z(9).Z(2).
014702     05  FILLER                      PIC X(01) VALUE SPACES.
014703     05  ORP-D-CCY                   PIC X(03).
014705     05  FILLER                      PIC X(02) VALUE SPACES.
014707     05  ORP-D-ITEMS                 PIC ZZZZ9.
014710     05  FILLER                      PIC X(02) VALUE SPACES.
014720     05  ORP-D-DISP                  PIC X(12).
014800 01  ORP-TOTAL-LINE-1.
015960     05  FILLER                      PIC X(21)
015970             VALUE "CARRIED TO SUSPENSE .".
015980     05  ORP-T5-COUNT                PIC Z,ZZZ,ZZ9.
015982 01  ORP-TOTAL-LINE-6.
015984     05  FILLER                      PIC X(21)
015986             VALUE "UNMATCHED PROC (P). .".
015988     05  ORP-T6-COUNT                PIC Z,ZZZ,ZZ9.
015990*-----------------------------------------------------------------
015991* SUSPENSE AGING REPORT LINES
015992*-----------------------------------------------------------------
016001     05  FILLER                      PIC X(10) VALUE SPACES.
016002     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
016003     05  SRP-H2-TIME                 PIC X(08).
016004     05  FILLER                      PIC X(10) VALUE SPACES.
016005     05  FILLER                      PIC X(10) VALUE "CALENDAR: ".
016006     05  SRP-H2-REGION               PIC X(04).
016007 01  SRP-HEADING-3.
016008     05  FILLER                      PIC X(14) VALUE "SIDE".
016009     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
016010     05  FILLER                      PIC X(10) VALUE "BUS DATE".
016011     05  FILLER                      PIC X(05) VALUE "SRC".
016012     05  FILLER                      PIC X(17)
016013             VALUE "       AMOUNT".
016014     05  FILLER                      PIC X(10) VALUE "FIRST SEEN".
016015     05  FILLER                      PIC X(10) VALUE "  CAL DAYS".
016016     05  FILLER                      PIC X(10) VALUE "  BUS DAYS".
016017     05  FILLER                      PIC X(08) VALUE SPACES.
016018     05  FILLER                      PIC X(05) VALUE "ITEMS".
016019     05  FILLER                      PIC X(02) VALUE SPACES.
016020     05  FILLER                      PIC X(03) VALUE "CCY".
016021 01  SRP-DETAIL-LINE.
016022     05  SRP-D-SIDE                  PIC X(14).
016023     05  SRP-D-ACCT                  PIC X(10).
016024     05  FILLER                      PIC X(02) VALUE SPACES.
016025     05  SRP-D-BDATE                 PIC X(08).
016026     05  FILLER                      PIC X(02) VALUE SPACES.
016027     05  SRP-D-SRC                   PIC X(03).
016028     05  FILLER                      PIC X(02) VALUE SPACES.
016029     05  SRP-D-AMOUNT                PIC +Z(9).Z(2).
016030     05  FILLER                      PIC X(03) VALUE SPACES.
016031     05  SRP-D-FIRST                 PIC X(08).
016032     05  FILLER                      PIC X(05) VALUE SPACES.
016033     05  SRP-D-DAYS                  PIC ZZZZ9.
016034     05  FILLER                      PIC X(05) VALUE SPACES.
016035     05  SRP-D-BUS-DAYS              PIC ZZZZ9.
016036     05  FILLER                      PIC X(02) VALUE SPACES.
016037     05  SRP-D-CHASE                 PIC X(07).
016038     05  FILLER                      PIC X(02) VALUE SPACES.
016039     05  SRP-D-ITEMS                 PIC ZZZZ9.
016040     05  FILLER                      PIC X(02) VALUE SPACES.
016041     05  SRP-D-CCY                   PIC X(03).
016042 01  SRP-TOTAL-LINE-1.
016043     05  FILLER                      PIC X(21)
016044             VALUE "ITEMS IN SUSPENSE . .".
016045     05  SRP-T1-COUNT                PIC Z,ZZZ,ZZ9.
016046 01  SRP-TOTAL-LINE-2.
016047     05  FILLER                      PIC X(21)
016048             VALUE "ITEMS PAST CHASE DAYS".
016049     05  SRP-T2-COUNT                PIC Z,ZZZ,ZZ9.
016050*-----------------------------------------------------------------
016051* ACCOUNT REJECT REPORT LINES
016052*-----------------------------------------------------------------
016053 01  REJ-HEADING-1.
016054     05  FILLER                      PIC X(20) VALUE SPACES.
016055     05  FILLER                      PIC X(40)
016056             VALUE "FEED ITEMS REJECTED - ACCOUNT/SUSPENSE".
016057 01  REJ-HEADING-2.
016058     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
016059     05  REJ-H2-DATE                 PIC X(08).
016060     05  FILLER                      PIC X(10) VALUE SPACES.
016061     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
016062     05  REJ-H2-TIME                 PIC X(08).
016063 01  REJ-HEADING-3.
016064     05  FILLER                      PIC X(14) VALUE "SIDE".
016065     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
016066     05  FILLER                      PIC X(10) VALUE "BUS DATE".
016067     05  FILLER                      PIC X(05) VALUE "SRC".
016068     05  FILLER                      PIC X(16)
016069             VALUE "       AMOUNT".
016070     05  FILLER                      PIC X(19) VALUE "REASON".
016071     05  FILLER                      PIC X(03) VALUE "CCY".
016072 01  REJ-DETAIL-LINE.
016073     05  REJ-D-SIDE                  PIC X(14).
016074     05  REJ-D-ACCT                  PIC X(10).
016075     05  FILLER                      PIC X(02) VALUE SPACES.
016076     05  REJ-D-BDATE                 PIC X(08).
016077     05  FILLER                      PIC X(02) VALUE SPACES.
016078     05  REJ-D-SRC                   PIC X(03).
016079     05  FILLER                      PIC X(02) VALUE SPACES.
016080     05  REJ-D-AMOUNT                PIC +Z(9).Z(2).
016081     05  FILLER                      PIC X(02) VALUE SPACES.
016082     05  REJ-D-REASON                PIC X(19).
016083     05  FILLER                      PIC X(01) VALUE SPACES.
016084     05  REJ-D-CCY                   PIC X(03).
016085 01  REJ-TOTAL-LINE-1.
016086     05  FILLER                      PIC X(21)
016087             VALUE "REJECTED LEDGER (A) .".
016088     05  REJ-T1-COUNT                PIC Z,ZZZ,ZZ9.
016089 01  REJ-TOTAL-LINE-2.
016090     05  FILLER                      PIC X(21)
016091             VALUE "REJECTED BANK (B) . .".
016092     05  REJ-T2-COUNT                PIC Z,ZZZ,ZZ9.
016093 01  REJ-TOTAL-LINE-3.
016094     05  FILLER                      PIC X(21)
016095             VALUE "REJECTED PROC (P) . .".
016096     05  REJ-T3-COUNT                PIC Z,ZZZ,ZZ9.
016097*-----------------------------------------------------------------
016098* NETTING BREAKDOWN LINES - ONE GROUP LINE PER NET BUILT FROM
016099* MORE THAN ONE POSTING, FOLLOWED BY ITS POSTINGS.
016100*-----------------------------------------------------------------
016101 01  NRP-HEADING-1.
016102     05  FILLER                      PIC X(20) VALUE SPACES.
016103     05  FILLER                      PIC X(40)
016104             VALUE "NETTED POSTING BREAKDOWN".
016105 01  NRP-HEADING-2.
016106     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
016107     05  NRP-H2-DATE                 PIC X(08).
016108     05  FILLER                      PIC X(10) VALUE SPACES.
016109     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
016110     05  NRP-H2-TIME                 PIC X(08).
016111 01  NRP-HEADING-3.
016112     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
016113     05  FILLER                      PIC X(10) VALUE "BUS DATE".
016114     05  FILLER                      PIC X(08) VALUE "A ITEMS".
016115     05  FILLER                      PIC X(15)
016116             VALUE "        A NET".
016117     05  FILLER                      PIC X(08) VALUE "B ITEMS".
016118     05  FILLER                      PIC X(15)
016119             VALUE "        B NET".
016120     05  FILLER                      PIC X(08) VALUE "P ITEMS".
016121     05  FILLER                      PIC X(15)
016122             VALUE "        P NET".
016123     05  FILLER                      PIC X(15)
016124             VALUE "    B-A".
016125     05  FILLER                      PIC X(14)
016126             VALUE "DISPOSITION".
016127 01  NRP-GROUP-LINE.
016128     05  NRP-G-ACCT                  PIC X(10).
016129     05  FILLER                      PIC X(02) VALUE SPACES.
016130     05  NRP-G-BDATE                 PIC X(08).
016131     05  FILLER                      PIC X(02) VALUE SPACES.
016132     05  NRP-G-A-ITEMS               PIC ZZZZ9.
016133     05  FILLER                      PIC X(03) VALUE SPACES.
016134     05  NRP-G-A-NET                 PIC +Z(9).Z(2).
016135     05  FILLER                      PIC X(02) VALUE SPACES.
016136     05  NRP-G-B-ITEMS               PIC ZZZZ9.
016137     05  FILLER                      PIC X(03) VALUE SPACES.
016138     05  NRP-G-B-NET                 PIC +Z(9).Z(2).
016139     05  FILLER                      PIC X(02) VALUE SPACES.
016140     05  NRP-G-P-ITEMS               PIC ZZZZ9.
016141     05  FILLER                      PIC X(03) VALUE SPACES.
016142     05  NRP-G-P-NET                 PIC +Z(9).Z(2).
016143     05  FILLER                      PIC X(02) VALUE SPACES.
016144     05  NRP-G-DIFF                  PIC +Z(9).Z(2).
016145     05  FILLER                      PIC X(02) VALUE SPACES.
016146     05  NRP-G-DISP                  PIC X(14).
016147 01  NRP-POSTING-LINE.
016148     05  FILLER                      PIC X(12) VALUE SPACES.
016149     05  NRP-P-SIDE                  PIC X(12).
016150     05  NRP-P-SRC                   PIC X(03).
016151     05  FILLER                      PIC X(02) VALUE SPACES.
016152     05  NRP-P-AMOUNT                PIC +Z(9).Z(2).
016153     05  NRP-P-AMOUNT-X REDEFINES NRP-P-AMOUNT
016154                                     PIC X(13).
016155 01  NRP-MORE-LINE.
016156     05  FILLER                      PIC X(12) VALUE SPACES.
016157     05  NRP-M-SIDE                  PIC X(12).
016158     05  NRP-M-COUNT                 PIC ZZZZ9.
016159     05  FILLER                      PIC X(30)
016160             VALUE " FURTHER POSTINGS NOT LISTED".
016161 01  NRP-TOTAL-LINE-1.
016162     05  FILLER                      PIC X(21)
016163             VALUE "NETS LISTED . . . . .".
016164     05  NRP-T1-COUNT                PIC Z,ZZZ,ZZ9.
016165 01  NRP-TOTAL-LINE-2.
016166     05  FILLER                      PIC X(21)
016167             VALUE "POSTINGS IN NETS. . .".
016168     05  NRP-T2-COUNT                PIC Z,ZZZ,ZZ9.
016169 01  NRP-OFF-LINE.
016170     05  FILLER                      PIC X(40)
016171             VALUE "  (NETTING MODE NOT IN EFFECT)".
016172*
016181 PROCEDURE DIVISION.
016200*
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-MATCH-RECORDS THRU 2000-EXIT
016600             UNTIL (MTCH-LG-KEY = HIGH-VALUES
016636             AND MTCH-BG-KEY = HIGH-VALUES
016672             AND MTCH-PG-KEY = HIGH-VALUES)
016710             OR MTCH-SEQ-ERROR.
016800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
016900     GO TO 9999-EXIT.
018000         DISPLAY "TRNMATCH - UNABLE TO OPEN BANKFILE, STATUS = "
018100             MTCH-BNK-STATUS
018110         DISPLAY "TRNM01E UNABLE TO OPEN BANKFILE"
018111             UPON CONSOLE
018112         MOVE 12 TO MTCH-RETURN-CODE
018113         GO TO 9999-EXIT
018114     END-IF.
018115     OPEN INPUT PROCFILE.
018116     IF MTCH-PRC-STATUS NOT = "00"
018117         DISPLAY "TRNMATCH - UNABLE TO OPEN PROCFILE, STATUS = "
018118             MTCH-PRC-STATUS
018119         DISPLAY "TRNM01E UNABLE TO OPEN PROCFILE"
018120             UPON CONSOLE
018130         MOVE 12 TO MTCH-RETURN-CODE
018200         GO TO 9999-EXIT
019608         MOVE 12 TO MTCH-RETURN-CODE
019609         GO TO 9999-EXIT
019611     END-IF.
019613     OPEN INPUT ACCTMST.
019614     IF MTCH-ACM-STATUS NOT = "00"
019615         DISPLAY "TRNMATCH - UNABLE TO OPEN ACCTMST, STATUS = "
019616             MTCH-ACM-STATUS
019617         DISPLAY "TRNM01E UNABLE TO OPEN ACCTMST"
019618             UPON CONSOLE
019619         MOVE 12 TO MTCH-RETURN-CODE
019620         GO TO 9999-EXIT
019621     END-IF.
019622     OPEN OUTPUT REJFILE.
019623     IF MTCH-REJ-STATUS NOT = "00"
019624         DISPLAY "TRNMATCH - UNABLE TO OPEN REJFILE, STATUS = "
019625             MTCH-REJ-STATUS
019626         DISPLAY "TRNM01E UNABLE TO OPEN REJFILE"
019627             UPON CONSOLE
019628         MOVE 12 TO MTCH-RETURN-CODE
019629         GO TO 9999-EXIT
019630     END-IF.
019631     OPEN OUTPUT NETRFILE.
019632     IF MTCH-NRP-STATUS NOT = "00"
019633         DISPLAY "TRNMATCH - UNABLE TO OPEN NETRFILE, STATUS = "
019634             MTCH-NRP-STATUS
019635         DISPLAY "TRNM01E UNABLE TO OPEN NETRFILE"
019636             UPON CONSOLE
019637         MOVE 12 TO MTCH-RETURN-CODE
019638         GO TO 9999-EXIT
019639     END-IF.
019640     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
019670     ACCEPT MTCH-SYSTEM-DATE FROM DATE.
019700     ACCEPT MTCH-SYSTEM-TIME FROM TIME.
019800     MOVE MTCH-SYSTEM-DATE TO MTCH-RUN-DATE.
019900     MOVE MTCH-SYSTEM-TIME TO MTCH-RUN-TIME.
020540     MOVE MTCH-TODAY-DATE TO MTCH-DTD-DATE.
020550     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
020560     MOVE MTCH-DTD-DAYS TO MTCH-TODAY-DAYS.
020580     PERFORM 1150-LOAD-CALENDAR THRU 1150-EXIT.
020600     PERFORM 1300-WRITE-REPORT-HEADINGS THRU 1300-EXIT.
020700     PERFORM 7500-READ-LEDGER THRU 7500-EXIT.
020710     PERFORM 7300-GATHER-LEDGER THRU 7300-EXIT.
020800     PERFORM 7600-READ-BANK THRU 7600-EXIT.
020810     PERFORM 7400-GATHER-BANK THRU 7400-EXIT.
020840     PERFORM 7650-READ-PROCESSOR THRU 7650-EXIT.
020870     PERFORM 7460-GATHER-PROCESSOR THRU 7460-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100*
021104 1100-READ-PARAMETERS.
021108*    THE MTCHPARM CARD IS OPTIONAL - WITHOUT IT THE FEEDS ARE
021112*    MATCHED ONE POSTING TO ONE POSTING ON ACCOUNT, AS BEFORE.
021116     OPEN INPUT MTCHPARM.
021120     IF MTCH-PRM-STATUS = "00"
021124         READ MTCHPARM
021128         IF MTCH-PRM-STATUS = "00"
021132             IF MTP-NET-FLAG = 'Y'
021136                 MOVE 'Y' TO MTCH-NET-SW
021140             END-IF
021144         END-IF
021148         CLOSE MTCHPARM
021152     END-IF.
021156     IF MTCH-NETTING
021160         DISPLAY "TRNMATCH - NETTING MODE - POSTINGS NETTED BY "
021164             "ACCOUNT AND BUSINESS DATE"
021168     END-IF.
021172 1100-EXIT.
021176     EXIT.
021180*
021181 1150-LOAD-CALENDAR.
021182*    THE REGION'S BUSINESS-DAY CALENDAR IS OPTIONAL - WITHOUT IT
021183*    SUSPENSE IS AGED IN MONDAY-TO-FRIDAY DAYS WITH NO HOLIDAYS.
021184*    A CALENDAR NOT MAINTAINED THROUGH TODAY IS STILL USED, BUT
021185*    THE OPERATOR IS TOLD ITS ANNUAL UPDATE IS OVERDUE.
021186     OPEN INPUT CALFILE.
021187     IF MTCH-CAL-STATUS NOT = "00"
021188         DISPLAY "TRNMATCH - CALFILE NOT AVAILABLE, STATUS = "
021189             MTCH-CAL-STATUS " - WEEKDAYS ONLY, NO HOLIDAYS"
021190         GO TO 1150-EXIT
021191     END-IF.
021192     PERFORM 1160-READ-CALENDAR THRU 1160-EXIT
021193             UNTIL MTCH-CAL-EOF.
021194     CLOSE CALFILE.
021195     DISPLAY "TRNMATCH - CALENDAR " MTCH-CAL-REGION
021196         " THROUGH " MTCH-CAL-THRU-DATE " LOADED, "
021197         MTCH-CAL-COUNT " HOLIDAY/WORKING-DAY ENTRIES".
021198     IF MTCH-CAL-THRU-DATE < MTCH-TODAY-DATE
021199         DISPLAY "TRNM05W BUSINESS CALENDAR " MTCH-CAL-REGION
021200             " ENDS " MTCH-CAL-THRU-DATE " - ANNUAL UPDATE DUE"
021201             UPON CONSOLE
021202     END-IF.
021203 1150-EXIT.
021204     EXIT.
021205*
021206 1160-READ-CALENDAR.
021207     READ CALFILE
021208         AT END
021209             MOVE 'Y' TO MTCH-CAL-EOF-SW
021210         NOT AT END
021211             PERFORM 1170-POST-CAL-DATE THRU 1170-EXIT
021212     END-READ.
021213 1160-EXIT.
021214     EXIT.
021215*
021216 1170-POST-CAL-DATE.
021217     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = 0
021218         DISPLAY "TRNMATCH - CALENDAR RECORD WITH BAD DATE '"
021219             CAL-DATE "' IGNORED"
021220         GO TO 1170-EXIT
021221     END-IF.
021222     IF CAL-HEADER-REC
021223         MOVE CAL-REGION TO MTCH-CAL-REGION
021224         MOVE CAL-DATE TO MTCH-CAL-THRU-DATE
021225         GO TO 1170-EXIT
021226     END-IF.
021227     MOVE CAL-DATE TO MTCH-DTD-DATE.
021228     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
021229     MOVE MTCH-DTD-DAYS TO MTCH-BUS-DAY.
021230     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
021231     MOVE 0 TO MTCH-CAL-NEW-ADJ.
021232     IF CAL-HOLIDAY-REC AND NOT MTCH-WEEKEND
021233         MOVE -1 TO MTCH-CAL-NEW-ADJ
021234     END-IF.
021235     IF CAL-WORKDAY-REC AND MTCH-WEEKEND
021236         MOVE 1 TO MTCH-CAL-NEW-ADJ
021237     END-IF.
021238*    A WEEKEND HOLIDAY, A WEEKDAY WORKING DAY OR AN UNKNOWN
021239*    RECORD TYPE CHANGES NOTHING AND IS NOT HELD.
021240     IF MTCH-CAL-NEW-ADJ = 0
021241         GO TO 1170-EXIT
021242     END-IF.
021243     MOVE 0 TO MTCH-CAL-HIT.
021244     MOVE 0 TO MTCH-CAL-SUB.
021245     PERFORM 1180-FIND-CAL-DATE THRU 1180-EXIT
021246             UNTIL MTCH-CAL-SUB NOT < MTCH-CAL-COUNT
021247             OR MTCH-CAL-HIT > 0.
021248     IF MTCH-CAL-HIT > 0
021249         GO TO 1170-EXIT
021250     END-IF.
021251     IF MTCH-CAL-COUNT NOT < MTCH-CAL-LIMIT
021252         DISPLAY "TRNMATCH - CALENDAR TABLE FULL AT "
021253             MTCH-CAL-LIMIT " ENTRIES - " CAL-DATE " IGNORED"
021254         GO TO 1170-EXIT
021255     END-IF.
021256     ADD 1 TO MTCH-CAL-COUNT.
021257     MOVE MTCH-BUS-DAY TO MTCH-CAL-DAYS (MTCH-CAL-COUNT).
021258     MOVE MTCH-CAL-NEW-ADJ TO MTCH-CAL-ADJ (MTCH-CAL-COUNT).
021259 1170-EXIT.
021260     EXIT.
021261*
021262 1180-FIND-CAL-DATE.
021263     ADD 1 TO MTCH-CAL-SUB.
021264     IF MTCH-CAL-DAYS (MTCH-CAL-SUB) = MTCH-BUS-DAY
021265         MOVE MTCH-CAL-SUB TO MTCH-CAL-HIT
021266     END-IF.
021267 1180-EXIT.
021268     EXIT.
021269*
021284 1300-WRITE-REPORT-HEADINGS.
021300     MOVE MTCH-RUN-DATE-EDIT TO ORP-H2-DATE.
021400     MOVE MTCH-RUN-TIME-EDIT TO ORP-H2-TIME.
021500     WRITE ORP-RECORD FROM ORP-HEADING-1.
021600     WRITE ORP-RECORD FROM ORP-HEADING-2.
021700     WRITE ORP-RECORD FROM ORP-HEADING-3.
021710     MOVE MTCH-RUN-DATE-EDIT TO REJ-H2-DATE.
021720     MOVE MTCH-RUN-TIME-EDIT TO REJ-H2-TIME.
021730     WRITE REJ-RECORD FROM REJ-HEADING-1.
021740     WRITE REJ-RECORD FROM REJ-HEADING-2.
021750     WRITE REJ-RECORD FROM REJ-HEADING-3.
021755     MOVE MTCH-RUN-DATE-EDIT TO NRP-H2-DATE.
021760     MOVE MTCH-RUN-TIME-EDIT TO NRP-H2-TIME.
021765     WRITE NRP-RECORD FROM NRP-HEADING-1.
021770     WRITE NRP-RECORD FROM NRP-HEADING-2.
021775     WRITE NRP-RECORD FROM NRP-HEADING-3.
021780     IF NOT MTCH-NETTING
021785         WRITE NRP-RECORD FROM NRP-OFF-LINE
021790     END-IF.
021800 1300-EXIT.
021900     EXIT.
022000*
022100 2000-MATCH-RECORDS.
022101*    THE LOWEST KEY ON OFFER DECIDES THE ACCOUNT TO DISPOSE OF.
022102*    A PROCESSOR-SETTLED ACCOUNT IS MATCHED THREE WAYS; ANY
022103*    OTHER ACCOUNT NEVER HAS A PROCESSOR SIDE (THE SCREEN
022104*    REJECTS ONE) AND IS MATCHED LEDGER TO BANK.
022105     MOVE MTCH-LG-KEY TO MTCH-LOW-KEY.
022106     IF MTCH-BG-KEY < MTCH-LOW-KEY
022107         MOVE MTCH-BG-KEY TO MTCH-LOW-KEY
022108     END-IF.
022109     IF MTCH-PG-KEY < MTCH-LOW-KEY
022110         MOVE MTCH-PG-KEY TO MTCH-LOW-KEY
022111     END-IF.
022112     PERFORM 2100-CHECK-THREE-WAY THRU 2100-EXIT.
022113     IF MTCH-THREE-WAY-ACCT
022114         PERFORM 2200-MATCH-THREE-WAY THRU 2200-EXIT
022115         GO TO 2000-EXIT
022116     END-IF.
022117     IF MTCH-LG-KEY = MTCH-BG-KEY
022124         PERFORM 3000-WRITE-MATCHED-PAIR THRU 3000-EXIT
022136         PERFORM 7300-GATHER-LEDGER THRU 7300-EXIT
022148         PERFORM 7400-GATHER-BANK THRU 7400-EXIT
022160     ELSE
022172         IF MTCH-LG-KEY < MTCH-BG-KEY
022184             PERFORM 4000-ORPHAN-LEDGER THRU 4000-EXIT
022196             PERFORM 7300-GATHER-LEDGER THRU 7300-EXIT
022208         ELSE
022220             PERFORM 4100-ORPHAN-BANK THRU 4100-EXIT
022232             PERFORM 7400-GATHER-BANK THRU 7400-EXIT
022244         END-IF
022256     END-IF.
022268 2000-EXIT.
022280     EXIT.
022292*
022293 2100-CHECK-THREE-WAY.
022294     MOVE 'N' TO MTCH-THREE-WAY-SW.
022295     MOVE MTCH-LOW-KEY-ACCT TO ACM-ACCT-KEY.
022296     READ ACCTMST
022297         INVALID KEY
022298             MOVE 'N' TO MTCH-THREE-WAY-SW
022299         NOT INVALID KEY
022300             IF ACM-PROC-SETTLED
022301                 MOVE 'Y' TO MTCH-THREE-WAY-SW
022302             END-IF
022303     END-READ.
022304 2100-EXIT.
022305     EXIT.
022306*
022307 2200-MATCH-THREE-WAY.
022308     MOVE 'N' TO MTCH-LDG-IN-SW.
022309     MOVE 'N' TO MTCH-BNK-IN-SW.
022310     MOVE 'N' TO MTCH-PRC-IN-SW.
022311     IF MTCH-LG-KEY = MTCH-LOW-KEY
022312         MOVE 'Y' TO MTCH-LDG-IN-SW
022313     END-IF.
022314     IF MTCH-BG-KEY = MTCH-LOW-KEY
022315         MOVE 'Y' TO MTCH-BNK-IN-SW
022316     END-IF.
022317     IF MTCH-PG-KEY = MTCH-LOW-KEY
022318         MOVE 'Y' TO MTCH-PRC-IN-SW
022319     END-IF.
022320     IF MTCH-LDG-IN AND MTCH-BNK-IN AND MTCH-PRC-IN
022321         PERFORM 3000-WRITE-MATCHED-PAIR THRU 3000-EXIT
022322     ELSE
022323         PERFORM 4400-ORPHAN-THREE-WAY THRU 4400-EXIT
022324     END-IF.
022325     IF MTCH-LDG-IN
022326         PERFORM 7300-GATHER-LEDGER THRU 7300-EXIT
022327     END-IF.
022328     IF MTCH-BNK-IN
022329         PERFORM 7400-GATHER-BANK THRU 7400-EXIT
022330     END-IF.
022331     IF MTCH-PRC-IN
022332         PERFORM 7460-GATHER-PROCESSOR THRU 7460-EXIT
022333     END-IF.
022334 2200-EXIT.
022335     EXIT.
022336*
022337 3000-WRITE-MATCHED-PAIR.
022338     MOVE 'D' TO TRAN-REC-TYPE.
022339     MOVE MTCH-LG-ACCT-KEY TO TRAN-ACCT-KEY.
022340     MOVE MTCH-LG-BUS-DATE TO TRAN-BUS-DATE.
022352     MOVE MTCH-LG-SOURCE-SYS TO TRAN-SOURCE-SYS.
022364     PERFORM 3100-MOVE-LEDGER-AMOUNT THRU 3100-EXIT.
022376     PERFORM 3200-MOVE-BANK-AMOUNT THRU 3200-EXIT.
022388     MOVE MTCH-LG-ITEMS TO TRAN-A-ITEMS.
022400     MOVE MTCH-BG-ITEMS TO TRAN-B-ITEMS.
022403     MOVE MTCH-LG-CCY TO TRAN-A-CCY.
022406     MOVE MTCH-BG-CCY TO TRAN-B-CCY.
022409     MOVE MTCH-BG-BUS-DATE TO TRAN-B-BUS-DATE.
022410     IF MTCH-THREE-WAY-ACCT
022411         PERFORM 3300-MOVE-PROCESSOR-AMOUNT THRU 3300-EXIT
022412         MOVE MTCH-PG-ITEMS TO TRAN-P-ITEMS
022413         MOVE MTCH-PG-CCY TO TRAN-P-CCY
022414         MOVE MTCH-PG-BUS-DATE TO TRAN-P-BUS-DATE
022415         MOVE 'Y' TO TRAN-THREE-WAY-SW
022416     ELSE
022417         PERFORM 3050-CLEAR-PROCESSOR THRU 3050-EXIT
022418     END-IF.
022419     WRITE TRAN-RECORD.
022424     ADD 1 TO MTCH-MATCHED-COUNT.
022436     ADD 1 TO MTCH-TRAN-WRITE-COUNT.
022448     MOVE MTCH-LG-ITEMS TO MTCH-BRK-A-ITEMS.
022460     MOVE MTCH-LG-AMOUNT TO MTCH-BRK-A-NET.
022472     MOVE MTCH-BG-ITEMS TO MTCH-BRK-B-ITEMS.
022484     MOVE MTCH-BG-AMOUNT TO MTCH-BRK-B-NET.
022496     MOVE "MATCHED" TO NRP-G-DISP.
022508     MOVE 'Y' TO MTCH-BRK-LDG-SW.
022520     MOVE 'Y' TO MTCH-BRK-BNK-SW.
022522     IF MTCH-THREE-WAY-ACCT
022524         MOVE MTCH-PG-ITEMS TO MTCH-BRK-P-ITEMS
022526         MOVE MTCH-PG-AMOUNT TO MTCH-BRK-P-NET
022528         MOVE 'Y' TO MTCH-BRK-PRC-SW
022530     END-IF.
022532     PERFORM 5000-PRINT-BREAKDOWN THRU 5000-EXIT.
022544 3000-EXIT.
022545     EXIT.
022546*
022547 3050-CLEAR-PROCESSOR.
022548*    A LEDGER-TO-BANK MATCH HAS NO PROCESSOR SIDE - THE P FIELDS
022549*    GO OUT ZERO AND SPACES AND THE THREE-WAY FLAG OFF.
022550     MOVE 0 TO TRAN-P.
022551     MOVE 0 TO TRAN-P-ITEMS.
022552     MOVE SPACES TO TRAN-P-CCY.
022553     MOVE 0 TO TRAN-P-BUS-DATE.
022554     MOVE 'N' TO TRAN-THREE-WAY-SW.
022555     MOVE 0 TO MTCH-BRK-P-ITEMS.
022556     MOVE 0 TO MTCH-BRK-P-NET.
022557     MOVE 'N' TO MTCH-BRK-PRC-SW.
022558 3050-EXIT.
022559     EXIT.
022568*
022580 3100-MOVE-LEDGER-AMOUNT.
022592*    A BAD NET IS STARRED SO ACCPT REJECTS THE ENTRY AS INVALID,
022604*    AS IT ALWAYS HAS A NON-NUMERIC FEED AMOUNT.  ONLY GOOD NETS
022616*    COUNT TOWARD THE TRAILER HASH TOTAL.
022628     IF MTCH-LG-BAD
022640         MOVE ALL '*' TO TRAN-A-X
022652     ELSE
022664         MOVE MTCH-LG-AMOUNT TO TRAN-A
022676         ADD MTCH-LG-AMOUNT TO MTCH-HASH-A
022688     END-IF.
022700 3100-EXIT.
022712     EXIT.
022724*
022736 3200-MOVE-BANK-AMOUNT.
022748     IF MTCH-BG-BAD
022760         MOVE ALL '*' TO TRAN-B-X
022772     ELSE
022784         MOVE MTCH-BG-AMOUNT TO TRAN-B
022796         ADD MTCH-BG-AMOUNT TO MTCH-HASH-B
022808     END-IF.
022820 3200-EXIT.
022821     EXIT.
022822*
022823 3300-MOVE-PROCESSOR-AMOUNT.
022824     IF MTCH-PG-BAD
022825         MOVE ALL '*' TO TRAN-P-X
022826     ELSE
022827         MOVE MTCH-PG-AMOUNT TO TRAN-P
022828         ADD MTCH-PG-AMOUNT TO MTCH-HASH-P
022829     END-IF.
022830 3300-EXIT.
022832     EXIT.
022844*
022856 4000-ORPHAN-LEDGER.
022868*    BEFORE THE LEDGER ITEM IS DECLARED AN ORPHAN, THE BANK
022880*    SIDE OF THE SAME ACCOUNT MAY ALREADY BE WAITING IN
022892*    SUSPENSE FROM AN EARLIER RUN.
022904     MOVE MTCH-LG-ACCT-KEY TO SUS-ACCT-KEY.
022916     MOVE 'B' TO SUS-SIDE.
022928     READ SUSPFILE
022940         INVALID KEY
022952             PERFORM 4500-SUSPEND-LEDGER THRU 4500-EXIT
022964         NOT INVALID KEY
022976             PERFORM 4200-PAIR-LEDGER-SUSP THRU 4200-EXIT
022988     END-READ.
023000 4000-EXIT.
023012     EXIT.
023024*
023036 4100-ORPHAN-BANK.
023048     MOVE MTCH-BG-ACCT-KEY TO SUS-ACCT-KEY.
023060     MOVE 'A' TO SUS-SIDE.
023072     READ SUSPFILE
023084         INVALID KEY
023096             PERFORM 4600-SUSPEND-BANK THRU 4600-EXIT
023108         NOT INVALID KEY
023120             PERFORM 4300-PAIR-BANK-SUSP THRU 4300-EXIT
023132     END-READ.
023144 4100-EXIT.
023156     EXIT.
023168*
023180 4200-PAIR-LEDGER-SUSP.
023192*    THE MATCHED RECORD CARRIES THE LEDGER SIDE'S BUSINESS
023204*    DATE AND SOURCE-SYSTEM CODE, AS IN 3000-WRITE-MATCHED-
023216*    PAIR.  THE RETIRED SUSPENSE ITEM SUPPLIES THE B AMOUNT,
023228*    ITS ITEM COUNT, CURRENCY AND THE BANK SIDE'S DATE.
023240     MOVE 'D' TO TRAN-REC-TYPE.
023252     MOVE MTCH-LG-ACCT-KEY TO TRAN-ACCT-KEY.
023264     MOVE MTCH-LG-BUS-DATE TO TRAN-BUS-DATE.
023276     MOVE MTCH-LG-SOURCE-SYS TO TRAN-SOURCE-SYS.
023288     PERFORM 3100-MOVE-LEDGER-AMOUNT THRU 3100-EXIT.
023300     MOVE SUS-AMOUNT TO TRAN-B.
023312     PERFORM 4900-SUSPENSE-ITEMS THRU 4900-EXIT.
023324     MOVE MTCH-LG-ITEMS TO TRAN-A-ITEMS.
023336     MOVE MTCH-BRK-B-ITEMS TO TRAN-B-ITEMS.
023339     MOVE MTCH-LG-CCY TO TRAN-A-CCY.
023342     MOVE SUS-CURRENCY TO TRAN-B-CCY.
023345     MOVE SUS-BUS-DATE TO TRAN-B-BUS-DATE.
023346     PERFORM 3050-CLEAR-PROCESSOR THRU 3050-EXIT.
023348     WRITE TRAN-RECORD.
023360     ADD 1 TO MTCH-MATCHED-COUNT.
023372     ADD 1 TO MTCH-TRAN-WRITE-COUNT.
023384     ADD 1 TO MTCH-SUSP-MATCHED-COUNT.
023396     MOVE 0 TO MTCH-BRK-B-NET.
023408     IF SUS-AMOUNT IS NUMERIC
023420         ADD SUS-AMOUNT TO MTCH-HASH-B
023432         MOVE SUS-AMOUNT TO MTCH-BRK-B-NET
023444     END-IF.
023456     MOVE MTCH-LG-ITEMS TO MTCH-BRK-A-ITEMS.
023468     MOVE MTCH-LG-AMOUNT TO MTCH-BRK-A-NET.
023480     MOVE "FROM SUSPENSE" TO NRP-G-DISP.
023492     MOVE 'Y' TO MTCH-BRK-LDG-SW.
023504     MOVE 'N' TO MTCH-BRK-BNK-SW.
023516     PERFORM 5000-PRINT-BREAKDOWN THRU 5000-EXIT.
023528     DELETE SUSPFILE RECORD.
023540 4200-EXIT.
023552     EXIT.
023564*
023576 4300-PAIR-BANK-SUSP.
023588*    THE LEDGER SIDE IS THE ONE IN SUSPENSE, SO ITS BUSINESS
023600*    DATE AND SOURCE-SYSTEM CODE RIDE THE MATCHED RECORD.
023612     MOVE 'D' TO TRAN-REC-TYPE.
023624     MOVE MTCH-BG-ACCT-KEY TO TRAN-ACCT-KEY.
023636     MOVE SUS-BUS-DATE TO TRAN-BUS-DATE.
023648     MOVE SUS-SOURCE-SYS TO TRAN-SOURCE-SYS.
023660     MOVE SUS-AMOUNT TO TRAN-A.
023672     PERFORM 3200-MOVE-BANK-AMOUNT THRU 3200-EXIT.
023684     PERFORM 4900-SUSPENSE-ITEMS THRU 4900-EXIT.
023696     MOVE MTCH-BRK-B-ITEMS TO MTCH-BRK-A-ITEMS.
023708     MOVE MTCH-BRK-A-ITEMS TO TRAN-A-ITEMS.
023720     MOVE MTCH-BG-ITEMS TO TRAN-B-ITEMS.
023723     MOVE SUS-CURRENCY TO TRAN-A-CCY.
023726     MOVE MTCH-BG-CCY TO TRAN-B-CCY.
023729     MOVE MTCH-BG-BUS-DATE TO TRAN-B-BUS-DATE.
023730     PERFORM 3050-CLEAR-PROCESSOR THRU 3050-EXIT.
023732     WRITE TRAN-RECORD.
023744     ADD 1 TO MTCH-MATCHED-COUNT.
023756     ADD 1 TO MTCH-TRAN-WRITE-COUNT.
023768     ADD 1 TO MTCH-SUSP-MATCHED-COUNT.
023780     MOVE 0 TO MTCH-BRK-A-NET.
023792     IF SUS-AMOUNT IS NUMERIC
023804         ADD SUS-AMOUNT TO MTCH-HASH-A
023816         MOVE SUS-AMOUNT TO MTCH-BRK-A-NET
023828     END-IF.
023840     MOVE MTCH-BG-ITEMS TO MTCH-BRK-B-ITEMS.
023852     MOVE MTCH-BG-AMOUNT TO MTCH-BRK-B-NET.
023864     MOVE "FROM SUSPENSE" TO NRP-G-DISP.
023876     MOVE 'N' TO MTCH-BRK-LDG-SW.
023888     MOVE 'Y' TO MTCH-BRK-BNK-SW.
023900     PERFORM 5000-PRINT-BREAKDOWN THRU 5000-EXIT.
023912     DELETE SUSPFILE RECORD.
023924 4300-EXIT.
023925     EXIT.
023926*
023927 4400-ORPHAN-THREE-WAY.
023928*    AT LEAST ONE SIDE OF A PROCESSOR-SETTLED ACCOUNT IS MISSING
023929*    FROM TONIGHT'S FEEDS.  EACH MISSING SIDE IS LOOKED FOR IN
023930*    SUSPENSE; IF EVERY ONE IS THERE THE ACCOUNT IS MATCHED AND
023931*    THOSE SUSPENSE ITEMS RETIRED, OTHERWISE EACH SIDE PRESENT
023932*    IS SUSPENDED TO WAIT FOR THE REST.
023933     MOVE 'Y' TO MTCH-SUSP-ALL-SW.
023934     IF NOT MTCH-LDG-IN
023935         MOVE 'A' TO MTCH-SUSP-LOOK-SIDE
023936         PERFORM 4410-LOOK-IN-SUSPENSE THRU 4410-EXIT
023937         MOVE SUS-RECORD TO MTCH-SUS-HOLD-A
023938     END-IF.
023939     IF NOT MTCH-PRC-IN
023940         MOVE 'P' TO MTCH-SUSP-LOOK-SIDE
023941         PERFORM 4410-LOOK-IN-SUSPENSE THRU 4410-EXIT
023942         MOVE SUS-RECORD TO MTCH-SUS-HOLD-P
023943     END-IF.
023944     IF NOT MTCH-BNK-IN
023945         MOVE 'B' TO MTCH-SUSP-LOOK-SIDE
023946         PERFORM 4410-LOOK-IN-SUSPENSE THRU 4410-EXIT
023947         MOVE SUS-RECORD TO MTCH-SUS-HOLD-B
023948     END-IF.
023949     IF MTCH-SUSP-ALL-FOUND
023950         PERFORM 4450-PAIR-THREE-WAY-SUSP THRU 4450-EXIT
023951         GO TO 4400-EXIT
023952     END-IF.
023953     IF MTCH-LDG-IN
023954         PERFORM 4500-SUSPEND-LEDGER THRU 4500-EXIT
023955     END-IF.
023956     IF MTCH-PRC-IN
023957         PERFORM 4650-SUSPEND-PROCESSOR THRU 4650-EXIT
023958     END-IF.
023959     IF MTCH-BNK-IN
023960         PERFORM 4600-SUSPEND-BANK THRU 4600-EXIT
023961     END-IF.
023962 4400-EXIT.
023963     EXIT.
023964*
023965 4410-LOOK-IN-SUSPENSE.
023966     MOVE MTCH-LOW-KEY-ACCT TO SUS-ACCT-KEY.
023967     MOVE MTCH-SUSP-LOOK-SIDE TO SUS-SIDE.
023968     READ SUSPFILE
023969         INVALID KEY
023970             MOVE 'N' TO MTCH-SUSP-ALL-SW
023971     END-READ.
023972 4410-EXIT.
023973     EXIT.
023974*
023975 4450-PAIR-THREE-WAY-SUSP.
023976*    THE MATCHED RECORD IS BUILT SIDE BY SIDE FROM TONIGHT'S
023977*    GROUPS AND THE RETIRED SUSPENSE ITEMS.  THE BANK SIDE IS
023978*    TAKEN LAST BECAUSE 4900 LEAVES ITS COUNT IN
023979*    MTCH-BRK-B-ITEMS.
023980     MOVE 'D' TO TRAN-REC-TYPE.
023981     MOVE MTCH-LOW-KEY-ACCT TO TRAN-ACCT-KEY.
023982     PERFORM 4460-THREE-WAY-LEDGER THRU 4460-EXIT.
023983     PERFORM 4470-THREE-WAY-PROCESSOR THRU 4470-EXIT.
023984     PERFORM 4480-THREE-WAY-BANK THRU 4480-EXIT.
023985     MOVE 'Y' TO TRAN-THREE-WAY-SW.
023986     WRITE TRAN-RECORD.
023987     ADD 1 TO MTCH-MATCHED-COUNT.
023988     ADD 1 TO MTCH-TRAN-WRITE-COUNT.
023989     ADD 1 TO MTCH-SUSP-MATCHED-COUNT.
023990     MOVE "FROM SUSPENSE" TO NRP-G-DISP.
023991     MOVE MTCH-LDG-IN-SW TO MTCH-BRK-LDG-SW.
023992     MOVE MTCH-BNK-IN-SW TO MTCH-BRK-BNK-SW.
023993     MOVE MTCH-PRC-IN-SW TO MTCH-BRK-PRC-SW.
023994     PERFORM 5000-PRINT-BREAKDOWN THRU 5000-EXIT.
023995 4450-EXIT.
023996     EXIT.
023997*
023998 4460-THREE-WAY-LEDGER.
023999     IF MTCH-LDG-IN
024000         MOVE MTCH-LG-BUS-DATE TO TRAN-BUS-DATE
024001         MOVE MTCH-LG-SOURCE-SYS TO TRAN-SOURCE-SYS
024002         PERFORM 3100-MOVE-LEDGER-AMOUNT THRU 3100-EXIT
024003         MOVE MTCH-LG-ITEMS TO TRAN-A-ITEMS
024004         MOVE MTCH-LG-CCY TO TRAN-A-CCY
024005         MOVE MTCH-LG-ITEMS TO MTCH-BRK-A-ITEMS
024006         MOVE MTCH-LG-AMOUNT TO MTCH-BRK-A-NET
024007         GO TO 4460-EXIT
024008     END-IF.
024009     MOVE MTCH-SUS-HOLD-A TO SUS-RECORD.
024010     MOVE SUS-BUS-DATE TO TRAN-BUS-DATE.
024011     MOVE SUS-SOURCE-SYS TO TRAN-SOURCE-SYS.
024012     MOVE SUS-AMOUNT TO TRAN-A.
024013     PERFORM 4900-SUSPENSE-ITEMS THRU 4900-EXIT.
024014     MOVE MTCH-BRK-B-ITEMS TO MTCH-BRK-A-ITEMS.
024015     MOVE MTCH-BRK-A-ITEMS TO TRAN-A-ITEMS.
024016     MOVE SUS-CURRENCY TO TRAN-A-CCY.
024017     MOVE 0 TO MTCH-BRK-A-NET.
024018     IF SUS-AMOUNT IS NUMERIC
024019         ADD SUS-AMOUNT TO MTCH-HASH-A
024020         MOVE SUS-AMOUNT TO MTCH-BRK-A-NET
024021     END-IF.
024022     DELETE SUSPFILE RECORD.
024023 4460-EXIT.
024024     EXIT.
024025*
024026 4470-THREE-WAY-PROCESSOR.
024027     IF MTCH-PRC-IN
024028         PERFORM 3300-MOVE-PROCESSOR-AMOUNT THRU 3300-EXIT
024029         MOVE MTCH-PG-ITEMS TO TRAN-P-ITEMS
024030         MOVE MTCH-PG-CCY TO TRAN-P-CCY
024031         MOVE MTCH-PG-BUS-DATE TO TRAN-P-BUS-DATE
024032         MOVE MTCH-PG-ITEMS TO MTCH-BRK-P-ITEMS
024033         MOVE MTCH-PG-AMOUNT TO MTCH-BRK-P-NET
024034         GO TO 4470-EXIT
024035     END-IF.
024036     MOVE MTCH-SUS-HOLD-P TO SUS-RECORD.
024037     MOVE SUS-AMOUNT TO TRAN-P.
024038     PERFORM 4900-SUSPENSE-ITEMS THRU 4900-EXIT.
024039     MOVE MTCH-BRK-B-ITEMS TO MTCH-BRK-P-ITEMS.
024040     MOVE MTCH-BRK-P-ITEMS TO TRAN-P-ITEMS.
024041     MOVE SUS-CURRENCY TO TRAN-P-CCY.
024042     MOVE SUS-BUS-DATE TO TRAN-P-BUS-DATE.
024043     MOVE 0 TO MTCH-BRK-P-NET.
024044     IF SUS-AMOUNT IS NUMERIC
024045         ADD SUS-AMOUNT TO MTCH-HASH-P
024046         MOVE SUS-AMOUNT TO MTCH-BRK-P-NET
024047     END-IF.
024048     DELETE SUSPFILE RECORD.
024049 4470-EXIT.
024050     EXIT.
024051*
024052 4480-THREE-WAY-BANK.
024053     IF MTCH-BNK-IN
024054         PERFORM 3200-MOVE-BANK-AMOUNT THRU 3200-EXIT
024055         MOVE MTCH-BG-ITEMS TO TRAN-B-ITEMS
024056         MOVE MTCH-BG-CCY TO TRAN-B-CCY
024057         MOVE MTCH-BG-BUS-DATE TO TRAN-B-BUS-DATE
024058         MOVE MTCH-BG-ITEMS TO MTCH-BRK-B-ITEMS
024059         MOVE MTCH-BG-AMOUNT TO MTCH-BRK-B-NET
024060         GO TO 4480-EXIT
024061     END-IF.
024062     MOVE MTCH-SUS-HOLD-B TO SUS-RECORD.
024063     MOVE SUS-AMOUNT TO TRAN-B.
024064     PERFORM 4900-SUSPENSE-ITEMS THRU 4900-EXIT.
024065     MOVE MTCH-BRK-B-ITEMS TO TRAN-B-ITEMS.
024066     MOVE SUS-CURRENCY TO TRAN-B-CCY.
024067     MOVE SUS-BUS-DATE TO TRAN-B-BUS-DATE.
024068     MOVE 0 TO MTCH-BRK-B-NET.
024069     IF SUS-AMOUNT IS NUMERIC
024070         ADD SUS-AMOUNT TO MTCH-HASH-B
024071         MOVE SUS-AMOUNT TO MTCH-BRK-B-NET
024072     END-IF.
024073     DELETE SUSPFILE RECORD.
024074 4480-EXIT.
024075     EXIT.
024076*
024077 4500-SUSPEND-LEDGER.
024078     MOVE MTCH-LG-ACCT-KEY TO SUS-ACCT-KEY.
024079     MOVE 'A' TO SUS-SIDE.
024080     MOVE MTCH-LG-BUS-DATE TO SUS-BUS-DATE.
024081     MOVE MTCH-LG-SOURCE-SYS TO SUS-SOURCE-SYS.
024082     IF MTCH-LG-BAD
024083         MOVE ZEROS TO SUS-AMOUNT
024084     ELSE
024085         MOVE MTCH-LG-AMOUNT TO SUS-AMOUNT
024086     END-IF.
024087     MOVE MTCH-LG-ITEMS TO SUS-ITEM-COUNT.
024088     MOVE MTCH-LG-CCY TO SUS-CURRENCY.
024092     MOVE MTCH-TODAY-DATE TO SUS-FIRST-DATE.
024104     MOVE SUS-AMOUNT TO ORP-D-AMOUNT.
024116     PERFORM 4700-WRITE-SUSPENSE THRU 4700-EXIT.
024119     IF MTCH-SUS-REJECTED
024122         GO TO 4500-EXIT
024125     END-IF.
024128     MOVE "LEDGER (A)" TO ORP-D-SIDE.
024140     MOVE MTCH-LG-ACCT-KEY TO ORP-D-ACCT.
024152     MOVE MTCH-LG-BUS-DATE TO ORP-D-BDATE.
024164     MOVE MTCH-LG-SOURCE-SYS TO ORP-D-SRC.
024176     MOVE MTCH-LG-ITEMS TO ORP-D-ITEMS.
024182     MOVE MTCH-LG-CCY TO ORP-D-CCY.
024188     WRITE ORP-RECORD FROM ORP-DETAIL-LINE.
024200     ADD 1 TO MTCH-ORPHAN-A-COUNT.
024212     MOVE MTCH-LG-ITEMS TO MTCH-BRK-A-ITEMS.
024224     MOVE MTCH-LG-AMOUNT TO MTCH-BRK-A-NET.
024236     MOVE 0 TO MTCH-BRK-B-ITEMS.
024248     MOVE 0 TO MTCH-BRK-B-NET.
024252     MOVE 0 TO MTCH-BRK-P-ITEMS.
024256     MOVE 0 TO MTCH-BRK-P-NET.
024260     MOVE ORP-D-DISP TO NRP-G-DISP.
024272     MOVE 'Y' TO MTCH-BRK-LDG-SW.
024284     MOVE 'N' TO MTCH-BRK-BNK-SW.
024290     MOVE 'N' TO MTCH-BRK-PRC-SW.
024296     PERFORM 5000-PRINT-BREAKDOWN THRU 5000-EXIT.
024308 4500-EXIT.
024320     EXIT.
024332*
024344 4600-SUSPEND-BANK.
024356     MOVE MTCH-BG-ACCT-KEY TO SUS-ACCT-KEY.
024368     MOVE 'B' TO SUS-SIDE.
024380     MOVE MTCH-BG-BUS-DATE TO SUS-BUS-DATE.
024392     MOVE MTCH-BG-SOURCE-SYS TO SUS-SOURCE-SYS.
024404     IF MTCH-BG-BAD
024416         MOVE ZEROS TO SUS-AMOUNT
024428     ELSE
024440         MOVE MTCH-BG-AMOUNT TO SUS-AMOUNT
024452     END-IF.
024464     MOVE MTCH-BG-ITEMS TO SUS-ITEM-COUNT.
024470     MOVE MTCH-BG-CCY TO SUS-CURRENCY.
024476     MOVE MTCH-TODAY-DATE TO SUS-FIRST-DATE.
024488     MOVE SUS-AMOUNT TO ORP-D-AMOUNT.
024500     PERFORM 4700-WRITE-SUSPENSE THRU 4700-EXIT.
024503     IF MTCH-SUS-REJECTED
024506         GO TO 4600-EXIT
024509     END-IF.
024512     MOVE "BANK (B)" TO ORP-D-SIDE.
024524     MOVE MTCH-BG-ACCT-KEY TO ORP-D-ACCT.
024536     MOVE MTCH-BG-BUS-DATE TO ORP-D-BDATE.
024548     MOVE MTCH-BG-SOURCE-SYS TO ORP-D-SRC.
024560     MOVE MTCH-BG-ITEMS TO ORP-D-ITEMS.
024566     MOVE MTCH-BG-CCY TO ORP-D-CCY.
024572     WRITE ORP-RECORD FROM ORP-DETAIL-LINE.
024584     ADD 1 TO MTCH-ORPHAN-B-COUNT.
024596     MOVE 0 TO MTCH-BRK-A-ITEMS.
024608     MOVE 0 TO MTCH-BRK-A-NET.
024620     MOVE MTCH-BG-ITEMS TO MTCH-BRK-B-ITEMS.
024632     MOVE MTCH-BG-AMOUNT TO MTCH-BRK-B-NET.
024636     MOVE 0 TO MTCH-BRK-P-ITEMS.
024640     MOVE 0 TO MTCH-BRK-P-NET.
024644     MOVE ORP-D-DISP TO NRP-G-DISP.
024656     MOVE 'N' TO MTCH-BRK-LDG-SW.
024668     MOVE 'Y' TO MTCH-BRK-BNK-SW.
024674     MOVE 'N' TO MTCH-BRK-PRC-SW.
024680     PERFORM 5000-PRINT-BREAKDOWN THRU 5000-EXIT.
024692 4600-EXIT.
024693     EXIT.
024694*
024695 4650-SUSPEND-PROCESSOR.
024696     MOVE MTCH-PG-ACCT-KEY TO SUS-ACCT-KEY.
024697     MOVE 'P' TO SUS-SIDE.
024698     MOVE MTCH-PG-BUS-DATE TO SUS-BUS-DATE.
024699     MOVE MTCH-PG-SOURCE-SYS TO SUS-SOURCE-SYS.
024700     IF MTCH-PG-BAD
024701         MOVE ZEROS TO SUS-AMOUNT
024702     ELSE
024703         MOVE MTCH-PG-AMOUNT TO SUS-AMOUNT
024704     END-IF.
024705     MOVE MTCH-PG-ITEMS TO SUS-ITEM-COUNT.
024706     MOVE MTCH-PG-CCY TO SUS-CURRENCY.
024707     MOVE MTCH-TODAY-DATE TO SUS-FIRST-DATE.
024708     MOVE SUS-AMOUNT TO ORP-D-AMOUNT.
024709     PERFORM 4700-WRITE-SUSPENSE THRU 4700-EXIT.
024710     IF MTCH-SUS-REJECTED
024711         GO TO 4650-EXIT
024712     END-IF.
024713     MOVE "PROCESSOR (P)" TO ORP-D-SIDE.
024714     MOVE MTCH-PG-ACCT-KEY TO ORP-D-ACCT.
024715     MOVE MTCH-PG-BUS-DATE TO ORP-D-BDATE.
024716     MOVE MTCH-PG-SOURCE-SYS TO ORP-D-SRC.
024717     MOVE MTCH-PG-ITEMS TO ORP-D-ITEMS.
024718     MOVE MTCH-PG-CCY TO ORP-D-CCY.
024719     WRITE ORP-RECORD FROM ORP-DETAIL-LINE.
024720     ADD 1 TO MTCH-ORPHAN-P-COUNT.
024721     MOVE 0 TO MTCH-BRK-A-ITEMS.
024722     MOVE 0 TO MTCH-BRK-A-NET.
024723     MOVE 0 TO MTCH-BRK-B-ITEMS.
024724     MOVE 0 TO MTCH-BRK-B-NET.
024725     MOVE MTCH-PG-ITEMS TO MTCH-BRK-P-ITEMS.
024726     MOVE MTCH-PG-AMOUNT TO MTCH-BRK-P-NET.
024727     MOVE ORP-D-DISP TO NRP-G-DISP.
024728     MOVE 'N' TO MTCH-BRK-LDG-SW.
024729     MOVE 'N' TO MTCH-BRK-BNK-SW.
024730     MOVE 'Y' TO MTCH-BRK-PRC-SW.
024731     PERFORM 5000-PRINT-BREAKDOWN THRU 5000-EXIT.
024732 4650-EXIT.
024733     EXIT.
024734*
024735 4700-WRITE-SUSPENSE.
024736     MOVE 'N' TO MTCH-SUS-REJECT-SW.
024740     WRITE SUS-RECORD
024752         INVALID KEY
024764             PERFORM 4800-REFRESH-SUSPENSE THRU 4800-EXIT
024776         NOT INVALID KEY
024788             ADD 1 TO MTCH-SUSP-ADDED-COUNT
024800             MOVE "TO SUSPENSE " TO ORP-D-DISP
024812     END-WRITE.
024824 4700-EXIT.
024836     EXIT.
024848*
024860 4800-REFRESH-SUSPENSE.
024872*    THE ACCOUNT AND SIDE ARE ALREADY IN SUSPENSE - THE NEW
024884*    ORPHAN IS ADDED TO WHAT IS WAITING, SO NEITHER AMOUNT IS
024896*    LOST WHEN A PARTNER FINALLY ARRIVES.  THE AMOUNTS AND
024908*    ITEM COUNTS ARE SUMMED, THE LATEST BUSINESS DATE AND
024920*    SOURCE CODE ARE TAKEN, AND THE ORIGINAL FIRST-SEEN DATE
024932*    IS KEPT, SO THE AGING REPORT SHOWS HOW LONG THE ACCOUNT
024944*    HAS REALLY BEEN WAITING.  AMOUNTS IN TWO DIFFERENT
024947*    CURRENCIES CANNOT BE SUMMED, SO WHEN THE CURRENCY DIFFERS
024950*    THE SUSPENSE ITEM IS LEFT AS IT IS AND THE NEW ORPHAN GOES
024953*    TO THE REJECT REPORT INSTEAD - SEE 4850.
024956     MOVE SUS-RECORD TO MTCH-SUS-SAVE.
024962     MOVE SUS-CURRENCY TO MTCH-SUS-SAVE-CCY.
024968     READ SUSPFILE.
025112     IF MTCH-SUS-STATUS NOT = "00"
025256         DISPLAY "TRNMATCH - UNABLE TO REFRESH SUSPENSE FOR "
025268             SUS-ACCT-KEY ", STATUS = " MTCH-SUS-STATUS
025280         MOVE SPACES TO ORP-D-DISP
025286         GO TO 4800-EXIT
025292     END-IF.
025293     IF SUS-CURRENCY NOT = MTCH-SUS-SAVE-CCY
025294         PERFORM 4850-REJECT-CURRENCY THRU 4850-EXIT
025295         GO TO 4800-EXIT
025296     END-IF.
025297     MOVE SUS-FIRST-DATE TO MTCH-SUS-SAVE-FIRST.
025298     MOVE 0 TO MTCH-SUS-SAVE-AMOUNT.
025299     IF SUS-AMOUNT IS NUMERIC
025300         MOVE SUS-AMOUNT TO MTCH-SUS-SAVE-AMOUNT
025301     END-IF.
025302     PERFORM 4900-SUSPENSE-ITEMS THRU 4900-EXIT.
025303     MOVE MTCH-BRK-B-ITEMS TO MTCH-SUS-SAVE-ITEMS.
025304     MOVE MTCH-SUS-SAVE TO SUS-RECORD.
025305     MOVE MTCH-SUS-SAVE-FIRST TO SUS-FIRST-DATE.
025306     ADD MTCH-SUS-SAVE-AMOUNT TO SUS-AMOUNT
025307         ON SIZE ERROR
025308             DISPLAY "TRNMATCH - SUSPENSE OVERFLOW FOR "
025309                 SUS-ACCT-KEY ", EARLIER AMOUNT NOT CARRIED"
025310     END-ADD.
025311     ADD MTCH-SUS-SAVE-ITEMS TO SUS-ITEM-COUNT
025312         ON SIZE ERROR
025313             MOVE 99999 TO SUS-ITEM-COUNT
025314     END-ADD.
025315     REWRITE SUS-RECORD.
025316     ADD 1 TO MTCH-SUSP-REFRESH-COUNT.
025317     MOVE "IN SUSPENSE " TO ORP-D-DISP.
025318 4800-EXIT.
025319     EXIT.
025320*
025321 4850-REJECT-CURRENCY.
025322*    THE NEW ORPHAN IS IN A DIFFERENT CURRENCY FROM THE ITEM
025323*    ALREADY WAITING IN SUSPENSE.  THE SUSPENSE RECORD IS NOT
025324*    REWRITTEN; THE NEW ORPHAN IS LISTED ON THE REJECT REPORT
025325*    AND COUNTED WITH ITS SIDE'S REJECTS, SO IT REACHES RECBAL
025326*    IN THE STEP'S EXCEPTION COUNT.  THE SWITCH TELLS THE
025327*    CALLER TO LEAVE IT OFF THE ORPHAN REPORT AND ITS COUNTS.
025328     DISPLAY "TRNMATCH - SUSPENSE CURRENCY MISMATCH FOR "
025329         SUS-ACCT-KEY " SIDE " SUS-SIDE " - HELD " SUS-CURRENCY
025330         ", NEW " MTCH-SUS-SAVE-CCY " REJECTED".
025331     MOVE MTCH-SUS-SAVE TO SUS-RECORD.
025332     IF SUS-SIDE = 'A'
025333         MOVE "LEDGER (A)" TO REJ-D-SIDE
025334         ADD 1 TO MTCH-REJECT-A-COUNT
025335     ELSE
025336         IF SUS-SIDE = 'B'
025337             MOVE "BANK (B)" TO REJ-D-SIDE
025338             ADD 1 TO MTCH-REJECT-B-COUNT
025339         ELSE
025340             MOVE "PROCESSOR (P)" TO REJ-D-SIDE
025341             ADD 1 TO MTCH-REJECT-P-COUNT
025342         END-IF
025343     END-IF.
025344     MOVE SUS-ACCT-KEY TO REJ-D-ACCT.
025345     MOVE SUS-BUS-DATE TO REJ-D-BDATE.
025346     MOVE SUS-SOURCE-SYS TO REJ-D-SRC.
025347     MOVE SUS-AMOUNT TO REJ-D-AMOUNT.
025348     MOVE "SUSP CCY MISMATCH" TO REJ-D-REASON.
025349     MOVE SUS-CURRENCY TO REJ-D-CCY.
025350     WRITE REJ-RECORD FROM REJ-DETAIL-LINE.
025351     MOVE 'Y' TO MTCH-SUS-REJECT-SW.
025352 4850-EXIT.
025353     EXIT.
025354*
025355 4900-SUSPENSE-ITEMS.
025356*    ITEM COUNT OF THE SUSPENSE RECORD JUST READ, INTO
025364*    MTCH-BRK-B-ITEMS.  AN ITEM SUSPENDED BEFORE COUNTS WERE
025376*    KEPT COUNTS AS ONE POSTING.
025388     IF SUS-ITEM-COUNT IS NUMERIC
025400             AND SUS-ITEM-COUNT > 0
025412         MOVE SUS-ITEM-COUNT TO MTCH-BRK-B-ITEMS
025424     ELSE
025436         MOVE 1 TO MTCH-BRK-B-ITEMS
025448     END-IF.
025460 4900-EXIT.
025472     EXIT.
025484*
025496 5000-PRINT-BREAKDOWN.
025508*    IN NETTING MODE, EVERY NET BUILT FROM MORE THAN ONE
025520*    POSTING IS LISTED ON NETRFILE WITH THE POSTINGS BEHIND
025532*    IT, SO A NETTED MATCH OR ORPHAN CAN BE TRACED BACK TO THE
025544*    FEEDS.  A SIDE TAKEN FROM SUSPENSE SHOWS ITS NET ONLY -
025556*    ITS POSTINGS WERE LISTED ON THE NIGHT IT WAS SUSPENDED.
025568     IF NOT MTCH-NETTING
025580         GO TO 5000-EXIT
025592     END-IF.
025604     IF (MTCH-BRK-LDG AND MTCH-LG-ITEMS > 1)
025616             OR (MTCH-BRK-BNK AND MTCH-BG-ITEMS > 1)
025622             OR (MTCH-BRK-PRC AND MTCH-PG-ITEMS > 1)
025628         CONTINUE
025640     ELSE
025652         GO TO 5000-EXIT
025664     END-IF.
025676     IF MTCH-BRK-LDG
025688         MOVE MTCH-LG-ACCT-KEY TO NRP-G-ACCT
025700         MOVE MTCH-LG-BUS-DATE TO NRP-G-BDATE
025712     ELSE
025716         IF MTCH-BRK-BNK
025720             MOVE MTCH-BG-ACCT-KEY TO NRP-G-ACCT
025724             MOVE MTCH-BG-BUS-DATE TO NRP-G-BDATE
025728         ELSE
025732             MOVE MTCH-PG-ACCT-KEY TO NRP-G-ACCT
025736             MOVE MTCH-PG-BUS-DATE TO NRP-G-BDATE
025740         END-IF
025748     END-IF.
025760     MOVE MTCH-BRK-A-ITEMS TO NRP-G-A-ITEMS.
025772     MOVE MTCH-BRK-A-NET TO NRP-G-A-NET.
025784     MOVE MTCH-BRK-B-ITEMS TO NRP-G-B-ITEMS.
025796     MOVE MTCH-BRK-B-NET TO NRP-G-B-NET.
025800     MOVE MTCH-BRK-P-ITEMS TO NRP-G-P-ITEMS.
025804     MOVE MTCH-BRK-P-NET TO NRP-G-P-NET.
025808     COMPUTE NRP-G-DIFF = MTCH-BRK-B-NET - MTCH-BRK-A-NET
025820         ON SIZE ERROR
025832             MOVE ZEROS TO NRP-G-DIFF
025844     END-COMPUTE.
025856     WRITE NRP-RECORD FROM NRP-GROUP-LINE.
025868     ADD 1 TO MTCH-NET-GROUP-COUNT.
025880     IF MTCH-BRK-LDG
025892         ADD MTCH-LG-ITEMS TO MTCH-NET-POSTING-COUNT
025904         MOVE "LEDGER (A)" TO NRP-P-SIDE
025916         MOVE 0 TO MTCH-POST-SUB
025928         MOVE MTCH-LG-ITEMS TO MTCH-POST-LIMIT
025940         IF MTCH-POST-LIMIT > MTCH-POSTING-MAX
025952             MOVE MTCH-POSTING-MAX TO MTCH-POST-LIMIT
025964         END-IF
025976         PERFORM 5100-PRINT-LEDGER-POSTING THRU 5100-EXIT
025988                 UNTIL MTCH-POST-SUB NOT < MTCH-POST-LIMIT
026000         IF MTCH-LG-ITEMS > MTCH-POSTING-MAX
026012             MOVE "LEDGER (A)" TO NRP-M-SIDE
026024             COMPUTE NRP-M-COUNT =
026030                     MTCH-LG-ITEMS - MTCH-POSTING-MAX
026036             WRITE NRP-RECORD FROM NRP-MORE-LINE
026048         END-IF
026060     END-IF.
026072     IF MTCH-BRK-BNK
026084         ADD MTCH-BG-ITEMS TO MTCH-NET-POSTING-COUNT
026096         MOVE "BANK (B)" TO NRP-P-SIDE
026108         MOVE 0 TO MTCH-POST-SUB
026120         MOVE MTCH-BG-ITEMS TO MTCH-POST-LIMIT
026132         IF MTCH-POST-LIMIT > MTCH-POSTING-MAX
026144             MOVE MTCH-POSTING-MAX TO MTCH-POST-LIMIT
026156         END-IF
026168         PERFORM 5150-PRINT-BANK-POSTING THRU 5150-EXIT
026180                 UNTIL MTCH-POST-SUB NOT < MTCH-POST-LIMIT
026192         IF MTCH-BG-ITEMS > MTCH-POSTING-MAX
026204             MOVE "BANK (B)" TO NRP-M-SIDE
026216             COMPUTE NRP-M-COUNT =
026222                     MTCH-BG-ITEMS - MTCH-POSTING-MAX
026228             WRITE NRP-RECORD FROM NRP-MORE-LINE
026240         END-IF
026252     END-IF.
026253     IF MTCH-BRK-PRC
026254         ADD MTCH-PG-ITEMS TO MTCH-NET-POSTING-COUNT
026255         MOVE "PROC (P)" TO NRP-P-SIDE
026256         MOVE 0 TO MTCH-POST-SUB
026257         MOVE MTCH-PG-ITEMS TO MTCH-POST-LIMIT
026258         IF MTCH-POST-LIMIT > MTCH-POSTING-MAX
026259             MOVE MTCH-POSTING-MAX TO MTCH-POST-LIMIT
026260         END-IF
026261         PERFORM 5160-PRINT-PROC-POSTING THRU 5160-EXIT
026262                 UNTIL MTCH-POST-SUB NOT < MTCH-POST-LIMIT
026263         IF MTCH-PG-ITEMS > MTCH-POSTING-MAX
026264             MOVE "PROC (P)" TO NRP-M-SIDE
026265             COMPUTE NRP-M-COUNT =
026266                     MTCH-PG-ITEMS - MTCH-POSTING-MAX
026267             WRITE NRP-RECORD FROM NRP-MORE-LINE
026268         END-IF
026269     END-IF.
026270 5000-EXIT.
026276     EXIT.
026288*
026300 5100-PRINT-LEDGER-POSTING.
026312     ADD 1 TO MTCH-POST-SUB.
026324     MOVE MTCH-LP-SOURCE-SYS (MTCH-POST-SUB) TO NRP-P-SRC.
026336     IF MTCH-LP-VALID (MTCH-POST-SUB)
026348         MOVE MTCH-LP-AMOUNT (MTCH-POST-SUB) TO NRP-P-AMOUNT
026360     ELSE
026372         MOVE "  NON-NUMERIC" TO NRP-P-AMOUNT-X
026384     END-IF.
026396     WRITE NRP-RECORD FROM NRP-POSTING-LINE.
026408 5100-EXIT.
026420     EXIT.
026432*
026444 5150-PRINT-BANK-POSTING.
026456     ADD 1 TO MTCH-POST-SUB.
026468     MOVE MTCH-BP-SOURCE-SYS (MTCH-POST-SUB) TO NRP-P-SRC.
026480     IF MTCH-BP-VALID (MTCH-POST-SUB)
026492         MOVE MTCH-BP-AMOUNT (MTCH-POST-SUB) TO NRP-P-AMOUNT
026504     ELSE
026516         MOVE "  NON-NUMERIC" TO NRP-P-AMOUNT-X
026528     END-IF.
026540     WRITE NRP-RECORD FROM NRP-POSTING-LINE.
026552 5150-EXIT.
026553     EXIT.
026554*
026555 5160-PRINT-PROC-POSTING.
026556     ADD 1 TO MTCH-POST-SUB.
026557     MOVE MTCH-PP-SOURCE-SYS (MTCH-POST-SUB) TO NRP-P-SRC.
026558     IF MTCH-PP-VALID (MTCH-POST-SUB)
026559         MOVE MTCH-PP-AMOUNT (MTCH-POST-SUB) TO NRP-P-AMOUNT
026560     ELSE
026561         MOVE "  NON-NUMERIC" TO NRP-P-AMOUNT-X
026562     END-IF.
026563     WRITE NRP-RECORD FROM NRP-POSTING-LINE.
026564 5160-EXIT.
026565     EXIT.
026576*
026588 7300-GATHER-LEDGER.
026600*    COLLECTS THE NEXT LEDGER GROUP FROM THE POSTING ALREADY IN
026612*    THE RECORD AREA.  IN NETTING MODE THE GROUP RUNS ON UNTIL
026624*    THE ACCOUNT OR BUSINESS DATE CHANGES; THE FIRST POSTING'S
026636*    SOURCE-SYSTEM CODE AND CURRENCY STAND FOR THE NET.
026648     MOVE MTCH-LDG-KEY TO MTCH-LG-KEY.
026660     MOVE 0 TO MTCH-LG-ITEMS.
026672     MOVE 0 TO MTCH-LG-AMOUNT.
026684     MOVE 'N' TO MTCH-LG-BAD-SW.
026696     IF MTCH-LDG-KEY = HIGH-VALUES OR MTCH-SEQ-ERROR
026708         GO TO 7300-EXIT
026720     END-IF.
026732     MOVE LDG-ACCT-KEY TO MTCH-LG-ACCT-KEY.
026744     MOVE LDG-BUS-DATE TO MTCH-LG-BUS-DATE.
026756     MOVE LDG-SOURCE-SYS TO MTCH-LG-SOURCE-SYS.
026762     MOVE LDG-CURRENCY TO MTCH-LG-CCY.
026768     PERFORM 7350-ADD-LEDGER-POSTING THRU 7350-EXIT.
026780     IF MTCH-NETTING
026792         PERFORM 7350-ADD-LEDGER-POSTING THRU 7350-EXIT
026804                 UNTIL MTCH-LDG-KEY NOT = MTCH-LG-KEY
026816                 OR MTCH-SEQ-ERROR
026828     END-IF.
026840 7300-EXIT.
026852     EXIT.
026864*
026876 7350-ADD-LEDGER-POSTING.
026888     ADD 1 TO MTCH-LG-ITEMS.
026900     IF MTCH-LG-ITEMS NOT > MTCH-POSTING-MAX
026912         MOVE LDG-SOURCE-SYS TO MTCH-LP-SOURCE-SYS (MTCH-LG-ITEMS)
026924         IF LDG-AMOUNT IS NUMERIC
026936             MOVE LDG-AMOUNT TO MTCH-LP-AMOUNT (MTCH-LG-ITEMS)
026948             MOVE 'Y' TO MTCH-LP-VALID-SW (MTCH-LG-ITEMS)
026960         ELSE
026972             MOVE 0 TO MTCH-LP-AMOUNT (MTCH-LG-ITEMS)
026984             MOVE 'N' TO MTCH-LP-VALID-SW (MTCH-LG-ITEMS)
026996         END-IF
027008     END-IF.
027020     IF LDG-AMOUNT IS NUMERIC
027032         ADD LDG-AMOUNT TO MTCH-LG-AMOUNT
027044             ON SIZE ERROR
027056                 MOVE 'Y' TO MTCH-LG-BAD-SW
027068         END-ADD
027080     ELSE
027092         MOVE 'Y' TO MTCH-LG-BAD-SW
027104     END-IF.
027106*    POSTINGS IN DIFFERENT CURRENCIES CANNOT BE NETTED.
027108     IF LDG-CURRENCY NOT = MTCH-LG-CCY
027110         MOVE 'Y' TO MTCH-LG-BAD-SW
027112     END-IF.
027116     PERFORM 7500-READ-LEDGER THRU 7500-EXIT.
027128 7350-EXIT.
027140     EXIT.
027152*
027164 7400-GATHER-BANK.
027176     MOVE MTCH-BNK-KEY TO MTCH-BG-KEY.
027188     MOVE 0 TO MTCH-BG-ITEMS.
027200     MOVE 0 TO MTCH-BG-AMOUNT.
027212     MOVE 'N' TO MTCH-BG-BAD-SW.
027224     IF MTCH-BNK-KEY = HIGH-VALUES OR MTCH-SEQ-ERROR
027236         GO TO 7400-EXIT
027248     END-IF.
027260     MOVE BNK-ACCT-KEY TO MTCH-BG-ACCT-KEY.
027272     MOVE BNK-BUS-DATE TO MTCH-BG-BUS-DATE.
027284     MOVE BNK-SOURCE-SYS TO MTCH-BG-SOURCE-SYS.
027290     MOVE BNK-CURRENCY TO MTCH-BG-CCY.
027296     PERFORM 7450-ADD-BANK-POSTING THRU 7450-EXIT.
027308     IF MTCH-NETTING
027320         PERFORM 7450-ADD-BANK-POSTING THRU 7450-EXIT
027332                 UNTIL MTCH-BNK-KEY NOT = MTCH-BG-KEY
027344                 OR MTCH-SEQ-ERROR
027356     END-IF.
027368 7400-EXIT.
027380     EXIT.
027392*
027404 7450-ADD-BANK-POSTING.
027416     ADD 1 TO MTCH-BG-ITEMS.
027428     IF MTCH-BG-ITEMS NOT > MTCH-POSTING-MAX
027440         MOVE BNK-SOURCE-SYS TO MTCH-BP-SOURCE-SYS (MTCH-BG-ITEMS)
027452         IF BNK-AMOUNT IS NUMERIC
027464             MOVE BNK-AMOUNT TO MTCH-BP-AMOUNT (MTCH-BG-ITEMS)
027476             MOVE 'Y' TO MTCH-BP-VALID-SW (MTCH-BG-ITEMS)
027488         ELSE
027500             MOVE 0 TO MTCH-BP-AMOUNT (MTCH-BG-ITEMS)
027512             MOVE 'N' TO MTCH-BP-VALID-SW (MTCH-BG-ITEMS)
027524         END-IF
027536     END-IF.
027548     IF BNK-AMOUNT IS NUMERIC
027560         ADD BNK-AMOUNT TO MTCH-BG-AMOUNT
027572             ON SIZE ERROR
027584                 MOVE 'Y' TO MTCH-BG-BAD-SW
027596         END-ADD
027608     ELSE
027620         MOVE 'Y' TO MTCH-BG-BAD-SW
027632     END-IF.
027634     IF BNK-CURRENCY NOT = MTCH-BG-CCY
027636         MOVE 'Y' TO MTCH-BG-BAD-SW
027638     END-IF.
027644     PERFORM 7600-READ-BANK THRU 7600-EXIT.
027656 7450-EXIT.
027668     EXIT.
027947*
027948 7460-GATHER-PROCESSOR.
027949     MOVE MTCH-PRC-KEY TO MTCH-PG-KEY.
027950     MOVE 0 TO MTCH-PG-ITEMS.
027951     MOVE 0 TO MTCH-PG-AMOUNT.
027952     MOVE 'N' TO MTCH-PG-BAD-SW.
027953     IF MTCH-PRC-KEY = HIGH-VALUES OR MTCH-SEQ-ERROR
027954         GO TO 7460-EXIT
027955     END-IF.
027956     MOVE PRC-ACCT-KEY TO MTCH-PG-ACCT-KEY.
027957     MOVE PRC-BUS-DATE TO MTCH-PG-BUS-DATE.
027958     MOVE PRC-SOURCE-SYS TO MTCH-PG-SOURCE-SYS.
027959     MOVE PRC-CURRENCY TO MTCH-PG-CCY.
027960     PERFORM 7470-ADD-PROC-POSTING THRU 7470-EXIT.
027961     IF MTCH-NETTING
027962         PERFORM 7470-ADD-PROC-POSTING THRU 7470-EXIT
027963                 UNTIL MTCH-PRC-KEY NOT = MTCH-PG-KEY
027964                 OR MTCH-SEQ-ERROR
027965     END-IF.
027966 7460-EXIT.
027967     EXIT.
027968*
027969 7470-ADD-PROC-POSTING.
027970     ADD 1 TO MTCH-PG-ITEMS.
027971     IF MTCH-PG-ITEMS NOT > MTCH-POSTING-MAX
027972         MOVE PRC-SOURCE-SYS TO MTCH-PP-SOURCE-SYS (MTCH-PG-ITEMS)
027973         IF PRC-AMOUNT IS NUMERIC
027974             MOVE PRC-AMOUNT TO MTCH-PP-AMOUNT (MTCH-PG-ITEMS)
027975             MOVE 'Y' TO MTCH-PP-VALID-SW (MTCH-PG-ITEMS)
027976         ELSE
027977             MOVE 0 TO MTCH-PP-AMOUNT (MTCH-PG-ITEMS)
027978             MOVE 'N' TO MTCH-PP-VALID-SW (MTCH-PG-ITEMS)
027979         END-IF
027980     END-IF.
027981     IF PRC-AMOUNT IS NUMERIC
027982         ADD PRC-AMOUNT TO MTCH-PG-AMOUNT
027983             ON SIZE ERROR
027984                 MOVE 'Y' TO MTCH-PG-BAD-SW
027985         END-ADD
027986     ELSE
027987         MOVE 'Y' TO MTCH-PG-BAD-SW
027988     END-IF.
027989     IF PRC-CURRENCY NOT = MTCH-PG-CCY
027990         MOVE 'Y' TO MTCH-PG-BAD-SW
027991     END-IF.
027992     PERFORM 7650-READ-PROCESSOR THRU 7650-EXIT.
027993 7470-EXIT.
027994     EXIT.
027995*
028000 7500-READ-LEDGER.
028010*    READS PAST ANY LEDGER ITEMS REJECTED BY THE ACCOUNT
028020*    SCREEN, SO THE MATCH ONLY EVER SEES ACCEPTED ITEMS.
028030     MOVE 'Y' TO MTCH-REJECT-SW.
028040     PERFORM 7510-READ-ONE-LEDGER THRU 7510-EXIT
028050             UNTIL NOT MTCH-ITEM-REJECTED.
028800 7500-EXIT.
028900     EXIT.
028910*
028920 7510-READ-ONE-LEDGER.
028930     MOVE 'N' TO MTCH-REJECT-SW.
028940     READ LEDGFILE
028950         AT END
028960             MOVE HIGH-VALUES TO MTCH-LDG-KEY
028970         NOT AT END
028980             ADD 1 TO MTCH-LDG-READ-COUNT
028990             MOVE LDG-ACCT-KEY TO MTCH-LDG-KEY
028992             IF MTCH-NETTING
028994                 MOVE LDG-BUS-DATE TO MTCH-LDG-KEY-DATE
028996             END-IF
029001             IF MTCH-LDG-KEY < MTCH-LDG-PREV-KEY
029002                 DISPLAY "TRNMATCH - LEDGFILE OUT OF SEQUENCE "
029003                     "AT ACCOUNT " LDG-ACCT-KEY
029004                 MOVE 'Y' TO MTCH-SEQ-ERROR-SW
029005             ELSE
029006                 MOVE MTCH-LDG-KEY TO MTCH-LDG-PREV-KEY
029007                 MOVE LDG-ACCT-KEY TO MTCH-SCREEN-ACCT
029008                 MOVE LDG-BUS-DATE TO MTCH-SCREEN-DATE
029009                 PERFORM 7700-SCREEN-ACCOUNT THRU 7700-EXIT
029011                 IF MTCH-ITEM-REJECTED
029012                     PERFORM 7800-REJECT-LEDGER THRU 7800-EXIT
029013                 END-IF
029014             END-IF
029015     END-READ.
029016 7510-EXIT.
029017     EXIT.
029018*
029100 7600-READ-BANK.
029110     MOVE 'Y' TO MTCH-REJECT-SW.
029120     PERFORM 7610-READ-ONE-BANK THRU 7610-EXIT
029130             UNTIL NOT MTCH-ITEM-REJECTED.
029900 7600-EXIT.
030000     EXIT.
030010*
030020 7610-READ-ONE-BANK.
030030     MOVE 'N' TO MTCH-REJECT-SW.
030040     READ BANKFILE
030050         AT END
030060             MOVE HIGH-VALUES TO MTCH-BNK-KEY
030070         NOT AT END
030080             ADD 1 TO MTCH-BNK-READ-COUNT
030090             MOVE BNK-ACCT-KEY TO MTCH-BNK-KEY
030092             IF MTCH-NETTING
030094                 MOVE BNK-BUS-DATE TO MTCH-BNK-KEY-DATE
030096             END-IF
030101             IF MTCH-BNK-KEY < MTCH-BNK-PREV-KEY
030102                 DISPLAY "TRNMATCH - BANKFILE OUT OF SEQUENCE "
030103                     "AT ACCOUNT " BNK-ACCT-KEY
030104                 MOVE 'Y' TO MTCH-SEQ-ERROR-SW
030105             ELSE
030106                 MOVE MTCH-BNK-KEY TO MTCH-BNK-PREV-KEY
030107                 MOVE BNK-ACCT-KEY TO MTCH-SCREEN-ACCT
030108                 MOVE BNK-BUS-DATE TO MTCH-SCREEN-DATE
030109                 PERFORM 7700-SCREEN-ACCOUNT THRU 7700-EXIT
030111                 IF MTCH-ITEM-REJECTED
030112                     PERFORM 7810-REJECT-BANK THRU 7810-EXIT
030113                 END-IF
030114             END-IF
030115     END-READ.
030116 7610-EXIT.
030117     EXIT.
030118*
030119 7650-READ-PROCESSOR.
030120     MOVE 'Y' TO MTCH-REJECT-SW.
030121     PERFORM 7660-READ-ONE-PROCESSOR THRU 7660-EXIT
030122             UNTIL NOT MTCH-ITEM-REJECTED.
030123 7650-EXIT.
030124     EXIT.
030125*
030126 7660-READ-ONE-PROCESSOR.
030127*    ON TOP OF THE USUAL SCREEN, A PROCESSOR ITEM MUST BELONG
030128*    TO AN ACCOUNT FLAGGED PROCESSOR-SETTLED - ANY OTHER ACCOUNT
030129*    IS MATCHED LEDGER TO BANK AND HAS NO USE FOR IT.
030130     MOVE 'N' TO MTCH-REJECT-SW.
030131     READ PROCFILE
030132         AT END
030133             MOVE HIGH-VALUES TO MTCH-PRC-KEY
030134         NOT AT END
030135             ADD 1 TO MTCH-PRC-READ-COUNT
030136             MOVE PRC-ACCT-KEY TO MTCH-PRC-KEY
030137             IF MTCH-NETTING
030138                 MOVE PRC-BUS-DATE TO MTCH-PRC-KEY-DATE
030139             END-IF
030140             IF MTCH-PRC-KEY < MTCH-PRC-PREV-KEY
030141                 DISPLAY "TRNMATCH - PROCFILE OUT OF SEQUENCE "
030142                     "AT ACCOUNT " PRC-ACCT-KEY
030143                 MOVE 'Y' TO MTCH-SEQ-ERROR-SW
030144             ELSE
030145                 MOVE MTCH-PRC-KEY TO MTCH-PRC-PREV-KEY
030146                 MOVE PRC-ACCT-KEY TO MTCH-SCREEN-ACCT
030147                 MOVE PRC-BUS-DATE TO MTCH-SCREEN-DATE
030148                 PERFORM 7700-SCREEN-ACCOUNT THRU 7700-EXIT
030149                 IF NOT MTCH-ITEM-REJECTED
030150                         AND NOT ACM-PROC-SETTLED
030151                     MOVE 'Y' TO MTCH-REJECT-SW
030152                     MOVE "NOT PROC-SETTLED"
030153                         TO MTCH-REJECT-REASON
030154                 END-IF
030155                 IF MTCH-ITEM-REJECTED
030156                     PERFORM 7820-REJECT-PROCESSOR THRU 7820-EXIT
030157                 END-IF
030158             END-IF
030159     END-READ.
030160 7660-EXIT.
030161     EXIT.
030162*
030163 7700-SCREEN-ACCOUNT.
030164*    THE ITEM STANDS ONLY IF ITS ACCOUNT IS ON THE REFERENCE
030165*    MASTER, OPEN, AND EFFECTIVE ON THE ITEM'S BUSINESS DATE.
030166*    AN EFFECTIVE-TO DATE OF ZERO MEANS OPEN-ENDED.
030167     MOVE 'N' TO MTCH-REJECT-SW.
030168     MOVE MTCH-SCREEN-ACCT TO ACM-ACCT-KEY.
030169     READ ACCTMST
030170         INVALID KEY
030171             MOVE 'Y' TO MTCH-REJECT-SW
030172             MOVE "UNKNOWN ACCOUNT" TO MTCH-REJECT-REASON
030173     END-READ.
030174     IF MTCH-ITEM-REJECTED
030175         GO TO 7700-EXIT
030176     END-IF.
030177     IF NOT ACM-ACCT-OPEN
030178         MOVE 'Y' TO MTCH-REJECT-SW
030179         MOVE "ACCOUNT CLOSED" TO MTCH-REJECT-REASON
030180         GO TO 7700-EXIT
030181     END-IF.
030182     IF MTCH-SCREEN-DATE < ACM-EFF-FROM
030183         MOVE 'Y' TO MTCH-REJECT-SW
030184         MOVE "NOT YET EFFECTIVE" TO MTCH-REJECT-REASON
030185         GO TO 7700-EXIT
030186     END-IF.
030187     IF ACM-EFF-TO NOT = 0
030188             AND MTCH-SCREEN-DATE > ACM-EFF-TO
030189         MOVE 'Y' TO MTCH-REJECT-SW
030190         MOVE "NO LONGER EFFECTIVE" TO MTCH-REJECT-REASON
030191     END-IF.
030192 7700-EXIT.
030193     EXIT.
030194*
030195 7800-REJECT-LEDGER.
030196     MOVE "LEDGER (A)" TO REJ-D-SIDE.
030197     MOVE LDG-ACCT-KEY TO REJ-D-ACCT.
030198     MOVE LDG-BUS-DATE TO REJ-D-BDATE.
030199     MOVE LDG-SOURCE-SYS TO REJ-D-SRC.
030200     IF LDG-AMOUNT IS NUMERIC
030201         MOVE LDG-AMOUNT TO REJ-D-AMOUNT
030202     ELSE
030203         MOVE ZEROS TO REJ-D-AMOUNT
030204     END-IF.
030205     MOVE MTCH-REJECT-REASON TO REJ-D-REASON.
030206     MOVE LDG-CURRENCY TO REJ-D-CCY.
030207     WRITE REJ-RECORD FROM REJ-DETAIL-LINE.
030208     ADD 1 TO MTCH-REJECT-A-COUNT.
030209 7800-EXIT.
030210     EXIT.
030211*
030212 7810-REJECT-BANK.
030213     MOVE "BANK (B)" TO REJ-D-SIDE.
030214     MOVE BNK-ACCT-KEY TO REJ-D-ACCT.
030215     MOVE BNK-BUS-DATE TO REJ-D-BDATE.
030216     MOVE BNK-SOURCE-SYS TO REJ-D-SRC.
030217     IF BNK-AMOUNT IS NUMERIC
030218         MOVE BNK-AMOUNT TO REJ-D-AMOUNT
030219     ELSE
030220         MOVE ZEROS TO REJ-D-AMOUNT
030221     END-IF.
030222     MOVE MTCH-REJECT-REASON TO REJ-D-REASON.
030223     MOVE BNK-CURRENCY TO REJ-D-CCY.
030224     WRITE REJ-RECORD FROM REJ-DETAIL-LINE.
030225     ADD 1 TO MTCH-REJECT-B-COUNT.
030226 7810-EXIT.
030227     EXIT.
030228*
030229 7820-REJECT-PROCESSOR.
030230     MOVE "PROCESSOR (P)" TO REJ-D-SIDE.
030231     MOVE PRC-ACCT-KEY TO REJ-D-ACCT.
030232     MOVE PRC-BUS-DATE TO REJ-D-BDATE.
030233     MOVE PRC-SOURCE-SYS TO REJ-D-SRC.
030234     IF PRC-AMOUNT IS NUMERIC
030235         MOVE PRC-AMOUNT TO REJ-D-AMOUNT
030236     ELSE
030237         MOVE ZEROS TO REJ-D-AMOUNT
030238     END-IF.
030239     MOVE MTCH-REJECT-REASON TO REJ-D-REASON.
030240     MOVE PRC-CURRENCY TO REJ-D-CCY.
030241     WRITE REJ-RECORD FROM REJ-DETAIL-LINE.
030242     ADD 1 TO MTCH-REJECT-P-COUNT.
030243 7820-EXIT.
030244     EXIT.
030245*
030246 8000-FINALIZE.
030300     MOVE MTCH-MATCHED-COUNT TO ORP-T1-COUNT.
030400     MOVE MTCH-ORPHAN-A-COUNT TO ORP-T2-COUNT.
030500     MOVE MTCH-ORPHAN-B-COUNT TO ORP-T3-COUNT.
030600     WRITE ORP-RECORD FROM ORP-TOTAL-LINE-1.
030700     WRITE ORP-RECORD FROM ORP-TOTAL-LINE-2.
030800     WRITE ORP-RECORD FROM ORP-TOTAL-LINE-3.
030801     MOVE MTCH-ORPHAN-P-COUNT TO ORP-T6-COUNT.
030802     WRITE ORP-RECORD FROM ORP-TOTAL-LINE-6.
030803     MOVE MTCH-SUSP-MATCHED-COUNT TO ORP-T4-COUNT.
030804     MOVE MTCH-SUSP-ADDED-COUNT TO MTCH-SUSP-CARRIED-COUNT.
030805     ADD MTCH-SUSP-REFRESH-COUNT TO MTCH-SUSP-CARRIED-COUNT.
030806     MOVE MTCH-SUSP-CARRIED-COUNT TO ORP-T5-COUNT.
030807     WRITE ORP-RECORD FROM ORP-TOTAL-LINE-4.
030808     WRITE ORP-RECORD FROM ORP-TOTAL-LINE-5.
030809     PERFORM 8500-AGE-SUSPENSE THRU 8500-EXIT.
030810     IF MTCH-NETTING
030811         MOVE MTCH-NET-GROUP-COUNT TO NRP-T1-COUNT
030812         MOVE MTCH-NET-POSTING-COUNT TO NRP-T2-COUNT
030813         WRITE NRP-RECORD FROM NRP-TOTAL-LINE-1
030814         WRITE NRP-RECORD FROM NRP-TOTAL-LINE-2
030815     END-IF.
030816     MOVE MTCH-REJECT-A-COUNT TO REJ-T1-COUNT.
030817     MOVE MTCH-REJECT-B-COUNT TO REJ-T2-COUNT.
030818     WRITE REJ-RECORD FROM REJ-TOTAL-LINE-1.
030819     WRITE REJ-RECORD FROM REJ-TOTAL-LINE-2.
030820     MOVE MTCH-REJECT-P-COUNT TO REJ-T3-COUNT.
030821     WRITE REJ-RECORD FROM REJ-TOTAL-LINE-3.
030822     MOVE MTCH-REJECT-A-COUNT TO MTCH-REJECT-COUNT.
030823     ADD MTCH-REJECT-B-COUNT TO MTCH-REJECT-COUNT.
030824     ADD MTCH-REJECT-P-COUNT TO MTCH-REJECT-COUNT.
030825     IF MTCH-SEQ-ERROR
030826         DISPLAY "TRNMATCH - RUN STOPPED ON SEQUENCE ERROR - "
030830             "TRANFILE IS INCOMPLETE, DO NOT RUN ACCPT"
030831         DISPLAY "TRNMATCH - SUSPENSE ITEMS MAY HAVE BEEN "
030832             "PAIRED AWAY - RESTORE THE SUSPENSE MASTER "
030840     ELSE
030850         PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT
030855         IF MTCH-ORPHAN-A-COUNT > 0 OR MTCH-ORPHAN-B-COUNT > 0
030856                 OR MTCH-ORPHAN-P-COUNT > 0
030857             DISPLAY "TRNM03W UNMATCHED FEED ITEMS ON THE "
030858                 "ORPHAN REPORT" UPON CONSOLE
030859             MOVE 4 TO MTCH-RETURN-CODE
030860         END-IF
030861         IF MTCH-REJECT-COUNT > 0
030862             DISPLAY "TRNM06W FEED ITEMS ON THE REJECT "
030863                 "REPORT = " MTCH-REJECT-COUNT
030864                 UPON CONSOLE
030865             MOVE 4 TO MTCH-RETURN-CODE
030866         END-IF
030867     END-IF.
030900     DISPLAY "TRNMATCH - PAIRS MATCHED     = "
031000         MTCH-MATCHED-COUNT.
031100     DISPLAY "TRNMATCH - UNMATCHED LEDGER  = "
031200         MTCH-ORPHAN-A-COUNT.
031300     DISPLAY "TRNMATCH - UNMATCHED BANK    = "
031400         MTCH-ORPHAN-B-COUNT.
031403     DISPLAY "TRNMATCH - UNMATCHED PROC    = "
031406         MTCH-ORPHAN-P-COUNT.
031410     DISPLAY "TRNMATCH - MATCHED FROM SUSP = "
031420         MTCH-SUSP-MATCHED-COUNT.
031430     DISPLAY "TRNMATCH - CARRIED TO SUSP   = "
031440         MTCH-SUSP-CARRIED-COUNT.
031450     DISPLAY "TRNMATCH - STILL IN SUSPENSE = "
031460         MTCH-SUSP-OPEN-COUNT.
031470     DISPLAY "TRNMATCH - REJECTED ITEMS    = "
031480         MTCH-REJECT-COUNT.
031500     CLOSE LEDGFILE.
031600     CLOSE BANKFILE.
031650     CLOSE PROCFILE.
031700     CLOSE TRANFILE.
031800     CLOSE ORPHFILE.
031801     PERFORM 8300-WRITE-STEP-CONTROL THRU 8300-EXIT.
031810     CLOSE SUSPFILE.
031820     CLOSE SUSPRPT.
031830     CLOSE ACCTMST.
031840     CLOSE REJFILE.
031870     CLOSE NETRFILE.
031900 8000-EXIT.
032000     EXIT.
032100*
032140     MOVE MTCH-MATCHED-COUNT TO TRL-RECORD-COUNT.
032150     MOVE MTCH-HASH-A TO TRL-HASH-A.
032160     MOVE MTCH-HASH-B TO TRL-HASH-B.
032165     MOVE MTCH-HASH-P TO TRL-HASH-P.
032170     WRITE TRAN-TRAILER.
032180 8100-EXIT.
032190     EXIT.
032274     MOVE "TRNMATCH" TO CTL-STEP-NAME.
032275     MOVE MTCH-LDG-READ-COUNT TO CTL-IN-COUNT.
032276     ADD MTCH-BNK-READ-COUNT TO CTL-IN-COUNT.
032277     ADD MTCH-PRC-READ-COUNT TO CTL-IN-COUNT.
032278     MOVE MTCH-TRAN-WRITE-COUNT TO CTL-OUT-COUNT.
032279     MOVE MTCH-REJECT-COUNT TO CTL-EXC-COUNT.
032280     MOVE 0 TO CTL-OOB-COUNT.
032281     MOVE 0 TO CTL-GLX-COUNT.
032282     MOVE 0 TO CTL-GLX-TOTAL.
032283     MOVE MTCH-SYSTEM-DATE TO CTL-RUN-DATE.
032365*    OF QUIETLY WAITING FOR A PARTNER THAT MAY NEVER ARRIVE.
032375     MOVE MTCH-RUN-DATE-EDIT TO SRP-H2-DATE.
032385     MOVE MTCH-RUN-TIME-EDIT TO SRP-H2-TIME.
032390     MOVE MTCH-CAL-REGION TO SRP-H2-REGION.
032395     WRITE SRP-RECORD FROM SRP-HEADING-1.
032405     WRITE SRP-RECORD FROM SRP-HEADING-2.
032415     WRITE SRP-RECORD FROM SRP-HEADING-3.
032715     IF SUS-SIDE = 'A'
032725         MOVE "LEDGER (A)" TO SRP-D-SIDE
032735     ELSE
032738         IF SUS-SIDE = 'P'
032741             MOVE "PROCESSOR (P)" TO SRP-D-SIDE
032744         ELSE
032747             MOVE "BANK (B)" TO SRP-D-SIDE
032750         END-IF
032755     END-IF.
032765     MOVE SUS-ACCT-KEY TO SRP-D-ACCT.
032775     MOVE SUS-BUS-DATE TO SRP-D-BDATE.
032825         MOVE ZEROS TO SRP-D-AMOUNT
032835     END-IF.
032845     MOVE SUS-FIRST-DATE TO SRP-D-FIRST.
032848     PERFORM 4900-SUSPENSE-ITEMS THRU 4900-EXIT.
032851     MOVE MTCH-BRK-B-ITEMS TO SRP-D-ITEMS.
032853     MOVE SUS-CURRENCY TO SRP-D-CCY.
032855     MOVE SUS-FIRST-DATE TO MTCH-DTD-DATE.
032865     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
032875     COMPUTE MTCH-AGE-DAYS = MTCH-TODAY-DAYS - MTCH-DTD-DAYS.
032895         MOVE 0 TO MTCH-AGE-DAYS
032905     END-IF.
032915     MOVE MTCH-AGE-DAYS TO SRP-D-DAYS.
032917     MOVE MTCH-DTD-DAYS TO MTCH-BUS-FROM-DAYS.
032919     MOVE MTCH-TODAY-DAYS TO MTCH-BUS-TO-DAYS.
032921     PERFORM 8750-COUNT-BUSINESS-DAYS THRU 8750-EXIT.
032923     MOVE MTCH-BUS-DAYS TO SRP-D-BUS-DAYS.
032925     IF MTCH-BUS-DAYS > MTCH-CHASE-LIMIT-DAYS
032935         MOVE "*CHASE*" TO SRP-D-CHASE
032945         ADD 1 TO MTCH-SUSP-CHASE-COUNT
032955     ELSE
033225 8700-EXIT.
033235     EXIT.
033245*
033246 8750-COUNT-BUSINESS-DAYS.
033247*    COUNTS THE BUSINESS DAYS AFTER MTCH-BUS-FROM-DAYS UP TO AND
033248*    INCLUDING MTCH-BUS-TO-DAYS: FIVE FOR EVERY WHOLE WEEK, THE
033249*    ODD DAYS LEFT OVER CHECKED ONE BY ONE, THEN EACH CALENDAR
033250*    HOLIDAY OR WORKING WEEKEND DAY INSIDE THE SPAN APPLIED.
033251     MOVE 0 TO MTCH-BUS-DAYS.
033252     IF MTCH-BUS-TO-DAYS NOT > MTCH-BUS-FROM-DAYS
033253         GO TO 8750-EXIT
033254     END-IF.
033255     COMPUTE MTCH-BUS-SPAN =
033256         MTCH-BUS-TO-DAYS - MTCH-BUS-FROM-DAYS.
033257     DIVIDE MTCH-BUS-SPAN BY 7 GIVING MTCH-BUS-WEEKS
033258         REMAINDER MTCH-BUS-ODD.
033259     COMPUTE MTCH-BUS-DAYS = MTCH-BUS-WEEKS * 5.
033260     COMPUTE MTCH-BUS-DAY = MTCH-BUS-TO-DAYS - MTCH-BUS-ODD.
033261     PERFORM 8760-COUNT-ODD-DAY THRU 8760-EXIT
033262             UNTIL MTCH-BUS-DAY NOT < MTCH-BUS-TO-DAYS.
033263     MOVE 0 TO MTCH-CAL-SUB.
033264     PERFORM 8770-APPLY-CAL-DATE THRU 8770-EXIT
033265             UNTIL MTCH-CAL-SUB NOT < MTCH-CAL-COUNT.
033266 8750-EXIT.
033267     EXIT.
033268*
033269 8760-COUNT-ODD-DAY.
033270     ADD 1 TO MTCH-BUS-DAY.
033271     PERFORM 8780-CHECK-WEEKEND THRU 8780-EXIT.
033272     IF NOT MTCH-WEEKEND
033273         ADD 1 TO MTCH-BUS-DAYS
033274     END-IF.
033275 8760-EXIT.
033276     EXIT.
033277*
033278 8770-APPLY-CAL-DATE.
033279     ADD 1 TO MTCH-CAL-SUB.
033280     IF MTCH-CAL-DAYS (MTCH-CAL-SUB) > MTCH-BUS-FROM-DAYS
033281             AND MTCH-CAL-DAYS (MTCH-CAL-SUB)
033282                 NOT > MTCH-BUS-TO-DAYS
033283         ADD MTCH-CAL-ADJ (MTCH-CAL-SUB) TO MTCH-BUS-DAYS
033284     END-IF.
033285 8770-EXIT.
033286     EXIT.
033287*
033288 8780-CHECK-WEEKEND.
033289*    THE SERIAL DAY FROM 8700 TAKEN MODULO 7 GIVES THE DAY OF
033290*    THE WEEK - REMAINDER 4 IS A SATURDAY, 5 A SUNDAY.
033291     DIVIDE MTCH-BUS-DAY BY 7 GIVING MTCH-BUS-QUOT
033292         REMAINDER MTCH-BUS-DOW.
033293     IF MTCH-BUS-DOW = 4 OR MTCH-BUS-DOW = 5
033294         MOVE 'Y' TO MTCH-WEEKEND-SW
033295     ELSE
033296         MOVE 'N' TO MTCH-WEEKEND-SW
033297     END-IF.
033298 8780-EXIT.
033299     EXIT.
033300*
033310 9999-EXIT.
033320     MOVE MTCH-RETURN-CODE TO RETURN-CODE.
033330     STOP RUN.
