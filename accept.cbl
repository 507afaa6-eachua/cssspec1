001500*              THAT EXCEED THE SUPPLIED TOLERANCE OR THAT        *
001600*              OVERFLOW THE F-G FIELD, AND CHECKPOINTS ITS       *
001700*              POSITION SO A LONG RUN CAN BE RESTARTED.          *
001720*              ON A THREE-WAY ITEM (AN ACCOUNT SETTLED THROUGH  *
001740*              THE PAYMENT PROCESSOR) THE TOLERANCE IS APPLIED  *
001760*              TO EACH LEG - LEDGER TO PROCESSOR AND PROCESSOR  *
001780*              TO BANK - AND THE LEG THAT BROKE IS REPORTED.    *
001800*                                                                *
001900* MODIFICATION HISTORY.                                          *
002000*   DATE       INIT  DESCRIPTION                                 *
003316*                    CUMULATIVE COUNTS, SO A RESTARTED    *
003317*                    RUN'S STEP CONTROL RECORD COVERS     *
003318*                    THE WHOLE NIGHT'S APPENDED EXCPFILE. *
003319*   2026-10-15  DLH  EACH REPORT DETAIL LINE IS FOLLOWED BY   *
003320*                    THE ACCOUNT NAME AND OWNER FROM THE      *
003321*                    ACCOUNT REFERENCE MASTER (ACCTMST).  THE *
003322*                    MASTER IS OPTIONAL HERE - WHEN IT CANNOT *
003323*                    BE OPENED THE NAME LINE IS LEFT OFF.     *
003324*   2026-10-15  DLH  REPORT DETAIL LINE SHOWS THE A/B POSTING *
003325*                    COUNTS TRNMATCH NOW CARRIES ON TRANFILE  *
003326*                    (MORE THAN ONE WHEN IT NETS POSTINGS).   *
003327*   2026-10-15  DLH  MULTI-CURRENCY: EACH SIDE IS CONVERTED   *
003328*                    TO THE REPORTING CURRENCY AT ITS OWN     *
003329*                    BUSINESS DATE'S RATE FROM THE FXRATES    *
003330*                    MASTER BEFORE F-G AND TOLERANCE ARE      *
003331*                    WORKED OUT.  THE ORIGINAL AMOUNTS AND    *
003332*                    CURRENCIES AND THE FX DIFFERENCE RIDE    *
003333*                    HISTFILE AND GLEXFILE (NOW 72 BYTES);    *
003334*                    THE REPORT SHOWS AN FX LINE SPLITTING    *
003335*                    F-G INTO RATE MOVEMENT AND REAL BREAK.   *
003336*                    AN ITEM WITH NO RATE IS HELD AS AN       *
003337*                    EXCEPTION (HISTORY STATUS 'NORT').       *
003338*   2026-10-15  DLH  EVERY BUSINESS DATE ON TRANFILE IS       *
003339*                    CHECKED AGAINST THE REGION'S HOLIDAY     *
003340*                    CALENDAR (CALFILE, OPTIONAL - WEEKENDS   *
003341*                    ONLY WITHOUT IT); A WEEKEND OR HOLIDAY   *
003342*                    DATE RAISES ACCPT10W ON THE CONSOLE.     *
003343*   2026-10-15  DLH  APPROVED MANUAL ADJUSTMENTS STAGED BY    *
003344*                    THE ADJPOST STEP (ADJGFILE) ARE COPIED   *
003345*                    INTO GLEXFILE UNDER SOURCE 'ADJ' AHEAD   *
003346*                    OF THE TRAILER, SO THE TRAILER AND THE   *
003347*                    CTLFILE GL COUNT AND TOTAL NOW COVER     *
003348*                    THEM.  A MISSING STAGING FILE RAISES     *
003349*                    ACCPT11W.                                *
003352*   2026-10-15  DLH  THREE-WAY ITEMS: THE PROCESSOR           *
003355*                    SETTLEMENT AMOUNT (P) IS CONVERTED AT    *
003358*                    ITS OWN BUSINESS DATE'S RATE AND THE     *
003361*                    TOLERANCE IS APPLIED TO BOTH LEGS -      *
003364*                    LEDGER TO PROCESSOR (P-A) AND PROCESSOR  *
003367*                    TO BANK (B-P); EITHER LEG OUT OF         *
003370*                    TOLERANCE MAKES THE ITEM OUT OF BALANCE. *
003373*                    THE BROKEN LEG IS SHOWN ON THE REPORT    *
003376*                    AND AUDIT LINES AND RIDES HISTFILE (NOW  *
003379*                    123 BYTES) AND GLEXFILE (NOW 87 BYTES)   *
003382*                    WITH THE P AMOUNTS.  THE TRAILER CHECK   *
003383*                    COVERS THE P HASH TOTAL, AND RUNCFILE    *
003384*                    REGISTRATIONS CARRY IT (NOW 91 BYTES) SO *
003385*                    A RESUBMITTED FILE WHOSE P AMOUNTS HAVE  *
003386*                    CHANGED IS NOT TAKEN FOR A RERUN.        *
003388******************************************************************
003391 PROGRAM-ID. ACCPT.
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003800 INPUT-OUTPUT SECTION.
005740     SELECT GLEXFILE ASSIGN TO GLEXFILE
005750         ORGANIZATION IS SEQUENTIAL
005760         FILE STATUS IS ACPT-GLX-STATUS.
005762     SELECT ADJGFILE ASSIGN TO ADJGFILE
005764         ORGANIZATION IS SEQUENTIAL
005766         FILE STATUS IS ACPT-AGL-STATUS.
005770     SELECT RUNCFILE ASSIGN TO RUNCFILE
005780         ORGANIZATION IS SEQUENTIAL
005790         FILE STATUS IS ACPT-RUN-STATUS.
005796     SELECT CTLFILE ASSIGN TO CTLFILE
005797         ORGANIZATION IS SEQUENTIAL
005798         FILE STATUS IS ACPT-CTL-STATUS.
005799     SELECT ACCTMST ASSIGN TO ACCTMST
005800         ORGANIZATION IS INDEXED
005801         ACCESS MODE IS RANDOM
005802         RECORD KEY IS ACM-KEY
005803         FILE STATUS IS ACPT-ACM-STATUS.
005811     SELECT FXRATES ASSIGN TO FXRATES
005819         ORGANIZATION IS INDEXED
005827         ACCESS MODE IS RANDOM
005835         RECORD KEY IS FXM-KEY
005843         FILE STATUS IS ACPT-FXR-STATUS.
005845     SELECT CALFILE ASSIGN TO CALFILE
005847         ORGANIZATION IS SEQUENTIAL
005849         FILE STATUS IS ACPT-CAL-STATUS.
005851 DATA DIVISION.
005900 FILE SECTION.
006000 FD  TRANFILE
006100     LABEL RECORDS ARE STANDARD
008575*    ONE 'D' RECORD PER OUT-OF-BALANCE ITEM, SIGNED F-G AS THE
008580*    ADJUSTMENT AMOUNT, CLOSED OFF BY ONE 'T' TRAILER CARRYING
008585*    THE ITEM COUNT AND TOTAL AMOUNT FOR THE GL UPLOAD TO
008588*    BALANCE AGAINST.  BOTH LAYOUTS ARE 87 BYTES.  THE
008591*    ADJUSTMENT AND TRAILER TOTAL ARE IN THE REPORTING
008592*    CURRENCY; EACH SIDE'S ORIGINAL CURRENCY AND AMOUNT AND THE
008593*    FX DIFFERENCE WITHIN THE ADJUSTMENT FOLLOW FOR THE LEDGER.
008594*    A THREE-WAY ITEM ALSO CARRIES THE PROCESSOR'S ORIGINAL
008595*    CURRENCY AND AMOUNT AND THE LEG THAT BROKE (SEE VARHREC FOR
008596*    THE LEG VALUES); THE ADJUSTMENT IS STILL B-A.
008597 01  GLX-RECORD.
008598     05  GLX-REC-TYPE                PIC X(01).
008599     05  GLX-ACCT-KEY                PIC X(10).
008600     05  GLX-BUS-DATE                PIC 9(08).
008601     05  GLX-SOURCE-SYS              PIC X(03).
008602     05  GLX-ADJ-AMOUNT              PIC S9(9)V9(2).
008603     05  GLX-A-CCY                   PIC X(03).
008604     05  GLX-A-ORIG                  PIC S9(9)V9(2).
008605     05  GLX-B-CCY                   PIC X(03).
008606     05  GLX-B-ORIG                  PIC S9(9)V9(2).
008607     05  GLX-FX-DIFF                 PIC S9(9)V9(2).
008608     05  GLX-P-CCY                   PIC X(03).
008609     05  GLX-P-ORIG                  PIC S9(9)V9(2).
008610     05  GLX-BROKEN-LEG              PIC X(01).
008611 01  GLX-TRAILER.
008612     05  GLX-T-REC-TYPE              PIC X(01).
008613     05  GLX-T-ITEM-COUNT            PIC 9(07).
008614     05  GLX-T-TOTAL-AMOUNT          PIC S9(13)V9(2).
008615     05  FILLER                      PIC X(64).
008616 FD  RUNCFILE
008617     LABEL RECORDS ARE STANDARD
008620     RECORDING MODE IS F.
008625*    ONE 'C' RECORD PER COMPLETED RUN - THE BUSINESS DATE AND
008630*    CONTROL-TRAILER TOTALS IDENTIFY THE FILE PROCESSED, SO A
008685     05  RUNC-GRAND-TOTAL            PIC S9(13)V9(2).
008690     05  RUNC-REG-DATE               PIC 9(06).
008695     05  RUNC-REG-TIME               PIC 9(08).
008696     05  RUNC-HASH-P                 PIC S9(11)V9(2).
008697 FD  TOLRFILE
008698     LABEL RECORDS ARE STANDARD.
008699*    TLM-RECORD IS SHARED WITH ACTOLM - SEE COPYBOOKS/TOLRMREC.
008706*    CTL-RECORD IS SHARED WITH THE OTHER STREAM STEPS AND
008707*    RECBAL - SEE COPYBOOKS/CTLREC.
008708 COPY CTLREC.
008709 FD  ACCTMST
008710     LABEL RECORDS ARE STANDARD.
008711*    ACM-RECORD IS SHARED WITH ACACTM AND TRNMATCH - SEE
008712*    COPYBOOKS/ACCTMREC.
008713 COPY ACCTMREC.
008717 FD  FXRATES
008721     LABEL RECORDS ARE STANDARD.
008725*    FXM-RECORD IS SHARED WITH FXLOAD - SEE COPYBOOKS/FXRTREC.
008729 COPY FXRTREC.
008730 FD  CALFILE
008731     LABEL RECORDS ARE STANDARD
008732     RECORDING MODE IS F.
008733*    CAL-RECORD IS SHARED WITH TRNMATCH, OPENUPD AND EXCPAGE -
008734*    SEE COPYBOOKS/CALNDREC.
008735 COPY CALNDREC.
008736 FD  ADJGFILE
008737     LABEL RECORDS ARE STANDARD
008738     RECORDING MODE IS F.
008739*    MANUAL ADJUSTMENTS STAGED BY ADJPOST, ALREADY IN THE GLX
008740*    DETAIL LAYOUT - SEE 7200-COPY-MANUAL-ADJ.
008742 01  AGL-RECORD                      PIC X(87).
008744 WORKING-STORAGE SECTION.
008754*-----------------------------------------------------------------
008800* SHARED A / B / F-G FIELDS - SEE COPYBOOKS/ABFGREC.CPY
008900*-----------------------------------------------------------------
009930 77  ACPT-RUN-STATUS                 PIC X(02) VALUE SPACES.
009940 77  ACPT-TOL-STATUS                 PIC X(02) VALUE SPACES.
009950 77  ACPT-CTL-STATUS                 PIC X(02) VALUE SPACES.
009975 77  ACPT-ACM-STATUS                 PIC X(02) VALUE SPACES.
009987 77  ACPT-FXR-STATUS                 PIC X(02) VALUE SPACES.
009993 77  ACPT-CAL-STATUS                 PIC X(02) VALUE SPACES.
009996 77  ACPT-AGL-STATUS                 PIC X(02) VALUE SPACES.
010000*-----------------------------------------------------------------
010100* RUN CONTROL SWITCHES AND COUNTERS
010200*-----------------------------------------------------------------
011100     88  ACPT-OUT-OF-BALANCE             VALUE 'Y'.
011150 77  ACPT-RESTART-SW                 PIC X(01) VALUE 'N'.
011160     88  ACPT-RESTARTING                 VALUE 'Y'.
011168*    MANUAL ADJUSTMENT STAGING FILE - SEE 7200-COPY-MANUAL-ADJ.
011176 77  ACPT-AGL-EOF-SW                 PIC X(01) VALUE 'N'.
011184     88  ACPT-AGL-EOF                    VALUE 'Y'.
011192 77  ACPT-AGL-COUNT                  PIC 9(07) COMP VALUE 0.
011200 77  ACPT-RECORD-COUNT               PIC 9(07) COMP VALUE 0.
011300 77  ACPT-EXCEPTION-COUNT            PIC 9(07) COMP VALUE 0.
011400 77  ACPT-OOB-COUNT                  PIC 9(07) COMP VALUE 0.
011478         10  ACPT-DT-TOTAL           PIC S9(13)V9(2).
011479         10  ACPT-DT-PRIOR-SW        PIC X(01).
011481         10  ACPT-DT-PICKED-SW       PIC X(01).
011482         10  ACPT-DT-CAL-SW          PIC X(01).
011483 77  ACPT-DT-SUB                     PIC 9(04) COMP VALUE 0.
011484 77  ACPT-DT-HIT                     PIC 9(04) COMP VALUE 0.
011485 77  ACPT-DT-BEST                    PIC 9(04) COMP VALUE 0.
011486 77  ACPT-DT-PRINTED                 PIC 9(04) COMP VALUE 0.
011487 77  ACPT-DT-SCAN-DATE               PIC 9(08) VALUE 0.
011488*    BUSINESS-DAY CHECK OF THE FILE'S DATES - SEE
011489*    1180-CHECK-BUSINESS-DATES.  ACPT-DT-CAL-SW ABOVE HOLDS THE
011490*    CALENDAR'S 'H' (HOLIDAY) OR 'B' (WORKING DAY) FOR THE DATE,
011491*    SPACE WHEN THE CALENDAR DOES NOT MENTION IT.
011492 77  ACPT-CAL-EOF-SW                 PIC X(01) VALUE 'N'.
011493     88  ACPT-CAL-EOF                    VALUE 'Y'.
011494 77  ACPT-DOW-QUOT                   PIC S9(08) COMP VALUE 0.
011495 77  ACPT-DOW                        PIC S9(08) COMP VALUE 0.
011496*    SERIAL DAY-COUNT CONVERSION WORK FIELDS - SEE
011497*    8700-DATE-TO-DAYS.
011498 01  ACPT-DTD-DATE                   PIC 9(08) VALUE 0.
011499 01  FILLER REDEFINES ACPT-DTD-DATE.
011500     05  ACPT-DTD-CCYY               PIC 9(04).
011501     05  ACPT-DTD-MM                 PIC 9(02).
011502     05  ACPT-DTD-DD                 PIC 9(02).
011503 77  ACPT-DTD-DAYS                   PIC S9(08) COMP VALUE 0.
011504 77  ACPT-DTD-YR                     PIC S9(08) COMP VALUE 0.
011505 77  ACPT-DTD-MO                     PIC S9(08) COMP VALUE 0.
011506 77  ACPT-DTD-T1                     PIC S9(08) COMP VALUE 0.
011507 77  ACPT-DTD-T2                     PIC S9(08) COMP VALUE 0.
011508 77  ACPT-DTD-T3                     PIC S9(08) COMP VALUE 0.
011509 77  ACPT-DTD-T4                     PIC S9(08) COMP VALUE 0.
011516*    THE ACPT-SEG- COUNTERS BELOW ARE NEVER SEEDED FROM THE
011523*    CHECKPOINT - THEY COVER ONLY THIS RUN'S OWN SEGMENT OF
011530*    RECORDS, SO THE PRINTED REPORT'S TOTAL LINES CAN MATCH THE
011537*    DETAIL LINES ACTUALLY WRITTEN TO RPTFILE THIS RUN. SEE
011544*    8000-FINALIZE.
011551 77  ACPT-SEG-RECORD-COUNT           PIC 9(07) COMP VALUE 0.
011558 77  ACPT-SEG-EXCEPTION-COUNT        PIC 9(07) COMP VALUE 0.
011565 77  ACPT-SEG-OOB-COUNT              PIC 9(07) COMP VALUE 0.
011572 77  ACPT-SEG-GRAND-TOTAL            PIC S9(13)V9(2) VALUE 0.
011579 77  ACPT-SEG-FX-TOTAL               PIC S9(13)V9(2) VALUE 0.
011586 77  ACPT-SEG-NORATE-COUNT           PIC 9(07) COMP VALUE 0.
011593 77  ACPT-SKIP-COUNT                 PIC 9(07) COMP VALUE 0.
011600 77  ACPT-SKIPPED-SO-FAR             PIC 9(07) COMP VALUE 0.
011700 77  ACPT-CKPT-REMAINDER             PIC 9(07) COMP VALUE 0.
011800 77  ACPT-CKPT-QUOTIENT              PIC 9(07) COMP VALUE 0.
011880 77  ACPT-HASH-B                     PIC S9(11)V9(2) VALUE 0.
011890 77  ACPT-TRL-HASH-A                 PIC S9(11)V9(2) VALUE 0.
011895 77  ACPT-TRL-HASH-B                 PIC S9(11)V9(2) VALUE 0.
011896 77  ACPT-HASH-P                     PIC S9(11)V9(2) VALUE 0.
011897 77  ACPT-TRL-HASH-P                 PIC S9(11)V9(2) VALUE 0.
011900*-----------------------------------------------------------------
012000* TOLERANCE, LIMITS AND RUN-TIME PARAMETERS
012100*-----------------------------------------------------------------
012270     88  ACPT-TOL-AVAIL                  VALUE 'Y'.
012280 77  ACPT-TOL-FOUND-SW               PIC X(01) VALUE 'N'.
012290     88  ACPT-TOL-FOUND                  VALUE 'Y'.
012293 77  ACPT-ACM-AVAIL-SW               PIC X(01) VALUE 'N'.
012296     88  ACPT-ACM-AVAIL                  VALUE 'Y'.
012297*    CURRENCY CONVERSION - SEE 3500-CONVERT-AMOUNTS.  THE
012298*    REPORTING CURRENCY COMES FROM THE FXRATES CONTROL RECORD;
012299*    A SIDE IN THAT CURRENCY (OR WITH NO CURRENCY CODE) IS
012300*    TAKEN AT A RATE OF 1 WITHOUT A LOOKUP.
012301 77  ACPT-FX-AVAIL-SW                PIC X(01) VALUE 'N'.
012302     88  ACPT-FX-AVAIL                   VALUE 'Y'.
012303 77  ACPT-RPT-CCY                    PIC X(03) VALUE SPACES.
012304 77  ACPT-NO-RATE-SW                 PIC X(01) VALUE 'N'.
012305     88  ACPT-RATE-MISSING               VALUE 'Y'.
012306 77  ACPT-RATE-FOUND-SW              PIC X(01) VALUE 'N'.
012307     88  ACPT-RATE-FOUND                 VALUE 'Y'.
012308 77  ACPT-LOOKUP-CCY                 PIC X(03) VALUE SPACES.
012309 77  ACPT-LOOKUP-DATE                PIC 9(08) VALUE 0.
012310 77  ACPT-LOOKUP-RATE                PIC 9(05)V9(06) VALUE 0.
012311 77  ACPT-MISS-CCY                   PIC X(03) VALUE SPACES.
012312 77  ACPT-MISS-DATE                  PIC 9(08) VALUE 0.
012313 77  ACPT-B-DATE                     PIC 9(08) VALUE 0.
012314 77  ACPT-B-AT-A-RATE                PIC S9(9)V9(2) VALUE 0.
012315 77  ACPT-REAL-BREAK                 PIC S9(9)V9(2) VALUE 0.
012332*    THREE-WAY LEGS - SEE 5100-CHECK-LEGS.  EACH LEG IS THE
012349*    DIFFERENCE OF TWO S9(9)V9(2) AMOUNTS, SO ONE MORE INTEGER
012366*    DIGIT MEANS A LEG CAN NEVER OVERFLOW.
012383 77  ACPT-P-DATE                     PIC 9(08) VALUE 0.
012400 77  ACPT-LEG-LDG-PRC                PIC S9(10)V9(2) VALUE 0.
012417 77  ACPT-LEG-PRC-BNK                PIC S9(10)V9(2) VALUE 0.
012434 77  ACPT-ABS-LEG                    PIC S9(10)V9(2) VALUE 0.
012457 77  ACPT-CHECKPOINT-INTERVAL        PIC 9(05) VALUE 00050.
012600 77  ACPT-ABS-F-G                    PIC S9(9)V9(2) VALUE 0.
012700 77  ACPT-GRAND-TOTAL                PIC S9(13)V9(2) VALUE 0.
012800 77  ACPT-GRAND-TOTAL-EDIT           PIC +Z(12)9.9(2).
016800     05  FILLER                      PIC X(10) VALUE SPACES.
016900     05  FILLER                      PIC X(10) VALUE "RUN TIME: ".
017000     05  RPT-H2-TIME                 PIC X(08).
017020     05  FILLER                      PIC X(10) VALUE SPACES.
017040     05  FILLER                      PIC X(20)
017060             VALUE "REPORTING CURRENCY: ".
017080     05  RPT-H2-CCY                  PIC X(03).
017100 01  RPT-HEADING-3.
017110     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
017120     05  FILLER                      PIC X(10) VALUE "BUS DATE".
017410             VALUE "     F-G VAR.".
017420     05  FILLER                      PIC X(17)
017430             VALUE "    TOLERANCE".
017440     05  FILLER                      PIC X(15) VALUE "A/B ITEMS".
017500     05  FILLER                      PIC X(16) VALUE "STATUS".
017550 01  RPT-HEADING-RESTART.
017560     05  FILLER                      PIC X(20) VALUE
018110     05  FILLER                      PIC X(04) VALUE SPACES.
018120     05  RPT-D-TOL                   PIC +Z(9).Z(2).
018200     05  FILLER                      PIC X(04) VALUE SPACES.
018210     05  RPT-D-A-ITEMS               PIC ZZZZ9.
018220     05  FILLER                      PIC X(01) VALUE "/".
018230     05  RPT-D-B-ITEMS               PIC ZZZZ9.
018240     05  FILLER                      PIC X(04) VALUE SPACES.
018300     05  RPT-D-STATUS                PIC X(20).
018312 01  RPT-NAME-LINE.
018324     05  FILLER                      PIC X(12) VALUE SPACES.
018336     05  FILLER                      PIC X(06) VALUE "NAME: ".
018348     05  RPT-N-NAME                  PIC X(30).
018360     05  FILLER                      PIC X(04) VALUE SPACES.
018372     05  FILLER                      PIC X(07) VALUE "OWNER: ".
018384     05  RPT-N-OWNER                 PIC X(20).
018385*    PRINTED UNDER A DETAIL LINE WHEN EITHER SIDE IS IN A
018386*    FOREIGN CURRENCY - SEE 6060-WRITE-FX-LINE.
018387 01  RPT-FX-LINE.
018388     05  FILLER                      PIC X(12) VALUE SPACES.
018389     05  FILLER                      PIC X(04) VALUE "A = ".
018390     05  RPT-X-A-CCY                 PIC X(03).
018391     05  FILLER                      PIC X(01) VALUE SPACES.
018392     05  RPT-X-A-ORIG                PIC +Z(9).Z(2).
018393     05  FILLER                      PIC X(03) VALUE SPACES.
018394     05  FILLER                      PIC X(04) VALUE "B = ".
018395     05  RPT-X-B-CCY                 PIC X(03).
018396     05  FILLER                      PIC X(01) VALUE SPACES.
018397     05  RPT-X-B-ORIG                PIC +Z(9).Z(2).
018398     05  FILLER                      PIC X(03) VALUE SPACES.
018399     05  FILLER                      PIC X(09) VALUE "FX DIFF: ".
018400     05  RPT-X-FX-DIFF               PIC +Z(9).Z(2).
018401     05  FILLER                      PIC X(03) VALUE SPACES.
018402     05  FILLER                      PIC X(12)
018403             VALUE "REAL BREAK: ".
018404     05  RPT-X-REAL-BREAK            PIC +Z(9).Z(2).
018406*    PRINTED UNDER A THREE-WAY ITEM'S DETAIL LINE - SEE
018408*    6070-WRITE-PROC-LINE.  THE LEGS ARE IN THE REPORTING
018410*    CURRENCY: LDG-PRC IS P-A, PRC-BNK IS B-P.
018412 01  RPT-PROC-LINE.
018414     05  FILLER                      PIC X(12) VALUE SPACES.
018416     05  FILLER                      PIC X(04) VALUE "P = ".
018418     05  RPT-P-CCY                   PIC X(03).
018420     05  FILLER                      PIC X(01) VALUE SPACES.
018422     05  RPT-P-ORIG                  PIC +Z(9).Z(2).
018424     05  FILLER                      PIC X(03) VALUE SPACES.
018426     05  FILLER                      PIC X(08) VALUE "P VALUE ".
018428     05  RPT-P-VALUE                 PIC +Z(9).Z(2).
018430     05  FILLER                      PIC X(03) VALUE SPACES.
018432     05  FILLER                      PIC X(06) VALUE "ITEMS ".
018434     05  RPT-P-ITEMS                 PIC ZZZZ9.
018436     05  FILLER                      PIC X(03) VALUE SPACES.
018438     05  FILLER                      PIC X(09) VALUE "LDG-PRC: ".
018440     05  RPT-P-LEG-1                 PIC +Z(10).Z(2).
018442     05  FILLER                      PIC X(03) VALUE SPACES.
018444     05  FILLER                      PIC X(09) VALUE "PRC-BNK: ".
018446     05  RPT-P-LEG-2                 PIC +Z(10).Z(2).
018452 01  RPT-TOTAL-LINE-1.
018500     05  FILLER                      PIC X(21)
018600             VALUE "RECORDS PROCESSED. . ".
018700     05  RPT-T1-COUNT                PIC Z,ZZZ,ZZ9.
019700     05  FILLER                      PIC X(21)
019800             VALUE "GRAND TOTAL F-G . . .".
019900     05  RPT-T4-TOTAL                PIC +Z(12)9.9(2).
019901 01  RPT-TOTAL-LINE-9.
019902     05  FILLER                      PIC X(21)
019903             VALUE "FX DIFFERENCE TOTAL .".
019904     05  RPT-T9-TOTAL                PIC +Z(12)9.9(2).
019905 01  RPT-TOTAL-LINE-10.
019906     05  FILLER                      PIC X(21)
019907             VALUE "HELD - NO FX RATE . .".
019908     05  RPT-T10-COUNT               PIC Z,ZZZ,ZZ9.
019909*    ONE SUBTOTAL BLOCK PER BUSINESS DATE IN THE FILE IS
019910*    PRINTED AHEAD OF THE GRAND TOTALS - SEE 8100-PRINT-DATE-
019911*    BLOCKS.  LIKE THE GRAND TOTAL LINES, THE BLOCKS COVER
019912*    THIS RUN'S OWN SEGMENT OF RECORDS.
019913 01  RPT-DATE-HEADING.
019914     05  FILLER                      PIC X(18)
019915             VALUE "--- BUSINESS DATE ".
019916     05  RPT-DH-DATE                 PIC 9(08).
019917     05  FILLER                      PIC X(04) VALUE " ---".
019918*    THE FOLLOWING CUMULATIVE-TOTAL LINES ARE ONLY PRINTED ON A
019920*    RESTARTED RUN, WHERE RPT-TOTAL-LINE-1 THRU 4 ABOVE COVER
019930*    ONLY THIS RUN'S OWN SEGMENT OF RECORDS AND CANNOT BY
019940*    THEMSELVES ACCOUNT FOR THE WHOLE DAY'S RUNNING TOTAL - SEE
021510     05  FILLER                      PIC X(01) VALUE SPACES.
021520     05  FILLER                      PIC X(04) VALUE "TOL=".
021530     05  AUD-TOL                     PIC +Z(9).Z(2).
021547     05  FILLER                      PIC X(01) VALUE SPACES.
021564     05  FILLER                      PIC X(04) VALUE "LEG=".
021581     05  AUD-LEG                     PIC X(01).
021600*-----------------------------------------------------------------
021700* EXCEPTION LINE
021800*-----------------------------------------------------------------
024740     END-IF.
024750     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
024751     PERFORM 1150-OPEN-TOL-RULES THRU 1150-EXIT.
024752     PERFORM 1160-OPEN-ACCT-MASTER THRU 1160-EXIT.
024753     PERFORM 1170-OPEN-FX-RATES THRU 1170-EXIT.
024754     PERFORM 1180-CHECK-BUSINESS-DATES THRU 1180-EXIT.
024755     PERFORM 1350-CHECK-RUN-CONTROL THRU 1350-EXIT.
024756     IF ACPT-REFUSE-RUN
024757         CLOSE TRANFILE
024758         GO TO 9999-EXIT
024759     END-IF.
024760     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
024770     IF ACPT-SKIP-COUNT > 0
024780         MOVE "Y" TO ACPT-RESTART-SW
028393     END-IF.
028394 1150-EXIT.
028395     EXIT.
028396*
028397 1160-OPEN-ACCT-MASTER.
028398*    THE ACCOUNT REFERENCE MASTER ONLY SUPPLIES THE NAME AND
028399*    OWNER PRINTED UNDER EACH DETAIL LINE - TRNMATCH HAS
028400*    ALREADY SCREENED THE ACCOUNTS - SO A CLUSTER THAT CANNOT
028401*    BE OPENED JUST LEAVES THE NAME LINES OFF THE REPORT.
028402     OPEN INPUT ACCTMST.
028403     IF ACPT-ACM-STATUS = "00"
028404         MOVE 'Y' TO ACPT-ACM-AVAIL-SW
028405     ELSE
028406         DISPLAY "ACCPT - ACCTMST NOT AVAILABLE, STATUS = "
028407             ACPT-ACM-STATUS " - NAME LINES OMITTED"
028408     END-IF.
028409 1160-EXIT.
028410     EXIT.
028411*
028412 1170-OPEN-FX-RATES.
028413*    THE FX RATE MASTER IS LOADED BY FXLOAD AHEAD OF THE MATCH
028414*    STEP.  WITHOUT IT ONLY REPORTING-CURRENCY ITEMS CAN BE
028415*    RECONCILED - EVERY FOREIGN-CURRENCY ITEM IS HELD AS A
028416*    NO-RATE EXCEPTION RATHER THAN TAKEN AT A GUESSED RATE.
028417     OPEN INPUT FXRATES.
028418     IF ACPT-FXR-STATUS NOT = "00"
028419         DISPLAY "ACCPT - FXRATES NOT AVAILABLE, STATUS = "
028420             ACPT-FXR-STATUS " - FOREIGN ITEMS WILL BE HELD"
028421         GO TO 1170-EXIT
028422     END-IF.
028423     MOVE 'Y' TO ACPT-FX-AVAIL-SW.
028424     MOVE SPACES TO FXM-CCY.
028425     MOVE 0 TO FXM-RATE-DATE.
028426     READ FXRATES
028427         INVALID KEY
028428             DISPLAY "ACCPT - FXRATES HAS NO CONTROL RECORD"
028429                 " - FOREIGN ITEMS WILL BE HELD"
028430         NOT INVALID KEY
028431             MOVE FXM-RPT-CCY TO ACPT-RPT-CCY
028432     END-READ.
028433 1170-EXIT.
028434     EXIT.
028435*
028436 1180-CHECK-BUSINESS-DATES.
028437*    EVERY BUSINESS DATE CARRIED ON TRANFILE IS CHECKED AGAINST
028438*    THE REGION'S CALENDAR.  A WEEKEND OR HOLIDAY DATE USUALLY
028439*    MEANS A FEED STAMPED WITH THE WRONG DATE, SO THE OPERATOR
028440*    IS WARNED - THE RUN ITSELF CARRIES ON.  WITHOUT THE
028441*    CALENDAR ONLY WEEKEND DATES ARE CAUGHT.
028442     OPEN INPUT CALFILE.
028443     IF ACPT-CAL-STATUS = "00"
028444         PERFORM 1185-READ-CALENDAR THRU 1185-EXIT
028445                 UNTIL ACPT-CAL-EOF
028446         CLOSE CALFILE
028447     ELSE
028448         DISPLAY "ACCPT - CALFILE NOT AVAILABLE, STATUS = "
028449             ACPT-CAL-STATUS " - ONLY WEEKEND DATES CHECKED"
028450     END-IF.
028451     MOVE 0 TO ACPT-DT-SUB.
028452     PERFORM 1190-WARN-NON-BUSINESS THRU 1190-EXIT
028453         UNTIL ACPT-DT-SUB NOT < ACPT-DATE-COUNT.
028454 1180-EXIT.
028455     EXIT.
028456*
028457 1185-READ-CALENDAR.
028458     READ CALFILE
028459         AT END
028460             MOVE 'Y' TO ACPT-CAL-EOF-SW
028461         NOT AT END
028462             IF CAL-HOLIDAY-REC OR CAL-WORKDAY-REC
028463                 MOVE CAL-DATE TO ACPT-DT-SCAN-DATE
028464                 PERFORM 1595-FIND-FILE-DATE THRU 1595-EXIT
028465                 IF ACPT-DT-HIT > 0
028466                     MOVE CAL-REC-TYPE
028467                         TO ACPT-DT-CAL-SW (ACPT-DT-HIT)
028468                 END-IF
028469             END-IF
028470     END-READ.
028471 1185-EXIT.
028472     EXIT.
028473*
028474 1190-WARN-NON-BUSINESS.
028475     ADD 1 TO ACPT-DT-SUB.
028476     IF ACPT-DT-DATE (ACPT-DT-SUB) IS NOT NUMERIC
028477             OR ACPT-DT-DATE (ACPT-DT-SUB) = 0
028478         GO TO 1190-EXIT
028479     END-IF.
028480     MOVE ACPT-DT-DATE (ACPT-DT-SUB) TO ACPT-DTD-DATE.
028481     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
028482*    THE SERIAL DAY MODULO 7 GIVES THE DAY OF THE WEEK -
028483*    REMAINDER 4 IS A SATURDAY, 5 A SUNDAY.
028484     DIVIDE ACPT-DTD-DAYS BY 7 GIVING ACPT-DOW-QUOT
028485         REMAINDER ACPT-DOW.
028486     IF ACPT-DT-CAL-SW (ACPT-DT-SUB) = 'H'
028487         DISPLAY "ACCPT10W BUSINESS DATE "
028488             ACPT-DT-DATE (ACPT-DT-SUB) " IS A HOLIDAY ON THE "
028489             "BUSINESS CALENDAR" UPON CONSOLE
028490     ELSE
028491         IF (ACPT-DOW = 4 OR ACPT-DOW = 5)
028492                 AND ACPT-DT-CAL-SW (ACPT-DT-SUB) NOT = 'B'
028493             DISPLAY "ACCPT10W BUSINESS DATE "
028494                 ACPT-DT-DATE (ACPT-DT-SUB) " FALLS ON A "
028495                 "WEEKEND" UPON CONSOLE
028496         END-IF
028497     END-IF.
028498 1190-EXIT.
028499     EXIT.
028500*
028550 1200-READ-CHECKPOINT.
028600     OPEN INPUT CHKPFILE.
028700     IF ACPT-CKP-STATUS = "00"
028800         READ CHKPFILE
029700 1300-WRITE-REPORT-HEADINGS.
029800     MOVE ACPT-RUN-DATE-EDIT TO RPT-H2-DATE.
029900     MOVE ACPT-RUN-TIME-EDIT TO RPT-H2-TIME.
029920     MOVE ACPT-RPT-CCY TO RPT-H2-CCY.
029940     WRITE RPT-RECORD FROM RPT-HEADING-1.
030000     WRITE RPT-RECORD FROM RPT-HEADING-2.
030100     WRITE RPT-RECORD FROM RPT-HEADING-3.
030525                 AND RUNC-TRL-COUNT = ACPT-TRL-COUNT
030526                 AND RUNC-HASH-A = ACPT-TRL-HASH-A
030527                 AND RUNC-HASH-B = ACPT-TRL-HASH-B
030529                 AND RUNC-HASH-P = ACPT-TRL-HASH-P
030531             MOVE 'Y' TO ACPT-DUP-RUN-SW
030533         ELSE
030535             MOVE 'Y' TO ACPT-DT-PRIOR-SW (ACPT-DT-HIT)
030537         END-IF
030539     END-IF.
030541 1365-EXIT.
030543     EXIT.
030545*
030547 1370-LOG-RERUN-ATTEMPT.
030549     ACCEPT ACPT-SYSTEM-DATE FROM DATE.
030551     ACCEPT ACPT-SYSTEM-TIME FROM TIME.
030553     MOVE 'R' TO RUNC-REC-TYPE.
030555     MOVE ACPT-FIRST-BUS-DATE TO RUNC-BUS-DATE.
030557     MOVE ACPT-TRL-COUNT TO RUNC-TRL-COUNT.
030559     MOVE ACPT-TRL-HASH-A TO RUNC-HASH-A.
030561     MOVE ACPT-TRL-HASH-B TO RUNC-HASH-B.
030563     MOVE ACPT-TRL-HASH-P TO RUNC-HASH-P.
030565     MOVE 0 TO RUNC-RECORD-COUNT.
030567     MOVE 0 TO RUNC-GRAND-TOTAL.
030569     MOVE ACPT-SYSTEM-DATE TO RUNC-REG-DATE.
030571     MOVE ACPT-SYSTEM-TIME TO RUNC-REG-TIME.
030573     OPEN EXTEND RUNCFILE.
030575     IF ACPT-RUN-STATUS NOT = "00"
030577         OPEN OUTPUT RUNCFILE
030579     END-IF.
030581     IF ACPT-RUN-STATUS = "00"
030583         WRITE RUNC-RECORD
030585         CLOSE RUNCFILE
030587     END-IF.
030589 1370-EXIT.
030591     EXIT.
030593*
030600 1400-SKIP-PROCESSED-RECORDS.
030700     PERFORM 1450-SKIP-ONE-RECORD THRU 1450-EXIT
030800             UNTIL ACPT-EOF
031330*    DATASET, SO ITS OUT-OF-BALANCE ITEM MUST BE RECOMPUTED
031333*    AND REWRITTEN HERE.  THE GLOBAL EXCEPTION AND OUT-OF-
031336*    BALANCE COUNTS ARE NOT TOUCHED - THE CHECKPOINT SEEDED
031337*    THEM ALREADY.  THE AMOUNTS ARE CONVERTED AND TESTED
031338*    EXACTLY AS IN 2000-PROCESS-RECORD; A HELD NO-RATE ITEM
031339*    NEVER REACHED THE EXTRACT AND IS SKIPPED AGAIN HERE.
031342     IF TRAN-A IS NUMERIC AND TRAN-B IS NUMERIC
031343             AND (TRAN-P IS NUMERIC OR NOT TRAN-THREE-WAY)
031345         MOVE 'N' TO ACPT-SIZE-ERROR-SW
031346         PERFORM 3500-CONVERT-AMOUNTS THRU 3500-EXIT
031347         IF ACPT-RATE-MISSING
031348             GO TO 1460-EXIT
031349         END-IF
031350         IF NOT ACPT-SIZE-ERROR
031351             SUBTRACT ABFG-A FROM ABFG-B GIVING ABFG-F-G
031352                 ON SIZE ERROR
031354                     MOVE 'Y' TO ACPT-SIZE-ERROR-SW
031357             END-SUBTRACT
031358         END-IF
031360         IF NOT ACPT-SIZE-ERROR
031376             PERFORM 1600-LOOKUP-TOLERANCE THRU 1600-EXIT
031377             PERFORM 5050-TEST-BALANCE THRU 5050-EXIT
031378             IF ACPT-OUT-OF-BALANCE
031381                 MOVE TRAN-ACCT-KEY TO ABFG-ACCT-KEY
031384                 MOVE TRAN-BUS-DATE TO ABFG-BUS-DATE
031387                 MOVE TRAN-SOURCE-SYS TO ABFG-SOURCE-SYS
031396                 PERFORM 6400-WRITE-GL-EXTRACT THRU 6400-EXIT
031399             END-IF
031402         END-IF
031444     MOVE 0 TO ACPT-SCAN-COUNT.
031447     MOVE 0 TO ACPT-HASH-A.
031450     MOVE 0 TO ACPT-HASH-B.
031451     MOVE 0 TO ACPT-HASH-P.
031453     PERFORM 1550-SCAN-ONE-RECORD THRU 1550-EXIT
031456             UNTIL ACPT-SCAN-EOF OR ACPT-TRAILER-BAD.
031459     IF NOT ACPT-TRAILER-BAD
031492             END-IF
031495             IF ACPT-HASH-A NOT = ACPT-TRL-HASH-A
031498                     OR ACPT-HASH-B NOT = ACPT-TRL-HASH-B
031499                     OR ACPT-HASH-P NOT = ACPT-TRL-HASH-P
031501                 DISPLAY "ACCPT - TRANFILE HASH TOTALS DO NOT"
031504                     " AGREE WITH CONTROL TRAILER - RUN REFUSED"
031507                 MOVE 'Y' TO ACPT-TRAILER-BAD-SW
031648         IF TRL-RECORD-COUNT IS NUMERIC
031651                 AND TRL-HASH-A IS NUMERIC
031654                 AND TRL-HASH-B IS NUMERIC
031655                 AND TRL-HASH-P IS NUMERIC
031657             MOVE TRL-RECORD-COUNT TO ACPT-TRL-COUNT
031660             MOVE TRL-HASH-A TO ACPT-TRL-HASH-A
031663             MOVE TRL-HASH-B TO ACPT-TRL-HASH-B
031664             MOVE TRL-HASH-P TO ACPT-TRL-HASH-P
031666             MOVE 'Y' TO ACPT-TRAILER-FOUND-SW
031669         ELSE
031672             DISPLAY "ACCPT - TRANFILE CONTROL TRAILER IS"
031723         END-IF
031726         IF TRAN-B IS NUMERIC
031729             ADD TRAN-B TO ACPT-HASH-B
031730         END-IF
031731         IF TRAN-P IS NUMERIC
031732             ADD TRAN-P TO ACPT-HASH-P
031733         END-IF
031735         IF ACPT-SCAN-COUNT = 1
031738             MOVE TRAN-BUS-DATE TO ACPT-FIRST-BUS-DATE
031741         END-IF
031814             MOVE 0 TO ACPT-DT-TOTAL (ACPT-DT-HIT)
031815             MOVE 'N' TO ACPT-DT-PRIOR-SW (ACPT-DT-HIT)
031816             MOVE 'N' TO ACPT-DT-PICKED-SW (ACPT-DT-HIT)
031817             MOVE SPACE TO ACPT-DT-CAL-SW (ACPT-DT-HIT)
031818         ELSE
031819             DISPLAY "ACCPT - TRANFILE CARRIES MORE THAN "
031820                 ACPT-DATE-LIMIT " DISTINCT BUSINESS DATES"
031821                 " - RUN REFUSED"
031822             MOVE 'Y' TO ACPT-TRAILER-BAD-SW
031823         END-IF
032010     ADD 1 TO ACPT-SEG-RECORD-COUNT.
032300     MOVE "N" TO ACPT-SIZE-ERROR-SW.
032400     MOVE "N" TO ACPT-TOLERANCE-SW.
032405     MOVE SPACE TO ABFG-BROKEN-LEG.
032410*    THE IDENTIFYING FIELDS ARE CARRIED EVEN FOR AN INVALID
032420*    RECORD SO THE EXCEPTION CAN STILL BE TRACED TO AN ACCOUNT.
032430     MOVE TRAN-ACCT-KEY TO ABFG-ACCT-KEY.
032440     MOVE TRAN-SOURCE-SYS TO ABFG-SOURCE-SYS.
032445     PERFORM 1600-LOOKUP-TOLERANCE THRU 1600-EXIT.
032450     PERFORM 3000-VALIDATE-ENTRIES THRU 3000-EXIT.
032475     MOVE "N" TO ACPT-NO-RATE-SW.
032500     IF ACPT-ENTRY-VALID
032510         PERFORM 3500-CONVERT-AMOUNTS THRU 3500-EXIT
032520         IF ACPT-RATE-MISSING
032530             ADD 1 TO ACPT-SEG-NORATE-COUNT
032540         ELSE
032550             IF ACPT-SIZE-ERROR
032560                 ADD 1 TO ACPT-EXCEPTION-COUNT
032570                 ADD 1 TO ACPT-SEG-EXCEPTION-COUNT
032580             ELSE
032700                 PERFORM 4000-CALCULATE-VARIANCE THRU 4000-EXIT
032800                 IF NOT ACPT-SIZE-ERROR
032900                     PERFORM 5000-CHECK-TOLERANCE THRU 5000-EXIT
032950                     ADD ABFG-FX-DIFF TO ACPT-SEG-FX-TOTAL
033000                 END-IF
033010             END-IF
033020         END-IF
033050     ELSE
033060         MOVE ZEROS TO ABFG-A
033070         MOVE ZEROS TO ABFG-B
033080         MOVE ZEROS TO ABFG-F-G
033082         MOVE TRAN-A-CCY TO ABFG-A-CCY
033084         MOVE TRAN-B-CCY TO ABFG-B-CCY
033086         MOVE ZEROS TO ABFG-A-ORIG
033088         MOVE ZEROS TO ABFG-B-ORIG
033090         MOVE ZEROS TO ABFG-FX-DIFF
033092         MOVE ZEROS TO ABFG-P
033094         MOVE TRAN-P-CCY TO ABFG-P-CCY
033096         MOVE ZEROS TO ABFG-P-ORIG
033100     END-IF.
033200     PERFORM 6000-WRITE-REPORT-DETAIL THRU 6000-EXIT.
033300     PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT.
033400     IF ACPT-SIZE-ERROR OR ACPT-ENTRY-INVALID
033450         OR ACPT-RATE-MISSING
033500         PERFORM 6200-WRITE-EXCEPTION-LINE THRU 6200-EXIT
033600     END-IF.
033610     PERFORM 6300-WRITE-HISTORY-LINE THRU 6300-EXIT.
034700     IF TRAN-B IS NOT NUMERIC
034800         MOVE "N" TO ACPT-VALID-SW
034900     END-IF.
035080*    A THREE-WAY ITEM ALSO NEEDS A GOOD PROCESSOR AMOUNT.
035260     IF TRAN-THREE-WAY AND TRAN-P IS NOT NUMERIC
035440         MOVE "N" TO ACPT-VALID-SW
035620     END-IF.
035800 3000-EXIT.
035900     EXIT.
035901*
035902 3500-CONVERT-AMOUNTS.
035903*    EACH SIDE IS CONVERTED TO THE REPORTING CURRENCY AT THE
035904*    RATE FOR ITS OWN BUSINESS DATE - A AT THE MATCHED DATE,
035905*    B AT THE BANK DATE TRNMATCH CARRIES (THE MATCHED DATE
035906*    WHEN THERE IS NONE), AND ON A THREE-WAY ITEM P AT THE
035907*    PROCESSOR DATE IN THE SAME WAY.  A MISSING RATE STOPS THE
035908*    ITEM HERE - IT IS HELD, NEVER CONVERTED AT ZERO OR ONE.  NO
035909*    COUNTER IS TOUCHED, SO 1460-REBUILD-GL-ITEM CAN USE IT.
035910     MOVE TRAN-A-CCY TO ABFG-A-CCY.
035911     MOVE TRAN-B-CCY TO ABFG-B-CCY.
035912     MOVE TRAN-A TO ABFG-A-ORIG.
035913     MOVE TRAN-B TO ABFG-B-ORIG.
035914     MOVE ZEROS TO ABFG-A.
035915     MOVE ZEROS TO ABFG-B.
035916     MOVE ZEROS TO ABFG-F-G.
035917     MOVE ZEROS TO ABFG-FX-DIFF.
035918     MOVE TRAN-P-CCY TO ABFG-P-CCY.
035919     MOVE ZEROS TO ABFG-P.
035920     IF TRAN-THREE-WAY
035921         MOVE TRAN-P TO ABFG-P-ORIG
035922     ELSE
035923         MOVE ZEROS TO ABFG-P-ORIG
035924     END-IF.
035925     MOVE 'N' TO ACPT-NO-RATE-SW.
035926     IF TRAN-B-BUS-DATE IS NUMERIC AND TRAN-B-BUS-DATE > 0
035927         MOVE TRAN-B-BUS-DATE TO ACPT-B-DATE
035928     ELSE
035929         MOVE TRAN-BUS-DATE TO ACPT-B-DATE
035930     END-IF.
035931     MOVE TRAN-A-CCY TO ACPT-LOOKUP-CCY.
035932     MOVE TRAN-BUS-DATE TO ACPT-LOOKUP-DATE.
035933     PERFORM 3600-GET-RATE THRU 3600-EXIT.
035934     IF NOT ACPT-RATE-FOUND
035935         GO TO 3550-RATE-MISSING
035936     END-IF.
035937     COMPUTE ABFG-A ROUNDED = TRAN-A * ACPT-LOOKUP-RATE
035938         ON SIZE ERROR
035939             MOVE 'Y' TO ACPT-SIZE-ERROR-SW
035940             GO TO 3500-EXIT
035941     END-COMPUTE.
035942     MOVE TRAN-B-CCY TO ACPT-LOOKUP-CCY.
035943     MOVE ACPT-B-DATE TO ACPT-LOOKUP-DATE.
035944     PERFORM 3600-GET-RATE THRU 3600-EXIT.
035945     IF NOT ACPT-RATE-FOUND
035946         GO TO 3550-RATE-MISSING
035947     END-IF.
035948     COMPUTE ABFG-B ROUNDED = TRAN-B * ACPT-LOOKUP-RATE
035949         ON SIZE ERROR
035950             MOVE 'Y' TO ACPT-SIZE-ERROR-SW
035951             GO TO 3500-EXIT
035952     END-COMPUTE.
035953*    THE PROCESSOR AMOUNT TAKES NO PART IN THE FX DIFFERENCE
035954*    BELOW, WHICH STAYS B AGAINST A.
035955     IF TRAN-THREE-WAY
035956         IF TRAN-P-BUS-DATE IS NUMERIC AND TRAN-P-BUS-DATE > 0
035957             MOVE TRAN-P-BUS-DATE TO ACPT-P-DATE
035958         ELSE
035959             MOVE TRAN-BUS-DATE TO ACPT-P-DATE
035960         END-IF
035961         MOVE TRAN-P-CCY TO ACPT-LOOKUP-CCY
035962         MOVE ACPT-P-DATE TO ACPT-LOOKUP-DATE
035963         PERFORM 3600-GET-RATE THRU 3600-EXIT
035964         IF NOT ACPT-RATE-FOUND
035965             GO TO 3550-RATE-MISSING
035966         END-IF
035967         COMPUTE ABFG-P ROUNDED = TRAN-P * ACPT-LOOKUP-RATE
035968             ON SIZE ERROR
035969                 MOVE 'Y' TO ACPT-SIZE-ERROR-SW
035970                 GO TO 3500-EXIT
035971         END-COMPUTE
035972     END-IF.
035973*    THE FX DIFFERENCE IS WHAT B WOULD HAVE LOST OR GAINED HAD
035974*    IT BEEN TAKEN AT A'S DATE - THE PART OF F-G CAUSED ONLY
035975*    BY THE RATE MOVING.  THERE IS NONE WHEN B IS IN THE
035976*    REPORTING CURRENCY OR BOTH SIDES SHARE A DATE, AND NONE
035977*    IS CLAIMED WHEN A'S DATE HAS NO RATE FOR B'S CURRENCY.
035978     IF ACPT-B-DATE = TRAN-BUS-DATE
035979         OR TRAN-B-CCY = SPACES OR TRAN-B-CCY = ACPT-RPT-CCY
035980         GO TO 3500-EXIT
035981     END-IF.
035982     MOVE TRAN-B-CCY TO ACPT-LOOKUP-CCY.
035983     MOVE TRAN-BUS-DATE TO ACPT-LOOKUP-DATE.
035984     PERFORM 3600-GET-RATE THRU 3600-EXIT.
035985     IF NOT ACPT-RATE-FOUND
035986         GO TO 3500-EXIT
035987     END-IF.
035988     COMPUTE ACPT-B-AT-A-RATE ROUNDED = TRAN-B * ACPT-LOOKUP-RATE
035989         ON SIZE ERROR
035990             GO TO 3500-EXIT
035991     END-COMPUTE.
035992     SUBTRACT ACPT-B-AT-A-RATE FROM ABFG-B GIVING ABFG-FX-DIFF
035993         ON SIZE ERROR
035994             MOVE ZEROS TO ABFG-FX-DIFF
035995     END-SUBTRACT.
035996     GO TO 3500-EXIT.
035997 3550-RATE-MISSING.
035998     MOVE 'Y' TO ACPT-NO-RATE-SW.
035999     MOVE ACPT-LOOKUP-CCY TO ACPT-MISS-CCY.
036000     MOVE ACPT-LOOKUP-DATE TO ACPT-MISS-DATE.
036001     MOVE ZEROS TO ABFG-A.
036002     MOVE ZEROS TO ABFG-B.
036003     MOVE ZEROS TO ABFG-P.
036004 3500-EXIT.
036005     EXIT.
036006*
036007 3600-GET-RATE.
036008*    RETURNS THE RATE FOR ACPT-LOOKUP-CCY ON ACPT-LOOKUP-DATE.
036009*    THE REPORTING CURRENCY (OR NO CURRENCY CODE) IS 1.  A
036010*    RATE MUST BE ON FILE FOR THAT EXACT DATE; A ZERO OR
036011*    DAMAGED RATE COUNTS AS NOT FOUND.
036012     MOVE 'N' TO ACPT-RATE-FOUND-SW.
036013     MOVE 0 TO ACPT-LOOKUP-RATE.
036014     IF ACPT-LOOKUP-CCY = SPACES OR ACPT-LOOKUP-CCY = ACPT-RPT-CCY
036015         MOVE 1 TO ACPT-LOOKUP-RATE
036016         MOVE 'Y' TO ACPT-RATE-FOUND-SW
036017         GO TO 3600-EXIT
036018     END-IF.
036019     IF NOT ACPT-FX-AVAIL
036020         GO TO 3600-EXIT
036021     END-IF.
036022     MOVE ACPT-LOOKUP-CCY TO FXM-CCY.
036023     MOVE ACPT-LOOKUP-DATE TO FXM-RATE-DATE.
036024     READ FXRATES
036025         INVALID KEY
036026             CONTINUE
036027         NOT INVALID KEY
036028             IF FXM-RATE IS NUMERIC AND FXM-RATE > 0
036029                 MOVE FXM-RATE TO ACPT-LOOKUP-RATE
036030                 MOVE 'Y' TO ACPT-RATE-FOUND-SW
036031             END-IF
036032     END-READ.
036033 3600-EXIT.
036034     EXIT.
036052*
036100 4000-CALCULATE-VARIANCE.
036200     SUBTRACT ABFG-A FROM ABFG-B GIVING ABFG-F-G
036300         ON SIZE ERROR
037100     EXIT.
037200*
037300 5000-CHECK-TOLERANCE.
037304     PERFORM 5050-TEST-BALANCE THRU 5050-EXIT.
037308     IF ACPT-OUT-OF-BALANCE
037312         ADD 1 TO ACPT-OOB-COUNT
037316         ADD 1 TO ACPT-SEG-OOB-COUNT
037320     END-IF.
037324 5000-EXIT.
037328     EXIT.
037332*
037336 5050-TEST-BALANCE.
037340*    SETS THE OUT-OF-BALANCE SWITCH WITHOUT TOUCHING A COUNTER,
037344*    SO 1460-REBUILD-GL-ITEM CAN USE IT.  A TWO-WAY ITEM IS
037348*    TESTED ON F-G; A THREE-WAY ITEM ON EACH OF ITS TWO LEGS,
037352*    EITHER ONE BREAKING THE ITEM.
037356     MOVE "N" TO ACPT-TOLERANCE-SW.
037360     MOVE SPACE TO ABFG-BROKEN-LEG.
037364     IF TRAN-THREE-WAY
037368         PERFORM 5100-CHECK-LEGS THRU 5100-EXIT
037372         IF NOT ABFG-LEGS-IN-BALANCE
037376             MOVE "Y" TO ACPT-TOLERANCE-SW
037380         END-IF
037384         GO TO 5050-EXIT
037388     END-IF.
037400     IF ABFG-F-G < 0
037500         COMPUTE ACPT-ABS-F-G = ABFG-F-G * -1
037600     ELSE
037800     END-IF.
037900     IF ACPT-ABS-F-G > ACPT-APPLIED-TOLERANCE
038000         MOVE "Y" TO ACPT-TOLERANCE-SW
038200     END-IF.
038206 5050-EXIT.
038212     EXIT.
038218*
038224 5100-CHECK-LEGS.
038230*    LEG LDG-PRC IS P-A (LEDGER TO PROCESSOR) AND LEG PRC-BNK IS
038236*    B-P (PROCESSOR TO BANK), BOTH IN THE REPORTING CURRENCY.
038242*    THE APPLIED TOLERANCE IS HELD AGAINST EACH LEG ON ITS OWN.
038248     SUBTRACT ABFG-A FROM ABFG-P GIVING ACPT-LEG-LDG-PRC.
038254     SUBTRACT ABFG-P FROM ABFG-B GIVING ACPT-LEG-PRC-BNK.
038260     MOVE 'N' TO ABFG-BROKEN-LEG.
038266     IF ACPT-LEG-LDG-PRC < 0
038272         COMPUTE ACPT-ABS-LEG = ACPT-LEG-LDG-PRC * -1
038278     ELSE
038284         MOVE ACPT-LEG-LDG-PRC TO ACPT-ABS-LEG
038290     END-IF.
038296     IF ACPT-ABS-LEG > ACPT-APPLIED-TOLERANCE
038302         MOVE 'L' TO ABFG-BROKEN-LEG
038308     END-IF.
038314     IF ACPT-LEG-PRC-BNK < 0
038320         COMPUTE ACPT-ABS-LEG = ACPT-LEG-PRC-BNK * -1
038326     ELSE
038332         MOVE ACPT-LEG-PRC-BNK TO ACPT-ABS-LEG
038338     END-IF.
038344     IF ACPT-ABS-LEG > ACPT-APPLIED-TOLERANCE
038350         IF ABFG-LEG-LDG-PRC
038356             MOVE '2' TO ABFG-BROKEN-LEG
038362         ELSE
038368             MOVE 'B' TO ABFG-BROKEN-LEG
038374         END-IF
038380     END-IF.
038386 5100-EXIT.
038400     EXIT.
038500*
038600 6000-WRITE-REPORT-DETAIL.
038700     MOVE ABFG-A TO RPT-D-A.
038800     MOVE ABFG-B TO RPT-D-B.
038810     MOVE ACPT-APPLIED-TOLERANCE TO RPT-D-TOL.
038820*    THE POSTING COUNTS SHOW HOW MANY FEED ITEMS TRNMATCH
038830*    NETTED INTO EACH SIDE - 1/1 WHEN NETTING IS NOT IN USE.
038840     IF TRAN-A-ITEMS IS NUMERIC AND TRAN-B-ITEMS IS NUMERIC
038850         MOVE TRAN-A-ITEMS TO RPT-D-A-ITEMS
038860         MOVE TRAN-B-ITEMS TO RPT-D-B-ITEMS
038870     ELSE
038880         MOVE ZEROS TO RPT-D-A-ITEMS
038890         MOVE ZEROS TO RPT-D-B-ITEMS
038895     END-IF.
038900     IF ACPT-ENTRY-INVALID
039000         MOVE ZEROS TO RPT-D-F-G
039100         MOVE "INVALID ENTRY" TO RPT-D-STATUS
039600         ELSE
039700             MOVE ABFG-F-G TO RPT-D-F-G
039800             IF ACPT-OUT-OF-BALANCE
039900                 PERFORM 6010-SET-OOB-STATUS THRU 6010-EXIT
040000             ELSE
040100                 MOVE SPACES TO RPT-D-STATUS
040200             END-IF
040300         END-IF
040400     END-IF.
040410*    A HELD NO-RATE ITEM WAS NEVER CONVERTED, SO IT HAS NO F-G.
040420     IF ACPT-RATE-MISSING
040430         MOVE ZEROS TO RPT-D-F-G
040440         MOVE "NO FX RATE - HELD" TO RPT-D-STATUS
040450     END-IF.
040500     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
040550     PERFORM 6050-WRITE-NAME-LINE THRU 6050-EXIT.
040560     PERFORM 6060-WRITE-FX-LINE THRU 6060-EXIT.
040580     PERFORM 6070-WRITE-PROC-LINE THRU 6070-EXIT.
040600 6000-EXIT.
040606     EXIT.
040612*
040618 6010-SET-OOB-STATUS.
040624*    A THREE-WAY ITEM NAMES THE LEG THAT BROKE.
040630     EVALUATE TRUE
040636         WHEN ABFG-LEG-LDG-PRC
040642             MOVE "OOB - LDG-PRC LEG" TO RPT-D-STATUS
040648         WHEN ABFG-LEG-PRC-BNK
040654             MOVE "OOB - PRC-BNK LEG" TO RPT-D-STATUS
040660         WHEN ABFG-LEG-BOTH
040666             MOVE "OOB - BOTH LEGS" TO RPT-D-STATUS
040672         WHEN OTHER
040678             MOVE "OUT OF BALANCE" TO RPT-D-STATUS
040684     END-EVALUATE.
040690 6010-EXIT.
040700     EXIT.
040705*
040710 6050-WRITE-NAME-LINE.
040715     IF NOT ACPT-ACM-AVAIL
040720         GO TO 6050-EXIT
040725     END-IF.
040730     MOVE ABFG-ACCT-KEY TO ACM-ACCT-KEY.
040735     READ ACCTMST
040740         INVALID KEY
040745             MOVE "*** NOT ON ACCOUNT MASTER ***" TO RPT-N-NAME
040750             MOVE SPACES TO RPT-N-OWNER
040755         NOT INVALID KEY
040760             MOVE ACM-NAME TO RPT-N-NAME
040765             MOVE ACM-OWNER TO RPT-N-OWNER
040770     END-READ.
040775     WRITE RPT-RECORD FROM RPT-NAME-LINE.
040780 6050-EXIT.
040781     EXIT.
040782*
040783 6060-WRITE-FX-LINE.
040784*    ONLY ITEMS WITH A FOREIGN SIDE GET THE FX LINE.  IT SHOWS
040785*    THE ORIGINAL AMOUNTS AND SPLITS F-G INTO THE FX
040786*    DIFFERENCE (RATE MOVEMENT) AND THE REAL BREAK.
040787     IF (ABFG-A-CCY = SPACES OR ABFG-A-CCY = ACPT-RPT-CCY)
040788         AND (ABFG-B-CCY = SPACES OR ABFG-B-CCY = ACPT-RPT-CCY)
040789         GO TO 6060-EXIT
040790     END-IF.
040791     MOVE ABFG-A-CCY TO RPT-X-A-CCY.
040792     MOVE ABFG-A-ORIG TO RPT-X-A-ORIG.
040793     MOVE ABFG-B-CCY TO RPT-X-B-CCY.
040794     MOVE ABFG-B-ORIG TO RPT-X-B-ORIG.
040795     MOVE ZEROS TO ACPT-REAL-BREAK.
040796     IF ACPT-ENTRY-VALID AND NOT ACPT-SIZE-ERROR
040797         AND NOT ACPT-RATE-MISSING
040798         SUBTRACT ABFG-FX-DIFF FROM ABFG-F-G
040799             GIVING ACPT-REAL-BREAK
040800     END-IF.
040801     MOVE ABFG-FX-DIFF TO RPT-X-FX-DIFF.
040802     MOVE ACPT-REAL-BREAK TO RPT-X-REAL-BREAK.
040803     WRITE RPT-RECORD FROM RPT-FX-LINE.
040804 6060-EXIT.
040836     EXIT.
040868*
040869 6070-WRITE-PROC-LINE.
040870*    ONLY THREE-WAY ITEMS GET THE PROCESSOR LINE.  THE LEGS ARE
040871*    SHOWN ONLY WHEN THE ITEM WAS ACTUALLY TESTED - AN INVALID,
040872*    OVERFLOWED OR HELD ITEM SHOWS THEM AS ZERO.
040873     IF NOT TRAN-THREE-WAY
040874         GO TO 6070-EXIT
040875     END-IF.
040876     MOVE ABFG-P-CCY TO RPT-P-CCY.
040877     MOVE ABFG-P-ORIG TO RPT-P-ORIG.
040878     MOVE ABFG-P TO RPT-P-VALUE.
040879     IF TRAN-P-ITEMS IS NUMERIC
040880         MOVE TRAN-P-ITEMS TO RPT-P-ITEMS
040881     ELSE
040882         MOVE ZEROS TO RPT-P-ITEMS
040883     END-IF.
040884     IF ABFG-BROKEN-LEG = SPACE
040885         MOVE ZEROS TO RPT-P-LEG-1
040886         MOVE ZEROS TO RPT-P-LEG-2
040887     ELSE
040888         MOVE ACPT-LEG-LDG-PRC TO RPT-P-LEG-1
040889         MOVE ACPT-LEG-PRC-BNK TO RPT-P-LEG-2
040890     END-IF.
040891     WRITE RPT-RECORD FROM RPT-PROC-LINE.
040892 6070-EXIT.
040893     EXIT.
040894*
040900 6100-WRITE-AUDIT-LINE.
040910     MOVE ABFG-ACCT-KEY TO AUD-ACCT.
040920     MOVE ABFG-BUS-DATE TO AUD-BDATE.
041200     MOVE ABFG-A TO AUD-A.
041300     MOVE ABFG-B TO AUD-B.
041310     MOVE ACPT-APPLIED-TOLERANCE TO AUD-TOL.
041355     MOVE ABFG-BROKEN-LEG TO AUD-LEG.
041400     IF ACPT-ENTRY-VALID AND NOT ACPT-SIZE-ERROR
041500         MOVE ABFG-F-G TO AUD-F-G
041600     ELSE
042800     IF ACPT-ENTRY-INVALID
042900         MOVE "NON-NUMERIC OR OUT OF RANGE ENTRY"
043000             TO EXC-REASON
043010     ELSE
043030*        A HELD NO-RATE ITEM SHOWS ITS ORIGINAL AMOUNTS, SINCE
043040*        NOTHING COULD BE CONVERTED.
043050         IF ACPT-RATE-MISSING
043060             MOVE ABFG-A-ORIG TO EXC-A
043070             MOVE ABFG-B-ORIG TO EXC-B
043080             MOVE SPACES TO EXC-REASON
043090             STRING "NO FX RATE FOR " ACPT-MISS-CCY " ON "
043092                 ACPT-MISS-DATE DELIMITED BY SIZE
043093                 INTO EXC-REASON
043094         ELSE
043200             MOVE "VARIANCE OVERFLOWS F-G FIELD"
043300                 TO EXC-REASON
043350         END-IF
043400     END-IF.
043500     WRITE EXC-RECORD FROM EXC-DETAIL-LINE.
043550     ADD 1 TO ACPT-EXC-WRITTEN-COUNT.
043730     MOVE ABFG-SOURCE-SYS TO VHS-SOURCE-SYS.
043735     MOVE ABFG-A TO VHS-A.
043740     MOVE ABFG-B TO VHS-B.
043741     MOVE ABFG-A-CCY TO VHS-A-CCY.
043742     MOVE ABFG-A-ORIG TO VHS-A-ORIG.
043743     MOVE ABFG-B-CCY TO VHS-B-CCY.
043744     MOVE ABFG-B-ORIG TO VHS-B-ORIG.
043745     MOVE ABFG-FX-DIFF TO VHS-FX-DIFF.
043746     MOVE ABFG-P TO VHS-P.
043747     MOVE ABFG-P-CCY TO VHS-P-CCY.
043748     MOVE ABFG-P-ORIG TO VHS-P-ORIG.
043749     MOVE ABFG-BROKEN-LEG TO VHS-BROKEN-LEG.
043750     IF ACPT-ENTRY-INVALID
043751         MOVE ZEROS TO VHS-F-G
043755         MOVE 'INVD' TO VHS-STATUS
043760     ELSE
043765         IF ACPT-SIZE-ERROR
043798             END-IF
043799         END-IF
043801     END-IF.
043802*    A HELD NO-RATE ITEM WAS NEVER CONVERTED, SO IT HAS NO F-G.
043803     IF ACPT-RATE-MISSING
043804         MOVE ZEROS TO VHS-F-G
043805         MOVE 'NORT' TO VHS-STATUS
043806     END-IF.
043807     WRITE VHS-RECORD.
043808 6300-EXIT.
043809     EXIT.
043810*
043811 6400-WRITE-GL-EXTRACT.
043812     MOVE 'D' TO GLX-REC-TYPE.
043813     MOVE ABFG-ACCT-KEY TO GLX-ACCT-KEY.
043814     MOVE ABFG-BUS-DATE TO GLX-BUS-DATE.
043815     MOVE ABFG-SOURCE-SYS TO GLX-SOURCE-SYS.
043816     MOVE ABFG-F-G TO GLX-ADJ-AMOUNT.
043817     MOVE ABFG-A-CCY TO GLX-A-CCY.
043818     MOVE ABFG-A-ORIG TO GLX-A-ORIG.
043819     MOVE ABFG-B-CCY TO GLX-B-CCY.
043820     MOVE ABFG-B-ORIG TO GLX-B-ORIG.
043821     MOVE ABFG-FX-DIFF TO GLX-FX-DIFF.
043822     MOVE ABFG-P-CCY TO GLX-P-CCY.
043823     MOVE ABFG-P-ORIG TO GLX-P-ORIG.
043824     MOVE ABFG-BROKEN-LEG TO GLX-BROKEN-LEG.
043825     WRITE GLX-RECORD.
043829     ADD 1 TO ACPT-GLX-ITEM-COUNT.
043836     ADD ABFG-F-G TO ACPT-GLX-TOTAL.
043843 6400-EXIT.
043850     EXIT.
043861*
043900 7000-CHECKPOINT.
043950     IF ACPT-CHECKPOINT-INTERVAL > 0
044000         DIVIDE ACPT-RECORD-COUNT BY ACPT-CHECKPOINT-INTERVAL
045099 7100-EXIT.
045100     EXIT.
045101*
045102 7200-COPY-MANUAL-ADJ.
045103*    APPROVED MANUAL ADJUSTMENTS ARE STAGED BY THE ADJPOST STEP
045104*    IN THE GLX DETAIL LAYOUT UNDER SOURCE 'ADJ' AND RIDE THE
045105*    SAME EXTRACT AND TRAILER AS THE OUT-OF-BALANCE ITEMS.  THE
045106*    STAGING FILE IS WRITTEN FRESH BY EVERY ADJPOST RUN, SO IT
045107*    IS COPIED WHOLE ON EVERY NORMAL FINISH, RESTARTS INCLUDED.
045108*    WITHOUT IT THE EXTRACT GOES OUT WITH NO MANUAL ADJUSTMENTS
045109*    AND RECBAL REPORTS THE BREAK AGAINST ADJPOST'S COUNTS.
045110     OPEN INPUT ADJGFILE.
045111     IF ACPT-AGL-STATUS NOT = "00"
045112         DISPLAY "ACCPT - ADJGFILE NOT AVAILABLE, STATUS = "
045113             ACPT-AGL-STATUS " - NO MANUAL ADJUSTMENTS COPIED"
045114         DISPLAY "ACCPT11W MANUAL ADJUSTMENT STAGING FILE NOT "
045115             "AVAILABLE" UPON CONSOLE
045116         GO TO 7200-EXIT
045117     END-IF.
045118     PERFORM 7210-COPY-ONE-ADJ THRU 7210-EXIT
045119             UNTIL ACPT-AGL-EOF.
045120     CLOSE ADJGFILE.
045121     DISPLAY "MANUAL ADJ ITEMS  = " ACPT-AGL-COUNT.
045122 7200-EXIT.
045123     EXIT.
045124*
045125 7210-COPY-ONE-ADJ.
045126     READ ADJGFILE INTO GLX-RECORD
045127         AT END
045128             MOVE 'Y' TO ACPT-AGL-EOF-SW
045129             GO TO 7210-EXIT
045130     END-READ.
045131     WRITE GLX-RECORD.
045132     ADD 1 TO ACPT-AGL-COUNT.
045133     ADD 1 TO ACPT-GLX-ITEM-COUNT.
045134     ADD GLX-ADJ-AMOUNT TO ACPT-GLX-TOTAL.
045135 7210-EXIT.
045136     EXIT.
045168*
045200 7500-READ-TRAN-RECORD.
045210*    THE CONTROL TRAILER MARKS LOGICAL END-OF-FILE - ITS
045220*    CONTENTS WERE ALREADY VERIFIED IN 1500-VERIFY-TRAILER.
046600     WRITE RPT-RECORD FROM RPT-TOTAL-LINE-2.
046700     WRITE RPT-RECORD FROM RPT-TOTAL-LINE-3.
046800     WRITE RPT-RECORD FROM RPT-TOTAL-LINE-4.
046802     MOVE ACPT-SEG-FX-TOTAL TO RPT-T9-TOTAL.
046804     MOVE ACPT-SEG-NORATE-COUNT TO RPT-T10-COUNT.
046806     WRITE RPT-RECORD FROM RPT-TOTAL-LINE-9.
046808     WRITE RPT-RECORD FROM RPT-TOTAL-LINE-10.
046810     IF ACPT-RESTARTING
046820         MOVE ACPT-RECORD-COUNT TO RPT-T5-COUNT
046830         MOVE ACPT-EXCEPTION-COUNT TO RPT-T6-COUNT
046899     END-IF.
046900     MOVE ACPT-GRAND-TOTAL TO ACPT-GRAND-TOTAL-EDIT.
046901*    A NORMAL FINISH IS THE ONLY PATH HERE, SO THE GL EXTRACT
046910*    IS COMPLETE ONCE THE DAY'S MANUAL ADJUSTMENTS ARE ADDED AND
046919*    CAN BE CLOSED OFF WITH ITS BALANCING TRAILER.  AN ABENDED
046928*    RUN LEAVES NO TRAILER, SO THE GL UPLOAD WILL REFUSE THE
046937*    PARTIAL EXTRACT.
046946     PERFORM 7200-COPY-MANUAL-ADJ THRU 7200-EXIT.
046955     MOVE SPACES TO GLX-TRAILER.
046964     MOVE 'T' TO GLX-T-REC-TYPE.
046973     MOVE ACPT-GLX-ITEM-COUNT TO GLX-T-ITEM-COUNT.
046982     MOVE ACPT-GLX-TOTAL TO GLX-T-TOTAL-AMOUNT.
046991     WRITE GLX-TRAILER.
047000     DISPLAY "RECORDS PROCESSED = " ACPT-RECORD-COUNT.
047100     DISPLAY "GRAND TOTAL F-G   = " ACPT-GRAND-TOTAL-EDIT.
047110     DISPLAY "GL ADJ ITEMS      = " ACPT-GLX-ITEM-COUNT.
047930     IF ACPT-TOL-AVAIL
047940         CLOSE TOLRFILE
047950     END-IF.
047962     IF ACPT-ACM-AVAIL
047974         CLOSE ACCTMST
047986     END-IF.
047989     IF ACPT-FX-AVAIL
047992         CLOSE FXRATES
047995     END-IF.
048000 8000-EXIT.
048100     EXIT.
048101*
048197         CLOSE RUNCFILE
048198     ELSE
048199         DISPLAY "ACCPT - UNABLE TO REGISTER RUN ON "
048200             "RUNCFILE, STATUS = " ACPT-RUN-STATUS
048201     END-IF.
048202 8200-EXIT.
048203     EXIT.
048204*
048205 8250-REGISTER-ONE-DATE.
048206     ADD 1 TO ACPT-DT-SUB.
048207     MOVE 'C' TO RUNC-REC-TYPE.
048208     MOVE ACPT-DT-DATE (ACPT-DT-SUB) TO RUNC-BUS-DATE.
048209     MOVE ACPT-TRL-COUNT TO RUNC-TRL-COUNT.
048210     MOVE ACPT-TRL-HASH-A TO RUNC-HASH-A.
048211     MOVE ACPT-TRL-HASH-B TO RUNC-HASH-B.
048212     MOVE ACPT-TRL-HASH-P TO RUNC-HASH-P.
048223     MOVE ACPT-DT-RECS (ACPT-DT-SUB) TO RUNC-RECORD-COUNT.
048224     MOVE ACPT-DT-TOTAL (ACPT-DT-SUB) TO RUNC-GRAND-TOTAL.
048225     MOVE ACPT-SYSTEM-DATE TO RUNC-REG-DATE.
048257 8300-EXIT.
048258     EXIT.
048259*
048260 8700-DATE-TO-DAYS.
048261*    CONVERTS A CCYYMMDD DATE TO A SERIAL DAY COUNT, THE SAME
048262*    COUNT TRNMATCH, OPENUPD AND EXCPAGE AGE THEIR ITEMS WITH.
048263*    JANUARY AND FEBRUARY ARE TREATED AS MONTHS 13 AND 14 OF
048264*    THE PRIOR YEAR SO THE LEAP DAY FALLS AT THE END OF THE
048265*    COUNTING YEAR.
048266     MOVE ACPT-DTD-CCYY TO ACPT-DTD-YR.
048267     MOVE ACPT-DTD-MM TO ACPT-DTD-MO.
048268     IF ACPT-DTD-MO < 3
048269         ADD 12 TO ACPT-DTD-MO
048270         SUBTRACT 1 FROM ACPT-DTD-YR
048271     END-IF.
048272     DIVIDE ACPT-DTD-YR BY 4 GIVING ACPT-DTD-T1.
048273     DIVIDE ACPT-DTD-YR BY 100 GIVING ACPT-DTD-T2.
048274     DIVIDE ACPT-DTD-YR BY 400 GIVING ACPT-DTD-T3.
048275     COMPUTE ACPT-DTD-T4 = 153 * ACPT-DTD-MO - 457.
048276     DIVIDE ACPT-DTD-T4 BY 5 GIVING ACPT-DTD-T4.
048277     COMPUTE ACPT-DTD-DAYS = 365 * ACPT-DTD-YR + ACPT-DTD-T1
048278         - ACPT-DTD-T2 + ACPT-DTD-T3 + ACPT-DTD-T4
048279         + ACPT-DTD-DD.
048280 8700-EXIT.
048281     EXIT.
048282*
048300 9999-EXIT.
048350     MOVE ACPT-RETURN-CODE TO RETURN-CODE.
048400     STOP RUN.
