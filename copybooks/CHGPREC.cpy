000100*-----------------------------------------------------------------
000200* CHGPREC.CPY
000300*
000400* RECORD LAYOUT FOR THE CHANGE REQUEST MASTER (CHGPEND), WHICH
000500* HOLDS EVERY CHANGE TO THE RUN PARAMETERS (APRM) OR TO A
000600* TOLERANCE RULE (ATOL) UNTIL A SECOND USER HAS DECIDED IT.
000700* APRM AND ATOL NO LONGER UPDATE PARMMST OR TOLRMST THEMSELVES -
000800* THEY WRITE A PENDING REQUEST HERE, KEYED ON THE DATE AND TIME
000900* IT WAS ENTERED.  THE ACHK APPROVAL SCREEN (ACCHKB) APPLIES AN
001000* APPROVED REQUEST TO THE MASTER AND LOGS IT TO THE AUDIT FILE;
001100* THE MAKER CAN NEVER APPROVE OR REJECT THEIR OWN REQUEST.
001200* THE NIGHTLY CHGRPT STEP EXPIRES REQUESTS LEFT PENDING TOO LONG
001300* AND REPORTS EVERY REQUEST STILL PENDING OR DECIDED SINCE THE
001400* LAST REPORT, THEN MARKS THE DECIDED ONES AS REPORTED.
001500*
001600* THE OLD VALUES ARE THOSE ON THE MASTER WHEN THE REQUEST WAS
001700* ENTERED.  A REQUEST WHOSE OLD VALUES NO LONGER MATCH THE
001800* MASTER AT APPROVAL TIME IS NOT APPLIED - IT MUST BE REJECTED
001900* AND ENTERED AGAIN AGAINST THE CURRENT VALUES.
002000*
002100* MODIFICATION HISTORY
002200*   DATE       INIT  DESCRIPTION
002300*   ---------  ----  ------------------------------------------
002400*   2026-10-15 DLH   ORIGINAL COPYBOOK.
002500*-----------------------------------------------------------------
002600 01  CHP-RECORD.
002700     05  CHP-KEY.
002800         10  CHP-REQ-DATE            PIC 9(08).
002900         10  CHP-REQ-TIME            PIC 9(06).
003000         10  CHP-REQ-SEQ             PIC 9(02).
003100     05  CHP-TYPE                    PIC X(01).
003200         88  CHP-PARM-CHANGE             VALUE 'P'.
003300         88  CHP-RULE-CHANGE             VALUE 'T'.
003400     05  CHP-ACTION                  PIC X(01).
003500         88  CHP-ADD                     VALUE 'A'.
003600         88  CHP-UPDATE                  VALUE 'U'.
003700         88  CHP-DELETE                  VALUE 'D'.
003800     05  CHP-STATUS                  PIC X(01).
003900         88  CHP-PENDING                 VALUE 'P'.
004000         88  CHP-APPROVED                VALUE 'A'.
004100         88  CHP-REJECTED                VALUE 'R'.
004200         88  CHP-EXPIRED                 VALUE 'E'.
004300     05  CHP-MAKER-USER              PIC X(08).
004400     05  CHP-CHECKER-USER            PIC X(08).
004500     05  CHP-DEC-DATE                PIC 9(08).
004600     05  CHP-DEC-TIME                PIC 9(06).
004700     05  CHP-RPT-FLAG                PIC X(01).
004800         88  CHP-REPORTED                VALUE 'Y'.
004900*    RULE KEY - SPACES ON A PARAMETER CHANGE.
005000     05  CHP-RULE-KEY.
005100         10  CHP-RULE-ACCT           PIC X(10).
005200         10  CHP-RULE-SOURCE         PIC X(03).
005300*    A RULE CHANGE USES THE TOLERANCE ONLY; A RULE ADD HAS NO
005400*    OLD TOLERANCE AND A RULE DELETE NO NEW ONE (BOTH ZERO).
005500     05  CHP-OLD-TOLERANCE           PIC S9(9)V9(2).
005600     05  CHP-OLD-INTERVAL            PIC 9(05).
005700     05  CHP-OLD-FORCE               PIC X(01).
005800     05  CHP-NEW-TOLERANCE           PIC S9(9)V9(2).
005900     05  CHP-NEW-INTERVAL            PIC 9(05).
006000     05  CHP-NEW-FORCE               PIC X(01).
