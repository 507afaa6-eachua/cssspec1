000100*-----------------------------------------------------------------
000200* ADJMREC.CPY
000300*
000400* RECORD LAYOUT FOR THE MANUAL ADJUSTMENT MASTER (ADJMST).  AN
000500* ANALYST WHO HAS WORKED OUT THE CORRECTING ENTRY FOR AN OPEN
000600* ITEM ON THE AGING REPORT ENTERS IT ON THE AADJ SCREEN
000700* (ACADJM) AGAINST THAT ITEM - THE ACCOUNT AND THE BUSINESS
000800* DATE THE ITEM WENT OUT OF BALANCE, WHICH TOGETHER ARE THE
000900* OPENITEM KEY.  UP TO 99 ADJUSTMENTS MAY BE HELD AGAINST ONE
001000* ITEM, TOLD APART BY ADJ-SEQ.
001100*
001200* AN ADJUSTMENT IS ENTERED PENDING AND MUST BE APPROVED ON AADJ
001300* BY A SECOND USER; THE MAKER CAN NEVER APPROVE OR REJECT THEIR
001400* OWN.  THAT NIGHT THE ADJPOST STEP APPLIES EVERY APPROVED
001500* ADJUSTMENT TO ITS OPEN ITEM AND STAGES IT FOR THE GL
001600* ADJUSTMENT EXTRACT UNDER SOURCE SYSTEM 'ADJ'; ONE IT CANNOT
001700* APPLY IS MARKED FAILED WITH THE REASON.
001800*
001900* ADJ-AMOUNT CARRIES THE SIGN OF THE ITEM IT RESOLVES AND IS
002000* TAKEN OFF THE ITEM'S AMOUNT - AN ADJUSTMENT EQUAL TO THE ITEM
002100* CLEARS IT, A SMALLER ONE REDUCES IT.  ADJ-BUS-DATE IS THE
002200* BUSINESS DATE THE CORRECTING ENTRY IS BOOKED UNDER IN THE GL.
002300*
002400*   REASON  MEANING
002500*   ------  ----------------------------------------------------
002600*   TIM     TIMING DIFFERENCE
002700*   FEE     BANK FEE OR CHARGE NOT ON THE LEDGER
002800*   FXR     FX RATE OR ROUNDING DIFFERENCE
002900*   KEY     KEYING ERROR ON ONE SIDE
003000*   DUP     DUPLICATE POSTING ON ONE SIDE
003100*   WOF     WRITE-OFF OF AN UNRECOVERABLE DIFFERENCE
003200*   OTH     OTHER - THE NOTE MUST SAY WHAT
003300*
003400* MODIFICATION HISTORY
003500*   DATE       INIT  DESCRIPTION
003600*   ---------  ----  ------------------------------------------
003700*   2026-10-15 DLH   ORIGINAL COPYBOOK.
003800*-----------------------------------------------------------------
003900 01  ADJ-RECORD.
004000     05  ADJ-KEY.
004100         10  ADJ-ACCT-KEY            PIC X(10).
004200         10  ADJ-ITEM-DATE           PIC 9(08).
004300         10  ADJ-SEQ                 PIC 9(02).
004400     05  ADJ-BUS-DATE                PIC 9(08).
004500     05  ADJ-AMOUNT                  PIC S9(9)V9(2).
004600     05  ADJ-REASON                  PIC X(03).
004700         88  ADJ-VALID-REASON            VALUE 'TIM' 'FEE' 'FXR'
004800                                         'KEY' 'DUP' 'WOF' 'OTH'.
004900     05  ADJ-NOTE                    PIC X(50).
005000     05  ADJ-STATUS                  PIC X(01).
005100         88  ADJ-PENDING                 VALUE 'P'.
005200         88  ADJ-APPROVED                VALUE 'A'.
005300         88  ADJ-REJECTED                VALUE 'R'.
005400         88  ADJ-POSTED                  VALUE 'D'.
005500         88  ADJ-FAILED                  VALUE 'F'.
005600     05  ADJ-MAKER-USER              PIC X(08).
005700     05  ADJ-ENTRY-DATE              PIC 9(08).
005800     05  ADJ-ENTRY-TIME              PIC 9(06).
005900     05  ADJ-CHECKER-USER            PIC X(08).
006000     05  ADJ-DEC-DATE                PIC 9(08).
006100     05  ADJ-DEC-TIME                PIC 9(06).
006200*    SET BY ADJPOST - THE RUN DATE IT WAS APPLIED OR FAILED, AND
006300*    WHY IT FAILED.
006400     05  ADJ-POST-DATE               PIC 9(08).
006500     05  ADJ-FAIL-REASON             PIC X(30).
