000100*-----------------------------------------------------------------
000200* PERDREC.CPY
000300*
000400* RECORD LAYOUT FOR THE PERIOD CONTROL MASTER (PERDMST), ONE
000500* RECORD PER BUSINESS MONTH (CCYYMM) OF THE VARIANCE HISTORY
000600* MASTER.  A MONTH WITH NO RECORD HAS NEVER BEEN CLOSED AND IS
000700* OPEN.  FINANCE CLOSES A MONTH ON THE APER SCREEN (ACPERM)
000800* ONCE VARSUMM HAS REPORTED IT AND THE FIGURES ARE SIGNED OFF;
000900* FROM THEN ON VARPOST REFUSES TO ADD OR REPLACE ANY VARHIST
001000* RECORD DATED IN THAT MONTH AND LISTS IT ON THE RESTATEMENT-
001100* PENDING REPORT INSTEAD.  REOPENING A CLOSED MONTH ON APER
001200* MARKS IT REOPENED: VARPOST POSTS TO IT AGAIN, AND EVERY
001300* VARHIST RECORD IT CHANGES THERE GOES ON THE RESTATEMENT
001400* REPORT WITH ITS BEFORE AND AFTER VALUES UNTIL THE MONTH IS
001500* CLOSED AGAIN.  EACH CLOSE AND REOPEN IS ALSO LOGGED TO THE
001600* PERIOD EVENT LOG (PERDAUDT) BY ACPERM.
001700*
001800* STATUS VALUES:
001900*   'O'  OPEN - NEVER CLOSED        'C'  CLOSED
002000*   'R'  REOPENED AFTER A CLOSE - RESTATEMENTS ARE REPORTED
002100*
002200* MODIFICATION HISTORY
002300*   DATE       INIT  DESCRIPTION
002400*   ---------  ----  ------------------------------------------
002500*   2026-10-15 DLH   ORIGINAL COPYBOOK.
002600*-----------------------------------------------------------------
002700 01  PRD-RECORD.
002800     05  PRD-MONTH                   PIC 9(06).
002900     05  PRD-STATUS                  PIC X(01).
003000         88  PRD-OPEN                    VALUE 'O'.
003100         88  PRD-CLOSED                  VALUE 'C'.
003200         88  PRD-REOPENED                VALUE 'R'.
003300     05  PRD-CLOSE-USER              PIC X(08).
003400     05  PRD-CLOSE-DATE              PIC 9(08).
003500     05  PRD-CLOSE-TIME              PIC 9(06).
003600     05  PRD-REOPEN-USER             PIC X(08).
003700     05  PRD-REOPEN-DATE             PIC 9(08).
003800     05  PRD-REOPEN-TIME             PIC 9(06).
003900     05  PRD-REOPEN-REASON           PIC X(40).
004000     05  PRD-REOPEN-COUNT            PIC 9(03).
