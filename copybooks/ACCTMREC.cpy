000100*-----------------------------------------------------------------
000200* ACCTMREC.CPY
000300*
000400* RECORD LAYOUT FOR THE ACCOUNT REFERENCE MASTER (ACCTMST),
000500* KEYED ON THE 10-BYTE ACCOUNT KEY THE FEEDS CARRY.  EACH
000600* ENTRY NAMES THE ACCOUNT, ITS OWNING TEAM OR ANALYST, COST
000700* CENTER AND GL ACCOUNT NUMBER, ITS OPEN/CLOSED STATUS AND
000800* THE DATES IT IS EFFECTIVE FOR.  AN EFFECTIVE-TO DATE OF
000900* ZERO MEANS OPEN-ENDED.  TRNMATCH REJECTS FEED ITEMS FOR AN
001000* ACCOUNT THAT IS NOT ON THE MASTER, IS CLOSED, OR IS NOT
001100* EFFECTIVE ON THE ITEM'S BUSINESS DATE; ACCPT, OPENUPD AND
001200* ACEXCB PRINT OR SHOW THE NAME AND OWNER.  THE MASTER IS
001300* MAINTAINED ONLINE BY ACACTM (TRANSACTION AACT), IN THE
001400* STYLE OF THE ATOL SCREEN.
001410*
001420* ACM-PROC-SETTLE-SW IS 'Y' FOR A CARD OR ACH ACCOUNT WHOSE
001430* ACTIVITY SETTLES THROUGH THE PAYMENT PROCESSOR BEFORE IT
001440* REACHES THE BANK.  TRNMATCH MATCHES THOSE ACCOUNTS THREE
001450* WAYS (LEDGER, PROCESSOR SETTLEMENT, BANK); ANY OTHER VALUE
001460* KEEPS THE ACCOUNT ON THE LEDGER-TO-BANK MATCH.
001500*
001600* MODIFICATION HISTORY
001700*   DATE       INIT  DESCRIPTION
001800*   ---------  ----  ------------------------------------------
001900*   2026-10-15 DLH   ORIGINAL COPYBOOK.
001910*   2026-10-15 DLH   ADDED THE PROCESSOR-SETTLED FLAG.  THE
001920*                    RECORD IS NOW 118 BYTES.
002000*-----------------------------------------------------------------
002100 01  ACM-RECORD.
002200     05  ACM-KEY.
002300         10  ACM-ACCT-KEY            PIC X(10).
002400     05  ACM-NAME                    PIC X(30).
002500     05  ACM-OWNER                   PIC X(20).
002600     05  ACM-COST-CENTER             PIC X(06).
002700     05  ACM-GL-ACCOUNT              PIC X(12).
002800     05  ACM-STATUS                  PIC X(01).
002900         88  ACM-ACCT-OPEN               VALUE 'O'.
003000         88  ACM-ACCT-CLOSED             VALUE 'C'.
003100     05  ACM-EFF-FROM                PIC 9(08).
003200     05  ACM-EFF-TO                  PIC 9(08).
003300     05  ACM-UPD-USER                PIC X(08).
003400     05  ACM-UPD-DATE                PIC 9(08).
003500     05  ACM-UPD-TIME                PIC 9(06).
003600     05  ACM-PROC-SETTLE-SW          PIC X(01).
003700         88  ACM-PROC-SETTLED            VALUE 'Y'.
