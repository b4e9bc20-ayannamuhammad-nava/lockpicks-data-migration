000100*================================================================*
000200* COPYBOOK: CTOVPR.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   OVERPAYMENT RECEIVABLE RECORD                        *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-DTHR                    *
000600* PURPOSE:  ONE RECORD PER BENEFIT WEEK ESTABLISHED AS AN        *
000700*           OVERPAYMENT, WRITTEN TO THE CUMULATIVE OVPYRCV       *
000800*           DATASET (DISP=MOD) -- THE PAYHIST PATTERN.  OP-RECID *
000900*           AND OP-CLMID LEAD THE RECORD AND ARE ITS KEY FOR     *
001000*           THE RECOVERY UNIT; OP-WKEND, OP-TRACE, AND           *
001100*           OP-METHOD TIE IT BACK TO THE PAYHIST RECORD THAT     *
001200*           PAID IT.  OP-AMOUNT IS THE ESTABLISHED AMOUNT IN     *
001300*           CENTS AND OP-BALANCE THE AMOUNT STILL OWED (EQUAL    *
001400*           AT ESTABLISHMENT).  OP-REASON SAYS WHY THE DOLLARS   *
001500*           COULD NOT BE RECLAIMED FROM THE BANK OR THE CARD     *
001600*           VENDOR; OP-SOURCE NAMES THE JOB THAT ESTABLISHED     *
001700*           IT.  A WEEK WHOSE ACH ENTRY WAS REVERSED GETS NO     *
001720*           RECORD OF ITS OWN; THE ENTRY'S WITHHELD PORTION,     *
001740*           WHICH THE REVERSAL CANNOT RECLAIM, IS ONE RECORD     *
001760*           (REASON WHLD) CARRYING THE ENTRY'S FIRST POST-DEATH  *
001780*           WEEK ENDING.                                         *
001800*================================================================*
001900 01  OP-RECEIVABLE-REC.
002000     05  OP-RECID            PIC 9(8).
002100     05  OP-CLMID            PIC X(20).
002200     05  OP-WKEND            PIC X(10).
002300     05  OP-AMOUNT           PIC 9(8).
002400     05  OP-BALANCE          PIC 9(8).
002500     05  OP-TRACE            PIC X(15).
002600     05  OP-METHOD           PIC X(1).
002700     05  OP-REASON           PIC X(4).
002800         88  OP-RSN-WINDOW       VALUE 'WIND'.
002900         88  OP-RSN-NO-TRACE     VALUE 'NOTR'.
003000         88  OP-RSN-NO-ACCOUNT   VALUE 'NOAC'.
003100         88  OP-RSN-NO-MASTER    VALUE 'NOMS'.
003200         88  OP-RSN-METHOD       VALUE 'METH'.
003250         88  OP-RSN-ACCT-CHANGED VALUE 'ACHG'.
003260         88  OP-RSN-WITHHELD     VALUE 'WHLD'.
003270         88  OP-RSN-PART-ENTRY   VALUE 'PART'.
003300     05  OP-EVENT-DATE       PIC X(10).
003400     05  OP-ESTAB-DATE       PIC X(10).
003500     05  OP-SOURCE           PIC X(8).
003600     05  FILLER              PIC X(18).
