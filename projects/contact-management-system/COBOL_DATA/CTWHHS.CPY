000100*================================================================*
000200* COPYBOOK: CTWHHS.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   BENEFIT WITHHOLDING HISTORY RECORD                   *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-ACH                     *
000600* PURPOSE:  ONE RECORD PER WITHHOLDING ORDER APPLIED TO A        *
000700*           CLAIMANT'S PAYMENT, WRITTEN TO THE CUMULATIVE        *
000800*           WHLDHIST DATASET (DISP=MOD) BY CMS-ACH AS EACH       *
000900*           AGENCY REMITTANCE IS ORIGINATED -- THE DURABLE       *
001000*           COMPANION TO PAYHIST (CTPHST) FOR WHAT WAS TAKEN     *
001100*           OUT OF THE GROSS, WHERE THE DEDUCTION REGISTER       *
001200*           (DEDRPT) IS ONLY A SYSOUT.  WT-RECID/WT-CLMID AND    *
001300*           WT-RUN-DATE JOIN THE RECORD TO THE PAYHIST WEEKS     *
001400*           OF THE SAME CYCLE; WT-TRACE IS THE CLAIMANT'S OWN    *
001500*           ENTRY TRACE (SPACES WHEN THE CYCLE WAS WITHHELD IN   *
001600*           FULL) AND WT-REMIT-TRACE THE AGENCY REMITTANCE       *
001700*           ENTRY'S.  WT-ORDER-CLASS IS WH-ORDER-CLASS -- F AND  *
001800*           S ARE THE FEDERAL AND STATE INCOME TAX CMS-1099      *
001900*           REPORTS ON THE 1099-G.  AMOUNTS ARE CENTS.           *
002000*================================================================*
002100 01  WT-WHLDHIST-REC.
002200     05  WT-RECID            PIC 9(8).
002300     05  WT-CLMID            PIC X(20).
002400     05  WT-ORDER-ID         PIC X(15).
002500     05  WT-ORDER-CLASS      PIC X(1).
002600         88  WT-CLASS-FED-TAX    VALUE 'F'.
002700         88  WT-CLASS-STATE-TAX  VALUE 'S'.
002800     05  WT-AGY-NAME         PIC X(22).
002900     05  WT-GROSS            PIC 9(8).
003000     05  WT-AMOUNT           PIC 9(8).
003100     05  WT-TRACE            PIC X(15).
003200     05  WT-REMIT-TRACE      PIC X(15).
003300     05  WT-RUN-DATE         PIC X(10).
003400     05  FILLER              PIC X(18).
