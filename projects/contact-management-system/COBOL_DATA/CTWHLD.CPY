001800*           ORIGINATES THE WITHHELD DOLLARS TO THE AGENCY IN     *
001900*           THE SAME NACHA BATCH, SO THE BATCH TOTALS STILL      *
002000*           CARRY EVERY PAYDTL DOLLAR.                           *
002010* MODIFIED: 2026-10-15 BY BATCH JOB CMS-1099 -- ONE BYTE OF      *
002020*           RESERVED FILLER REPURPOSED AS WH-ORDER-CLASS, SO A   *
002030*           CLAIMANT'S VOLUNTARY INCOME TAX WITHHOLDING ELECTION *
002040*           CAN STAND ON THIS FILE BESIDE THE COURT ORDERS:  F   *
002050*           IS FEDERAL INCOME TAX (1099-G BOX 4), S IS STATE     *
002060*           INCOME TAX (BOX 11), AND BLANK (EVERY EXISTING       *
002070*           ORDER) IS A COURT-ORDERED OR OTHER THIRD-PARTY       *
002080*           DEDUCTION, NOT TAX.  CMS-ACH CARRIES THE CLASS ONTO  *
002090*           THE WITHHOLDING HISTORY (SEE CTWHHS).                *
002100*================================================================*
002200 01  WH-ORDER-REC.
002300     05  WH-ORDER-ID         PIC X(15).
003100     05  WH-AGY-RTN          PIC X(9).
003200     05  WH-AGY-ACCT         PIC X(17).
003300     05  WH-AGY-NAME         PIC X(22).
003310     05  WH-ORDER-CLASS      PIC X(1).
003320         88  WH-CLASS-FED-TAX    VALUE 'F'.
003330         88  WH-CLASS-STATE-TAX  VALUE 'S'.
003340         88  WH-CLASS-ORDER      VALUE ' '.
003400     05  FILLER              PIC X(13).
