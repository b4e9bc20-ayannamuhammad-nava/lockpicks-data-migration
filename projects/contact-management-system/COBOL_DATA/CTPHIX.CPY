000100*================================================================*
000200* COPYBOOK: CTPHIX.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   KEYED PAYMENT HISTORY INQUIRY RECORD                 *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-PHIX                    *
000600* PURPOSE:  ONE RECORD PER PAYHIST WEEK (CTPHST), REBUILT EACH   *
000700*           NIGHT BY CMS-PHIX INTO THE PAYHSTK KSDS SO THE       *
000800*           ONLINE REGION HAS A KEYED PATH TO WHAT IS OTHERWISE  *
000900*           A SEQUENTIAL DISP=MOD DATASET.  THE PRIMARY KEY      *
001000*           (PX-KEY) RUNS RECID, RUN DATE, WEEK ENDING, AND THE  *
001100*           BUILD SEQUENCE, SO A BROWSE FROM A RECID READS THAT  *
001200*           CLAIMANT'S PAYMENTS OLDEST CYCLE FIRST.  THE         *
001300*           ALTERNATE INDEX ON PX-CLMID (PATH PAYHSTK2,          *
001400*           NON-UNIQUE) ANSWERS A CLAIM-ID INQUIRY.  THE         *
001500*           RECORD IS ENRICHED AT BUILD TIME --                  *
001600*             PX-WHLD-AMT/PX-WHLD-TAX -- THE CYCLE'S WHLDHIST    *
001700*               DEDUCTIONS (TAX IS THE F/S PART), CARRIED ON     *
001800*               THE FIRST WEEK OF THE CYCLE ONLY SO A COLUMN     *
001900*               TOTAL NEVER COUNTS THEM TWICE;                   *
002000*             PX-RTN-TYPE/REASON/DATE -- THE CMS-ACHR RETURN OR  *
002100*               NOC LOGGED AGAINST THE ENTRY (ACHRLOG, CTRTLG);  *
002200*             PX-CARD-ENRL-DATE -- THE CLAIMANT'S DEBIT-CARD     *
002300*               ENROLLMENT FROM THE CMS-CARD REGISTRY (CTCRDH),  *
002400*               SPACES WHEN NEVER ENROLLED.                      *
002500*           NO BANKING DATA IS CARRIED.  AMOUNTS ARE CENTS.      *
002600*================================================================*
002700 01  PX-PAYIDX-REC.
002800     05  PX-KEY.
002900         10  PX-RECID        PIC 9(8).
003000         10  PX-RUN-DATE     PIC X(10).
003100         10  PX-WKEND        PIC X(10).
003200         10  PX-SEQ          PIC 9(8).
003300     05  PX-CLMID            PIC X(20).
003400     05  PX-AMOUNT           PIC 9(8).
003500     05  PX-METHOD           PIC X(1).
003600         88  PX-METHOD-ACH       VALUE 'A'.
003700         88  PX-METHOD-CARD      VALUE 'C'.
003800     05  PX-TRACE            PIC X(15).
003900     05  PX-WHLD-AMT         PIC 9(8).
004000     05  PX-WHLD-TAX         PIC 9(8).
004100     05  PX-RTN-TYPE         PIC X(1).
004200         88  PX-ACH-RETURNED     VALUE 'R'.
004300         88  PX-ACH-NOC          VALUE 'C'.
004400     05  PX-RTN-REASON       PIC X(3).
004500     05  PX-RTN-DATE         PIC X(10).
004600     05  PX-CARD-ENRL-DATE   PIC X(10).
004700     05  FILLER              PIC X(20).
