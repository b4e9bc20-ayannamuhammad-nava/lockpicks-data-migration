000100*================================================================*
000200* COPYBOOK: CTRPTR.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   AUTHORIZED REPRESENTATIVE MAINTENANCE TRANSACTION    *
000500* LENGTH:   280 BYTES                                           *
000600* CREATED:  2026-10-15 BY BATCH JOB CMS-REPM                    *
000700* PURPOSE:  CARRIES ADD/CHANGE/DELETE REQUESTS AGAINST THE       *
000800*           CTREPR REPRESENTATIVE FILE, MATCHED ON RT-RECID +    *
000900*           RT-SEQ.  ON A CHANGE, A BLANK FIELD KEEPS THE VALUE  *
001000*           ON FILE; A DESIGNATION IS ENDED BY KEYING ITS        *
001100*           EXPIRATION DATE, NOT BY DELETING IT, SO THE RECORD   *
001200*           OF WHO WAS AUTHORIZED WHEN SURVIVES.                 *
001300*================================================================*
001400 01  RT-REP-TRAN-REC.
001500     05  RT-RECID            PIC 9(8).
001600     05  RT-SEQ              PIC 9(2).
001700     05  RT-ACTN             PIC X(1).
001800         88  RT-ACTN-ADD         VALUE 'A'.
001900         88  RT-ACTN-CHANGE      VALUE 'C'.
002000         88  RT-ACTN-DELETE      VALUE 'D'.
002100     05  RT-DESIG-TYPE       PIC X(1).
002200     05  RT-FNAM             PIC X(25).
002300     05  RT-LNAM             PIC X(30).
002400     05  RT-SUFX             PIC X(5).
002500     05  RT-FIRM             PIC X(40).
002600     05  RT-ADR1             PIC X(40).
002700     05  RT-ADR2             PIC X(40).
002800     05  RT-CITY             PIC X(30).
002900     05  RT-ST               PIC X(2).
003000     05  RT-ZIP              PIC X(10).
003100     05  RT-PTEL             PIC X(14).
003200     05  RT-EFF-DATE         PIC X(10).
003300     05  RT-EXP-DATE         PIC X(10).
003400     05  FILLER              PIC X(12).
