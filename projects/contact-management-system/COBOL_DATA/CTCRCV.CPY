000100*================================================================*
000200* COPYBOOK: CTCRCV.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-DTHR DEBIT CARD FUND-RECOVERY REQUEST RECORD     *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-DTHR                    *
000600* PURPOSE:  ONE RECORD PER POST-DEATH CARD LOAD ON THE VENDOR    *
000700*           FUND-RECOVERY FILE (CRDRCVR).  THE VENDOR FREEZES    *
000800*           THE CARDHOLDER ACCOUNT (MATCHED BY RV-RECID, THE     *
000900*           SAME KEY AS THE CARDLOAD FILE) AND RETURNS THE       *
001000*           UNSPENT BALANCE OF THE LOAD.  RV-AMOUNT IS THE       *
001100*           LOAD AMOUNT IN CENTS, RV-LOAD-DATE THE PAYHIST RUN   *
001200*           DATE OF THE ORIGINAL LOAD.                           *
001300*================================================================*
001400 01  RV-RECOVERY-REC.
001500     05  RV-RECORD-TYPE      PIC X(1).
001600         88  RV-TYPE-RECOVERY    VALUE 'R'.
001700     05  RV-RECID            PIC 9(8).
001800     05  RV-CLMID            PIC X(20).
001900     05  RV-WKEND            PIC X(10).
002000     05  RV-AMOUNT           PIC 9(8).
002100     05  RV-LOAD-DATE        PIC X(10).
002200     05  RV-DOD              PIC X(10).
002300     05  RV-REQUEST-DATE     PIC X(10).
002400     05  FILLER              PIC X(3).
