000100*================================================================*
000200* COPYBOOK: CTPNLG.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   ACH PRENOTE LOG RECORD                               *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-ACH                     *
000600* PURPOSE:  ONE RECORD PER ZERO-DOLLAR PRENOTE ENTRY CMS-ACH     *
000700*           HAS ORIGINATED FOR A CHANGED BANK ACCOUNT, WRITTEN   *
000800*           TO THE CUMULATIVE PRENOTE DATASET (DISP=MOD).        *
000900*           PN-CHG-DATE IS THE CT-BKCHG-DATE OF THE CHANGE BEING *
001000*           VERIFIED -- CMS-ACH SENDS ONE PRENOTE PER RECID AND  *
001100*           CHANGE DATE, AND CMS-ACHR MATCHES A RETURN OR NOC'S  *
001200*           ORIGINAL TRACE TO PN-TRACE TO KNOW IT WAS A PRENOTE  *
001300*           AND WHICH CHANGE IT REJECTS.                         *
001400*================================================================*
001500 01  PN-PRENOTE-REC.
001600     05  PN-RECID            PIC 9(8).
001700     05  PN-CHG-DATE         PIC X(10).
001800     05  PN-TRACE            PIC X(15).
001900     05  PN-RUN-DATE         PIC X(10).
002000     05  FILLER              PIC X(37).
