000100*================================================================*
000200* COPYBOOK: CTG9CT.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-1099 RUN CONTROL RECORD                          *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-1099                    *
000600* PURPOSE:  ONE CONTROL RECORD PER 1099-G FILING RUN.            *
000700*           GC-TAX-YEAR SELECTS THE PAYMENT HISTORY YEAR (THE    *
000800*           YEAR OF PH-RUN-DATE AND WT-RUN-DATE -- BENEFITS ARE  *
000900*           REPORTED IN THE YEAR PAID).  GC-RUN-TYPE O IS AN     *
001000*           ORIGINAL FILING: EVERY CLAIMANT NOT YET FILED FOR    *
001100*           THE YEAR.  C IS A CORRECTED FILING: ONLY CLAIMANTS   *
001200*           ALREADY FILED WHOSE TOTALS HAVE SINCE CHANGED,       *
001300*           REPORTED AS ONE-TRANSACTION (G) CORRECTIONS.         *
001400*           GC-TEST-IND T MARKS AN IRS TEST FILE.  THE REST IS   *
001500*           THE TRANSMITTER/PAYER IDENTITY FOR THE T AND A       *
001600*           RECORDS -- THE AGENCY IS BOTH -- AND THE CONTACT     *
001700*           THE IRS CALLS ABOUT THE FILE.  GC-MIN-AMOUNT IS THE  *
001800*           BOX 1 REPORTING THRESHOLD IN CENTS.                  *
001900*================================================================*
002000 01  GC-CONTROL-REC.
002100     05  GC-TAX-YEAR         PIC X(4).
002200     05  GC-RUN-TYPE         PIC X(1).
002300         88  GC-RUN-ORIGINAL     VALUE 'O'.
002400         88  GC-RUN-CORRECTED    VALUE 'C'.
002500     05  GC-TEST-IND         PIC X(1).
002600     05  GC-TCC              PIC X(5).
002700     05  GC-PAYER-TIN        PIC X(9).
002800     05  GC-PAYER-NAME-CTL   PIC X(4).
002900     05  GC-PAYER-NAME       PIC X(40).
003000     05  GC-PAYER-ADDR       PIC X(40).
003100     05  GC-PAYER-CITY       PIC X(40).
003200     05  GC-PAYER-ST         PIC X(2).
003300     05  GC-PAYER-ZIP        PIC X(9).
003400     05  GC-PAYER-PHONE      PIC X(15).
003500     05  GC-CONTACT-NAME     PIC X(40).
003600     05  GC-CONTACT-PHONE    PIC X(15).
003700     05  GC-CONTACT-EMAIL    PIC X(50).
003800     05  GC-MIN-AMOUNT       PIC 9(8).
003900     05  FILLER              PIC X(17).
