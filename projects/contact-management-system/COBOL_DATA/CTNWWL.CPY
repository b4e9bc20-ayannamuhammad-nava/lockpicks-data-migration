000100*================================================================*
000200* COPYBOOK: CTNWWL.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-NDNH INVESTIGATOR WORK LIST LINE                 *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-NDNH                    *
000600* PURPOSE:  ONE LINE PER NEW-HIRE MATCH WORKED IN THE RUN,       *
000700*           LARGEST DOLLARS AT RISK FIRST.  DOLLARS AT RISK ARE  *
000800*           EVERY BENEFIT WEEK ON THE PAYMENT HISTORY WITH A     *
000900*           WEEK ENDING ON OR AFTER THE HIRE DATE.  NO SSN IS    *
001000*           PRINTED -- THE RECID AND CLAIM ID IDENTIFY THE       *
001100*           CLAIMANT TO THE INVESTIGATOR.                        *
001200*================================================================*
001300 01  NL-WORK-LINE.
001400     05  NL-RANK             PIC Z(4)9.
001500     05  FILLER              PIC X(1)  VALUE SPACE.
001600     05  NL-RECID            PIC 9(8).
001700     05  FILLER              PIC X(1)  VALUE SPACE.
001800     05  NL-CLMID            PIC X(20).
001900     05  FILLER              PIC X(1)  VALUE SPACE.
002000     05  NL-LNAM             PIC X(20).
002100     05  FILLER              PIC X(1)  VALUE SPACE.
002200     05  NL-FNAM             PIC X(12).
002300     05  FILLER              PIC X(1)  VALUE SPACE.
002400     05  NL-EMPR-NAME        PIC X(30).
002500     05  FILLER              PIC X(1)  VALUE SPACE.
002600     05  NL-EMPR-FEIN        PIC X(9).
002700     05  FILLER              PIC X(1)  VALUE SPACE.
002800     05  NL-HIRE-DATE        PIC X(10).
002900     05  FILLER              PIC X(1)  VALUE SPACE.
003000     05  NL-WEEKS            PIC ZZ9.
003100     05  FILLER              PIC X(1)  VALUE SPACE.
003200     05  NL-AT-RISK-AMT      PIC ZZ,ZZZ,ZZ9.99.
003300     05  FILLER              PIC X(1)  VALUE SPACE.
003400     05  NL-SOURCE           PIC X(4).
