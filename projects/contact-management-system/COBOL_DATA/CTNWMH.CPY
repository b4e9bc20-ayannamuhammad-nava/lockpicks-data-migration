000100*================================================================*
000200* COPYBOOK: CTNWMH.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-NDNH NEW-HIRE MATCH HISTORY RECORD               *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-NDNH                    *
000600* PURPOSE:  ONE RECORD PER NEW-HIRE REPORT MATCHED TO AN ACTIVE  *
000700*           CONTACT, APPENDED TO THE CUMULATIVE NHMATCH DATASET  *
000800*           (DISP=MOD).  A REPORT FOR THE SAME RECID, HIRE DATE, *
000900*           AND EMPLOYER FEIN ALREADY ON THE HISTORY IS NOT      *
001000*           WORKED AGAIN -- THE NDNH AND THE STATE DIRECTORY     *
001100*           OFTEN REPORT THE SAME HIRE, AND A RE-SUPPLIED FILE   *
001200*           MUST NOT RE-MAIL THE EARNINGS NOTICE.  HM-WEEKS AND  *
001300*           HM-AT-RISK-AMT (CENTS) ARE THE BENEFIT WEEKS PAID    *
001400*           ON OR AFTER THE HIRE DATE AS OF HM-MATCH-DATE.       *
001500*================================================================*
001600 01  HM-MATCH-REC.
001700     05  HM-RECID            PIC 9(8).
001800     05  HM-CLMID            PIC X(20).
001900     05  HM-HIRE-DATE        PIC X(10).
002000     05  HM-EMPR-FEIN        PIC X(9).
002100     05  HM-EMPR-NAME        PIC X(45).
002200     05  HM-MATCH-DATE       PIC X(10).
002300     05  HM-WEEKS            PIC 9(3).
002400     05  HM-AT-RISK-AMT      PIC 9(10).
002500     05  HM-SOURCE           PIC X(1).
002600     05  FILLER              PIC X(4).
