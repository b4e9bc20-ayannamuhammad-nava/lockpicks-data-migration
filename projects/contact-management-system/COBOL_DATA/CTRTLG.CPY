000100*================================================================*
000200* COPYBOOK: CTRTLG.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   ACH RETURN/NOC LOG RECORD                            *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-ACHR                    *
000600* PURPOSE:  ONE RECORD PER RETURN OR NOC ENTRY CMS-ACHR MATCHED  *
000700*           TO A CONTACT (PRENOTES EXCLUDED), WRITTEN TO THE     *
000800*           CUMULATIVE ACHRLOG DATASET (DISP=MOD) -- THE         *
000900*           DURABLE RECORD OF WHICH PAYMENT CAME BACK, WHERE     *
001000*           THE ACHRRPT REPORT IS ONLY A SYSOUT.  RL-ORIG-TRACE  *
001100*           IS THE TRACE OF THE ORIGINAL ENTRY, THE PH-TRACE OF  *
001200*           THE PAYHIST WEEKS IT COVERED.  CMS-ACH RESTARTS ITS  *
001300*           TRACE SEQUENCE EVERY RUN, SO CMS-PHIX TIES A LOGGED  *
001400*           RETURN TO THE LATEST PAYHIST CYCLE FOR THE SAME      *
001500*           RECID AND TRACE ORIGINATED ON OR BEFORE              *
001600*           RL-RTN-DATE.                                         *
001700*================================================================*
001800 01  RL-RETURN-LOG-REC.
001900     05  RL-RECID            PIC 9(8).
002000     05  RL-ENTRY-TYPE       PIC X(1).
002100         88  RL-ENTRY-RETURN     VALUE 'R'.
002200         88  RL-ENTRY-NOC        VALUE 'C'.
002300     05  RL-REASON-CODE      PIC X(3).
002400     05  RL-ORIG-TRACE       PIC X(15).
002500     05  RL-RTN-DATE         PIC X(10).
002600     05  FILLER              PIC X(13).
