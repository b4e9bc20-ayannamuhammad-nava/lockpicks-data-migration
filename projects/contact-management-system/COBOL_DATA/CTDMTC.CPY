000100*================================================================*
000200* COPYBOOK: CTDMTC.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-DTHM DEATH MATCH LIST RECORD                     *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-DTHM                    *
000600* PURPOSE:  ONE RECORD PER CONTACT NEWLY FLAGGED DECEASED IN     *
000700*           THE RUN (DTHMTCH), CARRYING THE RECID, CLAIM ID,     *
000800*           AND THE DATE OF DEATH FROM THE DEATH MASTER          *
000900*           EXTRACT.  CMS-DTHR READS IT AGAINST PAYHIST TO FIND  *
001000*           BENEFIT WEEKS PAID AFTER THE DATE OF DEATH.  NO      *
001100*           SSN IS CARRIED -- THE RECID IS THE JOIN KEY.  A      *
001200*           CONTACT ALREADY DECEASED ON FILE IS NOT RE-LISTED,   *
001300*           SO A RE-SUPPLIED EXTRACT NEVER RECLAIMS TWICE.       *
001400*================================================================*
001500 01  DX-MATCH-REC.
001600     05  DX-RECID            PIC 9(8).
001700     05  DX-CLMID            PIC X(20).
001800     05  DX-DOD              PIC X(10).
001900     05  DX-MATCH-DATE       PIC X(10).
002000     05  FILLER              PIC X(32).
