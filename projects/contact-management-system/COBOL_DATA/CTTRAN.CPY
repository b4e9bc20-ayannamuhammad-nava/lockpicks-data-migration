000960*           AND TR-CLMID, CARRIED IN FROM THE CLAIMS SYSTEM     *
000970*           FEED, TO POPULATE THE NEWLY REPURPOSED              *
000980*           CT-BYED/CT-CLMID FIELDS ON CT-MASTER-REC.           *
000985* MODIFIED: 2026-10-15 BY BATCH JOB CMS-UPDT -- ADDED           *
000990*           TR-DLVPREF, THE NOTICE DELIVERY PREFERENCE          *
000995*           (P/E/S, SPACE = PAPER) FOR CT-DLVPREF.              *
001000*================================================================*
001100 01  CT-TRAN-REC.
001200     05  TR-RECID            PIC 9(8).
005300     05  TR-SRCCD            PIC X(10).
005350     05  TR-BYED             PIC X(10).
005370     05  TR-CLMID            PIC X(20).
005380     05  TR-DLVPREF          PIC X(1).
005400     05  FILLER              PIC X(58).
