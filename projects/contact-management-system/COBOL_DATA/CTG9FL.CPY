000100*================================================================*
000200* COPYBOOK: CTG9FL.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   1099-G FILED RETURN RECORD                           *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-1099                    *
000600* PURPOSE:  ONE RECORD PER 1099-G RETURN CMS-1099 HAS PUT ON AN  *
000700*           IRS FILE, WRITTEN TO THE CUMULATIVE G99FILED         *
000800*           DATASET (DISP=MOD) -- WHAT WAS FILED FOR THE         *
000900*           CLAIMANT, BOX BY BOX, IN CENTS.  A LATER RUN FOR     *
001000*           THE SAME YEAR READS IT BACK: AN ORIGINAL RUN SKIPS   *
001100*           CLAIMANTS ALREADY FILED, AND A CORRECTED RUN FILES   *
001200*           ONLY CLAIMANTS WHOSE CURRENT TOTALS DIFFER FROM      *
001300*           THE MOST RECENT RECORD HERE.  GF-FILE-TYPE IS O      *
001400*           (ORIGINAL) OR G (ONE-TRANSACTION CORRECTION).        *
001500*================================================================*
001600 01  GF-FILED-REC.
001700     05  GF-TAX-YEAR         PIC X(4).
001800     05  GF-RECID            PIC 9(8).
001900     05  GF-CLMID            PIC X(20).
002000     05  GF-BOX1-AMT         PIC 9(12).
002100     05  GF-BOX4-AMT         PIC 9(12).
002200     05  GF-BOX11-AMT        PIC 9(12).
002300     05  GF-FILE-TYPE        PIC X(1).
002400         88  GF-FILED-ORIGINAL   VALUE 'O'.
002500         88  GF-FILED-CORRECTED  VALUE 'G'.
002600     05  GF-FILE-DATE        PIC X(10).
002700     05  FILLER              PIC X(21).
