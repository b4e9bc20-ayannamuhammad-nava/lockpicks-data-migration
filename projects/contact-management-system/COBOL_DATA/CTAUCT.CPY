000100*================================================================*
000200* COPYBOOK: CTAUCT.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-AUDT RUN CONTROL CARD                            *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-AUDT                    *
000600* PURPOSE:  ONE CONTROL CARD PER AUDIT RUN.  AU-HIST-CUTOFF IS   *
000700*           THE WEEK-ENDING BOUNDARY (YYYY-MM-DD) THE NEXT       *
000800*           PAYMENT-HISTORY CLEANUP WILL APPLY -- EVERY PAYHIST  *
000900*           ROW WHOSE PH-WKEND IS BEFORE IT IS DROPPED FROM THE  *
001000*           CUMULATIVE DATASET.  THE ARCHIVE KEEPS ONLY THE      *
001100*           MASTER IMAGE, SO FOR A PURGED CONTACT THOSE ROWS     *
001200*           ARE THE LAST RECORD OF WHAT WAS PAID.  THE CUTOFF    *
001300*           IS ON THE CARD, NOT IN THE PROGRAM, SO IT FOLLOWS    *
001400*           THE RETENTION SCHEDULE WITHOUT A PROGRAM CHANGE.     *
001500*================================================================*
001600 01  AU-CONTROL-CARD.
001700     05  AU-HIST-CUTOFF      PIC X(10).
001800     05  FILLER              PIC X(70).
