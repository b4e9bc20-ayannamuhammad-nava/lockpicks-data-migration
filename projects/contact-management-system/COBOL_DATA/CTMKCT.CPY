000100*================================================================*
000200* COPYBOOK: CTMKCT.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-MASK RUN CONTROL CARD                            *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-MASK                    *
000600* PURPOSE:  ONE CONTROL CARD PER MASKING RUN.  MK-SEED IS THE    *
000700*           NONZERO MASKING KEY EVERY SUBSTITUTE NAME, ADDRESS,  *
000800*           PHONE, E-MAIL, AND ACCOUNT NUMBER IS DERIVED FROM.   *
000900*           THE SAME REAL VALUE UNDER THE SAME KEY ALWAYS GIVES  *
001000*           THE SAME SUBSTITUTE, SO VALUES SHARED IN PRODUCTION  *
001100*           STAY SHARED IN THE TEST COPY.  THE CARD IS KEPT ON   *
001200*           A READ-PROTECTED DATASET AND THE KEY CHANGED AT      *
001300*           EVERY REFRESH -- ANYONE HOLDING IT AND THE MASKED    *
001400*           COPY COULD TEST A GUESSED REAL VALUE.                *
001500*================================================================*
001600 01  MK-CONTROL-CARD.
001700     05  MK-SEED             PIC 9(9).
001800     05  FILLER              PIC X(71).
