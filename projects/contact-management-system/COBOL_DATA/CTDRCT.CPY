000100*================================================================*
000200* COPYBOOK: CTDRCT.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-DTHR RUN CONTROL CARD                            *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-DTHR                    *
000600* PURPOSE:  ONE CONTROL CARD PER RECLAMATION RUN.                *
000700*           DR-REVERSAL-DAYS IS THE BANK'S REVERSAL WINDOW IN    *
000800*           CALENDAR DAYS -- AN ACH CREDIT ORIGINATED (PH-RUN-   *
000900*           DATE) MORE THAN THIS MANY DAYS BEFORE THE RUN DATE   *
001000*           CAN NO LONGER BE REVERSED AND IS POSTED TO THE       *
001100*           OVERPAYMENT RECEIVABLE INSTEAD.  THE WINDOW IS ON    *
001200*           THE CARD, NOT IN THE PROGRAM, SO IT FOLLOWS THE      *
001300*           ORIGINATING BANK'S AGREEMENT WITHOUT A PROGRAM       *
001400*           CHANGE.                                              *
001500*================================================================*
001600 01  DR-CONTROL-CARD.
001700     05  DR-REVERSAL-DAYS    PIC 9(3).
001800     05  FILLER              PIC X(77).
