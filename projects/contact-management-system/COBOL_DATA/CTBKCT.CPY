000100*================================================================*
000200* COPYBOOK: CTBKCT.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-UPDT BANK-CHANGE COOLING-OFF CONTROL CARD        *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-UPDT                    *
000600* PURPOSE:  ONE CONTROL CARD PER CMS-UPDT RUN SETTING THE        *
000700*           COOLING-OFF POLICY FOR A CHANGE TO CT-BACT/CT-BRTN.  *
000800*           BK-COOL-DAYS IS THE NUMBER OF DAYS AFTER THE CHANGE  *
000900*           DURING WHICH NO CREDIT GOES TO THE NEW ACCOUNT -- IT *
001000*           MUST COVER THE PRENOTE'S RETURN WINDOW.  BK-COOL-    *
001100*           ROUTE SAYS WHAT HAPPENS TO THE CLAIMANT'S PAYMENTS   *
001200*           MEANWHILE -- C LOADS THEM TO THE DEBIT CARD THROUGH  *
001300*           CMS-CARD, H HOLDS THEM (A PAYHOLD RECORD, REASON     *
001400*           BKCH, EXPIRING AT THE END OF THE PERIOD).  THE       *
001500*           POLICY IS STAMPED ON THE MASTER AT THE CHANGE, SO    *
001600*           A LATER CARD CHANGE DOES NOT MOVE A PERIOD ALREADY   *
001700*           RUNNING.                                             *
001800*================================================================*
001900 01  BK-CONTROL-CARD.
002000     05  BK-COOL-DAYS        PIC 9(3).
002100     05  BK-COOL-ROUTE       PIC X(1).
002200         88  BK-ROUTE-CARD       VALUE 'C'.
002300         88  BK-ROUTE-HOLD       VALUE 'H'.
002400     05  FILLER              PIC X(76).
