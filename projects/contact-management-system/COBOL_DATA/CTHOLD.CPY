000100*================================================================*
000200* COPYBOOK: CTHOLD.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   PAYMENT HOLD RECORD                                  *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-FRNG                    *
000600* PURPOSE:  ONE RECORD PER HOLD PLACED ON, OR RELEASED FROM, A   *
000700*           CLAIMANT'S BENEFIT PAYMENTS, ON THE CUMULATIVE       *
000800*           PAYHOLD DATASET (DISP=MOD).  CMS-ACH AND CMS-CARD    *
000900*           LOAD THE FILE AT INITIALIZATION AND ORIGINATE NO     *
001000*           CREDIT OR CARD LOAD FOR A CLAIMANT UNDER AN ACTIVE   *
001100*           HOLD.  HOLDS ARE KEPT PER RECID AND REASON -- THE    *
001200*           LATEST RECORD FOR THE PAIR WINS, SO A RELEASE        *
001300*           (HD-ACTION R) ENDS ONLY THE HOLD OF ITS OWN REASON.  *
001400*           A HOLD IS ACTIVE WHILE HD-ACTION IS H AND            *
001500*           HD-HOLD-UNTIL IS SPACES (UNTIL RELEASED) OR LATER    *
001600*           THAN THE RUN DATE.  HD-CASE-ID IS THE REFERENCE OF   *
001700*           THE UNIT THAT ASKED FOR THE HOLD (E.G. THE FRAUD     *
001800*           CASE NUMBER) AND IS HOW A GROUP OF HOLDS IS LATER    *
001900*           RELEASED TOGETHER.                                   *
001920* MODIFIED: 2026-10-15 BY BATCH JOB CMS-UPDT -- ADDED REASON    *
001940*           BKCH.  CMS-UPDT PLACES A TIMED HOLD ENDING WITH THE  *
001960*           COOLING-OFF PERIOD WHEN A BANK-ACCOUNT CHANGE IS     *
001980*           UNDER THE HOLD ROUTE (SEE CTBKCT).                   *
002000*================================================================*
002100 01  HD-HOLD-REC.
002200     05  HD-RECID            PIC 9(8).
002300     05  HD-CLMID            PIC X(20).
002400     05  HD-ACTION           PIC X(1).
002500         88  HD-HOLD-PLACED      VALUE 'H'.
002600         88  HD-HOLD-RELEASED    VALUE 'R'.
002700     05  HD-REASON           PIC X(4).
002800         88  HD-REASON-FRAUD-RING VALUE 'RING'.
002850         88  HD-REASON-BANK-CHANGE VALUE 'BKCH'.
002900     05  HD-SOURCE           PIC X(8).
003000     05  HD-CASE-ID          PIC X(15).
003100     05  HD-EFF-DATE         PIC X(10).
003200     05  HD-HOLD-UNTIL       PIC X(10).
003300     05  FILLER              PIC X(4).
