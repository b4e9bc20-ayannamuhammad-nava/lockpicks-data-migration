000100*================================================================*
000200* COPYBOOK: CTFRCT.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-FRNG HOLD CONTROL CARD                           *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-FRNG                    *
000600* PURPOSE:  OPTIONAL CARDS, ONE PER ACTION, KEYED BY THE FRAUD   *
000700*           UNIT ONCE A CLUSTER ON THE FRNGRPT REPORT HAS BEEN   *
000800*           CONFIRMED.  FC-ACTION H PLACES A PAYMENT HOLD ON     *
000900*           EVERY MEMBER OF THE CLUSTER OF TYPE FC-POINT-TYPE    *
001000*           (BANK, EMAL, MTEL OR MADR) THAT CONTAINS FC-RECID    *
001100*           ON THIS RUN.  FC-ACTION R RELEASES EVERY FRAUD-RING  *
001200*           HOLD STILL ACTIVE UNDER FC-CASE-ID, WHETHER OR NOT   *
001300*           THE CONTACT IS STILL IN THE CLUSTER; FC-POINT-TYPE   *
001400*           AND FC-RECID ARE NOT USED ON A RELEASE.  THE CASE    *
001500*           ID IS REQUIRED ON BOTH.  NO CARDS MEANS A REPORT-    *
001600*           ONLY RUN.                                            *
001700*================================================================*
001800 01  FC-CONTROL-CARD.
001900     05  FC-ACTION           PIC X(1).
002000         88  FC-PLACE-HOLD       VALUE 'H'.
002100         88  FC-RELEASE-HOLD     VALUE 'R'.
002200     05  FC-POINT-TYPE       PIC X(4).
002300     05  FC-RECID            PIC 9(8).
002400     05  FC-CASE-ID          PIC X(15).
002500     05  FILLER              PIC X(52).
