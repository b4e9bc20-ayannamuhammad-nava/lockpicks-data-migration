000100*================================================================*
000200* COPYBOOK: CTGWOUT.CPY                                         *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   ELECTRONIC NOTICE GATEWAY OUTBOUND RECORD            *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-NOTC                    *
000600* PURPOSE:  ONE RECORD PER NOTICE CMS-NOTC DELIVERS              *
000700*           ELECTRONICALLY, HANDED TO THE E-MAIL/SMS GATEWAY     *
000800*           IN PLACE OF A PRINT IMAGE.  THE GATEWAY SENDS A      *
000900*           SECURE-LINK NOTIFICATION ONLY -- GW-LINK POINTS AT   *
001000*           THE COMPOSED NOTICE, STORED ON NOTCDOC UNDER         *
001100*           GW-DOC-ID, BEHIND THE CLAIMANT PORTAL SIGN-ON.  NO   *
001200*           CLAIM, PAYMENT, OR NOTICE TEXT TRAVELS IN THE        *
001300*           MESSAGE.  A MESSAGE THE GATEWAY CANNOT DELIVER COMES *
001400*           BACK ON ITS BOUNCE FILE (CTGWBN) CARRYING THE SAME   *
001500*           RECID, CHANNEL, ADDRESS, NOTICE TYPE, AND DOC ID.    *
001600*================================================================*
001700 01  GW-GATEWAY-REC.
001800     05  GW-RECID            PIC 9(8).
001900     05  GW-CHANNEL          PIC X(1).
002000         88  GW-CHAN-EMAIL       VALUE 'E'.
002100         88  GW-CHAN-SMS         VALUE 'S'.
002200     05  GW-ADDRESS          PIC X(60).
002300     05  GW-NOTC-TYPE        PIC X(8).
002400     05  GW-LANG             PIC X(10).
002500     05  GW-COMP-DATE        PIC X(10).
002600     05  GW-DOC-ID           PIC X(20).
002700     05  GW-LINK             PIC X(100).
002800     05  GW-FNAM             PIC X(25).
002900     05  FILLER              PIC X(8).
