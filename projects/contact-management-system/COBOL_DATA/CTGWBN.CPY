000100*================================================================*
000200* COPYBOOK: CTGWBN.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   ELECTRONIC NOTICE GATEWAY BOUNCE RECORD              *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-NCOA                    *
000600* PURPOSE:  ONE RECORD PER GATEWAY MESSAGE THAT COULD NOT BE     *
000700*           DELIVERED (HARD BOUNCE, UNKNOWN MAILBOX, NUMBER NOT  *
000800*           IN SERVICE, AND THE LIKE), ECHOING THE CTGWOUT       *
000900*           RECORD IT ANSWERS.  THE INBOUND FILE (GWBOUNCE) IS   *
001000*           PROCESSED ONCE BY CMS-NCOA, WHICH SETS CT-EDSTAT AND *
001100*           APPENDS EACH MATCHED RECORD, WITH GB-LOG-DATE        *
001200*           FILLED IN, TO THE CUMULATIVE BOUNCE LOG (GWBNCLOG).  *
001300*           THE NEXT CMS-NOTC RUN FOR THE SAME NOTICE TYPE       *
001400*           RE-COMPOSES EACH LOGGED NOTICE ON PAPER AND RECORDS  *
001500*           IT ON NOTCHIST AS CHANNEL R.                         *
001600*================================================================*
001700 01  GB-BOUNCE-REC.
001800     05  GB-RECID            PIC 9(8).
001900     05  GB-CHANNEL          PIC X(1).
002000         88  GB-CHAN-EMAIL       VALUE 'E'.
002100         88  GB-CHAN-SMS         VALUE 'S'.
002200     05  GB-ADDRESS          PIC X(60).
002300     05  GB-NOTC-TYPE        PIC X(8).
002400     05  GB-COMP-DATE        PIC X(10).
002500     05  GB-DOC-ID           PIC X(20).
002600     05  GB-BOUNCE-DATE      PIC X(10).
002700     05  GB-REASON           PIC X(4).
002800     05  GB-LOG-DATE         PIC X(10).
002900     05  FILLER              PIC X(19).
