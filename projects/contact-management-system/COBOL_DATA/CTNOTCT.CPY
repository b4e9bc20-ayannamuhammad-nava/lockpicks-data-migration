000700*           NOTICE TYPE TO COMPOSE (MATCHED AGAINST TM-TYPE ON   *
000800*           THE TEMPLATE FILE).  ONE RUN COMPOSES ONE NOTICE     *
000900*           TYPE ACROSS ALL THREE LANGUAGE QUEUES.               *
000910* MODIFIED: 2026-10-15 BY BATCH JOB CMS-NOTC -- ADDED            *
000920*           NT-LINK-BASE, THE CLAIMANT PORTAL ADDRESS THE        *
000930*           SECURE-LINK NOTIFICATIONS POINT AT (THE DOCUMENT ID  *
000940*           IS APPENDED).  A BLANK LINK BASE COMPOSES EVERY      *
000950*           NOTICE ON PAPER, AS BEFORE.                          *
000960* MODIFIED: 2026-10-15 BY BATCH JOB CMS-NOTC -- ADDED            *
000970*           NT-PAPER-ONLY.  'Y' COMPOSES EVERY NOTICE OF THE RUN *
000980*           ON PAPER WHATEVER THE CONTACT'S DELIVERY PREFERENCE  *
000985*           -- REQUIRED FOR THE BANK-CHANGE CONFIRMATION         *
000990*           (BANKCHG), WHICH MUST NOT GO TO AN E-MAIL OR MOBILE  *
000995*           NUMBER THE SAME CHANGE MAY HAVE ALTERED.             *
001000*================================================================*
001100 01  NT-CONTROL-CARD.
001200     05  NT-TYPE             PIC X(8).
001250     05  NT-LINK-BASE        PIC X(60).
001260     05  NT-PAPER-ONLY       PIC X(1).
001270         88  NT-FORCE-PAPER      VALUE 'Y'.
001300     05  FILLER              PIC X(11).
