002000*           FROM THE TOP FOR EACH CARD -- THE CARD DECK IS       *
002100*           SMALL AND THE SCAN IS SEQUENTIAL, THE CMS-LKUP       *
002200*           NAME-SEARCH TRADEOFF.                                *
002220*           EACH LINE ALSO CARRIES THE DELIVERY CHANNEL, SO THE  *
002240*           HEARING SEES WHETHER THE NOTICE WENT ON PAPER, AS A  *
002260*           SECURE-LINK E-MAIL OR TEXT, OR AS A PAPER RE-MAILING *
002280*           AFTER AN ELECTRONIC BOUNCE.                          *
002284*           A COPY CMS-NOTC SENT TO AN AUTHORIZED REPRESENTATIVE *
002288*           IS LOGGED UNDER THE CLAIMANT'S RECID, SO IT LISTS    *
002292*           ALONGSIDE THE CLAIMANT'S OWN NOTICE, MARKED BY       *
002296*           DESIGNATION TYPE WITH THE ADDRESSEE'S LAST NAME.     *
002300*                                                                *
002400* MODIFICATION HISTORY.                                         *
002500*   2026-09-02  DS   ORIGINAL.                                  *
002550*   2026-10-15  DS   DELIVERY CHANNEL ON EACH HISTORY LINE.      *
002570*   2026-10-15  DS   REPRESENTATIVE COPIES MARKED ON EACH LINE.  *
002600*================================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
014500     MOVE NH-CITY        TO NR-CITY.
014600     MOVE NH-ST          TO NR-ST.
014700     MOVE NH-ZIP         TO NR-ZIP.
014704     MOVE 'PAPER'        TO NR-CHANNEL.
014708     IF NH-CHAN-EMAIL
014712         MOVE 'EMAIL'    TO NR-CHANNEL
014716     END-IF.
014720     IF NH-CHAN-SMS
014724         MOVE 'SMS'      TO NR-CHANNEL
014728     END-IF.
014732     IF NH-CHAN-REMAIL
014736         MOVE 'REMAIL'   TO NR-CHANNEL
014740     END-IF.
014744     MOVE 'CLAIMANT'      TO NR-COPY-TO.
014748     IF NH-COPY-ATTORNEY
014752         MOVE 'REP-ATTY'  TO NR-COPY-TO
014756     END-IF.
014760     IF NH-COPY-UNION-REP
014764         MOVE 'REP-UNION' TO NR-COPY-TO
014768     END-IF.
014772     IF NH-COPY-POA
014776         MOVE 'REP-POA'   TO NR-COPY-TO
014780     END-IF.
014784     IF NH-COPY-OTHER
014788         MOVE 'REP-OTHER' TO NR-COPY-TO
014792     END-IF.
014796     MOVE NH-LNAM         TO NR-LNAM.
014800     WRITE NR-REPORT-LINE.
014900     ADD 1 TO WS-CARD-HIT-COUNT.
015000     ADD 1 TO WS-NOTICE-COUNT.
