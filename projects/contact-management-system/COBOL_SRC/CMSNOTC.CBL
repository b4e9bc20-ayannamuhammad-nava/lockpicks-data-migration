004100*           THE RUN BEFORE ANY NOTICE PRINTS -- A HALF-COMPOSED  *
004200*           MAILING IS WORSE THAN NONE.                          *
004300*                                                                *
004302*           ELECTRONIC DELIVERY.  A CONTACT WHOSE CT-DLVPREF IS  *
004304*           E (E-MAIL) OR S (TEXT MESSAGE), WITH THAT CONTACT    *
004306*           POINT ON FILE AND NO GATEWAY BOUNCE OUTSTANDING      *
004308*           (CT-EDSTAT), IS NOT PRINTED.  THE NOTICE IS COMPOSED *
004310*           EXACTLY AS FOR PAPER BUT TO THE PORTAL DOCUMENT FILE *
004312*           (NOTCDOC) UNDER A DOCUMENT ID BUILT THROUGH CMSCRYP, *
004314*           AND A SECURE-LINK NOTIFICATION (CTGWOUT) GOES TO THE *
004316*           OUTBOUND E-MAIL/SMS GATEWAY FILE (GWOUT).  A BLANK   *
004318*           NT-LINK-BASE ON THE NOTCCTL CARD, OR A MISSING       *
004320*           MASTER, COMPOSES ON PAPER.                           *
004322*           SO DOES EVERY NOTICE OF A RUN WHOSE NOTCCTL CARD     *
004324*           CARRIES NT-PAPER-ONLY 'Y' -- THE BANK-CHANGE         *
004326*           CONFIRMATION (BANKCHG) MUST GO TO THE POSTAL         *
004328*           ADDRESS, NOT TO AN E-MAIL OR MOBILE NUMBER THE SAME  *
004330*           CHANGE MAY HAVE ALTERED.                             *
004332*                                                                *
004334*           BOUNCE RE-MAILING.  CMS-NCOA LOGS EVERY GATEWAY      *
004336*           BOUNCE TO GWBNCLOG (CTGWBN).  EACH RUN RE-COMPOSES   *
004338*           ON PAPER, TO THE ADDRESS NOW ON FILE AND IN THE      *
004340*           CONTACT'S LANGUAGE, EVERY LOGGED BOUNCE OF THE RUN'S *
004342*           NOTICE TYPE NOT ALREADY RE-MAILED (NOTCHIST CARRIES *
004344*           A CHANNEL R RECORD OF THE SAME TYPE ON OR AFTER THE  *
004346*           LOG DATE ONCE IT IS).  A BOUNCE WHOSE MASTER IS GONE *
004348*           OR WHOSE POSTAL ADDRESS IS ALSO UNDELIVERABLE WAITS  *
004350*           FOR A LATER RUN.                                     *
004352*                                                                *
004354*           REPRESENTATIVE COPIES.  AFTER EACH QUEUE NOTICE, THE *
004356*           CLAIMANT'S AUTHORIZED REPRESENTATIVES ARE READ FROM  *
004358*           THE CTREPR KSDS (BROWSE FROM RECID + 00) AND EVERY   *
004360*           ONE ACTIVE ON THE RUN DATE GETS A PAPER COPY OF THE  *
004362*           SAME NOTICE, ADDRESSED TO THE REPRESENTATIVE (FIRM   *
004364*           LINE UNDER THE NAME) AND HEADED WITH A COPY BANNER   *
004366*           NAMING THE CLAIMANT.  THE COPY IS IN THE TEMPLATE    *
004368*           LANGUAGE OF THE CLAIMANT'S NOTICE -- ENGLISH, WITH   *
004370*           NO COVER SHEET, FOR AN OTHER-LANGUAGE CLAIMANT --    *
004372*           AND IS LOGGED ON NOTCHIST UNDER THE CLAIMANT'S RECID *
004374*           WITH NH-COPY-TYPE SET TO THE DESIGNATION TYPE, SO    *
004376*           THE HISTORY PROVES THE REPRESENTATIVE WAS SENT IT.   *
004378*           A BOUNCE RE-MAILING IS NOT COPIED AGAIN -- THE       *
004380*           REPRESENTATIVE'S PAPER COPY WENT WITH THE ORIGINAL.  *
004382*                                                                *
004400* MODIFICATION HISTORY.                                         *
004500*   2026-08-22  DS   ORIGINAL.                                  *
004510*   2026-08-22  DS   WRITES THE STANDARD RUN-CONTROL TOTALS    *
004591*                    THE DURABLE PROOF-OF-MAILING RECORD THE  *
004592*                    PRINT FILE NEVER WAS.  CMS-NHIQ IS THE   *
004593*                    INQUIRY PATH.                            *
004594*   2026-10-15  DS   ELECTRONIC NOTICE DELIVERY.  OPTED-IN      *
004595*                    CONTACTS COMPOSE TO NOTCDOC WITH A GATEWAY *
004596*                    RECORD ON GWOUT INSTEAD OF PRINTING;       *
004597*                    NH-CHANNEL RECORDS THE CHANNEL.  LOGGED    *
004598*                    GATEWAY BOUNCES ARE RE-MAILED ON PAPER     *
004599*                    (CHANNEL R).                               *
004619*   2026-10-15  DS   COPY OF EVERY QUEUE NOTICE TO EACH ACTIVE   *
004639*                    AUTHORIZED REPRESENTATIVE ON CTREPR, LOGGED *
004659*                    ON NOTCHIST WITH NH-COPY-TYPE.              *
004663*   2026-10-15  DS   NT-PAPER-ONLY ON THE NOTCCTL CARD FORCES    *
004667*                    PAPER FOR THE RUN (BANKCHG).  CTREPR IS     *
004671*                    OPTIONAL -- AN EMPTY CLUSTER IS NO          *
004675*                    REPRESENTATIVES, NOT A FAILED RUN.          *
004679*================================================================*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-370.
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT NOTICE-PRINT     ASSIGN TO "NOTCOUT"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007001     SELECT NOTICE-DOC       ASSIGN TO "NOTCDOC"
007002         ORGANIZATION IS LINE SEQUENTIAL.
007003     SELECT GATEWAY-FILE     ASSIGN TO "GWOUT"
007004         ORGANIZATION IS SEQUENTIAL.
007005     SELECT BOUNCE-LOG       ASSIGN TO "GWBNCLOG"
007006         ORGANIZATION IS SEQUENTIAL
007007         FILE STATUS IS WS-BNCL-FILE-STATUS.
007010     SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL"
007020         ORGANIZATION IS SEQUENTIAL.
007030     SELECT NOTICE-HIST      ASSIGN TO "NOTCHIST"
007040         ORGANIZATION IS SEQUENTIAL
007070         FILE STATUS IS WS-HIST-FILE-STATUS.
007075     SELECT OPTIONAL REP-FILE ASSIGN TO "CTREPR"
007080         ORGANIZATION IS INDEXED
007085         ACCESS MODE IS DYNAMIC
007090         RECORD KEY IS RP-KEY
007095         FILE STATUS IS WS-REPR-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  MASTER-FILE.
009140 FD  NOTICE-HIST
009150     RECORDING MODE IS F.
009160     COPY CTNHST.
009164 FD  NOTICE-DOC.
009168     COPY CTNOTCP REPLACING NP-PRINT-LINE BY ND-DOC-LINE.
009172 FD  GATEWAY-FILE
009176     RECORDING MODE IS F.
009180     COPY CTGWOUT.
009184 FD  BOUNCE-LOG
009188     RECORDING MODE IS F.
009192     COPY CTGWBN.
009194 FD  REP-FILE.
009196     COPY CTREPR.
009200 WORKING-STORAGE SECTION.
009300 01  WS-SWITCHES.
009400     05  WS-ENG-EOF-SW       PIC X(1)  VALUE 'N'.
009900         88  OTH-EOF             VALUE 'Y'.
010000     05  WS-TMPL-EOF-SW      PIC X(1)  VALUE 'N'.
010100         88  TMPL-EOF            VALUE 'Y'.
010110     05  WS-BNC-EOF-SW       PIC X(1)  VALUE 'N'.
010120         88  BNC-EOF             VALUE 'Y'.
010130     05  WS-HIST-EOF-SW      PIC X(1)  VALUE 'N'.
010140         88  HIST-EOF            VALUE 'Y'.
010150     05  WS-MSTR-FOUND-SW    PIC X(1)  VALUE 'N'.
010160         88  MASTER-FOUND        VALUE 'Y'.
010170     05  WS-REMAILED-SW      PIC X(1)  VALUE 'N'.
010180         88  ALREADY-REMAILED    VALUE 'Y'.
010186     05  WS-REP-DONE-SW      PIC X(1)  VALUE 'N'.
010192         88  REP-BROWSE-DONE     VALUE 'Y'.
010200 01  WS-MSTR-FILE-STATUS     PIC X(2).
010230 01  WS-HIST-FILE-STATUS     PIC X(2).
010260 01  WS-BNCL-FILE-STATUS     PIC X(2).
010280 01  WS-REPR-FILE-STATUS     PIC X(2).
010300 01  WS-COUNTERS             COMP.
010400     05  WS-ENG-NOTICE-COUNT PIC 9(8)  VALUE ZERO.
010500     05  WS-SPN-NOTICE-COUNT PIC 9(8)  VALUE ZERO.
010600     05  WS-OTH-NOTICE-COUNT PIC 9(8)  VALUE ZERO.
010700     05  WS-NOMASTER-COUNT   PIC 9(8)  VALUE ZERO.
010701     05  WS-EMAIL-COUNT      PIC 9(8)  VALUE ZERO.
010702     05  WS-SMS-COUNT        PIC 9(8)  VALUE ZERO.
010703     05  WS-DOC-COUNT        PIC 9(8)  VALUE ZERO.
010704     05  WS-REMAIL-COUNT     PIC 9(8)  VALUE ZERO.
010705     05  WS-BNC-HELD-COUNT   PIC 9(8)  VALUE ZERO.
010707     05  WS-REP-COPY-COUNT   PIC 9(8)  VALUE ZERO.
010710 01  WS-RUN-DATE             PIC X(10).
010720 01  WS-CURRENT-DTTM.
010730     05  WS-CD-DATE          PIC X(8).
016640* ONE MAILED NOTICE IS THE ENGLISH TEXT BEHIND THE COVER SHEET.  *
016650*----------------------------------------------------------------*
016660 01  WS-HIST-LANG            PIC X(10).
016662*----------------------------------------------------------------*
016664* DELIVERY CHANNEL FOR THE NOTICE IN HAND, SET BY 3050 (OR TO R  *
016666* BY 2600 FOR A BOUNCE RE-MAILING).  AN ELECTRONIC NOTICE IS     *
016668* COMPOSED TO NOTCDOC UNDER WS-DOC-ID, WHICH CMSCRYP BUILDS FROM *
016670* THE RECID, RUN MONTH/DAY, RUN HOUR/MINUTE, AND A RUN SEQUENCE. *
016672*----------------------------------------------------------------*
016674 01  WS-CHANNEL              PIC X(1).
016676     88  DLV-PAPER               VALUE 'P'.
016678     88  DLV-EMAIL               VALUE 'E'.
016680     88  DLV-SMS                 VALUE 'S'.
016682     88  DLV-REMAIL              VALUE 'R'.
016684     88  DLV-ELECTRONIC          VALUE 'E' 'S'.
016686 01  WS-GW-ADDRESS           PIC X(60).
016688 01  WS-DOC-ID               PIC X(20).
016690 01  WS-DOC-KEY.
016692     05  WS-DOC-KEY-RECID    PIC 9(8).
016694     05  WS-DOC-KEY-MMDD     PIC X(4).
016696     05  WS-DOC-KEY-HHMM     PIC X(4).
016698     05  WS-DOC-KEY-SEQ      PIC 9(4).
016700 01  WS-DOC-LINE.
016702     05  FILLER              PIC X(10) VALUE 'DOCUMENT: '.
016704     05  WS-DOC-LINE-ID      PIC X(20).
016706     05  FILLER              PIC X(2)  VALUE SPACES.
016708     05  FILLER              PIC X(7)  VALUE 'RECID: '.
016710     05  WS-DOC-LINE-RECID   PIC 9(8).
016712     05  FILLER              PIC X(2)  VALUE SPACES.
016714     05  FILLER              PIC X(9)  VALUE 'CHANNEL: '.
016716     05  WS-DOC-LINE-CHAN    PIC X(5).
016718     05  FILLER              PIC X(17) VALUE SPACES.
016720*----------------------------------------------------------------*
016722* LOGGED GATEWAY BOUNCES OF THE RUN'S NOTICE TYPE (GWBNCLOG) AND *
016724* THE PAPER RE-MAILINGS ALREADY MADE FOR IT (CHANNEL R ON        *
016726* NOTCHIST).  A BOUNCE IS DONE WHEN A RE-MAILING OF THE SAME     *
016728* RECID IS DATED ON OR AFTER ITS LOG DATE.                       *
016730*----------------------------------------------------------------*
016732 01  WS-BN-TABLE.
016734     05  WS-BN-ENTRY         OCCURS 20000 TIMES.
016736         10  WS-BN-RECID     PIC 9(8).
016738         10  WS-BN-LOG-DATE  PIC X(10).
016740 01  WS-BN-MAX               PIC 9(8)  COMP VALUE 20000.
016742 01  WS-BN-COUNT             PIC 9(8)  COMP VALUE ZERO.
016744 01  WS-BN-IDX               PIC 9(8)  COMP.
016746 01  WS-RM-TABLE.
016748     05  WS-RM-ENTRY         OCCURS 20000 TIMES.
016750         10  WS-RM-RECID     PIC 9(8).
016752         10  WS-RM-DATE      PIC X(10).
016754 01  WS-RM-MAX               PIC 9(8)  COMP VALUE 20000.
016756 01  WS-RM-COUNT             PIC 9(8)  COMP VALUE ZERO.
016758 01  WS-RM-IDX               PIC 9(8)  COMP.
016759*----------------------------------------------------------------*
016760* REPRESENTATIVE COPY WORK AREAS.  WS-CLMT-SAVE HOLDS THE        *
016761* CLAIMANT'S QUEUE FIELDS WHILE WS-CR-FIELDS CARRIES A           *
016762* REPRESENTATIVE'S NAME AND ADDRESS THROUGH THE COMPOSE          *
016763* PARAGRAPHS.  WS-COPY-TYPE IS SPACE FOR THE CLAIMANT'S OWN      *
016764* NOTICE AND THE CTREPR DESIGNATION TYPE FOR A COPY.             *
016765*----------------------------------------------------------------*
016766 01  WS-CLMT-SAVE.
016767     05  WS-CS-RECID         PIC 9(8).
016768     05  WS-CS-FNAM          PIC X(25).
016769     05  WS-CS-MNAM          PIC X(25).
016770     05  WS-CS-LNAM          PIC X(30).
016771     05  WS-CS-SUFX          PIC X(5).
016772     05  FILLER              PIC X(132).
016773 01  WS-CLMT-CHANNEL         PIC X(1).
016774 01  WS-COPY-TYPE            PIC X(1)  VALUE SPACE.
016775     88  COPY-TO-ATTORNEY        VALUE 'A'.
016776     88  COPY-TO-UNION-REP       VALUE 'U'.
016777     88  COPY-TO-POA             VALUE 'P'.
016778     88  COPY-TO-REP             VALUE 'A' 'U' 'P' 'O'.
016779 01  WS-COPY-FIRM            PIC X(40).
016780 01  WS-COPY-DESIG-NAME      PIC X(20).
016781     COPY CTCRYP.
016782 PROCEDURE DIVISION.
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     PERFORM 2000-PROCESS-ENGLISH THRU 2000-EXIT
017300         UNTIL SPN-EOF.
017400     PERFORM 2400-PROCESS-OTHER THRU 2400-EXIT
017500         UNTIL OTH-EOF.
017520     PERFORM 2600-REMAIL-BOUNCE THRU 2600-EXIT
017540         VARYING WS-BN-IDX FROM 1 BY 1
017560         UNTIL WS-BN-IDX > WS-BN-COUNT.
017600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
017700     STOP RUN.
017800*
019100         STOP RUN
019200     END-IF.
019300     PERFORM 1200-LOAD-TEMPLATES THRU 1200-EXIT.
019330     PERFORM 1600-LOAD-BOUNCES THRU 1600-EXIT.
019360     PERFORM 1700-LOAD-REMAILS THRU 1700-EXIT.
019400     OPEN INPUT  MASTER-FILE.
019500     IF WS-MSTR-FILE-STATUS NOT = '00'
019600         DISPLAY 'CMSNOTC - CTMASTER OPEN FAILED - STATUS '
020300     OPEN INPUT  OTHER-QUEUE.
020400     OPEN OUTPUT NOTICE-PRINT.
020410     OPEN EXTEND NOTICE-HIST.
020440     OPEN OUTPUT NOTICE-DOC.
020470     OPEN OUTPUT GATEWAY-FILE.
020473     OPEN INPUT  REP-FILE.
020476     IF WS-REPR-FILE-STATUS NOT = '00'
020477             AND WS-REPR-FILE-STATUS NOT = '05'
020479         DISPLAY 'CMSNOTC - CTREPR OPEN FAILED - STATUS '
020482             WS-REPR-FILE-STATUS
020485         MOVE 16 TO RETURN-CODE
020488         STOP RUN
020491     END-IF.
020500     PERFORM 1300-READ-ENGLISH THRU 1300-EXIT.
020600     PERFORM 1400-READ-SPANISH THRU 1400-EXIT.
020700     PERFORM 1500-READ-OTHER THRU 1500-EXIT.
030500     EXIT.
030600*
030700*----------------------------------------------------------------*
030701* 1600-LOAD-BOUNCES                                              *
030702*   LOADS THE LOGGED GATEWAY BOUNCES FOR THE RUN'S NOTICE TYPE.  *
030703*   NO BOUNCE LOG YET IS AN EMPTY TABLE.                         *
030704*----------------------------------------------------------------*
030705 1600-LOAD-BOUNCES.
030706     OPEN INPUT BOUNCE-LOG.
030707     IF WS-BNCL-FILE-STATUS NOT = '00'
030708         GO TO 1600-EXIT
030709     END-IF.
030710     PERFORM 1610-LOAD-ONE-BOUNCE THRU 1610-EXIT
030711         UNTIL BNC-EOF.
030712     CLOSE BOUNCE-LOG.
030713     GO TO 1600-EXIT.
030714 1600-EXIT.
030715     EXIT.
030716*
030717 1610-LOAD-ONE-BOUNCE.
030718     READ BOUNCE-LOG
030719         AT END
030720             SET BNC-EOF TO TRUE
030721             GO TO 1610-EXIT
030722     END-READ.
030723     IF GB-NOTC-TYPE NOT = NT-TYPE
030724         GO TO 1610-EXIT
030725     END-IF.
030726     IF WS-BN-COUNT >= WS-BN-MAX
030727         DISPLAY 'CMSNOTC - GWBNCLOG EXCEEDS BOUNCE TABLE LIMIT '
030728             WS-BN-MAX
030729         MOVE 16 TO RETURN-CODE
030730         STOP RUN
030731     END-IF.
030732     ADD 1 TO WS-BN-COUNT.
030733     MOVE GB-RECID     TO WS-BN-RECID (WS-BN-COUNT).
030734     MOVE GB-LOG-DATE  TO WS-BN-LOG-DATE (WS-BN-COUNT).
030735     GO TO 1610-EXIT.
030736 1610-EXIT.
030737     EXIT.
030738*
030739*----------------------------------------------------------------*
030740* 1700-LOAD-REMAILS                                              *
030741*   WHEN THERE ARE BOUNCES TO CONSIDER, SCANS NOTCHIST FOR THE   *
030742*   CHANNEL R RE-MAILINGS OF THE RUN'S NOTICE TYPE, BEFORE THE   *
030743*   FILE IS REOPENED FOR EXTEND.                                 *
030744*----------------------------------------------------------------*
030745 1700-LOAD-REMAILS.
030746     IF WS-BN-COUNT EQUAL ZERO
030747         GO TO 1700-EXIT
030748     END-IF.
030749     OPEN INPUT NOTICE-HIST.
030750     IF WS-HIST-FILE-STATUS NOT = '00'
030751         GO TO 1700-EXIT
030752     END-IF.
030753     PERFORM 1710-LOAD-ONE-REMAIL THRU 1710-EXIT
030754         UNTIL HIST-EOF.
030755     CLOSE NOTICE-HIST.
030756     GO TO 1700-EXIT.
030757 1700-EXIT.
030758     EXIT.
030759*
030760 1710-LOAD-ONE-REMAIL.
030761     READ NOTICE-HIST
030762         AT END
030763             SET HIST-EOF TO TRUE
030764             GO TO 1710-EXIT
030765     END-READ.
030766     IF NH-TYPE NOT = NT-TYPE OR NOT NH-CHAN-REMAIL
030767         GO TO 1710-EXIT
030768     END-IF.
030769     PERFORM 1720-ADD-REMAIL THRU 1720-EXIT.
030770     GO TO 1710-EXIT.
030771 1710-EXIT.
030772     EXIT.
030773*
030774 1720-ADD-REMAIL.
030775     IF WS-RM-COUNT >= WS-RM-MAX
030776         DISPLAY 'CMSNOTC - NOTCHIST EXCEEDS RE-MAIL TABLE LIMIT '
030777             WS-RM-MAX
030778         MOVE 16 TO RETURN-CODE
030779         STOP RUN
030780     END-IF.
030781     ADD 1 TO WS-RM-COUNT.
030782     MOVE NH-RECID     TO WS-RM-RECID (WS-RM-COUNT).
030783     MOVE NH-COMP-DATE TO WS-RM-DATE (WS-RM-COUNT).
030784     GO TO 1720-EXIT.
030785 1720-EXIT.
030786     EXIT.
030787*
030788*----------------------------------------------------------------*
030800* 2000-PROCESS-ENGLISH - COMPOSE ONE ENGLISH-QUEUE NOTICE WITH   *
030900* THE ENGLISH TEMPLATE, THEN READ THE NEXT QUEUE RECORD.         *
031000*----------------------------------------------------------------*
031100 2000-PROCESS-ENGLISH.
031200     MOVE CR-CORR-REC TO WS-CR-FIELDS.
031300     PERFORM 3000-FETCH-CLAIM-REF THRU 3000-EXIT.
031350     PERFORM 3050-SET-CHANNEL THRU 3050-EXIT.
031400     MOVE 'E'        TO WS-CUR-LANG-CD.
031500     MOVE 'ENGLISH'  TO WS-CUR-LANG-NAME.
031600     MOVE WS-ENG-TMPL-COUNT TO WS-CUR-TMPL-COUNT.
031700     PERFORM 3100-COMPOSE-NOTICE THRU 3100-EXIT.
031710     MOVE 'ENGLISH' TO WS-HIST-LANG.
031715     PERFORM 3800-WRITE-GATEWAY THRU 3800-EXIT.
031720     PERFORM 3900-WRITE-HISTORY THRU 3900-EXIT.
031760     PERFORM 3600-SEND-REP-COPIES THRU 3600-EXIT.
031800     ADD 1 TO WS-ENG-NOTICE-COUNT.
031900     PERFORM 1300-READ-ENGLISH THRU 1300-EXIT.
032000     GO TO 2000-EXIT.
032800 2200-PROCESS-SPANISH.
032900     MOVE CR-SPAN-REC TO WS-CR-FIELDS.
033000     PERFORM 3000-FETCH-CLAIM-REF THRU 3000-EXIT.
033050     PERFORM 3050-SET-CHANNEL THRU 3050-EXIT.
033100     MOVE 'S'        TO WS-CUR-LANG-CD.
033200     MOVE 'SPANISH'  TO WS-CUR-LANG-NAME.
033300     MOVE WS-SPN-TMPL-COUNT TO WS-CUR-TMPL-COUNT.
033400     PERFORM 3100-COMPOSE-NOTICE THRU 3100-EXIT.
033410     MOVE 'SPANISH' TO WS-HIST-LANG.
033415     PERFORM 3800-WRITE-GATEWAY THRU 3800-EXIT.
033420     PERFORM 3900-WRITE-HISTORY THRU 3900-EXIT.
033460     PERFORM 3600-SEND-REP-COPIES THRU 3600-EXIT.
033500     ADD 1 TO WS-SPN-NOTICE-COUNT.
033600     PERFORM 1400-READ-SPANISH THRU 1400-EXIT.
033700     GO TO 2200-EXIT.
034600 2400-PROCESS-OTHER.
034700     MOVE CR-OTHR-REC TO WS-CR-FIELDS.
034800     PERFORM 3000-FETCH-CLAIM-REF THRU 3000-EXIT.
034850     PERFORM 3050-SET-CHANNEL THRU 3050-EXIT.
034900     MOVE 'C'        TO WS-CUR-LANG-CD.
035000     MOVE 'COVER'    TO WS-CUR-LANG-NAME.
035100     MOVE WS-CVR-TMPL-COUNT TO WS-CUR-TMPL-COUNT.
035500     MOVE WS-ENG-TMPL-COUNT TO WS-CUR-TMPL-COUNT.
035600     PERFORM 3100-COMPOSE-NOTICE THRU 3100-EXIT.
035610     MOVE 'COVER' TO WS-HIST-LANG.
035615     PERFORM 3800-WRITE-GATEWAY THRU 3800-EXIT.
035620     PERFORM 3900-WRITE-HISTORY THRU 3900-EXIT.
035660     PERFORM 3600-SEND-REP-COPIES THRU 3600-EXIT.
035700     ADD 1 TO WS-OTH-NOTICE-COUNT.
035800     PERFORM 1500-READ-OTHER THRU 1500-EXIT.
035900     GO TO 2400-EXIT.
036000 2400-EXIT.
036001     EXIT.
036002*
036003*----------------------------------------------------------------*
036004* 2600-REMAIL-BOUNCE                                             *
036005*   RE-COMPOSES ONE LOGGED GATEWAY BOUNCE ON PAPER UNLESS IT WAS *
036006*   ALREADY RE-MAILED.  NAME, ADDRESS, AND LANGUAGE COME FROM    *
036007*   THE MASTER AS IT STANDS NOW, ROUTED BY CT-LANG THE WAY       *
036008*   CMS-CORR ROUTES THE QUEUES.  THE RE-MAILING IS LOGGED ON     *
036009*   NOTCHIST AS CHANNEL R AND ADDED TO THE RE-MAIL TABLE, SO A   *
036010*   SECOND BOUNCE FOR THE SAME CONTACT IS NOT PRINTED TWICE.     *
036011*----------------------------------------------------------------*
036012 2600-REMAIL-BOUNCE.
036013     MOVE 'N' TO WS-REMAILED-SW.
036014     PERFORM 2610-CHECK-REMAILED THRU 2610-EXIT
036015         VARYING WS-RM-IDX FROM 1 BY 1
036016         UNTIL WS-RM-IDX > WS-RM-COUNT OR ALREADY-REMAILED.
036017     IF ALREADY-REMAILED
036018         GO TO 2600-EXIT
036019     END-IF.
036020     MOVE WS-BN-RECID (WS-BN-IDX) TO CT-RECID.
036021     READ MASTER-FILE KEY IS CT-RECID
036022         INVALID KEY
036023             ADD 1 TO WS-BNC-HELD-COUNT
036024             GO TO 2600-EXIT
036025     END-READ.
036026     IF CT-ADDR-UNDELIV
036027         ADD 1 TO WS-BNC-HELD-COUNT
036028         GO TO 2600-EXIT
036029     END-IF.
036030     MOVE CT-RECID           TO WS-CR-RECID.
036031     MOVE CT-FNAM            TO WS-CR-FNAM.
036032     MOVE CT-MNAM            TO WS-CR-MNAM.
036033     MOVE CT-LNAM            TO WS-CR-LNAM.
036034     MOVE CT-SUFX            TO WS-CR-SUFX.
036035     MOVE CT-ADR1            TO WS-CR-ADR1.
036036     MOVE CT-ADR2            TO WS-CR-ADR2.
036037     MOVE CT-CITY            TO WS-CR-CITY.
036038     MOVE CT-ST              TO WS-CR-ST.
036039     MOVE CT-ZIP             TO WS-CR-ZIP.
036040     MOVE CT-LANG            TO WS-CR-LANG.
036041     MOVE CT-CLMID           TO WS-CLMID.
036042     MOVE CT-BYED            TO WS-BYED.
036043     SET DLV-REMAIL          TO TRUE.
036044     IF CT-LANG EQUAL 'SPANISH'
036045         GO TO 2600-SPANISH
036046     END-IF.
036047     IF CT-LANG NOT = SPACES AND CT-LANG NOT = 'ENGLISH'
036048         GO TO 2600-OTHER
036049     END-IF.
036050     MOVE 'E'        TO WS-CUR-LANG-CD.
036051     MOVE 'ENGLISH'  TO WS-CUR-LANG-NAME.
036052     MOVE WS-ENG-TMPL-COUNT TO WS-CUR-TMPL-COUNT.
036053     PERFORM 3100-COMPOSE-NOTICE THRU 3100-EXIT.
036054     MOVE 'ENGLISH' TO WS-HIST-LANG.
036055     GO TO 2600-LOG.
036056 2600-SPANISH.
036057     MOVE 'S'        TO WS-CUR-LANG-CD.
036058     MOVE 'SPANISH'  TO WS-CUR-LANG-NAME.
036059     MOVE WS-SPN-TMPL-COUNT TO WS-CUR-TMPL-COUNT.
036060     PERFORM 3100-COMPOSE-NOTICE THRU 3100-EXIT.
036061     MOVE 'SPANISH' TO WS-HIST-LANG.
036062     GO TO 2600-LOG.
036063 2600-OTHER.
036064     MOVE 'C'        TO WS-CUR-LANG-CD.
036065     MOVE 'COVER'    TO WS-CUR-LANG-NAME.
036066     MOVE WS-CVR-TMPL-COUNT TO WS-CUR-TMPL-COUNT.
036067     PERFORM 3100-COMPOSE-NOTICE THRU 3100-EXIT.
036068     MOVE 'E'        TO WS-CUR-LANG-CD.
036069     MOVE 'ENGLISH'  TO WS-CUR-LANG-NAME.
036070     MOVE WS-ENG-TMPL-COUNT TO WS-CUR-TMPL-COUNT.
036071     PERFORM 3100-COMPOSE-NOTICE THRU 3100-EXIT.
036072     MOVE 'COVER' TO WS-HIST-LANG.
036073 2600-LOG.
036074     PERFORM 3900-WRITE-HISTORY THRU 3900-EXIT.
036075     PERFORM 1720-ADD-REMAIL THRU 1720-EXIT.
036076     ADD 1 TO WS-REMAIL-COUNT.
036077     GO TO 2600-EXIT.
036078 2600-EXIT.
036079     EXIT.
036080*
036081 2610-CHECK-REMAILED.
036082     IF WS-RM-RECID (WS-RM-IDX) EQUAL WS-BN-RECID (WS-BN-IDX)
036083             AND WS-RM-DATE (WS-RM-IDX)
036084                 NOT < WS-BN-LOG-DATE (WS-BN-IDX)
036085         SET ALREADY-REMAILED TO TRUE
036086     END-IF.
036087     GO TO 2610-EXIT.
036088 2610-EXIT.
036100     EXIT.
036200*
036300*----------------------------------------------------------------*
036900*----------------------------------------------------------------*
037000 3000-FETCH-CLAIM-REF.
037100     MOVE WS-CR-RECID TO CT-RECID.
037150     MOVE 'N' TO WS-MSTR-FOUND-SW.
037200     READ MASTER-FILE KEY IS CT-RECID
037300         INVALID KEY
037400             MOVE 'NOT ON FILE'      TO WS-CLMID
037500             MOVE SPACES             TO WS-BYED
037600             ADD 1 TO WS-NOMASTER-COUNT
037700         NOT INVALID KEY
037750             SET MASTER-FOUND        TO TRUE
037800             MOVE CT-CLMID           TO WS-CLMID
037900             MOVE CT-BYED            TO WS-BYED
038000     END-READ.
038100     GO TO 3000-EXIT.
038200 3000-EXIT.
038201     EXIT.
038202*
038203*----------------------------------------------------------------*
038204* 3050-SET-CHANNEL                                               *
038205*   CHOOSES THE DELIVERY CHANNEL FOR THE QUEUE RECORD JUST       *
038206*   FETCHED.  E-MAIL OR TEXT ONLY WHEN THE RUN CARRIES A LINK    *
038207*   BASE, THE MASTER WAS FOUND, THE CONTACT OPTED IN, THE        *
038208*   CONTACT POINT IS ON FILE, AND NO GATEWAY BOUNCE IS           *
038209*   OUTSTANDING; OTHERWISE PAPER.  AN ELECTRONIC NOTICE GETS ITS *
038210*   DOCUMENT ID AND A SEPARATOR LINE ON NOTCDOC HERE.  A         *
038211*   PAPER-ONLY RUN (NT-PAPER-ONLY 'Y') IS ALWAYS PAPER.          *
038212*----------------------------------------------------------------*
038213 3050-SET-CHANNEL.
038214     SET DLV-PAPER TO TRUE.
038215     MOVE SPACES TO WS-GW-ADDRESS WS-DOC-ID.
038216     IF NT-LINK-BASE EQUAL SPACES OR NOT MASTER-FOUND
038217         GO TO 3050-EXIT
038218     END-IF.
038219     IF NT-FORCE-PAPER
038220         GO TO 3050-EXIT
038221     END-IF.
038222     IF CT-ELEC-BOUNCED
038223         GO TO 3050-EXIT
038224     END-IF.
038225     IF CT-DLV-EMAIL AND CT-EMAL NOT = SPACES
038226         SET DLV-EMAIL TO TRUE
038227         MOVE CT-EMAL TO WS-GW-ADDRESS
038228     END-IF.
038229     IF CT-DLV-SMS AND CT-MTEL NOT = SPACES
038230         SET DLV-SMS TO TRUE
038231         MOVE CT-MTEL TO WS-GW-ADDRESS
038232     END-IF.
038233     IF DLV-PAPER
038234         GO TO 3050-EXIT
038235     END-IF.
038236     ADD 1 TO WS-DOC-COUNT.
038237     MOVE WS-CR-RECID        TO WS-DOC-KEY-RECID.
038238     MOVE WS-CD-DATE (5:4)   TO WS-DOC-KEY-MMDD.
038239     MOVE WS-CD-TIME (1:4)   TO WS-DOC-KEY-HHMM.
038240     MOVE WS-DOC-COUNT       TO WS-DOC-KEY-SEQ.
038241     MOVE 'E'                TO CY-FUNCTION.
038242     MOVE 20                 TO CY-LENGTH.
038243     MOVE SPACES              TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
038244     MOVE WS-DOC-KEY         TO CY-PLAIN-TEXT (1:20).
038245     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
038246     MOVE CY-CIPHER-TEXT (1:20) TO WS-DOC-ID.
038247     MOVE WS-DOC-ID          TO WS-DOC-LINE-ID.
038248     MOVE WS-CR-RECID        TO WS-DOC-LINE-RECID.
038249     IF DLV-EMAIL
038250         MOVE 'EMAIL'        TO WS-DOC-LINE-CHAN
038251     ELSE
038252         MOVE 'SMS'          TO WS-DOC-LINE-CHAN
038253     END-IF.
038254     MOVE WS-DOC-LINE        TO ND-DOC-LINE.
038255     WRITE ND-DOC-LINE AFTER ADVANCING 1 LINE.
038256     GO TO 3050-EXIT.
038257 3050-EXIT.
038300     EXIT.
038400*
038500*----------------------------------------------------------------*
039200 3100-COMPOSE-NOTICE.
039300     MOVE ZERO TO WS-PAGE-NUM.
039400     PERFORM 3500-START-NEW-PAGE THRU 3500-EXIT.
039420     IF COPY-TO-REP
039440         PERFORM 3150-WRITE-COPY-BANNER THRU 3150-EXIT
039460     END-IF.
039500     PERFORM 3200-COMPOSE-ONE-LINE THRU 3200-EXIT
039600         VARYING WS-TMPL-IDX FROM 1 BY 1
039700         UNTIL WS-TMPL-IDX > WS-CUR-TMPL-COUNT.
039800     GO TO 3100-EXIT.
039900 3100-EXIT.
039903     EXIT.
039906*
039909*----------------------------------------------------------------*
039912* 3150-WRITE-COPY-BANNER - HEAD A REPRESENTATIVE'S COPY WITH THE *
039915* DESIGNATION AND THE CLAIMANT IT IS A COPY FOR, AND A SPACER.   *
039918*----------------------------------------------------------------*
039921 3150-WRITE-COPY-BANNER.
039924     MOVE 'DESIGNEE'                 TO WS-COPY-DESIG-NAME.
039927     IF COPY-TO-ATTORNEY
039930         MOVE 'ATTORNEY'             TO WS-COPY-DESIG-NAME
039933     END-IF.
039936     IF COPY-TO-UNION-REP
039939         MOVE 'UNION REPRESENTATIVE' TO WS-COPY-DESIG-NAME
039942     END-IF.
039945     IF COPY-TO-POA
039948         MOVE 'POWER OF ATTORNEY'    TO WS-COPY-DESIG-NAME
039951     END-IF.
039954     MOVE SPACES TO WS-DETAIL-LINE.
039957     STRING 'COPY TO '         DELIMITED BY SIZE
039960            WS-COPY-DESIG-NAME DELIMITED BY '  '
039963            ' -- CLAIMANT: '   DELIMITED BY SIZE
039966            WS-CS-FNAM         DELIMITED BY '  '
039969            ' '                DELIMITED BY SIZE
039972            WS-CS-LNAM         DELIMITED BY '  '
039975            '  RECID: '        DELIMITED BY SIZE
039978            WS-CS-RECID        DELIMITED BY SIZE
039981         INTO WS-DETAIL-LINE.
039984     PERFORM 3400-WRITE-NOTICE-LINE THRU 3400-EXIT.
039987     MOVE SPACES TO WS-DETAIL-LINE.
039990     PERFORM 3400-WRITE-NOTICE-LINE THRU 3400-EXIT.
039993     GO TO 3150-EXIT.
039996 3150-EXIT.
040000     EXIT.
040100*
040200*----------------------------------------------------------------*
043000                ' '        DELIMITED BY SIZE
043100                WS-CR-SUFX DELIMITED BY '  '
043200             INTO WS-DETAIL-LINE
043220         IF COPY-TO-REP AND WS-COPY-FIRM NOT = SPACES
043240             PERFORM 3400-WRITE-NOTICE-LINE THRU 3400-EXIT
043260             MOVE WS-COPY-FIRM TO WS-DETAIL-LINE
043280         END-IF
043300         GO TO 3200-PRINT
043400     END-IF.
043500     IF WS-CUR-TEXT (1:5) EQUAL '&ADR1'
047200     IF WS-LINE-COUNT >= WS-PAGE-MAX
047300         PERFORM 3500-START-NEW-PAGE THRU 3500-EXIT
047400     END-IF.
047500     IF DLV-ELECTRONIC
047520         MOVE WS-DETAIL-LINE TO ND-DOC-LINE
047540         WRITE ND-DOC-LINE AFTER ADVANCING 1 LINE
047560     ELSE
047580         MOVE WS-DETAIL-LINE TO NP-PRINT-LINE
047600         WRITE NP-PRINT-LINE AFTER ADVANCING 1 LINE
047620     END-IF.
047700     ADD 1 TO WS-LINE-COUNT.
047800     GO TO 3400-EXIT.
047900 3400-EXIT.
048800     MOVE NT-TYPE          TO WS-HDR-TYPE.
048900     MOVE WS-CUR-LANG-NAME TO WS-HDR-LANG.
049000     MOVE WS-PAGE-NUM      TO WS-HDR-PAGE.
049100     IF DLV-ELECTRONIC
049130         MOVE WS-HDR-LINE      TO ND-DOC-LINE
049160         WRITE ND-DOC-LINE AFTER ADVANCING PAGE
049190         MOVE SPACES           TO ND-DOC-LINE
049220         WRITE ND-DOC-LINE AFTER ADVANCING 1 LINE
049250     ELSE
049280         MOVE WS-HDR-LINE      TO NP-PRINT-LINE
049310         WRITE NP-PRINT-LINE AFTER ADVANCING PAGE
049340         MOVE SPACES           TO NP-PRINT-LINE
049370         WRITE NP-PRINT-LINE AFTER ADVANCING 1 LINE
049400     END-IF.
049500     MOVE 2 TO WS-LINE-COUNT.
049600     GO TO 3500-EXIT.
049700 3500-EXIT.
049701     EXIT.
049702*
049703*----------------------------------------------------------------*
049704* 3600-SEND-REP-COPIES                                           *
049705*   AFTER A CLAIMANT'S NOTICE IS COMPOSED AND LOGGED, BROWSES    *
049706*   CTREPR FROM THE CLAIMANT'S RECID + 00 AND SENDS A PAPER COPY *
049707*   OF THE NOTICE, IN THE TEMPLATE LANGUAGE JUST USED, TO EACH   *
049708*   REPRESENTATIVE ACTIVE ON THE RUN DATE.  THE CLAIMANT'S       *
049709*   FIELDS AND CHANNEL ARE RESTORED AFTERWARD.                   *
049710*----------------------------------------------------------------*
049711 3600-SEND-REP-COPIES.
049712     MOVE WS-CR-FIELDS       TO WS-CLMT-SAVE.
049713     MOVE WS-CHANNEL         TO WS-CLMT-CHANNEL.
049714     MOVE 'N'                TO WS-REP-DONE-SW.
049715     MOVE WS-CR-RECID        TO RP-RECID.
049716     MOVE ZERO               TO RP-SEQ.
049717     START REP-FILE KEY IS NOT LESS THAN RP-KEY
049718         INVALID KEY
049719             GO TO 3600-EXIT
049720     END-START.
049721     PERFORM 3610-SEND-ONE-REP-COPY THRU 3610-EXIT
049722         UNTIL REP-BROWSE-DONE.
049723     MOVE WS-CLMT-SAVE       TO WS-CR-FIELDS.
049724     MOVE WS-CLMT-CHANNEL    TO WS-CHANNEL.
049725     MOVE SPACE              TO WS-COPY-TYPE.
049726     MOVE SPACES             TO WS-COPY-FIRM.
049727     GO TO 3600-EXIT.
049728 3600-EXIT.
049729     EXIT.
049730*
049731 3610-SEND-ONE-REP-COPY.
049732     READ REP-FILE NEXT RECORD
049733         AT END
049734             SET REP-BROWSE-DONE TO TRUE
049735             GO TO 3610-EXIT
049736     END-READ.
049737     IF RP-RECID NOT = WS-CS-RECID
049738         SET REP-BROWSE-DONE TO TRUE
049739         GO TO 3610-EXIT
049740     END-IF.
049741     IF RP-EFF-DATE > WS-RUN-DATE
049742         GO TO 3610-EXIT
049743     END-IF.
049744     IF RP-EXP-DATE NOT = SPACES AND RP-EXP-DATE < WS-RUN-DATE
049745         GO TO 3610-EXIT
049746     END-IF.
049747     MOVE RP-FNAM            TO WS-CR-FNAM.
049748     MOVE SPACES             TO WS-CR-MNAM.
049749     MOVE RP-LNAM            TO WS-CR-LNAM.
049750     MOVE RP-SUFX            TO WS-CR-SUFX.
049751     MOVE RP-ADR1            TO WS-CR-ADR1.
049752     MOVE RP-ADR2            TO WS-CR-ADR2.
049753     MOVE RP-CITY            TO WS-CR-CITY.
049754     MOVE RP-ST              TO WS-CR-ST.
049755     MOVE RP-ZIP             TO WS-CR-ZIP.
049756     MOVE RP-FIRM            TO WS-COPY-FIRM.
049757     MOVE RP-DESIG-TYPE      TO WS-COPY-TYPE.
049758     SET DLV-PAPER           TO TRUE.
049759     PERFORM 3100-COMPOSE-NOTICE THRU 3100-EXIT.
049760     MOVE WS-CUR-LANG-NAME   TO WS-HIST-LANG.
049761     PERFORM 3900-WRITE-HISTORY THRU 3900-EXIT.
049762     ADD 1 TO WS-REP-COPY-COUNT.
049763     GO TO 3610-EXIT.
049764 3610-EXIT.
049765     EXIT.
049766*
049767*----------------------------------------------------------------*
049768* 3800-WRITE-GATEWAY                                             *
049769*   FOR AN ELECTRONIC NOTICE, WRITE THE SECURE-LINK GATEWAY      *
049770*   RECORD -- THE LINK IS NT-LINK-BASE WITH THE DOCUMENT ID      *
049771*   APPENDED.  THE NOTIFICATION GOES OUT IN THE CONTACT'S        *
049772*   PREFERRED LANGUAGE.  A PAPER NOTICE WRITES NOTHING HERE.     *
049773*----------------------------------------------------------------*
049774 3800-WRITE-GATEWAY.
049775     IF NOT DLV-ELECTRONIC
049776         GO TO 3800-EXIT
049777     END-IF.
049778     MOVE SPACES             TO GW-GATEWAY-REC.
049779     MOVE WS-CR-RECID        TO GW-RECID.
049780     MOVE WS-CHANNEL         TO GW-CHANNEL.
049781     MOVE WS-GW-ADDRESS      TO GW-ADDRESS.
049782     MOVE NT-TYPE            TO GW-NOTC-TYPE.
049783     MOVE WS-CR-LANG         TO GW-LANG.
049784     MOVE WS-RUN-DATE        TO GW-COMP-DATE.
049785     MOVE WS-DOC-ID          TO GW-DOC-ID.
049786     STRING NT-LINK-BASE     DELIMITED BY SPACE
049787            WS-DOC-ID        DELIMITED BY SIZE
049788         INTO GW-LINK.
049789     MOVE WS-CR-FNAM         TO GW-FNAM.
049790     WRITE GW-GATEWAY-REC.
049791     IF DLV-EMAIL
049792         ADD 1 TO WS-EMAIL-COUNT
049793     ELSE
049794         ADD 1 TO WS-SMS-COUNT
049795     END-IF.
049796     GO TO 3800-EXIT.
049797 3800-EXIT.
049800     EXIT.
049900*
049910*----------------------------------------------------------------*
049982     MOVE WS-CR-CITY         TO NH-CITY.
049983     MOVE WS-CR-ST           TO NH-ST.
049984     MOVE WS-CR-ZIP          TO NH-ZIP.
049986     MOVE WS-CHANNEL         TO NH-CHANNEL.
049988     MOVE WS-COPY-TYPE       TO NH-COPY-TYPE.
049990     WRITE NH-HISTORY-REC.
049992     GO TO 3900-EXIT.
049994 3900-EXIT.
049996     EXIT.
049998*
050000*----------------------------------------------------------------*
050100* 8000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
050200*----------------------------------------------------------------*
050600           SPANISH-QUEUE
050700           OTHER-QUEUE
050800           NOTICE-PRINT
050810           NOTICE-HIST
050840           NOTICE-DOC
050870           GATEWAY-FILE
050880           REP-FILE.
050900     DISPLAY 'CMSNOTC - NOTICE COMPOSITION COMPLETE'.
051000     DISPLAY 'ENGLISH NOTICES COMPOSED . . ' WS-ENG-NOTICE-COUNT.
051100     DISPLAY 'SPANISH NOTICES COMPOSED . . ' WS-SPN-NOTICE-COUNT.
051200     DISPLAY 'OTHER W/COVER COMPOSED . . . ' WS-OTH-NOTICE-COUNT.
051300     DISPLAY 'MASTER NOT ON FILE . . . . . ' WS-NOMASTER-COUNT.
051320     DISPLAY 'E-MAIL NOTIFICATIONS SENT  . ' WS-EMAIL-COUNT.
051340     DISPLAY 'TEXT NOTIFICATIONS SENT  . . ' WS-SMS-COUNT.
051360     DISPLAY 'BOUNCES RE-MAILED ON PAPER . ' WS-REMAIL-COUNT.
051380     DISPLAY 'BOUNCES HELD FOR LATER RUN . ' WS-BNC-HELD-COUNT.
051390     DISPLAY 'REPRESENTATIVE COPIES  . . . ' WS-REP-COPY-COUNT.
051400     GO TO 8000-EXIT.
051500 8000-EXIT.
051600     EXIT.
051790     MOVE 'F'                TO RC-RUN-MODE.
051800     COMPUTE RC-RECS-READ =
051810         WS-ENG-NOTICE-COUNT + WS-SPN-NOTICE-COUNT
051820         + WS-OTH-NOTICE-COUNT + WS-REMAIL-COUNT.
051830     COMPUTE RC-RECS-WRITTEN =
051835         RC-RECS-READ + WS-REP-COPY-COUNT.
051840     MOVE ZERO               TO RC-RECS-REJECTED.
051850     MOVE ZERO               TO RC-ADD-COUNT.
051860     MOVE ZERO               TO RC-CHANGE-COUNT.
