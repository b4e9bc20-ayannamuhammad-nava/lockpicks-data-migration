000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSOPAY.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS ONLINE DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMSOPAY                                             *
000900* TRANSID:  CPAY     MAPSET: CMSOMS    MAP: CMSMPAY             *
001000* PURPOSE:  ONLINE PAYMENT HISTORY INQUIRY FOR THE CLAIMS DESK.  *
001100*           PAGES THROUGH ONE CLAIMANT'S PAYHIST WEEKS FROM THE  *
001200*           PAYHSTK KSDS (CTPHIX) THAT CMS-PHIX REBUILDS EACH    *
001300*           NIGHT -- PAYHIST ITSELF IS A SEQUENTIAL DISP=MOD     *
001400*           DATASET WITH NO KEYED PATH.  KEY TYPE R BROWSES BY   *
001500*           RECID; KEY TYPE C RESOLVES THE CLAIM ID THROUGH THE  *
001600*           PX-CLMID ALTERNATE-INDEX PATH (FILE PAYHSTK2) AND    *
001700*           SHOWS ONLY THAT CLAIM'S WEEKS.                       *
001800*                                                                *
001900*           EACH LINE SHOWS THE WEEK ENDING, RUN DATE, ACH OR    *
002000*           CARD, AMOUNT, THE CYCLE'S WITHHOLDING (ON THE FIRST  *
002100*           WEEK OF THE CYCLE), THE TRACE NUMBER, AND WHETHER    *
002200*           THE ACH ENTRY CAME BACK THROUGH CMS-ACHR (RETURNED   *
002300*           OR NOC WITH THE REASON CODE).  THE HEADER CARRIES    *
002400*           THE CONTACT FROM CTMASTR2 AND THE CMS-CARD DEBIT     *
002500*           CARD ENROLLMENT.                                     *
002600*                                                                *
002700*           READ ONLY, LIKE CINQ.  NO BANKING DATA IS HELD ON    *
002800*           PAYHSTK, SO NONE CAN BE SHOWN.  PAYHSTK IS AS OF     *
002900*           THE LAST CMS-PHIX RUN -- TONIGHT'S CYCLE APPEARS     *
003000*           TOMORROW.                                            *
003100*                                                                *
003200*           PSEUDO-CONVERSATIONAL -- THE CTPYCA COMMAREA CARRIES *
003300*           THE SEARCH KEY AND THE RESUME KEY FOR THE NEXT PAGE. *
003400*           ENTER SEARCHES, PF8 SHOWS THE NEXT TEN WEEKS, PF7    *
003500*           RETURNS TO THE FIRST PAGE, PF3 ENDS THE SESSION,     *
003600*           CLEAR RESETS THE SCREEN.  CINQ PF5 TRANSFERS HERE    *
003700*           WITH THE FOUND CONTACT'S RECID ALREADY SET.          *
003800*                                                                *
003900* MODIFICATION HISTORY.                                         *
004000*   2026-10-15  DS   ORIGINAL.                                  *
004100*================================================================*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     05  WS-SCAN-DONE-SW     PIC X(1)  VALUE 'N'.
005000         88  SCAN-DONE           VALUE 'Y'.
005100     05  WS-KEY-OK-SW        PIC X(1)  VALUE 'N'.
005200         88  KEY-OK              VALUE 'Y'.
005300     05  WS-CONTACT-SW       PIC X(1)  VALUE 'N'.
005400         88  CONTACT-FOUND       VALUE 'Y'.
005500 01  WS-RESP                 PIC S9(8) COMP.
005600 01  WS-RECID-KEY            PIC 9(8).
005700 01  WS-CLMID-KEY            PIC X(20).
005800 01  WS-BROWSE-KEY           PIC X(36).
005900 01  WS-LINE-USED            PIC 9(4)  COMP VALUE ZERO.
006000 01  WS-CARD-ENRL-DATE       PIC X(10).
006100 01  WS-AMT-WORK             PIC 9(6)V99.
006200 01  WS-PAGE-EDIT            PIC ZZZ9.
006300 01  WS-WORK-LINE            PIC X(79).
006400*----------------------------------------------------------------*
006500* ONE PAYMENT LINE.  THE COLUMNS LINE UP UNDER THE CMSMPAY ROW 9 *
006600* HEADINGS -- CHANGE BOTH TOGETHER.  A ZERO WITHHOLDING PRINTS   *
006700* BLANK.                                                         *
006800*----------------------------------------------------------------*
006900 01  WS-PAY-LINE.
007000     05  WS-PL-WKEND         PIC X(10).
007100     05  FILLER              PIC X(1).
007200     05  WS-PL-RUN-DATE      PIC X(10).
007300     05  FILLER              PIC X(1).
007400     05  WS-PL-TYPE          PIC X(4).
007500     05  FILLER              PIC X(1).
007600     05  WS-PL-AMOUNT        PIC ZZZ,ZZ9.99.
007700     05  FILLER              PIC X(1).
007800     05  WS-PL-WHLD          PIC ZZZ,ZZZ.ZZ.
007900     05  FILLER              PIC X(1).
008000     05  WS-PL-TRACE         PIC X(15).
008100     05  FILLER              PIC X(1).
008200     05  WS-PL-STATUS        PIC X(12).
008300     05  FILLER              PIC X(2).
008400*----------------------------------------------------------------*
008500* THE CONTACT MASTER RECORD AREA, THE KEYED PAYMENT HISTORY      *
008600* RECORD, THE CPAY COMMAREA, AND THE SYMBOLIC MAP.               *
008700*----------------------------------------------------------------*
008800     COPY CTMST010.
008900     COPY CTPHIX.
009000     COPY CTPYCA.
009100     COPY CTOPAY.
009200     COPY DFHAID.
009300 LINKAGE SECTION.
009400 01  DFHCOMMAREA             PIC X(80).
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     IF EIBCALEN EQUAL ZERO
009800         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
009900         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
010000     END-IF.
010100     MOVE DFHCOMMAREA TO PY-COMMAREA.
010200     IF PY-FROM-CINQ
010300         PERFORM 1100-START-FROM-CINQ THRU 1100-EXIT
010400         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
010500     END-IF.
010600     IF EIBAID EQUAL DFHPF3
010700         PERFORM 9100-END-SESSION THRU 9100-EXIT
010800     END-IF.
010900     IF EIBAID EQUAL DFHCLEAR
011000         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
011100         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
011200     END-IF.
011300     IF EIBAID EQUAL DFHPF7 OR EIBAID EQUAL DFHPF8
011400         PERFORM 2500-PAGE-REQUEST THRU 2500-EXIT
011500         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
011600     END-IF.
011700     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT.
011800     PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT.
011900*
012000*----------------------------------------------------------------*
012100* 1000-SEND-FRESH-MAP - SEND THE EMPTY INQUIRY SCREEN AND FORGET *
012200* ANY EARLIER SEARCH.                                            *
012300*----------------------------------------------------------------*
012400 1000-SEND-FRESH-MAP.
012500     MOVE SPACES TO PY-COMMAREA.
012600     MOVE 'P'    TO PY-ENTRY-SW.
012700     MOVE ZERO   TO PY-RECID PY-PAGE-NO.
012800     MOVE LOW-VALUES TO CMSMPAYO.
012900     MOVE 'KEY R AND A RECID OR C AND A CLAIM ID, THEN ENTER.'
013000         TO PMSGO.
013100     EXEC CICS SEND MAP('CMSMPAY') MAPSET('CMSOMS')
013200         FROM(CMSMPAYO) ERASE
013300     END-EXEC.
013400     GO TO 1000-EXIT.
013500 1000-EXIT.
013600     EXIT.
013700*
013800*----------------------------------------------------------------*
013900* 1100-START-FROM-CINQ - CMSOINQ TRANSFERRED CONTROL ON PF5 WITH *
014000* PY-FROM-CINQ SET AND THE CONTACT'S RECID IN THE COMMAREA.      *
014100* SHOW THE FIRST PAGE AT ONCE; LATER TASKS ARE OUR OWN.          *
014200*----------------------------------------------------------------*
014300 1100-START-FROM-CINQ.
014400     SET PY-OWN-SCREEN TO TRUE.
014500     PERFORM 3000-FIRST-PAGE THRU 3000-EXIT.
014600     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
014700     GO TO 1100-EXIT.
014800 1100-EXIT.
014900     EXIT.
015000*
015100*----------------------------------------------------------------*
015200* 2000-PROCESS-INQUIRY                                           *
015300*   RECEIVES THE SCREEN, EDITS THE KEY TYPE AND KEY, AND SHOWS   *
015400*   THE FIRST PAGE OF THE CLAIMANT'S PAYMENT HISTORY.            *
015500*----------------------------------------------------------------*
015600 2000-PROCESS-INQUIRY.
015700     MOVE LOW-VALUES TO CMSMPAYI.
015800     EXEC CICS RECEIVE MAP('CMSMPAY') MAPSET('CMSOMS')
015900         INTO(CMSMPAYI) RESP(WS-RESP)
016000     END-EXEC.
016100     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
016200         MOVE LOW-VALUES TO CMSMPAYO
016300         MOVE 'NO INPUT RECEIVED - ENTER A KEY AND PRESS ENTER.'
016400             TO PMSGO
016500         PERFORM 8000-SEND-RESULT THRU 8000-EXIT
016600         GO TO 2000-EXIT
016700     END-IF.
016800     MOVE 'N' TO WS-KEY-OK-SW.
016900     IF PKTYPI EQUAL 'R'
017000         PERFORM 2100-EDIT-RECID THRU 2100-EXIT
017100     ELSE
017200         IF PKTYPI EQUAL 'C'
017300             PERFORM 2200-RESOLVE-CLAIM-ID THRU 2200-EXIT
017400         ELSE
017500             MOVE 'KEY TYPE MUST BE R OR C.' TO PMSGO
017600         END-IF
017700     END-IF.
017800     IF KEY-OK
017900         PERFORM 3000-FIRST-PAGE THRU 3000-EXIT
018000     END-IF.
018100     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
018200     GO TO 2000-EXIT.
018300 2000-EXIT.
018400     EXIT.
018500*
018600*----------------------------------------------------------------*
018700* 2100-EDIT-RECID - KEY TYPE R.  THE RECID MUST BE 8 DIGITS.     *
018800*----------------------------------------------------------------*
018900 2100-EDIT-RECID.
019000     IF PRECIDI EQUAL SPACES OR PRECIDI EQUAL LOW-VALUES
019100         MOVE 'KEY TYPE R REQUIRES A RECID.' TO PMSGO
019200         GO TO 2100-EXIT
019300     END-IF.
019400     IF PRECIDI IS NOT NUMERIC
019500         MOVE 'RECID MUST BE 8 DIGITS.' TO PMSGO
019600         GO TO 2100-EXIT
019700     END-IF.
019800     MOVE 'R'     TO PY-KEY-TYPE.
019900     MOVE PRECIDI TO PY-RECID.
020000     MOVE SPACES  TO PY-CLMID.
020100     SET KEY-OK TO TRUE.
020200     GO TO 2100-EXIT.
020300 2100-EXIT.
020400     EXIT.
020500*
020600*----------------------------------------------------------------*
020700* 2200-RESOLVE-CLAIM-ID - KEY TYPE C.  READ THE FIRST PAYHSTK    *
020800* RECORD FOR THE CLAIM ID THROUGH THE NON-UNIQUE PAYHSTK2 PATH   *
020900* (DUPKEY IS THE NORMAL ANSWER WHEN THE CLAIM HAS MORE THAN ONE  *
021000* WEEK) TO LEARN WHOSE CLAIM IT IS.                              *
021100*----------------------------------------------------------------*
021200 2200-RESOLVE-CLAIM-ID.
021300     IF PCLMIDI EQUAL SPACES OR PCLMIDI EQUAL LOW-VALUES
021400         MOVE 'KEY TYPE C REQUIRES A CLAIM ID.' TO PMSGO
021500         GO TO 2200-EXIT
021600     END-IF.
021700     MOVE PCLMIDI TO WS-CLMID-KEY.
021800     EXEC CICS READ FILE('PAYHSTK2') INTO(PX-PAYIDX-REC)
021900         RIDFLD(WS-CLMID-KEY) RESP(WS-RESP)
022000     END-EXEC.
022100     IF WS-RESP EQUAL DFHRESP(NOTFND)
022200         MOVE 'NO PAYMENTS ON FILE FOR THAT CLAIM ID.' TO PMSGO
022300         GO TO 2200-EXIT
022400     END-IF.
022500     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
022600             AND WS-RESP NOT EQUAL DFHRESP(DUPKEY)
022700         MOVE 'PAYMENT HISTORY READ FAILED - CALL SYSTEMS.'
022800             TO PMSGO
022900         GO TO 2200-EXIT
023000     END-IF.
023100     MOVE 'C'          TO PY-KEY-TYPE.
023200     MOVE PX-RECID     TO PY-RECID.
023300     MOVE WS-CLMID-KEY TO PY-CLMID.
023400     SET KEY-OK TO TRUE.
023500     GO TO 2200-EXIT.
023600 2200-EXIT.
023700     EXIT.
023800*
023900*----------------------------------------------------------------*
024000* 2500-PAGE-REQUEST - PF7 / PF8.  WITH NO SEARCH YET, OR PF8 ON  *
024100* THE LAST PAGE, ONLY THE MESSAGE LINE IS SENT SO THE SCREEN     *
024200* STAYS AS IT IS.                                                *
024300*----------------------------------------------------------------*
024400 2500-PAGE-REQUEST.
024500     MOVE LOW-VALUES TO CMSMPAYO.
024600     IF PY-KEY-TYPE NOT = 'R' AND PY-KEY-TYPE NOT = 'C'
024700         MOVE 'ENTER A KEY TYPE AND KEY FIRST.' TO PMSGO
024800         PERFORM 8100-SEND-MESSAGE THRU 8100-EXIT
024900         GO TO 2500-EXIT
025000     END-IF.
025100     IF EIBAID EQUAL DFHPF7
025200         PERFORM 3000-FIRST-PAGE THRU 3000-EXIT
025300         PERFORM 8000-SEND-RESULT THRU 8000-EXIT
025400         GO TO 2500-EXIT
025500     END-IF.
025600     IF NOT PY-MORE-PAGES
025700         MOVE 'NO MORE PAYMENTS - PF7 FOR THE FIRST PAGE.'
025800             TO PMSGO
025900         PERFORM 8100-SEND-MESSAGE THRU 8100-EXIT
026000         GO TO 2500-EXIT
026100     END-IF.
026200     MOVE PY-NEXT-KEY TO WS-BROWSE-KEY.
026300     ADD 1 TO PY-PAGE-NO.
026400     PERFORM 3200-BUILD-PAGE THRU 3200-EXIT.
026500     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
026600     GO TO 2500-EXIT.
026700 2500-EXIT.
026800     EXIT.
026900*
027000*----------------------------------------------------------------*
027100* 3000-FIRST-PAGE - POSITION AT THE FIRST PAYHSTK KEY FOR THE    *
027200* RECID (RECID FOLLOWED BY LOW-VALUES) AND BUILD PAGE ONE.       *
027300*----------------------------------------------------------------*
027400 3000-FIRST-PAGE.
027500     MOVE LOW-VALUES TO WS-BROWSE-KEY.
027600     MOVE PY-RECID   TO WS-BROWSE-KEY (1:8).
027700     MOVE 1          TO PY-PAGE-NO.
027800     PERFORM 3200-BUILD-PAGE THRU 3200-EXIT.
027900     GO TO 3000-EXIT.
028000 3000-EXIT.
028100     EXIT.
028200*
028300*----------------------------------------------------------------*
028400* 3100-READ-CONTACT - READ THE CLAIMANT THROUGH THE CT-RECID     *
028500* ALTERNATE-INDEX PATH FOR THE HEADER.  A RECID WITH PAYMENTS    *
028600* BUT NO MASTER RECORD (ARCHIVED OR MERGED AWAY) STILL SHOWS     *
028700* ITS HISTORY.                                                   *
028800*----------------------------------------------------------------*
028900 3100-READ-CONTACT.
029000     MOVE 'N'      TO WS-CONTACT-SW.
029100     MOVE PY-RECID TO WS-RECID-KEY.
029200     EXEC CICS READ FILE('CTMASTR2') INTO(CT-MASTER-REC)
029300         RIDFLD(WS-RECID-KEY) RESP(WS-RESP)
029400     END-EXEC.
029500     IF WS-RESP EQUAL DFHRESP(NORMAL)
029600         SET CONTACT-FOUND TO TRUE
029700     END-IF.
029800     GO TO 3100-EXIT.
029900 3100-EXIT.
030000     EXIT.
030100*
030200*----------------------------------------------------------------*
030300* 3200-BUILD-PAGE                                                *
030400*   BROWSES PAYHSTK FROM WS-BROWSE-KEY AND FORMATS UP TO TEN     *
030500*   WEEKS FOR THE RECID (ONLY THE KEYED CLAIM'S WEEKS FOR KEY    *
030600*   TYPE C).  AN ELEVENTH QUALIFYING RECORD MEANS ANOTHER PAGE   *
030700*   -- ITS KEY IS SAVED AS THE PF8 RESUME POINT.                 *
030800*----------------------------------------------------------------*
030900 3200-BUILD-PAGE.
031000     MOVE LOW-VALUES  TO CMSMPAYO.
031100     MOVE PY-KEY-TYPE TO PKTYPO.
031200     MOVE PY-RECID    TO PRECIDO.
031300     MOVE PY-CLMID    TO PCLMIDO.
031400     MOVE SPACES TO PHDR1O PHDR2O PLIN1O PLIN2O PLIN3O PLIN4O
031500                    PLIN5O PLIN6O PLIN7O PLIN8O PLIN9O PLIN10O
031600                    PMSGO.
031700     MOVE ZERO   TO WS-LINE-USED.
031800     MOVE SPACES TO WS-CARD-ENRL-DATE.
031900     MOVE 'N'    TO PY-MORE-SW.
032000     MOVE 'N'    TO WS-SCAN-DONE-SW.
032100     PERFORM 3100-READ-CONTACT THRU 3100-EXIT.
032200     EXEC CICS STARTBR FILE('PAYHSTK')
032300         RIDFLD(WS-BROWSE-KEY) GTEQ RESP(WS-RESP)
032400     END-EXEC.
032500     IF WS-RESP EQUAL DFHRESP(NOTFND)
032600         SET SCAN-DONE TO TRUE
032700     ELSE
032800         IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
032900             PERFORM 3300-FORMAT-HEADER THRU 3300-EXIT
033000             MOVE 'PAYMENT HISTORY BROWSE FAILED - CALL SYSTEMS.'
033100                 TO PMSGO
033200             GO TO 3200-EXIT
033300         END-IF
033400         PERFORM 3210-READ-ONE-PAYMENT THRU 3210-EXIT
033500             UNTIL SCAN-DONE
033600         EXEC CICS ENDBR FILE('PAYHSTK') END-EXEC
033700     END-IF.
033800     PERFORM 3300-FORMAT-HEADER THRU 3300-EXIT.
033900     MOVE PY-PAGE-NO TO WS-PAGE-EDIT.
034000     IF WS-LINE-USED EQUAL ZERO
034100         IF PY-BY-CLMID
034200             MOVE 'NO PAYMENTS ON FILE FOR THAT CLAIM ID.'
034300                 TO PMSGO
034400         ELSE
034500             MOVE 'NO PAYMENTS ON FILE FOR THIS RECID.' TO PMSGO
034600         END-IF
034700     ELSE
034800         IF PY-MORE-PAGES
034900             STRING 'PAGE ' WS-PAGE-EDIT ' - PF8 FOR MORE.'
035000                 DELIMITED BY SIZE INTO PMSGO
035100         ELSE
035200             STRING 'PAGE ' WS-PAGE-EDIT
035300                    ' - END OF PAYMENT HISTORY.'
035400                 DELIMITED BY SIZE INTO PMSGO
035500         END-IF
035600     END-IF.
035700     GO TO 3200-EXIT.
035800 3200-EXIT.
035900     EXIT.
036000*
036100 3210-READ-ONE-PAYMENT.
036200     EXEC CICS READNEXT FILE('PAYHSTK') INTO(PX-PAYIDX-REC)
036300         RIDFLD(WS-BROWSE-KEY) RESP(WS-RESP)
036400     END-EXEC.
036500     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036600         SET SCAN-DONE TO TRUE
036700         GO TO 3210-EXIT
036800     END-IF.
036900     IF PX-RECID NOT = PY-RECID
037000         SET SCAN-DONE TO TRUE
037100         GO TO 3210-EXIT
037200     END-IF.
037300     IF PY-BY-CLMID AND PX-CLMID NOT = PY-CLMID
037400         GO TO 3210-EXIT
037500     END-IF.
037600     IF WS-LINE-USED >= 10
037700         SET PY-MORE-PAGES TO TRUE
037800         MOVE PX-KEY TO PY-NEXT-KEY
037900         SET SCAN-DONE TO TRUE
038000         GO TO 3210-EXIT
038100     END-IF.
038200     MOVE PX-CARD-ENRL-DATE TO WS-CARD-ENRL-DATE.
038300     PERFORM 3400-FORMAT-PAYMENT THRU 3400-EXIT.
038400     PERFORM 3500-PUT-PAYMENT-LINE THRU 3500-EXIT.
038500     GO TO 3210-EXIT.
038600 3210-EXIT.
038700     EXIT.
038800*
038900*----------------------------------------------------------------*
039000* 3300-FORMAT-HEADER - CONTACT LINE AND CLAIM / CARD LINE.  THE  *
039100* CARD ENROLLMENT IS CARRIED ON EVERY PAYHSTK RECORD FOR THE     *
039200* RECID, SO IT IS SHOWN ONLY WHEN THE PAGE HAS A PAYMENT.        *
039300*----------------------------------------------------------------*
039400 3300-FORMAT-HEADER.
039500     MOVE SPACES TO WS-WORK-LINE.
039600     IF CONTACT-FOUND
039700         STRING 'RECID: ' PY-RECID '   '
039800                        DELIMITED BY SIZE
039900                CT-FNAM DELIMITED BY '  '
040000                ' '     DELIMITED BY SIZE
040100                CT-LNAM DELIMITED BY '  '
040200                '   STATUS: ' DELIMITED BY SIZE
040300                CT-STAT DELIMITED BY SIZE
040400             INTO WS-WORK-LINE
040500     ELSE
040600         STRING 'RECID: ' PY-RECID
040700                '   NOT ON THE CONTACT MASTER'
040800                ' (ARCHIVED OR MERGED)'
040900             DELIMITED BY SIZE INTO WS-WORK-LINE
041000     END-IF.
041100     MOVE WS-WORK-LINE TO PHDR1O.
041200     MOVE SPACES TO WS-WORK-LINE.
041300     IF PY-BY-CLMID
041400         STRING 'CLAIM ID: ' PY-CLMID DELIMITED BY SIZE
041500             INTO WS-WORK-LINE
041600     ELSE
041700         IF CONTACT-FOUND
041800             STRING 'CLAIM ID: ' CT-CLMID DELIMITED BY SIZE
041900                 INTO WS-WORK-LINE
042000         END-IF
042100     END-IF.
042200     IF WS-LINE-USED > ZERO
042300         IF WS-CARD-ENRL-DATE EQUAL SPACES
042400             MOVE 'DEBIT CARD: NOT ENROLLED'
042500                 TO WS-WORK-LINE (35:45)
042600         ELSE
042700             STRING 'DEBIT CARD: ENROLLED ' WS-CARD-ENRL-DATE
042800                 DELIMITED BY SIZE INTO WS-WORK-LINE (35:45)
042900         END-IF
043000     END-IF.
043100     MOVE WS-WORK-LINE TO PHDR2O.
043200     GO TO 3300-EXIT.
043300 3300-EXIT.
043400     EXIT.
043500*
043600*----------------------------------------------------------------*
043700* 3400-FORMAT-PAYMENT - ONE PAYHSTK RECORD INTO WS-PAY-LINE.     *
043800* AMOUNTS ARE CARRIED IN CENTS.  STATUS IS RETURNED OR NOC WITH  *
043900* THE CMS-ACHR REASON CODE, ELSE PAID.                           *
044000*----------------------------------------------------------------*
044100 3400-FORMAT-PAYMENT.
044200     MOVE SPACES       TO WS-PAY-LINE.
044300     MOVE PX-WKEND     TO WS-PL-WKEND.
044400     MOVE PX-RUN-DATE  TO WS-PL-RUN-DATE.
044500     IF PX-METHOD-CARD
044600         MOVE 'CARD' TO WS-PL-TYPE
044700     ELSE
044800         MOVE 'ACH'  TO WS-PL-TYPE
044900     END-IF.
045000     COMPUTE WS-AMT-WORK = PX-AMOUNT / 100.
045100     MOVE WS-AMT-WORK  TO WS-PL-AMOUNT.
045200     COMPUTE WS-AMT-WORK = PX-WHLD-AMT / 100.
045300     MOVE WS-AMT-WORK  TO WS-PL-WHLD.
045400     MOVE PX-TRACE     TO WS-PL-TRACE.
045500     IF PX-ACH-RETURNED
045600         STRING 'RETURNED ' PX-RTN-REASON
045700             DELIMITED BY SIZE INTO WS-PL-STATUS
045800     ELSE
045900         IF PX-ACH-NOC
046000             STRING 'NOC ' PX-RTN-REASON
046100                 DELIMITED BY SIZE INTO WS-PL-STATUS
046200         ELSE
046300             MOVE 'PAID' TO WS-PL-STATUS
046400         END-IF
046500     END-IF.
046600     GO TO 3400-EXIT.
046700 3400-EXIT.
046800     EXIT.
046900*
047000*----------------------------------------------------------------*
047100* 3500-PUT-PAYMENT-LINE - MOVE WS-PAY-LINE TO THE NEXT FREE      *
047200* PAYMENT LINE, TOP DOWN.  3210 STOPS AT TEN.                    *
047300*----------------------------------------------------------------*
047400 3500-PUT-PAYMENT-LINE.
047500     ADD 1 TO WS-LINE-USED.
047600     IF WS-LINE-USED EQUAL 1
047700         MOVE WS-PAY-LINE TO PLIN1O
047800     END-IF.
047900     IF WS-LINE-USED EQUAL 2
048000         MOVE WS-PAY-LINE TO PLIN2O
048100     END-IF.
048200     IF WS-LINE-USED EQUAL 3
048300         MOVE WS-PAY-LINE TO PLIN3O
048400     END-IF.
048500     IF WS-LINE-USED EQUAL 4
048600         MOVE WS-PAY-LINE TO PLIN4O
048700     END-IF.
048800     IF WS-LINE-USED EQUAL 5
048900         MOVE WS-PAY-LINE TO PLIN5O
049000     END-IF.
049100     IF WS-LINE-USED EQUAL 6
049200         MOVE WS-PAY-LINE TO PLIN6O
049300     END-IF.
049400     IF WS-LINE-USED EQUAL 7
049500         MOVE WS-PAY-LINE TO PLIN7O
049600     END-IF.
049700     IF WS-LINE-USED EQUAL 8
049800         MOVE WS-PAY-LINE TO PLIN8O
049900     END-IF.
050000     IF WS-LINE-USED EQUAL 9
050100         MOVE WS-PAY-LINE TO PLIN9O
050200     END-IF.
050300     IF WS-LINE-USED EQUAL 10
050400         MOVE WS-PAY-LINE TO PLIN10O
050500     END-IF.
050600     GO TO 3500-EXIT.
050700 3500-EXIT.
050800     EXIT.
050900*
051000*----------------------------------------------------------------*
051100* 8000-SEND-RESULT - SEND THE MAP BACK WITH THE HEADER, PAYMENT  *
051200* LINES, AND MESSAGE.                                            *
051300*----------------------------------------------------------------*
051400 8000-SEND-RESULT.
051500     EXEC CICS SEND MAP('CMSMPAY') MAPSET('CMSOMS')
051600         FROM(CMSMPAYO) ERASE
051700     END-EXEC.
051800     GO TO 8000-EXIT.
051900 8000-EXIT.
052000     EXIT.
052100*
052200*----------------------------------------------------------------*
052300* 8100-SEND-MESSAGE - SEND ONLY THE MESSAGE LINE, LEAVING THE    *
052400* PAGE ON THE SCREEN AS IT IS.                                   *
052500*----------------------------------------------------------------*
052600 8100-SEND-MESSAGE.
052700     EXEC CICS SEND MAP('CMSMPAY') MAPSET('CMSOMS')
052800         FROM(CMSMPAYO) DATAONLY
052900     END-EXEC.
053000     GO TO 8100-EXIT.
053100 8100-EXIT.
053200     EXIT.
053300*
053400*----------------------------------------------------------------*
053500* 9000-RETURN-TRANSID - PSEUDO-CONVERSATIONAL RETURN WITH THE    *
053600* CTPYCA COMMAREA.                                               *
053700*----------------------------------------------------------------*
053800 9000-RETURN-TRANSID.
053900     EXEC CICS RETURN TRANSID('CPAY')
054000         COMMAREA(PY-COMMAREA) LENGTH(80)
054100     END-EXEC.
054200     GO TO 9000-EXIT.
054300 9000-EXIT.
054400     EXIT.
054500*
054600*----------------------------------------------------------------*
054700* 9100-END-SESSION - PF3.  CLEAR THE SCREEN AND END WITHOUT A    *
054800* TRANSID.                                                       *
054900*----------------------------------------------------------------*
055000 9100-END-SESSION.
055100     MOVE 'CMS PAYMENT HISTORY INQUIRY SESSION ENDED.'
055200         TO WS-WORK-LINE.
055300     EXEC CICS SEND TEXT FROM(WS-WORK-LINE) LENGTH(79) ERASE
055400     END-EXEC.
055500     EXEC CICS RETURN END-EXEC.
055600     GO TO 9100-EXIT.
055700 9100-EXIT.
055800     EXIT.
