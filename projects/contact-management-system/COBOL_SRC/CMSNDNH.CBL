000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSNDNH.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS BATCH DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMSNDNH                                             *
000900* JOB:      CMS-NDNH                                            *
001000* PURPOSE:  CROSS-MATCHES THE WEEKLY NATIONAL DIRECTORY OF NEW   *
001100*           HIRES / STATE NEW-HIRE FILE (NDNHIN, SEE CTNDNH)     *
001200*           AGAINST THE CONTACT MASTER BY SSN.  EACH NEW-HIRE    *
001300*           SSN IS ENCRYPTED VIA CMSCRYP AND READ BY THE         *
001400*           PRIMARY KEY, THE SAME WAY CMS-DTHM MATCHES THE       *
001500*           DEATH MASTER.  ONLY ACTIVE CONTACTS ARE WORKED.      *
001600*                                                                *
001700*           A REPORT ALREADY ON THE CUMULATIVE MATCH HISTORY     *
001800*           (NHMATCH, SEE CTNWMH) FOR THE SAME RECID, HIRE       *
001900*           DATE, AND EMPLOYER FEIN IS COUNTED AND SKIPPED, SO   *
002000*           THE SAME HIRE REPORTED BY BOTH THE NDNH AND THE      *
002100*           STATE DIRECTORY, OR A RE-SUPPLIED FILE, IS WORKED    *
002200*           ONCE.  EACH NEW MATCH IS QUEUED (CTCORR LAYOUT) BY   *
002300*           CT-LANG FOR A REPORT-YOUR-EARNINGS NOTICE, UNLESS    *
002400*           CMS-NCOA HAS FLAGGED THE ADDRESS UNDELIVERABLE.      *
002500*                                                                *
002600*           AFTER THE NEW-HIRE FILE IS MATCHED, ONE PASS OF THE  *
002700*           PAYMENT HISTORY (PAYHIST, SEE CTPHST) TOTALS THE     *
002800*           BENEFIT WEEKS PAID WITH A WEEK ENDING ON OR AFTER    *
002900*           THE HIRE DATE -- THE DOLLARS AT RISK.  THE           *
003000*           INVESTIGATOR WORK LIST (NHWORK, SEE CTNWWL) PRINTS   *
003100*           ONE LINE PER MATCH, LARGEST DOLLARS AT RISK FIRST,   *
003200*           AND EVERY MATCH IS APPENDED TO NHMATCH.              *
003300*                                                                *
003400*           LIKE CMS-DTHM, THIS JOB IS PART OF THE CHANGE-       *
003500*           CONTROLLED SUITE AUTHORIZED TO CALL CMSCRYP          *
003600*           DIRECTLY FOR ITS OWN RUN.  ONLY THE ENCRYPT          *
003700*           FUNCTION IS USED.  NO SSN IS PRINTED.                *
003800*                                                                *
003900* MODIFICATION HISTORY.                                         *
004000*   2026-10-15  DS   ORIGINAL.                                  *
004100*================================================================*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT MASTER-FILE      ASSIGN TO "CTMASTER"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CT-SSN
005200         ALTERNATE RECORD KEY IS CT-RECID
005300         FILE STATUS IS WS-MSTR-FILE-STATUS.
005400     SELECT NEWHIRE-FILE     ASSIGN TO "NDNHIN"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT NHMATCH-FILE     ASSIGN TO "NHMATCH"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-NMH-FILE-STATUS.
005900     SELECT PAY-HIST-FILE    ASSIGN TO "PAYHIST"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT WORK-LIST        ASSIGN TO "NHWORK"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT ENGLISH-QUEUE    ASSIGN TO "CORRENG"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT SPANISH-QUEUE    ASSIGN TO "CORRSPN"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT OTHER-QUEUE      ASSIGN TO "CORROTH"
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL"
007000         ORGANIZATION IS SEQUENTIAL.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  MASTER-FILE.
007400     COPY CTMST010.
007500 FD  NEWHIRE-FILE
007600     RECORDING MODE IS F.
007700     COPY CTNDNH.
007800 FD  NHMATCH-FILE
007900     RECORDING MODE IS F.
008000     COPY CTNWMH.
008100 FD  PAY-HIST-FILE
008200     RECORDING MODE IS F.
008300     COPY CTPHST.
008400 FD  WORK-LIST.
008500     COPY CTNWWL.
008600 FD  ENGLISH-QUEUE
008700     RECORDING MODE IS F.
008800     COPY CTCORR.
008900 FD  SPANISH-QUEUE
009000     RECORDING MODE IS F.
009100     COPY CTCORR REPLACING CR-CORR-REC BY CR-SPAN-REC.
009200 FD  OTHER-QUEUE
009300     RECORDING MODE IS F.
009400     COPY CTCORR REPLACING CR-CORR-REC BY CR-OTHR-REC.
009500 FD  RUN-CTL-FILE
009600     RECORDING MODE IS F.
009700     COPY CTRUNC.
009800 WORKING-STORAGE SECTION.
009900 01  WS-SWITCHES.
010000     05  WS-NEWHIRE-EOF-SW   PIC X(1)  VALUE 'N'.
010100         88  NEWHIRE-EOF         VALUE 'Y'.
010200     05  WS-NMH-EOF-SW       PIC X(1)  VALUE 'N'.
010300         88  NMH-EOF             VALUE 'Y'.
010400     05  WS-HIST-EOF-SW      PIC X(1)  VALUE 'N'.
010500         88  HIST-EOF            VALUE 'Y'.
010600     05  WS-SEEN-SW          PIC X(1)  VALUE 'N'.
010700         88  HIRE-ALREADY-MATCHED VALUE 'Y'.
010800 01  WS-MSTR-FILE-STATUS     PIC X(2).
010900 01  WS-NMH-FILE-STATUS      PIC X(2).
011000 01  WS-COUNTERS             COMP.
011100     05  WS-READ-COUNT       PIC 9(8)  VALUE ZERO.
011200     05  WS-MATCH-COUNT      PIC 9(8)  VALUE ZERO.
011300     05  WS-ALREADY-COUNT    PIC 9(8)  VALUE ZERO.
011400     05  WS-INACTIVE-COUNT   PIC 9(8)  VALUE ZERO.
011500     05  WS-NOMATCH-COUNT    PIC 9(8)  VALUE ZERO.
011600     05  WS-NOTICE-COUNT     PIC 9(8)  VALUE ZERO.
011700     05  WS-UNDELIV-COUNT    PIC 9(8)  VALUE ZERO.
011800     05  WS-HIST-READ-COUNT  PIC 9(8)  VALUE ZERO.
011900     05  WS-RISK-COUNT       PIC 9(8)  VALUE ZERO.
012000     05  WS-RISK-WEEKS       PIC 9(8)  VALUE ZERO.
012100     05  WS-RISK-AMT         PIC 9(12) VALUE ZERO.
012200 01  WS-ACTIVE-STAT          PIC X(10) VALUE 'ACTIVE'.
012300 01  WS-RUN-DATE             PIC X(10).
012400 01  WS-CURRENT-DTTM.
012500     05  WS-CD-DATE          PIC X(8).
012600     05  WS-CD-TIME          PIC X(6).
012700*----------------------------------------------------------------*
012800* PRIOR MATCH TABLE, LOADED FROM NHMATCH -- RECID, HIRE DATE,    *
012900* AND EMPLOYER FEIN OF EVERY HIRE ALREADY WORKED.                *
013000*----------------------------------------------------------------*
013100 01  WS-PM-TABLE.
013200     05  WS-PM-ENTRY         OCCURS 20000 TIMES.
013300         10  WS-PM-RECID     PIC 9(8).
013400         10  WS-PM-HIRE-DATE PIC X(10).
013500         10  WS-PM-EMPR-FEIN PIC X(9).
013600 01  WS-PM-MAX               PIC 9(8)  COMP VALUE 20000.
013700 01  WS-PM-COUNT             PIC 9(8)  COMP VALUE ZERO.
013800 01  WS-PM-IDX               PIC 9(8)  COMP.
013900*----------------------------------------------------------------*
014000* THIS RUN'S MATCH TABLE.  WEEKS AND DOLLARS AT RISK (CENTS)     *
014100* ARE ACCUMULATED BY THE PAYMENT HISTORY PASS; WS-NM-DONE-SW     *
014200* MARKS A MATCH ALREADY PRINTED ON THE WORK LIST.                *
014300*----------------------------------------------------------------*
014400 01  WS-NM-TABLE.
014500     05  WS-NM-ENTRY         OCCURS 5000 TIMES.
014600         10  WS-NM-RECID     PIC 9(8).
014700         10  WS-NM-CLMID     PIC X(20).
014800         10  WS-NM-LNAM      PIC X(30).
014900         10  WS-NM-FNAM      PIC X(25).
015000         10  WS-NM-HIRE-DATE PIC X(10).
015100         10  WS-NM-EMPR-FEIN PIC X(9).
015200         10  WS-NM-EMPR-NAME PIC X(45).
015300         10  WS-NM-SOURCE    PIC X(1).
015400         10  WS-NM-WEEKS     PIC 9(3)  COMP.
015500         10  WS-NM-AMT       PIC 9(10) COMP.
015600         10  WS-NM-DONE-SW   PIC X(1).
015700             88  WS-NM-DONE      VALUE 'Y'.
015800 01  WS-NM-MAX               PIC 9(8)  COMP VALUE 5000.
015900 01  WS-NM-COUNT             PIC 9(8)  COMP VALUE ZERO.
016000 01  WS-NM-IDX               PIC 9(8)  COMP.
016100 01  WS-BEST-NM-IDX          PIC 9(8)  COMP.
016200 01  WS-RANK                 PIC 9(8)  COMP.
016300 01  WS-AMT-WORK             PIC 9(10)V99.
016400*----------------------------------------------------------------*
016500* CALL PARAMETERS FOR CMSCRYP, USED ONLY TO ENCRYPT THE NEW-HIRE  *
016600* SSN FOR THE KEYED READ.  THIS PROGRAM NEVER DECRYPTS.           *
016700*----------------------------------------------------------------*
016800     COPY CTCRYP.
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 2000-PROCESS-NEWHIRE THRU 2000-EXIT
017300         UNTIL NEWHIRE-EOF.
017400     PERFORM 3000-TOTAL-AT-RISK THRU 3000-EXIT.
017500     PERFORM 4000-WRITE-ONE-MATCH THRU 4000-EXIT
017600         VARYING WS-RANK FROM 1 BY 1
017700         UNTIL WS-RANK > WS-NM-COUNT.
017800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
017900     STOP RUN.
018000*
018100 1000-INITIALIZE.
018200     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
018300     ACCEPT WS-CD-TIME FROM TIME.
018400     STRING WS-CD-DATE (1:4) '-' WS-CD-DATE (5:2) '-'
018500            WS-CD-DATE (7:2)
018600         DELIMITED BY SIZE INTO WS-RUN-DATE.
018700     OPEN INPUT  MASTER-FILE.
018800     IF WS-MSTR-FILE-STATUS NOT = '00'
018900         DISPLAY 'CMSNDNH - CTMASTER OPEN FAILED - STATUS '
019000             WS-MSTR-FILE-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF.
019400     PERFORM 1200-LOAD-PRIOR-MATCHES THRU 1200-EXIT.
019500     OPEN INPUT  NEWHIRE-FILE.
019600     OPEN OUTPUT WORK-LIST.
019700     OPEN OUTPUT ENGLISH-QUEUE.
019800     OPEN OUTPUT SPANISH-QUEUE.
019900     OPEN OUTPUT OTHER-QUEUE.
020000     PERFORM 1100-READ-NEWHIRE THRU 1100-EXIT.
020100     GO TO 1000-EXIT.
020200 1000-EXIT.
020300     EXIT.
020400*
020500 1100-READ-NEWHIRE.
020600     READ NEWHIRE-FILE
020700         AT END
020800             SET NEWHIRE-EOF TO TRUE
020900     END-READ.
021000     GO TO 1100-EXIT.
021100 1100-EXIT.
021200     EXIT.
021300*
021400*----------------------------------------------------------------*
021500* 1200-LOAD-PRIOR-MATCHES - LOAD THE CUMULATIVE MATCH HISTORY    *
021600* INTO WS-PM-TABLE.  NO HISTORY YET (FIRST RUN) IS AN EMPTY      *
021700* TABLE.  THE FILE IS THEN REOPENED EXTEND FOR THIS RUN'S        *
021800* MATCHES.                                                       *
021900*----------------------------------------------------------------*
022000 1200-LOAD-PRIOR-MATCHES.
022100     OPEN INPUT NHMATCH-FILE.
022200     IF WS-NMH-FILE-STATUS NOT = '00'
022300         GO TO 1200-OPEN-EXTEND
022400     END-IF.
022500     PERFORM 1210-LOAD-ONE-MATCH THRU 1210-EXIT
022600         UNTIL NMH-EOF.
022700     CLOSE NHMATCH-FILE.
022800 1200-OPEN-EXTEND.
022900     OPEN EXTEND NHMATCH-FILE.
023000     GO TO 1200-EXIT.
023100 1200-EXIT.
023200     EXIT.
023300*
023400 1210-LOAD-ONE-MATCH.
023500     READ NHMATCH-FILE
023600         AT END
023700             SET NMH-EOF TO TRUE
023800             GO TO 1210-EXIT
023900     END-READ.
024000     IF WS-PM-COUNT >= WS-PM-MAX
024100         DISPLAY 'CMSNDNH - NHMATCH EXCEEDS MATCH TABLE LIMIT '
024200             WS-PM-MAX
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600     ADD 1 TO WS-PM-COUNT.
024700     MOVE HM-RECID     TO WS-PM-RECID (WS-PM-COUNT).
024800     MOVE HM-HIRE-DATE TO WS-PM-HIRE-DATE (WS-PM-COUNT).
024900     MOVE HM-EMPR-FEIN TO WS-PM-EMPR-FEIN (WS-PM-COUNT).
025000     GO TO 1210-EXIT.
025100 1210-EXIT.
025200     EXIT.
025300*
025400 1300-READ-HISTORY.
025500     READ PAY-HIST-FILE
025600         AT END
025700             SET HIST-EOF TO TRUE
025800     END-READ.
025900     GO TO 1300-EXIT.
026000 1300-EXIT.
026100     EXIT.
026200*
026300*----------------------------------------------------------------*
026400* 2000-PROCESS-NEWHIRE                                           *
026500*   MATCHES ONE NEW-HIRE RECORD TO THE CONTACT MASTER BY          *
026600*   ENCRYPTED SSN.  A MATCHED ACTIVE CONTACT WHOSE HIRE IS NOT    *
026700*   ALREADY ON THE MATCH HISTORY (OR EARLIER IN THIS RUN) IS      *
026800*   ADDED TO THE MATCH TABLE AND QUEUED FOR THE EARNINGS          *
026900*   NOTICE.  THEN READS THE NEXT NEW-HIRE RECORD.                 *
027000*----------------------------------------------------------------*
027100 2000-PROCESS-NEWHIRE.
027200     ADD 1 TO WS-READ-COUNT.
027300     MOVE 'E'                TO CY-FUNCTION.
027400     MOVE 11                 TO CY-LENGTH.
027500     MOVE SPACES              TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
027600     MOVE NW-SSN             TO CY-PLAIN-TEXT (1:11).
027700     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
027800     MOVE CY-CIPHER-TEXT (1:11) TO CT-SSN.
027900     READ MASTER-FILE KEY IS CT-SSN
028000         INVALID KEY
028100             ADD 1 TO WS-NOMATCH-COUNT
028200             GO TO 2000-NEXT
028300     END-READ.
028400     IF CT-STAT NOT = WS-ACTIVE-STAT
028500         ADD 1 TO WS-INACTIVE-COUNT
028600         GO TO 2000-NEXT
028700     END-IF.
028800     PERFORM 2100-CHECK-ALREADY-MATCHED THRU 2100-EXIT.
028900     IF HIRE-ALREADY-MATCHED
029000         ADD 1 TO WS-ALREADY-COUNT
029100         GO TO 2000-NEXT
029200     END-IF.
029300     PERFORM 2200-ADD-MATCH THRU 2200-EXIT.
029400     PERFORM 2300-QUEUE-NOTICE THRU 2300-EXIT.
029500 2000-NEXT.
029600     PERFORM 1100-READ-NEWHIRE THRU 1100-EXIT.
029700     GO TO 2000-EXIT.
029800 2000-EXIT.
029900     EXIT.
030000*
030100*----------------------------------------------------------------*
030200* 2100-CHECK-ALREADY-MATCHED                                     *
030300*   SETS HIRE-ALREADY-MATCHED WHEN THE SAME RECID, HIRE DATE,     *
030400*   AND EMPLOYER FEIN IS ON THE PRIOR MATCH TABLE OR WAS          *
030500*   MATCHED EARLIER IN THIS RUN.                                  *
030600*----------------------------------------------------------------*
030700 2100-CHECK-ALREADY-MATCHED.
030800     MOVE 'N' TO WS-SEEN-SW.
030900     PERFORM 2110-MATCH-ONE-PRIOR THRU 2110-EXIT
031000         VARYING WS-PM-IDX FROM 1 BY 1
031100         UNTIL WS-PM-IDX > WS-PM-COUNT
031200            OR HIRE-ALREADY-MATCHED.
031300     PERFORM 2120-MATCH-ONE-CURRENT THRU 2120-EXIT
031400         VARYING WS-NM-IDX FROM 1 BY 1
031500         UNTIL WS-NM-IDX > WS-NM-COUNT
031600            OR HIRE-ALREADY-MATCHED.
031700     GO TO 2100-EXIT.
031800 2100-EXIT.
031900     EXIT.
032000*
032100 2110-MATCH-ONE-PRIOR.
032200     IF CT-RECID EQUAL WS-PM-RECID (WS-PM-IDX)
032300             AND NW-HIRE-DATE EQUAL WS-PM-HIRE-DATE (WS-PM-IDX)
032400             AND NW-EMPR-FEIN EQUAL WS-PM-EMPR-FEIN (WS-PM-IDX)
032500         SET HIRE-ALREADY-MATCHED TO TRUE
032600     END-IF.
032700     GO TO 2110-EXIT.
032800 2110-EXIT.
032900     EXIT.
033000*
033100 2120-MATCH-ONE-CURRENT.
033200     IF CT-RECID EQUAL WS-NM-RECID (WS-NM-IDX)
033300             AND NW-HIRE-DATE EQUAL WS-NM-HIRE-DATE (WS-NM-IDX)
033400             AND NW-EMPR-FEIN EQUAL WS-NM-EMPR-FEIN (WS-NM-IDX)
033500         SET HIRE-ALREADY-MATCHED TO TRUE
033600     END-IF.
033700     GO TO 2120-EXIT.
033800 2120-EXIT.
033900     EXIT.
034000*
034100*----------------------------------------------------------------*
034200* 2200-ADD-MATCH - ADD THE MATCHED CONTACT AND THE HIRE TO THE    *
034300* MATCH TABLE, WITH NOTHING YET AT RISK.                          *
034400*----------------------------------------------------------------*
034500 2200-ADD-MATCH.
034600     IF WS-NM-COUNT >= WS-NM-MAX
034700         DISPLAY 'CMSNDNH - NEW-HIRE MATCHES EXCEED TABLE LIMIT '
034800             WS-NM-MAX
034900         MOVE 16 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200     ADD 1 TO WS-NM-COUNT.
035300     MOVE CT-RECID       TO WS-NM-RECID (WS-NM-COUNT).
035400     MOVE CT-CLMID       TO WS-NM-CLMID (WS-NM-COUNT).
035500     MOVE CT-LNAM        TO WS-NM-LNAM (WS-NM-COUNT).
035600     MOVE CT-FNAM        TO WS-NM-FNAM (WS-NM-COUNT).
035700     MOVE NW-HIRE-DATE   TO WS-NM-HIRE-DATE (WS-NM-COUNT).
035800     MOVE NW-EMPR-FEIN   TO WS-NM-EMPR-FEIN (WS-NM-COUNT).
035900     MOVE NW-EMPR-NAME   TO WS-NM-EMPR-NAME (WS-NM-COUNT).
036000     MOVE NW-SOURCE      TO WS-NM-SOURCE (WS-NM-COUNT).
036100     MOVE ZERO           TO WS-NM-WEEKS (WS-NM-COUNT).
036200     MOVE ZERO           TO WS-NM-AMT (WS-NM-COUNT).
036300     MOVE 'N'            TO WS-NM-DONE-SW (WS-NM-COUNT).
036400     ADD 1 TO WS-MATCH-COUNT.
036500     GO TO 2200-EXIT.
036600 2200-EXIT.
036700     EXIT.
036800*
036900*----------------------------------------------------------------*
037000* 2300-QUEUE-NOTICE                                              *
037100*   QUEUES THE MATCHED CONTACT FOR THE REPORT-YOUR-EARNINGS       *
037200*   NOTICE BY CT-LANG; THE FOLLOW-ON CMS-NOTC RUN COMPOSES FROM   *
037300*   THESE QUEUES.  AN UNDELIVERABLE ADDRESS IS COUNTED AND NOT    *
037400*   QUEUED -- THE MATCH STILL GOES ON THE WORK LIST.              *
037500*----------------------------------------------------------------*
037600 2300-QUEUE-NOTICE.
037700     IF CT-ADDR-UNDELIV
037800         ADD 1 TO WS-UNDELIV-COUNT
037900         GO TO 2300-EXIT
038000     END-IF.
038100     IF CT-LANG EQUAL SPACES OR CT-LANG EQUAL 'ENGLISH'
038200         PERFORM 2310-ROUTE-ENGLISH THRU 2310-EXIT
038300     ELSE
038400         IF CT-LANG EQUAL 'SPANISH'
038500             PERFORM 2320-ROUTE-SPANISH THRU 2320-EXIT
038600         ELSE
038700             PERFORM 2330-ROUTE-OTHER THRU 2330-EXIT
038800         END-IF
038900     END-IF.
039000     ADD 1 TO WS-NOTICE-COUNT.
039100     GO TO 2300-EXIT.
039200 2300-EXIT.
039300     EXIT.
039400*
039500 2310-ROUTE-ENGLISH.
039600     MOVE CT-RECID           TO CR-RECID OF CR-CORR-REC.
039700     MOVE CT-FNAM            TO CR-FNAM OF CR-CORR-REC.
039800     MOVE CT-MNAM            TO CR-MNAM OF CR-CORR-REC.
039900     MOVE CT-LNAM            TO CR-LNAM OF CR-CORR-REC.
040000     MOVE CT-SUFX            TO CR-SUFX OF CR-CORR-REC.
040100     MOVE CT-ADR1            TO CR-ADR1 OF CR-CORR-REC.
040200     MOVE CT-ADR2            TO CR-ADR2 OF CR-CORR-REC.
040300     MOVE CT-CITY            TO CR-CITY OF CR-CORR-REC.
040400     MOVE CT-ST              TO CR-ST OF CR-CORR-REC.
040500     MOVE CT-ZIP             TO CR-ZIP OF CR-CORR-REC.
040600     MOVE CT-LANG            TO CR-LANG OF CR-CORR-REC.
040700     WRITE CR-CORR-REC.
040800     GO TO 2310-EXIT.
040900 2310-EXIT.
041000     EXIT.
041100*
041200 2320-ROUTE-SPANISH.
041300     MOVE CT-RECID           TO CR-RECID OF CR-SPAN-REC.
041400     MOVE CT-FNAM            TO CR-FNAM OF CR-SPAN-REC.
041500     MOVE CT-MNAM            TO CR-MNAM OF CR-SPAN-REC.
041600     MOVE CT-LNAM            TO CR-LNAM OF CR-SPAN-REC.
041700     MOVE CT-SUFX            TO CR-SUFX OF CR-SPAN-REC.
041800     MOVE CT-ADR1            TO CR-ADR1 OF CR-SPAN-REC.
041900     MOVE CT-ADR2            TO CR-ADR2 OF CR-SPAN-REC.
042000     MOVE CT-CITY            TO CR-CITY OF CR-SPAN-REC.
042100     MOVE CT-ST              TO CR-ST OF CR-SPAN-REC.
042200     MOVE CT-ZIP             TO CR-ZIP OF CR-SPAN-REC.
042300     MOVE CT-LANG            TO CR-LANG OF CR-SPAN-REC.
042400     WRITE CR-SPAN-REC.
042500     GO TO 2320-EXIT.
042600 2320-EXIT.
042700     EXIT.
042800*
042900 2330-ROUTE-OTHER.
043000     MOVE CT-RECID           TO CR-RECID OF CR-OTHR-REC.
043100     MOVE CT-FNAM            TO CR-FNAM OF CR-OTHR-REC.
043200     MOVE CT-MNAM            TO CR-MNAM OF CR-OTHR-REC.
043300     MOVE CT-LNAM            TO CR-LNAM OF CR-OTHR-REC.
043400     MOVE CT-SUFX            TO CR-SUFX OF CR-OTHR-REC.
043500     MOVE CT-ADR1            TO CR-ADR1 OF CR-OTHR-REC.
043600     MOVE CT-ADR2            TO CR-ADR2 OF CR-OTHR-REC.
043700     MOVE CT-CITY            TO CR-CITY OF CR-OTHR-REC.
043800     MOVE CT-ST              TO CR-ST OF CR-OTHR-REC.
043900     MOVE CT-ZIP             TO CR-ZIP OF CR-OTHR-REC.
044000     MOVE CT-LANG            TO CR-LANG OF CR-OTHR-REC.
044100     WRITE CR-OTHR-REC.
044200     GO TO 2330-EXIT.
044300 2330-EXIT.
044400     EXIT.
044500*
044600*----------------------------------------------------------------*
044700* 3000-TOTAL-AT-RISK - ONE PASS OF THE PAYMENT HISTORY, ONLY     *
044800* WHEN THERE IS SOMETHING TO TOTAL.                              *
044900*----------------------------------------------------------------*
045000 3000-TOTAL-AT-RISK.
045100     IF WS-NM-COUNT EQUAL ZERO
045200         GO TO 3000-EXIT
045300     END-IF.
045400     OPEN INPUT PAY-HIST-FILE.
045500     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
045600     PERFORM 3100-PROCESS-PAYMENT THRU 3100-EXIT
045700         UNTIL HIST-EOF.
045800     CLOSE PAY-HIST-FILE.
045900     GO TO 3000-EXIT.
046000 3000-EXIT.
046100     EXIT.
046200*
046300*----------------------------------------------------------------*
046400* 3100-PROCESS-PAYMENT                                           *
046500*   ADDS ONE PAYMENT HISTORY RECORD TO EVERY MATCH FOR ITS RECID  *
046600*   WHOSE HIRE DATE IS ON OR BEFORE THE WEEK ENDING -- A WEEK     *
046700*   PAID AFTER THE CLAIMANT WENT TO WORK.  BOTH DATES ARE         *
046800*   YYYY-MM-DD, SO THE COMPARE IS A PLAIN ALPHANUMERIC ONE.       *
046900*   THEN READS THE NEXT HISTORY RECORD.                           *
047000*----------------------------------------------------------------*
047100 3100-PROCESS-PAYMENT.
047200     ADD 1 TO WS-HIST-READ-COUNT.
047300     PERFORM 3110-MATCH-ONE-HIRE THRU 3110-EXIT
047400         VARYING WS-NM-IDX FROM 1 BY 1
047500         UNTIL WS-NM-IDX > WS-NM-COUNT.
047600     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
047700     GO TO 3100-EXIT.
047800 3100-EXIT.
047900     EXIT.
048000*
048100 3110-MATCH-ONE-HIRE.
048200     IF PH-RECID NOT = WS-NM-RECID (WS-NM-IDX)
048300         GO TO 3110-EXIT
048400     END-IF.
048500     IF PH-WKEND < WS-NM-HIRE-DATE (WS-NM-IDX)
048600         GO TO 3110-EXIT
048700     END-IF.
048800     ADD 1         TO WS-NM-WEEKS (WS-NM-IDX).
048900     ADD PH-AMOUNT TO WS-NM-AMT (WS-NM-IDX).
049000     GO TO 3110-EXIT.
049100 3110-EXIT.
049200     EXIT.
049300*
049400*----------------------------------------------------------------*
049500* 4000-WRITE-ONE-MATCH                                           *
049600*   PICKS THE MATCH WITH THE MOST DOLLARS AT RISK NOT YET         *
049700*   PRINTED, WRITES ITS WORK LIST LINE, AND APPENDS IT TO THE     *
049800*   MATCH HISTORY.                                                *
049900*----------------------------------------------------------------*
050000 4000-WRITE-ONE-MATCH.
050100     MOVE ZERO TO WS-BEST-NM-IDX.
050200     PERFORM 4100-PICK-ONE-MATCH THRU 4100-EXIT
050300         VARYING WS-NM-IDX FROM 1 BY 1
050400         UNTIL WS-NM-IDX > WS-NM-COUNT.
050500     MOVE 'Y' TO WS-NM-DONE-SW (WS-BEST-NM-IDX).
050600     MOVE WS-BEST-NM-IDX TO WS-NM-IDX.
050700     PERFORM 4200-WRITE-WORK-LINE THRU 4200-EXIT.
050800     PERFORM 4300-WRITE-HISTORY THRU 4300-EXIT.
050900     IF WS-NM-AMT (WS-NM-IDX) > ZERO
051000         ADD 1                     TO WS-RISK-COUNT
051100         ADD WS-NM-WEEKS (WS-NM-IDX) TO WS-RISK-WEEKS
051200         ADD WS-NM-AMT (WS-NM-IDX) TO WS-RISK-AMT
051300     END-IF.
051400     GO TO 4000-EXIT.
051500 4000-EXIT.
051600     EXIT.
051700*
051800 4100-PICK-ONE-MATCH.
051900     IF WS-NM-DONE (WS-NM-IDX)
052000         GO TO 4100-EXIT
052100     END-IF.
052200     IF WS-BEST-NM-IDX EQUAL ZERO
052300         MOVE WS-NM-IDX TO WS-BEST-NM-IDX
052400         GO TO 4100-EXIT
052500     END-IF.
052600     IF WS-NM-AMT (WS-NM-IDX) > WS-NM-AMT (WS-BEST-NM-IDX)
052700         MOVE WS-NM-IDX TO WS-BEST-NM-IDX
052800     END-IF.
052900     GO TO 4100-EXIT.
053000 4100-EXIT.
053100     EXIT.
053200*
053300 4200-WRITE-WORK-LINE.
053400     MOVE WS-RANK                    TO NL-RANK.
053500     MOVE WS-NM-RECID (WS-NM-IDX)    TO NL-RECID.
053600     MOVE WS-NM-CLMID (WS-NM-IDX)    TO NL-CLMID.
053700     MOVE WS-NM-LNAM (WS-NM-IDX)     TO NL-LNAM.
053800     MOVE WS-NM-FNAM (WS-NM-IDX)     TO NL-FNAM.
053900     MOVE WS-NM-EMPR-NAME (WS-NM-IDX) TO NL-EMPR-NAME.
054000     MOVE WS-NM-EMPR-FEIN (WS-NM-IDX) TO NL-EMPR-FEIN.
054100     MOVE WS-NM-HIRE-DATE (WS-NM-IDX) TO NL-HIRE-DATE.
054200     MOVE WS-NM-WEEKS (WS-NM-IDX)    TO NL-WEEKS.
054300     COMPUTE WS-AMT-WORK = WS-NM-AMT (WS-NM-IDX) / 100.
054400     MOVE WS-AMT-WORK                TO NL-AT-RISK-AMT.
054500     IF WS-NM-SOURCE (WS-NM-IDX) EQUAL 'S'
054600         MOVE 'STAT'                 TO NL-SOURCE
054700     ELSE
054800         MOVE 'NDNH'                 TO NL-SOURCE
054900     END-IF.
055000     WRITE NL-WORK-LINE.
055100     GO TO 4200-EXIT.
055200 4200-EXIT.
055300     EXIT.
055400*
055500 4300-WRITE-HISTORY.
055600     MOVE SPACES                     TO HM-MATCH-REC.
055700     MOVE WS-NM-RECID (WS-NM-IDX)    TO HM-RECID.
055800     MOVE WS-NM-CLMID (WS-NM-IDX)    TO HM-CLMID.
055900     MOVE WS-NM-HIRE-DATE (WS-NM-IDX) TO HM-HIRE-DATE.
056000     MOVE WS-NM-EMPR-FEIN (WS-NM-IDX) TO HM-EMPR-FEIN.
056100     MOVE WS-NM-EMPR-NAME (WS-NM-IDX) TO HM-EMPR-NAME.
056200     MOVE WS-RUN-DATE                TO HM-MATCH-DATE.
056300     MOVE WS-NM-WEEKS (WS-NM-IDX)    TO HM-WEEKS.
056400     MOVE WS-NM-AMT (WS-NM-IDX)      TO HM-AT-RISK-AMT.
056500     MOVE WS-NM-SOURCE (WS-NM-IDX)   TO HM-SOURCE.
056600     WRITE HM-MATCH-REC.
056700     GO TO 4300-EXIT.
056800 4300-EXIT.
056900     EXIT.
057000*
057100*----------------------------------------------------------------*
057200* 8000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
057300*----------------------------------------------------------------*
057400 8000-TERMINATE.
057500     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
057600     CLOSE MASTER-FILE
057700           NEWHIRE-FILE
057800           NHMATCH-FILE
057900           WORK-LIST
058000           ENGLISH-QUEUE
058100           SPANISH-QUEUE
058200           OTHER-QUEUE.
058300     COMPUTE WS-AMT-WORK = WS-RISK-AMT / 100.
058400     DISPLAY 'CMSNDNH - NEW-HIRE CROSS-MATCH COMPLETE'.
058500     DISPLAY 'NEW-HIRE RECORDS READ  . . . ' WS-READ-COUNT.
058600     DISPLAY 'NEW MATCHES TO WORK LIST . . ' WS-MATCH-COUNT.
058700     DISPLAY 'ALREADY MATCHED  . . . . . . ' WS-ALREADY-COUNT.
058800     DISPLAY 'CONTACT NOT ACTIVE . . . . . ' WS-INACTIVE-COUNT.
058900     DISPLAY 'NEW-HIRE RECORDS UNMATCHED . ' WS-NOMATCH-COUNT.
059000     DISPLAY 'EARNINGS NOTICES QUEUED  . . ' WS-NOTICE-COUNT.
059100     DISPLAY 'UNDELIVERABLE - NOT QUEUED . ' WS-UNDELIV-COUNT.
059200     DISPLAY 'PAYMENT HISTORY RECORDS READ ' WS-HIST-READ-COUNT.
059300     DISPLAY 'MATCHES WITH DOLLARS AT RISK ' WS-RISK-COUNT.
059400     DISPLAY 'WEEKS PAID AFTER HIRE  . . . ' WS-RISK-WEEKS.
059500     DISPLAY 'DOLLARS AT RISK  . . . . . . ' WS-AMT-WORK.
059600     GO TO 8000-EXIT.
059700 8000-EXIT.
059800     EXIT.
059900*
060000*----------------------------------------------------------------*
060100* 8900-WRITE-RUN-CONTROL - WRITE THIS RUN'S STANDARD TOTALS      *
060200* RECORD TO THE SHARED RUNCTL DATASET FOR CMS-BAL.  THE MASTER   *
060300* IS READ ONLY; RECORDS WRITTEN ARE THE NEW MATCHES.             *
060400*----------------------------------------------------------------*
060500 8900-WRITE-RUN-CONTROL.
060600     OPEN EXTEND RUN-CTL-FILE.
060700     MOVE 'CMS-NDNH'         TO RC-JOB.
060800     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
060900     MOVE 'F'                TO RC-RUN-MODE.
061000     MOVE WS-READ-COUNT      TO RC-RECS-READ.
061100     MOVE WS-MATCH-COUNT     TO RC-RECS-WRITTEN.
061200     MOVE ZERO               TO RC-RECS-REJECTED.
061300     MOVE ZERO               TO RC-ADD-COUNT.
061400     MOVE ZERO               TO RC-CHANGE-COUNT.
061500     MOVE ZERO               TO RC-DELETE-COUNT.
061600     MOVE ZERO               TO RC-ACH-ENTRY-COUNT.
061700     MOVE ZERO               TO RC-ACH-CREDIT-AMT.
061800     MOVE ZERO               TO RC-PAY-DETAIL-AMT.
061900     WRITE RC-RUN-CONTROL-REC.
062000     CLOSE RUN-CTL-FILE.
062100     GO TO 8900-EXIT.
062200 8900-EXIT.
062300     EXIT.
