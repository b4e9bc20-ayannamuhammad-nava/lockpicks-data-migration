000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSPHIX.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS BATCH DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMSPHIX                                             *
000900* JOB:      CMS-PHIX                                            *
001000* PURPOSE:  REBUILDS THE KEYED PAYMENT HISTORY (PAYHSTK, SEE     *
001100*           CTPHIX) THE ONLINE PAYMENT HISTORY INQUIRY (CPAY,    *
001200*           CMSOPAY) BROWSES.  PAYHIST ITSELF IS A SEQUENTIAL    *
001300*           DISP=MOD DATASET THE PAYMENT JOBS APPEND TO, SO THE  *
001400*           REGION NEEDS A KEYED COPY -- THE SAME ARRANGEMENT AS *
001500*           THE EDITTBL KSDS.  THE CLUSTER IS DELETED AND        *
001600*           DEFINED BY THE STEP BEFORE THIS ONE AND LOADED HERE  *
001700*           ONE RECORD PER PAYHIST WEEK; THE CLAIM-ID ALTERNATE  *
001800*           INDEX IS BUILT BY THE STEP AFTER.                    *
001900*                                                                *
002000*           EACH WEEK IS ENRICHED FROM THREE CUMULATIVE FILES,   *
002100*           ALL OPTIONAL --                                      *
002200*             WHLDHIST (CTWHHS) -- THE CYCLE'S DEDUCTIONS,       *
002300*               JOINED ON RECID, RUN DATE, AND ENTRY TRACE AND   *
002400*               CARRIED ON THE FIRST WEEK OF THE CYCLE;          *
002500*             ACHRLOG (CTRTLG) -- THE CMS-ACHR RETURN OR NOC     *
002600*               AGAINST THE ENTRY.  CMS-ACH RESTARTS ITS TRACE   *
002700*               SEQUENCE EVERY RUN, SO A FIRST PASS OF PAYHIST   *
002800*               FINDS, FOR EACH LOGGED RETURN, THE LATEST CYCLE  *
002900*               FOR THE SAME RECID AND TRACE ORIGINATED ON OR    *
003000*               BEFORE THE RETURN DATE -- THE CMS-ACHR PRENOTE   *
003100*               RULE -- AND ONLY THAT CYCLE'S WEEKS ARE MARKED;  *
003200*             CARDFILE (CTCRDH) -- THE CLAIMANT'S DEBIT-CARD     *
003300*               ENROLLMENT DATE FROM THE CMS-CARD REGISTRY.      *
003400*                                                                *
003500*           NO BANKING DATA IS READ OR WRITTEN.  THE JOB CHANGES *
003600*           NOTHING THE BALANCING JOB TRACKS AND WRITES NO       *
003700*           RUNCTL RECORD.  RUN NIGHTLY AFTER CMS-ACH, CMS-CARD, *
003800*           AND CMS-ACHR, WITH PAYHSTK AND PAYHSTK2 CLOSED TO    *
003900*           THE ONLINE REGION.                                   *
004000*                                                                *
004100* MODIFICATION HISTORY.                                         *
004200*   2026-10-15  DS   ORIGINAL.                                  *
004300*================================================================*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT PAY-HIST-FILE    ASSIGN TO "PAYHIST"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT WHLD-HIST-FILE   ASSIGN TO "WHLDHIST"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-WHHS-FILE-STATUS.
005500     SELECT RTN-LOG-FILE     ASSIGN TO "ACHRLOG"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RTLG-FILE-STATUS.
005800     SELECT CARD-REG-FILE    ASSIGN TO "CARDFILE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CARD-FILE-STATUS.
006100     SELECT PAY-INDEX-FILE   ASSIGN TO "PAYHSTK"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS PX-KEY
006500         FILE STATUS IS WS-PHIX-FILE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PAY-HIST-FILE
006900     RECORDING MODE IS F.
007000     COPY CTPHST.
007100 FD  WHLD-HIST-FILE
007200     RECORDING MODE IS F.
007300     COPY CTWHHS.
007400 FD  RTN-LOG-FILE
007500     RECORDING MODE IS F.
007600     COPY CTRTLG.
007700 FD  CARD-REG-FILE
007800     RECORDING MODE IS F.
007900     COPY CTCRDH.
008000 FD  PAY-INDEX-FILE.
008100     COPY CTPHIX.
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008400     05  WS-HIST-EOF-SW      PIC X(1)  VALUE 'N'.
008500         88  HIST-EOF            VALUE 'Y'.
008600     05  WS-WHHS-EOF-SW      PIC X(1)  VALUE 'N'.
008700         88  WHHS-EOF            VALUE 'Y'.
008800     05  WS-RTLG-EOF-SW      PIC X(1)  VALUE 'N'.
008900         88  RTLG-EOF            VALUE 'Y'.
009000     05  WS-CARD-EOF-SW      PIC X(1)  VALUE 'N'.
009100         88  CARD-EOF            VALUE 'Y'.
009200 01  WS-WHHS-FILE-STATUS     PIC X(2).
009300 01  WS-RTLG-FILE-STATUS     PIC X(2).
009400 01  WS-CARD-FILE-STATUS     PIC X(2).
009500 01  WS-PHIX-FILE-STATUS     PIC X(2).
009600 01  WS-COUNTERS             COMP.
009700     05  WS-READ-COUNT       PIC 9(8)  VALUE ZERO.
009800     05  WS-WRITE-COUNT      PIC 9(8)  VALUE ZERO.
009900     05  WS-DUPKEY-COUNT     PIC 9(8)  VALUE ZERO.
010000     05  WS-WHLD-COUNT       PIC 9(8)  VALUE ZERO.
010100     05  WS-RTN-COUNT        PIC 9(8)  VALUE ZERO.
010200     05  WS-CARD-COUNT       PIC 9(8)  VALUE ZERO.
010300     05  WS-RTN-UNMATCHED    PIC 9(8)  VALUE ZERO.
010400 01  WS-BUILD-SEQ            PIC 9(8)  COMP VALUE ZERO.
010500 01  WS-TAX-WORK             PIC 9(8).
010600*----------------------------------------------------------------*
010700* CYCLE WITHHOLDING TABLE, LOADED FROM WHLDHIST -- ONE ENTRY PER *
010800* RECID, RUN DATE, AND ENTRY TRACE, WITH EVERY ORDER APPLIED TO  *
010900* THAT CYCLE SUMMED IN.  WS-WH-USED MARKS THE ENTRY ONCE A WEEK  *
011000* OF THE CYCLE HAS CARRIED IT.                                   *
011100*----------------------------------------------------------------*
011200 01  WS-WH-TABLE.
011300     05  WS-WH-ENTRY         OCCURS 20000 TIMES.
011400         10  WS-WH-RECID     PIC 9(8).
011500         10  WS-WH-RUN-DATE  PIC X(10).
011600         10  WS-WH-TRACE     PIC X(15).
011700         10  WS-WH-AMT       PIC 9(8)  COMP.
011800         10  WS-WH-TAX       PIC 9(8)  COMP.
011900         10  WS-WH-USED      PIC X(1).
012000 01  WS-WH-MAX               PIC 9(8)  COMP VALUE 20000.
012100 01  WS-WH-COUNT             PIC 9(8)  COMP VALUE ZERO.
012200 01  WS-WH-IDX               PIC 9(8)  COMP.
012300 01  WS-MATCH-WH-IDX         PIC 9(8)  COMP.
012400*----------------------------------------------------------------*
012500* ACH RETURN TABLE, LOADED FROM ACHRLOG.  WS-AR-CYCLE IS THE RUN *
012600* DATE OF THE PAYHIST CYCLE THE RETURN BELONGS TO, FOUND BY THE  *
012700* FIRST PAYHIST PASS -- SPACES UNTIL (UNLESS) ONE IS FOUND.      *
012800*----------------------------------------------------------------*
012900 01  WS-AR-TABLE.
013000     05  WS-AR-ENTRY         OCCURS 20000 TIMES.
013100         10  WS-AR-RECID     PIC 9(8).
013200         10  WS-AR-TYPE      PIC X(1).
013300         10  WS-AR-REASON    PIC X(3).
013400         10  WS-AR-TRACE     PIC X(15).
013500         10  WS-AR-RTN-DATE  PIC X(10).
013600         10  WS-AR-CYCLE     PIC X(10).
013700 01  WS-AR-MAX               PIC 9(8)  COMP VALUE 20000.
013800 01  WS-AR-COUNT             PIC 9(8)  COMP VALUE ZERO.
013900 01  WS-AR-IDX               PIC 9(8)  COMP.
014000 01  WS-MATCH-AR-IDX         PIC 9(8)  COMP.
014100*----------------------------------------------------------------*
014200* CARDHOLDER TABLE, LOADED FROM THE CMS-CARD REGISTRY.           *
014300*----------------------------------------------------------------*
014400 01  WS-CH-TABLE.
014500     05  WS-CH-ENTRY         OCCURS 20000 TIMES.
014600         10  WS-CH-RECID     PIC 9(8).
014700         10  WS-CH-ENRL-DATE PIC X(10).
014800 01  WS-CH-MAX               PIC 9(8)  COMP VALUE 20000.
014900 01  WS-CH-COUNT             PIC 9(8)  COMP VALUE ZERO.
015000 01  WS-CH-IDX               PIC 9(8)  COMP.
015100 01  WS-MATCH-CH-IDX         PIC 9(8)  COMP.
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-BUILD-ONE-WEEK THRU 2000-EXIT
015600         UNTIL HIST-EOF.
015700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015800     STOP RUN.
015900*
016000 1000-INITIALIZE.
016100     PERFORM 1200-LOAD-WITHHOLDING THRU 1200-EXIT.
016200     PERFORM 1300-LOAD-RETURNS THRU 1300-EXIT.
016300     PERFORM 1400-LOAD-CARDHOLDERS THRU 1400-EXIT.
016400     IF WS-AR-COUNT > ZERO
016500         PERFORM 1500-FIND-RETURN-CYCLES THRU 1500-EXIT
016600     END-IF.
016700     OPEN OUTPUT PAY-INDEX-FILE.
016800     IF WS-PHIX-FILE-STATUS NOT = '00'
016900         DISPLAY 'CMSPHIX - PAYHSTK OPEN FAILED - STATUS '
017000             WS-PHIX-FILE-STATUS
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400     MOVE 'N' TO WS-HIST-EOF-SW.
017500     OPEN INPUT PAY-HIST-FILE.
017600     GO TO 1000-EXIT.
017700 1000-EXIT.
017800     EXIT.
017900*
018000*----------------------------------------------------------------*
018100* 1200-LOAD-WITHHOLDING                                          *
018200*   LOADS WHLDHIST INTO WS-WH-TABLE, ONE ENTRY PER CYCLE.  A     *
018300*   MISSING DATASET MEANS NO DEDUCTIONS; ONE LARGER THAN THE     *
018400*   TABLE ENDS THE RUN.                                          *
018500*----------------------------------------------------------------*
018600 1200-LOAD-WITHHOLDING.
018700     OPEN INPUT WHLD-HIST-FILE.
018800     IF WS-WHHS-FILE-STATUS NOT = '00'
018900         GO TO 1200-EXIT
019000     END-IF.
019100     PERFORM 1210-LOAD-ONE-WHLD THRU 1210-EXIT
019200         UNTIL WHHS-EOF.
019300     CLOSE WHLD-HIST-FILE.
019400     GO TO 1200-EXIT.
019500 1200-EXIT.
019600     EXIT.
019700*
019800 1210-LOAD-ONE-WHLD.
019900     READ WHLD-HIST-FILE
020000         AT END
020100             SET WHHS-EOF TO TRUE
020200             GO TO 1210-EXIT
020300     END-READ.
020400     MOVE ZERO TO WS-TAX-WORK.
020500     IF WT-CLASS-FED-TAX OR WT-CLASS-STATE-TAX
020600         MOVE WT-AMOUNT TO WS-TAX-WORK
020700     END-IF.
020800     MOVE ZERO TO WS-MATCH-WH-IDX.
020900     PERFORM 1220-MATCH-ONE-CYCLE THRU 1220-EXIT
021000         VARYING WS-WH-IDX FROM 1 BY 1
021100         UNTIL WS-WH-IDX > WS-WH-COUNT
021200            OR WS-MATCH-WH-IDX NOT = ZERO.
021300     IF WS-MATCH-WH-IDX NOT = ZERO
021400         ADD WT-AMOUNT   TO WS-WH-AMT (WS-MATCH-WH-IDX)
021500         ADD WS-TAX-WORK TO WS-WH-TAX (WS-MATCH-WH-IDX)
021600         GO TO 1210-EXIT
021700     END-IF.
021800     IF WS-WH-COUNT >= WS-WH-MAX
021900         DISPLAY 'CMSPHIX - WHLDHIST EXCEEDS WITHHOLDING TABLE '
022000             'LIMIT ' WS-WH-MAX
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400     ADD 1 TO WS-WH-COUNT.
022500     MOVE WT-RECID    TO WS-WH-RECID (WS-WH-COUNT).
022600     MOVE WT-RUN-DATE TO WS-WH-RUN-DATE (WS-WH-COUNT).
022700     MOVE WT-TRACE    TO WS-WH-TRACE (WS-WH-COUNT).
022800     MOVE WT-AMOUNT   TO WS-WH-AMT (WS-WH-COUNT).
022900     MOVE WS-TAX-WORK TO WS-WH-TAX (WS-WH-COUNT).
023000     MOVE 'N'         TO WS-WH-USED (WS-WH-COUNT).
023100     GO TO 1210-EXIT.
023200 1210-EXIT.
023300     EXIT.
023400*
023500 1220-MATCH-ONE-CYCLE.
023600     IF WS-WH-RECID (WS-WH-IDX) = WT-RECID
023700             AND WS-WH-RUN-DATE (WS-WH-IDX) = WT-RUN-DATE
023800             AND WS-WH-TRACE (WS-WH-IDX) = WT-TRACE
023900         MOVE WS-WH-IDX TO WS-MATCH-WH-IDX
024000     END-IF.
024100     GO TO 1220-EXIT.
024200 1220-EXIT.
024300     EXIT.
024400*
024500*----------------------------------------------------------------*
024600* 1300-LOAD-RETURNS                                              *
024700*   LOADS ACHRLOG INTO WS-AR-TABLE.  A MISSING DATASET MEANS NO  *
024800*   RETURNS; ONE LARGER THAN THE TABLE ENDS THE RUN.             *
024900*----------------------------------------------------------------*
025000 1300-LOAD-RETURNS.
025100     OPEN INPUT RTN-LOG-FILE.
025200     IF WS-RTLG-FILE-STATUS NOT = '00'
025300         GO TO 1300-EXIT
025400     END-IF.
025500     PERFORM 1310-LOAD-ONE-RETURN THRU 1310-EXIT
025600         UNTIL RTLG-EOF.
025700     CLOSE RTN-LOG-FILE.
025800     GO TO 1300-EXIT.
025900 1300-EXIT.
026000     EXIT.
026100*
026200 1310-LOAD-ONE-RETURN.
026300     READ RTN-LOG-FILE
026400         AT END
026500             SET RTLG-EOF TO TRUE
026600             GO TO 1310-EXIT
026700     END-READ.
026800     IF RL-ORIG-TRACE EQUAL SPACES
026900         GO TO 1310-EXIT
027000     END-IF.
027100     IF WS-AR-COUNT >= WS-AR-MAX
027200         DISPLAY 'CMSPHIX - ACHRLOG EXCEEDS RETURN TABLE LIMIT '
027300             WS-AR-MAX
027400         MOVE 16 TO RETURN-CODE
027500         STOP RUN
027600     END-IF.
027700     ADD 1 TO WS-AR-COUNT.
027800     MOVE RL-RECID       TO WS-AR-RECID (WS-AR-COUNT).
027900     MOVE RL-ENTRY-TYPE  TO WS-AR-TYPE (WS-AR-COUNT).
028000     MOVE RL-REASON-CODE TO WS-AR-REASON (WS-AR-COUNT).
028100     MOVE RL-ORIG-TRACE  TO WS-AR-TRACE (WS-AR-COUNT).
028200     MOVE RL-RTN-DATE    TO WS-AR-RTN-DATE (WS-AR-COUNT).
028300     MOVE SPACES         TO WS-AR-CYCLE (WS-AR-COUNT).
028400     GO TO 1310-EXIT.
028500 1310-EXIT.
028600     EXIT.
028700*
028800*----------------------------------------------------------------*
028900* 1400-LOAD-CARDHOLDERS                                          *
029000*   LOADS THE CMS-CARD REGISTRY INTO WS-CH-TABLE.  A MISSING     *
029100*   REGISTRY MEANS NO ONE IS ENROLLED; ONE LARGER THAN THE TABLE *
029200*   ENDS THE RUN.                                                *
029300*----------------------------------------------------------------*
029400 1400-LOAD-CARDHOLDERS.
029500     OPEN INPUT CARD-REG-FILE.
029600     IF WS-CARD-FILE-STATUS NOT = '00'
029700         GO TO 1400-EXIT
029800     END-IF.
029900     PERFORM 1410-LOAD-ONE-CARDHOLDER THRU 1410-EXIT
030000         UNTIL CARD-EOF.
030100     CLOSE CARD-REG-FILE.
030200     GO TO 1400-EXIT.
030300 1400-EXIT.
030400     EXIT.
030500*
030600 1410-LOAD-ONE-CARDHOLDER.
030700     READ CARD-REG-FILE
030800         AT END
030900             SET CARD-EOF TO TRUE
031000             GO TO 1410-EXIT
031100     END-READ.
031200     IF WS-CH-COUNT >= WS-CH-MAX
031300         DISPLAY 'CMSPHIX - CARDFILE EXCEEDS REGISTRY TABLE '
031400             'LIMIT ' WS-CH-MAX
031500         MOVE 16 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800     ADD 1 TO WS-CH-COUNT.
031900     MOVE CH-RECID       TO WS-CH-RECID (WS-CH-COUNT).
032000     MOVE CH-ENROLL-DATE TO WS-CH-ENRL-DATE (WS-CH-COUNT).
032100     GO TO 1410-EXIT.
032200 1410-EXIT.
032300     EXIT.
032400*
032500*----------------------------------------------------------------*
032600* 1500-FIND-RETURN-CYCLES                                        *
032700*   FIRST PASS OF PAYHIST.  FOR EVERY ACH WEEK, EACH LOGGED      *
032800*   RETURN WITH THE SAME RECID AND TRACE, RETURNED ON OR AFTER   *
032900*   THE WEEK'S RUN DATE, TAKES THE LATEST SUCH RUN DATE AS ITS   *
033000*   CYCLE.                                                       *
033100*----------------------------------------------------------------*
033200 1500-FIND-RETURN-CYCLES.
033300     OPEN INPUT PAY-HIST-FILE.
033400     PERFORM 1510-SCAN-ONE-WEEK THRU 1510-EXIT
033500         UNTIL HIST-EOF.
033600     CLOSE PAY-HIST-FILE.
033700     GO TO 1500-EXIT.
033800 1500-EXIT.
033900     EXIT.
034000*
034100 1510-SCAN-ONE-WEEK.
034200     READ PAY-HIST-FILE
034300         AT END
034400             SET HIST-EOF TO TRUE
034500             GO TO 1510-EXIT
034600     END-READ.
034700     IF NOT PH-METHOD-ACH OR PH-TRACE EQUAL SPACES
034800         GO TO 1510-EXIT
034900     END-IF.
035000     PERFORM 1520-TRY-ONE-RETURN THRU 1520-EXIT
035100         VARYING WS-AR-IDX FROM 1 BY 1
035200         UNTIL WS-AR-IDX > WS-AR-COUNT.
035300     GO TO 1510-EXIT.
035400 1510-EXIT.
035500     EXIT.
035600*
035700 1520-TRY-ONE-RETURN.
035800     IF WS-AR-RECID (WS-AR-IDX) NOT = PH-RECID
035900             OR WS-AR-TRACE (WS-AR-IDX) NOT = PH-TRACE
036000         GO TO 1520-EXIT
036100     END-IF.
036200     IF WS-AR-RTN-DATE (WS-AR-IDX) < PH-RUN-DATE
036300         GO TO 1520-EXIT
036400     END-IF.
036500     IF WS-AR-CYCLE (WS-AR-IDX) EQUAL SPACES
036600             OR WS-AR-CYCLE (WS-AR-IDX) < PH-RUN-DATE
036700         MOVE PH-RUN-DATE TO WS-AR-CYCLE (WS-AR-IDX)
036800     END-IF.
036900     GO TO 1520-EXIT.
037000 1520-EXIT.
037100     EXIT.
037200*
037300*----------------------------------------------------------------*
037400* 2000-BUILD-ONE-WEEK                                            *
037500*   SECOND PASS OF PAYHIST.  WRITES ONE PAYHSTK RECORD PER WEEK  *
037600*   WITH THE CYCLE'S WITHHOLDING (FIRST WEEK ONLY), ANY ACH      *
037700*   RETURN FOR THE CYCLE, AND THE CARD ENROLLMENT DATE.          *
037800*----------------------------------------------------------------*
037900 2000-BUILD-ONE-WEEK.
038000     READ PAY-HIST-FILE
038100         AT END
038200             SET HIST-EOF TO TRUE
038300             GO TO 2000-EXIT
038400     END-READ.
038500     ADD 1 TO WS-READ-COUNT.
038600     ADD 1 TO WS-BUILD-SEQ.
038700     MOVE SPACES             TO PX-PAYIDX-REC.
038800     MOVE PH-RECID           TO PX-RECID.
038900     MOVE PH-RUN-DATE        TO PX-RUN-DATE.
039000     MOVE PH-WKEND           TO PX-WKEND.
039100     MOVE WS-BUILD-SEQ       TO PX-SEQ.
039200     MOVE PH-CLMID           TO PX-CLMID.
039300     MOVE PH-AMOUNT          TO PX-AMOUNT.
039400     MOVE PH-METHOD          TO PX-METHOD.
039500     MOVE PH-TRACE           TO PX-TRACE.
039600     MOVE ZERO               TO PX-WHLD-AMT.
039700     MOVE ZERO               TO PX-WHLD-TAX.
039800     IF PH-METHOD-ACH
039900         PERFORM 2100-APPLY-WITHHOLDING THRU 2100-EXIT
040000         PERFORM 2200-APPLY-RETURN THRU 2200-EXIT
040100     END-IF.
040200     PERFORM 2300-APPLY-CARD THRU 2300-EXIT.
040300     WRITE PX-PAYIDX-REC
040400         INVALID KEY
040500             DISPLAY 'CMSPHIX - DUPLICATE KEY FOR RECID ' PH-RECID
040600                 ' RUN DATE ' PH-RUN-DATE ' - WEEK NOT INDEXED'
040700             ADD 1 TO WS-DUPKEY-COUNT
040800             GO TO 2000-EXIT
040900     END-WRITE.
041000     ADD 1 TO WS-WRITE-COUNT.
041100     GO TO 2000-EXIT.
041200 2000-EXIT.
041300     EXIT.
041400*
041500*----------------------------------------------------------------*
041600* 2100-APPLY-WITHHOLDING - THE FIRST WEEK OF A CYCLE CARRIES THE *
041700* CYCLE'S WITHHOLDING; LATER WEEKS OF THE SAME CYCLE CARRY ZERO. *
041800*----------------------------------------------------------------*
041900 2100-APPLY-WITHHOLDING.
042000     MOVE ZERO TO WS-MATCH-WH-IDX.
042100     PERFORM 2110-MATCH-ONE-WHLD THRU 2110-EXIT
042200         VARYING WS-WH-IDX FROM 1 BY 1
042300         UNTIL WS-WH-IDX > WS-WH-COUNT
042400            OR WS-MATCH-WH-IDX NOT = ZERO.
042500     IF WS-MATCH-WH-IDX = ZERO
042600         GO TO 2100-EXIT
042700     END-IF.
042800     MOVE WS-WH-AMT (WS-MATCH-WH-IDX) TO PX-WHLD-AMT.
042900     MOVE WS-WH-TAX (WS-MATCH-WH-IDX) TO PX-WHLD-TAX.
043000     MOVE 'Y' TO WS-WH-USED (WS-MATCH-WH-IDX).
043100     ADD 1 TO WS-WHLD-COUNT.
043200     GO TO 2100-EXIT.
043300 2100-EXIT.
043400     EXIT.
043500*
043600 2110-MATCH-ONE-WHLD.
043700     IF WS-WH-USED (WS-WH-IDX) = 'N'
043800             AND WS-WH-RECID (WS-WH-IDX) = PH-RECID
043900             AND WS-WH-RUN-DATE (WS-WH-IDX) = PH-RUN-DATE
044000             AND WS-WH-TRACE (WS-WH-IDX) = PH-TRACE
044100         MOVE WS-WH-IDX TO WS-MATCH-WH-IDX
044200     END-IF.
044300     GO TO 2110-EXIT.
044400 2110-EXIT.
044500     EXIT.
044600*
044700*----------------------------------------------------------------*
044800* 2200-APPLY-RETURN - MARK THE WEEK WITH THE LATEST RETURN OR    *
044900* NOC WHOSE CYCLE (FROM 1500) IS THIS WEEK'S RUN DATE.           *
045000*----------------------------------------------------------------*
045100 2200-APPLY-RETURN.
045200     IF PH-TRACE EQUAL SPACES
045300         GO TO 2200-EXIT
045400     END-IF.
045500     MOVE ZERO TO WS-MATCH-AR-IDX.
045600     PERFORM 2210-MATCH-ONE-RETURN THRU 2210-EXIT
045700         VARYING WS-AR-IDX FROM 1 BY 1
045800         UNTIL WS-AR-IDX > WS-AR-COUNT.
045900     IF WS-MATCH-AR-IDX = ZERO
046000         GO TO 2200-EXIT
046100     END-IF.
046200     MOVE WS-AR-TYPE (WS-MATCH-AR-IDX)     TO PX-RTN-TYPE.
046300     MOVE WS-AR-REASON (WS-MATCH-AR-IDX)   TO PX-RTN-REASON.
046400     MOVE WS-AR-RTN-DATE (WS-MATCH-AR-IDX) TO PX-RTN-DATE.
046500     ADD 1 TO WS-RTN-COUNT.
046600     GO TO 2200-EXIT.
046700 2200-EXIT.
046800     EXIT.
046900*
047000 2210-MATCH-ONE-RETURN.
047100     IF WS-AR-RECID (WS-AR-IDX) = PH-RECID
047200             AND WS-AR-TRACE (WS-AR-IDX) = PH-TRACE
047300             AND WS-AR-CYCLE (WS-AR-IDX) = PH-RUN-DATE
047400         MOVE WS-AR-IDX TO WS-MATCH-AR-IDX
047500     END-IF.
047600     GO TO 2210-EXIT.
047700 2210-EXIT.
047800     EXIT.
047900*
048000*----------------------------------------------------------------*
048100* 2300-APPLY-CARD - CARRY THE CLAIMANT'S CARD ENROLLMENT DATE.   *
048200*----------------------------------------------------------------*
048300 2300-APPLY-CARD.
048400     MOVE ZERO TO WS-MATCH-CH-IDX.
048500     PERFORM 2310-MATCH-ONE-CARD THRU 2310-EXIT
048600         VARYING WS-CH-IDX FROM 1 BY 1
048700         UNTIL WS-CH-IDX > WS-CH-COUNT.
048800     IF WS-MATCH-CH-IDX = ZERO
048900         GO TO 2300-EXIT
049000     END-IF.
049100     MOVE WS-CH-ENRL-DATE (WS-MATCH-CH-IDX) TO PX-CARD-ENRL-DATE.
049200     ADD 1 TO WS-CARD-COUNT.
049300     GO TO 2300-EXIT.
049400 2300-EXIT.
049500     EXIT.
049600*
049700 2310-MATCH-ONE-CARD.
049800     IF WS-CH-RECID (WS-CH-IDX) = PH-RECID
049900         MOVE WS-CH-IDX TO WS-MATCH-CH-IDX
050000     END-IF.
050100     GO TO 2310-EXIT.
050200 2310-EXIT.
050300     EXIT.
050400*
050500*----------------------------------------------------------------*
050600* 8000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.  A LOGGED *
050700* RETURN THAT MATCHED NO PAYHIST CYCLE IS COUNTED, NOT FATAL.    *
050800*----------------------------------------------------------------*
050900 8000-TERMINATE.
051000     CLOSE PAY-HIST-FILE
051100           PAY-INDEX-FILE.
051200     PERFORM 8100-COUNT-UNMATCHED THRU 8100-EXIT
051300         VARYING WS-AR-IDX FROM 1 BY 1
051400         UNTIL WS-AR-IDX > WS-AR-COUNT.
051500     DISPLAY 'CMSPHIX - PAYMENT HISTORY INDEX BUILD COMPLETE'.
051600     DISPLAY 'PAYHIST WEEKS READ . . . . . ' WS-READ-COUNT.
051700     DISPLAY 'PAYHSTK RECORDS WRITTEN  . . ' WS-WRITE-COUNT.
051800     DISPLAY 'DUPLICATE KEYS BYPASSED  . . ' WS-DUPKEY-COUNT.
051900     DISPLAY 'WEEKS WITH WITHHOLDING . . . ' WS-WHLD-COUNT.
052000     DISPLAY 'WEEKS WITH ACH RETURN/NOC  . ' WS-RTN-COUNT.
052100     DISPLAY 'WEEKS FOR CARD ENROLLEES . . ' WS-CARD-COUNT.
052200     DISPLAY 'RETURNS MATCHING NO CYCLE  . ' WS-RTN-UNMATCHED.
052300     GO TO 8000-EXIT.
052400 8000-EXIT.
052500     EXIT.
052600*
052700 8100-COUNT-UNMATCHED.
052800     IF WS-AR-CYCLE (WS-AR-IDX) EQUAL SPACES
052900         ADD 1 TO WS-RTN-UNMATCHED
053000     END-IF.
053100     GO TO 8100-EXIT.
053200 8100-EXIT.
053300     EXIT.
