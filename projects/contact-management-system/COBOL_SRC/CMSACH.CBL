004452*                    PAYMENT HISTORY KEEPS THE GROSS WEEKLY  *
004453*                    AMOUNTS -- WITHHELD BENEFITS ARE STILL  *
004454*                    BENEFITS PAID FOR YEAR-END PURPOSES.    *
004455*   2026-10-15  DS   EVERY APPLIED WITHHOLDING ORDER IS NOW  *
004456*                    ALSO WRITTEN TO THE CUMULATIVE          *
004457*                    WITHHOLDING HISTORY (WHLDHIST, SEE      *
004458*                    CTWHHS) AS ITS REMITTANCE ORIGINATES,   *
004459*                    CARRYING THE ORDER CLASS (WH-ORDER-     *
004460*                    CLASS) SO CMS-1099 CAN REPORT FEDERAL   *
004461*                    AND STATE INCOME TAX WITHHELD.          *
004462*   2026-10-15  DS   HONORS THE CUMULATIVE PAYMENT HOLD         *
004463*                    DATASET (PAYHOLD, SEE CTHOLD) PLACED BY    *
004464*                    CMS-FRNG.  A CLAIMANT UNDER AN ACTIVE      *
004465*                    HOLD IS NOT PAID -- THE CYCLE'S PAYMENTS   *
004466*                    ARE LISTED AS PAY-HELD ON THE EXCEPTION    *
004467*                    REPORT, NO PAYMENT HISTORY IS WRITTEN,     *
004468*                    AND THE HELD COUNT AND DOLLARS GO TO A     *
004469*                    SECOND RUN-CONTROL RECORD (RC-JOB          *
004470*                    CMS-HOLD) SO THE CMS-BAL PAYMENT-COVERAGE  *
004471*                    CHECK STILL ACCOUNTS FOR EVERY PAYDTL      *
004472*                    DOLLAR.                                    *
004473*   2026-10-15  DS   BANK-ACCOUNT CHANGE CONTROLS.  A CONTACT      *
004474*                    WHOSE ACCOUNT WAS CHANGED BY CMS-UPDT AND     *
004475*                    IS PRENOTE-PENDING (CT-BANK-CHG-PENDING)      *
004476*                    GETS ONE ZERO-DOLLAR PRENOTE ENTRY (TRANS     *
004477*                    CODE 23) PER CHANGE, LOGGED TO THE            *
004478*                    CUMULATIVE PRENOTE DATASET (CTPNLG) SO IT     *
004479*                    IS SENT ONCE AND CMS-ACHR CAN TIE A RETURN    *
004480*                    OR NOC BACK TO IT.  WHILE THE CHANGE'S        *
004481*                    COOLING-OFF PERIOD RUNS, A CONTACT ROUTED     *
004482*                    TO THE DEBIT CARD (CT-BKCOOL-TO-CARD) IS      *
004483*                    NOT PAID HERE -- CMS-CARD LOADS THE CARD --   *
004484*                    AND A CONTACT ROUTED TO A HOLD IS STOPPED     *
004485*                    BY ITS PAYHOLD RECORD (REASON BKCH).          *
004486*================================================================*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
006086         FILE STATUS IS WS-WHLD-FILE-STATUS.
006088     SELECT DEDUCT-RPT       ASSIGN TO "DEDRPT"
006090         ORGANIZATION IS LINE SEQUENTIAL.
006091     SELECT WHLD-HIST-FILE   ASSIGN TO "WHLDHIST"
006092         ORGANIZATION IS SEQUENTIAL.
006093     SELECT HOLD-FILE        ASSIGN TO "PAYHOLD"
006094         ORGANIZATION IS SEQUENTIAL
006095         FILE STATUS IS WS-HOLD-FILE-STATUS.
006096     SELECT PRENOTE-FILE     ASSIGN TO "PRENOTE"
006097         ORGANIZATION IS SEQUENTIAL
006098         FILE STATUS IS WS-PNLG-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  MASTER-FILE.
007089     COPY CTWHLD.
007090 FD  DEDUCT-RPT.
007091     COPY CTDEDR.
007093 FD  WHLD-HIST-FILE
007095     RECORDING MODE IS F.
007097     COPY CTWHHS.
007117 FD  HOLD-FILE
007137     RECORDING MODE IS F.
007157     COPY CTHOLD.
007162 FD  PRENOTE-FILE
007167     RECORDING MODE IS F.
007172     COPY CTPNLG.
007177 WORKING-STORAGE SECTION.
007200 01  WS-SWITCHES.
007300     05  WS-MASTER-EOF-SW    PIC X(1)  VALUE 'N'.
007400         88  MASTER-EOF          VALUE 'Y'.
007640         88  PAY-FOUND           VALUE 'Y'.
007650     05  WS-WHLD-EOF-SW      PIC X(1)  VALUE 'N'.
007660         88  WHLD-EOF            VALUE 'Y'.
007668     05  WS-HOLD-EOF-SW      PIC X(1)  VALUE 'N'.
007676         88  HOLD-EOF            VALUE 'Y'.
007684     05  WS-HELD-SW          PIC X(1)  VALUE 'N'.
007692         88  PAYMENT-HELD        VALUE 'Y'.
007693     05  WS-PNLG-EOF-SW      PIC X(1)  VALUE 'N'.
007694         88  PNLG-EOF            VALUE 'Y'.
007695     05  WS-PN-SENT-SW       PIC X(1)  VALUE 'N'.
007696         88  PRENOTE-ALREADY-SENT VALUE 'Y'.
007700 01  WS-MSTR-FILE-STATUS     PIC X(2).
007800 01  WS-COUNTERS             COMP.
007900     05  WS-ENTRY-COUNT      PIC 9(8)  VALUE ZERO.
008318     05  WS-REMIT-COUNT      PIC 9(8)  VALUE ZERO.
008319     05  WS-DEDUCT-AMT       PIC 9(12) VALUE ZERO.
008321     05  WS-ZERONET-COUNT    PIC 9(8)  VALUE ZERO.
008324     05  WS-WHHIST-COUNT     PIC 9(8)  VALUE ZERO.
008325     05  WS-HELD-COUNT       PIC 9(8)  VALUE ZERO.
008326     05  WS-HELD-AMT         PIC 9(12) VALUE ZERO.
008327     05  WS-PRENOTE-COUNT    PIC 9(8)  VALUE ZERO.
008328     05  WS-TOCARD-COUNT     PIC 9(8)  VALUE ZERO.
008329 01  WS-RUN-DATE             PIC X(10).
008330 01  WS-CURRENT-DTTM.
008340     05  WS-CD-DATE          PIC X(8).
008350     05  WS-CD-TIME          PIC X(6).
008352 01  WS-WHLD-FILE-STATUS     PIC X(2).
008353 01  WS-HOLD-FILE-STATUS     PIC X(2).
008355 01  WS-PNLG-FILE-STATUS     PIC X(2).
008357 01  WS-LAST-TRACE           PIC X(15).
008360*----------------------------------------------------------------*
008361* CLAIMS PAYMENT DETAIL TABLE, LOADED FROM PAYDTL AT              *
008362* INITIALIZATION AND SEARCHED BY CT-CLMID FOR EVERY MASTER        *
008554         10  WS-ORD-RTN      PIC X(9).
008565         10  WS-ORD-ACCT     PIC X(17).
008576         10  WS-ORD-NAME     PIC X(22).
008581         10  WS-ORD-CLASS    PIC X(1).
008587 01  WS-ORD-MAX              PIC 9(8)  COMP VALUE 2000.
008598 01  WS-ORD-COUNT            PIC 9(8)  COMP VALUE ZERO.
008609 01  WS-ORD-IDX              PIC 9(8)  COMP.
008610*----------------------------------------------------------------*
008611* PAYMENT HOLD TABLE, LOADED FROM THE CUMULATIVE PAYHOLD DATASET *
008612* AT INITIALIZATION, KEEPING ONLY THE LATEST RECORD PER RECID    *
008613* AND REASON.  A HOLD IS ACTIVE WHEN THAT RECORD PLACES IT AND   *
008614* ITS HOLD-UNTIL DATE IS BLANK OR LATER THAN THE RUN DATE.  A    *
008615* MISSING DATASET MEANS NO HOLDS; ONE LARGER THAN THE TABLE ENDS *
008616* THE RUN -- A HOLD IS NEVER SILENTLY SKIPPED.                   *
008617*----------------------------------------------------------------*
008618 01  WS-HL-TABLE.
008619     05  WS-HL-ENTRY         OCCURS 5000 TIMES.
008620         10  WS-HL-RECID     PIC 9(8).
008621         10  WS-HL-REASON    PIC X(4).
008622         10  WS-HL-ACTION    PIC X(1).
008623         10  WS-HL-CASE-ID   PIC X(15).
008624         10  WS-HL-UNTIL     PIC X(10).
008625 01  WS-HL-MAX               PIC 9(8)  COMP VALUE 5000.
008626 01  WS-HL-COUNT             PIC 9(8)  COMP VALUE ZERO.
008627 01  WS-HL-IDX               PIC 9(8)  COMP.
008628 01  WS-MATCH-HL-IDX         PIC 9(8)  COMP.
008629 01  WS-HELD-HL-IDX          PIC 9(8)  COMP.
008630*----------------------------------------------------------------*
008631* PRENOTE LOG TABLE, LOADED FROM THE CUMULATIVE PRENOTE DATASET   *
008632* AT INITIALIZATION -- ONE ENTRY PER RECID AND BANK-CHANGE DATE   *
008633* ALREADY PRENOTED, SO A PENDING CHANGE IS PRENOTED ONCE AND      *
008634* ONLY ONCE.  PRENOTES WRITTEN THIS RUN ARE ADDED AS THEY GO.  A  *
008635* MISSING DATASET MEANS NOTHING HAS BEEN PRENOTED YET; ONE LARGER *
008636* THAN THE TABLE ENDS THE RUN.                                    *
008637*----------------------------------------------------------------*
008638 01  WS-PN-TABLE.
008639     05  WS-PN-ENTRY         OCCURS 5000 TIMES.
008640         10  WS-PN-RECID     PIC 9(8).
008641         10  WS-PN-CHG-DATE  PIC X(10).
008642 01  WS-PN-MAX               PIC 9(8)  COMP VALUE 5000.
008643 01  WS-PN-COUNT             PIC 9(8)  COMP VALUE ZERO.
008644 01  WS-PN-IDX               PIC 9(8)  COMP.
008645*----------------------------------------------------------------*
008646* DEDUCTIONS APPLIED TO THE CLAIMANT IN HAND -- ONE ENTRY PER    *
008647* MATCHED ORDER, CARRYING THE ORDER-TABLE INDEX AND THE CENTS    *
008653* WITHHELD, SO THE REMITTANCE ENTRIES ORIGINATE AFTER THE        *
008664* CLAIMANT'S OWN (NET) ENTRY.  WS-NET-AMOUNT IS THE CYCLE        *
008675* GROSS LESS EVERY APPLIED DEDUCTION.                            *
010710     OPEN OUTPUT EXCEPT-RPT.
010715     OPEN EXTEND PAY-HIST-FILE.
010716     OPEN OUTPUT DEDUCT-RPT.
010718     OPEN EXTEND WHLD-HIST-FILE.
010720     PERFORM 1400-LOAD-PAYDTL THRU 1400-EXIT.
010725     PERFORM 1500-LOAD-ORDERS THRU 1500-EXIT.
010755     PERFORM 1600-LOAD-HOLDS THRU 1600-EXIT.
010765     PERFORM 1700-LOAD-PRENOTES THRU 1700-EXIT.
010775     OPEN EXTEND PRENOTE-FILE.
010800     PERFORM 1100-WRITE-FILE-HEADER THRU 1100-EXIT.
010900     PERFORM 1200-WRITE-BATCH-HEADER THRU 1200-EXIT.
011000     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
016690     MOVE WH-AGY-RTN   TO WS-ORD-RTN (WS-ORD-COUNT).
016691     MOVE WH-AGY-ACCT  TO WS-ORD-ACCT (WS-ORD-COUNT).
016692     MOVE WH-AGY-NAME  TO WS-ORD-NAME (WS-ORD-COUNT).
016694     MOVE WH-ORDER-CLASS TO WS-ORD-CLASS (WS-ORD-COUNT).
016696     GO TO 1510-EXIT.
016698 1510-EXIT.
016700     EXIT.
016702*
016704*----------------------------------------------------------------*
016706* 1600-LOAD-HOLDS                                                *
016708*   LOADS THE CUMULATIVE PAYMENT HOLD DATASET INTO WS-HL-TABLE,  *
016710*   THE LATEST RECORD PER RECID AND REASON REPLACING ANY         *
016712*   EARLIER ONE.  A MISSING OR EMPTY PAYHOLD MEANS NO HOLDS.     *
016714*----------------------------------------------------------------*
016716 1600-LOAD-HOLDS.
016718     OPEN INPUT HOLD-FILE.
016720     IF WS-HOLD-FILE-STATUS NOT = '00'
016722         GO TO 1600-EXIT
016724     END-IF.
016726     PERFORM 1610-LOAD-ONE-HOLD THRU 1610-EXIT
016728         UNTIL HOLD-EOF.
016730     CLOSE HOLD-FILE.
016732     GO TO 1600-EXIT.
016734 1600-EXIT.
016736     EXIT.
016738*
016740 1610-LOAD-ONE-HOLD.
016742     READ HOLD-FILE
016744         AT END
016746             SET HOLD-EOF TO TRUE
016748             GO TO 1610-EXIT
016750     END-READ.
016752     MOVE ZERO TO WS-MATCH-HL-IDX.
016754     PERFORM 1620-MATCH-ONE-HOLD THRU 1620-EXIT
016756         VARYING WS-HL-IDX FROM 1 BY 1
016758         UNTIL WS-HL-IDX > WS-HL-COUNT.
016760     IF WS-MATCH-HL-IDX EQUAL ZERO
016762         IF WS-HL-COUNT >= WS-HL-MAX
016764             DISPLAY 'CMSACH - PAYHOLD EXCEEDS HOLD TABLE LIMIT '
016766                 WS-HL-MAX
016768             MOVE 16 TO RETURN-CODE
016770             STOP RUN
016772         END-IF
016774         ADD 1 TO WS-HL-COUNT
016776         MOVE WS-HL-COUNT TO WS-MATCH-HL-IDX
016778     END-IF.
016780     MOVE HD-RECID      TO WS-HL-RECID (WS-MATCH-HL-IDX).
016782     MOVE HD-REASON     TO WS-HL-REASON (WS-MATCH-HL-IDX).
016784     MOVE HD-ACTION     TO WS-HL-ACTION (WS-MATCH-HL-IDX).
016786     MOVE HD-CASE-ID    TO WS-HL-CASE-ID (WS-MATCH-HL-IDX).
016788     MOVE HD-HOLD-UNTIL TO WS-HL-UNTIL (WS-MATCH-HL-IDX).
016790     GO TO 1610-EXIT.
016792 1610-EXIT.
016794     EXIT.
016796*
016798 1620-MATCH-ONE-HOLD.
016800     IF WS-MATCH-HL-IDX EQUAL ZERO
016802             AND WS-HL-RECID (WS-HL-IDX) EQUAL HD-RECID
016804             AND WS-HL-REASON (WS-HL-IDX) EQUAL HD-REASON
016806         MOVE WS-HL-IDX TO WS-MATCH-HL-IDX
016808     END-IF.
016810     GO TO 1620-EXIT.
016812 1620-EXIT.
016814     EXIT.
016816*
016818*----------------------------------------------------------------*
016820* 1700-LOAD-PRENOTES                                             *
016822*   LOADS THE RECID AND CHANGE DATE OF EVERY PRENOTE ALREADY     *
016824*   ORIGINATED INTO WS-PN-TABLE.  A MISSING OR EMPTY PRENOTE     *
016826*   DATASET MEANS NONE HAVE BEEN SENT.                           *
016828*----------------------------------------------------------------*
016830 1700-LOAD-PRENOTES.
016832     OPEN INPUT PRENOTE-FILE.
016834     IF WS-PNLG-FILE-STATUS NOT = '00'
016836         GO TO 1700-EXIT
016838     END-IF.
016840     PERFORM 1710-LOAD-ONE-PRENOTE THRU 1710-EXIT
016842         UNTIL PNLG-EOF.
016844     CLOSE PRENOTE-FILE.
016846     GO TO 1700-EXIT.
016848 1700-EXIT.
016850     EXIT.
016852*
016854 1710-LOAD-ONE-PRENOTE.
016856     READ PRENOTE-FILE
016858         AT END
016860             SET PNLG-EOF TO TRUE
016862             GO TO 1710-EXIT
016864     END-READ.
016866     IF WS-PN-COUNT >= WS-PN-MAX
016868         DISPLAY 'CMSACH - PRENOTE EXCEEDS PRENOTE TABLE LIMIT '
016870             WS-PN-MAX
016872         MOVE 16 TO RETURN-CODE
016874         STOP RUN
016876     END-IF.
016878     ADD 1 TO WS-PN-COUNT.
016880     MOVE PN-RECID    TO WS-PN-RECID (WS-PN-COUNT).
016882     MOVE PN-CHG-DATE TO WS-PN-CHG-DATE (WS-PN-COUNT).
016884     GO TO 1710-EXIT.
016886 1710-EXIT.
016888     EXIT.
016890*
016892*----------------------------------------------------------------*
016894* 2000-PROCESS-RECORD                                            *
016896*   DECRYPTS THE SSN AND BANKING FIELDS FOR THIS CLAIMANT AND,    *
016898*   IF THE BANKING FIELDS ARE VALID FOR DIRECT DEPOSIT AND THE    *
016900*   CLAIMS SYSTEM SUPPLIED A PAYMENT FOR CT-CLMID THIS CYCLE,     *
016902*   WRITES ONE NACHA ENTRY DETAIL RECORD CARRYING THAT            *
016904*   CLAIMANT'S ACTUAL AMOUNT, THEN READS THE NEXT MASTER          *
016906*   RECORD.  VALID BANKING DATA WITH NO PAYMENT RECORD IS         *
016908*   REPORTED, NOT PAID.  A CONTACT FLAGGED DECEASED BY CMS-DTHM   *
016910*   IS SKIPPED OUTRIGHT -- NO CREDIT MAY BE ORIGINATED TO A       *
016912*   DECEDENT'S ACCOUNT.                                           *
016914*   A CLAIMANT UNDER AN ACTIVE PAYMENT HOLD (CTHOLD) IS          *
016916*   REPORTED AS HELD AND NOT PAID.                               *
016918*   A CHANGED ACCOUNT STILL AWAITING ITS PRENOTE GETS ONE (2800), *
016920*   AND A CONTACT IN A BANK-CHANGE COOLING-OFF PERIOD ROUTED TO  *
016922*   THE DEBIT CARD IS LEFT FOR CMS-CARD.                         *
016924*----------------------------------------------------------------*
017000 2000-PROCESS-RECORD.
017005     ADD 1 TO WS-MASTER-READ-CNT.
017010     IF CT-STAT EQUAL 'DECEASED'
017100     PERFORM 2100-DECRYPT-BANK-FIELDS THRU 2100-EXIT.
017200     PERFORM 2200-EDIT-BANK-FIELDS THRU 2200-EXIT.
017300     IF VALID-BANK-DATA
017301             AND CT-BANK-CHG-PENDING
017302         PERFORM 2800-CHECK-PRENOTE THRU 2800-EXIT
017303     END-IF.
017304     IF VALID-BANK-DATA
017305             AND CT-BKCOOL-TO-CARD
017306             AND CT-BKCOOL-DATE NOT = SPACES
017307             AND CT-BKCOOL-DATE > WS-RUN-DATE
017308         ADD 1 TO WS-TOCARD-COUNT
017309         GO TO 2000-NEXT
017310     END-IF.
017311     IF VALID-BANK-DATA
017312         PERFORM 2400-MATCH-PAYMENT THRU 2400-EXIT
017320         IF PAY-FOUND
017321             PERFORM 2450-CHECK-HOLD THRU 2450-EXIT
017322             IF PAYMENT-HELD
017323                 PERFORM 2460-REPORT-HELD THRU 2460-EXIT
017324                 GO TO 2000-NEXT
017325             END-IF
017330             PERFORM 2700-APPLY-WITHHOLDING THRU 2700-EXIT
017340             IF WS-NET-AMOUNT > ZERO
017345                 PERFORM 2300-WRITE-ENTRY-DETAIL THRU 2300-EXIT
024470     END-IF.
024480     GO TO 2410-EXIT.
024490 2410-EXIT.
024491     EXIT.
024492*
024493*----------------------------------------------------------------*
024494* 2450-CHECK-HOLD                                                *
024495*   SETS PAYMENT-HELD WHEN ANY HOLD, OF ANY REASON, IS ACTIVE    *
024496*   FOR THIS CONTACT'S RECID, AND LEAVES WS-HELD-HL-IDX ON THE   *
024497*   HOLD THAT STOPPED THE PAYMENT FOR THE EXCEPTION LINE.        *
024498*----------------------------------------------------------------*
024499 2450-CHECK-HOLD.
024500     MOVE 'N'  TO WS-HELD-SW.
024501     MOVE ZERO TO WS-HELD-HL-IDX.
024502     PERFORM 2455-CHECK-ONE-HOLD THRU 2455-EXIT
024503         VARYING WS-HL-IDX FROM 1 BY 1
024504         UNTIL WS-HL-IDX > WS-HL-COUNT.
024505     GO TO 2450-EXIT.
024506 2450-EXIT.
024507     EXIT.
024508*
024509 2455-CHECK-ONE-HOLD.
024510     IF PAYMENT-HELD
024511         GO TO 2455-EXIT
024512     END-IF.
024513     IF WS-HL-RECID (WS-HL-IDX) NOT = CT-RECID
024514             OR WS-HL-ACTION (WS-HL-IDX) NOT = 'H'
024515         GO TO 2455-EXIT
024516     END-IF.
024517     IF WS-HL-UNTIL (WS-HL-IDX) EQUAL SPACES
024518             OR WS-HL-UNTIL (WS-HL-IDX) > WS-RUN-DATE
024519         SET PAYMENT-HELD TO TRUE
024520         MOVE WS-HL-IDX TO WS-HELD-HL-IDX
024521     END-IF.
024522     GO TO 2455-EXIT.
024523 2455-EXIT.
024524     EXIT.
024525*
024526*----------------------------------------------------------------*
024527* 2460-REPORT-HELD                                               *
024528*   A CLAIMANT WITH A PAYMENT THIS CYCLE AND AN ACTIVE HOLD --    *
024529*   NOT PAID, NO PAYMENT HISTORY WRITTEN, AND LISTED WITH THE     *
024530*   HOLD REASON AND CASE SO THE HOLD CAN BE WORKED.  THE HELD     *
024531*   DOLLARS ARE CARRIED TO THE CMS-HOLD RUN-CONTROL RECORD.       *
024532*----------------------------------------------------------------*
024533 2460-REPORT-HELD.
024534     MOVE WS-RUN-DATE        TO EX-RUN-DATE.
024535     MOVE 'PAY-HELD'         TO EX-TYPE.
024536     MOVE CT-RECID           TO EX-RECID.
024537     MOVE ZERO               TO EX-OTHR-RECID.
024538     MOVE WS-DEC-SSN         TO EX-SSN.
024539     MOVE SPACES             TO EX-MESSAGE.
024540     STRING 'PAYMENT HELD - REASON '
024541            WS-HL-REASON (WS-HELD-HL-IDX)
024542            ' CASE ' WS-HL-CASE-ID (WS-HELD-HL-IDX)
024543         DELIMITED BY SIZE INTO EX-MESSAGE.
024544     WRITE EX-EXCEPTION-LINE.
024545     ADD 1               TO WS-HELD-COUNT.
024546     ADD WS-MATCH-AMOUNT TO WS-HELD-AMT.
024547     GO TO 2460-EXIT.
024548 2460-EXIT.
024549     EXIT.
024550*
024551*----------------------------------------------------------------*
024552* 2500-REPORT-NO-PAYMENT                                         *
024553*   A CLAIMANT WITH VALID BANKING DATA BUT NO PAYMENT DETAIL      *
024554*   RECORD THIS CYCLE -- SKIPPED, NOT PAID THE DEFAULT, AND       *
024560*   REPORTED SO THE CLAIMS HANDOFF CAN BE RECONCILED.  THE SSN    *
024570*   COLUMN CARRIES THE PLAINTEXT ALREADY DECRYPTED FOR THE        *
024580*   ENTRY DETAIL.                                                 *
024843     ADD WS-APP-AMT (WS-APP-IDX) TO WS-TOTAL-CREDIT-AMT.
024844     MOVE NA-ED-RECV-DFI-ID      TO WS-DFI-NUM.
024845     ADD WS-DFI-NUM              TO WS-ENTRY-HASH.
024846     PERFORM 2760-WRITE-WHLD-HISTORY THRU 2760-EXIT.
024847     GO TO 2750-EXIT.
024848 2750-EXIT.
024849     EXIT.
024850*
024851*----------------------------------------------------------------*
024852* 2760-WRITE-WHLD-HISTORY                                        *
024853*   RECORD ONE APPLIED ORDER ON THE WITHHOLDING HISTORY, ONCE     *
024854*   ITS REMITTANCE TRACE IS KNOWN -- THE ORDER, ITS CLASS, THE    *
024855*   AGENCY, THE CYCLE GROSS AND THE CENTS WITHHELD, AND THE       *
024856*   CLAIMANT'S ENTRY TRACE (SAVED BY 2300, SPACES WHEN THE        *
024857*   CYCLE WAS WITHHELD IN FULL).                                  *
024858*----------------------------------------------------------------*
024859 2760-WRITE-WHLD-HISTORY.
024860     MOVE SPACES                   TO WT-WHLDHIST-REC.
024861     MOVE CT-RECID                 TO WT-RECID.
024862     MOVE CT-CLMID                 TO WT-CLMID.
024863     MOVE WS-ORD-ID (WS-ORD-IDX)   TO WT-ORDER-ID.
024864     MOVE WS-ORD-CLASS (WS-ORD-IDX) TO WT-ORDER-CLASS.
024865     MOVE WS-ORD-NAME (WS-ORD-IDX) TO WT-AGY-NAME.
024866     MOVE WS-MATCH-AMOUNT          TO WT-GROSS.
024867     MOVE WS-APP-AMT (WS-APP-IDX)  TO WT-AMOUNT.
024868     MOVE WS-LAST-TRACE            TO WT-TRACE.
024869     MOVE NA-ED-TRACE-NUMBER       TO WT-REMIT-TRACE.
024870     MOVE WS-RUN-DATE              TO WT-RUN-DATE.
024871     WRITE WT-WHLDHIST-REC.
024872     ADD 1                         TO WS-WHHIST-COUNT.
024873     GO TO 2760-EXIT.
024874 2760-EXIT.
024875     EXIT.
024876*
024877*----------------------------------------------------------------*
024878* 2800-CHECK-PRENOTE                                             *
024879*   THE CONTACT'S BANK ACCOUNT WAS CHANGED AND NOT YET VERIFIED. *
024880*   IF NO PRENOTE HAS BEEN ORIGINATED FOR THIS RECID AND CHANGE  *
024881*   DATE, ONE IS WRITTEN NOW -- AHEAD OF ANY CREDIT, AND WHETHER *
024882*   OR NOT THE CLAIMANT IS PAID THIS CYCLE.                      *
024883*----------------------------------------------------------------*
024884 2800-CHECK-PRENOTE.
024885     MOVE 'N' TO WS-PN-SENT-SW.
024886     PERFORM 2810-MATCH-ONE-PRENOTE THRU 2810-EXIT
024887         VARYING WS-PN-IDX FROM 1 BY 1
024888         UNTIL WS-PN-IDX > WS-PN-COUNT.
024889     IF PRENOTE-ALREADY-SENT
024890         GO TO 2800-EXIT
024891     END-IF.
024892     PERFORM 2850-WRITE-PRENOTE-ENTRY THRU 2850-EXIT.
024893     GO TO 2800-EXIT.
024894 2800-EXIT.
024895     EXIT.
024896*
024897 2810-MATCH-ONE-PRENOTE.
024898     IF WS-PN-RECID (WS-PN-IDX) EQUAL CT-RECID
024899             AND WS-PN-CHG-DATE (WS-PN-IDX) EQUAL CT-BKCHG-DATE
024900         SET PRENOTE-ALREADY-SENT TO TRUE
024901     END-IF.
024902     GO TO 2810-EXIT.
024903 2810-EXIT.
024904     EXIT.
024905*
024906*----------------------------------------------------------------*
024907* 2850-WRITE-PRENOTE-ENTRY                                       *
024908*   ORIGINATE ONE ZERO-DOLLAR PRENOTE (TRANS CODE 23, CHECKING   *
024909*   PRENOTE CREDIT) TO THE NEW ACCOUNT, COUNTED AND HASHED IN    *
024910*   THE BATCH AND FILE TOTALS LIKE ANY OTHER ENTRY, AND LOG IT   *
024911*   TO THE PRENOTE DATASET WITH ITS TRACE FOR CMS-ACHR.          *
024912*----------------------------------------------------------------*
024913 2850-WRITE-PRENOTE-ENTRY.
024914     IF WS-PN-COUNT >= WS-PN-MAX
024915         DISPLAY 'CMSACH - PRENOTE EXCEEDS PRENOTE TABLE LIMIT '
024916             WS-PN-MAX
024917         MOVE 16 TO RETURN-CODE
024918         STOP RUN
024919     END-IF.
024920     MOVE SPACES                 TO NA-ENTRY-DETAIL-REC.
024921     MOVE '6'                    TO NA-ED-RECORD-TYPE-CD.
024922     MOVE '23'                   TO NA-ED-TRANS-CODE.
024923     MOVE WS-DEC-BRTN (1:8)      TO NA-ED-RECV-DFI-ID.
024924     MOVE WS-DEC-BRTN (9:1)      TO NA-ED-CHECK-DIGIT.
024925     MOVE WS-DEC-BACT (1:17)     TO NA-ED-DFI-ACCT-NUM.
024926     MOVE ZERO                   TO NA-ED-AMOUNT.
024927     MOVE WS-DEC-SSN             TO NA-ED-INDIV-ID-NUMBER (1:11).
024928     MOVE SPACES                 TO NA-ED-INDIV-ID-NUMBER (12:4).
024929     PERFORM 2310-BUILD-INDIV-NAME THRU 2310-EXIT.
024930     MOVE WS-INDIV-NAME          TO NA-ED-INDIV-NAME.
024931     MOVE SPACES                 TO NA-ED-DISCRETIONARY-DATA.
024932     MOVE '0'                    TO NA-ED-ADDENDA-IND.
024933     ADD 1                       TO WS-TRACE-SEQ.
024934     MOVE NC-ORIG-DFI-ID (1:8)   TO NA-ED-TRACE-NUMBER (1:8).
024935     MOVE WS-TRACE-SEQ           TO NA-ED-TRACE-NUMBER (9:7).
024936     WRITE NA-ENTRY-DETAIL-REC.
024937     ADD 1                       TO WS-RECORD-COUNT.
024938     ADD 1                       TO WS-ENTRY-COUNT.
024939     ADD 1                       TO WS-PRENOTE-COUNT.
024940     MOVE NA-ED-RECV-DFI-ID      TO WS-DFI-NUM.
024941     ADD WS-DFI-NUM              TO WS-ENTRY-HASH.
024942     MOVE SPACES                 TO PN-PRENOTE-REC.
024943     MOVE CT-RECID               TO PN-RECID.
024944     MOVE CT-BKCHG-DATE          TO PN-CHG-DATE.
024945     MOVE NA-ED-TRACE-NUMBER     TO PN-TRACE.
024946     MOVE WS-RUN-DATE            TO PN-RUN-DATE.
024947     WRITE PN-PRENOTE-REC.
024948     ADD 1 TO WS-PN-COUNT.
024949     MOVE CT-RECID               TO WS-PN-RECID (WS-PN-COUNT).
024950     MOVE CT-BKCHG-DATE          TO WS-PN-CHG-DATE (WS-PN-COUNT).
024951     GO TO 2850-EXIT.
024952 2850-EXIT.
024953     EXIT.
024954*
024955*----------------------------------------------------------------*
024956* 8000-TERMINATE - WRITE BATCH/FILE CONTROL RECORDS, CLOSE       *
024957*   FILES, AND DISPLAY RUN TOTALS.                               *
024958*----------------------------------------------------------------*
024959 8000-TERMINATE.
024960     PERFORM 8100-WRITE-BATCH-CONTROL THRU 8100-EXIT.
025000     PERFORM 8200-WRITE-FILE-CONTROL THRU 8200-EXIT.
025010     PERFORM 8600-REPORT-UNUSED-PAY THRU 8600-EXIT
025020         VARYING WS-PAY-IDX FROM 1 BY 1
025200           ACHOUT-FILE
025210           EXCEPT-RPT
025220           PAY-HIST-FILE
025230           DEDUCT-RPT
025260           WHLD-HIST-FILE
025280           PRENOTE-FILE.
025300     DISPLAY 'CMSACH - ACH DIRECT DEPOSIT EXTRACT COMPLETE'.
025400     DISPLAY 'ENTRIES WRITTEN . . . . . . ' WS-ENTRY-COUNT.
025500     DISPLAY 'TOTAL CREDIT AMOUNT . . . . ' WS-TOTAL-CREDIT-AMT.
025505     DISPLAY 'REMITTANCES ORIGINATED  . . ' WS-REMIT-COUNT.
025506     DISPLAY 'DOLLARS WITHHELD  . . . . . ' WS-DEDUCT-AMT.
025507     DISPLAY 'ENTRIES FULLY WITHHELD  . . ' WS-ZERONET-COUNT.
025508     DISPLAY 'WITHHOLDING HISTORY WRITTEN ' WS-WHHIST-COUNT.
025509     DISPLAY 'SKIPPED - PAYMENT HELD  . . ' WS-HELD-COUNT.
025510     DISPLAY 'DOLLARS HELD  . . . . . . . ' WS-HELD-AMT.
025511     DISPLAY 'SKIPPED - NO PAYMENT  . . . ' WS-NOPAY-COUNT.
025515     DISPLAY 'PAYMENTS NOT DISBURSED  . . ' WS-UNUSED-COUNT.
025520     DISPLAY 'SKIPPED - DECEASED  . . . . ' WS-DECEASED-COUNT.
025540     DISPLAY 'PRENOTES ORIGINATED . . . . ' WS-PRENOTE-COUNT.
025560     DISPLAY 'SKIPPED - COOLING TO CARD . ' WS-TOCARD-COUNT.
025600     GO TO 8000-EXIT.
025700 8000-EXIT.
025800     EXIT.
029288* RECORD TO THE SHARED RUNCTL DATASET FOR CMS-BAL, CARRYING THE  *
029291* SAME ENTRY AND DOLLAR TOTALS JUST WRITTEN TO THE NACHA FILE    *
029294* CONTROL.                                                       *
029295* WHEN ANY PAYMENT WAS HELD, A SECOND RECORD UNDER RC-JOB        *
029296* CMS-HOLD CARRIES THE HELD COUNT AND DOLLARS IN THE SAME         *
029297* COLUMNS, SO THE COVERAGE CHECK ACCOUNTS FOR THEM.               *
029298*----------------------------------------------------------------*
029300 8900-WRITE-RUN-CONTROL.
029303     OPEN EXTEND RUN-CTL-FILE.
029306     MOVE 'CMS-ACH '         TO RC-JOB.
029336     MOVE WS-TOTAL-CREDIT-AMT TO RC-ACH-CREDIT-AMT.
029337     MOVE WS-PAY-TOTAL-AMT   TO RC-PAY-DETAIL-AMT.
029339     WRITE RC-RUN-CONTROL-REC.
029349     IF WS-HELD-COUNT > ZERO
029359         MOVE 'CMS-HOLD'         TO RC-JOB
029369         MOVE ZERO               TO RC-RECS-READ
029379         MOVE WS-HELD-COUNT      TO RC-RECS-WRITTEN
029389         MOVE ZERO               TO RC-RECS-REJECTED
029399         MOVE WS-HELD-COUNT      TO RC-ACH-ENTRY-COUNT
029409         MOVE WS-HELD-AMT        TO RC-ACH-CREDIT-AMT
029419         MOVE ZERO               TO RC-PAY-DETAIL-AMT
029429         WRITE RC-RUN-CONTROL-REC
029439     END-IF.
029449     CLOSE RUN-CTL-FILE.
029459     GO TO 8900-EXIT.
029469 8900-EXIT.
029479     EXIT.
