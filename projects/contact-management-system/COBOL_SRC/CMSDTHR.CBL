000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSDTHR.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS BATCH DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMSDTHR                                             *
000900* JOB:      CMS-DTHR                                            *
001000* PURPOSE:  POST-DEATH PAYMENT RECLAMATION.  READS THE DEATH     *
001100*           MATCH LIST CMS-DTHM WROTE FOR THE CONTACTS IT JUST   *
001200*           FLAGGED DECEASED (DTHMTCH, SEE CTDMTC) AND THE       *
001300*           CUMULATIVE PAYMENT HISTORY (PAYHIST, SEE CTPHST),    *
001400*           AND FINDS EVERY BENEFIT WEEK PAID TO A DECEDENT      *
001500*           WHOSE WEEK ENDING (PH-WKEND) FALLS AFTER THE DATE    *
001600*           OF DEATH.  EACH SUCH WEEK IS WORKED ONE OF THREE     *
001700*           WAYS:                                                *
001800*             - AN ACH CREDIT (PH-METHOD A) STILL INSIDE THE     *
001900*               BANK'S REVERSAL WINDOW (DRCTL CARD, SEE CTDRCT)  *
002000*               IS REVERSED -- ONE NACHA DEBIT ENTRY (TRANS      *
002100*               CODE 27) TO THE SAME ACCOUNT, IN A 225 BATCH     *
002200*               DESCRIBED REVERSAL, WITH ONE TYPE 05 ADDENDA     *
002300*               NAMING THE ORIGINAL PH-TRACE, ON RCLMOUT.  ONE   *
002310*               ENTRY IS WRITTEN PER ORIGINAL ENTRY, NOT PER     *
002320*               WEEK, FOR WHAT CMS-ACH ACTUALLY CREDITED -- THE  *
002330*               ENTRY'S POST-DEATH WEEKS LESS THE WITHHOLDING    *
002340*               WHLDHIST (CTWHHS) SHOWS WAS REMITTED OUT OF THAT *
002350*               CYCLE, WHICH IS ESTABLISHED ON THE RECEIVABLE    *
002360*               INSTEAD;                                         *
002400*             - A DEBIT CARD LOAD (PH-METHOD C) IS REQUESTED     *
002500*               BACK FROM THE CARD VENDOR ON THE FUND-RECOVERY   *
002600*               FILE (CRDRCVR, SEE CTCRCV);                      *
002700*             - EVERY DOLLAR THAT CANNOT BE RECLAIMED EITHER     *
002800*               WAY (WINDOW CLOSED, NO TRACE, NO VALID ACCOUNT   *
002900*               LEFT ON FILE, ACCOUNT CHANGED SINCE THE CREDIT,  *
002950*               MASTER GONE, ENTRY ALSO PAID WEEKS BEFORE THE    *
002970*               DEATH, UNKNOWN METHOD) IS                        *
003000*               ESTABLISHED ON THE OVERPAYMENT RECEIVABLE        *
003100*               (OVPYRCV, SEE CTOVPR) FOR THE ESTATE-RECOVERY    *
003200*               UNIT.                                            *
003300*           EVERY POST-DEATH WEEK PRINTS ONE LINE ON DTHRRPT IN  *
003400*           THE CTEXCP LAYOUT SAYING WHICH WAY IT WENT, AND THE  *
003500*           REVERSED, RECOVERED, AND RECEIVABLE DOLLARS ALWAYS   *
003600*           ADD BACK TO THE POST-DEATH TOTAL.                    *
003630*           EACH REVERSAL ENTRY AND EACH WITHHELD PORTION        *
003660*           PRINTS ONE MORE LINE OF ITS OWN.                     *
003700*                                                                *
003800*           THE REVERSAL ENTRY MUST GO TO THE ACCOUNT THE        *
003900*           ORIGINAL CREDIT WENT TO, SO LIKE CMS-ACH THIS JOB    *
004000*           IS AUTHORIZED TO CALL CMSCRYP DIRECTLY TO DECRYPT    *
004100*           CT-SSN, CT-BACT, AND CT-BRTN FOR ITS OWN RUN.        *
004200*           RCLMOUT CARRIES PLAINTEXT ACCOUNT DATA AND MUST BE   *
004300*           RESTRICTED LIKE ACHOUT.  THE NACHA HEADER VALUES     *
004400*           COME FROM THE SAME NACTL CARD CMS-ACH USES.          *
004500*                                                                *
004600* MODIFICATION HISTORY.                                         *
004700*   2026-10-15  DS   ORIGINAL.                                  *
004730*   2026-10-15  DS   NO REVERSAL TO AN ACCOUNT CHANGED SINCE    *
004760*                    THE CREDIT -- POSTED TO THE RECEIVABLE.    *
004766*   2026-10-15  DS   ONE REVERSAL PER ORIGINAL ENTRY FOR THE    *
004772*                    NET CREDITED; THE WITHHOLDING AND ANY      *
004778*                    ENTRY THAT ALSO PAID PRE-DEATH WEEKS GO TO *
004784*                    THE RECEIVABLE.  ACCOUNT CHANGE TESTED ON  *
004790*                    CT-BKCHG-DATE ONLY.                        *
004800*================================================================*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT MASTER-FILE      ASSIGN TO "CTMASTER"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CT-SSN
005900         ALTERNATE RECORD KEY IS CT-RECID
006000         FILE STATUS IS WS-MSTR-FILE-STATUS.
006100     SELECT MATCH-LIST       ASSIGN TO "DTHMTCH"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT PAY-HIST-FILE    ASSIGN TO "PAYHIST"
006400         ORGANIZATION IS SEQUENTIAL.
006420     SELECT WHLD-HIST-FILE   ASSIGN TO "WHLDHIST"
006440         ORGANIZATION IS SEQUENTIAL
006460         FILE STATUS IS WS-WHHS-FILE-STATUS.
006500     SELECT NACTL-FILE       ASSIGN TO "NACTL"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT DRCTL-FILE       ASSIGN TO "DRCTL"
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT RCLMOUT-FILE     ASSIGN TO "RCLMOUT"
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT RECOVERY-FILE    ASSIGN TO "CRDRCVR"
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT RECEIVABLE-FILE  ASSIGN TO "OVPYRCV"
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT RECLAIM-RPT      ASSIGN TO "DTHRRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL"
007800         ORGANIZATION IS SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  MASTER-FILE.
008200     COPY CTMST010.
008300 FD  MATCH-LIST
008400     RECORDING MODE IS F.
008500     COPY CTDMTC.
008600 FD  PAY-HIST-FILE
008700     RECORDING MODE IS F.
008800     COPY CTPHST.
008820 FD  WHLD-HIST-FILE
008840     RECORDING MODE IS F.
008860     COPY CTWHHS.
008900 FD  NACTL-FILE
009000     RECORDING MODE IS F.
009100     COPY CTNACTL.
009200 FD  DRCTL-FILE
009300     RECORDING MODE IS F.
009400     COPY CTDRCT.
009500 FD  RCLMOUT-FILE
009600     RECORDING MODE IS F.
009700     COPY CTNACHA.
009800 FD  RECOVERY-FILE
009900     RECORDING MODE IS F.
010000     COPY CTCRCV.
010100 FD  RECEIVABLE-FILE
010200     RECORDING MODE IS F.
010300     COPY CTOVPR.
010400 FD  RECLAIM-RPT.
010500     COPY CTEXCP REPLACING EX-REPORT-LINE BY EX-EXCEPTION-LINE.
010600 FD  RUN-CTL-FILE
010700     RECORDING MODE IS F.
010800     COPY CTRUNC.
010900 WORKING-STORAGE SECTION.
011000 01  WS-SWITCHES.
011100     05  WS-MATCH-EOF-SW     PIC X(1)  VALUE 'N'.
011200         88  MATCH-EOF           VALUE 'Y'.
011300     05  WS-HIST-EOF-SW      PIC X(1)  VALUE 'N'.
011400         88  HIST-EOF            VALUE 'Y'.
011500     05  WS-VALID-BANK-SW    PIC X(1)  VALUE 'N'.
011600         88  VALID-BANK-DATA     VALUE 'Y'.
011630     05  WS-WHHS-EOF-SW      PIC X(1)  VALUE 'N'.
011660         88  WHHS-EOF            VALUE 'Y'.
011700 01  WS-MSTR-FILE-STATUS     PIC X(2).
011750 01  WS-WHHS-FILE-STATUS     PIC X(2).
011800 01  WS-COUNTERS             COMP.
011900     05  WS-HIST-READ-COUNT  PIC 9(8)  VALUE ZERO.
012000     05  WS-POSTDTH-COUNT    PIC 9(8)  VALUE ZERO.
012100     05  WS-POSTDTH-AMT      PIC 9(12) VALUE ZERO.
012200     05  WS-REVERSAL-COUNT   PIC 9(8)  VALUE ZERO.
012300     05  WS-REVERSAL-AMT     PIC 9(12) VALUE ZERO.
012400     05  WS-RECOVERY-COUNT   PIC 9(8)  VALUE ZERO.
012500     05  WS-RECOVERY-AMT     PIC 9(12) VALUE ZERO.
012600     05  WS-RECEIV-COUNT     PIC 9(8)  VALUE ZERO.
012700     05  WS-RECEIV-AMT       PIC 9(12) VALUE ZERO.
012800     05  WS-ENTRY-COUNT      PIC 9(8)  VALUE ZERO.
012900     05  WS-ENTRY-HASH       PIC 9(10) VALUE ZERO.
013000     05  WS-RECORD-COUNT     PIC 9(8)  VALUE ZERO.
013100     05  WS-DFI-NUM          PIC 9(8)  VALUE ZERO.
013200     05  WS-TRACE-SEQ        PIC 9(7)  VALUE ZERO.
013300 01  WS-RUN-DATE             PIC X(10).
013400 01  WS-CURRENT-DTTM.
013500     05  WS-CD-DATE          PIC X(8).
013600     05  WS-CD-TIME          PIC X(6).
013700 01  WS-EXCP-MSG             PIC X(60).
013800 01  WS-AMT-WORK             PIC 9(6)V99.
013900 01  WS-AMT-EDIT             PIC ZZZ,ZZ9.99.
013930 01  WS-RCV-AMT              PIC 9(8).
013960 01  WS-NET-AMT              PIC 9(8).
014000*----------------------------------------------------------------*
014100* DEATH MATCH TABLE, LOADED FROM DTHMTCH AT INITIALIZATION AND   *
014200* SEARCHED BY PH-RECID FOR EVERY PAYMENT HISTORY RECORD.  A      *
014300* MATCH LIST LARGER THAN THE TABLE ENDS THE RUN -- A DECEDENT    *
014400* DROPPED HERE IS AN OVERPAYMENT NOBODY EVER ESTABLISHES.        *
014500*----------------------------------------------------------------*
014600 01  WS-DX-TABLE.
014700     05  WS-DX-ENTRY         OCCURS 5000 TIMES.
014800         10  WS-DX-RECID     PIC 9(8).
014900         10  WS-DX-DOD       PIC X(10).
015000 01  WS-DX-MAX               PIC 9(8)  COMP VALUE 5000.
015100 01  WS-DX-COUNT             PIC 9(8)  COMP VALUE ZERO.
015200 01  WS-DX-IDX               PIC 9(8)  COMP.
015300 01  WS-MATCH-DX-IDX         PIC 9(8)  COMP.
015400 01  WS-CUR-DOD              PIC X(10).
015403*----------------------------------------------------------------*
015406* ORIGINAL ENTRY TABLE, BUILT BY A FIRST PASS OF PAYHIST -- ONE  *
015409* ENTRY PER DECEDENT ACH ENTRY, KEYED BY RECID, RUN DATE, AND    *
015412* TRACE (THE CMS-PHIX WITHHOLDING KEY).  WS-TX-POST-AMT SUMS THE *
015415* ENTRY'S POST-DEATH WEEKS, WS-TX-PRE-SW IS Y WHEN IT ALSO PAID  *
015418* A WEEK ENDING ON OR BEFORE THE DATE OF DEATH, AND              *
015421* WS-TX-WHLD-AMT SUMS THE WHLDHIST ORDERS TAKEN OUT OF IT.       *
015424* WS-TX-STAT IS SPACE UNTIL THE ENTRY'S FIRST POST-DEATH WEEK IS *
015427* WORKED, THEN R (REVERSED) OR O (ON THE RECEIVABLE FOR          *
015430* WS-TX-REASON).                                                 *
015433*----------------------------------------------------------------*
015436 01  WS-TX-TABLE.
015439     05  WS-TX-ENTRY         OCCURS 20000 TIMES.
015442         10  WS-TX-RECID     PIC 9(8).
015445         10  WS-TX-RUN-DATE  PIC X(10).
015448         10  WS-TX-TRACE     PIC X(15).
015451         10  WS-TX-POST-AMT  PIC 9(8)  COMP.
015454         10  WS-TX-WHLD-AMT  PIC 9(8)  COMP.
015457         10  WS-TX-PRE-SW    PIC X(1).
015460         10  WS-TX-STAT      PIC X(1).
015463             88  TX-REVERSED     VALUE 'R'.
015466             88  TX-RECEIVABLE   VALUE 'O'.
015469         10  WS-TX-REASON    PIC X(4).
015472 01  WS-TX-MAX               PIC 9(8)  COMP VALUE 20000.
015475 01  WS-TX-COUNT             PIC 9(8)  COMP VALUE ZERO.
015478 01  WS-TX-IDX               PIC 9(8)  COMP.
015481 01  WS-MATCH-TX-IDX         PIC 9(8)  COMP.
015500*----------------------------------------------------------------*
015600* DAY ARITHMETIC WORK AREAS FOR THE REVERSAL WINDOW (THE CMS-RAGE*
015700* SHAPE).  THE ORIGINATION DATE (PH-RUN-DATE, YYYY-MM-DD) IS     *
015800* REPACKED TO YYYYMMDD AND CONVERTED TO A DAY NUMBER.            *
015900*----------------------------------------------------------------*
016000 01  WS-ORIG-YMD-X.
016100     05  WS-ORIG-YYYY        PIC X(4).
016200     05  WS-ORIG-MM          PIC X(2).
016300     05  WS-ORIG-DD          PIC X(2).
016400 01  WS-ORIG-YMD-9 REDEFINES WS-ORIG-YMD-X
016500                             PIC 9(8).
016600 01  WS-RUN-YMD-9            PIC 9(8).
016700 01  WS-RUN-DAY-NUM          PIC S9(8) COMP.
016800 01  WS-ORIG-DAY-NUM         PIC S9(8) COMP.
016900 01  WS-AGE-DAYS             PIC S9(8) COMP.
017000 01  WS-WINDOW-DAYS          PIC 9(3)  COMP.
017100 01  WS-DECRYPT-AREAS.
017200     05  WS-DEC-SSN          PIC X(11).
017300     05  WS-DEC-BACT         PIC X(20).
017400     05  WS-DEC-BRTN         PIC X(20).
017500 01  WS-INDIV-NAME           PIC X(22).
017600 01  WS-REASON               PIC X(4).
017700     COPY CTCRYP.
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
018200         UNTIL HIST-EOF.
018300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018400     STOP RUN.
018500*
018600 1000-INITIALIZE.
018700     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
018800     ACCEPT WS-CD-TIME FROM TIME.
018900     STRING WS-CD-DATE (1:4) '-' WS-CD-DATE (5:2) '-'
019000            WS-CD-DATE (7:2)
019100         DELIMITED BY SIZE INTO WS-RUN-DATE.
019200     MOVE WS-CD-DATE TO WS-RUN-YMD-9.
019300     COMPUTE WS-RUN-DAY-NUM =
019400         FUNCTION INTEGER-OF-DATE (WS-RUN-YMD-9).
019500     OPEN INPUT DRCTL-FILE.
019600     READ DRCTL-FILE
019700         AT END
019800             DISPLAY 'CMSDTHR - MISSING DRCTL CONTROL CARD'
019900             MOVE 16 TO RETURN-CODE
020000             STOP RUN
020100     END-READ.
020200     CLOSE DRCTL-FILE.
020300     IF DR-REVERSAL-DAYS IS NOT NUMERIC
020400         DISPLAY 'CMSDTHR - REVERSAL WINDOW NOT NUMERIC ON '
020500             'DRCTL CARD'
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     MOVE DR-REVERSAL-DAYS TO WS-WINDOW-DAYS.
021000     OPEN INPUT NACTL-FILE.
021100     READ NACTL-FILE
021200         AT END
021300             DISPLAY 'CMSDTHR - MISSING NACTL CONTROL CARD'
021400             MOVE 16 TO RETURN-CODE
021500             STOP RUN
021600     END-READ.
021700     CLOSE NACTL-FILE.
021800     OPEN INPUT  MASTER-FILE.
021900     IF WS-MSTR-FILE-STATUS NOT = '00'
022000         DISPLAY 'CMSDTHR - CTMASTER OPEN FAILED - STATUS '
022100             WS-MSTR-FILE-STATUS
022200         MOVE 16 TO RETURN-CODE
022300         STOP RUN
022400     END-IF.
022500     PERFORM 1400-LOAD-MATCHES THRU 1400-EXIT.
022510     IF WS-DX-COUNT > ZERO
022520         PERFORM 1500-LOAD-ENTRIES THRU 1500-EXIT
022530     END-IF.
022540     IF WS-TX-COUNT > ZERO
022550         PERFORM 1600-LOAD-WITHHOLDING THRU 1600-EXIT
022560     END-IF.
022600     OPEN INPUT  PAY-HIST-FILE.
022700     OPEN OUTPUT RCLMOUT-FILE.
022800     OPEN OUTPUT RECOVERY-FILE.
022900     OPEN EXTEND RECEIVABLE-FILE.
023000     OPEN OUTPUT RECLAIM-RPT.
023100     PERFORM 1100-WRITE-FILE-HEADER THRU 1100-EXIT.
023200     PERFORM 1200-WRITE-BATCH-HEADER THRU 1200-EXIT.
023300     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
023400     GO TO 1000-EXIT.
023500 1000-EXIT.
023600     EXIT.
023700*
023800 1100-WRITE-FILE-HEADER.
023900     MOVE SPACES                 TO NA-FILE-HEADER-REC.
024000     MOVE '1'                    TO NA-FH-RECORD-TYPE-CD.
024100     MOVE '01'                   TO NA-FH-PRIORITY-CODE.
024200     MOVE NC-IMMED-DEST          TO NA-FH-IMMED-DEST.
024300     MOVE NC-IMMED-ORIGIN        TO NA-FH-IMMED-ORIGIN.
024400     MOVE NC-EFFECTIVE-DATE      TO NA-FH-FILE-CREATION-DT.
024500     MOVE '0000'                 TO NA-FH-FILE-CREATION-TM.
024600     MOVE 'R'                    TO NA-FH-FILE-ID-MODIFIER.
024700     MOVE '094'                  TO NA-FH-RECORD-SIZE.
024800     MOVE '01'                   TO NA-FH-BLOCKING-FACTOR.
024900     MOVE '1'                    TO NA-FH-FORMAT-CODE.
025000     MOVE NC-DEST-NAME           TO NA-FH-DEST-NAME.
025100     MOVE NC-ORIGIN-NAME         TO NA-FH-ORIGIN-NAME.
025200     MOVE SPACES                 TO NA-FH-REFERENCE-CODE.
025300     WRITE NA-FILE-HEADER-REC.
025400     ADD 1                       TO WS-RECORD-COUNT.
025500     GO TO 1100-EXIT.
025600 1100-EXIT.
025700     EXIT.
025800*
025900*----------------------------------------------------------------*
026000* 1200-WRITE-BATCH-HEADER - ONE DEBITS-ONLY (225) BATCH.  NACHA  *
026100* REQUIRES A REVERSING ENTRY'S BATCH TO CARRY THE WORD REVERSAL  *
026200* AS ITS COMPANY ENTRY DESCRIPTION.                              *
026300*----------------------------------------------------------------*
026400 1200-WRITE-BATCH-HEADER.
026500     MOVE SPACES                 TO NA-BATCH-HEADER-REC.
026600     MOVE '5'                    TO NA-BH-RECORD-TYPE-CD.
026700     MOVE '225'                  TO NA-BH-SERVICE-CLASS-CD.
026800     MOVE NC-COMPANY-NAME        TO NA-BH-COMPANY-NAME.
026900     MOVE SPACES                 TO NA-BH-COMPANY-DISC-DATA.
027000     MOVE NC-COMPANY-ID          TO NA-BH-COMPANY-ID.
027100     MOVE 'PPD'                  TO NA-BH-SEC-CODE.
027200     MOVE 'REVERSAL'             TO NA-BH-ENTRY-DESC.
027300     MOVE NC-EFFECTIVE-DATE      TO NA-BH-DESC-DATE.
027400     MOVE NC-EFFECTIVE-DATE      TO NA-BH-EFFECTIVE-DATE.
027500     MOVE SPACES                 TO NA-BH-SETTLEMENT-DATE.
027600     MOVE '1'                    TO NA-BH-ORIG-STATUS-CODE.
027700     MOVE NC-ORIG-DFI-ID         TO NA-BH-ORIG-DFI-ID.
027800     MOVE '0000001'              TO NA-BH-BATCH-NUMBER.
027900     WRITE NA-BATCH-HEADER-REC.
028000     ADD 1                       TO WS-RECORD-COUNT.
028100     GO TO 1200-EXIT.
028200 1200-EXIT.
028300     EXIT.
028400*
028500 1300-READ-HISTORY.
028600     READ PAY-HIST-FILE
028700         AT END
028800             SET HIST-EOF TO TRUE
028900     END-READ.
029000     GO TO 1300-EXIT.
029100 1300-EXIT.
029200     EXIT.
029300*
029400*----------------------------------------------------------------*
029500* 1400-LOAD-MATCHES - LOAD THE DEATH MATCH LIST INTO WS-DX-TABLE.*
029600* AN EMPTY LIST IS A NORMAL NIGHT -- NOBODY NEW WAS FLAGGED --   *
029700* AND STILL PRODUCES AN EMPTY (HEADERS-ONLY) REVERSAL FILE.      *
029800*----------------------------------------------------------------*
029900 1400-LOAD-MATCHES.
030000     OPEN INPUT MATCH-LIST.
030100     PERFORM 1410-LOAD-ONE-MATCH THRU 1410-EXIT
030200         UNTIL MATCH-EOF.
030300     CLOSE MATCH-LIST.
030400     GO TO 1400-EXIT.
030500 1400-EXIT.
030600     EXIT.
030700*
030800 1410-LOAD-ONE-MATCH.
030900     READ MATCH-LIST
031000         AT END
031100             SET MATCH-EOF TO TRUE
031200             GO TO 1410-EXIT
031300     END-READ.
031400     IF WS-DX-COUNT >= WS-DX-MAX
031500         DISPLAY 'CMSDTHR - DTHMTCH EXCEEDS MATCH TABLE LIMIT '
031600             WS-DX-MAX
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF.
032000     ADD 1 TO WS-DX-COUNT.
032100     MOVE DX-RECID TO WS-DX-RECID (WS-DX-COUNT).
032200     MOVE DX-DOD   TO WS-DX-DOD (WS-DX-COUNT).
032300     GO TO 1410-EXIT.
032400 1410-EXIT.
032500     EXIT.
032502*
032504*----------------------------------------------------------------*
032506* 1500-LOAD-ENTRIES - FIRST PASS OF PAYHIST.  EVERY ACH WEEK     *
032508* PAID TO A DECEDENT UNDER A TRACE IS SUMMED INTO WS-TX-TABLE BY *
032510* ITS ORIGINAL ENTRY, SO THE SECOND PASS CAN WORK EACH ENTRY     *
032512* ONCE, WHOLE.  MORE ENTRIES THAN THE TABLE HOLDS ENDS THE RUN.  *
032514*----------------------------------------------------------------*
032516 1500-LOAD-ENTRIES.
032518     OPEN INPUT PAY-HIST-FILE.
032520     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
032522     PERFORM 1510-LOAD-ONE-WEEK THRU 1510-EXIT
032524         UNTIL HIST-EOF.
032526     CLOSE PAY-HIST-FILE.
032528     MOVE 'N' TO WS-HIST-EOF-SW.
032530     GO TO 1500-EXIT.
032532 1500-EXIT.
032534     EXIT.
032536*
032538 1510-LOAD-ONE-WEEK.
032540     IF NOT PH-METHOD-ACH
032542             OR PH-TRACE EQUAL SPACES
032544         GO TO 1510-NEXT
032546     END-IF.
032548     MOVE ZERO TO WS-MATCH-DX-IDX.
032550     PERFORM 2100-MATCH-DECEDENT THRU 2100-EXIT
032552         VARYING WS-DX-IDX FROM 1 BY 1
032554         UNTIL WS-DX-IDX > WS-DX-COUNT.
032556     IF WS-MATCH-DX-IDX EQUAL ZERO
032558         GO TO 1510-NEXT
032560     END-IF.
032562     PERFORM 2250-FIND-ENTRY THRU 2250-EXIT.
032564     IF WS-MATCH-TX-IDX EQUAL ZERO
032566         PERFORM 2260-ADD-ENTRY THRU 2260-EXIT
032568     END-IF.
032570     IF PH-WKEND > WS-DX-DOD (WS-MATCH-DX-IDX)
032572         ADD PH-AMOUNT TO WS-TX-POST-AMT (WS-MATCH-TX-IDX)
032574     ELSE
032576         MOVE 'Y' TO WS-TX-PRE-SW (WS-MATCH-TX-IDX)
032578     END-IF.
032580 1510-NEXT.
032582     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
032584     GO TO 1510-EXIT.
032586 1510-EXIT.
032588     EXIT.
032600*
032602*----------------------------------------------------------------*
032604* 1600-LOAD-WITHHOLDING - SUM EVERY WHLDHIST ORDER TAKEN OUT OF  *
032606* AN ENTRY IN WS-TX-TABLE INTO WS-TX-WHLD-AMT, MATCHED ON RECID, *
032608* RUN DATE, AND WT-TRACE (THE CLAIMANT'S OWN ENTRY TRACE).  A    *
032610* MISSING DATASET MEANS NO DEDUCTIONS.                           *
032612*----------------------------------------------------------------*
032614 1600-LOAD-WITHHOLDING.
032616     OPEN INPUT WHLD-HIST-FILE.
032618     IF WS-WHHS-FILE-STATUS NOT = '00'
032620         GO TO 1600-EXIT
032622     END-IF.
032624     PERFORM 1610-LOAD-ONE-WHLD THRU 1610-EXIT
032626         UNTIL WHHS-EOF.
032628     CLOSE WHLD-HIST-FILE.
032630     GO TO 1600-EXIT.
032632 1600-EXIT.
032634     EXIT.
032636*
032638 1610-LOAD-ONE-WHLD.
032640     READ WHLD-HIST-FILE
032642         AT END
032644             SET WHHS-EOF TO TRUE
032646             GO TO 1610-EXIT
032648     END-READ.
032650     IF WT-TRACE EQUAL SPACES
032652         GO TO 1610-EXIT
032654     END-IF.
032656     MOVE ZERO TO WS-MATCH-TX-IDX.
032658     PERFORM 1620-MATCH-ONE-WHLD THRU 1620-EXIT
032660         VARYING WS-TX-IDX FROM 1 BY 1
032662         UNTIL WS-TX-IDX > WS-TX-COUNT
032664            OR WS-MATCH-TX-IDX NOT = ZERO.
032666     IF WS-MATCH-TX-IDX NOT = ZERO
032668         ADD WT-AMOUNT TO WS-TX-WHLD-AMT (WS-MATCH-TX-IDX)
032670     END-IF.
032672     GO TO 1610-EXIT.
032674 1610-EXIT.
032676     EXIT.
032678*
032680 1620-MATCH-ONE-WHLD.
032682     IF WS-TX-RECID (WS-TX-IDX) = WT-RECID
032684             AND WS-TX-RUN-DATE (WS-TX-IDX) = WT-RUN-DATE
032686             AND WS-TX-TRACE (WS-TX-IDX) = WT-TRACE
032688         MOVE WS-TX-IDX TO WS-MATCH-TX-IDX
032690     END-IF.
032692     GO TO 1620-EXIT.
032694 1620-EXIT.
032696     EXIT.
032698*
032700*----------------------------------------------------------------*
032800* 2000-PROCESS-PAYMENT                                           *
032900*   LOOKS UP ONE PAYMENT HISTORY RECORD'S RECID IN THE DEATH      *
033000*   MATCH TABLE.  A WEEK ENDING AFTER THE DATE OF DEATH IS A      *
033100*   POST-DEATH PAYMENT AND IS ROUTED BY PAYMENT METHOD.  BOTH     *
033200*   DATES ARE YYYY-MM-DD, SO THE COMPARE IS A PLAIN ALPHANUMERIC  *
033300*   ONE.  THEN READS THE NEXT HISTORY RECORD.                     *
033400*----------------------------------------------------------------*
033500 2000-PROCESS-PAYMENT.
033600     ADD 1 TO WS-HIST-READ-COUNT.
033700     MOVE ZERO TO WS-MATCH-DX-IDX.
033800     PERFORM 2100-MATCH-DECEDENT THRU 2100-EXIT
033900         VARYING WS-DX-IDX FROM 1 BY 1
034000         UNTIL WS-DX-IDX > WS-DX-COUNT.
034100     IF WS-MATCH-DX-IDX EQUAL ZERO
034200         GO TO 2000-NEXT
034300     END-IF.
034400     MOVE WS-DX-DOD (WS-MATCH-DX-IDX) TO WS-CUR-DOD.
034500     IF PH-WKEND NOT > WS-CUR-DOD
034600         GO TO 2000-NEXT
034700     END-IF.
034800     ADD 1         TO WS-POSTDTH-COUNT.
034900     ADD PH-AMOUNT TO WS-POSTDTH-AMT.
035000     IF PH-METHOD-ACH
035100         PERFORM 2150-RECLAIM-ACH-WEEK THRU 2150-EXIT
035200     ELSE
035300         IF PH-METHOD-CARD
035400             PERFORM 2300-RECOVER-CARD THRU 2300-EXIT
035500         ELSE
035600             MOVE 'METH' TO WS-REASON
035700             PERFORM 2400-POST-RECEIVABLE THRU 2400-EXIT
035800         END-IF
035900     END-IF.
036000 2000-NEXT.
036100     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
036200     GO TO 2000-EXIT.
036300 2000-EXIT.
036400     EXIT.
036500*
036600 2100-MATCH-DECEDENT.
036700     IF WS-MATCH-DX-IDX EQUAL ZERO
036800             AND PH-RECID EQUAL WS-DX-RECID (WS-DX-IDX)
036900         MOVE WS-DX-IDX TO WS-MATCH-DX-IDX
037000     END-IF.
037100     GO TO 2100-EXIT.
037200 2100-EXIT.
037300     EXIT.
037302*
037304*----------------------------------------------------------------*
037306* 2150-RECLAIM-ACH-WEEK                                          *
037308*   WORKS ONE POST-DEATH ACH WEEK.  A WEEK PAID WITH NO TRACE (A *
037310*   FULLY WITHHELD CYCLE ORIGINATED NO CLAIMANT ENTRY) CAN ONLY  *
037312*   GO TO THE RECEIVABLE.  OTHERWISE THE WEEK'S ORIGINAL ENTRY   *
037314*   IS FOUND IN WS-TX-TABLE AND, THE FIRST TIME ONE OF ITS WEEKS *
037316*   COMES UP, WORKED WHOLE BY 2200.  EVERY WEEK THEN FOLLOWS ITS *
037318*   ENTRY -- A REPORT LINE NAMING THE REVERSAL, OR ITS OWN       *
037320*   RECEIVABLE RECORD FOR THE REASON THE ENTRY WAS NOT REVERSED. *
037322*----------------------------------------------------------------*
037324 2150-RECLAIM-ACH-WEEK.
037326     IF PH-TRACE EQUAL SPACES
037328         MOVE 'NOTR' TO WS-REASON
037330         PERFORM 2400-POST-RECEIVABLE THRU 2400-EXIT
037332         GO TO 2150-EXIT
037334     END-IF.
037336     PERFORM 2250-FIND-ENTRY THRU 2250-EXIT.
037338     IF WS-TX-STAT (WS-MATCH-TX-IDX) EQUAL SPACE
037340         PERFORM 2200-RECLAIM-ACH THRU 2200-EXIT
037342     END-IF.
037344     IF TX-RECEIVABLE (WS-MATCH-TX-IDX)
037346         MOVE WS-TX-REASON (WS-MATCH-TX-IDX) TO WS-REASON
037348         PERFORM 2400-POST-RECEIVABLE THRU 2400-EXIT
037350         GO TO 2150-EXIT
037352     END-IF.
037354     MOVE 'DTH-REVWEEK'      TO EX-TYPE.
037356     MOVE SPACES             TO WS-EXCP-MSG.
037358     STRING 'REVERSED WITH TRACE ' PH-TRACE ' WKEND ' PH-WKEND
037360         DELIMITED BY SIZE INTO WS-EXCP-MSG.
037362     PERFORM 4800-WRITE-RPT-LINE THRU 4800-EXIT.
037364     GO TO 2150-EXIT.
037366 2150-EXIT.
037368     EXIT.
037400*
037500*----------------------------------------------------------------*
037600* 2200-RECLAIM-ACH                                               *
037700*   WORKS ONE ORIGINAL ACH ENTRY WHOLE, THE FIRST TIME ONE OF ITS *
037800*   POST-DEATH WEEKS COMES UP, AND LEAVES ITS DISPOSITION IN      *
037900*   WS-TX-TABLE FOR 2150.  THE ENTRY IS REVERSED ONLY IF EVERY    *
038000*   WEEK IT PAID IS POST-DEATH (ONE ENTRY CANNOT BE PARTLY        *
038100*   REVERSED -- REASON PART), IT WAS ORIGINATED INSIDE THE        *
038200*   REVERSAL WINDOW, AND THE MASTER STILL CARRIES A VALID ACCOUNT *
038210*   TO REVERSE FROM.  THE ACCOUNT ON FILE IS ONLY THE ONE THE     *
038220*   CREDIT WENT TO IF IT HAS NOT CHANGED SINCE -- A CHANGE RUN    *
038230*   AFTER THE CREDIT (CT-BKCHG-DATE LATER THAN PH-RUN-DATE) MEANS *
038240*   THE DEBIT WOULD HIT SOMEONE ELSE'S ACCOUNT (REASON ACHG); A   *
038250*   CHANGE THE PRENOTE REJECTED LEFT NO ACCOUNT AT ALL (REASON    *
038260*   NOAC).  THE REVERSAL IS FOR THE NET THE ENTRY CREDITED -- ITS *
038268*   WEEKS LESS THE WHLDHIST WITHHOLDING, WHICH WENT TO THE ORDER  *
038276*   HOLDER AND IS ESTABLISHED ON THE RECEIVABLE INSTEAD (REASON   *
038284*   WHLD).  AN ENTRY THAT CANNOT BE REVERSED HAS EACH OF ITS      *
038292*   WEEKS ESTABLISHED ON THE RECEIVABLE WITH THE REASON.          *
038300*----------------------------------------------------------------*
038400 2200-RECLAIM-ACH.
038500     SET TX-RECEIVABLE (WS-MATCH-TX-IDX) TO TRUE.
038600     IF WS-TX-PRE-SW (WS-MATCH-TX-IDX) EQUAL 'Y'
038700         MOVE 'PART' TO WS-TX-REASON (WS-MATCH-TX-IDX)
038800         GO TO 2200-EXIT
038900     END-IF.
039000     MOVE PH-RUN-DATE (1:4)  TO WS-ORIG-YYYY.
039100     MOVE PH-RUN-DATE (6:2)  TO WS-ORIG-MM.
039200     MOVE PH-RUN-DATE (9:2)  TO WS-ORIG-DD.
039300     IF WS-ORIG-YMD-X IS NOT NUMERIC
039400         MOVE 'WIND' TO WS-TX-REASON (WS-MATCH-TX-IDX)
039600         GO TO 2200-EXIT
039700     END-IF.
039800     COMPUTE WS-ORIG-DAY-NUM =
039900         FUNCTION INTEGER-OF-DATE (WS-ORIG-YMD-9).
040000     COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUM - WS-ORIG-DAY-NUM.
040100     IF WS-AGE-DAYS > WS-WINDOW-DAYS
040200         MOVE 'WIND' TO WS-TX-REASON (WS-MATCH-TX-IDX)
040400         GO TO 2200-EXIT
040500     END-IF.
040600     MOVE PH-RECID TO CT-RECID.
040700     READ MASTER-FILE KEY IS CT-RECID
040800         INVALID KEY
040900             MOVE 'NOMS' TO WS-TX-REASON (WS-MATCH-TX-IDX)
041100             GO TO 2200-EXIT
041200     END-READ.
041210     IF CT-BKCHG-DATE NOT = SPACES
041220             AND CT-BKCHG-DATE > PH-RUN-DATE
041230         MOVE 'ACHG' TO WS-TX-REASON (WS-MATCH-TX-IDX)
041270         GO TO 2200-EXIT
041280     END-IF.
041300     PERFORM 2210-DECRYPT-BANK-FIELDS THRU 2210-EXIT.
041400     PERFORM 2220-EDIT-BANK-FIELDS THRU 2220-EXIT.
041500     IF NOT VALID-BANK-DATA
041600         MOVE 'NOAC' TO WS-TX-REASON (WS-MATCH-TX-IDX)
041800         GO TO 2200-EXIT
041900     END-IF.
041910     IF WS-TX-WHLD-AMT (WS-MATCH-TX-IDX)
041920             NOT < WS-TX-POST-AMT (WS-MATCH-TX-IDX)
041930         MOVE 'WHLD' TO WS-TX-REASON (WS-MATCH-TX-IDX)
041940         GO TO 2200-EXIT
041950     END-IF.
041960     COMPUTE WS-NET-AMT = WS-TX-POST-AMT (WS-MATCH-TX-IDX)
041970                        - WS-TX-WHLD-AMT (WS-MATCH-TX-IDX).
041980     SET TX-REVERSED (WS-MATCH-TX-IDX) TO TRUE.
042000     PERFORM 2230-WRITE-REVERSAL THRU 2230-EXIT.
042010     IF WS-TX-WHLD-AMT (WS-MATCH-TX-IDX) > ZERO
042020         MOVE 'WHLD' TO WS-REASON
042030         MOVE WS-TX-WHLD-AMT (WS-MATCH-TX-IDX) TO WS-RCV-AMT
042040         PERFORM 2410-WRITE-RECEIVABLE THRU 2410-EXIT
042050     END-IF.
042100     GO TO 2200-EXIT.
042200 2200-EXIT.
042300     EXIT.
042400*
042500 2210-DECRYPT-BANK-FIELDS.
042600     MOVE 'D'                TO CY-FUNCTION.
042700     MOVE 11                 TO CY-LENGTH.
042800     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
042900     MOVE CT-SSN             TO CY-CIPHER-TEXT (1:11).
043000     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
043100     MOVE CY-PLAIN-TEXT (1:11) TO WS-DEC-SSN.
043200     MOVE 'D'                TO CY-FUNCTION.
043300     MOVE 20                 TO CY-LENGTH.
043400     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
043500     MOVE CT-BACT            TO CY-CIPHER-TEXT.
043600     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
043700     MOVE CY-PLAIN-TEXT      TO WS-DEC-BACT.
043800     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
043900     MOVE CT-BRTN            TO CY-CIPHER-TEXT.
044000     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
044100     MOVE CY-PLAIN-TEXT      TO WS-DEC-BRTN.
044200     GO TO 2210-EXIT.
044300 2210-EXIT.
044400     EXIT.
044500*
044600*----------------------------------------------------------------*
044700* 2220-EDIT-BANK-FIELDS - THE CMS-ACH 2200 EDIT.  AN ACCOUNT     *
044800* CMS-ACHR HAS SINCE CLEARED ON A RETURN CANNOT BE REVERSED.     *
044900*----------------------------------------------------------------*
045000 2220-EDIT-BANK-FIELDS.
045100     MOVE 'N'                TO WS-VALID-BANK-SW.
045200     IF WS-DEC-BACT NOT = SPACES
045300         AND WS-DEC-BRTN (1:9) IS NUMERIC
045400         AND WS-DEC-BRTN (1:9) NOT = '000000000'
045500             SET VALID-BANK-DATA TO TRUE
045600     END-IF.
045700     GO TO 2220-EXIT.
045800 2220-EXIT.
045900     EXIT.
046000*
046100*----------------------------------------------------------------*
046200* 2230-WRITE-REVERSAL                                            *
046300*   ONE DEBIT ENTRY (27) FOR THE NET THE ORIGINAL ENTRY CREDITED  *
046400*   (WS-NET-AMT) TO THE ACCOUNT ON FILE, FOLLOWED BY ITS TYPE 05  *
046500*   ADDENDA CARRYING THE ORIGINAL TRACE, ITS ORIGINATION DATE,    *
046600*   AND THE DATE OF DEATH FOR THE RECEIVING BANK.  THE INDIVIDUAL *
046700*   ID IS THE PLAINTEXT SSN, AS ON THE ORIGINAL CMS-ACH CREDIT.   *
046800*   THE BATCH ENTRY/ADDENDA COUNT TAKES BOTH RECORDS; THE HASH    *
046850*   TAKES ONLY THE ENTRY.                                         *
046900*----------------------------------------------------------------*
047000 2230-WRITE-REVERSAL.
047100     MOVE SPACES                 TO NA-ENTRY-DETAIL-REC.
047200     MOVE '6'                    TO NA-ED-RECORD-TYPE-CD.
047300     MOVE '27'                   TO NA-ED-TRANS-CODE.
047400     MOVE WS-DEC-BRTN (1:8)      TO NA-ED-RECV-DFI-ID.
047500     MOVE WS-DEC-BRTN (9:1)      TO NA-ED-CHECK-DIGIT.
047600     MOVE WS-DEC-BACT (1:17)     TO NA-ED-DFI-ACCT-NUM.
047700     MOVE WS-NET-AMT             TO NA-ED-AMOUNT.
047800     MOVE WS-DEC-SSN             TO NA-ED-INDIV-ID-NUMBER (1:11).
047900     MOVE SPACES                 TO NA-ED-INDIV-ID-NUMBER (12:4).
048000     PERFORM 2240-BUILD-INDIV-NAME THRU 2240-EXIT.
048100     MOVE WS-INDIV-NAME          TO NA-ED-INDIV-NAME.
048200     MOVE SPACES                 TO NA-ED-DISCRETIONARY-DATA.
048300     MOVE '1'                    TO NA-ED-ADDENDA-IND.
048400     ADD 1                       TO WS-TRACE-SEQ.
048500     MOVE NC-ORIG-DFI-ID (1:8)   TO NA-ED-TRACE-NUMBER (1:8).
048600     MOVE WS-TRACE-SEQ           TO NA-ED-TRACE-NUMBER (9:7).
048700     WRITE NA-ENTRY-DETAIL-REC.
048800     ADD 1                       TO WS-RECORD-COUNT.
048900     ADD 1                       TO WS-ENTRY-COUNT.
049000     MOVE NA-ED-RECV-DFI-ID      TO WS-DFI-NUM.
049100     ADD WS-DFI-NUM              TO WS-ENTRY-HASH.
049200     MOVE SPACES                 TO NA-ADDENDA-REC.
049300     MOVE '7'                    TO NA-AD-RECORD-TYPE-CD.
049400     MOVE '05'                   TO NA-AD-ADDENDA-TYPE-CD.
049500     STRING 'REVERSAL OF TRACE ' PH-TRACE
049600            ' ORIG ' PH-RUN-DATE ' DOD ' WS-CUR-DOD
049700         DELIMITED BY SIZE INTO NA-AD-PMT-RELATED-INFO.
049800     MOVE 1                      TO NA-AD-SEQUENCE-NUM.
049900     MOVE WS-TRACE-SEQ           TO NA-AD-ENTRY-SEQ-NUM.
050000     WRITE NA-ADDENDA-REC.
050100     ADD 1                       TO WS-RECORD-COUNT.
050200     ADD 1                       TO WS-ENTRY-COUNT.
050300     ADD 1                       TO WS-REVERSAL-COUNT.
050400     ADD WS-NET-AMT              TO WS-REVERSAL-AMT.
050430     COMPUTE WS-AMT-WORK = WS-NET-AMT / 100.
050460     MOVE WS-AMT-WORK            TO WS-AMT-EDIT.
050500     MOVE 'DTH-REVERSAL'         TO EX-TYPE.
050600     MOVE SPACES                 TO WS-EXCP-MSG.
050700     STRING 'ACH REVERSAL - TRACE ' PH-TRACE
050800            ' NET ' WS-AMT-EDIT
050900         DELIMITED BY SIZE INTO WS-EXCP-MSG.
051000     PERFORM 4800-WRITE-RPT-LINE THRU 4800-EXIT.
051100     GO TO 2230-EXIT.
051200 2230-EXIT.
051300     EXIT.
051400*
051500 2240-BUILD-INDIV-NAME.
051600     MOVE SPACES                 TO WS-INDIV-NAME.
051700     STRING CT-FNAM DELIMITED BY SPACE
051800            ' '      DELIMITED BY SIZE
051900            CT-LNAM  DELIMITED BY SPACE
052000                INTO WS-INDIV-NAME
052100     END-STRING.
052200     GO TO 2240-EXIT.
052300 2240-EXIT.
052400     EXIT.
052402*
052404*----------------------------------------------------------------*
052406* 2250-FIND-ENTRY - LOOK UP THE PAYHIST WEEK IN HAND'S ORIGINAL  *
052408* ENTRY IN WS-TX-TABLE BY RECID, RUN DATE, AND TRACE, LEAVING    *
052410* WS-MATCH-TX-IDX ZERO WHEN THE FIRST PASS HAS NOT ADDED IT YET. *
052412* 2260-ADD-ENTRY ADDS IT; A FULL TABLE ENDS THE RUN.             *
052414*----------------------------------------------------------------*
052416 2250-FIND-ENTRY.
052418     MOVE ZERO TO WS-MATCH-TX-IDX.
052420     PERFORM 2255-MATCH-ONE-ENTRY THRU 2255-EXIT
052422         VARYING WS-TX-IDX FROM 1 BY 1
052424         UNTIL WS-TX-IDX > WS-TX-COUNT
052426            OR WS-MATCH-TX-IDX NOT = ZERO.
052428     GO TO 2250-EXIT.
052430 2250-EXIT.
052432     EXIT.
052434*
052436 2255-MATCH-ONE-ENTRY.
052438     IF WS-TX-RECID (WS-TX-IDX) = PH-RECID
052440             AND WS-TX-RUN-DATE (WS-TX-IDX) = PH-RUN-DATE
052442             AND WS-TX-TRACE (WS-TX-IDX) = PH-TRACE
052444         MOVE WS-TX-IDX TO WS-MATCH-TX-IDX
052446     END-IF.
052448     GO TO 2255-EXIT.
052450 2255-EXIT.
052452     EXIT.
052454*
052456 2260-ADD-ENTRY.
052458     IF WS-TX-COUNT >= WS-TX-MAX
052460         DISPLAY 'CMSDTHR - PAYHIST EXCEEDS ENTRY TABLE LIMIT '
052462             WS-TX-MAX
052464         MOVE 16 TO RETURN-CODE
052466         STOP RUN
052468     END-IF.
052470     ADD 1 TO WS-TX-COUNT.
052472     MOVE WS-TX-COUNT TO WS-MATCH-TX-IDX.
052474     MOVE PH-RECID    TO WS-TX-RECID (WS-TX-COUNT).
052476     MOVE PH-RUN-DATE TO WS-TX-RUN-DATE (WS-TX-COUNT).
052478     MOVE PH-TRACE    TO WS-TX-TRACE (WS-TX-COUNT).
052480     MOVE ZERO        TO WS-TX-POST-AMT (WS-TX-COUNT).
052482     MOVE ZERO        TO WS-TX-WHLD-AMT (WS-TX-COUNT).
052484     MOVE 'N'         TO WS-TX-PRE-SW (WS-TX-COUNT).
052486     MOVE SPACE       TO WS-TX-STAT (WS-TX-COUNT).
052488     MOVE SPACES      TO WS-TX-REASON (WS-TX-COUNT).
052490     GO TO 2260-EXIT.
052492 2260-EXIT.
052494     EXIT.
052500*
052600*----------------------------------------------------------------*
052700* 2300-RECOVER-CARD - REQUEST ONE POST-DEATH CARD LOAD BACK FROM *
052800* THE CARD VENDOR.  THE VENDOR MATCHES BY RECID, THE SAME KEY    *
052900* AS THE CARDLOAD FILE THE LOAD WENT OUT ON.                     *
053000*----------------------------------------------------------------*
053100 2300-RECOVER-CARD.
053200     MOVE SPACES             TO RV-RECOVERY-REC.
053300     MOVE 'R'                TO RV-RECORD-TYPE.
053400     MOVE PH-RECID           TO RV-RECID.
053500     MOVE PH-CLMID           TO RV-CLMID.
053600     MOVE PH-WKEND           TO RV-WKEND.
053700     MOVE PH-AMOUNT          TO RV-AMOUNT.
053800     MOVE PH-RUN-DATE        TO RV-LOAD-DATE.
053900     MOVE WS-CUR-DOD         TO RV-DOD.
054000     MOVE WS-RUN-DATE        TO RV-REQUEST-DATE.
054100     WRITE RV-RECOVERY-REC.
054200     ADD 1                   TO WS-RECOVERY-COUNT.
054300     ADD PH-AMOUNT           TO WS-RECOVERY-AMT.
054400     MOVE 'DTH-CARDRCV'      TO EX-TYPE.
054500     MOVE SPACES             TO WS-EXCP-MSG.
054600     STRING 'CARD FUND RECOVERY REQUESTED - LOADED '
054700            PH-RUN-DATE ' WKEND ' PH-WKEND
054800         DELIMITED BY SIZE INTO WS-EXCP-MSG.
054900     PERFORM 4800-WRITE-RPT-LINE THRU 4800-EXIT.
055000     GO TO 2300-EXIT.
055100 2300-EXIT.
055200     EXIT.
055300*
055400*----------------------------------------------------------------*
055500* 2400-POST-RECEIVABLE                                           *
055600*   ESTABLISHES ONE POST-DEATH WEEK THAT CANNOT BE RECLAIMED ON   *
055700*   THE OVERPAYMENT RECEIVABLE, KEYED BY RECID AND CLAIM ID,      *
055800*   WITH THE REASON SET BY THE CALLER IN WS-REASON.  THE EVENT    *
055900*   DATE IS THE DATE OF DEATH THAT MADE THE WEEK AN OVERPAYMENT.  *
055920*   2410 WRITES THE RECORD FOR THE AMOUNT IN WS-RCV-AMT -- THE    *
055940*   WEEK'S PH-AMOUNT HERE, OR THE WITHHELD PORTION OF AN ENTRY    *
055960*   2200 REVERSED, CARRIED ON ITS FIRST POST-DEATH WEEK.          *
056000*----------------------------------------------------------------*
056100 2400-POST-RECEIVABLE.
056110     MOVE PH-AMOUNT          TO WS-RCV-AMT.
056120     PERFORM 2410-WRITE-RECEIVABLE THRU 2410-EXIT.
056130     GO TO 2400-EXIT.
056140 2400-EXIT.
056150     EXIT.
056160*
056170 2410-WRITE-RECEIVABLE.
056200     MOVE SPACES             TO OP-RECEIVABLE-REC.
056300     MOVE PH-RECID           TO OP-RECID.
056400     MOVE PH-CLMID           TO OP-CLMID.
056500     MOVE PH-WKEND           TO OP-WKEND.
056600     MOVE WS-RCV-AMT         TO OP-AMOUNT.
056700     MOVE WS-RCV-AMT         TO OP-BALANCE.
056800     MOVE PH-TRACE           TO OP-TRACE.
056900     MOVE PH-METHOD          TO OP-METHOD.
057000     MOVE WS-REASON          TO OP-REASON.
057100     MOVE WS-CUR-DOD         TO OP-EVENT-DATE.
057200     MOVE WS-RUN-DATE        TO OP-ESTAB-DATE.
057300     MOVE 'CMS-DTHR'         TO OP-SOURCE.
057400     WRITE OP-RECEIVABLE-REC.
057500     ADD 1                   TO WS-RECEIV-COUNT.
057600     ADD WS-RCV-AMT          TO WS-RECEIV-AMT.
057700     COMPUTE WS-AMT-WORK = WS-RCV-AMT / 100.
057800     MOVE WS-AMT-WORK        TO WS-AMT-EDIT.
057900     MOVE 'DTH-RECEIV'       TO EX-TYPE.
058000     MOVE SPACES             TO WS-EXCP-MSG.
058100     STRING 'OVERPAYMENT ESTABLISHED ' WS-AMT-EDIT
058200            ' WKEND ' PH-WKEND ' REASON ' WS-REASON
058300         DELIMITED BY SIZE INTO WS-EXCP-MSG.
058400     PERFORM 4800-WRITE-RPT-LINE THRU 4800-EXIT.
058500     GO TO 2410-EXIT.
058600 2410-EXIT.
058700     EXIT.
058800*
058900*----------------------------------------------------------------*
059000* 4800-WRITE-RPT-LINE - WRITE ONE RECLAMATION REPORT LINE FOR    *
059100* THE PAYMENT HISTORY RECORD IN HAND.  EX-TYPE AND WS-EXCP-MSG   *
059200* ARE SET BY THE CALLER.  NO SSN IS PRINTED -- THE RECID AND     *
059300* THE MESSAGE IDENTIFY THE WEEK.                                 *
059400*----------------------------------------------------------------*
059500 4800-WRITE-RPT-LINE.
059600     MOVE WS-RUN-DATE        TO EX-RUN-DATE.
059700     MOVE PH-RECID           TO EX-RECID.
059800     MOVE ZERO               TO EX-OTHR-RECID.
059900     MOVE SPACES             TO EX-SSN.
060000     MOVE WS-EXCP-MSG        TO EX-MESSAGE.
060100     WRITE EX-EXCEPTION-LINE.
060200     GO TO 4800-EXIT.
060300 4800-EXIT.
060400     EXIT.
060500*
060600*----------------------------------------------------------------*
060700* 8000-TERMINATE - WRITE BATCH/FILE CONTROL RECORDS, CLOSE       *
060800*   FILES, AND DISPLAY RUN TOTALS.                               *
060900*----------------------------------------------------------------*
061000 8000-TERMINATE.
061100     PERFORM 8100-WRITE-BATCH-CONTROL THRU 8100-EXIT.
061200     PERFORM 8200-WRITE-FILE-CONTROL THRU 8200-EXIT.
061300     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
061400     CLOSE MASTER-FILE
061500           PAY-HIST-FILE
061600           RCLMOUT-FILE
061700           RECOVERY-FILE
061800           RECEIVABLE-FILE
061900           RECLAIM-RPT.
062000     DISPLAY 'CMSDTHR - POST-DEATH RECLAMATION COMPLETE'.
062100     DISPLAY 'DECEDENTS ON MATCH LIST  . . ' WS-DX-COUNT.
062150     DISPLAY 'DECEDENT ACH ENTRIES . . . . ' WS-TX-COUNT.
062200     DISPLAY 'HISTORY RECORDS READ . . . . ' WS-HIST-READ-COUNT.
062300     DISPLAY 'POST-DEATH WEEKS FOUND . . . ' WS-POSTDTH-COUNT.
062400     DISPLAY 'POST-DEATH DOLLARS (CENTS) . ' WS-POSTDTH-AMT.
062500     DISPLAY 'ACH REVERSALS REQUESTED  . . ' WS-REVERSAL-COUNT.
062600     DISPLAY 'ACH REVERSAL DOLLARS . . . . ' WS-REVERSAL-AMT.
062700     DISPLAY 'CARD RECOVERIES REQUESTED  . ' WS-RECOVERY-COUNT.
062800     DISPLAY 'CARD RECOVERY DOLLARS  . . . ' WS-RECOVERY-AMT.
062900     DISPLAY 'RECEIVABLES ESTABLISHED  . . ' WS-RECEIV-COUNT.
063000     DISPLAY 'RECEIVABLE DOLLARS . . . . . ' WS-RECEIV-AMT.
063100     GO TO 8000-EXIT.
063200 8000-EXIT.
063300     EXIT.
063400*
063500 8100-WRITE-BATCH-CONTROL.
063600     MOVE SPACES                 TO NA-BATCH-CONTROL-REC.
063700     MOVE '8'                    TO NA-BC-RECORD-TYPE-CD.
063800     MOVE '225'                  TO NA-BC-SERVICE-CLASS-CD.
063900     MOVE WS-ENTRY-COUNT         TO NA-BC-ENTRY-COUNT.
064000     MOVE WS-ENTRY-HASH          TO NA-BC-ENTRY-HASH.
064100     MOVE WS-REVERSAL-AMT        TO NA-BC-TOTAL-DEBIT-AMT.
064200     MOVE ZERO                   TO NA-BC-TOTAL-CREDIT-AMT.
064300     MOVE NC-COMPANY-ID          TO NA-BC-COMPANY-ID.
064400     MOVE SPACES                 TO NA-BC-MESSAGE-AUTH-CD.
064500     MOVE SPACES                 TO NA-BC-RESERVED.
064600     MOVE NC-ORIG-DFI-ID         TO NA-BC-ORIG-DFI-ID.
064700     MOVE '0000001'              TO NA-BC-BATCH-NUMBER.
064800     WRITE NA-BATCH-CONTROL-REC.
064900     ADD 1                       TO WS-RECORD-COUNT.
065000     GO TO 8100-EXIT.
065100 8100-EXIT.
065200     EXIT.
065300*
065400 8200-WRITE-FILE-CONTROL.
065500     MOVE SPACES                 TO NA-FILE-CONTROL-REC.
065600     MOVE '9'                    TO NA-FC-RECORD-TYPE-CD.
065700     MOVE 1                      TO NA-FC-BATCH-COUNT.
065800     ADD 1                       TO WS-RECORD-COUNT.
065900     MOVE WS-RECORD-COUNT        TO NA-FC-BLOCK-COUNT.
066000     MOVE WS-ENTRY-COUNT         TO NA-FC-ENTRY-COUNT.
066100     MOVE WS-ENTRY-HASH          TO NA-FC-ENTRY-HASH.
066200     MOVE WS-REVERSAL-AMT        TO NA-FC-TOTAL-DEBIT-AMT.
066300     MOVE ZERO                   TO NA-FC-TOTAL-CREDIT-AMT.
066400     WRITE NA-FILE-CONTROL-REC.
066500     GO TO 8200-EXIT.
066600 8200-EXIT.
066700     EXIT.
066800*
066900*----------------------------------------------------------------*
067000* 8900-WRITE-RUN-CONTROL - WRITE THIS RUN'S STANDARD TOTALS      *
067100* RECORD TO THE SHARED RUNCTL DATASET FOR CMS-BAL.  THE ACH      *
067200* COLUMNS CARRY THE REVERSAL ENTRY COUNT AND DEBIT DOLLARS ON    *
067300* RCLMOUT, THE WAY CMS-CARD CARRIES ITS LOADS IN THEM.           *
067400*----------------------------------------------------------------*
067500 8900-WRITE-RUN-CONTROL.
067600     OPEN EXTEND RUN-CTL-FILE.
067700     MOVE 'CMS-DTHR'         TO RC-JOB.
067800     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
067900     MOVE 'F'                TO RC-RUN-MODE.
068000     MOVE WS-HIST-READ-COUNT TO RC-RECS-READ.
068100     COMPUTE RC-RECS-WRITTEN =
068200         WS-REVERSAL-COUNT + WS-RECOVERY-COUNT + WS-RECEIV-COUNT.
068300     MOVE ZERO               TO RC-RECS-REJECTED.
068400     MOVE ZERO               TO RC-ADD-COUNT.
068500     MOVE ZERO               TO RC-CHANGE-COUNT.
068600     MOVE ZERO               TO RC-DELETE-COUNT.
068700     MOVE WS-REVERSAL-COUNT  TO RC-ACH-ENTRY-COUNT.
068800     MOVE WS-REVERSAL-AMT    TO RC-ACH-CREDIT-AMT.
068900     MOVE ZERO               TO RC-PAY-DETAIL-AMT.
069000     WRITE RC-RUN-CONTROL-REC.
069100     CLOSE RUN-CTL-FILE.
069200     GO TO 8900-EXIT.
069300 8900-EXIT.
069400     EXIT.
