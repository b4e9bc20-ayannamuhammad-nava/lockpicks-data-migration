000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMS1099.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS BATCH DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMS1099                                             *
000900* JOB:      CMS-1099                                            *
001000* PURPOSE:  YEAR-END 1099-G INFORMATION RETURN FILE.  ROLLS THE  *
001100*           CUMULATIVE PAYMENT HISTORY (PAYHIST, SEE CTPHST) UP  *
001200*           PER CLAIMANT FOR THE TAX YEAR ON THE G9CTL RECORD    *
001300*           (SEE CTG9CT) INTO BOX 1, UNEMPLOYMENT COMPENSATION,  *
001400*           AND THE WITHHOLDING HISTORY (WHLDHIST, SEE CTWHHS)   *
001500*           INTO BOX 4, FEDERAL INCOME TAX WITHHELD (ORDER       *
001600*           CLASS F), AND BOX 11, STATE INCOME TAX WITHHELD      *
001700*           (CLASS S).  COURT-ORDERED DEDUCTIONS ARE STILL       *
001800*           BENEFITS PAID AND ARE NOT SUBTRACTED FROM BOX 1.     *
001900*           WRITES THE IRS PUBLICATION 1220 ELECTRONIC FILE      *
002000*           (IRSOUT, SEE CTG9IR) -- ONE T RECORD, ONE A RECORD   *
002100*           FOR THE AGENCY, ONE B RECORD PER RETURN, THE C       *
002200*           RECORD, AND THE F RECORD.                            *
002300*                                                                *
002400*           EVERY RETURN FILED IS ALSO WRITTEN TO THE            *
002500*           CUMULATIVE FILED-RETURN DATASET (G99FILED, SEE       *
002600*           CTG9FL), WHICH THE NEXT RUN FOR THE SAME YEAR READS  *
002700*           BACK.  AN ORIGINAL RUN (GC-RUN-TYPE O) FILES EVERY   *
002800*           CLAIMANT WITH BOX 1 AT OR ABOVE GC-MIN-AMOUNT, OR    *
002900*           ANY FEDERAL TAX WITHHELD, WHO HAS NOT ALREADY BEEN   *
003000*           FILED FOR THE YEAR -- SO A RERUN PICKS UP ONLY LATE  *
003100*           RETURNS.  A CORRECTED RUN (C) FILES ONLY CLAIMANTS   *
003200*           ALREADY FILED WHOSE TOTALS NO LONGER MATCH THE MOST  *
003300*           RECENT FILED RECORD, AS ONE-TRANSACTION (G)          *
003400*           CORRECTIONS CARRYING THE CORRECT AMOUNTS.            *
003500*                                                                *
003600*           THE PAYEE TIN IS THE CLAIMANT'S SSN, SO LIKE CMS-ACH *
003700*           THIS JOB IS AUTHORIZED TO CALL CMSCRYP DIRECTLY TO   *
003800*           DECRYPT CT-SSN FOR ITS OWN RUN.  IRSOUT CARRIES      *
003900*           PLAINTEXT SSNS AND MUST BE RESTRICTED TO THE SAME    *
004000*           ACCESS LIST AS THE BANK ORIGINATION FEED.  THE       *
004100*           ADDRESS IS THE MAILING ADDRESS (CT-MADR1) WHEN ONE   *
004200*           IS ON FILE, OTHERWISE THE RESIDENCE ADDRESS.  A      *
004300*           CLAIMANT WHOSE MASTER IS GONE OR WHOSE SSN IS NOT A  *
004400*           VALID TIN IS NOT FILED AND IS REPORTED ON G99RPT     *
004500*           (CTEXCP LAYOUT) FOR THE TAX UNIT TO FILE BY HAND.    *
004600*                                                                *
004700* MODIFICATION HISTORY.                                         *
004800*   2026-10-15  DS   ORIGINAL.                                  *
004900*================================================================*
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-370.
005300 OBJECT-COMPUTER.   IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT MASTER-FILE      ASSIGN TO "CTMASTER"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CT-SSN
006000         ALTERNATE RECORD KEY IS CT-RECID
006100         FILE STATUS IS WS-MSTR-FILE-STATUS.
006200     SELECT PAY-HIST-FILE    ASSIGN TO "PAYHIST"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT WHLD-HIST-FILE   ASSIGN TO "WHLDHIST"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-WHHS-FILE-STATUS.
006700     SELECT G9CTL-FILE       ASSIGN TO "G9CTL"
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT FILED-FILE       ASSIGN TO "G99FILED"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-FILED-FILE-STATUS.
007200     SELECT IRS-OUT-FILE     ASSIGN TO "IRSOUT"
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT EXCEPT-RPT       ASSIGN TO "G99RPT"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL"
007700         ORGANIZATION IS SEQUENTIAL.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  MASTER-FILE.
008100     COPY CTMST010.
008200 FD  PAY-HIST-FILE
008300     RECORDING MODE IS F.
008400     COPY CTPHST.
008500 FD  WHLD-HIST-FILE
008600     RECORDING MODE IS F.
008700     COPY CTWHHS.
008800 FD  G9CTL-FILE
008900     RECORDING MODE IS F.
009000     COPY CTG9CT.
009100 FD  FILED-FILE
009200     RECORDING MODE IS F.
009300     COPY CTG9FL.
009400 FD  IRS-OUT-FILE
009500     RECORDING MODE IS F.
009600     COPY CTG9IR.
009700 FD  EXCEPT-RPT.
009800     COPY CTEXCP REPLACING EX-REPORT-LINE BY EX-EXCEPTION-LINE.
009900 FD  RUN-CTL-FILE
010000     RECORDING MODE IS F.
010100     COPY CTRUNC.
010200 WORKING-STORAGE SECTION.
010300 01  WS-SWITCHES.
010400     05  WS-HIST-EOF-SW      PIC X(1)  VALUE 'N'.
010500         88  HIST-EOF            VALUE 'Y'.
010600     05  WS-WHHS-EOF-SW      PIC X(1)  VALUE 'N'.
010700         88  WHHS-EOF            VALUE 'Y'.
010800     05  WS-FILED-EOF-SW     PIC X(1)  VALUE 'N'.
010900         88  FILED-EOF           VALUE 'Y'.
011000     05  WS-VALID-TIN-SW     PIC X(1)  VALUE 'N'.
011100         88  VALID-TIN           VALUE 'Y'.
011200 01  WS-MSTR-FILE-STATUS     PIC X(2).
011300 01  WS-WHHS-FILE-STATUS     PIC X(2).
011400 01  WS-FILED-FILE-STATUS    PIC X(2).
011500 01  WS-COUNTERS             COMP.
011600     05  WS-HIST-READ-COUNT  PIC 9(8)  VALUE ZERO.
011700     05  WS-HIST-USED-COUNT  PIC 9(8)  VALUE ZERO.
011800     05  WS-WHHS-READ-COUNT  PIC 9(8)  VALUE ZERO.
011900     05  WS-WHHS-USED-COUNT  PIC 9(8)  VALUE ZERO.
012000     05  WS-FILED-READ-COUNT PIC 9(8)  VALUE ZERO.
012100     05  WS-PAYEE-COUNT      PIC 9(8)  VALUE ZERO.
012200     05  WS-B-WRITTEN-COUNT  PIC 9(8)  VALUE ZERO.
012300     05  WS-ALREADY-COUNT    PIC 9(8)  VALUE ZERO.
012400     05  WS-UNCHANGED-COUNT  PIC 9(8)  VALUE ZERO.
012500     05  WS-BELOW-MIN-COUNT  PIC 9(8)  VALUE ZERO.
012600     05  WS-NOMASTER-COUNT   PIC 9(8)  VALUE ZERO.
012700     05  WS-BADTIN-COUNT     PIC 9(8)  VALUE ZERO.
012800     05  WS-SEQ-NUM          PIC 9(8)  VALUE ZERO.
012900     05  WS-TOT-BOX1         PIC 9(18) VALUE ZERO.
013000     05  WS-TOT-BOX4         PIC 9(18) VALUE ZERO.
013100     05  WS-TOT-BOX11        PIC 9(18) VALUE ZERO.
013200 01  WS-RUN-DATE             PIC X(10).
013300 01  WS-CURRENT-DTTM.
013400     05  WS-CD-DATE          PIC X(8).
013500     05  WS-CD-TIME          PIC X(6).
013600 01  WS-RUN-YEAR-9           PIC 9(4).
013700 01  WS-TAX-YEAR-9           PIC 9(4).
013800 01  WS-EXCP-MSG             PIC X(60).
013900*----------------------------------------------------------------*
014000* PER-CLAIMANT TABLE -- ONE ENTRY PER DISTINCT RECID WITH         *
014100* PAYMENTS, WITHHOLDING, OR A FILED RETURN IN THE TAX YEAR.       *
014200* BOX AMOUNTS ARE THIS RUN'S TOTALS; THE -F- AMOUNTS ARE THE      *
014300* MOST RECENT FILED RETURN, WHEN THERE IS ONE.  WS-CL-ACTION IS   *
014400* SET BY THE SELECTION PASS.  A TAX YEAR WITH MORE CLAIMANTS      *
014500* THAN THE TABLE HOLDS ENDS THE RUN -- DROPPING ONE WOULD DROP A  *
014600* RETURN.                                                         *
014700*----------------------------------------------------------------*
014800 01  WS-CL-TABLE.
014900     05  WS-CL-ENTRY         OCCURS 20000 TIMES.
015000         10  WS-CL-RECID     PIC 9(8).
015100         10  WS-CL-CLMID     PIC X(20).
015200         10  WS-CL-BOX1      PIC 9(12) COMP.
015300         10  WS-CL-BOX4      PIC 9(12) COMP.
015400         10  WS-CL-BOX11     PIC 9(12) COMP.
015500         10  WS-CL-FILED-SW  PIC X(1).
015600             88  WS-CL-FILED     VALUE 'Y'.
015700         10  WS-CL-F-BOX1    PIC 9(12) COMP.
015800         10  WS-CL-F-BOX4    PIC 9(12) COMP.
015900         10  WS-CL-F-BOX11   PIC 9(12) COMP.
016000         10  WS-CL-ACTION    PIC X(1).
016100             88  WS-CL-TO-FILE   VALUE 'Y'.
016200 01  WS-CL-MAX               PIC 9(8)  COMP VALUE 20000.
016300 01  WS-CL-COUNT             PIC 9(8)  COMP VALUE ZERO.
016400 01  WS-CL-IDX               PIC 9(8)  COMP.
016500 01  WS-MATCH-CL-IDX         PIC 9(8)  COMP.
016600 01  WS-CUR-CL-IDX           PIC 9(8)  COMP.
016700 01  WS-KEY-RECID            PIC 9(8).
016800*----------------------------------------------------------------*
016900* PAYEE WORK AREAS -- THE DECRYPTED SSN AND THE 9-DIGIT TIN CUT   *
017000* FROM IT, AND THE NAME AND ADDRESS LINES FOR THE B RECORD.       *
017100*----------------------------------------------------------------*
017200 01  WS-DEC-SSN.
017300     05  WS-DEC-SSN-AREA     PIC X(3).
017400     05  WS-DEC-SSN-DASH1    PIC X(1).
017500     05  WS-DEC-SSN-GROUP    PIC X(2).
017600     05  WS-DEC-SSN-DASH2    PIC X(1).
017700     05  WS-DEC-SSN-SERIAL   PIC X(4).
017800 01  WS-TIN                  PIC X(9).
017900 01  WS-PAYEE-NAME           PIC X(40).
018000 01  WS-PAYEE-ADDR           PIC X(40).
018100 01  WS-PAYEE-CITY           PIC X(40).
018200 01  WS-PAYEE-ST             PIC X(2).
018300 01  WS-PAYEE-ZIP-IN         PIC X(10).
018400 01  WS-PAYEE-ZIP            PIC X(9).
018500 01  WS-AMT-WORK             PIC 9(10)V99.
018600 01  WS-AMT-EDIT-1           PIC ZZ,ZZZ,ZZ9.99.
018700 01  WS-AMT-EDIT-2           PIC ZZ,ZZZ,ZZ9.99.
018800     COPY CTCRYP.
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     PERFORM 2000-TALLY-ONE-PAYMENT THRU 2000-EXIT
019300         UNTIL HIST-EOF.
019400     PERFORM 2500-TALLY-ONE-WITHHOLDING THRU 2500-EXIT
019500         UNTIL WHHS-EOF.
019600     PERFORM 3000-SELECT-ONE-CLAIMANT THRU 3000-EXIT
019700         VARYING WS-CUR-CL-IDX FROM 1 BY 1
019800         UNTIL WS-CUR-CL-IDX > WS-CL-COUNT.
019900     PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT.
020000     PERFORM 5000-WRITE-ONE-RETURN THRU 5000-EXIT
020100         VARYING WS-CUR-CL-IDX FROM 1 BY 1
020200         UNTIL WS-CUR-CL-IDX > WS-CL-COUNT.
020300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020400     STOP RUN.
020500*
020600 1000-INITIALIZE.
020700     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
020800     ACCEPT WS-CD-TIME FROM TIME.
020900     STRING WS-CD-DATE (1:4) '-' WS-CD-DATE (5:2) '-'
021000            WS-CD-DATE (7:2)
021100         DELIMITED BY SIZE INTO WS-RUN-DATE.
021200     MOVE WS-CD-DATE (1:4) TO WS-RUN-YEAR-9.
021300     OPEN INPUT G9CTL-FILE.
021400     READ G9CTL-FILE
021500         AT END
021600             DISPLAY 'CMS1099 - MISSING G9CTL CONTROL RECORD'
021700             MOVE 16 TO RETURN-CODE
021800             STOP RUN
021900     END-READ.
022000     CLOSE G9CTL-FILE.
022100     IF GC-TAX-YEAR IS NOT NUMERIC
022200         DISPLAY 'CMS1099 - TAX YEAR NOT NUMERIC ON G9CTL'
022300         MOVE 16 TO RETURN-CODE
022400         STOP RUN
022500     END-IF.
022600     IF NOT GC-RUN-ORIGINAL AND NOT GC-RUN-CORRECTED
022700         DISPLAY 'CMS1099 - RUN TYPE ON G9CTL MUST BE O OR C'
022800         MOVE 16 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100     IF GC-PAYER-TIN IS NOT NUMERIC OR GC-TCC EQUAL SPACES
023200         DISPLAY 'CMS1099 - PAYER TIN OR TCC MISSING ON G9CTL'
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     IF GC-MIN-AMOUNT IS NOT NUMERIC
023700         DISPLAY 'CMS1099 - MINIMUM AMOUNT NOT NUMERIC ON G9CTL'
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100     MOVE GC-TAX-YEAR TO WS-TAX-YEAR-9.
024200     OPEN INPUT  MASTER-FILE.
024300     IF WS-MSTR-FILE-STATUS NOT = '00'
024400         DISPLAY 'CMS1099 - CTMASTER OPEN FAILED - STATUS '
024500             WS-MSTR-FILE-STATUS
024600         MOVE 16 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900     PERFORM 1300-LOAD-FILED THRU 1300-EXIT.
025000     OPEN INPUT  PAY-HIST-FILE.
025100     OPEN INPUT  WHLD-HIST-FILE.
025200     IF WS-WHHS-FILE-STATUS NOT = '00'
025300         SET WHHS-EOF TO TRUE
025400     ELSE
025500         PERFORM 1200-READ-WHLD-HIST THRU 1200-EXIT
025600     END-IF.
025700     OPEN OUTPUT IRS-OUT-FILE.
025800     OPEN OUTPUT EXCEPT-RPT.
025900     OPEN EXTEND FILED-FILE.
026000     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
026100     GO TO 1000-EXIT.
026200 1000-EXIT.
026300     EXIT.
026400*
026500 1100-READ-HISTORY.
026600     READ PAY-HIST-FILE
026700         AT END
026800             SET HIST-EOF TO TRUE
026900     END-READ.
027000     GO TO 1100-EXIT.
027100 1100-EXIT.
027200     EXIT.
027300*
027400 1200-READ-WHLD-HIST.
027500     READ WHLD-HIST-FILE
027600         AT END
027700             SET WHHS-EOF TO TRUE
027800     END-READ.
027900     GO TO 1200-EXIT.
028000 1200-EXIT.
028100     EXIT.
028200*
028300*----------------------------------------------------------------*
028400* 1300-LOAD-FILED                                                *
028500*   LOADS WHAT HAS ALREADY BEEN FILED FOR THE TAX YEAR.  THE      *
028600*   DATASET IS IN THE ORDER IT WAS WRITTEN, SO A LATER RECORD     *
028700*   FOR THE SAME CLAIMANT (A CORRECTION) REPLACES AN EARLIER      *
028800*   ONE.  A MISSING DATASET MEANS NOTHING HAS BEEN FILED YET.     *
028900*----------------------------------------------------------------*
029000 1300-LOAD-FILED.
029100     OPEN INPUT FILED-FILE.
029200     IF WS-FILED-FILE-STATUS NOT = '00'
029300         GO TO 1300-EXIT
029400     END-IF.
029500     PERFORM 1310-LOAD-ONE-FILED THRU 1310-EXIT
029600         UNTIL FILED-EOF.
029700     CLOSE FILED-FILE.
029800     GO TO 1300-EXIT.
029900 1300-EXIT.
030000     EXIT.
030100*
030200 1310-LOAD-ONE-FILED.
030300     READ FILED-FILE
030400         AT END
030500             SET FILED-EOF TO TRUE
030600             GO TO 1310-EXIT
030700     END-READ.
030800     IF GF-TAX-YEAR NOT = GC-TAX-YEAR
030900         GO TO 1310-EXIT
031000     END-IF.
031100     ADD 1 TO WS-FILED-READ-COUNT.
031200     MOVE GF-RECID TO WS-KEY-RECID.
031300     PERFORM 2200-FIND-OR-ADD THRU 2200-EXIT.
031400     MOVE 'Y'          TO WS-CL-FILED-SW (WS-MATCH-CL-IDX).
031500     MOVE GF-BOX1-AMT  TO WS-CL-F-BOX1 (WS-MATCH-CL-IDX).
031600     MOVE GF-BOX4-AMT  TO WS-CL-F-BOX4 (WS-MATCH-CL-IDX).
031700     MOVE GF-BOX11-AMT TO WS-CL-F-BOX11 (WS-MATCH-CL-IDX).
031800     MOVE GF-CLMID     TO WS-CL-CLMID (WS-MATCH-CL-IDX).
031900     GO TO 1310-EXIT.
032000 1310-EXIT.
032100     EXIT.
032200*
032300*----------------------------------------------------------------*
032400* 2000-TALLY-ONE-PAYMENT                                         *
032500*   ADDS ONE TAX-YEAR PAYMENT HISTORY RECORD TO ITS CLAIMANT'S    *
032600*   BOX 1 TOTAL, THEN READS THE NEXT HISTORY RECORD.              *
032700*----------------------------------------------------------------*
032800 2000-TALLY-ONE-PAYMENT.
032900     ADD 1 TO WS-HIST-READ-COUNT.
033000     IF PH-RUN-DATE (1:4) NOT = GC-TAX-YEAR
033100         GO TO 2000-NEXT
033200     END-IF.
033300     ADD 1 TO WS-HIST-USED-COUNT.
033400     MOVE PH-RECID TO WS-KEY-RECID.
033500     PERFORM 2200-FIND-OR-ADD THRU 2200-EXIT.
033600     ADD PH-AMOUNT TO WS-CL-BOX1 (WS-MATCH-CL-IDX).
033700     MOVE PH-CLMID TO WS-CL-CLMID (WS-MATCH-CL-IDX).
033800 2000-NEXT.
033900     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
034000     GO TO 2000-EXIT.
034100 2000-EXIT.
034200     EXIT.
034300*
034400 2100-MATCH-CLAIMANT.
034500     IF WS-MATCH-CL-IDX EQUAL ZERO
034600             AND WS-KEY-RECID EQUAL WS-CL-RECID (WS-CL-IDX)
034700         MOVE WS-CL-IDX TO WS-MATCH-CL-IDX
034800     END-IF.
034900     GO TO 2100-EXIT.
035000 2100-EXIT.
035100     EXIT.
035200*
035300*----------------------------------------------------------------*
035400* 2200-FIND-OR-ADD - LEAVE WS-MATCH-CL-IDX ON THE TABLE ENTRY    *
035500* FOR WS-KEY-RECID, ADDING A ZEROED ENTRY IF THERE IS NONE.      *
035600*----------------------------------------------------------------*
035700 2200-FIND-OR-ADD.
035800     MOVE ZERO TO WS-MATCH-CL-IDX.
035900     PERFORM 2100-MATCH-CLAIMANT THRU 2100-EXIT
036000         VARYING WS-CL-IDX FROM 1 BY 1
036100         UNTIL WS-CL-IDX > WS-CL-COUNT.
036200     IF WS-MATCH-CL-IDX > ZERO
036300         GO TO 2200-EXIT
036400     END-IF.
036500     IF WS-CL-COUNT >= WS-CL-MAX
036600         DISPLAY 'CMS1099 - CLAIMANT TABLE OVERFLOW AT '
036700             WS-CL-MAX
036800         MOVE 16 TO RETURN-CODE
036900         STOP RUN
037000     END-IF.
037100     ADD 1 TO WS-CL-COUNT.
037200     MOVE WS-CL-COUNT  TO WS-MATCH-CL-IDX.
037300     MOVE WS-KEY-RECID TO WS-CL-RECID (WS-CL-COUNT).
037400     MOVE SPACES       TO WS-CL-CLMID (WS-CL-COUNT).
037500     MOVE ZERO         TO WS-CL-BOX1 (WS-CL-COUNT)
037600                          WS-CL-BOX4 (WS-CL-COUNT)
037700                          WS-CL-BOX11 (WS-CL-COUNT)
037800                          WS-CL-F-BOX1 (WS-CL-COUNT)
037900                          WS-CL-F-BOX4 (WS-CL-COUNT)
038000                          WS-CL-F-BOX11 (WS-CL-COUNT).
038100     MOVE 'N'          TO WS-CL-FILED-SW (WS-CL-COUNT)
038200                          WS-CL-ACTION (WS-CL-COUNT).
038300     GO TO 2200-EXIT.
038400 2200-EXIT.
038500     EXIT.
038600*
038700*----------------------------------------------------------------*
038800* 2500-TALLY-ONE-WITHHOLDING                                     *
038900*   ADDS ONE TAX-YEAR INCOME TAX WITHHOLDING RECORD TO ITS        *
039000*   CLAIMANT'S BOX 4 (FEDERAL) OR BOX 11 (STATE) TOTAL.  COURT-   *
039100*   ORDERED AND OTHER THIRD-PARTY DEDUCTIONS ARE NOT TAX AND ARE  *
039200*   PASSED OVER.                                                  *
039300*----------------------------------------------------------------*
039400 2500-TALLY-ONE-WITHHOLDING.
039500     ADD 1 TO WS-WHHS-READ-COUNT.
039600     IF WT-RUN-DATE (1:4) NOT = GC-TAX-YEAR
039700         GO TO 2500-NEXT
039800     END-IF.
039900     IF NOT WT-CLASS-FED-TAX AND NOT WT-CLASS-STATE-TAX
040000         GO TO 2500-NEXT
040100     END-IF.
040200     ADD 1 TO WS-WHHS-USED-COUNT.
040300     MOVE WT-RECID TO WS-KEY-RECID.
040400     PERFORM 2200-FIND-OR-ADD THRU 2200-EXIT.
040500     IF WT-CLASS-FED-TAX
040600         ADD WT-AMOUNT TO WS-CL-BOX4 (WS-MATCH-CL-IDX)
040700     ELSE
040800         ADD WT-AMOUNT TO WS-CL-BOX11 (WS-MATCH-CL-IDX)
040900     END-IF.
041000     IF WS-CL-CLMID (WS-MATCH-CL-IDX) EQUAL SPACES
041100         MOVE WT-CLMID TO WS-CL-CLMID (WS-MATCH-CL-IDX)
041200     END-IF.
041300 2500-NEXT.
041400     PERFORM 1200-READ-WHLD-HIST THRU 1200-EXIT.
041500     GO TO 2500-EXIT.
041600 2500-EXIT.
041700     EXIT.
041800*
041900*----------------------------------------------------------------*
042000* 3000-SELECT-ONE-CLAIMANT                                       *
042100*   DECIDES WHETHER THE CLAIMANT IN TABLE ENTRY WS-CUR-CL-IDX IS  *
042200*   FILED ON THIS RUN (SEE THE PROGRAM BANNER FOR THE ORIGINAL    *
042300*   AND CORRECTED RULES), THEN PROVES THE RETURN CAN BE BUILT --  *
042400*   MASTER ON FILE AND A VALID TIN -- SO THE T RECORD CAN CARRY   *
042500*   THE EXACT PAYEE COUNT BEFORE THE FIRST B RECORD IS WRITTEN.   *
042600*----------------------------------------------------------------*
042700 3000-SELECT-ONE-CLAIMANT.
042800     IF GC-RUN-ORIGINAL
042900         IF WS-CL-FILED (WS-CUR-CL-IDX)
043000             ADD 1 TO WS-ALREADY-COUNT
043100             GO TO 3000-EXIT
043200         END-IF
043300         IF WS-CL-BOX1 (WS-CUR-CL-IDX) < GC-MIN-AMOUNT
043400                 AND WS-CL-BOX4 (WS-CUR-CL-IDX) EQUAL ZERO
043500             ADD 1 TO WS-BELOW-MIN-COUNT
043600             GO TO 3000-EXIT
043700         END-IF
043800     ELSE
043900         IF NOT WS-CL-FILED (WS-CUR-CL-IDX)
044000             GO TO 3000-EXIT
044100         END-IF
044200         IF WS-CL-BOX1 (WS-CUR-CL-IDX)
044300                 EQUAL WS-CL-F-BOX1 (WS-CUR-CL-IDX)
044400             AND WS-CL-BOX4 (WS-CUR-CL-IDX)
044500                 EQUAL WS-CL-F-BOX4 (WS-CUR-CL-IDX)
044600             AND WS-CL-BOX11 (WS-CUR-CL-IDX)
044700                 EQUAL WS-CL-F-BOX11 (WS-CUR-CL-IDX)
044800             ADD 1 TO WS-UNCHANGED-COUNT
044900             GO TO 3000-EXIT
045000         END-IF
045100     END-IF.
045200     MOVE WS-CL-RECID (WS-CUR-CL-IDX) TO CT-RECID.
045300     READ MASTER-FILE KEY IS CT-RECID
045400         INVALID KEY
045500             ADD 1 TO WS-NOMASTER-COUNT
045600             MOVE 'G99-NOMASTER' TO EX-TYPE
045700             MOVE 'NO MASTER FOR RECID - RETURN NOT FILED.'
045800                 TO WS-EXCP-MSG
045900             PERFORM 4800-WRITE-RPT-LINE THRU 4800-EXIT
046000             GO TO 3000-EXIT
046100     END-READ.
046200     PERFORM 3100-DECRYPT-SSN THRU 3100-EXIT.
046300     PERFORM 3200-EDIT-TIN THRU 3200-EXIT.
046400     IF NOT VALID-TIN
046500         ADD 1 TO WS-BADTIN-COUNT
046600         MOVE 'G99-BADTIN'   TO EX-TYPE
046700         MOVE 'SSN ON FILE IS NOT A VALID TIN - RETURN NOT FILED.'
046800             TO WS-EXCP-MSG
046900         PERFORM 4800-WRITE-RPT-LINE THRU 4800-EXIT
047000         GO TO 3000-EXIT
047100     END-IF.
047200     MOVE 'Y' TO WS-CL-ACTION (WS-CUR-CL-IDX).
047300     ADD 1 TO WS-PAYEE-COUNT.
047400     GO TO 3000-EXIT.
047500 3000-EXIT.
047600     EXIT.
047700*
047800 3100-DECRYPT-SSN.
047900     MOVE 'D'                TO CY-FUNCTION.
048000     MOVE 11                 TO CY-LENGTH.
048100     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
048200     MOVE CT-SSN             TO CY-CIPHER-TEXT (1:11).
048300     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
048400     MOVE CY-PLAIN-TEXT (1:11) TO WS-DEC-SSN.
048500     GO TO 3100-EXIT.
048600 3100-EXIT.
048700     EXIT.
048800*
048900*----------------------------------------------------------------*
049000* 3200-EDIT-TIN - THE SSN MUST BE IN THE NNN-NN-NNNN FORM        *
049100* CMS-UPDT EDITS ON THE WAY IN; THE DASHES ARE DROPPED FOR THE   *
049200* 9-DIGIT TIN.                                                   *
049300*----------------------------------------------------------------*
049400 3200-EDIT-TIN.
049500     MOVE 'N' TO WS-VALID-TIN-SW.
049600     MOVE SPACES TO WS-TIN.
049700     IF WS-DEC-SSN-DASH1 EQUAL '-'
049800             AND WS-DEC-SSN-DASH2 EQUAL '-'
049900             AND WS-DEC-SSN-AREA   IS NUMERIC
050000             AND WS-DEC-SSN-GROUP  IS NUMERIC
050100             AND WS-DEC-SSN-SERIAL IS NUMERIC
050200         STRING WS-DEC-SSN-AREA WS-DEC-SSN-GROUP
050300                WS-DEC-SSN-SERIAL
050400             DELIMITED BY SIZE INTO WS-TIN
050500         SET VALID-TIN TO TRUE
050600     END-IF.
050700     GO TO 3200-EXIT.
050800 3200-EXIT.
050900     EXIT.
051000*
051100*----------------------------------------------------------------*
051200* 4000-WRITE-HEADERS - THE T (TRANSMITTER) AND A (PAYER)         *
051300* RECORDS.  THE AGENCY TRANSMITS ITS OWN RETURNS, SO BOTH CARRY  *
051400* THE PAYER IDENTITY FROM THE G9CTL RECORD.  DATA FOR A TAX      *
051500* YEAR BEFORE LAST IS FLAGGED PRIOR-YEAR.                        *
051600*----------------------------------------------------------------*
051700 4000-WRITE-HEADERS.
051800     MOVE SPACES                 TO IR-T-REC.
051900     MOVE 'T'                    TO IR-T-RECORD-TYPE.
052000     MOVE GC-TAX-YEAR            TO IR-T-PMT-YEAR.
052100     IF WS-TAX-YEAR-9 + 1 < WS-RUN-YEAR-9
052200         MOVE 'P'                TO IR-T-PRIOR-YR-IND
052300     END-IF.
052400     MOVE GC-PAYER-TIN           TO IR-T-TIN.
052500     MOVE GC-TCC                 TO IR-T-TCC.
052600     MOVE GC-TEST-IND            TO IR-T-TEST-IND.
052700     MOVE GC-PAYER-NAME          TO IR-T-NAME.
052800     MOVE GC-PAYER-NAME          TO IR-T-COMPANY.
052900     MOVE GC-PAYER-ADDR          TO IR-T-ADDR.
053000     MOVE GC-PAYER-CITY          TO IR-T-CITY.
053100     MOVE GC-PAYER-ST            TO IR-T-ST.
053200     MOVE GC-PAYER-ZIP           TO IR-T-ZIP.
053300     MOVE WS-PAYEE-COUNT         TO IR-T-PAYEE-COUNT.
053400     MOVE GC-CONTACT-NAME        TO IR-T-CONTACT-NAME.
053500     MOVE GC-CONTACT-PHONE       TO IR-T-CONTACT-PHONE.
053600     MOVE GC-CONTACT-EMAIL       TO IR-T-CONTACT-EMAIL.
053700     ADD 1                       TO WS-SEQ-NUM.
053800     MOVE WS-SEQ-NUM             TO IR-T-SEQ-NUM.
053900     MOVE 'I'                    TO IR-T-VENDOR-IND.
054000     WRITE IR-T-REC.
054100     MOVE SPACES                 TO IR-A-REC.
054200     MOVE 'A'                    TO IR-A-RECORD-TYPE.
054300     MOVE GC-TAX-YEAR            TO IR-A-PMT-YEAR.
054400     MOVE GC-PAYER-TIN           TO IR-A-PAYER-TIN.
054500     MOVE GC-PAYER-NAME-CTL      TO IR-A-NAME-CTL.
054600     MOVE 'F '                   TO IR-A-RETURN-TYPE.
054700     MOVE '14'                   TO IR-A-AMOUNT-CODES.
054800     MOVE GC-PAYER-NAME          TO IR-A-NAME.
054900     MOVE '0'                    TO IR-A-XFER-AGENT.
055000     MOVE GC-PAYER-ADDR          TO IR-A-ADDR.
055100     MOVE GC-PAYER-CITY          TO IR-A-CITY.
055200     MOVE GC-PAYER-ST            TO IR-A-ST.
055300     MOVE GC-PAYER-ZIP           TO IR-A-ZIP.
055400     MOVE GC-PAYER-PHONE         TO IR-A-PHONE.
055500     ADD 1                       TO WS-SEQ-NUM.
055600     MOVE WS-SEQ-NUM             TO IR-A-SEQ-NUM.
055700     WRITE IR-A-REC.
055800     GO TO 4000-EXIT.
055900 4000-EXIT.
056000     EXIT.
056100*
056200*----------------------------------------------------------------*
056300* 4800-WRITE-RPT-LINE - WRITE ONE EXCEPTION LINE FOR THE TABLE   *
056400* ENTRY IN HAND.  EX-TYPE AND WS-EXCP-MSG ARE SET BY THE         *
056500* CALLER.  NO SSN IS PRINTED.                                    *
056600*----------------------------------------------------------------*
056700 4800-WRITE-RPT-LINE.
056800     MOVE WS-RUN-DATE        TO EX-RUN-DATE.
056900     MOVE WS-CL-RECID (WS-CUR-CL-IDX) TO EX-RECID.
057000     MOVE ZERO               TO EX-OTHR-RECID.
057100     MOVE SPACES             TO EX-SSN.
057200     MOVE WS-EXCP-MSG        TO EX-MESSAGE.
057300     WRITE EX-EXCEPTION-LINE.
057400     GO TO 4800-EXIT.
057500 4800-EXIT.
057600     EXIT.
057700*
057800*----------------------------------------------------------------*
057900* 5000-WRITE-ONE-RETURN                                          *
058000*   WRITES THE B RECORD FOR ONE SELECTED CLAIMANT AND RECORDS IT  *
058100*   ON THE FILED-RETURN DATASET.  A CORRECTION CARRIES THE        *
058200*   CORRECT AMOUNTS WITH INDICATOR G AND IS ALSO LISTED ON        *
058300*   G99RPT WITH THE BOX 1 FIGURE IT REPLACES.                     *
058400*----------------------------------------------------------------*
058500 5000-WRITE-ONE-RETURN.
058600     IF NOT WS-CL-TO-FILE (WS-CUR-CL-IDX)
058700         GO TO 5000-EXIT
058800     END-IF.
058900     MOVE WS-CL-RECID (WS-CUR-CL-IDX) TO CT-RECID.
059000     READ MASTER-FILE KEY IS CT-RECID
059100         INVALID KEY
059200             DISPLAY 'CMS1099 - MASTER LOST DURING RUN - RECID '
059300                 CT-RECID
059400             MOVE 16 TO RETURN-CODE
059500             STOP RUN
059600     END-READ.
059700     PERFORM 3100-DECRYPT-SSN THRU 3100-EXIT.
059800     PERFORM 3200-EDIT-TIN THRU 3200-EXIT.
059900     PERFORM 5100-BUILD-PAYEE-NAME THRU 5100-EXIT.
060000     PERFORM 5200-SET-ADDRESS THRU 5200-EXIT.
060100     MOVE SPACES                 TO IR-B-REC.
060200     MOVE 'B'                    TO IR-B-RECORD-TYPE.
060300     MOVE GC-TAX-YEAR            TO IR-B-PMT-YEAR.
060400     IF GC-RUN-CORRECTED
060500         MOVE 'G'                TO IR-B-CORR-IND
060600     END-IF.
060700     MOVE CT-LNAM (1:4)          TO IR-B-NAME-CTL.
060800     MOVE '2'                    TO IR-B-TIN-TYPE.
060900     MOVE WS-TIN                 TO IR-B-TIN.
061000     MOVE WS-CL-RECID (WS-CUR-CL-IDX) TO IR-B-ACCT-NUM.
061100     MOVE WS-CL-BOX1 (WS-CUR-CL-IDX)  TO IR-B-AMT-1.
061200     MOVE ALL '0'                TO IR-B-AMT-2-3.
061300     MOVE WS-CL-BOX4 (WS-CUR-CL-IDX)  TO IR-B-AMT-4.
061400     MOVE ALL '0'                TO IR-B-AMT-5-J.
061500     MOVE WS-PAYEE-NAME          TO IR-B-NAME.
061600     MOVE WS-PAYEE-ADDR          TO IR-B-ADDR.
061700     MOVE WS-PAYEE-CITY          TO IR-B-CITY.
061800     MOVE WS-PAYEE-ST            TO IR-B-ST.
061900     MOVE WS-PAYEE-ZIP           TO IR-B-ZIP.
062000     ADD 1                       TO WS-SEQ-NUM.
062100     MOVE WS-SEQ-NUM             TO IR-B-SEQ-NUM.
062200     MOVE WS-CL-BOX11 (WS-CUR-CL-IDX) TO IR-B-STATE-WH.
062300     MOVE ZERO                   TO IR-B-LOCAL-WH.
062400     WRITE IR-B-REC.
062500     ADD 1                       TO WS-B-WRITTEN-COUNT.
062600     ADD WS-CL-BOX1 (WS-CUR-CL-IDX)  TO WS-TOT-BOX1.
062700     ADD WS-CL-BOX4 (WS-CUR-CL-IDX)  TO WS-TOT-BOX4.
062800     ADD WS-CL-BOX11 (WS-CUR-CL-IDX) TO WS-TOT-BOX11.
062900     PERFORM 5300-WRITE-FILED-REC THRU 5300-EXIT.
063000     IF GC-RUN-CORRECTED
063100         COMPUTE WS-AMT-WORK = WS-CL-F-BOX1 (WS-CUR-CL-IDX) / 100
063200         MOVE WS-AMT-WORK TO WS-AMT-EDIT-1
063300         COMPUTE WS-AMT-WORK = WS-CL-BOX1 (WS-CUR-CL-IDX) / 100
063400         MOVE WS-AMT-WORK TO WS-AMT-EDIT-2
063500         MOVE 'G99-CORRECT'  TO EX-TYPE
063600         MOVE SPACES         TO WS-EXCP-MSG
063700         STRING 'CORRECTED - BOX 1 WAS ' WS-AMT-EDIT-1
063800                ' NOW ' WS-AMT-EDIT-2
063900             DELIMITED BY SIZE INTO WS-EXCP-MSG
064000         PERFORM 4800-WRITE-RPT-LINE THRU 4800-EXIT
064100     END-IF.
064200     GO TO 5000-EXIT.
064300 5000-EXIT.
064400     EXIT.
064500*
064600 5100-BUILD-PAYEE-NAME.
064700     MOVE SPACES TO WS-PAYEE-NAME.
064800     STRING CT-FNAM DELIMITED BY '  '
064900            ' '     DELIMITED BY SIZE
065000            CT-LNAM DELIMITED BY '  '
065100            ' '     DELIMITED BY SIZE
065200            CT-SUFX DELIMITED BY '  '
065300         INTO WS-PAYEE-NAME
065400     END-STRING.
065500     GO TO 5100-EXIT.
065600 5100-EXIT.
065700     EXIT.
065800*
065900*----------------------------------------------------------------*
066000* 5200-SET-ADDRESS - THE MAILING ADDRESS WHEN ONE IS ON FILE,    *
066100* OTHERWISE THE RESIDENCE ADDRESS.  A ZIP+4 HELD AS NNNNN-NNNN   *
066200* IS CLOSED UP TO THE NINE DIGITS THE IRS RECORD TAKES.          *
066300*----------------------------------------------------------------*
066400 5200-SET-ADDRESS.
066500     IF CT-MADR1 NOT = SPACES
066600         MOVE CT-MADR1       TO WS-PAYEE-ADDR
066700         MOVE CT-MCITY       TO WS-PAYEE-CITY
066800         MOVE CT-MST         TO WS-PAYEE-ST
066900         MOVE CT-MZIP        TO WS-PAYEE-ZIP-IN
067000     ELSE
067100         MOVE CT-ADR1        TO WS-PAYEE-ADDR
067200         MOVE CT-CITY        TO WS-PAYEE-CITY
067300         MOVE CT-ST          TO WS-PAYEE-ST
067400         MOVE CT-ZIP         TO WS-PAYEE-ZIP-IN
067500     END-IF.
067600     MOVE SPACES TO WS-PAYEE-ZIP.
067700     IF WS-PAYEE-ZIP-IN (6:1) EQUAL '-'
067800         STRING WS-PAYEE-ZIP-IN (1:5) WS-PAYEE-ZIP-IN (7:4)
067900             DELIMITED BY SIZE INTO WS-PAYEE-ZIP
068000     ELSE
068100         MOVE WS-PAYEE-ZIP-IN (1:9) TO WS-PAYEE-ZIP
068200     END-IF.
068300     GO TO 5200-EXIT.
068400 5200-EXIT.
068500     EXIT.
068600*
068700 5300-WRITE-FILED-REC.
068800     MOVE SPACES                       TO GF-FILED-REC.
068900     MOVE GC-TAX-YEAR                  TO GF-TAX-YEAR.
069000     MOVE WS-CL-RECID (WS-CUR-CL-IDX)  TO GF-RECID.
069100     MOVE WS-CL-CLMID (WS-CUR-CL-IDX)  TO GF-CLMID.
069200     MOVE WS-CL-BOX1 (WS-CUR-CL-IDX)   TO GF-BOX1-AMT.
069300     MOVE WS-CL-BOX4 (WS-CUR-CL-IDX)   TO GF-BOX4-AMT.
069400     MOVE WS-CL-BOX11 (WS-CUR-CL-IDX)  TO GF-BOX11-AMT.
069500     IF GC-RUN-CORRECTED
069600         MOVE 'G'                      TO GF-FILE-TYPE
069700     ELSE
069800         MOVE 'O'                      TO GF-FILE-TYPE
069900     END-IF.
070000     MOVE WS-RUN-DATE                  TO GF-FILE-DATE.
070100     WRITE GF-FILED-REC.
070200     GO TO 5300-EXIT.
070300 5300-EXIT.
070400     EXIT.
070500*
070600*----------------------------------------------------------------*
070700* 8000-TERMINATE - WRITE THE C AND F RECORDS, CLOSE FILES, AND   *
070800*   DISPLAY RUN TOTALS.                                          *
070900*----------------------------------------------------------------*
071000 8000-TERMINATE.
071100     PERFORM 8100-WRITE-END-OF-PAYER THRU 8100-EXIT.
071200     PERFORM 8200-WRITE-END-OF-TRANS THRU 8200-EXIT.
071300     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
071400     CLOSE MASTER-FILE
071500           PAY-HIST-FILE
071600           IRS-OUT-FILE
071700           EXCEPT-RPT
071800           FILED-FILE.
071900     IF WS-WHHS-FILE-STATUS EQUAL '00'
072000         CLOSE WHLD-HIST-FILE
072100     END-IF.
072200     DISPLAY 'CMS1099 - 1099-G INFORMATION RETURN FILE COMPLETE'.
072300     DISPLAY 'TAX YEAR / RUN TYPE  . . . . ' GC-TAX-YEAR ' '
072400         GC-RUN-TYPE.
072500     DISPLAY 'HISTORY RECORDS READ . . . . ' WS-HIST-READ-COUNT.
072600     DISPLAY 'RECORDS IN TAX YEAR  . . . . ' WS-HIST-USED-COUNT.
072700     DISPLAY 'WITHHOLDING RECORDS READ . . ' WS-WHHS-READ-COUNT.
072800     DISPLAY 'INCOME TAX WITHHOLDING USED  ' WS-WHHS-USED-COUNT.
072900     DISPLAY 'PRIOR FILED RETURNS LOADED . ' WS-FILED-READ-COUNT.
073000     DISPLAY 'RETURNS WRITTEN (B)  . . . . ' WS-B-WRITTEN-COUNT.
073100     DISPLAY 'BOX 1 TOTAL (CENTS)  . . . . ' WS-TOT-BOX1.
073200     DISPLAY 'BOX 4 TOTAL (CENTS)  . . . . ' WS-TOT-BOX4.
073300     DISPLAY 'BOX 11 TOTAL (CENTS) . . . . ' WS-TOT-BOX11.
073400     DISPLAY 'SKIPPED - ALREADY FILED  . . ' WS-ALREADY-COUNT.
073500     DISPLAY 'SKIPPED - UNCHANGED  . . . . ' WS-UNCHANGED-COUNT.
073600     DISPLAY 'SKIPPED - BELOW MINIMUM  . . ' WS-BELOW-MIN-COUNT.
073700     DISPLAY 'NOT FILED - NO MASTER  . . . ' WS-NOMASTER-COUNT.
073800     DISPLAY 'NOT FILED - INVALID TIN  . . ' WS-BADTIN-COUNT.
073900     GO TO 8000-EXIT.
074000 8000-EXIT.
074100     EXIT.
074200*
074300 8100-WRITE-END-OF-PAYER.
074400     MOVE SPACES                 TO IR-C-REC.
074500     MOVE 'C'                    TO IR-C-RECORD-TYPE.
074600     MOVE WS-B-WRITTEN-COUNT     TO IR-C-PAYEE-COUNT.
074700     MOVE WS-TOT-BOX1            TO IR-C-TOTAL-1.
074800     MOVE ALL '0'                TO IR-C-TOTAL-2-3.
074900     MOVE WS-TOT-BOX4            TO IR-C-TOTAL-4.
075000     MOVE ALL '0'                TO IR-C-TOTAL-5-J.
075100     ADD 1                       TO WS-SEQ-NUM.
075200     MOVE WS-SEQ-NUM             TO IR-C-SEQ-NUM.
075300     WRITE IR-C-REC.
075400     GO TO 8100-EXIT.
075500 8100-EXIT.
075600     EXIT.
075700*
075800 8200-WRITE-END-OF-TRANS.
075900     MOVE SPACES                 TO IR-F-REC.
076000     MOVE 'F'                    TO IR-F-RECORD-TYPE.
076100     MOVE 1                      TO IR-F-A-COUNT.
076200     MOVE ALL '0'                TO IR-F-ZERO.
076300     MOVE WS-B-WRITTEN-COUNT     TO IR-F-PAYEE-COUNT.
076400     ADD 1                       TO WS-SEQ-NUM.
076500     MOVE WS-SEQ-NUM             TO IR-F-SEQ-NUM.
076600     WRITE IR-F-REC.
076700     GO TO 8200-EXIT.
076800 8200-EXIT.
076900     EXIT.
077000*
077100*----------------------------------------------------------------*
077200* 8900-WRITE-RUN-CONTROL - WRITE THIS RUN'S STANDARD TOTALS      *
077300* RECORD TO THE SHARED RUNCTL DATASET FOR CMS-BAL.               *
077400*----------------------------------------------------------------*
077500 8900-WRITE-RUN-CONTROL.
077600     OPEN EXTEND RUN-CTL-FILE.
077700     MOVE 'CMS-1099'         TO RC-JOB.
077800     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
077900     MOVE 'F'                TO RC-RUN-MODE.
078000     MOVE WS-HIST-READ-COUNT TO RC-RECS-READ.
078100     MOVE WS-B-WRITTEN-COUNT TO RC-RECS-WRITTEN.
078200     COMPUTE RC-RECS-REJECTED =
078300         WS-NOMASTER-COUNT + WS-BADTIN-COUNT.
078400     MOVE ZERO               TO RC-ADD-COUNT.
078500     MOVE ZERO               TO RC-CHANGE-COUNT.
078600     MOVE ZERO               TO RC-DELETE-COUNT.
078700     MOVE ZERO               TO RC-ACH-ENTRY-COUNT.
078800     MOVE ZERO               TO RC-ACH-CREDIT-AMT.
078900     MOVE ZERO               TO RC-PAY-DETAIL-AMT.
079000     WRITE RC-RUN-CONTROL-REC.
079100     CLOSE RUN-CTL-FILE.
079200     GO TO 8900-EXIT.
079300 8900-EXIT.
079400     EXIT.
