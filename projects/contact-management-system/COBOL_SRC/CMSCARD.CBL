004540*                    C), SO CMS-YEST YEAR-END STATEMENTS     *
004550*                    COVER CARD-PAID CLAIMANTS THE SAME AS   *
004560*                    ACH-PAID ONES.                          *
004562*   2026-10-15  DS   HONORS THE CUMULATIVE PAYMENT HOLD         *
004564*                    DATASET (PAYHOLD, SEE CTHOLD) PLACED BY    *
004566*                    CMS-FRNG.  A CLAIMANT UNDER AN ACTIVE      *
004568*                    HOLD IS NOT PAID -- THE CYCLE'S PAYMENTS   *
004570*                    ARE LISTED AS PAY-HELD ON THE EXCEPTION    *
004572*                    REPORT, NO PAYMENT HISTORY IS WRITTEN,     *
004574*                    AND THE HELD COUNT AND DOLLARS GO TO A     *
004576*                    SECOND RUN-CONTROL RECORD (RC-JOB          *
004578*                    CMS-HOLD) SO THE CMS-BAL PAYMENT-COVERAGE  *
004580*                    CHECK STILL ACCOUNTS FOR EVERY PAYDTL      *
004582*                    DOLLAR.                                    *
004584*   2026-10-15  DS   A CLAIMANT WHOSE BANK ACCOUNT WAS JUST        *
004586*                    CHANGED AND WHO IS IN THE CHANGE'S COOLING-   *
004588*                    OFF PERIOD WITH THE DEBIT-CARD ROUTE          *
004590*                    (CT-BKCOOL-TO-CARD, SET BY CMS-UPDT) IS       *
004592*                    TREATED AS UNBANKED UNTIL CT-BKCOOL-DATE --   *
004594*                    CMS-ACH SENDS ONLY THE PRENOTE, AND THE       *
004596*                    CYCLE'S PAYMENT IS LOADED TO THE CARD HERE.   *
004600*================================================================*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
007100         ORGANIZATION IS SEQUENTIAL.
007110     SELECT PAY-HIST-FILE    ASSIGN TO "PAYHIST"
007120         ORGANIZATION IS SEQUENTIAL.
007140     SELECT HOLD-FILE        ASSIGN TO "PAYHOLD"
007160         ORGANIZATION IS SEQUENTIAL
007180         FILE STATUS IS WS-HOLD-FILE-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  MASTER-FILE.
009210 FD  PAY-HIST-FILE
009220     RECORDING MODE IS F.
009230     COPY CTPHST.
009240 FD  HOLD-FILE
009250     RECORDING MODE IS F.
009260     COPY CTHOLD.
009300 WORKING-STORAGE SECTION.
009400 01  WS-SWITCHES.
009500     05  WS-MASTER-EOF-SW    PIC X(1)  VALUE 'N'.
010400         88  PAY-FOUND           VALUE 'Y'.
010500     05  WS-ON-FILE-SW       PIC X(1)  VALUE 'N'.
010600         88  CARDHOLDER-ON-FILE  VALUE 'Y'.
010620     05  WS-HOLD-EOF-SW      PIC X(1)  VALUE 'N'.
010640         88  HOLD-EOF            VALUE 'Y'.
010660     05  WS-HELD-SW          PIC X(1)  VALUE 'N'.
010680         88  PAYMENT-HELD        VALUE 'Y'.
010700 01  WS-MSTR-FILE-STATUS     PIC X(2).
010800 01  WS-CARD-FILE-STATUS     PIC X(2).
010850 01  WS-HOLD-FILE-STATUS     PIC X(2).
010900 01  WS-COUNTERS             COMP.
011000     05  WS-MASTER-READ-CNT  PIC 9(8)  VALUE ZERO.
011100     05  WS-ENROLL-COUNT     PIC 9(8)  VALUE ZERO.
011600     05  WS-DECEASED-COUNT   PIC 9(8)  VALUE ZERO.
011700     05  WS-UNUSED-COUNT     PIC 9(8)  VALUE ZERO.
011800     05  WS-PAY-TOTAL-AMT    PIC 9(12) VALUE ZERO.
011830     05  WS-HELD-COUNT       PIC 9(8)  VALUE ZERO.
011860     05  WS-HELD-AMT         PIC 9(12) VALUE ZERO.
011880     05  WS-COOLING-COUNT    PIC 9(8)  VALUE ZERO.
011900 01  WS-RUN-DATE             PIC X(10).
012000 01  WS-CURRENT-DTTM.
012100     05  WS-CD-DATE          PIC X(8).
015100 01  WS-CARD-MAX             PIC 9(8)  COMP VALUE 20000.
015200 01  WS-CARD-COUNT           PIC 9(8)  COMP VALUE ZERO.
015300 01  WS-CARD-IDX             PIC 9(8)  COMP.
015304*----------------------------------------------------------------*
015308* PAYMENT HOLD TABLE, LOADED FROM THE CUMULATIVE PAYHOLD DATASET *
015312* AT INITIALIZATION, KEEPING ONLY THE LATEST RECORD PER RECID    *
015316* AND REASON.  A HOLD IS ACTIVE WHEN THAT RECORD PLACES IT AND   *
015320* ITS HOLD-UNTIL DATE IS BLANK OR LATER THAN THE RUN DATE.  A    *
015324* MISSING DATASET MEANS NO HOLDS; ONE LARGER THAN THE TABLE ENDS *
015328* THE RUN -- A HOLD IS NEVER SILENTLY SKIPPED.                   *
015332*----------------------------------------------------------------*
015336 01  WS-HL-TABLE.
015340     05  WS-HL-ENTRY         OCCURS 5000 TIMES.
015344         10  WS-HL-RECID     PIC 9(8).
015348         10  WS-HL-REASON    PIC X(4).
015352         10  WS-HL-ACTION    PIC X(1).
015356         10  WS-HL-CASE-ID   PIC X(15).
015360         10  WS-HL-UNTIL     PIC X(10).
015364 01  WS-HL-MAX               PIC 9(8)  COMP VALUE 5000.
015368 01  WS-HL-COUNT             PIC 9(8)  COMP VALUE ZERO.
015372 01  WS-HL-IDX               PIC 9(8)  COMP.
015376 01  WS-MATCH-HL-IDX         PIC 9(8)  COMP.
015380 01  WS-HELD-HL-IDX          PIC 9(8)  COMP.
015400 01  WS-DECRYPT-AREAS.
015500     05  WS-DEC-SSN          PIC X(11).
015600     05  WS-DEC-BACT         PIC X(20).
017900     END-IF.
018000     PERFORM 1400-LOAD-PAYDTL THRU 1400-EXIT.
018100     PERFORM 1500-LOAD-CARDHOLDERS THRU 1500-EXIT.
018150     PERFORM 1600-LOAD-HOLDS THRU 1600-EXIT.
018200     OPEN OUTPUT ENROLL-FILE.
018300     OPEN OUTPUT LOAD-FILE.
018400     OPEN OUTPUT EXCEPT-RPT.
027400     EXIT.
027500*
027600*----------------------------------------------------------------*
027601* 1600-LOAD-HOLDS                                                *
027602*   LOADS THE CUMULATIVE PAYMENT HOLD DATASET INTO WS-HL-TABLE,  *
027603*   THE LATEST RECORD PER RECID AND REASON REPLACING ANY         *
027604*   EARLIER ONE.  A MISSING OR EMPTY PAYHOLD MEANS NO HOLDS.     *
027605*----------------------------------------------------------------*
027606 1600-LOAD-HOLDS.
027607     OPEN INPUT HOLD-FILE.
027608     IF WS-HOLD-FILE-STATUS NOT = '00'
027609         GO TO 1600-EXIT
027610     END-IF.
027611     PERFORM 1610-LOAD-ONE-HOLD THRU 1610-EXIT
027612         UNTIL HOLD-EOF.
027613     CLOSE HOLD-FILE.
027614     GO TO 1600-EXIT.
027615 1600-EXIT.
027616     EXIT.
027617*
027618 1610-LOAD-ONE-HOLD.
027619     READ HOLD-FILE
027620         AT END
027621             SET HOLD-EOF TO TRUE
027622             GO TO 1610-EXIT
027623     END-READ.
027624     MOVE ZERO TO WS-MATCH-HL-IDX.
027625     PERFORM 1620-MATCH-ONE-HOLD THRU 1620-EXIT
027626         VARYING WS-HL-IDX FROM 1 BY 1
027627         UNTIL WS-HL-IDX > WS-HL-COUNT.
027628     IF WS-MATCH-HL-IDX EQUAL ZERO
027629         IF WS-HL-COUNT >= WS-HL-MAX
027630             DISPLAY 'CMSCARD - PAYHOLD EXCEEDS HOLD TABLE LIMIT '
027631                 WS-HL-MAX
027632             MOVE 16 TO RETURN-CODE
027633             STOP RUN
027634         END-IF
027635         ADD 1 TO WS-HL-COUNT
027636         MOVE WS-HL-COUNT TO WS-MATCH-HL-IDX
027637     END-IF.
027638     MOVE HD-RECID      TO WS-HL-RECID (WS-MATCH-HL-IDX).
027639     MOVE HD-REASON     TO WS-HL-REASON (WS-MATCH-HL-IDX).
027640     MOVE HD-ACTION     TO WS-HL-ACTION (WS-MATCH-HL-IDX).
027641     MOVE HD-CASE-ID    TO WS-HL-CASE-ID (WS-MATCH-HL-IDX).
027642     MOVE HD-HOLD-UNTIL TO WS-HL-UNTIL (WS-MATCH-HL-IDX).
027643     GO TO 1610-EXIT.
027644 1610-EXIT.
027645     EXIT.
027646*
027647 1620-MATCH-ONE-HOLD.
027648     IF WS-MATCH-HL-IDX EQUAL ZERO
027649             AND WS-HL-RECID (WS-HL-IDX) EQUAL HD-RECID
027650             AND WS-HL-REASON (WS-HL-IDX) EQUAL HD-REASON
027651         MOVE WS-HL-IDX TO WS-MATCH-HL-IDX
027652     END-IF.
027653     GO TO 1620-EXIT.
027654 1620-EXIT.
027655     EXIT.
027656*
027657*----------------------------------------------------------------*
027700* 2000-PROCESS-RECORD                                            *
027800*   DECRYPTS AND EDITS THE BANKING FIELDS FOR THIS CLAIMANT THE   *
027900*   SAME WAY CMS-ACH DOES, MATCHES THE CYCLE'S PAYMENTS BY        *
028100*   FIRST FOR A FIRST-TIME CARDHOLDER) ONLY WHEN THE BANK EDIT    *
028200*   FAILS -- A CLAIMANT CMS-ACH PAYS IS NEVER ALSO LOADED.  A     *
028300*   CONTACT FLAGGED DECEASED IS SKIPPED OUTRIGHT.                 *
028330*   A CLAIMANT UNDER AN ACTIVE PAYMENT HOLD (CTHOLD) IS          *
028360*   REPORTED AS HELD AND NOT LOADED.                             *
028370*   A BANKED CLAIMANT IN A BANK-CHANGE COOLING-OFF PERIOD ROUTED *
028380*   TO THE CARD IS TREATED AS UNBANKED AND LOADED HERE.          *
028400*----------------------------------------------------------------*
028500 2000-PROCESS-RECORD.
028600     ADD 1 TO WS-MASTER-READ-CNT.
029000     END-IF.
029100     PERFORM 2100-DECRYPT-BANK-FIELDS THRU 2100-EXIT.
029200     PERFORM 2200-EDIT-BANK-FIELDS THRU 2200-EXIT.
029210     IF VALID-BANK-DATA
029220             AND CT-BKCOOL-TO-CARD
029230             AND CT-BKCOOL-DATE NOT = SPACES
029240             AND CT-BKCOOL-DATE > WS-RUN-DATE
029250         MOVE 'N' TO WS-VALID-BANK-SW
029260         ADD 1 TO WS-COOLING-COUNT
029270     END-IF.
029300     PERFORM 2400-MATCH-PAYMENT THRU 2400-EXIT.
029400     IF VALID-BANK-DATA
029500         ADD 1 TO WS-BANKED-COUNT
029700     END-IF.
029800     IF NOT PAY-FOUND
029900         ADD 1 TO WS-NOPAY-COUNT
029910         GO TO 2000-NEXT
029920     END-IF.
029930     PERFORM 2450-CHECK-HOLD THRU 2450-EXIT.
029940     IF PAYMENT-HELD
029950         PERFORM 2460-REPORT-HELD THRU 2460-EXIT
030000         GO TO 2000-NEXT
030100     END-IF.
030200     PERFORM 2500-CHECK-CARDHOLDER THRU 2500-EXIT.
037600     END-IF.
037700     GO TO 2410-EXIT.
037800 2410-EXIT.
037801     EXIT.
037802*
037803*----------------------------------------------------------------*
037804* 2450-CHECK-HOLD                                                *
037805*   SETS PAYMENT-HELD WHEN ANY HOLD, OF ANY REASON, IS ACTIVE    *
037806*   FOR THIS CONTACT'S RECID, AND LEAVES WS-HELD-HL-IDX ON THE   *
037807*   HOLD THAT STOPPED THE PAYMENT FOR THE EXCEPTION LINE.        *
037808*----------------------------------------------------------------*
037809 2450-CHECK-HOLD.
037810     MOVE 'N'  TO WS-HELD-SW.
037811     MOVE ZERO TO WS-HELD-HL-IDX.
037812     PERFORM 2455-CHECK-ONE-HOLD THRU 2455-EXIT
037813         VARYING WS-HL-IDX FROM 1 BY 1
037814         UNTIL WS-HL-IDX > WS-HL-COUNT.
037815     GO TO 2450-EXIT.
037816 2450-EXIT.
037817     EXIT.
037818*
037819 2455-CHECK-ONE-HOLD.
037820     IF PAYMENT-HELD
037821         GO TO 2455-EXIT
037822     END-IF.
037823     IF WS-HL-RECID (WS-HL-IDX) NOT = CT-RECID
037824             OR WS-HL-ACTION (WS-HL-IDX) NOT = 'H'
037825         GO TO 2455-EXIT
037826     END-IF.
037827     IF WS-HL-UNTIL (WS-HL-IDX) EQUAL SPACES
037828             OR WS-HL-UNTIL (WS-HL-IDX) > WS-RUN-DATE
037829         SET PAYMENT-HELD TO TRUE
037830         MOVE WS-HL-IDX TO WS-HELD-HL-IDX
037831     END-IF.
037832     GO TO 2455-EXIT.
037833 2455-EXIT.
037834     EXIT.
037835*
037836*----------------------------------------------------------------*
037837* 2460-REPORT-HELD                                               *
037838*   A CLAIMANT WITH A PAYMENT THIS CYCLE AND AN ACTIVE HOLD --    *
037839*   NOT PAID, NO PAYMENT HISTORY WRITTEN, AND LISTED WITH THE     *
037840*   HOLD REASON AND CASE SO THE HOLD CAN BE WORKED.  THE HELD     *
037841*   DOLLARS ARE CARRIED TO THE CMS-HOLD RUN-CONTROL RECORD.       *
037842*----------------------------------------------------------------*
037843 2460-REPORT-HELD.
037844     MOVE WS-RUN-DATE        TO EX-RUN-DATE.
037845     MOVE 'PAY-HELD'         TO EX-TYPE.
037846     MOVE CT-RECID           TO EX-RECID.
037847     MOVE ZERO               TO EX-OTHR-RECID.
037848     MOVE WS-DEC-SSN         TO EX-SSN.
037849     MOVE SPACES             TO EX-MESSAGE.
037850     STRING 'PAYMENT HELD - REASON '
037851            WS-HL-REASON (WS-HELD-HL-IDX)
037852            ' CASE ' WS-HL-CASE-ID (WS-HELD-HL-IDX)
037853         DELIMITED BY SIZE INTO EX-MESSAGE.
037854     WRITE EX-EXCEPTION-LINE.
037855     ADD 1               TO WS-HELD-COUNT.
037856     ADD WS-MATCH-AMOUNT TO WS-HELD-AMT.
037857     GO TO 2460-EXIT.
037858 2460-EXIT.
037900     EXIT.
038000*
038100*----------------------------------------------------------------*
047800     DISPLAY 'SKIPPED - PAID BY ACH . . . ' WS-BANKED-COUNT.
047900     DISPLAY 'SKIPPED - NO PAYMENT  . . . ' WS-NOPAY-COUNT.
048000     DISPLAY 'SKIPPED - DECEASED  . . . . ' WS-DECEASED-COUNT.
048030     DISPLAY 'SKIPPED - PAYMENT HELD  . . ' WS-HELD-COUNT.
048060     DISPLAY 'DOLLARS HELD  . . . . . . . ' WS-HELD-AMT.
048080     DISPLAY 'BANK CHANGE COOLING - CARD  ' WS-COOLING-COUNT.
048100     DISPLAY 'PAYMENTS NOT DISBURSED  . . ' WS-UNUSED-COUNT.
048200     GO TO 8000-EXIT.
048300 8000-EXIT.
051500* CARD LOAD ENTRY AND DOLLAR TOTALS IN THE SAME COLUMNS CMS-ACH  *
051600* USES FOR ITS NACHA TOTALS, PLUS THE TOTAL PAYDTL DOLLARS       *
051700* LOADED SO THE ACH-PLUS-CARD COVERAGE CHECK CAN PROVE.          *
051720* WHEN ANY PAYMENT WAS HELD, A SECOND RECORD UNDER RC-JOB        *
051740* CMS-HOLD CARRIES THE HELD COUNT AND DOLLARS IN THE SAME         *
051760* COLUMNS, SO THE COVERAGE CHECK ACCOUNTS FOR THEM.               *
051800*----------------------------------------------------------------*
051900 8900-WRITE-RUN-CONTROL.
052000     OPEN EXTEND RUN-CTL-FILE.
053200     MOVE WS-LOAD-AMT        TO RC-ACH-CREDIT-AMT.
053300     MOVE WS-PAY-TOTAL-AMT   TO RC-PAY-DETAIL-AMT.
053400     WRITE RC-RUN-CONTROL-REC.
053409     IF WS-HELD-COUNT > ZERO
053418         MOVE 'CMS-HOLD'         TO RC-JOB
053427         MOVE ZERO               TO RC-RECS-READ
053436         MOVE WS-HELD-COUNT      TO RC-RECS-WRITTEN
053445         MOVE ZERO               TO RC-RECS-REJECTED
053454         MOVE WS-HELD-COUNT      TO RC-ACH-ENTRY-COUNT
053463         MOVE WS-HELD-AMT        TO RC-ACH-CREDIT-AMT
053472         MOVE ZERO               TO RC-PAY-DETAIL-AMT
053481         WRITE RC-RUN-CONTROL-REC
053490     END-IF.
053500     CLOSE RUN-CTL-FILE.
053600     GO TO 8900-EXIT.
053700 8900-EXIT.
