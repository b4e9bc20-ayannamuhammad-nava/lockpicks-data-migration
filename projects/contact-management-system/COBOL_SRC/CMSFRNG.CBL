000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSFRNG.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS BATCH DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMSFRNG                                             *
000900* JOB:      CMS-FRNG                                            *
001000* PURPOSE:  PERIODIC FRAUD-RING DETECTION AGAINST THE CONTACT    *
001100*           MASTER.  CMS-DUPD FINDS ONE PERSON ON FILE TWICE;    *
001200*           THIS JOB FINDS THE OPPOSITE PATTERN -- MANY          *
001300*           CLAIMANTS, EACH WITH THEIR OWN SSN AND NAME, WHO     *
001400*           ALL SHARE ONE CONTACT POINT.  EVERY ACTIVE CONTACT   *
001500*           IS TABLED ON FOUR POINTS:                            *
001600*             BANK - THE DEPOSIT ACCOUNT (CT-BRTN + CT-BACT),    *
001700*                    WHEN IT PASSES THE CMS-ACH BANK EDIT        *
001800*             EMAL - THE EMAIL ADDRESS, CASE IGNORED             *
001900*             MTEL - THE MOBILE PHONE, DIGITS ONLY               *
002000*             MADR - MAILING ADDRESS LINE 1 PLUS 5-DIGIT ZIP     *
002100*           ANY POINT SHARED BY WS-RING-MIN OR MORE ACTIVE       *
002200*           CONTACTS IS A CLUSTER.  EACH MEMBER'S PAYMENT        *
002300*           HISTORY (PAYHIST, SEE CTPHST) IS TOTALLED, AND THE   *
002400*           CLUSTERS PRINT ON FRNGRPT (CTFRRPT LAYOUT), LARGEST  *
002500*           FIRST, THEN BY DOLLARS PAID INTO THE CLUSTER.        *
002600*                                                                *
002700*           THE BANK FIELDS ARE ENCRYPTED AT REST, SO LIKE       *
002800*           CMS-ACH THIS JOB IS AUTHORIZED TO CALL CMSCRYP       *
002900*           DIRECTLY TO DECRYPT THEM FOR ITS OWN RUN.  THE       *
003000*           REPORT NEVER PRINTS A FULL ACCOUNT NUMBER -- A       *
003100*           SHARED ACCOUNT SHOWS AS ROUTING NUMBER AND LAST      *
003200*           FOUR DIGITS.                                         *
003300*                                                                *
003400*           OPTIONAL FRNGCTL CARDS (CTFRCT) FROM THE FRAUD UNIT  *
003500*           PLACE A PAYMENT HOLD ON EVERY MEMBER OF A CONFIRMED  *
003600*           CLUSTER, OR RELEASE A CASE'S HOLDS, BY APPENDING TO  *
003700*           THE CUMULATIVE PAYMENT HOLD DATASET (PAYHOLD, SEE    *
003800*           CTHOLD) THAT CMS-ACH AND CMS-CARD HONOR.  EACH HOLD  *
003900*           OR RELEASE, AND EACH CARD BYPASSED, IS LISTED ON     *
004000*           FRNGEXCP (CTEXCP LAYOUT); A BYPASSED CARD ENDS THE   *
004100*           RUN WITH RETURN CODE 8.  NOTHING ON THE MASTER       *
004200*           CHANGES.                                             *
004300*                                                                *
004400* MODIFICATION HISTORY.                                         *
004500*   2026-10-15  DS   ORIGINAL.                                  *
004600*================================================================*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-370.
005000 OBJECT-COMPUTER.   IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT MASTER-FILE      ASSIGN TO "CTMASTER"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CT-SSN
005700         ALTERNATE RECORD KEY IS CT-RECID
005800         FILE STATUS IS WS-MSTR-FILE-STATUS.
005900     SELECT PAY-HIST-FILE    ASSIGN TO "PAYHIST"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT HOLD-FILE        ASSIGN TO "PAYHOLD"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-HOLD-FILE-STATUS.
006400     SELECT CTL-CARD-FILE    ASSIGN TO "FRNGCTL"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-CTL-FILE-STATUS.
006700     SELECT RING-RPT         ASSIGN TO "FRNGRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT EXCEPT-RPT       ASSIGN TO "FRNGEXCP"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL"
007200         ORGANIZATION IS SEQUENTIAL.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  MASTER-FILE.
007600     COPY CTMST010.
007700 FD  PAY-HIST-FILE
007800     RECORDING MODE IS F.
007900     COPY CTPHST.
008000 FD  HOLD-FILE
008100     RECORDING MODE IS F.
008200     COPY CTHOLD.
008300 FD  CTL-CARD-FILE
008400     RECORDING MODE IS F.
008500     COPY CTFRCT.
008600 FD  RING-RPT.
008700     COPY CTFRRPT.
008800 FD  EXCEPT-RPT.
008900     COPY CTEXCP REPLACING EX-REPORT-LINE BY EX-EXCEPTION-LINE.
009000 FD  RUN-CTL-FILE
009100     RECORDING MODE IS F.
009200     COPY CTRUNC.
009300 WORKING-STORAGE SECTION.
009400 01  WS-SWITCHES.
009500     05  WS-MASTER-EOF-SW    PIC X(1)  VALUE 'N'.
009600         88  MASTER-EOF          VALUE 'Y'.
009700     05  WS-HIST-EOF-SW      PIC X(1)  VALUE 'N'.
009800         88  HIST-EOF            VALUE 'Y'.
009900     05  WS-HOLD-EOF-SW      PIC X(1)  VALUE 'N'.
010000         88  HOLD-EOF            VALUE 'Y'.
010100     05  WS-CTL-EOF-SW       PIC X(1)  VALUE 'N'.
010200         88  CTL-EOF             VALUE 'Y'.
010300     05  WS-VALID-BANK-SW    PIC X(1)  VALUE 'N'.
010400         88  VALID-BANK-DATA     VALUE 'Y'.
010500     05  WS-HELD-SW          PIC X(1)  VALUE 'N'.
010600         88  PAYMENT-HELD        VALUE 'Y'.
010700 01  WS-MSTR-FILE-STATUS     PIC X(2).
010800 01  WS-HOLD-FILE-STATUS     PIC X(2).
010900 01  WS-CTL-FILE-STATUS      PIC X(2).
011000 01  WS-COUNTERS             COMP.
011100     05  WS-READ-COUNT       PIC 9(8)  VALUE ZERO.
011200     05  WS-ACTIVE-COUNT     PIC 9(8)  VALUE ZERO.
011300     05  WS-HIST-READ-COUNT  PIC 9(8)  VALUE ZERO.
011400     05  WS-LINE-COUNT       PIC 9(8)  VALUE ZERO.
011500     05  WS-CARD-COUNT       PIC 9(8)  VALUE ZERO.
011600     05  WS-BADCARD-COUNT    PIC 9(8)  VALUE ZERO.
011700     05  WS-PLACED-COUNT     PIC 9(8)  VALUE ZERO.
011800     05  WS-RELEASED-COUNT   PIC 9(8)  VALUE ZERO.
011900     05  WS-CARD-HITS        PIC 9(8)  VALUE ZERO.
012000 01  WS-RUN-DATE             PIC X(10).
012100 01  WS-CURRENT-DTTM.
012200     05  WS-CD-DATE          PIC X(8).
012300     05  WS-CD-TIME          PIC X(6).
012400 01  WS-EXCP-MSG             PIC X(60).
012500*----------------------------------------------------------------*
012600* WS-ACTIVE-STAT IS THE CT-STAT VALUE TREATED AS ACTIVE (THE     *
012700* SAME VALUE THE CMS-BYES CARD CARRIES).  WS-RING-MIN IS THE     *
012800* SMALLEST CLUSTER REPORTED.  THREE, NOT TWO -- TWO CLAIMANTS    *
012900* SHARING ONE ACCOUNT OR ADDRESS IS USUALLY A HOUSEHOLD, AND     *
013000* PAIRS WOULD DROWN THE FRAUD UNIT IN SPOUSES.                   *
013100*----------------------------------------------------------------*
013200 01  WS-ACTIVE-STAT          PIC X(10) VALUE 'ACTIVE'.
013300 01  WS-RING-MIN             PIC 9(5)  COMP VALUE 3.
013400 01  WS-PT-NAME-LIST         PIC X(16) VALUE 'BANKEMALMTELMADR'.
013500 01  WS-PT-NAMES REDEFINES WS-PT-NAME-LIST.
013600     05  WS-PT-NAME          OCCURS 4 TIMES PIC X(4).
013700 01  WS-PT-IDX               PIC 9(4)  COMP.
013800 01  WS-PT-MAX               PIC 9(4)  COMP VALUE 4.
013900*----------------------------------------------------------------*
014000* CONTACT TABLE, ONE ENTRY PER ACTIVE CONTACT, CARRYING THE      *
014100* NORMALIZED VALUE OF EACH CONTACT POINT (SPACES WHEN THE POINT  *
014200* IS MISSING OR UNUSABLE) AND THE CLUSTER NUMBER THE CONTACT     *
014300* FELL INTO ON EACH POINT (ZERO FOR NONE).  A MASTER WITH MORE   *
014400* ACTIVE CONTACTS THAN THE TABLE HOLDS ENDS THE RUN -- A         *
014500* PARTIAL SCAN WOULD SILENTLY MISS MEMBERS.                      *
014600*----------------------------------------------------------------*
014700 01  WS-CN-TABLE.
014800     05  WS-CN-ENTRY         OCCURS 20000 TIMES.
014900         10  WS-CN-RECID     PIC 9(8).
015000         10  WS-CN-CLMID     PIC X(20).
015100         10  WS-CN-POINT     OCCURS 4 TIMES PIC X(60).
015200         10  WS-CN-RING      OCCURS 4 TIMES PIC 9(5) COMP.
015300         10  WS-CN-PAID      PIC 9(12) COMP.
015400         10  WS-CN-MEMBER-SW PIC X(1).
015500             88  WS-CN-MEMBER    VALUE 'Y'.
015600 01  WS-CN-MAX               PIC 9(8)  COMP VALUE 20000.
015700 01  WS-CN-COUNT             PIC 9(8)  COMP VALUE ZERO.
015800 01  WS-IDX-A                PIC 9(8)  COMP.
015900 01  WS-IDX-B                PIC 9(8)  COMP.
016000 01  WS-MATCH-CN-IDX         PIC 9(8)  COMP.
016100*----------------------------------------------------------------*
016200* CLUSTER TABLE.  WS-RG-FIRST IS THE CONTACT-TABLE INDEX OF THE  *
016300* FIRST MEMBER, WHOSE POINT VALUE IS THE SHARED VALUE.           *
016400*----------------------------------------------------------------*
016500 01  WS-RG-TABLE.
016600     05  WS-RG-ENTRY         OCCURS 5000 TIMES.
016700         10  WS-RG-PT        PIC 9(4)  COMP.
016800         10  WS-RG-SIZE      PIC 9(5)  COMP.
016900         10  WS-RG-AMT       PIC 9(12) COMP.
017000         10  WS-RG-FIRST     PIC 9(8)  COMP.
017100         10  WS-RG-DONE-SW   PIC X(1).
017200             88  WS-RG-DONE      VALUE 'Y'.
017300 01  WS-RG-MAX               PIC 9(8)  COMP VALUE 5000.
017400 01  WS-RG-COUNT             PIC 9(8)  COMP VALUE ZERO.
017500 01  WS-RG-IDX               PIC 9(8)  COMP.
017600 01  WS-BEST-RG-IDX          PIC 9(8)  COMP.
017700 01  WS-RANK                 PIC 9(8)  COMP.
017800 01  WS-SIZE-WORK            PIC 9(5)  COMP.
017900*----------------------------------------------------------------*
018000* MEMBER TABLE -- THE CONTACT-TABLE INDEX OF EVERY CONTACT IN    *
018100* AT LEAST ONE CLUSTER, SO THE PAYMENT HISTORY PASS AND THE      *
018200* REPORT SEARCH ONLY THE MEMBERS, NOT THE WHOLE MASTER.          *
018300*----------------------------------------------------------------*
018400 01  WS-MB-TABLE.
018500     05  WS-MB-ENTRY         OCCURS 20000 TIMES.
018600         10  WS-MB-CN-IDX    PIC 9(8)  COMP.
018700         10  WS-MB-RECID     PIC 9(8).
018800 01  WS-MB-MAX               PIC 9(8)  COMP VALUE 20000.
018900 01  WS-MB-COUNT             PIC 9(8)  COMP VALUE ZERO.
019000 01  WS-MB-IDX               PIC 9(8)  COMP.
019100 01  WS-MATCH-MB-IDX         PIC 9(8)  COMP.
019200*----------------------------------------------------------------*
019300* PAYMENT HOLD TABLE, LOADED FROM PAYHOLD -- THE LATEST RECORD   *
019400* PER RECID AND REASON.  KEPT CURRENT AS THIS RUN'S CARDS ADD    *
019500* HOLDS AND RELEASES, SO THE REPORT SHOWS THE STATE AFTER THE    *
019600* RUN.                                                           *
019700*----------------------------------------------------------------*
019800 01  WS-HL-TABLE.
019900     05  WS-HL-ENTRY         OCCURS 5000 TIMES.
020000         10  WS-HL-RECID     PIC 9(8).
020100         10  WS-HL-CLMID     PIC X(20).
020200         10  WS-HL-REASON    PIC X(4).
020300         10  WS-HL-ACTION    PIC X(1).
020400         10  WS-HL-CASE-ID   PIC X(15).
020500         10  WS-HL-UNTIL     PIC X(10).
020600 01  WS-HL-MAX               PIC 9(8)  COMP VALUE 5000.
020700 01  WS-HL-COUNT             PIC 9(8)  COMP VALUE ZERO.
020800 01  WS-HL-IDX               PIC 9(8)  COMP.
020900 01  WS-MATCH-HL-IDX         PIC 9(8)  COMP.
021000 01  WS-KEY-RECID            PIC 9(8).
021100 01  WS-KEY-REASON           PIC X(4).
021200*----------------------------------------------------------------*
021300* NORMALIZATION AND REPORT WORK AREAS.                           *
021400*----------------------------------------------------------------*
021500 01  WS-DECRYPT-AREAS.
021600     05  WS-DEC-BACT         PIC X(20).
021700     05  WS-DEC-BRTN         PIC X(20).
021800 01  WS-WORK-POINT           PIC X(60).
021900 01  WS-PHONE-DIGITS         PIC X(14).
022000 01  WS-DIGIT-COUNT          PIC 9(4)  COMP.
022100 01  WS-CHR-IDX              PIC 9(4)  COMP.
022200 01  WS-ACCT-END             PIC 9(4)  COMP.
022300 01  WS-ACCT-LAST4           PIC X(4).
022400 01  WS-AMT-WORK             PIC 9(10)V99.
022500 01  WS-LOWER-CASE           PIC X(26)
022600         VALUE 'abcdefghijklmnopqrstuvwxyz'.
022700 01  WS-UPPER-CASE           PIC X(26)
022800         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
022900     COPY CTCRYP.
023000 PROCEDURE DIVISION.
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     PERFORM 2000-LOAD-ONE-CONTACT THRU 2000-EXIT
023400         UNTIL MASTER-EOF.
023500     PERFORM 3000-BUILD-CLUSTERS THRU 3000-EXIT
023600         VARYING WS-PT-IDX FROM 1 BY 1
023700         UNTIL WS-PT-IDX > WS-PT-MAX.
023800     PERFORM 4000-TOTAL-PAYMENTS THRU 4000-EXIT.
023900     PERFORM 5000-APPLY-CARDS THRU 5000-EXIT.
024000     PERFORM 6000-WRITE-ONE-RING THRU 6000-EXIT
024100         VARYING WS-RANK FROM 1 BY 1
024200         UNTIL WS-RANK > WS-RG-COUNT.
024300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
024400     STOP RUN.
024500*
024600 1000-INITIALIZE.
024700     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
024800     ACCEPT WS-CD-TIME FROM TIME.
024900     STRING WS-CD-DATE (1:4) '-' WS-CD-DATE (5:2) '-'
025000            WS-CD-DATE (7:2)
025100         DELIMITED BY SIZE INTO WS-RUN-DATE.
025200     OPEN INPUT  MASTER-FILE.
025300     IF WS-MSTR-FILE-STATUS NOT = '00'
025400         DISPLAY 'CMSFRNG - CTMASTER OPEN FAILED - STATUS '
025500             WS-MSTR-FILE-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900     PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
026000     OPEN OUTPUT RING-RPT.
026100     OPEN OUTPUT EXCEPT-RPT.
026200     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
026300     GO TO 1000-EXIT.
026400 1000-EXIT.
026500     EXIT.
026600*
026700 1100-READ-MASTER.
026800     READ MASTER-FILE NEXT RECORD
026900         AT END
027000             SET MASTER-EOF TO TRUE
027100     END-READ.
027200     GO TO 1100-EXIT.
027300 1100-EXIT.
027400     EXIT.
027500*
027600*----------------------------------------------------------------*
027700* 1200-LOAD-HOLDS                                                *
027800*   LOADS THE CUMULATIVE PAYMENT HOLD DATASET, KEEPING THE       *
027900*   LATEST RECORD PER RECID AND REASON.  A MISSING DATASET MEANS *
028000*   NO HOLD HAS EVER BEEN PLACED.  A DATASET WITH MORE HOLDS     *
028100*   THAN THE TABLE HOLDS ENDS THE RUN.                           *
028200*----------------------------------------------------------------*
028300 1200-LOAD-HOLDS.
028400     OPEN INPUT HOLD-FILE.
028500     IF WS-HOLD-FILE-STATUS NOT = '00'
028600         GO TO 1200-EXIT
028700     END-IF.
028800     PERFORM 1210-LOAD-ONE-HOLD THRU 1210-EXIT
028900         UNTIL HOLD-EOF.
029000     CLOSE HOLD-FILE.
029100     GO TO 1200-EXIT.
029200 1200-EXIT.
029300     EXIT.
029400*
029500 1210-LOAD-ONE-HOLD.
029600     READ HOLD-FILE
029700         AT END
029800             SET HOLD-EOF TO TRUE
029900             GO TO 1210-EXIT
030000     END-READ.
030100     MOVE HD-RECID  TO WS-KEY-RECID.
030200     MOVE HD-REASON TO WS-KEY-REASON.
030300     PERFORM 1220-FIND-OR-ADD-HOLD THRU 1220-EXIT.
030400     MOVE HD-CLMID      TO WS-HL-CLMID (WS-MATCH-HL-IDX).
030500     MOVE HD-ACTION     TO WS-HL-ACTION (WS-MATCH-HL-IDX).
030600     MOVE HD-CASE-ID    TO WS-HL-CASE-ID (WS-MATCH-HL-IDX).
030700     MOVE HD-HOLD-UNTIL TO WS-HL-UNTIL (WS-MATCH-HL-IDX).
030800     GO TO 1210-EXIT.
030900 1210-EXIT.
031000     EXIT.
031100*
031200*----------------------------------------------------------------*
031300* 1220-FIND-OR-ADD-HOLD - LEAVE WS-MATCH-HL-IDX ON THE HOLD      *
031400* TABLE ENTRY FOR WS-KEY-RECID/WS-KEY-REASON, ADDING ONE IF      *
031500* THERE IS NONE.                                                 *
031600*----------------------------------------------------------------*
031700 1220-FIND-OR-ADD-HOLD.
031800     MOVE ZERO TO WS-MATCH-HL-IDX.
031900     PERFORM 1230-MATCH-ONE-HOLD THRU 1230-EXIT
032000         VARYING WS-HL-IDX FROM 1 BY 1
032100         UNTIL WS-HL-IDX > WS-HL-COUNT.
032200     IF WS-MATCH-HL-IDX > ZERO
032300         GO TO 1220-EXIT
032400     END-IF.
032500     IF WS-HL-COUNT >= WS-HL-MAX
032600         DISPLAY 'CMSFRNG - PAYHOLD EXCEEDS HOLD TABLE LIMIT '
032700             WS-HL-MAX
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     ADD 1 TO WS-HL-COUNT.
033200     MOVE WS-HL-COUNT   TO WS-MATCH-HL-IDX.
033300     MOVE WS-KEY-RECID  TO WS-HL-RECID (WS-HL-COUNT).
033400     MOVE WS-KEY-REASON TO WS-HL-REASON (WS-HL-COUNT).
033500     MOVE SPACES        TO WS-HL-CLMID (WS-HL-COUNT)
033600                           WS-HL-ACTION (WS-HL-COUNT)
033700                           WS-HL-CASE-ID (WS-HL-COUNT)
033800                           WS-HL-UNTIL (WS-HL-COUNT).
033900     GO TO 1220-EXIT.
034000 1220-EXIT.
034100     EXIT.
034200*
034300 1230-MATCH-ONE-HOLD.
034400     IF WS-MATCH-HL-IDX EQUAL ZERO
034500             AND WS-HL-RECID (WS-HL-IDX) EQUAL WS-KEY-RECID
034600             AND WS-HL-REASON (WS-HL-IDX) EQUAL WS-KEY-REASON
034700         MOVE WS-HL-IDX TO WS-MATCH-HL-IDX
034800     END-IF.
034900     GO TO 1230-EXIT.
035000 1230-EXIT.
035100     EXIT.
035200*
035300*----------------------------------------------------------------*
035400* 2000-LOAD-ONE-CONTACT                                          *
035500*   TABLES ONE ACTIVE CONTACT'S FOUR CONTACT POINTS, NORMALIZED  *
035600*   SO TRIVIAL DIFFERENCES (CASE, PHONE PUNCTUATION) DO NOT HIDE *
035700*   A SHARED VALUE.  ANY OTHER STATUS IS PASSED OVER.            *
035800*----------------------------------------------------------------*
035900 2000-LOAD-ONE-CONTACT.
036000     ADD 1 TO WS-READ-COUNT.
036100     IF CT-STAT NOT = WS-ACTIVE-STAT
036200         GO TO 2000-NEXT
036300     END-IF.
036400     ADD 1 TO WS-ACTIVE-COUNT.
036500     IF WS-CN-COUNT >= WS-CN-MAX
036600         DISPLAY 'CMSFRNG - ACTIVE CONTACTS EXCEED TABLE LIMIT '
036700             WS-CN-MAX
036800         MOVE 16 TO RETURN-CODE
036900         STOP RUN
037000     END-IF.
037100     ADD 1 TO WS-CN-COUNT.
037200     MOVE CT-RECID TO WS-CN-RECID (WS-CN-COUNT).
037300     MOVE CT-CLMID TO WS-CN-CLMID (WS-CN-COUNT).
037400     MOVE ZERO     TO WS-CN-PAID (WS-CN-COUNT).
037500     MOVE 'N'      TO WS-CN-MEMBER-SW (WS-CN-COUNT).
037600     PERFORM 2100-DECRYPT-BANK-FIELDS THRU 2100-EXIT.
037700     PERFORM 2200-EDIT-BANK-FIELDS THRU 2200-EXIT.
037800     MOVE SPACES TO WS-WORK-POINT.
037900     IF VALID-BANK-DATA
038000         STRING WS-DEC-BRTN (1:9) WS-DEC-BACT
038100             DELIMITED BY SIZE INTO WS-WORK-POINT
038200     END-IF.
038300     MOVE WS-WORK-POINT TO WS-CN-POINT (WS-CN-COUNT, 1).
038400     MOVE CT-EMAL TO WS-WORK-POINT.
038500     INSPECT WS-WORK-POINT
038600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
038700     MOVE WS-WORK-POINT TO WS-CN-POINT (WS-CN-COUNT, 2).
038800     PERFORM 2300-NORMALIZE-PHONE THRU 2300-EXIT.
038900     MOVE WS-WORK-POINT TO WS-CN-POINT (WS-CN-COUNT, 3).
039000     MOVE SPACES TO WS-WORK-POINT.
039100     IF CT-MADR1 NOT = SPACES
039200         STRING CT-MADR1 ' ' CT-MZIP (1:5)
039300             DELIMITED BY SIZE INTO WS-WORK-POINT
039400         INSPECT WS-WORK-POINT
039500             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
039600     END-IF.
039700     MOVE WS-WORK-POINT TO WS-CN-POINT (WS-CN-COUNT, 4).
039800     PERFORM 2050-CLEAR-ONE-RING THRU 2050-EXIT
039900         VARYING WS-PT-IDX FROM 1 BY 1
040000         UNTIL WS-PT-IDX > WS-PT-MAX.
040100 2000-NEXT.
040200     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
040300     GO TO 2000-EXIT.
040400 2000-EXIT.
040500     EXIT.
040600*
040700 2050-CLEAR-ONE-RING.
040800     MOVE ZERO TO WS-CN-RING (WS-CN-COUNT, WS-PT-IDX).
040900     GO TO 2050-EXIT.
041000 2050-EXIT.
041100     EXIT.
041200*
041300 2100-DECRYPT-BANK-FIELDS.
041400     MOVE 'D'                TO CY-FUNCTION.
041500     MOVE 20                 TO CY-LENGTH.
041600     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
041700     MOVE CT-BACT            TO CY-CIPHER-TEXT.
041800     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
041900     MOVE CY-PLAIN-TEXT      TO WS-DEC-BACT.
042000     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
042100     MOVE CT-BRTN            TO CY-CIPHER-TEXT.
042200     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
042300     MOVE CY-PLAIN-TEXT      TO WS-DEC-BRTN.
042400     GO TO 2100-EXIT.
042500 2100-EXIT.
042600     EXIT.
042700*
042800*----------------------------------------------------------------*
042900* 2200-EDIT-BANK-FIELDS - THE SAME BANK-VALIDITY EDIT CMS-ACH    *
043000* APPLIES -- ONLY AN ACCOUNT MONEY CAN ACTUALLY BE SENT TO IS A  *
043100* SHARED BANK POINT.                                             *
043200*----------------------------------------------------------------*
043300 2200-EDIT-BANK-FIELDS.
043400     MOVE 'N'                TO WS-VALID-BANK-SW.
043500     IF WS-DEC-BACT NOT = SPACES
043600         AND WS-DEC-BRTN (1:9) IS NUMERIC
043700         AND WS-DEC-BRTN (1:9) NOT = '000000000'
043800             SET VALID-BANK-DATA TO TRUE
043900     END-IF.
044000     GO TO 2200-EXIT.
044100 2200-EXIT.
044200     EXIT.
044300*
044400*----------------------------------------------------------------*
044500* 2300-NORMALIZE-PHONE - KEEP ONLY THE DIGITS OF CT-MTEL, SO     *
044600* (555) 123-4567 AND 555.123.4567 ARE ONE NUMBER.  FEWER THAN    *
044700* TEN DIGITS IS NOT A USABLE NUMBER AND LEAVES THE POINT BLANK.  *
044800*----------------------------------------------------------------*
044900 2300-NORMALIZE-PHONE.
045000     MOVE SPACES TO WS-PHONE-DIGITS WS-WORK-POINT.
045100     MOVE ZERO   TO WS-DIGIT-COUNT.
045200     PERFORM 2310-KEEP-ONE-DIGIT THRU 2310-EXIT
045300         VARYING WS-CHR-IDX FROM 1 BY 1
045400         UNTIL WS-CHR-IDX > 14.
045500     IF WS-DIGIT-COUNT >= 10
045600         MOVE WS-PHONE-DIGITS TO WS-WORK-POINT
045700     END-IF.
045800     GO TO 2300-EXIT.
045900 2300-EXIT.
046000     EXIT.
046100*
046200 2310-KEEP-ONE-DIGIT.
046300     IF CT-MTEL (WS-CHR-IDX:1) IS NUMERIC
046400         ADD 1 TO WS-DIGIT-COUNT
046500         MOVE CT-MTEL (WS-CHR-IDX:1)
046600             TO WS-PHONE-DIGITS (WS-DIGIT-COUNT:1)
046700     END-IF.
046800     GO TO 2310-EXIT.
046900 2310-EXIT.
047000     EXIT.
047100*
047200*----------------------------------------------------------------*
047300* 3000-BUILD-CLUSTERS                                            *
047400*   FOR CONTACT POINT WS-PT-IDX, FINDS EVERY VALUE SHARED BY AT  *
047500*   LEAST WS-RING-MIN CONTACTS.  EACH CONTACT NOT YET IN A       *
047600*   CLUSTER ON THIS POINT COUNTS THE LATER CONTACTS SHARING ITS  *
047700*   VALUE; ONLY WHEN THE COUNT REACHES THE MINIMUM ARE THE       *
047800*   MEMBERS MARKED, SO A SMALL GROUP COSTS NO SECOND PASS.       *
047900*----------------------------------------------------------------*
048000 3000-BUILD-CLUSTERS.
048100     PERFORM 3100-CLUSTER-ONE-ROW THRU 3100-EXIT
048200         VARYING WS-IDX-A FROM 1 BY 1
048300         UNTIL WS-IDX-A > WS-CN-COUNT.
048400     GO TO 3000-EXIT.
048500 3000-EXIT.
048600     EXIT.
048700*
048800 3100-CLUSTER-ONE-ROW.
048900     IF WS-CN-POINT (WS-IDX-A, WS-PT-IDX) EQUAL SPACES
049000         GO TO 3100-EXIT
049100     END-IF.
049200     IF WS-CN-RING (WS-IDX-A, WS-PT-IDX) NOT = ZERO
049300         GO TO 3100-EXIT
049400     END-IF.
049500     MOVE 1 TO WS-SIZE-WORK.
049600     PERFORM 3200-COUNT-ONE-MATCH THRU 3200-EXIT
049700         VARYING WS-IDX-B FROM WS-IDX-A BY 1
049800         UNTIL WS-IDX-B > WS-CN-COUNT.
049900     IF WS-SIZE-WORK < WS-RING-MIN
050000         GO TO 3100-EXIT
050100     END-IF.
050200     IF WS-RG-COUNT >= WS-RG-MAX
050300         DISPLAY 'CMSFRNG - CLUSTERS EXCEED TABLE LIMIT '
050400             WS-RG-MAX
050500         MOVE 16 TO RETURN-CODE
050600         STOP RUN
050700     END-IF.
050800     ADD 1 TO WS-RG-COUNT.
050900     MOVE WS-PT-IDX    TO WS-RG-PT (WS-RG-COUNT).
051000     MOVE WS-SIZE-WORK TO WS-RG-SIZE (WS-RG-COUNT).
051100     MOVE ZERO         TO WS-RG-AMT (WS-RG-COUNT).
051200     MOVE WS-IDX-A     TO WS-RG-FIRST (WS-RG-COUNT).
051300     MOVE 'N'          TO WS-RG-DONE-SW (WS-RG-COUNT).
051600     PERFORM 3300-MARK-ONE-MEMBER THRU 3300-EXIT
051700         VARYING WS-IDX-B FROM WS-IDX-A BY 1
051800         UNTIL WS-IDX-B > WS-CN-COUNT.
051900     GO TO 3100-EXIT.
052000 3100-EXIT.
052100     EXIT.
052200*
052300 3200-COUNT-ONE-MATCH.
052400     IF WS-IDX-B EQUAL WS-IDX-A
052500         GO TO 3200-EXIT
052600     END-IF.
052700     IF WS-CN-POINT (WS-IDX-B, WS-PT-IDX)
052800             EQUAL WS-CN-POINT (WS-IDX-A, WS-PT-IDX)
052900         ADD 1 TO WS-SIZE-WORK
053000     END-IF.
053100     GO TO 3200-EXIT.
053200 3200-EXIT.
053300     EXIT.
053400*
053500*----------------------------------------------------------------*
053600* 3300-MARK-ONE-MEMBER - PUT CONTACT WS-IDX-B IN CLUSTER         *
053700* WS-RG-COUNT WHEN IT SHARES THE FIRST MEMBER'S VALUE, AND ADD   *
053800* IT TO THE MEMBER TABLE THE FIRST TIME IT JOINS ANY CLUSTER.    *
054000*----------------------------------------------------------------*
054100 3300-MARK-ONE-MEMBER.
054200     IF WS-CN-POINT (WS-IDX-B, WS-PT-IDX)
054300             NOT = WS-CN-POINT (WS-IDX-A, WS-PT-IDX)
054400         GO TO 3300-EXIT
054500     END-IF.
054600     IF WS-CN-RING (WS-IDX-B, WS-PT-IDX) NOT = ZERO
054700         GO TO 3300-EXIT
054800     END-IF.
054900     MOVE WS-RG-COUNT TO WS-CN-RING (WS-IDX-B, WS-PT-IDX).
055000     IF WS-CN-MEMBER (WS-IDX-B)
055100         GO TO 3300-EXIT
055200     END-IF.
055300     IF WS-MB-COUNT >= WS-MB-MAX
055400         DISPLAY 'CMSFRNG - CLUSTER MEMBERS EXCEED TABLE LIMIT '
055500             WS-MB-MAX
055600         MOVE 16 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900     ADD 1 TO WS-MB-COUNT.
056000     MOVE WS-IDX-B               TO WS-MB-CN-IDX (WS-MB-COUNT).
056100     MOVE WS-CN-RECID (WS-IDX-B) TO WS-MB-RECID (WS-MB-COUNT).
056200     MOVE 'Y'                    TO WS-CN-MEMBER-SW (WS-IDX-B).
056300     GO TO 3300-EXIT.
056400 3300-EXIT.
056500     EXIT.
056600*
056700*----------------------------------------------------------------*
056800* 4000-TOTAL-PAYMENTS                                            *
056900*   ONE PASS OF THE PAYMENT HISTORY, ADDING EVERY PAYMENT TO ITS *
057000*   MEMBER'S TOTAL (CONTACTS IN NO CLUSTER ARE NOT LOOKED FOR),  *
057100*   THEN EACH MEMBER'S TOTAL TO EVERY CLUSTER IT BELONGS TO.     *
057200*----------------------------------------------------------------*
057300 4000-TOTAL-PAYMENTS.
057400     IF WS-MB-COUNT EQUAL ZERO
057500         GO TO 4000-EXIT
057600     END-IF.
057700     OPEN INPUT PAY-HIST-FILE.
057800     PERFORM 4100-TALLY-ONE-PAYMENT THRU 4100-EXIT
057900         UNTIL HIST-EOF.
058000     CLOSE PAY-HIST-FILE.
058100     PERFORM 4300-ADD-ONE-MEMBER THRU 4300-EXIT
058200         VARYING WS-MB-IDX FROM 1 BY 1
058300         UNTIL WS-MB-IDX > WS-MB-COUNT.
058400     GO TO 4000-EXIT.
058500 4000-EXIT.
058600     EXIT.
058700*
058800 4100-TALLY-ONE-PAYMENT.
058900     READ PAY-HIST-FILE
059000         AT END
059100             SET HIST-EOF TO TRUE
059200             GO TO 4100-EXIT
059300     END-READ.
059400     ADD 1 TO WS-HIST-READ-COUNT.
059500     MOVE ZERO TO WS-MATCH-MB-IDX.
059600     PERFORM 4200-MATCH-ONE-MEMBER THRU 4200-EXIT
059700         VARYING WS-MB-IDX FROM 1 BY 1
059800         UNTIL WS-MB-IDX > WS-MB-COUNT.
059900     IF WS-MATCH-MB-IDX > ZERO
060000         MOVE WS-MB-CN-IDX (WS-MATCH-MB-IDX) TO WS-IDX-A
060100         ADD PH-AMOUNT TO WS-CN-PAID (WS-IDX-A)
060200     END-IF.
060300     GO TO 4100-EXIT.
060400 4100-EXIT.
060500     EXIT.
060600*
060700 4200-MATCH-ONE-MEMBER.
060800     IF WS-MATCH-MB-IDX EQUAL ZERO
060900             AND PH-RECID EQUAL WS-MB-RECID (WS-MB-IDX)
061000         MOVE WS-MB-IDX TO WS-MATCH-MB-IDX
061100     END-IF.
061200     GO TO 4200-EXIT.
061300 4200-EXIT.
061400     EXIT.
061500*
061600 4300-ADD-ONE-MEMBER.
061700     MOVE WS-MB-CN-IDX (WS-MB-IDX) TO WS-IDX-A.
061800     PERFORM 4310-ADD-TO-ONE-RING THRU 4310-EXIT
061900         VARYING WS-PT-IDX FROM 1 BY 1
062000         UNTIL WS-PT-IDX > WS-PT-MAX.
062100     GO TO 4300-EXIT.
062200 4300-EXIT.
062300     EXIT.
062400*
062500 4310-ADD-TO-ONE-RING.
062600     IF WS-CN-RING (WS-IDX-A, WS-PT-IDX) EQUAL ZERO
062700         GO TO 4310-EXIT
062800     END-IF.
062900     MOVE WS-CN-RING (WS-IDX-A, WS-PT-IDX) TO WS-RG-IDX.
063000     ADD WS-CN-PAID (WS-IDX-A) TO WS-RG-AMT (WS-RG-IDX).
063100     GO TO 4310-EXIT.
063200 4310-EXIT.
063300     EXIT.
063400*
063500*----------------------------------------------------------------*
063600* 5000-APPLY-CARDS                                               *
063700*   APPLIES THE FRAUD UNIT'S HOLD AND RELEASE CARDS, IF ANY, AND *
063800*   APPENDS THE RESULTING RECORDS TO PAYHOLD.  A MISSING OR      *
063900*   EMPTY CARD FILE IS A REPORT-ONLY RUN.                        *
064000*----------------------------------------------------------------*
064100 5000-APPLY-CARDS.
064200     OPEN INPUT CTL-CARD-FILE.
064300     IF WS-CTL-FILE-STATUS NOT = '00'
064400         GO TO 5000-EXIT
064500     END-IF.
064600     OPEN EXTEND HOLD-FILE.
064700     PERFORM 5100-APPLY-ONE-CARD THRU 5100-EXIT
064800         UNTIL CTL-EOF.
064900     CLOSE CTL-CARD-FILE
065000           HOLD-FILE.
065100     GO TO 5000-EXIT.
065200 5000-EXIT.
065300     EXIT.
065400*
065500 5100-APPLY-ONE-CARD.
065600     READ CTL-CARD-FILE
065700         AT END
065800             SET CTL-EOF TO TRUE
065900             GO TO 5100-EXIT
066000     END-READ.
066100     ADD 1 TO WS-CARD-COUNT.
066200     MOVE ZERO TO WS-CARD-HITS.
066300     IF FC-CASE-ID EQUAL SPACES
066400         MOVE 'CASE ID MISSING ON CARD - BYPASSED.' TO WS-EXCP-MSG
066500         PERFORM 5900-BYPASS-CARD THRU 5900-EXIT
066600         GO TO 5100-EXIT
066700     END-IF.
066800     IF FC-RELEASE-HOLD
066900         PERFORM 5400-RELEASE-ONE-HOLD THRU 5400-EXIT
067000             VARYING WS-HL-IDX FROM 1 BY 1
067100             UNTIL WS-HL-IDX > WS-HL-COUNT
067200         IF WS-CARD-HITS EQUAL ZERO
067300             MOVE 'NO ACTIVE HOLD FOR CASE - BYPASSED.'
067400                 TO WS-EXCP-MSG
067500             PERFORM 5900-BYPASS-CARD THRU 5900-EXIT
067600         END-IF
067700         GO TO 5100-EXIT
067800     END-IF.
067900     IF NOT FC-PLACE-HOLD
068000         MOVE 'ACTION NOT H OR R - BYPASSED.' TO WS-EXCP-MSG
068100         PERFORM 5900-BYPASS-CARD THRU 5900-EXIT
068200         GO TO 5100-EXIT
068300     END-IF.
068400     MOVE ZERO TO WS-PT-IDX.
068500     PERFORM 5110-MATCH-POINT-TYPE THRU 5110-EXIT
068600         VARYING WS-IDX-B FROM 1 BY 1
068700         UNTIL WS-IDX-B > WS-PT-MAX.
068800     IF WS-PT-IDX EQUAL ZERO OR FC-RECID IS NOT NUMERIC
068900         MOVE 'POINT TYPE OR RECID INVALID - BYPASSED.'
069000             TO WS-EXCP-MSG
069100         PERFORM 5900-BYPASS-CARD THRU 5900-EXIT
069200         GO TO 5100-EXIT
069300     END-IF.
069400     MOVE ZERO TO WS-MATCH-CN-IDX.
069500     PERFORM 5120-MATCH-CONTACT THRU 5120-EXIT
069600         VARYING WS-IDX-B FROM 1 BY 1
069700         UNTIL WS-IDX-B > WS-CN-COUNT.
069800     IF WS-MATCH-CN-IDX EQUAL ZERO
069900         MOVE ZERO TO WS-RG-IDX
070000     ELSE
070100         MOVE WS-CN-RING (WS-MATCH-CN-IDX, WS-PT-IDX) TO WS-RG-IDX
070200     END-IF.
070300     IF WS-RG-IDX EQUAL ZERO
070400         MOVE 'RECID IS IN NO CLUSTER OF THAT TYPE - BYPASSED.'
070500             TO WS-EXCP-MSG
070600         PERFORM 5900-BYPASS-CARD THRU 5900-EXIT
070700         GO TO 5100-EXIT
070800     END-IF.
070900     PERFORM 5200-HOLD-ONE-MEMBER THRU 5200-EXIT
071000         VARYING WS-MB-IDX FROM 1 BY 1
071100         UNTIL WS-MB-IDX > WS-MB-COUNT.
071200     GO TO 5100-EXIT.
071300 5100-EXIT.
071400     EXIT.
071500*
071600 5110-MATCH-POINT-TYPE.
071700     IF FC-POINT-TYPE EQUAL WS-PT-NAME (WS-IDX-B)
071800         MOVE WS-IDX-B TO WS-PT-IDX
071900     END-IF.
072000     GO TO 5110-EXIT.
072100 5110-EXIT.
072200     EXIT.
072300*
072400 5120-MATCH-CONTACT.
072500     IF WS-MATCH-CN-IDX EQUAL ZERO
072600             AND FC-RECID EQUAL WS-CN-RECID (WS-IDX-B)
072700         MOVE WS-IDX-B TO WS-MATCH-CN-IDX
072800     END-IF.
072900     GO TO 5120-EXIT.
073000 5120-EXIT.
073100     EXIT.
073200*
073300*----------------------------------------------------------------*
073400* 5200-HOLD-ONE-MEMBER - PLACE A FRAUD-RING HOLD ON ONE MEMBER   *
073500* OF CLUSTER WS-RG-IDX.  A MEMBER ALREADY UNDER AN ACTIVE        *
073600* FRAUD-RING HOLD IS LISTED BUT NOT WRITTEN AGAIN.               *
073700*----------------------------------------------------------------*
073800 5200-HOLD-ONE-MEMBER.
073900     MOVE WS-MB-CN-IDX (WS-MB-IDX) TO WS-IDX-A.
074000     IF WS-CN-RING (WS-IDX-A, WS-PT-IDX) NOT = WS-RG-IDX
074100         GO TO 5200-EXIT
074200     END-IF.
074300     ADD 1 TO WS-CARD-HITS.
074400     MOVE WS-CN-RECID (WS-IDX-A) TO WS-KEY-RECID.
074500     MOVE 'RING'                 TO WS-KEY-REASON.
074600     PERFORM 1220-FIND-OR-ADD-HOLD THRU 1220-EXIT.
074700     IF WS-HL-ACTION (WS-MATCH-HL-IDX) EQUAL 'H'
074800         MOVE 'FRNG-ONHOLD'  TO EX-TYPE
074900         MOVE SPACES         TO WS-EXCP-MSG
075000         STRING 'ALREADY HELD UNDER CASE '
075100                WS-HL-CASE-ID (WS-MATCH-HL-IDX)
075200             DELIMITED BY SIZE INTO WS-EXCP-MSG
075300         PERFORM 5950-WRITE-EXCP-LINE THRU 5950-EXIT
075400         GO TO 5200-EXIT
075500     END-IF.
075600     MOVE SPACES                 TO HD-HOLD-REC.
075700     MOVE WS-CN-RECID (WS-IDX-A) TO HD-RECID.
075800     MOVE WS-CN-CLMID (WS-IDX-A) TO HD-CLMID.
075900     MOVE 'H'                    TO HD-ACTION.
076000     MOVE 'RING'                 TO HD-REASON.
076100     MOVE 'CMS-FRNG'             TO HD-SOURCE.
076200     MOVE FC-CASE-ID             TO HD-CASE-ID.
076300     MOVE WS-RUN-DATE            TO HD-EFF-DATE.
076400     MOVE SPACES                 TO HD-HOLD-UNTIL.
076500     WRITE HD-HOLD-REC.
076600     ADD 1 TO WS-PLACED-COUNT.
076700     MOVE HD-CLMID    TO WS-HL-CLMID (WS-MATCH-HL-IDX).
076800     MOVE 'H'         TO WS-HL-ACTION (WS-MATCH-HL-IDX).
076900     MOVE FC-CASE-ID  TO WS-HL-CASE-ID (WS-MATCH-HL-IDX).
077000     MOVE SPACES      TO WS-HL-UNTIL (WS-MATCH-HL-IDX).
077100     MOVE 'HOLD-PLACED'  TO EX-TYPE.
077200     MOVE SPACES         TO WS-EXCP-MSG.
077300     STRING 'PAYMENTS HELD - ' FC-POINT-TYPE ' CLUSTER - CASE '
077400            FC-CASE-ID
077500         DELIMITED BY SIZE INTO WS-EXCP-MSG.
077600     PERFORM 5950-WRITE-EXCP-LINE THRU 5950-EXIT.
077700     GO TO 5200-EXIT.
077800 5200-EXIT.
077900     EXIT.
078000*
078100*----------------------------------------------------------------*
078200* 5400-RELEASE-ONE-HOLD - RELEASE ONE HOLD TABLE ENTRY WHEN IT   *
078300* IS AN ACTIVE FRAUD-RING HOLD UNDER THE CARD'S CASE ID.         *
078400*----------------------------------------------------------------*
078500 5400-RELEASE-ONE-HOLD.
078600     IF WS-HL-REASON (WS-HL-IDX) NOT = 'RING'
078700             OR WS-HL-ACTION (WS-HL-IDX) NOT = 'H'
078800             OR WS-HL-CASE-ID (WS-HL-IDX) NOT = FC-CASE-ID
078900         GO TO 5400-EXIT
079000     END-IF.
079100     ADD 1 TO WS-CARD-HITS.
079200     MOVE SPACES                     TO HD-HOLD-REC.
079300     MOVE WS-HL-RECID (WS-HL-IDX)    TO HD-RECID.
079400     MOVE WS-HL-CLMID (WS-HL-IDX)    TO HD-CLMID.
079500     MOVE 'R'                        TO HD-ACTION.
079600     MOVE 'RING'                     TO HD-REASON.
079700     MOVE 'CMS-FRNG'                 TO HD-SOURCE.
079800     MOVE FC-CASE-ID                 TO HD-CASE-ID.
079900     MOVE WS-RUN-DATE                TO HD-EFF-DATE.
080000     MOVE SPACES                     TO HD-HOLD-UNTIL.
080100     WRITE HD-HOLD-REC.
080200     ADD 1 TO WS-RELEASED-COUNT.
080300     MOVE 'R'                        TO WS-HL-ACTION (WS-HL-IDX).
080400     MOVE 'HOLD-RELEAS'  TO EX-TYPE.
080500     MOVE WS-HL-RECID (WS-HL-IDX)    TO EX-RECID.
080600     MOVE SPACES         TO WS-EXCP-MSG.
080700     STRING 'FRAUD-RING HOLD RELEASED - CASE ' FC-CASE-ID
080800         DELIMITED BY SIZE INTO WS-EXCP-MSG.
080900     MOVE WS-RUN-DATE    TO EX-RUN-DATE.
081000     MOVE ZERO           TO EX-OTHR-RECID.
081100     MOVE SPACES         TO EX-SSN.
081200     MOVE WS-EXCP-MSG    TO EX-MESSAGE.
081300     WRITE EX-EXCEPTION-LINE.
081400     GO TO 5400-EXIT.
081500 5400-EXIT.
081600     EXIT.
081700*
081800 5900-BYPASS-CARD.
081900     ADD 1 TO WS-BADCARD-COUNT.
082000     MOVE WS-RUN-DATE    TO EX-RUN-DATE.
082100     MOVE 'BAD-REQUEST'  TO EX-TYPE.
082200     IF FC-RECID IS NUMERIC
082300         MOVE FC-RECID   TO EX-RECID
082400     ELSE
082500         MOVE ZERO       TO EX-RECID
082600     END-IF.
082700     MOVE ZERO           TO EX-OTHR-RECID.
082800     MOVE SPACES         TO EX-SSN.
082900     MOVE WS-EXCP-MSG    TO EX-MESSAGE.
083000     WRITE EX-EXCEPTION-LINE.
083100     GO TO 5900-EXIT.
083200 5900-EXIT.
083300     EXIT.
083400*
083500*----------------------------------------------------------------*
083600* 5950-WRITE-EXCP-LINE - WRITE ONE RESULT LINE FOR CONTACT-TABLE *
083700* ENTRY WS-IDX-A.  EX-TYPE AND WS-EXCP-MSG ARE SET BY THE        *
083800* CALLER.                                                        *
083900*----------------------------------------------------------------*
084000 5950-WRITE-EXCP-LINE.
084100     MOVE WS-RUN-DATE            TO EX-RUN-DATE.
084200     MOVE WS-CN-RECID (WS-IDX-A) TO EX-RECID.
084300     MOVE ZERO                   TO EX-OTHR-RECID.
084400     MOVE SPACES                 TO EX-SSN.
084500     MOVE WS-EXCP-MSG            TO EX-MESSAGE.
084600     WRITE EX-EXCEPTION-LINE.
084700     GO TO 5950-EXIT.
084800 5950-EXIT.
084900     EXIT.
085000*
085100*----------------------------------------------------------------*
085200* 6000-WRITE-ONE-RING                                            *
085300*   PICKS THE LARGEST CLUSTER NOT YET PRINTED (TIES GO TO THE    *
085400*   MORE DOLLARS) AND PRINTS ONE LINE PER MEMBER.                *
085500*----------------------------------------------------------------*
085600 6000-WRITE-ONE-RING.
085700     MOVE ZERO TO WS-BEST-RG-IDX.
085800     PERFORM 6100-PICK-ONE-RING THRU 6100-EXIT
085900         VARYING WS-RG-IDX FROM 1 BY 1
086000         UNTIL WS-RG-IDX > WS-RG-COUNT.
086100     MOVE 'Y' TO WS-RG-DONE-SW (WS-BEST-RG-IDX).
086200     MOVE WS-BEST-RG-IDX TO WS-RG-IDX.
086300     MOVE WS-RG-PT (WS-RG-IDX) TO WS-PT-IDX.
086400     PERFORM 6200-SET-SHARED-VALUE THRU 6200-EXIT.
086500     PERFORM 6300-WRITE-ONE-MEMBER THRU 6300-EXIT
086600         VARYING WS-MB-IDX FROM 1 BY 1
086700         UNTIL WS-MB-IDX > WS-MB-COUNT.
086800     GO TO 6000-EXIT.
086900 6000-EXIT.
087000     EXIT.
087100*
087200 6100-PICK-ONE-RING.
087300     IF WS-RG-DONE (WS-RG-IDX)
087400         GO TO 6100-EXIT
087500     END-IF.
087600     IF WS-BEST-RG-IDX EQUAL ZERO
087700         MOVE WS-RG-IDX TO WS-BEST-RG-IDX
087800         GO TO 6100-EXIT
087900     END-IF.
088000     IF WS-RG-SIZE (WS-RG-IDX) > WS-RG-SIZE (WS-BEST-RG-IDX)
088100         MOVE WS-RG-IDX TO WS-BEST-RG-IDX
088200         GO TO 6100-EXIT
088300     END-IF.
088400     IF WS-RG-SIZE (WS-RG-IDX) EQUAL WS-RG-SIZE (WS-BEST-RG-IDX)
088500             AND WS-RG-AMT (WS-RG-IDX)
088550                 > WS-RG-AMT (WS-BEST-RG-IDX)
088600         MOVE WS-RG-IDX TO WS-BEST-RG-IDX
088700     END-IF.
088800     GO TO 6100-EXIT.
088900 6100-EXIT.
089000     EXIT.
089100*
089200*----------------------------------------------------------------*
089300* 6200-SET-SHARED-VALUE - THE SHARED VALUE AS PRINTED.  A BANK   *
089400* ACCOUNT IS CUT DOWN TO ROUTING NUMBER AND LAST FOUR DIGITS.    *
089500*----------------------------------------------------------------*
089600 6200-SET-SHARED-VALUE.
089700     MOVE WS-RG-FIRST (WS-RG-IDX) TO WS-IDX-A.
089800     MOVE SPACES TO FR-SHARED-VALUE.
089900     IF WS-PT-IDX NOT = 1
090000         MOVE WS-CN-POINT (WS-IDX-A, WS-PT-IDX) TO FR-SHARED-VALUE
090100         GO TO 6200-EXIT
090200     END-IF.
090300     MOVE WS-CN-POINT (WS-IDX-A, 1) (10:20) TO WS-DEC-BACT.
090400     MOVE 20 TO WS-ACCT-END.
090500     PERFORM 6210-BACK-UP-ONE THRU 6210-EXIT
090600         UNTIL WS-ACCT-END < 5
090700            OR WS-DEC-BACT (WS-ACCT-END:1) NOT = SPACE.
090800     IF WS-ACCT-END < 5
090900         MOVE ALL '*' TO WS-ACCT-LAST4
091000     ELSE
091100         MOVE WS-DEC-BACT (WS-ACCT-END - 3:4) TO WS-ACCT-LAST4
091200     END-IF.
091300     STRING 'RTN ' WS-CN-POINT (WS-IDX-A, 1) (1:9)
091400            ' ACCT ENDING ' WS-ACCT-LAST4
091500         DELIMITED BY SIZE INTO FR-SHARED-VALUE.
091600     GO TO 6200-EXIT.
091700 6200-EXIT.
091800     EXIT.
091900*
092000 6210-BACK-UP-ONE.
092100     SUBTRACT 1 FROM WS-ACCT-END.
092200     GO TO 6210-EXIT.
092300 6210-EXIT.
092400     EXIT.
092500*
092600 6300-WRITE-ONE-MEMBER.
092700     MOVE WS-MB-CN-IDX (WS-MB-IDX) TO WS-IDX-A.
092800     IF WS-CN-RING (WS-IDX-A, WS-PT-IDX) NOT = WS-RG-IDX
092900         GO TO 6300-EXIT
093000     END-IF.
093100     MOVE WS-RANK                  TO FR-RANK.
093200     MOVE WS-PT-NAME (WS-PT-IDX)   TO FR-POINT-TYPE.
093300     MOVE WS-RG-SIZE (WS-RG-IDX)   TO FR-SIZE.
093400     COMPUTE WS-AMT-WORK = WS-RG-AMT (WS-RG-IDX) / 100.
093500     MOVE WS-AMT-WORK              TO FR-RING-AMT.
093600     MOVE WS-CN-RECID (WS-IDX-A)   TO FR-RECID.
093700     MOVE WS-CN-CLMID (WS-IDX-A)   TO FR-CLMID.
093800     COMPUTE WS-AMT-WORK = WS-CN-PAID (WS-IDX-A) / 100.
093900     MOVE WS-AMT-WORK              TO FR-MEMBER-AMT.
094000     MOVE WS-CN-RECID (WS-IDX-A)   TO WS-KEY-RECID.
094100     PERFORM 6400-CHECK-HOLD THRU 6400-EXIT.
094200     IF PAYMENT-HELD
094300         MOVE 'HOLD'               TO FR-HOLD-IND
094400     ELSE
094500         MOVE SPACES               TO FR-HOLD-IND
094600     END-IF.
094700     WRITE FR-REPORT-LINE.
094800     ADD 1 TO WS-LINE-COUNT.
094900     GO TO 6300-EXIT.
095000 6300-EXIT.
095100     EXIT.
095200*
095300*----------------------------------------------------------------*
095400* 6400-CHECK-HOLD - SET PAYMENT-HELD WHEN ANY HOLD OF ANY        *
095500* REASON IS ACTIVE FOR WS-KEY-RECID (THE SAME TEST CMS-ACH AND   *
095600* CMS-CARD APPLY).                                               *
095700*----------------------------------------------------------------*
095800 6400-CHECK-HOLD.
095900     MOVE 'N' TO WS-HELD-SW.
096000     PERFORM 6410-CHECK-ONE-HOLD THRU 6410-EXIT
096100         VARYING WS-HL-IDX FROM 1 BY 1
096200         UNTIL WS-HL-IDX > WS-HL-COUNT.
096300     GO TO 6400-EXIT.
096400 6400-EXIT.
096500     EXIT.
096600*
096700 6410-CHECK-ONE-HOLD.
096800     IF WS-HL-RECID (WS-HL-IDX) EQUAL WS-KEY-RECID
096900             AND WS-HL-ACTION (WS-HL-IDX) EQUAL 'H'
097000         IF WS-HL-UNTIL (WS-HL-IDX) EQUAL SPACES
097100                 OR WS-HL-UNTIL (WS-HL-IDX) > WS-RUN-DATE
097200             SET PAYMENT-HELD TO TRUE
097300         END-IF
097400     END-IF.
097500     GO TO 6410-EXIT.
097600 6410-EXIT.
097700     EXIT.
097800*
097900*----------------------------------------------------------------*
098000* 8000-TERMINATE - WRITE THE RUN-CONTROL RECORD, CLOSE FILES,    *
098100* DISPLAY RUN TOTALS, AND SET THE RETURN CODE -- 8 WHEN ANY      *
098200* CARD WAS BYPASSED.                                             *
098300*----------------------------------------------------------------*
098400 8000-TERMINATE.
098500     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
098600     CLOSE MASTER-FILE
098700           RING-RPT
098800           EXCEPT-RPT.
098900     DISPLAY 'CMSFRNG - FRAUD-RING CLUSTER SCAN COMPLETE'.
099000     DISPLAY 'RECORDS READ . . . . . . . . ' WS-READ-COUNT.
099100     DISPLAY 'ACTIVE CONTACTS SCANNED  . . ' WS-ACTIVE-COUNT.
099200     DISPLAY 'CLUSTERS REPORTED  . . . . . ' WS-RG-COUNT.
099300     DISPLAY 'CONTACTS IN A CLUSTER  . . . ' WS-MB-COUNT.
099400     DISPLAY 'HISTORY RECORDS READ . . . . ' WS-HIST-READ-COUNT.
099500     DISPLAY 'HOLD CARDS READ  . . . . . . ' WS-CARD-COUNT.
099600     DISPLAY 'HOLDS PLACED . . . . . . . . ' WS-PLACED-COUNT.
099700     DISPLAY 'HOLDS RELEASED . . . . . . . ' WS-RELEASED-COUNT.
099800     DISPLAY 'CARDS BYPASSED . . . . . . . ' WS-BADCARD-COUNT.
099900     IF WS-BADCARD-COUNT > ZERO
100000         MOVE 8 TO RETURN-CODE
100100     END-IF.
100200     GO TO 8000-EXIT.
100300 8000-EXIT.
100400     EXIT.
100500*
100600*----------------------------------------------------------------*
100700* 8900-WRITE-RUN-CONTROL - WRITE THIS RUN'S STANDARD TOTALS      *
100800* RECORD TO THE SHARED RUNCTL DATASET FOR CMS-BAL.               *
100900*----------------------------------------------------------------*
101000 8900-WRITE-RUN-CONTROL.
101100     OPEN EXTEND RUN-CTL-FILE.
101200     MOVE 'CMS-FRNG'         TO RC-JOB.
101300     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
101400     MOVE 'F'                TO RC-RUN-MODE.
101500     MOVE WS-READ-COUNT      TO RC-RECS-READ.
101600     MOVE WS-LINE-COUNT      TO RC-RECS-WRITTEN.
101700     MOVE WS-BADCARD-COUNT   TO RC-RECS-REJECTED.
101800     MOVE ZERO               TO RC-ADD-COUNT.
101900     MOVE ZERO               TO RC-CHANGE-COUNT.
102000     MOVE ZERO               TO RC-DELETE-COUNT.
102100     MOVE ZERO               TO RC-ACH-ENTRY-COUNT.
102200     MOVE ZERO               TO RC-ACH-CREDIT-AMT.
102300     MOVE ZERO               TO RC-PAY-DETAIL-AMT.
102400     WRITE RC-RUN-CONTROL-REC.
102500     CLOSE RUN-CTL-FILE.
102600     GO TO 8900-EXIT.
102700 8900-EXIT.
102800     EXIT.
