000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSAUDT.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS BATCH DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMSAUDT                                             *
000900* JOB:      CMS-AUDT                                            *
001000* PURPOSE:  CROSS-FILE REFERENTIAL INTEGRITY AUDIT.  EVERY       *
001100*           SATELLITE FILE KEYED BACK TO A CONTACT IS CHECKED    *
001200*           AGAINST THE LIVE MASTER AND THE PURGE ARCHIVE --     *
001300*           ADRHIST, NOTCHIST, PAYHIST, THE CTJRNL JOURNAL, THE  *
001400*           REJECT RECYCLE FILE, WHLDORD, AND THE AUTHORIZED     *
001500*           REPRESENTATIVE FILE (CTREPR).  NOTHING IS CHANGED -- *
001600*           EVERY FILE IS READ ONLY.  EXCEPTIONS REPORTED --     *
001700*             - ORPHAN: A ROW WHOSE RECID IS NEITHER ON CTMASTER *
001800*               NOR IN CTARCH;                                   *
001900*             - MERGED: A ROW STILL CARRYING A RECID CMS-MRGE    *
002000*               MERGED AWAY.  CMS-MRGE REKEYS ONLY ADRHIST, SO   *
002100*               THIS IS MAINLY NOTCHIST AND PAYHIST.  THE MERGE  *
002200*               CARD DECK (MRGCTL) IS THE REGISTER -- A CARD     *
002300*               WHOSE DUPLICATE IS NO LONGER ON THE MASTER HAS   *
002400*               BEEN APPLIED;                                    *
002500*             - CLAIM: A PAYHIST OR WHLDORD CLAIM ID THAT NO     *
002600*               CONTACT ON THE MASTER OR IN THE ARCHIVE CARRIES. *
002700*               A WHLDORD ORDER WITH NO CLAIM ID IS MATCHED BY   *
002800*               SSN AND CANNOT BE CHECKED HERE (THIS JOB HOLDS   *
002900*               NO DECRYPT AUTHORIZATION), SO IT IS ONLY COUNTED;*
003000*             - VANISHED: A JOURNAL ROW FOR A RECID THAT IS      *
003100*               GONE FROM THE MASTER WITH NO JOURNALED DELETE    *
003200*               AND NO ARCHIVE IMAGE.  JOURNAL ROWS FOR A        *
003300*               JOURNALED DELETE ARE THE JOURNAL DOING ITS JOB;  *
003400*             - HIST AT RISK: AN ARCHIVED CONTACT WITH PAYHIST   *
003500*               ROWS BEFORE THE AUDCTL HISTORY CUTOFF (SEE       *
003600*               CTAUCT) -- THE NEXT PAYMENT-HISTORY CLEANUP WOULD*
003700*               DROP THE ONLY RECORD OF WHAT WAS PAID.           *
003800*           A RECYCLED ADD IS NOT CHECKED -- ITS RECID WAS NEVER *
003900*           ON THE MASTER.                                       *
004000*                                                                *
004100*           AUDRPT CARRIES THE COUNTS IN THE CTEEORPT SECTION/   *
004200*           CATEGORY/COUNT LAYOUT; AUDEXCP LISTS EACH EXCEPTION  *
004300*           IN THE CTEXCP LAYOUT (EX-OTHR-RECID IS THE SURVIVOR  *
004400*           ON A MERGED LINE).  THE RUN-CONTROL RECORD CARRIES   *
004500*           THE EXCEPTIONS AS REJECTS AND NO ADDS OR DELETES, SO *
004600*           CMS-BAL FLAGS A DIRTY NIGHT WITHOUT DISTURBING THE   *
004700*           MASTER CONTINUITY CHECK.  ANY EXCEPTION ENDS THE RUN *
004800*           WITH RC 8.                                           *
004900*                                                                *
005000* MODIFICATION HISTORY.                                         *
005100*   2026-10-15  DS   ORIGINAL.                                  *
005200*================================================================*
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT MASTER-FILE      ASSIGN TO "CTMASTER"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CT-SSN
006300         ALTERNATE RECORD KEY IS CT-RECID
006400         FILE STATUS IS WS-MSTR-FILE-STATUS.
006500     SELECT AUCTL-FILE       ASSIGN TO "AUDCTL"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT ARCHIVE-FILE     ASSIGN TO "CTARCH"
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT MERGE-CARD-FILE  ASSIGN TO "MRGCTL"
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT ADDR-HIST-FILE   ASSIGN TO "ADRHIST"
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT NOTICE-HIST      ASSIGN TO "NOTCHIST"
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT PAY-HIST-FILE    ASSIGN TO "PAYHIST"
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT JOURNAL-FILE     ASSIGN TO "CTJRNL"
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT RECYCLE-FILE     ASSIGN TO "RECYCIN"
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT WHLDORD-FILE     ASSIGN TO "WHLDORD"
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT OPTIONAL REP-FILE ASSIGN TO "CTREPR"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS SEQUENTIAL
008600         RECORD KEY IS RP-KEY
008700         FILE STATUS IS WS-REPR-FILE-STATUS.
008800     SELECT AUDIT-RPT        ASSIGN TO "AUDRPT"
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000     SELECT EXCEPT-RPT       ASSIGN TO "AUDEXCP"
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200     SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL"
009300         ORGANIZATION IS SEQUENTIAL.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  MASTER-FILE.
009700     COPY CTMST010.
009800 FD  AUCTL-FILE
009900     RECORDING MODE IS F.
010000     COPY CTAUCT.
010100 FD  ARCHIVE-FILE
010200     RECORDING MODE IS F.
010300     COPY CTARCH.
010400 FD  MERGE-CARD-FILE
010500     RECORDING MODE IS F.
010600     COPY CTMGCT.
010700 FD  ADDR-HIST-FILE
010800     RECORDING MODE IS F.
010900     COPY CTADRH.
011000 FD  NOTICE-HIST
011100     RECORDING MODE IS F.
011200     COPY CTNHST.
011300 FD  PAY-HIST-FILE
011400     RECORDING MODE IS F.
011500     COPY CTPHST.
011600 FD  JOURNAL-FILE
011700     RECORDING MODE IS F.
011800     COPY CTJRNL.
011900 FD  RECYCLE-FILE
012000     RECORDING MODE IS F.
012100     COPY CTRCYC.
012200 FD  WHLDORD-FILE
012300     RECORDING MODE IS F.
012400     COPY CTWHLD.
012500 FD  REP-FILE.
012600     COPY CTREPR.
012700 FD  AUDIT-RPT.
012800     COPY CTEEORPT.
012900 FD  EXCEPT-RPT.
013000     COPY CTEXCP REPLACING EX-REPORT-LINE BY EX-EXCEPTION-LINE.
013100 FD  RUN-CTL-FILE
013200     RECORDING MODE IS F.
013300     COPY CTRUNC.
013400 WORKING-STORAGE SECTION.
013500 01  WS-SWITCHES.
013600     05  WS-MASTER-EOF-SW    PIC X(1)  VALUE 'N'.
013700         88  MASTER-EOF          VALUE 'Y'.
013800     05  WS-ARCH-EOF-SW      PIC X(1)  VALUE 'N'.
013900         88  ARCH-EOF            VALUE 'Y'.
014000     05  WS-CARD-EOF-SW      PIC X(1)  VALUE 'N'.
014100         88  CARD-EOF            VALUE 'Y'.
014200     05  WS-SAT-EOF-SW       PIC X(1)  VALUE 'N'.
014300         88  SAT-EOF             VALUE 'Y'.
014400     05  WS-RECID-STATE      PIC X(1)  VALUE SPACE.
014500         88  RECID-ON-MASTER     VALUE 'M'.
014600         88  RECID-MERGED        VALUE 'G'.
014700         88  RECID-ARCHIVED      VALUE 'A'.
014800         88  RECID-ORPHAN        VALUE 'O'.
014900     05  WS-CLAIM-SW         PIC X(1)  VALUE 'N'.
015000         88  CLAIM-KNOWN         VALUE 'Y'.
015100 01  WS-MSTR-FILE-STATUS     PIC X(2).
015200 01  WS-REPR-FILE-STATUS     PIC X(2).
015300 01  WS-COUNTERS             COMP.
015400     05  WS-MASTER-COUNT     PIC 9(8)  VALUE ZERO.
015500     05  WS-ARCH-READ-COUNT  PIC 9(8)  VALUE ZERO.
015600     05  WS-CARD-COUNT       PIC 9(8)  VALUE ZERO.
015700     05  WS-ADRH-READ        PIC 9(8)  VALUE ZERO.
015800     05  WS-ADRH-ORPHAN      PIC 9(8)  VALUE ZERO.
015900     05  WS-ADRH-MERGED      PIC 9(8)  VALUE ZERO.
016000     05  WS-NOTC-READ        PIC 9(8)  VALUE ZERO.
016100     05  WS-NOTC-ORPHAN      PIC 9(8)  VALUE ZERO.
016200     05  WS-NOTC-MERGED      PIC 9(8)  VALUE ZERO.
016300     05  WS-PAYH-READ        PIC 9(8)  VALUE ZERO.
016400     05  WS-PAYH-ORPHAN      PIC 9(8)  VALUE ZERO.
016500     05  WS-PAYH-MERGED      PIC 9(8)  VALUE ZERO.
016600     05  WS-PAYH-CLAIM       PIC 9(8)  VALUE ZERO.
016700     05  WS-PAYH-RISK        PIC 9(8)  VALUE ZERO.
016800     05  WS-JRNL-READ        PIC 9(8)  VALUE ZERO.
016900     05  WS-JRNL-VANISHED    PIC 9(8)  VALUE ZERO.
017000     05  WS-RCYC-READ        PIC 9(8)  VALUE ZERO.
017100     05  WS-RCYC-ADDS        PIC 9(8)  VALUE ZERO.
017200     05  WS-RCYC-ORPHAN      PIC 9(8)  VALUE ZERO.
017300     05  WS-RCYC-MERGED      PIC 9(8)  VALUE ZERO.
017400     05  WS-WHLD-READ        PIC 9(8)  VALUE ZERO.
017500     05  WS-WHLD-CLAIM       PIC 9(8)  VALUE ZERO.
017600     05  WS-WHLD-BY-SSN      PIC 9(8)  VALUE ZERO.
017700     05  WS-REPR-READ        PIC 9(8)  VALUE ZERO.
017800     05  WS-REPR-ORPHAN      PIC 9(8)  VALUE ZERO.
017900     05  WS-REPR-MERGED      PIC 9(8)  VALUE ZERO.
018000     05  WS-RISK-CONTACTS    PIC 9(8)  VALUE ZERO.
018100     05  WS-SAT-READ-COUNT   PIC 9(8)  VALUE ZERO.
018200     05  WS-EXCP-COUNT       PIC 9(8)  VALUE ZERO.
018300 01  WS-RUN-DATE             PIC X(10).
018400 01  WS-CURRENT-DTTM.
018500     05  WS-CD-DATE          PIC X(8).
018600     05  WS-CD-TIME          PIC X(6).
018700 01  WS-EXCP-MSG             PIC X(60).
018800 01  WS-SAT-NAME             PIC X(8).
018900 01  WS-CHK-RECID            PIC 9(8).
019000 01  WS-CHK-CLMID            PIC X(20).
019100 01  WS-RISK-ROWS-ED         PIC ZZZ,ZZ9.
019200*----------------------------------------------------------------*
019300* THE RECYCLED TRANSACTION, UNPACKED FROM RJ-TRAN-IMAGE SO ITS   *
019400* ACTION AND RECID CAN BE CHECKED (THE CMS-RAGE PATTERN).        *
019500*----------------------------------------------------------------*
019600     COPY CTTRAN REPLACING CT-TRAN-REC BY WS-TRAN-REC.
019700*----------------------------------------------------------------*
019800* EVERY CLAIM ID CARRIED BY A CONTACT ON THE MASTER OR IN THE    *
019900* ARCHIVE.  BLANK CLAIM IDS ARE NOT ENTERED.  MORE CLAIM IDS     *
020000* THAN THE TABLE HOLDS ENDS THE RUN -- A SHORT TABLE WOULD       *
020100* REPORT GOOD CLAIMS AS UNKNOWN.                                 *
020200*----------------------------------------------------------------*
020300 01  WS-CLAIM-TABLE.
020400     05  WS-CLAIM-ENTRY      OCCURS 40000 TIMES.
020500         10  WS-CLAIM-ID     PIC X(20).
020600 01  WS-CLAIM-MAX            PIC 9(8)  COMP VALUE 40000.
020700 01  WS-CLAIM-COUNT          PIC 9(8)  COMP VALUE ZERO.
020800 01  WS-CLAIM-IDX            PIC 9(8)  COMP.
020900*----------------------------------------------------------------*
021000* ONE ENTRY PER DISTINCT RECID IN THE CUMULATIVE ARCHIVE.  WHERE *
021100* A CONTACT WAS PURGED MORE THAN ONCE THE LATER PURGE DATE       *
021200* STANDS.  WS-AR-RISK-ROWS COUNTS THE CONTACT'S PAYHIST ROWS     *
021300* BEFORE THE HISTORY CUTOFF.                                     *
021400*----------------------------------------------------------------*
021500 01  WS-AR-TABLE.
021600     05  WS-AR-ENTRY         OCCURS 20000 TIMES.
021700         10  WS-AR-RECID     PIC 9(8).
021800         10  WS-AR-PURGDT    PIC X(10).
021900         10  WS-AR-RISK-ROWS PIC 9(8)  COMP.
022000 01  WS-AR-MAX               PIC 9(8)  COMP VALUE 20000.
022100 01  WS-AR-COUNT             PIC 9(8)  COMP VALUE ZERO.
022200 01  WS-AR-IDX               PIC 9(8)  COMP.
022300 01  WS-MATCH-AR-IDX         PIC 9(8)  COMP.
022400*----------------------------------------------------------------*
022500* MERGED-AWAY RECIDS -- EVERY MRGCTL CARD WHOSE DUPLICATE IS NO  *
022600* LONGER ON THE MASTER, WITH THE SURVIVOR IT WAS MERGED INTO.    *
022700*----------------------------------------------------------------*
022800 01  WS-MG-TABLE.
022900     05  WS-MG-ENTRY         OCCURS 2000 TIMES.
023000         10  WS-MG-SURV      PIC 9(8).
023100         10  WS-MG-DUP       PIC 9(8).
023200 01  WS-MG-MAX               PIC 9(4)  COMP VALUE 2000.
023300 01  WS-MG-COUNT             PIC 9(4)  COMP VALUE ZERO.
023400 01  WS-MG-IDX               PIC 9(4)  COMP.
023500 01  WS-MATCH-MG-IDX         PIC 9(4)  COMP.
023600*----------------------------------------------------------------*
023700* RECIDS THE JOURNAL ACCOUNTS FOR -- EVERY RECID WITH A JOURNALED*
023800* DELETE, LOADED IN A FIRST PASS.  A VANISHED RECID IS ENTERED   *
023900* ONCE IT HAS BEEN REPORTED, SO IT IS LISTED ONCE RATHER THAN    *
024000* ONCE PER JOURNAL ROW.                                          *
024100*----------------------------------------------------------------*
024200 01  WS-JD-TABLE.
024300     05  WS-JD-ENTRY         OCCURS 20000 TIMES.
024400         10  WS-JD-RECID     PIC 9(8).
024500 01  WS-JD-MAX               PIC 9(8)  COMP VALUE 20000.
024600 01  WS-JD-COUNT             PIC 9(8)  COMP VALUE ZERO.
024700 01  WS-JD-IDX               PIC 9(8)  COMP.
024800 01  WS-MATCH-JD-IDX         PIC 9(8)  COMP.
024900 PROCEDURE DIVISION.
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025200     PERFORM 1200-LOAD-MASTER THRU 1200-EXIT
025300         UNTIL MASTER-EOF.
025400     PERFORM 1300-LOAD-ARCHIVE THRU 1300-EXIT
025500         UNTIL ARCH-EOF.
025600     PERFORM 1400-LOAD-MERGE-CARD THRU 1400-EXIT
025700         UNTIL CARD-EOF.
025800     PERFORM 1500-LOAD-JRNL-DELETES THRU 1500-EXIT.
025900     PERFORM 2000-AUDIT-ADDR-HIST THRU 2000-EXIT.
026000     PERFORM 2100-AUDIT-NOTICE-HIST THRU 2100-EXIT.
026100     PERFORM 2200-AUDIT-PAY-HIST THRU 2200-EXIT.
026200     PERFORM 2300-AUDIT-JOURNAL THRU 2300-EXIT.
026300     PERFORM 2400-AUDIT-RECYCLE THRU 2400-EXIT.
026400     PERFORM 2500-AUDIT-WHLD-ORDERS THRU 2500-EXIT.
026500     PERFORM 2600-AUDIT-REP-FILE THRU 2600-EXIT.
026600     PERFORM 3000-REPORT-HIST-AT-RISK THRU 3000-EXIT
026700         VARYING WS-AR-IDX FROM 1 BY 1
026800         UNTIL WS-AR-IDX > WS-AR-COUNT.
026900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
027000     STOP RUN.
027100*
027200 1000-INITIALIZE.
027300     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
027400     ACCEPT WS-CD-TIME FROM TIME.
027500     STRING WS-CD-DATE (1:4) '-' WS-CD-DATE (5:2) '-'
027600            WS-CD-DATE (7:2)
027700         DELIMITED BY SIZE INTO WS-RUN-DATE.
027800     OPEN INPUT AUCTL-FILE.
027900     READ AUCTL-FILE
028000         AT END
028100             DISPLAY 'CMSAUDT - MISSING AUDCTL CONTROL CARD'
028200             MOVE 16 TO RETURN-CODE
028300             STOP RUN
028400     END-READ.
028500     CLOSE AUCTL-FILE.
028600     IF AU-HIST-CUTOFF EQUAL SPACES
028700         DISPLAY 'CMSAUDT - BLANK HISTORY CUTOFF ON AUDCTL CARD'
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN
029000     END-IF.
029100     OPEN INPUT MASTER-FILE.
029200     IF WS-MSTR-FILE-STATUS NOT = '00'
029300         DISPLAY 'CMSAUDT - CTMASTER OPEN FAILED - STATUS '
029400             WS-MSTR-FILE-STATUS
029500         MOVE 16 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800     OPEN INPUT ARCHIVE-FILE.
029900     OPEN INPUT MERGE-CARD-FILE.
030000     OPEN OUTPUT AUDIT-RPT.
030100     OPEN OUTPUT EXCEPT-RPT.
030200     GO TO 1000-EXIT.
030300 1000-EXIT.
030400     EXIT.
030500*
030600*----------------------------------------------------------------*
030700* 1200-LOAD-MASTER - ONE SEQUENTIAL PASS OF THE MASTER, ENTERING *
030800* EVERY NON-BLANK CT-CLMID IN THE CLAIM TABLE.  RECIDS ARE NOT   *
030900* TABLED -- THEY ARE CHECKED BY KEYED READ ON THE ALTERNATE KEY. *
031000*----------------------------------------------------------------*
031100 1200-LOAD-MASTER.
031200     READ MASTER-FILE NEXT RECORD
031300         AT END
031400             SET MASTER-EOF TO TRUE
031500             GO TO 1200-EXIT
031600     END-READ.
031700     ADD 1 TO WS-MASTER-COUNT.
031800     IF CT-CLMID NOT = SPACES
031900         PERFORM 1210-ADD-CLAIM THRU 1210-EXIT
032000     END-IF.
032100     GO TO 1200-EXIT.
032200 1200-EXIT.
032300     EXIT.
032400*
032500 1210-ADD-CLAIM.
032600     IF WS-CLAIM-COUNT >= WS-CLAIM-MAX
032700         DISPLAY 'CMSAUDT - CLAIM ID TABLE OVERFLOW AT '
032800             WS-CLAIM-MAX
032900         MOVE 16 TO RETURN-CODE
033000         STOP RUN
033100     END-IF.
033200     ADD 1 TO WS-CLAIM-COUNT.
033300     MOVE CT-CLMID TO WS-CLAIM-ID (WS-CLAIM-COUNT).
033400     GO TO 1210-EXIT.
033500 1210-EXIT.
033600     EXIT.
033700*
033800*----------------------------------------------------------------*
033900* 1300-LOAD-ARCHIVE - READS ONE ARCHIVE RECORD AND ENTERS ITS    *
034000* RECID, PURGE DATE, AND CLAIM ID.  A RECID ALREADY IN THE TABLE *
034100* (PURGED, RESTORED, AND PURGED AGAIN) TAKES THE LATER PURGE     *
034200* DATE; ITS CLAIM ID IS ALREADY ENTERED.                         *
034300*----------------------------------------------------------------*
034400 1300-LOAD-ARCHIVE.
034500     READ ARCHIVE-FILE
034600         AT END
034700             SET ARCH-EOF TO TRUE
034800             GO TO 1300-EXIT
034900     END-READ.
035000     ADD 1 TO WS-ARCH-READ-COUNT.
035100     MOVE AR-MASTER-IMAGE TO CT-MASTER-REC.
035200     MOVE CT-RECID TO WS-CHK-RECID.
035300     PERFORM 5020-FIND-ARCHIVE THRU 5020-EXIT.
035400     IF WS-MATCH-AR-IDX > ZERO
035500         MOVE AR-PURGDT TO WS-AR-PURGDT (WS-MATCH-AR-IDX)
035600         GO TO 1300-EXIT
035700     END-IF.
035800     IF WS-AR-COUNT >= WS-AR-MAX
035900         DISPLAY 'CMSAUDT - ARCHIVE TABLE OVERFLOW AT '
036000             WS-AR-MAX
036100         MOVE 16 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400     ADD 1 TO WS-AR-COUNT.
036500     MOVE CT-RECID  TO WS-AR-RECID (WS-AR-COUNT).
036600     MOVE AR-PURGDT TO WS-AR-PURGDT (WS-AR-COUNT).
036700     MOVE ZERO      TO WS-AR-RISK-ROWS (WS-AR-COUNT).
036800     IF CT-CLMID NOT = SPACES
036900         PERFORM 1210-ADD-CLAIM THRU 1210-EXIT
037000     END-IF.
037100     GO TO 1300-EXIT.
037200 1300-EXIT.
037300     EXIT.
037400*
037500*----------------------------------------------------------------*
037600* 1400-LOAD-MERGE-CARD - ENTERS ONE MRGCTL CARD AS A MERGED-AWAY *
037700* RECID WHEN ITS DUPLICATE IS NO LONGER ON THE MASTER.  A CARD   *
037800* CMS-MRGE WOULD HAVE BYPASSED (NON-NUMERIC OR SAME RECID ON BOTH*
037900* SIDES), OR WHOSE DUPLICATE IS STILL ON FILE, IS SKIPPED.       *
038000*----------------------------------------------------------------*
038100 1400-LOAD-MERGE-CARD.
038200     READ MERGE-CARD-FILE
038300         AT END
038400             SET CARD-EOF TO TRUE
038500             GO TO 1400-EXIT
038600     END-READ.
038700     ADD 1 TO WS-CARD-COUNT.
038800     IF MG-SURV-RECID IS NOT NUMERIC
038900             OR MG-DUP-RECID IS NOT NUMERIC
039000             OR MG-SURV-RECID EQUAL MG-DUP-RECID
039100         GO TO 1400-EXIT
039200     END-IF.
039300     MOVE MG-DUP-RECID TO CT-RECID.
039400     READ MASTER-FILE KEY IS CT-RECID
039500         INVALID KEY
039600             GO TO 1400-MERGED
039700     END-READ.
039800     GO TO 1400-EXIT.
039900 1400-MERGED.
040000     IF WS-MG-COUNT >= WS-MG-MAX
040100         DISPLAY 'CMSAUDT - MERGE TABLE OVERFLOW AT '
040200             WS-MG-MAX
040300         MOVE 16 TO RETURN-CODE
040400         STOP RUN
040500     END-IF.
040600     ADD 1 TO WS-MG-COUNT.
040700     MOVE MG-SURV-RECID TO WS-MG-SURV (WS-MG-COUNT).
040800     MOVE MG-DUP-RECID  TO WS-MG-DUP (WS-MG-COUNT).
040900     GO TO 1400-EXIT.
041000 1400-EXIT.
041100     EXIT.
041200*
041300*----------------------------------------------------------------*
041400* 1500-LOAD-JRNL-DELETES - FIRST JOURNAL PASS.  ENTERS THE RECID *
041500* OF EVERY JOURNALED DELETE SO THE SECOND PASS (2300) KNOWS WHICH*
041600* MISSING RECIDS LEFT THE MASTER THE PROPER WAY.                 *
041700*----------------------------------------------------------------*
041800 1500-LOAD-JRNL-DELETES.
041900     MOVE 'N' TO WS-SAT-EOF-SW.
042000     OPEN INPUT JOURNAL-FILE.
042100     PERFORM 1510-LOAD-ONE-DELETE THRU 1510-EXIT
042200         UNTIL SAT-EOF.
042300     CLOSE JOURNAL-FILE.
042400     GO TO 1500-EXIT.
042500 1500-EXIT.
042600     EXIT.
042700*
042800 1510-LOAD-ONE-DELETE.
042900     READ JOURNAL-FILE
043000         AT END
043100             SET SAT-EOF TO TRUE
043200             GO TO 1510-EXIT
043300     END-READ.
043400     IF NOT JR-ACTN-DELETE
043500         GO TO 1510-EXIT
043600     END-IF.
043700     MOVE JR-RECID TO WS-CHK-RECID.
043800     PERFORM 1520-ADD-JRNL-RECID THRU 1520-EXIT.
043900     GO TO 1510-EXIT.
044000 1510-EXIT.
044100     EXIT.
044200*
044300 1520-ADD-JRNL-RECID.
044400     PERFORM 5030-FIND-JRNL-RECID THRU 5030-EXIT.
044500     IF WS-MATCH-JD-IDX > ZERO
044600         GO TO 1520-EXIT
044700     END-IF.
044800     IF WS-JD-COUNT >= WS-JD-MAX
044900         DISPLAY 'CMSAUDT - JOURNAL DELETE TABLE OVERFLOW AT '
045000             WS-JD-MAX
045100         MOVE 16 TO RETURN-CODE
045200         STOP RUN
045300     END-IF.
045400     ADD 1 TO WS-JD-COUNT.
045500     MOVE WS-CHK-RECID TO WS-JD-RECID (WS-JD-COUNT).
045600     GO TO 1520-EXIT.
045700 1520-EXIT.
045800     EXIT.
045900*
046000*----------------------------------------------------------------*
046100* 2000-AUDIT-ADDR-HIST - CHECK EVERY ADDRESS HISTORY ROW'S RECID.*
046200*----------------------------------------------------------------*
046300 2000-AUDIT-ADDR-HIST.
046400     MOVE 'ADRHIST'  TO WS-SAT-NAME.
046500     MOVE 'N' TO WS-SAT-EOF-SW.
046600     OPEN INPUT ADDR-HIST-FILE.
046700     PERFORM 2010-CHECK-ADDR-ROW THRU 2010-EXIT
046800         UNTIL SAT-EOF.
046900     CLOSE ADDR-HIST-FILE.
047000     GO TO 2000-EXIT.
047100 2000-EXIT.
047200     EXIT.
047300*
047400 2010-CHECK-ADDR-ROW.
047500     READ ADDR-HIST-FILE
047600         AT END
047700             SET SAT-EOF TO TRUE
047800             GO TO 2010-EXIT
047900     END-READ.
048000     ADD 1 TO WS-ADRH-READ.
048100     MOVE AH-RECID TO WS-CHK-RECID.
048200     PERFORM 5000-CLASSIFY-RECID THRU 5000-EXIT.
048300     PERFORM 5100-REPORT-RECID THRU 5100-EXIT.
048400     IF RECID-ORPHAN
048500         ADD 1 TO WS-ADRH-ORPHAN
048600     END-IF.
048700     IF RECID-MERGED
048800         ADD 1 TO WS-ADRH-MERGED
048900     END-IF.
049000     GO TO 2010-EXIT.
049100 2010-EXIT.
049200     EXIT.
049300*
049400*----------------------------------------------------------------*
049500* 2100-AUDIT-NOTICE-HIST - CHECK EVERY NOTICE HISTORY RECID.     *
049600* A REPRESENTATIVE'S COPY CARRIES THE CLAIMANT'S RECID, SO IT IS *
049700* CHECKED THE SAME WAY.                                          *
049800*----------------------------------------------------------------*
049900 2100-AUDIT-NOTICE-HIST.
050000     MOVE 'NOTCHIST' TO WS-SAT-NAME.
050100     MOVE 'N' TO WS-SAT-EOF-SW.
050200     OPEN INPUT NOTICE-HIST.
050300     PERFORM 2110-CHECK-NOTICE-ROW THRU 2110-EXIT
050400         UNTIL SAT-EOF.
050500     CLOSE NOTICE-HIST.
050600     GO TO 2100-EXIT.
050700 2100-EXIT.
050800     EXIT.
050900*
051000 2110-CHECK-NOTICE-ROW.
051100     READ NOTICE-HIST
051200         AT END
051300             SET SAT-EOF TO TRUE
051400             GO TO 2110-EXIT
051500     END-READ.
051600     ADD 1 TO WS-NOTC-READ.
051700     MOVE NH-RECID TO WS-CHK-RECID.
051800     PERFORM 5000-CLASSIFY-RECID THRU 5000-EXIT.
051900     PERFORM 5100-REPORT-RECID THRU 5100-EXIT.
052000     IF RECID-ORPHAN
052100         ADD 1 TO WS-NOTC-ORPHAN
052200     END-IF.
052300     IF RECID-MERGED
052400         ADD 1 TO WS-NOTC-MERGED
052500     END-IF.
052600     GO TO 2110-EXIT.
052700 2110-EXIT.
052800     EXIT.
052900*
053000*----------------------------------------------------------------*
053100* 2200-AUDIT-PAY-HIST - CHECK EVERY PAYMENT HISTORY ROW'S RECID  *
053200* AND CLAIM ID.  A ROW OF AN ARCHIVED CONTACT WHOSE WEEK-ENDING  *
053300* DATE IS BEFORE THE HISTORY CUTOFF IS TALLIED AGAINST THE       *
053400* CONTACT FOR THE AT-RISK LIST (3000).                           *
053420* A ROW WHOSE CONTACT IS ON THE MASTER AND CARRIES THE ROW'S     *
053440* CLAIM ID NEEDS NO CLAIM TABLE SCAN -- 5000 HAS JUST READ THAT  *
053460* CONTACT.  ONLY THE REST GO TO 5200.                            *
053500*----------------------------------------------------------------*
053600 2200-AUDIT-PAY-HIST.
053700     MOVE 'PAYHIST'  TO WS-SAT-NAME.
053800     MOVE 'N' TO WS-SAT-EOF-SW.
053900     OPEN INPUT PAY-HIST-FILE.
054000     PERFORM 2210-CHECK-PAY-ROW THRU 2210-EXIT
054100         UNTIL SAT-EOF.
054200     CLOSE PAY-HIST-FILE.
054300     GO TO 2200-EXIT.
054400 2200-EXIT.
054500     EXIT.
054600*
054700 2210-CHECK-PAY-ROW.
054800     READ PAY-HIST-FILE
054900         AT END
055000             SET SAT-EOF TO TRUE
055100             GO TO 2210-EXIT
055200     END-READ.
055300     ADD 1 TO WS-PAYH-READ.
055400     MOVE PH-RECID TO WS-CHK-RECID.
055500     PERFORM 5000-CLASSIFY-RECID THRU 5000-EXIT.
055600     PERFORM 5100-REPORT-RECID THRU 5100-EXIT.
055700     IF RECID-ORPHAN
055800         ADD 1 TO WS-PAYH-ORPHAN
055900     END-IF.
056000     IF RECID-MERGED
056100         ADD 1 TO WS-PAYH-MERGED
056200     END-IF.
056300     IF RECID-ARCHIVED
056400             AND PH-WKEND < AU-HIST-CUTOFF
056500         ADD 1 TO WS-AR-RISK-ROWS (WS-MATCH-AR-IDX)
056600         ADD 1 TO WS-PAYH-RISK
056700     END-IF.
056800     MOVE PH-CLMID TO WS-CHK-CLMID.
056810     IF RECID-ON-MASTER
056820             AND PH-CLMID NOT = SPACES
056830             AND PH-CLMID = CT-CLMID
056840         GO TO 2210-EXIT
056850     END-IF.
056900     PERFORM 5200-FIND-CLAIM THRU 5200-EXIT.
057000     IF CLAIM-KNOWN
057100         GO TO 2210-EXIT
057200     END-IF.
057300     ADD 1 TO WS-PAYH-CLAIM.
057400     MOVE 'AUD-CLAIM'    TO EX-TYPE.
057500     MOVE PH-RECID       TO EX-RECID.
057600     MOVE ZERO           TO EX-OTHR-RECID.
057700     MOVE SPACES         TO WS-EXCP-MSG.
057800     STRING 'PAYHIST CLAIM ID ' PH-CLMID ' ON NO CONTACT.'
057900         DELIMITED BY SIZE INTO WS-EXCP-MSG.
058000     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT.
058100     GO TO 2210-EXIT.
058200 2210-EXIT.
058300     EXIT.
058400*
058500*----------------------------------------------------------------*
058600* 2300-AUDIT-JOURNAL - SECOND JOURNAL PASS.  A ROW FOR A RECID   *
058700* THAT IS NOT ON THE MASTER, NOT IN THE ARCHIVE, AND NOT         *
058800* ACCOUNTED FOR BY A JOURNALED DELETE MEANS THE CONTACT LEFT THE *
058900* MASTER BY SOME PATH THAT NEITHER JOURNALED NOR ARCHIVED IT.    *
059000*----------------------------------------------------------------*
059100 2300-AUDIT-JOURNAL.
059200     MOVE 'CTJRNL'   TO WS-SAT-NAME.
059300     MOVE 'N' TO WS-SAT-EOF-SW.
059400     OPEN INPUT JOURNAL-FILE.
059500     PERFORM 2310-CHECK-JRNL-ROW THRU 2310-EXIT
059600         UNTIL SAT-EOF.
059700     CLOSE JOURNAL-FILE.
059800     GO TO 2300-EXIT.
059900 2300-EXIT.
060000     EXIT.
060100*
060200 2310-CHECK-JRNL-ROW.
060300     READ JOURNAL-FILE
060400         AT END
060500             SET SAT-EOF TO TRUE
060600             GO TO 2310-EXIT
060700     END-READ.
060800     ADD 1 TO WS-JRNL-READ.
060900     MOVE JR-RECID TO WS-CHK-RECID.
061000     PERFORM 5000-CLASSIFY-RECID THRU 5000-EXIT.
061100     IF RECID-ON-MASTER OR RECID-ARCHIVED
061200         GO TO 2310-EXIT
061300     END-IF.
061400     PERFORM 5030-FIND-JRNL-RECID THRU 5030-EXIT.
061500     IF WS-MATCH-JD-IDX > ZERO
061600         GO TO 2310-EXIT
061700     END-IF.
061800     ADD 1 TO WS-JRNL-VANISHED.
061900     MOVE 'AUD-VANISHED' TO EX-TYPE.
062000     MOVE JR-RECID       TO EX-RECID.
062100     MOVE ZERO           TO EX-OTHR-RECID.
062200     MOVE 'CTJRNL RECID GONE WITH NO JOURNALED DELETE OR ARCHIVE.'
062300         TO WS-EXCP-MSG.
062400     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT.
062500     PERFORM 1520-ADD-JRNL-RECID THRU 1520-EXIT.
062600     GO TO 2310-EXIT.
062700 2310-EXIT.
062800     EXIT.
062900*
063000*----------------------------------------------------------------*
063100* 2400-AUDIT-RECYCLE - CHECK THE RECID OF EVERY RECYCLED CHANGE  *
063200* AND DELETE.  A RECYCLED ADD, OR A TRANSACTION WHOSE RECID IS   *
063300* NOT EVEN NUMERIC, HAS NO CONTACT TO CHECK.                     *
063400*----------------------------------------------------------------*
063500 2400-AUDIT-RECYCLE.
063600     MOVE 'RECYCLE'  TO WS-SAT-NAME.
063700     MOVE 'N' TO WS-SAT-EOF-SW.
063800     OPEN INPUT RECYCLE-FILE.
063900     PERFORM 2410-CHECK-RECYCLE-ROW THRU 2410-EXIT
064000         UNTIL SAT-EOF.
064100     CLOSE RECYCLE-FILE.
064200     GO TO 2400-EXIT.
064300 2400-EXIT.
064400     EXIT.
064500*
064600 2410-CHECK-RECYCLE-ROW.
064700     READ RECYCLE-FILE
064800         AT END
064900             SET SAT-EOF TO TRUE
065000             GO TO 2410-EXIT
065100     END-READ.
065200     ADD 1 TO WS-RCYC-READ.
065300     MOVE RJ-TRAN-IMAGE TO WS-TRAN-REC.
065400     IF TR-ACTN-ADD
065500             OR TR-RECID IS NOT NUMERIC
065600         ADD 1 TO WS-RCYC-ADDS
065700         GO TO 2410-EXIT
065800     END-IF.
065900     MOVE TR-RECID TO WS-CHK-RECID.
066000     PERFORM 5000-CLASSIFY-RECID THRU 5000-EXIT.
066100     PERFORM 5100-REPORT-RECID THRU 5100-EXIT.
066200     IF RECID-ORPHAN
066300         ADD 1 TO WS-RCYC-ORPHAN
066400     END-IF.
066500     IF RECID-MERGED
066600         ADD 1 TO WS-RCYC-MERGED
066700     END-IF.
066800     GO TO 2410-EXIT.
066900 2410-EXIT.
067000     EXIT.
067100*
067200*----------------------------------------------------------------*
067300* 2500-AUDIT-WHLD-ORDERS - CHECK THE CLAIM ID OF EVERY           *
067400* WITHHOLDING ORDER.  AN ORDER WITHOUT ONE IS MATCHED BY SSN IN  *
067500* CMS-ACH AND IS ONLY COUNTED HERE.                              *
067600*----------------------------------------------------------------*
067700 2500-AUDIT-WHLD-ORDERS.
067800     MOVE 'WHLDORD'  TO WS-SAT-NAME.
067900     MOVE 'N' TO WS-SAT-EOF-SW.
068000     OPEN INPUT WHLDORD-FILE.
068100     PERFORM 2510-CHECK-ORDER THRU 2510-EXIT
068200         UNTIL SAT-EOF.
068300     CLOSE WHLDORD-FILE.
068400     GO TO 2500-EXIT.
068500 2500-EXIT.
068600     EXIT.
068700*
068800 2510-CHECK-ORDER.
068900     READ WHLDORD-FILE
069000         AT END
069100             SET SAT-EOF TO TRUE
069200             GO TO 2510-EXIT
069300     END-READ.
069400     ADD 1 TO WS-WHLD-READ.
069500     IF WH-CLMID EQUAL SPACES
069600         ADD 1 TO WS-WHLD-BY-SSN
069700         GO TO 2510-EXIT
069800     END-IF.
069900     MOVE WH-CLMID TO WS-CHK-CLMID.
070000     PERFORM 5200-FIND-CLAIM THRU 5200-EXIT.
070100     IF CLAIM-KNOWN
070200         GO TO 2510-EXIT
070300     END-IF.
070400     ADD 1 TO WS-WHLD-CLAIM.
070500     MOVE 'AUD-CLAIM'    TO EX-TYPE.
070600     MOVE ZERO           TO EX-RECID.
070700     MOVE ZERO           TO EX-OTHR-RECID.
070800     MOVE SPACES         TO WS-EXCP-MSG.
070900     STRING 'ORDER ' WH-ORDER-ID ' CLAIM ID ' WH-CLMID
071000            ' UNKNOWN'
071100         DELIMITED BY SIZE INTO WS-EXCP-MSG.
071200     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT.
071300     GO TO 2510-EXIT.
071400 2510-EXIT.
071500     EXIT.
071600*
071700*----------------------------------------------------------------*
071800* 2600-AUDIT-REP-FILE - CHECK THE CLAIMANT RECID OF EVERY        *
071900* AUTHORIZED REPRESENTATIVE DESIGNATION.                         *
072000*----------------------------------------------------------------*
072100 2600-AUDIT-REP-FILE.
072200     MOVE 'CTREPR'   TO WS-SAT-NAME.
072300     MOVE 'N' TO WS-SAT-EOF-SW.
072400     OPEN INPUT REP-FILE.
072500     IF WS-REPR-FILE-STATUS NOT = '00'
072550             AND WS-REPR-FILE-STATUS NOT = '05'
072600         DISPLAY 'CMSAUDT - CTREPR OPEN FAILED - STATUS '
072700             WS-REPR-FILE-STATUS
072800         MOVE 16 TO RETURN-CODE
072900         STOP RUN
073000     END-IF.
073100     PERFORM 2610-CHECK-REP-ROW THRU 2610-EXIT
073200         UNTIL SAT-EOF.
073300     CLOSE REP-FILE.
073400     GO TO 2600-EXIT.
073500 2600-EXIT.
073600     EXIT.
073700*
073800 2610-CHECK-REP-ROW.
073900     READ REP-FILE
074000         AT END
074100             SET SAT-EOF TO TRUE
074200             GO TO 2610-EXIT
074300     END-READ.
074400     ADD 1 TO WS-REPR-READ.
074500     MOVE RP-RECID TO WS-CHK-RECID.
074600     PERFORM 5000-CLASSIFY-RECID THRU 5000-EXIT.
074700     PERFORM 5100-REPORT-RECID THRU 5100-EXIT.
074800     IF RECID-ORPHAN
074900         ADD 1 TO WS-REPR-ORPHAN
075000     END-IF.
075100     IF RECID-MERGED
075200         ADD 1 TO WS-REPR-MERGED
075300     END-IF.
075400     GO TO 2610-EXIT.
075500 2610-EXIT.
075600     EXIT.
075700*
075800*----------------------------------------------------------------*
075900* 3000-REPORT-HIST-AT-RISK - ONE EXCEPTION PER ARCHIVED CONTACT  *
076000* WITH PAYHIST ROWS BEFORE THE HISTORY CUTOFF.                   *
076100*----------------------------------------------------------------*
076200 3000-REPORT-HIST-AT-RISK.
076300     IF WS-AR-RISK-ROWS (WS-AR-IDX) EQUAL ZERO
076400         GO TO 3000-EXIT
076500     END-IF.
076600     ADD 1 TO WS-RISK-CONTACTS.
076700     MOVE WS-AR-RISK-ROWS (WS-AR-IDX) TO WS-RISK-ROWS-ED.
076800     MOVE 'AUD-HIST-RSK' TO EX-TYPE.
076900     MOVE WS-AR-RECID (WS-AR-IDX) TO EX-RECID.
077000     MOVE ZERO           TO EX-OTHR-RECID.
077100     MOVE SPACES         TO WS-EXCP-MSG.
077200     STRING 'PURGED ' WS-AR-PURGDT (WS-AR-IDX) ' - '
077300            WS-RISK-ROWS-ED ' PAYHIST ROWS BEFORE '
077400            AU-HIST-CUTOFF
077500         DELIMITED BY SIZE INTO WS-EXCP-MSG.
077600     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT.
077700     GO TO 3000-EXIT.
077800 3000-EXIT.
077900     EXIT.
078000*
078100*----------------------------------------------------------------*
078200* 4800-WRITE-EXCEPTION - WRITE ONE AUDEXCP LINE.  EX-TYPE,       *
078300* EX-RECID, EX-OTHR-RECID, AND WS-EXCP-MSG ARE SET BY THE CALLER.*
078400* THE SSN COLUMN STAYS BLANK -- THIS JOB HOLDS NO DECRYPT        *
078500* AUTHORIZATION.                                                 *
078600*----------------------------------------------------------------*
078700 4800-WRITE-EXCEPTION.
078800     MOVE WS-RUN-DATE        TO EX-RUN-DATE.
078900     MOVE SPACES             TO EX-SSN.
079000     MOVE WS-EXCP-MSG        TO EX-MESSAGE.
079100     WRITE EX-EXCEPTION-LINE.
079200     ADD 1 TO WS-EXCP-COUNT.
079300     GO TO 4800-EXIT.
079400 4800-EXIT.
079500     EXIT.
079600*
079700*----------------------------------------------------------------*
079800* 5000-CLASSIFY-RECID                                            *
079900*   SETS WS-RECID-STATE FOR WS-CHK-RECID -- ON THE MASTER (KEYED *
080000*   READ), ELSE MERGED AWAY, ELSE ARCHIVED, ELSE ORPHAN.  THE    *
080100*   MERGE TEST COMES BEFORE THE ARCHIVE TEST SO A MERGED-AWAY    *
080200*   RECID IS NEVER MISTAKEN FOR A PLAIN ORPHAN.  WS-MATCH-MG-IDX *
080300*   AND WS-MATCH-AR-IDX POINT AT THE MATCHING ENTRY.             *
080400*----------------------------------------------------------------*
080500 5000-CLASSIFY-RECID.
080600     MOVE ZERO TO WS-MATCH-MG-IDX.
080700     MOVE ZERO TO WS-MATCH-AR-IDX.
080800     MOVE WS-CHK-RECID TO CT-RECID.
080900     READ MASTER-FILE KEY IS CT-RECID
081000         INVALID KEY
081100             GO TO 5000-NOT-ON-MASTER
081200     END-READ.
081300     SET RECID-ON-MASTER TO TRUE.
081400     GO TO 5000-EXIT.
081500 5000-NOT-ON-MASTER.
081600     PERFORM 5010-MATCH-MERGE THRU 5010-EXIT
081700         VARYING WS-MG-IDX FROM 1 BY 1
081800         UNTIL WS-MG-IDX > WS-MG-COUNT.
081900     IF WS-MATCH-MG-IDX > ZERO
082000         SET RECID-MERGED TO TRUE
082100         GO TO 5000-EXIT
082200     END-IF.
082300     PERFORM 5020-FIND-ARCHIVE THRU 5020-EXIT.
082400     IF WS-MATCH-AR-IDX > ZERO
082500         SET RECID-ARCHIVED TO TRUE
082600         GO TO 5000-EXIT
082700     END-IF.
082800     SET RECID-ORPHAN TO TRUE.
082900     GO TO 5000-EXIT.
083000 5000-EXIT.
083100     EXIT.
083200*
083300 5010-MATCH-MERGE.
083400     IF WS-MATCH-MG-IDX EQUAL ZERO
083500             AND WS-CHK-RECID EQUAL WS-MG-DUP (WS-MG-IDX)
083600         MOVE WS-MG-IDX TO WS-MATCH-MG-IDX
083700     END-IF.
083800     GO TO 5010-EXIT.
083900 5010-EXIT.
084000     EXIT.
084100*
084200 5020-FIND-ARCHIVE.
084300     MOVE ZERO TO WS-MATCH-AR-IDX.
084400     PERFORM 5021-MATCH-ARCHIVE THRU 5021-EXIT
084500         VARYING WS-AR-IDX FROM 1 BY 1
084600         UNTIL WS-AR-IDX > WS-AR-COUNT.
084700     GO TO 5020-EXIT.
084800 5020-EXIT.
084900     EXIT.
085000*
085100 5021-MATCH-ARCHIVE.
085200     IF WS-MATCH-AR-IDX EQUAL ZERO
085300             AND WS-CHK-RECID EQUAL WS-AR-RECID (WS-AR-IDX)
085400         MOVE WS-AR-IDX TO WS-MATCH-AR-IDX
085500     END-IF.
085600     GO TO 5021-EXIT.
085700 5021-EXIT.
085800     EXIT.
085900*
086000 5030-FIND-JRNL-RECID.
086100     MOVE ZERO TO WS-MATCH-JD-IDX.
086200     PERFORM 5031-MATCH-JRNL-RECID THRU 5031-EXIT
086300         VARYING WS-JD-IDX FROM 1 BY 1
086400         UNTIL WS-JD-IDX > WS-JD-COUNT.
086500     GO TO 5030-EXIT.
086600 5030-EXIT.
086700     EXIT.
086800*
086900 5031-MATCH-JRNL-RECID.
087000     IF WS-MATCH-JD-IDX EQUAL ZERO
087100             AND WS-CHK-RECID EQUAL WS-JD-RECID (WS-JD-IDX)
087200         MOVE WS-JD-IDX TO WS-MATCH-JD-IDX
087300     END-IF.
087400     GO TO 5031-EXIT.
087500 5031-EXIT.
087600     EXIT.
087700*
087800*----------------------------------------------------------------*
087900* 5100-REPORT-RECID - WRITE THE ORPHAN OR MERGED EXCEPTION FOR A *
088000* SATELLITE ROW JUST CLASSIFIED BY 5000.  A ROW ON THE MASTER OR *
088100* IN THE ARCHIVE WRITES NOTHING.  WS-SAT-NAME NAMES THE FILE.    *
088200*----------------------------------------------------------------*
088300 5100-REPORT-RECID.
088400     IF RECID-ON-MASTER OR RECID-ARCHIVED
088500         GO TO 5100-EXIT
088600     END-IF.
088700     MOVE WS-CHK-RECID   TO EX-RECID.
088800     MOVE SPACES         TO WS-EXCP-MSG.
088900     IF RECID-MERGED
089000         MOVE 'AUD-MERGED'   TO EX-TYPE
089100         MOVE WS-MG-SURV (WS-MATCH-MG-IDX) TO EX-OTHR-RECID
089200         STRING WS-SAT-NAME DELIMITED BY SPACE
089300                ' ROW ON MERGED-AWAY RECID -'
089400                ' NOT REKEYED TO SURVIVOR.'
089500             DELIMITED BY SIZE INTO WS-EXCP-MSG
089600     ELSE
089700         MOVE 'AUD-ORPHAN'   TO EX-TYPE
089800         MOVE ZERO           TO EX-OTHR-RECID
089900         STRING WS-SAT-NAME DELIMITED BY SPACE
090000                ' ROW - RECID NOT ON MASTER OR ARCHIVE.'
090100             DELIMITED BY SIZE INTO WS-EXCP-MSG
090200     END-IF.
090300     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT.
090400     GO TO 5100-EXIT.
090500 5100-EXIT.
090600     EXIT.
090700*
090800*----------------------------------------------------------------*
090900* 5200-FIND-CLAIM - SETS CLAIM-KNOWN WHEN WS-CHK-CLMID IS CARRIED*
091000* BY A CONTACT ON THE MASTER OR IN THE ARCHIVE.  A BLANK CLAIM ID*
091100* IS NEVER KNOWN.                                                *
091200*----------------------------------------------------------------*
091300 5200-FIND-CLAIM.
091400     MOVE 'N' TO WS-CLAIM-SW.
091500     IF WS-CHK-CLMID EQUAL SPACES
091600         GO TO 5200-EXIT
091700     END-IF.
091800     PERFORM 5210-MATCH-CLAIM THRU 5210-EXIT
091900         VARYING WS-CLAIM-IDX FROM 1 BY 1
092000         UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
092100            OR CLAIM-KNOWN.
092200     GO TO 5200-EXIT.
092300 5200-EXIT.
092400     EXIT.
092500*
092600 5210-MATCH-CLAIM.
092700     IF WS-CHK-CLMID EQUAL WS-CLAIM-ID (WS-CLAIM-IDX)
092800         SET CLAIM-KNOWN TO TRUE
092900     END-IF.
093000     GO TO 5210-EXIT.
093100 5210-EXIT.
093200     EXIT.
093300*
093400*----------------------------------------------------------------*
093500* 8000-TERMINATE                                                 *
093600*   WRITES THE AUDIT REPORT -- ONE SECTION PER FILE -- AND THE   *
093700*   RUN-CONTROL RECORD, CLOSES THE FILES, AND DISPLAYS THE RUN   *
093800*   TOTALS.  ANY EXCEPTION ENDS THE RUN WITH RC 8.               *
093900*----------------------------------------------------------------*
094000 8000-TERMINATE.
094100     COMPUTE WS-SAT-READ-COUNT = WS-ADRH-READ + WS-NOTC-READ
094200         + WS-PAYH-READ + WS-JRNL-READ + WS-RCYC-READ
094300         + WS-WHLD-READ + WS-REPR-READ.
094400     PERFORM 8100-WRITE-AUDIT-REPORT THRU 8100-EXIT.
094500     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
094600     CLOSE MASTER-FILE
094700           ARCHIVE-FILE
094800           MERGE-CARD-FILE
094900           AUDIT-RPT
095000           EXCEPT-RPT.
095100     DISPLAY 'CMSAUDT - REFERENTIAL INTEGRITY AUDIT COMPLETE'.
095200     DISPLAY 'MASTER RECORDS . . . . . . . ' WS-MASTER-COUNT.
095300     DISPLAY 'ARCHIVED CONTACTS  . . . . . ' WS-AR-COUNT.
095400     DISPLAY 'MERGED-AWAY RECIDS . . . . . ' WS-MG-COUNT.
095500     DISPLAY 'SATELLITE RECORDS READ . . . ' WS-SAT-READ-COUNT.
095600     DISPLAY 'EXCEPTIONS . . . . . . . . . ' WS-EXCP-COUNT.
095700     IF WS-EXCP-COUNT > ZERO
095800         MOVE 8 TO RETURN-CODE
095900     END-IF.
096000     GO TO 8000-EXIT.
096100 8000-EXIT.
096200     EXIT.
096300*
096400*----------------------------------------------------------------*
096500* 8100-WRITE-AUDIT-REPORT - THE SECTION/CATEGORY/COUNT LINES.    *
096600*----------------------------------------------------------------*
096700 8100-WRITE-AUDIT-REPORT.
096800     MOVE 'MASTER'            TO ER-SECTION.
096900     MOVE 'RECORDS READ'      TO ER-CATEGORY.
097000     MOVE WS-MASTER-COUNT     TO ER-COUNT.
097100     WRITE ER-REPORT-LINE.
097200     MOVE 'MASTER'            TO ER-SECTION.
097300     MOVE 'CLAIM IDS HELD'    TO ER-CATEGORY.
097400     MOVE WS-CLAIM-COUNT      TO ER-COUNT.
097500     WRITE ER-REPORT-LINE.
097600     MOVE 'CTARCH'            TO ER-SECTION.
097700     MOVE 'RECORDS READ'      TO ER-CATEGORY.
097800     MOVE WS-ARCH-READ-COUNT  TO ER-COUNT.
097900     WRITE ER-REPORT-LINE.
098000     MOVE 'CTARCH'            TO ER-SECTION.
098100     MOVE 'DISTINCT CONTACTS' TO ER-CATEGORY.
098200     MOVE WS-AR-COUNT         TO ER-COUNT.
098300     WRITE ER-REPORT-LINE.
098400     MOVE 'CTARCH'            TO ER-SECTION.
098500     MOVE 'HISTORY AT RISK'   TO ER-CATEGORY.
098600     MOVE WS-RISK-CONTACTS    TO ER-COUNT.
098700     WRITE ER-REPORT-LINE.
098800     MOVE 'MRGCTL'            TO ER-SECTION.
098900     MOVE 'CARDS READ'        TO ER-CATEGORY.
099000     MOVE WS-CARD-COUNT       TO ER-COUNT.
099100     WRITE ER-REPORT-LINE.
099200     MOVE 'MRGCTL'            TO ER-SECTION.
099300     MOVE 'MERGED-AWAY RECIDS' TO ER-CATEGORY.
099400     MOVE WS-MG-COUNT         TO ER-COUNT.
099500     WRITE ER-REPORT-LINE.
099600     MOVE 'ADRHIST'           TO ER-SECTION.
099700     MOVE 'RECORDS READ'      TO ER-CATEGORY.
099800     MOVE WS-ADRH-READ        TO ER-COUNT.
099900     WRITE ER-REPORT-LINE.
100000     MOVE 'ADRHIST'           TO ER-SECTION.
100100     MOVE 'ORPHAN RECID'      TO ER-CATEGORY.
100200     MOVE WS-ADRH-ORPHAN      TO ER-COUNT.
100300     WRITE ER-REPORT-LINE.
100400     MOVE 'ADRHIST'           TO ER-SECTION.
100500     MOVE 'MERGED-AWAY RECID' TO ER-CATEGORY.
100600     MOVE WS-ADRH-MERGED      TO ER-COUNT.
100700     WRITE ER-REPORT-LINE.
100800     MOVE 'NOTCHIST'          TO ER-SECTION.
100900     MOVE 'RECORDS READ'      TO ER-CATEGORY.
101000     MOVE WS-NOTC-READ        TO ER-COUNT.
101100     WRITE ER-REPORT-LINE.
101200     MOVE 'NOTCHIST'          TO ER-SECTION.
101300     MOVE 'ORPHAN RECID'      TO ER-CATEGORY.
101400     MOVE WS-NOTC-ORPHAN      TO ER-COUNT.
101500     WRITE ER-REPORT-LINE.
101600     MOVE 'NOTCHIST'          TO ER-SECTION.
101700     MOVE 'MERGED-AWAY RECID' TO ER-CATEGORY.
101800     MOVE WS-NOTC-MERGED      TO ER-COUNT.
101900     WRITE ER-REPORT-LINE.
102000     MOVE 'PAYHIST'           TO ER-SECTION.
102100     MOVE 'RECORDS READ'      TO ER-CATEGORY.
102200     MOVE WS-PAYH-READ        TO ER-COUNT.
102300     WRITE ER-REPORT-LINE.
102400     MOVE 'PAYHIST'           TO ER-SECTION.
102500     MOVE 'ORPHAN RECID'      TO ER-CATEGORY.
102600     MOVE WS-PAYH-ORPHAN      TO ER-COUNT.
102700     WRITE ER-REPORT-LINE.
102800     MOVE 'PAYHIST'           TO ER-SECTION.
102900     MOVE 'MERGED-AWAY RECID' TO ER-CATEGORY.
103000     MOVE WS-PAYH-MERGED      TO ER-COUNT.
103100     WRITE ER-REPORT-LINE.
103200     MOVE 'PAYHIST'           TO ER-SECTION.
103300     MOVE 'UNKNOWN CLAIM ID'  TO ER-CATEGORY.
103400     MOVE WS-PAYH-CLAIM       TO ER-COUNT.
103500     WRITE ER-REPORT-LINE.
103600     MOVE 'PAYHIST'           TO ER-SECTION.
103700     MOVE 'ROWS AT RISK'      TO ER-CATEGORY.
103800     MOVE WS-PAYH-RISK        TO ER-COUNT.
103900     WRITE ER-REPORT-LINE.
104000     MOVE 'CTJRNL'            TO ER-SECTION.
104100     MOVE 'RECORDS READ'      TO ER-CATEGORY.
104200     MOVE WS-JRNL-READ        TO ER-COUNT.
104300     WRITE ER-REPORT-LINE.
104400     MOVE 'CTJRNL'            TO ER-SECTION.
104500     MOVE 'VANISHED RECID'    TO ER-CATEGORY.
104600     MOVE WS-JRNL-VANISHED    TO ER-COUNT.
104700     WRITE ER-REPORT-LINE.
104800     MOVE 'RECYCLE'           TO ER-SECTION.
104900     MOVE 'RECORDS READ'      TO ER-CATEGORY.
105000     MOVE WS-RCYC-READ        TO ER-COUNT.
105100     WRITE ER-REPORT-LINE.
105200     MOVE 'RECYCLE'           TO ER-SECTION.
105300     MOVE 'ADDS NOT CHECKED'  TO ER-CATEGORY.
105400     MOVE WS-RCYC-ADDS        TO ER-COUNT.
105500     WRITE ER-REPORT-LINE.
105600     MOVE 'RECYCLE'           TO ER-SECTION.
105700     MOVE 'ORPHAN RECID'      TO ER-CATEGORY.
105800     MOVE WS-RCYC-ORPHAN      TO ER-COUNT.
105900     WRITE ER-REPORT-LINE.
106000     MOVE 'RECYCLE'           TO ER-SECTION.
106100     MOVE 'MERGED-AWAY RECID' TO ER-CATEGORY.
106200     MOVE WS-RCYC-MERGED      TO ER-COUNT.
106300     WRITE ER-REPORT-LINE.
106400     MOVE 'WHLDORD'           TO ER-SECTION.
106500     MOVE 'RECORDS READ'      TO ER-CATEGORY.
106600     MOVE WS-WHLD-READ        TO ER-COUNT.
106700     WRITE ER-REPORT-LINE.
106800     MOVE 'WHLDORD'           TO ER-SECTION.
106900     MOVE 'MATCHED BY SSN'    TO ER-CATEGORY.
107000     MOVE WS-WHLD-BY-SSN      TO ER-COUNT.
107100     WRITE ER-REPORT-LINE.
107200     MOVE 'WHLDORD'           TO ER-SECTION.
107300     MOVE 'UNKNOWN CLAIM ID'  TO ER-CATEGORY.
107400     MOVE WS-WHLD-CLAIM       TO ER-COUNT.
107500     WRITE ER-REPORT-LINE.
107600     MOVE 'CTREPR'            TO ER-SECTION.
107700     MOVE 'RECORDS READ'      TO ER-CATEGORY.
107800     MOVE WS-REPR-READ        TO ER-COUNT.
107900     WRITE ER-REPORT-LINE.
108000     MOVE 'CTREPR'            TO ER-SECTION.
108100     MOVE 'ORPHAN RECID'      TO ER-CATEGORY.
108200     MOVE WS-REPR-ORPHAN      TO ER-COUNT.
108300     WRITE ER-REPORT-LINE.
108400     MOVE 'CTREPR'            TO ER-SECTION.
108500     MOVE 'MERGED-AWAY RECID' TO ER-CATEGORY.
108600     MOVE WS-REPR-MERGED      TO ER-COUNT.
108700     WRITE ER-REPORT-LINE.
108800     MOVE 'TOTALS'            TO ER-SECTION.
108900     MOVE 'SATELLITE RECORDS' TO ER-CATEGORY.
109000     MOVE WS-SAT-READ-COUNT   TO ER-COUNT.
109100     WRITE ER-REPORT-LINE.
109200     MOVE 'TOTALS'            TO ER-SECTION.
109300     MOVE 'EXCEPTIONS'        TO ER-CATEGORY.
109400     MOVE WS-EXCP-COUNT       TO ER-COUNT.
109500     WRITE ER-REPORT-LINE.
109600     GO TO 8100-EXIT.
109700 8100-EXIT.
109800     EXIT.
109900*
110000*----------------------------------------------------------------*
110100* 8900-WRITE-RUN-CONTROL - WRITE THIS RUN'S STANDARD TOTALS      *
110200* RECORD TO THE SHARED RUNCTL DATASET.  THE SATELLITE RECORDS    *
110300* READ ARE THE RECORDS READ; THE EXCEPTIONS ARE BOTH THE RECORDS *
110400* WRITTEN (AUDEXCP LINES) AND THE REJECTS CMS-BAL CHECKS.  THE   *
110500* AUDIT CHANGES NO MASTER MEMBERSHIP, SO ADDS AND DELETES ARE    *
110600* ZERO.                                                          *
110700*----------------------------------------------------------------*
110800 8900-WRITE-RUN-CONTROL.
110900     OPEN EXTEND RUN-CTL-FILE.
111000     MOVE 'CMS-AUDT'         TO RC-JOB.
111100     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
111200     MOVE 'F'                TO RC-RUN-MODE.
111300     MOVE WS-SAT-READ-COUNT  TO RC-RECS-READ.
111400     MOVE WS-EXCP-COUNT      TO RC-RECS-WRITTEN.
111500     MOVE WS-EXCP-COUNT      TO RC-RECS-REJECTED.
111600     MOVE ZERO               TO RC-ADD-COUNT.
111700     MOVE ZERO               TO RC-CHANGE-COUNT.
111800     MOVE ZERO               TO RC-DELETE-COUNT.
111900     MOVE ZERO               TO RC-ACH-ENTRY-COUNT.
112000     MOVE ZERO               TO RC-ACH-CREDIT-AMT.
112100     MOVE ZERO               TO RC-PAY-DETAIL-AMT.
112200     WRITE RC-RUN-CONTROL-REC.
112300     CLOSE RUN-CTL-FILE.
112400     GO TO 8900-EXIT.
112500 8900-EXIT.
112600     EXIT.
