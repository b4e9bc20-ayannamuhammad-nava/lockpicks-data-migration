000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSREPM.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS BATCH DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMSREPM                                             *
000900* JOB:      CMS-REPM                                            *
001000* PURPOSE:  APPLIES ADD/CHANGE/DELETE TRANSACTIONS (REPTRAN,     *
001100*           CTRPTR) TO THE AUTHORIZED REPRESENTATIVE FILE        *
001200*           (CTREPR KSDS) -- THE ATTORNEYS, UNION                *
001300*           REPRESENTATIVES, AND POWER-OF-ATTORNEY FAMILY        *
001400*           MEMBERS A CLAIMANT HAS DESIGNATED TO RECEIVE COPIES  *
001500*           OF NOTICES.  CMS-NOTC COMPOSES A PAPER COPY OF EVERY *
001600*           NOTICE TO EACH REPRESENTATIVE ACTIVE ON THE RUN      *
001700*           DATE.  THE CREP SCREEN (CMSOREP) MAINTAINS THE SAME  *
001800*           FILE ONLINE UNDER THE SAME EDITS.                    *
001900*                                                                *
002000*           EDITS --                                             *
002100*             - RT-RECID + RT-SEQ NUMERIC, SEQUENCE 01-99;       *
002200*             - ON ADD AND CHANGE, THE CLAIMANT'S RECID MUST BE  *
002300*               ON THE CONTACT MASTER (KEYED READ ON THE         *
002400*               ALTERNATE KEY).  A DELETE NEEDS NO MASTER, SO A  *
002500*               PURGED CLAIMANT'S DESIGNATIONS CAN BE CLEARED;   *
002600*             - THE RESULTING RECORD -- THE TRANSACTION ON AN    *
002700*               ADD, THE RECORD ON FILE OVERLAID WITH THE        *
002800*               NON-BLANK TRANSACTION FIELDS ON A CHANGE --      *
002900*               MUST CARRY A DESIGNATION TYPE OF A, U, P, OR O,  *
003000*               A LAST NAME, ADDRESS LINE 1, CITY, STATE, ZIP,   *
003100*               AND EFFECTIVE DATE;                              *
003200*             - STATE AGAINST THE EDITTBL STATE TABLE AND ZIP    *
003300*               FORMAT, THE SAME EDITS CMS-UPDT APPLIES TO THE   *
003400*               CLAIMANT'S OWN ADDRESS;                          *
003500*             - EFFECTIVE AND EXPIRATION DATES REAL YYYY-MM-DD   *
003600*               DATES, EXPIRATION NOT BEFORE EFFECTIVE.          *
003700*           A REJECTED TRANSACTION CHANGES NOTHING AND IS        *
003800*           LISTED ON REPMRPT (CTEXCP LAYOUT).                   *
003900*                                                                *
004000*           THE CONTACT MASTER IS READ ONLY.  THE JOB CHANGES    *
004100*           NOTHING THE BALANCING JOB TRACKS AND WRITES NO       *
004200*           RUNCTL RECORD -- ITS ADDS AND DELETES ARE NOT MASTER *
004300*           ADDS AND DELETES AND MUST NOT REACH THE CMS-BAL      *
004400*           CONTINUITY CHECK.                                    *
004500*                                                                *
004600* MODIFICATION HISTORY.                                         *
004700*   2026-10-15  DS   ORIGINAL.                                  *
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
006100     SELECT OPTIONAL REP-FILE ASSIGN TO "CTREPR"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS RP-KEY
006500         FILE STATUS IS WS-REPR-FILE-STATUS.
006600     SELECT TRANS-FILE       ASSIGN TO "REPTRAN"
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT EDIT-TABLE-FILE  ASSIGN TO "EDITTBL"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT EXCEPT-RPT       ASSIGN TO "REPMRPT"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  MASTER-FILE.
007500     COPY CTMST010.
007600 FD  REP-FILE.
007700     COPY CTREPR.
007800 FD  TRANS-FILE
007900     RECORDING MODE IS F.
008000     COPY CTRPTR.
008100 FD  EDIT-TABLE-FILE
008200     RECORDING MODE IS F.
008300     COPY CTEDIT.
008400 FD  EXCEPT-RPT.
008500     COPY CTEXCP REPLACING EX-REPORT-LINE BY EX-EXCEPTION-LINE.
008600 WORKING-STORAGE SECTION.
008700 01  WS-SWITCHES.
008800     05  WS-TRANS-EOF-SW     PIC X(1)  VALUE 'N'.
008900         88  TRANS-EOF           VALUE 'Y'.
009000     05  WS-EDIT-EOF-SW      PIC X(1)  VALUE 'N'.
009100         88  EDIT-EOF            VALUE 'Y'.
009200     05  WS-FIELDS-OK-SW     PIC X(1)  VALUE 'Y'.
009300         88  FIELDS-ARE-VALID    VALUE 'Y'.
009400         88  FIELDS-INVALID      VALUE 'N'.
009500     05  WS-CODE-FOUND-SW    PIC X(1)  VALUE 'N'.
009600         88  CODE-FOUND          VALUE 'Y'.
009700     05  WS-DATE-OK-SW       PIC X(1)  VALUE 'Y'.
009800         88  DATE-IS-VALID       VALUE 'Y'.
009900         88  DATE-IS-INVALID     VALUE 'N'.
010000 01  WS-MSTR-FILE-STATUS     PIC X(2).
010100 01  WS-REPR-FILE-STATUS     PIC X(2).
010200 01  WS-COUNTERS             COMP.
010300     05  WS-TRAN-COUNT       PIC 9(8)  VALUE ZERO.
010400     05  WS-ADD-COUNT        PIC 9(8)  VALUE ZERO.
010500     05  WS-CHANGE-COUNT     PIC 9(8)  VALUE ZERO.
010600     05  WS-DELETE-COUNT     PIC 9(8)  VALUE ZERO.
010700     05  WS-REJECT-COUNT     PIC 9(8)  VALUE ZERO.
010800 01  WS-RUN-DATE             PIC X(10).
010900 01  WS-CURRENT-DTTM.
011000     05  WS-CD-DATE          PIC X(8).
011100     05  WS-CD-TIME          PIC X(6).
011200*----------------------------------------------------------------*
011300* REJECT WORK AREA FOR 4900-REJECT-TRANSACTION, THE CMS-UPDT     *
011400* SHAPE.  THE REPRESENTATIVE SEQUENCE RIDES IN WS-REJ-OTHR-RECID *
011500* SO THE REPORT LINE NAMES THE EXACT RECORD.                     *
011600*----------------------------------------------------------------*
011700 01  WS-REJ-RECID            PIC 9(8).
011800 01  WS-REJ-OTHR-RECID       PIC 9(8).
011900 01  WS-REJ-TYPE             PIC X(12).
012000 01  WS-REJ-MSG              PIC X(60).
012100*----------------------------------------------------------------*
012200* STATE EDIT TABLE, LOADED FROM EDITTBL -- THE SAME SIZE AND     *
012300* SEMANTICS AS CMSUPDT'S.  THE LANGUAGE AND ETHNICITY ROWS ARE   *
012400* COUNTED BUT NOT KEPT; A REPRESENTATIVE CARRIES NEITHER.        *
012500*----------------------------------------------------------------*
012600 01  WS-ST-TABLE.
012700     05  WS-ST-CODE          OCCURS 75 TIMES PIC X(2).
012800 01  WS-ST-MAX               PIC 9(4)  COMP VALUE 75.
012900 01  WS-ST-COUNT             PIC 9(4)  COMP VALUE ZERO.
013000 01  WS-EDIT-IDX             PIC 9(4)  COMP.
013100 01  WS-EDIT-LOAD-COUNT      PIC 9(8)  COMP VALUE ZERO.
013200*----------------------------------------------------------------*
013300* DATE EDIT WORK AREAS, THE SHAPE OF CMSUPDT'S DOB EDIT.         *
013400*----------------------------------------------------------------*
013500 01  WS-DATE-CHECK.
013600     05  WS-DATE-YEAR-X      PIC X(4).
013700     05  WS-DATE-YEAR-9 REDEFINES WS-DATE-YEAR-X
013800                             PIC 9(4).
013900     05  WS-DATE-DASH1       PIC X(1).
014000     05  WS-DATE-MONTH-X     PIC X(2).
014100     05  WS-DATE-MONTH-9 REDEFINES WS-DATE-MONTH-X
014200                             PIC 9(2).
014300     05  WS-DATE-DASH2       PIC X(1).
014400     05  WS-DATE-DAY-X       PIC X(2).
014500     05  WS-DATE-DAY-9 REDEFINES WS-DATE-DAY-X
014600                             PIC 9(2).
014700 01  WS-DATE-MAXDAY          PIC 9(2)  COMP.
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015100     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
015200         UNTIL TRANS-EOF.
015300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015400     STOP RUN.
015500*
015600 1000-INITIALIZE.
015700     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
015800     ACCEPT WS-CD-TIME FROM TIME.
015900     STRING WS-CD-DATE (1:4) '-' WS-CD-DATE (5:2) '-'
016000            WS-CD-DATE (7:2)
016100         DELIMITED BY SIZE INTO WS-RUN-DATE.
016200     PERFORM 1090-LOAD-EDIT-TABLES THRU 1090-EXIT.
016300     OPEN INPUT  MASTER-FILE.
016400     IF WS-MSTR-FILE-STATUS NOT = '00'
016500         DISPLAY 'CMSREPM - CTMASTER OPEN FAILED - STATUS '
016600             WS-MSTR-FILE-STATUS
016700         MOVE 16 TO RETURN-CODE
016800         STOP RUN
016900     END-IF.
017000     OPEN I-O    REP-FILE.
017100     IF WS-REPR-FILE-STATUS NOT = '00'
017150             AND WS-REPR-FILE-STATUS NOT = '05'
017200         DISPLAY 'CMSREPM - CTREPR OPEN FAILED - STATUS '
017300             WS-REPR-FILE-STATUS
017400         MOVE 16 TO RETURN-CODE
017500         STOP RUN
017600     END-IF.
017700     OPEN INPUT  TRANS-FILE.
017800     OPEN OUTPUT EXCEPT-RPT.
017900     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
018000     GO TO 1000-EXIT.
018100 1000-EXIT.
018200     EXIT.
018300*
018400*----------------------------------------------------------------*
018500* 1090-LOAD-EDIT-TABLES                                          *
018600*   LOADS THE STATE CODE TABLE FROM EDITTBL.  AN EMPTY FILE, AN  *
018700*   UNRECOGNIZED TABLE ID, OR A TABLE OVERFLOW ENDS THE RUN --   *
018800*   THE CMSUPDT RULE.                                            *
018900*----------------------------------------------------------------*
019000 1090-LOAD-EDIT-TABLES.
019100     OPEN INPUT EDIT-TABLE-FILE.
019200     PERFORM 1095-LOAD-ONE-EDIT THRU 1095-EXIT
019300         UNTIL EDIT-EOF.
019400     CLOSE EDIT-TABLE-FILE.
019500     IF WS-EDIT-LOAD-COUNT EQUAL ZERO OR WS-ST-COUNT EQUAL ZERO
019600         DISPLAY 'CMSREPM - EDITTBL EMPTY - EDITS UNAVAILABLE'
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     GO TO 1090-EXIT.
020100 1090-EXIT.
020200     EXIT.
020300*
020400 1095-LOAD-ONE-EDIT.
020500     READ EDIT-TABLE-FILE
020600         AT END
020700             SET EDIT-EOF TO TRUE
020800             GO TO 1095-EXIT
020900     END-READ.
021000     IF ED-TABLE-ID EQUAL 'STATE'
021100         IF WS-ST-COUNT >= WS-ST-MAX
021200             DISPLAY 'CMSREPM - STATE EDIT TABLE OVERFLOW'
021300             MOVE 16 TO RETURN-CODE
021400             STOP RUN
021500         END-IF
021600         ADD 1 TO WS-ST-COUNT
021700         MOVE ED-VALUE (1:2) TO WS-ST-CODE (WS-ST-COUNT)
021800     ELSE
021900         IF ED-TABLE-ID NOT = 'LANG' AND ED-TABLE-ID NOT = 'ETHN'
022000             DISPLAY 'CMSREPM - EDITTBL BAD TABLE ID '
022100                 ED-TABLE-ID
022200             MOVE 16 TO RETURN-CODE
022300             STOP RUN
022400         END-IF
022500     END-IF.
022600     ADD 1 TO WS-EDIT-LOAD-COUNT.
022700     GO TO 1095-EXIT.
022800 1095-EXIT.
022900     EXIT.
023000*
023100 1200-READ-TRANS.
023200     READ TRANS-FILE
023300         AT END
023400             SET TRANS-EOF TO TRUE
023500     END-READ.
023600     GO TO 1200-EXIT.
023700 1200-EXIT.
023800     EXIT.
023900*
024000*----------------------------------------------------------------*
024100* 2000-PROCESS-TRANS - EDIT THE KEY, DISPATCH ONE TRANSACTION ON *
024200* ITS ACTION CODE, THEN READ THE NEXT.                           *
024300*----------------------------------------------------------------*
024400 2000-PROCESS-TRANS.
024500     ADD 1 TO WS-TRAN-COUNT.
024600     MOVE ZERO TO WS-REJ-RECID WS-REJ-OTHR-RECID.
024700     IF RT-RECID IS NOT NUMERIC OR RT-SEQ IS NOT NUMERIC
024800         MOVE 'BAD-KEY'      TO WS-REJ-TYPE
024900         MOVE 'RECID OR SEQUENCE NOT NUMERIC - REJECTED.'
025000             TO WS-REJ-MSG
025100         PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
025200         GO TO 2000-NEXT
025300     END-IF.
025400     MOVE RT-RECID TO WS-REJ-RECID.
025500     MOVE RT-SEQ   TO WS-REJ-OTHR-RECID.
025600     IF RT-SEQ EQUAL ZERO
025700         MOVE 'BAD-KEY'      TO WS-REJ-TYPE
025800         MOVE 'SEQUENCE MUST BE 01-99 - REJECTED.'
025900             TO WS-REJ-MSG
026000         PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
026100         GO TO 2000-NEXT
026200     END-IF.
026300     IF RT-ACTN-ADD
026400         PERFORM 2200-PROCESS-ADD THRU 2200-EXIT
026500     ELSE
026600         IF RT-ACTN-CHANGE
026700             PERFORM 2300-PROCESS-CHANGE THRU 2300-EXIT
026800         ELSE
026900             IF RT-ACTN-DELETE
027000                 PERFORM 2400-PROCESS-DELETE THRU 2400-EXIT
027100             ELSE
027200                 MOVE 'BAD-ACTN-CD'  TO WS-REJ-TYPE
027300                 MOVE 'ACTION CODE NOT A, C, OR D - REJECTED.'
027400                     TO WS-REJ-MSG
027500                 PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
027600             END-IF
027700         END-IF
027800     END-IF.
027900 2000-NEXT.
028000     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
028100     GO TO 2000-EXIT.
028200 2000-EXIT.
028300     EXIT.
028400*
028500*----------------------------------------------------------------*
028600* 2200-PROCESS-ADD - BUILD THE NEW RECORD FROM THE TRANSACTION,  *
028700* EDIT IT, AND WRITE IT.  THE WRITE ITSELF REJECTS A DUPLICATE   *
028800* RECID + SEQUENCE.                                              *
028900*----------------------------------------------------------------*
029000 2200-PROCESS-ADD.
029100     PERFORM 3000-CHECK-CLAIMANT THRU 3000-EXIT.
029200     IF FIELDS-INVALID
029300         PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
029400         GO TO 2200-EXIT
029500     END-IF.
029600     MOVE SPACES             TO RP-REP-REC.
029700     MOVE RT-RECID           TO RP-RECID.
029800     MOVE RT-SEQ             TO RP-SEQ.
029900     MOVE RT-DESIG-TYPE      TO RP-DESIG-TYPE.
030000     MOVE RT-FNAM            TO RP-FNAM.
030100     MOVE RT-LNAM            TO RP-LNAM.
030200     MOVE RT-SUFX            TO RP-SUFX.
030300     MOVE RT-FIRM            TO RP-FIRM.
030400     MOVE RT-ADR1            TO RP-ADR1.
030500     MOVE RT-ADR2            TO RP-ADR2.
030600     MOVE RT-CITY            TO RP-CITY.
030700     MOVE RT-ST              TO RP-ST.
030800     MOVE RT-ZIP             TO RP-ZIP.
030900     MOVE RT-PTEL            TO RP-PTEL.
031000     MOVE RT-EFF-DATE        TO RP-EFF-DATE.
031100     MOVE RT-EXP-DATE        TO RP-EXP-DATE.
031200     PERFORM 4100-VALIDATE-FIELDS THRU 4100-EXIT.
031300     IF FIELDS-INVALID
031400         PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
031500         GO TO 2200-EXIT
031600     END-IF.
031700     MOVE WS-RUN-DATE        TO RP-MAINT-DATE.
031800     MOVE 'CMS-REPM'         TO RP-SRCCD.
031900     WRITE RP-REP-REC
032000         INVALID KEY
032100             MOVE 'DUP-KEY-ADD'  TO WS-REJ-TYPE
032200             MOVE 'RECID/SEQUENCE ALREADY ON FILE - REJECTED.'
032300                 TO WS-REJ-MSG
032400             PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
032500             GO TO 2200-EXIT
032600     END-WRITE.
032700     ADD 1 TO WS-ADD-COUNT.
032800     GO TO 2200-EXIT.
032900 2200-EXIT.
033000     EXIT.
033100*
033200*----------------------------------------------------------------*
033300* 2300-PROCESS-CHANGE - READ THE RECORD ON FILE, OVERLAY THE     *
033400* NON-BLANK TRANSACTION FIELDS, EDIT THE RESULT, AND REWRITE.    *
033500*----------------------------------------------------------------*
033600 2300-PROCESS-CHANGE.
033700     PERFORM 3000-CHECK-CLAIMANT THRU 3000-EXIT.
033800     IF FIELDS-INVALID
033900         PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
034000         GO TO 2300-EXIT
034100     END-IF.
034200     MOVE RT-RECID           TO RP-RECID.
034300     MOVE RT-SEQ             TO RP-SEQ.
034400     READ REP-FILE
034500         INVALID KEY
034600             MOVE 'NOT-ON-FILE'  TO WS-REJ-TYPE
034700             MOVE 'REPRESENTATIVE NOT ON FILE - CHANGE REJECTED.'
034800                 TO WS-REJ-MSG
034900             PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
035000             GO TO 2300-EXIT
035100     END-READ.
035200     PERFORM 2310-OVERLAY-FIELDS THRU 2310-EXIT.
035300     PERFORM 4100-VALIDATE-FIELDS THRU 4100-EXIT.
035400     IF FIELDS-INVALID
035500         PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
035600         GO TO 2300-EXIT
035700     END-IF.
035800     MOVE WS-RUN-DATE        TO RP-MAINT-DATE.
035900     MOVE 'CMS-REPM'         TO RP-SRCCD.
036000     REWRITE RP-REP-REC
036100         INVALID KEY
036200             MOVE 'REWRITE-FAIL' TO WS-REJ-TYPE
036300             MOVE 'REWRITE FAILED - CHANGE REJECTED.'
036400                 TO WS-REJ-MSG
036500             PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
036600             GO TO 2300-EXIT
036700     END-REWRITE.
036800     ADD 1 TO WS-CHANGE-COUNT.
036900     GO TO 2300-EXIT.
037000 2300-EXIT.
037100     EXIT.
037200*
037300*----------------------------------------------------------------*
037400* 2310-OVERLAY-FIELDS - APPLY EACH NON-BLANK TRANSACTION FIELD   *
037500* TO THE RECORD IN HAND.  A BLANK FIELD KEEPS THE VALUE ON FILE. *
037600*----------------------------------------------------------------*
037700 2310-OVERLAY-FIELDS.
037800     IF RT-DESIG-TYPE NOT = SPACE
037900         MOVE RT-DESIG-TYPE TO RP-DESIG-TYPE
038000     END-IF.
038100     IF RT-FNAM NOT = SPACES
038200         MOVE RT-FNAM TO RP-FNAM
038300     END-IF.
038400     IF RT-LNAM NOT = SPACES
038500         MOVE RT-LNAM TO RP-LNAM
038600     END-IF.
038700     IF RT-SUFX NOT = SPACES
038800         MOVE RT-SUFX TO RP-SUFX
038900     END-IF.
039000     IF RT-FIRM NOT = SPACES
039100         MOVE RT-FIRM TO RP-FIRM
039200     END-IF.
039300     IF RT-ADR1 NOT = SPACES
039400         MOVE RT-ADR1 TO RP-ADR1
039500     END-IF.
039600     IF RT-ADR2 NOT = SPACES
039700         MOVE RT-ADR2 TO RP-ADR2
039800     END-IF.
039900     IF RT-CITY NOT = SPACES
040000         MOVE RT-CITY TO RP-CITY
040100     END-IF.
040200     IF RT-ST NOT = SPACES
040300         MOVE RT-ST TO RP-ST
040400     END-IF.
040500     IF RT-ZIP NOT = SPACES
040600         MOVE RT-ZIP TO RP-ZIP
040700     END-IF.
040800     IF RT-PTEL NOT = SPACES
040900         MOVE RT-PTEL TO RP-PTEL
041000     END-IF.
041100     IF RT-EFF-DATE NOT = SPACES
041200         MOVE RT-EFF-DATE TO RP-EFF-DATE
041300     END-IF.
041400     IF RT-EXP-DATE NOT = SPACES
041500         MOVE RT-EXP-DATE TO RP-EXP-DATE
041600     END-IF.
041700     GO TO 2310-EXIT.
041800 2310-EXIT.
041900     EXIT.
042000*
042100*----------------------------------------------------------------*
042200* 2400-PROCESS-DELETE - REMOVE ONE REPRESENTATIVE RECORD.  THE   *
042300* CLAIMANT NEED NOT STILL BE ON THE MASTER.                      *
042400*----------------------------------------------------------------*
042500 2400-PROCESS-DELETE.
042600     MOVE RT-RECID           TO RP-RECID.
042700     MOVE RT-SEQ             TO RP-SEQ.
042800     DELETE REP-FILE
042900         INVALID KEY
043000             MOVE 'NOT-ON-FILE'  TO WS-REJ-TYPE
043100             MOVE 'REPRESENTATIVE NOT ON FILE - DELETE REJECTED.'
043200                 TO WS-REJ-MSG
043300             PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
043400             GO TO 2400-EXIT
043500     END-DELETE.
043600     ADD 1 TO WS-DELETE-COUNT.
043700     GO TO 2400-EXIT.
043800 2400-EXIT.
043900     EXIT.
044000*
044100*----------------------------------------------------------------*
044200* 3000-CHECK-CLAIMANT - THE CLAIMANT'S RECID MUST BE ON THE      *
044300* CONTACT MASTER, READ BY THE ALTERNATE KEY AS CMS-LKUP DOES.    *
044400*----------------------------------------------------------------*
044500 3000-CHECK-CLAIMANT.
044600     SET FIELDS-ARE-VALID TO TRUE.
044700     MOVE RT-RECID TO CT-RECID.
044800     READ MASTER-FILE KEY IS CT-RECID
044900         INVALID KEY
045000             SET FIELDS-INVALID TO TRUE
045100             MOVE 'NO-CLAIMANT'  TO WS-REJ-TYPE
045200             MOVE 'CLAIMANT RECID NOT ON MASTER - REJECTED.'
045300                 TO WS-REJ-MSG
045400     END-READ.
045500     GO TO 3000-EXIT.
045600 3000-EXIT.
045700     EXIT.
045800*
045900*----------------------------------------------------------------*
046000* 4100-VALIDATE-FIELDS                                           *
046100*   EDITS THE RESULTING REPRESENTATIVE RECORD IN RP-REP-REC.     *
046200*   THE FIRST FAILING EDIT SETS FIELDS-INVALID AND THE REJECT    *
046300*   TYPE AND MESSAGE.                                            *
046400*----------------------------------------------------------------*
046500 4100-VALIDATE-FIELDS.
046600     SET FIELDS-ARE-VALID TO TRUE.
046700     IF NOT RP-DESIG-VALID
046800         SET FIELDS-INVALID TO TRUE
046900         MOVE 'EDIT-DESIG'   TO WS-REJ-TYPE
047000         MOVE 'DESIGNATION TYPE NOT A, U, P, OR O - REJECTED.'
047100             TO WS-REJ-MSG
047200         GO TO 4100-EXIT
047300     END-IF.
047400     IF RP-LNAM EQUAL SPACES OR RP-ADR1 EQUAL SPACES
047500             OR RP-CITY EQUAL SPACES OR RP-ST EQUAL SPACES
047600             OR RP-ZIP EQUAL SPACES OR RP-EFF-DATE EQUAL SPACES
047700         SET FIELDS-INVALID TO TRUE
047800         MOVE 'EDIT-REQD'    TO WS-REJ-TYPE
047900         MOVE 'NAME, ADDRESS, OR EFF DATE MISSING - REJECTED.'
048000             TO WS-REJ-MSG
048100         GO TO 4100-EXIT
048200     END-IF.
048300     PERFORM 4110-EDIT-STATE THRU 4110-EXIT.
048400     IF FIELDS-INVALID
048500         GO TO 4100-EXIT
048600     END-IF.
048700     PERFORM 4120-EDIT-ZIP THRU 4120-EXIT.
048800     IF FIELDS-INVALID
048900         GO TO 4100-EXIT
049000     END-IF.
049100     PERFORM 4130-EDIT-DATES THRU 4130-EXIT.
049200     GO TO 4100-EXIT.
049300 4100-EXIT.
049400     EXIT.
049500*
049600 4110-EDIT-STATE.
049700     MOVE 'N' TO WS-CODE-FOUND-SW.
049800     PERFORM 4115-MATCH-STATE THRU 4115-EXIT
049900         VARYING WS-EDIT-IDX FROM 1 BY 1
050000         UNTIL WS-EDIT-IDX > WS-ST-COUNT.
050100     IF NOT CODE-FOUND
050200         SET FIELDS-INVALID TO TRUE
050300         MOVE 'EDIT-ST'      TO WS-REJ-TYPE
050400         MOVE 'STATE CODE NOT ON EDIT TABLE - REJECTED.'
050500             TO WS-REJ-MSG
050600     END-IF.
050700     GO TO 4110-EXIT.
050800 4110-EXIT.
050900     EXIT.
051000*
051100 4115-MATCH-STATE.
051200     IF NOT CODE-FOUND
051300             AND RP-ST EQUAL WS-ST-CODE (WS-EDIT-IDX)
051400         SET CODE-FOUND TO TRUE
051500     END-IF.
051600     GO TO 4115-EXIT.
051700 4115-EXIT.
051800     EXIT.
051900*
052000 4120-EDIT-ZIP.
052100     IF RP-ZIP (1:5) IS NOT NUMERIC
052200         SET FIELDS-INVALID TO TRUE
052300         MOVE 'EDIT-ZIP'     TO WS-REJ-TYPE
052400         MOVE 'ZIP CODE NOT NNNNN OR NNNNN-NNNN - REJECTED.'
052500             TO WS-REJ-MSG
052600         GO TO 4120-EXIT
052700     END-IF.
052800     IF RP-ZIP (6:5) EQUAL SPACES
052900         GO TO 4120-EXIT
053000     END-IF.
053100     IF RP-ZIP (6:1) NOT = '-'
053200             OR RP-ZIP (7:4) IS NOT NUMERIC
053300         SET FIELDS-INVALID TO TRUE
053400         MOVE 'EDIT-ZIP'     TO WS-REJ-TYPE
053500         MOVE 'ZIP CODE NOT NNNNN OR NNNNN-NNNN - REJECTED.'
053600             TO WS-REJ-MSG
053700     END-IF.
053800     GO TO 4120-EXIT.
053900 4120-EXIT.
054000     EXIT.
054100*
054200*----------------------------------------------------------------*
054300* 4130-EDIT-DATES - EFFECTIVE DATE REQUIRED AND REAL; EXPIRATION *
054400* DATE BLANK (OPEN-ENDED) OR REAL AND NOT BEFORE THE EFFECTIVE   *
054500* DATE.  EITHER MAY LIE IN THE PAST OR THE FUTURE -- A           *
054600* DESIGNATION IS OFTEN RECORDED LATE OR AHEAD OF TIME.           *
054700*----------------------------------------------------------------*
054800 4130-EDIT-DATES.
054900     MOVE RP-EFF-DATE TO WS-DATE-CHECK.
055000     PERFORM 4170-CHECK-DATE THRU 4170-EXIT.
055100     IF DATE-IS-INVALID
055200         SET FIELDS-INVALID TO TRUE
055300         MOVE 'EDIT-EFFDT'   TO WS-REJ-TYPE
055400         MOVE 'EFFECTIVE DATE NOT A REAL DATE - REJECTED.'
055500             TO WS-REJ-MSG
055600         GO TO 4130-EXIT
055700     END-IF.
055800     IF RP-EXP-DATE EQUAL SPACES
055900         GO TO 4130-EXIT
056000     END-IF.
056100     MOVE RP-EXP-DATE TO WS-DATE-CHECK.
056200     PERFORM 4170-CHECK-DATE THRU 4170-EXIT.
056300     IF DATE-IS-INVALID
056400         SET FIELDS-INVALID TO TRUE
056500         MOVE 'EDIT-EXPDT'   TO WS-REJ-TYPE
056600         MOVE 'EXPIRATION DATE NOT A REAL DATE - REJECTED.'
056700             TO WS-REJ-MSG
056800         GO TO 4130-EXIT
056900     END-IF.
057000     IF RP-EXP-DATE < RP-EFF-DATE
057100         SET FIELDS-INVALID TO TRUE
057200         MOVE 'EDIT-EXPDT'   TO WS-REJ-TYPE
057300         MOVE 'EXPIRATION DATE BEFORE EFFECTIVE DATE - REJECTED.'
057400             TO WS-REJ-MSG
057500     END-IF.
057600     GO TO 4130-EXIT.
057700 4130-EXIT.
057800     EXIT.
057900*
058000*----------------------------------------------------------------*
058100* 4170-CHECK-DATE - VALIDATE THE YYYY-MM-DD DATE IN              *
058200* WS-DATE-CHECK, THE CMSUPDT DOB RULES LESS THE NOT-IN-FUTURE    *
058300* TEST.  SETS WS-DATE-OK-SW.                                     *
058400*----------------------------------------------------------------*
058500 4170-CHECK-DATE.
058600     SET DATE-IS-VALID TO TRUE.
058700     IF WS-DATE-DASH1 NOT = '-' OR
058800        WS-DATE-DASH2 NOT = '-' OR
058900        WS-DATE-YEAR-X  IS NOT NUMERIC OR
059000        WS-DATE-MONTH-X IS NOT NUMERIC OR
059100        WS-DATE-DAY-X   IS NOT NUMERIC
059200         GO TO 4170-FAIL
059300     END-IF.
059400     IF WS-DATE-MONTH-9 < 1 OR WS-DATE-MONTH-9 > 12
059500         GO TO 4170-FAIL
059600     END-IF.
059700     MOVE 31 TO WS-DATE-MAXDAY.
059800     IF WS-DATE-MONTH-9 = 4 OR WS-DATE-MONTH-9 = 6 OR
059900        WS-DATE-MONTH-9 = 9 OR WS-DATE-MONTH-9 = 11
060000         MOVE 30 TO WS-DATE-MAXDAY
060100     END-IF.
060200     IF WS-DATE-MONTH-9 = 2
060300         IF FUNCTION MOD (WS-DATE-YEAR-9, 4) = ZERO
060400             AND (FUNCTION MOD (WS-DATE-YEAR-9, 100) NOT = ZERO
060500             OR FUNCTION MOD (WS-DATE-YEAR-9, 400) = ZERO)
060600             MOVE 29 TO WS-DATE-MAXDAY
060700         ELSE
060800             MOVE 28 TO WS-DATE-MAXDAY
060900         END-IF
061000     END-IF.
061100     IF WS-DATE-DAY-9 < 1 OR WS-DATE-DAY-9 > WS-DATE-MAXDAY
061200         GO TO 4170-FAIL
061300     END-IF.
061400     IF WS-DATE-YEAR-9 < 1900
061500         GO TO 4170-FAIL
061600     END-IF.
061700     GO TO 4170-EXIT.
061800 4170-FAIL.
061900     SET DATE-IS-INVALID TO TRUE.
062000     GO TO 4170-EXIT.
062100 4170-EXIT.
062200     EXIT.
062300*
062400*----------------------------------------------------------------*
062500* 4900-REJECT-TRANSACTION - WRITE ONE LINE TO THE EXCEPTION      *
062600* REPORT FOR A REJECTED TRANSACTION, USING WS-REJ-RECID/         *
062700* WS-REJ-OTHR-RECID (THE REPRESENTATIVE SEQUENCE)/WS-REJ-TYPE/   *
062800* WS-REJ-MSG SET BY THE CALLER.                                  *
062900*----------------------------------------------------------------*
063000 4900-REJECT-TRANSACTION.
063100     MOVE WS-RUN-DATE        TO EX-RUN-DATE.
063200     MOVE WS-REJ-TYPE        TO EX-TYPE.
063300     MOVE WS-REJ-RECID       TO EX-RECID.
063400     MOVE WS-REJ-OTHR-RECID  TO EX-OTHR-RECID.
063500     MOVE SPACES             TO EX-SSN.
063600     MOVE WS-REJ-MSG         TO EX-MESSAGE.
063700     WRITE EX-EXCEPTION-LINE.
063800     ADD 1 TO WS-REJECT-COUNT.
063900     GO TO 4900-EXIT.
064000 4900-EXIT.
064100     EXIT.
064200*
064300*----------------------------------------------------------------*
064400* 8000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
064500*----------------------------------------------------------------*
064600 8000-TERMINATE.
064700     CLOSE MASTER-FILE
064800           REP-FILE
064900           TRANS-FILE
065000           EXCEPT-RPT.
065100     DISPLAY 'CMSREPM - REPRESENTATIVE MAINTENANCE COMPLETE'.
065200     DISPLAY 'TRANSACTIONS READ  . . . . . ' WS-TRAN-COUNT.
065300     DISPLAY 'ADDS APPLIED . . . . . . . . ' WS-ADD-COUNT.
065400     DISPLAY 'CHANGES APPLIED  . . . . . . ' WS-CHANGE-COUNT.
065500     DISPLAY 'DELETES APPLIED  . . . . . . ' WS-DELETE-COUNT.
065600     DISPLAY 'TRANSACTIONS REJECTED  . . . ' WS-REJECT-COUNT.
065700     GO TO 8000-EXIT.
065800 8000-EXIT.
065900     EXIT.
