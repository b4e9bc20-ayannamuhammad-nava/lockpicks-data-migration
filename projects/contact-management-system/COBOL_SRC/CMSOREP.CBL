000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSOREP.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS ONLINE DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMSOREP                                             *
000900* TRANSID:  CREP     MAPSET: CMSOMS    MAP: CMSMREP             *
001000* PURPOSE:  ONLINE MAINTENANCE OF THE AUTHORIZED REPRESENTATIVE  *
001100*           FILE (CTREPR KSDS) THAT CMS-REPM MAINTAINS IN BATCH  *
001200*           AND CMS-NOTC READS TO SEND EACH ACTIVE               *
001300*           REPRESENTATIVE A COPY OF EVERY NOTICE.  A RECORD IS  *
001400*           KEYED BY THE CLAIMANT'S RECID AND A TWO-DIGIT        *
001500*           SEQUENCE.  ACTION A ADDS A DESIGNATION, C CHANGES    *
001600*           ONE, D DELETES ONE, AND I DISPLAYS ONE.  ON A        *
001700*           CHANGE, A BLANK SCREEN FIELD KEEPS THE VALUE ON      *
001800*           FILE -- A DESIGNATION IS ENDED BY KEYING ITS         *
001900*           EXPIRATION DATE, NOT BY DELETING IT, SO THE RECORD   *
002000*           OF WHO WAS AUTHORIZED WHEN IS KEPT.                  *
002100*                                                                *
002200*           EVERY EDIT CMS-REPM ENFORCES IS ENFORCED HERE, AND   *
002300*           THE VALIDATION PARAGRAPHS BELOW (4100 AND THE 41XX   *
002400*           EDITS) MIRROR CMSREPM'S AND MUST BE KEPT IN STEP     *
002500*           WITH THEM:                                           *
002600*             - RECID AND SEQUENCE NUMERIC, SEQUENCE 01-99;      *
002700*             - ON ADD AND CHANGE, THE CLAIMANT'S RECID MUST BE  *
002800*               ON THE CONTACT MASTER (READ THROUGH THE          *
002900*               CTMASTR2 ALTERNATE-INDEX PATH);                  *
003000*             - THE RESULTING RECORD MUST CARRY A DESIGNATION    *
003100*               TYPE OF A, U, P, OR O, A LAST NAME, ADDRESS      *
003200*               LINE 1, CITY, STATE, ZIP, AND EFFECTIVE DATE;    *
003300*             - STATE AGAINST THE REGION'S EDITTBL STATE ROWS    *
003400*               AND ZIP FORMAT;                                  *
003500*             - EFFECTIVE AND EXPIRATION DATES REAL YYYY-MM-DD   *
003600*               DATES, EXPIRATION NOT BEFORE EFFECTIVE.          *
003700*                                                                *
003800*           THE CONTACT MASTER IS READ ONLY.  NO JOURNAL OR      *
003900*           RUNCTL RECORD IS WRITTEN -- A REPRESENTATIVE ADD OR  *
004000*           DELETE IS NOT A MASTER ADD OR DELETE AND MUST NOT    *
004100*           REACH THE CMS-BAL CONTINUITY CHECK.                  *
004200*                                                                *
004300* MODIFICATION HISTORY.                                         *
004400*   2026-10-15  DS   ORIGINAL.                                  *
004500*================================================================*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000 DATA DIVISION.
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-FIELDS-OK-SW     PIC X(1)  VALUE 'Y'.
005400         88  FIELDS-ARE-VALID    VALUE 'Y'.
005500         88  FIELDS-INVALID      VALUE 'N'.
005600     05  WS-CODE-FOUND-SW    PIC X(1)  VALUE 'N'.
005700         88  CODE-FOUND          VALUE 'Y'.
005800     05  WS-EDIT-EOF-SW      PIC X(1)  VALUE 'N'.
005900         88  EDIT-EOF            VALUE 'Y'.
006000     05  WS-EDIT-OVFL-SW     PIC X(1)  VALUE 'N'.
006100         88  EDIT-TABLE-OVERFLOW VALUE 'Y'.
006200     05  WS-DATE-OK-SW       PIC X(1)  VALUE 'Y'.
006300         88  DATE-IS-VALID       VALUE 'Y'.
006400         88  DATE-IS-INVALID     VALUE 'N'.
006500     05  WS-CLMT-FOUND-SW    PIC X(1)  VALUE 'N'.
006600         88  CLAIMANT-FOUND      VALUE 'Y'.
006700 01  WS-COMMAREA             PIC X(1).
006800 01  WS-RESP                 PIC S9(8) COMP.
006900 01  WS-RECID-KEY            PIC 9(8).
007000 01  WS-REP-KEY.
007100     05  WS-RK-RECID         PIC 9(8).
007200     05  WS-RK-SEQ           PIC 9(2).
007300 01  WS-WORK-LINE            PIC X(79).
007400 01  WS-ABSTIME              PIC S9(15) COMP-3.
007500 01  WS-CD-DATE              PIC X(8).
007600 01  WS-RUN-DATE             PIC X(10).
007700*----------------------------------------------------------------*
007800* STATE EDIT TABLE, LOADED PER TASK FROM THE REGION'S EDITTBL    *
007900* KSDS -- THE SAME SIZE AND SEMANTICS AS CMSREPM'S.  THE         *
008000* LANGUAGE AND ETHNICITY ROWS ARE COUNTED BUT NOT KEPT.          *
008100*----------------------------------------------------------------*
008200 01  WS-ST-TABLE.
008300     05  WS-ST-CODE          OCCURS 75 TIMES PIC X(2).
008400 01  WS-ST-MAX               PIC 9(4)  COMP VALUE 75.
008500 01  WS-ST-COUNT             PIC 9(4)  COMP VALUE ZERO.
008600 01  WS-EDIT-IDX             PIC 9(4)  COMP.
008700 01  WS-EDIT-LOAD-COUNT      PIC 9(8)  COMP VALUE ZERO.
008800 01  WS-EDIT-KEY             PIC X(28).
008900*----------------------------------------------------------------*
009000* DATE EDIT WORK AREAS, THE SHAPE OF CMSREPM'S.                  *
009100*----------------------------------------------------------------*
009200 01  WS-DATE-CHECK.
009300     05  WS-DATE-YEAR-X      PIC X(4).
009400     05  WS-DATE-YEAR-9 REDEFINES WS-DATE-YEAR-X
009500                             PIC 9(4).
009600     05  WS-DATE-DASH1       PIC X(1).
009700     05  WS-DATE-MONTH-X     PIC X(2).
009800     05  WS-DATE-MONTH-9 REDEFINES WS-DATE-MONTH-X
009900                             PIC 9(2).
010000     05  WS-DATE-DASH2       PIC X(1).
010100     05  WS-DATE-DAY-X       PIC X(2).
010200     05  WS-DATE-DAY-9 REDEFINES WS-DATE-DAY-X
010300                             PIC 9(2).
010400 01  WS-DATE-MAXDAY          PIC 9(2)  COMP.
010500     COPY CTMST010.
010600     COPY CTREPR.
010700     COPY CTEDIT.
010800     COPY CTOREP.
010900     COPY DFHAID.
011000 LINKAGE SECTION.
011100 01  DFHCOMMAREA             PIC X(1).
011200 PROCEDURE DIVISION.
011300 0000-MAINLINE.
011400     IF EIBCALEN EQUAL ZERO
011500         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
011600         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
011700     END-IF.
011800     IF EIBAID EQUAL DFHPF3
011900         PERFORM 9100-END-SESSION THRU 9100-EXIT
012000     END-IF.
012100     IF EIBAID EQUAL DFHCLEAR
012200         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
012300         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
012400     END-IF.
012500     PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT.
012600     PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT.
012700*
012800*----------------------------------------------------------------*
012900* 1000-SEND-FRESH-MAP - SEND THE EMPTY MAINTENANCE SCREEN.       *
013000*----------------------------------------------------------------*
013100 1000-SEND-FRESH-MAP.
013200     MOVE LOW-VALUES TO CMSMREPO.
013300     MOVE 'ENTER ACTION, RECID, AND SEQUENCE, THEN PRESS ENTER.'
013400         TO RMSGO.
013500     EXEC CICS SEND MAP('CMSMREP') MAPSET('CMSOMS')
013600         FROM(CMSMREPO) ERASE
013700     END-EXEC.
013800     GO TO 1000-EXIT.
013900 1000-EXIT.
014000     EXIT.
014100*
014200*----------------------------------------------------------------*
014300* 1100-BUILD-RUN-DATE - WS-RUN-DATE IN YYYY-MM-DD FORM FOR THE   *
014400* MAINTENANCE DATE STAMPED ON THE RECORD.                        *
014500*----------------------------------------------------------------*
014600 1100-BUILD-RUN-DATE.
014700     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
014800     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
014900         YYYYMMDD(WS-CD-DATE)
015000     END-EXEC.
015100     STRING WS-CD-DATE (1:4) '-' WS-CD-DATE (5:2) '-'
015200            WS-CD-DATE (7:2)
015300         DELIMITED BY SIZE INTO WS-RUN-DATE.
015400     GO TO 1100-EXIT.
015500 1100-EXIT.
015600     EXIT.
015700*
015800*----------------------------------------------------------------*
015900* 1200-LOAD-EDIT-TABLES                                          *
016000*   BROWSES THE REGION'S EDITTBL KSDS FOR THE STATE ROWS.  AN    *
016100*   EMPTY TABLE, ONE WITH NO STATE ROWS, OR AN OVERFLOWING TABLE *
016200*   FAILS THE TRANSACTION -- THE EDIT MUST NEVER BE SILENTLY OFF *
016250*   OR SILENTLY PARTIAL.                                         *
016300*----------------------------------------------------------------*
016400 1200-LOAD-EDIT-TABLES.
016500     MOVE ZERO TO WS-ST-COUNT WS-EDIT-LOAD-COUNT.
016600     MOVE 'N'  TO WS-EDIT-EOF-SW WS-EDIT-OVFL-SW.
016700     MOVE LOW-VALUES TO WS-EDIT-KEY.
016800     EXEC CICS STARTBR FILE('EDITTBL')
016900         RIDFLD(WS-EDIT-KEY) RESP(WS-RESP)
017000     END-EXEC.
017100     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
017200         SET EDIT-EOF TO TRUE
017300         GO TO 1200-CHECK
017400     END-IF.
017500     PERFORM 1210-LOAD-ONE-EDIT THRU 1210-EXIT
017600         UNTIL EDIT-EOF.
017700     EXEC CICS ENDBR FILE('EDITTBL') END-EXEC.
017800 1200-CHECK.
017900     IF WS-EDIT-LOAD-COUNT EQUAL ZERO OR WS-ST-COUNT EQUAL ZERO
018000         SET FIELDS-INVALID TO TRUE
018100         MOVE 'EDIT TABLE EMPTY - MAINTENANCE UNAVAILABLE.'
018200             TO RMSGO
018300     END-IF.
018400     IF EDIT-TABLE-OVERFLOW
018500         SET FIELDS-INVALID TO TRUE
018600         MOVE 'EDIT TABLE OVERFLOW - MAINTENANCE UNAVAILABLE.'
018700             TO RMSGO
018800     END-IF.
018900     GO TO 1200-EXIT.
019000 1200-EXIT.
019100     EXIT.
019200*
019300 1210-LOAD-ONE-EDIT.
019400     EXEC CICS READNEXT FILE('EDITTBL') INTO(ED-EDIT-REC)
019500         RIDFLD(WS-EDIT-KEY) RESP(WS-RESP)
019600     END-EXEC.
019700     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
019800         SET EDIT-EOF TO TRUE
019900         GO TO 1210-EXIT
020000     END-IF.
020100     IF ED-TABLE-ID EQUAL 'STATE'
020200         IF WS-ST-COUNT < WS-ST-MAX
020300             ADD 1 TO WS-ST-COUNT
020400             MOVE ED-VALUE (1:2) TO WS-ST-CODE (WS-ST-COUNT)
020500         ELSE
020600             SET EDIT-TABLE-OVERFLOW TO TRUE
020700         END-IF
020800     END-IF.
020900     ADD 1 TO WS-EDIT-LOAD-COUNT.
021000     GO TO 1210-EXIT.
021100 1210-EXIT.
021200     EXIT.
021300*
021400*----------------------------------------------------------------*
021500* 2000-PROCESS-MAINT                                             *
021600*   RECEIVES THE SCREEN, NORMALIZES THE INPUT, EDITS THE KEY,    *
021700*   LOADS THE EDIT TABLE FOR AN ADD OR CHANGE, AND DISPATCHES    *
021800*   THE ACTION, THEN SENDS THE RESULT.                           *
021900*----------------------------------------------------------------*
022000 2000-PROCESS-MAINT.
022100     MOVE LOW-VALUES TO CMSMREPI.
022200     EXEC CICS RECEIVE MAP('CMSMREP') MAPSET('CMSOMS')
022300         INTO(CMSMREPI) RESP(WS-RESP)
022400     END-EXEC.
022500     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
022600         MOVE LOW-VALUES TO CMSMREPO
022700         MOVE 'NO INPUT RECEIVED - KEY FIELDS AND PRESS ENTER.'
022800             TO RMSGO
022900         PERFORM 8000-SEND-RESULT THRU 8000-EXIT
023000         GO TO 2000-EXIT
023100     END-IF.
023200     PERFORM 2100-NORMALIZE-INPUT THRU 2100-EXIT.
023300     PERFORM 1100-BUILD-RUN-DATE THRU 1100-EXIT.
023400     SET FIELDS-ARE-VALID TO TRUE.
023500     MOVE SPACES TO RMSGO RCLNMO.
023600     IF RACTI NOT EQUAL 'A' AND RACTI NOT EQUAL 'C' AND
023700        RACTI NOT EQUAL 'D' AND RACTI NOT EQUAL 'I'
023800         MOVE 'ACTION MUST BE A, C, D, OR I.' TO RMSGO
023900         PERFORM 8000-SEND-RESULT THRU 8000-EXIT
024000         GO TO 2000-EXIT
024100     END-IF.
024200     IF RRECIDI EQUAL SPACES OR RRECIDI IS NOT NUMERIC
024300             OR RSEQI IS NOT NUMERIC OR RSEQI EQUAL '00'
024400         MOVE 'NUMERIC 8-DIGIT RECID AND SEQUENCE 01-99 REQUIRED.'
024500             TO RMSGO
024600         PERFORM 8000-SEND-RESULT THRU 8000-EXIT
024700         GO TO 2000-EXIT
024800     END-IF.
024900     MOVE RRECIDI TO WS-RK-RECID WS-RECID-KEY.
025000     MOVE RSEQI   TO WS-RK-SEQ.
025100     IF RACTI EQUAL 'A' OR RACTI EQUAL 'C'
025200         PERFORM 1200-LOAD-EDIT-TABLES THRU 1200-EXIT
025300     END-IF.
025400     IF FIELDS-INVALID
025500         PERFORM 8000-SEND-RESULT THRU 8000-EXIT
025600         GO TO 2000-EXIT
025700     END-IF.
025800     PERFORM 2600-LOOKUP-CLAIMANT THRU 2600-EXIT.
025900     IF RACTI EQUAL 'A'
026000         PERFORM 2200-PROCESS-ADD THRU 2200-EXIT
026100     ELSE
026200         IF RACTI EQUAL 'C'
026300             PERFORM 2300-PROCESS-CHANGE THRU 2300-EXIT
026400         ELSE
026500             IF RACTI EQUAL 'D'
026600                 PERFORM 2400-PROCESS-DELETE THRU 2400-EXIT
026700             ELSE
026800                 PERFORM 2500-PROCESS-INQUIRY THRU 2500-EXIT
026900             END-IF
027000         END-IF
027100     END-IF.
027200     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
027300     GO TO 2000-EXIT.
027400 2000-EXIT.
027500     EXIT.
027600*
027700*----------------------------------------------------------------*
027800* 2100-NORMALIZE-INPUT - A FIELD THE OPERATOR LEFT UNTOUCHED     *
027900* ARRIVES AS LOW-VALUES; EVERY EDIT AND OVERLAY BELOW TREATS     *
028000* BLANK AS NOT SUPPLIED, SO LOW-VALUES ARE FOLDED TO SPACES      *
028100* FIELD BY FIELD (THE LENGTH PREFIXES MUST NOT BE TOUCHED).      *
028200*----------------------------------------------------------------*
028300 2100-NORMALIZE-INPUT.
028400     INSPECT RACTI   REPLACING ALL LOW-VALUE BY SPACE.
028500     INSPECT RRECIDI REPLACING ALL LOW-VALUE BY SPACE.
028600     INSPECT RSEQI   REPLACING ALL LOW-VALUE BY SPACE.
028700     INSPECT RDESIGI REPLACING ALL LOW-VALUE BY SPACE.
028800     INSPECT RFNAMI  REPLACING ALL LOW-VALUE BY SPACE.
028900     INSPECT RLNAMI  REPLACING ALL LOW-VALUE BY SPACE.
029000     INSPECT RSUFXI  REPLACING ALL LOW-VALUE BY SPACE.
029100     INSPECT RFIRMI  REPLACING ALL LOW-VALUE BY SPACE.
029200     INSPECT RADR1I  REPLACING ALL LOW-VALUE BY SPACE.
029300     INSPECT RADR2I  REPLACING ALL LOW-VALUE BY SPACE.
029400     INSPECT RCITYI  REPLACING ALL LOW-VALUE BY SPACE.
029500     INSPECT RSTI    REPLACING ALL LOW-VALUE BY SPACE.
029600     INSPECT RZIPI   REPLACING ALL LOW-VALUE BY SPACE.
029700     INSPECT RPTELI  REPLACING ALL LOW-VALUE BY SPACE.
029800     INSPECT REFFDTI REPLACING ALL LOW-VALUE BY SPACE.
029900     INSPECT REXPDTI REPLACING ALL LOW-VALUE BY SPACE.
030000     GO TO 2100-EXIT.
030100 2100-EXIT.
030200     EXIT.
030300*
030400*----------------------------------------------------------------*
030500* 2200-PROCESS-ADD                                               *
030600*   BUILDS A NEW REPRESENTATIVE RECORD FROM THE SCREEN FOR A     *
030700*   CLAIMANT ON THE MASTER, VALIDATES IT, AND WRITES IT.  THE    *
030800*   WRITE ITSELF REJECTS A RECID/SEQUENCE ALREADY ON FILE.       *
030900*----------------------------------------------------------------*
031000 2200-PROCESS-ADD.
031100     IF NOT CLAIMANT-FOUND
031200         MOVE 'CLAIMANT RECID NOT ON MASTER - ADD REJECTED.'
031300             TO RMSGO
031400         GO TO 2200-EXIT
031500     END-IF.
031600     MOVE SPACES             TO RP-REP-REC.
031700     MOVE WS-RK-RECID        TO RP-RECID.
031800     MOVE WS-RK-SEQ          TO RP-SEQ.
031900     MOVE RDESIGI            TO RP-DESIG-TYPE.
032000     MOVE RFNAMI             TO RP-FNAM.
032100     MOVE RLNAMI             TO RP-LNAM.
032200     MOVE RSUFXI             TO RP-SUFX.
032300     MOVE RFIRMI             TO RP-FIRM.
032400     MOVE RADR1I             TO RP-ADR1.
032500     MOVE RADR2I             TO RP-ADR2.
032600     MOVE RCITYI             TO RP-CITY.
032700     MOVE RSTI               TO RP-ST.
032800     MOVE RZIPI              TO RP-ZIP.
032900     MOVE RPTELI             TO RP-PTEL.
033000     MOVE REFFDTI            TO RP-EFF-DATE.
033100     MOVE REXPDTI            TO RP-EXP-DATE.
033200     PERFORM 4100-VALIDATE-FIELDS THRU 4100-EXIT.
033300     IF FIELDS-INVALID
033400         GO TO 2200-EXIT
033500     END-IF.
033600     MOVE WS-RUN-DATE        TO RP-MAINT-DATE.
033700     MOVE 'ONLINE'           TO RP-SRCCD.
033800     EXEC CICS WRITE FILE('CTREPR') FROM(RP-REP-REC)
033900         RIDFLD(RP-KEY) RESP(WS-RESP)
034000     END-EXEC.
034100     IF WS-RESP EQUAL DFHRESP(DUPREC)
034200         MOVE 'RECID/SEQUENCE ALREADY ON FILE - ADD REJECTED.'
034300             TO RMSGO
034400         GO TO 2200-EXIT
034500     END-IF.
034600     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
034700         MOVE 'REPRESENTATIVE WRITE FAILED - CALL SYSTEMS.'
034800             TO RMSGO
034900         GO TO 2200-EXIT
035000     END-IF.
035100     PERFORM 2510-SHOW-RECORD THRU 2510-EXIT.
035200     MOVE 'REPRESENTATIVE ADDED.' TO RMSGO.
035300     GO TO 2200-EXIT.
035400 2200-EXIT.
035500     EXIT.
035600*
035700*----------------------------------------------------------------*
035800* 2300-PROCESS-CHANGE                                            *
035900*   READS THE DESIGNATION FOR UPDATE, OVERLAYS ONLY THE          *
036000*   NON-BLANK SCREEN FIELDS, VALIDATES THE RESULT, AND REWRITES  *
036100*   IT.  A FAILED EDIT RELEASES THE RECORD UNCHANGED.            *
036200*----------------------------------------------------------------*
036300 2300-PROCESS-CHANGE.
036400     IF NOT CLAIMANT-FOUND
036500         MOVE 'CLAIMANT RECID NOT ON MASTER - CHANGE REJECTED.'
036600             TO RMSGO
036700         GO TO 2300-EXIT
036800     END-IF.
036900     EXEC CICS READ FILE('CTREPR') INTO(RP-REP-REC)
037000         RIDFLD(WS-REP-KEY) UPDATE RESP(WS-RESP)
037100     END-EXEC.
037200     IF WS-RESP EQUAL DFHRESP(NOTFND)
037300         MOVE 'RECID/SEQUENCE NOT ON FILE - CHANGE REJECTED.'
037400             TO RMSGO
037500         GO TO 2300-EXIT
037600     END-IF.
037700     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
037800         MOVE 'REPRESENTATIVE READ FAILED - CALL SYSTEMS.'
037900             TO RMSGO
038000         GO TO 2300-EXIT
038100     END-IF.
038200     PERFORM 2310-OVERLAY-FIELDS THRU 2310-EXIT.
038300     PERFORM 4100-VALIDATE-FIELDS THRU 4100-EXIT.
038400     IF FIELDS-INVALID
038500         EXEC CICS UNLOCK FILE('CTREPR') END-EXEC
038600         GO TO 2300-EXIT
038700     END-IF.
038800     MOVE WS-RUN-DATE        TO RP-MAINT-DATE.
038900     MOVE 'ONLINE'           TO RP-SRCCD.
039000     EXEC CICS REWRITE FILE('CTREPR') FROM(RP-REP-REC)
039100         RESP(WS-RESP)
039200     END-EXEC.
039300     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
039400         MOVE 'REWRITE FAILED - CHANGE REJECTED.' TO RMSGO
039500         GO TO 2300-EXIT
039600     END-IF.
039700     PERFORM 2510-SHOW-RECORD THRU 2510-EXIT.
039800     MOVE 'REPRESENTATIVE CHANGED.' TO RMSGO.
039900     GO TO 2300-EXIT.
040000 2300-EXIT.
040100     EXIT.
040200*
040300*----------------------------------------------------------------*
040400* 2310-OVERLAY-FIELDS - APPLY EACH NON-BLANK SCREEN FIELD TO     *
040500* THE RECORD IN HAND.  A BLANK FIELD KEEPS THE VALUE ON FILE.    *
040600*----------------------------------------------------------------*
040700 2310-OVERLAY-FIELDS.
040800     IF RDESIGI NOT = SPACE
040900         MOVE RDESIGI TO RP-DESIG-TYPE
041000     END-IF.
041100     IF RFNAMI NOT = SPACES
041200         MOVE RFNAMI TO RP-FNAM
041300     END-IF.
041400     IF RLNAMI NOT = SPACES
041500         MOVE RLNAMI TO RP-LNAM
041600     END-IF.
041700     IF RSUFXI NOT = SPACES
041800         MOVE RSUFXI TO RP-SUFX
041900     END-IF.
042000     IF RFIRMI NOT = SPACES
042100         MOVE RFIRMI TO RP-FIRM
042200     END-IF.
042300     IF RADR1I NOT = SPACES
042400         MOVE RADR1I TO RP-ADR1
042500     END-IF.
042600     IF RADR2I NOT = SPACES
042700         MOVE RADR2I TO RP-ADR2
042800     END-IF.
042900     IF RCITYI NOT = SPACES
043000         MOVE RCITYI TO RP-CITY
043100     END-IF.
043200     IF RSTI NOT = SPACES
043300         MOVE RSTI TO RP-ST
043400     END-IF.
043500     IF RZIPI NOT = SPACES
043600         MOVE RZIPI TO RP-ZIP
043700     END-IF.
043800     IF RPTELI NOT = SPACES
043900         MOVE RPTELI TO RP-PTEL
044000     END-IF.
044100     IF REFFDTI NOT = SPACES
044200         MOVE REFFDTI TO RP-EFF-DATE
044300     END-IF.
044400     IF REXPDTI NOT = SPACES
044500         MOVE REXPDTI TO RP-EXP-DATE
044600     END-IF.
044700     GO TO 2310-EXIT.
044800 2310-EXIT.
044900     EXIT.
045000*
045100*----------------------------------------------------------------*
045200* 2400-PROCESS-DELETE - READ THE DESIGNATION FOR UPDATE AND      *
045300* DELETE IT.  NO MASTER IS REQUIRED, SO A PURGED CLAIMANT'S      *
045400* DESIGNATIONS CAN BE CLEARED.                                   *
045500*----------------------------------------------------------------*
045600 2400-PROCESS-DELETE.
045700     EXEC CICS READ FILE('CTREPR') INTO(RP-REP-REC)
045800         RIDFLD(WS-REP-KEY) UPDATE RESP(WS-RESP)
045900     END-EXEC.
046000     IF WS-RESP EQUAL DFHRESP(NOTFND)
046100         MOVE 'RECID/SEQUENCE NOT ON FILE - DELETE REJECTED.'
046200             TO RMSGO
046300         GO TO 2400-EXIT
046400     END-IF.
046500     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
046600         MOVE 'REPRESENTATIVE READ FAILED - CALL SYSTEMS.'
046700             TO RMSGO
046800         GO TO 2400-EXIT
046900     END-IF.
047000     EXEC CICS DELETE FILE('CTREPR') RESP(WS-RESP) END-EXEC.
047100     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
047200         MOVE 'DELETE FAILED - CALL SYSTEMS.' TO RMSGO
047300         GO TO 2400-EXIT
047400     END-IF.
047500     PERFORM 2510-SHOW-RECORD THRU 2510-EXIT.
047600     MOVE 'REPRESENTATIVE DELETED.' TO RMSGO.
047700     GO TO 2400-EXIT.
047800 2400-EXIT.
047900     EXIT.
048000*
048100*----------------------------------------------------------------*
048200* 2500-PROCESS-INQUIRY - READ THE DESIGNATION AND DISPLAY IT,    *
048300* SO THE OPERATOR SEES WHAT IS ON FILE BEFORE A CHANGE.          *
048400*----------------------------------------------------------------*
048500 2500-PROCESS-INQUIRY.
048600     EXEC CICS READ FILE('CTREPR') INTO(RP-REP-REC)
048700         RIDFLD(WS-REP-KEY) RESP(WS-RESP)
048800     END-EXEC.
048900     IF WS-RESP EQUAL DFHRESP(NOTFND)
049000         MOVE 'RECID/SEQUENCE NOT ON FILE.' TO RMSGO
049100         GO TO 2500-EXIT
049200     END-IF.
049300     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
049400         MOVE 'REPRESENTATIVE READ FAILED - CALL SYSTEMS.'
049500             TO RMSGO
049600         GO TO 2500-EXIT
049700     END-IF.
049800     PERFORM 2510-SHOW-RECORD THRU 2510-EXIT.
049900     MOVE 'REPRESENTATIVE DISPLAYED.' TO RMSGO.
050000     IF RP-SRCCD NOT = SPACES
050100         STRING 'REPRESENTATIVE DISPLAYED.  LAST MAINTAINED '
050200                RP-MAINT-DATE ' BY ' RP-SRCCD
050300             DELIMITED BY SIZE INTO RMSGO
050400     END-IF.
050500     GO TO 2500-EXIT.
050600 2500-EXIT.
050700     EXIT.
050800*
050900*----------------------------------------------------------------*
051000* 2510-SHOW-RECORD - MOVE THE RECORD IN HAND TO THE SCREEN.      *
051100*----------------------------------------------------------------*
051200 2510-SHOW-RECORD.
051300     MOVE RP-DESIG-TYPE      TO RDESIGO.
051400     MOVE RP-FNAM            TO RFNAMO.
051500     MOVE RP-LNAM            TO RLNAMO.
051600     MOVE RP-SUFX            TO RSUFXO.
051700     MOVE RP-FIRM            TO RFIRMO.
051800     MOVE RP-ADR1            TO RADR1O.
051900     MOVE RP-ADR2            TO RADR2O.
052000     MOVE RP-CITY            TO RCITYO.
052100     MOVE RP-ST              TO RSTO.
052200     MOVE RP-ZIP             TO RZIPO.
052300     MOVE RP-PTEL            TO RPTELO.
052400     MOVE RP-EFF-DATE        TO REFFDTO.
052500     MOVE RP-EXP-DATE        TO REXPDTO.
052600     GO TO 2510-EXIT.
052700 2510-EXIT.
052800     EXIT.
052900*
053000*----------------------------------------------------------------*
053100* 2600-LOOKUP-CLAIMANT - READ THE CLAIMANT BY RECID THROUGH THE  *
053200* CTMASTR2 PATH AND SHOW THE NAME ON THE CLAIMANT LINE.  SETS    *
053300* WS-CLMT-FOUND-SW; ADD AND CHANGE REQUIRE THE CLAIMANT.         *
053400*----------------------------------------------------------------*
053500 2600-LOOKUP-CLAIMANT.
053600     MOVE 'N' TO WS-CLMT-FOUND-SW.
053700     EXEC CICS READ FILE('CTMASTR2') INTO(CT-MASTER-REC)
053800         RIDFLD(WS-RECID-KEY) RESP(WS-RESP)
053900     END-EXEC.
054000     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
054100         MOVE '** NOT ON CONTACT MASTER **' TO RCLNMO
054200         GO TO 2600-EXIT
054300     END-IF.
054400     SET CLAIMANT-FOUND TO TRUE.
054500     STRING CT-FNAM DELIMITED BY '  '
054600            ' '     DELIMITED BY SIZE
054700            CT-LNAM DELIMITED BY '  '
054800            ' '     DELIMITED BY SIZE
054900            CT-SUFX DELIMITED BY '  '
055000         INTO RCLNMO.
055100     GO TO 2600-EXIT.
055200 2600-EXIT.
055300     EXIT.
055400*
055500*----------------------------------------------------------------*
055600* 4100-VALIDATE-FIELDS                                           *
055700*   THE CMSREPM EDITS APPLIED TO THE RESULTING RECORD IN         *
055800*   RP-REP-REC.  THE FIRST FAILING EDIT SETS FIELDS-INVALID AND  *
055900*   LOADS THE SCREEN MESSAGE.  KEEP IN STEP WITH THE BATCH COPY. *
056000*----------------------------------------------------------------*
056100 4100-VALIDATE-FIELDS.
056200     SET FIELDS-ARE-VALID TO TRUE.
056300     IF NOT RP-DESIG-VALID
056400         SET FIELDS-INVALID TO TRUE
056500         MOVE 'DESIGNATION TYPE NOT A, U, P, OR O - REJECTED.'
056600             TO RMSGO
056700         GO TO 4100-EXIT
056800     END-IF.
056900     IF RP-LNAM EQUAL SPACES OR RP-ADR1 EQUAL SPACES
057000             OR RP-CITY EQUAL SPACES OR RP-ST EQUAL SPACES
057100             OR RP-ZIP EQUAL SPACES OR RP-EFF-DATE EQUAL SPACES
057200         SET FIELDS-INVALID TO TRUE
057300         MOVE 'NAME, ADDRESS, OR EFF DATE MISSING - REJECTED.'
057400             TO RMSGO
057500         GO TO 4100-EXIT
057600     END-IF.
057700     PERFORM 4110-EDIT-STATE THRU 4110-EXIT.
057800     IF FIELDS-INVALID
057900         GO TO 4100-EXIT
058000     END-IF.
058100     PERFORM 4120-EDIT-ZIP THRU 4120-EXIT.
058200     IF FIELDS-INVALID
058300         GO TO 4100-EXIT
058400     END-IF.
058500     PERFORM 4130-EDIT-DATES THRU 4130-EXIT.
058600     GO TO 4100-EXIT.
058700 4100-EXIT.
058800     EXIT.
058900*
059000 4110-EDIT-STATE.
059100     MOVE 'N' TO WS-CODE-FOUND-SW.
059200     PERFORM 4115-MATCH-STATE THRU 4115-EXIT
059300         VARYING WS-EDIT-IDX FROM 1 BY 1
059400         UNTIL WS-EDIT-IDX > WS-ST-COUNT.
059500     IF NOT CODE-FOUND
059600         SET FIELDS-INVALID TO TRUE
059700         MOVE 'STATE CODE NOT ON EDIT TABLE - REJECTED.'
059800             TO RMSGO
059900     END-IF.
060000     GO TO 4110-EXIT.
060100 4110-EXIT.
060200     EXIT.
060300*
060400 4115-MATCH-STATE.
060500     IF NOT CODE-FOUND
060600             AND RP-ST EQUAL WS-ST-CODE (WS-EDIT-IDX)
060700         SET CODE-FOUND TO TRUE
060800     END-IF.
060900     GO TO 4115-EXIT.
061000 4115-EXIT.
061100     EXIT.
061200*
061300 4120-EDIT-ZIP.
061400     IF RP-ZIP (1:5) IS NOT NUMERIC
061500         SET FIELDS-INVALID TO TRUE
061600         MOVE 'ZIP CODE NOT NNNNN OR NNNNN-NNNN - REJECTED.'
061700             TO RMSGO
061800         GO TO 4120-EXIT
061900     END-IF.
062000     IF RP-ZIP (6:5) EQUAL SPACES
062100         GO TO 4120-EXIT
062200     END-IF.
062300     IF RP-ZIP (6:1) NOT = '-'
062400             OR RP-ZIP (7:4) IS NOT NUMERIC
062500         SET FIELDS-INVALID TO TRUE
062600         MOVE 'ZIP CODE NOT NNNNN OR NNNNN-NNNN - REJECTED.'
062700             TO RMSGO
062800     END-IF.
062900     GO TO 4120-EXIT.
063000 4120-EXIT.
063100     EXIT.
063200*
063300*----------------------------------------------------------------*
063400* 4130-EDIT-DATES - EFFECTIVE DATE REQUIRED AND REAL; EXPIRATION *
063500* DATE BLANK (OPEN-ENDED) OR REAL AND NOT BEFORE THE EFFECTIVE   *
063600* DATE.  EITHER MAY LIE IN THE PAST OR THE FUTURE.               *
063700*----------------------------------------------------------------*
063800 4130-EDIT-DATES.
063900     MOVE RP-EFF-DATE TO WS-DATE-CHECK.
064000     PERFORM 4170-CHECK-DATE THRU 4170-EXIT.
064100     IF DATE-IS-INVALID
064200         SET FIELDS-INVALID TO TRUE
064300         MOVE 'EFFECTIVE DATE NOT A REAL DATE - REJECTED.'
064400             TO RMSGO
064500         GO TO 4130-EXIT
064600     END-IF.
064700     IF RP-EXP-DATE EQUAL SPACES
064800         GO TO 4130-EXIT
064900     END-IF.
065000     MOVE RP-EXP-DATE TO WS-DATE-CHECK.
065100     PERFORM 4170-CHECK-DATE THRU 4170-EXIT.
065200     IF DATE-IS-INVALID
065300         SET FIELDS-INVALID TO TRUE
065400         MOVE 'EXPIRATION DATE NOT A REAL DATE - REJECTED.'
065500             TO RMSGO
065600         GO TO 4130-EXIT
065700     END-IF.
065800     IF RP-EXP-DATE < RP-EFF-DATE
065900         SET FIELDS-INVALID TO TRUE
066000         MOVE 'EXPIRATION DATE BEFORE EFFECTIVE DATE - REJECTED.'
066100             TO RMSGO
066200     END-IF.
066300     GO TO 4130-EXIT.
066400 4130-EXIT.
066500     EXIT.
066600*
066700*----------------------------------------------------------------*
066800* 4170-CHECK-DATE - VALIDATE THE YYYY-MM-DD DATE IN              *
066900* WS-DATE-CHECK, THE CMSREPM RULES.  SETS WS-DATE-OK-SW.         *
067000*----------------------------------------------------------------*
067100 4170-CHECK-DATE.
067200     SET DATE-IS-VALID TO TRUE.
067300     IF WS-DATE-DASH1 NOT = '-' OR
067400        WS-DATE-DASH2 NOT = '-' OR
067500        WS-DATE-YEAR-X  IS NOT NUMERIC OR
067600        WS-DATE-MONTH-X IS NOT NUMERIC OR
067700        WS-DATE-DAY-X   IS NOT NUMERIC
067800         GO TO 4170-FAIL
067900     END-IF.
068000     IF WS-DATE-MONTH-9 < 1 OR WS-DATE-MONTH-9 > 12
068100         GO TO 4170-FAIL
068200     END-IF.
068300     MOVE 31 TO WS-DATE-MAXDAY.
068400     IF WS-DATE-MONTH-9 = 4 OR WS-DATE-MONTH-9 = 6 OR
068500        WS-DATE-MONTH-9 = 9 OR WS-DATE-MONTH-9 = 11
068600         MOVE 30 TO WS-DATE-MAXDAY
068700     END-IF.
068800     IF WS-DATE-MONTH-9 = 2
068900         IF FUNCTION MOD (WS-DATE-YEAR-9, 4) = ZERO
069000             AND (FUNCTION MOD (WS-DATE-YEAR-9, 100) NOT = ZERO
069100             OR FUNCTION MOD (WS-DATE-YEAR-9, 400) = ZERO)
069200             MOVE 29 TO WS-DATE-MAXDAY
069300         ELSE
069400             MOVE 28 TO WS-DATE-MAXDAY
069500         END-IF
069600     END-IF.
069700     IF WS-DATE-DAY-9 < 1 OR WS-DATE-DAY-9 > WS-DATE-MAXDAY
069800         GO TO 4170-FAIL
069900     END-IF.
070000     IF WS-DATE-YEAR-9 < 1900
070100         GO TO 4170-FAIL
070200     END-IF.
070300     GO TO 4170-EXIT.
070400 4170-FAIL.
070500     SET DATE-IS-INVALID TO TRUE.
070600     GO TO 4170-EXIT.
070700 4170-EXIT.
070800     EXIT.
070900*
071000*----------------------------------------------------------------*
071100* 8000-SEND-RESULT - SEND THE SCREEN BACK WITH THE MESSAGE AND   *
071200* THE FIELDS AS KEYED (OR AS ON FILE AFTER A SUCCESSFUL ACTION). *
071300*----------------------------------------------------------------*
071400 8000-SEND-RESULT.
071500     EXEC CICS SEND MAP('CMSMREP') MAPSET('CMSOMS')
071600         FROM(CMSMREPO) ERASE
071700     END-EXEC.
071800     GO TO 8000-EXIT.
071900 8000-EXIT.
072000     EXIT.
072100*
072200*----------------------------------------------------------------*
072300* 9000-RETURN-TRANSID - PSEUDO-CONVERSATIONAL RETURN.            *
072400*----------------------------------------------------------------*
072500 9000-RETURN-TRANSID.
072600     EXEC CICS RETURN TRANSID('CREP')
072700         COMMAREA(WS-COMMAREA) LENGTH(1)
072800     END-EXEC.
072900     GO TO 9000-EXIT.
073000 9000-EXIT.
073100     EXIT.
073200*
073300*----------------------------------------------------------------*
073400* 9100-END-SESSION - PF3.  CLEAR THE SCREEN AND END WITHOUT A    *
073500* TRANSID.                                                       *
073600*----------------------------------------------------------------*
073700 9100-END-SESSION.
073800     MOVE 'CMS REPRESENTATIVE MAINTENANCE SESSION ENDED.'
073900         TO WS-WORK-LINE.
074000     EXEC CICS SEND TEXT FROM(WS-WORK-LINE) LENGTH(79) ERASE
074100     END-EXEC.
074200     EXEC CICS RETURN END-EXEC.
074300     GO TO 9100-EXIT.
074400 9100-EXIT.
074500     EXIT.
