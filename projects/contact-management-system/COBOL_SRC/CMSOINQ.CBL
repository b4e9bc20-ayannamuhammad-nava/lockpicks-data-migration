002900*           SEARCH SHOWS UP TO SEVEN CANDIDATES AND NOTES WHEN   *
003000*           MORE MATCHED THAN FIT.                               *
003100*                                                                *
003110*           PF5 TRANSFERS A CONTACT FOUND BY SSN OR RECID TO ITS *
003120*           PAYMENT HISTORY (CPAY, PROGRAM CMSOPAY) THROUGH THE  *
003130*           CTPYCA COMMAREA -- THE DESK NO LONGER HAS TO RUN A   *
003140*           BATCH JOB OR CALL THE PAYMENTS UNIT.  A CLAIM-ID     *
003150*           SEARCH IS KEYED ON THE CPAY SCREEN ITSELF.           *
003160*                                                                *
003200* MODIFICATION HISTORY.                                         *
003300*   2026-09-02  DS   ORIGINAL.                                  *
003330*   2026-10-15  DS   PF5 TRANSFERS TO THE CPAY PAYMENT HISTORY   *
003360*                    INQUIRY FOR THE CONTACT FOUND.              *
003400*================================================================*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004100 01  WS-SWITCHES.
004200     05  WS-SCAN-DONE-SW     PIC X(1)  VALUE 'N'.
004300         88  SCAN-DONE           VALUE 'Y'.
004330     05  WS-FOUND-SW         PIC X(1)  VALUE 'N'.
004360         88  CONTACT-FOUND       VALUE 'Y'.
004400 01  WS-COMMAREA             PIC X(1).
004500 01  WS-RESP                 PIC S9(8) COMP.
004600 01  WS-RECID-KEY            PIC 9(8).
005700     COPY CTMST010.
005800     COPY CTCRYP.
005900     COPY CTOINQ.
005950     COPY CTPYCA.
006000     COPY DFHAID.
006100 LINKAGE SECTION.
006200 01  DFHCOMMAREA             PIC X(1).
007100     END-IF.
007200     IF EIBAID EQUAL DFHCLEAR
007300         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
007320         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
007340     END-IF.
007360     IF EIBAID EQUAL DFHPF5
007380         PERFORM 2400-PAY-HISTORY THRU 2400-EXIT
007400         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
007500     END-IF.
007600     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT.
029000     EXIT.
029100*
029200*----------------------------------------------------------------*
029201* 2400-PAY-HISTORY                                               *
029202*   PF5.  LOCATES THE CONTACT BY SSN OR RECID EXACTLY AS ENTER   *
029203*   DOES, THEN TRANSFERS TO CMSOPAY WITH PY-FROM-CINQ SET AND    *
029204*   THE CONTACT'S RECID IN THE CTPYCA COMMAREA.  CONTROL COMES   *
029205*   BACK HERE ONLY IF THE TRANSFER FAILS.                        *
029206*----------------------------------------------------------------*
029207 2400-PAY-HISTORY.
029208     MOVE LOW-VALUES TO CMSMINQI.
029209     EXEC CICS RECEIVE MAP('CMSMINQ') MAPSET('CMSOMS')
029210         INTO(CMSMINQI) RESP(WS-RESP)
029211     END-EXEC.
029212     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
029213         MOVE LOW-VALUES TO CMSMINQO
029214         MOVE 'NO INPUT RECEIVED - ENTER A KEY AND PRESS PF5.'
029215             TO MSGO
029216         PERFORM 8000-SEND-RESULT THRU 8000-EXIT
029217         GO TO 2400-EXIT
029218     END-IF.
029219     PERFORM 2900-CLEAR-RESULT-LINES THRU 2900-EXIT.
029220     MOVE 'N' TO WS-FOUND-SW.
029221     IF KEYTYPI EQUAL 'S'
029222         PERFORM 2100-LOOKUP-BY-SSN THRU 2100-EXIT
029223     ELSE
029224         IF KEYTYPI EQUAL 'R'
029225             PERFORM 2200-LOOKUP-BY-RECID THRU 2200-EXIT
029226         ELSE
029227             MOVE 'PF5 NEEDS KEY TYPE S OR R.' TO MSGO
029228         END-IF
029229     END-IF.
029230     IF NOT CONTACT-FOUND
029231         PERFORM 8000-SEND-RESULT THRU 8000-EXIT
029232         GO TO 2400-EXIT
029233     END-IF.
029234     MOVE SPACES   TO PY-COMMAREA.
029235     SET PY-FROM-CINQ TO TRUE.
029236     MOVE 'R'      TO PY-KEY-TYPE.
029237     MOVE CT-RECID TO PY-RECID.
029238     MOVE 'N'      TO PY-MORE-SW.
029239     MOVE ZERO     TO PY-PAGE-NO.
029240     EXEC CICS XCTL PROGRAM('CMSOPAY')
029241         COMMAREA(PY-COMMAREA) LENGTH(80) RESP(WS-RESP)
029242     END-EXEC.
029243     MOVE 'PAYMENT HISTORY INQUIRY NOT AVAILABLE - CALL SYSTEMS.'
029244         TO MSGO.
029245     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
029246     GO TO 2400-EXIT.
029247 2400-EXIT.
029248     EXIT.
029249*
029250*----------------------------------------------------------------*
029300* 2900-CLEAR-RESULT-LINES - BLANK THE OUTPUT AREA BEFORE A NEW   *
029400* SEARCH SO A SHORT RESULT NEVER SHOWS STALE LINES.              *
029500*----------------------------------------------------------------*
030700* FORM -- THIS PROGRAM HOLDS NO DECRYPT AUTHORIZATION.           *
030800*----------------------------------------------------------------*
030900 3000-FORMAT-CONTACT.
031000     SET CONTACT-FOUND TO TRUE.
031100     MOVE SPACES TO WS-WORK-LINE.
031200     STRING 'RECID: ' CT-RECID '   STATUS: ' CT-STAT
031300         DELIMITED BY SIZE INTO WS-WORK-LINE.
