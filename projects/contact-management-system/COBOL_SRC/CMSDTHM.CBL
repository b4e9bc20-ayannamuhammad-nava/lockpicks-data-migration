003210*   2026-08-22  DS   WRITES THE STANDARD RUN-CONTROL TOTALS    *
003220*                    RECORD (CTRUNC) TO RUNCTL AT TERMINATION  *
003230*                    FOR THE CMS-BAL BALANCING JOB.            *
003240*   2026-10-15  DS   EACH NEWLY FLAGGED CONTACT IS ALSO        *
003250*                    WRITTEN TO THE DEATH MATCH LIST (DTHMTCH, *
003260*                    SEE CTDMTC) WITH ITS CLAIM ID AND DATE OF *
003270*                    DEATH, FOR THE CMS-DTHR POST-DEATH        *
003280*                    PAYMENT RECLAMATION JOB.                  *
003300*================================================================*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004900         ORGANIZATION IS LINE SEQUENTIAL.
004910     SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL"
004920         ORGANIZATION IS SEQUENTIAL.
004930     SELECT MATCH-LIST       ASSIGN TO "DTHMTCH"
004940         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MASTER-FILE.
005810 FD  RUN-CTL-FILE
005820     RECORDING MODE IS F.
005830     COPY CTRUNC.
005840 FD  MATCH-LIST
005850     RECORDING MODE IS F.
005860     COPY CTDMTC.
005900 WORKING-STORAGE SECTION.
006000 01  WS-SWITCHES.
006100     05  WS-DEATH-EOF-SW     PIC X(1)  VALUE 'N'.
010300     END-IF.
010400     OPEN INPUT  DEATH-FILE.
010500     OPEN OUTPUT MATCH-RPT.
010550     OPEN OUTPUT MATCH-LIST.
010600     PERFORM 1100-READ-DEATH THRU 1100-EXIT.
010700     GO TO 1000-EXIT.
010800 1000-EXIT.
015300*   SETS CT-STAT TO DECEASED ON THE MATCHED MASTER RECORD,        *
015400*   STAMPS CT-UPDDT, REWRITES IN PLACE, AND WRITES ONE MATCH      *
015500*   REPORT LINE CARRYING THE DECEDENT'S DATE OF DEATH FROM THE    *
015600*   EXTRACT, AND ONE DEATH MATCH LIST RECORD FOR CMS-DTHR.        *
015700*----------------------------------------------------------------*
015800 2100-FLAG-DECEASED.
015900     MOVE 'DECEASED'         TO CT-STAT.
017100     STRING 'DECEASED PER DEATH MASTER - DATE OF DEATH ' DM-DOD
017200         DELIMITED BY SIZE INTO WS-EXCP-MSG.
017300     PERFORM 4800-WRITE-MATCH-LINE THRU 4800-EXIT.
017310     MOVE SPACES             TO DX-MATCH-REC.
017320     MOVE CT-RECID           TO DX-RECID.
017330     MOVE CT-CLMID           TO DX-CLMID.
017340     MOVE DM-DOD             TO DX-DOD.
017350     MOVE WS-RUN-DATE        TO DX-MATCH-DATE.
017360     WRITE DX-MATCH-REC.
017400     ADD 1 TO WS-MATCH-COUNT.
017500     GO TO 2100-EXIT.
017600 2100-EXIT.
019850     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
019900     CLOSE MASTER-FILE
020000           DEATH-FILE
020100           MATCH-RPT
020150           MATCH-LIST.
020200     DISPLAY 'CMSDTHM - DECEASED CROSS-MATCH COMPLETE'.
020300     DISPLAY 'CONTACTS FLAGGED DECEASED  . ' WS-MATCH-COUNT.
020400     DISPLAY 'ALREADY FLAGGED  . . . . . . ' WS-ALREADY-COUNT.
