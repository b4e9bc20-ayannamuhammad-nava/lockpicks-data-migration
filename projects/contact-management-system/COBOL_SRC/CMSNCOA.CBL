004100*           FILE CARRIES NO SSN AND THIS JOB HOLDS NO DECRYPT    *
004200*           AUTHORIZATION.                                       *
004300*                                                                *
004307*           THE ELECTRONIC NOTICE GATEWAY'S BOUNCE FILE          *
004314*           (GWBOUNCE) IS PROCESSED HERE TOO, JUST AS CT-ADSTAT  *
004321*           IS FOR PAPER.  A BOUNCE AGAINST THE E-MAIL OR MOBILE *
004328*           NUMBER STILL ON FILE SETS CT-EDSTAT 'B', SO CMS-NOTC *
004335*           FALLS BACK TO PAPER UNTIL THE CONTACT POINT IS       *
004342*           CHANGED.  A BOUNCE AGAINST A CONTACT POINT ALREADY   *
004349*           REPLACED IS REPORTED BUT DOES NOT FLAG THE CONTACT.  *
004356*           EITHER WAY THE NOTICE NEVER ARRIVED, SO EVERY        *
004363*           MATCHED BOUNCE IS APPENDED TO THE CUMULATIVE BOUNCE  *
004370*           LOG (GWBNCLOG) FOR CMS-NOTC TO RE-MAIL ON PAPER.     *
004377*           GWBOUNCE IS OPTIONAL -- A RUN WITHOUT ONE IS NORMAL. *
004384*                                                                *
004400* MODIFICATION HISTORY.                                         *
004500*   2026-09-02  DS   ORIGINAL.                                  *
004550*   2026-10-15  DS   GATEWAY BOUNCES - CT-EDSTAT AND GWBNCLOG.  *
004560*   2026-10-15  DS   BOUNCES ON A CONTACT POINT ALREADY FLAGGED *
004570*                    COUNTED APART -- NOT REJECTED.             *
004600*================================================================*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT ADDR-HIST-FILE   ASSIGN TO "ADRHIST"
006200         ORGANIZATION IS SEQUENTIAL.
006210     SELECT BOUNCE-FILE      ASSIGN TO "GWBOUNCE"
006220         ORGANIZATION IS SEQUENTIAL
006230         FILE STATUS IS WS-BNC-FILE-STATUS.
006240     SELECT BOUNCE-LOG       ASSIGN TO "GWBNCLOG"
006250         ORGANIZATION IS SEQUENTIAL.
006300     SELECT EXCEPT-RPT       ASSIGN TO "NCOARPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL"
007400 FD  ADDR-HIST-FILE
007500     RECORDING MODE IS F.
007600     COPY CTADRH.
007610 FD  BOUNCE-FILE
007620     RECORDING MODE IS F.
007630     COPY CTGWBN.
007640 FD  BOUNCE-LOG
007650     RECORDING MODE IS F.
007660 01  GL-BNCLOG-REC           PIC X(150).
007700 FD  EXCEPT-RPT.
007800     COPY CTEXCP REPLACING EX-REPORT-LINE BY EX-EXCEPTION-LINE.
007900 FD  RUN-CTL-FILE
008300 01  WS-SWITCHES.
008400     05  WS-RETMAIL-EOF-SW   PIC X(1)  VALUE 'N'.
008500         88  RETMAIL-EOF         VALUE 'Y'.
008520     05  WS-BOUNCE-EOF-SW    PIC X(1)  VALUE 'N'.
008540         88  BOUNCE-EOF          VALUE 'Y'.
008560     05  WS-BOUNCE-OPEN-SW   PIC X(1)  VALUE 'N'.
008580         88  BOUNCE-FILE-OPEN    VALUE 'Y'.
008600 01  WS-MSTR-FILE-STATUS     PIC X(2).
008650 01  WS-BNC-FILE-STATUS      PIC X(2).
008700 01  WS-COUNTERS             COMP.
008800     05  WS-READ-COUNT       PIC 9(8)  VALUE ZERO.
008900     05  WS-RETURN-COUNT     PIC 9(8)  VALUE ZERO.
009100     05  WS-NOTFOUND-COUNT   PIC 9(8)  VALUE ZERO.
009200     05  WS-BADTYPE-COUNT    PIC 9(8)  VALUE ZERO.
009300     05  WS-NODATA-COUNT     PIC 9(8)  VALUE ZERO.
009310     05  WS-BNC-READ-COUNT   PIC 9(8)  VALUE ZERO.
009320     05  WS-BNC-FLAG-COUNT   PIC 9(8)  VALUE ZERO.
009325     05  WS-BNC-ALREADY-COUNT PIC 9(8) VALUE ZERO.
009330     05  WS-BNC-STALE-COUNT  PIC 9(8)  VALUE ZERO.
009340     05  WS-BNC-NOTFND-COUNT PIC 9(8)  VALUE ZERO.
009350     05  WS-BNC-LOG-COUNT    PIC 9(8)  VALUE ZERO.
009400 01  WS-RUN-DATE             PIC X(10).
009500 01  WS-CURRENT-DTTM.
009600     05  WS-CD-DATE          PIC X(8).
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
010400         UNTIL RETMAIL-EOF.
010430     PERFORM 3000-PROCESS-BOUNCE THRU 3000-EXIT
010460         UNTIL BOUNCE-EOF.
010500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010600     STOP RUN.
010700*
012500     OPEN INPUT  RETMAIL-FILE.
012600     OPEN EXTEND ADDR-HIST-FILE.
012700     OPEN OUTPUT EXCEPT-RPT.
012710     OPEN INPUT  BOUNCE-FILE.
012720     IF WS-BNC-FILE-STATUS = '00'
012730         SET BOUNCE-FILE-OPEN TO TRUE
012735         OPEN EXTEND BOUNCE-LOG
012740         PERFORM 1200-READ-BOUNCE THRU 1200-EXIT
012750     ELSE
012760         SET BOUNCE-EOF TO TRUE
012770     END-IF.
012800     PERFORM 1100-READ-RETMAIL THRU 1100-EXIT.
012900     GO TO 1000-EXIT.
013000 1000-EXIT.
013700     END-READ.
013800     GO TO 1100-EXIT.
013900 1100-EXIT.
013910     EXIT.
013920*
013930 1200-READ-BOUNCE.
013940     READ BOUNCE-FILE
013950         AT END
013960             SET BOUNCE-EOF TO TRUE
013970     END-READ.
013980     GO TO 1200-EXIT.
013990 1200-EXIT.
014000     EXIT.
014100*
014200*----------------------------------------------------------------*
028700     EXIT.
028800*
028900*----------------------------------------------------------------*
028901* 3000-PROCESS-BOUNCE                                            *
028902*   MATCHES ONE GATEWAY BOUNCE BACK TO ITS CONTACT BY THE RECID  *
028903*   ON THE MESSAGE.  A BOUNCE AGAINST THE CONTACT POINT STILL ON *
028904*   FILE SETS CT-EDSTAT 'B'; ONE AGAINST A CONTACT POINT SINCE   *
028905*   REPLACED IS REPORTED ONLY.  EVERY MATCHED BOUNCE IS STAMPED  *
028906*   WITH THE RUN DATE AND APPENDED TO GWBNCLOG, WHERE CMS-NOTC   *
028907*   PICKS IT UP FOR THE PAPER RE-MAIL.  AN UNMATCHED BOUNCE IS   *
028908*   REPORTED AND NOT LOGGED -- THERE IS NO ADDRESS TO MAIL TO.   *
028909*----------------------------------------------------------------*
028910 3000-PROCESS-BOUNCE.
028911     ADD 1 TO WS-BNC-READ-COUNT.
028912     MOVE GB-RECID TO CT-RECID.
028913     READ MASTER-FILE KEY IS CT-RECID
028914         INVALID KEY
028915             MOVE 'GW-NOTFND'     TO EX-TYPE
028916             MOVE GB-RECID        TO EX-RECID
028917             MOVE 'RECID NOT ON FILE - BOUNCE BYPASSED.'
028918                 TO WS-EXCP-MSG
028919             PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
028920             ADD 1 TO WS-BNC-NOTFND-COUNT
028921             GO TO 3000-NEXT
028922     END-READ.
028923     IF (GB-CHAN-EMAIL AND GB-ADDRESS NOT = CT-EMAL) OR
028924        (GB-CHAN-SMS AND GB-ADDRESS NOT = CT-MTEL) OR
028925        (NOT GB-CHAN-EMAIL AND NOT GB-CHAN-SMS)
028926         MOVE 'GW-STALE'      TO EX-TYPE
028927         MOVE CT-RECID        TO EX-RECID
028928         MOVE SPACES          TO WS-EXCP-MSG
028929         STRING 'BOUNCE ' GB-REASON
028930                ' - CONTACT POINT SINCE CHANGED - NOT FLAGGED.'
028931             DELIMITED BY SIZE INTO WS-EXCP-MSG
028932         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
028933         ADD 1 TO WS-BNC-STALE-COUNT
028934         GO TO 3000-LOG
028935     END-IF.
028936     IF CT-ELEC-BOUNCED
028937         MOVE 'GW-ALREADY'    TO EX-TYPE
028938         MOVE CT-RECID        TO EX-RECID
028939         MOVE 'CONTACT POINT ALREADY FLAGGED BOUNCED - LOGGED.'
028940             TO WS-EXCP-MSG
028941         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
028942         ADD 1 TO WS-BNC-ALREADY-COUNT
028943         GO TO 3000-LOG
028944     END-IF.
028945     SET CT-ELEC-BOUNCED TO TRUE.
028946     MOVE WS-TIMESTAMP       TO CT-UPDDT.
028947     REWRITE CT-MASTER-REC
028948         INVALID KEY
028949             MOVE 'GW-RWRT-ERR'   TO EX-TYPE
028950             MOVE CT-RECID        TO EX-RECID
028951             MOVE 'REWRITE FAILED - BOUNCE NOT FLAGGED.'
028952                 TO WS-EXCP-MSG
028953             PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
028954             GO TO 3000-LOG
028955     END-REWRITE.
028956     MOVE 'GW-BOUNCE'        TO EX-TYPE.
028957     MOVE CT-RECID           TO EX-RECID.
028958     MOVE SPACES             TO WS-EXCP-MSG.
028959     STRING 'BOUNCE ' GB-REASON
028960            ' - CONTACT POINT FLAGGED BOUNCED.'
028961         DELIMITED BY SIZE INTO WS-EXCP-MSG.
028962     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT.
028963     ADD 1 TO WS-BNC-FLAG-COUNT.
028964 3000-LOG.
028965     MOVE WS-RUN-DATE        TO GB-LOG-DATE.
028966     WRITE GL-BNCLOG-REC FROM GB-BOUNCE-REC.
028967     ADD 1 TO WS-BNC-LOG-COUNT.
028968 3000-NEXT.
028969     PERFORM 1200-READ-BOUNCE THRU 1200-EXIT.
028970     GO TO 3000-EXIT.
028971 3000-EXIT.
028972     EXIT.
028973*
028974*----------------------------------------------------------------*
029000* 4800-WRITE-EXCEPTION - WRITE ONE REPORT LINE FOR THE ENTRY IN   *
029100* HAND.  EX-TYPE, EX-RECID, AND WS-EXCP-MSG ARE SET BY THE        *
029200* CALLER; THE RUN DATE IS COMMON TO EVERY LINE.  THE SSN COLUMN   *
031200           RETMAIL-FILE
031300           ADDR-HIST-FILE
031400           EXCEPT-RPT.
031420     IF BOUNCE-FILE-OPEN
031440         CLOSE BOUNCE-FILE
031460               BOUNCE-LOG
031480     END-IF.
031500     DISPLAY 'CMSNCOA - RETURNED MAIL/NCOA PROCESSING COMPLETE'.
031600     DISPLAY 'RETURNS APPLIED  . . . . . . ' WS-RETURN-COUNT.
031700     DISPLAY 'MOVES APPLIED  . . . . . . . ' WS-MOVE-COUNT.
031800     DISPLAY 'ENTRIES NOT MATCHED  . . . . ' WS-NOTFOUND-COUNT.
031900     DISPLAY 'ENTRIES UNRECOGNIZED . . . . ' WS-BADTYPE-COUNT.
032000     DISPLAY 'ENTRIES BYPASSED NO-OP . . . ' WS-NODATA-COUNT.
032010     DISPLAY 'GATEWAY BOUNCES READ . . . . ' WS-BNC-READ-COUNT.
032020     DISPLAY 'BOUNCES FLAGGED  . . . . . . ' WS-BNC-FLAG-COUNT.
032025     DISPLAY 'BOUNCES ALREADY FLAGGED  . . ' WS-BNC-ALREADY-COUNT.
032030     DISPLAY 'BOUNCES STALE CONTACT POINT  ' WS-BNC-STALE-COUNT.
032040     DISPLAY 'BOUNCES NOT MATCHED  . . . . ' WS-BNC-NOTFND-COUNT.
032050     DISPLAY 'BOUNCES LOGGED FOR RE-MAIL . ' WS-BNC-LOG-COUNT.
032100     GO TO 8000-EXIT.
032200 8000-EXIT.
032300     EXIT.
032500*----------------------------------------------------------------*
032600* 8900-WRITE-RUN-CONTROL - WRITE THIS RUN'S STANDARD TOTALS      *
032700* RECORD TO THE SHARED RUNCTL DATASET FOR CMS-BAL.  APPLIED      *
032800* RETURNS, MOVES, AND BOUNCES FLAGGED ARE IN-PLACE MASTER        *
032810* CHANGES; GATEWAY BOUNCES COUNT AS RECORDS READ.                *
032840* A BOUNCE ON A CONTACT POINT ALREADY FLAGGED IS READ BUT IS     *
032870* NEITHER A CHANGE NOR A REJECT -- NOTHING WAS WRONG WITH IT.    *
032900*----------------------------------------------------------------*
033000 8900-WRITE-RUN-CONTROL.
033100     OPEN EXTEND RUN-CTL-FILE.
033200     MOVE 'CMS-NCOA'         TO RC-JOB.
033300     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
033400     MOVE 'F'                TO RC-RUN-MODE.
033500     COMPUTE RC-RECS-READ =
033550         WS-READ-COUNT + WS-BNC-READ-COUNT.
033600     COMPUTE RC-CHANGE-COUNT =
033700         WS-RETURN-COUNT + WS-MOVE-COUNT + WS-BNC-FLAG-COUNT.
033800     MOVE RC-CHANGE-COUNT    TO RC-RECS-WRITTEN.
033900     COMPUTE RC-RECS-REJECTED =
034000         WS-NOTFOUND-COUNT + WS-BADTYPE-COUNT
034100         + WS-NODATA-COUNT + WS-BNC-NOTFND-COUNT
034150         + WS-BNC-STALE-COUNT.
034200     MOVE ZERO               TO RC-ADD-COUNT.
034300     MOVE ZERO               TO RC-DELETE-COUNT.
034400     MOVE ZERO               TO RC-ACH-ENTRY-COUNT.
