003300*           LINE LAYOUT AS THE CMS-UPDT EXCEPTION REPORT         *
003400*           (CTEXCP), SO OPERATIONS CAN SEE WHAT BOUNCED.        *
003500*                                                                *
003504*           A RETURN OR NOC ON A ZERO-DOLLAR PRENOTE (FOUND BY   *
003508*           RECID AND ORIGINAL TRACE ON THE PRENOTE LOG, CTPNLG, *
003512*           WHILE THE CONTACT'S BANK-CHANGE COOLING-OFF PERIOD   *
003516*           IS STILL RUNNING) REJECTS THE NEWLY CHANGED BANK     *
003520*           ACCOUNT OUTRIGHT -- NO NOC CORRECTION IS APPLIED TO  *
003524*           AN ACCOUNT THAT WAS NEVER VERIFIED.  ONCE ALL        *
003528*           ENTRIES ARE PROCESSED, EVERY CHANGE STILL            *
003532*           PRENOTE-PENDING WHOSE COOLING-OFF PERIOD HAS ENDED   *
003536*           IS MARKED VERIFIED.                                  *
003542*                                                                *
003549*           EVERY OTHER RETURN OR NOC MATCHED TO A CONTACT IS    *
003556*           ALSO APPENDED TO THE CUMULATIVE ACH RETURN LOG       *
003563*           (ACHRLOG, CTRTLG) WITH ITS ORIGINAL TRACE, SO THE    *
003570*           PAYMENT IT BOUNCED CAN BE SHOWN ON THE ONLINE        *
003577*           PAYMENT HISTORY (CMS-PHIX, CPAY).                    *
003584*                                                                *
003600* MODIFICATION HISTORY.                                         *
003700*   2026-08-22  DS   ORIGINAL.                                  *
003710*   2026-08-22  DS   WRITES THE STANDARD RUN-CONTROL TOTALS    *
003780*                    NO-OP, WHICH ALSO STAMPED CT-UPDDT AND    *
003790*                    DRAGGED THE CONTACT INTO THE NEXT DELTA   *
003795*                    EXTRACT PASS.                             *
003804*   2026-10-15  DS   PRENOTE RETURNS.  THE CUMULATIVE PRENOTE      *
003813*                    LOG WRITTEN BY CMS-ACH IS LOADED AT            *
003822*                    INITIALIZATION.  A RETURN OR NOC WHOSE         *
003831*                    ORIGINAL TRACE AND RECID MATCH A LOGGED        *
003840*                    PRENOTE FOR THE CONTACT'S CURRENT BANK CHANGE  *
003849*                    (CT-BKCHG-DATE) CLEARS CT-BACT/CT-BRTN AND     *
003858*                    MARKS THE CHANGE REJECTED (CT-BANK-CHG-        *
003867*                    REJECTED); ONE FOR AN EARLIER, SUPERSEDED      *
003876*                    CHANGE IS REPORTED (PRENOTE-OLD) AND BYPASSED. *
003878*   2026-10-15  DS   RETURNS AND NOCS MATCHED TO A CONTACT ARE     *
003880*                    LOGGED TO ACHRLOG FOR THE PAYMENT HISTORY     *
003882*                    INQUIRY.                                      *
003883*   2026-10-15  DS   A PRENOTE IS MATCHED ONLY WHILE THE CONTACT'S *
003884*                    COOLING-OFF PERIOD RUNS (CT-BKCOOL-DATE NOT   *
003885*                    BEFORE THE RUN DATE).  CMS-ACH REUSES TRACE   *
003886*                    NUMBERS FROM RUN TO RUN, SO A RETURN OR NOC   *
003887*                    ON A LATER LIVE CREDIT COULD CARRY A LOGGED   *
003888*                    PRENOTE'S TRACE; SUCH AN ENTRY NOW TAKES THE  *
003889*                    NORMAL PATH AND IS LOGGED TO ACHRLOG.  AFTER  *
003890*                    THE LAST ENTRY, A PENDING CHANGE WHOSE        *
003891*                    COOLING-OFF PERIOD HAS ENDED WITH NO PRENOTE  *
003892*                    RETURN IS MARKED VERIFIED                     *
003893*                    (CT-BANK-CHG-VERIFIED).                       *
003894*================================================================*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
005400         ORGANIZATION IS LINE SEQUENTIAL.
005410     SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL"
005420         ORGANIZATION IS SEQUENTIAL.
005440     SELECT PRENOTE-FILE     ASSIGN TO "PRENOTE"
005460         ORGANIZATION IS SEQUENTIAL
005480         FILE STATUS IS WS-PNLG-FILE-STATUS.
005486     SELECT RTN-LOG-FILE     ASSIGN TO "ACHRLOG"
005492         ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  MASTER-FILE.
006310 FD  RUN-CTL-FILE
006320     RECORDING MODE IS F.
006330     COPY CTRUNC.
006340 FD  PRENOTE-FILE
006350     RECORDING MODE IS F.
006360     COPY CTPNLG.
006370 FD  RTN-LOG-FILE
006380     RECORDING MODE IS F.
006390     COPY CTRTLG.
006400 WORKING-STORAGE SECTION.
006500 01  WS-SWITCHES.
006600     05  WS-RETURN-EOF-SW    PIC X(1)  VALUE 'N'.
006700         88  RETURN-EOF          VALUE 'Y'.
006730     05  WS-PNLG-EOF-SW      PIC X(1)  VALUE 'N'.
006760         88  PNLG-EOF            VALUE 'Y'.
006770     05  WS-MSTR-EOF-SW      PIC X(1)  VALUE 'N'.
006780         88  MSTR-EOF            VALUE 'Y'.
006800 01  WS-MSTR-FILE-STATUS     PIC X(2).
006850 01  WS-PNLG-FILE-STATUS     PIC X(2).
006900 01  WS-COUNTERS             COMP.
007000     05  WS-RETURN-COUNT     PIC 9(8)  VALUE ZERO.
007100     05  WS-NOC-COUNT        PIC 9(8)  VALUE ZERO.
007300     05  WS-BADTYPE-COUNT    PIC 9(8)  VALUE ZERO.
007310     05  WS-READ-COUNT       PIC 9(8)  VALUE ZERO.
007320     05  WS-NODATA-COUNT     PIC 9(8)  VALUE ZERO.
007340     05  WS-PNREJ-COUNT      PIC 9(8)  VALUE ZERO.
007360     05  WS-PNOLD-COUNT      PIC 9(8)  VALUE ZERO.
007380     05  WS-RTNLOG-COUNT     PIC 9(8)  VALUE ZERO.
007390     05  WS-PNVER-COUNT      PIC 9(8)  VALUE ZERO.
007400 01  WS-RUN-DATE             PIC X(10).
007500 01  WS-CURRENT-DTTM.
007600     05  WS-CD-DATE          PIC X(8).
007800 01  WS-TIMESTAMP            PIC X(26).
007900 01  WS-RTN-SSN              PIC X(11).
008000 01  WS-EXCP-MSG             PIC X(60).
008005*----------------------------------------------------------------*
008010* PRENOTE LOG TABLE, LOADED FROM THE CUMULATIVE PRENOTE DATASET   *
008014* AT INITIALIZATION.  CMS-ACH RESTARTS ITS TRACE SEQUENCE EVERY  *
008018* RUN, SO A TRACE ALONE IS NOT UNIQUE ACROSS CYCLES -- A RETURN  *
008022* IS TAKEN AS A PRENOTE RETURN ONLY WHEN THE RECID MATCHES TOO   *
008026* AND THE CONTACT IS STILL IN ITS COOLING-OFF PERIOD, WHEN       *
008030* CMS-ACH SENDS THE CONTACT NO LIVE CREDIT, AND ONLY REJECTS THE *
008034* CHANGE THE PRENOTE WAS SENT FOR.  A MISSING DATASET MEANS NO   *
008038* PRENOTES; ONE LARGER THAN THE TABLE ENDS THE RUN.              *
008045*----------------------------------------------------------------*
008050 01  WS-PN-TABLE.
008055     05  WS-PN-ENTRY         OCCURS 5000 TIMES.
008060         10  WS-PN-RECID     PIC 9(8).
008065         10  WS-PN-CHG-DATE  PIC X(10).
008070         10  WS-PN-TRACE     PIC X(15).
008075 01  WS-PN-MAX               PIC 9(8)  COMP VALUE 5000.
008080 01  WS-PN-COUNT             PIC 9(8)  COMP VALUE ZERO.
008085 01  WS-PN-IDX               PIC 9(8)  COMP.
008090 01  WS-MATCH-PN-IDX         PIC 9(8)  COMP.
008100*----------------------------------------------------------------*
008200* CALL PARAMETERS FOR CMSCRYP.  USED TO ENCRYPT THE RETURN        *
008300* ENTRY'S SSN FOR THE KEYED READ, AND TO ENCRYPT THE CLEARED OR   *
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009100     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
009200         UNTIL RETURN-EOF.
009250     PERFORM 5000-VERIFY-PRENOTES THRU 5000-EXIT.
009300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
009400     STOP RUN.
009500*
011200     END-IF.
011300     OPEN INPUT  RETURN-FILE.
011400     OPEN OUTPUT EXCEPT-RPT.
011420     OPEN EXTEND RTN-LOG-FILE.
011450     PERFORM 1200-LOAD-PRENOTES THRU 1200-EXIT.
011500     PERFORM 1100-READ-RETURN THRU 1100-EXIT.
011600     GO TO 1000-EXIT.
011700 1000-EXIT.
012700     EXIT.
012800*
012900*----------------------------------------------------------------*
012902* 1200-LOAD-PRENOTES                                             *
012904*   LOADS THE RECID, CHANGE DATE, AND TRACE OF EVERY PRENOTE     *
012906*   CMS-ACH HAS ORIGINATED INTO WS-PN-TABLE.                     *
012908*----------------------------------------------------------------*
012910 1200-LOAD-PRENOTES.
012912     OPEN INPUT PRENOTE-FILE.
012914     IF WS-PNLG-FILE-STATUS NOT = '00'
012916         GO TO 1200-EXIT
012918     END-IF.
012920     PERFORM 1210-LOAD-ONE-PRENOTE THRU 1210-EXIT
012922         UNTIL PNLG-EOF.
012924     CLOSE PRENOTE-FILE.
012926     GO TO 1200-EXIT.
012928 1200-EXIT.
012930     EXIT.
012932*
012934 1210-LOAD-ONE-PRENOTE.
012936     READ PRENOTE-FILE
012938         AT END
012940             SET PNLG-EOF TO TRUE
012942             GO TO 1210-EXIT
012944     END-READ.
012946     IF WS-PN-COUNT >= WS-PN-MAX
012948         DISPLAY 'CMSACHR - PRENOTE EXCEEDS PRENOTE TABLE LIMIT '
012950             WS-PN-MAX
012952         MOVE 16 TO RETURN-CODE
012954         STOP RUN
012956     END-IF.
012958     ADD 1 TO WS-PN-COUNT.
012960     MOVE PN-RECID    TO WS-PN-RECID (WS-PN-COUNT).
012962     MOVE PN-CHG-DATE TO WS-PN-CHG-DATE (WS-PN-COUNT).
012964     MOVE PN-TRACE    TO WS-PN-TRACE (WS-PN-COUNT).
012966     GO TO 1210-EXIT.
012968 1210-EXIT.
012970     EXIT.
012972*
012974*----------------------------------------------------------------*
013000* 2000-PROCESS-ENTRY                                             *
013100*   MATCHES ONE RETURN/NOC ENTRY BACK TO ITS CONTACT BY SSN AND   *
013200*   DISPATCHES IT TO THE RETURN OR NOC HANDLER, THEN READS THE    *
013300*   NEXT ENTRY.                                                  *
013350*   AN ENTRY THAT RETURNS A LOGGED PRENOTE GOES TO 2400 INSTEAD. *
013400*----------------------------------------------------------------*
013500 2000-PROCESS-ENTRY.
013550     ADD 1 TO WS-READ-COUNT.
015900             ADD 1 TO WS-NOTFOUND-COUNT
016000             GO TO 2000-NEXT
016100     END-READ.
016110     PERFORM 2100-FIND-PRENOTE THRU 2100-EXIT.
016120     IF WS-MATCH-PN-IDX NOT = ZERO
016130         PERFORM 2400-REJECT-PRENOTE THRU 2400-EXIT
016140         GO TO 2000-NEXT
016150     END-IF.
016170     PERFORM 2050-LOG-RETURN THRU 2050-EXIT.
016200     IF RT-ENTRY-RETURN
016300         PERFORM 2200-APPLY-RETURN THRU 2200-EXIT
016400     ELSE
016800     PERFORM 1100-READ-RETURN THRU 1100-EXIT.
016900     GO TO 2000-EXIT.
017000 2000-EXIT.
017002     EXIT.
017004*
017006*----------------------------------------------------------------*
017008* 2050-LOG-RETURN - APPEND THE MATCHED ENTRY TO ACHRLOG.  LOGGED *
017010* WHETHER OR NOT THE MASTER ENDS UP CHANGED -- A RETURN AGAINST  *
017012* BANKING DATA ALREADY CLEARED STILL BOUNCED THE PAYMENT.        *
017014*----------------------------------------------------------------*
017016 2050-LOG-RETURN.
017018     MOVE SPACES             TO RL-RETURN-LOG-REC.
017020     MOVE CT-RECID           TO RL-RECID.
017022     MOVE RT-ENTRY-TYPE      TO RL-ENTRY-TYPE.
017024     MOVE RT-REASON-CODE     TO RL-REASON-CODE.
017026     MOVE RT-ORIG-TRACE      TO RL-ORIG-TRACE.
017028     MOVE WS-RUN-DATE        TO RL-RTN-DATE.
017030     WRITE RL-RETURN-LOG-REC.
017032     ADD 1 TO WS-RTNLOG-COUNT.
017034     GO TO 2050-EXIT.
017036 2050-EXIT.
017038     EXIT.
017040*
017042*----------------------------------------------------------------*
017044* 2100-FIND-PRENOTE                                              *
017045*   LEAVES WS-MATCH-PN-IDX ON THE LATEST LOGGED PRENOTE WITH     *
017046*   THIS ENTRY'S ORIGINAL TRACE AND THE CONTACT'S RECID, OR ZERO *
017047*   WHEN THE ENTRY IS NOT A PRENOTE.  ONLY A CONTACT STILL IN    *
017048*   ITS COOLING-OFF PERIOD IS LOOKED UP -- AFTER IT, CMS-ACH IS  *
017049*   PAYING THE ACCOUNT AND A MATCHING TRACE BELONGS TO A LIVE    *
017050*   CREDIT.  THE PERIOD COUNTS THROUGH CT-BKCOOL-DATE ITSELF:    *
017051*   THIS JOB RUNS BEFORE THAT NIGHT'S CMS-ACH CYCLE, SO NOTHING  *
017052*   LIVE CAN YET HAVE BEEN RETURNED.  A BLANK DATE SORTS LOW.    *
017053*----------------------------------------------------------------*
017054 2100-FIND-PRENOTE.
017056     MOVE ZERO TO WS-MATCH-PN-IDX.
017058     IF RT-ORIG-TRACE EQUAL SPACES
017059             OR CT-BKCOOL-DATE < WS-RUN-DATE
017060         GO TO 2100-EXIT
017062     END-IF.
017064     PERFORM 2110-MATCH-ONE-PRENOTE THRU 2110-EXIT
017066         VARYING WS-PN-IDX FROM 1 BY 1
017068         UNTIL WS-PN-IDX > WS-PN-COUNT.
017070     GO TO 2100-EXIT.
017072 2100-EXIT.
017074     EXIT.
017076*
017078 2110-MATCH-ONE-PRENOTE.
017080     IF WS-PN-TRACE (WS-PN-IDX) EQUAL RT-ORIG-TRACE
017082             AND WS-PN-RECID (WS-PN-IDX) EQUAL CT-RECID
017084         MOVE WS-PN-IDX TO WS-MATCH-PN-IDX
017086     END-IF.
017088     GO TO 2110-EXIT.
017090 2110-EXIT.
017100     EXIT.
017200*
017300*----------------------------------------------------------------*
025500     EXIT.
025600*
025700*----------------------------------------------------------------*
025701* 2400-REJECT-PRENOTE                                            *
025702*   THE RECEIVING BANK RETURNED, OR SENT A NOC AGAINST, THE      *
025703*   ZERO-DOLLAR PRENOTE FOR A CHANGED BANK ACCOUNT.  IF THE      *
025704*   PRENOTE WAS FOR THE CHANGE STILL PENDING ON FILE, THE NEW    *
025705*   ACCOUNT IS CLEARED THE SAME WAY 2200 CLEARS A DEAD ONE AND   *
025706*   THE CHANGE IS MARKED REJECTED -- THE CLAIMANT IS PAID BY     *
025707*   CARD UNTIL A VERIFIED ACCOUNT IS RE-ENTERED.  A PRENOTE FOR  *
025708*   AN EARLIER CHANGE THAT HAS SINCE BEEN REPLACED IS REPORTED   *
025709*   AND BYPASSED.                                                *
025710*----------------------------------------------------------------*
025711 2400-REJECT-PRENOTE.
025712     IF NOT CT-BANK-CHG-PENDING
025713             OR CT-BKCHG-DATE NOT =
025714                WS-PN-CHG-DATE (WS-MATCH-PN-IDX)
025715         MOVE 'PRENOTE-OLD'   TO EX-TYPE
025716         MOVE CT-RECID        TO EX-RECID
025717         MOVE SPACES          TO WS-EXCP-MSG
025718         STRING 'PRENOTE ' RT-REASON-CODE
025719                ' FOR SUPERSEDED BANK CHANGE - BYPASSED.'
025720             DELIMITED BY SIZE INTO WS-EXCP-MSG
025721         PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
025722         ADD 1 TO WS-PNOLD-COUNT
025723         GO TO 2400-EXIT
025724     END-IF.
025725     MOVE 'E'                TO CY-FUNCTION.
025726     MOVE 20                 TO CY-LENGTH.
025727     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
025728     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
025729     MOVE CY-CIPHER-TEXT (1:20) TO CT-BACT.
025730     MOVE CY-CIPHER-TEXT (1:20) TO CT-BRTN.
025731     SET CT-BANK-CHG-REJECTED TO TRUE.
025732     MOVE WS-TIMESTAMP       TO CT-UPDDT.
025733     REWRITE CT-MASTER-REC
025734         INVALID KEY
025735             MOVE 'PN-RWRT-ERR'   TO EX-TYPE
025736             MOVE CT-RECID        TO EX-RECID
025737             MOVE 'REWRITE FAILED - PRENOTE REJECT NOT APPLIED.'
025738                 TO WS-EXCP-MSG
025739             PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
025740             GO TO 2400-EXIT
025741     END-REWRITE.
025742     IF RT-ENTRY-RETURN
025743         MOVE 'PRENOTE-RTN'  TO EX-TYPE
025744     ELSE
025745         MOVE 'PRENOTE-NOC'  TO EX-TYPE
025746     END-IF.
025747     MOVE CT-RECID           TO EX-RECID.
025748     MOVE SPACES             TO WS-EXCP-MSG.
025749     STRING 'PRENOTE ' RT-REASON-CODE
025750            ' - NEW BANK ACCOUNT REJECTED AND CLEARED.'
025751         DELIMITED BY SIZE INTO WS-EXCP-MSG.
025752     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT.
025753     ADD 1 TO WS-PNREJ-COUNT.
025754     GO TO 2400-EXIT.
025755 2400-EXIT.
025756     EXIT.
025757*
025758*----------------------------------------------------------------*
025800* 4800-WRITE-EXCEPTION - WRITE ONE REPORT LINE FOR THE ENTRY IN   *
025900* HAND.  EX-TYPE, EX-RECID, AND WS-EXCP-MSG ARE SET BY THE        *
026000* CALLER; THE RUN DATE AND THE RETURN ENTRY'S SSN ARE COMMON TO   *
026900     GO TO 4800-EXIT.
027000 4800-EXIT.
027100     EXIT.
027101*
027102*----------------------------------------------------------------*
027103* 5000-VERIFY-PRENOTES                                           *
027104*   A CHANGED ACCOUNT STAYS PRENOTE-PENDING THROUGH ITS          *
027105*   COOLING-OFF PERIOD.  ONCE EVERY RETURN/NOC ON THIS FILE HAS  *
027106*   BEEN PROCESSED, A SWEEP OF THE MASTER BY CT-RECID MARKS      *
027107*   VERIFIED EACH CHANGE STILL PENDING WHOSE CT-BKCOOL-DATE IS   *
027108*   BEFORE THE RUN DATE -- NO RETURN OR NOC CAME BACK ON ITS     *
027109*   PRENOTE IN TIME, AND FROM THIS POINT 2100 NO LONGER TAKES AN *
027110*   ENTRY FOR THE CONTACT AS A PRENOTE RETURN.                   *
027111*----------------------------------------------------------------*
027112 5000-VERIFY-PRENOTES.
027113     MOVE SPACES             TO WS-RTN-SSN.
027114     MOVE ZERO TO CT-RECID.
027115     START MASTER-FILE KEY IS NOT LESS THAN CT-RECID
027116         INVALID KEY
027117             SET MSTR-EOF TO TRUE
027118     END-START.
027119     PERFORM 5100-VERIFY-ONE THRU 5100-EXIT
027120         UNTIL MSTR-EOF.
027121     GO TO 5000-EXIT.
027122 5000-EXIT.
027123     EXIT.
027124*
027125 5100-VERIFY-ONE.
027126     READ MASTER-FILE NEXT RECORD
027127         AT END
027128             SET MSTR-EOF TO TRUE
027129             GO TO 5100-EXIT
027130     END-READ.
027131     IF NOT CT-BANK-CHG-PENDING
027132             OR CT-BKCOOL-DATE EQUAL SPACES
027133             OR CT-BKCOOL-DATE NOT < WS-RUN-DATE
027134         GO TO 5100-EXIT
027135     END-IF.
027136     SET CT-BANK-CHG-VERIFIED TO TRUE.
027137     MOVE WS-TIMESTAMP       TO CT-UPDDT.
027138     REWRITE CT-MASTER-REC
027139         INVALID KEY
027140             MOVE 'PNV-RWRT-ERR'  TO EX-TYPE
027141             MOVE CT-RECID        TO EX-RECID
027142             MOVE 'REWRITE FAILED - PRENOTE VERIFY NOT APPLIED.'
027143                 TO WS-EXCP-MSG
027144             PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
027145             GO TO 5100-EXIT
027146     END-REWRITE.
027147     ADD 1 TO WS-PNVER-COUNT.
027148     GO TO 5100-EXIT.
027149 5100-EXIT.
027150     EXIT.
027200*
027300*----------------------------------------------------------------*
027400* 8000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
027650     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
027700     CLOSE MASTER-FILE
027800           RETURN-FILE
027850           RTN-LOG-FILE
027900           EXCEPT-RPT.
028000     DISPLAY 'CMSACHR - ACH RETURN/NOC PROCESSING COMPLETE'.
028100     DISPLAY 'RETURNS APPLIED  . . . . . . ' WS-RETURN-COUNT.
028300     DISPLAY 'ENTRIES NOT MATCHED  . . . . ' WS-NOTFOUND-COUNT.
028400     DISPLAY 'ENTRIES UNRECOGNIZED . . . . ' WS-BADTYPE-COUNT.
028410     DISPLAY 'NOCS WITH NO DATA  . . . . . ' WS-NODATA-COUNT.
028440     DISPLAY 'PRENOTE CHANGES REJECTED . . ' WS-PNREJ-COUNT.
028470     DISPLAY 'PRENOTES FOR OLD CHANGES . . ' WS-PNOLD-COUNT.
028480     DISPLAY 'ENTRIES LOGGED TO ACHRLOG  . ' WS-RTNLOG-COUNT.
028490     DISPLAY 'PRENOTE CHANGES VERIFIED . . ' WS-PNVER-COUNT.
028500     GO TO 8000-EXIT.
028600 8000-EXIT.
028700     EXIT.
028820* 8900-WRITE-RUN-CONTROL - WRITE THIS RUN'S STANDARD TOTALS      *
028830* RECORD TO THE SHARED RUNCTL DATASET FOR CMS-BAL.  APPLIED      *
028840* RETURNS AND NOCS ARE IN-PLACE MASTER CHANGES.                  *
028843* PRENOTE REJECTIONS ARE TOO; A PRENOTE FOR A SUPERSEDED CHANGE  *
028846* IS COUNTED WITH THE BYPASSED ENTRIES.  CHANGES MARKED VERIFIED  *
028848* BY 5000 ARE MASTER CHANGES AS WELL.                            *
028850*----------------------------------------------------------------*
028860 8900-WRITE-RUN-CONTROL.
028870     OPEN EXTEND RUN-CTL-FILE.
028900     MOVE 'F'                TO RC-RUN-MODE.
028910     MOVE WS-READ-COUNT      TO RC-RECS-READ.
028920     COMPUTE RC-CHANGE-COUNT =
028930         WS-RETURN-COUNT + WS-NOC-COUNT
028935         + WS-PNREJ-COUNT + WS-PNVER-COUNT.
028940     MOVE RC-CHANGE-COUNT    TO RC-RECS-WRITTEN.
028950     COMPUTE RC-RECS-REJECTED =
028960         WS-NOTFOUND-COUNT + WS-BADTYPE-COUNT
028965         + WS-NODATA-COUNT + WS-PNOLD-COUNT.
028970     MOVE ZERO               TO RC-ADD-COUNT.
028980     MOVE ZERO               TO RC-DELETE-COUNT.
028990     MOVE ZERO               TO RC-ACH-ENTRY-COUNT.
