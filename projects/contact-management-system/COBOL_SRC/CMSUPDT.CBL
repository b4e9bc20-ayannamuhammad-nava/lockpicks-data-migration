005664*                    ADDRESS CLEARS IT -- A FRESHLY KEYED     *
005665*                    ADDRESS IS A GOOD ADDRESS, SO CMS-CORR   *
005666*                    RESUMES ROUTING THE CONTACT.             *
005667*   2026-10-15  DS   BANK-ACCOUNT CHANGE CONTROLS.  A CHANGE     *
005668*                    THAT ALTERS CT-BACT/CT-BRTN NOW STAMPS      *
005669*                    CT-BKCHG-DATE AND, WHEN A NEW ACCOUNT IS    *
005670*                    ON FILE, MARKS IT PRENOTE-PENDING (CMS-ACH  *
005671*                    SENDS A ZERO-DOLLAR PRENOTE BEFORE ANY      *
005672*                    CREDIT) AND STARTS A COOLING-OFF PERIOD     *
005673*                    FROM THE BKCCTL CARD (SEE CTBKCT) -- THE    *
005674*                    CLAIMANT IS PAID BY DEBIT CARD OR HELD      *
005675*                    (PAYHOLD, REASON BKCH) UNTIL IT ENDS.  A    *
005676*                    DEPOSIT-ACCOUNT-CHANGED LETTER IS QUEUED    *
005677*                    (CTCORR LAYOUT, BY CT-LANG) TO THE ADDRESS  *
005678*                    ON FILE BEFORE THE CHANGE, FOR A FOLLOW-ON  *
005679*                    CMS-NOTC RUN.  2210-COPY-TRAN-FIELDS NOW    *
005680*                    COPIES TR-BACT/TR-BRTN AGAIN -- THE MOVES   *
005681*                    HAD BEEN LOST, SO 2230 WAS ENCRYPTING       *
005682*                    WHATEVER WAS ALREADY IN THE RECORD AREA.    *
005683*   2026-10-15  DS   NOTICE DELIVERY PREFERENCE.  TR-DLVPREF IS  *
005684*                    COPIED TO CT-DLVPREF AND EDITED (P, E, S,   *
005685*                    OR SPACE; E NEEDS AN E-MAIL ADDRESS AND S A *
005686*                    MOBILE NUMBER ON THE RESULTING RECORD).  AN *
005687*                    ADD INITIALIZES CT-EDSTAT TO SPACE, AND A   *
005688*                    CHANGE TO THE E-MAIL ADDRESS, MOBILE        *
005689*                    NUMBER, OR PREFERENCE CLEARS THE CMS-NCOA   *
005690*                    GATEWAY-BOUNCE FLAG, AS 2260 DOES FOR       *
005691*                    CT-ADSTAT.                                  *
005692*================================================================*
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.   IBM-370.
007760         ORGANIZATION IS SEQUENTIAL.
007770     SELECT RECYCLE-FILE     ASSIGN TO "RECYCOUT"
007780         ORGANIZATION IS SEQUENTIAL.
007781     SELECT BKCCTL-FILE      ASSIGN TO "BKCCTL"
007782         ORGANIZATION IS SEQUENTIAL.
007783     SELECT ENGLISH-QUEUE    ASSIGN TO "CORRENG"
007784         ORGANIZATION IS SEQUENTIAL.
007785     SELECT SPANISH-QUEUE    ASSIGN TO "CORRSPN"
007786         ORGANIZATION IS SEQUENTIAL.
007787     SELECT OTHER-QUEUE      ASSIGN TO "CORROTH"
007788         ORGANIZATION IS SEQUENTIAL.
007789     SELECT HOLD-FILE        ASSIGN TO "PAYHOLD"
007790         ORGANIZATION IS SEQUENTIAL.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  MASTER-FILE.
009291 FD  RECYCLE-FILE
009292     RECORDING MODE IS F.
009293     COPY CTRCYC.
009299 FD  BKCCTL-FILE
009305     RECORDING MODE IS F.
009311     COPY CTBKCT.
009317 FD  ENGLISH-QUEUE
009323     RECORDING MODE IS F.
009329     COPY CTCORR.
009335 FD  SPANISH-QUEUE
009341     RECORDING MODE IS F.
009347     COPY CTCORR REPLACING CR-CORR-REC BY CR-SPAN-REC.
009353 FD  OTHER-QUEUE
009359     RECORDING MODE IS F.
009365     COPY CTCORR REPLACING CR-CORR-REC BY CR-OTHR-REC.
009371 FD  HOLD-FILE
009377     RECORDING MODE IS F.
009383     COPY CTHOLD.
009389 WORKING-STORAGE SECTION.
009400 01  WS-SWITCHES.
009500     05  WS-TRANS-EOF-SW     PIC X(1)  VALUE 'N'.
009600         88  TRANS-EOF           VALUE 'Y'.
010370         88  FIELDS-INVALID      VALUE 'N'.
010380     05  WS-CODE-FOUND-SW    PIC X(1)  VALUE 'N'.
010390         88  CODE-FOUND          VALUE 'Y'.
010393     05  WS-BKCHG-SW         PIC X(1)  VALUE 'N'.
010396         88  BANK-CHANGED        VALUE 'Y'.
010400 01  WS-COUNTERS             COMP.
010450     05  WS-TRAN-COUNT       PIC 9(8)  VALUE ZERO.
010500     05  WS-ADD-COUNT        PIC 9(8)  VALUE ZERO.
010600     05  WS-CHANGE-COUNT     PIC 9(8)  VALUE ZERO.
010700     05  WS-DELETE-COUNT     PIC 9(8)  VALUE ZERO.
010800     05  WS-REJECT-COUNT     PIC 9(8)  VALUE ZERO.
010820     05  WS-BKCHG-COUNT      PIC 9(8)  VALUE ZERO.
010840     05  WS-BKLTR-COUNT      PIC 9(8)  VALUE ZERO.
010860     05  WS-BKUNDL-COUNT     PIC 9(8)  VALUE ZERO.
010880     05  WS-BKHOLD-COUNT     PIC 9(8)  VALUE ZERO.
010900 01  WS-MSTR-FILE-STATUS     PIC X(2).
011000 01  WS-RUN-DATE             PIC X(10).
011100 01  WS-CURRENT-DTTM.
015269     05  WS-DOB-DAY-9 REDEFINES WS-DOB-DAY-X
015270                             PIC 9(2).
015271 01  WS-DOB-MAXDAY           PIC 9(2)  COMP.
015272*----------------------------------------------------------------*
015273* BANK-ACCOUNT CHANGE WORK AREAS.  2270-BANK-CHANGE-CHECK        *
015274* DECRYPTS THE ACCOUNT ON FILE INTO WS-OLD-BACT/WS-OLD-BRTN TO   *
015275* COMPARE AGAINST THE TRANSACTION, AND SAVES THE CONTACT'S NAME  *
015276* AND PRE-CHANGE ADDRESS IN WS-BKCHG-LETTER (CTCORR LAYOUT)      *
015277* BEFORE THE OVERLAY, SO THE CHANGE LETTER GOES WHERE THE REAL   *
015278* CLAIMANT WAS LIVING, NOT TO AN ADDRESS CHANGED IN THE SAME     *
015279* TRANSACTION.  WS-COOL-DATE IS THE RUN DATE PLUS BK-COOL-DAYS,  *
015280* IN THE SAME YYYY-MM-DD FORM AS WS-RUN-DATE.                    *
015281*----------------------------------------------------------------*
015282 01  WS-OLD-BACT             PIC X(20).
015283 01  WS-OLD-BRTN             PIC X(20).
015284 01  WS-OLD-ADSTAT           PIC X(1).
015285     COPY CTCORR REPLACING CR-CORR-REC BY WS-BKCHG-LETTER.
015286 01  WS-RUN-YMD-9            PIC 9(8).
015287 01  WS-COOL-YMD-9           PIC 9(8).
015288 01  WS-COOL-YMD-X REDEFINES WS-COOL-YMD-9
015289                             PIC X(8).
015290 01  WS-COOL-DAY-NUM         PIC S9(8) COMP.
015291 01  WS-COOL-DATE            PIC X(10).
015292 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
016900         DELIMITED BY SIZE INTO WS-TIMESTAMP.
017000     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT.
017010     PERFORM 1090-LOAD-EDIT-TABLES THRU 1090-EXIT.
017050     PERFORM 1030-READ-BANK-CONTROL THRU 1030-EXIT.
017100     OPEN I-O   MASTER-FILE.
017110     IF WS-MSTR-FILE-STATUS NOT = '00'
017120         DISPLAY 'CMSUPDT - CTMASTER OPEN FAILED - STATUS '
017360         OPEN EXTEND ADDR-HIST-FILE
017370         OPEN EXTEND JOURNAL-FILE
017375         OPEN EXTEND RECYCLE-FILE
017381         OPEN EXTEND ENGLISH-QUEUE
017387         OPEN EXTEND SPANISH-QUEUE
017393         OPEN EXTEND OTHER-QUEUE
017400         PERFORM 1060-RESTART-AUDIT THRU 1060-EXIT
017700         PERFORM 1080-FASTFWD-TRANS THRU 1080-EXIT
017800     ELSE
018000         OPEN OUTPUT ADDR-HIST-FILE
018010         OPEN OUTPUT JOURNAL-FILE
018015         OPEN EXTEND RECYCLE-FILE
018035         OPEN OUTPUT ENGLISH-QUEUE
018055         OPEN OUTPUT SPANISH-QUEUE
018075         OPEN OUTPUT OTHER-QUEUE
018100         PERFORM 1200-READ-TRANS THRU 1200-EXIT
018200     END-IF.
018250     OPEN EXTEND HOLD-FILE.
018300     GO TO 1000-EXIT.
018400 1000-EXIT.
018402     EXIT.
018404*
018406*----------------------------------------------------------------*
018408* 1030-READ-BANK-CONTROL                                         *
018410*   READS THE BKCCTL CARD (SEE CTBKCT) AND WORKS OUT THE         *
018412*   COOLING-OFF END DATE FOR EVERY BANK CHANGE APPLIED THIS RUN. *
018414*   A MISSING OR INVALID CARD ENDS THE RUN BEFORE THE MASTER IS  *
018416*   OPENED -- A BANK CHANGE MUST NEVER GO THROUGH WITHOUT ITS    *
018418*   COOLING-OFF POLICY.                                          *
018420*----------------------------------------------------------------*
018422 1030-READ-BANK-CONTROL.
018424     OPEN INPUT BKCCTL-FILE.
018426     READ BKCCTL-FILE
018428         AT END
018430             DISPLAY 'CMSUPDT - MISSING BKCCTL CONTROL CARD'
018432             MOVE 16 TO RETURN-CODE
018434             STOP RUN
018436     END-READ.
018438     CLOSE BKCCTL-FILE.
018440     IF BK-COOL-DAYS IS NOT NUMERIC
018442         DISPLAY 'CMSUPDT - BKCCTL COOLING-OFF DAYS NOT NUMERIC'
018444         MOVE 16 TO RETURN-CODE
018446         STOP RUN
018448     END-IF.
018450     IF NOT BK-ROUTE-CARD AND NOT BK-ROUTE-HOLD
018452         DISPLAY 'CMSUPDT - BKCCTL ROUTE NOT C OR H - '
018454             BK-COOL-ROUTE
018456         MOVE 16 TO RETURN-CODE
018458         STOP RUN
018460     END-IF.
018462     MOVE WS-CD-DATE TO WS-RUN-YMD-9.
018464     COMPUTE WS-COOL-DAY-NUM =
018466         FUNCTION INTEGER-OF-DATE (WS-RUN-YMD-9)
018468         + BK-COOL-DAYS.
018470     COMPUTE WS-COOL-YMD-9 =
018472         FUNCTION DATE-OF-INTEGER (WS-COOL-DAY-NUM).
018474     STRING WS-COOL-YMD-X (1:4) '-' WS-COOL-YMD-X (5:2) '-'
018476            WS-COOL-YMD-X (7:2)
018478         DELIMITED BY SIZE INTO WS-COOL-DATE.
018480     GO TO 1030-EXIT.
018482 1030-EXIT.
018500     EXIT.
018600*
018700*----------------------------------------------------------------*
033208     END-IF.
033210     PERFORM 2210-COPY-TRAN-FIELDS THRU 2210-EXIT.
033215     MOVE SPACE              TO CT-ADSTAT.
033217     MOVE SPACE              TO CT-EDSTAT.
033219     MOVE SPACES             TO CT-BKCHG-DATE.
033221     MOVE SPACE              TO CT-BKCHG-STAT.
033223     MOVE SPACES             TO CT-BKCOOL-DATE.
033225     MOVE SPACE              TO CT-BKCOOL-ROUTE.
033227     PERFORM 2220-ENCRYPT-SSN THRU 2220-EXIT.
033230     PERFORM 2230-ENCRYPT-BANK-FIELDS THRU 2230-EXIT.
033240     MOVE WS-TIMESTAMP       TO CT-CRTDT.
033250     MOVE WS-TIMESTAMP       TO CT-UPDDT.
037400     MOVE TR-EREL            TO CT-EREL.
037500     MOVE TR-DLN             TO CT-DLN.
037600     MOVE TR-DLST            TO CT-DLST.
037700     MOVE TR-BACT            TO CT-BACT.
037800     MOVE TR-BRTN            TO CT-BRTN.
037900     MOVE TR-MSTAT           TO CT-MSTAT.
038000     MOVE TR-DPNDS           TO CT-DPNDS.
038100     MOVE TR-LANG            TO CT-LANG.
038500     MOVE TR-SRCCD           TO CT-SRCCD.
038550     MOVE TR-BYED            TO CT-BYED.
038570     MOVE TR-CLMID           TO CT-CLMID.
038580     MOVE TR-DLVPREF         TO CT-DLVPREF.
038600     GO TO 2210-EXIT.
038700 2210-EXIT.
038800     EXIT.
041500     EXIT.
041600*
041700*----------------------------------------------------------------*
041701* 2265-ELEC-ADDR-CHECK                                           *
041702*   CALLED FROM 2300-PROCESS-CHANGE ALONGSIDE 2260.  A CHANGE TO  *
041703*   THE E-MAIL ADDRESS, MOBILE NUMBER, OR DELIVERY PREFERENCE     *
041704*   CLEARS THE CMS-NCOA GATEWAY-BOUNCE FLAG (CT-EDSTAT) -- A      *
041705*   FRESHLY KEYED CONTACT POINT IS A GOOD ONE, SO CMS-NOTC        *
041706*   RESUMES ELECTRONIC DELIVERY.                                  *
041707*----------------------------------------------------------------*
041708 2265-ELEC-ADDR-CHECK.
041709     IF TR-EMAL    = CT-EMAL AND
041710        TR-MTEL    = CT-MTEL AND
041711        TR-DLVPREF = CT-DLVPREF
041712         GO TO 2265-EXIT
041713     END-IF.
041714     MOVE SPACE              TO CT-EDSTAT.
041715     GO TO 2265-EXIT.
041716 2265-EXIT.
041717     EXIT.
041718*
041719*----------------------------------------------------------------*
041720* 2270-BANK-CHANGE-CHECK                                         *
041721*   CALLED FROM 2300-PROCESS-CHANGE BEFORE ANY TRANSACTION FIELD *
041722*   OVERLAYS CT-MASTER-REC.  DECRYPTS THE ACCOUNT ON FILE AND    *
041723*   SETS BANK-CHANGED WHEN TR-BACT OR TR-BRTN DIFFERS FROM IT.   *
041724*   FOR A CHANGE, THE NAME, PRE-CHANGE ADDRESS, LANGUAGE, AND    *
041725*   UNDELIVERABLE FLAG ARE SAVED FOR THE CHANGE LETTER.          *
041726*----------------------------------------------------------------*
041727 2270-BANK-CHANGE-CHECK.
041728     MOVE 'N'                TO WS-BKCHG-SW.
041729     MOVE 'D'                TO CY-FUNCTION.
041730     MOVE 20                 TO CY-LENGTH.
041731     MOVE SPACES              TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
041732     MOVE CT-BACT            TO CY-CIPHER-TEXT (1:20).
041733     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
041734     MOVE CY-PLAIN-TEXT (1:20) TO WS-OLD-BACT.
041735     MOVE SPACES              TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
041736     MOVE CT-BRTN            TO CY-CIPHER-TEXT (1:20).
041737     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
041738     MOVE CY-PLAIN-TEXT (1:20) TO WS-OLD-BRTN.
041739     IF TR-BACT = WS-OLD-BACT AND
041740        TR-BRTN = WS-OLD-BRTN
041741         GO TO 2270-EXIT
041742     END-IF.
041743     SET BANK-CHANGED        TO TRUE.
041744     MOVE CT-RECID           TO CR-RECID OF WS-BKCHG-LETTER.
041745     MOVE CT-FNAM            TO CR-FNAM OF WS-BKCHG-LETTER.
041746     MOVE CT-MNAM            TO CR-MNAM OF WS-BKCHG-LETTER.
041747     MOVE CT-LNAM            TO CR-LNAM OF WS-BKCHG-LETTER.
041748     MOVE CT-SUFX            TO CR-SUFX OF WS-BKCHG-LETTER.
041749     MOVE CT-ADR1            TO CR-ADR1 OF WS-BKCHG-LETTER.
041750     MOVE CT-ADR2            TO CR-ADR2 OF WS-BKCHG-LETTER.
041751     MOVE CT-CITY            TO CR-CITY OF WS-BKCHG-LETTER.
041752     MOVE CT-ST              TO CR-ST OF WS-BKCHG-LETTER.
041753     MOVE CT-ZIP             TO CR-ZIP OF WS-BKCHG-LETTER.
041754     MOVE CT-LANG            TO CR-LANG OF WS-BKCHG-LETTER.
041755     MOVE CT-ADSTAT          TO WS-OLD-ADSTAT.
041756     GO TO 2270-EXIT.
041757 2270-EXIT.
041758     EXIT.
041759*
041760*----------------------------------------------------------------*
041761* 2280-STAMP-BANK-CHANGE                                         *
041762*   STAMPS THE CHANGE ON THE MASTER.  WHEN THE TRANSACTION PUTS  *
041763*   AN ACCOUNT ON FILE, IT IS PRENOTE-PENDING AND UNDER THE      *
041764*   BKCCTL COOLING-OFF PERIOD AND ROUTE; WHEN IT REMOVES THE     *
041765*   ACCOUNT THERE IS NOTHING TO VERIFY, AND THE CLAIMANT FALLS   *
041766*   TO CMS-CARD AS ANY UNBANKED CLAIMANT DOES.                   *
041767*----------------------------------------------------------------*
041768 2280-STAMP-BANK-CHANGE.
041769     MOVE WS-RUN-DATE        TO CT-BKCHG-DATE.
041770     IF TR-BACT EQUAL SPACES
041771         MOVE SPACE          TO CT-BKCHG-STAT
041772         MOVE SPACES         TO CT-BKCOOL-DATE
041773         MOVE SPACE          TO CT-BKCOOL-ROUTE
041774         GO TO 2280-EXIT
041775     END-IF.
041776     SET CT-BANK-CHG-PENDING TO TRUE.
041777     MOVE WS-COOL-DATE       TO CT-BKCOOL-DATE.
041778     MOVE BK-COOL-ROUTE      TO CT-BKCOOL-ROUTE.
041779     GO TO 2280-EXIT.
041780 2280-EXIT.
041781     EXIT.
041782*
041783*----------------------------------------------------------------*
041784* 2290-BANK-CHANGE-FOLLOWUP                                      *
041785*   CALLED ONCE THE BANK CHANGE IS ON THE MASTER.  QUEUES THE    *
041786*   DEPOSIT-ACCOUNT-CHANGED LETTER TO THE PRE-CHANGE ADDRESS BY  *
041787*   CT-LANG, EXACTLY AS CMS-CORR ROUTES, AND UNDER THE HOLD      *
041788*   ROUTE PLACES THE COOLING-OFF HOLD.  A PRE-CHANGE ADDRESS     *
041789*   FLAGGED UNDELIVERABLE GETS NO LETTER AND IS COUNTED.         *
041790*----------------------------------------------------------------*
041791 2290-BANK-CHANGE-FOLLOWUP.
041792     ADD 1 TO WS-BKCHG-COUNT.
041793     IF CT-BANK-CHG-PENDING AND CT-BKCOOL-HOLD
041794         PERFORM 2295-WRITE-BANK-HOLD THRU 2295-EXIT
041795     END-IF.
041796     IF WS-OLD-ADSTAT EQUAL 'U'
041797         ADD 1 TO WS-BKUNDL-COUNT
041798         GO TO 2290-EXIT
041799     END-IF.
041800     IF CR-LANG OF WS-BKCHG-LETTER EQUAL SPACES
041801             OR CR-LANG OF WS-BKCHG-LETTER EQUAL 'ENGLISH'
041802         WRITE CR-CORR-REC FROM WS-BKCHG-LETTER
041803     ELSE
041804         IF CR-LANG OF WS-BKCHG-LETTER EQUAL 'SPANISH'
041805             WRITE CR-SPAN-REC FROM WS-BKCHG-LETTER
041806         ELSE
041807             WRITE CR-OTHR-REC FROM WS-BKCHG-LETTER
041808         END-IF
041809     END-IF.
041810     ADD 1 TO WS-BKLTR-COUNT.
041811     GO TO 2290-EXIT.
041812 2290-EXIT.
041813     EXIT.
041814*
041815*----------------------------------------------------------------*
041816* 2295-WRITE-BANK-HOLD                                           *
041817*   APPENDS A TIMED PAYHOLD RECORD (REASON BKCH) ENDING WITH THE *
041818*   COOLING-OFF PERIOD.  CMS-ACH AND CMS-CARD HONOR IT LIKE ANY  *
041819*   OTHER HOLD; THE CASE ID CARRIES THE CHANGE DATE.             *
041820*----------------------------------------------------------------*
041821 2295-WRITE-BANK-HOLD.
041822     MOVE SPACES             TO HD-HOLD-REC.
041823     MOVE CT-RECID           TO HD-RECID.
041824     MOVE CT-CLMID           TO HD-CLMID.
041825     SET HD-HOLD-PLACED      TO TRUE.
041826     SET HD-REASON-BANK-CHANGE TO TRUE.
041827     MOVE 'CMS-UPDT'         TO HD-SOURCE.
041828     MOVE CT-BKCHG-DATE      TO HD-CASE-ID.
041829     MOVE WS-RUN-DATE        TO HD-EFF-DATE.
041830     MOVE CT-BKCOOL-DATE     TO HD-HOLD-UNTIL.
041831     WRITE HD-HOLD-REC.
041832     ADD 1 TO WS-BKHOLD-COUNT.
041833     GO TO 2295-EXIT.
041834 2295-EXIT.
041835     EXIT.
041836*
041837*----------------------------------------------------------------*
041838* 2300-PROCESS-CHANGE                                            *
041900*   LOCATES THE MASTER BY THE ALTERNATE KEY (TR-RECID) AND        *
042000*   APPLIES THE TRANSACTION'S FIELDS IN PLACE.  CT-SSN IS THE     *
042100*   PRIMARY VSAM KEY AND MAY NOT BE CHANGED BY A CHANGE           *
044560         PERFORM 4900-REJECT-TRANSACTION THRU 4900-EXIT
044570         GO TO 2300-EXIT
044580     END-IF.
045140     PERFORM 2270-BANK-CHANGE-CHECK THRU 2270-EXIT.
045700     PERFORM 2260-ADDR-HIST-CHECK THRU 2260-EXIT.
045750     PERFORM 2265-ELEC-ADDR-CHECK THRU 2265-EXIT.
045800     PERFORM 2210-COPY-TRAN-FIELDS THRU 2210-EXIT.
045850     PERFORM 2230-ENCRYPT-BANK-FIELDS THRU 2230-EXIT.
045860     IF BANK-CHANGED
045870         PERFORM 2280-STAMP-BANK-CHANGE THRU 2280-EXIT
045880     END-IF.
045900     MOVE WS-TIMESTAMP TO CT-UPDDT.
046000     REWRITE CT-MASTER-REC
046100         INVALID KEY
046910             MOVE 'C'             TO WS-JRNL-ACTION
046920             MOVE CT-MASTER-REC   TO WS-JRNL-AFTER
046930             PERFORM 4700-WRITE-JOURNAL THRU 4700-EXIT
046940             IF BANK-CHANGED
046950                 PERFORM 2290-BANK-CHANGE-FOLLOWUP THRU 2290-EXIT
046960             END-IF
047000     END-REWRITE.
047100     GO TO 2300-EXIT.
047200 2300-EXIT.
056800     GO TO 4010-EXIT.
056900 4010-EXIT.
057000     EXIT.
057003*
057006*----------------------------------------------------------------*
057009* 4090-EDIT-DLVPREF - CALLED LAST FROM 4100.  THE DELIVERY       *
057012* PREFERENCE MUST BE P, E, OR S (BLANK PASSES), AND E OR S NEEDS *
057015* THE E-MAIL ADDRESS OR MOBILE NUMBER ON THE TRANSACTION.        *
057018*----------------------------------------------------------------*
057021 4090-EDIT-DLVPREF.
057024     IF TR-DLVPREF NOT = SPACE AND
057027        TR-DLVPREF NOT = 'P'   AND
057030        TR-DLVPREF NOT = 'E'   AND
057033        TR-DLVPREF NOT = 'S'
057036         SET FIELDS-INVALID TO TRUE
057039         MOVE 'EDIT-DLVPREF' TO WS-REJ-TYPE
057042         MOVE 'DELIVERY PREFERENCE NOT P, E, OR S - REJECTED.'
057045             TO WS-REJ-MSG
057048         GO TO 4090-EXIT
057051     END-IF.
057054     IF TR-DLVPREF = 'E' AND TR-EMAL = SPACES
057057         SET FIELDS-INVALID TO TRUE
057060         MOVE 'EDIT-DLVPREF' TO WS-REJ-TYPE
057063         MOVE 'E-MAIL DELIVERY WITH NO E-MAIL ADDRESS - REJECTED.'
057066             TO WS-REJ-MSG
057069         GO TO 4090-EXIT
057072     END-IF.
057075     IF TR-DLVPREF = 'S' AND TR-MTEL = SPACES
057078         SET FIELDS-INVALID TO TRUE
057081         MOVE 'EDIT-DLVPREF' TO WS-REJ-TYPE
057084         MOVE 'TEXT DELIVERY WITH NO MOBILE NUMBER - REJECTED.'
057087             TO WS-REJ-MSG
057090     END-IF.
057093     GO TO 4090-EXIT.
057096 4090-EXIT.
057099     EXIT.
057100*
057101*----------------------------------------------------------------*
057103* 4100-VALIDATE-FIELDS                                           *
057159         GO TO 4100-EXIT
057161     END-IF.
057163     PERFORM 4150-EDIT-ETHN THRU 4150-EXIT.
057164     IF FIELDS-INVALID
057165         GO TO 4100-EXIT
057166     END-IF.
057167     PERFORM 4090-EDIT-DLVPREF THRU 4090-EXIT.
057168     GO TO 4100-EXIT.
057169 4100-EXIT.
057170     EXIT.
057171*
057173 4110-EDIT-STATE.
057175     IF TR-ST EQUAL SPACES
063800           EXCEPT-RPT
063900           ADDR-HIST-FILE
063910           JOURNAL-FILE
063920           RECYCLE-FILE
063930           ENGLISH-QUEUE
063940           SPANISH-QUEUE
063950           OTHER-QUEUE
063960           HOLD-FILE.
064000     DISPLAY 'CMSUPDT - CONTACT MASTER UPDATE COMPLETE'.
064100     DISPLAY 'ADDS APPLIED . . . . . . . . ' WS-ADD-COUNT.
064200     DISPLAY 'CHANGES APPLIED  . . . . . . ' WS-CHANGE-COUNT.
064300     DISPLAY 'DELETES APPLIED  . . . . . . ' WS-DELETE-COUNT.
064400     DISPLAY 'TRANSACTIONS REJECTED  . . . ' WS-REJECT-COUNT.
064420     DISPLAY 'BANK ACCOUNT CHANGES . . . . ' WS-BKCHG-COUNT.
064440     DISPLAY 'CHANGE LETTERS QUEUED  . . . ' WS-BKLTR-COUNT.
064460     DISPLAY 'NO LETTER - UNDELIVERABLE  . ' WS-BKUNDL-COUNT.
064480     DISPLAY 'COOLING-OFF HOLDS PLACED . . ' WS-BKHOLD-COUNT.
064500     GO TO 8000-EXIT.
064600 8000-EXIT.
064700     EXIT.
