004600*           SPACES ON AN ADD AND ARE NEVER TOUCHED ON A          *
004700*           CHANGE.  BANK FIELDS ARRIVE ONLY THROUGH CMS-UPDT.   *
004800*                                                                *
004810*           THE NOTICE DELIVERY PREFERENCE (P PAPER, E E-MAIL,   *
004820*           S TEXT MESSAGE) AND THE MOBILE NUMBER IT NEEDS       *
004830*           ARE MAINTAINED HERE UNDER THE SAME EDIT CMS-UPDT     *
004840*           APPLIES.  A CHANGE TO EITHER CONTACT POINT OR THE    *
004850*           PREFERENCE CLEARS THE CMS-NCOA GATEWAY-BOUNCE FLAG   *
004860*           (CT-EDSTAT).                                         *
004870*                                                                *
004900* MODIFICATION HISTORY.                                         *
005000*   2026-09-02  DS   ORIGINAL.                                  *
005020*   2026-10-15  DS   MOBILE PHONE AND NOTICE DELIVERY PREFERENCE *
005040*                    ADDED TO THE SCREEN, WITH THE CMS-UPDT      *
005060*                    4090 EDIT AND THE CT-EDSTAT RESET.          *
005100*================================================================*
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
014500     05  WS-NEW-CITY         PIC X(30).
014600     05  WS-NEW-ST           PIC X(2).
014700     05  WS-NEW-ZIP          PIC X(10).
014710*----------------------------------------------------------------*
014720* THE RESULTING ELECTRONIC CONTACT POINTS AND DELIVERY           *
014730* PREFERENCE FOR 4160-EDIT-DLVPREF -- KEYED VALUE IF SUPPLIED,   *
014740* ELSE THE VALUE ON FILE (A CHANGE) OR SPACES (AN ADD).          *
014750*----------------------------------------------------------------*
014760 01  WS-NEW-ELEC.
014770     05  WS-NEW-EMAL         PIC X(60).
014780     05  WS-NEW-MTEL         PIC X(14).
014790     05  WS-NEW-DLVPREF      PIC X(1).
014800     COPY CTMST010.
014900     COPY CTCRYP.
015000     COPY CTJRNL.
034300     INSPECT MSTATI  REPLACING ALL LOW-VALUE BY SPACE.
034400     INSPECT MBYEDI  REPLACING ALL LOW-VALUE BY SPACE.
034500     INSPECT MCLMIDI REPLACING ALL LOW-VALUE BY SPACE.
034530     INSPECT MMTELI  REPLACING ALL LOW-VALUE BY SPACE.
034560     INSPECT MDLVPFI REPLACING ALL LOW-VALUE BY SPACE.
034600     GO TO 2100-EXIT.
034700 2100-EXIT.
034800     EXIT.
038900     MOVE MSTATI             TO CT-STAT.
039000     MOVE MBYEDI             TO CT-BYED.
039100     MOVE MCLMIDI            TO CT-CLMID.
039130     MOVE MMTELI             TO CT-MTEL.
039160     MOVE MDLVPFI            TO CT-DLVPREF.
039200     MOVE ZERO               TO CT-DPNDS.
039300     MOVE SPACE              TO CT-ADSTAT.
039350     MOVE SPACE              TO CT-EDSTAT.
039400     MOVE 'ONLINE'           TO CT-SRCCD.
039500     PERFORM 2220-ENCRYPT-SSN THRU 2220-EXIT.
039600     PERFORM 2230-ENCRYPT-BLANK-BANK THRU 2230-EXIT.
050100         GO TO 2300-EXIT
050200     END-IF.
050300     PERFORM 2360-ADDR-HIST-CHECK THRU 2360-EXIT.
050350     PERFORM 2365-ELEC-ADDR-CHECK THRU 2365-EXIT.
050400     PERFORM 2310-OVERLAY-FIELDS THRU 2310-EXIT.
050500     MOVE WS-TIMESTAMP TO CT-UPDDT.
050600     EXEC CICS REWRITE FILE('CTMASTR2') FROM(CT-MASTER-REC)
056800     IF MCLMIDI NOT = SPACES
056900         MOVE MCLMIDI TO CT-CLMID
057000     END-IF.
057010     IF MMTELI NOT = SPACES
057020         MOVE MMTELI TO CT-MTEL
057030     END-IF.
057040     IF MDLVPFI NOT = SPACES
057050         MOVE MDLVPFI TO CT-DLVPREF
057060     END-IF.
057100     GO TO 2310-EXIT.
057200 2310-EXIT.
057300     EXIT.
062300     MOVE SPACE              TO CT-ADSTAT.
062400     GO TO 2360-EXIT.
062500 2360-EXIT.
062505     EXIT.
062510*
062515*----------------------------------------------------------------*
062520* 2365-ELEC-ADDR-CHECK - A KEYED E-MAIL ADDRESS, MOBILE NUMBER,  *
062525* OR DELIVERY PREFERENCE THAT DIFFERS FROM THE VALUE ON FILE     *
062530* CLEARS THE CMS-NCOA GATEWAY-BOUNCE FLAG -- THE CMS-UPDT 2265   *
062535* RULE.  WS-NEW-ELEC WAS BUILT BY 4160-EDIT-DLVPREF.             *
062540*----------------------------------------------------------------*
062545 2365-ELEC-ADDR-CHECK.
062550     IF WS-NEW-EMAL    = CT-EMAL AND
062555        WS-NEW-MTEL    = CT-MTEL AND
062560        WS-NEW-DLVPREF = CT-DLVPREF
062565         GO TO 2365-EXIT
062570     END-IF.
062575     MOVE SPACE              TO CT-EDSTAT.
062580     GO TO 2365-EXIT.
062585 2365-EXIT.
062600     EXIT.
062700*
062800*----------------------------------------------------------------*
074600         GO TO 4100-EXIT
074700     END-IF.
074800     PERFORM 4150-EDIT-ETHN THRU 4150-EXIT.
074820     IF FIELDS-INVALID
074840         GO TO 4100-EXIT
074860     END-IF.
074880     PERFORM 4160-EDIT-DLVPREF THRU 4160-EXIT.
074900     GO TO 4100-EXIT.
075000 4100-EXIT.
075100     EXIT.
089800 4155-EXIT.
089900     EXIT.
090000*
090002 4160-EDIT-DLVPREF.
090004     MOVE SPACES TO WS-NEW-ELEC.
090006     IF ACTIONI EQUAL 'C'
090008         MOVE CT-EMAL    TO WS-NEW-EMAL
090010         MOVE CT-MTEL    TO WS-NEW-MTEL
090012         MOVE CT-DLVPREF TO WS-NEW-DLVPREF
090014     END-IF.
090016     IF MEMALI NOT = SPACES
090018         MOVE MEMALI TO WS-NEW-EMAL
090020     END-IF.
090022     IF MMTELI NOT = SPACES
090024         MOVE MMTELI TO WS-NEW-MTEL
090026     END-IF.
090028     IF MDLVPFI NOT = SPACES
090030         MOVE MDLVPFI TO WS-NEW-DLVPREF
090032     END-IF.
090034     IF MDLVPFI NOT = SPACE AND
090036        MDLVPFI NOT = 'P'   AND
090038        MDLVPFI NOT = 'E'   AND
090040        MDLVPFI NOT = 'S'
090042         SET FIELDS-INVALID TO TRUE
090044         MOVE 'DELIVERY PREFERENCE NOT P, E, OR S - REJECTED.'
090046             TO MMSGO
090048         GO TO 4160-EXIT
090050     END-IF.
090052     IF WS-NEW-DLVPREF = 'E' AND WS-NEW-EMAL = SPACES
090054         SET FIELDS-INVALID TO TRUE
090056         MOVE 'E-MAIL DELIVERY WITH NO E-MAIL ADDRESS - REJECTED.'
090058             TO MMSGO
090060         GO TO 4160-EXIT
090062     END-IF.
090064     IF WS-NEW-DLVPREF = 'S' AND WS-NEW-MTEL = SPACES
090066         SET FIELDS-INVALID TO TRUE
090068         MOVE 'TEXT DELIVERY WITH NO MOBILE NUMBER - REJECTED.'
090070             TO MMSGO
090072     END-IF.
090074     GO TO 4160-EXIT.
090076 4160-EXIT.
090078     EXIT.
090080*
090100*----------------------------------------------------------------*
090200* 4700-WRITE-JOURNAL - WRITE ONE MASTER UPDATE JOURNAL RECORD    *
090300* THROUGH THE CTJR TD QUEUE, WHICH POINTS AT THE SAME CTJRNL     *
