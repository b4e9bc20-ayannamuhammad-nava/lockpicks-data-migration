000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSMASK.
000300 AUTHOR.        D STAVRAKIS.
000400 INSTALLATION.  CMS BATCH DEVELOPMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================*
000800* PROGRAM:  CMSMASK                                             *
000900* JOB:      CMS-MASK                                            *
001000* PURPOSE:  BUILDS A DE-IDENTIFIED TEST-REGION COPY OF THE       *
001100*           CONTACT MASTER AND ITS SATELLITES -- ADRHIST,        *
001200*           NOTCHIST, PAYHIST, AND WHLDORD -- SO CMS-UPDT,       *
001300*           CMS-ACH, CMS-NOTC AND THE REST OF THE SUITE CAN BE   *
001400*           TESTED ON PRODUCTION-SHAPED DATA WITHOUT A REAL      *
001500*           SSN, NAME, ADDRESS, OR ACCOUNT NUMBER LEAVING        *
001600*           PRODUCTION.  THE PRODUCTION FILES ARE READ ONLY.     *
001700*                                                                *
001800*           SSN - EVERY CONTACT GETS A SUBSTITUTE SSN, ISSUED    *
001900*           IN RECID ORDER FROM A SEQUENCE SO IT CARRIES         *
002000*           NOTHING OF THE REAL NUMBER.  EACH ONE PASSES THE     *
002100*           CMS-UPDT EDIT (4000-VALIDATE-SSN, CHECK DIGIT        *
002200*           INCLUDED).  A WHLDORD ORDER CARRYING THE CLAIMANT'S  *
002300*           SSN GETS THAT SAME SUBSTITUTE, SO CMS-ACH STILL      *
002400*           MATCHES IT.                                          *
002500*                                                                *
002600*           OTHER IDENTIFYING FIELDS - NAMES, STREET LINES,      *
002700*           PHONES, E-MAIL, DRIVER LICENSE, EMERGENCY CONTACT,   *
002800*           BANK ACCOUNT AND ROUTING NUMBER, AND THE DAY OF      *
002900*           BIRTH ARE REPLACED BY SYNTHETIC VALUES DERIVED FROM  *
003000*           THE REAL VALUE AND THE MSKCTL MASKING KEY (SEE       *
003100*           CTMKCT).  EQUAL REAL VALUES GIVE EQUAL SUBSTITUTES   *
003200*           IN EVERY FILE, SO A SHARED ACCOUNT OR ADDRESS        *
003300*           (CMS-FRNG), A LIKELY DUPLICATE PERSON (CMS-DUPD),    *
003400*           AND A NOTICE'S ADDRESSEE STILL LINE UP THE WAY THEY  *
003500*           DO IN PRODUCTION.  A BANKED CONTACT GETS AN ACCOUNT  *
003600*           AND AN ABA-VALID ROUTING NUMBER THAT PASS THE        *
003700*           CMS-ACH EDIT (2200-EDIT-BANK-FIELDS); AN UNBANKED    *
003800*           ONE STAYS UNBANKED.  SSN AND BANK FIELDS ARE         *
003900*           RE-ENCRYPTED THROUGH CMSCRYP, LIKE CMS-ACH THIS JOB  *
004000*           IS AUTHORIZED TO CALL IT DIRECTLY.                   *
004100*                                                                *
004200*           KEPT AS IS - RECID, CLAIM ID, LANGUAGE, STATUS,      *
004300*           BENEFIT-YEAR END, GENDER, ETHNICITY, MARITAL         *
004400*           STATUS, DEPENDENTS, VETERAN AND DISABILITY FLAGS,    *
004500*           YEAR AND MONTH OF BIRTH, CITY, STATE, ZIP, EVERY     *
004600*           DATE, STATUS AND CONTROL BYTE, AND EVERY DOLLAR      *
004700*           AMOUNT, SO THE JOINS AND THE DEMOGRAPHIC MIX MATCH   *
004800*           PRODUCTION.                                          *
004900*                                                                *
005000*           THE TEST MASTER (TSTMSTR) IS AN EMPTY KSDS DEFINED   *
005100*           BY THE JCL AND LOADED HERE BY KEY; ITS RECID         *
005200*           ALTERNATE INDEX IS BUILT BY THE STEP AFTER.  MASKRPT *
005300*           IS THE CONTROL REPORT (CTBALRPT LAYOUT) -- RECORD    *
005400*           COUNTS AND DOLLAR TOTALS, PRODUCTION AGAINST TEST    *
005500*           COPY, PLUS THE BANKED-CONTACT COUNT AND THE          *
005600*           SUBSTITUTE SSNS, RE-READ FROM THE TEST RECORD AND    *
005700*           RE-EDITED.  ANY LINE OUT OF BALANCE ENDS THE RUN     *
005800*           WITH RC 8; THE COPY MUST NOT BE RELEASED TO THE      *
005900*           TEST REGION.  WRITES NO RUNCTL RECORD -- NOTHING IN  *
006000*           PRODUCTION CHANGES.                                  *
006100*                                                                *
006200* MODIFICATION HISTORY.                                         *
006300*   2026-10-15  DS   ORIGINAL.                                  *
006400*================================================================*
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.   IBM-370.
006800 OBJECT-COMPUTER.   IBM-370.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT MASTER-FILE      ASSIGN TO "CTMASTER"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS CT-SSN
007500         ALTERNATE RECORD KEY IS CT-RECID
007600         FILE STATUS IS WS-MSTR-FILE-STATUS.
007700     SELECT MKCTL-FILE       ASSIGN TO "MSKCTL"
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT ADDR-HIST-FILE   ASSIGN TO "ADRHIST"
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT NOTICE-HIST      ASSIGN TO "NOTCHIST"
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT PAY-HIST-FILE    ASSIGN TO "PAYHIST"
008400         ORGANIZATION IS SEQUENTIAL.
008500     SELECT WHLDORD-FILE     ASSIGN TO "WHLDORD"
008600         ORGANIZATION IS SEQUENTIAL.
008700     SELECT TEST-MASTER-FILE ASSIGN TO "TSTMSTR"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS RANDOM
009000         RECORD KEY IS TM-SSN
009100         FILE STATUS IS WS-TSTM-FILE-STATUS.
009200     SELECT TEST-ADDR-HIST   ASSIGN TO "TSTADRH"
009300         ORGANIZATION IS SEQUENTIAL.
009400     SELECT TEST-NOTICE-HIST ASSIGN TO "TSTNOTC"
009500         ORGANIZATION IS SEQUENTIAL.
009600     SELECT TEST-PAY-HIST    ASSIGN TO "TSTPAYH"
009700         ORGANIZATION IS SEQUENTIAL.
009800     SELECT TEST-WHLDORD     ASSIGN TO "TSTWHLD"
009900         ORGANIZATION IS SEQUENTIAL.
010000     SELECT MASK-RPT         ASSIGN TO "MASKRPT"
010100         ORGANIZATION IS LINE SEQUENTIAL.
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  MASTER-FILE.
010500     COPY CTMST010.
010600 FD  MKCTL-FILE
010700     RECORDING MODE IS F.
010800     COPY CTMKCT.
010900 FD  ADDR-HIST-FILE
011000     RECORDING MODE IS F.
011100     COPY CTADRH.
011200 FD  NOTICE-HIST
011300     RECORDING MODE IS F.
011400     COPY CTNHST.
011500 FD  PAY-HIST-FILE
011600     RECORDING MODE IS F.
011700     COPY CTPHST.
011800 FD  WHLDORD-FILE
011900     RECORDING MODE IS F.
012000     COPY CTWHLD.
012100*----------------------------------------------------------------*
012200* THE TEST MASTER RECORD IS A WHOLE CTMST010 IMAGE, MOVED IN     *
012300* ONCE MASKED.  ONLY THE TWO KEYS ARE NAMED -- CT-RECID AT       *
012400* OFFSET 0 AND THE PRIME KEY CT-SSN AT OFFSET 93.                *
012500*----------------------------------------------------------------*
012600 FD  TEST-MASTER-FILE.
012700 01  TM-MASTER-REC.
012800     05  TM-RECID            PIC 9(8).
012900     05  FILLER              PIC X(85).
013000     05  TM-SSN              PIC X(11).
013100     05  FILLER              PIC X(709).
013200 FD  TEST-ADDR-HIST
013300     RECORDING MODE IS F.
013400     COPY CTADRH REPLACING AH-ADDR-HIST-REC BY AH-TEST-REC.
013500 FD  TEST-NOTICE-HIST
013600     RECORDING MODE IS F.
013700     COPY CTNHST REPLACING NH-HISTORY-REC BY NH-TEST-REC.
013800 FD  TEST-PAY-HIST
013900     RECORDING MODE IS F.
014000     COPY CTPHST REPLACING PH-PAYHIST-REC BY PH-TEST-REC.
014100 FD  TEST-WHLDORD
014200     RECORDING MODE IS F.
014300     COPY CTWHLD REPLACING WH-ORDER-REC BY WH-TEST-REC.
014400 FD  MASK-RPT.
014500     COPY CTBALRPT.
014600 WORKING-STORAGE SECTION.
014700 01  WS-SWITCHES.
014800     05  WS-MASTER-EOF-SW    PIC X(1)  VALUE 'N'.
014900         88  MASTER-EOF          VALUE 'Y'.
015000     05  WS-SAT-EOF-SW       PIC X(1)  VALUE 'N'.
015100         88  SAT-EOF             VALUE 'Y'.
015200     05  WS-VALID-BANK-SW    PIC X(1)  VALUE 'N'.
015300         88  VALID-BANK-DATA     VALUE 'Y'.
015400     05  WS-SSN-OK-SW        PIC X(1)  VALUE 'Y'.
015500         88  SSN-IS-VALID        VALUE 'Y'.
015600         88  SSN-IS-INVALID      VALUE 'N'.
015700     05  WS-HASH-DIGITS-SW   PIC X(1)  VALUE 'N'.
015800         88  HASH-DIGITS-ONLY    VALUE 'Y'.
015900     05  WS-BALANCE-SW       PIC X(1)  VALUE 'Y'.
016000         88  COPY-IN-BALANCE     VALUE 'Y'.
016100         88  COPY-OUT-OF-BAL     VALUE 'N'.
016200 01  WS-MSTR-FILE-STATUS     PIC X(2).
016300 01  WS-TSTM-FILE-STATUS     PIC X(2).
016400 01  WS-COUNTERS             COMP.
016500     05  WS-MSTR-READ        PIC 9(8)  VALUE ZERO.
016600     05  WS-MSTR-WRITTEN     PIC 9(8)  VALUE ZERO.
016700     05  WS-BANK-IN          PIC 9(8)  VALUE ZERO.
016800     05  WS-BANK-OUT         PIC 9(8)  VALUE ZERO.
016900     05  WS-SSN-VALID-OUT    PIC 9(8)  VALUE ZERO.
017000     05  WS-ADRH-READ        PIC 9(8)  VALUE ZERO.
017100     05  WS-ADRH-WRITTEN     PIC 9(8)  VALUE ZERO.
017200     05  WS-NOTC-READ        PIC 9(8)  VALUE ZERO.
017300     05  WS-NOTC-WRITTEN     PIC 9(8)  VALUE ZERO.
017400     05  WS-PAYH-READ        PIC 9(8)  VALUE ZERO.
017500     05  WS-PAYH-WRITTEN     PIC 9(8)  VALUE ZERO.
017600     05  WS-WHLD-READ        PIC 9(8)  VALUE ZERO.
017700     05  WS-WHLD-WRITTEN     PIC 9(8)  VALUE ZERO.
017800     05  WS-WHSSN-IN         PIC 9(8)  VALUE ZERO.
017900     05  WS-WHSSN-OUT        PIC 9(8)  VALUE ZERO.
018000     05  WS-WHSSN-NOCONTACT  PIC 9(8)  VALUE ZERO.
018100 01  WS-AMOUNTS              COMP.
018200     05  WS-PAYH-AMT-IN      PIC 9(14) VALUE ZERO.
018300     05  WS-PAYH-AMT-OUT     PIC 9(14) VALUE ZERO.
018400     05  WS-WHLD-AMT-IN      PIC 9(14) VALUE ZERO.
018500     05  WS-WHLD-AMT-OUT     PIC 9(14) VALUE ZERO.
018600     05  WS-WHLD-PCT-IN      PIC 9(14) VALUE ZERO.
018700     05  WS-WHLD-PCT-OUT     PIC 9(14) VALUE ZERO.
018800 01  WS-EXPECTED-COUNT       PIC S9(12) COMP VALUE ZERO.
018900 01  WS-ACTUAL-COUNT         PIC S9(12) COMP VALUE ZERO.
019000 01  WS-RUN-DATE             PIC X(10).
019100 01  WS-CURRENT-DTTM.
019200     05  WS-CD-DATE          PIC X(8).
019300     05  WS-CD-TIME          PIC X(6).
019400*----------------------------------------------------------------*
019500* SUBSTITUTE SSN SEQUENCE.  THE NTH SSN ISSUED IS BUILT FROM N   *
019600* -- SERIAL 001-999 FIRST, THEN GROUP 01-99, THEN AREA 001-899   *
019700* SKIPPING 666 -- AND ITS LAST DIGIT IS WHICHEVER CHECK DIGIT    *
019800* PASSES 4000-VALIDATE-SSN.  NO TWO CONTACTS CAN GET THE SAME    *
019900* NUMBER, AND NONE CARRIES A RESERVED AREA OR AN ALL-ZERO PART.  *
020000*----------------------------------------------------------------*
020100 01  WS-FAKE-SEQ             PIC 9(9)  COMP VALUE ZERO.
020200 01  WS-FK-WORK              PIC 9(9)  COMP.
020300 01  WS-FK-TRY               PIC 9(2)  COMP.
020400 01  WS-FK-AREA-N            PIC 9(4)  COMP.
020500 01  WS-FAKE-SSN.
020600     05  WS-FK-AREA          PIC 9(3).
020700     05  FILLER              PIC X(1)  VALUE '-'.
020800     05  WS-FK-GROUP         PIC 9(2).
020900     05  FILLER              PIC X(1)  VALUE '-'.
021000     05  WS-FK-SERIAL        PIC 9(3).
021100     05  WS-FK-CHECK         PIC 9(1).
021200*----------------------------------------------------------------*
021300* WORK AREA FOR 4000-VALIDATE-SSN -- THE SAME EDIT CMS-UPDT      *
021400* APPLIES, RUN AGAINST WHATEVER SSN IS MOVED INTO WS-SSN-CHECK.  *
021500*----------------------------------------------------------------*
021600 01  WS-SSN-CHECK            PIC X(11).
021700 01  WS-SSN-DIGITS-X.
021800     05  WS-SSN-AREA         PIC X(3).
021900     05  WS-SSN-DASH1        PIC X(1).
022000     05  WS-SSN-GROUP        PIC X(2).
022100     05  WS-SSN-DASH2        PIC X(1).
022200     05  WS-SSN-SERIAL       PIC X(4).
022300 01  WS-SSN-NUMERIC          PIC 9(9).
022400 01  WS-SSN-NUM-TBL REDEFINES WS-SSN-NUMERIC
022500                             PIC 9(1) OCCURS 9 TIMES.
022600 01  WS-CHECK-SUM            PIC 9(4)  COMP.
022700 01  WS-CHECK-PROD           PIC 9(4)  COMP.
022800 01  WS-CHECK-SUBSCR         PIC 9(2)  COMP.
022900*----------------------------------------------------------------*
023000* WHLDORD SSN TABLE.  EVERY DISTINCT PLAINTEXT WH-SSN ON THE     *
023100* ORDER FILE IS LOADED BEFORE THE MASTER PASS; THE MASTER PASS   *
023200* FILLS IN THE SUBSTITUTE ISSUED TO THE CONTACT CARRYING IT.  AN *
023300* ORDER SSN NO CONTACT CARRIES GETS ITS OWN SUBSTITUTE WHEN THE  *
023400* ORDER IS COPIED, ONCE, SO TWO ORDERS FOR ONE PERSON STILL      *
023500* AGREE.                                                         *
023600*----------------------------------------------------------------*
023700 01  WS-OS-TABLE.
023800     05  WS-OS-ENTRY         OCCURS 2000 TIMES.
023900         10  WS-OS-REAL      PIC X(11).
024000         10  WS-OS-FAKE      PIC X(11).
024100 01  WS-OS-MAX               PIC 9(4)  COMP VALUE 2000.
024200 01  WS-OS-COUNT             PIC 9(4)  COMP VALUE ZERO.
024300 01  WS-OS-IDX               PIC 9(4)  COMP.
024400 01  WS-MATCH-OS-IDX         PIC 9(4)  COMP.
024500 01  WS-OS-KEY               PIC X(11).
024600*----------------------------------------------------------------*
024700* SUBSTITUTE VALUE WORK AREAS.  THE CALLER MOVES THE REAL VALUE  *
024800* TO WS-FIELD-WORK, PERFORMS ONE 6NNN-MASK PARAGRAPH, AND MOVES  *
024900* WS-FIELD-WORK BACK.  6000-HASH-VALUE FOLDS THE VALUE, CASE     *
025000* IGNORED AND SPACES SKIPPED, INTO WS-HASH STARTING FROM THE     *
025100* MASKING KEY; 6100-NEXT-RANDOM STEPS WS-HASH TO DRAW EACH       *
025200* SUBSTITUTE CHARACTER OR TABLE ENTRY.  CHARACTERS ARE VALUED BY *
025300* THEIR POSITION IN THE SHOP-STANDARD 38-CHARACTER ALPHABET (SEE *
025400* CMSCRYP); ANY OTHER CHARACTER VALUES 39.                       *
025500*----------------------------------------------------------------*
025600 01  WS-FIELD-WORK           PIC X(60).
025700 01  WS-HASH-TEXT            PIC X(60).
025800 01  WS-HASH                 PIC S9(18) COMP.
025900 01  WS-HASH-MODULUS         PIC S9(18) COMP VALUE 2147483647.
026000 01  WS-HASH-NUM             PIC 9(10).
026100 01  WS-HASH-POS             PIC 9(4)  COMP.
026200 01  WS-HASH-CHAR            PIC X(1).
026300 01  WS-ALPHABET             PIC X(38)
026400         VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ -'.
026500 01  WS-ALPHA-TBL REDEFINES WS-ALPHABET
026600                             PIC X(1) OCCURS 38 TIMES.
026700 01  WS-SCAN-IDX             PIC 9(2)  COMP.
026800 01  WS-FOUND-POS            PIC 9(2)  COMP.
026900 01  WS-PICK                 PIC 9(4)  COMP.
027000 01  WS-KEEP-DIGITS          PIC 9(2)  COMP.
027100 01  WS-DIGITS-SEEN          PIC 9(2)  COMP.
027200 01  WS-SYN-FIRST            PIC X(12).
027300 01  WS-SYN-LAST             PIC X(30).
027400 01  WS-SYN-PREFIX           PIC X(6).
027500 01  WS-SYN-SUFFIX           PIC X(6).
027600 01  WS-SYN-HOUSE            PIC 9(4).
027700 01  WS-SYN-UNIT             PIC 9(3).
027800 01  WS-SYN-STREET           PIC X(10).
027900 01  WS-SYN-STYPE            PIC X(4).
028000 01  WS-SYN-DAY              PIC 9(2).
028100 01  WS-RT-NUM               PIC 9(9).
028200 01  WS-RT-DIGIT REDEFINES WS-RT-NUM
028300                             PIC 9(1) OCCURS 9 TIMES.
028400 01  WS-RT-DISTRICT          PIC 9(2).
028500 01  WS-RT-IDX               PIC 9(2)  COMP.
028600 01  WS-RT-SUM               PIC 9(4)  COMP.
028700 01  WS-LOWER-CASE           PIC X(26)
028800         VALUE 'abcdefghijklmnopqrstuvwxyz'.
028900 01  WS-UPPER-CASE           PIC X(26)
029000         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
029100*----------------------------------------------------------------*
029200* SYNTHETIC NAME AND STREET TABLES.  A LAST NAME IS ONE PREFIX   *
029300* PLUS ONE SUFFIX (400 NAMES), SO COMMON SUBSTITUTES ARE NO MORE *
029400* COMMON THAN A COMMON REAL SURNAME.                             *
029500*----------------------------------------------------------------*
029600 01  WS-FIRST-NAME-VALUES.
029700     05  FILLER              PIC X(12) VALUE 'JAMES'.
029800     05  FILLER              PIC X(12) VALUE 'MARY'.
029900     05  FILLER              PIC X(12) VALUE 'ROBERT'.
030000     05  FILLER              PIC X(12) VALUE 'PATRICIA'.
030100     05  FILLER              PIC X(12) VALUE 'JOHN'.
030200     05  FILLER              PIC X(12) VALUE 'JENNIFER'.
030300     05  FILLER              PIC X(12) VALUE 'MICHAEL'.
030400     05  FILLER              PIC X(12) VALUE 'LINDA'.
030500     05  FILLER              PIC X(12) VALUE 'DAVID'.
030600     05  FILLER              PIC X(12) VALUE 'ELIZABETH'.
030700     05  FILLER              PIC X(12) VALUE 'WILLIAM'.
030800     05  FILLER              PIC X(12) VALUE 'BARBARA'.
030900     05  FILLER              PIC X(12) VALUE 'RICHARD'.
031000     05  FILLER              PIC X(12) VALUE 'SUSAN'.
031100     05  FILLER              PIC X(12) VALUE 'JOSEPH'.
031200     05  FILLER              PIC X(12) VALUE 'JESSICA'.
031300     05  FILLER              PIC X(12) VALUE 'THOMAS'.
031400     05  FILLER              PIC X(12) VALUE 'SARAH'.
031500     05  FILLER              PIC X(12) VALUE 'CHARLES'.
031600     05  FILLER              PIC X(12) VALUE 'KAREN'.
031700     05  FILLER              PIC X(12) VALUE 'DANIEL'.
031800     05  FILLER              PIC X(12) VALUE 'NANCY'.
031900     05  FILLER              PIC X(12) VALUE 'MATTHEW'.
032000     05  FILLER              PIC X(12) VALUE 'LISA'.
032100     05  FILLER              PIC X(12) VALUE 'ANTHONY'.
032200     05  FILLER              PIC X(12) VALUE 'BETTY'.
032300     05  FILLER              PIC X(12) VALUE 'MARK'.
032400     05  FILLER              PIC X(12) VALUE 'MARGARET'.
032500     05  FILLER              PIC X(12) VALUE 'DONALD'.
032600     05  FILLER              PIC X(12) VALUE 'SANDRA'.
032700     05  FILLER              PIC X(12) VALUE 'STEVEN'.
032800     05  FILLER              PIC X(12) VALUE 'ASHLEY'.
032900     05  FILLER              PIC X(12) VALUE 'PAUL'.
033000     05  FILLER              PIC X(12) VALUE 'DOROTHY'.
033100     05  FILLER              PIC X(12) VALUE 'ANDREW'.
033200     05  FILLER              PIC X(12) VALUE 'KIMBERLY'.
033300     05  FILLER              PIC X(12) VALUE 'JOSHUA'.
033400     05  FILLER              PIC X(12) VALUE 'EMILY'.
033500     05  FILLER              PIC X(12) VALUE 'KENNETH'.
033600     05  FILLER              PIC X(12) VALUE 'DONNA'.
033700 01  WS-FIRST-NAME-TBL REDEFINES WS-FIRST-NAME-VALUES
033800                             PIC X(12) OCCURS 40 TIMES.
033900 01  WS-LAST-PREFIX-VALUES.
034000     05  FILLER              PIC X(30)
034100         VALUE 'ASH   BARN  BRAD  CAL   DUN   '.
034200     05  FILLER              PIC X(30)
034300         VALUE 'ELL   FAIR  GLEN  HAR   HOLL  '.
034400     05  FILLER              PIC X(30)
034500         VALUE 'KING  LANG  MARS  NORTH OAK   '.
034600     05  FILLER              PIC X(30)
034700         VALUE 'PENN  RED   STAN  THORN WEST  '.
034800 01  WS-LAST-PREFIX-TBL REDEFINES WS-LAST-PREFIX-VALUES
034900                             PIC X(6)  OCCURS 20 TIMES.
035000 01  WS-LAST-SUFFIX-VALUES.
035100     05  FILLER              PIC X(30)
035200         VALUE 'FORD  WOOD  TON   LEY   BROOK '.
035300     05  FILLER              PIC X(30)
035400         VALUE 'FIELD WELL  STEAD MORE  DALE  '.
035500     05  FILLER              PIC X(30)
035600         VALUE 'WICK  SHAW  BURN  COTT  LOW   '.
035700     05  FILLER              PIC X(30)
035800         VALUE 'HAM   WORTH RIDGE MONT  VALE  '.
035900 01  WS-LAST-SUFFIX-TBL REDEFINES WS-LAST-SUFFIX-VALUES
036000                             PIC X(6)  OCCURS 20 TIMES.
036100 01  WS-STREET-VALUES.
036200     05  FILLER              PIC X(40)
036300         VALUE 'MAPLE     OAK       PINE      CEDAR     '.
036400     05  FILLER              PIC X(40)
036500         VALUE 'ELM       WALNUT    CHESTNUT  SPRUCE    '.
036600     05  FILLER              PIC X(40)
036700         VALUE 'WILLOW    BIRCH     HICKORY   LAUREL    '.
036800     05  FILLER              PIC X(40)
036900         VALUE 'MAGNOLIA  SYCAMORE  ASPEN     HAWTHORN  '.
037000     05  FILLER              PIC X(40)
037100         VALUE 'JUNIPER   POPLAR    ALDER     LINDEN    '.
037200 01  WS-STREET-TBL REDEFINES WS-STREET-VALUES
037300                             PIC X(10) OCCURS 20 TIMES.
037400 01  WS-STYPE-VALUES         PIC X(32)
037500         VALUE 'ST  AVE RD  DR  LN  CT  WAY PL  '.
037600 01  WS-STYPE-TBL REDEFINES WS-STYPE-VALUES
037700                             PIC X(4)  OCCURS 8 TIMES.
037800*----------------------------------------------------------------*
037900* CALL PARAMETERS FOR CMSCRYP AND THE PLAINTEXT OF THE PROTECTED *
038000* FIELDS FOR THE CONTACT IN HAND.                                *
038100*----------------------------------------------------------------*
038200 01  WS-DECRYPT-AREAS.
038300     05  WS-DEC-SSN          PIC X(11).
038400     05  WS-DEC-BACT         PIC X(20).
038500     05  WS-DEC-BRTN         PIC X(20).
038600     COPY CTCRYP.
038700 PROCEDURE DIVISION.
038800 0000-MAINLINE.
038900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039000     PERFORM 1200-LOAD-ORDER-SSNS THRU 1200-EXIT.
039100     PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
039200         UNTIL MASTER-EOF.
039300     PERFORM 3000-COPY-ADDR-HIST THRU 3000-EXIT.
039400     PERFORM 3100-COPY-NOTICE-HIST THRU 3100-EXIT.
039500     PERFORM 3200-COPY-PAY-HIST THRU 3200-EXIT.
039600     PERFORM 3300-COPY-WHLD-ORDERS THRU 3300-EXIT.
039700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
039800     STOP RUN.
039900*
040000*----------------------------------------------------------------*
040100* 1000-INITIALIZE - READ THE MASKING KEY, OPEN THE MASTERS, AND  *
040200* POSITION THE PRODUCTION MASTER AT ITS LOWEST RECID SO THE      *
040300* SUBSTITUTE SSNS ARE ISSUED IN RECID ORDER.                     *
040400*----------------------------------------------------------------*
040500 1000-INITIALIZE.
040600     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
040700     ACCEPT WS-CD-TIME FROM TIME.
040800     STRING WS-CD-DATE (1:4) '-' WS-CD-DATE (5:2) '-'
040900            WS-CD-DATE (7:2)
041000         DELIMITED BY SIZE INTO WS-RUN-DATE.
041100     OPEN INPUT MKCTL-FILE.
041200     READ MKCTL-FILE
041300         AT END
041400             DISPLAY 'CMSMASK - MISSING MSKCTL CONTROL CARD'
041500             MOVE 16 TO RETURN-CODE
041600             STOP RUN
041700     END-READ.
041800     CLOSE MKCTL-FILE.
041900     IF MK-SEED IS NOT NUMERIC
042000             OR MK-SEED EQUAL ZERO
042100         DISPLAY 'CMSMASK - MSKCTL MASKING KEY MISSING OR INVALID'
042200         MOVE 16 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500     OPEN INPUT MASTER-FILE.
042600     IF WS-MSTR-FILE-STATUS NOT = '00'
042700         DISPLAY 'CMSMASK - CTMASTER OPEN FAILED - STATUS '
042800             WS-MSTR-FILE-STATUS
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN
043100     END-IF.
043200     OPEN OUTPUT TEST-MASTER-FILE.
043300     IF WS-TSTM-FILE-STATUS NOT = '00'
043400         DISPLAY 'CMSMASK - TSTMSTR OPEN FAILED - STATUS '
043500             WS-TSTM-FILE-STATUS
043600         MOVE 16 TO RETURN-CODE
043700         STOP RUN
043800     END-IF.
043900     OPEN OUTPUT MASK-RPT.
044000     MOVE ZERO TO CT-RECID.
044100     START MASTER-FILE KEY IS NOT LESS THAN CT-RECID
044200         INVALID KEY
044300             SET MASTER-EOF TO TRUE
044400     END-START.
044500     GO TO 1000-EXIT.
044600 1000-EXIT.
044700     EXIT.
044800*
044900*----------------------------------------------------------------*
045000* 1200-LOAD-ORDER-SSNS - ONE PASS OF WHLDORD TABLING EVERY       *
045100* DISTINCT NON-BLANK WH-SSN (SEE WS-OS-TABLE).                   *
045200*----------------------------------------------------------------*
045300 1200-LOAD-ORDER-SSNS.
045400     MOVE 'N' TO WS-SAT-EOF-SW.
045500     OPEN INPUT WHLDORD-FILE.
045600     PERFORM 1210-LOAD-ONE-ORDER THRU 1210-EXIT
045700         UNTIL SAT-EOF.
045800     CLOSE WHLDORD-FILE.
045900     GO TO 1200-EXIT.
046000 1200-EXIT.
046100     EXIT.
046200*
046300 1210-LOAD-ONE-ORDER.
046400     READ WHLDORD-FILE
046500         AT END
046600             SET SAT-EOF TO TRUE
046700             GO TO 1210-EXIT
046800     END-READ.
046900     IF WH-SSN OF WH-ORDER-REC EQUAL SPACES
047000         GO TO 1210-EXIT
047100     END-IF.
047200     MOVE WH-SSN OF WH-ORDER-REC TO WS-OS-KEY.
047300     PERFORM 5100-FIND-ORDER-SSN THRU 5100-EXIT.
047400     IF WS-MATCH-OS-IDX > ZERO
047500         GO TO 1210-EXIT
047600     END-IF.
047700     IF WS-OS-COUNT >= WS-OS-MAX
047800         DISPLAY 'CMSMASK - WHLDORD SSN TABLE OVERFLOW AT '
047900             WS-OS-MAX
048000         MOVE 16 TO RETURN-CODE
048100         STOP RUN
048200     END-IF.
048300     ADD 1 TO WS-OS-COUNT.
048400     MOVE WS-OS-KEY TO WS-OS-REAL (WS-OS-COUNT).
048500     MOVE SPACES    TO WS-OS-FAKE (WS-OS-COUNT).
048600     GO TO 1210-EXIT.
048700 1210-EXIT.
048800     EXIT.
048900*
049000*----------------------------------------------------------------*
049100* 2000-PROCESS-MASTER - READ THE NEXT CONTACT IN RECID ORDER,    *
049200* MASK IT, PROVE THE MASKED PROTECTED FIELDS, AND LOAD IT TO THE *
049300* TEST MASTER UNDER ITS SUBSTITUTE SSN.                          *
049400*----------------------------------------------------------------*
049500 2000-PROCESS-MASTER.
049600     READ MASTER-FILE NEXT RECORD
049700         AT END
049800             SET MASTER-EOF TO TRUE
049900             GO TO 2000-EXIT
050000     END-READ.
050100     ADD 1 TO WS-MSTR-READ.
050200     PERFORM 2100-DECRYPT-FIELDS THRU 2100-EXIT.
050300     PERFORM 2200-EDIT-BANK-FIELDS THRU 2200-EXIT.
050400     IF VALID-BANK-DATA
050500         ADD 1 TO WS-BANK-IN
050600     END-IF.
050700     PERFORM 2300-MASK-SSN THRU 2300-EXIT.
050800     PERFORM 2400-MASK-PERSON THRU 2400-EXIT.
050900     PERFORM 2500-MASK-CONTACT-POINTS THRU 2500-EXIT.
051000     PERFORM 2600-MASK-ADDRESSES THRU 2600-EXIT.
051100     PERFORM 2700-MASK-BANK-FIELDS THRU 2700-EXIT.
051200     PERFORM 2800-ENCRYPT-FIELDS THRU 2800-EXIT.
051300     PERFORM 2900-PROVE-MASKED-FIELDS THRU 2900-EXIT.
051400     MOVE CT-MASTER-REC TO TM-MASTER-REC.
051500     WRITE TM-MASTER-REC
051600         INVALID KEY
051700             DISPLAY 'CMSMASK - TSTMSTR WRITE FAILED - RECID '
051800                 CT-RECID ' STATUS ' WS-TSTM-FILE-STATUS
051900             MOVE 16 TO RETURN-CODE
052000             STOP RUN
052100     END-WRITE.
052200     ADD 1 TO WS-MSTR-WRITTEN.
052300     GO TO 2000-EXIT.
052400 2000-EXIT.
052500     EXIT.
052600*
052700 2100-DECRYPT-FIELDS.
052800     MOVE 'D'                TO CY-FUNCTION.
052900     MOVE 11                 TO CY-LENGTH.
053000     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
053100     MOVE CT-SSN             TO CY-CIPHER-TEXT (1:11).
053200     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
053300     MOVE CY-PLAIN-TEXT (1:11) TO WS-DEC-SSN.
053400     MOVE 'D'                TO CY-FUNCTION.
053500     MOVE 20                 TO CY-LENGTH.
053600     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
053700     MOVE CT-BACT            TO CY-CIPHER-TEXT.
053800     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
053900     MOVE CY-PLAIN-TEXT      TO WS-DEC-BACT.
054000     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
054100     MOVE CT-BRTN            TO CY-CIPHER-TEXT.
054200     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
054300     MOVE CY-PLAIN-TEXT      TO WS-DEC-BRTN.
054400     GO TO 2100-EXIT.
054500 2100-EXIT.
054600     EXIT.
054700*
054800*----------------------------------------------------------------*
054900* 2200-EDIT-BANK-FIELDS - THE SAME BANK-VALIDITY EDIT CMS-ACH    *
055000* APPLIES.  RUN ON THE REAL FIELDS TO DECIDE WHETHER THE CONTACT *
055100* IS BANKED, AND AGAIN ON THE MASKED FIELDS TO PROVE IT STILL    *
055200* IS.                                                            *
055300*----------------------------------------------------------------*
055400 2200-EDIT-BANK-FIELDS.
055500     MOVE 'N'                TO WS-VALID-BANK-SW.
055600     IF WS-DEC-BACT NOT = SPACES
055700         AND WS-DEC-BRTN (1:9) IS NUMERIC
055800         AND WS-DEC-BRTN (1:9) NOT = '000000000'
055900             SET VALID-BANK-DATA TO TRUE
056000     END-IF.
056100     GO TO 2200-EXIT.
056200 2200-EXIT.
056300     EXIT.
056400*
056500*----------------------------------------------------------------*
056600* 2300-MASK-SSN - ISSUE THE NEXT SUBSTITUTE SSN AND, WHEN THE    *
056700* REAL SSN IS ON A WITHHOLDING ORDER, RECORD THE SUBSTITUTE FOR  *
056800* THE WHLDORD COPY.                                              *
056900*----------------------------------------------------------------*
057000 2300-MASK-SSN.
057100     PERFORM 5000-NEXT-FAKE-SSN THRU 5000-EXIT.
057200     IF WS-OS-COUNT > ZERO
057300             AND WS-DEC-SSN NOT = SPACES
057400         MOVE WS-DEC-SSN TO WS-OS-KEY
057500         PERFORM 5100-FIND-ORDER-SSN THRU 5100-EXIT
057600         IF WS-MATCH-OS-IDX > ZERO
057700             MOVE WS-FAKE-SSN TO WS-OS-FAKE (WS-MATCH-OS-IDX)
057800         END-IF
057900     END-IF.
058000     MOVE WS-FAKE-SSN TO WS-DEC-SSN.
058100     GO TO 2300-EXIT.
058200 2300-EXIT.
058300     EXIT.
058400*
058500*----------------------------------------------------------------*
058600* 2400-MASK-PERSON - NAMES, DAY OF BIRTH, AND DRIVER LICENSE.    *
058700* THE SUFFIX, GENDER, ETHNICITY, AND LICENSE STATE ARE KEPT.     *
058800*----------------------------------------------------------------*
058900 2400-MASK-PERSON.
059000     MOVE CT-FNAM TO WS-FIELD-WORK.
059100     PERFORM 6200-MASK-FIRST-NAME THRU 6200-EXIT.
059200     MOVE WS-FIELD-WORK TO CT-FNAM.
059300     MOVE CT-MNAM TO WS-FIELD-WORK.
059400     PERFORM 6210-MASK-MIDDLE-NAME THRU 6210-EXIT.
059500     MOVE WS-FIELD-WORK TO CT-MNAM.
059600     MOVE CT-LNAM TO WS-FIELD-WORK.
059700     PERFORM 6220-MASK-LAST-NAME THRU 6220-EXIT.
059800     MOVE WS-FIELD-WORK TO CT-LNAM.
059900     MOVE CT-DOB TO WS-FIELD-WORK.
060000     PERFORM 6700-MASK-DOB THRU 6700-EXIT.
060100     MOVE WS-FIELD-WORK TO CT-DOB.
060200     MOVE CT-DLN TO WS-FIELD-WORK.
060300     MOVE ZERO TO WS-KEEP-DIGITS.
060400     PERFORM 6410-MASK-ID-NUMBER THRU 6410-EXIT.
060500     MOVE WS-FIELD-WORK TO CT-DLN.
060600     GO TO 2400-EXIT.
060700 2400-EXIT.
060800     EXIT.
060900*
061000*----------------------------------------------------------------*
061100* 2500-MASK-CONTACT-POINTS - PHONES (AREA CODE KEPT), E-MAIL,    *
061200* AND THE EMERGENCY CONTACT'S NAME AND PHONE.  THE RELATIONSHIP, *
061300* THE DELIVERY PREFERENCE, AND THE BOUNCE STATUS ARE KEPT.       *
061400*----------------------------------------------------------------*
061500 2500-MASK-CONTACT-POINTS.
061600     MOVE CT-PTEL TO WS-FIELD-WORK.
061700     PERFORM 6400-MASK-PHONE THRU 6400-EXIT.
061800     MOVE WS-FIELD-WORK TO CT-PTEL.
061900     MOVE CT-MTEL TO WS-FIELD-WORK.
062000     PERFORM 6400-MASK-PHONE THRU 6400-EXIT.
062100     MOVE WS-FIELD-WORK TO CT-MTEL.
062200     MOVE CT-WTEL TO WS-FIELD-WORK.
062300     PERFORM 6400-MASK-PHONE THRU 6400-EXIT.
062400     MOVE WS-FIELD-WORK TO CT-WTEL.
062500     MOVE CT-ETEL TO WS-FIELD-WORK.
062600     PERFORM 6400-MASK-PHONE THRU 6400-EXIT.
062700     MOVE WS-FIELD-WORK TO CT-ETEL.
062800     MOVE CT-EMAL TO WS-FIELD-WORK.
062900     PERFORM 6600-MASK-EMAIL THRU 6600-EXIT.
063000     MOVE WS-FIELD-WORK TO CT-EMAL.
063100     MOVE CT-EMRG TO WS-FIELD-WORK.
063200     PERFORM 6230-MASK-FULL-NAME THRU 6230-EXIT.
063300     MOVE WS-FIELD-WORK TO CT-EMRG.
063400     GO TO 2500-EXIT.
063500 2500-EXIT.
063600     EXIT.
063700*
063800*----------------------------------------------------------------*
063900* 2600-MASK-ADDRESSES - STREET LINES OF THE RESIDENCE AND        *
064000* MAILING ADDRESSES.  CITY, STATE, ZIP, AND ADDRESS TYPE ARE     *
064100* KEPT.                                                          *
064200*----------------------------------------------------------------*
064300 2600-MASK-ADDRESSES.
064400     MOVE CT-ADR1 TO WS-FIELD-WORK.
064500     PERFORM 6300-MASK-STREET-LINE THRU 6300-EXIT.
064600     MOVE WS-FIELD-WORK TO CT-ADR1.
064700     MOVE CT-ADR2 TO WS-FIELD-WORK.
064800     PERFORM 6310-MASK-UNIT-LINE THRU 6310-EXIT.
064900     MOVE WS-FIELD-WORK TO CT-ADR2.
065000     MOVE CT-MADR1 TO WS-FIELD-WORK.
065100     PERFORM 6300-MASK-STREET-LINE THRU 6300-EXIT.
065200     MOVE WS-FIELD-WORK TO CT-MADR1.
065300     MOVE CT-MADR2 TO WS-FIELD-WORK.
065400     PERFORM 6310-MASK-UNIT-LINE THRU 6310-EXIT.
065500     MOVE WS-FIELD-WORK TO CT-MADR2.
065600     GO TO 2600-EXIT.
065700 2600-EXIT.
065800     EXIT.
065900*
066000*----------------------------------------------------------------*
066100* 2700-MASK-BANK-FIELDS - A BANKED CONTACT GETS A SUBSTITUTE     *
066200* ACCOUNT OF THE SAME SHAPE AND A SYNTHETIC ABA ROUTING NUMBER.  *
066300* ANYTHING THAT FAILED THE BANK EDIT IS BLANKED, SO THE CONTACT  *
066400* STILL FAILS IT AND NO REAL DIGITS SURVIVE.                     *
066500*----------------------------------------------------------------*
066600 2700-MASK-BANK-FIELDS.
066700     IF NOT VALID-BANK-DATA
066800         MOVE SPACES TO WS-DEC-BACT WS-DEC-BRTN
066900         GO TO 2700-EXIT
067000     END-IF.
067100     MOVE WS-DEC-BACT TO WS-FIELD-WORK.
067200     MOVE ZERO TO WS-KEEP-DIGITS.
067300     PERFORM 6410-MASK-ID-NUMBER THRU 6410-EXIT.
067400     MOVE WS-FIELD-WORK TO WS-DEC-BACT.
067500     MOVE WS-DEC-BRTN TO WS-FIELD-WORK.
067600     PERFORM 6500-MASK-ROUTING THRU 6500-EXIT.
067700     MOVE WS-FIELD-WORK TO WS-DEC-BRTN.
067800     GO TO 2700-EXIT.
067900 2700-EXIT.
068000     EXIT.
068100*
068200 2800-ENCRYPT-FIELDS.
068300     MOVE 'E'                TO CY-FUNCTION.
068400     MOVE 11                 TO CY-LENGTH.
068500     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
068600     MOVE WS-DEC-SSN         TO CY-PLAIN-TEXT (1:11).
068700     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
068800     MOVE CY-CIPHER-TEXT (1:11) TO CT-SSN.
068900     MOVE 20                 TO CY-LENGTH.
069000     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
069100     MOVE WS-DEC-BACT        TO CY-PLAIN-TEXT.
069200     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
069300     MOVE CY-CIPHER-TEXT     TO CT-BACT.
069400     MOVE SPACES             TO CY-PLAIN-TEXT CY-CIPHER-TEXT.
069500     MOVE WS-DEC-BRTN        TO CY-PLAIN-TEXT.
069600     CALL 'CMSCRYP' USING CY-CRYPT-PARMS.
069700     MOVE CY-CIPHER-TEXT     TO CT-BRTN.
069800     GO TO 2800-EXIT.
069900 2800-EXIT.
070000     EXIT.
070100*
070200*----------------------------------------------------------------*
070300* 2900-PROVE-MASKED-FIELDS - DECRYPT THE MASKED RECORD'S SSN AND *
070400* BANK FIELDS AGAIN AND RUN THE CMS-UPDT SSN EDIT AND THE        *
070500* CMS-ACH BANK EDIT ON WHAT THE TEST REGION WILL ACTUALLY READ.  *
070600*----------------------------------------------------------------*
070700 2900-PROVE-MASKED-FIELDS.
070800     PERFORM 2100-DECRYPT-FIELDS THRU 2100-EXIT.
070900     PERFORM 2200-EDIT-BANK-FIELDS THRU 2200-EXIT.
071000     IF VALID-BANK-DATA
071100         ADD 1 TO WS-BANK-OUT
071200     END-IF.
071300     MOVE WS-DEC-SSN TO WS-SSN-CHECK.
071400     PERFORM 4000-VALIDATE-SSN THRU 4000-EXIT.
071500     IF SSN-IS-VALID
071600         ADD 1 TO WS-SSN-VALID-OUT
071700     END-IF.
071800     GO TO 2900-EXIT.
071900 2900-EXIT.
072000     EXIT.
072100*
072200*----------------------------------------------------------------*
072300* 3000-COPY-ADDR-HIST - EVERY ADDRESS HISTORY ROW, STREET LINES  *
072400* MASKED.  THE SAME REAL ADDRESS GIVES THE SAME SUBSTITUTE AS ON *
072500* THE MASTER, SO THE CURRENT ROW STILL MATCHES THE CONTACT.      *
072600*----------------------------------------------------------------*
072700 3000-COPY-ADDR-HIST.
072800     MOVE 'N' TO WS-SAT-EOF-SW.
072900     OPEN INPUT ADDR-HIST-FILE.
073000     OPEN OUTPUT TEST-ADDR-HIST.
073100     PERFORM 3010-COPY-ADDR-ROW THRU 3010-EXIT
073200         UNTIL SAT-EOF.
073300     CLOSE ADDR-HIST-FILE
073400           TEST-ADDR-HIST.
073500     GO TO 3000-EXIT.
073600 3000-EXIT.
073700     EXIT.
073800*
073900 3010-COPY-ADDR-ROW.
074000     READ ADDR-HIST-FILE
074100         AT END
074200             SET SAT-EOF TO TRUE
074300             GO TO 3010-EXIT
074400     END-READ.
074500     ADD 1 TO WS-ADRH-READ.
074600     MOVE AH-ADDR-HIST-REC TO AH-TEST-REC.
074700     MOVE AH-ADR1 OF AH-TEST-REC TO WS-FIELD-WORK.
074800     PERFORM 6300-MASK-STREET-LINE THRU 6300-EXIT.
074900     MOVE WS-FIELD-WORK TO AH-ADR1 OF AH-TEST-REC.
075000     MOVE AH-ADR2 OF AH-TEST-REC TO WS-FIELD-WORK.
075100     PERFORM 6310-MASK-UNIT-LINE THRU 6310-EXIT.
075200     MOVE WS-FIELD-WORK TO AH-ADR2 OF AH-TEST-REC.
075300     WRITE AH-TEST-REC.
075400     ADD 1 TO WS-ADRH-WRITTEN.
075500     GO TO 3010-EXIT.
075600 3010-EXIT.
075700     EXIT.
075800*
075900*----------------------------------------------------------------*
076000* 3100-COPY-NOTICE-HIST - EVERY NOTICE HISTORY ROW, ADDRESSEE    *
076100* NAME AND STREET LINES MASKED.  A CLAIMANT'S COPY COMES OUT     *
076200* WITH THE SAME SUBSTITUTE NAME AS THE MASTER; A                 *
076300* REPRESENTATIVE'S COPY GETS A SUBSTITUTE FOR THE                *
076400* REPRESENTATIVE'S OWN NAME.                                     *
076500*----------------------------------------------------------------*
076600 3100-COPY-NOTICE-HIST.
076700     MOVE 'N' TO WS-SAT-EOF-SW.
076800     OPEN INPUT NOTICE-HIST.
076900     OPEN OUTPUT TEST-NOTICE-HIST.
077000     PERFORM 3110-COPY-NOTICE-ROW THRU 3110-EXIT
077100         UNTIL SAT-EOF.
077200     CLOSE NOTICE-HIST
077300           TEST-NOTICE-HIST.
077400     GO TO 3100-EXIT.
077500 3100-EXIT.
077600     EXIT.
077700*
077800 3110-COPY-NOTICE-ROW.
077900     READ NOTICE-HIST
078000         AT END
078100             SET SAT-EOF TO TRUE
078200             GO TO 3110-EXIT
078300     END-READ.
078400     ADD 1 TO WS-NOTC-READ.
078500     MOVE NH-HISTORY-REC TO NH-TEST-REC.
078600     MOVE NH-FNAM OF NH-TEST-REC TO WS-FIELD-WORK.
078700     PERFORM 6200-MASK-FIRST-NAME THRU 6200-EXIT.
078800     MOVE WS-FIELD-WORK TO NH-FNAM OF NH-TEST-REC.
078900     MOVE NH-LNAM OF NH-TEST-REC TO WS-FIELD-WORK.
079000     PERFORM 6220-MASK-LAST-NAME THRU 6220-EXIT.
079100     MOVE WS-FIELD-WORK TO NH-LNAM OF NH-TEST-REC.
079200     MOVE NH-ADR1 OF NH-TEST-REC TO WS-FIELD-WORK.
079300     PERFORM 6300-MASK-STREET-LINE THRU 6300-EXIT.
079400     MOVE WS-FIELD-WORK TO NH-ADR1 OF NH-TEST-REC.
079500     MOVE NH-ADR2 OF NH-TEST-REC TO WS-FIELD-WORK.
079600     PERFORM 6310-MASK-UNIT-LINE THRU 6310-EXIT.
079700     MOVE WS-FIELD-WORK TO NH-ADR2 OF NH-TEST-REC.
079800     WRITE NH-TEST-REC.
079900     ADD 1 TO WS-NOTC-WRITTEN.
080000     GO TO 3110-EXIT.
080100 3110-EXIT.
080200     EXIT.
080300*
080400*----------------------------------------------------------------*
080500* 3200-COPY-PAY-HIST - PAYMENT HISTORY CARRIES NO PERSONAL DATA  *
080600* BEYOND THE RECID AND CLAIM ID, WHICH ARE KEPT -- IT IS COPIED  *
080700* AS IS, AND THE DOLLARS ARE TOTALLED ON BOTH SIDES FOR THE      *
080800* CONTROL REPORT.                                                *
080900*----------------------------------------------------------------*
081000 3200-COPY-PAY-HIST.
081100     MOVE 'N' TO WS-SAT-EOF-SW.
081200     OPEN INPUT PAY-HIST-FILE.
081300     OPEN OUTPUT TEST-PAY-HIST.
081400     PERFORM 3210-COPY-PAY-ROW THRU 3210-EXIT
081500         UNTIL SAT-EOF.
081600     CLOSE PAY-HIST-FILE
081700           TEST-PAY-HIST.
081800     GO TO 3200-EXIT.
081900 3200-EXIT.
082000     EXIT.
082100*
082200 3210-COPY-PAY-ROW.
082300     READ PAY-HIST-FILE
082400         AT END
082500             SET SAT-EOF TO TRUE
082600             GO TO 3210-EXIT
082700     END-READ.
082800     ADD 1 TO WS-PAYH-READ.
082900     ADD PH-AMOUNT OF PH-PAYHIST-REC TO WS-PAYH-AMT-IN.
083000     MOVE PH-PAYHIST-REC TO PH-TEST-REC.
083100     WRITE PH-TEST-REC.
083200     ADD 1 TO WS-PAYH-WRITTEN.
083300     ADD PH-AMOUNT OF PH-TEST-REC TO WS-PAYH-AMT-OUT.
083400     GO TO 3210-EXIT.
083500 3210-EXIT.
083600     EXIT.
083700*
083800*----------------------------------------------------------------*
083900* 3300-COPY-WHLD-ORDERS - EVERY WITHHOLDING ORDER.  A PLAINTEXT  *
084000* WH-SSN IS REPLACED BY THE SUBSTITUTE THE MASTER PASS ISSUED TO *
084100* THE SAME PERSON, OR, WHEN NO CONTACT CARRIES IT, BY A NEW ONE  *
084200* HELD FOR ANY LATER ORDER ON THE SAME SSN.  THE AGENCY ACCOUNT  *
084300* IS MASKED; THE AGENCY ROUTING NUMBER AND NAME ARE THE          *
084400* AGENCY'S, NOT THE CLAIMANT'S, AND ARE KEPT.                    *
084500*----------------------------------------------------------------*
084600 3300-COPY-WHLD-ORDERS.
084700     MOVE 'N' TO WS-SAT-EOF-SW.
084800     OPEN INPUT WHLDORD-FILE.
084900     OPEN OUTPUT TEST-WHLDORD.
085000     PERFORM 3310-COPY-ORDER THRU 3310-EXIT
085100         UNTIL SAT-EOF.
085200     CLOSE WHLDORD-FILE
085300           TEST-WHLDORD.
085400     GO TO 3300-EXIT.
085500 3300-EXIT.
085600     EXIT.
085700*
085800 3310-COPY-ORDER.
085900     READ WHLDORD-FILE
086000         AT END
086100             SET SAT-EOF TO TRUE
086200             GO TO 3310-EXIT
086300     END-READ.
086400     ADD 1 TO WS-WHLD-READ.
086500     ADD WH-DED-AMT OF WH-ORDER-REC TO WS-WHLD-AMT-IN.
086600     ADD WH-DED-PCT OF WH-ORDER-REC TO WS-WHLD-PCT-IN.
086700     MOVE WH-ORDER-REC TO WH-TEST-REC.
086800     IF WH-SSN OF WH-ORDER-REC NOT = SPACES
086900         ADD 1 TO WS-WHSSN-IN
087000         PERFORM 3320-MASK-ORDER-SSN THRU 3320-EXIT
087100     END-IF.
087200     MOVE WH-AGY-ACCT OF WH-TEST-REC TO WS-FIELD-WORK.
087300     MOVE ZERO TO WS-KEEP-DIGITS.
087400     PERFORM 6410-MASK-ID-NUMBER THRU 6410-EXIT.
087500     MOVE WS-FIELD-WORK TO WH-AGY-ACCT OF WH-TEST-REC.
087600     WRITE WH-TEST-REC.
087700     ADD 1 TO WS-WHLD-WRITTEN.
087800     ADD WH-DED-AMT OF WH-TEST-REC TO WS-WHLD-AMT-OUT.
087900     ADD WH-DED-PCT OF WH-TEST-REC TO WS-WHLD-PCT-OUT.
088000     GO TO 3310-EXIT.
088100 3310-EXIT.
088200     EXIT.
088300*
088400 3320-MASK-ORDER-SSN.
088500     MOVE WH-SSN OF WH-ORDER-REC TO WS-OS-KEY.
088600     PERFORM 5100-FIND-ORDER-SSN THRU 5100-EXIT.
088700     IF WS-MATCH-OS-IDX EQUAL ZERO
088800         DISPLAY 'CMSMASK - WHLDORD SSN NOT TABLED - ORDER '
088900             WH-ORDER-ID OF WH-ORDER-REC
089000         MOVE 16 TO RETURN-CODE
089100         STOP RUN
089200     END-IF.
089300     IF WS-OS-FAKE (WS-MATCH-OS-IDX) EQUAL SPACES
089400         PERFORM 5000-NEXT-FAKE-SSN THRU 5000-EXIT
089500         MOVE WS-FAKE-SSN TO WS-OS-FAKE (WS-MATCH-OS-IDX)
089600         ADD 1 TO WS-WHSSN-NOCONTACT
089700     END-IF.
089800     MOVE WS-OS-FAKE (WS-MATCH-OS-IDX) TO WH-SSN OF WH-TEST-REC.
089900     ADD 1 TO WS-WHSSN-OUT.
090000     GO TO 3320-EXIT.
090100 3320-EXIT.
090200     EXIT.
090300*
090400*----------------------------------------------------------------*
090500* 4000-VALIDATE-SSN                                              *
090600*   THE CMS-UPDT EDIT -- FORMAT AND CHECK-DIGIT TEST ON          *
090700*   WS-SSN-CHECK.  REQUIRED FORMAT IS NNN-NN-NNNN.  REJECTS      *
090800*   BLANK, ALL-ZERO AREA/GROUP/SERIAL PORTIONS, RESERVED AREA    *
090900*   NUMBERS (000, 666, 900-999), AND RUNS A MODULUS-10           *
091000*   CHECK-DIGIT TEST AGAINST THE 9 SSN DIGITS.                   *
091100*   SETS WS-SSN-OK-SW.                                           *
091200*----------------------------------------------------------------*
091300 4000-VALIDATE-SSN.
091400     SET SSN-IS-VALID TO TRUE.
091500     MOVE WS-SSN-CHECK TO WS-SSN-DIGITS-X.
091600     IF WS-SSN-CHECK EQUAL SPACES
091700         SET SSN-IS-INVALID TO TRUE
091800         GO TO 4000-EXIT
091900     END-IF.
092000     IF WS-SSN-DASH1 NOT EQUAL '-' OR
092100        WS-SSN-DASH2 NOT EQUAL '-' OR
092200        WS-SSN-AREA   IS NOT NUMERIC OR
092300        WS-SSN-GROUP  IS NOT NUMERIC OR
092400        WS-SSN-SERIAL IS NOT NUMERIC
092500         SET SSN-IS-INVALID TO TRUE
092600         GO TO 4000-EXIT
092700     END-IF.
092800     IF WS-SSN-AREA   EQUAL '000' OR
092900        WS-SSN-AREA   EQUAL '666' OR
093000        WS-SSN-AREA   >= '900'    OR
093100        WS-SSN-GROUP  EQUAL '00'  OR
093200        WS-SSN-SERIAL EQUAL '0000'
093300         SET SSN-IS-INVALID TO TRUE
093400         GO TO 4000-EXIT
093500     END-IF.
093600     MOVE WS-SSN-AREA   TO WS-SSN-NUMERIC (1:3).
093700     MOVE WS-SSN-GROUP  TO WS-SSN-NUMERIC (4:2).
093800     MOVE WS-SSN-SERIAL TO WS-SSN-NUMERIC (6:4).
093900     MOVE ZERO TO WS-CHECK-SUM.
094000     PERFORM 4010-LUHN-DIGIT THRU 4010-EXIT
094100         VARYING WS-CHECK-SUBSCR FROM 1 BY 1
094200         UNTIL WS-CHECK-SUBSCR > 9.
094300     IF FUNCTION MOD (WS-CHECK-SUM, 10) NOT EQUAL ZERO
094400         SET SSN-IS-INVALID TO TRUE
094500     END-IF.
094600     GO TO 4000-EXIT.
094700 4000-EXIT.
094800     EXIT.
094900*
095000*----------------------------------------------------------------*
095100* 4010-LUHN-DIGIT - ACCUMULATE ONE DOUBLED-ALTERNATE-DIGIT       *
095200* STANDARD LUHN CONTRIBUTION FOR SUBSCRIPT WS-CHECK-SUBSCR.      *
095300*----------------------------------------------------------------*
095400 4010-LUHN-DIGIT.
095500     IF FUNCTION MOD (WS-CHECK-SUBSCR, 2) EQUAL ZERO
095600         ADD WS-SSN-NUM-TBL (WS-CHECK-SUBSCR) TO WS-CHECK-SUM
095700     ELSE
095800         COMPUTE WS-CHECK-PROD =
095900             WS-SSN-NUM-TBL (WS-CHECK-SUBSCR) * 2
096000         IF WS-CHECK-PROD > 9
096100             SUBTRACT 9 FROM WS-CHECK-PROD
096200         END-IF
096300         ADD WS-CHECK-PROD TO WS-CHECK-SUM
096400     END-IF.
096500     GO TO 4010-EXIT.
096600 4010-EXIT.
096700     EXIT.
096800*
096900*----------------------------------------------------------------*
097000* 5000-NEXT-FAKE-SSN - BUILD THE NEXT SUBSTITUTE SSN IN          *
097100* WS-FAKE-SSN (SEE WS-FAKE-SEQ).  EVERY SEQUENCE NUMBER HAS A    *
097200* CHECK DIGIT THAT PASSES; ONE THAT SOMEHOW DID NOT WOULD BE     *
097300* SKIPPED.                                                       *
097400*----------------------------------------------------------------*
097500 5000-NEXT-FAKE-SSN.
097600     ADD 1 TO WS-FAKE-SEQ.
097700     COMPUTE WS-FK-SERIAL =
097800         FUNCTION MOD (WS-FAKE-SEQ - 1, 999) + 1.
097900     COMPUTE WS-FK-WORK = (WS-FAKE-SEQ - 1) / 999.
098000     COMPUTE WS-FK-GROUP = FUNCTION MOD (WS-FK-WORK, 99) + 1.
098100     COMPUTE WS-FK-WORK = WS-FK-WORK / 99.
098200     COMPUTE WS-FK-AREA-N = WS-FK-WORK + 1.
098300     IF WS-FK-AREA-N >= 666
098400         ADD 1 TO WS-FK-AREA-N
098500     END-IF.
098600     IF WS-FK-AREA-N > 899
098700         DISPLAY 'CMSMASK - SUBSTITUTE SSN RANGE EXHAUSTED AT '
098800             WS-FAKE-SEQ
098900         MOVE 16 TO RETURN-CODE
099000         STOP RUN
099100     END-IF.
099200     MOVE WS-FK-AREA-N TO WS-FK-AREA.
099300     SET SSN-IS-INVALID TO TRUE.
099400     PERFORM 5010-TRY-CHECK-DIGIT THRU 5010-EXIT
099500         VARYING WS-FK-TRY FROM 0 BY 1
099600         UNTIL WS-FK-TRY > 9
099700            OR SSN-IS-VALID.
099800     IF SSN-IS-INVALID
099900         GO TO 5000-NEXT-FAKE-SSN
100000     END-IF.
100100     GO TO 5000-EXIT.
100200 5000-EXIT.
100300     EXIT.
100400*
100500 5010-TRY-CHECK-DIGIT.
100600     MOVE WS-FK-TRY   TO WS-FK-CHECK.
100700     MOVE WS-FAKE-SSN TO WS-SSN-CHECK.
100800     PERFORM 4000-VALIDATE-SSN THRU 4000-EXIT.
100900     GO TO 5010-EXIT.
101000 5010-EXIT.
101100     EXIT.
101200*
101300*----------------------------------------------------------------*
101400* 5100-FIND-ORDER-SSN - LOCATE WS-OS-KEY IN THE WHLDORD SSN      *
101500* TABLE; WS-MATCH-OS-IDX IS ZERO WHEN IT IS NOT THERE.           *
101600*----------------------------------------------------------------*
101700 5100-FIND-ORDER-SSN.
101800     MOVE ZERO TO WS-MATCH-OS-IDX.
101900     PERFORM 5110-MATCH-ONE-SSN THRU 5110-EXIT
102000         VARYING WS-OS-IDX FROM 1 BY 1
102100         UNTIL WS-OS-IDX > WS-OS-COUNT
102200            OR WS-MATCH-OS-IDX > ZERO.
102300     GO TO 5100-EXIT.
102400 5100-EXIT.
102500     EXIT.
102600*
102700 5110-MATCH-ONE-SSN.
102800     IF WS-OS-REAL (WS-OS-IDX) EQUAL WS-OS-KEY
102900         MOVE WS-OS-IDX TO WS-MATCH-OS-IDX
103000     END-IF.
103100     GO TO 5110-EXIT.
103200 5110-EXIT.
103300     EXIT.
103400*
103500*----------------------------------------------------------------*
103600* 6000-HASH-VALUE - FOLD WS-FIELD-WORK INTO WS-HASH, STARTING    *
103700* FROM THE MASKING KEY.  WITH HASH-DIGITS-ONLY SET ONLY THE      *
103800* DIGITS COUNT, SO ONE PHONE NUMBER PUNCTUATED TWO WAYS STILL    *
103900* MATCHES ITSELF.  THE SWITCH IS CLEARED FOR THE NEXT CALLER.    *
104000*----------------------------------------------------------------*
104100 6000-HASH-VALUE.
104200     MOVE WS-FIELD-WORK TO WS-HASH-TEXT.
104300     INSPECT WS-HASH-TEXT
104400         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
104500     MOVE MK-SEED TO WS-HASH.
104600     PERFORM 6010-HASH-ONE-CHAR THRU 6010-EXIT
104700         VARYING WS-HASH-POS FROM 1 BY 1
104800         UNTIL WS-HASH-POS > 60.
104900     MOVE 'N' TO WS-HASH-DIGITS-SW.
105000     GO TO 6000-EXIT.
105100 6000-EXIT.
105200     EXIT.
105300*
105400 6010-HASH-ONE-CHAR.
105500     MOVE WS-HASH-TEXT (WS-HASH-POS:1) TO WS-HASH-CHAR.
105600     IF WS-HASH-CHAR EQUAL SPACE
105700         GO TO 6010-EXIT
105800     END-IF.
105900     IF HASH-DIGITS-ONLY
106000             AND WS-HASH-CHAR IS NOT NUMERIC
106100         GO TO 6010-EXIT
106200     END-IF.
106300     MOVE ZERO TO WS-FOUND-POS.
106400     PERFORM 6020-FIND-CHAR THRU 6020-EXIT
106500         VARYING WS-SCAN-IDX FROM 1 BY 1
106600         UNTIL WS-SCAN-IDX > 38
106700            OR WS-FOUND-POS > ZERO.
106800     IF WS-FOUND-POS EQUAL ZERO
106900         MOVE 39 TO WS-FOUND-POS
107000     END-IF.
107100     COMPUTE WS-HASH = FUNCTION MOD
107200         (WS-HASH * 16807 + WS-FOUND-POS, WS-HASH-MODULUS).
107300     GO TO 6010-EXIT.
107400 6010-EXIT.
107500     EXIT.
107600*
107700 6020-FIND-CHAR.
107800     IF WS-ALPHA-TBL (WS-SCAN-IDX) EQUAL WS-HASH-CHAR
107900         MOVE WS-SCAN-IDX TO WS-FOUND-POS
108000     END-IF.
108100     GO TO 6020-EXIT.
108200 6020-EXIT.
108300     EXIT.
108400*
108500*----------------------------------------------------------------*
108600* 6100-NEXT-RANDOM - STEP WS-HASH TO THE NEXT DRAW.              *
108700*----------------------------------------------------------------*
108800 6100-NEXT-RANDOM.
108900     COMPUTE WS-HASH = FUNCTION MOD
109000         (WS-HASH * 16807 + 1, WS-HASH-MODULUS).
109100     GO TO 6100-EXIT.
109200 6100-EXIT.
109300     EXIT.
109400*
109500*----------------------------------------------------------------*
109600* 6200-MASK-FIRST-NAME / 6210-MASK-MIDDLE-NAME /                 *
109700* 6220-MASK-LAST-NAME / 6230-MASK-FULL-NAME - SYNTHETIC NAMES    *
109800* FROM THE NAME TABLES.  A MIDDLE NAME BECOMES A SINGLE          *
109900* INITIAL; A FULL NAME (THE EMERGENCY CONTACT) IS A FIRST AND A  *
110000* LAST NAME.  A BLANK NAME STAYS BLANK.                          *
110100*----------------------------------------------------------------*
110200 6200-MASK-FIRST-NAME.
110300     IF WS-FIELD-WORK EQUAL SPACES
110400         GO TO 6200-EXIT
110500     END-IF.
110600     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
110700     PERFORM 6240-PICK-FIRST-NAME THRU 6240-EXIT.
110800     MOVE WS-SYN-FIRST TO WS-FIELD-WORK.
110900     GO TO 6200-EXIT.
111000 6200-EXIT.
111100     EXIT.
111200*
111300 6210-MASK-MIDDLE-NAME.
111400     IF WS-FIELD-WORK EQUAL SPACES
111500         GO TO 6210-EXIT
111600     END-IF.
111700     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
111800     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
111900     COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 26) + 11.
112000     MOVE SPACES TO WS-FIELD-WORK.
112100     MOVE WS-ALPHA-TBL (WS-PICK) TO WS-FIELD-WORK (1:1).
112200     GO TO 6210-EXIT.
112300 6210-EXIT.
112400     EXIT.
112500*
112600 6220-MASK-LAST-NAME.
112700     IF WS-FIELD-WORK EQUAL SPACES
112800         GO TO 6220-EXIT
112900     END-IF.
113000     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
113100     PERFORM 6250-PICK-LAST-NAME THRU 6250-EXIT.
113200     MOVE WS-SYN-LAST TO WS-FIELD-WORK.
113300     GO TO 6220-EXIT.
113400 6220-EXIT.
113500     EXIT.
113600*
113700 6230-MASK-FULL-NAME.
113800     IF WS-FIELD-WORK EQUAL SPACES
113900         GO TO 6230-EXIT
114000     END-IF.
114100     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
114200     PERFORM 6240-PICK-FIRST-NAME THRU 6240-EXIT.
114300     PERFORM 6250-PICK-LAST-NAME THRU 6250-EXIT.
114400     MOVE SPACES TO WS-FIELD-WORK.
114500     STRING WS-SYN-FIRST DELIMITED BY SPACE
114600            ' '          DELIMITED BY SIZE
114700            WS-SYN-LAST  DELIMITED BY SPACE
114800         INTO WS-FIELD-WORK
114900     END-STRING.
115000     GO TO 6230-EXIT.
115100 6230-EXIT.
115200     EXIT.
115300*
115400 6240-PICK-FIRST-NAME.
115500     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
115600     COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 40) + 1.
115700     MOVE WS-FIRST-NAME-TBL (WS-PICK) TO WS-SYN-FIRST.
115800     GO TO 6240-EXIT.
115900 6240-EXIT.
116000     EXIT.
116100*
116200 6250-PICK-LAST-NAME.
116300     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
116400     COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 20) + 1.
116500     MOVE WS-LAST-PREFIX-TBL (WS-PICK) TO WS-SYN-PREFIX.
116600     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
116700     COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 20) + 1.
116800     MOVE WS-LAST-SUFFIX-TBL (WS-PICK) TO WS-SYN-SUFFIX.
116900     MOVE SPACES TO WS-SYN-LAST.
117000     STRING WS-SYN-PREFIX DELIMITED BY SPACE
117100            WS-SYN-SUFFIX DELIMITED BY SPACE
117200         INTO WS-SYN-LAST
117300     END-STRING.
117400     GO TO 6250-EXIT.
117500 6250-EXIT.
117600     EXIT.
117700*
117800*----------------------------------------------------------------*
117900* 6300-MASK-STREET-LINE - A SYNTHETIC HOUSE NUMBER, STREET, AND  *
118000* STREET TYPE.  6310-MASK-UNIT-LINE - A SYNTHETIC APARTMENT      *
118100* NUMBER.  A BLANK LINE STAYS BLANK.                             *
118200*----------------------------------------------------------------*
118300 6300-MASK-STREET-LINE.
118400     IF WS-FIELD-WORK EQUAL SPACES
118500         GO TO 6300-EXIT
118600     END-IF.
118700     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
118800     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
118900     COMPUTE WS-SYN-HOUSE = FUNCTION MOD (WS-HASH, 9000) + 1000.
119000     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
119100     COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 20) + 1.
119200     MOVE WS-STREET-TBL (WS-PICK) TO WS-SYN-STREET.
119300     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
119400     COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 8) + 1.
119500     MOVE WS-STYPE-TBL (WS-PICK) TO WS-SYN-STYPE.
119600     MOVE SPACES TO WS-FIELD-WORK.
119700     STRING WS-SYN-HOUSE  DELIMITED BY SIZE
119800            ' '           DELIMITED BY SIZE
119900            WS-SYN-STREET DELIMITED BY SPACE
120000            ' '           DELIMITED BY SIZE
120100            WS-SYN-STYPE  DELIMITED BY SPACE
120200         INTO WS-FIELD-WORK
120300     END-STRING.
120400     GO TO 6300-EXIT.
120500 6300-EXIT.
120600     EXIT.
120700*
120800 6310-MASK-UNIT-LINE.
120900     IF WS-FIELD-WORK EQUAL SPACES
121000         GO TO 6310-EXIT
121100     END-IF.
121200     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
121300     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
121400     COMPUTE WS-SYN-UNIT = FUNCTION MOD (WS-HASH, 900) + 100.
121500     MOVE SPACES TO WS-FIELD-WORK.
121600     STRING 'APT '        DELIMITED BY SIZE
121700            WS-SYN-UNIT   DELIMITED BY SIZE
121800         INTO WS-FIELD-WORK
121900     END-STRING.
122000     GO TO 6310-EXIT.
122100 6310-EXIT.
122200     EXIT.
122300*
122400*----------------------------------------------------------------*
122500* 6400-MASK-PHONE - KEEP THE AREA CODE AND THE PUNCTUATION AND   *
122600* REPLACE EVERY LATER DIGIT.  6410-MASK-ID-NUMBER - REPLACE      *
122700* EVERY DIGIT AND LETTER PAST THE FIRST WS-KEEP-DIGITS DIGITS,   *
122800* KEEPING THE SHAPE (LICENSE, ACCOUNT NUMBERS).  A BLANK VALUE   *
122900* STAYS BLANK.                                                   *
123000*----------------------------------------------------------------*
123100 6400-MASK-PHONE.
123200     IF WS-FIELD-WORK EQUAL SPACES
123300         GO TO 6400-EXIT
123400     END-IF.
123500     SET HASH-DIGITS-ONLY TO TRUE.
123600     MOVE 3 TO WS-KEEP-DIGITS.
123700     PERFORM 6420-SCRAMBLE-VALUE THRU 6420-EXIT.
123800     GO TO 6400-EXIT.
123900 6400-EXIT.
124000     EXIT.
124100*
124200 6410-MASK-ID-NUMBER.
124300     IF WS-FIELD-WORK EQUAL SPACES
124400         GO TO 6410-EXIT
124500     END-IF.
124600     PERFORM 6420-SCRAMBLE-VALUE THRU 6420-EXIT.
124700     GO TO 6410-EXIT.
124800 6410-EXIT.
124900     EXIT.
125000*
125100 6420-SCRAMBLE-VALUE.
125200     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
125300     INSPECT WS-FIELD-WORK
125400         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
125500     MOVE ZERO TO WS-DIGITS-SEEN.
125600     PERFORM 6430-SCRAMBLE-ONE-CHAR THRU 6430-EXIT
125700         VARYING WS-HASH-POS FROM 1 BY 1
125800         UNTIL WS-HASH-POS > 60.
125900     GO TO 6420-EXIT.
126000 6420-EXIT.
126100     EXIT.
126200*
126300 6430-SCRAMBLE-ONE-CHAR.
126400     MOVE WS-FIELD-WORK (WS-HASH-POS:1) TO WS-HASH-CHAR.
126500     IF WS-HASH-CHAR IS NUMERIC
126600         ADD 1 TO WS-DIGITS-SEEN
126700         IF WS-DIGITS-SEEN > WS-KEEP-DIGITS
126800             PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT
126900             COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 10) + 1
127000             MOVE WS-ALPHA-TBL (WS-PICK)
127100                 TO WS-FIELD-WORK (WS-HASH-POS:1)
127200         END-IF
127300         GO TO 6430-EXIT
127400     END-IF.
127500     IF WS-HASH-CHAR IS ALPHABETIC
127600             AND WS-HASH-CHAR NOT = SPACE
127700         PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT
127800         COMPUTE WS-PICK = FUNCTION MOD (WS-HASH, 26) + 11
127900         MOVE WS-ALPHA-TBL (WS-PICK)
128000             TO WS-FIELD-WORK (WS-HASH-POS:1)
128100     END-IF.
128200     GO TO 6430-EXIT.
128300 6430-EXIT.
128400     EXIT.
128500*
128600*----------------------------------------------------------------*
128700* 6500-MASK-ROUTING - A SYNTHETIC NINE-DIGIT ABA ROUTING NUMBER. *
128800* THE FIRST TWO DIGITS ARE A FEDERAL RESERVE DISTRICT (01-12)    *
128900* AND THE NINTH IS THE ABA CHECK DIGIT (WEIGHTS 3, 7, 1), SO THE *
129000* TEST NACHA FILE STILL CARRIES A WELL-FORMED RECEIVING DFI.  IT *
129100* IS NEVER ALL ZERO, SO IT PASSES 2200-EDIT-BANK-FIELDS.         *
129200*----------------------------------------------------------------*
129300 6500-MASK-ROUTING.
129400     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
129500     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
129600     COMPUTE WS-RT-DISTRICT = FUNCTION MOD (WS-HASH, 12) + 1.
129700     MOVE WS-RT-DISTRICT TO WS-RT-NUM (1:2).
129800     PERFORM 6510-PICK-ROUTING-DIGIT THRU 6510-EXIT
129900         VARYING WS-RT-IDX FROM 3 BY 1
130000         UNTIL WS-RT-IDX > 8.
130100     COMPUTE WS-RT-SUM =
130200           3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4)
130300              + WS-RT-DIGIT (7))
130400         + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5)
130500              + WS-RT-DIGIT (8))
130600         + WS-RT-DIGIT (3) + WS-RT-DIGIT (6).
130700     COMPUTE WS-RT-DIGIT (9) =
130800         FUNCTION MOD (10 - FUNCTION MOD (WS-RT-SUM, 10), 10).
130900     MOVE SPACES TO WS-FIELD-WORK.
131000     MOVE WS-RT-NUM TO WS-FIELD-WORK (1:9).
131100     GO TO 6500-EXIT.
131200 6500-EXIT.
131300     EXIT.
131400*
131500 6510-PICK-ROUTING-DIGIT.
131600     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
131700     COMPUTE WS-RT-DIGIT (WS-RT-IDX) = FUNCTION MOD (WS-HASH, 10).
131800     GO TO 6510-EXIT.
131900 6510-EXIT.
132000     EXIT.
132100*
132200*----------------------------------------------------------------*
132300* 6600-MASK-EMAIL - A SYNTHETIC ADDRESS ON THE RESERVED          *
132400* EXAMPLE.COM DOMAIN, SO NOTHING THE TEST REGION SENDS CAN REACH *
132500* A REAL MAILBOX.  CASE IS IGNORED, AS IN CMS-FRNG.              *
132600*----------------------------------------------------------------*
132700 6600-MASK-EMAIL.
132800     IF WS-FIELD-WORK EQUAL SPACES
132900         GO TO 6600-EXIT
133000     END-IF.
133100     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
133200     MOVE WS-HASH TO WS-HASH-NUM.
133300     MOVE SPACES TO WS-FIELD-WORK.
133400     STRING 'cms'          DELIMITED BY SIZE
133500            WS-HASH-NUM    DELIMITED BY SIZE
133600            '@example.com' DELIMITED BY SIZE
133700         INTO WS-FIELD-WORK
133800     END-STRING.
133900     GO TO 6600-EXIT.
134000 6600-EXIT.
134100     EXIT.
134200*
134300*----------------------------------------------------------------*
134400* 6700-MASK-DOB - KEEP THE YEAR AND MONTH (AGE BANDS AND BIRTH   *
134500* COHORTS STAY AS THEY ARE) AND REPLACE THE DAY WITH 01-28.  A   *
134600* DATE THAT WOULD FALL AFTER TODAY TAKES DAY 01.  A MALFORMED    *
134700* DATE IS BLANKED.                                               *
134800*----------------------------------------------------------------*
134900 6700-MASK-DOB.
135000     IF WS-FIELD-WORK EQUAL SPACES
135100         GO TO 6700-EXIT
135200     END-IF.
135300     IF WS-FIELD-WORK (1:4) IS NOT NUMERIC
135400             OR WS-FIELD-WORK (5:1) NOT = '-'
135500             OR WS-FIELD-WORK (6:2) IS NOT NUMERIC
135600             OR WS-FIELD-WORK (8:1) NOT = '-'
135700         MOVE SPACES TO WS-FIELD-WORK
135800         GO TO 6700-EXIT
135900     END-IF.
136000     PERFORM 6000-HASH-VALUE THRU 6000-EXIT.
136100     PERFORM 6100-NEXT-RANDOM THRU 6100-EXIT.
136200     COMPUTE WS-SYN-DAY = FUNCTION MOD (WS-HASH, 28) + 1.
136300     MOVE WS-SYN-DAY TO WS-FIELD-WORK (9:2).
136400     IF WS-FIELD-WORK (1:10) > WS-RUN-DATE
136500         MOVE '01' TO WS-FIELD-WORK (9:2)
136600     END-IF.
136700     GO TO 6700-EXIT.
136800 6700-EXIT.
136900     EXIT.
137000*
137100*----------------------------------------------------------------*
137200* 8000-TERMINATE - PRINT THE CONTROL REPORT AND CLOSE UP.  ANY   *
137300* LINE OUT OF BALANCE ENDS THE RUN WITH RC 8.                    *
137400*----------------------------------------------------------------*
137500 8000-TERMINATE.
137600     PERFORM 8100-WRITE-CONTROL-REPORT THRU 8100-EXIT.
137700     CLOSE MASTER-FILE
137800           TEST-MASTER-FILE
137900           MASK-RPT.
138000     DISPLAY 'CMSMASK - TEST-REGION MASKED COPY COMPLETE'.
138100     DISPLAY 'MASTER RECORDS COPIED  . . . ' WS-MSTR-WRITTEN.
138200     DISPLAY 'ADRHIST RECORDS COPIED . . . ' WS-ADRH-WRITTEN.
138300     DISPLAY 'NOTCHIST RECORDS COPIED  . . ' WS-NOTC-WRITTEN.
138400     DISPLAY 'PAYHIST RECORDS COPIED . . . ' WS-PAYH-WRITTEN.
138500     DISPLAY 'WHLDORD RECORDS COPIED . . . ' WS-WHLD-WRITTEN.
138600     DISPLAY 'ORDER SSNS WITH NO CONTACT . ' WS-WHSSN-NOCONTACT.
138700     IF COPY-OUT-OF-BAL
138800         DISPLAY 'MASKED COPY IS OUT OF BALANCE - SEE MASKRPT - '
138900             'DO NOT RELEASE IT TO THE TEST REGION'
139000         MOVE 8 TO RETURN-CODE
139100     END-IF.
139200     GO TO 8000-EXIT.
139300 8000-EXIT.
139400     EXIT.
139500*
139600*----------------------------------------------------------------*
139700* 8100-WRITE-CONTROL-REPORT - ONE LINE PER PROOF.  EXPECTED IS   *
139800* THE PRODUCTION SIDE, ACTUAL THE TEST COPY.  DOLLARS ARE IN     *
139900* CENTS.                                                         *
140000*----------------------------------------------------------------*
140100 8100-WRITE-CONTROL-REPORT.
140200     MOVE 'RECORDS IN = OUT'        TO BL-CHECK.
140300     MOVE 'CTMASTER'                TO BL-JOB.
140400     MOVE WS-MSTR-READ              TO WS-EXPECTED-COUNT.
140500     MOVE WS-MSTR-WRITTEN           TO WS-ACTUAL-COUNT.
140600     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
140700     MOVE 'BANKED IN = OUT'         TO BL-CHECK.
140800     MOVE 'CTMASTER'                TO BL-JOB.
140900     MOVE WS-BANK-IN                TO WS-EXPECTED-COUNT.
141000     MOVE WS-BANK-OUT               TO WS-ACTUAL-COUNT.
141100     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
141200     MOVE 'SSN EDIT PASSED = OUT'   TO BL-CHECK.
141300     MOVE 'CTMASTER'                TO BL-JOB.
141400     MOVE WS-MSTR-WRITTEN           TO WS-EXPECTED-COUNT.
141500     MOVE WS-SSN-VALID-OUT          TO WS-ACTUAL-COUNT.
141600     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
141700     MOVE 'RECORDS IN = OUT'        TO BL-CHECK.
141800     MOVE 'ADRHIST'                 TO BL-JOB.
141900     MOVE WS-ADRH-READ              TO WS-EXPECTED-COUNT.
142000     MOVE WS-ADRH-WRITTEN           TO WS-ACTUAL-COUNT.
142100     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
142200     MOVE 'RECORDS IN = OUT'        TO BL-CHECK.
142300     MOVE 'NOTCHIST'                TO BL-JOB.
142400     MOVE WS-NOTC-READ              TO WS-EXPECTED-COUNT.
142500     MOVE WS-NOTC-WRITTEN           TO WS-ACTUAL-COUNT.
142600     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
142700     MOVE 'RECORDS IN = OUT'        TO BL-CHECK.
142800     MOVE 'PAYHIST'                 TO BL-JOB.
142900     MOVE WS-PAYH-READ              TO WS-EXPECTED-COUNT.
143000     MOVE WS-PAYH-WRITTEN           TO WS-ACTUAL-COUNT.
143100     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
143200     MOVE 'PH-AMOUNT IN = OUT'      TO BL-CHECK.
143300     MOVE 'PAYHIST'                 TO BL-JOB.
143400     MOVE WS-PAYH-AMT-IN            TO WS-EXPECTED-COUNT.
143500     MOVE WS-PAYH-AMT-OUT           TO WS-ACTUAL-COUNT.
143600     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
143700     MOVE 'RECORDS IN = OUT'        TO BL-CHECK.
143800     MOVE 'WHLDORD'                 TO BL-JOB.
143900     MOVE WS-WHLD-READ              TO WS-EXPECTED-COUNT.
144000     MOVE WS-WHLD-WRITTEN           TO WS-ACTUAL-COUNT.
144100     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
144200     MOVE 'WH-DED-AMT IN = OUT'     TO BL-CHECK.
144300     MOVE 'WHLDORD'                 TO BL-JOB.
144400     MOVE WS-WHLD-AMT-IN            TO WS-EXPECTED-COUNT.
144500     MOVE WS-WHLD-AMT-OUT           TO WS-ACTUAL-COUNT.
144600     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
144700     MOVE 'WH-DED-PCT IN = OUT'     TO BL-CHECK.
144800     MOVE 'WHLDORD'                 TO BL-JOB.
144900     MOVE WS-WHLD-PCT-IN            TO WS-EXPECTED-COUNT.
145000     MOVE WS-WHLD-PCT-OUT           TO WS-ACTUAL-COUNT.
145100     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
145200     MOVE 'ORDER SSNS IN = OUT'     TO BL-CHECK.
145300     MOVE 'WHLDORD'                 TO BL-JOB.
145400     MOVE WS-WHSSN-IN               TO WS-EXPECTED-COUNT.
145500     MOVE WS-WHSSN-OUT              TO WS-ACTUAL-COUNT.
145600     PERFORM 8200-WRITE-CHECK-LINE THRU 8200-EXIT.
145700     GO TO 8100-EXIT.
145800 8100-EXIT.
145900     EXIT.
146000*
146100*----------------------------------------------------------------*
146200* 8200-WRITE-CHECK-LINE - COMPARE AND PRINT ONE PROOF, FLAGGING  *
146300* THE COPY OUT OF BALANCE ON A MISMATCH.  BL-CHECK AND BL-JOB    *
146400* ARE SET BY THE CALLER.                                         *
146500*----------------------------------------------------------------*
146600 8200-WRITE-CHECK-LINE.
146700     MOVE WS-EXPECTED-COUNT TO BL-EXPECTED.
146800     MOVE WS-ACTUAL-COUNT   TO BL-ACTUAL.
146900     IF WS-EXPECTED-COUNT EQUAL WS-ACTUAL-COUNT
147000         MOVE 'IN BALANCE'   TO BL-STATUS
147100     ELSE
147200         MOVE 'OUT-OF-BAL'   TO BL-STATUS
147300         SET COPY-OUT-OF-BAL TO TRUE
147400     END-IF.
147500     WRITE BL-REPORT-LINE.
147600     GO TO 8200-EXIT.
147700 8200-EXIT.
147800     EXIT.
