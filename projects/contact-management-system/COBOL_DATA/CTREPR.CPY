000100*================================================================*
000200* COPYBOOK: CTREPR.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   AUTHORIZED REPRESENTATIVE RECORD                     *
000500* LENGTH:   300 BYTES                                           *
000600* CREATED:  2026-10-15 BY BATCH JOB CMS-REPM                    *
000700* PURPOSE:  ONE RECORD PER THIRD PARTY A CLAIMANT HAS AUTHORIZED *
000800*           TO RECEIVE COPIES OF NOTICES -- AN ATTORNEY, A UNION *
000900*           REPRESENTATIVE, OR A FAMILY MEMBER HOLDING A POWER   *
001000*           OF ATTORNEY.  NOT THE SAME THING AS CT-EMRG, WHICH   *
001100*           IS AN EMERGENCY CONTACT AND IS NEVER SENT NOTICES.   *
001200*           HELD IN THE CTREPR KSDS, KEYED ON THE CLAIMANT'S     *
001300*           RECID PLUS A TWO-DIGIT SEQUENCE, SO ONE BROWSE FROM  *
001400*           RECID + 00 READS EVERY REPRESENTATIVE OF A CLAIMANT. *
001500*           MAINTAINED BY CMS-REPM (BATCH) AND CREP (ONLINE,     *
001600*           CMSOREP); READ BY CMS-NOTC, WHICH COMPOSES A PAPER   *
001700*           COPY OF EVERY NOTICE TO EACH ACTIVE REPRESENTATIVE.  *
001800*             RP-DESIG-TYPE  A ATTORNEY, U UNION REPRESENTATIVE, *
001900*                            P FAMILY MEMBER / POWER OF          *
002000*                            ATTORNEY, O OTHER DESIGNEE.         *
002100*             RP-EFF-DATE/RP-EXP-DATE  YYYY-MM-DD.  ACTIVE FROM  *
002200*                            THE EFFECTIVE DATE THROUGH THE      *
002300*                            EXPIRATION DATE INCLUSIVE; A BLANK  *
002400*                            EXPIRATION DATE IS OPEN-ENDED.      *
002500*             RP-SRCCD       CMS-REPM OR ONLINE -- WHO LAST      *
002600*                            MAINTAINED THE RECORD, ON           *
002700*                            RP-MAINT-DATE.                      *
002800*================================================================*
002900 01  RP-REP-REC.
003000     05  RP-KEY.
003100         10  RP-RECID        PIC 9(8).
003200         10  RP-SEQ          PIC 9(2).
003300     05  RP-DESIG-TYPE       PIC X(1).
003400         88  RP-ATTORNEY         VALUE 'A'.
003500         88  RP-UNION-REP        VALUE 'U'.
003600         88  RP-POA              VALUE 'P'.
003700         88  RP-OTHER-DESIGNEE   VALUE 'O'.
003800         88  RP-DESIG-VALID      VALUE 'A' 'U' 'P' 'O'.
003900     05  RP-FNAM             PIC X(25).
004000     05  RP-LNAM             PIC X(30).
004100     05  RP-SUFX             PIC X(5).
004200     05  RP-FIRM             PIC X(40).
004300     05  RP-ADR1             PIC X(40).
004400     05  RP-ADR2             PIC X(40).
004500     05  RP-CITY             PIC X(30).
004600     05  RP-ST               PIC X(2).
004700     05  RP-ZIP              PIC X(10).
004800     05  RP-PTEL             PIC X(14).
004900     05  RP-EFF-DATE         PIC X(10).
005000     05  RP-EXP-DATE         PIC X(10).
005100     05  RP-MAINT-DATE       PIC X(10).
005200     05  RP-SRCCD            PIC X(10).
005300     05  FILLER              PIC X(13).
