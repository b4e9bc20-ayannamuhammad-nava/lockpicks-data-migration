000100*================================================================*
000200* COPYBOOK: CTG9IR.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   IRS PUBLICATION 1220 INFORMATION RETURN RECORD       *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-1099                    *
000600* PURPOSE:  THE 750-BYTE FIRE SYSTEM RECORD, ONE VIEW PER        *
000700*           RECORD TYPE, AS CMS-1099 WRITES THEM TO IRSOUT:      *
000800*             T  TRANSMITTER (FIRST RECORD ON THE FILE)          *
000900*             A  PAYER (ONE -- THE AGENCY, RETURN TYPE F,        *
001000*                FORM 1099-G)                                    *
001100*             B  PAYEE (ONE PER CLAIMANT RETURN)                 *
001200*             C  END OF PAYER (PAYEE COUNT AND AMOUNT TOTALS)    *
001300*             F  END OF TRANSMISSION                             *
001400*           EVERY TYPE CARRIES THE RECORD SEQUENCE NUMBER IN     *
001500*           POSITIONS 500-507.  AMOUNTS ARE CENTS, RIGHT-        *
001600*           JUSTIFIED, ZERO-FILLED.  ON THE B RECORD, PAYMENT    *
001700*           AMOUNT 1 IS BOX 1 (UNEMPLOYMENT COMPENSATION) AND    *
001800*           PAYMENT AMOUNT 4 IS BOX 4 (FEDERAL INCOME TAX        *
001900*           WITHHELD); STATE INCOME TAX WITHHELD (BOX 11) HAS    *
002000*           ITS OWN FIELD IN THE FORM-SPECIFIC AREA.  UNUSED     *
002100*           AMOUNT FIELDS ARE GROUPED AS ONE ZERO-FILLED ITEM.   *
002200*================================================================*
002300 01  IR-T-REC.
002400     05  IR-T-RECORD-TYPE    PIC X(1).
002500     05  IR-T-PMT-YEAR       PIC X(4).
002600     05  IR-T-PRIOR-YR-IND   PIC X(1).
002700     05  IR-T-TIN            PIC X(9).
002800     05  IR-T-TCC            PIC X(5).
002900     05  FILLER              PIC X(7).
003000     05  IR-T-TEST-IND       PIC X(1).
003100     05  IR-T-FOREIGN-IND    PIC X(1).
003200     05  IR-T-NAME           PIC X(40).
003300     05  IR-T-NAME-2         PIC X(40).
003400     05  IR-T-COMPANY        PIC X(40).
003500     05  IR-T-COMPANY-2      PIC X(40).
003600     05  IR-T-ADDR           PIC X(40).
003700     05  IR-T-CITY           PIC X(40).
003800     05  IR-T-ST             PIC X(2).
003900     05  IR-T-ZIP            PIC X(9).
004000     05  FILLER              PIC X(15).
004100     05  IR-T-PAYEE-COUNT    PIC 9(8).
004200     05  IR-T-CONTACT-NAME   PIC X(40).
004300     05  IR-T-CONTACT-PHONE  PIC X(15).
004400     05  IR-T-CONTACT-EMAIL  PIC X(50).
004500     05  FILLER              PIC X(91).
004600     05  IR-T-SEQ-NUM        PIC 9(8).
004700     05  FILLER              PIC X(10).
004800     05  IR-T-VENDOR-IND     PIC X(1).
004900     05  IR-T-VENDOR-INFO    PIC X(221).
005000     05  IR-T-VENDOR-FOREIGN PIC X(1).
005100     05  FILLER              PIC X(10).
005200 01  IR-A-REC REDEFINES IR-T-REC.
005300     05  IR-A-RECORD-TYPE    PIC X(1).
005400     05  IR-A-PMT-YEAR       PIC X(4).
005500     05  IR-A-CFSF-IND       PIC X(1).
005600     05  FILLER              PIC X(5).
005700     05  IR-A-PAYER-TIN      PIC X(9).
005800     05  IR-A-NAME-CTL       PIC X(4).
005900     05  IR-A-LAST-FILING    PIC X(1).
006000     05  IR-A-RETURN-TYPE    PIC X(2).
006100     05  IR-A-AMOUNT-CODES   PIC X(18).
006200     05  FILLER              PIC X(6).
006300     05  IR-A-FOREIGN-IND    PIC X(1).
006400     05  IR-A-NAME           PIC X(40).
006500     05  IR-A-NAME-2         PIC X(40).
006600     05  IR-A-XFER-AGENT     PIC X(1).
006700     05  IR-A-ADDR           PIC X(40).
006800     05  IR-A-CITY           PIC X(40).
006900     05  IR-A-ST             PIC X(2).
007000     05  IR-A-ZIP            PIC X(9).
007100     05  IR-A-PHONE          PIC X(15).
007200     05  FILLER              PIC X(260).
007300     05  IR-A-SEQ-NUM        PIC 9(8).
007400     05  FILLER              PIC X(243).
007500 01  IR-B-REC REDEFINES IR-T-REC.
007600     05  IR-B-RECORD-TYPE    PIC X(1).
007700     05  IR-B-PMT-YEAR       PIC X(4).
007800     05  IR-B-CORR-IND       PIC X(1).
007900     05  IR-B-NAME-CTL       PIC X(4).
008000     05  IR-B-TIN-TYPE       PIC X(1).
008100     05  IR-B-TIN            PIC X(9).
008200     05  IR-B-ACCT-NUM       PIC X(20).
008300     05  IR-B-OFFICE-CD      PIC X(4).
008400     05  FILLER              PIC X(10).
008500     05  IR-B-AMT-1          PIC 9(12).
008600     05  IR-B-AMT-2-3        PIC X(24).
008700     05  IR-B-AMT-4          PIC 9(12).
008800     05  IR-B-AMT-5-J        PIC X(168).
008900     05  FILLER              PIC X(16).
009000     05  IR-B-FOREIGN-IND    PIC X(1).
009100     05  IR-B-NAME           PIC X(40).
009200     05  IR-B-NAME-2         PIC X(40).
009300     05  IR-B-ADDR           PIC X(40).
009400     05  FILLER              PIC X(40).
009500     05  IR-B-CITY           PIC X(40).
009600     05  IR-B-ST             PIC X(2).
009700     05  IR-B-ZIP            PIC X(9).
009800     05  FILLER              PIC X(1).
009900     05  IR-B-SEQ-NUM        PIC 9(8).
010000     05  FILLER              PIC X(39).
010100     05  IR-B-TRADE-IND      PIC X(1).
010200     05  IR-B-REFUND-YEAR    PIC X(4).
010300     05  FILLER              PIC X(111).
010400     05  IR-B-SPECIAL-DATA   PIC X(60).
010500     05  IR-B-STATE-WH       PIC 9(12).
010600     05  IR-B-LOCAL-WH       PIC 9(12).
010700     05  IR-B-CFSF-CODE      PIC X(2).
010800     05  FILLER              PIC X(2).
010900 01  IR-C-REC REDEFINES IR-T-REC.
011000     05  IR-C-RECORD-TYPE    PIC X(1).
011100     05  IR-C-PAYEE-COUNT    PIC 9(8).
011200     05  FILLER              PIC X(6).
011300     05  IR-C-TOTAL-1        PIC 9(18).
011400     05  IR-C-TOTAL-2-3      PIC X(36).
011500     05  IR-C-TOTAL-4        PIC 9(18).
011600     05  IR-C-TOTAL-5-J      PIC X(252).
011700     05  FILLER              PIC X(160).
011800     05  IR-C-SEQ-NUM        PIC 9(8).
011900     05  FILLER              PIC X(243).
012000 01  IR-F-REC REDEFINES IR-T-REC.
012100     05  IR-F-RECORD-TYPE    PIC X(1).
012200     05  IR-F-A-COUNT        PIC 9(8).
012300     05  IR-F-ZERO           PIC X(21).
012400     05  FILLER              PIC X(19).
012500     05  IR-F-PAYEE-COUNT    PIC 9(8).
012600     05  FILLER              PIC X(442).
012700     05  IR-F-SEQ-NUM        PIC 9(8).
012800     05  FILLER              PIC X(243).
