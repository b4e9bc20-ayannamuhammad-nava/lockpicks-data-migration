000100*================================================================*
000200* COPYBOOK: CTOPAY.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMSOPAY SYMBOLIC MAP (BMS MAP CMSMPAY OF CMSOMS)    *
000500* CREATED:  2026-10-15 BY ONLINE TRANSACTION CPAY               *
000600* PURPOSE:  HAND-KEPT SYMBOLIC MAP FOR THE PAYMENT HISTORY       *
000700*           INQUIRY SCREEN, IN THE STANDARD BMS-GENERATED SHAPE  *
000800*           (LENGTH/FLAG/ATTRIBUTE PREFIX PER FIELD, OUTPUT      *
000900*           VIEW REDEFINING THE INPUT VIEW).  MUST BE KEPT IN    *
001000*           STEP WITH THE CMSOMS MAPSET SOURCE.                  *
001100*================================================================*
001200 01  CMSMPAYI.
001300     05  FILLER              PIC X(12).
001400     05  PKTYPL              PIC S9(4) COMP.
001500     05  PKTYPF              PIC X(1).
001600     05  PKTYPI              PIC X(1).
001700     05  PRECIDL             PIC S9(4) COMP.
001800     05  PRECIDF             PIC X(1).
001900     05  PRECIDI             PIC X(8).
002000     05  PCLMIDL             PIC S9(4) COMP.
002100     05  PCLMIDF             PIC X(1).
002200     05  PCLMIDI             PIC X(20).
002300     05  PHDR1L              PIC S9(4) COMP.
002400     05  PHDR1F              PIC X(1).
002500     05  PHDR1I              PIC X(79).
002600     05  PHDR2L              PIC S9(4) COMP.
002700     05  PHDR2F              PIC X(1).
002800     05  PHDR2I              PIC X(79).
002900     05  PLIN1L              PIC S9(4) COMP.
003000     05  PLIN1F              PIC X(1).
003100     05  PLIN1I              PIC X(79).
003200     05  PLIN2L              PIC S9(4) COMP.
003300     05  PLIN2F              PIC X(1).
003400     05  PLIN2I              PIC X(79).
003500     05  PLIN3L              PIC S9(4) COMP.
003600     05  PLIN3F              PIC X(1).
003700     05  PLIN3I              PIC X(79).
003800     05  PLIN4L              PIC S9(4) COMP.
003900     05  PLIN4F              PIC X(1).
004000     05  PLIN4I              PIC X(79).
004100     05  PLIN5L              PIC S9(4) COMP.
004200     05  PLIN5F              PIC X(1).
004300     05  PLIN5I              PIC X(79).
004400     05  PLIN6L              PIC S9(4) COMP.
004500     05  PLIN6F              PIC X(1).
004600     05  PLIN6I              PIC X(79).
004700     05  PLIN7L              PIC S9(4) COMP.
004800     05  PLIN7F              PIC X(1).
004900     05  PLIN7I              PIC X(79).
005000     05  PLIN8L              PIC S9(4) COMP.
005100     05  PLIN8F              PIC X(1).
005200     05  PLIN8I              PIC X(79).
005300     05  PLIN9L              PIC S9(4) COMP.
005400     05  PLIN9F              PIC X(1).
005500     05  PLIN9I              PIC X(79).
005600     05  PLIN10L             PIC S9(4) COMP.
005700     05  PLIN10F             PIC X(1).
005800     05  PLIN10I             PIC X(79).
005900     05  PMSGL               PIC S9(4) COMP.
006000     05  PMSGF               PIC X(1).
006100     05  PMSGI               PIC X(79).
006200 01  CMSMPAYO REDEFINES CMSMPAYI.
006300     05  FILLER              PIC X(12).
006400     05  FILLER              PIC X(3).
006500     05  PKTYPO              PIC X(1).
006600     05  FILLER              PIC X(3).
006700     05  PRECIDO             PIC X(8).
006800     05  FILLER              PIC X(3).
006900     05  PCLMIDO             PIC X(20).
007000     05  FILLER              PIC X(3).
007100     05  PHDR1O              PIC X(79).
007200     05  FILLER              PIC X(3).
007300     05  PHDR2O              PIC X(79).
007400     05  FILLER              PIC X(3).
007500     05  PLIN1O              PIC X(79).
007600     05  FILLER              PIC X(3).
007700     05  PLIN2O              PIC X(79).
007800     05  FILLER              PIC X(3).
007900     05  PLIN3O              PIC X(79).
008000     05  FILLER              PIC X(3).
008100     05  PLIN4O              PIC X(79).
008200     05  FILLER              PIC X(3).
008300     05  PLIN5O              PIC X(79).
008400     05  FILLER              PIC X(3).
008500     05  PLIN6O              PIC X(79).
008600     05  FILLER              PIC X(3).
008700     05  PLIN7O              PIC X(79).
008800     05  FILLER              PIC X(3).
008900     05  PLIN8O              PIC X(79).
009000     05  FILLER              PIC X(3).
009100     05  PLIN9O              PIC X(79).
009200     05  FILLER              PIC X(3).
009300     05  PLIN10O             PIC X(79).
009400     05  FILLER              PIC X(3).
009500     05  PMSGO               PIC X(79).
