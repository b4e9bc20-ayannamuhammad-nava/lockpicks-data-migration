000100*================================================================*
000200* COPYBOOK: CTOREP.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMSOREP SYMBOLIC MAP (BMS MAP CMSMREP OF CMSOMS)    *
000500* CREATED:  2026-10-15 BY ONLINE TRANSACTION CREP               *
000600* PURPOSE:  HAND-KEPT SYMBOLIC MAP FOR THE AUTHORIZED            *
000700*           REPRESENTATIVE MAINTENANCE SCREEN, IN THE STANDARD   *
000800*           BMS-GENERATED SHAPE (LENGTH/FLAG/ATTRIBUTE PREFIX    *
000900*           PER FIELD, OUTPUT VIEW REDEFINING THE INPUT VIEW).   *
001000*           MUST BE KEPT IN STEP WITH THE CMSOMS MAPSET SOURCE.  *
001100*================================================================*
001200 01  CMSMREPI.
001300     05  FILLER              PIC X(12).
001400     05  RACTL               PIC S9(4) COMP.
001500     05  RACTF               PIC X(1).
001600     05  RACTI               PIC X(1).
001700     05  RRECIDL             PIC S9(4) COMP.
001800     05  RRECIDF             PIC X(1).
001900     05  RRECIDI             PIC X(8).
002000     05  RSEQL               PIC S9(4) COMP.
002100     05  RSEQF               PIC X(1).
002200     05  RSEQI               PIC X(2).
002300     05  RCLNML              PIC S9(4) COMP.
002400     05  RCLNMF              PIC X(1).
002500     05  RCLNMI              PIC X(57).
002600     05  RDESIGL             PIC S9(4) COMP.
002700     05  RDESIGF             PIC X(1).
002800     05  RDESIGI             PIC X(1).
002900     05  RFNAML              PIC S9(4) COMP.
003000     05  RFNAMF              PIC X(1).
003100     05  RFNAMI              PIC X(25).
003200     05  RLNAML              PIC S9(4) COMP.
003300     05  RLNAMF              PIC X(1).
003400     05  RLNAMI              PIC X(30).
003500     05  RSUFXL              PIC S9(4) COMP.
003600     05  RSUFXF              PIC X(1).
003700     05  RSUFXI              PIC X(5).
003800     05  RFIRML              PIC S9(4) COMP.
003900     05  RFIRMF              PIC X(1).
004000     05  RFIRMI              PIC X(40).
004100     05  RADR1L              PIC S9(4) COMP.
004200     05  RADR1F              PIC X(1).
004300     05  RADR1I              PIC X(40).
004400     05  RADR2L              PIC S9(4) COMP.
004500     05  RADR2F              PIC X(1).
004600     05  RADR2I              PIC X(40).
004700     05  RCITYL              PIC S9(4) COMP.
004800     05  RCITYF              PIC X(1).
004900     05  RCITYI              PIC X(30).
005000     05  RSTL                PIC S9(4) COMP.
005100     05  RSTF                PIC X(1).
005200     05  RSTI                PIC X(2).
005300     05  RZIPL               PIC S9(4) COMP.
005400     05  RZIPF               PIC X(1).
005500     05  RZIPI               PIC X(10).
005600     05  RPTELL              PIC S9(4) COMP.
005700     05  RPTELF              PIC X(1).
005800     05  RPTELI              PIC X(14).
005900     05  REFFDTL             PIC S9(4) COMP.
006000     05  REFFDTF             PIC X(1).
006100     05  REFFDTI             PIC X(10).
006200     05  REXPDTL             PIC S9(4) COMP.
006300     05  REXPDTF             PIC X(1).
006400     05  REXPDTI             PIC X(10).
006500     05  RMSGL               PIC S9(4) COMP.
006600     05  RMSGF               PIC X(1).
006700     05  RMSGI               PIC X(79).
006800 01  CMSMREPO REDEFINES CMSMREPI.
006900     05  FILLER              PIC X(12).
007000     05  FILLER              PIC X(3).
007100     05  RACTO               PIC X(1).
007200     05  FILLER              PIC X(3).
007300     05  RRECIDO             PIC X(8).
007400     05  FILLER              PIC X(3).
007500     05  RSEQO               PIC X(2).
007600     05  FILLER              PIC X(3).
007700     05  RCLNMO              PIC X(57).
007800     05  FILLER              PIC X(3).
007900     05  RDESIGO             PIC X(1).
008000     05  FILLER              PIC X(3).
008100     05  RFNAMO              PIC X(25).
008200     05  FILLER              PIC X(3).
008300     05  RLNAMO              PIC X(30).
008400     05  FILLER              PIC X(3).
008500     05  RSUFXO              PIC X(5).
008600     05  FILLER              PIC X(3).
008700     05  RFIRMO              PIC X(40).
008800     05  FILLER              PIC X(3).
008900     05  RADR1O              PIC X(40).
009000     05  FILLER              PIC X(3).
009100     05  RADR2O              PIC X(40).
009200     05  FILLER              PIC X(3).
009300     05  RCITYO              PIC X(30).
009400     05  FILLER              PIC X(3).
009500     05  RSTO                PIC X(2).
009600     05  FILLER              PIC X(3).
009700     05  RZIPO               PIC X(10).
009800     05  FILLER              PIC X(3).
009900     05  RPTELO              PIC X(14).
010000     05  FILLER              PIC X(3).
010100     05  REFFDTO             PIC X(10).
010200     05  FILLER              PIC X(3).
010300     05  REXPDTO             PIC X(10).
010400     05  FILLER              PIC X(3).
010500     05  RMSGO               PIC X(79).
