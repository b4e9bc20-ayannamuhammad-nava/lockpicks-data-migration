000800*           (LENGTH/FLAG/ATTRIBUTE PREFIX PER FIELD, OUTPUT      *
000900*           VIEW REDEFINING THE INPUT VIEW).  MUST BE KEPT IN    *
001000*           STEP WITH THE CMSOMS MAPSET SOURCE.                  *
001020* MODIFIED: 2026-10-15 BY ONLINE TRANSACTION CMNT -- ADDED       *
001040*           MMTEL (MOBILE PHONE) AND MDLVPF (NOTICE DELIVERY     *
001060*           PREFERENCE) AFTER MCLMID, MATCHING CMSOMS.           *
001100*================================================================*
001200 01  CMSMMNTI.
001300     05  FILLER              PIC X(12).
007400     05  MCLMIDL             PIC S9(4) COMP.
007500     05  MCLMIDF             PIC X(1).
007600     05  MCLMIDI             PIC X(20).
007610     05  MMTELL              PIC S9(4) COMP.
007620     05  MMTELF              PIC X(1).
007630     05  MMTELI              PIC X(14).
007640     05  MDLVPFL             PIC S9(4) COMP.
007650     05  MDLVPFF             PIC X(1).
007660     05  MDLVPFI             PIC X(1).
007700     05  MMSGL               PIC S9(4) COMP.
007800     05  MMSGF               PIC X(1).
007900     05  MMSGI               PIC X(79).
012200     05  FILLER              PIC X(3).
012300     05  MCLMIDO             PIC X(20).
012400     05  FILLER              PIC X(3).
012420     05  MMTELO              PIC X(14).
012440     05  FILLER              PIC X(3).
012460     05  MDLVPFO             PIC X(1).
012480     05  FILLER              PIC X(3).
012500     05  MMSGO               PIC X(79).
