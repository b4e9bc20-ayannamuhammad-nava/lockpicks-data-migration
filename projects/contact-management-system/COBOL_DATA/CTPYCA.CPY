000100*================================================================*
000200* COPYBOOK: CTPYCA.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CPAY PSEUDO-CONVERSATIONAL COMMAREA                  *
000500* CREATED:  2026-10-15 BY ONLINE TRANSACTION CPAY               *
000600* PURPOSE:  STATE CARRIED BETWEEN CMSOPAY TASKS -- THE KEY THE   *
000700*           OPERATOR SEARCHED ON AND WHERE THE NEXT PAGE OF THE  *
000800*           PAYHSTK BROWSE RESUMES.  CMSOINQ BUILDS THE SAME     *
000900*           AREA WITH PY-FROM-CINQ SET WHEN PF5 TRANSFERS A      *
001000*           FOUND CONTACT STRAIGHT TO ITS PAYMENT HISTORY.       *
001100*             PY-KEY-TYPE   R = BY RECID, C = BY CLAIM ID.       *
001200*             PY-NEXT-KEY   PX-KEY OF THE FIRST RECORD NOT YET   *
001300*                           SHOWN, VALID WHEN PY-MORE-PAGES.     *
001400*================================================================*
001500 01  PY-COMMAREA.
001600     05  PY-ENTRY-SW         PIC X(1).
001700         88  PY-FROM-CINQ        VALUE 'I'.
001800         88  PY-OWN-SCREEN       VALUE 'P'.
001900     05  PY-KEY-TYPE         PIC X(1).
002000         88  PY-BY-RECID         VALUE 'R'.
002100         88  PY-BY-CLMID         VALUE 'C'.
002200     05  PY-RECID            PIC 9(8).
002300     05  PY-CLMID            PIC X(20).
002400     05  PY-NEXT-KEY         PIC X(36).
002500     05  PY-MORE-SW          PIC X(1).
002600         88  PY-MORE-PAGES       VALUE 'Y'.
002700     05  PY-PAGE-NO          PIC 9(4).
002800     05  FILLER              PIC X(9).
