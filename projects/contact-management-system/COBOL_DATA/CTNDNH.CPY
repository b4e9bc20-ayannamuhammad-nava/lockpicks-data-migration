000100*================================================================*
000200* COPYBOOK: CTNDNH.CPY                                          *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-NDNH NEW-HIRE EXTRACT RECORD                     *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-NDNH                    *
000600* PURPOSE:  ONE RECORD PER NEW-HIRE REPORT ON THE WEEKLY         *
000700*           NATIONAL DIRECTORY OF NEW HIRES / STATE NEW-HIRE     *
000800*           FILE, AS REFORMATTED BY THE INTAKE STEP.  NW-SSN IS  *
000900*           PLAINTEXT IN THE STANDARD NNN-NN-NNNN FORMAT AND IS  *
001000*           THE MATCH KEY AGAINST THE CONTACT MASTER (ENCRYPTED  *
001100*           VIA CMSCRYP BEFORE THE KEYED READ).  NW-HIRE-DATE    *
001200*           IS YYYY-MM-DD.  NW-SOURCE IS N FOR AN NDNH RECORD,   *
001300*           S FOR THE STATE DIRECTORY.  THE NAME FIELDS ARE      *
001400*           CARRIED FOR REFERENCE ONLY -- THE SSN IS THE SOLE    *
001500*           MATCH CRITERION.                                     *
001600*================================================================*
001700 01  NW-NEWHIRE-REC.
001800     05  NW-SSN              PIC X(11).
001900     05  NW-LNAM             PIC X(30).
002000     05  NW-FNAM             PIC X(25).
002100     05  NW-HIRE-DATE        PIC X(10).
002200     05  NW-EMPR-FEIN        PIC X(9).
002300     05  NW-EMPR-NAME        PIC X(45).
002400     05  NW-EMPR-ST          PIC X(2).
002500     05  NW-SOURCE           PIC X(1).
002600         88  NW-SOURCE-NDNH      VALUE 'N'.
002700         88  NW-SOURCE-STATE     VALUE 'S'.
002800     05  FILLER              PIC X(7).
