000100*================================================================*
000200* COPYBOOK: CTFRRPT.CPY                                         *
000300* SYSTEM:   CONTACT MANAGEMENT SYSTEM (CMS)                     *
000400* RECORD:   CMS-FRNG FRAUD-RING CLUSTER REPORT LINE              *
000500* CREATED:  2026-10-15 BY BATCH JOB CMS-FRNG                    *
000600* PURPOSE:  ONE LINE PER MEMBER OF EACH CLUSTER OF ACTIVE        *
000700*           CONTACTS SHARING ONE BANK ACCOUNT, EMAIL ADDRESS,    *
000800*           MOBILE PHONE, OR MAILING ADDRESS.  THE CLUSTER       *
000900*           COLUMNS (RANK, TYPE, SIZE, CLUSTER DOLLARS, SHARED   *
001000*           VALUE) REPEAT ON EVERY MEMBER LINE; CLUSTERS PRINT   *
001100*           LARGEST FIRST, THEN BY DOLLARS PAID.  DOLLARS ARE    *
001200*           EVERYTHING ON THE PAYMENT HISTORY FOR THE MEMBER.    *
001300*           FR-HOLD-IND IS HOLD WHEN A PAYMENT HOLD IS ACTIVE    *
001400*           FOR THE MEMBER.  A SHARED BANK ACCOUNT PRINTS AS     *
001500*           THE ROUTING NUMBER AND THE LAST FOUR ACCOUNT DIGITS  *
001600*           ONLY.                                                *
001700*================================================================*
001800 01  FR-REPORT-LINE.
001900     05  FR-RANK             PIC Z(4)9.
002000     05  FILLER              PIC X(1)  VALUE SPACE.
002100     05  FR-POINT-TYPE       PIC X(4).
002200     05  FILLER              PIC X(1)  VALUE SPACE.
002300     05  FR-SIZE             PIC Z(4)9.
002400     05  FILLER              PIC X(1)  VALUE SPACE.
002500     05  FR-RING-AMT         PIC ZZZ,ZZZ,ZZ9.99.
002600     05  FILLER              PIC X(1)  VALUE SPACE.
002700     05  FR-RECID            PIC 9(8).
002800     05  FILLER              PIC X(1)  VALUE SPACE.
002900     05  FR-CLMID            PIC X(20).
003000     05  FILLER              PIC X(1)  VALUE SPACE.
003100     05  FR-MEMBER-AMT       PIC ZZ,ZZZ,ZZ9.99.
003200     05  FILLER              PIC X(1)  VALUE SPACE.
003300     05  FR-HOLD-IND         PIC X(4).
003400     05  FILLER              PIC X(1)  VALUE SPACE.
003500     05  FR-SHARED-VALUE     PIC X(60).
