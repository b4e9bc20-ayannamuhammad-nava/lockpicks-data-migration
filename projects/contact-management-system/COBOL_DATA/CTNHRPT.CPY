001000*           THE PROOF-OF-MAILING ANSWER FOR AN APPEALS           *
001100*           HEARING.  A CARD THAT MATCHES NOTHING GETS ONE       *
001200*           NOT-FOUND LINE.                                      *
001220* MODIFIED: 2026-10-15 BY BATCH JOB CMS-NHIQ -- NR-CHANNEL ADDED *
001240*           AT THE END OF THE LINE, THE DELIVERY CHANNEL FROM    *
001260*           NH-CHANNEL (PAPER, EMAIL, SMS, OR REMAIL FOR A PAPER *
001280*           RE-MAILING AFTER AN ELECTRONIC BOUNCE).              *
001282* MODIFIED: 2026-10-15 BY BATCH JOB CMS-NHIQ -- NR-COPY-TO AND  *
001284*           NR-LNAM ADDED.  NR-COPY-TO IS CLAIMANT FOR THE       *
001286*           CLAIMANT'S OWN NOTICE, OR REP-ATTY, REP-UNION,       *
001288*           REP-POA, OR REP-OTHER FOR AN AUTHORIZED              *
001290*           REPRESENTATIVE'S COPY (NH-COPY-TYPE); NR-LNAM IS     *
001292*           THE ADDRESSEE'S LAST NAME.                           *
001300*================================================================*
001400 01  NR-REPORT-LINE.
001500     05  NR-KEY-TYPE         PIC X(1).
003300     05  NR-ST               PIC X(2).
003400     05  FILLER              PIC X(1)  VALUE SPACE.
003500     05  NR-ZIP              PIC X(10).
003510     05  FILLER              PIC X(1)  VALUE SPACE.
003520     05  NR-CHANNEL          PIC X(6).
003530     05  FILLER              PIC X(1)  VALUE SPACE.
003540     05  NR-COPY-TO          PIC X(9).
003550     05  FILLER              PIC X(1)  VALUE SPACE.
003560     05  NR-LNAM             PIC X(30).
