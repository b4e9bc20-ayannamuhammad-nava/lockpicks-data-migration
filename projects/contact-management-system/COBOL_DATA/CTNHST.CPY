001400*           PROOF-OF-MAILING RECORD THE PRINT FILE ITSELF        *
001500*           NEVER WAS -- CMS-NHIQ ANSWERS APPEALS-HEARING        *
001600*           REQUESTS FROM IT.                                    *
001610* MODIFIED: 2026-10-15 BY BATCH JOB CMS-NOTC -- ONE BYTE OF      *
001620*           FILLER REPURPOSED AS NH-CHANNEL, THE DELIVERY        *
001630*           CHANNEL -- P (OR SPACE ON OLDER RECORDS) PAPER, E    *
001640*           E-MAIL AND S TEXT MESSAGE (A SECURE-LINK             *
001650*           NOTIFICATION THROUGH THE GATEWAY; THE NAME AND       *
001660*           ADDRESS BLOCK IS STILL THE ONE MERGED INTO THE       *
001670*           NOTICE), R A PAPER RE-MAILING OF A NOTICE WHOSE      *
001680*           ELECTRONIC DELIVERY BOUNCED.                         *
001682* MODIFIED: 2026-10-15 BY BATCH JOB CMS-NOTC -- THE LAST BYTE   *
001684*           OF FILLER REPURPOSED AS NH-COPY-TYPE.  SPACE IS THE  *
001686*           CLAIMANT'S OWN NOTICE; A, U, P, OR O (THE CTREPR     *
001688*           DESIGNATION TYPE) IS THE COPY SENT TO AN AUTHORIZED  *
001690*           REPRESENTATIVE, WHOSE NAME AND ADDRESS ARE THEN THE  *
001692*           BLOCK RECORDED.  NH-RECID IS ALWAYS THE CLAIMANT'S.  *
001700*================================================================*
001800 01  NH-HISTORY-REC.
001900     05  NH-RECID            PIC 9(8).
002800     05  NH-CITY             PIC X(30).
002900     05  NH-ST               PIC X(2).
003000     05  NH-ZIP              PIC X(10).
003010     05  NH-CHANNEL          PIC X(1).
003020         88  NH-CHAN-PAPER       VALUE 'P' ' '.
003030         88  NH-CHAN-EMAIL       VALUE 'E'.
003040         88  NH-CHAN-SMS         VALUE 'S'.
003050         88  NH-CHAN-REMAIL      VALUE 'R'.
003100     05  NH-COPY-TYPE        PIC X(1).
003110         88  NH-CLAIMANT-COPY    VALUE SPACE.
003120         88  NH-REP-COPY         VALUE 'A' 'U' 'P' 'O'.
003130         88  NH-COPY-ATTORNEY    VALUE 'A'.
003140         88  NH-COPY-UNION-REP   VALUE 'U'.
003150         88  NH-COPY-POA         VALUE 'P'.
003160         88  NH-COPY-OTHER       VALUE 'O'.
