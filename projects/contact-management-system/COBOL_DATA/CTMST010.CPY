000802*           QUEUES; IT IS CLEARED WHEN A NEW ADDRESS ARRIVES     *
000803*           (CMS-NCOA FORWARDING OR A CMS-UPDT ADDRESS CHANGE).  *
000804*           REMAINING BYTES STAY RESERVED.                       *
000811* MODIFIED: 2026-10-15 BY BATCH JOB CMS-UPDT -- 22 MORE BYTES OF *
000818*           RESERVED FILLER REPURPOSED FOR BANK-CHANGE CONTROL.  *
000825*           CT-BKCHG-DATE IS THE RUN DATE OF THE LAST CHANGE TO  *
000832*           CT-BACT/CT-BRTN AND CT-BKCHG-STAT ITS VERIFICATION   *
000837*           STATE -- 'P' PRENOTE PENDING (CMS-ACH ORIGINATES A   *
000842*           ZERO-DOLLAR PRENOTE), 'R' REJECTED (CMS-ACHR TOOK A  *
000847*           RETURN OR NOC ON THE PRENOTE AND CLEARED THE NEW     *
000852*           ACCOUNT), 'V' VERIFIED (CMS-ACHR, ONCE THE           *
000857*           COOLING-OFF PERIOD ENDED WITH NO PRENOTE RETURN).    *
000862*           UNTIL CT-BKCOOL-DATE, PAYMENTS ARE ROUTED PER        *
000867*           CT-BKCOOL-ROUTE -- 'C' TO THE DEBIT CARD (CMS-CARD), *
000872*           'H' HELD (A PAYHOLD RECORD, REASON BKCH).  REMAINING *
000881*           BYTES STAY RESERVED.                                 *
000882* MODIFIED: 2026-10-15 BY BATCH JOB CMS-NOTC -- 2 MORE BYTES OF  *
000883*           RESERVED FILLER REPURPOSED FOR ELECTRONIC NOTICE     *
000884*           DELIVERY.  CT-DLVPREF IS THE CLAIMANT'S DELIVERY     *
000885*           PREFERENCE -- 'E' E-MAIL TO CT-EMAL, 'S' TEXT        *
000886*           MESSAGE TO CT-MTEL, 'P' OR SPACE PAPER.  CMS-NOTC    *
000887*           SENDS AN OPTED-IN CONTACT A SECURE-LINK NOTIFICATION *
000888*           THROUGH THE OUTBOUND GATEWAY FILE INSTEAD OF A PRINT *
000889*           IMAGE.  CT-EDSTAT IS THE ELECTRONIC-ADDRESS STATUS,  *
000890*           THE COUNTERPART OF CT-ADSTAT -- CMS-NCOA SETS IT 'B' *
000891*           FROM THE GATEWAY BOUNCE FILE, WHICH SENDS THE        *
000892*           CONTACT BACK TO PAPER; IT IS CLEARED WHEN A NEW      *
000893*           E-MAIL ADDRESS, MOBILE NUMBER, OR PREFERENCE IS      *
000894*           KEYED (CMS-UPDT OR THE CMNT SCREEN).  REMAINING      *
000895*           BYTES STAY RESERVED.                                 *
000896*================================================================*
000900 01  CT-MASTER-REC.
001000     05  CT-RECID            PIC 9(8).
001100     05  CT-FNAM             PIC X(25).
004950     05  CT-BYED             PIC X(10).
004955     05  CT-ADSTAT           PIC X(1).
004956         88  CT-ADDR-UNDELIV     VALUE 'U'.
004960     05  CT-BKCHG-DATE       PIC X(10).
004964     05  CT-BKCHG-STAT       PIC X(1).
004968         88  CT-BANK-CHG-PENDING VALUE 'P'.
004972         88  CT-BANK-CHG-REJECTED VALUE 'R'.
004974         88  CT-BANK-CHG-VERIFIED VALUE 'V'.
004976     05  CT-BKCOOL-DATE      PIC X(10).
004980     05  CT-BKCOOL-ROUTE     PIC X(1).
004984         88  CT-BKCOOL-TO-CARD   VALUE 'C'.
004988         88  CT-BKCOOL-HOLD      VALUE 'H'.
004989     05  CT-DLVPREF          PIC X(1).
004990         88  CT-DLV-PAPER        VALUE 'P' ' '.
004991         88  CT-DLV-EMAIL        VALUE 'E'.
004992         88  CT-DLV-SMS          VALUE 'S'.
004993     05  CT-EDSTAT           PIC X(1).
004994         88  CT-ELEC-BOUNCED     VALUE 'B'.
004995     05  FILLER              PIC X(15).
005000     05  CT-CLMID            PIC X(20).
005050     05  FILLER              PIC X(10).
