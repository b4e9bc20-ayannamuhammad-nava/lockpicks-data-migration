000900*           CMS-ACH -- FILE HEADER (1), BATCH HEADER (5),        *
001000*           ENTRY DETAIL (6), BATCH CONTROL (8), AND FILE        *
001100*           CONTROL (9).                                        *
001110* MODIFIED: 2026-10-15 BY BATCH JOB CMS-DTHR -- ADDED THE        *
001120*           ENTRY DETAIL ADDENDA (7) REDEFINITION.  CMS-DTHR     *
001130*           REVERSAL ENTRIES CARRY ONE TYPE 05 ADDENDA NAMING    *
001140*           THE ORIGINAL TRACE NUMBER BEING REVERSED.            *
001200*================================================================*
001300 01  NA-FILE-HEADER-REC.
001400     05  NA-FH-RECORD-TYPE-CD    PIC X(1).
005300     05  NA-ED-ADDENDA-IND       PIC X(1).
005400     05  NA-ED-TRACE-NUMBER      PIC X(15).
005500*
005510 01  NA-ADDENDA-REC REDEFINES NA-FILE-HEADER-REC.
005520     05  NA-AD-RECORD-TYPE-CD    PIC X(1).
005530     05  NA-AD-ADDENDA-TYPE-CD   PIC X(2).
005540     05  NA-AD-PMT-RELATED-INFO  PIC X(80).
005550     05  NA-AD-SEQUENCE-NUM      PIC 9(4).
005560     05  NA-AD-ENTRY-SEQ-NUM     PIC X(7).
005570*
005600 01  NA-BATCH-CONTROL-REC REDEFINES NA-FILE-HEADER-REC.
005700     05  NA-BC-RECORD-TYPE-CD    PIC X(1).
005800     05  NA-BC-SERVICE-CLASS-CD  PIC X(3).
