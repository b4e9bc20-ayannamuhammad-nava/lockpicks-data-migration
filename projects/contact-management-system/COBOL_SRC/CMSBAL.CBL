002300*                READ EXACTLY TONIGHT'S MASTER COUNT.  DELTA     *
002400*                (RC-RUN-MODE D) RUNS ARE EXEMPT -- A DELTA      *
002500*                PASS READS ONLY CHANGED RECORDS BY DESIGN.      *
002520*             4. REFERENTIAL INTEGRITY -- WHEN CMS-AUDT RAN,     *
002540*                ITS LATEST RUN FOUND NO SATELLITE-FILE          *
002560*                EXCEPTIONS (RC-RECS-REJECTED IS ZERO).          *
002600*           ANY CHECK OUT OF BALANCE ENDS THE RUN WITH RETURN    *
002700*           CODE 8 SO THE SCHEDULER HOLDS THE ACH TRANSMISSION   *
002800*           STEP -- MONEY DOES NOT MOVE ON AN UNBALANCED RUN.    *
004295*                    CHECK COVERS ONLINE MAINTENANCE, AND A    *
004296*                    BUSY DESK DAY CAN EXCEED THE OLD          *
004297*                    ONE-RECORD-PER-JOB SIZING.                *
004307*   2026-10-15  DS   THE PAYMENT-COVERAGE CHECK NOW ALSO       *
004317*                    COUNTS THE DOLLARS CMS-ACH AND CMS-CARD   *
004327*                    HELD UNDER A PAYMENT HOLD (RC-JOB         *
004337*                    CMS-HOLD) -- A HELD PAYMENT IS ACCOUNTED  *
004347*                    FOR, NOT MISSING.                         *
004348*   2026-10-15  DS   CMS-AUDT, THE CROSS-FILE REFERENTIAL      *
004349*                    INTEGRITY AUDIT, IS NOW CHECKED -- ANY    *
004350*                    AUDIT EXCEPTION PUTS THE NIGHT OUT OF     *
004351*                    BALANCE.  THE AUDIT CARRIES NO ADDS OR    *
004352*                    DELETES, SO CONTINUITY IS UNAFFECTED.     *
004353*                    ONLY THE LATEST AUDIT RUN COUNTS, SO A    *
004354*                    RE-RUN AFTER CORRECTION CLEARS THE FLAG.  *
004357*================================================================*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
011450*----------------------------------------------------------------*
011460 01  WS-CARD-SEEN-SW         PIC X(1)  VALUE 'N'.
011470     88  CARD-JOB-SEEN           VALUE 'Y'.
011474*----------------------------------------------------------------*
011478* THE LATEST CMS-AUDT RECORD IN THE TABLE, THE ONLY ONE CHECKED. *
011482* AN AUDIT RE-RUN AFTER THE EXCEPTIONS ARE CORRECTED SUPERSEDES  *
011486* THE DIRTY RUN, SO THE NIGHT CAN BE RE-PROVEN.                  *
011490*----------------------------------------------------------------*
011494 01  WS-AUDT-LAST-IDX        PIC 9(4)  COMP VALUE ZERO.
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000     MOVE RC-ACH-ENTRY-COUNT TO WS-RC-ENTRIES (WS-RC-COUNT).
020100     MOVE RC-ACH-CREDIT-AMT  TO WS-RC-AMOUNT (WS-RC-COUNT).
020110     MOVE RC-PAY-DETAIL-AMT  TO WS-RC-PAYAMT (WS-RC-COUNT).
020130     IF RC-JOB EQUAL 'CMS-AUDT'
020150         MOVE WS-RC-COUNT TO WS-AUDT-LAST-IDX
020170     END-IF.
020200     GO TO 1210-EXIT.
020300 1210-EXIT.
020400     EXIT.
024500*   TRANSACTION BALANCE, AND THE FULL-PASS MASTER TIE FOR THE    *
024600*   EXTRACT JOBS.  A DELTA-MODE EXTRACT RECORD IS EXEMPT FROM    *
024700*   THE TIE CHECK.                                               *
024750*   THE LATEST CMS-AUDT RECORD MUST SHOW ZERO INTEGRITY          *
024770*   EXCEPTIONS; AN EARLIER, SUPERSEDED AUDIT RUN IS SKIPPED.     *
024800*----------------------------------------------------------------*
024900 4000-CHECK-ONE-JOB.
025000     IF WS-RC-JOB (WS-RC-IDX) EQUAL 'CMS-UPDT'
025500             + WS-RC-DELETES (WS-RC-IDX)
025600             + WS-RC-REJECTED (WS-RC-IDX)
025700         MOVE 'TRANS IN = APPLIED+REJ'  TO BL-CHECK
025708         MOVE WS-RC-JOB (WS-RC-IDX)     TO BL-JOB
025716         PERFORM 5000-WRITE-CHECK-LINE THRU 5000-EXIT
025724         GO TO 4000-EXIT
025732     END-IF.
025740     IF WS-RC-JOB (WS-RC-IDX) EQUAL 'CMS-AUDT'
025748         IF WS-RC-IDX NOT = WS-AUDT-LAST-IDX
025756             GO TO 4000-EXIT
025764         END-IF
025772         MOVE ZERO                   TO WS-EXPECTED-COUNT
025780         MOVE WS-RC-REJECTED (WS-RC-IDX) TO WS-ACTUAL-COUNT
025788         MOVE 'AUDIT EXCEPTIONS = 0'  TO BL-CHECK
025800         MOVE WS-RC-JOB (WS-RC-IDX)     TO BL-JOB
025900         PERFORM 5000-WRITE-CHECK-LINE THRU 5000-EXIT
026000         GO TO 4000-EXIT
027790*   DID NOT GO OUT -- THE PAY-UNUSED REGISTERS ON ACHEXCP AND    *
027800*   CARDEXCP SAY WHOSE.  SKIPPED ENTIRELY ON A NIGHT CMS-CARD    *
027810*   DID NOT RUN.                                                 *
027812*   DOLLARS HELD UNDER A PAYMENT HOLD COUNT ON THE ACTUAL SIDE   *
027814*   -- EACH PAYMENT JOB WRITES A CMS-HOLD RECORD FOR THEM, AND   *
027816*   THE PAY-HELD LINES ON ITS EXCEPTION REPORT SAY WHOSE.        *
027820*----------------------------------------------------------------*
027830 4500-CHECK-PAY-COVERAGE.
027840     MOVE ZERO TO WS-EXPECTED-COUNT.
027890     IF NOT CARD-JOB-SEEN
027900         GO TO 4500-EXIT
027910     END-IF.
027920     MOVE 'ACH+CARD+HELD = PAYDTL' TO BL-CHECK.
027930     MOVE SPACES               TO BL-JOB.
027940     PERFORM 5000-WRITE-CHECK-LINE THRU 5000-EXIT.
027950     GO TO 4500-EXIT.
028040         SET CARD-JOB-SEEN TO TRUE
028050         ADD WS-RC-AMOUNT (WS-RC-IDX) TO WS-ACTUAL-COUNT
028060         MOVE WS-RC-PAYAMT (WS-RC-IDX) TO WS-EXPECTED-COUNT
028062     END-IF.
028064     IF WS-RC-JOB (WS-RC-IDX) EQUAL 'CMS-HOLD'
028066         ADD WS-RC-AMOUNT (WS-RC-IDX) TO WS-ACTUAL-COUNT
028070     END-IF.
028080     GO TO 4510-EXIT.
028090 4510-EXIT.
