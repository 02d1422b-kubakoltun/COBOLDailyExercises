000290*   DATE       INIT  DESCRIPTION                                 *
000300*   ---------- ----  ----------------------------------------    *
000310*   2026-09-03 RLK   ORIGINAL.                                   *
000311*   2026-10-13 RLK   POSTS A RUN-CONTROL ENTRY - RUN DATE,       *
000312*                    FEED, RETURN CODE, START AND END TIMES,     *
000313*                    AND THE ON-LINE AND BATCH CLEANING TOTALS   *
000314*                    - TO THE NSPCLEDG LEDGER THROUGH NSPCLPST   *
000315*                    AT END OF JOB, FOR THE NSPCOPSM MORNING     *
000316*                    SUMMARY.                                    *
000318*   2026-10-15 RLK   A RUN MARKED SUPERSEDED BY THE NSPCBKOT     *
000320*                    BACK-OUT IS LEFT OUT OF THE BATCH SIDE - A  *
000322*                    BACKED-OUT NIGHT RECONCILES AGAINST ITS     *
000324*                    RERUN ONLY.                                 *
000326*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.              NSPCJRNL.
000800 01  WS-CONDITION-FIELDS.
000810     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000820*
000822*    RUN-CONTROL LEDGER ENTRY, POSTED AT END OF JOB THROUGH
000824*    NSPCLPST.  SEE THE NSPCLEDG COPYBOOK.
000826     COPY NSPCLEDG.
000828*
000830 LINKAGE SECTION.
000840 01  LK-PARM-AREA.
000850     03  LK-PARM-LEN                 PIC S9(04) COMP.
001020*    OVERRIDE OR TODAY).                                         *
001030******************************************************************
001040 1000-INITIALIZE.
001043     ACCEPT LEDG-START-DATE FROM DATE YYYYMMDD
001046     ACCEPT LEDG-START-TIME FROM TIME
001050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001060     EVALUATE TRUE
001070         WHEN LK-PARM-LEN = ZERO
001580*    3000-SUM-HISTORY - ROLL UP THE NSPCHIST RECORDS FOR THE     *
001590*    RUN DATE (A RERUN NIGHT CAN HAVE MORE THAN ONE              *
001600*    GENERATION): FIELDS PROCESSED, FIELDS REJECTED, AND         *
001606*    CHARACTERS REMOVED.  A RUN NSPCBKOT HAS MARKED SUPERSEDED   *
001612*    IS LEFT OUT - ONLY THE RERUN THAT REPLACED IT COUNTS.       *
001620******************************************************************
001630 3000-SUM-HISTORY.
001640     OPEN INPUT NSPCHIST
001800     EXIT.
001810*
001820 3200-SUM-ONE-RUN.
001830     IF HIST-RUN-DATE = WS-RUN-DATE AND NOT HIST-SUPERSEDED
001840         ADD 1 TO WS-BAT-RUNS
001850         ADD HIST-FLDS-PROCESSED TO WS-BAT-FIELDS
001860         ADD HIST-FLDS-REJECTED  TO WS-BAT-REJECTS
002170         MOVE 4 TO WS-RETURN-CODE
002180     END-IF
002190     DISPLAY 'NSPCJRNL - RETURN CODE = ' WS-RETURN-CODE
002195     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
002200     MOVE WS-RETURN-CODE TO RETURN-CODE.
002210 9000-EXIT.
002220     EXIT.
002230*
002240******************************************************************
002250*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
002260*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
002270*    JOB CARRIES).  THE RECONCILIATION COVERS EVERY FEED, SO THE *
002280*    FEED IS LEFT BLANK.  PERFORMED LAST, JUST BEFORE            *
002290*    RETURN-CODE IS SET, AS THE CALL TO NSPCLPST RESETS IT.      *
002300******************************************************************
002310 9500-POST-LEDGER.
002320     INITIALIZE LEDG-COUNTS
002330     MOVE 'NSPCJRNL'              TO LEDG-JOB
002340     MOVE SPACES                  TO LEDG-FEED-ID
002350     MOVE WS-RUN-DATE             TO LEDG-RUN-DATE
002360     MOVE ZERO                    TO LEDG-GENERATION
002370     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
002380     MOVE 'ONLCALLS'              TO LEDG-COUNT-NAME(1)
002390     MOVE WS-ONL-CALLS            TO LEDG-COUNT-VALUE(1)
002400     MOVE 'ONLREJ'                TO LEDG-COUNT-NAME(2)
002410     MOVE WS-ONL-REJECTS          TO LEDG-COUNT-VALUE(2)
002420     MOVE 'BATRUNS'               TO LEDG-COUNT-NAME(3)
002430     MOVE WS-BAT-RUNS             TO LEDG-COUNT-VALUE(3)
002440     MOVE 'BATFLDS'               TO LEDG-COUNT-NAME(4)
002450     MOVE WS-BAT-FIELDS           TO LEDG-COUNT-VALUE(4)
002460     MOVE 'BATREJ'                TO LEDG-COUNT-NAME(5)
002470     MOVE WS-BAT-REJECTS          TO LEDG-COUNT-VALUE(5)
002480     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
002490 9500-EXIT.
002500     EXIT.
002510*
002520 END PROGRAM NSPCJRNL.
