000190*   IS FLAGGED - A JUMP IN EITHER NUMBER IS THE FIRST SYMPTOM    *
000200*   OF A DEGRADING UPSTREAM EXTRACT, AND THIS REPORT PUTS IT IN  *
000210*   FRONT OF SOMEBODY BEFORE A DOWNSTREAM JOB BREAKS.            *
000211*                                                                *
000212*   EACH UPSTREAM FEED IS TRENDED AGAINST ITS OWN PRIOR NIGHT    *
000213*   (HIST-FEED-ID; A BLANK FEED IS THE ORIGINAL DAILYEXT) - A    *
000214*   SMALL FEED FOLLOWING A LARGE ONE ON THE FILE IS NOT A DROP.  *
000215*   UP TO 10 FEEDS ARE TRACKED; RECORDS OF ANY FURTHER FEED ARE  *
000216*   COUNTED AND REPORTED AS NOT TRENDED.                         *
000220*                                                                *
000221*   A RUN THE NSPCBKOT BACK-OUT JOB HAS MARKED SUPERSEDED IS     *
000222*   PASSED OVER (AND COUNTED) - A BACKED-OUT NIGHT IS REPORTED   *
000223*   ONLY BY THE RERUN THAT REPLACED IT, AND THE NIGHT AFTER IS   *
000224*   COMPARED WITH THAT RERUN, NOT WITH THE BAD RUN.              *
000225*                                                                *
000230*   MODIFICATION HISTORY                                         *
000240*   ---------------------------------------------------------    *
000250*   DATE       INIT  DESCRIPTION                                 *
000280*   2026-08-21 RLK   NSPCHIST RECORD LAYOUT MOVED TO THE SHARED  *
000290*                    NSPCHIST COPYBOOK - THIS READER AND THE     *
000300*                    NOSPCBAT WRITER NOW SHARE ONE LAYOUT.       *
000302*   2026-10-05 RLK   TRENDED BY FEED - EACH FEED'S NIGHT IS      *
000304*                    COMPARED WITH THAT FEED'S PRIOR NIGHT, AND  *
000306*                    THE FEED IS SHOWN ON EVERY LINE.            *
000308*   2026-10-15 RLK   A RUN MARKED SUPERSEDED BY THE NSPCBKOT     *
000310*                    BACK-OUT IS PASSED OVER AND COUNTED, SO A   *
000312*                    BACKED-OUT NIGHT IS TRENDED ONLY BY THE     *
000314*                    RERUN THAT REPLACED IT.                     *
000316*                                                                *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.              NSPCTRND.
000540     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000550         88  WS-EOF                      VALUE 'Y'.
000560         88  WS-NOT-EOF                  VALUE 'N'.
000562     03  WS-FEED-FOUND-SW            PIC X(01) VALUE 'N'.
000564         88  WS-FEED-FOUND               VALUE 'Y'.
000566         88  WS-FEED-NOT-FOUND           VALUE 'N'.
000570 01  WS-COUNTERS.
000580     03  WS-NIGHTS-LISTED            PIC 9(07) VALUE ZERO.
000590     03  WS-TREND-ALERTS             PIC 9(07) VALUE ZERO.
000595     03  WS-NIGHTS-SKIPPED           PIC 9(07) VALUE ZERO.
000597     03  WS-NIGHTS-SUPERSEDED        PIC 9(07) VALUE ZERO.
000600 01  WS-WORK-FIELDS.
000610     03  WS-THRESHOLD-PCT            PIC 9(03) VALUE 25.
000620     03  WS-PARM-LEN-EXPECTED        PIC S9(04) COMP VALUE 3.
000700     03  WS-REJ-EDIT                 PIC +9(07).
000710     03  WS-PCT-EDIT                 PIC +9(05).
000720*
000721*    PER-FEED PRIOR-NIGHT TABLE - ONE ENTRY PER FEED SEEN ON THE
000722*    FILE, IN ORDER OF FIRST APPEARANCE.
000723 01  WS-FEED-FIELDS.
000724     03  WS-MAX-FEEDS                PIC 9(02) VALUE 10.
000725     03  WS-FEED-COUNT               PIC 9(02) VALUE ZERO.
000726     03  WS-FEED-IDX                 PIC 9(02).
000727     03  WS-FEED-HIT                 PIC 9(02).
000728     03  WS-CUR-FEED                 PIC X(08).
000729     03  WS-FEED-TABLE.
000730         05  WS-FEED-ENTRY           OCCURS 10 TIMES.
000731             07  WS-FEED-ID              PIC X(08).
000732             07  WS-FEED-NIGHTS          PIC 9(07).
000733             07  WS-FEED-PREV-REJECTS    PIC 9(07).
000734             07  WS-FEED-PREV-CHARS      PIC 9(09).
000735*
000736 LINKAGE SECTION.
000740 01  LK-PARM-AREA.
000750     03  LK-PARM-LEN                 PIC S9(04) COMP.
000760     03  LK-PARM-THRESHOLD           PIC X(03).
001120*
001130******************************************************************
001140*    2000-REPORT-ONE-NIGHT - LIST THE CURRENT HISTORY RECORD     *
001150*    WITH ITS CHANGE FROM THE SAME FEED'S PRIOR NIGHT, FLAG A    *
001155*    JUMP AT OR OVER THE THRESHOLD (OR ANY RISE IN REJECTS),     *
001160*    REMEMBER THIS NIGHT AS THE FEED'S NEW PRIOR NIGHT, AND      *
001170*    READ THE NEXT RECORD.  A FEED BEYOND THE TABLE IS COUNTED   *
001173*    BUT NOT TRENDED.  A SUPERSEDED RUN IS COUNTED AND SKIPPED   *
001176*    WITHOUT BECOMING ANY FEED'S PRIOR NIGHT.                    *
001180******************************************************************
001190 2000-REPORT-ONE-NIGHT.
001191     IF HIST-SUPERSEDED
001192         ADD 1 TO WS-NIGHTS-SUPERSEDED
001203     ELSE
001208         MOVE HIST-FEED-ID TO WS-CUR-FEED
001213         IF WS-CUR-FEED = SPACES
001218             MOVE 'DAILYEXT' TO WS-CUR-FEED
001223         END-IF
001228         PERFORM 2200-FIND-FEED THRU 2200-EXIT
001233         IF WS-FEED-NOT-FOUND
001238             ADD 1 TO WS-NIGHTS-SKIPPED
001245         ELSE
001246             ADD 1 TO WS-NIGHTS-LISTED
001247             ADD 1 TO WS-FEED-NIGHTS(WS-FEED-HIT)
001248             IF WS-FEED-NIGHTS(WS-FEED-HIT) = 1
001249                 DISPLAY 'NSPCTRND - ' HIST-RUN-DATE
001250                     ' FEED ' WS-CUR-FEED
001251                     ' GEN ' HIST-GENERATION
001252                     ' REJECTS ' HIST-RECS-REJECTED
001253                     ' CHARS REMOVED ' HIST-CHARS-REMOVED
001254                     ' (FIRST NIGHT ON FILE)'
001255             ELSE
001256                 MOVE WS-FEED-PREV-REJECTS(WS-FEED-HIT)
001257                     TO WS-PREV-REJECTS
001258                 MOVE WS-FEED-PREV-CHARS(WS-FEED-HIT)
001259                     TO WS-PREV-CHARS
001260                 PERFORM 3000-COMPARE-TO-PRIOR THRU 3000-EXIT
001261             END-IF
001262             MOVE HIST-RECS-REJECTED
001263                 TO WS-FEED-PREV-REJECTS(WS-FEED-HIT)
001264             MOVE HIST-CHARS-REMOVED
001265                 TO WS-FEED-PREV-CHARS(WS-FEED-HIT)
001275         END-IF
001300     END-IF
001320     PERFORM 2100-READ-NSPCHIST THRU 2100-EXIT.
001330 2000-EXIT.
001340     EXIT.
001410 2100-EXIT.
001420     EXIT.
001430*
001431******************************************************************
001432*    2200-FIND-FEED - LOCATE WS-CUR-FEED IN THE FEED TABLE,      *
001433*    ADDING IT AT THE END THE FIRST TIME IT IS SEEN.  A FEED     *
001434*    THAT WILL NOT FIT IS LEFT NOT FOUND AND IS NOT TRENDED.     *
001435******************************************************************
001436 2200-FIND-FEED.
001437     SET WS-FEED-NOT-FOUND TO TRUE
001438     PERFORM 2210-TEST-ONE-FEED THRU 2210-EXIT
001439         VARYING WS-FEED-IDX FROM 1 BY 1
001440         UNTIL WS-FEED-IDX > WS-FEED-COUNT OR WS-FEED-FOUND
001441     IF WS-FEED-NOT-FOUND AND WS-FEED-COUNT < WS-MAX-FEEDS
001442         ADD 1 TO WS-FEED-COUNT
001443         MOVE WS-FEED-COUNT TO WS-FEED-HIT
001444         MOVE WS-CUR-FEED TO WS-FEED-ID(WS-FEED-HIT)
001445         MOVE ZERO TO WS-FEED-NIGHTS(WS-FEED-HIT)
001446         MOVE ZERO TO WS-FEED-PREV-REJECTS(WS-FEED-HIT)
001447         MOVE ZERO TO WS-FEED-PREV-CHARS(WS-FEED-HIT)
001448         SET WS-FEED-FOUND TO TRUE
001449     END-IF.
001450 2200-EXIT.
001451     EXIT.
001452*
001453 2210-TEST-ONE-FEED.
001454     IF WS-FEED-ID(WS-FEED-IDX) = WS-CUR-FEED
001455         SET WS-FEED-FOUND TO TRUE
001456         MOVE WS-FEED-IDX TO WS-FEED-HIT
001457     END-IF.
001458 2210-EXIT.
001459     EXIT.
001460*
001461******************************************************************
001462*    3000-COMPARE-TO-PRIOR - COMPUTE THE NIGHT-OVER-NIGHT CHANGE *
001463*    IN CHARACTERS REMOVED AND REJECTS.  A PRIOR NIGHT OF ZERO   *
001470*    CHARACTERS REMOVED HAS NO MEANINGFUL PERCENTAGE, SO ANY     *
001480*    RISE FROM ZERO IS REPORTED AT THE +99999 CAP.               *
001490******************************************************************
001650     MOVE WS-REJ-DELTA   TO WS-REJ-EDIT
001660     MOVE WS-PCT-CHANGE  TO WS-PCT-EDIT
001670     DISPLAY 'NSPCTRND - ' HIST-RUN-DATE
001675         ' FEED ' WS-CUR-FEED
001680         ' GEN ' HIST-GENERATION
001690         ' REJECTS ' HIST-RECS-REJECTED
001700         ' CHARS REMOVED ' HIST-CHARS-REMOVED
001730     IF WS-PCT-CHANGE >= WS-THRESHOLD-PCT
001740         ADD 1 TO WS-TREND-ALERTS
001750         DISPLAY 'NSPCTRND -   *** CHARS REMOVED UP ' WS-PCT-EDIT
001760             ' PCT OVER THE FEED''S PRIOR NIGHT ***'
001770     END-IF
001780     IF WS-REJ-DELTA > ZERO
001790         ADD 1 TO WS-TREND-ALERTS
001800         DISPLAY 'NSPCTRND -   *** REJECTS UP ' WS-REJ-EDIT
001810             ' OVER THE FEED''S PRIOR NIGHT ***'
001820     END-IF.
001830 3000-EXIT.
001840     EXIT.
001890 9000-TERMINATE.
001900     CLOSE NSPCHIST
001910     DISPLAY 'NSPCTRND - NIGHTS LISTED = ' WS-NIGHTS-LISTED
001920     DISPLAY 'NSPCTRND - TREND ALERTS  = ' WS-TREND-ALERTS
001921     DISPLAY 'NSPCTRND - FEEDS TRENDED = ' WS-FEED-COUNT
001922     IF WS-NIGHTS-SUPERSEDED > ZERO
001923         DISPLAY 'NSPCTRND - SUPERSEDED RUNS PASSED OVER = '
001924             WS-NIGHTS-SUPERSEDED
001925     END-IF
001926     IF WS-NIGHTS-SKIPPED > ZERO
001927         DISPLAY 'NSPCTRND - NIGHTS NOT TRENDED (MORE THAN '
001928             WS-MAX-FEEDS ' FEEDS) = ' WS-NIGHTS-SKIPPED
001929     END-IF.
001930 9000-EXIT.
001940     EXIT.
001950*
