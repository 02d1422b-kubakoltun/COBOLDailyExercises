000190*   REJECTS RISE AT ALL, IS FLAGGED - SO WHEN THE ADDRESS-LINE   *
000200*   FIELD STARTS SHEDDING 40 PERCENT OF ITS BYTES THE PAGE       *
000210*   SAYS "RULE 07", AND NOBODY GOES SPELUNKING IN SYSOUT.        *
000211*                                                                *
000212*   RULE NUMBERS ARE ONLY MEANINGFUL WITHIN ONE FEED'S RULE SET, *
000213*   SO EACH FEED (FSTA-FEED-ID; BLANK IS THE ORIGINAL DAILYEXT)  *
000214*   KEEPS ITS OWN PRIOR NIGHT PER RULE.  UP TO 10 FEEDS ARE      *
000215*   TRACKED; RECORDS OF ANY FURTHER FEED ARE COUNTED AND         *
000216*   REPORTED AS NOT TRENDED.                                     *
000220*                                                                *
000222*   RECORDS OF A RUN THE NSPCBKOT BACK-OUT JOB HAS MARKED        *
000224*   SUPERSEDED ARE PASSED OVER (AND COUNTED) - A BACKED-OUT      *
000226*   NIGHT IS REPORTED ONLY BY THE RERUN THAT REPLACED IT.        *
000228*                                                                *
000230*   MODIFICATION HISTORY                                         *
000240*   ---------------------------------------------------------    *
000250*   DATE       INIT  DESCRIPTION                                 *
000260*   ---------- ----  ----------------------------------------    *
000270*   2026-09-02 RLK   ORIGINAL.                                   *
000272*   2026-10-05 RLK   TRENDED BY FEED - THE PRIOR-NIGHT TABLE IS  *
000274*                    NOW KEPT PER FEED AND PER RULE, AND THE     *
000276*                    FEED IS SHOWN ON EVERY LINE.                *
000278*   2026-10-15 RLK   RECORDS OF A RUN MARKED SUPERSEDED BY THE   *
000280*                    NSPCBKOT BACK-OUT ARE PASSED OVER AND       *
000282*                    COUNTED, SO A BACKED-OUT NIGHT IS TRENDED   *
000284*                    ONLY BY THE RERUN THAT REPLACED IT.         *
000286*                                                                *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.              NSPCFTRD.
000510     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000520         88  WS-EOF                      VALUE 'Y'.
000530         88  WS-NOT-EOF                  VALUE 'N'.
000532     03  WS-FEED-FOUND-SW            PIC X(01) VALUE 'N'.
000534         88  WS-FEED-FOUND               VALUE 'Y'.
000536         88  WS-FEED-NOT-FOUND           VALUE 'N'.
000540 01  WS-COUNTERS.
000550     03  WS-LINES-LISTED             PIC 9(07) VALUE ZERO.
000560     03  WS-TREND-ALERTS             PIC 9(07) VALUE ZERO.
000565     03  WS-LINES-SKIPPED            PIC 9(07) VALUE ZERO.
000567     03  WS-LINES-SUPERSEDED         PIC 9(07) VALUE ZERO.
000570 01  WS-WORK-FIELDS.
000580     03  WS-THRESHOLD-PCT            PIC 9(03) VALUE 25.
000590     03  WS-PARM-LEN-EXPECTED        PIC S9(04) COMP VALUE 3.
000670     03  WS-REJ-EDIT                 PIC +9(07).
000680     03  WS-PCT-EDIT                 PIC +9(05).
000690*
000700*    EACH RULE'S PRIOR NIGHT, KEPT BY FEED AND RULE NUMBER SO A
000710*    RULE IS ALWAYS COMPARED AGAINST ITSELF - THE FILE
000715*    INTERLEAVES THE RULES OF EVERY NIGHT IN RULE ORDER WITHIN
000720*    RUN ORDER.  A FEED'S ROW IS TAKEN (IN ORDER OF FIRST
000721*    APPEARANCE) AND CLEARED THE FIRST TIME THE FEED IS SEEN.
000723 01  WS-FEED-FIELDS.
000724     03  WS-MAX-FEEDS                PIC 9(02) VALUE 10.
000725     03  WS-FEED-COUNT               PIC 9(02) VALUE ZERO.
000726     03  WS-FEED-IDX                 PIC 9(02).
000727     03  WS-FEED-HIT                 PIC 9(02).
000728     03  WS-CUR-FEED                 PIC X(08).
000730 01  WS-PRIOR-FIELDS.
000738     03  WS-PRIOR-FEED               OCCURS 10 TIMES.
000746         05  WS-PRIOR-FEED-ID        PIC X(08).
000754         05  WS-PRIOR-ENTRY          OCCURS 20 TIMES.
000762             07  WS-PRIOR-SEEN-SW    PIC X(01).
000770                 88  WS-PRIOR-SEEN       VALUE 'Y'.
000778                 88  WS-PRIOR-NOT-SEEN   VALUE 'N'.
000786             07  WS-PRIOR-CLEANED    PIC 9(09).
000794             07  WS-PRIOR-CHARS      PIC 9(09).
000802             07  WS-PRIOR-REJECTS    PIC 9(07).
000810*
000820 LINKAGE SECTION.
000830 01  LK-PARM-AREA.
000990******************************************************************
001000*    1000-INITIALIZE - PICK UP THE TREND THRESHOLD FROM THE EXEC *
001010*    PARM, DEFAULTING TO 25 PERCENT (THE SAME PATTERN AS         *
001020*    NSPCTRND), AND PRIME THE FILE.  RULES ARE MARKED UNSEEN     *
001025*    FEED BY FEED IN 2200-FIND-FEED.                             *
001030******************************************************************
001040 1000-INITIALIZE.
001050     IF LK-PARM-LEN > ZERO
001110                 WS-PARM-LEN-EXPECTED ' - DEFAULT THRESHOLD USED'
001120         END-IF
001130     END-IF
001170     OPEN INPUT NSPCFSTA
001180     DISPLAY 'NSPCFTRD - TREND THRESHOLD = ' WS-THRESHOLD-PCT
001190         ' PERCENT'
001220     EXIT.
001230*
001240 1100-CLEAR-ONE-PRIOR.
001250     SET WS-PRIOR-NOT-SEEN(WS-FEED-HIT WS-RULE) TO TRUE
001260     MOVE ZERO TO WS-PRIOR-CLEANED(WS-FEED-HIT WS-RULE)
001270     MOVE ZERO TO WS-PRIOR-CHARS(WS-FEED-HIT WS-RULE)
001280     MOVE ZERO TO WS-PRIOR-REJECTS(WS-FEED-HIT WS-RULE).
001290 1100-EXIT.
001300     EXIT.
001310*
001350*    FLAG A JUMP AT OR OVER THE THRESHOLD (OR ANY RISE IN        *
001360*    REJECTS), REMEMBER IT AS THE RULE'S NEW PRIOR NIGHT, AND    *
001370*    READ THE NEXT RECORD.  A RULE NUMBER OUTSIDE THE TABLE IS   *
001380*    LISTED BUT NOT TRENDED; A FEED BEYOND THE FEED TABLE IS     *
001383*    COUNTED BUT NOT LISTED.  A SUPERSEDED RUN'S RECORD IS       *
001386*    COUNTED AND SKIPPED WITHOUT BECOMING A RULE'S PRIOR NIGHT.  *
001390******************************************************************
001400 2000-REPORT-ONE-RULE-NIGHT.
001401     IF FSTA-SUPERSEDED
001402         ADD 1 TO WS-LINES-SUPERSEDED
001413     ELSE
001414         MOVE FSTA-FEED-ID TO WS-CUR-FEED
001415         IF WS-CUR-FEED = SPACES
001416             MOVE 'DAILYEXT' TO WS-CUR-FEED
001417         END-IF
001418         PERFORM 2200-FIND-FEED THRU 2200-EXIT
001419         IF WS-FEED-NOT-FOUND
001420             ADD 1 TO WS-LINES-SKIPPED
001421         ELSE
001422             PERFORM 2300-REPORT-FEED-RULE THRU 2300-EXIT
001423         END-IF
001424     END-IF
001425     PERFORM 2100-READ-NSPCFSTA THRU 2100-EXIT.
001426 2000-EXIT.
001427     EXIT.
001428*
001429 2300-REPORT-FEED-RULE.
001430     ADD 1 TO WS-LINES-LISTED
001431     IF FSTA-RULE-NUMBER < 1 OR FSTA-RULE-NUMBER > WS-MAX-RULES
001432         DISPLAY 'NSPCFTRD - ' FSTA-RUN-DATE
001435             ' FEED ' WS-CUR-FEED
001440             ' GEN ' FSTA-GENERATION
001450             ' RULE ' FSTA-RULE-NUMBER
001460             ' IS OUTSIDE THE RULE TABLE - NOT TRENDED'
001470     ELSE
001480         MOVE FSTA-RULE-NUMBER TO WS-RULE
001490         IF WS-PRIOR-SEEN(WS-FEED-HIT WS-RULE)
001500             PERFORM 3000-COMPARE-TO-PRIOR THRU 3000-EXIT
001510         ELSE
001520             DISPLAY 'NSPCFTRD - ' FSTA-RUN-DATE
001525                 ' FEED ' WS-CUR-FEED
001530                 ' GEN ' FSTA-GENERATION
001540                 ' RULE ' FSTA-RULE-NUMBER
001550                 ' CLEANED ' FSTA-FLDS-CLEANED
001570                 ' REJECTS ' FSTA-FLDS-REJECTED
001580                 ' (FIRST NIGHT ON FILE)'
001590         END-IF
001600         SET WS-PRIOR-SEEN(WS-FEED-HIT WS-RULE) TO TRUE
001610         MOVE FSTA-FLDS-CLEANED
001615             TO WS-PRIOR-CLEANED(WS-FEED-HIT WS-RULE)
001620         MOVE FSTA-CHARS-REMOVED
001625             TO WS-PRIOR-CHARS(WS-FEED-HIT WS-RULE)
001630         MOVE FSTA-FLDS-REJECTED
001635             TO WS-PRIOR-REJECTS(WS-FEED-HIT WS-RULE)
001640     END-IF.
001660 2300-EXIT.
001670     EXIT.
001680*
001690 2100-READ-NSPCFSTA.
001740 2100-EXIT.
001750     EXIT.
001760*
001761******************************************************************
001762*    2200-FIND-FEED - LOCATE WS-CUR-FEED IN THE FEED TABLE,      *
001763*    TAKING THE NEXT ROW (WITH EVERY RULE MARKED UNSEEN) THE     *
001764*    FIRST TIME IT IS SEEN.  A FEED THAT WILL NOT FIT IS LEFT    *
001765*    NOT FOUND.                                                  *
001766******************************************************************
001767 2200-FIND-FEED.
001768     SET WS-FEED-NOT-FOUND TO TRUE
001769     PERFORM 2210-TEST-ONE-FEED THRU 2210-EXIT
001770         VARYING WS-FEED-IDX FROM 1 BY 1
001771         UNTIL WS-FEED-IDX > WS-FEED-COUNT OR WS-FEED-FOUND
001772     IF WS-FEED-NOT-FOUND AND WS-FEED-COUNT < WS-MAX-FEEDS
001773         ADD 1 TO WS-FEED-COUNT
001774         MOVE WS-FEED-COUNT TO WS-FEED-HIT
001775         MOVE WS-CUR-FEED TO WS-PRIOR-FEED-ID(WS-FEED-HIT)
001776         PERFORM 1100-CLEAR-ONE-PRIOR THRU 1100-EXIT
001777             VARYING WS-RULE FROM 1 BY 1
001778             UNTIL WS-RULE > WS-MAX-RULES
001779         SET WS-FEED-FOUND TO TRUE
001780     END-IF.
001781 2200-EXIT.
001782     EXIT.
001783*
001784 2210-TEST-ONE-FEED.
001785     IF WS-PRIOR-FEED-ID(WS-FEED-IDX) = WS-CUR-FEED
001786         SET WS-FEED-FOUND TO TRUE
001787         MOVE WS-FEED-IDX TO WS-FEED-HIT
001788     END-IF.
001789 2210-EXIT.
001790     EXIT.
001791*
001792******************************************************************
001793*    3000-COMPARE-TO-PRIOR - COMPUTE THE RULE'S NIGHT-OVER-      *
001794*    NIGHT CHANGE IN CHARACTERS REMOVED AND REJECTS.  A PRIOR    *
001800*    NIGHT OF ZERO CHARACTERS REMOVED HAS NO MEANINGFUL          *
001810*    PERCENTAGE, SO ANY RISE FROM ZERO IS REPORTED AT THE        *
001820*    +99999 CAP - THE SAME CONVENTION AS NSPCTRND.               *
001830******************************************************************
001840 3000-COMPARE-TO-PRIOR.
001850     COMPUTE WS-CHARS-DELTA =
001860         FSTA-CHARS-REMOVED - WS-PRIOR-CHARS(WS-FEED-HIT WS-RULE)
001870     COMPUTE WS-REJ-DELTA =
001880         FSTA-FLDS-REJECTED
001885         - WS-PRIOR-REJECTS(WS-FEED-HIT WS-RULE)
001890     EVALUATE TRUE
001900         WHEN WS-PRIOR-CHARS(WS-FEED-HIT WS-RULE) > ZERO
001910             COMPUTE WS-PCT-CHANGE ROUNDED =
001920                 (WS-CHARS-DELTA * 100)
001925                 / WS-PRIOR-CHARS(WS-FEED-HIT WS-RULE)
001930         WHEN WS-CHARS-DELTA > ZERO
001940             MOVE WS-PCT-CAP TO WS-PCT-CHANGE
001950         WHEN OTHER
001990     MOVE WS-REJ-DELTA   TO WS-REJ-EDIT
002000     MOVE WS-PCT-CHANGE  TO WS-PCT-EDIT
002010     DISPLAY 'NSPCFTRD - ' FSTA-RUN-DATE
002015         ' FEED ' WS-CUR-FEED
002020         ' GEN ' FSTA-GENERATION
002030         ' RULE ' FSTA-RULE-NUMBER
002040         ' CLEANED ' FSTA-FLDS-CLEANED
002270 9000-TERMINATE.
002280     CLOSE NSPCFSTA
002290     DISPLAY 'NSPCFTRD - RULE-NIGHTS LISTED = ' WS-LINES-LISTED
002300     DISPLAY 'NSPCFTRD - TREND ALERTS       = ' WS-TREND-ALERTS
002301     DISPLAY 'NSPCFTRD - FEEDS TRENDED      = ' WS-FEED-COUNT
002302     IF WS-LINES-SUPERSEDED > ZERO
002303         DISPLAY 'NSPCFTRD - SUPERSEDED RULE-NIGHTS PASSED '
002304             'OVER = ' WS-LINES-SUPERSEDED
002305     END-IF
002306     IF WS-LINES-SKIPPED > ZERO
002307         DISPLAY 'NSPCFTRD - RULE-NIGHTS NOT LISTED (MORE THAN '
002308             WS-MAX-FEEDS ' FEEDS) = ' WS-LINES-SKIPPED
002309     END-IF.
002310 9000-EXIT.
002320     EXIT.
002330*
