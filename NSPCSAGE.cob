000170*   IS FLAGGED FOR ESCALATION - THE EXTRACT TEAM WORKS THE       *
000180*   SUSPENSE FROM THIS PAGE INSTEAD OF FROM MEMORY, AND          *
000190*   NOTHING QUIETLY ROTS BETWEEN NSPCSUSP, NSPCREPR, AND         *
000200*   NSPCRSUS.  EVERY ITEM SHOWS THE FEED IT CAME IN ON (A BLANK  *
000201*   FEED IS THE ORIGINAL DAILYEXT), AND THE PAGE ENDS WITH THE   *
000202*   ITEMS AND ESCALATIONS FOR EACH FEED, SO EACH FEED'S OWNERS   *
000203*   SEE THEIR OWN BACKLOG.  UP TO 10 FEEDS ARE TOTALLED; ITEMS   *
000204*   OF ANY FURTHER FEED ARE LISTED AND COUNTED IN THE GRAND      *
000205*   TOTALS ONLY.                                                 *
000210*                                                                *
000220*   PARM IS 'aaa,tt' - AGE THRESHOLD IN DAYS AND ATTEMPT         *
000230*   THRESHOLD - DEFAULTING TO 007,03 WHEN OMITTED.  RETURN       *
000300*   DATE       INIT  DESCRIPTION                                 *
000310*   ---------- ----  ----------------------------------------    *
000320*   2026-09-02 RLK   ORIGINAL.                                   *
000323*   2026-10-05 RLK   REPORTED BY FEED - FEED ID ON EVERY ITEM    *
000326*                    LINE AND PER-FEED TOTALS AT END OF JOB.     *
000327*   2026-10-13 RLK   POSTS A RUN-CONTROL ENTRY - RUN DATE,       *
000328*                    FEED, RETURN CODE, START AND END TIMES,     *
000329*                    AND THE OPEN AND ESCALATED SUSPENSE ITEMS   *
000330*                    - TO THE NSPCLEDG LEDGER THROUGH NSPCLPST   *
000331*                    AT END OF JOB, FOR THE NSPCOPSM MORNING     *
000332*                    SUMMARY.                                    *
000333*                                                                *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.              NSPCSAGE.
000560     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000570         88  WS-EOF                      VALUE 'Y'.
000580         88  WS-NOT-EOF                  VALUE 'N'.
000582     03  WS-FEED-FOUND-SW            PIC X(01) VALUE 'N'.
000584         88  WS-FEED-FOUND               VALUE 'Y'.
000586         88  WS-FEED-NOT-FOUND           VALUE 'N'.
000590 01  WS-COUNTERS.
000600     03  WS-ITEMS-LISTED             PIC 9(07) VALUE ZERO.
000610     03  WS-ITEMS-ESCALATED          PIC 9(07) VALUE ZERO.
000700 01  WS-CONDITION-FIELDS.
000710     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000720*
000721*    PER-FEED TOTALS - ONE ENTRY PER FEED SEEN ON THE FILE, IN
000722*    ORDER OF FIRST APPEARANCE.
000723 01  WS-FEED-FIELDS.
000724     03  WS-MAX-FEEDS                PIC 9(02) VALUE 10.
000725     03  WS-FEED-COUNT               PIC 9(02) VALUE ZERO.
000726     03  WS-FEED-IDX                 PIC 9(02).
000727     03  WS-FEED-HIT                 PIC 9(02).
000728     03  WS-CUR-FEED                 PIC X(08).
000729     03  WS-FEED-TABLE.
000730         05  WS-FEED-ENTRY           OCCURS 10 TIMES.
000731             07  WS-FEED-ID              PIC X(08).
000732             07  WS-FEED-ITEMS           PIC 9(07).
000733             07  WS-FEED-ESCALATED       PIC 9(07).
000734*
000735*    DATE-TO-DAY-COUNT WORK FIELDS - 6000-DATE-TO-DAYS TURNS A
000740*    YYYYMMDD DATE INTO A RUNNING DAY COUNT SO TWO DATES
000750*    SUBTRACT TO AN AGE IN DAYS.  THE EPOCH IS ARBITRARY -
000760*    ONLY DIFFERENCES ARE EVER USED.
000890     03  WS-CUM-DAYS                 REDEFINES WS-CUM-DAYS-X
000900                                     PIC 9(03) OCCURS 12 TIMES.
000910*
000912*    RUN-CONTROL LEDGER ENTRY, POSTED AT END OF JOB THROUGH
000914*    NSPCLPST.  SEE THE NSPCLEDG COPYBOOK.
000916     COPY NSPCLEDG.
000918*
000920 LINKAGE SECTION.
000930 01  LK-PARM-AREA.
000940     03  LK-PARM-LEN                 PIC S9(04) COMP.
001150*    THE FILE.                                                   *
001160******************************************************************
001170 1000-INITIALIZE.
001173     ACCEPT LEDG-START-DATE FROM DATE YYYYMMDD
001176     ACCEPT LEDG-START-TIME FROM TIME
001180     EVALUATE TRUE
001190         WHEN LK-PARM-LEN = ZERO
001200             CONTINUE
001450******************************************************************
001460 2000-AGE-ONE-ITEM.
001470     ADD 1 TO WS-ITEMS-LISTED
001471     MOVE SUSP-FEED-ID TO WS-CUR-FEED
001472     IF WS-CUR-FEED = SPACES
001473         MOVE 'DAILYEXT' TO WS-CUR-FEED
001474     END-IF
001475     PERFORM 2200-FIND-FEED THRU 2200-EXIT
001476     IF WS-FEED-FOUND
001477         ADD 1 TO WS-FEED-ITEMS(WS-FEED-HIT)
001478     END-IF
001480     MOVE SUSP-FIRST-DATE TO WS-DTD-DATE
001490     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT
001500     MOVE WS-DTD-DAYS TO WS-ITEM-DAYS
001520     IF WS-AGE-DAYS < ZERO
001530         MOVE ZERO TO WS-AGE-DAYS
001540     END-IF
001550     DISPLAY 'NSPCSAGE - FEED ' WS-CUR-FEED
001555         ' RECORD ' SUSP-RECORD-NUMBER
001560         ' RULE ' SUSP-FIELD-NUMBER
001570         ' REASON ' SUSP-REASON
001580         ' FIRST ' SUSP-FIRST-DATE
001610     IF WS-AGE-DAYS >= WS-AGE-THRESHOLD
001620         OR SUSP-ATTEMPTS >= WS-ATT-THRESHOLD
001630         ADD 1 TO WS-ITEMS-ESCALATED
001632         IF WS-FEED-FOUND
001634             ADD 1 TO WS-FEED-ESCALATED(WS-FEED-HIT)
001636         END-IF
001640         DISPLAY 'NSPCSAGE -   *** ESCALATE - OVER THE AGE OR '
001650             'ATTEMPT THRESHOLD ***'
001660     END-IF
001760 2100-EXIT.
001770     EXIT.
001780*
001781******************************************************************
001782*    2200-FIND-FEED - LOCATE WS-CUR-FEED IN THE FEED TABLE,      *
001783*    ADDING IT AT THE END THE FIRST TIME IT IS SEEN.  A FEED     *
001784*    THAT WILL NOT FIT IS LEFT NOT FOUND AND IS NOT TOTALLED.    *
001785******************************************************************
001786 2200-FIND-FEED.
001787     SET WS-FEED-NOT-FOUND TO TRUE
001788     PERFORM 2210-TEST-ONE-FEED THRU 2210-EXIT
001789         VARYING WS-FEED-IDX FROM 1 BY 1
001790         UNTIL WS-FEED-IDX > WS-FEED-COUNT OR WS-FEED-FOUND
001791     IF WS-FEED-NOT-FOUND AND WS-FEED-COUNT < WS-MAX-FEEDS
001792         ADD 1 TO WS-FEED-COUNT
001793         MOVE WS-FEED-COUNT TO WS-FEED-HIT
001794         MOVE WS-CUR-FEED TO WS-FEED-ID(WS-FEED-HIT)
001795         MOVE ZERO TO WS-FEED-ITEMS(WS-FEED-HIT)
001796         MOVE ZERO TO WS-FEED-ESCALATED(WS-FEED-HIT)
001797         SET WS-FEED-FOUND TO TRUE
001798     END-IF.
001799 2200-EXIT.
001800     EXIT.
001801*
001802 2210-TEST-ONE-FEED.
001803     IF WS-FEED-ID(WS-FEED-IDX) = WS-CUR-FEED
001804         SET WS-FEED-FOUND TO TRUE
001805         MOVE WS-FEED-IDX TO WS-FEED-HIT
001806     END-IF.
001807 2210-EXIT.
001808     EXIT.
001809*
001810******************************************************************
001811*    6000-DATE-TO-DAYS - TURN WS-DTD-DATE (YYYYMMDD) INTO A     *
001812*    RUNNING DAY COUNT IN WS-DTD-DAYS: 365 DAYS PER YEAR PLUS   *
001820*    ONE FOR EACH LEAP YEAR BEFORE THIS ONE, THE CUMULATIVE     *
001830*    DAYS OF THE MONTHS ALREADY PASSED, THE DAY OF THE MONTH,   *
001840*    AND ONE MORE WHEN THIS YEAR IS A LEAP YEAR AND THE DATE    *
002300     CLOSE NSPCSUSP
002310     DISPLAY 'NSPCSAGE - ITEMS LISTED    = ' WS-ITEMS-LISTED
002320     DISPLAY 'NSPCSAGE - ITEMS ESCALATED = ' WS-ITEMS-ESCALATED
002322     PERFORM 9100-SHOW-ONE-FEED THRU 9100-EXIT
002324         VARYING WS-FEED-IDX FROM 1 BY 1
002326         UNTIL WS-FEED-IDX > WS-FEED-COUNT
002330     EVALUATE TRUE
002340         WHEN WS-ITEMS-LISTED = ZERO
002350             MOVE ZERO TO WS-RETURN-CODE
002390             MOVE 8 TO WS-RETURN-CODE
002400     END-EVALUATE
002410     DISPLAY 'NSPCSAGE - RETURN CODE = ' WS-RETURN-CODE
002415     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
002420     MOVE WS-RETURN-CODE TO RETURN-CODE.
002430 9000-EXIT.
002440     EXIT.
002450*
002451 9100-SHOW-ONE-FEED.
002452     DISPLAY 'NSPCSAGE - FEED ' WS-FEED-ID(WS-FEED-IDX)
002453         ' ITEMS ' WS-FEED-ITEMS(WS-FEED-IDX)
002454         ' ESCALATED ' WS-FEED-ESCALATED(WS-FEED-IDX).
002455 9100-EXIT.
002456     EXIT.
002457*
002460******************************************************************
002470*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
002480*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
002490*    JOB CARRIES).  THE SUSPENSE FILE HOLDS EVERY FEED, SO THE   *
002500*    FEED IS LEFT BLANK.  PERFORMED LAST, JUST BEFORE            *
002510*    RETURN-CODE IS SET, AS THE CALL TO NSPCLPST RESETS IT.      *
002520******************************************************************
002530 9500-POST-LEDGER.
002540     INITIALIZE LEDG-COUNTS
002550     MOVE 'NSPCSAGE'              TO LEDG-JOB
002560     MOVE SPACES                  TO LEDG-FEED-ID
002570     MOVE WS-RUN-DATE             TO LEDG-RUN-DATE
002580     MOVE ZERO                    TO LEDG-GENERATION
002590     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
002600     MOVE 'OPEN'                  TO LEDG-COUNT-NAME(1)
002610     MOVE WS-ITEMS-LISTED         TO LEDG-COUNT-VALUE(1)
002620     MOVE 'ESCALATE'              TO LEDG-COUNT-NAME(2)
002630     MOVE WS-ITEMS-ESCALATED      TO LEDG-COUNT-VALUE(2)
002640     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
002650 9500-EXIT.
002660     EXIT.
002670*
002680 END PROGRAM NSPCSAGE.
