000230*   AGAINST ITS TRAILER, 8 = COUNTS DO NOT BALANCE, 16 =         *
000240*   HEADER OR TRAILER MISSING, DUPLICATED, OR OUT OF PLACE -     *
000250*   THE FILE IS NOT A COMPLETE GENERATION AT ALL.                *
000252*                                                                *
000254*   PARM NAMES THE FILE BEING CHECKED FOR THE LEDGER ENTRY:      *
000256*   'NSPCOUT' (THE DEFAULT, NO PARM), 'NSPCSUPP', OR 'NSPCMOUT'  *
000257*   (A MASKED COPY FROM NSPCMASK).  NSPCOPSM TAKES THE NIGHT'S   *
000258*   NSPCOUT BALANCE FROM THE NSPCOUT ENTRY ALONE.  ANY OTHER     *
000259*   PARM IS RETURN CODE 16, WITH NOTHING READ OR POSTED.         *
000260*                                                                *
000270*   MODIFICATION HISTORY                                         *
000280*   ---------------------------------------------------------    *
000290*   DATE       INIT  DESCRIPTION                                 *
000300*   ---------- ----  ----------------------------------------    *
000310*   2026-09-02 RLK   ORIGINAL.                                   *
000312*   2026-10-05 RLK   HEADER FEED ID SHOWN; A TRAILER WHOSE FEED  *
000314*                    DIFFERS FROM THE HEADER'S IS RETURN CODE    *
000316*                    16 - TWO FEEDS' FILES SPLICED TOGETHER.     *
000317*   2026-10-13 RLK   POSTS A RUN-CONTROL ENTRY - RUN DATE,       *
000318*                    FEED, RETURN CODE, START AND END TIMES,     *
000319*                    AND THE DATA RECORDS, REJECT MARKERS,       *
000320*                    TRAILER COUNTS, AND WHETHER THE FILE        *
000321*                    BALANCED - TO THE NSPCLEDG LEDGER THROUGH   *
000322*                    NSPCLPST AT END OF JOB, FOR THE NSPCOPSM    *
000323*                    MORNING SUMMARY.                            *
000324*   2026-10-15 RLK   PARM NAMES THE FILE CHECKED - NSPCOUT,      *
000325*                    NSPCSUPP, OR NSPCMOUT - AND THE LEDGER      *
000326*                    ENTRY CARRIES IT, SO AN NSPCSUPP CHECK IS   *
000327*                    NEVER TAKEN AS NSPCOUT'S BALANCE.           *
000328*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.              NSPCVRFY.
000590     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000600         88  WS-EOF                      VALUE 'Y'.
000610         88  WS-NOT-EOF                  VALUE 'N'.
000612     03  WS-RUN-SW                   PIC X(01) VALUE 'Y'.
000614         88  WS-RUN-OK                   VALUE 'Y'.
000616         88  WS-RUN-STOPPED              VALUE 'N'.
000620 01  WS-COUNTERS.
000630     03  WS-RECS-READ                PIC 9(07) VALUE ZERO.
000640     03  WS-DATA-RECS                PIC 9(07) VALUE ZERO.
000690     03  WS-TRL-RECS-WRITTEN         PIC 9(07).
000700     03  WS-TRL-RECS-REJECTED        PIC 9(07).
000710     03  WS-TRL-CHARS-REMOVED        PIC 9(09).
000715     03  WS-HDR-FEED-ID              PIC X(08) VALUE SPACES.
000716     03  WS-HDR-RUN-DATE             PIC 9(08) VALUE ZERO.
000717     03  WS-HDR-GENERATION           PIC 9(04) VALUE ZERO.
000718 01  WS-PARM-FIELDS.
000719     03  WS-PARM-LEN-MAX             PIC S9(04) COMP VALUE 8.
000720     03  WS-FILE-ID                  PIC X(08) VALUE 'NSPCOUT'.
000721         88  WS-FILE-KNOWN               VALUE 'NSPCOUT'
000722                                               'NSPCSUPP'
000723                                               'NSPCMOUT'.
000725 01  WS-CONDITION-FIELDS.
000730     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000740*
000750*    HEADER/TRAILER CONTROL-RECORD LAYOUT - SAME SHARED
000760*    COPYBOOK THE WRITERS USE.
000770     COPY NSPCCTL.
000772*
000774*    RUN-CONTROL LEDGER ENTRY, POSTED AT END OF JOB THROUGH
000776*    NSPCLPST.  SEE THE NSPCLEDG COPYBOOK.
000778     COPY NSPCLEDG.
000780*
000782 LINKAGE SECTION.
000784 01  LK-PARM-AREA.
000786     03  LK-PARM-LEN                 PIC S9(04) COMP.
000788     03  LK-PARM-FILE                PIC X(08).
000789*
000790******************************************************************
000800*    0000-MAINLINE                                               *
000810******************************************************************
000820 PROCEDURE DIVISION USING LK-PARM-AREA.
000830*
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000855     IF WS-RUN-OK
000860         PERFORM 2000-COUNT-ONE-RECORD THRU 2000-EXIT
000870             UNTIL WS-EOF
000880         PERFORM 9000-TERMINATE THRU 9000-EXIT
000883     ELSE
000885         MOVE WS-RETURN-CODE TO RETURN-CODE
000887     END-IF
000890     GOBACK.
000900*
000910******************************************************************
000920*    1000-INITIALIZE - THE FILE BEING CHECKED FROM THE PARM.  A  *
000925*    NAME THE LEDGER DOES NOT KNOW STOPS THE RUN BEFORE ANYTHING *
000927*    IS READ.                                                    *
000930******************************************************************
000940 1000-INITIALIZE.
000943     ACCEPT LEDG-START-DATE FROM DATE YYYYMMDD
000946     ACCEPT LEDG-START-TIME FROM TIME
000947     IF LK-PARM-LEN > ZERO
000948         IF LK-PARM-LEN > WS-PARM-LEN-MAX
000949             MOVE SPACES TO WS-FILE-ID
000950         ELSE
000951             MOVE LK-PARM-FILE(1:LK-PARM-LEN) TO WS-FILE-ID
000952         END-IF
000953     END-IF
000954     IF WS-FILE-KNOWN
000955         DISPLAY 'NSPCVRFY - CHECKING ' WS-FILE-ID
000956         OPEN INPUT NSPCOUT
000957         PERFORM 2100-READ-NSPCOUT THRU 2100-EXIT
000958     ELSE
000959         DISPLAY 'NSPCVRFY - PARM IS NOT NSPCOUT, NSPCSUPP, OR '
000960             'NSPCMOUT - NOTHING CHECKED'
000961         SET WS-RUN-STOPPED TO TRUE
000962         MOVE 16 TO WS-RETURN-CODE
000963     END-IF.
000970 1000-EXIT.
000980     EXIT.
000990*
001460             END-IF
001470             DISPLAY 'NSPCVRFY - HEADER RUN DATE ' CTL-RUN-DATE
001480                 ' GENERATION ' CTL-GENERATION
001483                 ' FEED ' CTL-FEED-ID
001486             MOVE CTL-FEED-ID TO WS-HDR-FEED-ID
001487             MOVE CTL-RUN-DATE TO WS-HDR-RUN-DATE
001488             MOVE CTL-GENERATION TO WS-HDR-GENERATION
001490         WHEN CTL-ID-TRAILER
001500             ADD 1 TO WS-TRAILERS-SEEN
001510             MOVE CTL-RECS-WRITTEN  TO WS-TRL-RECS-WRITTEN
001520             MOVE CTL-RECS-REJECTED TO WS-TRL-RECS-REJECTED
001530             MOVE CTL-CHARS-REMOVED TO WS-TRL-CHARS-REMOVED
001531             IF WS-HEADERS-SEEN > ZERO
001532                 AND CTL-FEED-ID NOT = WS-HDR-FEED-ID
001533                 DISPLAY 'NSPCVRFY - TRAILER FEED ' CTL-FEED-ID
001534                     ' IS NOT THE HEADER FEED ' WS-HDR-FEED-ID
001535                 MOVE 16 TO WS-RETURN-CODE
001536             END-IF
001540         WHEN OTHER
001550             DISPLAY 'NSPCVRFY - RECORD ' WS-RECS-READ
001560                 ' IS A CONTROL RECORD OF UNKNOWN ID ' CTL-ID
001970         END-IF
001980     END-IF
001990     DISPLAY 'NSPCVRFY - RETURN CODE = ' WS-RETURN-CODE
001995     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
002000     MOVE WS-RETURN-CODE TO RETURN-CODE.
002010 9000-EXIT.
002020     EXIT.
002030*
002040******************************************************************
002050*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
002060*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
002070*    JOB CARRIES).  THE RUN DATE, GENERATION, AND FEED ARE THE   *
002080*    HEADER'S; A FILE WITH NO HEADER IS POSTED UNDER TODAY AND   *
002085*    DAILYEXT.  THE FILE CHECKED RIDES IN LEDG-FILE-ID.          *
002090*    BALANCED IS 1 ONLY AT RETURN CODE 0.  PERFORMED LAST,       *
002100*    JUST BEFORE RETURN-CODE IS SET, AS THE CALL TO NSPCLPST     *
002110*    RESETS IT.                                                  *
002120******************************************************************
002130 9500-POST-LEDGER.
002140     INITIALIZE LEDG-COUNTS
002150     MOVE 'NSPCVRFY'              TO LEDG-JOB
002155     MOVE WS-FILE-ID              TO LEDG-FILE-ID
002160     IF WS-HDR-FEED-ID = SPACES
002170         MOVE 'DAILYEXT'          TO LEDG-FEED-ID
002180     ELSE
002190         MOVE WS-HDR-FEED-ID      TO LEDG-FEED-ID
002200     END-IF
002210     IF WS-HDR-RUN-DATE = ZERO
002220         MOVE LEDG-START-DATE     TO LEDG-RUN-DATE
002230     ELSE
002240         MOVE WS-HDR-RUN-DATE     TO LEDG-RUN-DATE
002250     END-IF
002260     MOVE WS-HDR-GENERATION       TO LEDG-GENERATION
002270     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
002280     MOVE 'DATARECS'              TO LEDG-COUNT-NAME(1)
002290     MOVE WS-DATA-RECS            TO LEDG-COUNT-VALUE(1)
002300     MOVE 'REJECTS'               TO LEDG-COUNT-NAME(2)
002310     MOVE WS-REJECT-MARKERS       TO LEDG-COUNT-VALUE(2)
002320     MOVE 'TRLRECS'               TO LEDG-COUNT-NAME(3)
002330     MOVE 'TRLREJ'                TO LEDG-COUNT-NAME(4)
002340     IF WS-TRAILERS-SEEN > ZERO
002350         MOVE WS-TRL-RECS-WRITTEN  TO LEDG-COUNT-VALUE(3)
002360         MOVE WS-TRL-RECS-REJECTED TO LEDG-COUNT-VALUE(4)
002380     END-IF
002390     MOVE 'BALANCED'              TO LEDG-COUNT-NAME(5)
002400     IF WS-RETURN-CODE = ZERO
002410         MOVE 1                   TO LEDG-COUNT-VALUE(5)
002420     END-IF
002430     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
002440 9500-EXIT.
002450     EXIT.
002460*
002470 END PROGRAM NSPCVRFY.
