000200*   OF DISTINCT NIGHTS, WITH ITS NIGHT COUNT AND REASON MIX -    *
000210*   THE ONE-PAGE EVIDENCE THAT SENDS THE UPSTREAM TEAM TO FIX    *
000220*   THEIR EXTRACT INSTEAD OF US RE-TRIAGING THE SAME RECORDS     *
000230*   DAILY.  OFFENDERS ARE GATHERED AND LISTED WITHIN EACH FEED,  *
000233*   SO AN IMAGE THAT HAPPENS TO RECUR ON TWO FEEDS IS REPORTED   *
000236*   TO EACH FEED'S UPSTREAM TEAM ON ITS OWN NIGHT COUNT.         *
000240*                                                                *
000250*   PARM IS 'yyyymmdd,yyyymmdd,nnn' - FROM DATE, TO DATE         *
000260*   (INCLUSIVE), AND MINIMUM DISTINCT NIGHTS - DEFAULTING TO     *
000330*   DATE       INIT  DESCRIPTION                                 *
000340*   ---------- ----  ----------------------------------------    *
000350*   2026-09-02 RLK   ORIGINAL.                                   *
000353*   2026-10-05 RLK   GROUPED AND REPORTED BY FEED - FEED ID      *
000356*                    LEADS THE SORT KEY AND EACH LISTING.        *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000590*
000600 SD  SORTWK.
000610 01  SORT-RECORD.
000615     03  SORT-FEED-ID                PIC X(08).
000620     03  SORT-BEFORE-IMAGE           PIC X(150).
000630     03  SORT-RUN-DATE               PIC 9(08).
000640     03  SORT-RECORD-NUMBER          PIC 9(07).
000990*    ITS REASON MIX.  THE GROUP IS JUDGED AND LISTED WHEN THE
001000*    IMAGE CHANGES (OR THE SORT ENDS).
001010 01  WS-GROUP-FIELDS.
001015     03  WS-GRP-FEED-ID              PIC X(08).
001020     03  WS-GRP-IMAGE                PIC X(150).
001030     03  WS-GRP-NIGHTS               PIC 9(05).
001040     03  WS-GRP-OCCURS               PIC 9(05).
001180     03  LK-PARM-NIGHTS              PIC 9(03).
001190*
001200******************************************************************
001210*    0000-MAINLINE - SORT THE IN-RANGE EXCEPTIONS BY FEED AND    *
001220*    BEFORE-IMAGE (RUN DATE WITHIN IMAGE); THE OUTPUT PROCEDURE  *
001230*    GATHERS EACH IMAGE'S NIGHTS AND LISTS THE CHRONIC ONES.     *
001240******************************************************************
001250 PROCEDURE DIVISION USING LK-PARM-AREA.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001290     IF WS-EXCP-USABLE
001300         SORT SORTWK
001305             ON ASCENDING KEY SORT-FEED-ID
001310             ON ASCENDING KEY SORT-BEFORE-IMAGE
001320             ON ASCENDING KEY SORT-RUN-DATE
001330             INPUT PROCEDURE IS 2000-SELECT-EXCPS
002080 2200-RELEASE-ONE-EXCP.
002090     IF EXCP-RUN-DATE >= WS-FROM-DATE
002100         AND EXCP-RUN-DATE <= WS-TO-DATE
002102         MOVE EXCP-FEED-ID       TO SORT-FEED-ID
002104         IF SORT-FEED-ID = SPACES
002106             MOVE 'DAILYEXT' TO SORT-FEED-ID
002108         END-IF
002110         MOVE EXCP-BEFORE-IMAGE  TO SORT-BEFORE-IMAGE
002120         MOVE EXCP-RUN-DATE      TO SORT-RUN-DATE
002130         MOVE EXCP-RECORD-NUMBER TO SORT-RECORD-NUMBER
002210*
002220******************************************************************
002230*    3000-REPORT-CHRONIC - SORT OUTPUT PROCEDURE.  RETURNS THE   *
002240*    SORTED EXCEPTIONS AND GATHERS EACH RUN OF EQUAL FEED AND    *
002250*    BEFORE-IMAGE INTO A GROUP, COUNTING ITS OCCURRENCES,        *
002260*    DISTINCT NIGHTS, AND REASON MIX; THE GROUP IS JUDGED WHEN   *
002270*    EITHER CHANGES AND LISTED IF IT RECURRED ON AT LEAST THE    *
002280*    THRESHOLD NUMBER OF NIGHTS.                                 *
002290******************************************************************
002300 3000-REPORT-CHRONIC.
002490*
002500 3200-GATHER-ONE-RECORD.
002510     IF WS-GROUP-OPEN
002520         AND (SORT-FEED-ID NOT = WS-GRP-FEED-ID
002525           OR SORT-BEFORE-IMAGE NOT = WS-GRP-IMAGE)
002530         PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT
002540     END-IF
002550     IF WS-GROUP-NOT-OPEN
002560         SET WS-GROUP-OPEN TO TRUE
002565         MOVE SORT-FEED-ID TO WS-GRP-FEED-ID
002570         MOVE SORT-BEFORE-IMAGE TO WS-GRP-IMAGE
002580         MOVE ZERO TO WS-GRP-NIGHTS
002590         MOVE ZERO TO WS-GRP-OCCURS
002860     IF WS-GRP-NIGHTS >= WS-MIN-NIGHTS
002870         ADD 1 TO WS-CHRONIC-GROUPS
002880         DISPLAY 'NSPCCHRN - CHRONIC ' WS-CHRONIC-GROUPS
002885             ' FEED ' WS-GRP-FEED-ID
002890             ' - ' WS-GRP-NIGHTS ' NIGHTS ('
002900             WS-GRP-OCCURS ' EXCEPTIONS) FROM '
002910             WS-GRP-FIRST-DATE ' TO ' WS-GRP-LAST-DATE
