000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCSWLD                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-09                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   SUSPENSE WORK QUEUE LOAD.  RUNS AFTER NOSPCBAT EACH NIGHT    *
000120*   AND PUTS EVERY RECORD OF THE NIGHT'S NSPCSUSP GENERATION     *
000130*   ONTO THE NSPCSWQ KEYED WORK QUEUE AS AN OPEN ITEM, KEYED BY  *
000140*   FEED, FIRST-SUSPENDED DATE, AND RECORD NUMBER (SEE THE       *
000150*   NSPCSWQ COPYBOOK).  FROM THERE THE EXTRACT TEAM WORKS THE    *
000160*   ITEMS ON-LINE WITH THE NSPW TRANSACTION (NSPCSWRK) AND       *
000170*   NSPCREPR CLEANS THE ONES RELEASED - NOBODY EDITS THE         *
000180*   SUSPENSE GENERATION ITSELF ANY MORE.                         *
000190*                                                                *
000200*   AN ITEM ALREADY ON THE QUEUE UNDER THE SAME KEY (THE LOAD    *
000210*   RUN TWICE FOR ONE NIGHT) IS LEFT AS IT IS, SO NO             *
000220*   CORRECTION, RELEASE, OR WRITE-OFF ALREADY KEYED AGAINST IT   *
000230*   IS LOST.  A BLANK FEED ON THE SUSPENSE RECORD IS THE         *
000240*   ORIGINAL DAILYEXT EXTRACT.  THE SAME LOAD TAKES AN NSPCRSUS  *
000250*   GENERATION (SAME LAYOUT) TO BRING A PRE-QUEUE RE-SUSPENSE    *
000260*   INVENTORY ONTO THE QUEUE ONCE.                               *
000270*                                                                *
000271*   THE ONE EXCEPTION IS AN ITEM NSPCBKOT WITHDREW WHEN IT       *
000272*   BACKED OUT THE NIGHT THAT SUSPENDED IT.  THE RERUN OF THAT   *
000273*   NIGHT SUSPENDS THE RECORD AGAIN UNDER THE SAME KEY, AND THE  *
000274*   WITHDRAWN ITEM IS REPLACED BY IT AS A FRESH OPEN ITEM        *
000275*   (COUNTED AS REQUEUED).                                       *
000276*                                                                *
000280*   RETURN CODES: 0 = EVERY SUSPENSE RECORD QUEUED (OR NONE TO   *
000290*   QUEUE), 4 = SOME RECORDS WERE ALREADY ON THE QUEUE, 16 =     *
000300*   THE QUEUE COULD NOT BE OPENED OR WRITTEN.                    *
000310*                                                                *
000320*   MODIFICATION HISTORY                                         *
000330*   ---------------------------------------------------------    *
000340*   DATE       INIT  DESCRIPTION                                 *
000350*   ---------- ----  ----------------------------------------    *
000360*   2026-10-09 RLK   ORIGINAL.                                   *
000361*   2026-10-15 RLK   AN ITEM ON THE QUEUE UNDER THE SAME KEY     *
000362*                    THAT NSPCBKOT WITHDREW WITH ITS NIGHT IS    *
000363*                    REPLACED BY THE RERUN'S SUSPENSE RECORD AS  *
000364*                    A FRESH OPEN ITEM AND COUNTED AS REQUEUED;  *
000365*                    ANY OTHER ITEM IS STILL LEFT AS IT IS.      *
000370*                                                                *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.              NSPCSWLD.
000410 AUTHOR.                  R L KOLTUN.
000420 INSTALLATION.            DAILY EXTRACT PROCESSING.
000430 DATE-WRITTEN.            2026-10-09.
000440 DATE-COMPILED.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT NSPCSUSP ASSIGN TO NSPCSUSP
000500            ORGANIZATION IS SEQUENTIAL.
000510     SELECT NSPCSWQ  ASSIGN TO NSPCSWQ
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS SWQ-KEY
000550            FILE STATUS IS WS-SWQ-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  NSPCSUSP
000600     RECORDING MODE IS F.
000610     COPY NSPCSUSP.
000620*
000630 FD  NSPCSWQ.
000640     COPY NSPCSWQ.
000650*
000660 WORKING-STORAGE SECTION.
000670 01  WS-FLAGS.
000680     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000690         88  WS-EOF                      VALUE 'Y'.
000700         88  WS-NOT-EOF                  VALUE 'N'.
000710     03  WS-RUN-SW                   PIC X(01) VALUE 'Y'.
000720         88  WS-RUN-OK                   VALUE 'Y'.
000730         88  WS-RUN-STOPPED              VALUE 'N'.
000740     03  WS-SWQ-OPEN-SW              PIC X(01) VALUE 'N'.
000750         88  WS-SWQ-OPEN                 VALUE 'Y'.
000760         88  WS-SWQ-NOT-OPEN             VALUE 'N'.
000770 01  WS-COUNTERS.
000780     03  WS-RECS-READ                PIC 9(07) VALUE ZERO.
000790     03  WS-ITEMS-QUEUED             PIC 9(07) VALUE ZERO.
000800     03  WS-ITEMS-ON-QUEUE           PIC 9(07) VALUE ZERO.
000805     03  WS-ITEMS-REQUEUED           PIC 9(07) VALUE ZERO.
000810 01  WS-WORK-FIELDS.
000820     03  WS-RUN-DATE                 PIC 9(08).
000830     03  WS-RUN-TIME                 PIC 9(08).
000840     03  WS-SWQ-STATUS               PIC X(02).
000850         88  WS-SWQ-STATUS-OK            VALUE '00' '97'.
000860         88  WS-SWQ-DUPLICATE            VALUE '22'.
000870         88  WS-SWQ-NEVER-LOADED         VALUE '35'.
000880 01  WS-CONDITION-FIELDS.
000890     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000900*
000910******************************************************************
000920*    0000-MAINLINE                                               *
000930******************************************************************
000940 PROCEDURE DIVISION.
000950*
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000980     PERFORM 2000-QUEUE-ONE-ITEM THRU 2000-EXIT
000990         UNTIL WS-EOF
001000     PERFORM 9000-TERMINATE THRU 9000-EXIT
001010     GOBACK.
001020*
001030******************************************************************
001040*    1000-INITIALIZE - OPEN THE SUSPENSE GENERATION AND THE      *
001050*    QUEUE.  A QUEUE THAT HAS NEVER HELD A RECORD (STATUS 35,    *
001060*    THE STATE THE NSPCSWQ DEFINE JOB LEAVES IT IN) IS PRIMED    *
001070*    WITH AN OPEN OUTPUT/CLOSE AND OPENED AGAIN, AS NSPCRPT DOES *
001080*    FOR NSPCEXCP.  A QUEUE THAT STILL WILL NOT OPEN STOPS THE   *
001090*    RUN.                                                        *
001100******************************************************************
001110 1000-INITIALIZE.
001120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001130     ACCEPT WS-RUN-TIME FROM TIME
001140     OPEN INPUT NSPCSUSP
001150     OPEN I-O   NSPCSWQ
001160     IF WS-SWQ-NEVER-LOADED
001170         OPEN OUTPUT NSPCSWQ
001180         CLOSE NSPCSWQ
001190         OPEN I-O   NSPCSWQ
001200     END-IF
001210     IF NOT WS-SWQ-STATUS-OK
001220         DISPLAY 'NSPCSWLD - NSPCSWQ OPEN FAILED - STATUS '
001230             WS-SWQ-STATUS
001240         SET WS-RUN-STOPPED TO TRUE
001250         SET WS-EOF TO TRUE
001260         MOVE 16 TO WS-RETURN-CODE
001270     ELSE
001280         SET WS-SWQ-OPEN TO TRUE
001290         PERFORM 2100-READ-NSPCSUSP THRU 2100-EXIT
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001330*
001340******************************************************************
001350*    2000-QUEUE-ONE-ITEM - ADD THE CURRENT SUSPENSE RECORD TO    *
001360*    THE QUEUE AS AN OPEN ITEM.  A DUPLICATE KEY IS COUNTED AND  *
001370*    THE ITEM ALREADY QUEUED IS KEPT, UNLESS IT WAS WITHDRAWN    *
001380*    (SEE 2300); ANY OTHER WRITE FAILURE STOPS THE RUN.          *
001390******************************************************************
001400 2000-QUEUE-ONE-ITEM.
001410     PERFORM 2200-BUILD-ITEM THRU 2200-EXIT
001420     WRITE NSPCSWQ-RECORD
001430         INVALID KEY
001440             CONTINUE
001450     END-WRITE
001460     EVALUATE TRUE
001470         WHEN WS-SWQ-STATUS-OK
001480             ADD 1 TO WS-ITEMS-QUEUED
001490         WHEN WS-SWQ-DUPLICATE
001500             PERFORM 2300-REPLACE-WITHDRAWN THRU 2300-EXIT
001510         WHEN OTHER
001520             DISPLAY 'NSPCSWLD - NSPCSWQ WRITE FAILED FOR '
001530                 SWQ-FEED-ID ' ' SWQ-FIRST-DATE ' '
001540                 SWQ-RECORD-NUMBER ' - STATUS ' WS-SWQ-STATUS
001550             SET WS-RUN-STOPPED TO TRUE
001560             SET WS-EOF TO TRUE
001570             MOVE 16 TO WS-RETURN-CODE
001580     END-EVALUATE
001590     IF WS-RUN-OK
001600         PERFORM 2100-READ-NSPCSUSP THRU 2100-EXIT
001610     END-IF.
001620 2000-EXIT.
001630     EXIT.
001640*
001650 2100-READ-NSPCSUSP.
001660     READ NSPCSUSP
001670         AT END
001680             SET WS-EOF TO TRUE
001690         NOT AT END
001700             ADD 1 TO WS-RECS-READ
001710     END-READ.
001720 2100-EXIT.
001730     EXIT.
001740*
001750******************************************************************
001760*    2200-BUILD-ITEM - THE QUEUE ITEM FOR THE CURRENT SUSPENSE   *
001770*    RECORD.  AN ITEM IS KEYED BY THE NIGHT IT FIRST SUSPENDED;  *
001780*    A RECORD WITH NO FIRST-SUSPENDED DATE IS KEYED BY ITS OWN   *
001790*    RUN DATE.  THE LAST-ACTION STAMP NAMES THIS JOB.            *
001800******************************************************************
001810 2200-BUILD-ITEM.
001820     MOVE SPACES TO NSPCSWQ-RECORD
001830     IF SUSP-FEED-ID = SPACES
001840         MOVE 'DAILYEXT' TO SWQ-FEED-ID
001850     ELSE
001860         MOVE SUSP-FEED-ID TO SWQ-FEED-ID
001870     END-IF
001880     IF SUSP-FIRST-DATE NUMERIC AND SUSP-FIRST-DATE > ZERO
001890         MOVE SUSP-FIRST-DATE TO SWQ-FIRST-DATE
001900     ELSE
001910         MOVE SUSP-RUN-DATE   TO SWQ-FIRST-DATE
001920     END-IF
001930     MOVE SUSP-RECORD-NUMBER  TO SWQ-RECORD-NUMBER
001940     SET SWQ-STATUS-OPEN      TO TRUE
001950     MOVE SPACES              TO SWQ-WRITEOFF-CODE
001960     MOVE SUSP-IN-LEN         TO SWQ-IN-LEN
001970     MOVE SUSP-IN-DATA        TO SWQ-IN-DATA
001980     MOVE SUSP-RUN-DATE       TO SWQ-RUN-DATE
001990     MOVE SUSP-REASON         TO SWQ-REASON
002000     MOVE SUSP-FIELD-NUMBER   TO SWQ-FIELD-NUMBER
002010     IF SUSP-ATTEMPTS NUMERIC
002020         MOVE SUSP-ATTEMPTS   TO SWQ-ATTEMPTS
002030     ELSE
002040         MOVE ZERO            TO SWQ-ATTEMPTS
002050     END-IF
002060     MOVE 'NSPCSWLD'          TO SWQ-LAST-USER
002070     MOVE WS-RUN-DATE         TO SWQ-LAST-DATE
002080     MOVE WS-RUN-TIME(1:6)    TO SWQ-LAST-TIME.
002090 2200-EXIT.
002100     EXIT.
002110*
002120******************************************************************
002121*    2300-REPLACE-WITHDRAWN - THE KEY IS ALREADY ON THE          *
002122*    QUEUE.  READ THE ITEM THERE; ONE WITHDRAWN BY NSPCBKOT IS   *
002123*    REBUILT FROM THE CURRENT SUSPENSE RECORD AND REWRITTEN AS   *
002124*    AN OPEN ITEM, ANY OTHER IS COUNTED AND KEPT.  A FAILED READ *
002125*    OR REWRITE STOPS THE RUN.                                   *
002126******************************************************************
002127 2300-REPLACE-WITHDRAWN.
002128     READ NSPCSWQ
002129         INVALID KEY
002130             CONTINUE
002131     END-READ
002132     IF NOT WS-SWQ-STATUS-OK
002133         DISPLAY 'NSPCSWLD - NSPCSWQ READ FAILED FOR '
002134             SWQ-FEED-ID ' ' SWQ-FIRST-DATE ' '
002135             SWQ-RECORD-NUMBER ' - STATUS ' WS-SWQ-STATUS
002136         SET WS-RUN-STOPPED TO TRUE
002137         SET WS-EOF TO TRUE
002138         MOVE 16 TO WS-RETURN-CODE
002152     ELSE
002153         IF NOT SWQ-STATUS-WITHDRAWN
002154             ADD 1 TO WS-ITEMS-ON-QUEUE
002155         ELSE
002156             PERFORM 2200-BUILD-ITEM THRU 2200-EXIT
002157             REWRITE NSPCSWQ-RECORD
002158                 INVALID KEY
002159                     CONTINUE
002160             END-REWRITE
002161             IF WS-SWQ-STATUS-OK
002162                 ADD 1 TO WS-ITEMS-REQUEUED
002163             ELSE
002164                 DISPLAY 'NSPCSWLD - NSPCSWQ REWRITE FAILED FOR '
002165                     SWQ-FEED-ID ' ' SWQ-FIRST-DATE ' '
002166                     SWQ-RECORD-NUMBER ' - STATUS ' WS-SWQ-STATUS
002167                 SET WS-RUN-STOPPED TO TRUE
002168                 SET WS-EOF TO TRUE
002169                 MOVE 16 TO WS-RETURN-CODE
002170             END-IF
002171         END-IF
002172     END-IF.
002173 2300-EXIT.
002174     EXIT.
002175*
002176******************************************************************
002177*    9000-TERMINATE                                              *
002178******************************************************************
002179 9000-TERMINATE.
002180     CLOSE NSPCSUSP
002181     IF WS-SWQ-OPEN
002182         CLOSE NSPCSWQ
002190     END-IF
002200     IF WS-RUN-OK AND WS-ITEMS-ON-QUEUE > ZERO
002210         MOVE 4 TO WS-RETURN-CODE
002220     END-IF
002230     DISPLAY 'NSPCSWLD - SUSPENSE RECORDS READ   = ' WS-RECS-READ
002240     DISPLAY 'NSPCSWLD - ITEMS QUEUED            = '
002250         WS-ITEMS-QUEUED
002260     DISPLAY 'NSPCSWLD - ITEMS ALREADY ON QUEUE  = '
002270         WS-ITEMS-ON-QUEUE
002273     DISPLAY 'NSPCSWLD - WITHDRAWN ITEMS REQUEUED = '
002276         WS-ITEMS-REQUEUED
002280     DISPLAY 'NSPCSWLD - RETURN CODE = ' WS-RETURN-CODE
002290     MOVE WS-RETURN-CODE TO RETURN-CODE.
002300 9000-EXIT.
002310     EXIT.
002320*
002330 END PROGRAM NSPCSWLD.
