000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCBKOT                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-15                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   BACK-OUT OF A BAD NIGHT.  WHEN A NIGHT GOES WRONG - A BAD    *
000120*   RULE SET SELECTED BY NSPCRSEL, A CORRUPT NSPCIN - THE DAMAGE *
000130*   IS NOT ONE NSPCOUT GENERATION BUT EVERY FILE THE SUITE WROTE *
000140*   THAT NIGHT.  GIVEN THE RUN DATE, GENERATION, AND FEED ON THE *
000150*   EXEC PARM, THIS JOB UNDOES THE NIGHT ACROSS ALL OF THEM SO   *
000160*   THE NIGHT CAN BE RERUN (SEE NSPCRRUN.JCL):                   *
000170*                                                                *
000180*     - NSPCHIST AND NSPCFSTA: THE NIGHT'S RECORDS ARE MARKED    *
000190*       SUPERSEDED (RUN STATUS 'S') IN PLACE, NOT DELETED.       *
000200*       NSPCTRND, NSPCFTRD, AND NSPCJRNL PASS OVER A SUPERSEDED  *
000210*       RECORD, SO THEY REPORT ONLY THE RERUN FOR THE DATE.      *
000220*                                                                *
000230*     - NSPCEXCP: THE DATE'S EXCEPTIONS FOR THE FEED ARE         *
000240*       UNLOADED TO THE NSPCBKEX FLAT COPY (THE NSPCEXCA ARCHIVE *
000250*       LAYOUT) AND DELETED FROM THE KSDS; THE RERUN'S NSPCRPT   *
000260*       KEYS THEM AFRESH UNDER THE SAME DATE.  THEIR CLEAR       *
000270*       COPIES ON NSPCEXCU ARE DELETED WITHOUT BEING UNLOADED,   *
000280*       AS NSPCHSKP TREATS THEM.                                 *
000290*                                                                *
000300*     - NSPCSWQ: EVERY ITEM THE NIGHT SUSPENDED (KEYED UNDER THE *
000310*       DATE AS ITS FIRST-SUSPENDED DATE) IS WITHDRAWN - STATUS  *
000320*       'X', NO LONGER WORKABLE ON-LINE OR BY NSPCREPR.  THE     *
000330*       RERUN'S NSPCSWLD REPLACES A WITHDRAWN ITEM IT SUSPENDS   *
000340*       AGAIN.  EVERY ITEM NSPCREPR REPROCESSED OR RE-SUSPENDED  *
000350*       THAT NIGHT GOES BACK TO RELEASED (A RE-SUSPENSE GIVES    *
000360*       BACK ITS ATTEMPT), SO THE RERUN REPROCESSES IT AGAIN.    *
000370*                                                                *
000380*     - THE DOWNSTREAM DELIVERIES AFFECTED ARE LISTED FROM THE   *
000390*       NSPCLEDG RUN-CONTROL LEDGER: EVERY JOB THAT POSTED FOR   *
000398*       THE DATE, FEED, AND GENERATION, WITH WHAT IT             *
000406*       DELIVERED.  WHEN NOSPCBAT IS AMONG THEM, THE ON-REQUEST  *
000414*       JOBS THAT TAKE THE GENERATION (NSPCNCHG, NSPCMASK,       *
000422*       NSPCDELM) ARE LISTED TO BE CHECKED, AS THEY POST         *
000430*       NOTHING, EACH WITH THE PARM THAT RERUNS IT UNDER THE     *
000438*       RERUN'S NAMED RULE SET.  A REPROCESSED ITEM WITHDRAWN    *
000446*       WITH THE NIGHT IS LISTED TOO, ITS CLEANED RECORD HAVING  *
000454*       ALREADY GONE OUT ON AN NSPCSUPP GENERATION.              *
000470*                                                                *
000480*   NOTHING IS DELETED FROM NSPCHIST, NSPCFSTA, OR NSPCSWQ, AND  *
000490*   A RECORD ALREADY SUPERSEDED OR AN ITEM ALREADY WITHDRAWN IS  *
000500*   LEFT AS IT IS, SO THE JOB CAN BE RUN AGAIN AFTER A FAILURE   *
000510*   AND PICKS UP WHERE IT STOPPED.  THE EXCEPTION AND SUSPENSE   *
000520*   KEYS CARRY NO GENERATION - THEIR BACK-OUT COVERS THE WHOLE   *
000530*   DATE FOR THE FEED.  THE JOB POSTS ITS OWN ENTRY TO NSPCLEDG  *
000540*   THROUGH NSPCLPST.                                            *
000550*                                                                *
000560*   PARM IS 'yyyymmdd,gggg,ffffffff' - RUN DATE, NSPCOUT         *
000570*   GENERATION, AND FEED - OR 'yyyymmdd,gggg' FOR DAILYEXT, THE  *
000580*   ORIGINAL EXTRACT.  GENERATION 0000 BACKS OUT EVERY           *
000590*   GENERATION WRITTEN FOR THE DATE.  A RECORD WITH A BLANK FEED *
000600*   (WRITTEN BEFORE THE FEED WAS CARRIED) IS DAILYEXT.           *
000610*                                                                *
000620*   RETURN CODES: 0 = NIGHT BACKED OUT, 4 = NOTHING OF THE NIGHT *
000630*   FOUND (WRONG DATE OR GENERATION, OR ALREADY BACKED OUT), 8 = *
000640*   BACKED OUT BUT NSPCLEDG COULD NOT BE READ, SO THE DELIVERIES *
000650*   ARE NOT LISTED, 16 = NO VALID PARM, OR A FILE WOULD NOT      *
000660*   OPEN, OR A REWRITE OR DELETE WAS NOT CONFIRMED BY FILE       *
000670*   STATUS (RUN IT AGAIN ONCE THE FILE IS PUT RIGHT).            *
000680*                                                                *
000690*   MODIFICATION HISTORY                                         *
000700*   ---------------------------------------------------------    *
000710*   DATE       INIT  DESCRIPTION                                 *
000720*   ---------- ----  ----------------------------------------    *
000730*   2026-10-15 RLK   ORIGINAL.                                   *
000740*                                                                *
000750******************************************************************
000760 IDENTIFICATION DIVISION.
000770 PROGRAM-ID.              NSPCBKOT.
000780 AUTHOR.                  R L KOLTUN.
000790 INSTALLATION.            DAILY EXTRACT PROCESSING.
000800 DATE-WRITTEN.            2026-10-15.
000810 DATE-COMPILED.
000820*
000830 ENVIRONMENT DIVISION.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT NSPCHIST ASSIGN TO NSPCHIST
000870            ORGANIZATION IS SEQUENTIAL
000880            FILE STATUS IS WS-HIST-STATUS.
000890     SELECT NSPCFSTA ASSIGN TO NSPCFSTA
000900            ORGANIZATION IS SEQUENTIAL
000910            FILE STATUS IS WS-FSTA-STATUS.
000920     SELECT NSPCEXCP ASSIGN TO NSPCEXCP
000930            ORGANIZATION IS INDEXED
000940            ACCESS MODE IS SEQUENTIAL
000950            RECORD KEY IS EXCP-KEY
000960            FILE STATUS IS WS-EXCP-STATUS.
000970     SELECT NSPCEXCU ASSIGN TO NSPCEXCU
000980            ORGANIZATION IS INDEXED
000990            ACCESS MODE IS SEQUENTIAL
001000            RECORD KEY IS EXCU-KEY
001010            FILE STATUS IS WS-EXCU-STATUS.
001020     SELECT NSPCBKEX ASSIGN TO NSPCBKEX
001030            ORGANIZATION IS SEQUENTIAL.
001040     SELECT NSPCSWQ  ASSIGN TO NSPCSWQ
001050            ORGANIZATION IS INDEXED
001060            ACCESS MODE IS SEQUENTIAL
001070            RECORD KEY IS SWQ-KEY
001080            FILE STATUS IS WS-SWQ-STATUS.
001090     SELECT NSPCLEDG ASSIGN TO NSPCLEDG
001100            ORGANIZATION IS SEQUENTIAL
001110            FILE STATUS IS WS-LEDG-STATUS.
001120*
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  NSPCHIST
001160     RECORDING MODE IS F.
001170     COPY NSPCHIST.
001180*
001190 FD  NSPCFSTA
001200     RECORDING MODE IS F.
001210     COPY NSPCFSTA.
001220*
001230 FD  NSPCEXCP.
001240     COPY NSPCEXCP.
001250*
001260*    CLEAR COPIES OF THE MASKED EXCEPTIONS - THE NSPCEXCP
001270*    LAYOUT, UNDER THE SAME KEY.
001280 FD  NSPCEXCU.
001290 01  NSPCEXCU-RECORD.
001300     03  EXCU-KEY.
001310         05  EXCU-FEED-ID            PIC X(08).
001320         05  EXCU-RUN-DATE           PIC 9(08).
001330         05  EXCU-RECORD-NUMBER      PIC 9(07).
001340     03  FILLER                      PIC X(310).
001350*
001360*    FLAT COPY OF THE EXCEPTIONS BACKED OUT - SAME 333-BYTE
001370*    LAYOUT AS THE KSDS RECORD AND THE NSPCEXCA ARCHIVE, ONE NEW
001380*    GENERATION PER RUN.
001390 FD  NSPCBKEX
001400     RECORDING MODE IS F.
001410 01  NSPCBKEX-RECORD                 PIC X(333).
001420*
001430 FD  NSPCSWQ.
001440     COPY NSPCSWQ.
001450*
001460 FD  NSPCLEDG
001470     RECORDING MODE IS F.
001480 01  NSPCLEDG-AREA                   PIC X(200).
001490*
001500 WORKING-STORAGE SECTION.
001510 01  WS-FLAGS.
001520     03  WS-RUN-SW                   PIC X(01) VALUE 'Y'.
001530         88  WS-RUN-OK                   VALUE 'Y'.
001540         88  WS-RUN-STOPPED              VALUE 'N'.
001550     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001560         88  WS-EOF                      VALUE 'Y'.
001570         88  WS-NOT-EOF                  VALUE 'N'.
001580     03  WS-LEDG-SW                  PIC X(01) VALUE 'Y'.
001590         88  WS-LEDG-READABLE            VALUE 'Y'.
001600         88  WS-LEDG-UNREADABLE          VALUE 'N'.
001610     03  WS-BAT-SW                   PIC X(01) VALUE 'N'.
001620         88  WS-BAT-AFFECTED             VALUE 'Y'.
001630         88  WS-BAT-NOT-AFFECTED         VALUE 'N'.
001640 01  WS-COUNTERS.
001650     03  WS-HIST-READ                PIC 9(07) VALUE ZERO.
001660     03  WS-HIST-SUPERSEDED          PIC 9(07) VALUE ZERO.
001670     03  WS-HIST-ALREADY             PIC 9(07) VALUE ZERO.
001680     03  WS-FSTA-READ                PIC 9(07) VALUE ZERO.
001690     03  WS-FSTA-SUPERSEDED          PIC 9(07) VALUE ZERO.
001700     03  WS-FSTA-ALREADY             PIC 9(07) VALUE ZERO.
001710     03  WS-EXCP-DELETED             PIC 9(07) VALUE ZERO.
001720     03  WS-EXCU-DELETED             PIC 9(07) VALUE ZERO.
001730     03  WS-SWQ-WITHDRAWN            PIC 9(07) VALUE ZERO.
001740     03  WS-SWQ-ALREADY              PIC 9(07) VALUE ZERO.
001750     03  WS-SWQ-RESTORED             PIC 9(07) VALUE ZERO.
001760     03  WS-SUPP-AFFECTED            PIC 9(07) VALUE ZERO.
001770     03  WS-LEDG-READ                PIC 9(07) VALUE ZERO.
001780     03  WS-LEDG-LISTED              PIC 9(07) VALUE ZERO.
001790 01  WS-WORK-FIELDS.
001800     03  WS-PARM-LEN-DAILY           PIC S9(04) COMP VALUE 13.
001810     03  WS-PARM-LEN-FEED            PIC S9(04) COMP VALUE 22.
001820     03  WS-BACKOUT-DATE             PIC 9(08) VALUE ZERO.
001830     03  WS-BACKOUT-GEN              PIC 9(04) VALUE ZERO.
001840     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
001850     03  WS-RECORD-FEED              PIC X(08).
001860     03  WS-TODAY-DATE               PIC 9(08).
001870     03  WS-TODAY-TIME               PIC 9(08).
001880     03  WS-START-DATE               PIC 9(08).
001890     03  WS-START-TIME               PIC 9(08).
001900     03  WS-DLVR-IDX                 PIC 9(02).
001910     03  WS-DLVR-HIT                 PIC 9(02).
001920     03  WS-HIST-STATUS              PIC X(02).
001930         88  WS-HIST-STATUS-OK           VALUE '00'.
001940     03  WS-FSTA-STATUS              PIC X(02).
001950         88  WS-FSTA-STATUS-OK           VALUE '00'.
001960     03  WS-EXCP-STATUS              PIC X(02).
001970         88  WS-EXCP-STATUS-OK           VALUE '00' '97'.
001980         88  WS-EXCP-NEVER-LOADED        VALUE '35'.
001990     03  WS-EXCU-STATUS              PIC X(02).
002000         88  WS-EXCU-STATUS-OK           VALUE '00' '97'.
002010         88  WS-EXCU-NEVER-LOADED        VALUE '35'.
002020     03  WS-SWQ-STATUS               PIC X(02).
002030         88  WS-SWQ-STATUS-OK            VALUE '00' '97'.
002040         88  WS-SWQ-NEVER-LOADED         VALUE '35'.
002050     03  WS-LEDG-STATUS              PIC X(02).
002060         88  WS-LEDG-STATUS-OK           VALUE '00' '97'.
002070 01  WS-CONDITION-FIELDS.
002080     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002090*
002100*    WHAT EACH JOB THAT POSTS TO NSPCLEDG DELIVERS, FOR THE LIST
002110*    OF DELIVERIES A BACKED-OUT NIGHT AFFECTS.  KEEP IN STEP WITH
002120*    THE JOB LIST IN THE NSPCLEDG COPYBOOK.
002130 01  WS-DLVR-FIELDS.
002140     03  WS-MAX-DLVR                 PIC 9(02) VALUE 9.
002150     03  WS-DLVR-LIST.
002160         05  FILLER                  PIC X(08) VALUE 'NSPCRCPT'.
002170         05  FILLER                  PIC X(40) VALUE
002180             'NSPCRLOG RECEIPT ENTRY FOR THE NSPCIN'.
002190         05  FILLER                  PIC X(08) VALUE 'NSPCRSEL'.
002200         05  FILLER                  PIC X(40) VALUE
002210             'NSPCRULE - THE RULE SET THE NIGHT USED'.
002220         05  FILLER                  PIC X(08) VALUE 'NOSPCBAT'.
002230         05  FILLER                  PIC X(40) VALUE
002240             'CLNFLD (NSPCOUT) GENERATION, NSPCSUSP'.
002250         05  FILLER                  PIC X(08) VALUE 'NSPCRPT '.
002260         05  FILLER                  PIC X(40) VALUE
002270             'EXCEPTION LISTING (KEYS BACKED OUT HERE)'.
002280         05  FILLER                  PIC X(08) VALUE 'NSPCVRFY'.
002290         05  FILLER                  PIC X(40) VALUE
002300             'BALANCE PROOF HANDED OVER WITH NSPCOUT'.
002310         05  FILLER                  PIC X(08) VALUE 'NSPCDUPE'.
002320         05  FILLER                  PIC X(40) VALUE
002330             'DUPLICATE-RECORD LISTING OF NSPCOUT'.
002340         05  FILLER                  PIC X(08) VALUE 'NSPCREPR'.
002350         05  FILLER                  PIC X(40) VALUE
002360             'NSPCSUPP SUPPLEMENT, NSPCRSUS'.
002370         05  FILLER                  PIC X(08) VALUE 'NSPCJRNL'.
002380         05  FILLER                  PIC X(40) VALUE
002390             'ON-LINE/BATCH RECONCILIATION LISTING'.
002400         05  FILLER                  PIC X(08) VALUE 'NSPCSAGE'.
002410         05  FILLER                  PIC X(40) VALUE
002420             'SUSPENSE AGING LISTING'.
002430     03  WS-DLVR-TABLE               REDEFINES WS-DLVR-LIST.
002440         05  WS-DLVR-ENTRY           OCCURS 9 TIMES.
002450             07  WS-DLVR-JOB         PIC X(08).
002460             07  WS-DLVR-TEXT        PIC X(40).
002470     03  WS-DLVR-SHOW                PIC X(40).
002480*
002490*    THE LEDGER ENTRY BEING LOOKED AT, AND THEN THIS RUN'S OWN
002500*    ENTRY, POSTED AT END OF JOB THROUGH NSPCLPST.  SEE THE
002510*    NSPCLEDG COPYBOOK.
002520     COPY NSPCLEDG.
002530*
002540 LINKAGE SECTION.
002550 01  LK-PARM-AREA.
002560     03  LK-PARM-LEN                 PIC S9(04) COMP.
002570     03  LK-PARM-RUN-DATE            PIC 9(08).
002580     03  FILLER                      PIC X(01).
002590     03  LK-PARM-GENERATION          PIC 9(04).
002600     03  FILLER                      PIC X(01).
002610     03  LK-PARM-FEED                PIC X(08).
002620*
002630******************************************************************
002640*    0000-MAINLINE - CHECK THE PARM, THEN BACK THE NIGHT OUT OF  *
002650*    EACH FILE IN TURN AND LIST THE DELIVERIES IT REACHED.  A    *
002660*    FAILURE IN ONE FILE STOPS THE BACK-OUT THERE; THE LIST IS   *
002670*    STILL MADE.                                                 *
002680******************************************************************
002690 PROCEDURE DIVISION USING LK-PARM-AREA.
002700*
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002730     IF WS-RUN-OK
002740         PERFORM 2000-SUPERSEDE-NSPCHIST THRU 2000-EXIT
002750         PERFORM 3000-SUPERSEDE-NSPCFSTA THRU 3000-EXIT
002760         PERFORM 4000-REMOVE-NSPCEXCP THRU 4000-EXIT
002770         PERFORM 4500-REMOVE-NSPCEXCU THRU 4500-EXIT
002780         PERFORM 5000-WITHDRAW-NSPCSWQ THRU 5000-EXIT
002790         PERFORM 7000-LIST-DELIVERIES THRU 7000-EXIT
002800     END-IF
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT
002820     GOBACK.
002830*
002840******************************************************************
002850*    1000-INITIALIZE - THE RUN DATE, GENERATION, AND FEED TO     *
002860*    BACK OUT.  THERE IS NO DEFAULT NIGHT - WITHOUT A VALID PARM *
002870*    NOTHING IS TOUCHED AND THE JOB ENDS AT 16.                  *
002880******************************************************************
002890 1000-INITIALIZE.
002900     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
002910     ACCEPT WS-START-TIME FROM TIME
002920     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002930     ACCEPT WS-TODAY-TIME FROM TIME
002940     EVALUATE TRUE
002950         WHEN LK-PARM-LEN = WS-PARM-LEN-DAILY
002960             CONTINUE
002970         WHEN LK-PARM-LEN = WS-PARM-LEN-FEED
002980             IF LK-PARM-FEED NOT = SPACES
002990                 MOVE LK-PARM-FEED TO WS-FEED-ID
003000             END-IF
003010         WHEN OTHER
003020             DISPLAY 'NSPCBKOT - PARM LENGTH ' LK-PARM-LEN
003030                 ' IS NOT ' WS-PARM-LEN-DAILY ' OR '
003040                 WS-PARM-LEN-FEED ' - NOTHING BACKED OUT'
003050             SET WS-RUN-STOPPED TO TRUE
003060             MOVE 16 TO WS-RETURN-CODE
003080     END-EVALUATE
003089     IF WS-RUN-OK
003098         IF LK-PARM-RUN-DATE NOT NUMERIC
003107             OR LK-PARM-RUN-DATE = ZERO
003116             OR LK-PARM-GENERATION NOT NUMERIC
003125             DISPLAY 'NSPCBKOT - PARM RUN DATE OR GENERATION IS '
003134                 'NOT NUMERIC - NOTHING BACKED OUT'
003143             SET WS-RUN-STOPPED TO TRUE
003152             MOVE 16 TO WS-RETURN-CODE
003161         ELSE
003170             MOVE LK-PARM-RUN-DATE   TO WS-BACKOUT-DATE
003179             MOVE LK-PARM-GENERATION TO WS-BACKOUT-GEN
003188             IF WS-BACKOUT-GEN = ZERO
003197                 DISPLAY 'NSPCBKOT - BACKING OUT RUN DATE '
003206                     WS-BACKOUT-DATE ' FEED ' WS-FEED-ID
003215                     ' - EVERY GENERATION'
003224             ELSE
003233                 DISPLAY 'NSPCBKOT - BACKING OUT RUN DATE '
003242                     WS-BACKOUT-DATE ' FEED ' WS-FEED-ID
003251                     ' - GENERATION ' WS-BACKOUT-GEN
003260             END-IF
003269         END-IF
003280     END-IF.
003290 1000-EXIT.
003300     EXIT.
003310*
003320******************************************************************
003330*    2000-SUPERSEDE-NSPCHIST - READ THE RUN HISTORY THROUGH AND  *
003340*    REWRITE EACH RECORD OF THE NIGHT WITH RUN STATUS 'S' IN     *
003350*    PLACE.  A RECORD ALREADY SUPERSEDED IS COUNTED AND LEFT.    *
003360******************************************************************
003370 2000-SUPERSEDE-NSPCHIST.
003380     IF WS-RUN-OK
003390         OPEN I-O NSPCHIST
003400         IF WS-HIST-STATUS-OK
003410             SET WS-NOT-EOF TO TRUE
003420             PERFORM 2100-READ-NSPCHIST THRU 2100-EXIT
003430             PERFORM 2200-SUPERSEDE-ONE-HIST THRU 2200-EXIT
003440                 UNTIL WS-EOF
003450             CLOSE NSPCHIST
003460         ELSE
003470             DISPLAY 'NSPCBKOT - NSPCHIST OPEN FAILED - STATUS '
003480                 WS-HIST-STATUS
003490             SET WS-RUN-STOPPED TO TRUE
003500             MOVE 16 TO WS-RETURN-CODE
003510         END-IF
003520     END-IF.
003540 2000-EXIT.
003550     EXIT.
003560*
003570 2100-READ-NSPCHIST.
003580     READ NSPCHIST
003590         AT END
003600             SET WS-EOF TO TRUE
003610         NOT AT END
003620             ADD 1 TO WS-HIST-READ
003630     END-READ.
003640 2100-EXIT.
003650     EXIT.
003660*
003670 2200-SUPERSEDE-ONE-HIST.
003680     MOVE HIST-FEED-ID TO WS-RECORD-FEED
003690     IF WS-RECORD-FEED = SPACES
003700         MOVE 'DAILYEXT' TO WS-RECORD-FEED
003710     END-IF
003719     EVALUATE TRUE
003728         WHEN HIST-RUN-DATE NOT = WS-BACKOUT-DATE
003737             OR WS-RECORD-FEED NOT = WS-FEED-ID
003746             OR (WS-BACKOUT-GEN NOT = ZERO
003755                 AND HIST-GENERATION NOT = WS-BACKOUT-GEN)
003764             CONTINUE
003773         WHEN HIST-SUPERSEDED
003782             ADD 1 TO WS-HIST-ALREADY
003791         WHEN OTHER
003800             SET HIST-SUPERSEDED TO TRUE
003809             REWRITE NSPCHIST-RECORD
003818             IF WS-HIST-STATUS-OK
003827                 ADD 1 TO WS-HIST-SUPERSEDED
003836             ELSE
003845                 DISPLAY 'NSPCBKOT - NSPCHIST REWRITE FAILED FOR '
003854                     HIST-RUN-DATE ' ' HIST-GENERATION
003863                     ' - STATUS ' WS-HIST-STATUS
003872                 SET WS-RUN-STOPPED TO TRUE
003881                 SET WS-EOF TO TRUE
003890                 MOVE 16 TO WS-RETURN-CODE
003899             END-IF
003908     END-EVALUATE
003917     IF WS-NOT-EOF
003926         PERFORM 2100-READ-NSPCHIST THRU 2100-EXIT
003935     END-IF.
003960 2200-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000*    3000-SUPERSEDE-NSPCFSTA - THE SAME FOR THE PER-RULE FIELD   *
004010*    STATISTICS: EACH RULE-NIGHT OF THE NIGHT IS REWRITTEN WITH  *
004020*    RUN STATUS 'S' IN PLACE.                                    *
004030******************************************************************
004040 3000-SUPERSEDE-NSPCFSTA.
004050     IF WS-RUN-OK
004060         OPEN I-O NSPCFSTA
004070         IF WS-FSTA-STATUS-OK
004080             SET WS-NOT-EOF TO TRUE
004090             PERFORM 3100-READ-NSPCFSTA THRU 3100-EXIT
004100             PERFORM 3200-SUPERSEDE-ONE-FSTA THRU 3200-EXIT
004110                 UNTIL WS-EOF
004120             CLOSE NSPCFSTA
004130         ELSE
004140             DISPLAY 'NSPCBKOT - NSPCFSTA OPEN FAILED - STATUS '
004150                 WS-FSTA-STATUS
004160             SET WS-RUN-STOPPED TO TRUE
004170             MOVE 16 TO WS-RETURN-CODE
004180         END-IF
004190     END-IF.
004210 3000-EXIT.
004220     EXIT.
004230*
004240 3100-READ-NSPCFSTA.
004250     READ NSPCFSTA
004260         AT END
004270             SET WS-EOF TO TRUE
004280         NOT AT END
004290             ADD 1 TO WS-FSTA-READ
004300     END-READ.
004310 3100-EXIT.
004320     EXIT.
004330*
004340 3200-SUPERSEDE-ONE-FSTA.
004350     MOVE FSTA-FEED-ID TO WS-RECORD-FEED
004360     IF WS-RECORD-FEED = SPACES
004370         MOVE 'DAILYEXT' TO WS-RECORD-FEED
004380     END-IF
004389     EVALUATE TRUE
004398         WHEN FSTA-RUN-DATE NOT = WS-BACKOUT-DATE
004407             OR WS-RECORD-FEED NOT = WS-FEED-ID
004416             OR (WS-BACKOUT-GEN NOT = ZERO
004425                 AND FSTA-GENERATION NOT = WS-BACKOUT-GEN)
004434             CONTINUE
004443         WHEN FSTA-SUPERSEDED
004452             ADD 1 TO WS-FSTA-ALREADY
004461         WHEN OTHER
004470             SET FSTA-SUPERSEDED TO TRUE
004479             REWRITE NSPCFSTA-RECORD
004488             IF WS-FSTA-STATUS-OK
004497                 ADD 1 TO WS-FSTA-SUPERSEDED
004506             ELSE
004515                 DISPLAY 'NSPCBKOT - NSPCFSTA REWRITE FAILED FOR '
004524                     FSTA-RUN-DATE ' ' FSTA-GENERATION ' RULE '
004533                     FSTA-RULE-NUMBER ' - STATUS ' WS-FSTA-STATUS
004542                 SET WS-RUN-STOPPED TO TRUE
004551                 SET WS-EOF TO TRUE
004560                 MOVE 16 TO WS-RETURN-CODE
004569             END-IF
004578     END-EVALUATE
004587     IF WS-NOT-EOF
004596         PERFORM 3100-READ-NSPCFSTA THRU 3100-EXIT
004605     END-IF.
004630 3200-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670*    4000-REMOVE-NSPCEXCP - POSITION THE EXCEPTION KSDS AT THE   *
004680*    FEED AND RUN DATE AND, FOR AS LONG AS THE KEYS STAY ON      *
004690*    THEM, UNLOAD EACH RECORD TO NSPCBKEX AND DELETE IT.  A KSDS *
004700*    NEVER LOADED HAS NOTHING TO BACK OUT.                       *
004710******************************************************************
004720 4000-REMOVE-NSPCEXCP.
004730     IF WS-RUN-OK
004740         OPEN OUTPUT NSPCBKEX
004750         OPEN I-O NSPCEXCP
004760         EVALUATE TRUE
004770             WHEN WS-EXCP-STATUS-OK
004780                 SET WS-NOT-EOF TO TRUE
004790                 MOVE WS-FEED-ID      TO EXCP-FEED-ID
004800                 MOVE WS-BACKOUT-DATE TO EXCP-RUN-DATE
004810                 MOVE ZERO            TO EXCP-RECORD-NUMBER
004820                 START NSPCEXCP KEY IS NOT LESS THAN EXCP-KEY
004830                     INVALID KEY
004840                         SET WS-EOF TO TRUE
004850                 END-START
004860                 PERFORM 4100-READ-NSPCEXCP THRU 4100-EXIT
004870                 PERFORM 4200-REMOVE-ONE-EXCP THRU 4200-EXIT
004880                     UNTIL WS-EOF
004890                 CLOSE NSPCEXCP
004900             WHEN WS-EXCP-NEVER-LOADED
004910                 DISPLAY 'NSPCBKOT - NSPCEXCP HAS NEVER BEEN '
004920                     'LOADED - NO EXCEPTIONS TO BACK OUT'
004930             WHEN OTHER
004940                 DISPLAY 'NSPCBKOT - NSPCEXCP OPEN FAILED - '
004950                     'STATUS ' WS-EXCP-STATUS
004960                 SET WS-RUN-STOPPED TO TRUE
004970                 MOVE 16 TO WS-RETURN-CODE
004980         END-EVALUATE
004990         CLOSE NSPCBKEX
005000     END-IF.
005070 4000-EXIT.
005080     EXIT.
005090*
005100 4100-READ-NSPCEXCP.
005106     IF WS-NOT-EOF
005112         READ NSPCEXCP
005118             AT END
005124                 SET WS-EOF TO TRUE
005130         END-READ
005136         IF WS-NOT-EOF
005142             AND (EXCP-FEED-ID NOT = WS-FEED-ID
005148                 OR EXCP-RUN-DATE NOT = WS-BACKOUT-DATE)
005160             SET WS-EOF TO TRUE
005170         END-IF
005220     END-IF.
005230 4100-EXIT.
005240     EXIT.
005250*
005260******************************************************************
005270*    4200-REMOVE-ONE-EXCP - UNLOAD THE RECORD JUST READ, DELETE  *
005280*    IT, AND COUNT IT ONLY WHEN FILE STATUS CONFIRMS THE DELETE. *
005290******************************************************************
005300 4200-REMOVE-ONE-EXCP.
005310     MOVE NSPCEXCP-RECORD TO NSPCBKEX-RECORD
005320     WRITE NSPCBKEX-RECORD
005330     DELETE NSPCEXCP
005334     IF WS-EXCP-STATUS-OK
005338         ADD 1 TO WS-EXCP-DELETED
005342         PERFORM 4100-READ-NSPCEXCP THRU 4100-EXIT
005346     ELSE
005350         DISPLAY 'NSPCBKOT - NSPCEXCP DELETE FAILED FOR KEY '
005360             EXCP-KEY ' - STATUS ' WS-EXCP-STATUS
005370         SET WS-RUN-STOPPED TO TRUE
005380         SET WS-EOF TO TRUE
005390         MOVE 16 TO WS-RETURN-CODE
005400     END-IF.
005440 4200-EXIT.
005450     EXIT.
005460*
005470******************************************************************
005480*    4500-REMOVE-NSPCEXCU - DELETE THE CLEAR COPIES OF THE SAME  *
005490*    EXCEPTIONS.  NOTHING IS UNLOADED - THE CLEAR IMAGES ARE NOT *
005500*    KEPT ONCE THE MASKED EXCEPTION IS GONE.                     *
005510******************************************************************
005520 4500-REMOVE-NSPCEXCU.
005530     IF WS-RUN-OK
005540         OPEN I-O NSPCEXCU
005550         EVALUATE TRUE
005560             WHEN WS-EXCU-STATUS-OK
005570                 SET WS-NOT-EOF TO TRUE
005580                 MOVE WS-FEED-ID      TO EXCU-FEED-ID
005590                 MOVE WS-BACKOUT-DATE TO EXCU-RUN-DATE
005600                 MOVE ZERO            TO EXCU-RECORD-NUMBER
005610                 START NSPCEXCU KEY IS NOT LESS THAN EXCU-KEY
005620                     INVALID KEY
005630                         SET WS-EOF TO TRUE
005640                 END-START
005650                 PERFORM 4600-READ-NSPCEXCU THRU 4600-EXIT
005660                 PERFORM 4700-REMOVE-ONE-EXCU THRU 4700-EXIT
005670                     UNTIL WS-EOF
005680                 CLOSE NSPCEXCU
005690             WHEN WS-EXCU-NEVER-LOADED
005700                 DISPLAY 'NSPCBKOT - NSPCEXCU HAS NEVER BEEN '
005710                     'LOADED - NO CLEAR COPIES TO BACK OUT'
005720             WHEN OTHER
005730                 DISPLAY 'NSPCBKOT - NSPCEXCU OPEN FAILED - '
005740                     'STATUS ' WS-EXCU-STATUS
005750                 SET WS-RUN-STOPPED TO TRUE
005760                 MOVE 16 TO WS-RETURN-CODE
005770         END-EVALUATE
005780     END-IF.
005830 4500-EXIT.
005840     EXIT.
005850*
005860 4600-READ-NSPCEXCU.
005866     IF WS-NOT-EOF
005872         READ NSPCEXCU
005878             AT END
005884                 SET WS-EOF TO TRUE
005890         END-READ
005896         IF WS-NOT-EOF
005902             AND (EXCU-FEED-ID NOT = WS-FEED-ID
005908                 OR EXCU-RUN-DATE NOT = WS-BACKOUT-DATE)
005920             SET WS-EOF TO TRUE
005930         END-IF
005980     END-IF.
005990 4600-EXIT.
006000     EXIT.
006010*
006020 4700-REMOVE-ONE-EXCU.
006030     DELETE NSPCEXCU
006034     IF WS-EXCU-STATUS-OK
006038         ADD 1 TO WS-EXCU-DELETED
006042         PERFORM 4600-READ-NSPCEXCU THRU 4600-EXIT
006046     ELSE
006050         DISPLAY 'NSPCBKOT - NSPCEXCU DELETE FAILED FOR KEY '
006060             EXCU-KEY ' - STATUS ' WS-EXCU-STATUS
006070         SET WS-RUN-STOPPED TO TRUE
006080         SET WS-EOF TO TRUE
006090         MOVE 16 TO WS-RETURN-CODE
006100     END-IF.
006140 4700-EXIT.
006150     EXIT.
006160*
006170******************************************************************
006180*    5000-WITHDRAW-NSPCSWQ - TWO PASSES OF THE FEED'S QUEUE.     *
006190*    FIRST THE ITEMS THE NIGHT SUSPENDED, KEYED UNDER THE DATE   *
006200*    AS THEIR FIRST-SUSPENDED DATE, ARE WITHDRAWN (5200).  THEN  *
006210*    THE WHOLE FEED IS READ FOR THE ITEMS NSPCREPR REPROCESSED   *
006220*    OR RE-SUSPENDED THAT NIGHT, WHICH GO BACK TO RELEASED       *
006230*    (5400).  A QUEUE NEVER LOADED HAS NOTHING TO WITHDRAW.      *
006240******************************************************************
006250 5000-WITHDRAW-NSPCSWQ.
006520     IF WS-RUN-OK
006523         OPEN I-O NSPCSWQ
006526         EVALUATE TRUE
006529             WHEN WS-SWQ-STATUS-OK
006532                 SET WS-NOT-EOF TO TRUE
006535                 MOVE WS-FEED-ID      TO SWQ-FEED-ID
006538                 MOVE WS-BACKOUT-DATE TO SWQ-FIRST-DATE
006541                 MOVE ZERO            TO SWQ-RECORD-NUMBER
006544                 PERFORM 5100-START-NSPCSWQ THRU 5100-EXIT
006547                 PERFORM 5200-WITHDRAW-ONE-ITEM THRU 5200-EXIT
006550                     UNTIL WS-EOF
006553                     OR SWQ-FIRST-DATE NOT = WS-BACKOUT-DATE
006556                 IF WS-RUN-OK
006559                     SET WS-NOT-EOF TO TRUE
006562                     MOVE WS-FEED-ID  TO SWQ-FEED-ID
006565                     MOVE ZERO        TO SWQ-FIRST-DATE
006568                     MOVE ZERO        TO SWQ-RECORD-NUMBER
006571                     PERFORM 5100-START-NSPCSWQ THRU 5100-EXIT
006574                     PERFORM 5400-RESTORE-ONE-ITEM THRU 5400-EXIT
006577                         UNTIL WS-EOF
006580                 END-IF
006583                 CLOSE NSPCSWQ
006586             WHEN WS-SWQ-NEVER-LOADED
006589                 DISPLAY 'NSPCBKOT - NSPCSWQ HAS NEVER BEEN '
006592                     'LOADED - NO SUSPENSE ITEMS TO WITHDRAW'
006595             WHEN OTHER
006598                 DISPLAY 'NSPCBKOT - NSPCSWQ OPEN FAILED - '
006601                     'STATUS ' WS-SWQ-STATUS
006604                 SET WS-RUN-STOPPED TO TRUE
006607                 MOVE 16 TO WS-RETURN-CODE
006610         END-EVALUATE
006613     END-IF.
006620 5000-EXIT.
006630     EXIT.
006640*
006650******************************************************************
006660*    5100-START-NSPCSWQ / 5150-READ-NSPCSWQ - POSITION AT THE    *
006670*    KEY BUILT BY THE CALLER AND READ ON, ENDING AT ANOTHER      *
006680*    FEED.                                                       *
006690******************************************************************
006700 5100-START-NSPCSWQ.
006710     START NSPCSWQ KEY IS NOT LESS THAN SWQ-KEY
006720         INVALID KEY
006730             SET WS-EOF TO TRUE
006740     END-START
006750     PERFORM 5150-READ-NSPCSWQ THRU 5150-EXIT.
006760 5100-EXIT.
006770     EXIT.
006780*
006790 5150-READ-NSPCSWQ.
006798     IF WS-NOT-EOF
006806         READ NSPCSWQ
006814             AT END
006822                 SET WS-EOF TO TRUE
006830         END-READ
006838         IF WS-NOT-EOF AND SWQ-FEED-ID NOT = WS-FEED-ID
006850             SET WS-EOF TO TRUE
006860         END-IF
006890     END-IF.
006900 5150-EXIT.
006910     EXIT.
006920*
006930******************************************************************
006940*    5200-WITHDRAW-ONE-ITEM - AN ITEM OF THE NIGHT IS WITHDRAWN, *
006950*    STAMPED WITH THIS JOB, WHATEVER IS BEING DONE WITH IT.  ONE *
006960*    NSPCREPR HAS ALREADY REPROCESSED WENT OUT ON NSPCSUPP AND   *
006970*    IS LISTED AS AN AFFECTED DELIVERY.                          *
006980******************************************************************
006990 5200-WITHDRAW-ONE-ITEM.
007000     IF SWQ-STATUS-WITHDRAWN
007010         ADD 1 TO WS-SWQ-ALREADY
007011     ELSE
007012         IF SWQ-STATUS-REPROCESSED
007013             DISPLAY 'NSPCBKOT - AFFECTED NSPCSUPP - ITEM '
007014                 SWQ-FEED-ID ' ' SWQ-FIRST-DATE ' '
007015                 SWQ-RECORD-NUMBER ' REPROCESSED ' SWQ-LAST-DATE
007016             ADD 1 TO WS-SUPP-AFFECTED
007017         END-IF
007018         SET SWQ-STATUS-WITHDRAWN TO TRUE
007019         PERFORM 5900-REWRITE-ITEM THRU 5900-EXIT
007020         IF WS-RUN-OK
007021             ADD 1 TO WS-SWQ-WITHDRAWN
007022         END-IF
007030     END-IF
007170     PERFORM 5150-READ-NSPCSWQ THRU 5150-EXIT.
007180 5200-EXIT.
007190     EXIT.
007200*
007210******************************************************************
007220*    5400-RESTORE-ONE-ITEM - AN ITEM NSPCREPR LAST TOUCHED ON    *
007230*    THE NIGHT, AND NOT WITHDRAWN WITH IT, WAS CLEANED UNDER THE *
007240*    NIGHT'S RULES.  REPROCESSED OR RE-SUSPENDED, IT GOES BACK   *
007250*    TO RELEASED FOR THE RERUN; A RE-SUSPENSE GIVES BACK THE     *
007260*    ATTEMPT IT ADDED.                                           *
007270******************************************************************
007280 5400-RESTORE-ONE-ITEM.
007340     EVALUATE TRUE
007342         WHEN SWQ-STATUS-WITHDRAWN
007344             OR SWQ-LAST-USER NOT = 'NSPCREPR'
007346             OR SWQ-LAST-DATE NOT = WS-BACKOUT-DATE
007348             CONTINUE
007350         WHEN SWQ-STATUS-REPROCESSED
007360             OR SWQ-STATUS-OPEN
007370             IF SWQ-STATUS-OPEN AND SWQ-ATTEMPTS > ZERO
007390                 SUBTRACT 1 FROM SWQ-ATTEMPTS
007400             END-IF
007405             SET SWQ-STATUS-RELEASED TO TRUE
007410             PERFORM 5900-REWRITE-ITEM THRU 5900-EXIT
007415             IF WS-RUN-OK
007420                 ADD 1 TO WS-SWQ-RESTORED
007425             END-IF
007430     END-EVALUATE
007510     PERFORM 5150-READ-NSPCSWQ THRU 5150-EXIT.
007520 5400-EXIT.
007530     EXIT.
007540*
007550******************************************************************
007560*    5900-REWRITE-ITEM - FILE THE CHANGE ON THE QUEUE ITEM,      *
007570*    STAMPED WITH THIS JOB.  A REWRITE THAT FAILS STOPS THE RUN. *
007580******************************************************************
007590 5900-REWRITE-ITEM.
007600     MOVE 'NSPCBKOT'          TO SWQ-LAST-USER
007610     MOVE WS-TODAY-DATE       TO SWQ-LAST-DATE
007620     MOVE WS-TODAY-TIME(1:6)  TO SWQ-LAST-TIME
007630     REWRITE NSPCSWQ-RECORD
007640     END-REWRITE
007650     IF NOT WS-SWQ-STATUS-OK
007660         DISPLAY 'NSPCBKOT - NSPCSWQ REWRITE FAILED FOR '
007670             SWQ-FEED-ID ' ' SWQ-FIRST-DATE ' '
007680             SWQ-RECORD-NUMBER ' - STATUS ' WS-SWQ-STATUS
007690         SET WS-RUN-STOPPED TO TRUE
007700         SET WS-EOF TO TRUE
007710         MOVE 16 TO WS-RETURN-CODE
007720     END-IF.
007730 5900-EXIT.
007740     EXIT.
007750*
007760******************************************************************
007770*    7000-LIST-DELIVERIES - ONE PASS OF THE LEDGER.  EVERY ENTRY *
007780*    FOR THE RUN DATE, THE FEED (OR NO FEED), AND THE GENERATION *
007790*    (OR NONE) IS A JOB THAT RAN FOR THE NIGHT, AND WHAT IT      *
007800*    DELIVERED IS LISTED.  THE LEDGER IS CLOSED AGAIN BEFORE     *
007810*    THIS JOB'S OWN ENTRY IS POSTED.                             *
007820******************************************************************
007830 7000-LIST-DELIVERIES.
007840     OPEN INPUT NSPCLEDG
007842     IF WS-LEDG-STATUS-OK
007844         SET WS-NOT-EOF TO TRUE
007846         PERFORM 7100-LIST-ONE-ENTRY THRU 7100-EXIT
007848             UNTIL WS-EOF
007850         CLOSE NSPCLEDG
007852         IF WS-BAT-AFFECTED
007854             PERFORM 7300-LIST-CHECKS THRU 7300-EXIT
007856         END-IF
007858     ELSE
007860         DISPLAY 'NSPCBKOT - NSPCLEDG OPEN FAILED - STATUS '
007870             WS-LEDG-STATUS ' - DELIVERIES NOT LISTED'
007880         SET WS-LEDG-UNREADABLE TO TRUE
008030     END-IF.
008040 7000-EXIT.
008050     EXIT.
008060*
008070 7100-LIST-ONE-ENTRY.
008080     READ NSPCLEDG
008090         AT END
008100             SET WS-EOF TO TRUE
008120     END-READ
008127     EVALUATE TRUE
008134         WHEN WS-EOF
008141             CONTINUE
008148         WHEN NOT WS-LEDG-STATUS-OK
008155             DISPLAY 'NSPCBKOT - NSPCLEDG READ FAILED - STATUS '
008162                 WS-LEDG-STATUS ' - DELIVERY LIST INCOMPLETE'
008169             SET WS-LEDG-UNREADABLE TO TRUE
008176             SET WS-EOF TO TRUE
008183         WHEN OTHER
008190             ADD 1 TO WS-LEDG-READ
008197             MOVE NSPCLEDG-AREA TO NSPCLEDG-RECORD
008204             IF LEDG-RUN-DATE = WS-BACKOUT-DATE
008211                 AND LEDG-JOB NOT = 'NSPCBKOT'
008218                 AND (LEDG-FEED-ID = WS-FEED-ID
008225                     OR LEDG-FEED-ID = SPACES)
008232                 AND (WS-BACKOUT-GEN = ZERO
008239                     OR LEDG-GENERATION = WS-BACKOUT-GEN
008246                     OR LEDG-GENERATION = ZERO)
008253                 PERFORM 7150-LIST-ONE-JOB THRU 7150-EXIT
008260             END-IF
008267     END-EVALUATE.
008274 7100-EXIT.
008281     EXIT.
008288*
008295 7150-LIST-ONE-JOB.
008310     MOVE ZERO TO WS-DLVR-HIT
008320     PERFORM 7200-TEST-ONE-JOB THRU 7200-EXIT
008330         VARYING WS-DLVR-IDX FROM 1 BY 1
008340         UNTIL WS-DLVR-IDX > WS-MAX-DLVR OR WS-DLVR-HIT > ZERO
008350     IF WS-DLVR-HIT > ZERO
008360         MOVE WS-DLVR-TEXT(WS-DLVR-HIT) TO WS-DLVR-SHOW
008370     ELSE
008380         MOVE 'NO DELIVERY KNOWN - SEE THE JOB OUTPUT'
008390             TO WS-DLVR-SHOW
008400     END-IF
008410     IF LEDG-JOB = 'NOSPCBAT'
008420         SET WS-BAT-AFFECTED TO TRUE
008430     END-IF
008440     ADD 1 TO WS-LEDG-LISTED
008450     DISPLAY 'NSPCBKOT - AFFECTED ' LEDG-JOB ' GEN '
008460         LEDG-GENERATION ' RC ' LEDG-RETURN-CODE ' - '
008470         WS-DLVR-SHOW.
008480 7150-EXIT.
008490     EXIT.
008500*
008510 7200-TEST-ONE-JOB.
008520     IF WS-DLVR-JOB(WS-DLVR-IDX) = LEDG-JOB
008530         MOVE WS-DLVR-IDX TO WS-DLVR-HIT
008540     END-IF.
008550 7200-EXIT.
008551     EXIT.
008552*
008553******************************************************************
008554*    7300-LIST-CHECKS - THE ON-REQUEST JOBS THAT TAKE THE        *
008555*    GENERATION POST NOTHING TO THE LEDGER, SO WHEN NOSPCBAT RAN *
008556*    FOR THE NIGHT EACH IS LISTED TO BE CHECKED, WITH THE PARM   *
008557*    THAT RERUNS IT UNDER THE RULE SET THE NIGHT IS RERUN UNDER  *
008558*    (eeeeeeee, ITS EFFECTIVE DATE - SEE NSPCRRUN.JCL).  THE     *
008559*    NEXT NIGHT'S DELTA IS TAKEN AGAINST THE RERUN, SO NSPCNCHG  *
008560*    NAMES THE SET AGAIN THEN, AS THE PRIOR GENERATION'S SET.    *
008562******************************************************************
008563 7300-LIST-CHECKS.
008564     DISPLAY 'NSPCBKOT - CHECK    NSPCNCHG - CLNDLTA DELTA '
008565         'TAKEN FROM THE GENERATION (AND IT IS THE NEXT '
008566         'NIGHT''S PRIOR)'
008567     DISPLAY 'NSPCBKOT -          RERUN WITH PARM=''eeeeeeee'', '
008568         'AND RUN THE NEXT NIGHT''S WITH PARM='
008569         '''00000000,eeeeeeee'''
008570     DISPLAY 'NSPCBKOT - CHECK    NSPCMASK - NSPCMOUT MASKED '
008571         'COPY TAKEN FROM THE GENERATION'
008572     DISPLAY 'NSPCBKOT -          RERUN WITH PARM='''
008573         WS-BACKOUT-DATE ',' WS-FEED-ID ',eeeeeeee'''
008574     DISPLAY 'NSPCBKOT - CHECK    NSPCDELM - NSPCDOUT EXPORT '
008575         'AND NSPCMANF MANIFEST TAKEN FROM THE GENERATION'
008576     DISPLAY 'NSPCBKOT -          RERUN WITH PARM=''f,cccc,'
008577         WS-BACKOUT-DATE ',' WS-FEED-ID ',eeeeeeee'''
008578     DISPLAY 'NSPCBKOT -          eeeeeeee IS THE EFFECTIVE DATE '
008579         'OF THE RULE SET THE NIGHT IS RERUN UNDER'.
008580 7300-EXIT.
008581     EXIT.
008582*
008583******************************************************************
008590*    9000-TERMINATE - REPORT THE COUNTS, SETTLE THE RETURN CODE, *
008600*    AND POST THIS RUN'S LEDGER ENTRY.                           *
008610******************************************************************
008620 9000-TERMINATE.
008630     IF WS-RETURN-CODE NOT = 16
008640         IF WS-HIST-SUPERSEDED = ZERO
008650             AND WS-FSTA-SUPERSEDED = ZERO
008660             AND WS-EXCP-DELETED = ZERO
008670             AND WS-EXCU-DELETED = ZERO
008680             AND WS-SWQ-WITHDRAWN = ZERO
008690             AND WS-SWQ-RESTORED = ZERO
008700             DISPLAY 'NSPCBKOT - NOTHING OF THE NIGHT FOUND TO '
008710                 'BACK OUT'
008720             MOVE 4 TO WS-RETURN-CODE
008730         END-IF
008740         IF WS-LEDG-UNREADABLE
008750             MOVE 8 TO WS-RETURN-CODE
008760         END-IF
008770     END-IF
008780     DISPLAY 'NSPCBKOT - NSPCHIST READ        = ' WS-HIST-READ
008790     DISPLAY 'NSPCBKOT - NSPCHIST SUPERSEDED  = '
008800         WS-HIST-SUPERSEDED
008810     DISPLAY 'NSPCBKOT - NSPCHIST ALREADY     = ' WS-HIST-ALREADY
008820     DISPLAY 'NSPCBKOT - NSPCFSTA READ        = ' WS-FSTA-READ
008830     DISPLAY 'NSPCBKOT - NSPCFSTA SUPERSEDED  = '
008840         WS-FSTA-SUPERSEDED
008850     DISPLAY 'NSPCBKOT - NSPCFSTA ALREADY     = ' WS-FSTA-ALREADY
008860     DISPLAY 'NSPCBKOT - NSPCEXCP DELETED     = ' WS-EXCP-DELETED
008870     DISPLAY 'NSPCBKOT - NSPCEXCU DELETED     = ' WS-EXCU-DELETED
008880     DISPLAY 'NSPCBKOT - NSPCSWQ WITHDRAWN    = ' WS-SWQ-WITHDRAWN
008890     DISPLAY 'NSPCBKOT - NSPCSWQ ALREADY      = ' WS-SWQ-ALREADY
008900     DISPLAY 'NSPCBKOT - NSPCSWQ RESTORED     = ' WS-SWQ-RESTORED
008910     DISPLAY 'NSPCBKOT - NSPCSUPP ITEMS       = ' WS-SUPP-AFFECTED
008920     DISPLAY 'NSPCBKOT - LEDGER ENTRIES READ  = ' WS-LEDG-READ
008930     DISPLAY 'NSPCBKOT - DELIVERIES LISTED    = ' WS-LEDG-LISTED
008940     DISPLAY 'NSPCBKOT - RETURN CODE = ' WS-RETURN-CODE
008950     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
008960     MOVE WS-RETURN-CODE TO RETURN-CODE.
008970 9000-EXIT.
008980     EXIT.
008990*
009000******************************************************************
009010*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
009020*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
009030*    JOB CARRIES), UNDER THE NIGHT BACKED OUT.  PERFORMED LAST,  *
009040*    JUST BEFORE RETURN-CODE IS SET, AS THE CALL TO NSPCLPST     *
009050*    RESETS IT.                                                  *
009060******************************************************************
009070 9500-POST-LEDGER.
009080     MOVE SPACES TO NSPCLEDG-RECORD
009090     INITIALIZE LEDG-COUNTS
009100     MOVE 'NSPCBKOT'              TO LEDG-JOB
009110     MOVE WS-FEED-ID              TO LEDG-FEED-ID
009120     MOVE WS-BACKOUT-DATE         TO LEDG-RUN-DATE
009130     MOVE WS-BACKOUT-GEN          TO LEDG-GENERATION
009140     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
009150     MOVE WS-START-DATE           TO LEDG-START-DATE
009160     MOVE WS-START-TIME           TO LEDG-START-TIME
009170     MOVE 'HISTSUPR'              TO LEDG-COUNT-NAME(1)
009180     MOVE WS-HIST-SUPERSEDED      TO LEDG-COUNT-VALUE(1)
009190     MOVE 'FSTASUPR'              TO LEDG-COUNT-NAME(2)
009200     MOVE WS-FSTA-SUPERSEDED      TO LEDG-COUNT-VALUE(2)
009210     MOVE 'EXCPDEL'               TO LEDG-COUNT-NAME(3)
009220     MOVE WS-EXCP-DELETED         TO LEDG-COUNT-VALUE(3)
009230     MOVE 'EXCUDEL'               TO LEDG-COUNT-NAME(4)
009240     MOVE WS-EXCU-DELETED         TO LEDG-COUNT-VALUE(4)
009250     MOVE 'WITHDRWN'              TO LEDG-COUNT-NAME(5)
009260     MOVE WS-SWQ-WITHDRAWN        TO LEDG-COUNT-VALUE(5)
009270     MOVE 'RESTORED'              TO LEDG-COUNT-NAME(6)
009280     MOVE WS-SWQ-RESTORED         TO LEDG-COUNT-VALUE(6)
009290     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
009300 9500-EXIT.
009310     EXIT.
009320*
009330 END PROGRAM NSPCBKOT.
