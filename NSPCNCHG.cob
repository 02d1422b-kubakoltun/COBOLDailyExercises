000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCNCHG                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-08                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   POST-NOSPCBAT NET-CHANGE DELTA STEP.  THE DOWNSTREAM LOAD    *
000120*   USED TO RELOAD THE WHOLE NSPCOUT GENERATION EVERY NIGHT      *
000130*   THOUGH NEARLY EVERY RECORD WAS BYTE-IDENTICAL TO THE NIGHT   *
000140*   BEFORE.  THIS PROGRAM MATCHES TONIGHT'S GENERATION AGAINST   *
000150*   THE PRIOR ONE ON THE FEED'S BUSINESS KEY (DECLARED ONCE PER  *
000160*   FEED ON NSPCFEED) AND WRITES THE NSPCDLTA DELTA FILE - ONE   *
000170*   RECORD PER KEY ADDED, CHANGED, OR DELETED, BETWEEN AN        *
000180*   NSPCCTL-STYLE HEADER AND A TRAILER CARRYING THE COUNTS BY    *
000190*   TYPE.  SEE THE NSPCDLTA COPYBOOK FOR THE TYPE CODES.         *
000200*                                                                *
000210*   BOTH GENERATIONS ARE SORTED TOGETHER BY KEY - THE PRIOR      *
000220*   GENERATION AS IT STANDS, TONIGHT'S READ IN LOCKSTEP WITH     *
000230*   NSPCIN THE WAY NSPCDUPE READS IT, SO EACH CLEANED RECORD     *
000240*   CARRIES THE INPUT IT CAME FROM.  A CHANGED RECORD IS         *
000250*   CHARGED TO THE RULES, NOT THE DATA, WHEN THE RULE SET IN     *
000260*   EFFECT HAS CHANGED BETWEEN THE TWO RUN DATES AND TONIGHT'S   *
000270*   INPUT, CLEANED AGAIN UNDER THE PRIOR NIGHT'S SET (FROM       *
000280*   NSPCRMST, THE SAME SELECTION NSPCRSEL MAKES) WITH NOSPCBAT'S *
000290*   BLOCK BUILD, UNLOAD, AND CONTENT EDITS, GIVES BACK EXACTLY   *
000300*   THE PRIOR NIGHT'S IMAGE - SO A RULE ROLLOUT DOES NOT LOOK    *
000310*   LIKE A MASS DATA CHANGE DOWNSTREAM.                          *
000320*                                                                *
000330*   A KEY REJECTED TONIGHT (999 MARKER) IS NEITHER CHANGED NOR   *
000340*   DELETED - IT IS IN SUSPENSE AND COMES BACK THROUGH NSPCREPR  *
000350*   - AND IS ONLY COUNTED.  A REJECT CARRIES NO CLEANED IMAGE,   *
000360*   SO ITS KEY IS TAKEN FROM THE INPUT RECORD.  WHEN A KEY       *
000370*   OCCURS MORE THAN ONCE IN A GENERATION THE FIRST RECORD OF    *
000380*   EACH GENERATION IS MATCHED AND THE KEY IS LISTED.            *
000390*                                                                *
000391*   A NIGHT RERUN UNDER A NAMED RULE SET (SEE NSPCRRUN.JCL) WAS  *
000392*   CLEANED UNDER THAT SET, NOT THE ONE ITS RUN DATE WOULD       *
000393*   PICK.  PARM='eeeeeeee' NAMES TONIGHT'S SET BY ITS EFFECTIVE  *
000394*   DATE, FOR THE DELTA OF THE RERUN; PARM='eeeeeeee,pppppppp'   *
000395*   ALSO NAMES THE PRIOR GENERATION'S SET, FOR THE NIGHT AFTER A *
000396*   RERUN.  00000000 IN EITHER PIECE IS THE SET IN EFFECT ON     *
000397*   THAT GENERATION'S RUN DATE, AND NO PARM IS BOTH.  A NAMED    *
000398*   SET THAT IS NOT ON NSPCRMST STOPS THE RUN.                   *
000399*                                                                *
000400*   RETURN CODES FOR THE SCHEDULER: 0 = DELTA WRITTEN, 4 =       *
000410*   DELTA WRITTEN WITH DUPLICATE KEYS LISTED OR WITH NO PRIOR    *
000418*   GENERATION (EVERY KEY AN ADD), 16 = NO DELTA (A BAD PARM,    *
000426*   NO KEY DECLARED FOR THE FEED, A MISSING HEADER,              *
000434*   GENERATIONS OF DIFFERENT FEEDS, NSPCIN/NSPCOUT OUT OF        *
000442*   STEP, A NAMED RULE SET THAT IS NOT ON NSPCRMST, OR A PRIOR   *
000450*   RULE SET THAT WOULD NOT LOAD).                               *
000460*                                                                *
000470*   MODIFICATION HISTORY                                         *
000480*   ---------------------------------------------------------    *
000490*   DATE       INIT  DESCRIPTION                                 *
000500*   ---------- ----  ----------------------------------------    *
000510*   2026-10-08 RLK   ORIGINAL.                                   *
000512*   2026-10-10 RLK   REMARKS ONLY - A SET RULE IS STILL HELD AS  *
000514*                    THE FIRST 39 BYTES OF THE RULE DETAIL,      *
000516*                    LEAVING OUT THE NEW SENSITIVE-DATA FLAG,    *
000518*                    WHICH NEVER CHANGES A CLEAN.                *
000519*   2026-10-15 RLK   OPTIONAL PARM 'eeeeeeee' OR                 *
000520*                    'eeeeeeee,pppppppp' NAMES TONIGHT'S (AND    *
000521*                    THE PRIOR GENERATION'S) RULE SET, FOR THE   *
000522*                    DELTA OF A NIGHT RERUN UNDER A NAMED SET    *
000523*                    AND OF THE NIGHT AFTER IT.                  *
000524*                                                                *
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.              NSPCNCHG.
000560 AUTHOR.                  R L KOLTUN.
000570 INSTALLATION.            DAILY EXTRACT PROCESSING.
000580 DATE-WRITTEN.            2026-10-08.
000590 DATE-COMPILED.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT NSPCIN   ASSIGN TO NSPCIN
000650            ORGANIZATION IS SEQUENTIAL.
000660     SELECT NSPCOUT  ASSIGN TO NSPCOUT
000670            ORGANIZATION IS SEQUENTIAL.
000680     SELECT NSPCPRIR ASSIGN TO NSPCPRIR
000690            ORGANIZATION IS SEQUENTIAL.
000700     SELECT NSPCFEED ASSIGN TO NSPCFEED
000710            ORGANIZATION IS SEQUENTIAL.
000720     SELECT NSPCRMST ASSIGN TO NSPCRMST
000730            ORGANIZATION IS INDEXED
000740            ACCESS MODE IS SEQUENTIAL
000750            RECORD KEY IS RMST-KEY
000760            FILE STATUS IS WS-RMST-STATUS.
000770     SELECT NSPCDLTA ASSIGN TO NSPCDLTA
000780            ORGANIZATION IS SEQUENTIAL.
000790     SELECT SORTWK   ASSIGN TO SORTWK.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  NSPCIN
000840     RECORDING MODE IS F.
000850 01  NSPCIN-RECORD.
000860     03  NSPCIN-LEN                  PIC 9(03).
000870     03  NSPCIN-DATA                 PIC X(150).
000880*
000890*    TONIGHT'S CLEANED GENERATION.
000900 FD  NSPCOUT
000910     RECORDING MODE IS F.
000920 01  NSPCOUT-RECORD.
000930     03  NSPCOUT-LEN                 PIC 9(03).
000940         88  NSPCOUT-REJECTED            VALUE 999.
000950         88  NSPCOUT-CONTROL             VALUE 998.
000960     03  NSPCOUT-DATA                PIC X(150).
000970*
000980*    THE PRIOR CLEANED GENERATION OF THE SAME FEED.
000990 FD  NSPCPRIR
001000     RECORDING MODE IS F.
001010 01  NSPCPRIR-RECORD.
001020     03  NSPCPRIR-LEN                PIC 9(03).
001030         88  NSPCPRIR-REJECTED           VALUE 999.
001040         88  NSPCPRIR-CONTROL            VALUE 998.
001050     03  NSPCPRIR-DATA               PIC X(150).
001060*
001070 FD  NSPCFEED
001080     RECORDING MODE IS F.
001090     COPY NSPCFEED.
001100*
001110 FD  NSPCRMST.
001120     COPY NSPCRMST.
001130*
001140 FD  NSPCDLTA
001150     RECORDING MODE IS F.
001160     COPY NSPCDLTA.
001170*
001180*    ONE WORK RECORD PER CLEANED RECORD OF EITHER GENERATION,
001190*    SORTED BY KEY WITH THE PRIOR GENERATION'S RECORD AHEAD OF
001200*    TONIGHT'S.  TONIGHT'S RECORDS CARRY THEIR NSPCIN INPUT FOR
001210*    THE RULE-CHANGE TEST.
001220 SD  SORTWK.
001230 01  SORT-RECORD.
001240     03  SORT-KEY                    PIC X(50).
001250     03  SORT-SOURCE                 PIC X(01).
001260         88  SORT-FROM-PRIOR             VALUE 'P'.
001270         88  SORT-FROM-TONIGHT           VALUE 'T'.
001280     03  SORT-REC-NO                 PIC 9(07).
001290     03  SORT-CLEAN-LEN              PIC 9(03).
001300         88  SORT-REJECTED               VALUE 999.
001310     03  SORT-CLEAN-DATA             PIC X(150).
001320     03  SORT-ORIG-LEN               PIC 9(03).
001330     03  SORT-ORIG-DATA              PIC X(150).
001340*
001350 WORKING-STORAGE SECTION.
001360 01  WS-FLAGS.
001370     03  WS-IN-EOF-SW                PIC X(01) VALUE 'N'.
001380         88  WS-IN-EOF                   VALUE 'Y'.
001390         88  WS-IN-NOT-EOF               VALUE 'N'.
001400     03  WS-OUT-EOF-SW               PIC X(01) VALUE 'N'.
001410         88  WS-OUT-EOF                  VALUE 'Y'.
001420         88  WS-OUT-NOT-EOF              VALUE 'N'.
001430     03  WS-PRIR-EOF-SW              PIC X(01) VALUE 'N'.
001440         88  WS-PRIR-EOF                 VALUE 'Y'.
001450         88  WS-PRIR-NOT-EOF             VALUE 'N'.
001460     03  WS-FEED-EOF-SW              PIC X(01) VALUE 'N'.
001470         88  WS-FEED-EOF                 VALUE 'Y'.
001480         88  WS-FEED-NOT-EOF             VALUE 'N'.
001490     03  WS-RMST-EOF-SW              PIC X(01) VALUE 'N'.
001500         88  WS-RMST-EOF                 VALUE 'Y'.
001510         88  WS-RMST-NOT-EOF             VALUE 'N'.
001520     03  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001530         88  WS-SORT-EOF                 VALUE 'Y'.
001540         88  WS-SORT-NOT-EOF             VALUE 'N'.
001550     03  WS-DONE-SW                  PIC X(01) VALUE 'N'.
001560         88  WS-DONE                     VALUE 'Y'.
001570         88  WS-NOT-DONE                 VALUE 'N'.
001580     03  WS-RUN-SW                   PIC X(01) VALUE 'Y'.
001590         88  WS-RUN-OK                   VALUE 'Y'.
001600         88  WS-RUN-STOPPED              VALUE 'N'.
001610     03  WS-PRIOR-SW                 PIC X(01) VALUE 'Y'.
001620         88  WS-PRIOR-PRESENT            VALUE 'Y'.
001630         88  WS-PRIOR-ABSENT             VALUE 'N'.
001640     03  WS-RULES-SW                 PIC X(01) VALUE 'N'.
001650         88  WS-RULES-CHANGED            VALUE 'Y'.
001660         88  WS-RULES-SAME               VALUE 'N'.
001670     03  WS-GROUP-SW                 PIC X(01) VALUE 'N'.
001680         88  WS-GROUP-OPEN               VALUE 'Y'.
001690         88  WS-NO-GROUP                 VALUE 'N'.
001700     03  WS-DLTA-SW                  PIC X(01) VALUE 'N'.
001710         88  WS-DLTA-OPEN                VALUE 'Y'.
001720         88  WS-DLTA-NOT-OPEN            VALUE 'N'.
001730     03  WS-RULE-ERROR-SW            PIC X(01) VALUE 'N'.
001740         88  WS-RULE-ERROR               VALUE 'Y'.
001750         88  WS-RULE-NO-ERROR            VALUE 'N'.
001760     03  WS-FLD-REJECT-SW            PIC X(01) VALUE 'N'.
001770         88  WS-FLD-REJECTED             VALUE 'Y'.
001780         88  WS-FLD-NOT-REJECTED         VALUE 'N'.
001790     03  WS-TYPE-MATCH-SW            PIC X(01) VALUE 'Y'.
001800         88  WS-TYPE-MATCH               VALUE 'Y'.
001810         88  WS-TYPE-NO-MATCH            VALUE 'N'.
001820 01  WS-COUNTERS.
001830     03  WS-PRIOR-READ               PIC 9(07) VALUE ZERO.
001840     03  WS-PRIOR-MARKERS            PIC 9(07) VALUE ZERO.
001850     03  WS-PAIRS-READ               PIC 9(07) VALUE ZERO.
001860     03  WS-TONIGHT-MARKERS          PIC 9(07) VALUE ZERO.
001870     03  WS-KEYS-SAME                PIC 9(07) VALUE ZERO.
001880     03  WS-KEYS-HELD                PIC 9(07) VALUE ZERO.
001890     03  WS-KEYS-NEW-HELD            PIC 9(07) VALUE ZERO.
001900     03  WS-DUP-KEYS                 PIC 9(07) VALUE ZERO.
001910     03  WS-DLTA-WRITTEN             PIC 9(07) VALUE ZERO.
001920     03  WS-DLTA-ADDS                PIC 9(07) VALUE ZERO.
001930     03  WS-DLTA-CHANGES             PIC 9(07) VALUE ZERO.
001940     03  WS-DLTA-RULE-CHANGES        PIC 9(07) VALUE ZERO.
001950     03  WS-DLTA-DELETES             PIC 9(07) VALUE ZERO.
001960 01  WS-WORK-FIELDS.
001970     03  WS-MAX-LEN                  PIC 9(03) VALUE 150.
001980     03  WS-MAX-KEY-LEN              PIC 9(03) VALUE 50.
001990     03  WS-I                        PIC 9(03).
002000     03  WS-J                        PIC 9(03).
002010     03  WS-FLD-OFF                  PIC 9(03).
002020     03  WS-FLD-LEN                  PIC 9(03).
002030     03  WS-SUSP-REASON              PIC 9(02).
002040     03  WS-SUSP-FIELD               PIC 9(02).
002050     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
002060     03  WS-KEY-OFFSET               PIC 9(03) VALUE ZERO.
002070     03  WS-KEY-LENGTH               PIC 9(03) VALUE ZERO.
002080     03  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002090     03  WS-GENERATION               PIC 9(04) VALUE ZERO.
002100     03  WS-PRIOR-FEED-ID            PIC X(08) VALUE SPACES.
002110     03  WS-PRIOR-RUN-DATE           PIC 9(08) VALUE ZERO.
002120     03  WS-PRIOR-GENERATION         PIC 9(04) VALUE ZERO.
002123     03  WS-PARM-LEN-TONIGHT         PIC S9(04) COMP VALUE 8.
002126     03  WS-PARM-LEN-BOTH            PIC S9(04) COMP VALUE 17.
002130     03  WS-RMST-STATUS              PIC X(02).
002140         88  WS-RMST-STATUS-OK           VALUE '00' '97'.
002150         88  WS-RMST-NEVER-LOADED        VALUE '35'.
002160*
002170*    POST-CLEAN CONTENT-EDIT WORK FIELDS - SEE 4440-EDIT-CONTENT.
002180 01  WS-CONTENT-FIELDS.
002190     03  WS-CONT-BAD-SW              PIC X(01).
002200         88  WS-CONT-BAD                 VALUE 'Y'.
002210         88  WS-CONT-OK                  VALUE 'N'.
002220     03  WS-CONT-RULE                PIC 9(02).
002230     03  WS-CONT-OFF                 PIC 9(03).
002240     03  WS-CONT-LEN                 PIC 9(03).
002250     03  WS-CONT-LAST-NB             PIC 9(03).
002260     03  WS-CONT-J                   PIC 9(03).
002270     03  WS-DATE-WORK                PIC X(08).
002280     03  WS-DATE-CCYY                PIC 9(04).
002290     03  WS-DATE-MM                  PIC 9(02).
002300     03  WS-DATE-DD                  PIC 9(02).
002310     03  WS-DATE-MAX-DD              PIC 9(02).
002320     03  WS-LEAP-Q                   PIC 9(04).
002330     03  WS-LEAP-R                   PIC 9(04).
002340     03  WS-MONTH-DAYS-X             PIC X(24) VALUE
002350         '312831303130313130313031'.
002360     03  WS-MONTH-DAYS               REDEFINES WS-MONTH-DAYS-X
002370                                     PIC 9(02) OCCURS 12 TIMES.
002380*
002390*    RETURN-CODE TIERS - 0 DELTA WRITTEN, 4 DELTA WRITTEN WITH
002400*    SOMETHING TO LOOK AT, 16 NO DELTA.
002410 01  WS-CONDITION-FIELDS.
002420     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002430*
002440     COPY NSPCCTL.
002450*
002460*    THE KEY BEING MATCHED AND THE FIRST RECORD OF EACH
002470*    GENERATION FILED UNDER IT.
002480 01  WS-GROUP-FIELDS.
002490     03  WS-GRP-KEY                  PIC X(50).
002500     03  WS-GRP-PRIOR-COUNT          PIC 9(05).
002510     03  WS-GRP-TONIGHT-COUNT        PIC 9(05).
002520     03  WS-GRP-PRIOR-LEN            PIC 9(03).
002530     03  WS-GRP-PRIOR-DATA           PIC X(150).
002540     03  WS-GRP-REC-NO               PIC 9(07).
002550     03  WS-GRP-CLEAN-LEN            PIC 9(03).
002560         88  WS-GRP-REJECTED             VALUE 999.
002570     03  WS-GRP-CLEAN-DATA           PIC X(150).
002580     03  WS-GRP-ORIG-LEN             PIC 9(03).
002590     03  WS-GRP-ORIG-DATA            PIC X(150).
002600*
002610*    THE TWO RULE SETS - SET 1 IS THE SET IN EFFECT ON THE PRIOR
002617*    GENERATION'S RUN DATE, SET 2 THE SET IN EFFECT TONIGHT,
002624*    UNLESS THE PARM NAMES THE SET BY ITS EFFECTIVE DATE.  EACH
002631*    RULE IS HELD AS THE FIRST 39 BYTES OF THE MASTER'S RULE
002638*    DETAIL - ALL BUT THE SENSITIVE-DATA FLAG, WHICH NEVER
002645*    CHANGES A CLEAN AND SO IS NOT A RULE CHANGE HERE - SO THE
002652*    SETS COMPARE RULE FOR RULE AND A RULE IS EDITED THROUGH THE
002659*    NSPCRULE LAYOUT.  ONLY SET 1 IS EVER CLEANED WITH.  A SET
002666*    WITH NO RULES CLEANS THE WHOLE RECORD, AS NOSPCBAT DOES ON
002673*    AN EMPTY NSPCRULE.
002680 01  WS-SET-FIELDS.
002690     03  WS-MAX-RULES                PIC 9(02) VALUE 20.
002700     03  WS-PRIOR-SET                PIC 9(01) VALUE 1.
002710     03  WS-TONIGHT-SET              PIC 9(01) VALUE 2.
002720     03  WS-SET-NO                   PIC 9(01).
002730     03  WS-RULE-IDX                 PIC 9(02).
002740     03  WS-RULE-SEQ                 PIC 9(02).
002750     03  WS-SET-NAMES-X              PIC X(14) VALUE
002760         'PRIOR  TONIGHT'.
002770     03  WS-SET-NAME                 REDEFINES WS-SET-NAMES-X
002780                                     PIC X(07) OCCURS 2 TIMES.
002790     03  WS-SIM-SET                  OCCURS 2 TIMES.
002800         05  WS-SET-AS-OF-DATE       PIC 9(08).
002805         05  WS-SET-NAMED-DATE       PIC 9(08).
002810         05  WS-SET-EFF-DATE         PIC 9(08).
002820         05  WS-RULE-COUNT           PIC 9(02).
002830         05  WS-RULE-ENTRY           OCCURS 20 TIMES.
002840             07  WS-RULE-DETAIL.
002850                 09  WS-RULE-OFFSET      PIC 9(03).
002860                 09  WS-RULE-LENGTH      PIC 9(03).
002870                 09  WS-RULE-MODE        PIC X(01).
002880                 09  WS-RULE-CLASS       PIC X(01).
002890                 09  WS-RULE-PROT-CNT    PIC 9(01).
002900                 09  WS-RULE-PROT        OCCURS 3 TIMES.
002910                     11  WS-RULE-PROT-START PIC 9(03).
002920                     11  WS-RULE-PROT-END   PIC 9(03).
002930                 09  WS-RULE-ENC         PIC X(01).
002940                 09  WS-RULE-REC-TYPE    PIC X(01).
002950                 09  WS-RULE-REPL        PIC X(01).
002960                 09  WS-RULE-CONTENT     PIC X(01).
002970                 09  WS-RULE-XLATE       PIC X(08).
002980             07  WS-RULE-XLATE-NO        PIC 9(01).
002990*
003000*    THE RULE BEING EDITED - SEE 1330-EDIT-ONE-RULE.
003010     COPY NSPCRULE.
003020*
003030*    TRANSLATION TABLES THE PRIOR SET NAMES.
003040 01  WS-XLATE-FIELDS.
003050     03  WS-MAX-XLATE                PIC 9(01) VALUE 9.
003060     03  WS-XLATE-IDX                PIC 9(02).
003070     03  WS-XLATE-HIT                PIC 9(02).
003080*
003090     COPY NSPCXTAB.
003100*
003110*    THE INPUT RECORD BEING CLEANED AGAIN AND THE RECORD AS THE
003120*    PRIOR SET CLEANS IT - THE ROLES NSPCIN-RECORD AND NSPCOUT-
003130*    RECORD PLAY IN NOSPCBAT.
003140 01  WS-CLN-IN-RECORD.
003150     03  WS-CLN-IN-LEN               PIC 9(03).
003160     03  WS-CLN-IN-DATA              PIC X(150).
003170 01  WS-SIM-RECORD.
003180     03  WS-SIM-LEN                  PIC 9(03).
003190     03  WS-SIM-DATA                 PIC X(150).
003200*
003210     COPY NSPCLINK.
003220*
003230     COPY NSPCBLOK.
003240*
003250*    MAP OF BLOCK ENTRIES BACK TO THE RULES AND RECORD
003260*    POSITIONS THEY CAME FROM - SHORT RECORDS CAN DROP RULES,
003270*    SO ENTRY I IS NOT ALWAYS RULE I.
003280 01  WS-ENTRY-MAP.
003290     03  WS-ENTRY-FIELDS             OCCURS 32 TIMES.
003300         05  WS-ENTRY-RULE           PIC 9(02).
003310         05  WS-ENTRY-OFF            PIC 9(03).
003320         05  WS-ENTRY-LEN            PIC 9(03).
003330*
003331 LINKAGE SECTION.
003332 01  LK-PARM-AREA.
003333     03  LK-PARM-LEN                 PIC S9(04) COMP.
003334     03  LK-PARM-TONIGHT-SET         PIC 9(08).
003335     03  FILLER                      PIC X(01).
003336     03  LK-PARM-PRIOR-SET           PIC 9(08).
003337*
003340******************************************************************
003350*    0000-MAINLINE - CHECK THE TWO GENERATIONS AND THE FEED'S    *
003360*    KEY, THEN SORT BOTH GENERATIONS BY KEY.  THE INPUT          *
003370*    PROCEDURE RELEASES EVERY CLEANED RECORD OF BOTH; THE OUTPUT *
003380*    PROCEDURE MATCHES THEM KEY BY KEY AND WRITES THE DELTA.     *
003390******************************************************************
003400 PROCEDURE DIVISION USING LK-PARM-AREA.
003410*
003420 0000-MAINLINE.
003430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003440     IF WS-RUN-OK
003450         SORT SORTWK
003460             ON ASCENDING KEY SORT-KEY SORT-SOURCE SORT-REC-NO
003470             INPUT PROCEDURE IS 2000-SELECT-RECORDS
003480                 THRU 2000-SELECT-EXIT
003490             OUTPUT PROCEDURE IS 3000-MATCH-KEYS
003500                 THRU 3000-MATCH-EXIT
003510     END-IF
003520     PERFORM 9000-TERMINATE THRU 9000-EXIT
003530     GOBACK.
003540*
003550******************************************************************
003558*    1000-INITIALIZE - TAKE ANY NAMED RULE SETS FROM THE PARM,   *
003566*    THEN READ BOTH GENERATION HEADERS, THE FEED'S KEY, AND BOTH *
003574*    NIGHTS' RULE SETS.  ANYTHING THAT WOULD MAKE THE DELTA      *
003582*    WRONG STOPS THE RUN BEFORE A RECORD IS SORTED - NO DELTA IS *
003590*    BETTER THAN A WRONG ONE.                                    *
003600******************************************************************
003610 1000-INITIALIZE.
003620     INITIALIZE STRNG-STATS
003621     MOVE ZERO TO WS-SET-NAMED-DATE(WS-PRIOR-SET)
003622     MOVE ZERO TO WS-SET-NAMED-DATE(WS-TONIGHT-SET)
003623     EVALUATE TRUE
003624         WHEN LK-PARM-LEN = ZERO
003625             CONTINUE
003626         WHEN LK-PARM-LEN = WS-PARM-LEN-TONIGHT
003627             MOVE LK-PARM-TONIGHT-SET
003628                 TO WS-SET-NAMED-DATE(WS-TONIGHT-SET)
003629         WHEN LK-PARM-LEN = WS-PARM-LEN-BOTH
003630             MOVE LK-PARM-TONIGHT-SET
003631                 TO WS-SET-NAMED-DATE(WS-TONIGHT-SET)
003632             MOVE LK-PARM-PRIOR-SET
003633                 TO WS-SET-NAMED-DATE(WS-PRIOR-SET)
003634         WHEN OTHER
003635             DISPLAY 'NSPCNCHG - PARM LENGTH ' LK-PARM-LEN
003636                 ' IS NOT ' WS-PARM-LEN-TONIGHT ' OR '
003637                 WS-PARM-LEN-BOTH
003638             SET WS-RUN-STOPPED TO TRUE
003639     END-EVALUATE
003640     OPEN INPUT NSPCIN
003641     OPEN INPUT NSPCOUT
003650     OPEN INPUT NSPCPRIR
003655     IF WS-RUN-OK
003660         PERFORM 1010-READ-HEADERS THRU 1010-EXIT
003665     END-IF
003670     IF WS-RUN-OK
003680         PERFORM 1050-GET-FEED-KEY THRU 1050-EXIT
003690     END-IF
003700     IF WS-RUN-OK AND WS-PRIOR-PRESENT
003710         PERFORM 1100-READ-MASTER THRU 1100-EXIT
003720     END-IF
003730     IF WS-RUN-OK AND WS-PRIOR-PRESENT
003740         PERFORM 1200-COMPARE-SETS THRU 1200-EXIT
003750     END-IF
003760     IF WS-RUN-OK AND WS-RULES-CHANGED
003770         PERFORM 1300-EDIT-PRIOR-SET THRU 1300-EXIT
003780     END-IF
003790     IF WS-RUN-STOPPED
003800         DISPLAY 'NSPCNCHG - NO DELTA WRITTEN'
003810     END-IF.
003820 1000-EXIT.
003830     EXIT.
003840*
003850******************************************************************
003860*    1010-READ-HEADERS - TONIGHT'S GENERATION MUST OPEN WITH ITS *
003870*    HEADER.  AN EMPTY PRIOR GENERATION IS THE FEED'S FIRST      *
003880*    NIGHT - EVERY KEY IS AN ADD - BUT A PRIOR GENERATION OF     *
003890*    ANOTHER FEED, OR THE SAME GENERATION TWICE, MEANS A DD IS   *
003900*    POINTED WRONG.                                              *
003910******************************************************************
003920 1010-READ-HEADERS.
003930     PERFORM 2210-READ-NSPCOUT-ONCE THRU 2210-EXIT
003940     IF WS-OUT-EOF OR NOT NSPCOUT-CONTROL
003950         DISPLAY 'NSPCNCHG - NSPCOUT DOES NOT OPEN WITH A HEADER'
003960         SET WS-RUN-STOPPED TO TRUE
003970     ELSE
003980         MOVE NSPCOUT-DATA TO NSPCCTL-RECORD
003990         IF NOT CTL-ID-HEADER
004000             DISPLAY 'NSPCNCHG - NSPCOUT DOES NOT OPEN WITH A '
004010                 'HEADER'
004020             SET WS-RUN-STOPPED TO TRUE
004030         ELSE
004040             MOVE CTL-RUN-DATE   TO WS-RUN-DATE
004050             MOVE CTL-GENERATION TO WS-GENERATION
004060             IF CTL-FEED-ID NOT = SPACES
004070                 MOVE CTL-FEED-ID TO WS-FEED-ID
004080             END-IF
004090         END-IF
004100     END-IF
004110     IF WS-RUN-OK
004120         PERFORM 2110-READ-NSPCPRIR THRU 2110-EXIT
004130         IF WS-PRIR-EOF
004140             SET WS-PRIOR-ABSENT TO TRUE
004150             DISPLAY 'NSPCNCHG - THE PRIOR GENERATION IS EMPTY - '
004160                 'EVERY KEY IS AN ADD'
004170         ELSE
004180             PERFORM 1020-CHECK-PRIOR-HEADER THRU 1020-EXIT
004190         END-IF
004200     END-IF.
004210 1010-EXIT.
004220     EXIT.
004230*
004240 1020-CHECK-PRIOR-HEADER.
004250     MOVE NSPCPRIR-DATA TO NSPCCTL-RECORD
004260     IF NOT NSPCPRIR-CONTROL OR NOT CTL-ID-HEADER
004270         DISPLAY 'NSPCNCHG - THE PRIOR GENERATION DOES NOT OPEN '
004280             'WITH A HEADER'
004290         SET WS-RUN-STOPPED TO TRUE
004300     ELSE
004310         MOVE CTL-RUN-DATE   TO WS-PRIOR-RUN-DATE
004320         MOVE CTL-GENERATION TO WS-PRIOR-GENERATION
004330         MOVE 'DAILYEXT'     TO WS-PRIOR-FEED-ID
004340         IF CTL-FEED-ID NOT = SPACES
004350             MOVE CTL-FEED-ID TO WS-PRIOR-FEED-ID
004360         END-IF
004370         IF WS-PRIOR-FEED-ID NOT = WS-FEED-ID
004380             DISPLAY 'NSPCNCHG - THE PRIOR GENERATION IS FEED '
004390                 WS-PRIOR-FEED-ID ', TONIGHT''S IS ' WS-FEED-ID
004400             SET WS-RUN-STOPPED TO TRUE
004410         END-IF
004420         IF WS-PRIOR-RUN-DATE = WS-RUN-DATE
004430             AND WS-PRIOR-GENERATION = WS-GENERATION
004440             DISPLAY 'NSPCNCHG - NSPCOUT AND NSPCPRIR ARE THE '
004450                 'SAME GENERATION'
004460             SET WS-RUN-STOPPED TO TRUE
004470         END-IF
004480     END-IF.
004490 1020-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530*    1050-GET-FEED-KEY - FIND THE FEED'S PROFILE ON NSPCFEED AND *
004540*    CHECK ITS BUSINESS KEY LIES WITHIN THE RECORD AND FITS THE  *
004550*    SORT KEY.                                                   *
004560******************************************************************
004570 1050-GET-FEED-KEY.
004580     OPEN INPUT NSPCFEED
004590     SET WS-FEED-NOT-EOF TO TRUE
004600     PERFORM 1060-READ-ONE-FEED THRU 1060-EXIT
004610         UNTIL WS-FEED-EOF
004620     CLOSE NSPCFEED
004630     EVALUATE TRUE
004640         WHEN WS-KEY-OFFSET NOT NUMERIC
004650             OR WS-KEY-LENGTH NOT NUMERIC
004660             DISPLAY 'NSPCNCHG - FEED ' WS-FEED-ID
004670                 ' HAS A NON-NUMERIC KEY OFFSET OR LENGTH ON '
004680                 'NSPCFEED'
004690             SET WS-RUN-STOPPED TO TRUE
004700         WHEN WS-KEY-LENGTH = ZERO
004710             DISPLAY 'NSPCNCHG - NO BUSINESS KEY IS DECLARED FOR '
004720                 'FEED ' WS-FEED-ID ' ON NSPCFEED'
004730             SET WS-RUN-STOPPED TO TRUE
004740         WHEN WS-KEY-OFFSET < 1
004750             OR WS-KEY-LENGTH > WS-MAX-KEY-LEN
004760             OR WS-KEY-OFFSET + WS-KEY-LENGTH - 1 > WS-MAX-LEN
004770             DISPLAY 'NSPCNCHG - FEED ' WS-FEED-ID ' KEY AT '
004780                 WS-KEY-OFFSET ' LENGTH ' WS-KEY-LENGTH
004790                 ' IS OUTSIDE THE RECORD OR LONGER THAN '
004800                 WS-MAX-KEY-LEN
004810             SET WS-RUN-STOPPED TO TRUE
004820         WHEN OTHER
004830             DISPLAY 'NSPCNCHG - FEED ' WS-FEED-ID ' RUN DATE '
004840                 WS-RUN-DATE ' GENERATION ' WS-GENERATION
004850                 ' - KEY AT ' WS-KEY-OFFSET ' LENGTH '
004860                 WS-KEY-LENGTH
004870     END-EVALUATE.
004880 1050-EXIT.
004890     EXIT.
004900*
004910 1060-READ-ONE-FEED.
004920     READ NSPCFEED
004930         AT END
004940             SET WS-FEED-EOF TO TRUE
004950         NOT AT END
004960             IF FEED-ID = WS-FEED-ID
004970                 OR (FEED-ID = SPACES AND WS-FEED-ID = 'DAILYEXT')
004980                 MOVE FEED-KEY-OFFSET TO WS-KEY-OFFSET
004990                 MOVE FEED-KEY-LENGTH TO WS-KEY-LENGTH
005000                 SET WS-FEED-EOF TO TRUE
005010             END-IF
005020     END-READ.
005030 1060-EXIT.
005040     EXIT.
005050*
005060******************************************************************
005070*    1100-READ-MASTER - WALK THE FEED'S RULES ON NSPCRMST IN KEY *
005080*    ORDER AND BUILD THE SET IN EFFECT ON EACH GENERATION'S RUN  *
005090*    DATE EXACTLY AS NSPCRSEL BUILDS IT: EVERY RULE AT OR BEFORE *
005100*    THE DATE JOINS THE SET, AND A NEWER ELIGIBLE EFFECTIVE DATE *
005107*    STARTS THE SET OVER.  A SET NAMED ON THE PARM TAKES ONLY    *
005114*    THE RULES OF THAT EFFECTIVE DATE, AND MUST BE FOUND.  THE   *
005121*    SCAN ENDS AT THE FEED'S LAST RULE.                          *
005130******************************************************************
005140 1100-READ-MASTER.
005150     MOVE WS-PRIOR-RUN-DATE TO WS-SET-AS-OF-DATE(WS-PRIOR-SET)
005160     MOVE WS-RUN-DATE       TO WS-SET-AS-OF-DATE(WS-TONIGHT-SET)
005170     MOVE ZERO TO WS-SET-EFF-DATE(WS-PRIOR-SET)
005180     MOVE ZERO TO WS-RULE-COUNT(WS-PRIOR-SET)
005190     MOVE ZERO TO WS-SET-EFF-DATE(WS-TONIGHT-SET)
005200     MOVE ZERO TO WS-RULE-COUNT(WS-TONIGHT-SET)
005210     OPEN INPUT NSPCRMST
005220     EVALUATE TRUE
005230         WHEN WS-RMST-STATUS-OK
005240             PERFORM 1110-START-AT-FEED THRU 1110-EXIT
005250             PERFORM 1120-SCAN-ONE-RULE THRU 1120-EXIT
005260                 UNTIL WS-RMST-EOF
005270             CLOSE NSPCRMST
005280         WHEN WS-RMST-NEVER-LOADED
005290             DISPLAY 'NSPCNCHG - NSPCRMST HAS NEVER BEEN LOADED'
005300         WHEN OTHER
005310             DISPLAY 'NSPCNCHG - NSPCRMST OPEN FAILED - STATUS '
005320                 WS-RMST-STATUS
005330             SET WS-RUN-STOPPED TO TRUE
005332     END-EVALUATE
005334     IF WS-RUN-OK
005336         PERFORM 1140-CHECK-NAMED-SET THRU 1140-EXIT
005338             VARYING WS-SET-NO FROM 1 BY 1
005340             UNTIL WS-SET-NO > WS-TONIGHT-SET
005342     END-IF.
005350 1100-EXIT.
005360     EXIT.
005370*
005380 1110-START-AT-FEED.
005390     SET WS-RMST-NOT-EOF TO TRUE
005400     MOVE WS-FEED-ID TO RMST-FEED-ID
005410     MOVE ZERO       TO RMST-EFF-DATE
005420     MOVE ZERO       TO RMST-RULE-SEQ
005430     START NSPCRMST KEY IS NOT LESS THAN RMST-KEY
005440         INVALID KEY
005450             SET WS-RMST-EOF TO TRUE
005460     END-START
005470     IF WS-RMST-NOT-EOF
005480         PERFORM 1130-READ-NSPCRMST THRU 1130-EXIT
005490     END-IF.
005500 1110-EXIT.
005510     EXIT.
005520*
005530 1120-SCAN-ONE-RULE.
005540     IF RMST-FEED-ID NOT = WS-FEED-ID
005550         SET WS-RMST-EOF TO TRUE
005560     ELSE
005570         PERFORM 1125-OFFER-TO-SET THRU 1125-EXIT
005580             VARYING WS-SET-NO FROM 1 BY 1
005590             UNTIL WS-SET-NO > WS-TONIGHT-SET
005600         PERFORM 1130-READ-NSPCRMST THRU 1130-EXIT
005610     END-IF.
005620 1120-EXIT.
005630     EXIT.
005640*
005650 1125-OFFER-TO-SET.
005654     IF (WS-SET-NAMED-DATE(WS-SET-NO) = ZERO
005658         AND RMST-EFF-DATE NOT > WS-SET-AS-OF-DATE(WS-SET-NO))
005662         OR (WS-SET-NAMED-DATE(WS-SET-NO) > ZERO
005666         AND RMST-EFF-DATE = WS-SET-NAMED-DATE(WS-SET-NO))
005670         IF RMST-EFF-DATE NOT = WS-SET-EFF-DATE(WS-SET-NO)
005680             MOVE RMST-EFF-DATE TO WS-SET-EFF-DATE(WS-SET-NO)
005690             MOVE ZERO TO WS-RULE-COUNT(WS-SET-NO)
005700         END-IF
005710         IF WS-RULE-COUNT(WS-SET-NO) < WS-MAX-RULES
005720             ADD 1 TO WS-RULE-COUNT(WS-SET-NO)
005730             MOVE RMST-DETAIL TO WS-RULE-DETAIL
005740                 (WS-SET-NO, WS-RULE-COUNT(WS-SET-NO))
005750         ELSE
005760             DISPLAY 'NSPCNCHG - SET ' RMST-EFF-DATE
005770                 ' HOLDS MORE THAN ' WS-MAX-RULES
005780                 ' RULES - EXCESS IGNORED'
005790         END-IF
005800     END-IF.
005810 1125-EXIT.
005820     EXIT.
005830*
005840 1130-READ-NSPCRMST.
005850     READ NSPCRMST
005860         AT END
005870             SET WS-RMST-EOF TO TRUE
005880     END-READ
005890     IF NOT WS-RMST-STATUS-OK AND NOT WS-RMST-EOF
005900         DISPLAY 'NSPCNCHG - NSPCRMST READ FAILED - STATUS '
005910             WS-RMST-STATUS
005920         SET WS-RUN-STOPPED TO TRUE
005930         SET WS-RMST-EOF TO TRUE
005940     END-IF.
005950 1130-EXIT.
005951     EXIT.
005952*
005953 1140-CHECK-NAMED-SET.
005954     IF WS-SET-NAMED-DATE(WS-SET-NO) > ZERO
005955         AND WS-SET-EFF-DATE(WS-SET-NO) = ZERO
005956         DISPLAY 'NSPCNCHG - NAMED RULE SET '
005957             WS-SET-NAMED-DATE(WS-SET-NO) ' FOR THE '
005958             WS-SET-NAME(WS-SET-NO) ' GENERATION IS NOT ON '
005959             'NSPCRMST FOR FEED ' WS-FEED-ID
005960         SET WS-RUN-STOPPED TO TRUE
005961     END-IF.
005962 1140-EXIT.
005963     EXIT.
005970*
005980******************************************************************
005990*    1200-COMPARE-SETS - THE RULES CHANGED BETWEEN THE TWO RUN   *
006000*    DATES WHEN THE SETS DIFFER IN SIZE OR IN ANY RULE.  ONLY    *
006010*    THEN CAN A CHANGED RECORD BE A RULE CHANGE.                 *
006020******************************************************************
006030 1200-COMPARE-SETS.
006040     SET WS-RULES-SAME TO TRUE
006050     IF WS-RULE-COUNT(WS-PRIOR-SET)
006060         NOT = WS-RULE-COUNT(WS-TONIGHT-SET)
006070         SET WS-RULES-CHANGED TO TRUE
006080     ELSE
006090         PERFORM 1210-COMPARE-ONE-RULE THRU 1210-EXIT
006100             VARYING WS-RULE-IDX FROM 1 BY 1
006110             UNTIL WS-RULE-IDX > WS-RULE-COUNT(WS-PRIOR-SET)
006120                 OR WS-RULES-CHANGED
006130     END-IF
006140     PERFORM 1220-SHOW-ONE-SET THRU 1220-EXIT
006150         VARYING WS-SET-NO FROM 1 BY 1
006160         UNTIL WS-SET-NO > WS-TONIGHT-SET
006170     IF WS-RULES-CHANGED
006180         DISPLAY 'NSPCNCHG - THE RULE SET CHANGED - CHANGES THE '
006190             'RULES ALONE EXPLAIN ARE TYPED R'
006200     ELSE
006210         DISPLAY 'NSPCNCHG - THE RULE SET IS UNCHANGED - EVERY '
006220             'CHANGE IS A DATA CHANGE'
006230     END-IF.
006240 1200-EXIT.
006250     EXIT.
006260*
006270 1210-COMPARE-ONE-RULE.
006280     IF WS-RULE-DETAIL(WS-PRIOR-SET, WS-RULE-IDX)
006290         NOT = WS-RULE-DETAIL(WS-TONIGHT-SET, WS-RULE-IDX)
006300         SET WS-RULES-CHANGED TO TRUE
006310     END-IF.
006320 1210-EXIT.
006330     EXIT.
006340*
006350 1220-SHOW-ONE-SET.
006360     DISPLAY 'NSPCNCHG - ' WS-SET-NAME(WS-SET-NO) ' RUN DATE '
006370         WS-SET-AS-OF-DATE(WS-SET-NO) ' - RULE SET '
006380         WS-SET-EFF-DATE(WS-SET-NO) ' - RULES = '
006390         WS-RULE-COUNT(WS-SET-NO).
006400 1220-EXIT.
006410     EXIT.
006420*
006430******************************************************************
006440*    1300-EDIT-PRIOR-SET - THE PRIOR SET WILL CLEAN TONIGHT'S    *
006450*    CHANGED RECORDS AGAIN, SO IT GOES THROUGH THE NOSPCBAT RULE *
006460*    EDITS AND ITS TRANSLATION TABLES ARE BUILT AND REGISTERED.  *
006470******************************************************************
006480 1300-EDIT-PRIOR-SET.
006490     MOVE ZERO TO XLATE-TABLE-COUNT
006500     SET WS-RULE-NO-ERROR TO TRUE
006510     MOVE WS-PRIOR-SET TO WS-SET-NO
006520     PERFORM 1320-EDIT-STORED-RULE THRU 1320-EXIT
006530         VARYING WS-RULE-IDX FROM 1 BY 1
006540         UNTIL WS-RULE-IDX > WS-RULE-COUNT(WS-SET-NO)
006550     IF WS-RULE-NO-ERROR AND XLATE-TABLE-COUNT > ZERO
006560         PERFORM 1350-LOAD-XLATE-TABLES THRU 1350-EXIT
006570     END-IF
006580     IF WS-RULE-ERROR
006590         SET WS-RUN-STOPPED TO TRUE
006600     END-IF.
006610 1300-EXIT.
006620     EXIT.
006630*
006640 1320-EDIT-STORED-RULE.
006650     MOVE SPACES TO NSPCRULE-RECORD
006660     MOVE WS-RULE-DETAIL(WS-SET-NO, WS-RULE-IDX) TO RULE-DETAIL
006670     MOVE WS-RULE-IDX TO WS-RULE-SEQ
006680     MOVE ZERO TO WS-RULE-XLATE-NO(WS-SET-NO, WS-RULE-IDX)
006690     PERFORM 1330-EDIT-ONE-RULE THRU 1330-EXIT
006700     IF RULE-MODE = 'X' AND RULE-XLATE-TABLE NOT = SPACES
006710         PERFORM 1340-ASSIGN-XLATE-TABLE THRU 1340-EXIT
006720     END-IF.
006730 1320-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770*    1330-EDIT-ONE-RULE - THE NOSPCBAT 1230 EDITS: MODE, CLASS,  *
006780*    ENCODING, AND CONTENT TYPE MUST BE VALUES NSPCLINK AND      *
006790*    NSPCRULE DEFINE, THE FIELD MUST LIE WITHIN THE 150-BYTE     *
006800*    RECORD, AND THE PROTECT COUNT MUST FIT THE PROTECT LIST.    *
006810******************************************************************
006820 1330-EDIT-ONE-RULE.
006830     IF RULE-OFFSET NOT NUMERIC
006840         OR RULE-LENGTH NOT NUMERIC
006850         OR RULE-PROTECT-COUNT NOT NUMERIC
006860         DISPLAY 'NSPCNCHG - ' WS-SET-NAME(WS-SET-NO) ' RULE '
006870             WS-RULE-SEQ ' HAS A NON-NUMERIC OFFSET, LENGTH, OR '
006880             'COUNT'
006890         SET WS-RULE-ERROR TO TRUE
006900     ELSE
006910         IF RULE-OFFSET < 1 OR RULE-LENGTH < 1
006920             OR RULE-OFFSET + RULE-LENGTH - 1 > WS-MAX-LEN
006930             DISPLAY 'NSPCNCHG - ' WS-SET-NAME(WS-SET-NO)
006940                 ' RULE ' WS-RULE-SEQ
006950                 ' NAMES A FIELD OUTSIDE THE RECORD'
006960             SET WS-RULE-ERROR TO TRUE
006970         END-IF
006980         IF RULE-MODE NOT = 'A' AND RULE-MODE NOT = 'S'
006990             AND RULE-MODE NOT = 'T' AND RULE-MODE NOT = 'R'
007000             AND RULE-MODE NOT = 'X'
007010             DISPLAY 'NSPCNCHG - ' WS-SET-NAME(WS-SET-NO)
007020                 ' RULE ' WS-RULE-SEQ
007030                 ' MODE ' RULE-MODE ' IS NOT A, S, T, R, OR X'
007040             SET WS-RULE-ERROR TO TRUE
007050         END-IF
007060         IF RULE-MODE = 'X' AND RULE-XLATE-TABLE = SPACES
007070             DISPLAY 'NSPCNCHG - ' WS-SET-NAME(WS-SET-NO)
007080                 ' RULE ' WS-RULE-SEQ
007090                 ' IS MODE X BUT NAMES NO TRANSLATION TABLE'
007100             SET WS-RULE-ERROR TO TRUE
007110         END-IF
007120         IF RULE-CLASS NOT = 'S' AND RULE-CLASS NOT = 'T'
007130             AND RULE-CLASS NOT = 'L' AND RULE-CLASS NOT = 'N'
007140             DISPLAY 'NSPCNCHG - ' WS-SET-NAME(WS-SET-NO)
007150                 ' RULE ' WS-RULE-SEQ
007160                 ' CLASS ' RULE-CLASS ' IS NOT S, T, L, OR N'
007170             SET WS-RULE-ERROR TO TRUE
007180         END-IF
007190         IF RULE-PROTECT-COUNT > 3
007200             DISPLAY 'NSPCNCHG - ' WS-SET-NAME(WS-SET-NO)
007210                 ' RULE ' WS-RULE-SEQ
007220                 ' PROTECT COUNT ' RULE-PROTECT-COUNT
007230                 ' EXCEEDS THE TABLE MAXIMUM OF 3'
007240             SET WS-RULE-ERROR TO TRUE
007250         END-IF
007260         IF RULE-ENCODING NOT = SPACE
007270             AND RULE-ENCODING NOT = 'E'
007280             AND RULE-ENCODING NOT = 'A'
007290             AND RULE-ENCODING NOT = 'D'
007300             DISPLAY 'NSPCNCHG - ' WS-SET-NAME(WS-SET-NO)
007310                 ' RULE ' WS-RULE-SEQ
007320                 ' ENCODING ' RULE-ENCODING
007330                 ' IS NOT BLANK, E, A, OR D'
007340             SET WS-RULE-ERROR TO TRUE
007350         END-IF
007360         IF RULE-CONTENT-TYPE NOT = SPACE
007370             AND RULE-CONTENT-TYPE NOT = 'N'
007380             AND RULE-CONTENT-TYPE NOT = 'D'
007390             AND RULE-CONTENT-TYPE NOT = 'R'
007400             DISPLAY 'NSPCNCHG - ' WS-SET-NAME(WS-SET-NO)
007410                 ' RULE ' WS-RULE-SEQ
007420                 ' CONTENT TYPE ' RULE-CONTENT-TYPE
007430                 ' IS NOT BLANK, N, D, OR R'
007440             SET WS-RULE-ERROR TO TRUE
007450         END-IF
007460     END-IF.
007470 1330-EXIT.
007480     EXIT.
007490*
007500******************************************************************
007510*    1340-ASSIGN-XLATE-TABLE - GIVE THE MODE-X RULE THE SLOT OF  *
007520*    ITS TRANSLATION TABLE IN XLATE-SET, OPENING A NEW SLOT THE  *
007530*    FIRST TIME A TABLE NAME IS SEEN.                            *
007540******************************************************************
007550 1340-ASSIGN-XLATE-TABLE.
007560     MOVE ZERO TO WS-XLATE-HIT
007570     PERFORM 1345-TEST-ONE-XLATE THRU 1345-EXIT
007580         VARYING WS-XLATE-IDX FROM 1 BY 1
007590         UNTIL WS-XLATE-IDX > XLATE-TABLE-COUNT
007600             OR WS-XLATE-HIT > ZERO
007610     IF WS-XLATE-HIT = ZERO
007620         IF XLATE-TABLE-COUNT >= WS-MAX-XLATE
007630             DISPLAY 'NSPCNCHG - THE PRIOR SET NAMES MORE THAN '
007640                 WS-MAX-XLATE ' TRANSLATION TABLES'
007650             SET WS-RULE-ERROR TO TRUE
007660         ELSE
007670             ADD 1 TO XLATE-TABLE-COUNT
007680             MOVE XLATE-TABLE-COUNT TO WS-XLATE-HIT
007690             MOVE RULE-XLATE-TABLE
007700                 TO XLATE-TABLE-NAME(WS-XLATE-HIT)
007710         END-IF
007720     END-IF
007730     IF WS-XLATE-HIT > ZERO
007740         MOVE WS-XLATE-HIT
007750             TO WS-RULE-XLATE-NO(WS-SET-NO, WS-RULE-IDX)
007760     END-IF.
007770 1340-EXIT.
007780     EXIT.
007790*
007800 1345-TEST-ONE-XLATE.
007810     IF XLATE-TABLE-NAME(WS-XLATE-IDX) = RULE-XLATE-TABLE
007820         MOVE WS-XLATE-IDX TO WS-XLATE-HIT
007830     END-IF.
007840 1345-EXIT.
007850     EXIT.
007860*
007870 1350-LOAD-XLATE-TABLES.
007880     CALL 'NSPCXLOD' USING XLATE-SET
007890     IF XLATE-LOAD-OK
007900         CALL 'NSPCXLD' USING XLATE-SET
007910         DISPLAY 'NSPCNCHG - TRANSLATION TABLES LOADED = '
007920             XLATE-TABLE-COUNT
007930     ELSE
007940         DISPLAY 'NSPCNCHG - TRANSLATION TABLES NOT LOADED - '
007950             'NSPCXLOD RETURN CODE ' XLATE-LOAD-RC
007960         SET WS-RULE-ERROR TO TRUE
007970     END-IF.
007980 1350-EXIT.
007990     EXIT.
008000******************************************************************
008010*    2000-SELECT-RECORDS - SORT INPUT PROCEDURE.  RELEASES       *
008020*    EVERY CLEANED RECORD OF THE PRIOR GENERATION, THEN READS    *
008030*    TONIGHT'S NSPCIN AND NSPCOUT IN LOCKSTEP (THE SAME          *
008040*    ASSUMPTION NSPCRPT AND NSPCDUPE MAKE) AND RELEASES EVERY    *
008050*    PAIR.  THE PRIOR NIGHT'S REJECT MARKERS NEVER REACHED THE   *
008060*    DOWNSTREAM, SO THEY ARE SKIPPED; TONIGHT'S ARE RELEASED,    *
008070*    KEYED FROM THE INPUT, SO THAT A KEY HELD IN SUSPENSE IS     *
008080*    NOT TAKEN FOR A DELETE.                                     *
008090******************************************************************
008100 2000-SELECT-RECORDS.
008110     IF WS-PRIOR-PRESENT
008120         PERFORM 2110-READ-NSPCPRIR THRU 2110-EXIT
008130         PERFORM 2100-RELEASE-ONE-PRIOR THRU 2100-EXIT
008140             UNTIL WS-PRIR-EOF
008150     END-IF
008160     PERFORM 2150-READ-NSPCIN  THRU 2150-EXIT
008170     PERFORM 2200-READ-NSPCOUT THRU 2200-EXIT
008180     PERFORM 2300-RELEASE-ONE-PAIR THRU 2300-EXIT
008190         UNTIL WS-DONE.
008200 2000-SELECT-EXIT.
008210     EXIT.
008220*
008230 2100-RELEASE-ONE-PRIOR.
008240     EVALUATE TRUE
008250         WHEN NSPCPRIR-CONTROL
008260             CONTINUE
008270         WHEN NSPCPRIR-REJECTED
008280             ADD 1 TO WS-PRIOR-MARKERS
008290         WHEN OTHER
008300             ADD 1 TO WS-PRIOR-READ
008310             SET SORT-FROM-PRIOR TO TRUE
008320             MOVE WS-PRIOR-READ TO SORT-REC-NO
008330             MOVE NSPCPRIR-DATA(WS-KEY-OFFSET:WS-KEY-LENGTH)
008340                 TO SORT-KEY
008350             MOVE NSPCPRIR-LEN  TO SORT-CLEAN-LEN
008360             MOVE NSPCPRIR-DATA TO SORT-CLEAN-DATA
008370             MOVE ZERO   TO SORT-ORIG-LEN
008380             MOVE SPACES TO SORT-ORIG-DATA
008390             RELEASE SORT-RECORD
008400     END-EVALUATE
008410     PERFORM 2110-READ-NSPCPRIR THRU 2110-EXIT.
008420 2100-EXIT.
008430     EXIT.
008440*
008450 2110-READ-NSPCPRIR.
008460     READ NSPCPRIR
008470         AT END
008480             SET WS-PRIR-EOF TO TRUE
008490     END-READ.
008500 2110-EXIT.
008510     EXIT.
008520*
008530 2150-READ-NSPCIN.
008540     READ NSPCIN
008550         AT END
008560             SET WS-IN-EOF TO TRUE
008570     END-READ.
008580 2150-EXIT.
008590     EXIT.
008600*
008610*    NSPCOUT'S HEADER WAS READ IN 1010; THE TRAILER HAS NO
008620*    PARTNER ON NSPCIN, SO CONTROL RECORDS ARE READ PAST HERE TO
008630*    KEEP THE TWO FILES IN LOCKSTEP.
008640 2200-READ-NSPCOUT.
008650     PERFORM 2210-READ-NSPCOUT-ONCE THRU 2210-EXIT
008660         WITH TEST AFTER
008670         UNTIL WS-OUT-EOF OR NOT NSPCOUT-CONTROL.
008680 2200-EXIT.
008690     EXIT.
008700*
008710 2210-READ-NSPCOUT-ONCE.
008720     READ NSPCOUT
008730         AT END
008740             SET WS-OUT-EOF TO TRUE
008750     END-READ.
008760 2210-EXIT.
008770     EXIT.
008780*
008790 2300-RELEASE-ONE-PAIR.
008800     IF WS-IN-EOF AND WS-OUT-EOF
008810         SET WS-DONE TO TRUE
008820     ELSE
008830         IF WS-IN-EOF OR WS-OUT-EOF
008840             DISPLAY 'NSPCNCHG - NSPCIN AND NSPCOUT ARE OUT OF '
008850                 'STEP - ONE FILE ENDED BEFORE THE OTHER.  '
008860                 'DELTA STOPPED.'
008870             SET WS-RUN-STOPPED TO TRUE
008880             SET WS-DONE TO TRUE
008890         ELSE
008900             ADD 1 TO WS-PAIRS-READ
008910             SET SORT-FROM-TONIGHT TO TRUE
008920             MOVE WS-PAIRS-READ TO SORT-REC-NO
008930             IF NSPCOUT-REJECTED
008940                 ADD 1 TO WS-TONIGHT-MARKERS
008950                 MOVE NSPCIN-DATA(WS-KEY-OFFSET:WS-KEY-LENGTH)
008960                     TO SORT-KEY
008970             ELSE
008980                 MOVE NSPCOUT-DATA(WS-KEY-OFFSET:WS-KEY-LENGTH)
008990                     TO SORT-KEY
009000             END-IF
009010             MOVE NSPCOUT-LEN  TO SORT-CLEAN-LEN
009020             MOVE NSPCOUT-DATA TO SORT-CLEAN-DATA
009030             MOVE NSPCIN-LEN   TO SORT-ORIG-LEN
009040             MOVE NSPCIN-DATA  TO SORT-ORIG-DATA
009050             RELEASE SORT-RECORD
009060             PERFORM 2150-READ-NSPCIN  THRU 2150-EXIT
009070             PERFORM 2200-READ-NSPCOUT THRU 2200-EXIT
009080         END-IF
009090     END-IF.
009100 2300-EXIT.
009110     EXIT.
009120*
009130******************************************************************
009140*    3000-MATCH-KEYS - SORT OUTPUT PROCEDURE.  RETURNS THE       *
009150*    SORTED RECORDS A KEY AT A TIME AND SETTLES EACH KEY WHEN    *
009160*    THE NEXT ONE ARRIVES.  THE DELTA IS ONLY OPENED WHEN BOTH   *
009170*    GENERATIONS WERE RELEASED WHOLE - AN OUT-OF-STEP RUN LEAVES *
009180*    IT EMPTY RATHER THAN SHORT.                                 *
009190******************************************************************
009200 3000-MATCH-KEYS.
009210     IF WS-RUN-OK
009220         PERFORM 3050-WRITE-HEADER THRU 3050-EXIT
009230         SET WS-NO-GROUP TO TRUE
009240         PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
009250             UNTIL WS-SORT-EOF
009260         IF WS-GROUP-OPEN
009270             PERFORM 3300-SETTLE-KEY THRU 3300-EXIT
009280         END-IF
009290         PERFORM 3060-WRITE-TRAILER THRU 3060-EXIT
009300     END-IF.
009310 3000-MATCH-EXIT.
009320     EXIT.
009330*
009340 3050-WRITE-HEADER.
009350     OPEN OUTPUT NSPCDLTA
009360     SET WS-DLTA-OPEN TO TRUE
009370     PERFORM 3070-BUILD-CONTROL THRU 3070-EXIT
009380     SET DCTL-ID-HEADER TO TRUE
009390     WRITE NSPCDLTA-RECORD.
009400 3050-EXIT.
009410     EXIT.
009420*
009430 3060-WRITE-TRAILER.
009440     PERFORM 3070-BUILD-CONTROL THRU 3070-EXIT
009450     SET DCTL-ID-TRAILER TO TRUE
009460     MOVE WS-DLTA-WRITTEN      TO DCTL-RECS-WRITTEN
009470     MOVE WS-DLTA-ADDS         TO DCTL-ADDS
009480     MOVE WS-DLTA-CHANGES      TO DCTL-CHANGES
009490     MOVE WS-DLTA-RULE-CHANGES TO DCTL-RULE-CHANGES
009500     MOVE WS-DLTA-DELETES      TO DCTL-DELETES
009510     WRITE NSPCDLTA-RECORD.
009520 3060-EXIT.
009530     EXIT.
009540*
009550 3070-BUILD-CONTROL.
009560     MOVE SPACES TO NSPCDLTA-RECORD
009570     MOVE 998 TO DLTA-LEN
009580     MOVE WS-FEED-ID          TO DCTL-FEED-ID
009590     MOVE WS-RUN-DATE         TO DCTL-RUN-DATE
009600     MOVE WS-GENERATION       TO DCTL-GENERATION
009610     MOVE WS-PRIOR-RUN-DATE   TO DCTL-PRIOR-RUN-DATE
009620     MOVE WS-PRIOR-GENERATION TO DCTL-PRIOR-GENERATION
009630     MOVE WS-KEY-OFFSET       TO DCTL-KEY-OFFSET
009640     MOVE WS-KEY-LENGTH       TO DCTL-KEY-LENGTH
009650     MOVE ZERO TO DCTL-RECS-WRITTEN
009660     MOVE ZERO TO DCTL-ADDS
009670     MOVE ZERO TO DCTL-CHANGES
009680     MOVE ZERO TO DCTL-RULE-CHANGES
009690     MOVE ZERO TO DCTL-DELETES.
009700 3070-EXIT.
009710     EXIT.
009720*
009730 3100-RETURN-ONE-RECORD.
009740     RETURN SORTWK
009750         AT END
009760             SET WS-SORT-EOF TO TRUE
009770         NOT AT END
009780             PERFORM 3200-FILE-UNDER-KEY THRU 3200-EXIT
009790     END-RETURN.
009800 3100-EXIT.
009810     EXIT.
009820*
009830******************************************************************
009840*    3200-FILE-UNDER-KEY - A NEW KEY SETTLES THE ONE BEFORE IT.  *
009850*    THE FIRST RECORD OF EACH GENERATION UNDER THE KEY IS KEPT;  *
009860*    LATER ONES ARE ONLY COUNTED.                                *
009870******************************************************************
009880 3200-FILE-UNDER-KEY.
009890     IF WS-GROUP-OPEN AND SORT-KEY NOT = WS-GRP-KEY
009900         PERFORM 3300-SETTLE-KEY THRU 3300-EXIT
009910     END-IF
009920     IF WS-NO-GROUP
009930         MOVE SORT-KEY TO WS-GRP-KEY
009940         MOVE ZERO TO WS-GRP-PRIOR-COUNT
009950         MOVE ZERO TO WS-GRP-TONIGHT-COUNT
009960         SET WS-GROUP-OPEN TO TRUE
009970     END-IF
009980     IF SORT-FROM-PRIOR
009990         ADD 1 TO WS-GRP-PRIOR-COUNT
010000         IF WS-GRP-PRIOR-COUNT = 1
010010             MOVE SORT-CLEAN-LEN  TO WS-GRP-PRIOR-LEN
010020             MOVE SORT-CLEAN-DATA TO WS-GRP-PRIOR-DATA
010030         END-IF
010040     ELSE
010050         ADD 1 TO WS-GRP-TONIGHT-COUNT
010060         IF WS-GRP-TONIGHT-COUNT = 1
010070             MOVE SORT-REC-NO     TO WS-GRP-REC-NO
010080             MOVE SORT-CLEAN-LEN  TO WS-GRP-CLEAN-LEN
010090             MOVE SORT-CLEAN-DATA TO WS-GRP-CLEAN-DATA
010100             MOVE SORT-ORIG-LEN   TO WS-GRP-ORIG-LEN
010110             MOVE SORT-ORIG-DATA  TO WS-GRP-ORIG-DATA
010120         END-IF
010130     END-IF.
010140 3200-EXIT.
010150     EXIT.
010160*
010170******************************************************************
010180*    3300-SETTLE-KEY - DECIDE WHAT HAPPENED TO THE KEY: ADDED,   *
010190*    DELETED, HELD IN SUSPENSE, UNCHANGED, OR CHANGED.           *
010200******************************************************************
010210 3300-SETTLE-KEY.
010220     IF WS-GRP-PRIOR-COUNT > 1 OR WS-GRP-TONIGHT-COUNT > 1
010230         ADD 1 TO WS-DUP-KEYS
010240         DISPLAY 'NSPCNCHG - DUPLICATE KEY '
010250             WS-GRP-KEY(1:WS-KEY-LENGTH) ' - PRIOR '
010260             WS-GRP-PRIOR-COUNT ' TONIGHT ' WS-GRP-TONIGHT-COUNT
010270             ' - FIRST OF EACH MATCHED'
010280     END-IF
010290     EVALUATE TRUE
010300         WHEN WS-GRP-PRIOR-COUNT = ZERO AND WS-GRP-REJECTED
010310             ADD 1 TO WS-KEYS-NEW-HELD
010320         WHEN WS-GRP-PRIOR-COUNT = ZERO
010330             SET DLTA-ADDED TO TRUE
010340             PERFORM 3500-WRITE-TONIGHT THRU 3500-EXIT
010350         WHEN WS-GRP-TONIGHT-COUNT = ZERO
010360             PERFORM 3600-WRITE-DELETE THRU 3600-EXIT
010370         WHEN WS-GRP-REJECTED
010380             ADD 1 TO WS-KEYS-HELD
010390         WHEN WS-GRP-CLEAN-LEN = WS-GRP-PRIOR-LEN
010400             AND WS-GRP-CLEAN-DATA = WS-GRP-PRIOR-DATA
010410             ADD 1 TO WS-KEYS-SAME
010420         WHEN OTHER
010430             PERFORM 3400-TYPE-CHANGE THRU 3400-EXIT
010440             PERFORM 3500-WRITE-TONIGHT THRU 3500-EXIT
010450     END-EVALUATE
010460     SET WS-NO-GROUP TO TRUE.
010470 3300-EXIT.
010480     EXIT.
010490*
010500******************************************************************
010510*    3400-TYPE-CHANGE - A CHANGED KEY IS A DATA CHANGE UNLESS    *
010520*    THE RULES CHANGED AND TONIGHT'S INPUT, CLEANED UNDER THE    *
010530*    PRIOR NIGHT'S SET, GIVES BACK THE PRIOR NIGHT'S IMAGE -     *
010540*    THEN ONLY THE RULES MOVED IT.                               *
010550******************************************************************
010560 3400-TYPE-CHANGE.
010570     SET DLTA-CHANGED TO TRUE
010580     IF WS-RULES-CHANGED
010590         MOVE WS-GRP-ORIG-LEN  TO WS-CLN-IN-LEN
010600         MOVE WS-GRP-ORIG-DATA TO WS-CLN-IN-DATA
010610         PERFORM 4000-CLEAN-UNDER-PRIOR THRU 4000-EXIT
010620         IF WS-FLD-NOT-REJECTED
010630             AND WS-SIM-LEN = WS-GRP-PRIOR-LEN
010640             AND WS-SIM-DATA = WS-GRP-PRIOR-DATA
010650             SET DLTA-RULE-CHANGED TO TRUE
010660         END-IF
010670     END-IF.
010680 3400-EXIT.
010690     EXIT.
010700*
010710 3500-WRITE-TONIGHT.
010720     MOVE WS-GRP-CLEAN-LEN  TO DLTA-LEN
010730     MOVE WS-GRP-CLEAN-DATA TO DLTA-DATA
010740     PERFORM 3700-WRITE-DELTA THRU 3700-EXIT.
010750 3500-EXIT.
010760     EXIT.
010770*
010780 3600-WRITE-DELETE.
010790     SET DLTA-DELETED TO TRUE
010800     MOVE WS-GRP-PRIOR-LEN  TO DLTA-LEN
010810     MOVE WS-GRP-PRIOR-DATA TO DLTA-DATA
010820     PERFORM 3700-WRITE-DELTA THRU 3700-EXIT.
010830 3600-EXIT.
010840     EXIT.
010850*
010860 3700-WRITE-DELTA.
010870     WRITE NSPCDLTA-RECORD
010880     ADD 1 TO WS-DLTA-WRITTEN
010890     EVALUATE TRUE
010900         WHEN DLTA-ADDED
010910             ADD 1 TO WS-DLTA-ADDS
010920         WHEN DLTA-CHANGED
010930             ADD 1 TO WS-DLTA-CHANGES
010940         WHEN DLTA-RULE-CHANGED
010950             ADD 1 TO WS-DLTA-RULE-CHANGES
010960         WHEN DLTA-DELETED
010970             ADD 1 TO WS-DLTA-DELETES
010980     END-EVALUATE.
010990 3700-EXIT.
011000     EXIT.
011010*
011020******************************************************************
011030*    4000-CLEAN-UNDER-PRIOR - CLEAN WS-CLN-IN-RECORD UNDER THE   *
011040*    PRIOR NIGHT'S RULE SET THE WAY NOSPCBAT DID THAT NIGHT,     *
011050*    LEAVING THE IMAGE IN WS-SIM-RECORD OR WS-FLD-REJECTED SET.  *
011060******************************************************************
011070 4000-CLEAN-UNDER-PRIOR.
011080     MOVE WS-PRIOR-SET TO WS-SET-NO
011090     SET WS-FLD-NOT-REJECTED TO TRUE
011100     MOVE ZERO TO WS-SUSP-REASON
011110     MOVE ZERO TO WS-SUSP-FIELD
011120     IF WS-RULE-COUNT(WS-SET-NO) = ZERO
011130         PERFORM 4300-CLEAN-WHOLE-RECORD THRU 4300-EXIT
011140     ELSE
011150         PERFORM 4400-CLEAN-RULED-RECORD THRU 4400-EXIT
011160     END-IF.
011170 4000-EXIT.
011180     EXIT.
011190*
011200******************************************************************
011210*    4300-CLEAN-WHOLE-RECORD - A SET WITH NO RULES: THE WHOLE    *
011220*    RECORD IS ONE BLOCK ENTRY STRIPPED OF ALL SPACES, AS IN     *
011230*    NOSPCBAT 2300.                                              *
011240******************************************************************
011250 4300-CLEAN-WHOLE-RECORD.
011260     MOVE 1 TO BLOCK-FIELD-COUNT
011270     MOVE 'A' TO BLOCK-MODE(1)
011280     MOVE 'S' TO BLOCK-CLASS(1)
011290     MOVE 'E' TO BLOCK-ENCODING(1)
011300     MOVE SPACE TO BLOCK-REPLACE-CHAR(1)
011310     MOVE ZERO TO BLOCK-PROTECT-COUNT(1)
011320     MOVE WS-CLN-IN-LEN  TO BLOCK-STRLEN(1)
011330     MOVE WS-CLN-IN-DATA TO BLOCK-SDATA(1)
011340     CALL 'NSPCBLK' USING STRNG-BLOCK, STRNG-STATS
011350     MOVE SPACES TO WS-SIM-DATA
011360     IF BLOCK-RC-OK AND BLOCK-ENTRY-RC-OK(1)
011370         MOVE BLOCK-RESLEN(1) TO WS-SIM-LEN
011380         IF BLOCK-RESLEN(1) > ZERO
011390             MOVE BLOCK-RDATA(1)(1:BLOCK-RESLEN(1))
011400                 TO WS-SIM-DATA(1:BLOCK-RESLEN(1))
011410         END-IF
011420     ELSE
011430         SET WS-FLD-REJECTED TO TRUE
011440         MOVE ZERO TO WS-SIM-LEN
011450         MOVE BLOCK-RETURN-CODE(1) TO WS-SUSP-REASON
011460         MOVE ZERO TO WS-SUSP-FIELD
011470     END-IF.
011480 4300-EXIT.
011490     EXIT.
011500*
011510******************************************************************
011520*    4400-CLEAN-RULED-RECORD - CLEAN THE RECORD UNDER THE SET'S  *
011530*    RULES WITH ONE NSPCBLK CALL, PLACE EACH FIELD BACK, AND RUN *
011540*    THE CONTENT EDITS, AS IN NOSPCBAT 2400.                     *
011550******************************************************************
011560 4400-CLEAN-RULED-RECORD.
011570     IF WS-CLN-IN-LEN > WS-MAX-LEN
011580         SET WS-FLD-REJECTED TO TRUE
011590         MOVE 90 TO WS-SUSP-REASON
011600         MOVE ZERO TO WS-SUSP-FIELD
011610         MOVE ZERO TO WS-SIM-LEN
011620         MOVE SPACES TO WS-SIM-DATA
011630     ELSE
011640         MOVE WS-CLN-IN-LEN  TO WS-SIM-LEN
011650         MOVE WS-CLN-IN-DATA TO WS-SIM-DATA
011660         PERFORM 4410-BUILD-BLOCK THRU 4410-EXIT
011670         IF BLOCK-FIELD-COUNT > ZERO
011680             CALL 'NSPCBLK' USING STRNG-BLOCK, STRNG-STATS
011690             PERFORM 4430-UNLOAD-BLOCK THRU 4430-EXIT
011700             IF WS-FLD-NOT-REJECTED
011710                 PERFORM 4440-EDIT-CONTENT THRU 4440-EXIT
011720             END-IF
011730         END-IF
011740     END-IF.
011750 4400-EXIT.
011760     EXIT.
011770*
011780 4410-BUILD-BLOCK.
011790     MOVE ZERO TO BLOCK-FIELD-COUNT
011800     PERFORM 4415-LOAD-ONE-FIELD THRU 4415-EXIT
011810         VARYING WS-RULE-IDX FROM 1 BY 1
011820         UNTIL WS-RULE-IDX > WS-RULE-COUNT(WS-SET-NO).
011830 4410-EXIT.
011840     EXIT.
011850*
011860 4414-TEST-REC-TYPE.
011870     IF WS-RULE-REC-TYPE(WS-SET-NO, WS-RULE-IDX) = SPACE
011880         OR WS-RULE-REC-TYPE(WS-SET-NO, WS-RULE-IDX) = '*'
011890         OR WS-RULE-REC-TYPE(WS-SET-NO, WS-RULE-IDX)
011900             = WS-CLN-IN-DATA(1:1)
011910         SET WS-TYPE-MATCH TO TRUE
011920     ELSE
011930         SET WS-TYPE-NO-MATCH TO TRUE
011940     END-IF.
011950 4414-EXIT.
011960     EXIT.
011970*
011980 4415-LOAD-ONE-FIELD.
011990     PERFORM 4414-TEST-REC-TYPE THRU 4414-EXIT
012000     MOVE WS-RULE-OFFSET(WS-SET-NO, WS-RULE-IDX) TO WS-FLD-OFF
012010     MOVE WS-RULE-LENGTH(WS-SET-NO, WS-RULE-IDX) TO WS-FLD-LEN
012020     IF WS-TYPE-NO-MATCH OR WS-FLD-OFF > WS-CLN-IN-LEN
012030         CONTINUE
012040     ELSE
012050         IF WS-FLD-OFF + WS-FLD-LEN - 1 > WS-CLN-IN-LEN
012060             COMPUTE WS-FLD-LEN = WS-CLN-IN-LEN - WS-FLD-OFF + 1
012070         END-IF
012080         ADD 1 TO BLOCK-FIELD-COUNT
012090         MOVE WS-RULE-IDX TO WS-ENTRY-RULE(BLOCK-FIELD-COUNT)
012100         MOVE WS-FLD-OFF  TO WS-ENTRY-OFF(BLOCK-FIELD-COUNT)
012110         MOVE WS-FLD-LEN  TO WS-ENTRY-LEN(BLOCK-FIELD-COUNT)
012120         MOVE WS-RULE-MODE(WS-SET-NO, WS-RULE-IDX)
012130             TO BLOCK-MODE(BLOCK-FIELD-COUNT)
012140         MOVE WS-RULE-CLASS(WS-SET-NO, WS-RULE-IDX)
012150             TO BLOCK-CLASS(BLOCK-FIELD-COUNT)
012160         IF WS-RULE-ENC(WS-SET-NO, WS-RULE-IDX) = SPACE
012170             MOVE 'E' TO BLOCK-ENCODING(BLOCK-FIELD-COUNT)
012180         ELSE
012190             MOVE WS-RULE-ENC(WS-SET-NO, WS-RULE-IDX)
012200                 TO BLOCK-ENCODING(BLOCK-FIELD-COUNT)
012210         END-IF
012220         IF WS-RULE-MODE(WS-SET-NO, WS-RULE-IDX) = 'X'
012230             MOVE WS-RULE-XLATE-NO(WS-SET-NO, WS-RULE-IDX)
012240                 TO BLOCK-XLATE-TABLE-NO(BLOCK-FIELD-COUNT)
012250         ELSE
012260             MOVE WS-RULE-REPL(WS-SET-NO, WS-RULE-IDX)
012270                 TO BLOCK-REPLACE-CHAR(BLOCK-FIELD-COUNT)
012280         END-IF
012290         MOVE WS-RULE-PROT-CNT(WS-SET-NO, WS-RULE-IDX)
012300             TO BLOCK-PROTECT-COUNT(BLOCK-FIELD-COUNT)
012310         PERFORM 4417-LOAD-ONE-PROTECT THRU 4417-EXIT
012320             VARYING WS-J FROM 1 BY 1
012330             UNTIL WS-J > WS-RULE-PROT-CNT(WS-SET-NO, WS-RULE-IDX)
012340         MOVE WS-FLD-LEN TO BLOCK-STRLEN(BLOCK-FIELD-COUNT)
012350         MOVE WS-CLN-IN-DATA(WS-FLD-OFF:WS-FLD-LEN)
012360             TO BLOCK-SDATA(BLOCK-FIELD-COUNT)
012370     END-IF.
012380 4415-EXIT.
012390     EXIT.
012400*
012410 4417-LOAD-ONE-PROTECT.
012420     MOVE WS-RULE-PROT-START(WS-SET-NO, WS-RULE-IDX, WS-J)
012430         TO BLOCK-PROTECT-START(BLOCK-FIELD-COUNT WS-J)
012440     MOVE WS-RULE-PROT-END(WS-SET-NO, WS-RULE-IDX, WS-J)
012450         TO BLOCK-PROTECT-END(BLOCK-FIELD-COUNT WS-J).
012460 4417-EXIT.
012470     EXIT.
012480*
012490 4430-UNLOAD-BLOCK.
012500     IF NOT BLOCK-RC-OK
012510         SET WS-FLD-REJECTED TO TRUE
012520         MOVE BLOCK-RC TO WS-SUSP-REASON
012530         MOVE ZERO TO WS-SUSP-FIELD
012540     ELSE
012550         PERFORM 4435-UNLOAD-ONE-FIELD THRU 4435-EXIT
012560             VARYING WS-I FROM 1 BY 1
012570             UNTIL WS-I > BLOCK-FIELD-COUNT
012580                 OR WS-FLD-REJECTED
012590     END-IF.
012600 4430-EXIT.
012610     EXIT.
012620*
012630 4435-UNLOAD-ONE-FIELD.
012640     IF BLOCK-ENTRY-RC-OK(WS-I)
012650         MOVE WS-ENTRY-OFF(WS-I) TO WS-FLD-OFF
012660         MOVE WS-ENTRY-LEN(WS-I) TO WS-FLD-LEN
012670         IF BLOCK-ENCODING(WS-I) = 'A'
012680             MOVE ALL X'20'
012690                 TO WS-SIM-DATA(WS-FLD-OFF:WS-FLD-LEN)
012700         ELSE
012710             MOVE SPACES TO WS-SIM-DATA(WS-FLD-OFF:WS-FLD-LEN)
012720         END-IF
012730         IF BLOCK-RESLEN(WS-I) > ZERO
012740             MOVE BLOCK-RDATA(WS-I)(1:BLOCK-RESLEN(WS-I))
012750                 TO WS-SIM-DATA(WS-FLD-OFF:BLOCK-RESLEN(WS-I))
012760         END-IF
012770     ELSE
012780         SET WS-FLD-REJECTED TO TRUE
012790         MOVE BLOCK-RETURN-CODE(WS-I) TO WS-SUSP-REASON
012800         MOVE WS-ENTRY-RULE(WS-I) TO WS-SUSP-FIELD
012810     END-IF.
012820 4435-EXIT.
012830     EXIT.
012840*
012850******************************************************************
012860*    4440-EDIT-CONTENT - THE NOSPCBAT POST-CLEAN CONTENT EDITS - *
012870*    80 NOT NUMERIC, 81 BAD DATE, 82 REQUIRED FIELD EMPTY.       *
012880******************************************************************
012890 4440-EDIT-CONTENT.
012900     PERFORM 4445-EDIT-ONE-CONTENT THRU 4445-EXIT
012910         VARYING WS-I FROM 1 BY 1
012920         UNTIL WS-I > BLOCK-FIELD-COUNT
012930             OR WS-FLD-REJECTED.
012940 4440-EXIT.
012950     EXIT.
012960*
012970 4445-EDIT-ONE-CONTENT.
012980     MOVE WS-ENTRY-RULE(WS-I) TO WS-CONT-RULE
012990     MOVE WS-ENTRY-OFF(WS-I)  TO WS-CONT-OFF
013000     MOVE WS-ENTRY-LEN(WS-I)  TO WS-CONT-LEN
013010     SET WS-CONT-OK TO TRUE
013020     EVALUATE WS-RULE-CONTENT(WS-SET-NO, WS-CONT-RULE)
013030         WHEN 'N'
013040             PERFORM 4450-EDIT-NUMERIC THRU 4450-EXIT
013050         WHEN 'D'
013060             PERFORM 4460-EDIT-DATE THRU 4460-EXIT
013070         WHEN 'R'
013080             PERFORM 4470-EDIT-REQUIRED THRU 4470-EXIT
013090         WHEN OTHER
013100             CONTINUE
013110     END-EVALUATE
013120     IF WS-CONT-BAD
013130         SET WS-FLD-REJECTED TO TRUE
013140         MOVE WS-CONT-RULE TO WS-SUSP-FIELD
013150     END-IF.
013160 4445-EXIT.
013170     EXIT.
013180*
013190 4450-EDIT-NUMERIC.
013200     PERFORM 4455-FIND-LAST-NONBLANK THRU 4455-EXIT
013210     IF WS-CONT-LAST-NB = ZERO
013220         SET WS-CONT-BAD TO TRUE
013230         MOVE 80 TO WS-SUSP-REASON
013240     ELSE
013250         IF WS-SIM-DATA(WS-CONT-OFF:WS-CONT-LAST-NB)
013260             NOT NUMERIC
013270             SET WS-CONT-BAD TO TRUE
013280             MOVE 80 TO WS-SUSP-REASON
013290         END-IF
013300     END-IF.
013310 4450-EXIT.
013320     EXIT.
013330*
013340 4455-FIND-LAST-NONBLANK.
013350     MOVE ZERO TO WS-CONT-LAST-NB
013360     PERFORM 4457-TEST-ONE-TRAILING THRU 4457-EXIT
013370         VARYING WS-CONT-J FROM WS-CONT-LEN BY -1
013380         UNTIL WS-CONT-J < 1 OR WS-CONT-LAST-NB > ZERO.
013390 4455-EXIT.
013400     EXIT.
013410*
013420 4457-TEST-ONE-TRAILING.
013430     IF WS-SIM-DATA(WS-CONT-OFF + WS-CONT-J - 1:1) NOT = SPACE
013440         MOVE WS-CONT-J TO WS-CONT-LAST-NB
013450     END-IF.
013460 4457-EXIT.
013470     EXIT.
013480*
013490 4460-EDIT-DATE.
013500     IF WS-CONT-LEN < 8
013510         SET WS-CONT-BAD TO TRUE
013520         MOVE 81 TO WS-SUSP-REASON
013530     ELSE
013540         MOVE WS-SIM-DATA(WS-CONT-OFF:8) TO WS-DATE-WORK
013550         IF WS-DATE-WORK NOT NUMERIC
013560             SET WS-CONT-BAD TO TRUE
013570             MOVE 81 TO WS-SUSP-REASON
013580         ELSE
013590             MOVE WS-DATE-WORK(1:4) TO WS-DATE-CCYY
013600             MOVE WS-DATE-WORK(5:2) TO WS-DATE-MM
013610             MOVE WS-DATE-WORK(7:2) TO WS-DATE-DD
013620             PERFORM 4465-TEST-MONTH-DAY THRU 4465-EXIT
013630         END-IF
013640     END-IF.
013650 4460-EXIT.
013660     EXIT.
013670*
013680 4465-TEST-MONTH-DAY.
013690     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
013700         SET WS-CONT-BAD TO TRUE
013710         MOVE 81 TO WS-SUSP-REASON
013720     ELSE
013730         MOVE WS-MONTH-DAYS(WS-DATE-MM) TO WS-DATE-MAX-DD
013740         IF WS-DATE-MM = 2
013750             PERFORM 4467-TEST-LEAP-YEAR THRU 4467-EXIT
013760         END-IF
013770         IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-DATE-MAX-DD
013780             SET WS-CONT-BAD TO TRUE
013790             MOVE 81 TO WS-SUSP-REASON
013800         END-IF
013810     END-IF.
013820 4465-EXIT.
013830     EXIT.
013840*
013850 4467-TEST-LEAP-YEAR.
013860     DIVIDE WS-DATE-CCYY BY 4 GIVING WS-LEAP-Q
013870         REMAINDER WS-LEAP-R
013880     IF WS-LEAP-R = ZERO
013890         DIVIDE WS-DATE-CCYY BY 100 GIVING WS-LEAP-Q
013900             REMAINDER WS-LEAP-R
013910         IF WS-LEAP-R NOT = ZERO
013920             MOVE 29 TO WS-DATE-MAX-DD
013930         ELSE
013940             DIVIDE WS-DATE-CCYY BY 400 GIVING WS-LEAP-Q
013950                 REMAINDER WS-LEAP-R
013960             IF WS-LEAP-R = ZERO
013970                 MOVE 29 TO WS-DATE-MAX-DD
013980             END-IF
013990         END-IF
014000     END-IF.
014010 4467-EXIT.
014020     EXIT.
014030*
014040 4470-EDIT-REQUIRED.
014050     IF WS-SIM-DATA(WS-CONT-OFF:WS-CONT-LEN) = SPACES
014060         SET WS-CONT-BAD TO TRUE
014070         MOVE 82 TO WS-SUSP-REASON
014080     END-IF.
014090 4470-EXIT.
014100     EXIT.
014110*
014120******************************************************************
014130*    9000-TERMINATE                                              *
014140******************************************************************
014150 9000-TERMINATE.
014160     CLOSE NSPCIN
014170     CLOSE NSPCOUT
014180     CLOSE NSPCPRIR
014190     IF WS-DLTA-OPEN
014200         CLOSE NSPCDLTA
014210         SET WS-DLTA-NOT-OPEN TO TRUE
014220     END-IF
014230     DISPLAY 'NSPCNCHG - PRIOR RECORDS READ     = ' WS-PRIOR-READ
014240     DISPLAY 'NSPCNCHG - PRIOR MARKERS SKIPPED  = '
014250         WS-PRIOR-MARKERS
014260     DISPLAY 'NSPCNCHG - TONIGHT PAIRS READ     = ' WS-PAIRS-READ
014270     DISPLAY 'NSPCNCHG - TONIGHT MARKERS        = '
014280         WS-TONIGHT-MARKERS
014290     DISPLAY 'NSPCNCHG - KEYS UNCHANGED         = ' WS-KEYS-SAME
014300     DISPLAY 'NSPCNCHG - KEYS HELD IN SUSPENSE  = ' WS-KEYS-HELD
014310     DISPLAY 'NSPCNCHG - NEW KEYS IN SUSPENSE   = '
014320         WS-KEYS-NEW-HELD
014330     DISPLAY 'NSPCNCHG - DUPLICATE KEYS         = ' WS-DUP-KEYS
014340     DISPLAY 'NSPCNCHG - DELTA RECORDS WRITTEN  = '
014350         WS-DLTA-WRITTEN
014360     DISPLAY 'NSPCNCHG -   A ADDED              = ' WS-DLTA-ADDS
014370     DISPLAY 'NSPCNCHG -   C CHANGED (DATA)     = '
014380         WS-DLTA-CHANGES
014390     DISPLAY 'NSPCNCHG -   R CHANGED (RULES)    = '
014400         WS-DLTA-RULE-CHANGES
014410     DISPLAY 'NSPCNCHG -   D DELETED            = '
014420         WS-DLTA-DELETES
014430     EVALUATE TRUE
014440         WHEN WS-RUN-STOPPED
014450             MOVE 16 TO WS-RETURN-CODE
014460         WHEN WS-DUP-KEYS > ZERO OR WS-PRIOR-ABSENT
014470             MOVE 4 TO WS-RETURN-CODE
014480         WHEN OTHER
014490             MOVE ZERO TO WS-RETURN-CODE
014500     END-EVALUATE
014510     DISPLAY 'NSPCNCHG - RETURN CODE = ' WS-RETURN-CODE
014520     MOVE WS-RETURN-CODE TO RETURN-CODE.
014530 9000-EXIT.
014540     EXIT.
014550*
014560 END PROGRAM NSPCNCHG.
