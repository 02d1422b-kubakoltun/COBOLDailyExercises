000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCSIMU                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-07                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   WHAT-IF SIMULATION OF A STAGED RULE SET.  NSPCRMNT LETS THE  *
000120*   EXTRACT TEAM STAGE A FEED'S NEXT RULE SET ON NSPCRMST UNDER  *
000130*   A FUTURE EFFECTIVE DATE; THIS JOB SHOWS WHAT THAT SET WILL   *
000140*   DO BEFORE ITS NIGHT COMES.  IT PULLS THE STAGED SET (EVERY   *
000150*   RULE FILED UNDER THE GIVEN EFFECTIVE DATE) AND THE SET IN    *
000160*   EFFECT FOR THE RUN DATE (PICKED THE WAY NSPCRSEL PICKS IT)   *
000170*   FROM THE MASTER, EDITS BOTH WITH THE NOSPCBAT RULE EDITS,    *
000180*   AND CLEANS A RETAINED NSPCIN BOTH WAYS THROUGH THE NSPCBLK   *
000190*   BLOCK ENTRY OF NoSpace WITH THE SAME BLOCK BUILD, UNLOAD,    *
000200*   AND POST-CLEAN CONTENT EDITS (80/81/82) NOSPCBAT             *
000210*   APPLIES.  NOTHING IS WRITTEN BUT THE REPORT - NO NSPCOUT, NO *
000220*   SUSPENSE, NO RUN HISTORY.                                    *
000230*                                                                *
000240*   THE REPORT GIVES, FOR EACH RULE OF THE STAGED SET, HOW MANY  *
000250*   FIELDS CAME OUT DIFFERENT FROM TONIGHT'S CLEANING AND HOW    *
000260*   MANY RECORDS THE STAGED SET WOULD NEWLY SEND TO SUSPENSE     *
000270*   (WITH THE 80/81/82 CONTENT-EDIT FAILURES BROKEN OUT), PLUS   *
000280*   SUSPENSE THE STAGED SET WOULD CLEAR, AND THE BEFORE/AFTER    *
000290*   IMAGES OF UP TO 3 SAMPLE RECORDS PER RULE.  DIFFERENCES NO   *
000300*   STAGED FIELD ACCOUNTS FOR (A DROPPED RULE, A WHOLE-RECORD    *
000310*   SET ON EITHER SIDE) AND RECORD-LEVEL REJECTS ARE REPORTED    *
000320*   UNDER RULE 00.                                               *
000330*                                                                *
000340*   PARM='eeeeeeee,ffffffff,yyyymmdd' - THE STAGED EFFECTIVE     *
000350*   DATE (REQUIRED), THE FEED (DEFAULT DAILYEXT), AND THE RUN    *
000360*   DATE WHOSE SET IN EFFECT IS THE COMPARISON (DEFAULT TODAY).  *
000370*   THE SHORTER FORMS eeeeeeee AND eeeeeeee,ffffffff ALSO WORK.  *
000380*                                                                *
000390*   RETURN CODES: 0 = THE STAGED SET CLEANS EVERY RECORD THE     *
000400*   SAME AS THE CURRENT SET, 4 = FIELDS DIFFER BUT NO NEW        *
000410*   SUSPENSE, 8 = THE STAGED SET WOULD SEND RECORDS TO SUSPENSE  *
000420*   THAT TONIGHT'S SET DOES NOT, 16 = NOT SIMULATED (BAD PARM,   *
000430*   NO STAGED SET, A RULE THAT FAILS THE EDITS, OR A MASTER OR   *
000440*   TRANSLATION TABLE THAT WOULD NOT LOAD).                      *
000450*                                                                *
000460*   MODIFICATION HISTORY                                         *
000470*   ---------------------------------------------------------    *
000480*   DATE       INIT  DESCRIPTION                                 *
000490*   ---------- ----  ----------------------------------------    *
000500*   2026-10-07 RLK   ORIGINAL.                                   *
000502*   2026-10-10 RLK   REMARKS ONLY - A SET RULE IS STILL HELD AS  *
000504*                    THE FIRST 39 BYTES OF THE RULE DETAIL,      *
000506*                    LEAVING OUT THE NEW SENSITIVE-DATA FLAG,    *
000508*                    WHICH NEVER CHANGES A CLEAN.                *
000510*                                                                *
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.              NSPCSIMU.
000550 AUTHOR.                  R L KOLTUN.
000560 INSTALLATION.            DAILY EXTRACT PROCESSING.
000570 DATE-WRITTEN.            2026-10-07.
000580 DATE-COMPILED.
000590*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT NSPCIN   ASSIGN TO NSPCIN
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT NSPCRMST ASSIGN TO NSPCRMST
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE IS SEQUENTIAL
000680            RECORD KEY IS RMST-KEY
000690            FILE STATUS IS WS-RMST-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  NSPCIN
000740     RECORDING MODE IS F.
000750 01  NSPCIN-RECORD.
000760     03  NSPCIN-LEN                  PIC 9(03).
000770     03  NSPCIN-DATA                 PIC X(150).
000780*
000790 FD  NSPCRMST.
000800     COPY NSPCRMST.
000810*
000820 WORKING-STORAGE SECTION.
000830 01  WS-FLAGS.
000840     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000850         88  WS-EOF                      VALUE 'Y'.
000860         88  WS-NOT-EOF                  VALUE 'N'.
000870     03  WS-RMST-EOF-SW              PIC X(01) VALUE 'N'.
000880         88  WS-RMST-EOF                 VALUE 'Y'.
000890         88  WS-RMST-NOT-EOF             VALUE 'N'.
000900     03  WS-RUN-SW                   PIC X(01) VALUE 'Y'.
000910         88  WS-RUN-OK                   VALUE 'Y'.
000920         88  WS-RUN-STOPPED              VALUE 'N'.
000930     03  WS-RULE-ERROR-SW            PIC X(01) VALUE 'N'.
000940         88  WS-RULE-ERROR               VALUE 'Y'.
000950         88  WS-RULE-NO-ERROR            VALUE 'N'.
000960     03  WS-FLD-REJECT-SW            PIC X(01) VALUE 'N'.
000970         88  WS-FLD-REJECTED             VALUE 'Y'.
000980         88  WS-FLD-NOT-REJECTED         VALUE 'N'.
000990     03  WS-TYPE-MATCH-SW            PIC X(01) VALUE 'Y'.
001000         88  WS-TYPE-MATCH               VALUE 'Y'.
001010         88  WS-TYPE-NO-MATCH            VALUE 'N'.
001020 01  WS-COUNTERS.
001030     03  WS-RECS-READ                PIC 9(07) VALUE ZERO.
001040     03  WS-RECS-SAME                PIC 9(07) VALUE ZERO.
001050     03  WS-RECS-CHANGED             PIC 9(07) VALUE ZERO.
001060     03  WS-RECS-NEW-SUSP            PIC 9(07) VALUE ZERO.
001070     03  WS-RECS-CLEARED             PIC 9(07) VALUE ZERO.
001080     03  WS-RECS-BOTH-SUSP           PIC 9(07) VALUE ZERO.
001090 01  WS-WORK-FIELDS.
001100     03  WS-MAX-LEN                  PIC 9(03) VALUE 150.
001110     03  WS-I                        PIC 9(03).
001120     03  WS-J                        PIC 9(03).
001130     03  WS-FLD-OFF                  PIC 9(03).
001140     03  WS-FLD-LEN                  PIC 9(03).
001150     03  WS-SUSP-REASON              PIC 9(02).
001160     03  WS-SUSP-FIELD               PIC 9(02).
001170     03  WS-RUN-DATE                 PIC 9(08).
001180     03  WS-STAGED-DATE              PIC 9(08) VALUE ZERO.
001190     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
001200     03  WS-PARM-LEN-STAGED          PIC S9(04) COMP VALUE 8.
001210     03  WS-PARM-LEN-FEED            PIC S9(04) COMP VALUE 17.
001220     03  WS-PARM-LEN-FULL            PIC S9(04) COMP VALUE 26.
001230     03  WS-RMST-STATUS              PIC X(02).
001240         88  WS-RMST-STATUS-OK           VALUE '00' '97'.
001250         88  WS-RMST-NEVER-LOADED        VALUE '35'.
001260*
001270*    POST-CLEAN CONTENT-EDIT WORK FIELDS - SEE 2440-EDIT-CONTENT.
001280 01  WS-CONTENT-FIELDS.
001290     03  WS-CONT-BAD-SW              PIC X(01).
001300         88  WS-CONT-BAD                 VALUE 'Y'.
001310         88  WS-CONT-OK                  VALUE 'N'.
001320     03  WS-CONT-RULE                PIC 9(02).
001330     03  WS-CONT-OFF                 PIC 9(03).
001340     03  WS-CONT-LEN                 PIC 9(03).
001350     03  WS-CONT-LAST-NB             PIC 9(03).
001360     03  WS-CONT-J                   PIC 9(03).
001370     03  WS-DATE-WORK                PIC X(08).
001380     03  WS-DATE-CCYY                PIC 9(04).
001390     03  WS-DATE-MM                  PIC 9(02).
001400     03  WS-DATE-DD                  PIC 9(02).
001410     03  WS-DATE-MAX-DD              PIC 9(02).
001420     03  WS-LEAP-Q                   PIC 9(04).
001430     03  WS-LEAP-R                   PIC 9(04).
001440     03  WS-MONTH-DAYS-X             PIC X(24) VALUE
001450         '312831303130313130313031'.
001460     03  WS-MONTH-DAYS               REDEFINES WS-MONTH-DAYS-X
001470                                     PIC 9(02) OCCURS 12 TIMES.
001480*
001490*    RETURN-CODE TIERS - 0 NO DIFFERENCE, 4 FIELDS DIFFER, 8 NEW
001500*    SUSPENSE, 16 NOT SIMULATED.
001510 01  WS-CONDITION-FIELDS.
001520     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001530*
001540*    THE TWO RULE SETS - SET 1 IS THE SET IN EFFECT FOR THE RUN
001550*    DATE, SET 2 THE STAGED SET.  EACH RULE IS HELD AS THE
001556*    FIRST 39 BYTES OF THE MASTER'S RULE DETAIL - ALL BUT THE
001562*    SENSITIVE-DATA FLAG, WHICH NEVER CHANGES A CLEAN - SO IT
001568*    IS STORED WITH ONE GROUP MOVE AND EDITED THROUGH THE
001574*    NSPCRULE LAYOUT.  A SET WITH NO RULES CLEANS THE WHOLE
001580*    RECORD, AS NOSPCBAT DOES ON AN EMPTY NSPCRULE.
001600 01  WS-SET-FIELDS.
001610     03  WS-MAX-RULES                PIC 9(02) VALUE 20.
001620     03  WS-CURRENT-SET              PIC 9(01) VALUE 1.
001630     03  WS-STAGED-SET               PIC 9(01) VALUE 2.
001640     03  WS-SET-NO                   PIC 9(01).
001650     03  WS-RULE-IDX                 PIC 9(02).
001660     03  WS-RULE-SEQ                 PIC 9(02).
001670     03  WS-SET-NAMES-X              PIC X(14) VALUE
001680         'CURRENTSTAGED '.
001690     03  WS-SET-NAME                 REDEFINES WS-SET-NAMES-X
001700                                     PIC X(07) OCCURS 2 TIMES.
001710     03  WS-SIM-SET                  OCCURS 2 TIMES.
001720         05  WS-SET-EFF-DATE         PIC 9(08).
001730         05  WS-RULE-COUNT           PIC 9(02).
001740         05  WS-SET-RECS-REJECTED    PIC 9(07).
001750         05  WS-SET-CHARS-REMOVED    PIC 9(09).
001760         05  WS-RULE-ENTRY           OCCURS 20 TIMES.
001770             07  WS-RULE-DETAIL.
001780                 09  WS-RULE-OFFSET      PIC 9(03).
001790                 09  WS-RULE-LENGTH      PIC 9(03).
001800                 09  WS-RULE-MODE        PIC X(01).
001810                 09  WS-RULE-CLASS       PIC X(01).
001820                 09  WS-RULE-PROT-CNT    PIC 9(01).
001830                 09  WS-RULE-PROT        OCCURS 3 TIMES.
001840                     11  WS-RULE-PROT-START PIC 9(03).
001850                     11  WS-RULE-PROT-END   PIC 9(03).
001860                 09  WS-RULE-ENC         PIC X(01).
001870                 09  WS-RULE-REC-TYPE    PIC X(01).
001880                 09  WS-RULE-REPL        PIC X(01).
001890                 09  WS-RULE-CONTENT     PIC X(01).
001900                 09  WS-RULE-XLATE       PIC X(08).
001910             07  WS-RULE-XLATE-NO        PIC 9(01).
001920*
001930*    THE RULE BEING EDITED - SEE 1230-EDIT-ONE-RULE.
001940     COPY NSPCRULE.
001950*
001960*    TRANSLATION TABLES EITHER SET NAMES - ONE SLOT PER DISTINCT
001970*    TABLE ACROSS BOTH SETS, BUILT BY NSPCXLOD AND REGISTERED
001980*    WITH NoSpace ONCE.
001990 01  WS-XLATE-FIELDS.
002000     03  WS-MAX-XLATE                PIC 9(01) VALUE 9.
002010     03  WS-XLATE-IDX                PIC 9(02).
002020     03  WS-XLATE-HIT                PIC 9(02).
002030*
002040     COPY NSPCXTAB.
002050*
002060*    THE RECORD AS ONE SET CLEANS IT - THE SAME ROLE NSPCOUT-
002070*    RECORD PLAYS IN NOSPCBAT - AND EACH SET'S RESULT, KEPT FOR
002080*    THE COMPARISON.
002090 01  WS-SIM-RECORD.
002100     03  WS-SIM-LEN                  PIC 9(03).
002110     03  WS-SIM-DATA                 PIC X(150).
002120 01  WS-SIM-RESULTS.
002130     03  WS-SIM-RESULT               OCCURS 2 TIMES.
002140         05  WS-RES-REJECT-SW        PIC X(01).
002150             88  WS-RES-REJECTED         VALUE 'Y'.
002160             88  WS-RES-CLEAN            VALUE 'N'.
002170         05  WS-RES-REASON           PIC 9(02).
002180         05  WS-RES-FIELD            PIC 9(02).
002190         05  WS-RES-LEN              PIC 9(03).
002200         05  WS-RES-DATA             PIC X(150).
002210*
002220*    PER-RULE FINDINGS, SUBSCRIPTED BY STAGED RULE NUMBER.  ENTRY
002230*    21 IS RULE 00 - DIFFERENCES NO STAGED FIELD ACCOUNTS FOR AND
002240*    SUSPENSE NOT CHARGED TO A FIELD.
002250 01  WS-REPORT-FIELDS.
002260     03  WS-MAX-SAMPLES              PIC 9(02) VALUE 3.
002270     03  WS-OTHER-BUCKET             PIC 9(02) VALUE 21.
002280     03  WS-RPT-SUB                  PIC 9(02).
002290     03  WS-RPT-RULE                 PIC 9(02).
002300     03  WS-RPT-STATUS               PIC X(07).
002310 01  WS-RULE-REPORT.
002320     03  WS-RPT-ENTRY                OCCURS 21 TIMES.
002330         05  WS-RPT-DIFFS            PIC 9(07).
002340         05  WS-RPT-NEW-SUSP         PIC 9(07).
002350         05  WS-RPT-NEW-80           PIC 9(07).
002360         05  WS-RPT-NEW-81           PIC 9(07).
002370         05  WS-RPT-NEW-82           PIC 9(07).
002380         05  WS-RPT-SAMPLES          PIC 9(02).
002390*
002400     COPY NSPCLINK.
002410*
002420     COPY NSPCBLOK.
002430*
002440*    MAP OF BLOCK ENTRIES BACK TO THE RULES AND RECORD
002450*    POSITIONS THEY CAME FROM - SHORT RECORDS CAN DROP RULES,
002460*    SO ENTRY I IS NOT ALWAYS RULE I.  THE STAGED SET CLEANS
002470*    SECOND, SO THE MAP LEFT BEHIND FOR THE COMPARISON IS ITS.
002480 01  WS-ENTRY-MAP.
002490     03  WS-ENTRY-FIELDS             OCCURS 32 TIMES.
002500         05  WS-ENTRY-RULE           PIC 9(02).
002510         05  WS-ENTRY-OFF            PIC 9(03).
002520         05  WS-ENTRY-LEN            PIC 9(03).
002530*
002540 LINKAGE SECTION.
002550 01  LK-PARM-AREA.
002560     03  LK-PARM-LEN                 PIC S9(04) COMP.
002570     03  LK-PARM-STAGED-DATE         PIC 9(08).
002580     03  FILLER                      PIC X(01).
002590     03  LK-PARM-FEED                PIC X(08).
002600     03  FILLER                      PIC X(01).
002610     03  LK-PARM-RUN-DATE            PIC 9(08).
002620*
002630******************************************************************
002640*    0000-MAINLINE                                               *
002650******************************************************************
002660 PROCEDURE DIVISION USING LK-PARM-AREA.
002670*
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002700     PERFORM 2000-SIMULATE-ONE-RECORD THRU 2000-EXIT
002710         UNTIL WS-EOF
002720     PERFORM 9000-TERMINATE THRU 9000-EXIT
002730     GOBACK.
002740*
002750******************************************************************
002760*    1000-INITIALIZE - TAKE THE PARM, LOAD AND EDIT BOTH RULE    *
002770*    SETS, AND PRIME NSPCIN.  ANYTHING THAT LEAVES EITHER SET    *
002780*    UNTRUSTWORTHY STOPS THE RUN BEFORE A RECORD IS CLEANED - A  *
002790*    SIMULATION OF THE WRONG RULES IS WORSE THAN NONE.           *
002800******************************************************************
002810 1000-INITIALIZE.
002820     INITIALIZE STRNG-STATS
002830     INITIALIZE WS-RULE-REPORT
002840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002850     PERFORM 1050-GET-PARM THRU 1050-EXIT
002860     IF WS-RUN-OK
002870         PERFORM 1100-READ-MASTER THRU 1100-EXIT
002880     END-IF
002890     IF WS-RUN-OK
002900         PERFORM 1200-EDIT-SETS THRU 1200-EXIT
002910     END-IF
002920     IF WS-RUN-STOPPED
002930         DISPLAY 'NSPCSIMU - SIMULATION STOPPED'
002940         SET WS-EOF TO TRUE
002950     ELSE
002960         OPEN INPUT NSPCIN
002970         PERFORM 2100-READ-NSPCIN THRU 2100-EXIT
002980     END-IF.
002990 1000-EXIT.
003000     EXIT.
003010*
003020 1050-GET-PARM.
003030     EVALUATE TRUE
003040         WHEN LK-PARM-LEN = WS-PARM-LEN-STAGED
003050             MOVE LK-PARM-STAGED-DATE TO WS-STAGED-DATE
003060         WHEN LK-PARM-LEN = WS-PARM-LEN-FEED
003070             MOVE LK-PARM-STAGED-DATE TO WS-STAGED-DATE
003080             MOVE LK-PARM-FEED        TO WS-FEED-ID
003090         WHEN LK-PARM-LEN = WS-PARM-LEN-FULL
003100             MOVE LK-PARM-STAGED-DATE TO WS-STAGED-DATE
003110             MOVE LK-PARM-FEED        TO WS-FEED-ID
003120             IF LK-PARM-RUN-DATE NOT = ZERO
003130                 MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
003140             END-IF
003150         WHEN OTHER
003160             DISPLAY 'NSPCSIMU - PARM LENGTH ' LK-PARM-LEN
003170                 ' IS NOT ' WS-PARM-LEN-STAGED ', '
003180                 WS-PARM-LEN-FEED ', OR ' WS-PARM-LEN-FULL
003190                 ' - THE STAGED EFFECTIVE DATE IS REQUIRED'
003200             SET WS-RUN-STOPPED TO TRUE
003210     END-EVALUATE
003220     IF WS-RUN-OK
003230         IF WS-STAGED-DATE NOT NUMERIC OR WS-STAGED-DATE = ZERO
003240             DISPLAY 'NSPCSIMU - STAGED EFFECTIVE DATE '
003250                 LK-PARM-STAGED-DATE ' IS NOT A DATE'
003260             SET WS-RUN-STOPPED TO TRUE
003270         ELSE
003280             DISPLAY 'NSPCSIMU - FEED ' WS-FEED-ID
003290                 ' - STAGED SET ' WS-STAGED-DATE
003300                 ' AGAINST THE SET IN EFFECT ON ' WS-RUN-DATE
003310             IF WS-STAGED-DATE NOT > WS-RUN-DATE
003320                 DISPLAY 'NSPCSIMU - NOTE - THE STAGED DATE IS '
003330                     'NOT AFTER THE RUN DATE - THE SET IS '
003340                     'ALREADY IN EFFECT OR SUPERSEDED'
003350             END-IF
003360         END-IF
003370     END-IF.
003380 1050-EXIT.
003390     EXIT.
003400*
003410******************************************************************
003420*    1100-READ-MASTER - WALK THE FEED'S RULES ON NSPCRMST IN KEY *
003430*    ORDER.  A RULE AT OR BEFORE THE RUN DATE JOINS THE CURRENT  *
003440*    SET EXACTLY AS NSPCRSEL BUILDS IT (A NEWER ELIGIBLE DATE    *
003450*    STARTS THE SET OVER); A RULE UNDER THE STAGED DATE JOINS    *
003460*    THE STAGED SET.  THE SCAN ENDS AT THE FEED'S LAST RULE.     *
003470******************************************************************
003480 1100-READ-MASTER.
003490     MOVE ZERO TO WS-SET-EFF-DATE(WS-CURRENT-SET)
003500     MOVE ZERO TO WS-RULE-COUNT(WS-CURRENT-SET)
003510     MOVE WS-STAGED-DATE TO WS-SET-EFF-DATE(WS-STAGED-SET)
003520     MOVE ZERO TO WS-RULE-COUNT(WS-STAGED-SET)
003530     OPEN INPUT NSPCRMST
003540     EVALUATE TRUE
003550         WHEN WS-RMST-STATUS-OK
003560             PERFORM 1110-START-AT-FEED THRU 1110-EXIT
003570             PERFORM 1120-SCAN-ONE-RULE THRU 1120-EXIT
003580                 UNTIL WS-RMST-EOF
003590             CLOSE NSPCRMST
003600         WHEN WS-RMST-NEVER-LOADED
003610             DISPLAY 'NSPCSIMU - NSPCRMST HAS NEVER BEEN LOADED'
003620         WHEN OTHER
003630             DISPLAY 'NSPCSIMU - NSPCRMST OPEN FAILED - STATUS '
003640                 WS-RMST-STATUS
003650             SET WS-RUN-STOPPED TO TRUE
003660     END-EVALUATE
003670     IF WS-RUN-OK
003680         IF WS-RULE-COUNT(WS-STAGED-SET) = ZERO
003690             DISPLAY 'NSPCSIMU - NO RULES ARE STAGED UNDER '
003700                 WS-STAGED-DATE ' FOR FEED ' WS-FEED-ID
003710             SET WS-RUN-STOPPED TO TRUE
003720         END-IF
003730         IF WS-RULE-COUNT(WS-CURRENT-SET) = ZERO
003740             DISPLAY 'NSPCSIMU - NO RULE SET IN EFFECT ON '
003750                 WS-RUN-DATE ' - THE CURRENT SIDE CLEANS THE '
003760                 'WHOLE RECORD'
003770         END-IF
003780     END-IF.
003790 1100-EXIT.
003800     EXIT.
003810*
003820 1110-START-AT-FEED.
003830     SET WS-RMST-NOT-EOF TO TRUE
003840     MOVE WS-FEED-ID TO RMST-FEED-ID
003850     MOVE ZERO       TO RMST-EFF-DATE
003860     MOVE ZERO       TO RMST-RULE-SEQ
003870     START NSPCRMST KEY IS NOT LESS THAN RMST-KEY
003880         INVALID KEY
003890             SET WS-RMST-EOF TO TRUE
003900     END-START
003910     IF WS-RMST-NOT-EOF
003920         PERFORM 1130-READ-NSPCRMST THRU 1130-EXIT
003930     END-IF.
003940 1110-EXIT.
003950     EXIT.
003960*
003970 1120-SCAN-ONE-RULE.
003980     IF RMST-FEED-ID NOT = WS-FEED-ID
003990         SET WS-RMST-EOF TO TRUE
004000     ELSE
004010         IF RMST-EFF-DATE NOT > WS-RUN-DATE
004020             IF RMST-EFF-DATE
004030                 NOT = WS-SET-EFF-DATE(WS-CURRENT-SET)
004040                 MOVE RMST-EFF-DATE
004050                     TO WS-SET-EFF-DATE(WS-CURRENT-SET)
004060                 MOVE ZERO TO WS-RULE-COUNT(WS-CURRENT-SET)
004070             END-IF
004080             MOVE WS-CURRENT-SET TO WS-SET-NO
004090             PERFORM 1125-STORE-RAW-RULE THRU 1125-EXIT
004100         END-IF
004110         IF RMST-EFF-DATE = WS-STAGED-DATE
004120             MOVE WS-STAGED-SET TO WS-SET-NO
004130             PERFORM 1125-STORE-RAW-RULE THRU 1125-EXIT
004140         END-IF
004150         PERFORM 1130-READ-NSPCRMST THRU 1130-EXIT
004160     END-IF.
004170 1120-EXIT.
004180     EXIT.
004190*
004200 1125-STORE-RAW-RULE.
004210     IF WS-RULE-COUNT(WS-SET-NO) < WS-MAX-RULES
004220         ADD 1 TO WS-RULE-COUNT(WS-SET-NO)
004230         MOVE RMST-DETAIL TO
004240             WS-RULE-DETAIL(WS-SET-NO, WS-RULE-COUNT(WS-SET-NO))
004250     ELSE
004260         DISPLAY 'NSPCSIMU - SET ' RMST-EFF-DATE
004270             ' HOLDS MORE THAN ' WS-MAX-RULES
004280             ' RULES - EXCESS IGNORED'
004290     END-IF.
004300 1125-EXIT.
004310     EXIT.
004320*
004330 1130-READ-NSPCRMST.
004340     READ NSPCRMST
004350         AT END
004360             SET WS-RMST-EOF TO TRUE
004370     END-READ
004380     IF NOT WS-RMST-STATUS-OK AND NOT WS-RMST-EOF
004390         DISPLAY 'NSPCSIMU - NSPCRMST READ FAILED - STATUS '
004400             WS-RMST-STATUS
004410         SET WS-RUN-STOPPED TO TRUE
004420         SET WS-RMST-EOF TO TRUE
004430     END-IF.
004440 1130-EXIT.
004450     EXIT.
004460*
004470******************************************************************
004480*    1200-EDIT-SETS - PUT EVERY RULE OF BOTH SETS THROUGH THE    *
004490*    NOSPCBAT RULE EDITS.  UNLIKE THE NIGHTLY RUN, EVERY FAILING *
004500*    RULE IS LISTED, NOT JUST THE FIRST - THE STAGED SET IS      *
004510*    STILL BEING WORKED ON.  THE TRANSLATION TABLES BOTH SETS    *
004520*    NAME ARE THEN BUILT AND REGISTERED TOGETHER.                *
004530******************************************************************
004540 1200-EDIT-SETS.
004550     MOVE ZERO TO XLATE-TABLE-COUNT
004560     SET WS-RULE-NO-ERROR TO TRUE
004570     PERFORM 1210-EDIT-ONE-SET THRU 1210-EXIT
004580         VARYING WS-SET-NO FROM 1 BY 1
004590         UNTIL WS-SET-NO > WS-STAGED-SET
004600     IF WS-RULE-NO-ERROR AND XLATE-TABLE-COUNT > ZERO
004610         PERFORM 1250-LOAD-XLATE-TABLES THRU 1250-EXIT
004620     END-IF
004630     IF WS-RULE-ERROR
004640         SET WS-RUN-STOPPED TO TRUE
004650     END-IF.
004660 1200-EXIT.
004670     EXIT.
004680*
004690 1210-EDIT-ONE-SET.
004700     DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO) ' SET '
004710         WS-SET-EFF-DATE(WS-SET-NO) ' - RULES = '
004720         WS-RULE-COUNT(WS-SET-NO)
004730     PERFORM 1220-EDIT-STORED-RULE THRU 1220-EXIT
004740         VARYING WS-RULE-IDX FROM 1 BY 1
004750         UNTIL WS-RULE-IDX > WS-RULE-COUNT(WS-SET-NO).
004760 1210-EXIT.
004770     EXIT.
004780*
004790 1220-EDIT-STORED-RULE.
004800     MOVE SPACES TO NSPCRULE-RECORD
004810     MOVE WS-RULE-DETAIL(WS-SET-NO, WS-RULE-IDX) TO RULE-DETAIL
004820     MOVE WS-RULE-IDX TO WS-RULE-SEQ
004830     MOVE ZERO TO WS-RULE-XLATE-NO(WS-SET-NO, WS-RULE-IDX)
004840     PERFORM 1230-EDIT-ONE-RULE THRU 1230-EXIT
004850     IF RULE-MODE = 'X' AND RULE-XLATE-TABLE NOT = SPACES
004860         PERFORM 1240-ASSIGN-XLATE-TABLE THRU 1240-EXIT
004870     END-IF.
004880 1220-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920*    1230-EDIT-ONE-RULE - THE NOSPCBAT 1230 EDITS: MODE, CLASS,  *
004930*    ENCODING, AND CONTENT TYPE MUST BE VALUES NSPCLINK AND      *
004940*    NSPCRULE DEFINE, THE FIELD MUST LIE WITHIN THE 150-BYTE     *
004950*    RECORD, AND THE PROTECT COUNT MUST FIT THE PROTECT LIST.    *
004960******************************************************************
004970 1230-EDIT-ONE-RULE.
004980     IF RULE-OFFSET NOT NUMERIC
004990         OR RULE-LENGTH NOT NUMERIC
005000         OR RULE-PROTECT-COUNT NOT NUMERIC
005010         DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO) ' RULE '
005020             WS-RULE-SEQ ' HAS A NON-NUMERIC OFFSET, LENGTH, OR '
005030             'COUNT'
005040         SET WS-RULE-ERROR TO TRUE
005050     ELSE
005060         IF RULE-OFFSET < 1 OR RULE-LENGTH < 1
005070             OR RULE-OFFSET + RULE-LENGTH - 1 > WS-MAX-LEN
005080             DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO)
005090                 ' RULE ' WS-RULE-SEQ
005100                 ' NAMES A FIELD OUTSIDE THE RECORD'
005110             SET WS-RULE-ERROR TO TRUE
005120         END-IF
005130         IF RULE-MODE NOT = 'A' AND RULE-MODE NOT = 'S'
005140             AND RULE-MODE NOT = 'T' AND RULE-MODE NOT = 'R'
005150             AND RULE-MODE NOT = 'X'
005160             DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO)
005170                 ' RULE ' WS-RULE-SEQ
005180                 ' MODE ' RULE-MODE ' IS NOT A, S, T, R, OR X'
005190             SET WS-RULE-ERROR TO TRUE
005200         END-IF
005210         IF RULE-MODE = 'X' AND RULE-XLATE-TABLE = SPACES
005220             DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO)
005230                 ' RULE ' WS-RULE-SEQ
005240                 ' IS MODE X BUT NAMES NO TRANSLATION TABLE'
005250             SET WS-RULE-ERROR TO TRUE
005260         END-IF
005270         IF RULE-CLASS NOT = 'S' AND RULE-CLASS NOT = 'T'
005280             AND RULE-CLASS NOT = 'L' AND RULE-CLASS NOT = 'N'
005290             DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO)
005300                 ' RULE ' WS-RULE-SEQ
005310                 ' CLASS ' RULE-CLASS ' IS NOT S, T, L, OR N'
005320             SET WS-RULE-ERROR TO TRUE
005330         END-IF
005340         IF RULE-PROTECT-COUNT > 3
005350             DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO)
005360                 ' RULE ' WS-RULE-SEQ
005370                 ' PROTECT COUNT ' RULE-PROTECT-COUNT
005380                 ' EXCEEDS THE TABLE MAXIMUM OF 3'
005390             SET WS-RULE-ERROR TO TRUE
005400         END-IF
005410         IF RULE-ENCODING NOT = SPACE
005420             AND RULE-ENCODING NOT = 'E'
005430             AND RULE-ENCODING NOT = 'A'
005440             AND RULE-ENCODING NOT = 'D'
005450             DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO)
005460                 ' RULE ' WS-RULE-SEQ
005470                 ' ENCODING ' RULE-ENCODING
005480                 ' IS NOT BLANK, E, A, OR D'
005490             SET WS-RULE-ERROR TO TRUE
005500         END-IF
005510         IF RULE-CONTENT-TYPE NOT = SPACE
005520             AND RULE-CONTENT-TYPE NOT = 'N'
005530             AND RULE-CONTENT-TYPE NOT = 'D'
005540             AND RULE-CONTENT-TYPE NOT = 'R'
005550             DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO)
005560                 ' RULE ' WS-RULE-SEQ
005570                 ' CONTENT TYPE ' RULE-CONTENT-TYPE
005580                 ' IS NOT BLANK, N, D, OR R'
005590             SET WS-RULE-ERROR TO TRUE
005600         END-IF
005610     END-IF.
005620 1230-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660*    1240-ASSIGN-XLATE-TABLE - GIVE THE MODE-X RULE THE SLOT OF  *
005670*    ITS TRANSLATION TABLE IN XLATE-SET, OPENING A NEW SLOT THE  *
005680*    FIRST TIME A TABLE NAME IS SEEN IN EITHER SET.              *
005690******************************************************************
005700 1240-ASSIGN-XLATE-TABLE.
005710     MOVE ZERO TO WS-XLATE-HIT
005720     PERFORM 1245-TEST-ONE-XLATE THRU 1245-EXIT
005730         VARYING WS-XLATE-IDX FROM 1 BY 1
005740         UNTIL WS-XLATE-IDX > XLATE-TABLE-COUNT
005750             OR WS-XLATE-HIT > ZERO
005760     IF WS-XLATE-HIT = ZERO
005770         IF XLATE-TABLE-COUNT >= WS-MAX-XLATE
005780             DISPLAY 'NSPCSIMU - THE TWO SETS NAME MORE THAN '
005790                 WS-MAX-XLATE ' TRANSLATION TABLES'
005800             SET WS-RULE-ERROR TO TRUE
005810         ELSE
005820             ADD 1 TO XLATE-TABLE-COUNT
005830             MOVE XLATE-TABLE-COUNT TO WS-XLATE-HIT
005840             MOVE RULE-XLATE-TABLE
005850                 TO XLATE-TABLE-NAME(WS-XLATE-HIT)
005860         END-IF
005870     END-IF
005880     IF WS-XLATE-HIT > ZERO
005890         MOVE WS-XLATE-HIT
005900             TO WS-RULE-XLATE-NO(WS-SET-NO, WS-RULE-IDX)
005910     END-IF.
005920 1240-EXIT.
005930     EXIT.
005940*
005950 1245-TEST-ONE-XLATE.
005960     IF XLATE-TABLE-NAME(WS-XLATE-IDX) = RULE-XLATE-TABLE
005970         MOVE WS-XLATE-IDX TO WS-XLATE-HIT
005980     END-IF.
005990 1245-EXIT.
006000     EXIT.
006010*
006020 1250-LOAD-XLATE-TABLES.
006030     CALL 'NSPCXLOD' USING XLATE-SET
006040     IF XLATE-LOAD-OK
006050         CALL 'NSPCXLD' USING XLATE-SET
006060         DISPLAY 'NSPCSIMU - TRANSLATION TABLES LOADED = '
006070             XLATE-TABLE-COUNT
006080     ELSE
006090         DISPLAY 'NSPCSIMU - TRANSLATION TABLES NOT LOADED - '
006100             'NSPCXLOD RETURN CODE ' XLATE-LOAD-RC
006110         SET WS-RULE-ERROR TO TRUE
006120     END-IF.
006130 1250-EXIT.
006140     EXIT.
006150*
006160******************************************************************
006170*    2000-SIMULATE-ONE-RECORD - CLEAN THE CURRENT NSPCIN RECORD  *
006180*    UNDER THE CURRENT SET AND THEN THE STAGED SET, COMPARE THE  *
006190*    TWO RESULTS, AND READ THE NEXT RECORD.                      *
006200******************************************************************
006210 2000-SIMULATE-ONE-RECORD.
006220     PERFORM 2200-CLEAN-UNDER-SET THRU 2200-EXIT
006230         VARYING WS-SET-NO FROM 1 BY 1
006240         UNTIL WS-SET-NO > WS-STAGED-SET
006250     PERFORM 3000-COMPARE-RESULTS THRU 3000-EXIT
006260     PERFORM 2100-READ-NSPCIN THRU 2100-EXIT.
006270 2000-EXIT.
006280     EXIT.
006290*
006300 2100-READ-NSPCIN.
006310     READ NSPCIN
006320         AT END
006330             SET WS-EOF TO TRUE
006340         NOT AT END
006350             ADD 1 TO WS-RECS-READ
006360     END-READ.
006370 2100-EXIT.
006380     EXIT.
006390*
006400******************************************************************
006410*    2200-CLEAN-UNDER-SET - CLEAN THE RECORD UNDER SET WS-SET-NO *
006420*    THE WAY NOSPCBAT WOULD AND KEEP THE RESULT: THE CLEANED     *
006430*    IMAGE, OR THE SUSPENSE REASON AND FIELD IT WOULD HAVE GONE  *
006440*    TO SUSPENSE WITH.                                           *
006450******************************************************************
006460 2200-CLEAN-UNDER-SET.
006470     SET WS-FLD-NOT-REJECTED TO TRUE
006480     MOVE ZERO TO WS-SUSP-REASON
006490     MOVE ZERO TO WS-SUSP-FIELD
006500     IF WS-RULE-COUNT(WS-SET-NO) = ZERO
006510         PERFORM 2300-CLEAN-WHOLE-RECORD THRU 2300-EXIT
006520     ELSE
006530         PERFORM 2400-CLEAN-RULED-RECORD THRU 2400-EXIT
006540     END-IF
006550     IF WS-FLD-REJECTED
006560         SET WS-RES-REJECTED(WS-SET-NO) TO TRUE
006570         ADD 1 TO WS-SET-RECS-REJECTED(WS-SET-NO)
006580     ELSE
006590         SET WS-RES-CLEAN(WS-SET-NO) TO TRUE
006600     END-IF
006610     MOVE WS-SUSP-REASON TO WS-RES-REASON(WS-SET-NO)
006620     MOVE WS-SUSP-FIELD  TO WS-RES-FIELD(WS-SET-NO)
006630     MOVE WS-SIM-LEN     TO WS-RES-LEN(WS-SET-NO)
006640     MOVE WS-SIM-DATA    TO WS-RES-DATA(WS-SET-NO).
006650 2200-EXIT.
006660     EXIT.
006670*
006680******************************************************************
006690*    2300-CLEAN-WHOLE-RECORD - A SET WITH NO RULES: THE WHOLE    *
006700*    RECORD IS ONE BLOCK ENTRY STRIPPED OF ALL SPACES, AS IN     *
006710*    NOSPCBAT 2300.                                              *
006720******************************************************************
006730 2300-CLEAN-WHOLE-RECORD.
006740     MOVE 1 TO BLOCK-FIELD-COUNT
006750     MOVE 'A' TO BLOCK-MODE(1)
006760     MOVE 'S' TO BLOCK-CLASS(1)
006770     MOVE 'E' TO BLOCK-ENCODING(1)
006780     MOVE SPACE TO BLOCK-REPLACE-CHAR(1)
006790     MOVE ZERO TO BLOCK-PROTECT-COUNT(1)
006800     MOVE NSPCIN-LEN  TO BLOCK-STRLEN(1)
006810     MOVE NSPCIN-DATA TO BLOCK-SDATA(1)
006820     CALL 'NSPCBLK' USING STRNG-BLOCK, STRNG-STATS
006830     MOVE SPACES TO WS-SIM-DATA
006840     IF BLOCK-RC-OK AND BLOCK-ENTRY-RC-OK(1)
006850         MOVE BLOCK-RESLEN(1) TO WS-SIM-LEN
006860         IF BLOCK-RESLEN(1) > ZERO
006870             MOVE BLOCK-RDATA(1)(1:BLOCK-RESLEN(1))
006880                 TO WS-SIM-DATA(1:BLOCK-RESLEN(1))
006890         END-IF
006900         ADD BLOCK-CHARS-REMOVED(1)
006910             TO WS-SET-CHARS-REMOVED(WS-SET-NO)
006920     ELSE
006930         SET WS-FLD-REJECTED TO TRUE
006940         MOVE ZERO TO WS-SIM-LEN
006950         MOVE BLOCK-RETURN-CODE(1) TO WS-SUSP-REASON
006960         MOVE ZERO TO WS-SUSP-FIELD
006970     END-IF.
006980 2300-EXIT.
006990     EXIT.
007000*
007010******************************************************************
007020*    2400-CLEAN-RULED-RECORD - CLEAN THE RECORD UNDER THE SET'S  *
007030*    RULES WITH ONE NSPCBLK CALL, PLACE EACH FIELD BACK, AND RUN *
007040*    THE CONTENT EDITS, AS IN NOSPCBAT 2400.                     *
007050******************************************************************
007060 2400-CLEAN-RULED-RECORD.
007070     IF NSPCIN-LEN > WS-MAX-LEN
007080         SET WS-FLD-REJECTED TO TRUE
007090         MOVE 90 TO WS-SUSP-REASON
007100         MOVE ZERO TO WS-SUSP-FIELD
007110         MOVE ZERO TO WS-SIM-LEN
007120         MOVE SPACES TO WS-SIM-DATA
007130     ELSE
007140         MOVE NSPCIN-LEN  TO WS-SIM-LEN
007150         MOVE NSPCIN-DATA TO WS-SIM-DATA
007160         PERFORM 2410-BUILD-BLOCK THRU 2410-EXIT
007170         IF BLOCK-FIELD-COUNT > ZERO
007180             CALL 'NSPCBLK' USING STRNG-BLOCK, STRNG-STATS
007190             PERFORM 2430-UNLOAD-BLOCK THRU 2430-EXIT
007200             IF WS-FLD-NOT-REJECTED
007210                 PERFORM 2440-EDIT-CONTENT THRU 2440-EXIT
007220             END-IF
007230         END-IF
007240     END-IF.
007250 2400-EXIT.
007260     EXIT.
007270*
007280 2410-BUILD-BLOCK.
007290     MOVE ZERO TO BLOCK-FIELD-COUNT
007300     PERFORM 2415-LOAD-ONE-FIELD THRU 2415-EXIT
007310         VARYING WS-RULE-IDX FROM 1 BY 1
007320         UNTIL WS-RULE-IDX > WS-RULE-COUNT(WS-SET-NO).
007330 2410-EXIT.
007340     EXIT.
007350*
007360 2414-TEST-REC-TYPE.
007370     IF WS-RULE-REC-TYPE(WS-SET-NO, WS-RULE-IDX) = SPACE
007380         OR WS-RULE-REC-TYPE(WS-SET-NO, WS-RULE-IDX) = '*'
007390         OR WS-RULE-REC-TYPE(WS-SET-NO, WS-RULE-IDX)
007400             = NSPCIN-DATA(1:1)
007410         SET WS-TYPE-MATCH TO TRUE
007420     ELSE
007430         SET WS-TYPE-NO-MATCH TO TRUE
007440     END-IF.
007450 2414-EXIT.
007460     EXIT.
007470*
007480 2415-LOAD-ONE-FIELD.
007490     PERFORM 2414-TEST-REC-TYPE THRU 2414-EXIT
007500     MOVE WS-RULE-OFFSET(WS-SET-NO, WS-RULE-IDX) TO WS-FLD-OFF
007510     MOVE WS-RULE-LENGTH(WS-SET-NO, WS-RULE-IDX) TO WS-FLD-LEN
007520     IF WS-TYPE-NO-MATCH OR WS-FLD-OFF > NSPCIN-LEN
007530         CONTINUE
007540     ELSE
007550         IF WS-FLD-OFF + WS-FLD-LEN - 1 > NSPCIN-LEN
007560             COMPUTE WS-FLD-LEN = NSPCIN-LEN - WS-FLD-OFF + 1
007570         END-IF
007580         ADD 1 TO BLOCK-FIELD-COUNT
007590         MOVE WS-RULE-IDX TO WS-ENTRY-RULE(BLOCK-FIELD-COUNT)
007600         MOVE WS-FLD-OFF  TO WS-ENTRY-OFF(BLOCK-FIELD-COUNT)
007610         MOVE WS-FLD-LEN  TO WS-ENTRY-LEN(BLOCK-FIELD-COUNT)
007620         MOVE WS-RULE-MODE(WS-SET-NO, WS-RULE-IDX)
007630             TO BLOCK-MODE(BLOCK-FIELD-COUNT)
007640         MOVE WS-RULE-CLASS(WS-SET-NO, WS-RULE-IDX)
007650             TO BLOCK-CLASS(BLOCK-FIELD-COUNT)
007660         IF WS-RULE-ENC(WS-SET-NO, WS-RULE-IDX) = SPACE
007670             MOVE 'E' TO BLOCK-ENCODING(BLOCK-FIELD-COUNT)
007680         ELSE
007690             MOVE WS-RULE-ENC(WS-SET-NO, WS-RULE-IDX)
007700                 TO BLOCK-ENCODING(BLOCK-FIELD-COUNT)
007710         END-IF
007720         IF WS-RULE-MODE(WS-SET-NO, WS-RULE-IDX) = 'X'
007730             MOVE WS-RULE-XLATE-NO(WS-SET-NO, WS-RULE-IDX)
007740                 TO BLOCK-XLATE-TABLE-NO(BLOCK-FIELD-COUNT)
007750         ELSE
007760             MOVE WS-RULE-REPL(WS-SET-NO, WS-RULE-IDX)
007770                 TO BLOCK-REPLACE-CHAR(BLOCK-FIELD-COUNT)
007780         END-IF
007790         MOVE WS-RULE-PROT-CNT(WS-SET-NO, WS-RULE-IDX)
007800             TO BLOCK-PROTECT-COUNT(BLOCK-FIELD-COUNT)
007810         PERFORM 2417-LOAD-ONE-PROTECT THRU 2417-EXIT
007820             VARYING WS-J FROM 1 BY 1
007830             UNTIL WS-J > WS-RULE-PROT-CNT(WS-SET-NO, WS-RULE-IDX)
007840         MOVE WS-FLD-LEN TO BLOCK-STRLEN(BLOCK-FIELD-COUNT)
007850         MOVE NSPCIN-DATA(WS-FLD-OFF:WS-FLD-LEN)
007860             TO BLOCK-SDATA(BLOCK-FIELD-COUNT)
007870     END-IF.
007880 2415-EXIT.
007890     EXIT.
007900*
007910 2417-LOAD-ONE-PROTECT.
007920     MOVE WS-RULE-PROT-START(WS-SET-NO, WS-RULE-IDX, WS-J)
007930         TO BLOCK-PROTECT-START(BLOCK-FIELD-COUNT WS-J)
007940     MOVE WS-RULE-PROT-END(WS-SET-NO, WS-RULE-IDX, WS-J)
007950         TO BLOCK-PROTECT-END(BLOCK-FIELD-COUNT WS-J).
007960 2417-EXIT.
007970     EXIT.
007980*
007990 2430-UNLOAD-BLOCK.
008000     IF NOT BLOCK-RC-OK
008010         SET WS-FLD-REJECTED TO TRUE
008020         MOVE BLOCK-RC TO WS-SUSP-REASON
008030         MOVE ZERO TO WS-SUSP-FIELD
008040     ELSE
008050         PERFORM 2435-UNLOAD-ONE-FIELD THRU 2435-EXIT
008060             VARYING WS-I FROM 1 BY 1
008070             UNTIL WS-I > BLOCK-FIELD-COUNT
008080                 OR WS-FLD-REJECTED
008090     END-IF.
008100 2430-EXIT.
008110     EXIT.
008120*
008130 2435-UNLOAD-ONE-FIELD.
008140     IF BLOCK-ENTRY-RC-OK(WS-I)
008150         MOVE WS-ENTRY-OFF(WS-I) TO WS-FLD-OFF
008160         MOVE WS-ENTRY-LEN(WS-I) TO WS-FLD-LEN
008170         IF BLOCK-ENCODING(WS-I) = 'A'
008180             MOVE ALL X'20'
008190                 TO WS-SIM-DATA(WS-FLD-OFF:WS-FLD-LEN)
008200         ELSE
008210             MOVE SPACES TO WS-SIM-DATA(WS-FLD-OFF:WS-FLD-LEN)
008220         END-IF
008230         IF BLOCK-RESLEN(WS-I) > ZERO
008240             MOVE BLOCK-RDATA(WS-I)(1:BLOCK-RESLEN(WS-I))
008250                 TO WS-SIM-DATA(WS-FLD-OFF:BLOCK-RESLEN(WS-I))
008260         END-IF
008270         ADD BLOCK-CHARS-REMOVED(WS-I)
008280             TO WS-SET-CHARS-REMOVED(WS-SET-NO)
008290     ELSE
008300         SET WS-FLD-REJECTED TO TRUE
008310         MOVE BLOCK-RETURN-CODE(WS-I) TO WS-SUSP-REASON
008320         MOVE WS-ENTRY-RULE(WS-I) TO WS-SUSP-FIELD
008330     END-IF.
008340 2435-EXIT.
008350     EXIT.
008360*
008370******************************************************************
008380*    2440-EDIT-CONTENT - THE NOSPCBAT POST-CLEAN CONTENT EDITS - *
008390*    80 NOT NUMERIC, 81 BAD DATE, 82 REQUIRED FIELD EMPTY.       *
008400******************************************************************
008410 2440-EDIT-CONTENT.
008420     PERFORM 2445-EDIT-ONE-CONTENT THRU 2445-EXIT
008430         VARYING WS-I FROM 1 BY 1
008440         UNTIL WS-I > BLOCK-FIELD-COUNT
008450             OR WS-FLD-REJECTED.
008460 2440-EXIT.
008470     EXIT.
008480*
008490 2445-EDIT-ONE-CONTENT.
008500     MOVE WS-ENTRY-RULE(WS-I) TO WS-CONT-RULE
008510     MOVE WS-ENTRY-OFF(WS-I)  TO WS-CONT-OFF
008520     MOVE WS-ENTRY-LEN(WS-I)  TO WS-CONT-LEN
008530     SET WS-CONT-OK TO TRUE
008540     EVALUATE WS-RULE-CONTENT(WS-SET-NO, WS-CONT-RULE)
008550         WHEN 'N'
008560             PERFORM 2450-EDIT-NUMERIC THRU 2450-EXIT
008570         WHEN 'D'
008580             PERFORM 2460-EDIT-DATE THRU 2460-EXIT
008590         WHEN 'R'
008600             PERFORM 2470-EDIT-REQUIRED THRU 2470-EXIT
008610         WHEN OTHER
008620             CONTINUE
008630     END-EVALUATE
008640     IF WS-CONT-BAD
008650         SET WS-FLD-REJECTED TO TRUE
008660         MOVE WS-CONT-RULE TO WS-SUSP-FIELD
008670     END-IF.
008680 2445-EXIT.
008690     EXIT.
008700*
008710 2450-EDIT-NUMERIC.
008720     PERFORM 2455-FIND-LAST-NONBLANK THRU 2455-EXIT
008730     IF WS-CONT-LAST-NB = ZERO
008740         SET WS-CONT-BAD TO TRUE
008750         MOVE 80 TO WS-SUSP-REASON
008760     ELSE
008770         IF WS-SIM-DATA(WS-CONT-OFF:WS-CONT-LAST-NB)
008780             NOT NUMERIC
008790             SET WS-CONT-BAD TO TRUE
008800             MOVE 80 TO WS-SUSP-REASON
008810         END-IF
008820     END-IF.
008830 2450-EXIT.
008840     EXIT.
008850*
008860 2455-FIND-LAST-NONBLANK.
008870     MOVE ZERO TO WS-CONT-LAST-NB
008880     PERFORM 2457-TEST-ONE-TRAILING THRU 2457-EXIT
008890         VARYING WS-CONT-J FROM WS-CONT-LEN BY -1
008900         UNTIL WS-CONT-J < 1 OR WS-CONT-LAST-NB > ZERO.
008910 2455-EXIT.
008920     EXIT.
008930*
008940 2457-TEST-ONE-TRAILING.
008950     IF WS-SIM-DATA(WS-CONT-OFF + WS-CONT-J - 1:1) NOT = SPACE
008960         MOVE WS-CONT-J TO WS-CONT-LAST-NB
008970     END-IF.
008980 2457-EXIT.
008990     EXIT.
009000*
009010 2460-EDIT-DATE.
009020     IF WS-CONT-LEN < 8
009030         SET WS-CONT-BAD TO TRUE
009040         MOVE 81 TO WS-SUSP-REASON
009050     ELSE
009060         MOVE WS-SIM-DATA(WS-CONT-OFF:8) TO WS-DATE-WORK
009070         IF WS-DATE-WORK NOT NUMERIC
009080             SET WS-CONT-BAD TO TRUE
009090             MOVE 81 TO WS-SUSP-REASON
009100         ELSE
009110             MOVE WS-DATE-WORK(1:4) TO WS-DATE-CCYY
009120             MOVE WS-DATE-WORK(5:2) TO WS-DATE-MM
009130             MOVE WS-DATE-WORK(7:2) TO WS-DATE-DD
009140             PERFORM 2465-TEST-MONTH-DAY THRU 2465-EXIT
009150         END-IF
009160     END-IF.
009170 2460-EXIT.
009180     EXIT.
009190*
009200 2465-TEST-MONTH-DAY.
009210     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
009220         SET WS-CONT-BAD TO TRUE
009230         MOVE 81 TO WS-SUSP-REASON
009240     ELSE
009250         MOVE WS-MONTH-DAYS(WS-DATE-MM) TO WS-DATE-MAX-DD
009260         IF WS-DATE-MM = 2
009270             PERFORM 2467-TEST-LEAP-YEAR THRU 2467-EXIT
009280         END-IF
009290         IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-DATE-MAX-DD
009300             SET WS-CONT-BAD TO TRUE
009310             MOVE 81 TO WS-SUSP-REASON
009320         END-IF
009330     END-IF.
009340 2465-EXIT.
009350     EXIT.
009360*
009370 2467-TEST-LEAP-YEAR.
009380     DIVIDE WS-DATE-CCYY BY 4 GIVING WS-LEAP-Q
009390         REMAINDER WS-LEAP-R
009400     IF WS-LEAP-R = ZERO
009410         DIVIDE WS-DATE-CCYY BY 100 GIVING WS-LEAP-Q
009420             REMAINDER WS-LEAP-R
009430         IF WS-LEAP-R NOT = ZERO
009440             MOVE 29 TO WS-DATE-MAX-DD
009450         ELSE
009460             DIVIDE WS-DATE-CCYY BY 400 GIVING WS-LEAP-Q
009470                 REMAINDER WS-LEAP-R
009480             IF WS-LEAP-R = ZERO
009490                 MOVE 29 TO WS-DATE-MAX-DD
009500             END-IF
009510         END-IF
009520     END-IF.
009530 2467-EXIT.
009540     EXIT.
009550*
009560 2470-EDIT-REQUIRED.
009570     IF WS-SIM-DATA(WS-CONT-OFF:WS-CONT-LEN) = SPACES
009580         SET WS-CONT-BAD TO TRUE
009590         MOVE 82 TO WS-SUSP-REASON
009600     END-IF.
009610 2470-EXIT.
009620     EXIT.
009630*
009640******************************************************************
009650*    3000-COMPARE-RESULTS - CLASSIFY THE RECORD: SUSPENSE UNDER  *
009660*    BOTH SETS, SUSPENSE THE STAGED SET CLEARS, NEW SUSPENSE THE *
009670*    STAGED SET CAUSES, OR CLEANED BOTH WAYS - IN WHICH CASE THE *
009680*    IMAGES ARE COMPARED.                                        *
009690******************************************************************
009700 3000-COMPARE-RESULTS.
009710     EVALUATE TRUE
009720         WHEN WS-RES-REJECTED(WS-CURRENT-SET)
009730             AND WS-RES-REJECTED(WS-STAGED-SET)
009740             ADD 1 TO WS-RECS-BOTH-SUSP
009750         WHEN WS-RES-REJECTED(WS-CURRENT-SET)
009760             ADD 1 TO WS-RECS-CLEARED
009770         WHEN WS-RES-REJECTED(WS-STAGED-SET)
009780             PERFORM 3100-COUNT-NEW-SUSPENSE THRU 3100-EXIT
009790         WHEN OTHER
009800             PERFORM 3200-COMPARE-IMAGES THRU 3200-EXIT
009810     END-EVALUATE.
009820 3000-EXIT.
009830     EXIT.
009840*
009850******************************************************************
009860*    3100-COUNT-NEW-SUSPENSE - THE STAGED SET WOULD SUSPEND A    *
009870*    RECORD TONIGHT'S SET CLEANS.  CHARGE IT TO THE STAGED RULE  *
009880*    THAT FAILED IT (RULE 00 FOR A RECORD-LEVEL REJECT), WITH    *
009890*    THE CONTENT-EDIT REASONS BROKEN OUT.                        *
009900******************************************************************
009910 3100-COUNT-NEW-SUSPENSE.
009920     ADD 1 TO WS-RECS-NEW-SUSP
009930     IF WS-RES-FIELD(WS-STAGED-SET) = ZERO
009940         MOVE WS-OTHER-BUCKET TO WS-RPT-SUB
009950     ELSE
009960         MOVE WS-RES-FIELD(WS-STAGED-SET) TO WS-RPT-SUB
009970     END-IF
009980     ADD 1 TO WS-RPT-NEW-SUSP(WS-RPT-SUB)
009990     EVALUATE WS-RES-REASON(WS-STAGED-SET)
010000         WHEN 80
010010             ADD 1 TO WS-RPT-NEW-80(WS-RPT-SUB)
010020         WHEN 81
010030             ADD 1 TO WS-RPT-NEW-81(WS-RPT-SUB)
010040         WHEN 82
010050             ADD 1 TO WS-RPT-NEW-82(WS-RPT-SUB)
010060         WHEN OTHER
010070             CONTINUE
010080     END-EVALUATE
010090     PERFORM 3500-SHOW-SAMPLE THRU 3500-EXIT.
010100 3100-EXIT.
010110     EXIT.
010120*
010130******************************************************************
010140*    3200-COMPARE-IMAGES - BOTH SETS CLEAN THE RECORD.  AN       *
010150*    IDENTICAL IMAGE IS COUNTED AND LEFT; OTHERWISE EACH STAGED  *
010160*    FIELD IS COMPARED IN PLACE AND EVERY FIELD THAT DIFFERS IS  *
010170*    CHARGED TO ITS RULE.  A DIFFERENCE NO STAGED FIELD ACCOUNTS *
010180*    FOR GOES TO RULE 00.  THE SAMPLE IS FILED UNDER THE FIRST   *
010190*    RULE CHARGED.                                               *
010200******************************************************************
010210 3200-COMPARE-IMAGES.
010220     IF WS-RES-LEN(WS-CURRENT-SET) = WS-RES-LEN(WS-STAGED-SET)
010230         AND WS-RES-DATA(WS-CURRENT-SET)
010240             = WS-RES-DATA(WS-STAGED-SET)
010250         ADD 1 TO WS-RECS-SAME
010260     ELSE
010270         ADD 1 TO WS-RECS-CHANGED
010280         MOVE ZERO TO WS-RPT-SUB
010290         IF WS-RULE-COUNT(WS-STAGED-SET) > ZERO
010300             PERFORM 3210-COMPARE-ONE-FIELD THRU 3210-EXIT
010310                 VARYING WS-I FROM 1 BY 1
010320                 UNTIL WS-I > BLOCK-FIELD-COUNT
010330         END-IF
010340         IF WS-RPT-SUB = ZERO
010350             MOVE WS-OTHER-BUCKET TO WS-RPT-SUB
010360             ADD 1 TO WS-RPT-DIFFS(WS-RPT-SUB)
010370         END-IF
010380         PERFORM 3500-SHOW-SAMPLE THRU 3500-EXIT
010390     END-IF.
010400 3200-EXIT.
010410     EXIT.
010420*
010430 3210-COMPARE-ONE-FIELD.
010440     MOVE WS-ENTRY-OFF(WS-I) TO WS-FLD-OFF
010450     MOVE WS-ENTRY-LEN(WS-I) TO WS-FLD-LEN
010460     IF WS-RES-DATA(WS-CURRENT-SET)(WS-FLD-OFF:WS-FLD-LEN)
010470         NOT = WS-RES-DATA(WS-STAGED-SET)(WS-FLD-OFF:WS-FLD-LEN)
010480         ADD 1 TO WS-RPT-DIFFS(WS-ENTRY-RULE(WS-I))
010490         IF WS-RPT-SUB = ZERO
010500             MOVE WS-ENTRY-RULE(WS-I) TO WS-RPT-SUB
010510         END-IF
010520     END-IF.
010530 3210-EXIT.
010540     EXIT.
010550*
010560******************************************************************
010570*    3500-SHOW-SAMPLE - LIST THE BEFORE AND BOTH AFTER IMAGES OF *
010580*    THE RECORD, UP TO WS-MAX-SAMPLES PER RULE, SO THE SIGN-OFF  *
010590*    CAN SEE WHAT THE NUMBERS MEAN.                              *
010600******************************************************************
010610 3500-SHOW-SAMPLE.
010620     IF WS-RPT-SAMPLES(WS-RPT-SUB) < WS-MAX-SAMPLES
010630         ADD 1 TO WS-RPT-SAMPLES(WS-RPT-SUB)
010640         IF WS-RPT-SUB = WS-OTHER-BUCKET
010650             MOVE ZERO TO WS-RPT-RULE
010660         ELSE
010670             MOVE WS-RPT-SUB TO WS-RPT-RULE
010680         END-IF
010690         DISPLAY 'NSPCSIMU - SAMPLE - RECORD ' WS-RECS-READ
010700             ' - RULE ' WS-RPT-RULE
010710         DISPLAY 'NSPCSIMU -   INPUT   ' NSPCIN-LEN ' '
010720             NSPCIN-DATA
010730         DISPLAY 'NSPCSIMU -   CURRENT '
010740             WS-RES-LEN(WS-CURRENT-SET) ' '
010750             WS-RES-DATA(WS-CURRENT-SET)
010760         IF WS-RES-REJECTED(WS-STAGED-SET)
010770             DISPLAY 'NSPCSIMU -   STAGED  SUSPENSE - REASON '
010780                 WS-RES-REASON(WS-STAGED-SET)
010790         ELSE
010800             DISPLAY 'NSPCSIMU -   STAGED  '
010810                 WS-RES-LEN(WS-STAGED-SET) ' '
010820                 WS-RES-DATA(WS-STAGED-SET)
010830         END-IF
010840     END-IF.
010850 3500-EXIT.
010860     EXIT.
010870*
010880******************************************************************
010890*    9000-TERMINATE                                              *
010900******************************************************************
010910 9000-TERMINATE.
010920     IF WS-RUN-STOPPED
010930         DISPLAY 'NSPCSIMU - NO RECORDS SIMULATED'
010940         MOVE 16 TO WS-RETURN-CODE
010950     ELSE
010960         CLOSE NSPCIN
010970         DISPLAY 'NSPCSIMU - RECORDS READ              = '
010980             WS-RECS-READ
010990         DISPLAY 'NSPCSIMU - CLEANED THE SAME          = '
011000             WS-RECS-SAME
011010         DISPLAY 'NSPCSIMU - CLEANED DIFFERENTLY       = '
011020             WS-RECS-CHANGED
011030         DISPLAY 'NSPCSIMU - NEW SUSPENSE (STAGED)     = '
011040             WS-RECS-NEW-SUSP
011050         DISPLAY 'NSPCSIMU - SUSPENSE CLEARED (STAGED) = '
011060             WS-RECS-CLEARED
011070         DISPLAY 'NSPCSIMU - SUSPENSE UNDER BOTH SETS  = '
011080             WS-RECS-BOTH-SUSP
011090         PERFORM 9050-REPORT-ONE-SET THRU 9050-EXIT
011100             VARYING WS-SET-NO FROM 1 BY 1
011110             UNTIL WS-SET-NO > WS-STAGED-SET
011120         IF WS-RULE-COUNT(WS-CURRENT-SET)
011130             > WS-RULE-COUNT(WS-STAGED-SET)
011140             DISPLAY 'NSPCSIMU - NOTE - THE CURRENT SET HAS '
011150                 WS-RULE-COUNT(WS-CURRENT-SET)
011160                 ' RULES, THE STAGED SET '
011170                 WS-RULE-COUNT(WS-STAGED-SET)
011180         END-IF
011190         PERFORM 9100-REPORT-ONE-RULE THRU 9100-EXIT
011200             VARYING WS-RULE-IDX FROM 1 BY 1
011210             UNTIL WS-RULE-IDX > WS-RULE-COUNT(WS-STAGED-SET)
011220         PERFORM 9150-REPORT-OTHER THRU 9150-EXIT
011230         EVALUATE TRUE
011240             WHEN WS-RECS-NEW-SUSP > ZERO
011250                 MOVE 8 TO WS-RETURN-CODE
011260             WHEN WS-RECS-CHANGED > ZERO
011270                 OR WS-RECS-CLEARED > ZERO
011280                 MOVE 4 TO WS-RETURN-CODE
011290             WHEN OTHER
011300                 MOVE ZERO TO WS-RETURN-CODE
011310         END-EVALUATE
011320     END-IF
011330     DISPLAY 'NSPCSIMU - RETURN CODE = ' WS-RETURN-CODE
011340     MOVE WS-RETURN-CODE TO RETURN-CODE.
011350 9000-EXIT.
011360     EXIT.
011370*
011380 9050-REPORT-ONE-SET.
011390     DISPLAY 'NSPCSIMU - ' WS-SET-NAME(WS-SET-NO) ' SET '
011400         WS-SET-EFF-DATE(WS-SET-NO) ' - REJECTS '
011410         WS-SET-RECS-REJECTED(WS-SET-NO) ' - CHARACTERS REMOVED '
011420         WS-SET-CHARS-REMOVED(WS-SET-NO).
011430 9050-EXIT.
011440     EXIT.
011450*
011460******************************************************************
011470*    9100-REPORT-ONE-RULE - ONE STAGED RULE'S FINDINGS, WITH     *
011480*    WHETHER THE RULE IS AS IN THE CURRENT SET, CHANGED FROM IT, *
011490*    OR ADDED BEYOND IT.                                         *
011500******************************************************************
011510 9100-REPORT-ONE-RULE.
011520     EVALUATE TRUE
011530         WHEN WS-RULE-IDX > WS-RULE-COUNT(WS-CURRENT-SET)
011540             MOVE 'ADDED  ' TO WS-RPT-STATUS
011550         WHEN WS-RULE-DETAIL(WS-STAGED-SET, WS-RULE-IDX)
011560             = WS-RULE-DETAIL(WS-CURRENT-SET, WS-RULE-IDX)
011570             MOVE 'SAME   ' TO WS-RPT-STATUS
011580         WHEN OTHER
011590             MOVE 'CHANGED' TO WS-RPT-STATUS
011600     END-EVALUATE
011610     DISPLAY 'NSPCSIMU - RULE ' WS-RULE-IDX ' ' WS-RPT-STATUS
011620         ' OFFSET ' WS-RULE-OFFSET(WS-STAGED-SET, WS-RULE-IDX)
011630         ' LENGTH ' WS-RULE-LENGTH(WS-STAGED-SET, WS-RULE-IDX)
011640         ' MODE ' WS-RULE-MODE(WS-STAGED-SET, WS-RULE-IDX)
011650         ' - FIELDS DIFFERENT ' WS-RPT-DIFFS(WS-RULE-IDX)
011660     MOVE WS-RULE-IDX TO WS-RPT-SUB
011670     PERFORM 9200-REPORT-SUSPENSE THRU 9200-EXIT.
011680 9100-EXIT.
011690     EXIT.
011700*
011710 9150-REPORT-OTHER.
011720     DISPLAY 'NSPCSIMU - RULE 00 OUTSIDE THE STAGED FIELDS'
011730         ' - RECORDS DIFFERENT ' WS-RPT-DIFFS(WS-OTHER-BUCKET)
011740     MOVE WS-OTHER-BUCKET TO WS-RPT-SUB
011750     PERFORM 9200-REPORT-SUSPENSE THRU 9200-EXIT.
011760 9150-EXIT.
011770     EXIT.
011780*
011790 9200-REPORT-SUSPENSE.
011800     DISPLAY 'NSPCSIMU -         NEW SUSPENSE '
011810         WS-RPT-NEW-SUSP(WS-RPT-SUB)
011820         ' - 80 NOT NUMERIC ' WS-RPT-NEW-80(WS-RPT-SUB)
011830         ' 81 BAD DATE ' WS-RPT-NEW-81(WS-RPT-SUB)
011840         ' 82 REQUIRED ' WS-RPT-NEW-82(WS-RPT-SUB).
011850 9200-EXIT.
011860     EXIT.
011870*
011880 END PROGRAM NSPCSIMU.
