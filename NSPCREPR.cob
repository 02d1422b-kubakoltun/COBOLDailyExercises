000045*   DATE-COMPILED.                                               *
000050*                                                                *
000055*   REMARKS.                                                     *
000059*   SUSPENSE REPROCESS JOB.  READS THE ITEMS THE EXTRACT TEAM    *
000063*   HAS RELEASED ON THE NSPCSWQ SUSPENSE WORK QUEUE (LOADED BY   *
000067*   NSPCSWLD AND WORKED ON-LINE WITH THE NSPW TRANSACTION)       *
000071*   FOR THE FEED IN THE PARM, CLEANS EACH ONE THROUGH THE SAME   *
000075*   NSPCBLK BLOCK CLEANING NOSPCBAT USES - UNDER THE SAME        *
000080*   NSPCRULE FIELD RULES, OR WHOLE-RECORD STRIP-ALL WHEN         *
000085*   NSPCRULE IS EMPTY - AND WRITES THE CLEANED RECORD TO THE     *
000090*   NSPCSUPP SUPPLEMENTAL OUTPUT IN THE NSPCOUT LAYOUT, READY    *
000093*   FOR THE DOWNSTREAM LOAD.  A CLEANED ITEM IS MARKED           *
000096*   REPROCESSED ON THE QUEUE.  AN ITEM THAT STILL REJECTS IS     *
000099*   RE-SUSPENSED TO NSPCRSUS (SAME LAYOUT AS NSPCSUSP) AND GOES  *
000102*   BACK TO OPEN ON THE QUEUE WITH THE NEW REASON AND ONE MORE   *
000105*   ATTEMPT, SO NOTHING IS EVER LOST; NO MARKER RECORDS ARE      *
000108*   WRITTEN - THE SUPPLEMENTAL FILE HAS NO LOCKSTEP PARTNER.     *
000115*                                                                *
000117*   PARM='ffffffff' NAMES THE FEED (DAILYEXT WHEN OMITTED).      *
000119*                                                                *
000121*   RETURN CODES: 0 = EVERYTHING CLEANED (OR NOTHING RELEASED),  *
000123*   8 = RE-REJECTS BACK ON THE QUEUE TO BE WORKED AGAIN, 16 =    *
000125*   RUN STOPPED (BAD NSPCRULE, OR THE QUEUE COULD NOT BE READ    *
000127*   OR UPDATED).                                                 *
000135*                                                                *
000140*   MODIFICATION HISTORY                                         *
000145*   ---------------------------------------------------------    *
000320*                    LRECL 172 TO 182), SO NSPCSAGE CAN AGE      *
000325*                    THE LAPS INSTEAD OF THE TEAM WORKING        *
000330*                    SUSPENSE FROM MEMORY.                       *
000331*   2026-10-05 RLK   THE SUSPENSE RECORD'S FEED ID IS CARRIED    *
000332*                    ONTO A RE-SUSPENSE (LRECL 182 TO 190) AND   *
000333*                    THE FIRST RECORD'S FEED IS STAMPED ON THE   *
000334*                    NSPCSUPP HEADER AND TRAILER - THE HEADER    *
000335*                    IS NOW WRITTEN AFTER THE FIRST READ.  AN    *
000336*                    EMPTY NSPCSUSP STAMPS DAILYEXT.             *
000337*   2026-10-06 RLK   TRANSLATE MODE (X), AS IN NOSPCBAT - THE    *
000338*                    TRANSLATION TABLES THE RULE SET NAMES ARE   *
000339*                    BUILT BY NSPCXLOD AND REGISTERED WITH       *
000340*                    NoSpace THROUGH NSPCXLD; A MISSING OR       *
000341*                    EMPTY TABLE STOPS THE RUN AS A BAD RULE.    *
000347*   2026-10-09 RLK   READS THE RELEASED ITEMS OF THE NSPCSWQ     *
000353*                    SUSPENSE WORK QUEUE INSTEAD OF THE RAW      *
000359*                    NSPCSUSP GENERATION, AND MARKS EACH ONE     *
000365*                    REPROCESSED, OR BACK TO OPEN WITH THE NEW   *
000371*                    REASON WHEN IT STILL REJECTS.  THE FEED     *
000377*                    NOW COMES FROM THE PARM (DEFAULT DAILYEXT). *
000378*   2026-10-10 RLK   WS-RULE-SENSITIVE ADDED TO THE RULE TABLE,  *
000379*                    IN STEP WITH THE NEW RULE-SENSITIVE BYTE,   *
000380*                    SO THE RULE-DETAIL GROUP MOVE STILL LINES   *
000381*                    UP.  CLEANING DOES NOT USE IT.              *
000382*   2026-10-13 RLK   POSTS A RUN-CONTROL ENTRY - RUN DATE,       *
000383*                    FEED, RETURN CODE, START AND END TIMES,     *
000384*                    AND THE ITEMS RELEASED, CLEANED,            *
000385*                    RE-SUSPENSED, AND PASSED - TO THE NSPCLEDG  *
000386*                    LEDGER THROUGH NSPCLPST AT END OF JOB, FOR  *
000387*                    THE NSPCOPSM MORNING SUMMARY.               *
000388*                                                                *
000395******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.              NSPCREPR.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000515     SELECT NSPCSWQ  ASSIGN TO NSPCSWQ
000520            ORGANIZATION IS INDEXED
000525            ACCESS MODE IS DYNAMIC
000530            RECORD KEY IS SWQ-KEY
000535            FILE STATUS IS WS-SWQ-STATUS.
000540     SELECT NSPCRULE ASSIGN TO NSPCRULE
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT NSPCSUPP ASSIGN TO NSPCSUPP
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000628*    SUSPENSE WORK QUEUE - THE RELEASED ITEMS ARE CLEANED AND
000636*    EACH ONE IS REWRITTEN WITH THE OUTCOME.
000644 FD  NSPCSWQ.
000652     COPY NSPCSWQ.
000660*
000670*    SUPPLEMENTAL CLEANED OUTPUT - SAME LAYOUT AS NSPCOUT SO THE
000680*    DOWNSTREAM LOAD TAKES IT UNCHANGED.
000860     03  RSUS-IN-DATA                PIC X(150).
000862     03  RSUS-FIRST-DATE             PIC 9(08).
000864     03  RSUS-ATTEMPTS               PIC 9(02).
000867     03  RSUS-FEED-ID                PIC X(08).
000870*
000880*    FIELD-RULES CONTROL FILE - SAME RECORD AND EDITS AS
000890*    NOSPCBAT'S, SO A SUSPENDED RECORD IS RECLEANED UNDER THE
001082     03  WS-TYPE-MATCH-SW            PIC X(01) VALUE 'Y'.
001084         88  WS-TYPE-MATCH               VALUE 'Y'.
001086         88  WS-TYPE-NO-MATCH            VALUE 'N'.
001087     03  WS-SWQ-OPEN-SW              PIC X(01) VALUE 'N'.
001088         88  WS-SWQ-OPEN                 VALUE 'Y'.
001089         88  WS-SWQ-NOT-OPEN             VALUE 'N'.
001090     03  WS-QUEUE-ERROR-SW           PIC X(01) VALUE 'N'.
001091         88  WS-QUEUE-ERROR              VALUE 'Y'.
001092         88  WS-QUEUE-NO-ERROR           VALUE 'N'.
001093     03  WS-ITEM-SW                  PIC X(01) VALUE 'N'.
001094         88  WS-ITEM-READY               VALUE 'Y'.
001095         88  WS-ITEM-NOT-READY           VALUE 'N'.
001096 01  WS-COUNTERS.
001100     03  WS-RECS-READ                PIC 9(07) VALUE ZERO.
001110     03  WS-RECS-WRITTEN             PIC 9(07) VALUE ZERO.
001120     03  WS-RECS-RESUSPENSED         PIC 9(07) VALUE ZERO.
001125     03  WS-ITEMS-PASSED             PIC 9(07) VALUE ZERO.
001130 01  WS-WORK-FIELDS.
001140     03  WS-MAX-LEN                  PIC 9(03) VALUE 150.
001150     03  WS-I                        PIC 9(03).
001190     03  WS-SUSP-REASON              PIC 9(02).
001200     03  WS-SUSP-FIELD               PIC 9(02).
001210     03  WS-RUN-DATE                 PIC 9(08).
001215     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
001216     03  WS-RUN-TIME                 PIC 9(08).
001217     03  WS-PARM-LEN-FEED            PIC S9(04) COMP VALUE 8.
001218     03  WS-SWQ-STATUS               PIC X(02).
001219         88  WS-SWQ-STATUS-OK            VALUE '00' '97'.
001220         88  WS-SWQ-END                  VALUE '10' '23'.
001221         88  WS-SWQ-NEVER-LOADED         VALUE '35'.
001222 01  WS-CONDITION-FIELDS.
001230     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001240*
001250*    POST-CLEAN CONTENT-EDIT WORK FIELDS - SEE 2440-EDIT-CONTENT.
001640             07  WS-RULE-REC-TYPE        PIC X(01).
001650             07  WS-RULE-REPL            PIC X(01).
001660             07  WS-RULE-CONTENT         PIC X(01).
001661             07  WS-RULE-XLATE           PIC X(08).
001662             07  WS-RULE-SENSITIVE       PIC X(01).
001663             07  WS-RULE-XLATE-NO        PIC 9(01).
001664*
001665*    TRANSLATION TABLES THE RULE SET NAMES - SAME HANDLING AS
001666*    NOSPCBAT'S.
001667 01  WS-XLATE-FIELDS.
001668     03  WS-MAX-XLATE                PIC 9(01) VALUE 9.
001669     03  WS-XLATE-IDX                PIC 9(02).
001670     03  WS-XLATE-HIT                PIC 9(02).
001671*
001672     COPY NSPCXTAB.
001673*
001680     COPY NSPCLINK.
001690*
001700     COPY NSPCBLOK.
001705*    FIELD IS 998.  SEE THE NSPCCTL COPYBOOK.
001706     COPY NSPCCTL.
001710*
001712*    THE RELEASED ITEM BEING REPROCESSED, STAGED IN THE
001714*    SUSPENSE LAYOUT THE CLEANING AND RE-SUSPENSE LOGIC WORK ON.
001716     COPY NSPCSUSP.
001718*
001720*    MAP OF BLOCK ENTRIES BACK TO THE RULES AND RECORD
001730*    POSITIONS THEY CAME FROM - SHORT RECORDS CAN DROP RULES,
001740*    SO ENTRY I IS NOT ALWAYS RULE I.
001780         05  WS-ENTRY-OFF            PIC 9(03).
001790         05  WS-ENTRY-LEN            PIC 9(03).
001800*
001801*    RUN-CONTROL LEDGER ENTRY, POSTED AT END OF JOB THROUGH
001802*    NSPCLPST.  SEE THE NSPCLEDG COPYBOOK.
001803     COPY NSPCLEDG.
001804*
001805 LINKAGE SECTION.
001806 01  LK-PARM-AREA.
001807     03  LK-PARM-LEN                 PIC S9(04) COMP.
001808     03  LK-PARM-FEED                PIC X(08).
001809*
001810******************************************************************
001820*    0000-MAINLINE                                               *
001830******************************************************************
001840 PROCEDURE DIVISION USING LK-PARM-AREA.
001850*
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001910     GOBACK.
001920*
001930******************************************************************
001932*    1000-INITIALIZE - PICK UP THE FEED FROM THE EXEC PARM,      *
001934*    LOAD THE RULES, AND OPEN THE QUEUE AND THE OUTPUTS.  A      *
001936*    QUEUE THAT HAS NEVER BEEN LOADED (STATUS 35) HOLDS NOTHING  *
001938*    RELEASED; A QUEUE THAT WILL NOT OPEN OR POSITION STOPS THE  *
001940*    RUN.  THE HEADER AND TRAILER ARE WRITTEN EITHER WAY SO AN   *
001942*    EMPTY NSPCSUPP STILL BALANCES.                              *
001950******************************************************************
001960 1000-INITIALIZE.
001963     ACCEPT LEDG-START-DATE FROM DATE YYYYMMDD
001966     ACCEPT LEDG-START-TIME FROM TIME
001970     INITIALIZE STRNG-STATS
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001981     ACCEPT WS-RUN-TIME FROM TIME
001982     EVALUATE TRUE
001983         WHEN LK-PARM-LEN = ZERO
001984             CONTINUE
001985         WHEN LK-PARM-LEN = WS-PARM-LEN-FEED
001986             MOVE LK-PARM-FEED TO WS-FEED-ID
001987         WHEN OTHER
001988             DISPLAY 'NSPCREPR - PARM LENGTH ' LK-PARM-LEN
001989                 ' IS NOT THE FEED WIDTH OF ' WS-PARM-LEN-FEED
001990                 ' - DAILYEXT ASSUMED'
001991     END-EVALUATE
001992     DISPLAY 'NSPCREPR - FEED ID = ' WS-FEED-ID
001993     PERFORM 1200-LOAD-RULES THRU 1200-EXIT
002000     IF WS-RULE-ERROR
002010         DISPLAY 'NSPCREPR - RUN STOPPED - NSPCRULE IS INVALID'
002020         SET WS-EOF TO TRUE
002030     ELSE
002050         OPEN OUTPUT NSPCSUPP
002060         OPEN OUTPUT NSPCRSUS
002062         PERFORM 1050-OPEN-QUEUE THRU 1050-EXIT
002064         PERFORM 1080-WRITE-HEADER THRU 1080-EXIT
002066         IF WS-NOT-EOF
002068             PERFORM 2100-READ-NSPCSWQ THRU 2100-EXIT
002073         END-IF
002080     END-IF.
002090 1000-EXIT.
002091     EXIT.
002092*
002093 1050-OPEN-QUEUE.
002094     OPEN I-O NSPCSWQ
002095     EVALUATE TRUE
002096         WHEN WS-SWQ-NEVER-LOADED
002097             DISPLAY 'NSPCREPR - NSPCSWQ HAS NEVER BEEN LOADED - '
002098                 'NOTHING RELEASED'
002099             SET WS-EOF TO TRUE
002100         WHEN NOT WS-SWQ-STATUS-OK
002101             DISPLAY 'NSPCREPR - NSPCSWQ OPEN FAILED - STATUS '
002102                 WS-SWQ-STATUS
002103             SET WS-QUEUE-ERROR TO TRUE
002104             SET WS-EOF TO TRUE
002105         WHEN OTHER
002106             SET WS-SWQ-OPEN TO TRUE
002107             MOVE WS-FEED-ID TO SWQ-FEED-ID
002108             MOVE ZERO       TO SWQ-FIRST-DATE
002109             MOVE ZERO       TO SWQ-RECORD-NUMBER
002110             START NSPCSWQ KEY IS NOT LESS THAN SWQ-KEY
002111                 INVALID KEY
002112                     SET WS-EOF TO TRUE
002113             END-START
002114     END-EVALUATE.
002115 1050-EXIT.
002116     EXIT.
002117*
002118******************************************************************
002119*    1080-WRITE-HEADER - FIRST RECORD OF NSPCSUPP: A CONTROL     *
002120*    RECORD (LENGTH 998, SEE NSPCCTL) WITH THE RUN DATE AND      *
002121*    THE FEED BEING REPROCESSED.  NSPCSUPP HAS NO GENERATION     *
002122*    NUMBER OF ITS OWN, SO THE GENERATION RIDES AS ZERO.         *
002124******************************************************************
002125 1080-WRITE-HEADER.
002126     MOVE SPACES TO NSPCCTL-RECORD
002127     SET CTL-ID-HEADER TO TRUE
002128     MOVE WS-RUN-DATE TO CTL-RUN-DATE
002129     MOVE ZERO TO CTL-GENERATION
002130     MOVE ZERO TO CTL-RECS-WRITTEN
002131     MOVE ZERO TO CTL-RECS-REJECTED
002132     MOVE ZERO TO CTL-CHARS-REMOVED
002133     MOVE WS-FEED-ID TO CTL-FEED-ID
002134     MOVE 998 TO SUPP-LEN
002135     MOVE NSPCCTL-RECORD TO SUPP-DATA
002136     WRITE NSPCSUPP-RECORD.
002137 1080-EXIT.
002138     EXIT.
002139*
002140******************************************************************
002141*    1200-LOAD-RULES - READ THE NSPCRULE CONTROL FILE INTO THE   *
002142*    WS-RULE-TABLE, WITH THE SAME EDITS NOSPCBAT APPLIES.  ANY   *
002150*    BAD RULE STOPS THE RUN; AN EMPTY NSPCRULE SELECTS THE       *
002160*    WHOLE-RECORD STRIP-ALL BEHAVIOR.                            *
002170******************************************************************
002180 1200-LOAD-RULES.
002190     MOVE ZERO TO WS-RULE-COUNT
002195     MOVE ZERO TO XLATE-TABLE-COUNT
002200     SET WS-RULE-NO-ERROR TO TRUE
002210     SET WS-RULE-NOT-EOF TO TRUE
002220     OPEN INPUT NSPCRULE
002310             DISPLAY 'NSPCREPR - FIELD RULES LOADED = '
002320                 WS-RULE-COUNT
002330         END-IF
002332         IF XLATE-TABLE-COUNT > ZERO
002334             PERFORM 1250-LOAD-XLATE-TABLES THRU 1250-EXIT
002336         END-IF
002340     END-IF.
002350 1200-EXIT.
002360     EXIT.
002550         IF WS-RULE-NO-ERROR
002560             ADD 1 TO WS-RULE-COUNT
002570             MOVE RULE-DETAIL TO WS-RULE-ENTRY(WS-RULE-COUNT)
002572             MOVE ZERO TO WS-RULE-XLATE-NO(WS-RULE-COUNT)
002574             IF RULE-MODE = 'X'
002576                 PERFORM 1240-ASSIGN-XLATE-TABLE THRU 1240-EXIT
002578             END-IF
002580         END-IF
002590     END-IF.
002600 1220-EXIT.
002770         END-IF
002780         IF RULE-MODE NOT = 'A' AND RULE-MODE NOT = 'S'
002790             AND RULE-MODE NOT = 'T' AND RULE-MODE NOT = 'R'
002795             AND RULE-MODE NOT = 'X'
002800             DISPLAY 'NSPCREPR - NSPCRULE RECORD ' WS-RULE-SEQ
002810                 ' MODE ' RULE-MODE ' IS NOT A, S, T, R, OR X'
002820             SET WS-RULE-ERROR TO TRUE
002830         END-IF
002831         IF RULE-MODE = 'X' AND RULE-XLATE-TABLE = SPACES
002832             DISPLAY 'NSPCREPR - NSPCRULE RECORD ' WS-RULE-SEQ
002833                 ' IS MODE X BUT NAMES NO TRANSLATION TABLE'
002834             SET WS-RULE-ERROR TO TRUE
002835         END-IF
002840         IF RULE-CLASS NOT = 'S' AND RULE-CLASS NOT = 'T'
002850             AND RULE-CLASS NOT = 'L' AND RULE-CLASS NOT = 'N'
002860             DISPLAY 'NSPCREPR - NSPCRULE RECORD ' WS-RULE-SEQ
003060 1230-EXIT.
003070     EXIT.
003080*
003081******************************************************************
003082*    1240-ASSIGN-XLATE-TABLE - GIVE THE MODE-X RULE JUST STORED  *
003083*    THE SLOT OF ITS TRANSLATION TABLE, AS NOSPCBAT DOES.        *
003084******************************************************************
003085 1240-ASSIGN-XLATE-TABLE.
003086     MOVE ZERO TO WS-XLATE-HIT
003087     PERFORM 1245-TEST-ONE-XLATE THRU 1245-EXIT
003088         VARYING WS-XLATE-IDX FROM 1 BY 1
003089         UNTIL WS-XLATE-IDX > XLATE-TABLE-COUNT
003090             OR WS-XLATE-HIT > ZERO
003091     IF WS-XLATE-HIT = ZERO
003092         IF XLATE-TABLE-COUNT >= WS-MAX-XLATE
003093             DISPLAY 'NSPCREPR - NSPCRULE NAMES MORE THAN '
003094                 WS-MAX-XLATE ' TRANSLATION TABLES'
003095             SET WS-RULE-ERROR TO TRUE
003096         ELSE
003097             ADD 1 TO XLATE-TABLE-COUNT
003098             MOVE XLATE-TABLE-COUNT TO WS-XLATE-HIT
003099             MOVE RULE-XLATE-TABLE
003100                 TO XLATE-TABLE-NAME(WS-XLATE-HIT)
003101         END-IF
003102     END-IF
003103     IF WS-XLATE-HIT > ZERO
003104         MOVE WS-XLATE-HIT TO WS-RULE-XLATE-NO(WS-RULE-COUNT)
003105     END-IF.
003106 1240-EXIT.
003107     EXIT.
003108*
003109 1245-TEST-ONE-XLATE.
003110     IF XLATE-TABLE-NAME(WS-XLATE-IDX) = RULE-XLATE-TABLE
003111         MOVE WS-XLATE-IDX TO WS-XLATE-HIT
003112     END-IF.
003113 1245-EXIT.
003114     EXIT.
003115*
003116******************************************************************
003117*    1250-LOAD-XLATE-TABLES - BUILD THE TRANSLATION TABLES FROM  *
003118*    NSPCXLAT AND REGISTER THE SET WITH NoSpace.  A TABLE THAT   *
003119*    CANNOT BE BUILT STOPS THE RUN LIKE ANY OTHER BAD RULE.      *
003120******************************************************************
003121 1250-LOAD-XLATE-TABLES.
003122     CALL 'NSPCXLOD' USING XLATE-SET
003123     IF XLATE-LOAD-OK
003124         CALL 'NSPCXLD' USING XLATE-SET
003125         DISPLAY 'NSPCREPR - TRANSLATION TABLES LOADED = '
003126             XLATE-TABLE-COUNT
003127     ELSE
003128         DISPLAY 'NSPCREPR - TRANSLATION TABLES NOT LOADED - '
003129             'NSPCXLOD RETURN CODE ' XLATE-LOAD-RC
003130         SET WS-RULE-ERROR TO TRUE
003131     END-IF.
003132 1250-EXIT.
003133     EXIT.
003134*
003135******************************************************************
003136*    2000-REPROCESS-ONE-RECORD - CLEAN THE CURRENT RELEASED      *
003137*    ITEM THROUGH THE SAME NSPCBLK BLOCK CLEANING NOSPCBAT USES  *
003138*    AND WRITE IT TO THE SUPPLEMENTAL OUTPUT, OR RE-SUSPENSE IT  *
003139*    IF IT STILL REJECTS.                                        *
003140******************************************************************
003150 2000-REPROCESS-ONE-RECORD.
003160     IF WS-RULE-COUNT = ZERO
003180     ELSE
003190         PERFORM 2400-CLEAN-RULED-RECORD THRU 2400-EXIT
003200     END-IF
003205     IF WS-NOT-EOF
003210         PERFORM 2100-READ-NSPCSWQ THRU 2100-EXIT
003215     END-IF.
003220 2000-EXIT.
003230     EXIT.
003240*
003242******************************************************************
003244*    2100-READ-NSPCSWQ - THE FEED'S NEXT RELEASED ITEM, STAGED   *
003246*    INTO THE NSPCSUSP LAYOUT.  OPEN, CORRECTED, WRITTEN-OFF,    *
003248*    AND REPROCESSED ITEMS ARE PASSED OVER; THE FEED'S LAST      *
003250*    ITEM ENDS THE RUN.                                          *
003252******************************************************************
003254 2100-READ-NSPCSWQ.
003256     SET WS-ITEM-NOT-READY TO TRUE
003258     PERFORM 2110-READ-NEXT-ITEM THRU 2110-EXIT
003260         UNTIL WS-ITEM-READY OR WS-EOF.
003262 2100-EXIT.
003264     EXIT.
003266*
003268 2110-READ-NEXT-ITEM.
003270     READ NSPCSWQ NEXT RECORD
003272     END-READ
003274     EVALUATE TRUE
003276         WHEN WS-SWQ-END
003280             SET WS-EOF TO TRUE
003281         WHEN NOT WS-SWQ-STATUS-OK
003282             DISPLAY 'NSPCREPR - NSPCSWQ READ FAILED - STATUS '
003283                 WS-SWQ-STATUS
003284             SET WS-QUEUE-ERROR TO TRUE
003285             SET WS-EOF TO TRUE
003286         WHEN SWQ-FEED-ID NOT = WS-FEED-ID
003287             SET WS-EOF TO TRUE
003288         WHEN NOT SWQ-STATUS-RELEASED
003289             ADD 1 TO WS-ITEMS-PASSED
003290         WHEN OTHER
003300             ADD 1 TO WS-RECS-READ
003301             PERFORM 2150-STAGE-ITEM THRU 2150-EXIT
003302             SET WS-ITEM-READY TO TRUE
003303     END-EVALUATE.
003304 2110-EXIT.
003305     EXIT.
003306*
003307 2150-STAGE-ITEM.
003308     MOVE SWQ-RUN-DATE        TO SUSP-RUN-DATE
003309     MOVE SWQ-RECORD-NUMBER   TO SUSP-RECORD-NUMBER
003310     MOVE SWQ-REASON          TO SUSP-REASON
003311     MOVE SWQ-FIELD-NUMBER    TO SUSP-FIELD-NUMBER
003312     MOVE SWQ-IN-LEN          TO SUSP-IN-LEN
003313     MOVE SWQ-IN-DATA         TO SUSP-IN-DATA
003314     MOVE SWQ-FIRST-DATE      TO SUSP-FIRST-DATE
003315     MOVE SWQ-ATTEMPTS        TO SUSP-ATTEMPTS
003316     MOVE SWQ-FEED-ID         TO SUSP-FEED-ID.
003317 2150-EXIT.
003330     EXIT.
003340*
003350******************************************************************
003550         END-IF
003560         WRITE NSPCSUPP-RECORD
003570         ADD 1 TO WS-RECS-WRITTEN
003575         PERFORM 2600-MARK-REPROCESSED THRU 2600-EXIT
003580     ELSE
003590         MOVE BLOCK-RETURN-CODE(1) TO WS-SUSP-REASON
003600         MOVE ZERO TO WS-SUSP-FIELD
003870         ELSE
003880             WRITE NSPCSUPP-RECORD
003890             ADD 1 TO WS-RECS-WRITTEN
003895             PERFORM 2600-MARK-REPROCESSED THRU 2600-EXIT
003900         END-IF
003910     END-IF.
003920 2400-EXIT.
004380             MOVE WS-RULE-ENC(WS-RULE-IDX)
004390                 TO BLOCK-ENCODING(BLOCK-FIELD-COUNT)
004400         END-IF
004402         IF WS-RULE-MODE(WS-RULE-IDX) = 'X'
004404             MOVE WS-RULE-XLATE-NO(WS-RULE-IDX)
004406                 TO BLOCK-XLATE-TABLE-NO(BLOCK-FIELD-COUNT)
004408         ELSE
004410             MOVE WS-RULE-REPL(WS-RULE-IDX)
004420                 TO BLOCK-REPLACE-CHAR(BLOCK-FIELD-COUNT)
004425         END-IF
004430         MOVE WS-RULE-PROT-CNT(WS-RULE-IDX)
004440             TO BLOCK-PROTECT-COUNT(BLOCK-FIELD-COUNT)
004450         PERFORM 2417-LOAD-ONE-PROTECT THRU 2417-EXIT
006330******************************************************************
006340*    2500-WRITE-RESUSPENSE - THE RECORD STILL REJECTS: SEND IT   *
006350*    BACK OUT ON NSPCRSUS WITH TODAY'S DATE AND THE NEW REASON,  *
006357*    KEEPING ITS ORIGINAL RECORD NUMBER, AND PUT THE ITEM BACK   *
006364*    TO OPEN ON THE QUEUE THE SAME WAY, SO IT CAN BE WORKED AND  *
006371*    FED THROUGH THIS JOB AGAIN.                                 *
006380******************************************************************
006390 2500-WRITE-RESUSPENSE.
006400     DISPLAY 'NSPCREPR - RECORD ' SUSP-RECORD-NUMBER
006480     MOVE SUSP-IN-DATA        TO RSUS-IN-DATA
006482     MOVE SUSP-FIRST-DATE     TO RSUS-FIRST-DATE
006484     MOVE SUSP-ATTEMPTS       TO RSUS-ATTEMPTS
006485     MOVE SUSP-FEED-ID        TO RSUS-FEED-ID
006486     IF RSUS-ATTEMPTS < 99
006488         ADD 1 TO RSUS-ATTEMPTS
006490     END-IF
006492     WRITE NSPCRSUS-RECORD
006494     ADD 1 TO WS-RECS-RESUSPENSED
006496     SET SWQ-STATUS-OPEN      TO TRUE
006498     MOVE RSUS-RUN-DATE       TO SWQ-RUN-DATE
006500     MOVE RSUS-REASON         TO SWQ-REASON
006502     MOVE RSUS-FIELD-NUMBER   TO SWQ-FIELD-NUMBER
006504     MOVE RSUS-ATTEMPTS       TO SWQ-ATTEMPTS
006506     PERFORM 2690-REWRITE-ITEM THRU 2690-EXIT.
006510 2500-EXIT.
006511     EXIT.
006512*
006513 2600-MARK-REPROCESSED.
006514     SET SWQ-STATUS-REPROCESSED TO TRUE
006515     PERFORM 2690-REWRITE-ITEM THRU 2690-EXIT.
006516 2600-EXIT.
006517     EXIT.
006518*
006519******************************************************************
006520*    2690-REWRITE-ITEM - FILE THE OUTCOME ON THE QUEUE ITEM,     *
006521*    STAMPED WITH THIS JOB.  A REWRITE THAT FAILS STOPS THE      *
006522*    RUN - THE QUEUE WOULD NO LONGER AGREE WITH NSPCSUPP.        *
006523******************************************************************
006524 2690-REWRITE-ITEM.
006525     MOVE 'NSPCREPR'          TO SWQ-LAST-USER
006526     MOVE WS-RUN-DATE         TO SWQ-LAST-DATE
006527     MOVE WS-RUN-TIME(1:6)    TO SWQ-LAST-TIME
006528     REWRITE NSPCSWQ-RECORD
006529     END-REWRITE
006530     IF NOT WS-SWQ-STATUS-OK
006531         DISPLAY 'NSPCREPR - NSPCSWQ REWRITE FAILED FOR '
006532             SWQ-FEED-ID ' ' SWQ-FIRST-DATE ' '
006533             SWQ-RECORD-NUMBER ' - STATUS ' WS-SWQ-STATUS
006534         SET WS-QUEUE-ERROR TO TRUE
006535         SET WS-EOF TO TRUE
006536     END-IF.
006537 2690-EXIT.
006538     EXIT.
006539*
006540******************************************************************
006550*    9000-TERMINATE                                              *
006560******************************************************************
006600         MOVE 16 TO WS-RETURN-CODE
006610     ELSE
006615         PERFORM 9010-WRITE-TRAILER THRU 9010-EXIT
006618         IF WS-SWQ-OPEN
006621             CLOSE NSPCSWQ
006624         END-IF
006630         CLOSE NSPCSUPP
006640         CLOSE NSPCRSUS
006645         DISPLAY 'NSPCREPR - RELEASED ITEMS READ  = ' WS-RECS-READ
006650         DISPLAY 'NSPCREPR - OTHER ITEMS PASSED   = '
006655             WS-ITEMS-PASSED
006660         DISPLAY 'NSPCREPR - RECORDS CLEANED      = '
006670             WS-RECS-WRITTEN
006680         DISPLAY 'NSPCREPR - RECORDS RE-SUSPENSED = '
006730             STATS-CHARS-REMOVED
006740         IF WS-RECS-RESUSPENSED > ZERO
006750             MOVE 8 TO WS-RETURN-CODE
006752         END-IF
006754         IF WS-QUEUE-ERROR
006756             DISPLAY 'NSPCREPR - RUN STOPPED ON A NSPCSWQ ERROR'
006758             MOVE 16 TO WS-RETURN-CODE
006760         END-IF
006770     END-IF
006780     DISPLAY 'NSPCREPR - RETURN CODE = ' WS-RETURN-CODE
006785     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
006790     MOVE WS-RETURN-CODE TO RETURN-CODE.
006800 9000-EXIT.
006810     EXIT.
006829     MOVE WS-RECS-WRITTEN        TO CTL-RECS-WRITTEN
006830     MOVE ZERO                   TO CTL-RECS-REJECTED
006831     MOVE STATS-CHARS-REMOVED    TO CTL-CHARS-REMOVED
006832     MOVE WS-FEED-ID             TO CTL-FEED-ID
006833     MOVE 998 TO SUPP-LEN
006834     MOVE NSPCCTL-RECORD TO SUPP-DATA
006835     WRITE NSPCSUPP-RECORD.
006836 9010-EXIT.
006837     EXIT.
006838*
006840******************************************************************
006850*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
006860*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
006870*    JOB CARRIES).  PERFORMED LAST, JUST BEFORE RETURN-CODE IS   *
006880*    SET, AS THE CALL TO NSPCLPST RESETS IT.                     *
006890******************************************************************
006900 9500-POST-LEDGER.
006910     INITIALIZE LEDG-COUNTS
006920     MOVE 'NSPCREPR'              TO LEDG-JOB
006930     MOVE WS-FEED-ID              TO LEDG-FEED-ID
006940     MOVE WS-RUN-DATE             TO LEDG-RUN-DATE
006950     MOVE ZERO                    TO LEDG-GENERATION
006960     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
006970     MOVE 'RELEASED'              TO LEDG-COUNT-NAME(1)
006980     MOVE WS-RECS-READ            TO LEDG-COUNT-VALUE(1)
006990     MOVE 'CLEANED'               TO LEDG-COUNT-NAME(2)
007000     MOVE WS-RECS-WRITTEN         TO LEDG-COUNT-VALUE(2)
007010     MOVE 'RESUSP'                TO LEDG-COUNT-NAME(3)
007020     MOVE WS-RECS-RESUSPENSED     TO LEDG-COUNT-VALUE(3)
007030     MOVE 'PASSED'                TO LEDG-COUNT-NAME(4)
007040     MOVE WS-ITEMS-PASSED         TO LEDG-COUNT-VALUE(4)
007050     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
007060 9500-EXIT.
007070     EXIT.
007080*
007090 END PROGRAM NSPCREPR.
