000110*   ON-LINE (CICS) MAINTENANCE FOR THE NSPCRMST EFFECTIVE-DATED  *
000120*   RULE MASTER - A SIBLING OF NSPCINQ.  THE EXTRACT TEAM KEYS   *
000130*                                                                *
000140*       NSPR ADD FFFFFFFF YYYYMMDD NN <40-BYTE RULE DETAIL>      *
000150*       NSPR CHG FFFFFFFF YYYYMMDD NN <40-BYTE RULE DETAIL>      *
000160*       NSPR DEL FFFFFFFF YYYYMMDD NN                            *
000165*       NSPR COL FFFFFFFF YYYYMMDD NN <COLUMN NAME>              *
000170*       NSPR BRW FFFFFFFF YYYYMMDD                               *
000180*                                                                *
000183*   WHERE FFFFFFFF IS THE FEED ID THE RULE SET BELONGS TO (THE   *
000186*   ORIGINAL EXTRACT IS DAILYEXT) AND THE RULE DETAIL IS THE     *
000190*   SAME COLUMN IMAGE THE FLAT                                   *
000200*   NSPCRULE FILE CARRIES - OFFSET(3) LENGTH(3) MODE(1)          *
000210*   CLASS(1) PROTECT COUNT(1) THREE START(3)/END(3) PAIRS,       *
000220*   ENCODING(1), RECORD TYPE(1) (BLANK OR '*' = EVERY RECORD),   *
000221*   REPLACE CHAR(1), CONTENT TYPE(1), TRANSLATION TABLE          *
000222*   NAME(8), AND SENSITIVE FLAG(1) - SO THE COLUMNS THE          *
000224*   TEAM ALREADY KNOWS FROM HAND-EDITING THE FILE ARE THE ONES   *
000230*   KEYED HERE.                                                  *
000231*                                                                *
000232*   COL NAMES THE COLUMN THE RULE'S FIELD BECOMES IN THE         *
000233*   NSPCDELM DELIMITED EXPORT - UP TO 20 CHARACTERS, NO COMMA,   *
000234*   PIPE, OR DOUBLE QUOTE (THE EXPORT'S DELIMITERS).  A COL      *
000235*   WITH NO NAME CLEARS IT, AND THE EXPORT CALLS THE COLUMN      *
000236*   FIELDnn.  THE NAME IS KEPT ON THE RULE MASTER BESIDE THE     *
000237*   DETAIL, NOT IN IT: AN ADD FILES THE RULE WITH NO NAME AND A  *
000238*   CHG LEAVES THE NAME ALONE.                                   *
000239*                                                                *
000240*   EVERY ADD AND CHANGE GETS THE SAME EDITS NOSPCBAT APPLIES    *
000250*   AT 1230-EDIT-ONE-RULE (FIELD INSIDE THE 150-BYTE RECORD,     *
000260*   MODE A/S/T/R/X, CLASS S/T/L/N, ENCODING BLANK/E/A/D,         *
000261*   CONTENT TYPE BLANK/N/D/R, SENSITIVE FLAG BLANK/Y, PROTECT    *
000262*   COUNT AT MOST 3), PLUS ONE NOSPCBAT CANNOT MAKE UNTIL        *
000264*   NSPCXLOD RUNS - A MODE-X RULE'S TRANSLATION TABLE MUST       *
000266*   ALREADY BE ON NSPCXLAT - SO A TYPO IS REJECTED AT KEYING     *
000270*   TIME INSTEAD OF STOPPING THE NIGHT WITH RETURN CODE 16.      *
000290*                                                                *
000300*   RULE SETS ARE EFFECTIVE-DATED: THE RULES UNDER ONE FEED      *
000305*   AND ONE EFFECTIVE DATE ARE ONE SET, AND THE NSPCRSEL         *
000310*   SELECT JOB WRITES THE SET IN EFFECT FOR THE RUN DATE TO      *
000320*   THE FLAT NSPCRULE FILE AHEAD OF NOSPCBAT EACH NIGHT - SO     *
000330*   NEXT MONDAY'S LAYOUT IS STAGED UNDER ITS OWN DATE TODAY      *
000340*   AND NOBODY EDITS THE LIVE FILE AT 11 PM.  EVERY SUCCESSFUL   *
000350*   ADD, CHANGE, AND DELETE IS AUDITED TO NSPCRAUD (WHO, WHEN,   *
000360*   BEFORE AND AFTER IMAGES - SEE THE NSPCRAUD COPYBOOK).        *
000380*                                                                *
000390*   CICS RESOURCES: TRANSACTION NSPR -> PROGRAM NSPCRMNT; FILE   *
000400*   NSPCRMST -> THE RULE MASTER KSDS (READ/UPDATE/ADD/DELETE/    *
000410*   BROWSE) AND FILE NSPCRAUD -> THE AUDIT KSDS (ADD), BOTH      *
000413*   DEFINED BY NSPCRMST.JCL; FILE NSPCXLAT -> THE TRANSLATION    *
000416*   TABLE KSDS (BROWSE), DEFINED BY NSPCXLAT.JCL.                *
000420*   NO BMS MAP - THE SCREEN IS BUILT                             *
000430*   WITH SEND TEXT, NEW-LINE DELIMITED, SAME AS NSPCINQ.         *
000440*                                                                *
000450*   MODIFICATION HISTORY                                         *
000500*   2026-09-02 RLK   RULE DETAIL WIDENED TO 31 BYTES - THE       *
000501*                    POST-CLEAN CONTENT TYPE ADDED, WITH ITS     *
000502*                    OWN EDIT (BLANK, N, D, OR R).               *
000503*   2026-10-05 RLK   FEED ID KEYED AHEAD OF THE EFFECTIVE DATE - *
000504*                    THE MASTER AND AUDIT KEYS NOW CARRY IT, AND *
000505*                    A BROWSE STOPS AT THE END OF THE FEED.      *
000506*   2026-10-06 RLK   RULE DETAIL WIDENED TO 39 BYTES - THE       *
000507*                    TRANSLATION TABLE NAME ADDED FOR THE NEW    *
000508*                    MODE X.  MODE EDIT NOW ACCEPTS X, AND A     *
000509*                    MODE-X RULE MUST NAME A TABLE ALREADY ON    *
000510*                    NSPCXLAT.                                   *
000511*   2026-10-10 RLK   RULE DETAIL WIDENED TO 40 BYTES - THE       *
000512*                    SENSITIVE-DATA FLAG ADDED (BLANK OR Y),     *
000513*                    MARKING A FIELD NSPCRPT AND NSPCMASK        *
000514*                    MASK.  DETAIL LINES WIDENED TO 54 TO ECHO   *
000515*                    IT.                                         *
000516*   2026-10-14 RLK   NEW ACTION COL NAMES THE EXPORT COLUMN OF   *
000517*                    A RULE (RMST-COLUMN-NAME, USED BY           *
000518*                    NSPCDELM), AUDITED AS ACTION N.  AN ADD     *
000519*                    FILES A BLANK NAME, A CHG KEEPS THE NAME,   *
000520*                    AND BRW SHOWS IT.  DETAIL LINES WIDENED TO  *
000521*                    75.                                         *
000522*                                                                *
000523******************************************************************
000524 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.              NSPCRMNT.
000540 AUTHOR.                  R L KOLTUN.
000550 INSTALLATION.            DAILY EXTRACT PROCESSING.
000760     03  WS-PTR                      PIC S9(04) COMP.
000770     03  WS-TRAN-CODE                PIC X(04).
000780     03  WS-IN-ACTION                PIC X(03).
000785     03  WS-IN-FEED                  PIC X(08).
000790     03  WS-IN-DATE                  PIC X(08).
000800     03  WS-IN-SEQ                   PIC X(02).
000810     03  WS-IN-DETAIL                PIC X(40).
000813     03  WS-IN-COLUMN                PIC X(20).
000816     03  WS-NAME-BAD-CHARS           PIC S9(04) COMP.
000820     03  WS-MAX-LEN                  PIC 9(03) VALUE 150.
000830     03  WS-MAX-RULES                PIC 9(02) VALUE 20.
000840     03  WS-BRW-LINES                PIC 9(02).
000850     03  WS-BRW-MAX                  PIC 9(02) VALUE 10.
000860 01  WS-RMST-RID.
000865     03  WS-RID-FEED-ID              PIC X(08).
000870     03  WS-RID-EFF-DATE             PIC 9(08).
000880     03  WS-RID-RULE-SEQ             PIC 9(02).
000890 01  WS-AUDIT-FIELDS.
000920*    BYTES CARRY THE DIGITS THE AUDIT KEY WANTS.
000922     03  WS-AUD-DATE-X               PIC X(10).
000930     03  WS-AUD-TIME-X               PIC X(08).
000940     03  WS-BEFORE-DETAIL            PIC X(40).
000950     03  WS-AFTER-DETAIL             PIC X(40).
000960*
000970*    RULE MASTER RECORD - SAME SHARED LAYOUT NSPCRSEL READS.
000980     COPY NSPCRMST.
001000*    AUDIT RECORD - SEE THE NSPCRAUD COPYBOOK.
001010     COPY NSPCRAUD.
001020*
001022*    TRANSLATION TABLE ENTRY - READ ONLY TO PROVE A MODE-X
001024*    RULE'S TABLE EXISTS.  SEE THE NSPCXLAT COPYBOOK.
001026     COPY NSPCXLAT.
001028*
001030*    EDIT WORK RECORD - THE KEYED 40-BYTE DETAIL IS MOVED INTO
001040*    RULE-DETAIL AND EDITED THROUGH THE RULE-* FIELDS, SO THE
001050*    EDITS BELOW READ LIKE (AND STAY IN STEP WITH) THE
001060*    1230-EDIT-ONE-RULE EDITS IN NOSPCBAT AND NSPCREPR.
001160     03  SCR-MSG                     PIC X(75).
001170     03  FILLER                      PIC X(01) VALUE X'15'.
001180     03  SCR-DETAIL-LINE             OCCURS 11 TIMES.
001190         05  SCR-DETAIL-TEXT         PIC X(75).
001200         05  FILLER                  PIC X(01) VALUE X'15'.
001206     03  FILLER                      PIC X(32) VALUE
001212         'ENTER: NSPR ADD/CHG/DEL/BRW/COL '.
001218     03  FILLER                      PIC X(25) VALUE
001224         'FEED YYYYMMDD NN <DETAIL>'.
001230*
001240******************************************************************
001250*    0000-MAINLINE                                               *
001440*
001450******************************************************************
001460*    1000-PARSE-INPUT - SPLIT THE TERMINAL INPUT INTO THE        *
001470*    TRANSACTION CODE, ACTION, FEED, EFFECTIVE DATE, RULE SEQ,   *
001476*    AND (FOR ADD/CHG) THE 40-BYTE RULE DETAIL OR (FOR COL)      *
001482*    THE 20-BYTE COLUMN NAME.  THE DETAIL IS TAKEN               *
001490*    POSITIONALLY FROM THE REST OF THE LINE - ITS ENCODING       *
001500*    BYTE IS LEGITIMATELY BLANK, SO IT CANNOT RIDE THROUGH A     *
001510*    SPACE-DELIMITED UNSTRING.                                   *
001520******************************************************************
001530 1000-PARSE-INPUT.
001540     SET WS-INPUT-OK TO TRUE
001550     MOVE SPACES TO WS-TRAN-CODE WS-IN-ACTION WS-IN-DATE
001560     MOVE SPACES TO WS-IN-SEQ WS-IN-DETAIL WS-IN-FEED
001565     MOVE SPACES TO WS-IN-COLUMN
001570     MOVE 1 TO WS-PTR
001580     UNSTRING WS-RECV-AREA DELIMITED BY ALL ' '
001590         INTO WS-TRAN-CODE, WS-IN-ACTION, WS-IN-FEED,
001595              WS-IN-DATE, WS-IN-SEQ
001600         WITH POINTER WS-PTR
001610     END-UNSTRING
001620     IF WS-PTR <= 41
001630         MOVE WS-RECV-AREA(WS-PTR:40) TO WS-IN-DETAIL
001640     END-IF
001650     IF WS-IN-ACTION NOT = 'ADD' AND WS-IN-ACTION NOT = 'CHG'
001660         AND WS-IN-ACTION NOT = 'DEL' AND WS-IN-ACTION NOT = 'BRW'
001665         AND WS-IN-ACTION NOT = 'COL'
001670         SET WS-INPUT-BAD TO TRUE
001671         MOVE 'ACTION MUST BE ADD, CHG, DEL, BRW, OR COL'
001672             TO SCR-MSG
001674     END-IF
001676     IF WS-INPUT-OK AND WS-IN-ACTION = 'COL'
001678         MOVE WS-IN-DETAIL(1:20) TO WS-IN-COLUMN
001680         IF WS-IN-DETAIL(21:20) NOT = SPACES
001682             SET WS-INPUT-BAD TO TRUE
001684             MOVE 'COLUMN NAME IS LONGER THAN 20 CHARACTERS'
001686                 TO SCR-MSG
001688         END-IF
001690     END-IF
001691     IF WS-INPUT-OK
001692         IF WS-IN-FEED = SPACES
001693             SET WS-INPUT-BAD TO TRUE
001694             MOVE 'FEED ID IS REQUIRED (E.G. DAILYEXT)'
001695                 TO SCR-MSG
001696         ELSE
001697             MOVE WS-IN-FEED TO WS-RID-FEED-ID
001698         END-IF
001699     END-IF
001700     IF WS-INPUT-OK
001710         IF WS-IN-DATE NOT NUMERIC
001720             SET WS-INPUT-BAD TO TRUE
002110             PERFORM 2300-DELETE-RULE THRU 2300-EXIT
002120         WHEN 'BRW'
002130             PERFORM 2400-BROWSE-SET THRU 2400-EXIT
002133         WHEN 'COL'
002136             PERFORM 2500-NAME-COLUMN THRU 2500-EXIT
002140     END-EVALUATE.
002150 2000-EXIT.
002160     EXIT.
002170*
002180******************************************************************
002190*    2100-ADD-RULE - EDIT THE KEYED DETAIL AND FILE IT UNDER     *
002200*    THE FEED, EFFECTIVE DATE, AND SEQUENCE.  A KEY ALREADY ON   *
002205*    THE MASTER IS REPORTED, NOT OVERWRITTEN - THAT IS WHAT      *
002210*    CHG IS FOR, AND IT KEEPS THE AUDIT TRAIL HONEST.            *
002230******************************************************************
002240 2100-ADD-RULE.
002250     PERFORM 5000-EDIT-RULE-DETAIL THRU 5000-EXIT
002260     IF WS-EDIT-OK
002265         MOVE WS-RID-FEED-ID  TO RMST-FEED-ID
002270         MOVE WS-RID-EFF-DATE TO RMST-EFF-DATE
002280         MOVE WS-RID-RULE-SEQ TO RMST-RULE-SEQ
002290         MOVE WS-IN-DETAIL    TO RMST-DETAIL
002295         MOVE SPACES          TO RMST-COLUMN-NAME
002300         EXEC CICS WRITE FILE('NSPCRMST')
002310             FROM(NSPCRMST-RECORD)
002320             RIDFLD(RMST-KEY)
003260*
003270******************************************************************
003280*    2400-BROWSE-SET - LIST THE RULES FILED UNDER THE KEYED      *
003290*    FEED AND EFFECTIVE DATE, ONE SCREEN LINE PER RULE, UP TO    *
003295*    THE SCREEN'S CAPACITY.  THE BROWSE STARTS AT SEQUENCE       *
003300*    ZERO OF THE DATE AND STOPS AT THE FIRST RECORD OF A LATER   *
003310*    DATE OR ANOTHER FEED.                                       *
003320******************************************************************
003330 2400-BROWSE-SET.
003340     MOVE ZERO TO WS-BRW-LINES
003350     SET WS-BROWSE-MORE TO TRUE
003355     MOVE WS-RID-FEED-ID  TO RMST-FEED-ID
003360     MOVE WS-RID-EFF-DATE TO RMST-EFF-DATE
003370     MOVE ZERO            TO RMST-RULE-SEQ
003380     EXEC CICS STARTBR FILE('NSPCRMST')
003690     EVALUATE TRUE
003700         WHEN WS-RESP NOT = DFHRESP(NORMAL)
003710             SET WS-BROWSE-DONE TO TRUE
003713         WHEN RMST-FEED-ID NOT = WS-RID-FEED-ID
003716             SET WS-BROWSE-DONE TO TRUE
003720         WHEN RMST-EFF-DATE NOT = WS-RID-EFF-DATE
003730             SET WS-BROWSE-DONE TO TRUE
003740         WHEN WS-BRW-LINES >= WS-BRW-MAX
003780         WHEN OTHER
003790             ADD 1 TO WS-BRW-LINES
003800             STRING 'SEQ ' RMST-RULE-SEQ ' DETAIL ' RMST-DETAIL
003805                 ' ' RMST-COLUMN-NAME
003810                 DELIMITED BY SIZE
003820                 INTO SCR-DETAIL-TEXT(WS-BRW-LINES)
003830             END-STRING
003840     END-EVALUATE.
003850 2410-EXIT.
003851     EXIT.
003852*
003853******************************************************************
003854*    2500-NAME-COLUMN - EDIT THE KEYED COLUMN NAME AND REWRITE   *
003855*    THE EXISTING RULE WITH IT, KEEPING THE OLD NAME AS THE      *
003856*    AUDIT BEFORE IMAGE.  THE RULE DETAIL IS NOT TOUCHED.  A     *
003857*    NAME MAY NOT CARRY THE EXPORT'S DELIMITERS OR QUOTE.        *
003858******************************************************************
003859 2500-NAME-COLUMN.
003860     MOVE ZERO TO WS-NAME-BAD-CHARS
003861     INSPECT WS-IN-COLUMN TALLYING WS-NAME-BAD-CHARS
003862         FOR ALL ',' ALL '|' ALL '"'
003863     IF WS-NAME-BAD-CHARS > ZERO
003864         MOVE 'COLUMN NAME CANNOT HOLD A COMMA, PIPE, OR QUOTE'
003865             TO SCR-MSG
003866     ELSE
003867         EXEC CICS READ FILE('NSPCRMST')
003868             INTO(NSPCRMST-RECORD)
003869             RIDFLD(WS-RMST-RID)
003870             UPDATE
003871             RESP(WS-RESP)
003872         END-EXEC
003873         EVALUATE WS-RESP
003874             WHEN DFHRESP(NORMAL)
003875                 MOVE RMST-COLUMN-NAME TO WS-BEFORE-DETAIL
003876                 MOVE WS-IN-COLUMN     TO RMST-COLUMN-NAME
003877                 EXEC CICS REWRITE FILE('NSPCRMST')
003878                     FROM(NSPCRMST-RECORD)
003879                     RESP(WS-RESP)
003880                 END-EXEC
003881                 IF WS-RESP = DFHRESP(NORMAL)
003882                     MOVE WS-IN-COLUMN TO WS-AFTER-DETAIL
003883                     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
003884                     MOVE 'COLUMN NAME FILED' TO SCR-MSG
003885                     STRING 'SEQ ' RMST-RULE-SEQ
003886                         ' DETAIL ' RMST-DETAIL
003887                         ' ' RMST-COLUMN-NAME
003888                         DELIMITED BY SIZE
003889                         INTO SCR-DETAIL-TEXT(1)
003890                     END-STRING
003891                 ELSE
003892                     MOVE 'NSPCRMST REWRITE FAILED' TO SCR-MSG
003893                 END-IF
003894             WHEN DFHRESP(NOTFND)
003895                 MOVE 'RULE NOT ON FILE - ADD IT BEFORE NAMING IT'
003896                     TO SCR-MSG
003897             WHEN OTHER
003898                 MOVE 'NSPCRMST READ FAILED - CALL APPLICATIONS'
003899                     TO SCR-MSG
003900         END-EVALUATE
003901     END-IF.
003902 2500-EXIT.
003903     EXIT.
003904*
003905 2800-ECHO-RULE.
003906     STRING 'SEQ ' WS-IN-SEQ ' DETAIL ' WS-IN-DETAIL
003907         DELIMITED BY SIZE
003910         INTO SCR-DETAIL-TEXT(1)
003920     END-STRING.
003930 2800-EXIT.
004310     IF WS-EDIT-OK
004320         IF RULE-MODE NOT = 'A' AND RULE-MODE NOT = 'S'
004330             AND RULE-MODE NOT = 'T' AND RULE-MODE NOT = 'R'
004335             AND RULE-MODE NOT = 'X'
004340             SET WS-EDIT-BAD TO TRUE
004350             MOVE 'MODE MUST BE A, S, T, R, OR X' TO SCR-MSG
004360         END-IF
004370     END-IF
004371     IF WS-EDIT-OK AND RULE-MODE = 'X'
004372         IF RULE-XLATE-TABLE = SPACES
004373             SET WS-EDIT-BAD TO TRUE
004374             MOVE 'MODE X NEEDS A TRANSLATION TABLE NAME'
004375                 TO SCR-MSG
004376         ELSE
004377             PERFORM 5100-CHECK-XLATE-TABLE THRU 5100-EXIT
004378         END-IF
004379     END-IF
004380     IF WS-EDIT-OK
004390         IF RULE-CLASS NOT = 'S' AND RULE-CLASS NOT = 'T'
004400             AND RULE-CLASS NOT = 'L' AND RULE-CLASS NOT = 'N'
004607             MOVE 'CONTENT TYPE MUST BE BLANK, N, D, OR R'
004608                 TO SCR-MSG
004609         END-IF
004610     END-IF
004611     IF WS-EDIT-OK
004612         IF RULE-SENSITIVE NOT = SPACE
004613             AND NOT RULE-FIELD-SENSITIVE
004614             SET WS-EDIT-BAD TO TRUE
004615             MOVE 'SENSITIVE FLAG MUST BE BLANK OR Y' TO SCR-MSG
004616         END-IF
004617     END-IF.
004618 5000-EXIT.
004620     EXIT.
004630*
004631******************************************************************
004632*    5100-CHECK-XLATE-TABLE - A MODE-X RULE'S TABLE MUST HAVE    *
004633*    AT LEAST ONE ENTRY ON NSPCXLAT, OR NSPCXLOD WILL STOP THE   *
004634*    NIGHT.  THE FIRST KEY AT OR AFTER THE TABLE NAME PLUS       *
004635*    LOW-VALUE MUST CARRY THE SAME NAME.                         *
004636******************************************************************
004637 5100-CHECK-XLATE-TABLE.
004638     MOVE RULE-XLATE-TABLE TO XLAT-TABLE-NAME
004639     MOVE LOW-VALUE        TO XLAT-FROM-BYTE
004640     EXEC CICS STARTBR FILE('NSPCXLAT')
004641         RIDFLD(XLAT-KEY)
004642         GTEQ
004643         RESP(WS-RESP)
004644     END-EXEC
004645     IF WS-RESP = DFHRESP(NORMAL)
004646         EXEC CICS READNEXT FILE('NSPCXLAT')
004647             INTO(NSPCXLAT-RECORD)
004648             RIDFLD(XLAT-KEY)
004649             RESP(WS-RESP)
004650         END-EXEC
004651         IF WS-RESP NOT = DFHRESP(NORMAL)
004652             MOVE SPACES TO XLAT-TABLE-NAME
004653         END-IF
004654         EXEC CICS ENDBR FILE('NSPCXLAT')
004655             RESP(WS-RESP)
004656         END-EXEC
004657     ELSE
004658         MOVE SPACES TO XLAT-TABLE-NAME
004659     END-IF
004660     IF XLAT-TABLE-NAME NOT = RULE-XLATE-TABLE
004661         SET WS-EDIT-BAD TO TRUE
004662         MOVE 'TRANSLATION TABLE IS NOT ON NSPCXLAT - SEE NSPX'
004663             TO SCR-MSG
004664     END-IF.
004665 5100-EXIT.
004666     EXIT.
004667*
004668******************************************************************
004669*    6000-WRITE-AUDIT - ONE AUDIT RECORD PER SUCCESSFUL ACTION:  *
004670*    WHO KEYED IT, WHEN, AND THE BEFORE/AFTER DETAIL IMAGES THE  *
004671*    CALLER HAS ALREADY SET.  AN AUDIT WRITE THAT FAILS IS       *
004680*    REPORTED ON TOP OF THE ACTION MESSAGE - THE ACTION ITSELF   *
004690*    HAS ALREADY LANDED.                                         *
004700******************************************************************
004790     END-EXEC
004800     MOVE WS-AUD-DATE-X(1:8) TO AUD-DATE
004810     MOVE WS-AUD-TIME-X(1:6) TO AUD-TIME
004815     MOVE WS-RID-FEED-ID     TO AUD-FEED-ID
004820     MOVE WS-RID-EFF-DATE    TO AUD-EFF-DATE
004830     MOVE WS-RID-RULE-SEQ    TO AUD-RULE-SEQ
004840     MOVE WS-USER-ID         TO AUD-USER
004870             SET AUD-ACTION-ADD    TO TRUE
004880         WHEN 'CHG'
004890             SET AUD-ACTION-CHANGE TO TRUE
004893         WHEN 'COL'
004896             SET AUD-ACTION-NAME   TO TRUE
004900         WHEN OTHER
004910             SET AUD-ACTION-DELETE TO TRUE
004920     END-EVALUATE
