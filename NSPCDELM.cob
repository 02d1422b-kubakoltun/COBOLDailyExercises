000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCDELM                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-14                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   DELIMITED EXPORT.  TURNS ANY GENERATION OF NSPCOUT (OR OF    *
000120*   NSPCSUPP, WHICH HAS THE SAME LAYOUT) INTO A DELIMITED FILE   *
000130*   THE DISTRIBUTED-SIDE CONSUMERS CAN LOAD WITHOUT A HAND-CODED *
000140*   PARSER FOR THE 3-BYTE-LENGTH-PLUS-150-BYTE RECORD.  ONE      *
000150*   COLUMN PER RULE OF THE RULE SET IN EFFECT FOR THE            *
000160*   GENERATION'S RUN DATE AND FEED, TAKEN FROM THE NSPCRMST RULE *
000170*   MASTER (THE SAME SELECTION NSPCRSEL AND NSPCMASK MAKE), IN   *
000180*   RULE SEQUENCE: THE RULE'S OFFSET AND LENGTH CUT THE VALUE    *
000190*   FROM THE CLEANED DATA AND ITS RMST-COLUMN-NAME (KEYED WITH   *
000200*   NSPR COL, BLANK = FIELDnn) NAMES THE COLUMN.  WHEN THE       *
000210*   OFFSETS MOVE, THE EXPORT MOVES WITH THEM.  A RULE NAMING A   *
000220*   RECORD TYPE FILLS ITS COLUMN ONLY ON DATA RECORDS WHOSE      *
000230*   FIRST BYTE IS THAT TYPE (OTHERWISE THE COLUMN IS EMPTY), AS  *
000240*   NOSPCBAT APPLIES IT.  A FIELD RUNNING PAST THE RECORD IS CUT *
000250*   AT THE RECORD'S END, AND TRAILING SPACES ARE DROPPED FROM    *
000260*   EVERY VALUE.  WITH NO RULE SET IN EFFECT THE WHOLE RECORD IS *
000270*   EXPORTED AS ONE COLUMN NAMED RECORD, AS NOSPCBAT CLEANS IT.  *
000280*                                                                *
000290*   NSPCDOUT GETS A HEADER ROW OF COLUMN NAMES, THEN ONE ROW PER *
000300*   DATA RECORD.  HEADER, TRAILER, AND REJECT-MARKER RECORDS     *
000310*   (998/999) CARRY NO FIELD DATA AND ARE SKIPPED.  FORMAT C IS  *
000320*   CSV: COMMA-DELIMITED, AND A VALUE HOLDING A COMMA, A DOUBLE  *
000330*   QUOTE, OR A LINE-END BYTE IS ENCLOSED IN DOUBLE QUOTES WITH  *
000340*   EACH DOUBLE QUOTE INSIDE IT DOUBLED.  FORMAT P IS            *
000350*   PIPE-DELIMITED WITH NO QUOTING - A VALUE HOLDING A PIPE OR A *
000360*   LINE-END BYTE CANNOT BE CARRIED, IS LISTED, AND ENDS THE RUN *
000370*   WITH RETURN CODE 8 (RERUN AS CSV).                           *
000380*                                                                *
000390*   EVERY ROW IS CONVERTED TO ISO-8859-1 (ASCII) UNDER THE       *
000400*   DECLARED EBCDIC CODE PAGE (IBM-037 OR IBM-1047 - SEE THE     *
000410*   NSPCCPAG COPYBOOK) AND ENDS IN CARRIAGE RETURN, LINE FEED,   *
000420*   SO THE FILE GOES TO THE DISTRIBUTED SIDE IN BINARY AS IT IS. *
000430*                                                                *
000440*   NSPCMANF GETS ONE MANIFEST RECORD, IN THE SAME FORMAT AND    *
000450*   CODE PAGE: FEED, RUN DATE, GENERATION, RULE-SET EFFECTIVE    *
000460*   DATE, FORMAT (CSV/PIPE), CODE PAGE, DATA ROW COUNT, COLUMN   *
000470*   COUNT, THEN THE COLUMN NAMES IN ORDER.  A CONSUMER THAT      *
000480*   COMPARES THE EFFECTIVE DATE AND COLUMN LIST WITH THE LAST    *
000490*   MANIFEST CAN TELL WHEN THE LAYOUT CHANGED, AND THE ROW COUNT *
000500*   PROVES IT LOADED THE WHOLE FILE.  NO MANIFEST IS WRITTEN     *
000510*   WHEN THE EXPORT IS INCOMPLETE (RETURN CODE 16).              *
000520*                                                                *
000530*   PARM IS 'f,cccc' - FORMAT (C OR P) AND CODE PAGE (0037 OR    *
000540*   1047) - OR 'f,cccc,yyyymmdd,ffffffff' TO NAME THE RUN DATE   *
000550*   AND FEED FOR A GENERATION WRITTEN BEFORE THE HEADERS WERE;   *
000560*   OTHERWISE THEY COME FROM THE GENERATION'S HEADER.  NO PARM   *
000570*   MEANS C,0037.                                                *
000580*                                                                *
000581*   A NIGHT RERUN UNDER A NAMED RULE SET (SEE NSPCRRUN.JCL) IS   *
000582*   EXPORTED UNDER THAT SET: A FIFTH PARM PIECE,                 *
000583*   'f,cccc,yyyymmdd,ffffffff,eeeeeeee', NAMES THE SET BY ITS    *
000584*   EFFECTIVE DATE, WHATEVER THE RUN DATE WOULD PICK, AND THE    *
000585*   MANIFEST CARRIES THAT DATE.  A NAMED SET THAT IS NOT ON THE  *
000586*   MASTER STOPS THE EXPORT.                                     *
000587*                                                                *
000590*   RETURN CODES FOR THE SCHEDULE: 0 = EXPORTED, 4 = EXPORTED    *
000600*   BUT NO RULE SET IS IN EFFECT (ONE WHOLE-RECORD COLUMN) OR    *
000610*   THERE ARE NO DATA ROWS, 8 = A PIPE-FORMAT VALUE CANNOT BE    *
000620*   CARRIED (DO NOT SEND), 16 = A BAD PARM, NSPCRMST COULD NOT   *
000630*   BE READ, OR THE NAMED SET IS NOT ON NSPCRMST (NSPCDOUT IS    *
000640*   INCOMPLETE AND THERE IS NO MANIFEST).                        *
000650*                                                                *
000660*   MODIFICATION HISTORY                                         *
000670*   ---------------------------------------------------------    *
000680*   DATE       INIT  DESCRIPTION                                 *
000690*   ---------- ----  ----------------------------------------    *
000700*   2026-10-14 RLK   ORIGINAL.                                   *
000702*   2026-10-15 RLK   OPTIONAL FIFTH PARM PIECE eeeeeeee NAMES    *
000704*                    THE RULE SET TO EXPORT UNDER, FOR A NIGHT   *
000706*                    RERUN UNDER A NAMED SET.                    *
000707*   2026-10-15 RLK   A PARM DATE THAT IS NOT NUMERIC STOPS THE   *
000708*                    EXPORT; A HEADER WITH NO FEED OR A ZERO     *
000709*                    DATE KEEPS THE DEFAULT.                     *
000710*                                                                *
000720******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID.              NSPCDELM.
000750 AUTHOR.                  R L KOLTUN.
000760 INSTALLATION.            DAILY EXTRACT PROCESSING.
000770 DATE-WRITTEN.            2026-10-14.
000780 DATE-COMPILED.
000790*
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT NSPCOUT  ASSIGN TO NSPCOUT
000840            ORGANIZATION IS SEQUENTIAL.
000850     SELECT NSPCDOUT ASSIGN TO NSPCDOUT
000860            ORGANIZATION IS SEQUENTIAL.
000870     SELECT NSPCMANF ASSIGN TO NSPCMANF
000880            ORGANIZATION IS SEQUENTIAL.
000890     SELECT NSPCRMST ASSIGN TO NSPCRMST
000900            ORGANIZATION IS INDEXED
000910            ACCESS MODE IS SEQUENTIAL
000920            RECORD KEY IS RMST-KEY
000930            FILE STATUS IS WS-RMST-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970*
000980*    THE GENERATION TO BE EXPORTED - NSPCOUT OR NSPCSUPP.
000990 FD  NSPCOUT
001000     RECORDING MODE IS F.
001010 01  NSPCOUT-RECORD.
001020     03  NSPCOUT-LEN                 PIC 9(03).
001030         88  NSPCOUT-REJECTED            VALUE 999.
001040         88  NSPCOUT-CONTROL             VALUE 998.
001050     03  NSPCOUT-DATA                PIC X(150).
001060*
001070*    THE DELIMITED ROWS - VARIABLE LENGTH, ONE ROW PER RECORD,
001080*    ALREADY IN ASCII WITH THEIR OWN CARRIAGE RETURN, LINE FEED.
001090*    THE LONGEST POSSIBLE ROW IS 20 QUOTED 150-BYTE VALUES OF
001100*    NOTHING BUT DOUBLE QUOTES, 19 DELIMITERS, AND THE LINE END.
001110 FD  NSPCDOUT
001120     RECORDING MODE IS V
001130     RECORD IS VARYING IN SIZE FROM 1 TO 6100 CHARACTERS
001140         DEPENDING ON WS-DOUT-LEN.
001150 01  NSPCDOUT-RECORD                 PIC X(6100).
001160*
001170*    THE MANIFEST - ONE RECORD, SAME FORMAT AND CODE PAGE.
001180 FD  NSPCMANF
001190     RECORDING MODE IS V
001200     RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
001210         DEPENDING ON WS-MANF-LEN.
001220 01  NSPCMANF-RECORD                 PIC X(600).
001230*
001240 FD  NSPCRMST.
001250     COPY NSPCRMST.
001260*
001270 WORKING-STORAGE SECTION.
001280 01  WS-FLAGS.
001290     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001300         88  WS-EOF                      VALUE 'Y'.
001310         88  WS-NOT-EOF                  VALUE 'N'.
001320     03  WS-RMST-EOF-SW              PIC X(01) VALUE 'N'.
001330         88  WS-RMST-EOF                 VALUE 'Y'.
001340         88  WS-RMST-NOT-EOF             VALUE 'N'.
001350     03  WS-PARM-SW                  PIC X(01) VALUE 'N'.
001360         88  WS-PARM-GIVEN               VALUE 'Y'.
001370         88  WS-PARM-NOT-GIVEN           VALUE 'N'.
001380     03  WS-FILES-SW                 PIC X(01) VALUE 'N'.
001390         88  WS-FILES-OPEN               VALUE 'Y'.
001400     03  WS-WHOLE-RECORD-SW          PIC X(01) VALUE 'N'.
001410         88  WS-WHOLE-RECORD             VALUE 'Y'.
001420     03  WS-TRIM-SW                  PIC X(01).
001430         88  WS-TRIM-DONE                VALUE 'Y'.
001440         88  WS-TRIM-MORE                VALUE 'N'.
001450 01  WS-COUNTERS.
001460     03  WS-RECS-READ                PIC 9(07) VALUE ZERO.
001470     03  WS-ROWS-WRITTEN             PIC 9(09) VALUE ZERO.
001480     03  WS-CONTROL-SKIPPED          PIC 9(07) VALUE ZERO.
001490     03  WS-REJECTS-SKIPPED          PIC 9(07) VALUE ZERO.
001500     03  WS-VALUES-QUOTED            PIC 9(09) VALUE ZERO.
001510     03  WS-PIPE-CONFLICTS           PIC 9(07) VALUE ZERO.
001520     03  WS-MAX-LISTED               PIC 9(02) VALUE 10.
001530 01  WS-WORK-FIELDS.
001540     03  WS-RUN-DATE                 PIC 9(08).
001550     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
001560     03  WS-GENERATION               PIC 9(04) VALUE ZERO.
001570     03  WS-PARM-LEN-SHORT           PIC S9(04) COMP VALUE 6.
001580     03  WS-PARM-LEN-FULL            PIC S9(04) COMP VALUE 24.
001585     03  WS-PARM-LEN-NAMED           PIC S9(04) COMP VALUE 33.
001590     03  WS-RMST-STATUS              PIC X(02).
001600         88  WS-RMST-STATUS-OK           VALUE '00' '97'.
001610         88  WS-RMST-NEVER-LOADED        VALUE '35'.
001620     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001630*
001640*    FORMAT AND CODE PAGE AS DECLARED ON THE PARM.
001650 01  WS-EXPORT-OPTIONS.
001660     03  WS-FORMAT                   PIC X(01) VALUE 'C'.
001670         88  WS-FORMAT-CSV               VALUE 'C'.
001680         88  WS-FORMAT-PIPE              VALUE 'P'.
001690     03  WS-FORMAT-NAME              PIC X(04).
001700     03  WS-CODE-PAGE                PIC X(04) VALUE '0037'.
001710     03  WS-CODE-PAGE-NAME           PIC X(08).
001720     03  WS-DELIMITER                PIC X(01).
001730     03  WS-QUOTE                    PIC X(01) VALUE '"'.
001740     03  WS-CP-TABLE                 PIC X(256).
001750*
001760*    LINE-END BYTES.  WS-CR, WS-LF, AND WS-NL ARE THE EBCDIC
001770*    CARRIAGE RETURN, LINE FEED, AND NEWLINE A VALUE MIGHT HOLD;
001780*    WS-LINE-END IS THE ASCII CARRIAGE RETURN, LINE FEED THAT
001790*    ENDS EVERY CONVERTED ROW.
001800     03  WS-CR                       PIC X(01) VALUE X'0D'.
001810     03  WS-LF                       PIC X(01) VALUE X'25'.
001820     03  WS-NL                       PIC X(01) VALUE X'15'.
001830     03  WS-LINE-END                 PIC X(02) VALUE X'0D0A'.
001840*
001850*    ROW AND VALUE BUILDING.
001860 01  WS-ROW-FIELDS.
001870     03  WS-ROW                      PIC X(6100).
001880     03  WS-ROW-LEN                  PIC S9(04) COMP.
001890     03  WS-DOUT-LEN                 PIC S9(04) COMP.
001900     03  WS-MANF-LEN                 PIC S9(04) COMP.
001910     03  WS-DATA-LEN                 PIC S9(04) COMP.
001920     03  WS-FIELD-END                PIC S9(04) COMP.
001930     03  WS-VALUE                    PIC X(150).
001940     03  WS-VALUE-LEN                PIC S9(04) COMP.
001950     03  WS-VALUE-IDX                PIC S9(04) COMP.
001960     03  WS-SPECIAL-CHARS            PIC S9(04) COMP.
001970*
001980*    THE COLUMNS - ONE PER RULE OF THE SET IN EFFECT.  THE
001990*    MASTER COMES BACK IN KEY ORDER, SO EACH NEW ELIGIBLE
002000*    EFFECTIVE DATE STARTS THE TABLE OVER, AS IN NSPCRSEL.
002010 01  WS-COLUMNS.
002020     03  WS-MAX-COLS                 PIC 9(02) VALUE 20.
002030     03  WS-SET-EFF-DATE             PIC 9(08) VALUE ZERO.
002032*    THE EFFECTIVE DATE OF A SET NAMED ON THE PARM - ZERO WHEN
002034*    THE SET IN EFFECT FOR THE RUN DATE IS WANTED.
002036     03  WS-NAMED-EFF-DATE           PIC 9(08) VALUE ZERO.
002040     03  WS-COL-COUNT                PIC 9(02) VALUE ZERO.
002050     03  WS-COL-IDX                  PIC 9(02).
002060     03  WS-COL-TABLE.
002070         05  WS-COL-ENTRY            OCCURS 20 TIMES.
002080             07  WS-COL-OFFSET           PIC 9(03).
002090             07  WS-COL-LENGTH           PIC 9(03).
002100             07  WS-COL-REC-TYPE         PIC X(01).
002110             07  WS-COL-NAME             PIC X(20).
002120     03  WS-DEFAULT-NAME.
002130         05  FILLER                  PIC X(05) VALUE 'FIELD'.
002140         05  WS-DEFAULT-SEQ          PIC 9(02).
002150         05  FILLER                  PIC X(13) VALUE SPACES.
002160*
002170*    HEADER/TRAILER CONTROL-RECORD LAYOUT - SAME SHARED
002180*    COPYBOOK NOSPCBAT AND NSPCREPR WRITE THEM WITH.
002190     COPY NSPCCTL.
002200*
002210*    EBCDIC TO ISO-8859-1 CONVERSION TABLES.
002220     COPY NSPCCPAG.
002230*
002240 LINKAGE SECTION.
002250 01  LK-PARM-AREA.
002260     03  LK-PARM-LEN                 PIC S9(04) COMP.
002270     03  LK-PARM-FORMAT              PIC X(01).
002280     03  FILLER                      PIC X(01).
002290     03  LK-PARM-CODE-PAGE           PIC X(04).
002300     03  FILLER                      PIC X(01).
002310     03  LK-PARM-RUN-DATE            PIC 9(08).
002320     03  FILLER                      PIC X(01).
002330     03  LK-PARM-FEED                PIC X(08).
002333     03  FILLER                      PIC X(01).
002336     03  LK-PARM-NAMED-DATE          PIC 9(08).
002340*
002350******************************************************************
002360*    0000-MAINLINE                                               *
002370******************************************************************
002380 PROCEDURE DIVISION USING LK-PARM-AREA.
002390*
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002420     PERFORM 2000-EXPORT-ONE-RECORD THRU 2000-EXIT
002430         UNTIL WS-EOF
002440     PERFORM 9000-TERMINATE THRU 9000-EXIT
002450     GOBACK.
002460*
002470******************************************************************
002480*    1000-INITIALIZE - TAKE THE FORMAT AND CODE PAGE FROM THE    *
002490*    PARM, OPEN THE GENERATION AND READ ITS FIRST RECORD.  THE   *
002500*    FULL PARM NAMES THE RUN DATE AND FEED, AND MAY NAME THE     *
002510*    RULE SET; OTHERWISE THE HEADER DOES, AND A GENERATION       *
002520*    WITH NEITHER IS TAKEN AS TODAY'S DAILYEXT.  THE             *
002530*    GENERATION NUMBER ALWAYS COMES FROM THE HEADER.  THEN       *
002540*    LOAD THE COLUMNS, OPEN THE EXPORT, AND WRITE ITS HEADER     *
002545*    ROW.  A PARM DATE THAT IS NOT NUMERIC STOPS THE EXPORT.     *
002550******************************************************************
002560 1000-INITIALIZE.
002570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002580     EVALUATE TRUE
002590         WHEN LK-PARM-LEN = ZERO
002600             CONTINUE
002610         WHEN LK-PARM-LEN = WS-PARM-LEN-SHORT
002620             MOVE LK-PARM-FORMAT    TO WS-FORMAT
002630             MOVE LK-PARM-CODE-PAGE TO WS-CODE-PAGE
002631         WHEN (LK-PARM-LEN = WS-PARM-LEN-FULL
002632               OR LK-PARM-LEN = WS-PARM-LEN-NAMED)
002634             AND LK-PARM-RUN-DATE NOT NUMERIC
002635             DISPLAY 'NSPCDELM - PARM RUN DATE ' LK-PARM-RUN-DATE
002637                 ' IS NOT NUMERIC - NOTHING EXPORTED'
002638             MOVE 16 TO WS-RETURN-CODE
002640         WHEN LK-PARM-LEN = WS-PARM-LEN-NAMED
002641             AND LK-PARM-NAMED-DATE NOT NUMERIC
002642             DISPLAY 'NSPCDELM - PARM RULE SET DATE '
002644                 LK-PARM-NAMED-DATE
002645                 ' IS NOT NUMERIC - NOTHING EXPORTED'
002647             MOVE 16 TO WS-RETURN-CODE
002648         WHEN LK-PARM-LEN = WS-PARM-LEN-FULL
002650             MOVE LK-PARM-FORMAT    TO WS-FORMAT
002660             MOVE LK-PARM-CODE-PAGE TO WS-CODE-PAGE
002670             IF LK-PARM-RUN-DATE NOT = ZERO
002680                 MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
002690             END-IF
002700             MOVE LK-PARM-FEED TO WS-FEED-ID
002710             SET WS-PARM-GIVEN TO TRUE
002711         WHEN LK-PARM-LEN = WS-PARM-LEN-NAMED
002712             MOVE LK-PARM-FORMAT    TO WS-FORMAT
002713             MOVE LK-PARM-CODE-PAGE TO WS-CODE-PAGE
002714             IF LK-PARM-RUN-DATE NOT = ZERO
002715                 MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
002716             END-IF
002717             MOVE LK-PARM-FEED TO WS-FEED-ID
002718             MOVE LK-PARM-NAMED-DATE TO WS-NAMED-EFF-DATE
002719             SET WS-PARM-GIVEN TO TRUE
002720         WHEN OTHER
002730             DISPLAY 'NSPCDELM - PARM LENGTH ' LK-PARM-LEN
002737                 ' IS NOT ' WS-PARM-LEN-SHORT ', '
002744                 WS-PARM-LEN-FULL ' OR ' WS-PARM-LEN-NAMED
002751                 ' - NOTHING EXPORTED'
002760             MOVE 16 TO WS-RETURN-CODE
002790     END-EVALUATE
002795     IF WS-RETURN-CODE < 16
002800         PERFORM 1200-SET-OPTIONS THRU 1200-EXIT
002805     END-IF
002810     IF WS-RETURN-CODE = 16
002820         SET WS-EOF TO TRUE
002830     ELSE
002840         OPEN INPUT NSPCOUT
002850         PERFORM 2900-READ-NSPCOUT THRU 2900-EXIT
002860         IF WS-NOT-EOF AND NSPCOUT-CONTROL
002870             MOVE NSPCOUT-DATA TO NSPCCTL-RECORD
002880             IF CTL-ID-HEADER
002890                 MOVE CTL-GENERATION TO WS-GENERATION
002900                 IF WS-PARM-NOT-GIVEN
002910                     IF CTL-RUN-DATE > ZERO
002912                         MOVE CTL-RUN-DATE TO WS-RUN-DATE
002914                     END-IF
002916                     IF CTL-FEED-ID NOT = SPACES
002918                         MOVE CTL-FEED-ID TO WS-FEED-ID
002920                     END-IF
002930                 END-IF
002940             END-IF
002950         END-IF
002956         IF WS-NAMED-EFF-DATE > ZERO
002962             DISPLAY 'NSPCDELM - EXPORTING UNDER THE NAMED RULE '
002968                 'SET ' WS-NAMED-EFF-DATE ' FOR ' WS-RUN-DATE
002974                 ' FEED ' WS-FEED-ID
002980         ELSE
002986             DISPLAY 'NSPCDELM - EXPORTING UNDER THE RULE SET IN '
002992                 'EFFECT FOR ' WS-RUN-DATE ' FEED ' WS-FEED-ID
002998         END-IF
003004         PERFORM 1100-LOAD-COLUMNS THRU 1100-EXIT
003010         OPEN OUTPUT NSPCDOUT
003016                     NSPCMANF
003022         SET WS-FILES-OPEN TO TRUE
003028         IF WS-RETURN-CODE < 16
003034             PERFORM 1300-WRITE-HEADER-ROW THRU 1300-EXIT
003040         END-IF
003050     END-IF.
003060 1000-EXIT.
003070     EXIT.
003080*
003090******************************************************************
003100*    1100-LOAD-COLUMNS - SCAN THE FEED'S RULES ON THE MASTER AND *
003107*    KEEP EVERY RULE OF THE LATEST SET AT OR BEFORE THE RUN      *
003114*    DATE, OR OF THE NAMED SET, AS A COLUMN.  A MASTER NEVER     *
003121*    LOADED (STATUS 35), OR A FEED WITH NO SET IN EFFECT,        *
003128*    EXPORTS THE WHOLE RECORD AS ONE COLUMN; A MASTER THAT WILL  *
003135*    NOT OPEN STOPS THE EXPORT, AS DOES A NAMED SET WITH NO      *
003142*    RULES ON THE MASTER.                                        *
003150******************************************************************
003160 1100-LOAD-COLUMNS.
003170     OPEN INPUT NSPCRMST
003180     EVALUATE TRUE
003190         WHEN WS-RMST-STATUS-OK
003191             MOVE WS-FEED-ID        TO RMST-FEED-ID
003192             MOVE WS-NAMED-EFF-DATE TO RMST-EFF-DATE
003193             MOVE ZERO              TO RMST-RULE-SEQ
003194             START NSPCRMST KEY IS NOT LESS THAN RMST-KEY
003195                 INVALID KEY
003196                     SET WS-RMST-EOF TO TRUE
003197             END-START
003198             IF WS-RMST-NOT-EOF
003199                 PERFORM 1120-READ-NSPCRMST THRU 1120-EXIT
003200             END-IF
003201             PERFORM 1110-SCAN-ONE-RULE THRU 1110-EXIT
003202                 UNTIL WS-RMST-EOF
003203             CLOSE NSPCRMST
003204             IF WS-COL-COUNT = ZERO AND WS-NAMED-EFF-DATE = ZERO
003205                 DISPLAY 'NSPCDELM - NO RULE SET IN EFFECT FOR '
003206                     WS-RUN-DATE ' FEED ' WS-FEED-ID
003207             END-IF
003210         WHEN WS-RMST-NEVER-LOADED
003220             DISPLAY 'NSPCDELM - NSPCRMST HAS NEVER BEEN LOADED'
003240         WHEN OTHER
003250             DISPLAY 'NSPCDELM - NSPCRMST OPEN FAILED - STATUS '
003260                 WS-RMST-STATUS
003270             MOVE 16 TO WS-RETURN-CODE
003280             SET WS-EOF TO TRUE
003300     END-EVALUATE
003310     IF WS-RETURN-CODE < 16 AND WS-COL-COUNT = ZERO
003320         IF WS-NAMED-EFF-DATE > ZERO
003330             DISPLAY 'NSPCDELM - NAMED RULE SET '
003336                 WS-NAMED-EFF-DATE ' IS NOT ON NSPCRMST FOR FEED '
003346                 WS-FEED-ID ' - NOTHING EXPORTED'
003360             MOVE 16 TO WS-RETURN-CODE
003370             SET WS-EOF TO TRUE
003380         ELSE
003390             PERFORM 1150-SET-WHOLE-RECORD THRU 1150-EXIT
003400         END-IF
003410     END-IF.
003570 1100-EXIT.
003580     EXIT.
003590*
003600 1110-SCAN-ONE-RULE.
003610     IF RMST-FEED-ID NOT = WS-FEED-ID
003614         OR (WS-NAMED-EFF-DATE = ZERO
003618             AND RMST-EFF-DATE > WS-RUN-DATE)
003622         OR (WS-NAMED-EFF-DATE > ZERO
003626             AND RMST-EFF-DATE NOT = WS-NAMED-EFF-DATE)
003630         SET WS-RMST-EOF TO TRUE
003640     ELSE
003650         IF RMST-EFF-DATE NOT = WS-SET-EFF-DATE
003660             MOVE RMST-EFF-DATE TO WS-SET-EFF-DATE
003670             MOVE ZERO TO WS-COL-COUNT
003810         END-IF
003811         IF WS-COL-COUNT < WS-MAX-COLS
003812             ADD 1 TO WS-COL-COUNT
003813             MOVE RMST-OFFSET   TO WS-COL-OFFSET(WS-COL-COUNT)
003814             MOVE RMST-LENGTH   TO WS-COL-LENGTH(WS-COL-COUNT)
003815             MOVE RMST-REC-TYPE TO WS-COL-REC-TYPE(WS-COL-COUNT)
003816             IF RMST-COLUMN-NAME = SPACES
003817                 MOVE RMST-RULE-SEQ   TO WS-DEFAULT-SEQ
003818                 MOVE WS-DEFAULT-NAME TO WS-COL-NAME(WS-COL-COUNT)
003819             ELSE
003820                 MOVE RMST-COLUMN-NAME
003821                     TO WS-COL-NAME(WS-COL-COUNT)
003822             END-IF
003823         END-IF
003824         PERFORM 1120-READ-NSPCRMST THRU 1120-EXIT
003825     END-IF.
003840 1110-EXIT.
003850     EXIT.
003860*
003870 1120-READ-NSPCRMST.
003880     READ NSPCRMST
003890         AT END
003900             SET WS-RMST-EOF TO TRUE
003910     END-READ.
003920 1120-EXIT.
003921     EXIT.
003922*
003923******************************************************************
003924*    1150-SET-WHOLE-RECORD - WITH NO RULE SET TO EXPORT UNDER,   *
003925*    THE WHOLE RECORD, AS NOSPCBAT CLEANS IT, GOES OUT AS ONE    *
003926*    COLUMN NAMED RECORD.                                        *
003927******************************************************************
003928 1150-SET-WHOLE-RECORD.
003929     SET WS-WHOLE-RECORD TO TRUE
003930     MOVE 1        TO WS-COL-COUNT
003931     MOVE 1        TO WS-COL-OFFSET(1)
003932     MOVE 150      TO WS-COL-LENGTH(1)
003933     MOVE SPACE    TO WS-COL-REC-TYPE(1)
003934     MOVE 'RECORD' TO WS-COL-NAME(1)
003935     MOVE ZERO     TO WS-SET-EFF-DATE.
003936 1150-EXIT.
003937     EXIT.
003940*
003950******************************************************************
003960*    1200-SET-OPTIONS - CHECK THE FORMAT AND CODE PAGE AND PICK  *
003970*    THE DELIMITER AND CONVERSION TABLE.  EITHER ONE UNKNOWN     *
003980*    STOPS THE RUN BEFORE ANYTHING IS OPENED.                    *
003990******************************************************************
004000 1200-SET-OPTIONS.
004010     EVALUATE TRUE
004020         WHEN WS-FORMAT-CSV
004030             MOVE ','    TO WS-DELIMITER
004040             MOVE 'CSV'  TO WS-FORMAT-NAME
004050         WHEN WS-FORMAT-PIPE
004060             MOVE '|'    TO WS-DELIMITER
004070             MOVE 'PIPE' TO WS-FORMAT-NAME
004080         WHEN OTHER
004090             DISPLAY 'NSPCDELM - FORMAT ' WS-FORMAT
004100                 ' IS NOT C (CSV) OR P (PIPE) - NOTHING EXPORTED'
004110             MOVE 16 TO WS-RETURN-CODE
004130     END-EVALUATE
004138     IF WS-RETURN-CODE < 16
004146         EVALUATE WS-CODE-PAGE
004154             WHEN '0037'
004162                 MOVE CPAG-0037  TO WS-CP-TABLE
004170                 MOVE 'IBM-037'  TO WS-CODE-PAGE-NAME
004178             WHEN '1047'
004186                 MOVE CPAG-1047  TO WS-CP-TABLE
004194                 MOVE 'IBM-1047' TO WS-CODE-PAGE-NAME
004202             WHEN OTHER
004210                 DISPLAY 'NSPCDELM - CODE PAGE ' WS-CODE-PAGE
004218                     ' IS NOT 0037 OR 1047 - NOTHING EXPORTED'
004226                 MOVE 16 TO WS-RETURN-CODE
004234         END-EVALUATE
004242     END-IF.
004260 1200-EXIT.
004270     EXIT.
004280*
004290******************************************************************
004300*    1300-WRITE-HEADER-ROW - ONE ROW OF COLUMN NAMES AHEAD OF    *
004310*    THE DATA, QUOTED BY THE SAME RULES AS THE DATA.             *
004320******************************************************************
004330 1300-WRITE-HEADER-ROW.
004340     MOVE ZERO TO WS-ROW-LEN
004350     PERFORM 1310-ADD-ONE-NAME THRU 1310-EXIT
004360         VARYING WS-COL-IDX FROM 1 BY 1
004370         UNTIL WS-COL-IDX > WS-COL-COUNT
004380     PERFORM 2500-WRITE-ROW THRU 2500-EXIT.
004390 1300-EXIT.
004400     EXIT.
004410*
004420 1310-ADD-ONE-NAME.
004430     IF WS-COL-IDX > 1
004440         PERFORM 2300-ADD-DELIMITER THRU 2300-EXIT
004450     END-IF
004460     MOVE WS-COL-NAME(WS-COL-IDX) TO WS-VALUE
004470     MOVE 20 TO WS-VALUE-LEN
004480     PERFORM 2150-TRIM-VALUE THRU 2150-EXIT
004490     PERFORM 2200-APPEND-VALUE THRU 2200-EXIT.
004500 1310-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540*    2000-EXPORT-ONE-RECORD - ONE ROW PER DATA RECORD.  CONTROL  *
004550*    RECORDS AND REJECT MARKERS ARE COUNTED AND SKIPPED.         *
004560******************************************************************
004570 2000-EXPORT-ONE-RECORD.
004580     EVALUATE TRUE
004590         WHEN NSPCOUT-CONTROL
004600             ADD 1 TO WS-CONTROL-SKIPPED
004610         WHEN NSPCOUT-REJECTED
004620             ADD 1 TO WS-REJECTS-SKIPPED
004630         WHEN OTHER
004640             PERFORM 2100-BUILD-ROW THRU 2100-EXIT
004650             PERFORM 2500-WRITE-ROW THRU 2500-EXIT
004660             ADD 1 TO WS-ROWS-WRITTEN
004670     END-EVALUATE
004680     PERFORM 2900-READ-NSPCOUT THRU 2900-EXIT.
004690 2000-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730*    2100-BUILD-ROW - CUT EACH COLUMN'S VALUE FROM THE RECORD    *
004740*    AND APPEND IT, DELIMITED, TO THE ROW.  A COLUMN WHOSE RULE  *
004750*    IS FOR ANOTHER RECORD TYPE, OR WHOSE FIELD STARTS PAST THE  *
004760*    END OF THE RECORD, IS LEFT EMPTY.                           *
004770******************************************************************
004780 2100-BUILD-ROW.
004790     MOVE ZERO TO WS-ROW-LEN
004800     MOVE NSPCOUT-LEN TO WS-DATA-LEN
004810     IF WS-DATA-LEN > 150
004820         MOVE 150 TO WS-DATA-LEN
004830     END-IF
004840     PERFORM 2110-ADD-ONE-COLUMN THRU 2110-EXIT
004850         VARYING WS-COL-IDX FROM 1 BY 1
004860         UNTIL WS-COL-IDX > WS-COL-COUNT.
004870 2100-EXIT.
004880     EXIT.
004890*
004900 2110-ADD-ONE-COLUMN.
004910     IF WS-COL-IDX > 1
004920         PERFORM 2300-ADD-DELIMITER THRU 2300-EXIT
004930     END-IF
004940     IF (WS-COL-REC-TYPE(WS-COL-IDX) = SPACE
004950         OR WS-COL-REC-TYPE(WS-COL-IDX) = '*'
004960         OR WS-COL-REC-TYPE(WS-COL-IDX) = NSPCOUT-DATA(1:1))
004970         AND WS-COL-OFFSET(WS-COL-IDX) NOT > WS-DATA-LEN
004980         COMPUTE WS-FIELD-END = WS-COL-OFFSET(WS-COL-IDX)
004990                              + WS-COL-LENGTH(WS-COL-IDX) - 1
005000         IF WS-FIELD-END > WS-DATA-LEN
005010             MOVE WS-DATA-LEN TO WS-FIELD-END
005020         END-IF
005030         COMPUTE WS-VALUE-LEN = WS-FIELD-END
005040                              - WS-COL-OFFSET(WS-COL-IDX) + 1
005050         MOVE NSPCOUT-DATA(WS-COL-OFFSET(WS-COL-IDX):WS-VALUE-LEN)
005060             TO WS-VALUE
005070         PERFORM 2150-TRIM-VALUE THRU 2150-EXIT
005080         PERFORM 2200-APPEND-VALUE THRU 2200-EXIT
005090     END-IF.
005130 2110-EXIT.
005140     EXIT.
005150*
005160******************************************************************
005170*    2150-TRIM-VALUE - DROP TRAILING SPACES FROM WS-VALUE.       *
005180******************************************************************
005190 2150-TRIM-VALUE.
005200     SET WS-TRIM-MORE TO TRUE
005210     PERFORM 2160-TRIM-ONE-BYTE THRU 2160-EXIT
005220         UNTIL WS-TRIM-DONE
005230            OR WS-VALUE-LEN = ZERO.
005240 2150-EXIT.
005250     EXIT.
005260*
005270 2160-TRIM-ONE-BYTE.
005280     IF WS-VALUE(WS-VALUE-LEN:1) = SPACE
005290         SUBTRACT 1 FROM WS-VALUE-LEN
005300     ELSE
005310         SET WS-TRIM-DONE TO TRUE
005320     END-IF.
005330 2160-EXIT.
005340     EXIT.
005350*
005360******************************************************************
005370*    2200-APPEND-VALUE - APPEND WS-VALUE(1:WS-VALUE-LEN) TO THE  *
005380*    ROW.  IN CSV A VALUE HOLDING THE DELIMITER, A DOUBLE QUOTE, *
005390*    OR A LINE-END BYTE IS QUOTED; IN PIPE FORMAT SUCH A VALUE   *
005400*    CANNOT BE CARRIED AND IS COUNTED AND LISTED INSTEAD.        *
005410******************************************************************
005420 2200-APPEND-VALUE.
005430     IF WS-VALUE-LEN > ZERO
005440         MOVE ZERO TO WS-SPECIAL-CHARS
005510         INSPECT WS-VALUE(1:WS-VALUE-LEN)
005520             TALLYING WS-SPECIAL-CHARS
005530             FOR ALL WS-DELIMITER ALL WS-CR ALL WS-LF ALL WS-NL
005540         IF WS-FORMAT-CSV
005550             INSPECT WS-VALUE(1:WS-VALUE-LEN)
005560                 TALLYING WS-SPECIAL-CHARS FOR ALL WS-QUOTE
005650         END-IF
005655         EVALUATE TRUE
005660             WHEN WS-SPECIAL-CHARS = ZERO
005665                 MOVE WS-VALUE(1:WS-VALUE-LEN)
005670                     TO WS-ROW(WS-ROW-LEN + 1:WS-VALUE-LEN)
005675                 ADD WS-VALUE-LEN TO WS-ROW-LEN
005680             WHEN WS-FORMAT-PIPE
005685                 ADD 1 TO WS-PIPE-CONFLICTS
005690                 IF WS-PIPE-CONFLICTS NOT > WS-MAX-LISTED
005695                     DISPLAY 'NSPCDELM - RECORD ' WS-RECS-READ
005700                         ' COLUMN ' WS-COL-IDX
005705                         ' HOLDS A PIPE OR LINE END'
005710                 END-IF
005715                 MOVE WS-VALUE(1:WS-VALUE-LEN)
005720                     TO WS-ROW(WS-ROW-LEN + 1:WS-VALUE-LEN)
005725                 ADD WS-VALUE-LEN TO WS-ROW-LEN
005730             WHEN OTHER
005735                 ADD 1 TO WS-ROW-LEN
005740                 MOVE WS-QUOTE TO WS-ROW(WS-ROW-LEN:1)
005745                 PERFORM 2210-APPEND-QUOTED-BYTE THRU 2210-EXIT
005750                     VARYING WS-VALUE-IDX FROM 1 BY 1
005755                     UNTIL WS-VALUE-IDX > WS-VALUE-LEN
005760                 ADD 1 TO WS-ROW-LEN
005765                 MOVE WS-QUOTE TO WS-ROW(WS-ROW-LEN:1)
005770                 ADD 1 TO WS-VALUES-QUOTED
005775         END-EVALUATE
005780     END-IF.
005790 2200-EXIT.
005800     EXIT.
005810*
005820 2210-APPEND-QUOTED-BYTE.
005830     ADD 1 TO WS-ROW-LEN
005840     MOVE WS-VALUE(WS-VALUE-IDX:1) TO WS-ROW(WS-ROW-LEN:1)
005850     IF WS-VALUE(WS-VALUE-IDX:1) = WS-QUOTE
005860         ADD 1 TO WS-ROW-LEN
005870         MOVE WS-QUOTE TO WS-ROW(WS-ROW-LEN:1)
005880     END-IF.
005890 2210-EXIT.
005900     EXIT.
005910*
005920 2300-ADD-DELIMITER.
005930     ADD 1 TO WS-ROW-LEN
005940     MOVE WS-DELIMITER TO WS-ROW(WS-ROW-LEN:1).
005950 2300-EXIT.
005960     EXIT.
005970*
005980******************************************************************
005990*    2400-CONVERT-ROW - CONVERT THE ROW TO ISO-8859-1 UNDER THE  *
006000*    DECLARED CODE PAGE AND END IT WITH THE ASCII CARRIAGE       *
006010*    RETURN, LINE FEED.  WS-ROW-LEN THEN INCLUDES THE LINE END.  *
006020******************************************************************
006030 2400-CONVERT-ROW.
006040     IF WS-ROW-LEN > ZERO
006050         INSPECT WS-ROW(1:WS-ROW-LEN)
006060             CONVERTING CPAG-FROM TO WS-CP-TABLE
006070     END-IF
006080     MOVE WS-LINE-END TO WS-ROW(WS-ROW-LEN + 1:2)
006090     ADD 2 TO WS-ROW-LEN.
006100 2400-EXIT.
006110     EXIT.
006120*
006130 2500-WRITE-ROW.
006140     PERFORM 2400-CONVERT-ROW THRU 2400-EXIT
006150     MOVE WS-ROW-LEN TO WS-DOUT-LEN
006160     MOVE WS-ROW(1:WS-ROW-LEN) TO NSPCDOUT-RECORD
006170     WRITE NSPCDOUT-RECORD.
006180 2500-EXIT.
006190     EXIT.
006200*
006210 2900-READ-NSPCOUT.
006220     READ NSPCOUT
006230         AT END
006240             SET WS-EOF TO TRUE
006250         NOT AT END
006260             ADD 1 TO WS-RECS-READ
006270     END-READ.
006280 2900-EXIT.
006290     EXIT.
006300*
006310******************************************************************
006320*    3000-WRITE-MANIFEST - ONE RECORD DESCRIBING THE EXPORT:     *
006330*    FEED, RUN DATE, GENERATION, RULE-SET EFFECTIVE DATE,        *
006340*    FORMAT, CODE PAGE, DATA ROW COUNT, COLUMN COUNT, AND THE    *
006350*    COLUMN NAMES.                                               *
006360******************************************************************
006370 3000-WRITE-MANIFEST.
006380     MOVE ZERO TO WS-ROW-LEN
006390     MOVE WS-FEED-ID        TO WS-VALUE
006400     MOVE 8                 TO WS-VALUE-LEN
006410     PERFORM 2150-TRIM-VALUE THRU 2150-EXIT
006420     PERFORM 2200-APPEND-VALUE THRU 2200-EXIT
006430     MOVE WS-RUN-DATE       TO WS-VALUE
006440     MOVE 8                 TO WS-VALUE-LEN
006450     PERFORM 3100-ADD-MANIFEST-FIELD THRU 3100-EXIT
006460     MOVE WS-GENERATION     TO WS-VALUE
006470     MOVE 4                 TO WS-VALUE-LEN
006480     PERFORM 3100-ADD-MANIFEST-FIELD THRU 3100-EXIT
006490     MOVE WS-SET-EFF-DATE   TO WS-VALUE
006500     MOVE 8                 TO WS-VALUE-LEN
006510     PERFORM 3100-ADD-MANIFEST-FIELD THRU 3100-EXIT
006520     MOVE WS-FORMAT-NAME    TO WS-VALUE
006530     MOVE 4                 TO WS-VALUE-LEN
006540     PERFORM 3100-ADD-MANIFEST-FIELD THRU 3100-EXIT
006550     MOVE WS-CODE-PAGE-NAME TO WS-VALUE
006560     MOVE 8                 TO WS-VALUE-LEN
006570     PERFORM 3100-ADD-MANIFEST-FIELD THRU 3100-EXIT
006580     MOVE WS-ROWS-WRITTEN   TO WS-VALUE
006590     MOVE 9                 TO WS-VALUE-LEN
006600     PERFORM 3100-ADD-MANIFEST-FIELD THRU 3100-EXIT
006610     MOVE WS-COL-COUNT      TO WS-VALUE
006620     MOVE 2                 TO WS-VALUE-LEN
006630     PERFORM 3100-ADD-MANIFEST-FIELD THRU 3100-EXIT
006640     PERFORM 3200-ADD-MANIFEST-NAME THRU 3200-EXIT
006650         VARYING WS-COL-IDX FROM 1 BY 1
006660         UNTIL WS-COL-IDX > WS-COL-COUNT
006670     PERFORM 2400-CONVERT-ROW THRU 2400-EXIT
006680     MOVE WS-ROW-LEN TO WS-MANF-LEN
006690     MOVE WS-ROW(1:WS-ROW-LEN) TO NSPCMANF-RECORD
006700     WRITE NSPCMANF-RECORD.
006710 3000-EXIT.
006720     EXIT.
006730*
006740 3100-ADD-MANIFEST-FIELD.
006750     PERFORM 2300-ADD-DELIMITER THRU 2300-EXIT
006760     PERFORM 2150-TRIM-VALUE THRU 2150-EXIT
006770     PERFORM 2200-APPEND-VALUE THRU 2200-EXIT.
006780 3100-EXIT.
006790     EXIT.
006800*
006810 3200-ADD-MANIFEST-NAME.
006820     MOVE WS-COL-NAME(WS-COL-IDX) TO WS-VALUE
006830     MOVE 20 TO WS-VALUE-LEN
006840     PERFORM 3100-ADD-MANIFEST-FIELD THRU 3100-EXIT.
006850 3200-EXIT.
006860     EXIT.
006870*
006880******************************************************************
006890*    9000-TERMINATE - WRITE THE MANIFEST FOR A COMPLETE EXPORT,  *
006900*    CLOSE UP, AND SET THE RETURN CODE.                          *
006910******************************************************************
006920 9000-TERMINATE.
006930     IF WS-FILES-OPEN
006940         IF WS-RETURN-CODE < 16
006950             PERFORM 3000-WRITE-MANIFEST THRU 3000-EXIT
006960         END-IF
006970         CLOSE NSPCOUT
006980               NSPCDOUT
006990               NSPCMANF
007000     END-IF
007010     DISPLAY 'NSPCDELM - RECORDS READ       = ' WS-RECS-READ
007020     DISPLAY 'NSPCDELM - ROWS EXPORTED      = ' WS-ROWS-WRITTEN
007030     DISPLAY 'NSPCDELM - CONTROL SKIPPED    = ' WS-CONTROL-SKIPPED
007040     DISPLAY 'NSPCDELM - REJECTS SKIPPED    = ' WS-REJECTS-SKIPPED
007050     DISPLAY 'NSPCDELM - VALUES QUOTED      = ' WS-VALUES-QUOTED
007060     DISPLAY 'NSPCDELM - COLUMNS            = ' WS-COL-COUNT
007070         ' FROM SET ' WS-SET-EFF-DATE
007080     DISPLAY 'NSPCDELM - FORMAT ' WS-FORMAT-NAME
007090         ' CODE PAGE ' WS-CODE-PAGE-NAME ' TO ISO-8859-1'
007100     EVALUATE TRUE
007110         WHEN WS-RETURN-CODE = 16
007120             DISPLAY 'NSPCDELM - NSPCDOUT IS INCOMPLETE - DO NOT '
007130                 'SEND IT'
007140         WHEN WS-PIPE-CONFLICTS > ZERO
007150             DISPLAY 'NSPCDELM - ' WS-PIPE-CONFLICTS
007160                 ' VALUES CANNOT BE CARRIED AS PIPE - '
007170                 'RERUN AS CSV'
007180             MOVE 8 TO WS-RETURN-CODE
007190         WHEN WS-WHOLE-RECORD
007200             DISPLAY 'NSPCDELM - NO RULE SET - WHOLE RECORD '
007210                 'EXPORTED AS ONE COLUMN'
007220             MOVE 4 TO WS-RETURN-CODE
007230         WHEN WS-ROWS-WRITTEN = ZERO
007240             DISPLAY 'NSPCDELM - NO DATA ROWS EXPORTED'
007250             MOVE 4 TO WS-RETURN-CODE
007260     END-EVALUATE
007270     DISPLAY 'NSPCDELM - RETURN CODE = ' WS-RETURN-CODE
007280     MOVE WS-RETURN-CODE TO RETURN-CODE.
007290 9000-EXIT.
007300     EXIT.
007310*
007320 END PROGRAM NSPCDELM.
