000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCSWRK                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-09                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   ON-LINE (CICS) SUSPENSE WORK QUEUE - A SIBLING OF NSPCINQ    *
000120*   AND NSPCRMNT.  THE EXTRACT TEAM WORKS THE OPEN SUSPENSE      *
000130*   INVENTORY NSPCSWLD LOADS ONTO THE NSPCSWQ QUEUE, INSTEAD OF  *
000140*   EDITING THE SUSPENSE GENERATION IN PLACE.  THEY KEY          *
000150*                                                                *
000160*       NSPW AGE FFFFFFFF [YYYYMMDD]                             *
000170*       NSPW RSN FFFFFFFF RR [YYYYMMDD]                          *
000180*       NSPW SHW FFFFFFFF YYYYMMDD NNNNNNN                       *
000190*       NSPW COR FFFFFFFF YYYYMMDD NNNNNNN OOO LL <DATA>         *
000200*       NSPW REL FFFFFFFF YYYYMMDD NNNNNNN                       *
000210*       NSPW WOF FFFFFFFF YYYYMMDD NNNNNNN CC                    *
000220*                                                                *
000230*   WHERE FFFFFFFF IS THE FEED (THE ORIGINAL EXTRACT IS          *
000240*   DAILYEXT) AND YYYYMMDD NNNNNNN IS THE ITEM - THE NIGHT IT    *
000250*   FIRST SUSPENDED AND ITS RECORD NUMBER, AS A BROWSE LISTS     *
000260*   THEM.  AGE LISTS THE WORKABLE (OPEN, CORRECTED, RELEASED)    *
000270*   ITEMS OLDEST FIRST FROM THE DATE GIVEN; RSN LISTS ONLY       *
000280*   THOSE WHOSE LAST REJECT WAS REASON RR.  SHW SHOWS THE ITEM   *
000290*   AGAINST ITS RULE IN THE SET IN EFFECT TODAY - THE SET THE    *
000300*   NEXT NSPCREPR RUN CLEANS IT UNDER.  COR OVERLAYS LL BYTES    *
000310*   OF THE RECORD AT OFFSET OOO WITH THE DATA TAKEN              *
000320*   POSITIONALLY FROM ONE BYTE AFTER LL, SO A CORRECTION MAY     *
000330*   CARRY BLANKS.  REL RELEASES THE ITEM TO THE NEXT NSPCREPR    *
000340*   RUN.  WOF WRITES IT OFF WITH REASON CODE CC (SEE NSPCSWQ).   *
000350*                                                                *
000360*   EVERY CORRECTION IS RUN THROUGH NoSpace (NSPCBLK) AND THE    *
000370*   SAME NUMERIC, DATE, AND REQUIRED CONTENT EDITS NOSPCBAT      *
000380*   APPLIES AT 2440-EDIT-CONTENT BEFORE IT IS ACCEPTED.  A       *
000390*   CORRECTION IS REFUSED WHEN A RULE FIELD IT TOUCHES, OR THE   *
000400*   RECORD AS A WHOLE, STILL FAILS; A FAILURE IN A FIELD IT      *
000410*   DOES NOT TOUCH IS LEFT FOR ITS OWN CORRECTION, SO A RECORD   *
000420*   WITH TWO BAD FIELDS CAN BE FIXED ONE FIELD AT A TIME.  A     *
000430*   RELEASE IS REFUSED UNLESS THE WHOLE RECORD PASSES.  EVERY    *
000440*   CORRECTION, RELEASE, AND WRITE-OFF IS AUDITED TO NSPCQAUD    *
000450*   WITH THE BEFORE AND AFTER IMAGES OF THE ITEM.  A RECORD      *
000460*   LONGER THAN THE 150-BYTE LAYOUT (REASON 90) CANNOT BE        *
000470*   CORRECTED HERE AND IS WRITTEN OFF FOR THE SOURCE TO RESEND.  *
000480*                                                                *
000490*   CICS RESOURCES: TRANSACTION NSPW -> PROGRAM NSPCSWRK; FILE   *
000500*   NSPCSWQ -> THE WORK QUEUE KSDS (READ/UPDATE/BROWSE) AND      *
000510*   FILE NSPCQAUD -> THE AUDIT KSDS (ADD), BOTH DEFINED BY       *
000520*   NSPCSWQ.JCL; FILE NSPCRMST -> THE RULE MASTER (BROWSE) AND   *
000530*   FILE NSPCXLAT -> THE TRANSLATION TABLE KSDS (BROWSE).  NO    *
000540*   BMS MAP - THE SCREEN IS BUILT WITH SEND TEXT, NEW-LINE       *
000550*   DELIMITED, SAME AS NSPCINQ.                                  *
000560*                                                                *
000570*   MODIFICATION HISTORY                                         *
000580*   ---------------------------------------------------------    *
000590*   DATE       INIT  DESCRIPTION                                 *
000600*   ---------- ----  ----------------------------------------    *
000610*   2026-10-09 RLK   ORIGINAL.                                   *
000612*   2026-10-10 RLK   WS-RULE-SENSITIVE ADDED TO THE RULE TABLE,  *
000614*                    IN STEP WITH THE NEW RULE-SENSITIVE BYTE,   *
000616*                    SO THE RULE-DETAIL GROUP MOVE STILL LINES   *
000618*                    UP.  CLEANING DOES NOT USE IT.              *
000620*   2026-10-15 RLK   ITEMS NSPCBKOT WITHDREW WITH A BACKED-OUT   *
000622*                    NIGHT SHOW AS WITHDRAWN.  THEY ARE NOT      *
000624*                    WORKABLE, SO THE BROWSES PASS THEM OVER     *
000626*                    AND COR, REL, AND WOF REFUSE THEM.          *
000628*                                                                *
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID.              NSPCSWRK.
000660 AUTHOR.                  R L KOLTUN.
000670 INSTALLATION.            DAILY EXTRACT PROCESSING.
000680 DATE-WRITTEN.            2026-10-09.
000690 DATE-COMPILED.
000700*
000710 DATA DIVISION.
000720 WORKING-STORAGE SECTION.
000730 01  WS-FLAGS.
000740     03  WS-INPUT-SW                 PIC X(01).
000750         88  WS-INPUT-OK                 VALUE 'Y'.
000760         88  WS-INPUT-BAD                VALUE 'N'.
000770     03  WS-BROWSE-SW                PIC X(01).
000780         88  WS-BROWSE-DONE              VALUE 'Y'.
000790         88  WS-BROWSE-MORE              VALUE 'N'.
000800     03  WS-ITEM-SW                  PIC X(01).
000810         88  WS-ITEM-FOUND               VALUE 'Y'.
000820         88  WS-ITEM-NOT-FOUND           VALUE 'N'.
000830     03  WS-SET-SW                   PIC X(01).
000840         88  WS-SET-OK                   VALUE 'Y'.
000850         88  WS-SET-BAD                  VALUE 'N'.
000860     03  WS-SET-END-SW               PIC X(01).
000870         88  WS-SET-END                  VALUE 'Y'.
000880         88  WS-SET-MORE                 VALUE 'N'.
000890     03  WS-XLAT-END-SW              PIC X(01).
000900         88  WS-XLAT-END                 VALUE 'Y'.
000910         88  WS-XLAT-MORE                VALUE 'N'.
000920     03  WS-FLD-REJECT-SW            PIC X(01).
000930         88  WS-FLD-REJECTED             VALUE 'Y'.
000940         88  WS-FLD-NOT-REJECTED         VALUE 'N'.
000950     03  WS-TYPE-MATCH-SW            PIC X(01).
000960         88  WS-TYPE-MATCH               VALUE 'Y'.
000970         88  WS-TYPE-NO-MATCH            VALUE 'N'.
000980     03  WS-SCOPE-SW                 PIC X(01).
000990         88  WS-SCOPE-CORRECTION         VALUE 'C'.
001000         88  WS-SCOPE-WHOLE              VALUE 'W'.
001010     03  WS-ENTRY-SCOPE-SW           PIC X(01).
001020         88  WS-ENTRY-IN-SCOPE           VALUE 'Y'.
001030         88  WS-ENTRY-OUT-OF-SCOPE       VALUE 'N'.
001040 01  WS-WORK-FIELDS.
001050     03  WS-RECV-AREA                PIC X(80).
001060     03  WS-RECV-LEN                 PIC S9(04) COMP VALUE +80.
001070     03  WS-SCREEN-LEN               PIC S9(04) COMP.
001080     03  WS-RESP                     PIC S9(08) COMP.
001090     03  WS-PTR                      PIC S9(04) COMP.
001100     03  WS-TRAN-CODE                PIC X(04).
001110     03  WS-IN-ACTION                PIC X(03).
001120     03  WS-IN-FEED                  PIC X(08).
001130     03  WS-IN-DATE                  PIC X(08).
001140     03  WS-IN-RECNO                 PIC X(07).
001150     03  WS-IN-REASON                PIC X(02).
001160     03  WS-IN-OFFSET                PIC X(03).
001170     03  WS-IN-LENGTH                PIC X(02).
001180     03  WS-IN-CODE                  PIC X(02).
001190     03  WS-IN-DATA                  PIC X(80).
001200     03  WS-COR-OFF                  PIC 9(03).
001210     03  WS-COR-LEN                  PIC 9(03).
001220     03  WS-COR-END                  PIC 9(03).
001230     03  WS-MAX-LEN                  PIC 9(03) VALUE 150.
001240     03  WS-BRW-LINES                PIC 9(02).
001250     03  WS-BRW-MAX                  PIC 9(02) VALUE 9.
001260     03  WS-BRW-REASON               PIC 9(02).
001270     03  WS-DETAIL-IDX               PIC 9(02).
001280     03  WS-SCAN-COUNT               PIC 9(03).
001290     03  WS-SCAN-MAX                 PIC 9(03) VALUE 500.
001300     03  WS-TODAY                    PIC 9(08).
001310     03  WS-TODAY-DAYS               PIC 9(07).
001320     03  WS-AGE-DAYS                 PIC S9(07).
001330     03  WS-AGE-SHOW                 PIC 9(04).
001340     03  WS-STATUS-TEXT              PIC X(11).
001350     03  WS-TEXT-REASON              PIC 9(02).
001360     03  WS-REASON-TEXT              PIC X(20).
001370     03  WS-ACTION-MSG               PIC X(75).
001380     03  WS-SET-MSG                  PIC X(75).
001390     03  WS-SET-DATE                 PIC 9(08).
001400     03  WS-SET-EFF-DATE             PIC 9(08).
001410     03  WS-SHOW-LEN                 PIC 9(03).
001420 01  WS-SWQ-RID.
001430     03  WS-RID-FEED-ID              PIC X(08).
001440     03  WS-RID-FIRST-DATE           PIC 9(08).
001450     03  WS-RID-RECNO                PIC 9(07).
001460 01  WS-AUDIT-FIELDS.
001470     03  WS-ABSTIME                  PIC S9(15) COMP-3.
001480     03  WS-USER-ID                  PIC X(08).
001490*
001500*    FORMATTIME RECEIVERS - THE CICS API STORES 10 BYTES FOR
001510*    YYYYMMDD() AND 8 FOR TIME() (SIZED FOR THE SEPARATED
001520*    FORMS) WHETHER OR NOT SEPARATORS ARE ASKED FOR, SO THE
001530*    FIELDS MUST BE FULL API WIDTH; ONLY THE LEADING 8/6
001540*    BYTES CARRY THE DIGITS THE STAMP AND AUDIT KEY WANT.
001550     03  WS-AUD-DATE-X               PIC X(10).
001560     03  WS-AUD-TIME-X               PIC X(08).
001570     03  WS-BEFORE-IMAGE             PIC X(156).
001580     03  WS-AFTER-IMAGE              PIC X(156).
001590*
001600*    WORK QUEUE ITEM - SAME SHARED LAYOUT NSPCSWLD LOADS AND
001610*    NSPCREPR WORKS.
001620     COPY NSPCSWQ.
001630*
001640*    AUDIT RECORD - SEE THE NSPCQAUD COPYBOOK.
001650     COPY NSPCQAUD.
001660*
001670*    RULE MASTER RECORD - BROWSED FOR THE SET IN EFFECT TODAY,
001680*    THE WAY NSPCRSEL PICKS IT FOR THE NIGHT.
001690     COPY NSPCRMST.
001700*
001710*    TRANSLATION TABLE ENTRY - BROWSED TO BUILD THE TABLES A
001720*    MODE-X RULE NEEDS, THE WAY NSPCXLOD BUILDS THEM.
001730     COPY NSPCXLAT.
001740*
001750*    SEND TEXT SCREEN - NEW-LINE (X'15') DELIMITED LINES, SAME
001760*    PATTERN AS NSPCINQ.  THE DETAIL LINES CARRY A BROWSE LIST
001770*    OR THE ITEM JUST SHOWN OR WORKED.
001780 01  WS-SCREEN.
001790     03  FILLER                      PIC X(40) VALUE
001800         'NSPCSWRK - EXTRACT SUSPENSE WORK QUEUE'.
001810     03  FILLER                      PIC X(01) VALUE X'15'.
001820     03  SCR-MSG                     PIC X(75).
001830     03  FILLER                      PIC X(01) VALUE X'15'.
001840     03  SCR-DETAIL-LINE             OCCURS 11 TIMES.
001850         05  SCR-DETAIL-TEXT         PIC X(75).
001860         05  FILLER                  PIC X(01) VALUE X'15'.
001870     03  FILLER                      PIC X(54) VALUE
001880         'ENTER: NSPW AGE/RSN/SHW/COR/REL/WOF FEED <ITEM> <DATA>'.
001890*
001900 01  WS-BRW-HEADING.
001910     03  FILLER                      PIC X(33) VALUE
001920         'FIRST    RECORD  STATUS      RSN '.
001930     03  FILLER                      PIC X(33) VALUE
001940         'REASON               FLD  ATT AGE'.
001950*
001960 01  WS-DATA-RULER.
001970     03  FILLER                      PIC X(13) VALUE SPACES.
001980     03  FILLER                      PIC X(30) VALUE
001990         '....+....1....+....2....+....3'.
002000     03  FILLER                      PIC X(30) VALUE
002010         '....+....4....+....5....+....6'.
002020*
002030*    VALIDATION WORK - THE ITEM'S DATA, AS CORRECTED, IS CLEANED
002040*    AND CONTENT-EDITED BY A COPY OF THE NSPCREPR CLEANING
002050*    LOGIC (5000-VALIDATE-ITEM) INTO WS-CLEAN-DATA, WHICH PLAYS
002060*    THE PART OF THE NSPCSUPP RECORD THERE.  NOTHING CLEANED
002070*    HERE IS KEPT - THE QUEUE HOLDS THE DATA AS KEYED, AND
002080*    NSPCREPR CLEANS IT FOR REAL.
002090 01  WS-VALIDATE-FIELDS.
002100     03  WS-VAL-LEN                  PIC 9(03).
002110     03  WS-VAL-DATA                 PIC X(150).
002120     03  WS-CLEAN-DATA               PIC X(150).
002130     03  WS-I                        PIC 9(03).
002140     03  WS-J                        PIC 9(03).
002150     03  WS-FLD-OFF                  PIC 9(03).
002160     03  WS-FLD-LEN                  PIC 9(03).
002170     03  WS-SUSP-REASON              PIC 9(02).
002180     03  WS-SUSP-FIELD               PIC 9(02).
002190*
002200*    POST-CLEAN CONTENT-EDIT WORK FIELDS - SEE 5440-EDIT-CONTENT.
002210 01  WS-CONTENT-FIELDS.
002220     03  WS-CONT-BAD-SW              PIC X(01).
002230         88  WS-CONT-BAD                 VALUE 'Y'.
002240         88  WS-CONT-OK                  VALUE 'N'.
002250     03  WS-CONT-RULE                PIC 9(02).
002260     03  WS-CONT-OFF                 PIC 9(03).
002270     03  WS-CONT-LEN                 PIC 9(03).
002280     03  WS-CONT-LAST-NB             PIC 9(03).
002290     03  WS-CONT-J                   PIC 9(03).
002300     03  WS-DATE-WORK                PIC X(08).
002310     03  WS-DATE-CCYY                PIC 9(04).
002320     03  WS-DATE-MM                  PIC 9(02).
002330     03  WS-DATE-DD                  PIC 9(02).
002340     03  WS-DATE-MAX-DD              PIC 9(02).
002350     03  WS-LEAP-Q                   PIC 9(04).
002360     03  WS-LEAP-R                   PIC 9(04).
002370     03  WS-MONTH-DAYS-X             PIC X(24) VALUE
002380         '312831303130313130313031'.
002390     03  WS-MONTH-DAYS               REDEFINES WS-MONTH-DAYS-X
002400                                     PIC 9(02) OCCURS 12 TIMES.
002410*
002420*    FIELD-RULES TABLE - SAME SHAPE AS NSPCREPR'S, FILLED FROM
002430*    THE RULE MASTER INSTEAD OF THE FLAT NSPCRULE FILE.
002440 01  WS-RULE-FIELDS.
002450     03  WS-MAX-RULES                PIC 9(02) VALUE 20.
002460     03  WS-RULE-COUNT               PIC 9(02) VALUE ZERO.
002470     03  WS-RULE-IDX                 PIC 9(02).
002480     03  WS-RULE-TABLE.
002490         05  WS-RULE-ENTRY           OCCURS 20 TIMES.
002500             07  WS-RULE-OFFSET          PIC 9(03).
002510             07  WS-RULE-LENGTH          PIC 9(03).
002520             07  WS-RULE-MODE            PIC X(01).
002530             07  WS-RULE-CLASS           PIC X(01).
002540             07  WS-RULE-PROT-CNT        PIC 9(01).
002550             07  WS-RULE-PROT            OCCURS 3 TIMES.
002560                 09  WS-RULE-PROT-START     PIC 9(03).
002570                 09  WS-RULE-PROT-END       PIC 9(03).
002580             07  WS-RULE-ENC             PIC X(01).
002590             07  WS-RULE-REC-TYPE        PIC X(01).
002600             07  WS-RULE-REPL            PIC X(01).
002610             07  WS-RULE-CONTENT         PIC X(01).
002620             07  WS-RULE-XLATE           PIC X(08).
002625             07  WS-RULE-SENSITIVE       PIC X(01).
002630             07  WS-RULE-XLATE-NO        PIC 9(01).
002640*
002650*    TRANSLATION TABLES THE RULE SET NAMES - BUILT HERE AND
002660*    REGISTERED WITH NoSpace THROUGH NSPCXLD FOR THE TASK.
002670 01  WS-XLATE-FIELDS.
002680     03  WS-MAX-XLATE                PIC 9(01) VALUE 9.
002690     03  WS-XLATE-IDX                PIC 9(02).
002700     03  WS-XLATE-HIT                PIC 9(02).
002710     03  WS-TAB-IDX                  PIC 9(02).
002720     03  WS-BYTE-SUB                 PIC 9(03).
002730*
002740*    A BYTE'S BINARY VALUE IS READ THROUGH THE LOW HALF OF A
002750*    HALFWORD, AND A TABLE POSITION TURNED BACK INTO ITS BYTE
002760*    THE SAME WAY - AS NSPCXLOD DOES.
002770 01  WS-XLATE-ORD-AREA.
002780     03  WS-XLATE-ORD                PIC 9(04) COMP.
002790     03  WS-XLATE-ORD-X              REDEFINES WS-XLATE-ORD.
002800         05  WS-XLATE-ORD-HIGH       PIC X(01).
002810         05  WS-XLATE-ORD-LOW        PIC X(01).
002820*
002830     COPY NSPCXTAB.
002840*
002850     COPY NSPCLINK.
002860*
002870     COPY NSPCBLOK.
002880*
002890*    MAP OF BLOCK ENTRIES BACK TO THE RULES AND RECORD
002900*    POSITIONS THEY CAME FROM - SHORT RECORDS CAN DROP RULES,
002910*    SO ENTRY I IS NOT ALWAYS RULE I.
002920 01  WS-ENTRY-MAP.
002930     03  WS-ENTRY-FIELDS             OCCURS 32 TIMES.
002940         05  WS-ENTRY-RULE           PIC 9(02).
002950         05  WS-ENTRY-OFF            PIC 9(03).
002960         05  WS-ENTRY-LEN            PIC 9(03).
002970*
002980*    DATE-TO-DAY-COUNT WORK FIELDS - 7000-DATE-TO-DAYS TURNS A
002990*    YYYYMMDD DATE INTO A RUNNING DAY COUNT SO TWO DATES
003000*    SUBTRACT TO AN AGE IN DAYS, AS IN NSPCSAGE.  THE EPOCH IS
003010*    ARBITRARY - ONLY DIFFERENCES ARE EVER USED.
003020 01  WS-DATE-FIELDS.
003030     03  WS-DTD-DATE                 PIC 9(08).
003040     03  WS-DTD-SPLIT                REDEFINES WS-DTD-DATE.
003050         05  WS-DTD-CCYY             PIC 9(04).
003060         05  WS-DTD-MM               PIC 9(02).
003070         05  WS-DTD-DD               PIC 9(02).
003080     03  WS-DTD-DAYS                 PIC 9(07).
003090     03  WS-DTD-PRIOR-YEAR           PIC 9(04).
003100     03  WS-DTD-Q                    PIC 9(04).
003110     03  WS-DTD-R                    PIC 9(04).
003120     03  WS-CUM-DAYS-X               PIC X(36) VALUE
003130         '000031059090120151181212243273304334'.
003140     03  WS-CUM-DAYS                 REDEFINES WS-CUM-DAYS-X
003150                                     PIC 9(03) OCCURS 12 TIMES.
003160*
003170******************************************************************
003180*    0000-MAINLINE                                               *
003190******************************************************************
003200 PROCEDURE DIVISION.
003210*
003220 0000-MAINLINE.
003230     MOVE SPACES TO WS-RECV-AREA
003240     MOVE +80 TO WS-RECV-LEN
003250     EXEC CICS RECEIVE INTO(WS-RECV-AREA) LENGTH(WS-RECV-LEN)
003260         RESP(WS-RESP)
003270     END-EXEC
003280     MOVE SPACES TO SCR-MSG
003290     PERFORM 2900-BLANK-DETAIL THRU 2900-EXIT
003300     PERFORM 1900-GET-DATE-TIME THRU 1900-EXIT
003310     MOVE WS-TODAY TO WS-DTD-DATE
003320     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT
003330     MOVE WS-DTD-DAYS TO WS-TODAY-DAYS
003340     PERFORM 1000-PARSE-INPUT THRU 1000-EXIT
003350     IF WS-INPUT-OK
003360         PERFORM 2000-APPLY-ACTION THRU 2000-EXIT
003370     END-IF
003380     PERFORM 3000-SEND-SCREEN THRU 3000-EXIT
003390     EXEC CICS RETURN
003400     END-EXEC.
003410*
003420******************************************************************
003430*    1000-PARSE-INPUT - SPLIT THE TERMINAL INPUT INTO THE        *
003440*    TRANSACTION CODE, ACTION, AND FEED, THEN HAND THE REST OF   *
003450*    THE LINE TO THE PARSE FOR THE ACTION.                       *
003460******************************************************************
003470 1000-PARSE-INPUT.
003480     SET WS-INPUT-OK TO TRUE
003490     MOVE SPACES TO WS-TRAN-CODE WS-IN-ACTION WS-IN-FEED
003500     MOVE SPACES TO WS-IN-DATE WS-IN-RECNO WS-IN-REASON
003510     MOVE SPACES TO WS-IN-OFFSET WS-IN-LENGTH WS-IN-CODE
003520     MOVE SPACES TO WS-IN-DATA
003530     MOVE 1 TO WS-PTR
003540     UNSTRING WS-RECV-AREA DELIMITED BY ALL ' '
003550         INTO WS-TRAN-CODE, WS-IN-ACTION, WS-IN-FEED
003560         WITH POINTER WS-PTR
003570     END-UNSTRING
003580     IF WS-IN-ACTION NOT = 'AGE' AND WS-IN-ACTION NOT = 'RSN'
003590         AND WS-IN-ACTION NOT = 'SHW' AND WS-IN-ACTION NOT = 'COR'
003600         AND WS-IN-ACTION NOT = 'REL' AND WS-IN-ACTION NOT = 'WOF'
003610         SET WS-INPUT-BAD TO TRUE
003620         MOVE 'ACTION MUST BE AGE, RSN, SHW, COR, REL, OR WOF'
003630             TO SCR-MSG
003640     END-IF
003650     IF WS-INPUT-OK
003660         IF WS-IN-FEED = SPACES
003670             SET WS-INPUT-BAD TO TRUE
003680             MOVE 'FEED ID IS REQUIRED (E.G. DAILYEXT)'
003690                 TO SCR-MSG
003700         ELSE
003710             MOVE WS-IN-FEED TO WS-RID-FEED-ID
003720         END-IF
003730     END-IF
003740     IF WS-INPUT-OK
003750         EVALUATE WS-IN-ACTION
003760             WHEN 'AGE'
003770                 MOVE ZERO TO WS-BRW-REASON
003780                 PERFORM 1100-PARSE-FROM-DATE THRU 1100-EXIT
003790             WHEN 'RSN'
003800                 PERFORM 1200-PARSE-REASON THRU 1200-EXIT
003810             WHEN OTHER
003820                 PERFORM 1300-PARSE-ITEM-KEY THRU 1300-EXIT
003830         END-EVALUATE
003840     END-IF
003850     IF WS-INPUT-OK AND WS-IN-ACTION = 'COR'
003860         PERFORM 1400-PARSE-CORRECTION THRU 1400-EXIT
003870     END-IF
003880     IF WS-INPUT-OK AND WS-IN-ACTION = 'WOF'
003890         PERFORM 1500-PARSE-WRITE-OFF THRU 1500-EXIT
003900     END-IF.
003910 1000-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950*    1100-PARSE-FROM-DATE - THE OPTIONAL FIRST-SUSPENDED DATE A  *
003960*    BROWSE STARTS FROM.  LEFT OFF, THE BROWSE STARTS AT THE     *
003970*    FEED'S OLDEST ITEM.                                         *
003980******************************************************************
003990 1100-PARSE-FROM-DATE.
004000     IF WS-PTR <= 80
004010         UNSTRING WS-RECV-AREA DELIMITED BY ALL ' '
004020             INTO WS-IN-DATE
004030             WITH POINTER WS-PTR
004040         END-UNSTRING
004050     END-IF
004060     IF WS-IN-DATE = SPACES
004070         MOVE ZERO TO WS-RID-FIRST-DATE
004080     ELSE
004090         IF WS-IN-DATE NOT NUMERIC
004100             SET WS-INPUT-BAD TO TRUE
004110             MOVE 'FROM DATE MUST BE NUMERIC YYYYMMDD' TO SCR-MSG
004120         ELSE
004130             MOVE WS-IN-DATE TO WS-RID-FIRST-DATE
004140         END-IF
004150     END-IF
004160     MOVE ZERO TO WS-RID-RECNO.
004170 1100-EXIT.
004180     EXIT.
004190*
004200 1200-PARSE-REASON.
004210     IF WS-PTR <= 80
004220         UNSTRING WS-RECV-AREA DELIMITED BY ALL ' '
004230             INTO WS-IN-REASON
004240             WITH POINTER WS-PTR
004250         END-UNSTRING
004260     END-IF
004270     IF WS-IN-REASON NOT NUMERIC
004280         SET WS-INPUT-BAD TO TRUE
004290         MOVE 'REASON MUST BE NUMERIC 2 DIGITS (E.G. 80)'
004300             TO SCR-MSG
004310     ELSE
004320         MOVE WS-IN-REASON TO WS-BRW-REASON
004330         PERFORM 1100-PARSE-FROM-DATE THRU 1100-EXIT
004340     END-IF.
004350 1200-EXIT.
004360     EXIT.
004370*
004380 1300-PARSE-ITEM-KEY.
004390     IF WS-PTR <= 80
004400         UNSTRING WS-RECV-AREA DELIMITED BY ALL ' '
004410             INTO WS-IN-DATE, WS-IN-RECNO
004420             WITH POINTER WS-PTR
004430         END-UNSTRING
004440     END-IF
004450     IF WS-IN-DATE NOT NUMERIC
004460         SET WS-INPUT-BAD TO TRUE
004470         MOVE 'FIRST-SUSPENDED DATE MUST BE NUMERIC YYYYMMDD'
004480             TO SCR-MSG
004490     ELSE
004500         MOVE WS-IN-DATE TO WS-RID-FIRST-DATE
004510     END-IF
004520     IF WS-INPUT-OK
004530         IF WS-IN-RECNO NOT NUMERIC
004540             SET WS-INPUT-BAD TO TRUE
004550             MOVE 'RECORD NUMBER MUST BE NUMERIC 7 DIGITS'
004560                 TO SCR-MSG
004570         ELSE
004580             MOVE WS-IN-RECNO TO WS-RID-RECNO
004590         END-IF
004600     END-IF.
004610 1300-EXIT.
004620     EXIT.
004630*
004640******************************************************************
004650*    1400-PARSE-CORRECTION - THE OFFSET, LENGTH, AND DATA OF A   *
004660*    CORRECTION.  THE LENGTH IS SPLIT OFF AT A SINGLE SPACE SO   *
004670*    THE POINTER STOPS ONE BYTE PAST IT; THE DATA IS THEN TAKEN  *
004680*    POSITIONALLY FROM THERE, BECAUSE A CORRECTION MAY           *
004690*    LEGITIMATELY START WITH OR CONSIST OF BLANKS.               *
004700******************************************************************
004710 1400-PARSE-CORRECTION.
004720     IF WS-PTR <= 80
004730         UNSTRING WS-RECV-AREA DELIMITED BY ALL ' '
004740             INTO WS-IN-OFFSET
004750             WITH POINTER WS-PTR
004760         END-UNSTRING
004770     END-IF
004780     IF WS-PTR <= 80
004790         UNSTRING WS-RECV-AREA DELIMITED BY ' '
004800             INTO WS-IN-LENGTH
004810             WITH POINTER WS-PTR
004820         END-UNSTRING
004830     END-IF
004840     IF WS-IN-OFFSET NOT NUMERIC OR WS-IN-LENGTH NOT NUMERIC
004850         SET WS-INPUT-BAD TO TRUE
004860         MOVE 'CORRECTION NEEDS OFFSET OOO AND LENGTH LL, NUMERIC'
004870             TO SCR-MSG
004880     ELSE
004890         MOVE WS-IN-OFFSET TO WS-COR-OFF
004900         MOVE WS-IN-LENGTH TO WS-COR-LEN
004910         COMPUTE WS-COR-END = WS-COR-OFF + WS-COR-LEN - 1
004920         EVALUATE TRUE
004930             WHEN WS-COR-OFF < 1 OR WS-COR-LEN < 1
004940                 OR WS-COR-END > WS-MAX-LEN
004950                 SET WS-INPUT-BAD TO TRUE
004960                 MOVE 'CORRECTION IS OUTSIDE THE 150-BYTE RECORD'
004970                     TO SCR-MSG
004980             WHEN WS-PTR + WS-COR-LEN - 1 > 80
004990                 SET WS-INPUT-BAD TO TRUE
005000                 MOVE 'CORRECTION DATA RUNS PAST END OF LINE'
005010                     TO SCR-MSG
005020             WHEN OTHER
005030                 MOVE WS-RECV-AREA(WS-PTR:WS-COR-LEN)
005040                     TO WS-IN-DATA(1:WS-COR-LEN)
005050         END-EVALUATE
005060     END-IF.
005070 1400-EXIT.
005080     EXIT.
005090*
005100 1500-PARSE-WRITE-OFF.
005110     IF WS-PTR <= 80
005120         UNSTRING WS-RECV-AREA DELIMITED BY ALL ' '
005130             INTO WS-IN-CODE
005140             WITH POINTER WS-PTR
005150         END-UNSTRING
005160     END-IF
005170     MOVE WS-IN-CODE TO SWQ-WRITEOFF-CODE
005180     IF NOT SWQ-WRITEOFF-VALID
005190         SET WS-INPUT-BAD TO TRUE
005200         MOVE 'WRITE-OFF REASON MUST BE DP, RS, NR, OR UC'
005210             TO SCR-MSG
005220     END-IF.
005230 1500-EXIT.
005240     EXIT.
005250*
005260******************************************************************
005270*    1900-GET-DATE-TIME - TODAY'S DATE (FOR AGES AND THE RULE    *
005280*    SET IN EFFECT), THE TIME, AND THE SIGNED-ON USER - ALL THAT *
005290*    STAMPS AN ACTION ON THE ITEM AND ITS AUDIT RECORD.          *
005300******************************************************************
005310 1900-GET-DATE-TIME.
005320     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
005330     END-EXEC
005340     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
005350         YYYYMMDD(WS-AUD-DATE-X)
005360         TIME(WS-AUD-TIME-X)
005370     END-EXEC
005380     EXEC CICS ASSIGN USERID(WS-USER-ID)
005390     END-EXEC
005400     MOVE WS-AUD-DATE-X(1:8) TO WS-TODAY.
005410 1900-EXIT.
005420     EXIT.
005430*
005440******************************************************************
005450*    2000-APPLY-ACTION                                           *
005460******************************************************************
005470 2000-APPLY-ACTION.
005480     EVALUATE WS-IN-ACTION
005490         WHEN 'AGE'
005500             PERFORM 2100-BROWSE-QUEUE THRU 2100-EXIT
005510         WHEN 'RSN'
005520             PERFORM 2100-BROWSE-QUEUE THRU 2100-EXIT
005530         WHEN 'SHW'
005540             PERFORM 2300-SHOW-ITEM THRU 2300-EXIT
005550         WHEN 'COR'
005560             PERFORM 2400-CORRECT-ITEM THRU 2400-EXIT
005570         WHEN 'REL'
005580             PERFORM 2500-RELEASE-ITEM THRU 2500-EXIT
005590         WHEN 'WOF'
005600             PERFORM 2600-WRITE-OFF-ITEM THRU 2600-EXIT
005610     END-EVALUATE.
005620 2000-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660*    2100-BROWSE-QUEUE - LIST THE FEED'S WORKABLE ITEMS IN KEY   *
005670*    ORDER - OLDEST FIRST - FROM THE DATE KEYED, ONE SCREEN      *
005680*    LINE PER ITEM, UP TO THE SCREEN'S CAPACITY.  AN RSN BROWSE  *
005690*    LISTS ONLY THE ITEMS WHOSE LAST REJECT WAS THE REASON       *
005696*    KEYED.  WRITTEN-OFF, REPROCESSED, AND WITHDRAWN ITEMS ARE   *
005702*    PASSED OVER, AND A BROWSE THAT PASSES OVER TOO MANY ITEMS   *
005710*    STOPS AND SAYS WHERE TO PICK UP.  THE BROWSE STOPS AT       *
005720*    ANOTHER FEED.                                               *
005730******************************************************************
005740 2100-BROWSE-QUEUE.
005750     MOVE ZERO TO WS-BRW-LINES
005760     MOVE ZERO TO WS-SCAN-COUNT
005770     SET WS-BROWSE-MORE TO TRUE
005780     MOVE WS-RID-FEED-ID    TO SWQ-FEED-ID
005790     MOVE WS-RID-FIRST-DATE TO SWQ-FIRST-DATE
005800     MOVE ZERO              TO SWQ-RECORD-NUMBER
005810     EXEC CICS STARTBR FILE('NSPCSWQ')
005820         RIDFLD(SWQ-KEY)
005830         GTEQ
005840         RESP(WS-RESP)
005850     END-EXEC
005860     IF WS-RESP NOT = DFHRESP(NORMAL)
005870         MOVE 'NO QUEUE ITEMS ON FILE FOR THAT DATE OR LATER'
005880             TO SCR-MSG
005890     ELSE
005900         MOVE WS-BRW-HEADING TO SCR-DETAIL-TEXT(1)
005910         PERFORM 2110-BROWSE-ONE-ITEM THRU 2110-EXIT
005920             UNTIL WS-BROWSE-DONE
005930         EXEC CICS ENDBR FILE('NSPCSWQ')
005940             RESP(WS-RESP)
005950         END-EXEC
005960         EVALUATE TRUE
005970             WHEN WS-BRW-LINES = ZERO
005980                 MOVE SPACES TO SCR-DETAIL-TEXT(1)
005990                 MOVE 'NO WORKABLE ITEMS FOUND FOR THAT FEED'
006000                     TO SCR-MSG
006010             WHEN WS-BRW-REASON = ZERO
006020                 MOVE 'WORKABLE ITEMS, OLDEST FIRST:' TO SCR-MSG
006030             WHEN OTHER
006040                 STRING 'WORKABLE ITEMS LAST REJECTED FOR REASON '
006050                     WS-BRW-REASON ', OLDEST FIRST:'
006060                     DELIMITED BY SIZE
006070                     INTO SCR-MSG
006080                 END-STRING
006090         END-EVALUATE
006100     END-IF.
006110 2100-EXIT.
006120     EXIT.
006130*
006140 2110-BROWSE-ONE-ITEM.
006150     EXEC CICS READNEXT FILE('NSPCSWQ')
006160         INTO(NSPCSWQ-RECORD)
006170         RIDFLD(SWQ-KEY)
006180         RESP(WS-RESP)
006190     END-EXEC
006200     EVALUATE TRUE
006210         WHEN WS-RESP NOT = DFHRESP(NORMAL)
006220             SET WS-BROWSE-DONE TO TRUE
006230         WHEN SWQ-FEED-ID NOT = WS-RID-FEED-ID
006240             SET WS-BROWSE-DONE TO TRUE
006250         WHEN WS-SCAN-COUNT >= WS-SCAN-MAX
006260             STRING 'SCAN LIMIT REACHED - BROWSE AGAIN FROM '
006270                 SWQ-FIRST-DATE
006280                 DELIMITED BY SIZE
006290                 INTO SCR-DETAIL-TEXT(11)
006300             END-STRING
006310             SET WS-BROWSE-DONE TO TRUE
006320         WHEN NOT SWQ-STATUS-WORKABLE
006330             ADD 1 TO WS-SCAN-COUNT
006340         WHEN WS-BRW-REASON > ZERO
006350             AND SWQ-REASON NOT = WS-BRW-REASON
006360             ADD 1 TO WS-SCAN-COUNT
006370         WHEN WS-BRW-LINES >= WS-BRW-MAX
006380             STRING 'FURTHER ITEMS SUPPRESSED - BROWSE AGAIN FROM'
006390                 ' ' SWQ-FIRST-DATE
006400                 DELIMITED BY SIZE
006410                 INTO SCR-DETAIL-TEXT(11)
006420             END-STRING
006430             SET WS-BROWSE-DONE TO TRUE
006440         WHEN OTHER
006450             ADD 1 TO WS-SCAN-COUNT
006460             ADD 1 TO WS-BRW-LINES
006470             PERFORM 2120-FORMAT-BROWSE-LINE THRU 2120-EXIT
006480     END-EVALUATE.
006490 2110-EXIT.
006500     EXIT.
006510*
006520 2120-FORMAT-BROWSE-LINE.
006530     PERFORM 2800-DESCRIBE-ITEM THRU 2800-EXIT
006540     COMPUTE WS-DETAIL-IDX = WS-BRW-LINES + 1
006550     STRING SWQ-FIRST-DATE ' ' SWQ-RECORD-NUMBER ' '
006560         WS-STATUS-TEXT ' ' SWQ-REASON '  ' WS-REASON-TEXT ' '
006570         SWQ-FIELD-NUMBER '   ' SWQ-ATTEMPTS '  ' WS-AGE-SHOW
006580         DELIMITED BY SIZE
006590         INTO SCR-DETAIL-TEXT(WS-DETAIL-IDX)
006600     END-STRING.
006610 2120-EXIT.
006620     EXIT.
006630*
006640******************************************************************
006650*    2300-SHOW-ITEM - READ ONE ITEM AND SHOW IT AGAINST ITS      *
006660*    RULE IN THE SET IN EFFECT TODAY.                            *
006670******************************************************************
006680 2300-SHOW-ITEM.
006690     EXEC CICS READ FILE('NSPCSWQ')
006700         INTO(NSPCSWQ-RECORD)
006710         RIDFLD(WS-SWQ-RID)
006720         RESP(WS-RESP)
006730     END-EXEC
006740     EVALUATE WS-RESP
006750         WHEN DFHRESP(NORMAL)
006760             MOVE 'QUEUE ITEM:' TO SCR-MSG
006770             PERFORM 4000-LOAD-RULE-SET THRU 4000-EXIT
006780             PERFORM 2310-FORMAT-ITEM THRU 2310-EXIT
006790         WHEN DFHRESP(NOTFND)
006800             MOVE 'ITEM NOT ON THE QUEUE' TO SCR-MSG
006810         WHEN OTHER
006820             MOVE 'NSPCSWQ READ FAILED - CALL APPLICATIONS'
006830                 TO SCR-MSG
006840     END-EVALUATE.
006850 2300-EXIT.
006860     EXIT.
006870*
006880******************************************************************
006890*    2310-FORMAT-ITEM - THE ITEM'S KEY, STATE, AND LAST ACTION,  *
006900*    ITS RULE (WHEN THE SET WAS LOADED), THE RULE FIELD'S        *
006910*    CONTENT, AND THE WHOLE RECORD IN 60-BYTE SLICES UNDER A     *
006920*    COLUMN RULER FOR KEYING A CORRECTION'S OFFSET.              *
006930******************************************************************
006940 2310-FORMAT-ITEM.
006950     PERFORM 2800-DESCRIBE-ITEM THRU 2800-EXIT
006960     STRING 'FEED ' SWQ-FEED-ID ' FIRST ' SWQ-FIRST-DATE
006970         ' RECORD ' SWQ-RECORD-NUMBER '  ' WS-STATUS-TEXT
006980         ' ' SWQ-WRITEOFF-CODE
006990         DELIMITED BY SIZE
007000         INTO SCR-DETAIL-TEXT(1)
007010     END-STRING
007020     STRING 'LAST REJECT ' SWQ-RUN-DATE ' REASON ' SWQ-REASON
007030         ' ' WS-REASON-TEXT ' FIELD ' SWQ-FIELD-NUMBER
007040         ' LENGTH ' SWQ-IN-LEN
007050         DELIMITED BY SIZE
007060         INTO SCR-DETAIL-TEXT(2)
007070     END-STRING
007080     STRING 'ATTEMPTS ' SWQ-ATTEMPTS ' AGE ' WS-AGE-SHOW
007090         ' DAYS  LAST ACTION ' SWQ-LAST-USER ' ' SWQ-LAST-DATE
007100         ' ' SWQ-LAST-TIME
007110         DELIMITED BY SIZE
007120         INTO SCR-DETAIL-TEXT(3)
007130     END-STRING
007140     PERFORM 2320-FORMAT-RULE THRU 2320-EXIT
007150     MOVE WS-DATA-RULER TO SCR-DETAIL-TEXT(7)
007160     STRING 'DATA 001-060 ' SWQ-IN-DATA(1:60)
007170         DELIMITED BY SIZE
007180         INTO SCR-DETAIL-TEXT(8)
007190     END-STRING
007200     STRING 'DATA 061-120 ' SWQ-IN-DATA(61:60)
007210         DELIMITED BY SIZE
007220         INTO SCR-DETAIL-TEXT(9)
007230     END-STRING
007240     STRING 'DATA 121-150 ' SWQ-IN-DATA(121:30)
007250         DELIMITED BY SIZE
007260         INTO SCR-DETAIL-TEXT(10)
007270     END-STRING.
007280 2310-EXIT.
007290     EXIT.
007300*
007310 2320-FORMAT-RULE.
007320     MOVE SWQ-FIELD-NUMBER TO WS-RULE-IDX
007330     EVALUATE TRUE
007340         WHEN WS-SET-BAD
007350             MOVE WS-SET-MSG TO SCR-DETAIL-TEXT(4)
007360         WHEN WS-RULE-IDX = ZERO
007370             MOVE 'RECORD-LEVEL REJECT - NO SINGLE RULE FIELD'
007380                 TO SCR-DETAIL-TEXT(4)
007390         WHEN WS-RULE-IDX > WS-RULE-COUNT
007400             STRING 'RULE ' WS-RULE-IDX
007410                 ' IS NOT IN THE SET IN EFFECT TODAY ('
007420                 WS-SET-EFF-DATE ')'
007430                 DELIMITED BY SIZE
007440                 INTO SCR-DETAIL-TEXT(4)
007450             END-STRING
007460         WHEN OTHER
007470             STRING 'RULE ' WS-RULE-IDX
007480                 ' OFFSET ' WS-RULE-OFFSET(WS-RULE-IDX)
007490                 ' LENGTH ' WS-RULE-LENGTH(WS-RULE-IDX)
007500                 ' MODE ' WS-RULE-MODE(WS-RULE-IDX)
007510                 ' CLASS ' WS-RULE-CLASS(WS-RULE-IDX)
007520                 ' CONTENT ' WS-RULE-CONTENT(WS-RULE-IDX)
007530                 ' SET ' WS-SET-EFF-DATE
007540                 DELIMITED BY SIZE
007550                 INTO SCR-DETAIL-TEXT(4)
007560             END-STRING
007570             PERFORM 2330-FORMAT-FIELD THRU 2330-EXIT
007580     END-EVALUATE.
007590 2320-EXIT.
007600     EXIT.
007610*
007620 2330-FORMAT-FIELD.
007630     MOVE WS-RULE-OFFSET(WS-RULE-IDX) TO WS-FLD-OFF
007640     MOVE WS-RULE-LENGTH(WS-RULE-IDX) TO WS-FLD-LEN
007650     IF WS-FLD-OFF > SWQ-IN-LEN
007660         MOVE 'FIELD NOT PRESENT - THE RECORD ENDS BEFORE IT'
007670             TO SCR-DETAIL-TEXT(5)
007680     ELSE
007690         IF WS-FLD-OFF + WS-FLD-LEN - 1 > SWQ-IN-LEN
007700             COMPUTE WS-FLD-LEN = SWQ-IN-LEN - WS-FLD-OFF + 1
007710         END-IF
007720         MOVE WS-FLD-LEN TO WS-SHOW-LEN
007730         IF WS-SHOW-LEN > 60
007740             MOVE 60 TO WS-SHOW-LEN
007750         END-IF
007760         STRING 'FIELD >' SWQ-IN-DATA(WS-FLD-OFF:WS-SHOW-LEN) '<'
007770             DELIMITED BY SIZE
007780             INTO SCR-DETAIL-TEXT(5)
007790         END-STRING
007800     END-IF.
007810 2330-EXIT.
007820     EXIT.
007830*
007840******************************************************************
007850*    2400-CORRECT-ITEM - OVERLAY THE KEYED BYTES ON THE ITEM'S   *
007860*    DATA (A CORRECTION PAST THE END OF A SHORT RECORD           *
007870*    LENGTHENS IT, BLANK-FILLED) AND VALIDATE THE RESULT UNDER   *
007880*    THE SET IN EFFECT TODAY.  THE CORRECTION IS REFUSED WHEN A  *
007890*    RULE FIELD IT TOUCHES, OR THE RECORD AS A WHOLE, STILL      *
007900*    FAILS.  ONCE ACCEPTED THE ITEM IS VALIDATED AGAIN WHOLE:    *
007910*    ANY FAILURE LEFT IN ANOTHER FIELD BECOMES ITS REASON AND    *
007920*    FIELD, AND THE ITEM NEEDS A RELEASE BEFORE NSPCREPR TAKES   *
007930*    IT AGAIN.                                                   *
007940******************************************************************
007950 2400-CORRECT-ITEM.
007960     PERFORM 2700-READ-ITEM-FOR-UPDATE THRU 2700-EXIT
007970     IF WS-ITEM-FOUND
007980         EVALUATE TRUE
007990             WHEN NOT SWQ-STATUS-WORKABLE
008000                 PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
008010                 MOVE 'ITEM IS WRITTEN OFF/REPROCESSED/WITHDRAWN'
008020                     TO SCR-MSG
008030             WHEN SWQ-IN-LEN > WS-MAX-LEN
008040                 PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
008050                 MOVE 'RECORD OVER 150 BYTES - WRITE IT OFF (UC)'
008060                     TO SCR-MSG
008070             WHEN OTHER
008080                 PERFORM 2410-APPLY-CORRECTION THRU 2410-EXIT
008090         END-EVALUATE
008100     END-IF.
008110 2400-EXIT.
008120     EXIT.
008130*
008140 2410-APPLY-CORRECTION.
008150     MOVE SWQ-ITEM-IMAGE TO WS-BEFORE-IMAGE
008160     MOVE SWQ-IN-LEN  TO WS-VAL-LEN
008170     MOVE SWQ-IN-DATA TO WS-VAL-DATA
008180     IF WS-COR-END > WS-VAL-LEN
008190         MOVE SPACES TO WS-VAL-DATA(WS-VAL-LEN + 1:
008200             WS-COR-END - WS-VAL-LEN)
008210         MOVE WS-COR-END TO WS-VAL-LEN
008220     END-IF
008230     MOVE WS-IN-DATA(1:WS-COR-LEN)
008240         TO WS-VAL-DATA(WS-COR-OFF:WS-COR-LEN)
008250     PERFORM 4000-LOAD-RULE-SET THRU 4000-EXIT
008260     IF WS-SET-OK
008270         PERFORM 4300-BUILD-XLATE-TABLES THRU 4300-EXIT
008280     END-IF
008290     IF WS-SET-BAD
008300         PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
008310         MOVE WS-SET-MSG TO SCR-MSG
008320     ELSE
008330         SET WS-SCOPE-CORRECTION TO TRUE
008340         PERFORM 5000-VALIDATE-ITEM THRU 5000-EXIT
008350         IF WS-FLD-REJECTED
008360             PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
008370             MOVE WS-SUSP-REASON TO WS-TEXT-REASON
008380             PERFORM 2810-REASON-TEXT THRU 2810-EXIT
008390             STRING 'CORRECTION REFUSED - REASON ' WS-SUSP-REASON
008400                 ' ' WS-REASON-TEXT DELIMITED BY '  '
008410                 ' ON FIELD ' WS-SUSP-FIELD DELIMITED BY SIZE
008420                 INTO SCR-MSG
008430             END-STRING
008440         ELSE
008450             PERFORM 2420-FILE-CORRECTION THRU 2420-EXIT
008460         END-IF
008470     END-IF.
008480 2410-EXIT.
008490     EXIT.
008500*
008510 2420-FILE-CORRECTION.
008520     SET WS-SCOPE-WHOLE TO TRUE
008530     PERFORM 5000-VALIDATE-ITEM THRU 5000-EXIT
008540     MOVE WS-VAL-LEN  TO SWQ-IN-LEN
008550     MOVE WS-VAL-DATA TO SWQ-IN-DATA
008560     SET SWQ-STATUS-CORRECTED TO TRUE
008570     MOVE SPACES TO WS-ACTION-MSG
008580     IF WS-FLD-REJECTED
008590         MOVE WS-SUSP-REASON TO SWQ-REASON
008600         MOVE WS-SUSP-FIELD  TO SWQ-FIELD-NUMBER
008610         STRING 'CORRECTED - ITEM STILL FAILS REASON '
008620             WS-SUSP-REASON ' ON FIELD ' WS-SUSP-FIELD
008630             DELIMITED BY SIZE
008640             INTO WS-ACTION-MSG
008650         END-STRING
008660     ELSE
008670         MOVE 'CORRECTED - PASSES ALL EDITS, READY TO RELEASE'
008680             TO WS-ACTION-MSG
008690     END-IF
008700     SET QAUD-ACTION-CORRECT TO TRUE
008710     PERFORM 2750-REWRITE-ITEM THRU 2750-EXIT
008720     PERFORM 2310-FORMAT-ITEM THRU 2310-EXIT.
008730 2420-EXIT.
008740     EXIT.
008750*
008760******************************************************************
008770*    2500-RELEASE-ITEM - AN OPEN OR CORRECTED ITEM WHOSE WHOLE   *
008780*    RECORD PASSES UNDER THE SET IN EFFECT TODAY IS RELEASED TO  *
008790*    THE NEXT NSPCREPR RUN.                                      *
008800******************************************************************
008810 2500-RELEASE-ITEM.
008820     PERFORM 2700-READ-ITEM-FOR-UPDATE THRU 2700-EXIT
008830     IF WS-ITEM-FOUND
008840         EVALUATE TRUE
008850             WHEN SWQ-STATUS-RELEASED
008860                 PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
008870                 MOVE 'ITEM IS ALREADY RELEASED' TO SCR-MSG
008880             WHEN NOT SWQ-STATUS-WORKABLE
008890                 PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
008900                 MOVE 'ITEM IS WRITTEN OFF/REPROCESSED/WITHDRAWN'
008910                     TO SCR-MSG
008920             WHEN SWQ-IN-LEN > WS-MAX-LEN
008930                 PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
008940                 MOVE 'RECORD OVER 150 BYTES - WRITE IT OFF (UC)'
008950                     TO SCR-MSG
008960             WHEN OTHER
008970                 PERFORM 2510-CHECK-RELEASE THRU 2510-EXIT
008980         END-EVALUATE
008990     END-IF.
009000 2500-EXIT.
009010     EXIT.
009020*
009030 2510-CHECK-RELEASE.
009040     MOVE SWQ-ITEM-IMAGE TO WS-BEFORE-IMAGE
009050     MOVE SWQ-IN-LEN  TO WS-VAL-LEN
009060     MOVE SWQ-IN-DATA TO WS-VAL-DATA
009070     PERFORM 4000-LOAD-RULE-SET THRU 4000-EXIT
009080     IF WS-SET-OK
009090         PERFORM 4300-BUILD-XLATE-TABLES THRU 4300-EXIT
009100     END-IF
009110     IF WS-SET-BAD
009120         PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
009130         MOVE WS-SET-MSG TO SCR-MSG
009140     ELSE
009150         SET WS-SCOPE-WHOLE TO TRUE
009160         PERFORM 5000-VALIDATE-ITEM THRU 5000-EXIT
009170         IF WS-FLD-REJECTED
009180             PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
009190             MOVE WS-SUSP-REASON TO WS-TEXT-REASON
009200             PERFORM 2810-REASON-TEXT THRU 2810-EXIT
009210             STRING 'RELEASE REFUSED - STILL FAILS REASON '
009220                 WS-SUSP-REASON ' ' WS-REASON-TEXT
009230                 DELIMITED BY '  '
009240                 ' ON FIELD ' WS-SUSP-FIELD DELIMITED BY SIZE
009250                 INTO SCR-MSG
009260             END-STRING
009270         ELSE
009280             SET SWQ-STATUS-RELEASED TO TRUE
009290             MOVE 'RELEASED TO THE NEXT NSPCREPR RUN'
009300                 TO WS-ACTION-MSG
009310             SET QAUD-ACTION-RELEASE TO TRUE
009320             PERFORM 2750-REWRITE-ITEM THRU 2750-EXIT
009330             PERFORM 2310-FORMAT-ITEM THRU 2310-EXIT
009340         END-IF
009350     END-IF.
009360 2510-EXIT.
009370     EXIT.
009380*
009390******************************************************************
009400*    2600-WRITE-OFF-ITEM - A WORKABLE ITEM IS WRITTEN OFF WITH   *
009410*    THE REASON CODE KEYED.  IT LEAVES THE WORKABLE INVENTORY    *
009420*    AND NSPCREPR NEVER TAKES IT.                                *
009430******************************************************************
009440 2600-WRITE-OFF-ITEM.
009450     PERFORM 2700-READ-ITEM-FOR-UPDATE THRU 2700-EXIT
009460     IF WS-ITEM-FOUND
009470         IF NOT SWQ-STATUS-WORKABLE
009480             PERFORM 2790-RELEASE-LOCK THRU 2790-EXIT
009490             MOVE 'ITEM IS WRITTEN OFF/REPROCESSED/WITHDRAWN'
009500                 TO SCR-MSG
009510         ELSE
009520             MOVE SWQ-ITEM-IMAGE TO WS-BEFORE-IMAGE
009530             SET SWQ-STATUS-WRITTEN-OFF TO TRUE
009540             MOVE WS-IN-CODE TO SWQ-WRITEOFF-CODE
009550             MOVE SPACES TO WS-ACTION-MSG
009560             STRING 'WRITTEN OFF - REASON ' WS-IN-CODE
009570                 DELIMITED BY SIZE
009580                 INTO WS-ACTION-MSG
009590             END-STRING
009600             SET QAUD-ACTION-WRITE-OFF TO TRUE
009610             PERFORM 2750-REWRITE-ITEM THRU 2750-EXIT
009620             PERFORM 4000-LOAD-RULE-SET THRU 4000-EXIT
009630             PERFORM 2310-FORMAT-ITEM THRU 2310-EXIT
009640         END-IF
009650     END-IF.
009660 2600-EXIT.
009670     EXIT.
009680*
009690 2700-READ-ITEM-FOR-UPDATE.
009700     SET WS-ITEM-NOT-FOUND TO TRUE
009710     EXEC CICS READ FILE('NSPCSWQ')
009720         INTO(NSPCSWQ-RECORD)
009730         RIDFLD(WS-SWQ-RID)
009740         UPDATE
009750         RESP(WS-RESP)
009760     END-EXEC
009770     EVALUATE WS-RESP
009780         WHEN DFHRESP(NORMAL)
009790             SET WS-ITEM-FOUND TO TRUE
009800         WHEN DFHRESP(NOTFND)
009810             MOVE 'ITEM NOT ON THE QUEUE' TO SCR-MSG
009820         WHEN OTHER
009830             MOVE 'NSPCSWQ READ FAILED - CALL APPLICATIONS'
009840                 TO SCR-MSG
009850     END-EVALUATE.
009860 2700-EXIT.
009870     EXIT.
009880*
009890******************************************************************
009900*    2750-REWRITE-ITEM - STAMP THE ITEM WITH WHO AND WHEN,       *
009910*    REWRITE IT, AND AUDIT THE ACTION WITH THE BEFORE IMAGE THE  *
009920*    CALLER KEPT AND THE AFTER IMAGE AS FILED.                   *
009930******************************************************************
009940 2750-REWRITE-ITEM.
009950     PERFORM 1900-GET-DATE-TIME THRU 1900-EXIT
009960     MOVE WS-USER-ID         TO SWQ-LAST-USER
009970     MOVE WS-AUD-DATE-X(1:8) TO SWQ-LAST-DATE
009980     MOVE WS-AUD-TIME-X(1:6) TO SWQ-LAST-TIME
009990     MOVE SWQ-ITEM-IMAGE     TO WS-AFTER-IMAGE
010000     EXEC CICS REWRITE FILE('NSPCSWQ')
010010         FROM(NSPCSWQ-RECORD)
010020         RESP(WS-RESP)
010030     END-EXEC
010040     IF WS-RESP = DFHRESP(NORMAL)
010050         MOVE WS-ACTION-MSG TO SCR-MSG
010060         PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
010070     ELSE
010080         MOVE 'NSPCSWQ REWRITE FAILED - CALL APPLICATIONS'
010090             TO SCR-MSG
010100     END-IF.
010110 2750-EXIT.
010120     EXIT.
010130*
010140 2790-RELEASE-LOCK.
010150     EXEC CICS UNLOCK FILE('NSPCSWQ')
010160         RESP(WS-RESP)
010170     END-EXEC.
010180 2790-EXIT.
010190     EXIT.
010200*
010210******************************************************************
010220*    2800-DESCRIBE-ITEM - STATUS AND REASON TEXT AND AGE IN      *
010230*    DAYS OF THE CURRENT ITEM, FOR A BROWSE LINE OR THE ITEM     *
010240*    DISPLAY.                                                    *
010250******************************************************************
010260 2800-DESCRIBE-ITEM.
010270     EVALUATE TRUE
010280         WHEN SWQ-STATUS-OPEN
010290             MOVE 'OPEN'        TO WS-STATUS-TEXT
010300         WHEN SWQ-STATUS-CORRECTED
010310             MOVE 'CORRECTED'   TO WS-STATUS-TEXT
010320         WHEN SWQ-STATUS-RELEASED
010330             MOVE 'RELEASED'    TO WS-STATUS-TEXT
010340         WHEN SWQ-STATUS-WRITTEN-OFF
010350             MOVE 'WRITTEN OFF' TO WS-STATUS-TEXT
010360         WHEN SWQ-STATUS-REPROCESSED
010370             MOVE 'REPROCESSED' TO WS-STATUS-TEXT
010373         WHEN SWQ-STATUS-WITHDRAWN
010376             MOVE 'WITHDRAWN'   TO WS-STATUS-TEXT
010380         WHEN OTHER
010390             MOVE 'UNKNOWN'     TO WS-STATUS-TEXT
010400     END-EVALUATE
010410     MOVE SWQ-REASON TO WS-TEXT-REASON
010420     PERFORM 2810-REASON-TEXT THRU 2810-EXIT
010430     MOVE SWQ-FIRST-DATE TO WS-DTD-DATE
010440     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT
010450     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DTD-DAYS
010460     EVALUATE TRUE
010470         WHEN WS-AGE-DAYS < ZERO
010480             MOVE ZERO TO WS-AGE-SHOW
010490         WHEN WS-AGE-DAYS > 9999
010500             MOVE 9999 TO WS-AGE-SHOW
010510         WHEN OTHER
010520             MOVE WS-AGE-DAYS TO WS-AGE-SHOW
010530     END-EVALUATE.
010540 2800-EXIT.
010550     EXIT.
010560*
010570*    REASON CODES ARE THE NSPCSUSP ONES - SEE THAT COPYBOOK.
010580 2810-REASON-TEXT.
010590     EVALUATE WS-TEXT-REASON
010600         WHEN 80
010610             MOVE 'NOT NUMERIC'          TO WS-REASON-TEXT
010620         WHEN 81
010630             MOVE 'BAD DATE'             TO WS-REASON-TEXT
010640         WHEN 82
010650             MOVE 'REQUIRED FIELD EMPTY' TO WS-REASON-TEXT
010660         WHEN 90
010670             MOVE 'BAD LENGTH'           TO WS-REASON-TEXT
010680         WHEN 91
010690             MOVE 'BAD PROTECT COUNT'    TO WS-REASON-TEXT
010700         WHEN 92
010710             MOVE 'BAD BLOCK COUNT'      TO WS-REASON-TEXT
010720         WHEN 93
010730             MOVE 'BAD TRANSLATE TABLE'  TO WS-REASON-TEXT
010740         WHEN OTHER
010750             MOVE 'OTHER'                TO WS-REASON-TEXT
010760     END-EVALUATE.
010770 2810-EXIT.
010780     EXIT.
010790*
010800 2900-BLANK-DETAIL.
010810     MOVE SPACES TO SCR-DETAIL-TEXT(1) SCR-DETAIL-TEXT(2)
010820     MOVE SPACES TO SCR-DETAIL-TEXT(3) SCR-DETAIL-TEXT(4)
010830     MOVE SPACES TO SCR-DETAIL-TEXT(5) SCR-DETAIL-TEXT(6)
010840     MOVE SPACES TO SCR-DETAIL-TEXT(7) SCR-DETAIL-TEXT(8)
010850     MOVE SPACES TO SCR-DETAIL-TEXT(9) SCR-DETAIL-TEXT(10)
010860     MOVE SPACES TO SCR-DETAIL-TEXT(11).
010870 2900-EXIT.
010880     EXIT.
010890*
010900 3000-SEND-SCREEN.
010910     MOVE LENGTH OF WS-SCREEN TO WS-SCREEN-LEN
010920     EXEC CICS SEND TEXT FROM(WS-SCREEN)
010930         LENGTH(WS-SCREEN-LEN)
010940         ERASE
010950         FREEKB
010960     END-EXEC.
010970 3000-EXIT.
010980     EXIT.
010990*
011000******************************************************************
011010*    4000-LOAD-RULE-SET - THE FEED'S RULE SET IN EFFECT TODAY,   *
011020*    PICKED FROM THE RULE MASTER THE WAY NSPCRSEL PICKS THE      *
011030*    NIGHT'S: WALK THE FEED IN KEY ORDER, START THE SET OVER AT  *
011040*    EACH NEW EFFECTIVE DATE, AND STOP AT THE FIRST DATE AFTER   *
011050*    TODAY.  NO RULES MEANS WHOLE-RECORD CLEANING, AS IN         *
011060*    NSPCREPR.  EACH MODE-X RULE IS GIVEN ITS TABLE SLOT HERE.   *
011070******************************************************************
011080 4000-LOAD-RULE-SET.
011090     SET WS-SET-OK TO TRUE
011100     SET WS-SET-MORE TO TRUE
011110     MOVE SPACES TO WS-SET-MSG
011120     MOVE WS-TODAY TO WS-SET-DATE
011130     MOVE ZERO TO WS-RULE-COUNT
011140     MOVE ZERO TO WS-SET-EFF-DATE
011150     MOVE ZERO TO XLATE-TABLE-COUNT
011160     MOVE WS-RID-FEED-ID TO RMST-FEED-ID
011170     MOVE ZERO           TO RMST-EFF-DATE
011180     MOVE ZERO           TO RMST-RULE-SEQ
011190     EXEC CICS STARTBR FILE('NSPCRMST')
011200         RIDFLD(RMST-KEY)
011210         GTEQ
011220         RESP(WS-RESP)
011230     END-EXEC
011240     EVALUATE WS-RESP
011250         WHEN DFHRESP(NORMAL)
011260             PERFORM 4010-READ-ONE-RULE THRU 4010-EXIT
011270                 UNTIL WS-SET-END
011280             EXEC CICS ENDBR FILE('NSPCRMST')
011290                 RESP(WS-RESP)
011300             END-EXEC
011310         WHEN DFHRESP(NOTFND)
011320             CONTINUE
011330         WHEN OTHER
011340             SET WS-SET-BAD TO TRUE
011350             MOVE 'NSPCRMST BROWSE FAILED - CALL APPLICATIONS'
011360                 TO WS-SET-MSG
011370     END-EVALUATE
011380     IF WS-SET-OK
011390         PERFORM 4100-ASSIGN-XLATE-TABLE THRU 4100-EXIT
011400             VARYING WS-RULE-IDX FROM 1 BY 1
011410             UNTIL WS-RULE-IDX > WS-RULE-COUNT
011420                 OR WS-SET-BAD
011430     END-IF.
011440 4000-EXIT.
011450     EXIT.
011460*
011470 4010-READ-ONE-RULE.
011480     EXEC CICS READNEXT FILE('NSPCRMST')
011490         INTO(NSPCRMST-RECORD)
011500         RIDFLD(RMST-KEY)
011510         RESP(WS-RESP)
011520     END-EXEC
011530     EVALUATE TRUE
011540         WHEN WS-RESP NOT = DFHRESP(NORMAL)
011550             SET WS-SET-END TO TRUE
011560         WHEN RMST-FEED-ID NOT = WS-RID-FEED-ID
011570             SET WS-SET-END TO TRUE
011580         WHEN RMST-EFF-DATE > WS-SET-DATE
011590             SET WS-SET-END TO TRUE
011600         WHEN OTHER
011610             IF RMST-EFF-DATE NOT = WS-SET-EFF-DATE
011620                 MOVE RMST-EFF-DATE TO WS-SET-EFF-DATE
011630                 MOVE ZERO TO WS-RULE-COUNT
011640             END-IF
011650             IF WS-RULE-COUNT < WS-MAX-RULES
011660                 ADD 1 TO WS-RULE-COUNT
011670                 MOVE RMST-DETAIL TO WS-RULE-ENTRY(WS-RULE-COUNT)
011680                 MOVE ZERO TO WS-RULE-XLATE-NO(WS-RULE-COUNT)
011690             END-IF
011700     END-EVALUATE.
011710 4010-EXIT.
011720     EXIT.
011730*
011740 4100-ASSIGN-XLATE-TABLE.
011750     IF WS-RULE-MODE(WS-RULE-IDX) = 'X'
011760         MOVE ZERO TO WS-XLATE-HIT
011770         PERFORM 4110-TEST-ONE-XLATE THRU 4110-EXIT
011780             VARYING WS-XLATE-IDX FROM 1 BY 1
011790             UNTIL WS-XLATE-IDX > XLATE-TABLE-COUNT
011800                 OR WS-XLATE-HIT > ZERO
011810         IF WS-XLATE-HIT = ZERO
011820             IF XLATE-TABLE-COUNT >= WS-MAX-XLATE
011830                 SET WS-SET-BAD TO TRUE
011840                 MOVE 'RULE SET NAMES TOO MANY TRANSLATION TABLES'
011850                     TO WS-SET-MSG
011860             ELSE
011870                 ADD 1 TO XLATE-TABLE-COUNT
011880                 MOVE XLATE-TABLE-COUNT TO WS-XLATE-HIT
011890                 MOVE WS-RULE-XLATE(WS-RULE-IDX)
011900                     TO XLATE-TABLE-NAME(WS-XLATE-HIT)
011910             END-IF
011920         END-IF
011930         IF WS-XLATE-HIT > ZERO
011940             MOVE WS-XLATE-HIT TO WS-RULE-XLATE-NO(WS-RULE-IDX)
011950         END-IF
011960     END-IF.
011970 4100-EXIT.
011980     EXIT.
011990*
012000 4110-TEST-ONE-XLATE.
012010     IF XLATE-TABLE-NAME(WS-XLATE-IDX)
012020         = WS-RULE-XLATE(WS-RULE-IDX)
012030         MOVE WS-XLATE-IDX TO WS-XLATE-HIT
012040     END-IF.
012050 4110-EXIT.
012060     EXIT.
012070*
012080******************************************************************
012090*    4300-BUILD-XLATE-TABLES - BUILD EVERY TABLE THE SET NAMES   *
012100*    FROM NSPCXLAT AS NSPCXLOD DOES - IDENTITY FIRST, THEN EACH  *
012110*    ENTRY FILED UNDER THE NAME - AND REGISTER THE SET WITH      *
012120*    NoSpace FOR THIS TASK.  A TABLE WITH NO ENTRIES WOULD STOP  *
012130*    THE NIGHT, SO IT STOPS THE ACTION HERE TOO.                 *
012140******************************************************************
012150 4300-BUILD-XLATE-TABLES.
012160     SET XLATE-LOAD-OK TO TRUE
012170     MOVE ZERO TO XLATE-BAD-TABLE-NO
012180     IF XLATE-TABLE-COUNT > ZERO
012190         PERFORM 4310-BUILD-ONE-TABLE THRU 4310-EXIT
012200             VARYING WS-TAB-IDX FROM 1 BY 1
012210             UNTIL WS-TAB-IDX > XLATE-TABLE-COUNT
012220                 OR WS-SET-BAD
012230         IF WS-SET-OK
012240             CALL 'NSPCXLD' USING XLATE-SET
012250         END-IF
012260     END-IF.
012270 4300-EXIT.
012280     EXIT.
012290*
012300 4310-BUILD-ONE-TABLE.
012310     MOVE ZERO TO XLATE-MAPPINGS(WS-TAB-IDX)
012320     PERFORM 4320-SET-IDENTITY-BYTE THRU 4320-EXIT
012330         VARYING WS-BYTE-SUB FROM 1 BY 1
012340         UNTIL WS-BYTE-SUB > 256
012350     MOVE XLATE-TABLE-NAME(WS-TAB-IDX) TO XLAT-TABLE-NAME
012360     MOVE LOW-VALUE TO XLAT-FROM-BYTE
012370     EXEC CICS STARTBR FILE('NSPCXLAT')
012380         RIDFLD(XLAT-KEY)
012390         GTEQ
012400         RESP(WS-RESP)
012410     END-EXEC
012420     IF WS-RESP = DFHRESP(NORMAL)
012430         SET WS-XLAT-MORE TO TRUE
012440         PERFORM 4330-APPLY-ONE-ENTRY THRU 4330-EXIT
012450             UNTIL WS-XLAT-END
012460         EXEC CICS ENDBR FILE('NSPCXLAT')
012470             RESP(WS-RESP)
012480         END-EXEC
012490     END-IF
012500     IF XLATE-MAPPINGS(WS-TAB-IDX) = ZERO
012510         SET WS-SET-BAD TO TRUE
012520         SET XLATE-LOAD-TABLE-EMPTY TO TRUE
012530         MOVE WS-TAB-IDX TO XLATE-BAD-TABLE-NO
012540         STRING 'TRANSLATION TABLE ' XLATE-TABLE-NAME(WS-TAB-IDX)
012550             ' HAS NO ENTRIES ON NSPCXLAT - SEE NSPX'
012560             DELIMITED BY SIZE
012570             INTO WS-SET-MSG
012580         END-STRING
012590     END-IF.
012600 4310-EXIT.
012610     EXIT.
012620*
012630 4320-SET-IDENTITY-BYTE.
012640     COMPUTE WS-XLATE-ORD = WS-BYTE-SUB - 1
012650     MOVE WS-XLATE-ORD-LOW
012660         TO XLATE-TO-BYTE(WS-TAB-IDX, WS-BYTE-SUB).
012670 4320-EXIT.
012680     EXIT.
012690*
012700 4330-APPLY-ONE-ENTRY.
012710     EXEC CICS READNEXT FILE('NSPCXLAT')
012720         INTO(NSPCXLAT-RECORD)
012730         RIDFLD(XLAT-KEY)
012740         RESP(WS-RESP)
012750     END-EXEC
012760     IF WS-RESP NOT = DFHRESP(NORMAL)
012770         OR XLAT-TABLE-NAME NOT = XLATE-TABLE-NAME(WS-TAB-IDX)
012780         SET WS-XLAT-END TO TRUE
012790     ELSE
012800         MOVE ZERO TO WS-XLATE-ORD
012810         MOVE XLAT-FROM-BYTE TO WS-XLATE-ORD-LOW
012820         COMPUTE WS-BYTE-SUB = WS-XLATE-ORD + 1
012830         MOVE XLAT-TO-BYTE
012840             TO XLATE-TO-BYTE(WS-TAB-IDX, WS-BYTE-SUB)
012850         ADD 1 TO XLATE-MAPPINGS(WS-TAB-IDX)
012860     END-IF.
012870 4330-EXIT.
012880     EXIT.
012890*
012900******************************************************************
012910*    5000-VALIDATE-ITEM - CLEAN WS-VAL-DATA THROUGH NoSpace      *
012920*    (NSPCBLK) AND CONTENT-EDIT THE RESULT EXACTLY AS NSPCREPR   *
012930*    WILL, LEAVING WS-FLD-REJECTED WITH THE REASON AND FIELD OF  *
012940*    THE FIRST FAILURE.  UNDER WS-SCOPE-CORRECTION ONLY THE RULE *
012950*    FIELDS THE CORRECTION OVERLAPS, AND RECORD-LEVEL FAILURES,  *
012960*    COUNT.  KEEP 5300 THROUGH 5470 IN STEP WITH NSPCREPR'S      *
012970*    2300 THROUGH 2470 BY HAND.                                  *
012980******************************************************************
012990 5000-VALIDATE-ITEM.
013000     SET WS-FLD-NOT-REJECTED TO TRUE
013010     MOVE ZERO TO WS-SUSP-REASON
013020     MOVE ZERO TO WS-SUSP-FIELD
013030     INITIALIZE STRNG-STATS
013040     IF WS-RULE-COUNT = ZERO
013050         PERFORM 5300-CHECK-WHOLE-RECORD THRU 5300-EXIT
013060     ELSE
013070         PERFORM 5400-CHECK-RULED-RECORD THRU 5400-EXIT
013080     END-IF.
013090 5000-EXIT.
013100     EXIT.
013110*
013120 5300-CHECK-WHOLE-RECORD.
013130     MOVE 1 TO BLOCK-FIELD-COUNT
013140     MOVE 'A' TO BLOCK-MODE(1)
013150     MOVE 'S' TO BLOCK-CLASS(1)
013160     MOVE 'E' TO BLOCK-ENCODING(1)
013170     MOVE SPACE TO BLOCK-REPLACE-CHAR(1)
013180     MOVE ZERO TO BLOCK-PROTECT-COUNT(1)
013190     MOVE WS-VAL-LEN  TO BLOCK-STRLEN(1)
013200     MOVE WS-VAL-DATA TO BLOCK-SDATA(1)
013210     CALL 'NSPCBLK' USING STRNG-BLOCK, STRNG-STATS
013220     IF NOT BLOCK-RC-OK OR NOT BLOCK-ENTRY-RC-OK(1)
013230         SET WS-FLD-REJECTED TO TRUE
013240         MOVE BLOCK-RETURN-CODE(1) TO WS-SUSP-REASON
013250         MOVE ZERO TO WS-SUSP-FIELD
013260     END-IF.
013270 5300-EXIT.
013280     EXIT.
013290*
013300 5400-CHECK-RULED-RECORD.
013310     IF WS-VAL-LEN > WS-MAX-LEN
013320         SET WS-FLD-REJECTED TO TRUE
013330         MOVE 90 TO WS-SUSP-REASON
013340         MOVE ZERO TO WS-SUSP-FIELD
013350     ELSE
013360         MOVE WS-VAL-DATA TO WS-CLEAN-DATA
013370         PERFORM 5410-BUILD-BLOCK THRU 5410-EXIT
013380         IF BLOCK-FIELD-COUNT > ZERO
013390             CALL 'NSPCBLK' USING STRNG-BLOCK, STRNG-STATS
013400             PERFORM 5430-UNLOAD-BLOCK THRU 5430-EXIT
013410             IF WS-FLD-NOT-REJECTED
013420                 PERFORM 5440-EDIT-CONTENT THRU 5440-EXIT
013430             END-IF
013440         END-IF
013450     END-IF.
013460 5400-EXIT.
013470     EXIT.
013480*
013490 5410-BUILD-BLOCK.
013500     MOVE ZERO TO BLOCK-FIELD-COUNT
013510     PERFORM 5415-LOAD-ONE-FIELD THRU 5415-EXIT
013520         VARYING WS-RULE-IDX FROM 1 BY 1
013530         UNTIL WS-RULE-IDX > WS-RULE-COUNT.
013540 5410-EXIT.
013550     EXIT.
013560*
013570 5414-TEST-REC-TYPE.
013580     IF WS-RULE-REC-TYPE(WS-RULE-IDX) = SPACE
013590         OR WS-RULE-REC-TYPE(WS-RULE-IDX) = '*'
013600         OR WS-RULE-REC-TYPE(WS-RULE-IDX) = WS-VAL-DATA(1:1)
013610         SET WS-TYPE-MATCH TO TRUE
013620     ELSE
013630         SET WS-TYPE-NO-MATCH TO TRUE
013640     END-IF.
013650 5414-EXIT.
013660     EXIT.
013670*
013680 5415-LOAD-ONE-FIELD.
013690     PERFORM 5414-TEST-REC-TYPE THRU 5414-EXIT
013700     MOVE WS-RULE-OFFSET(WS-RULE-IDX) TO WS-FLD-OFF
013710     MOVE WS-RULE-LENGTH(WS-RULE-IDX) TO WS-FLD-LEN
013720     IF WS-TYPE-NO-MATCH OR WS-FLD-OFF > WS-VAL-LEN
013730         CONTINUE
013740     ELSE
013750         IF WS-FLD-OFF + WS-FLD-LEN - 1 > WS-VAL-LEN
013760             COMPUTE WS-FLD-LEN = WS-VAL-LEN - WS-FLD-OFF + 1
013770         END-IF
013780         ADD 1 TO BLOCK-FIELD-COUNT
013790         MOVE WS-RULE-IDX TO WS-ENTRY-RULE(BLOCK-FIELD-COUNT)
013800         MOVE WS-FLD-OFF  TO WS-ENTRY-OFF(BLOCK-FIELD-COUNT)
013810         MOVE WS-FLD-LEN  TO WS-ENTRY-LEN(BLOCK-FIELD-COUNT)
013820         MOVE WS-RULE-MODE(WS-RULE-IDX)
013830             TO BLOCK-MODE(BLOCK-FIELD-COUNT)
013840         MOVE WS-RULE-CLASS(WS-RULE-IDX)
013850             TO BLOCK-CLASS(BLOCK-FIELD-COUNT)
013860         IF WS-RULE-ENC(WS-RULE-IDX) = SPACE
013870             MOVE 'E' TO BLOCK-ENCODING(BLOCK-FIELD-COUNT)
013880         ELSE
013890             MOVE WS-RULE-ENC(WS-RULE-IDX)
013900                 TO BLOCK-ENCODING(BLOCK-FIELD-COUNT)
013910         END-IF
013920         IF WS-RULE-MODE(WS-RULE-IDX) = 'X'
013930             MOVE WS-RULE-XLATE-NO(WS-RULE-IDX)
013940                 TO BLOCK-XLATE-TABLE-NO(BLOCK-FIELD-COUNT)
013950         ELSE
013960             MOVE WS-RULE-REPL(WS-RULE-IDX)
013970                 TO BLOCK-REPLACE-CHAR(BLOCK-FIELD-COUNT)
013980         END-IF
013990         MOVE WS-RULE-PROT-CNT(WS-RULE-IDX)
014000             TO BLOCK-PROTECT-COUNT(BLOCK-FIELD-COUNT)
014010         PERFORM 5417-LOAD-ONE-PROTECT THRU 5417-EXIT
014020             VARYING WS-J FROM 1 BY 1
014030             UNTIL WS-J > WS-RULE-PROT-CNT(WS-RULE-IDX)
014040         MOVE WS-FLD-LEN TO BLOCK-STRLEN(BLOCK-FIELD-COUNT)
014050         MOVE WS-VAL-DATA(WS-FLD-OFF:WS-FLD-LEN)
014060             TO BLOCK-SDATA(BLOCK-FIELD-COUNT)
014070     END-IF.
014080 5415-EXIT.
014090     EXIT.
014100*
014110 5417-LOAD-ONE-PROTECT.
014120     MOVE WS-RULE-PROT-START(WS-RULE-IDX WS-J)
014130         TO BLOCK-PROTECT-START(BLOCK-FIELD-COUNT WS-J)
014140     MOVE WS-RULE-PROT-END(WS-RULE-IDX WS-J)
014150         TO BLOCK-PROTECT-END(BLOCK-FIELD-COUNT WS-J).
014160 5417-EXIT.
014170     EXIT.
014180*
014190 5430-UNLOAD-BLOCK.
014200     IF NOT BLOCK-RC-OK
014210         SET WS-FLD-REJECTED TO TRUE
014220         MOVE BLOCK-RC TO WS-SUSP-REASON
014230         MOVE ZERO TO WS-SUSP-FIELD
014240     ELSE
014250         PERFORM 5435-UNLOAD-ONE-FIELD THRU 5435-EXIT
014260             VARYING WS-I FROM 1 BY 1
014270             UNTIL WS-I > BLOCK-FIELD-COUNT
014280                 OR WS-FLD-REJECTED
014290     END-IF.
014300 5430-EXIT.
014310     EXIT.
014320*
014330 5435-UNLOAD-ONE-FIELD.
014340     IF BLOCK-ENTRY-RC-OK(WS-I)
014350         MOVE WS-ENTRY-OFF(WS-I) TO WS-FLD-OFF
014360         MOVE WS-ENTRY-LEN(WS-I) TO WS-FLD-LEN
014370*        PAD WITH THE SPACE BYTE OF THE FIELD'S OWN CODE PAGE,
014380*        AS NSPCREPR DOES.
014390         IF BLOCK-ENCODING(WS-I) = 'A'
014400             MOVE ALL X'20'
014410                 TO WS-CLEAN-DATA(WS-FLD-OFF:WS-FLD-LEN)
014420         ELSE
014430             MOVE SPACES TO WS-CLEAN-DATA(WS-FLD-OFF:WS-FLD-LEN)
014440         END-IF
014450         IF BLOCK-RESLEN(WS-I) > ZERO
014460             MOVE BLOCK-RDATA(WS-I)(1:BLOCK-RESLEN(WS-I))
014470                 TO WS-CLEAN-DATA(WS-FLD-OFF:BLOCK-RESLEN(WS-I))
014480         END-IF
014490     ELSE
014500         PERFORM 5480-TEST-IN-SCOPE THRU 5480-EXIT
014510         IF WS-ENTRY-IN-SCOPE
014520             SET WS-FLD-REJECTED TO TRUE
014530             MOVE BLOCK-RETURN-CODE(WS-I) TO WS-SUSP-REASON
014540             MOVE WS-ENTRY-RULE(WS-I) TO WS-SUSP-FIELD
014550         END-IF
014560     END-IF.
014570 5435-EXIT.
014580     EXIT.
014590*
014600 5440-EDIT-CONTENT.
014610     PERFORM 5445-EDIT-ONE-CONTENT THRU 5445-EXIT
014620         VARYING WS-I FROM 1 BY 1
014630         UNTIL WS-I > BLOCK-FIELD-COUNT
014640             OR WS-FLD-REJECTED.
014650 5440-EXIT.
014660     EXIT.
014670*
014680 5445-EDIT-ONE-CONTENT.
014690     MOVE WS-ENTRY-RULE(WS-I) TO WS-CONT-RULE
014700     MOVE WS-ENTRY-OFF(WS-I)  TO WS-CONT-OFF
014710     MOVE WS-ENTRY-LEN(WS-I)  TO WS-CONT-LEN
014720     SET WS-CONT-OK TO TRUE
014730     PERFORM 5480-TEST-IN-SCOPE THRU 5480-EXIT
014740     IF WS-ENTRY-IN-SCOPE
014750         EVALUATE WS-RULE-CONTENT(WS-CONT-RULE)
014760             WHEN 'N'
014770                 PERFORM 5450-EDIT-NUMERIC THRU 5450-EXIT
014780             WHEN 'D'
014790                 PERFORM 5460-EDIT-DATE THRU 5460-EXIT
014800             WHEN 'R'
014810                 PERFORM 5470-EDIT-REQUIRED THRU 5470-EXIT
014820             WHEN OTHER
014830                 CONTINUE
014840         END-EVALUATE
014850     END-IF
014860     IF WS-CONT-BAD
014870         SET WS-FLD-REJECTED TO TRUE
014880         MOVE WS-CONT-RULE TO WS-SUSP-FIELD
014890     END-IF.
014900 5445-EXIT.
014910     EXIT.
014920*
014930 5450-EDIT-NUMERIC.
014940     PERFORM 5455-FIND-LAST-NONBLANK THRU 5455-EXIT
014950     IF WS-CONT-LAST-NB = ZERO
014960         SET WS-CONT-BAD TO TRUE
014970         MOVE 80 TO WS-SUSP-REASON
014980     ELSE
014990         IF WS-CLEAN-DATA(WS-CONT-OFF:WS-CONT-LAST-NB)
015000             NOT NUMERIC
015010             SET WS-CONT-BAD TO TRUE
015020             MOVE 80 TO WS-SUSP-REASON
015030         END-IF
015040     END-IF.
015050 5450-EXIT.
015060     EXIT.
015070*
015080 5455-FIND-LAST-NONBLANK.
015090     MOVE ZERO TO WS-CONT-LAST-NB
015100     PERFORM 5457-TEST-ONE-TRAILING THRU 5457-EXIT
015110         VARYING WS-CONT-J FROM WS-CONT-LEN BY -1
015120         UNTIL WS-CONT-J < 1 OR WS-CONT-LAST-NB > ZERO.
015130 5455-EXIT.
015140     EXIT.
015150*
015160 5457-TEST-ONE-TRAILING.
015170     IF WS-CLEAN-DATA(WS-CONT-OFF + WS-CONT-J - 1:1) NOT = SPACE
015180         MOVE WS-CONT-J TO WS-CONT-LAST-NB
015190     END-IF.
015200 5457-EXIT.
015210     EXIT.
015220*
015230 5460-EDIT-DATE.
015240     IF WS-CONT-LEN < 8
015250         SET WS-CONT-BAD TO TRUE
015260         MOVE 81 TO WS-SUSP-REASON
015270     ELSE
015280         MOVE WS-CLEAN-DATA(WS-CONT-OFF:8) TO WS-DATE-WORK
015290         IF WS-DATE-WORK NOT NUMERIC
015300             SET WS-CONT-BAD TO TRUE
015310             MOVE 81 TO WS-SUSP-REASON
015320         ELSE
015330             MOVE WS-DATE-WORK(1:4) TO WS-DATE-CCYY
015340             MOVE WS-DATE-WORK(5:2) TO WS-DATE-MM
015350             MOVE WS-DATE-WORK(7:2) TO WS-DATE-DD
015360             PERFORM 5465-TEST-MONTH-DAY THRU 5465-EXIT
015370         END-IF
015380     END-IF.
015390 5460-EXIT.
015400     EXIT.
015410*
015420 5465-TEST-MONTH-DAY.
015430     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
015440         SET WS-CONT-BAD TO TRUE
015450         MOVE 81 TO WS-SUSP-REASON
015460     ELSE
015470         MOVE WS-MONTH-DAYS(WS-DATE-MM) TO WS-DATE-MAX-DD
015480         IF WS-DATE-MM = 2
015490             PERFORM 5467-TEST-LEAP-YEAR THRU 5467-EXIT
015500         END-IF
015510         IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-DATE-MAX-DD
015520             SET WS-CONT-BAD TO TRUE
015530             MOVE 81 TO WS-SUSP-REASON
015540         END-IF
015550     END-IF.
015560 5465-EXIT.
015570     EXIT.
015580*
015590 5467-TEST-LEAP-YEAR.
015600     DIVIDE WS-DATE-CCYY BY 4 GIVING WS-LEAP-Q
015610         REMAINDER WS-LEAP-R
015620     IF WS-LEAP-R = ZERO
015630         DIVIDE WS-DATE-CCYY BY 100 GIVING WS-LEAP-Q
015640             REMAINDER WS-LEAP-R
015650         IF WS-LEAP-R NOT = ZERO
015660             MOVE 29 TO WS-DATE-MAX-DD
015670         ELSE
015680             DIVIDE WS-DATE-CCYY BY 400 GIVING WS-LEAP-Q
015690                 REMAINDER WS-LEAP-R
015700             IF WS-LEAP-R = ZERO
015710                 MOVE 29 TO WS-DATE-MAX-DD
015720             END-IF
015730         END-IF
015740     END-IF.
015750 5467-EXIT.
015760     EXIT.
015770*
015780 5470-EDIT-REQUIRED.
015790     IF WS-CLEAN-DATA(WS-CONT-OFF:WS-CONT-LEN) = SPACES
015800         SET WS-CONT-BAD TO TRUE
015810         MOVE 82 TO WS-SUSP-REASON
015820     END-IF.
015830 5470-EXIT.
015840     EXIT.
015850*
015860*    A BLOCK ENTRY IS IN SCOPE UNLESS A CORRECTION IS BEING
015870*    VALIDATED AND THE ENTRY'S BYTES MISS THE CORRECTED ONES.
015880 5480-TEST-IN-SCOPE.
015890     SET WS-ENTRY-IN-SCOPE TO TRUE
015900     IF WS-SCOPE-CORRECTION
015910         IF WS-ENTRY-OFF(WS-I) > WS-COR-END
015920             OR WS-ENTRY-OFF(WS-I) + WS-ENTRY-LEN(WS-I) - 1
015930                 < WS-COR-OFF
015940             SET WS-ENTRY-OUT-OF-SCOPE TO TRUE
015950         END-IF
015960     END-IF.
015970 5480-EXIT.
015980     EXIT.
015990*
016000******************************************************************
016010*    6000-WRITE-AUDIT - ONE AUDIT RECORD PER SUCCESSFUL ACTION:  *
016020*    WHO KEYED IT, WHEN (AS STAMPED ON THE ITEM), AND THE        *
016030*    BEFORE/AFTER ITEM IMAGES.  AN AUDIT WRITE THAT FAILS IS     *
016040*    REPORTED ON TOP OF THE ACTION MESSAGE - THE ACTION ITSELF   *
016050*    HAS ALREADY LANDED.                                         *
016060******************************************************************
016070 6000-WRITE-AUDIT.
016080     MOVE SPACES             TO NSPCQAUD-RECORD
016090     MOVE SWQ-LAST-DATE      TO QAUD-DATE
016100     MOVE SWQ-LAST-TIME      TO QAUD-TIME
016110     MOVE SWQ-FEED-ID        TO QAUD-FEED-ID
016120     MOVE SWQ-FIRST-DATE     TO QAUD-FIRST-DATE
016130     MOVE SWQ-RECORD-NUMBER  TO QAUD-RECORD-NUMBER
016140     MOVE WS-USER-ID         TO QAUD-USER
016150     EVALUATE WS-IN-ACTION
016160         WHEN 'COR'
016170             SET QAUD-ACTION-CORRECT   TO TRUE
016180         WHEN 'REL'
016190             SET QAUD-ACTION-RELEASE   TO TRUE
016200         WHEN OTHER
016210             SET QAUD-ACTION-WRITE-OFF TO TRUE
016220     END-EVALUATE
016230     MOVE WS-BEFORE-IMAGE    TO QAUD-BEFORE-IMAGE
016240     MOVE WS-AFTER-IMAGE     TO QAUD-AFTER-IMAGE
016250     EXEC CICS WRITE FILE('NSPCQAUD')
016260         FROM(NSPCQAUD-RECORD)
016270         RIDFLD(QAUD-KEY)
016280         RESP(WS-RESP)
016290     END-EXEC
016300     IF WS-RESP NOT = DFHRESP(NORMAL)
016310         MOVE 'ACTION FILED BUT NSPCQAUD AUDIT WRITE FAILED'
016320             TO SCR-MSG
016330     END-IF.
016340 6000-EXIT.
016350     EXIT.
016360*
016370 7000-DATE-TO-DAYS.
016380     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-CCYY - 1
016390     COMPUTE WS-DTD-DAYS = WS-DTD-CCYY * 365
016400         + WS-CUM-DAYS(WS-DTD-MM) + WS-DTD-DD
016410     DIVIDE WS-DTD-PRIOR-YEAR BY 4 GIVING WS-DTD-Q
016420         REMAINDER WS-DTD-R
016430     ADD WS-DTD-Q TO WS-DTD-DAYS
016440     DIVIDE WS-DTD-PRIOR-YEAR BY 100 GIVING WS-DTD-Q
016450         REMAINDER WS-DTD-R
016460     SUBTRACT WS-DTD-Q FROM WS-DTD-DAYS
016470     DIVIDE WS-DTD-PRIOR-YEAR BY 400 GIVING WS-DTD-Q
016480         REMAINDER WS-DTD-R
016490     ADD WS-DTD-Q TO WS-DTD-DAYS
016500     IF WS-DTD-MM > 2
016510         PERFORM 7100-ADD-LEAP-DAY THRU 7100-EXIT
016520     END-IF.
016530 7000-EXIT.
016540     EXIT.
016550*
016560 7100-ADD-LEAP-DAY.
016570     DIVIDE WS-DTD-CCYY BY 4 GIVING WS-DTD-Q
016580         REMAINDER WS-DTD-R
016590     IF WS-DTD-R = ZERO
016600         DIVIDE WS-DTD-CCYY BY 100 GIVING WS-DTD-Q
016610             REMAINDER WS-DTD-R
016620         IF WS-DTD-R NOT = ZERO
016630             ADD 1 TO WS-DTD-DAYS
016640         ELSE
016650             DIVIDE WS-DTD-CCYY BY 400 GIVING WS-DTD-Q
016660                 REMAINDER WS-DTD-R
016670             IF WS-DTD-R = ZERO
016680                 ADD 1 TO WS-DTD-DAYS
016690             END-IF
016700         END-IF
016710     END-IF.
016720 7100-EXIT.
016730     EXIT.
016740*
016750 END PROGRAM NSPCSWRK.
