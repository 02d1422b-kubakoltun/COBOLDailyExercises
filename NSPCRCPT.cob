000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCRCPT                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-12                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS. INBOUND RECEIPT GATE, RUN AHEAD OF                  *
000110*   NOSPCBAT.  NOSPCBAT CLEANS WHATEVER NSPCIN HOLDS; THIS STEP  *
000120*   FIRST PROVES NSPCIN IS THE WHOLE DELIVERY THE EXTRACT TEAM   *
000130*   MEANT TO SEND FOR THE NIGHT, AND IS NOT ONE ALREADY TAKEN    *
000140*   IN, USING THE FEED'S OWN HEADER AND TRAILER RECORDS AS       *
000150*   DECLARED ON ITS NSPCFEED PROFILE (SEE THE NSPCFEED           *
000160*   COPYBOOK).                                                   *
000170*                                                                *
000180*   THE HEADER MUST BE THE FIRST RECORD AND THE TRAILER THE      *
000190*   LAST, ONE OF EACH.  THE DETAIL RECORDS BETWEEN THEM ARE      *
000200*   RECOUNTED AND THE DECLARED HASH FIELD OF EACH IS ADDED UP;   *
000210*   THE COUNT AND THE TOTAL (KEPT TO THE TRAILER'S WIDTH) MUST   *
000220*   AGREE WITH THE TRAILER.  THE HEADER'S EXTRACT DATE MUST BE   *
000230*   THE BUSINESS DATE EXPECTED FOR THE RUN DATE - THE FEED'S     *
000240*   DATE LAG IN DAYS BEFORE IT.  THE DELIVERY IS THEN            *
000250*   FINGERPRINTED (SEE THE NSPCRLOG COPYBOOK) AND CHECKED        *
000260*   AGAINST EVERY EARLIER ACCEPTED RECEIPT OF THE FEED ON THE    *
000270*   NSPCRLOG RECEIPT LOG: THE SAME FINGERPRINT AND EXTRACT DATE  *
000280*   AGAIN IS A DUPLICATE DELIVERY.  A DIFFERENT DELIVERY FOR AN  *
000290*   EXTRACT DATE ALREADY ACCEPTED IS TAKEN AS A REPLACEMENT,     *
000300*   WITH A WARNING.                                              *
000310*                                                                *
000320*   EVERY DELIVERY CHECKED IS LOGGED ON NSPCRLOG WITH ITS        *
000330*   RESULT, WHETHER ACCEPTED OR NOT.  THE RUN DATE IS TODAY, OR  *
000340*   THE EXEC PARM (PARM='yyyymmdd,ffffffff', 00000000 = TODAY)   *
000350*   FOR A RERUN OF A PRIOR NIGHT; THE FEED DEFAULTS TO DAILYEXT. *
000360*                                                                *
000370*   REASON CODES ON THE LOG: 10 NO HEADER FIRST, 11 NO TRAILER   *
000380*   LAST, 12 A HEADER OR TRAILER OUT OF PLACE, 20 EXTRACT DATE   *
000390*   NOT A DATE, 21 EXTRACT DATE NOT THE EXPECTED BUSINESS DATE,  *
000400*   30 TRAILER COUNT NOT NUMERIC, 31 DETAIL COUNT DISAGREES, 40  *
000410*   HASH FIELD NOT NUMERIC ON A DETAIL, 41 TRAILER TOTAL NOT     *
000420*   NUMERIC, 42 HASH TOTAL DISAGREES, 50 DUPLICATE DELIVERY, 60  *
000430*   REPLACEMENT DELIVERY (WARNING), 61 NO DETAIL RECORDS         *
000440*   (WARNING).                                                   *
000450*                                                                *
000460*   RETURN CODES FOR THE SCHEDULER: 0 = DELIVERY ACCEPTED, 4 =   *
000470*   ACCEPTED WITH A WARNING, 8 = RECEIPT FAILED (THE DELIVERY    *
000480*   MUST NOT BE CLEANED), 16 = THE DELIVERY COULD NOT BE CHECKED *
000490*   (NO RECEIPT CONTROLS DECLARED FOR THE FEED, A BAD PROFILE,   *
000500*   OR A BAD PARM) - NOTHING IS LOGGED.  HOLD NOSPCBAT ON        *
000510*   ANYTHING OVER 4.                                             *
000520*                                                                *
000530*   MODIFICATION HISTORY                                         *
000540*   ---------------------------------------------------------    *
000550*   DATE       INIT  DESCRIPTION                                 *
000560*   ---------- ----  ----------------------------------------    *
000570*   2026-10-12 RLK   ORIGINAL.                                   *
000571*   2026-10-13 RLK   POSTS A RUN-CONTROL ENTRY - RUN DATE,       *
000572*                    FEED, RETURN CODE, START AND END TIMES,     *
000573*                    AND THE RECORDS READ, DETAILS, AND REASON   *
000574*                    CODE - TO THE NSPCLEDG LEDGER THROUGH       *
000575*                    NSPCLPST AT END OF JOB, FOR THE NSPCOPSM    *
000576*                    MORNING SUMMARY.                            *
000577*   2026-10-15 RLK   THE SHORT PARM FORM 'yyyymmdd' NOW TAKES    *
000578*                    00000000 AS TODAY, AS THE FULL FORM DOES.   *
000580*                                                                *
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID.              NSPCRCPT.
000620 AUTHOR.                  R L KOLTUN.
000630 INSTALLATION.            DAILY EXTRACT PROCESSING.
000640 DATE-WRITTEN.            2026-10-12.
000650 DATE-COMPILED.
000660*
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT NSPCIN   ASSIGN TO NSPCIN
000710            ORGANIZATION IS SEQUENTIAL.
000720     SELECT NSPCFEED ASSIGN TO NSPCFEED
000730            ORGANIZATION IS SEQUENTIAL.
000740     SELECT NSPCRLOG ASSIGN TO NSPCRLOG
000750            ORGANIZATION IS SEQUENTIAL.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*
000800*    TONIGHT'S DELIVERY, AS NOSPCBAT WILL READ IT.
000810 FD  NSPCIN
000820     RECORDING MODE IS F.
000830 01  NSPCIN-RECORD.
000840     03  NSPCIN-LEN                  PIC 9(03).
000850     03  NSPCIN-DATA                 PIC X(150).
000860*
000870 FD  NSPCFEED
000880     RECORDING MODE IS F.
000890     COPY NSPCFEED.
000900*
000910*    CUMULATIVE RECEIPT LOG - READ FRONT TO BACK FOR EARLIER
000920*    RECEIPTS OF THE FEED, THEN EXTENDED WITH TONIGHT'S.
000930 FD  NSPCRLOG
000940     RECORDING MODE IS F.
000950     COPY NSPCRLOG.
000960*
000970 WORKING-STORAGE SECTION.
000980 01  WS-FLAGS.
000990     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001000         88  WS-EOF                      VALUE 'Y'.
001010         88  WS-NOT-EOF                  VALUE 'N'.
001020     03  WS-FEED-EOF-SW              PIC X(01) VALUE 'N'.
001030         88  WS-FEED-EOF                 VALUE 'Y'.
001040         88  WS-FEED-NOT-EOF             VALUE 'N'.
001050     03  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
001060         88  WS-LOG-EOF                  VALUE 'Y'.
001070         88  WS-LOG-NOT-EOF              VALUE 'N'.
001080     03  WS-RUN-SW                   PIC X(01) VALUE 'Y'.
001090         88  WS-RUN-OK                   VALUE 'Y'.
001100         88  WS-RUN-STOPPED              VALUE 'N'.
001110     03  WS-PROFILE-SW               PIC X(01) VALUE 'N'.
001120         88  WS-PROFILE-FOUND            VALUE 'Y'.
001130         88  WS-PROFILE-MISSING          VALUE 'N'.
001140     03  WS-FIRST-SW                 PIC X(01) VALUE 'N'.
001150         88  WS-FIRST-IS-HEADER          VALUE 'Y'.
001160         88  WS-FIRST-NOT-HEADER         VALUE 'N'.
001170     03  WS-LAST-SW                  PIC X(01) VALUE 'N'.
001180         88  WS-LAST-IS-TRAILER          VALUE 'Y'.
001190         88  WS-LAST-NOT-TRAILER         VALUE 'N'.
001200     03  WS-DATE-SW                  PIC X(01) VALUE 'N'.
001210         88  WS-DATE-VALID               VALUE 'Y'.
001220         88  WS-DATE-INVALID             VALUE 'N'.
001230     03  WS-DUP-SW                   PIC X(01) VALUE 'N'.
001240         88  WS-DUP-FOUND                VALUE 'Y'.
001250         88  WS-DUP-NOT-FOUND            VALUE 'N'.
001260 01  WS-COUNTERS.
001270     03  WS-RECS-READ                PIC 9(09) VALUE ZERO.
001280     03  WS-HEADERS                  PIC 9(09) VALUE ZERO.
001290     03  WS-TRAILERS                 PIC 9(09) VALUE ZERO.
001300     03  WS-DETAILS                  PIC 9(09) VALUE ZERO.
001310     03  WS-MISPLACED                PIC 9(09) VALUE ZERO.
001320     03  WS-HASH-BAD                 PIC 9(09) VALUE ZERO.
001330     03  WS-LOG-READ                 PIC 9(07) VALUE ZERO.
001340     03  WS-PRIOR-RECEIPTS           PIC 9(07) VALUE ZERO.
001350     03  WS-REPLACED                 PIC 9(07) VALUE ZERO.
001360     03  WS-FAILURES                 PIC 9(02) VALUE ZERO.
001370     03  WS-WARNINGS                 PIC 9(02) VALUE ZERO.
001380 01  WS-WORK-FIELDS.
001390     03  WS-RUN-DATE                 PIC 9(08).
001400     03  WS-RUN-TIME                 PIC 9(08).
001410     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
001420     03  WS-PARM-LEN-DATE            PIC S9(04) COMP VALUE 8.
001430     03  WS-PARM-LEN-FEED            PIC S9(04) COMP VALUE 17.
001440     03  WS-MAX-LEN                  PIC 9(03) VALUE 150.
001450     03  WS-MAX-LISTED               PIC 9(02) VALUE 10.
001460     03  WS-REC-BYTES                PIC 9(03) VALUE 153.
001470     03  WS-I                        PIC 9(03).
001480     03  WS-CHK-REASON               PIC 9(02).
001490     03  WS-REASON                   PIC 9(02) VALUE ZERO.
001500     03  WS-RESULT                   PIC X(01) VALUE SPACE.
001510     03  WS-EXTRACT-DATE             PIC X(08) VALUE SPACES.
001520     03  WS-TRL-DATA                 PIC X(150) VALUE SPACES.
001530     03  WS-MATCH-DATE               PIC 9(08) VALUE ZERO.
001540     03  WS-MATCH-TIME               PIC 9(06) VALUE ZERO.
001550     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001560*
001570*    THE FEED'S RECEIPT CONTROLS, FROM ITS NSPCFEED PROFILE.
001580 01  WS-PROFILE-FIELDS.
001590     03  WS-HDR-TYPE                 PIC X(01) VALUE SPACE.
001600     03  WS-TRL-TYPE                 PIC X(01) VALUE SPACE.
001610     03  WS-DATE-OFFSET              PIC 9(03) VALUE ZERO.
001620     03  WS-DATE-LAG                 PIC 9(01) VALUE ZERO.
001630     03  WS-COUNT-OFFSET             PIC 9(03) VALUE ZERO.
001640     03  WS-COUNT-LENGTH             PIC 9(02) VALUE ZERO.
001650     03  WS-HASH-OFFSET              PIC 9(03) VALUE ZERO.
001660     03  WS-HASH-LENGTH              PIC 9(02) VALUE ZERO.
001670     03  WS-TOTAL-OFFSET             PIC 9(03) VALUE ZERO.
001680     03  WS-TOTAL-LENGTH             PIC 9(02) VALUE ZERO.
001690*
001700*    NUMBER PICK-UP - A NUMERIC FIELD OF ANY WIDTH UP TO 18 IS
001710*    MOVED TO THE RIGHT-HAND END OF A ZERO-FILLED WORK AREA AND
001720*    READ BACK THROUGH THE REDEFINES.  THE HASH TOTAL IS KEPT TO
001730*    THE TRAILER'S WIDTH THE SAME WAY, FROM ITS LOW-ORDER DIGITS.
001740 01  WS-NUMBER-FIELDS.
001750     03  WS-NUM-WORK                 PIC X(18).
001760     03  WS-NUM-VALUE                REDEFINES WS-NUM-WORK
001770                                     PIC 9(18).
001780     03  WS-NUM-START                PIC 9(02).
001790     03  WS-HASH-SUM                 PIC 9(18) VALUE ZERO.
001800     03  WS-HASH-SUM-X               REDEFINES WS-HASH-SUM
001810                                     PIC X(18).
001820     03  WS-HASH-KEPT                PIC 9(18) VALUE ZERO.
001830     03  WS-TRL-COUNT                PIC 9(18) VALUE ZERO.
001840     03  WS-TRL-TOTAL                PIC 9(18) VALUE ZERO.
001850*
001860*    BYTE CHECKSUM - EACH BYTE IS PICKED UP AS A NUMBER 0-255 THE
001870*    WAY NSPCPROF DOES (LOW HALF OF A HALFWORD WHOSE HIGH HALF IS
001880*    LOW-VALUE) AND FOLDED IN AS CHECKSUM * 257 + BYTE + 1,
001890*    MODULO A 12-DIGIT PRIME, SO THE ORDER OF THE BYTES COUNTS.
001900 01  WS-CHECKSUM-FIELDS.
001910     03  WS-BYTE-PAIR.
001920         05  FILLER                  PIC X(01) VALUE LOW-VALUE.
001930         05  WS-BYTE-CHAR            PIC X(01).
001940     03  WS-BYTE-VALUE               REDEFINES WS-BYTE-PAIR
001950                                     PIC 9(04) COMP.
001960     03  WS-CHECK-PRIME              PIC 9(12) VALUE 999999999989.
001970     03  WS-CHECK-WORK               PIC 9(15).
001980     03  WS-CHECK-Q                  PIC 9(04).
001990     03  WS-CHECKSUM                 PIC 9(12) VALUE ZERO.
002000*
002010*    TONIGHT'S FINGERPRINT - SAME SHAPE AS RLOG-FINGERPRINT SO
002020*    THE TWO COMPARE AS ONE FIELD.
002030 01  WS-FINGERPRINT.
002040     03  WS-FP-RECORDS               PIC 9(09).
002050     03  WS-FP-DETAILS               PIC 9(09).
002060     03  WS-FP-HASH                  PIC 9(15).
002070     03  WS-FP-CHECKSUM              PIC 9(12).
002080*
002090*    DATE WORK - 6000-DATE-TO-DAYS TURNS WS-DTD-DATE INTO A DAY
002100*    NUMBER, AS IN NSPCHSKP.
002110 01  WS-DATE-FIELDS.
002120     03  WS-DTD-DATE                 PIC 9(08).
002130     03  WS-DTD-SPLIT                REDEFINES WS-DTD-DATE.
002140         05  WS-DTD-CCYY             PIC 9(04).
002150         05  WS-DTD-MM               PIC 9(02).
002160         05  WS-DTD-DD               PIC 9(02).
002170     03  WS-DTD-DAYS                 PIC 9(07).
002180     03  WS-DTD-PRIOR-YEAR           PIC 9(04).
002190     03  WS-DTD-Q                    PIC 9(04).
002200     03  WS-DTD-R                    PIC 9(04).
002210     03  WS-DTD-MAX-DD               PIC 9(02).
002220     03  WS-CUM-DAYS-X               PIC X(36) VALUE
002230         '000031059090120151181212243273304334'.
002240     03  WS-CUM-DAYS                 REDEFINES WS-CUM-DAYS-X
002250                                     PIC 9(03) OCCURS 12 TIMES.
002260     03  WS-MONTH-DAYS-X             PIC X(24) VALUE
002270         '312831303130313130313031'.
002280     03  WS-MONTH-DAYS               REDEFINES WS-MONTH-DAYS-X
002290                                     PIC 9(02) OCCURS 12 TIMES.
002300     03  WS-RUN-DAYS                 PIC 9(07).
002310     03  WS-EXTRACT-DAYS             PIC 9(07).
002320     03  WS-DAYS-BEFORE              PIC S9(07).
002330     03  WS-DAYS-BEFORE-ED           PIC -(06)9.
002340*
002342*    RUN-CONTROL LEDGER ENTRY, POSTED AT END OF JOB THROUGH
002344*    NSPCLPST.  SEE THE NSPCLEDG COPYBOOK.
002346     COPY NSPCLEDG.
002348*
002350 LINKAGE SECTION.
002360 01  LK-PARM-AREA.
002370     03  LK-PARM-LEN                 PIC S9(04) COMP.
002380     03  LK-PARM-RUN-DATE            PIC 9(08).
002390     03  FILLER                      PIC X(01).
002400     03  LK-PARM-FEED                PIC X(08).
002410*
002420******************************************************************
002430*    0000-MAINLINE - FIND THE FEED'S RECEIPT CONTROLS, READ THE  *
002440*    WHOLE DELIVERY, CHECK IT AGAINST ITS OWN HEADER AND TRAILER *
002450*    AND AGAINST THE RECEIPT LOG, AND LOG THE RESULT.            *
002460******************************************************************
002470 PROCEDURE DIVISION USING LK-PARM-AREA.
002480*
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002510     IF WS-RUN-OK
002520         PERFORM 2000-READ-DELIVERY THRU 2000-EXIT
002530         PERFORM 3000-CHECK-CONTROLS THRU 3000-EXIT
002540         PERFORM 4000-CHECK-LOG THRU 4000-EXIT
002550         PERFORM 5000-WRITE-LOG THRU 5000-EXIT
002560     END-IF
002570     PERFORM 9000-TERMINATE THRU 9000-EXIT
002580     GOBACK.
002590*
002600******************************************************************
002610*    1000-INITIALIZE - RUN DATE AND FEED FROM THE PARM, THE      *
002620*    FEED'S RECEIPT CONTROLS FROM NSPCFEED, AND THE DAY NUMBER   *
002630*    OF THE RUN DATE THE EXTRACT DATE IS MEASURED FROM.          *
002640******************************************************************
002650 1000-INITIALIZE.
002653     ACCEPT LEDG-START-DATE FROM DATE YYYYMMDD
002656     ACCEPT LEDG-START-TIME FROM TIME
002660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002670     ACCEPT WS-RUN-TIME FROM TIME
002680     EVALUATE TRUE
002690         WHEN LK-PARM-LEN = ZERO
002700             CONTINUE
002710         WHEN LK-PARM-LEN = WS-PARM-LEN-DATE
002715             IF LK-PARM-RUN-DATE NOT = ZERO
002720                 MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
002725             END-IF
002730         WHEN LK-PARM-LEN = WS-PARM-LEN-FEED
002740             IF LK-PARM-RUN-DATE NOT = ZERO
002750                 MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
002760             END-IF
002770             MOVE LK-PARM-FEED TO WS-FEED-ID
002780         WHEN OTHER
002790             DISPLAY 'NSPCRCPT - PARM LENGTH ' LK-PARM-LEN
002800                 ' IS NOT 0, 8, OR 17'
002810             SET WS-RUN-STOPPED TO TRUE
002830     END-EVALUATE
002838     IF WS-RUN-OK
002846         IF WS-FEED-ID = SPACES
002854             MOVE 'DAILYEXT' TO WS-FEED-ID
002862         END-IF
002870         MOVE WS-RUN-DATE TO WS-DTD-DATE
002878         PERFORM 6100-CHECK-DATE THRU 6100-EXIT
002886         IF WS-DATE-INVALID
002894             DISPLAY 'NSPCRCPT - RUN DATE ' WS-RUN-DATE
002902                 ' IS NOT A DATE'
002910             SET WS-RUN-STOPPED TO TRUE
002918         ELSE
002926             PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT
002934             MOVE WS-DTD-DAYS TO WS-RUN-DAYS
002942             DISPLAY 'NSPCRCPT - FEED ' WS-FEED-ID ' RUN DATE '
002950                 WS-RUN-DATE
002958             PERFORM 1050-GET-PROFILE THRU 1050-EXIT
002966         END-IF
002974     END-IF.
003000 1000-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003040*    1050-GET-PROFILE - FIND THE FEED'S PROFILE ON NSPCFEED AND  *
003050*    CHECK ITS RECEIPT CONTROLS LIE WITHIN THE RECORD.  A FEED   *
003060*    WITH NO CONTROLS DECLARED CANNOT BE RECEIVED.               *
003070******************************************************************
003080 1050-GET-PROFILE.
003090     OPEN INPUT NSPCFEED
003100     SET WS-FEED-NOT-EOF TO TRUE
003110     PERFORM 1060-READ-ONE-FEED THRU 1060-EXIT
003120         UNTIL WS-FEED-EOF
003130     CLOSE NSPCFEED
003140     EVALUATE TRUE
003150         WHEN WS-PROFILE-MISSING
003160             DISPLAY 'NSPCRCPT - FEED ' WS-FEED-ID
003170                 ' HAS NO PROFILE ON NSPCFEED'
003180             SET WS-RUN-STOPPED TO TRUE
003190         WHEN WS-HDR-TYPE = SPACE OR WS-TRL-TYPE = SPACE
003200             DISPLAY 'NSPCRCPT - NO RECEIPT CONTROLS ARE '
003210                 'DECLARED FOR FEED ' WS-FEED-ID ' ON NSPCFEED'
003220             SET WS-RUN-STOPPED TO TRUE
003230         WHEN WS-HDR-TYPE = WS-TRL-TYPE
003240             DISPLAY 'NSPCRCPT - FEED ' WS-FEED-ID
003250                 ' HEADER AND TRAILER TYPES ARE THE SAME'
003260             SET WS-RUN-STOPPED TO TRUE
003270         WHEN WS-DATE-OFFSET NOT NUMERIC
003280             OR WS-DATE-LAG NOT NUMERIC
003290             OR WS-COUNT-OFFSET NOT NUMERIC
003300             OR WS-COUNT-LENGTH NOT NUMERIC
003310             OR WS-HASH-OFFSET NOT NUMERIC
003320             OR WS-HASH-LENGTH NOT NUMERIC
003330             OR WS-TOTAL-OFFSET NOT NUMERIC
003340             OR WS-TOTAL-LENGTH NOT NUMERIC
003350             DISPLAY 'NSPCRCPT - FEED ' WS-FEED-ID
003360                 ' HAS A NON-NUMERIC RECEIPT CONTROL ON NSPCFEED'
003370             SET WS-RUN-STOPPED TO TRUE
003380         WHEN WS-DATE-OFFSET < 1
003390             OR WS-DATE-OFFSET + 7 > WS-MAX-LEN
003400             DISPLAY 'NSPCRCPT - FEED ' WS-FEED-ID
003410                 ' EXTRACT DATE AT ' WS-DATE-OFFSET
003420                 ' IS OUTSIDE THE RECORD'
003430             SET WS-RUN-STOPPED TO TRUE
003440         WHEN WS-COUNT-OFFSET < 1
003450             OR WS-COUNT-LENGTH < 1 OR WS-COUNT-LENGTH > 9
003460             OR WS-COUNT-OFFSET + WS-COUNT-LENGTH - 1 > WS-MAX-LEN
003470             DISPLAY 'NSPCRCPT - FEED ' WS-FEED-ID
003480                 ' TRAILER COUNT AT ' WS-COUNT-OFFSET ' LENGTH '
003490                 WS-COUNT-LENGTH ' IS OUTSIDE THE RECORD OR '
003500                 'NOT 1-9'
003510             SET WS-RUN-STOPPED TO TRUE
003520         WHEN WS-HASH-OFFSET < 1
003530             OR WS-HASH-LENGTH < 1 OR WS-HASH-LENGTH > 15
003540             OR WS-HASH-OFFSET + WS-HASH-LENGTH - 1 > WS-MAX-LEN
003550             DISPLAY 'NSPCRCPT - FEED ' WS-FEED-ID
003560                 ' HASH FIELD AT ' WS-HASH-OFFSET ' LENGTH '
003570                 WS-HASH-LENGTH ' IS OUTSIDE THE RECORD OR '
003580                 'NOT 1-15'
003590             SET WS-RUN-STOPPED TO TRUE
003600         WHEN WS-TOTAL-OFFSET < 1
003610             OR WS-TOTAL-LENGTH < 1 OR WS-TOTAL-LENGTH > 15
003620             OR WS-TOTAL-OFFSET + WS-TOTAL-LENGTH - 1 > WS-MAX-LEN
003630             DISPLAY 'NSPCRCPT - FEED ' WS-FEED-ID
003640                 ' TRAILER TOTAL AT ' WS-TOTAL-OFFSET ' LENGTH '
003650                 WS-TOTAL-LENGTH ' IS OUTSIDE THE RECORD OR '
003660                 'NOT 1-15'
003670             SET WS-RUN-STOPPED TO TRUE
003680         WHEN OTHER
003690             DISPLAY 'NSPCRCPT - HEADER TYPE ' WS-HDR-TYPE
003700                 ' TRAILER TYPE ' WS-TRL-TYPE ' DATE LAG '
003710                 WS-DATE-LAG ' DAY(S)'
003720     END-EVALUATE.
003730 1050-EXIT.
003740     EXIT.
003750*
003760 1060-READ-ONE-FEED.
003770     READ NSPCFEED
003780         AT END
003790             SET WS-FEED-EOF TO TRUE
003800         NOT AT END
003810             IF FEED-ID = WS-FEED-ID
003820                 OR (FEED-ID = SPACES AND WS-FEED-ID = 'DAILYEXT')
003830                 MOVE FEED-HDR-TYPE     TO WS-HDR-TYPE
003840                 MOVE FEED-TRL-TYPE     TO WS-TRL-TYPE
003850                 MOVE FEED-DATE-OFFSET  TO WS-DATE-OFFSET
003860                 MOVE FEED-DATE-LAG     TO WS-DATE-LAG
003870                 MOVE FEED-COUNT-OFFSET TO WS-COUNT-OFFSET
003880                 MOVE FEED-COUNT-LENGTH TO WS-COUNT-LENGTH
003890                 MOVE FEED-HASH-OFFSET  TO WS-HASH-OFFSET
003900                 MOVE FEED-HASH-LENGTH  TO WS-HASH-LENGTH
003910                 MOVE FEED-TOTAL-OFFSET TO WS-TOTAL-OFFSET
003920                 MOVE FEED-TOTAL-LENGTH TO WS-TOTAL-LENGTH
003930                 SET WS-PROFILE-FOUND TO TRUE
003940                 SET WS-FEED-EOF TO TRUE
003950             END-IF
003960     END-READ.
003970 1060-EXIT.
003980     EXIT.
003990*
004000******************************************************************
004010*    2000-READ-DELIVERY - READ NSPCIN FRONT TO BACK, SORTING     *
004020*    EACH RECORD INTO HEADER, TRAILER, OR DETAIL BY ITS FIRST    *
004030*    DATA BYTE, AND FOLD EVERY RECORD INTO THE CHECKSUM.         *
004040******************************************************************
004050 2000-READ-DELIVERY.
004060     OPEN INPUT NSPCIN
004070     PERFORM 2100-READ-NSPCIN THRU 2100-EXIT
004080     PERFORM 2200-SORT-ONE-RECORD THRU 2200-EXIT
004090         UNTIL WS-EOF
004100     CLOSE NSPCIN.
004110 2000-EXIT.
004120     EXIT.
004130*
004140 2100-READ-NSPCIN.
004150     READ NSPCIN
004160         AT END
004170             SET WS-EOF TO TRUE
004180         NOT AT END
004190             ADD 1 TO WS-RECS-READ
004200     END-READ.
004210 2100-EXIT.
004220     EXIT.
004230*
004240******************************************************************
004250*    2200-SORT-ONE-RECORD - A HEADER ANYWHERE BUT FIRST, OR ANY  *
004260*    RECORD AFTER A TRAILER, IS OUT OF PLACE.  ONLY THE FIRST    *
004270*    RECORD'S EXTRACT DATE AND THE LAST TRAILER'S CONTROLS ARE   *
004280*    KEPT.                                                       *
004290******************************************************************
004300 2200-SORT-ONE-RECORD.
004310     PERFORM 2300-ADD-BYTE THRU 2300-EXIT
004320         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REC-BYTES
004330     IF WS-LAST-IS-TRAILER
004340         ADD 1 TO WS-MISPLACED
004350         SET WS-LAST-NOT-TRAILER TO TRUE
004360         IF WS-MISPLACED NOT > WS-MAX-LISTED
004370             DISPLAY 'NSPCRCPT - RECORD ' WS-RECS-READ
004380                 ' FOLLOWS A TRAILER'
004390         END-IF
004400     END-IF
004410     EVALUATE TRUE
004420         WHEN NSPCIN-DATA(1:1) = WS-HDR-TYPE
004430             ADD 1 TO WS-HEADERS
004440             IF WS-RECS-READ = 1
004450                 SET WS-FIRST-IS-HEADER TO TRUE
004460                 MOVE NSPCIN-DATA(WS-DATE-OFFSET:8)
004470                     TO WS-EXTRACT-DATE
004480             ELSE
004490                 ADD 1 TO WS-MISPLACED
004500                 IF WS-MISPLACED NOT > WS-MAX-LISTED
004510                     DISPLAY 'NSPCRCPT - RECORD ' WS-RECS-READ
004520                         ' IS A HEADER BUT NOT THE FIRST RECORD'
004530                 END-IF
004540             END-IF
004550         WHEN NSPCIN-DATA(1:1) = WS-TRL-TYPE
004560             ADD 1 TO WS-TRAILERS
004570             MOVE NSPCIN-DATA TO WS-TRL-DATA
004580             SET WS-LAST-IS-TRAILER TO TRUE
004590         WHEN OTHER
004600             ADD 1 TO WS-DETAILS
004610             PERFORM 2400-ADD-HASH THRU 2400-EXIT
004620     END-EVALUATE
004630     PERFORM 2100-READ-NSPCIN THRU 2100-EXIT.
004640 2200-EXIT.
004650     EXIT.
004660*
004670 2300-ADD-BYTE.
004680     MOVE NSPCIN-RECORD(WS-I:1) TO WS-BYTE-CHAR
004690     COMPUTE WS-CHECK-WORK = WS-CHECKSUM * 257
004700         + WS-BYTE-VALUE + 1
004710     DIVIDE WS-CHECK-WORK BY WS-CHECK-PRIME GIVING WS-CHECK-Q
004720         REMAINDER WS-CHECKSUM.
004730 2300-EXIT.
004740     EXIT.
004750*
004760******************************************************************
004770*    2400-ADD-HASH - ADD THE DETAIL'S HASH FIELD TO THE RUNNING  *
004780*    TOTAL.  A FIELD THAT IS NOT ALL DIGITS (INCLUDING ONE THE   *
004790*    RECORD IS TOO SHORT TO HOLD) CANNOT BE ADDED, AND THE TOTAL *
004800*    CAN THEN NOT BE PROVED.                                     *
004810******************************************************************
004820 2400-ADD-HASH.
004830     IF NSPCIN-DATA(WS-HASH-OFFSET:WS-HASH-LENGTH) NOT NUMERIC
004840         ADD 1 TO WS-HASH-BAD
004850         IF WS-HASH-BAD NOT > WS-MAX-LISTED
004860             DISPLAY 'NSPCRCPT - RECORD ' WS-RECS-READ
004870                 ' HASH FIELD IS NOT NUMERIC'
004880         END-IF
004890     ELSE
004900         MOVE ALL '0' TO WS-NUM-WORK
004910         COMPUTE WS-NUM-START = 19 - WS-HASH-LENGTH
004920         MOVE NSPCIN-DATA(WS-HASH-OFFSET:WS-HASH-LENGTH)
004930             TO WS-NUM-WORK(WS-NUM-START:WS-HASH-LENGTH)
004940         ADD WS-NUM-VALUE TO WS-HASH-SUM
004950     END-IF.
004960 2400-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000*    3000-CHECK-CONTROLS - CHECK THE DELIVERY AGAINST ITS OWN    *
005010*    HEADER AND TRAILER.  EVERY FAILURE IS LISTED; THE FIRST     *
005020*    GOES ON THE LOG.                                            *
005030******************************************************************
005040 3000-CHECK-CONTROLS.
005050     MOVE WS-RECS-READ TO WS-FP-RECORDS
005060     MOVE WS-DETAILS   TO WS-FP-DETAILS
005070     MOVE WS-HASH-SUM  TO WS-FP-HASH
005080     MOVE WS-CHECKSUM  TO WS-FP-CHECKSUM
005090     IF WS-FIRST-NOT-HEADER
005100         DISPLAY 'NSPCRCPT - THE DELIVERY DOES NOT OPEN WITH A '
005110             'HEADER'
005120         MOVE 10 TO WS-CHK-REASON
005130         PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
005140     END-IF
005150     IF WS-LAST-NOT-TRAILER
005160         DISPLAY 'NSPCRCPT - THE DELIVERY DOES NOT CLOSE WITH A '
005170             'TRAILER'
005180         MOVE 11 TO WS-CHK-REASON
005190         PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
005200     END-IF
005210     IF WS-MISPLACED > ZERO
005220         DISPLAY 'NSPCRCPT - ' WS-MISPLACED
005230             ' RECORD(S) OUT OF PLACE AROUND THE HEADER OR '
005240             'TRAILER'
005250         MOVE 12 TO WS-CHK-REASON
005260         PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
005270     END-IF
005280     IF WS-FIRST-IS-HEADER
005290         PERFORM 3100-CHECK-DATE THRU 3100-EXIT
005300     END-IF
005310     IF WS-TRAILERS > ZERO
005320         PERFORM 3200-CHECK-COUNT THRU 3200-EXIT
005330         PERFORM 3300-CHECK-HASH THRU 3300-EXIT
005340     END-IF
005350     IF WS-DETAILS = ZERO AND WS-FAILURES = ZERO
005360         DISPLAY 'NSPCRCPT - THE DELIVERY HAS NO DETAIL RECORDS'
005370         MOVE 61 TO WS-CHK-REASON
005380         PERFORM 3910-ADD-WARNING THRU 3910-EXIT
005390     END-IF.
005400 3000-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440*    3100-CHECK-DATE - THE HEADER'S EXTRACT DATE MUST BE A DATE, *
005450*    THE FEED'S DATE LAG IN DAYS BEFORE THE RUN DATE.            *
005460******************************************************************
005470 3100-CHECK-DATE.
005472     IF WS-EXTRACT-DATE NUMERIC
005474         MOVE WS-EXTRACT-DATE TO WS-DTD-DATE
005476         PERFORM 6100-CHECK-DATE THRU 6100-EXIT
005478     ELSE
005480         SET WS-DATE-INVALID TO TRUE
005482     END-IF
005484     IF WS-DATE-INVALID
005490         DISPLAY 'NSPCRCPT - HEADER EXTRACT DATE ' WS-EXTRACT-DATE
005500             ' IS NOT A DATE'
005510         MOVE 20 TO WS-CHK-REASON
005520         PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
005530     ELSE
005535         PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT
005540         MOVE WS-DTD-DAYS TO WS-EXTRACT-DAYS
005545         COMPUTE WS-DAYS-BEFORE = WS-RUN-DAYS - WS-EXTRACT-DAYS
005550         IF WS-DAYS-BEFORE NOT = WS-DATE-LAG
005555             MOVE WS-DAYS-BEFORE TO WS-DAYS-BEFORE-ED
005560             DISPLAY 'NSPCRCPT - HEADER EXTRACT DATE '
005565                 WS-EXTRACT-DATE ' IS' WS-DAYS-BEFORE-ED
005570                 ' DAY(S) BEFORE THE RUN DATE'
005575             DISPLAY 'NSPCRCPT -   EXPECTED ' WS-DATE-LAG
005580                 ' - NOT TONIGHT''S BUSINESS DATE'
005585             MOVE 21 TO WS-CHK-REASON
005600             PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
005740         END-IF
005750     END-IF.
005760 3100-EXIT.
005770     EXIT.
005780*
005790 3200-CHECK-COUNT.
005800     IF WS-TRL-DATA(WS-COUNT-OFFSET:WS-COUNT-LENGTH) NOT NUMERIC
005810         DISPLAY 'NSPCRCPT - TRAILER COUNT '
005820             WS-TRL-DATA(WS-COUNT-OFFSET:WS-COUNT-LENGTH)
005830             ' IS NOT NUMERIC'
005840         MOVE 30 TO WS-CHK-REASON
005850         PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
005860     ELSE
005870         MOVE ALL '0' TO WS-NUM-WORK
005880         COMPUTE WS-NUM-START = 19 - WS-COUNT-LENGTH
005890         MOVE WS-TRL-DATA(WS-COUNT-OFFSET:WS-COUNT-LENGTH)
005900             TO WS-NUM-WORK(WS-NUM-START:WS-COUNT-LENGTH)
005910         MOVE WS-NUM-VALUE TO WS-TRL-COUNT
005920         IF WS-TRL-COUNT NOT = WS-DETAILS
005930             DISPLAY 'NSPCRCPT - TRAILER COUNT ' WS-TRL-COUNT
005940                 ' DETAILS RECOUNTED ' WS-DETAILS
005950             MOVE 31 TO WS-CHK-REASON
005960             PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
005970         END-IF
005980     END-IF.
005990 3200-EXIT.
006000     EXIT.
006010*
006020******************************************************************
006030*    3300-CHECK-HASH - THE TOTAL IS COMPARED TO THE TRAILER'S    *
006040*    WIDTH, FROM THE LOW-ORDER DIGITS OF THE FULL SUM.           *
006050******************************************************************
006060 3300-CHECK-HASH.
006070     IF WS-HASH-BAD > ZERO
006080         DISPLAY 'NSPCRCPT - ' WS-HASH-BAD
006090             ' DETAIL(S) WITH A NON-NUMERIC HASH FIELD'
006100         MOVE 40 TO WS-CHK-REASON
006110         PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
006120     END-IF
006130     IF WS-TRL-DATA(WS-TOTAL-OFFSET:WS-TOTAL-LENGTH) NOT NUMERIC
006140         DISPLAY 'NSPCRCPT - TRAILER TOTAL '
006150             WS-TRL-DATA(WS-TOTAL-OFFSET:WS-TOTAL-LENGTH)
006160             ' IS NOT NUMERIC'
006170         MOVE 41 TO WS-CHK-REASON
006180         PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
006190     ELSE
006200         MOVE ALL '0' TO WS-NUM-WORK
006210         COMPUTE WS-NUM-START = 19 - WS-TOTAL-LENGTH
006220         MOVE WS-TRL-DATA(WS-TOTAL-OFFSET:WS-TOTAL-LENGTH)
006230             TO WS-NUM-WORK(WS-NUM-START:WS-TOTAL-LENGTH)
006240         MOVE WS-NUM-VALUE TO WS-TRL-TOTAL
006250         MOVE ALL '0' TO WS-NUM-WORK
006260         MOVE WS-HASH-SUM-X(WS-NUM-START:WS-TOTAL-LENGTH)
006270             TO WS-NUM-WORK(WS-NUM-START:WS-TOTAL-LENGTH)
006280         MOVE WS-NUM-VALUE TO WS-HASH-KEPT
006290         IF WS-HASH-BAD = ZERO AND WS-HASH-KEPT NOT = WS-TRL-TOTAL
006300             DISPLAY 'NSPCRCPT - TRAILER TOTAL ' WS-TRL-TOTAL
006310                 ' HASH TOTAL ' WS-HASH-KEPT
006320             MOVE 42 TO WS-CHK-REASON
006330             PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
006340         END-IF
006350     END-IF.
006360 3300-EXIT.
006370     EXIT.
006380*
006390 3900-ADD-FAILURE.
006400     ADD 1 TO WS-FAILURES
006410     IF WS-REASON = ZERO OR WS-REASON > 59
006420         MOVE WS-CHK-REASON TO WS-REASON
006430     END-IF.
006440 3900-EXIT.
006450     EXIT.
006460*
006470 3910-ADD-WARNING.
006480     ADD 1 TO WS-WARNINGS
006490     IF WS-REASON = ZERO
006500         MOVE WS-CHK-REASON TO WS-REASON
006510     END-IF.
006520 3910-EXIT.
006530     EXIT.
006540*
006550******************************************************************
006560*    4000-CHECK-LOG - MATCH TONIGHT'S FINGERPRINT AGAINST EVERY  *
006570*    EARLIER ACCEPTED RECEIPT OF THE FEED.  A REJECTED DELIVERY  *
006580*    SENT AGAIN IS NOT A DUPLICATE - IT WAS NEVER TAKEN IN.      *
006590******************************************************************
006600 4000-CHECK-LOG.
006610     OPEN INPUT NSPCRLOG
006620     PERFORM 4100-READ-ONE-RECEIPT THRU 4100-EXIT
006630         UNTIL WS-LOG-EOF
006640     CLOSE NSPCRLOG
006650     IF WS-DUP-FOUND
006660         DISPLAY 'NSPCRCPT - DUPLICATE OF THE DELIVERY RECEIVED '
006670             WS-MATCH-DATE ' AT ' WS-MATCH-TIME
006680         MOVE 50 TO WS-CHK-REASON
006690         PERFORM 3900-ADD-FAILURE THRU 3900-EXIT
006700     ELSE
006710         IF WS-REPLACED > ZERO
006720             DISPLAY 'NSPCRCPT - REPLACES THE DELIVERY FOR '
006730                 WS-EXTRACT-DATE ' RECEIVED ' WS-MATCH-DATE ' AT '
006740                 WS-MATCH-TIME
006750             MOVE 60 TO WS-CHK-REASON
006760             PERFORM 3910-ADD-WARNING THRU 3910-EXIT
006770         END-IF
006780     END-IF.
006790 4000-EXIT.
006800     EXIT.
006810*
006820 4100-READ-ONE-RECEIPT.
006830     READ NSPCRLOG
006840         AT END
006850             SET WS-LOG-EOF TO TRUE
006857         NOT AT END
006864             ADD 1 TO WS-LOG-READ
006871             IF RLOG-FEED-ID = WS-FEED-ID AND RLOG-ACCEPTED
006878                 ADD 1 TO WS-PRIOR-RECEIPTS
006885                 IF RLOG-EXTRACT-DATE = WS-EXTRACT-DATE
006892                     PERFORM 4200-MATCH-ONE-RECEIPT THRU 4200-EXIT
006899                 END-IF
006906             END-IF
006913     END-READ.
006920 4100-EXIT.
006927     EXIT.
006934*
006941 4200-MATCH-ONE-RECEIPT.
006960     IF RLOG-FINGERPRINT = WS-FINGERPRINT
006970         IF WS-DUP-NOT-FOUND
006980             SET WS-DUP-FOUND TO TRUE
006990             MOVE RLOG-RECEIPT-DATE TO WS-MATCH-DATE
007000             MOVE RLOG-RECEIPT-TIME TO WS-MATCH-TIME
007010         END-IF
007020     ELSE
007030         ADD 1 TO WS-REPLACED
007040         IF WS-DUP-NOT-FOUND
007050             MOVE RLOG-RECEIPT-DATE TO WS-MATCH-DATE
007060             MOVE RLOG-RECEIPT-TIME TO WS-MATCH-TIME
007070         END-IF
007080     END-IF.
007090 4200-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*    5000-WRITE-LOG - SET THE RESULT AND RETURN CODE AND APPEND  *
007140*    TONIGHT'S RECEIPT TO THE LOG.                               *
007150******************************************************************
007160 5000-WRITE-LOG.
007170     EVALUATE TRUE
007180         WHEN WS-DUP-FOUND
007190             MOVE 'D' TO WS-RESULT
007200             MOVE 8 TO WS-RETURN-CODE
007210         WHEN WS-FAILURES > ZERO
007220             MOVE 'R' TO WS-RESULT
007230             MOVE 8 TO WS-RETURN-CODE
007240         WHEN WS-WARNINGS > ZERO
007250             MOVE 'W' TO WS-RESULT
007260             MOVE 4 TO WS-RETURN-CODE
007270         WHEN OTHER
007280             MOVE 'A' TO WS-RESULT
007290             MOVE ZERO TO WS-RETURN-CODE
007300     END-EVALUATE
007310     MOVE SPACES               TO NSPCRLOG-RECORD
007320     MOVE WS-FEED-ID           TO RLOG-FEED-ID
007330     ACCEPT RLOG-RECEIPT-DATE FROM DATE YYYYMMDD
007340     MOVE WS-RUN-TIME(1:6)     TO RLOG-RECEIPT-TIME
007350     MOVE WS-RUN-DATE          TO RLOG-RUN-DATE
007360     MOVE WS-EXTRACT-DATE      TO RLOG-EXTRACT-DATE
007370     MOVE WS-FINGERPRINT       TO RLOG-FINGERPRINT
007380     IF WS-TRAILERS > ZERO
007390         MOVE WS-TRL-DATA(WS-COUNT-OFFSET:WS-COUNT-LENGTH)
007400             TO RLOG-TRL-COUNT
007410         MOVE WS-TRL-DATA(WS-TOTAL-OFFSET:WS-TOTAL-LENGTH)
007420             TO RLOG-TRL-TOTAL
007430     END-IF
007440     MOVE WS-RESULT            TO RLOG-RESULT
007450     MOVE WS-REASON            TO RLOG-REASON
007460     MOVE WS-RETURN-CODE       TO RLOG-RETURN-CODE
007470     MOVE WS-MATCH-DATE        TO RLOG-MATCH-DATE
007480     MOVE WS-MATCH-TIME        TO RLOG-MATCH-TIME
007490     OPEN EXTEND NSPCRLOG
007500     WRITE NSPCRLOG-RECORD
007510     CLOSE NSPCRLOG.
007520 5000-EXIT.
007530     EXIT.
007540*
007550******************************************************************
007560*    6000-DATE-TO-DAYS - TURN WS-DTD-DATE (YYYYMMDD) INTO A DAY  *
007570*    NUMBER.  ONLY THE DIFFERENCE BETWEEN TWO DAY NUMBERS MEANS  *
007580*    ANYTHING.                                                   *
007590******************************************************************
007600 6000-DATE-TO-DAYS.
007610     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-CCYY - 1
007620     COMPUTE WS-DTD-DAYS = WS-DTD-CCYY * 365
007630         + WS-CUM-DAYS(WS-DTD-MM) + WS-DTD-DD
007640     DIVIDE WS-DTD-PRIOR-YEAR BY 4 GIVING WS-DTD-Q
007650         REMAINDER WS-DTD-R
007660     ADD WS-DTD-Q TO WS-DTD-DAYS
007670     DIVIDE WS-DTD-PRIOR-YEAR BY 100 GIVING WS-DTD-Q
007680         REMAINDER WS-DTD-R
007690     SUBTRACT WS-DTD-Q FROM WS-DTD-DAYS
007700     DIVIDE WS-DTD-PRIOR-YEAR BY 400 GIVING WS-DTD-Q
007710         REMAINDER WS-DTD-R
007720     ADD WS-DTD-Q TO WS-DTD-DAYS
007730     IF WS-DTD-MM > 2 AND WS-DTD-MAX-DD = 29
007740         ADD 1 TO WS-DTD-DAYS
007750     END-IF.
007760 6000-EXIT.
007770     EXIT.
007780*
007790******************************************************************
007800*    6100-CHECK-DATE - WS-DTD-DATE MUST BE A REAL CALENDAR       *
007810*    DATE.  LEAVES WS-DTD-MAX-DD AT 29 IN A LEAP YEAR FOR        *
007820*    6000-DATE-TO-DAYS.                                          *
007830******************************************************************
007840 6100-CHECK-DATE.
007850     SET WS-DATE-INVALID TO TRUE
007860     IF WS-DTD-CCYY NOT < 1900
007870         AND WS-DTD-MM NOT < 1 AND WS-DTD-MM NOT > 12
007880         MOVE 28 TO WS-DTD-MAX-DD
007890         DIVIDE WS-DTD-CCYY BY 4 GIVING WS-DTD-Q
007940             REMAINDER WS-DTD-R
007950         IF WS-DTD-R = ZERO
007960             DIVIDE WS-DTD-CCYY BY 100 GIVING WS-DTD-Q
007990                 REMAINDER WS-DTD-R
008000             IF WS-DTD-R NOT = ZERO
008010                 MOVE 29 TO WS-DTD-MAX-DD
008011             ELSE
008012                 DIVIDE WS-DTD-CCYY BY 400 GIVING WS-DTD-Q
008013                     REMAINDER WS-DTD-R
008014                 IF WS-DTD-R = ZERO
008015                     MOVE 29 TO WS-DTD-MAX-DD
008016                 END-IF
008020             END-IF
008030         END-IF
008034         IF WS-DTD-MM = 2
008038             IF WS-DTD-DD NOT < 1
008042                 AND WS-DTD-DD NOT > WS-DTD-MAX-DD
008046                 SET WS-DATE-VALID TO TRUE
008050             END-IF
008054         ELSE
008058             IF WS-DTD-DD NOT < 1
008062                 AND WS-DTD-DD NOT > WS-MONTH-DAYS(WS-DTD-MM)
008066                 SET WS-DATE-VALID TO TRUE
008070             END-IF
008080         END-IF
008090     END-IF.
008150 6100-EXIT.
008160     EXIT.
008170*
008180******************************************************************
008190*    9000-TERMINATE                                              *
008200******************************************************************
008210 9000-TERMINATE.
008220     DISPLAY 'NSPCRCPT - RECORDS READ           = ' WS-RECS-READ
008230     DISPLAY 'NSPCRCPT - HEADERS                = ' WS-HEADERS
008240     DISPLAY 'NSPCRCPT - TRAILERS               = ' WS-TRAILERS
008250     DISPLAY 'NSPCRCPT - DETAILS RECOUNTED      = ' WS-DETAILS
008260     DISPLAY 'NSPCRCPT - HASH TOTAL (FULL)      = ' WS-HASH-SUM
008270     DISPLAY 'NSPCRCPT - BYTE CHECKSUM          = ' WS-CHECKSUM
008280     DISPLAY 'NSPCRCPT - EARLIER RECEIPTS       = '
008290         WS-PRIOR-RECEIPTS
008300     DISPLAY 'NSPCRCPT - FAILURES               = ' WS-FAILURES
008310     DISPLAY 'NSPCRCPT - WARNINGS               = ' WS-WARNINGS
008320     IF WS-RUN-STOPPED
008330         DISPLAY 'NSPCRCPT - DELIVERY NOT CHECKED - NOTHING '
008340             'LOGGED'
008350         MOVE 16 TO WS-RETURN-CODE
008360     ELSE
008370         DISPLAY 'NSPCRCPT - RESULT ' WS-RESULT ' REASON '
008380             WS-REASON
008390     END-IF
008400     DISPLAY 'NSPCRCPT - RETURN CODE = ' WS-RETURN-CODE
008405     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
008410     MOVE WS-RETURN-CODE TO RETURN-CODE.
008420 9000-EXIT.
008430     EXIT.
008440*
008450******************************************************************
008460*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
008470*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
008480*    JOB CARRIES).  A DELIVERY THAT WAS NOT CHECKED IS POSTED    *
008490*    TOO, AT RETURN CODE 16.  PERFORMED LAST, JUST BEFORE        *
008500*    RETURN-CODE IS SET, AS THE CALL TO NSPCLPST RESETS IT.      *
008510******************************************************************
008520 9500-POST-LEDGER.
008530     INITIALIZE LEDG-COUNTS
008540     MOVE 'NSPCRCPT'              TO LEDG-JOB
008550     MOVE WS-FEED-ID              TO LEDG-FEED-ID
008560     MOVE WS-RUN-DATE             TO LEDG-RUN-DATE
008570     MOVE ZERO                    TO LEDG-GENERATION
008580     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
008590     MOVE 'RECORDS'               TO LEDG-COUNT-NAME(1)
008600     MOVE WS-RECS-READ            TO LEDG-COUNT-VALUE(1)
008610     MOVE 'DETAILS'               TO LEDG-COUNT-NAME(2)
008620     MOVE WS-DETAILS              TO LEDG-COUNT-VALUE(2)
008630     MOVE 'REASON'                TO LEDG-COUNT-NAME(3)
008640     MOVE WS-REASON               TO LEDG-COUNT-VALUE(3)
008650     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
008660 9500-EXIT.
008670     EXIT.
008680*
008690 END PROGRAM NSPCRCPT.
