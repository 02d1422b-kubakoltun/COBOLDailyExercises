001416*                    JOB WRITES TODAY AND ZERO; NSPCREPR ADDS    *
001417*                    ONE PER RE-SUSPENSE AND NSPCSAGE AGES THE   *
001418*                    OPEN INVENTORY.                             *
001419*   2026-10-05 RLK   FEED ID.  THE FULL PARM GAINS A FOURTH      *
001420*                    PIECE (rrrrrrr,gggg,ttt,ffffffff) NAMING    *
001421*                    THE UPSTREAM FEED BEING CLEANED, AND THE    *
001422*                    FEED IS STAMPED ON NSPCHIST, NSPCFSTA,      *
001423*                    NSPCSUSP, AND THE NSPCOUT HEADER/TRAILER    *
001424*                    SO EVERY FEED'S NIGHT IS REPORTED ON ITS    *
001425*                    OWN.  THE SHORTER PARM FORMS STILL WORK     *
001426*                    AND RUN AS FEED DAILYEXT, THE ORIGINAL      *
001427*                    EXTRACT.                                    *
001428*   2026-10-06 RLK   TRANSLATE MODE (X).  A MODE-X RULE NAMES    *
001429*                    AN NSPCXLAT TRANSLATION TABLE; THE TABLES   *
001430*                    THE RULE SET USES (UP TO 9) ARE BUILT BY    *
001431*                    NSPCXLOD AT RULE-LOAD TIME AND REGISTERED   *
001432*                    WITH NoSpace THROUGH NSPCXLD.  A MISSING    *
001433*                    OR EMPTY TABLE STOPS THE RUN AS A BAD       *
001434*                    NSPCRULE.  TRANSLATED BYTES COUNT AS        *
001435*                    CHARACTERS REMOVED, ON NSPCFSTA AS WELL.    *
001436*   2026-10-10 RLK   WS-RULE-SENSITIVE ADDED TO THE RULE TABLE,  *
001437*                    IN STEP WITH THE NEW RULE-SENSITIVE BYTE,   *
001438*                    SO THE RULE-DETAIL GROUP MOVE STILL LINES   *
001439*                    UP.  CLEANING DOES NOT USE IT.              *
001440*   2026-10-13 RLK   POSTS A RUN-CONTROL ENTRY - RUN DATE,       *
001441*                    FEED, RETURN CODE, START AND END TIMES,     *
001442*                    AND THE RECORDS READ, CLEANED, REJECTED,    *
001443*                    AND SUSPENSED AND THE CHARACTERS REMOVED -  *
001444*                    TO THE NSPCLEDG LEDGER THROUGH NSPCLPST AT  *
001445*                    END OF JOB, FOR THE NSPCOPSM MORNING        *
001446*                    SUMMARY.                                    *
001447*   2026-10-15 RLK   RERUN OF A BACKED-OUT NIGHT.  THE PARM      *
001448*                    (rrrrrrr,gggg,ttt,ffffffff,yyyymmdd) TAKES  *
001449*                    A FIFTH PIECE, THE RUN DATE OF THE NIGHT    *
001450*                    BEING RERUN, SO THE FRESH NSPCHIST,         *
001451*                    NSPCFSTA, NSPCSUSP, HEADER/TRAILER, AND     *
001452*                    LEDGER RECORDS CARRY THAT NIGHT'S DATE,     *
001453*                    NOT TODAY'S.  NSPCHIST AND NSPCFSTA         *
001454*                    RECORDS ARE WRITTEN WITH RUN STATUS C       *
001455*                    (CURRENT); NSPCBKOT MARKS THEM S WHEN THE   *
001456*                    NIGHT IS BACKED OUT.                        *
001457*   2026-10-15 RLK   THE PARM IS READ BEFORE THE RULES ARE       *
001458*                    LOADED, SO A RUN STOPPED BY A BAD NSPCRULE  *
001459*                    POSTS ITS LEDGER ENTRY UNDER THE PARM'S     *
001460*                    FEED, GENERATION, AND RUN DATE.             *
001461*                                                                *
001462******************************************************************
001463 IDENTIFICATION DIVISION.
001464 PROGRAM-ID.              NOSPCBAT.
001465 AUTHOR.                  R L KOLTUN.
001466 INSTALLATION.            DAILY EXTRACT PROCESSING.
001467 DATE-WRITTEN.            2026-08-08.
001468 DATE-COMPILED.
001469*
001470 ENVIRONMENT DIVISION.
001471 INPUT-OUTPUT SECTION.
001480 FILE-CONTROL.
001490     SELECT NSPCIN   ASSIGN TO NSPCIN
001500            ORGANIZATION IS SEQUENTIAL.
002800     03  WS-PARM-LEN-RESTART         PIC S9(04) COMP VALUE 7.
002810     03  WS-PARM-LEN-GENER           PIC S9(04) COMP VALUE 12.
002820     03  WS-PARM-LEN-FULL            PIC S9(04) COMP VALUE 16.
002825     03  WS-PARM-LEN-FEED            PIC S9(04) COMP VALUE 25.
002827     03  WS-PARM-LEN-RERUN           PIC S9(04) COMP VALUE 34.
002830*
002840*    RETURN-CODE TIERS FOR THE SCHEDULER - 0 CLEAN, 4 REJECTS
002850*    PRESENT BUT AT/UNDER THE TOLERANCE PERCENTAGE, 8 OVER THE
002930 01  WS-HISTORY-FIELDS.
002940     03  WS-RUN-DATE                 PIC 9(08).
002950     03  WS-GENERATION               PIC 9(04) VALUE ZERO.
002951*
002952*    THE UPSTREAM FEED THIS RUN CLEANS - THE ffffffff PART OF
002953*    THE FULL EXEC PARM.  A PARM WITHOUT IT RUNS AS DAILYEXT,
002954*    THE ORIGINAL SINGLE EXTRACT.
002955     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
002960 01  WS-CHECKPOINT-FIELDS.
002970     03  WS-CHECKPOINT-INTERVAL      PIC 9(05) VALUE 00100.
002980     03  WS-CKPT-QUOTIENT            PIC 9(07).
003230             07  WS-RULE-REC-TYPE        PIC X(01).
003240             07  WS-RULE-REPL            PIC X(01).
003250             07  WS-RULE-CONTENT         PIC X(01).
003251             07  WS-RULE-XLATE           PIC X(08).
003252             07  WS-RULE-SENSITIVE       PIC X(01).
003253             07  WS-RULE-XLATE-NO        PIC 9(01).
003254*
003255*    TRANSLATION TABLES THE RULE SET NAMES - ONE SLOT PER
003256*    DISTINCT TABLE, FILLED AS THE RULES LOAD, BUILT BY
003257*    NSPCXLOD AND REGISTERED WITH NoSpace.  A MODE-X RULE
003258*    CARRIES ITS SLOT NUMBER IN WS-RULE-XLATE-NO.
003259 01  WS-XLATE-FIELDS.
003260     03  WS-MAX-XLATE                PIC 9(01) VALUE 9.
003261     03  WS-XLATE-IDX                PIC 9(02).
003262     03  WS-XLATE-HIT                PIC 9(02).
003263*
003264     COPY NSPCXTAB.
003265*
003270*    PER-RULE RUNNING TOTALS - SUBSCRIPTED BY RULE NUMBER
003280*    THROUGH WS-ENTRY-RULE, SO EVERY CLEANED FIELD, REMOVED
003290*    CHARACTER, AND FIELD REJECT IS ATTRIBUTED TO THE NSPCRULE
003480         05  WS-ENTRY-OFF            PIC 9(03).
003490         05  WS-ENTRY-LEN            PIC 9(03).
003500*
003502*    RUN-CONTROL LEDGER ENTRY, POSTED AT END OF JOB THROUGH
003504*    NSPCLPST.  SEE THE NSPCLEDG COPYBOOK.
003506     COPY NSPCLEDG.
003508*
003510 LINKAGE SECTION.
003520 01  LK-PARM-AREA.
003530     03  LK-PARM-LEN                 PIC S9(04) COMP.
003560     03  LK-PARM-GENERATION          PIC 9(04).
003570     03  FILLER                      PIC X(01).
003580     03  LK-PARM-TOLERANCE           PIC 9(03).
003583     03  FILLER                      PIC X(01).
003586     03  LK-PARM-FEED                PIC X(08).
003588     03  FILLER                      PIC X(01).
003590     03  LK-PARM-RUN-DATE            PIC X(08).
003592     03  LK-PARM-RUN-DATE-N          REDEFINES LK-PARM-RUN-DATE
003594                                     PIC 9(08).
003596*
003600******************************************************************
003610*    0000-MAINLINE                                               *
003620******************************************************************
003730*    1000-INITIALIZE                                             *
003740******************************************************************
003750 1000-INITIALIZE.
003753     ACCEPT LEDG-START-DATE FROM DATE YYYYMMDD
003756     ACCEPT LEDG-START-TIME FROM TIME
003760     INITIALIZE STRNG-STATS
003770     INITIALIZE WS-FLD-STATS
003780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003785     PERFORM 1050-GET-RESTART-PARM THRU 1050-EXIT
003790     PERFORM 1200-LOAD-RULES THRU 1200-EXIT
003800     IF WS-RULE-ERROR
003810         DISPLAY 'NOSPCBAT - RUN STOPPED - NSPCRULE IS INVALID'
003820         SET WS-EOF TO TRUE
003830     ELSE
003850         OPEN INPUT  NSPCIN
003860         IF WS-RESTART-COUNT > ZERO
003870             OPEN EXTEND NSPCOUT
004160             MOVE LK-PARM-RESTART    TO WS-RESTART-COUNT
004170             MOVE LK-PARM-GENERATION TO WS-GENERATION
004180             MOVE LK-PARM-TOLERANCE  TO WS-TOLERANCE-PCT
004181         WHEN LK-PARM-LEN = WS-PARM-LEN-FEED
004182             MOVE LK-PARM-RESTART    TO WS-RESTART-COUNT
004183             MOVE LK-PARM-GENERATION TO WS-GENERATION
004184             MOVE LK-PARM-TOLERANCE  TO WS-TOLERANCE-PCT
004185             MOVE LK-PARM-FEED       TO WS-FEED-ID
004186         WHEN LK-PARM-LEN = WS-PARM-LEN-RERUN
004187             MOVE LK-PARM-RESTART    TO WS-RESTART-COUNT
004188             MOVE LK-PARM-GENERATION TO WS-GENERATION
004189             MOVE LK-PARM-TOLERANCE  TO WS-TOLERANCE-PCT
004190             MOVE LK-PARM-FEED       TO WS-FEED-ID
004191             PERFORM 1055-GET-RERUN-DATE THRU 1055-EXIT
004192         WHEN OTHER
004200             DISPLAY 'NOSPCBAT - PARM LENGTH ' LK-PARM-LEN
004210                 ' IS NOT THE RESTART WIDTH OF '
004220                 WS-PARM-LEN-RESTART
004230                 ' OR A FULL WIDTH OF ' WS-PARM-LEN-GENER
004240                 ' OR ' WS-PARM-LEN-FULL ' OR ' WS-PARM-LEN-FEED
004245                 ' OR ' WS-PARM-LEN-RERUN
004250                 ' - FROM-SCRATCH RUN, GENERATION 0, ZERO '
004260                 'TOLERANCE ASSUMED'
004270     END-EVALUATE
004275     DISPLAY 'NOSPCBAT - FEED ID = ' WS-FEED-ID.
004280 1050-EXIT.
004281     EXIT.
004282*
004283******************************************************************
004284*    1055-GET-RERUN-DATE - THE yyyymmdd PART OF THE RERUN PARM   *
004285*    NAMES THE NIGHT BEING RERUN AFTER NSPCBKOT BACKED IT OUT.   *
004286*    EVERYTHING THIS RUN WRITES IS DATED FOR THAT NIGHT.  A      *
004287*    DATE THAT IS NOT NUMERIC, OR ZERO, LEAVES TODAY'S DATE.     *
004288******************************************************************
004289 1055-GET-RERUN-DATE.
004290     IF LK-PARM-RUN-DATE IS NUMERIC
004291         AND LK-PARM-RUN-DATE-N > ZERO
004292         MOVE LK-PARM-RUN-DATE-N TO WS-RUN-DATE
004293         DISPLAY 'NOSPCBAT - RERUN OF THE NIGHT OF ' WS-RUN-DATE
004294     ELSE
004295         DISPLAY 'NOSPCBAT - RERUN DATE ' LK-PARM-RUN-DATE
004296             ' IS NOT A DATE - TODAY ' WS-RUN-DATE ' USED'
004297     END-IF.
004298 1055-EXIT.
004299     EXIT.
004300*
004310******************************************************************
004320*    1060-SEED-RESTART-COUNTERS - ON A RESTART, READ NSPCCKPT TO *
005000     SET CTL-ID-HEADER TO TRUE
005010     MOVE WS-RUN-DATE   TO CTL-RUN-DATE
005020     MOVE WS-GENERATION TO CTL-GENERATION
005025     MOVE WS-FEED-ID    TO CTL-FEED-ID
005030     MOVE ZERO TO CTL-RECS-WRITTEN
005040     MOVE ZERO TO CTL-RECS-REJECTED
005050     MOVE ZERO TO CTL-CHARS-REMOVED
005300******************************************************************
005310 1200-LOAD-RULES.
005320     MOVE ZERO TO WS-RULE-COUNT
005325     MOVE ZERO TO XLATE-TABLE-COUNT
005330     SET WS-RULE-NO-ERROR TO TRUE
005340     SET WS-RULE-NOT-EOF TO TRUE
005350     OPEN INPUT NSPCRULE
005440             DISPLAY 'NOSPCBAT - FIELD RULES LOADED = '
005450                 WS-RULE-COUNT
005460         END-IF
005462         IF XLATE-TABLE-COUNT > ZERO
005464             PERFORM 1250-LOAD-XLATE-TABLES THRU 1250-EXIT
005466         END-IF
005470     END-IF.
005480 1200-EXIT.
005490     EXIT.
005680         IF WS-RULE-NO-ERROR
005690             ADD 1 TO WS-RULE-COUNT
005700             MOVE RULE-DETAIL TO WS-RULE-ENTRY(WS-RULE-COUNT)
005702             MOVE ZERO TO WS-RULE-XLATE-NO(WS-RULE-COUNT)
005704             IF RULE-MODE = 'X'
005706                 PERFORM 1240-ASSIGN-XLATE-TABLE THRU 1240-EXIT
005708             END-IF
005710         END-IF
005720     END-IF.
005730 1220-EXIT.
005960         END-IF
005970         IF RULE-MODE NOT = 'A' AND RULE-MODE NOT = 'S'
005980             AND RULE-MODE NOT = 'T' AND RULE-MODE NOT = 'R'
005985             AND RULE-MODE NOT = 'X'
005990             DISPLAY 'NOSPCBAT - NSPCRULE RECORD ' WS-RULE-SEQ
006000                 ' MODE ' RULE-MODE ' IS NOT A, S, T, R, OR X'
006010             SET WS-RULE-ERROR TO TRUE
006020         END-IF
006021         IF RULE-MODE = 'X' AND RULE-XLATE-TABLE = SPACES
006022             DISPLAY 'NOSPCBAT - NSPCRULE RECORD ' WS-RULE-SEQ
006023                 ' IS MODE X BUT NAMES NO TRANSLATION TABLE'
006024             SET WS-RULE-ERROR TO TRUE
006025         END-IF
006030         IF RULE-CLASS NOT = 'S' AND RULE-CLASS NOT = 'T'
006040             AND RULE-CLASS NOT = 'L' AND RULE-CLASS NOT = 'N'
006050             DISPLAY 'NOSPCBAT - NSPCRULE RECORD ' WS-RULE-SEQ
006250 1230-EXIT.
006260     EXIT.
006270*
006271******************************************************************
006272*    1240-ASSIGN-XLATE-TABLE - GIVE THE MODE-X RULE JUST STORED  *
006273*    THE SLOT OF ITS TRANSLATION TABLE IN XLATE-SET, OPENING A   *
006274*    NEW SLOT THE FIRST TIME A TABLE NAME IS SEEN.  MORE         *
006275*    DISTINCT TABLES THAN THE SET HOLDS IS A BAD RULE SET.       *
006276******************************************************************
006277 1240-ASSIGN-XLATE-TABLE.
006278     MOVE ZERO TO WS-XLATE-HIT
006279     PERFORM 1245-TEST-ONE-XLATE THRU 1245-EXIT
006280         VARYING WS-XLATE-IDX FROM 1 BY 1
006281         UNTIL WS-XLATE-IDX > XLATE-TABLE-COUNT
006282             OR WS-XLATE-HIT > ZERO
006283     IF WS-XLATE-HIT = ZERO
006284         IF XLATE-TABLE-COUNT >= WS-MAX-XLATE
006285             DISPLAY 'NOSPCBAT - NSPCRULE NAMES MORE THAN '
006286                 WS-MAX-XLATE ' TRANSLATION TABLES'
006287             SET WS-RULE-ERROR TO TRUE
006288         ELSE
006289             ADD 1 TO XLATE-TABLE-COUNT
006290             MOVE XLATE-TABLE-COUNT TO WS-XLATE-HIT
006291             MOVE RULE-XLATE-TABLE
006292                 TO XLATE-TABLE-NAME(WS-XLATE-HIT)
006293         END-IF
006294     END-IF
006295     IF WS-XLATE-HIT > ZERO
006296         MOVE WS-XLATE-HIT TO WS-RULE-XLATE-NO(WS-RULE-COUNT)
006297     END-IF.
006298 1240-EXIT.
006299     EXIT.
006300*
006301 1245-TEST-ONE-XLATE.
006302     IF XLATE-TABLE-NAME(WS-XLATE-IDX) = RULE-XLATE-TABLE
006303         MOVE WS-XLATE-IDX TO WS-XLATE-HIT
006304     END-IF.
006305 1245-EXIT.
006306     EXIT.
006307*
006308******************************************************************
006309*    1250-LOAD-XLATE-TABLES - BUILD THE TRANSLATION TABLES THE   *
006310*    RULE SET NAMES FROM NSPCXLAT AND REGISTER THE SET WITH      *
006311*    NoSpace.  A TABLE THAT CANNOT BE BUILT STOPS THE RUN LIKE   *
006312*    ANY OTHER BAD RULE - A MODE-X FIELD LEFT UNTRANSLATED       *
006313*    WOULD REJECT EVERY RECORD ALL NIGHT.                        *
006314******************************************************************
006315 1250-LOAD-XLATE-TABLES.
006316     CALL 'NSPCXLOD' USING XLATE-SET
006317     IF XLATE-LOAD-OK
006318         CALL 'NSPCXLD' USING XLATE-SET
006319         DISPLAY 'NOSPCBAT - TRANSLATION TABLES LOADED = '
006320             XLATE-TABLE-COUNT
006321     ELSE
006322         DISPLAY 'NOSPCBAT - TRANSLATION TABLES NOT LOADED - '
006323             'NSPCXLOD RETURN CODE ' XLATE-LOAD-RC
006324         SET WS-RULE-ERROR TO TRUE
006325     END-IF.
006326 1250-EXIT.
006327     EXIT.
006328*
006329******************************************************************
006330*    2000-PROCESS-ONE-RECORD - CLEAN THE CURRENT NSPCIN RECORD   *
006331*    (AS ONE FIELD, OR FIELD BY FIELD UNDER THE NSPCRULE TABLE), *
006332*    WRITE THE RESULT TO NSPCOUT, AND READ THE NEXT RECORD.      *
006333******************************************************************
006334 2000-PROCESS-ONE-RECORD.
006340     IF WS-RULE-COUNT = ZERO
006350         PERFORM 2300-CLEAN-WHOLE-RECORD THRU 2300-EXIT
006360     ELSE
007930             MOVE WS-RULE-ENC(WS-RULE-IDX)
007940                 TO BLOCK-ENCODING(BLOCK-FIELD-COUNT)
007950         END-IF
007952         IF WS-RULE-MODE(WS-RULE-IDX) = 'X'
007954             MOVE WS-RULE-XLATE-NO(WS-RULE-IDX)
007956                 TO BLOCK-XLATE-TABLE-NO(BLOCK-FIELD-COUNT)
007958         ELSE
007960             MOVE WS-RULE-REPL(WS-RULE-IDX)
007970                 TO BLOCK-REPLACE-CHAR(BLOCK-FIELD-COUNT)
007975         END-IF
007980         MOVE WS-RULE-PROT-CNT(WS-RULE-IDX)
007990             TO BLOCK-PROTECT-COUNT(BLOCK-FIELD-COUNT)
008000         PERFORM 2417-LOAD-ONE-PROTECT THRU 2417-EXIT
010320     MOVE NSPCIN-DATA        TO SUSP-IN-DATA
010322     MOVE WS-RUN-DATE        TO SUSP-FIRST-DATE
010324     MOVE ZERO               TO SUSP-ATTEMPTS
010327     MOVE WS-FEED-ID         TO SUSP-FEED-ID
010330     WRITE NSPCSUSP-RECORD
010340     ADD 1 TO WS-RECS-SUSPENSED.
010350 2500-EXIT.
011210     SET CTL-ID-TRAILER TO TRUE
011220     MOVE WS-RUN-DATE            TO CTL-RUN-DATE
011230     MOVE WS-GENERATION          TO CTL-GENERATION
011235     MOVE WS-FEED-ID             TO CTL-FEED-ID
011240     MOVE WS-RECS-WRITTEN        TO CTL-RECS-WRITTEN
011250     MOVE WS-RECS-REJECTED       TO CTL-RECS-REJECTED
011260     MOVE STATS-CHARS-REMOVED    TO CTL-CHARS-REMOVED
011470     MOVE STATS-RECORDS-PROCESSED    TO HIST-FLDS-PROCESSED
011480     MOVE STATS-RECORDS-REJECTED     TO HIST-FLDS-REJECTED
011490     MOVE STATS-CHARS-REMOVED        TO HIST-CHARS-REMOVED
011495     MOVE WS-FEED-ID                 TO HIST-FEED-ID
011497     MOVE 'C'                        TO HIST-RUN-STATUS
011500     WRITE NSPCHIST-RECORD
011510     CLOSE NSPCHIST.
011520 9100-EXIT.
011790     MOVE WS-FLD-CLEANED(WS-RULE-IDX)  TO FSTA-FLDS-CLEANED
011800     MOVE WS-FLD-CHARS(WS-RULE-IDX)    TO FSTA-CHARS-REMOVED
011810     MOVE WS-FLD-REJECTS(WS-RULE-IDX)  TO FSTA-FLDS-REJECTED
011815     MOVE WS-FEED-ID                   TO FSTA-FEED-ID
011817     MOVE 'C'                          TO FSTA-RUN-STATUS
011820     WRITE NSPCFSTA-RECORD.
011830 9160-EXIT.
011840     EXIT.
012100*
012110 9300-POST-RETURN-CODE.
012120     DISPLAY 'NOSPCBAT - RETURN CODE = ' WS-RETURN-CODE
012125     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
012130     MOVE WS-RETURN-CODE TO RETURN-CODE.
012140 9300-EXIT.
012150     EXIT.
012160*
012170******************************************************************
012180*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
012190*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
012200*    JOB CARRIES).  A RESTARTED RUN POSTS THE TOTALS FOR THE     *
012210*    WHOLE FILE, AS NSPCHIST DOES.  PERFORMED LAST, JUST BEFORE  *
012220*    RETURN-CODE IS SET, AS THE CALL TO NSPCLPST RESETS IT.      *
012230******************************************************************
012240 9500-POST-LEDGER.
012250     INITIALIZE LEDG-COUNTS
012260     MOVE 'NOSPCBAT'              TO LEDG-JOB
012270     MOVE WS-FEED-ID              TO LEDG-FEED-ID
012280     MOVE WS-RUN-DATE             TO LEDG-RUN-DATE
012290     MOVE WS-GENERATION           TO LEDG-GENERATION
012300     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
012310     MOVE 'READ'                  TO LEDG-COUNT-NAME(1)
012320     MOVE WS-RECS-READ            TO LEDG-COUNT-VALUE(1)
012330     MOVE 'CLEANED'               TO LEDG-COUNT-NAME(2)
012340     MOVE WS-RECS-WRITTEN         TO LEDG-COUNT-VALUE(2)
012350     MOVE 'REJECTED'              TO LEDG-COUNT-NAME(3)
012360     MOVE WS-RECS-REJECTED        TO LEDG-COUNT-VALUE(3)
012370     MOVE 'SUSPENSE'              TO LEDG-COUNT-NAME(4)
012380     MOVE WS-RECS-SUSPENSED       TO LEDG-COUNT-VALUE(4)
012390     MOVE 'CHARSOUT'              TO LEDG-COUNT-NAME(5)
012400     MOVE STATS-CHARS-REMOVED     TO LEDG-COUNT-VALUE(5)
012410     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
012420 9500-EXIT.
012430     EXIT.
012440*
012450 END PROGRAM NOSPCBAT.
