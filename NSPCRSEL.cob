000090*                                                                *
000100*   REMARKS.                                                     *
000110*   EFFECTIVE-DATED RULE-SET SELECT JOB.  READS THE NSPCRMST     *
000120*   RULE MASTER THE NSPCRMNT ON-LINE TRANSACTION MAINTAINS (ONE  *
000130*   RECORD PER RULE, KEYED BY FEED, EFFECTIVE DATE, AND RULE     *
000140*   SEQUENCE), PICKS THE FEED'S SET WITH THE LATEST EFFECTIVE    *
000145*   DATE AT OR BEFORE THE RUN DATE, AND WRITES IT TO THE FLAT    *
000150*   NSPCRULE CONTROL FILE IN THE EXACT LAYOUT NOSPCBAT AND       *
000160*   NSPCREPR ALREADY READ.  RUN AHEAD OF NOSPCBAT EACH NIGHT     *
000170*   (SEE NSPCRSEL.JCL), SO A RULE SET STAGED ON-LINE UNDER NEXT  *
000180*   MONDAY'S DATE TAKES OVER BY ITSELF ON MONDAY NIGHT AND       *
000190*   NOBODY EDITS THE LIVE FILE BY HAND AT 11 PM.                 *
000210*                                                                *
000220*   THE RUN DATE DEFAULTS TO TODAY AND CAN BE OVERRIDDEN ON     *
000230*   THE EXEC PARM (PARM='yyyymmdd') FOR A RERUN OF A PRIOR      *
000232*   NIGHT.  THE FEED IS THE SECOND PIECE OF THE FULL PARM       *
000234*   (PARM='yyyymmdd,ffffffff' - A ZERO DATE STILL MEANS TODAY)  *
000236*   AND DEFAULTS TO DAILYEXT, THE ORIGINAL EXTRACT.             *
000237*                                                                *
000238*   TO RERUN A NIGHT BACKED OUT BY NSPCBKOT UNDER A NAMED RULE   *
000239*   SET, A THIRD PIECE NAMES THE SET BY ITS EFFECTIVE DATE       *
000240*   (PARM='yyyymmdd,ffffffff,eeeeeeee') - EXACTLY THE FEED'S     *
000241*   RULES UNDER THAT DATE ARE WRITTEN, WHATEVER SET THE RUN      *
000242*   DATE WOULD HAVE PICKED.  A NAMED SET THAT IS NOT ON THE      *
000243*   MASTER IS AN ERROR, NOT AN EMPTY SET.                        *
000244*   A MASTER WITH NO SET IN EFFECT FOR THE RUN DATE             *
000250*   WRITES AN EMPTY NSPCRULE - THE WHOLE-RECORD STRIP-ALL       *
000260*   BEHAVIOR THE NIGHTLY RUN HAS ALWAYS HAD ON AN EMPTY FILE.   *
000270*                                                                *
000280*   RETURN CODES FOR THE SCHEDULE: 0 = SET SELECTED AND          *
000290*   WRITTEN, 4 = NO SET IN EFFECT (EMPTY NSPCRULE WRITTEN),      *
000296*   16 = NSPCRMST WOULD NOT OPEN OR READ, OR THE NAMED SET IS    *
000302*   NOT ON IT (NSPCRULE NOT WRITTEN).                            *
000310*                                                                *
000320*   MODIFICATION HISTORY                                         *
000330*   ---------------------------------------------------------    *
000364*                    RECORD-TYPE BYTE ADDED TO RULE-DETAIL.      *
000366*   2026-09-02 RLK   RULE DETAIL WIDENED TO 31 BYTES - THE       *
000368*                    REPLACE CHARACTER AND CONTENT TYPE ADDED.   *
000369*   2026-10-05 RLK   SELECT BY FEED - THE MASTER IS NOW KEYED    *
000370*                    BY FEED AHEAD OF THE EFFECTIVE DATE.  THE   *
000371*                    FEED RIDES THE NEW FULL PARM                *
000372*                    yyyymmdd,ffffffff; THE SCAN STARTS AT THE   *
000373*                    FEED'S FIRST RULE AND STOPS AT ITS LAST.    *
000374*   2026-10-06 RLK   RULE DETAIL WIDENED TO 39 BYTES - THE       *
000375*                    TRANSLATION TABLE NAME ADDED.               *
000376*   2026-10-10 RLK   RULE DETAIL WIDENED TO 40 BYTES - THE       *
000377*                    SENSITIVE-DATA FLAG ADDED.                  *
000378*   2026-10-13 RLK   POSTS A RUN-CONTROL ENTRY - RUN DATE,       *
000379*                    FEED, RETURN CODE, START AND END TIMES,     *
000380*                    AND THE RULES READ AND WRITTEN AND THE      *
000381*                    EFFECTIVE DATE OF THE SET - TO THE          *
000382*                    NSPCLEDG LEDGER THROUGH NSPCLPST AT END OF  *
000383*                    JOB, FOR THE NSPCOPSM MORNING SUMMARY.      *
000384*   2026-10-15 RLK   NAMED RULE SET FOR THE RERUN OF A           *
000385*                    BACKED-OUT NIGHT.  A THIRD PARM PIECE       *
000386*                    (yyyymmdd,ffffffff,eeeeeeee) SELECTS        *
000387*                    EXACTLY THE FEED'S SET STAGED UNDER         *
000388*                    EFFECTIVE DATE eeeeeeee, WHATEVER THE RUN   *
000389*                    DATE WOULD PICK.  A NAMED SET NOT ON THE    *
000390*                    MASTER ENDS THE JOB AT 16 WITHOUT WRITING   *
000391*                    NSPCRULE, SO THE RERUN CANNOT GO AHEAD      *
000392*                    UNDER THE WRONG RULES.                      *
000393*                                                                *
000394******************************************************************
000395 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.              NSPCRSEL.
000410 AUTHOR.                  R L KOLTUN.
000420 INSTALLATION.            DAILY EXTRACT PROCESSING.
000790 01  WS-WORK-FIELDS.
000800     03  WS-RUN-DATE                 PIC 9(08).
000810     03  WS-PARM-LEN-DATE            PIC S9(04) COMP VALUE 8.
000813     03  WS-PARM-LEN-FEED            PIC S9(04) COMP VALUE 17.
000814     03  WS-PARM-LEN-NAMED           PIC S9(04) COMP VALUE 26.
000816     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
000820     03  WS-RMST-STATUS              PIC X(02).
000830         88  WS-RMST-STATUS-OK           VALUE '00' '97'.
000840         88  WS-RMST-NEVER-LOADED        VALUE '35'.
000920 01  WS-SET-FIELDS.
000930     03  WS-MAX-RULES                PIC 9(02) VALUE 20.
000940     03  WS-SET-EFF-DATE             PIC 9(08) VALUE ZERO.
000942*
000944*    THE EFFECTIVE DATE OF A SET NAMED ON THE PARM - ZERO WHEN
000946*    THE SET IS CHOSEN BY RUN DATE.
000948     03  WS-NAMED-EFF-DATE           PIC 9(08) VALUE ZERO.
000950     03  WS-SET-COUNT                PIC 9(02) VALUE ZERO.
000960     03  WS-SET-IDX                  PIC 9(02).
000970     03  WS-SET-TABLE.
000980         05  WS-SET-DETAIL           PIC X(40) OCCURS 20 TIMES.
000990*
000992*    RUN-CONTROL LEDGER ENTRY, POSTED AT END OF JOB THROUGH
000994*    NSPCLPST.  SEE THE NSPCLEDG COPYBOOK.
000996     COPY NSPCLEDG.
000998*
001000 LINKAGE SECTION.
001010 01  LK-PARM-AREA.
001020     03  LK-PARM-LEN                 PIC S9(04) COMP.
001030     03  LK-PARM-RUN-DATE            PIC 9(08).
001033     03  FILLER                      PIC X(01).
001036     03  LK-PARM-FEED                PIC X(08).
001037     03  FILLER                      PIC X(01).
001038     03  LK-PARM-NAMED-DATE          PIC 9(08).
001040*
001050******************************************************************
001060*    0000-MAINLINE                                               *
001160*
001170******************************************************************
001180*    1000-INITIALIZE - PICK UP THE RUN DATE (PARM OVERRIDE OR    *
001190*    TODAY) AND THE FEED, OPEN THE MASTER, AND POSITION AT THE   *
001195*    FEED'S FIRST RULE.  A MASTER THAT HAS NEVER HELD            *
001200*    A RECORD (FILE STATUS 35, THE STATE THE DEFINE JOB LEAVES   *
001210*    IT IN) IS NOT AN ERROR - THERE IS SIMPLY NO SET IN EFFECT.  *
001215*    NEITHER IS A FEED WITH NO RULES ON THE MASTER AT ALL.       *
001220******************************************************************
001230 1000-INITIALIZE.
001233     ACCEPT LEDG-START-DATE FROM DATE YYYYMMDD
001236     ACCEPT LEDG-START-TIME FROM TIME
001240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001250     EVALUATE TRUE
001260         WHEN LK-PARM-LEN = ZERO
001270             CONTINUE
001280         WHEN LK-PARM-LEN = WS-PARM-LEN-DATE
001290             MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
001291         WHEN LK-PARM-LEN = WS-PARM-LEN-FEED
001292             IF LK-PARM-RUN-DATE NOT = ZERO
001293                 MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
001294             END-IF
001295             MOVE LK-PARM-FEED TO WS-FEED-ID
001296         WHEN LK-PARM-LEN = WS-PARM-LEN-NAMED
001297             IF LK-PARM-RUN-DATE NOT = ZERO
001298                 MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
001299             END-IF
001300             MOVE LK-PARM-FEED TO WS-FEED-ID
001301             MOVE LK-PARM-NAMED-DATE TO WS-NAMED-EFF-DATE
001302         WHEN OTHER
001310             DISPLAY 'NSPCRSEL - PARM LENGTH ' LK-PARM-LEN
001320                 ' IS NOT THE RUN-DATE WIDTH OF '
001330                 WS-PARM-LEN-DATE ' OR THE FULL WIDTH OF '
001333                 WS-PARM-LEN-FEED ' OR ' WS-PARM-LEN-NAMED
001336                 ' - TODAY AND DAILYEXT ASSUMED'
001340     END-EVALUATE
001343     IF WS-NAMED-EFF-DATE > ZERO
001346         DISPLAY 'NSPCRSEL - SELECTING THE NAMED RULE SET '
001349             WS-NAMED-EFF-DATE ' FOR ' WS-RUN-DATE
001352             ' FEED ' WS-FEED-ID
001355     ELSE
001358         DISPLAY 'NSPCRSEL - SELECTING THE RULE SET IN EFFECT '
001361             'FOR ' WS-RUN-DATE ' FEED ' WS-FEED-ID
001364     END-IF
001370     OPEN INPUT NSPCRMST
001380     EVALUATE TRUE
001390         WHEN WS-RMST-STATUS-OK
001500             SET WS-EOF TO TRUE
001510     END-EVALUATE
001520     IF WS-MASTER-USABLE
001522         PERFORM 1100-START-AT-FEED THRU 1100-EXIT
001524     END-IF
001526     IF WS-NOT-EOF
001530         PERFORM 2100-READ-NSPCRMST THRU 2100-EXIT
001540     END-IF.
001550 1000-EXIT.
001560     EXIT.
001570*
001571******************************************************************
001572*    1100-START-AT-FEED - POSITION THE MASTER AT THE FIRST KEY   *
001573*    OF THE FEED (EFFECTIVE DATE AND SEQUENCE ZERO), OR OF THE   *
001574*    NAMED SET.  NO KEY AT OR BEYOND IT MEANS NO RULES FOR THE   *
001575*    FEED - AN EMPTY SET.                                        *
001576******************************************************************
001577 1100-START-AT-FEED.
001578     MOVE WS-FEED-ID TO RMST-FEED-ID
001579     MOVE WS-NAMED-EFF-DATE TO RMST-EFF-DATE
001580     MOVE ZERO       TO RMST-RULE-SEQ
001581     START NSPCRMST KEY IS NOT LESS THAN RMST-KEY
001582         INVALID KEY
001583             SET WS-EOF TO TRUE
001584     END-START.
001585 1100-EXIT.
001586     EXIT.
001587*
001588******************************************************************
001590*    2000-SCAN-ONE-RULE - WALK THE MASTER IN KEY ORDER.  A RULE  *
001600*    UNDER AN EFFECTIVE DATE AT OR BEFORE THE RUN DATE JOINS     *
001610*    THE CANDIDATE SET (A NEW EFFECTIVE DATE STARTS THE SET      *
001620*    OVER - LATER ELIGIBLE DATES SUPERSEDE EARLIER ONES); THE    *
001630*    FIRST RULE OF A LATER DATE ENDS THE SCAN - EVERYTHING       *
001640*    BEYOND IT IS STAGED FOR A FUTURE NIGHT.  THE FIRST RULE OF  *
001643*    ANOTHER FEED ENDS IT TOO.  A NAMED SET IS READ FROM ITS     *
001646*    FIRST RULE, AND ANY OTHER EFFECTIVE DATE ENDS THE SCAN.     *
001650******************************************************************
001660 2000-SCAN-ONE-RULE.
001670     IF RMST-FEED-ID NOT = WS-FEED-ID
001673         OR (WS-NAMED-EFF-DATE = ZERO
001676             AND RMST-EFF-DATE > WS-RUN-DATE)
001677         OR (WS-NAMED-EFF-DATE > ZERO
001678             AND RMST-EFF-DATE NOT = WS-NAMED-EFF-DATE)
001680         SET WS-EOF TO TRUE
001690     ELSE
001700         IF RMST-EFF-DATE NOT = WS-SET-EFF-DATE
002240     IF WS-MASTER-USABLE
002250         CLOSE NSPCRMST
002260     END-IF
002261     IF WS-NAMED-EFF-DATE > ZERO AND WS-SET-COUNT = ZERO
002262         AND WS-RETURN-CODE NOT = 16
002263         DISPLAY 'NSPCRSEL - NAMED RULE SET ' WS-NAMED-EFF-DATE
002264             ' IS NOT ON NSPCRMST FOR FEED ' WS-FEED-ID
002265         MOVE 16 TO WS-RETURN-CODE
002266     END-IF
002270     IF WS-RETURN-CODE = 16
002280         DISPLAY 'NSPCRSEL - NSPCRULE NOT WRITTEN'
002290     ELSE
002310         DISPLAY 'NSPCRSEL - MASTER RULES READ = ' WS-RECS-READ
002320         IF WS-SET-COUNT = ZERO
002330             DISPLAY 'NSPCRSEL - NO RULE SET IN EFFECT FOR '
002340                 WS-RUN-DATE ' FEED ' WS-FEED-ID
002345                 ' - EMPTY NSPCRULE WRITTEN'
002350             MOVE 4 TO WS-RETURN-CODE
002360         ELSE
002370             DISPLAY 'NSPCRSEL - SET IN EFFECT = ' WS-SET-EFF-DATE
002400         END-IF
002410     END-IF
002420     DISPLAY 'NSPCRSEL - RETURN CODE = ' WS-RETURN-CODE
002425     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
002430     MOVE WS-RETURN-CODE TO RETURN-CODE.
002440 9000-EXIT.
002450     EXIT.
002460*
002470******************************************************************
002480*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
002490*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
002500*    JOB CARRIES).  PERFORMED LAST, JUST BEFORE RETURN-CODE IS   *
002510*    SET, AS THE CALL TO NSPCLPST RESETS IT.                     *
002520******************************************************************
002530 9500-POST-LEDGER.
002540     INITIALIZE LEDG-COUNTS
002550     MOVE 'NSPCRSEL'              TO LEDG-JOB
002560     MOVE WS-FEED-ID              TO LEDG-FEED-ID
002570     MOVE WS-RUN-DATE             TO LEDG-RUN-DATE
002580     MOVE ZERO                    TO LEDG-GENERATION
002590     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
002600     MOVE 'RULESRD'               TO LEDG-COUNT-NAME(1)
002610     MOVE WS-RECS-READ            TO LEDG-COUNT-VALUE(1)
002620     MOVE 'RULESWRT'              TO LEDG-COUNT-NAME(2)
002630     MOVE WS-RULES-WRITTEN        TO LEDG-COUNT-VALUE(2)
002640     MOVE 'SETDATE'               TO LEDG-COUNT-NAME(3)
002650     MOVE WS-SET-EFF-DATE         TO LEDG-COUNT-VALUE(3)
002660     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
002670 9500-EXIT.
002680     EXIT.
002690*
002700 END PROGRAM NSPCRSEL.
