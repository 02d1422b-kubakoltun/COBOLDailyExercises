000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCOPSM                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-13                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   MORNING OPERATIONS SUMMARY.  READS THE NSPCLEDG RUN-CONTROL  *
000120*   LEDGER THE NIGHTLY JOBS POST TO (THROUGH NSPCLPST - SEE THE  *
000130*   NSPCLEDG COPYBOOK) AND PUTS ONE FEED'S NIGHT ON ONE PAGE:    *
000140*   EACH STEP OF A NORMAL NIGHT (NSPCRCPT, NSPCRSEL, NOSPCBAT,   *
000150*   NSPCRPT, NSPCVRFY, NSPCDUPE, NSPCREPR, NSPCJRNL, NSPCSAGE)   *
000160*   AS RAN OR NOT RUN, WITH ITS RETURN CODE, GENERATION, START   *
000170*   AND END TIMES, AND HOW MANY TIMES IT RAN, FLAGGED WHEN IT    *
000180*   ENDED OVER RETURN CODE 4; THEN THE HEADLINE FIGURES -        *
000190*   RECORDS CLEANED, REJECTED, AND SUSPENSED (NOSPCBAT),         *
000200*   SUSPENSE OPEN AND ESCALATED (NSPCSAGE), DUPLICATES FOUND     *
000210*   (NSPCDUPE), AND WHETHER NSPCOUT BALANCED (NSPCVRFY).  THIS   *
000220*   REPLACES PIECING THE NIGHT TOGETHER FROM NINE SYSOUTS.       *
000230*                                                                *
000240*   ANYTHING THAT NEEDS ATTENTION - A STEP THAT DID NOT RUN, A   *
000250*   STEP OVER RETURN CODE 4, AN NSPCOUT THAT DID NOT BALANCE,    *
000260*   SUSPENSE DUE FOR ESCALATION, OR A LEDGER THAT COULD NOT BE   *
000270*   READ - IS ALSO WRITTEN AS ONE LINE TO THE NSPCALRT ALERT     *
000280*   DATA SET FOR THE MAIL STEP.  A QUIET NIGHT LEAVES NSPCALRT   *
000290*   EMPTY.                                                       *
000300*                                                                *
000310*   AN ENTRY BELONGS TO THE NIGHT WHEN ITS RUN DATE IS THE RUN   *
000320*   DATE BEING SUMMARIZED AND ITS FEED IS THE FEED, OR BLANK     *
000330*   (NSPCJRNL, NSPCSAGE).  WHEN A STEP RAN MORE THAN ONCE (A     *
000340*   RERUN) THE LAST ENTRY ON THE LEDGER IS THE ONE SHOWN.        *
000342*   NSPCVRFY ENTRIES ARE KEPT BY THE FILE CHECKED: THE NSPCVRFY  *
000344*   STEP AND THE NSPCOUT BALANCE ARE THE LAST NSPCOUT CHECK      *
000346*   (AN ENTRY POSTED BEFORE THE FILE WAS RECORDED COUNTS AS      *
000348*   NSPCOUT), AND AN NSPCSUPP OR NSPCMOUT CHECK GETS A BALANCE   *
000350*   LINE OF ITS OWN, ALERTED THE SAME WAY WHEN IT DID NOT        *
000352*   BALANCE.                                                     *
000360*                                                                *
000370*   PARM IS 'yyyymmdd,ffffffff' - RUN DATE AND FEED - OR         *
000380*   'yyyymmdd' ALONE.  THE FEED DEFAULTS TO DAILYEXT; A RUN DATE *
000390*   OMITTED OR ZERO DEFAULTS TO THE LATEST RUN DATE ON THE       *
000400*   LEDGER FOR THE FEED.  RETURN CODES: 0 = NOTHING NEEDS        *
000410*   ATTENTION, 4 = ALERTS WRITTEN TO NSPCALRT, 16 = NSPCLEDG     *
000420*   COULD NOT BE READ (ALSO ALERTED) OR THE PARM IS NOT VALID    *
000425*   (WRONG LENGTH, OR A RUN DATE THAT IS NOT NUMERIC).           *
000430*                                                                *
000440*   MODIFICATION HISTORY                                         *
000450*   ---------------------------------------------------------    *
000460*   DATE       INIT  DESCRIPTION                                 *
000470*   ---------- ----  ----------------------------------------    *
000480*   2026-10-13 RLK   ORIGINAL.                                   *
000481*   2026-10-15 RLK   THE NSPCOUT BALANCE IS TAKEN FROM THE LAST  *
000482*                    NSPCVRFY CHECK OF NSPCOUT ONLY, NOT FROM A  *
000484*                    LATER CHECK OF NSPCSUPP; EACH OTHER FILE    *
000485*                    CHECKED GETS ITS OWN BALANCE LINE AND       *
000487*                    ALERT.  A PARM RUN DATE THAT IS NOT NUMERIC *
000488*                    IS RETURN CODE 16.                          *
000490*                                                                *
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.              NSPCOPSM.
000530 AUTHOR.                  R L KOLTUN.
000540 INSTALLATION.            DAILY EXTRACT PROCESSING.
000550 DATE-WRITTEN.            2026-10-13.
000560 DATE-COMPILED.
000570*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT NSPCLEDG ASSIGN TO NSPCLEDG
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS WS-LEDG-STATUS.
000640     SELECT NSPCALRT ASSIGN TO NSPCALRT
000650            ORGANIZATION IS SEQUENTIAL.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  NSPCLEDG
000700     RECORDING MODE IS F.
000710 01  NSPCLEDG-AREA                   PIC X(200).
000720*
000730*    ONE ALERT PER LINE FOR THE MAIL STEP - RECORD LENGTH 80.
000740 FD  NSPCALRT
000750     RECORDING MODE IS F.
000760 01  NSPCALRT-RECORD.
000770     03  ALRT-RUN-DATE               PIC 9(08).
000780     03  FILLER                      PIC X(01).
000790     03  ALRT-FEED-ID                PIC X(08).
000800     03  FILLER                      PIC X(01).
000810     03  ALRT-JOB                    PIC X(08).
000820     03  FILLER                      PIC X(01).
000830     03  ALRT-TEXT                   PIC X(53).
000840*
000850 WORKING-STORAGE SECTION.
000860 01  WS-FLAGS.
000870     03  WS-LEDG-EOF-SW              PIC X(01) VALUE 'N'.
000880         88  WS-LEDG-EOF                 VALUE 'Y'.
000890         88  WS-LEDG-NOT-EOF             VALUE 'N'.
000900     03  WS-LEDG-OPEN-SW             PIC X(01) VALUE 'N'.
000910         88  WS-LEDG-OPEN                VALUE 'Y'.
000920         88  WS-LEDG-CLOSED              VALUE 'N'.
000930     03  WS-RUN-SW                   PIC X(01) VALUE 'Y'.
000940         88  WS-RUN-OK                   VALUE 'Y'.
000950         88  WS-RUN-STOPPED              VALUE 'N'.
000960     03  WS-COUNT-SW                 PIC X(01) VALUE 'N'.
000970         88  WS-COUNT-FOUND              VALUE 'Y'.
000980         88  WS-COUNT-NOT-FOUND          VALUE 'N'.
000990 01  WS-COUNTERS.
001000     03  WS-LEDG-READ                PIC 9(07) VALUE ZERO.
001010     03  WS-LEDG-TAKEN               PIC 9(07) VALUE ZERO.
001020     03  WS-STEPS-RAN                PIC 9(02) VALUE ZERO.
001030     03  WS-STEPS-MISSING            PIC 9(02) VALUE ZERO.
001040     03  WS-STEPS-OVER               PIC 9(02) VALUE ZERO.
001050     03  WS-ALERTS                   PIC 9(05) VALUE ZERO.
001060 01  WS-WORK-FIELDS.
001070     03  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001080     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
001090     03  WS-PARM-LEN-DATE            PIC S9(04) COMP VALUE 8.
001100     03  WS-PARM-LEN-FEED            PIC S9(04) COMP VALUE 17.
001110     03  WS-LEDG-STATUS              PIC X(02).
001120         88  WS-LEDG-STATUS-OK           VALUE '00' '97'.
001130         88  WS-LEDG-STATUS-EOF          VALUE '10'.
001140     03  WS-STEP-IDX                 PIC 9(02).
001150     03  WS-STEP-HIT                 PIC 9(02).
001160     03  WS-FIND-IDX                 PIC 9(02).
001170     03  WS-COUNT-IDX                PIC 9(02).
001180     03  WS-COUNT-NAME               PIC X(08).
001190     03  WS-COUNT-VALUE              PIC 9(11).
001200     03  WS-COUNT-ED                 PIC Z(10)9.
001210     03  WS-FIG-STEP                 PIC 9(02).
001220     03  WS-FIG-LABEL                PIC X(20).
001230     03  WS-FIG-TEXT                 PIC X(11).
001240     03  WS-FLAG-TEXT                PIC X(17).
001250 01  WS-CONDITION-FIELDS.
001260     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001270*
001280*    THE STEPS OF A NORMAL NIGHT IN SCHEDULE ORDER, WITH THE LAST
001290*    LEDGER ENTRY OF EACH FOR THE NIGHT AND HOW MANY IT POSTED.
001300*    THE HEADLINE FIGURES COME FROM THE STEPS NAMED BY POSITION.
001310 01  WS-STEP-FIELDS.
001320     03  WS-MAX-STEPS                PIC 9(02) VALUE 9.
001330     03  WS-BAT-STEP                 PIC 9(02) VALUE 3.
001340     03  WS-VRFY-STEP                PIC 9(02) VALUE 5.
001350     03  WS-DUPE-STEP                PIC 9(02) VALUE 6.
001360     03  WS-SAGE-STEP                PIC 9(02) VALUE 9.
001370     03  WS-STEP-NAME-LIST.
001380         05  FILLER                  PIC X(08) VALUE 'NSPCRCPT'.
001390         05  FILLER                  PIC X(08) VALUE 'NSPCRSEL'.
001400         05  FILLER                  PIC X(08) VALUE 'NOSPCBAT'.
001410         05  FILLER                  PIC X(08) VALUE 'NSPCRPT '.
001420         05  FILLER                  PIC X(08) VALUE 'NSPCVRFY'.
001430         05  FILLER                  PIC X(08) VALUE 'NSPCDUPE'.
001440         05  FILLER                  PIC X(08) VALUE 'NSPCREPR'.
001450         05  FILLER                  PIC X(08) VALUE 'NSPCJRNL'.
001460         05  FILLER                  PIC X(08) VALUE 'NSPCSAGE'.
001470     03  WS-STEP-NAMES               REDEFINES WS-STEP-NAME-LIST.
001480         05  WS-STEP-NAME            PIC X(08) OCCURS 9 TIMES.
001490     03  WS-STEP-TABLE.
001500         05  WS-STEP-ENTRY           OCCURS 9 TIMES.
001510             07  WS-STEP-RUNS        PIC 9(03).
001520             07  WS-STEP-LAST        PIC X(200).
001530*
001540*    HHMMSSHH FROM THE LEDGER, SHOWN AS HH:MM:SS.
001550 01  WS-TIME-FIELDS.
001560     03  WS-TIME-WORK                PIC 9(08).
001570     03  WS-TIME-SPLIT               REDEFINES WS-TIME-WORK.
001580         05  WS-TIME-HH              PIC 9(02).
001590         05  WS-TIME-MM              PIC 9(02).
001600         05  WS-TIME-SS              PIC 9(02).
001610         05  WS-TIME-HS              PIC 9(02).
001620     03  WS-TIME-SHOW.
001630         05  WS-SHOW-HH              PIC 9(02).
001640         05  FILLER                  PIC X(01) VALUE ':'.
001650         05  WS-SHOW-MM              PIC 9(02).
001660         05  FILLER                  PIC X(01) VALUE ':'.
001670         05  WS-SHOW-SS              PIC 9(02).
001680     03  WS-START-SHOW               PIC X(08).
001690     03  WS-END-SHOW                 PIC X(08).
001700*
001710*    ALERT LINE UNDER CONSTRUCTION.
001720 01  WS-ALERT-FIELDS.
001730     03  WS-ALERT-JOB                PIC X(08).
001740     03  WS-ALERT-TEXT               PIC X(53).
001745     03  WS-ALERT-FILE               PIC X(08).
001750     03  WS-ALERT-RC-TEXT.
001760         05  FILLER                  PIC X(21) VALUE
001770             'ENDED AT RETURN CODE '.
001780         05  WS-ALERT-RC             PIC 9(02).
001790     03  WS-ALERT-ESC-TEXT.
001800         05  WS-ALERT-ESC            PIC Z(06)9.
001810         05  FILLER                  PIC X(34) VALUE
001820             ' SUSPENSE ITEMS DUE FOR ESCALATION'.
001830*
001831*    NSPCVRFY CHECKS OF A FILE OTHER THAN NSPCOUT, WITH THE LAST
001832*    ENTRY OF EACH FILE FOR THE NIGHT.
001833 01  WS-CHECK-FIELDS.
001834     03  WS-MAX-CHECKS               PIC 9(02) VALUE 4.
001835     03  WS-CHECK-COUNT              PIC 9(02) VALUE ZERO.
001836     03  WS-CHECK-IDX                PIC 9(02).
001837     03  WS-CHECK-HIT                PIC 9(02).
001838     03  WS-CHECK-TABLE.
001839         05  WS-CHECK-ENTRY          OCCURS 4 TIMES.
001840             07  WS-CHECK-FILE       PIC X(08).
001841             07  WS-CHECK-LAST       PIC X(200).
001842*
001843*    THE LEDGER ENTRY BEING LOOKED AT.  SEE THE NSPCLEDG COPYBOOK.
001850     COPY NSPCLEDG.
001860*
001870 LINKAGE SECTION.
001880 01  LK-PARM-AREA.
001890     03  LK-PARM-LEN                 PIC S9(04) COMP.
001900     03  LK-PARM-RUN-DATE            PIC 9(08).
001910     03  FILLER                      PIC X(01).
001920     03  LK-PARM-FEED                PIC X(08).
001930*
001940******************************************************************
001950*    0000-MAINLINE - SETTLE THE RUN DATE AND FEED, GATHER THE    *
001960*    NIGHT'S LEDGER ENTRIES BY STEP, AND PRINT THE PAGE,         *
001970*    ALERTING AS IT GOES.                                        *
001980******************************************************************
001990 PROCEDURE DIVISION USING LK-PARM-AREA.
002000*
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002030     IF WS-RUN-OK
002040         PERFORM 3000-LOAD-STEPS THRU 3000-EXIT
002050     END-IF
002060     IF WS-RUN-OK
002070         DISPLAY 'NSPCOPSM - STEP      STATUS   RC  GEN   START'
002080             '                 END       RUNS'
002090         PERFORM 4000-SHOW-ONE-STEP THRU 4000-EXIT
002100             VARYING WS-STEP-IDX FROM 1 BY 1
002110             UNTIL WS-STEP-IDX > WS-MAX-STEPS
002120         PERFORM 5000-SHOW-FIGURES THRU 5000-EXIT
002130     END-IF
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT
002150     GOBACK.
002160*
002170******************************************************************
002180*    1000-INITIALIZE - RUN DATE AND FEED FROM THE PARM, AND THE  *
002190*    ALERT DATA SET OPENED SO IT EXISTS FOR THE MAIL STEP EVEN   *
002200*    WHEN EMPTY.  WITH NO RUN DATE GIVEN, THE LATEST ONE ON THE  *
002210*    LEDGER FOR THE FEED IS TAKEN.                               *
002220******************************************************************
002230 1000-INITIALIZE.
002240     OPEN OUTPUT NSPCALRT
002250     MOVE ZERO TO WS-STEP-TABLE
002260     EVALUATE TRUE
002270         WHEN LK-PARM-LEN = ZERO
002280             CONTINUE
002281         WHEN (LK-PARM-LEN = WS-PARM-LEN-DATE
002282             OR LK-PARM-LEN = WS-PARM-LEN-FEED)
002283             AND LK-PARM-RUN-DATE NOT NUMERIC
002285             DISPLAY 'NSPCOPSM - PARM RUN DATE ' LK-PARM-RUN-DATE
002286                 ' IS NOT NUMERIC'
002287             SET WS-RUN-STOPPED TO TRUE
002288             MOVE 16 TO WS-RETURN-CODE
002290         WHEN LK-PARM-LEN = WS-PARM-LEN-DATE
002300             MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
002310         WHEN LK-PARM-LEN = WS-PARM-LEN-FEED
002320             MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
002330             MOVE LK-PARM-FEED TO WS-FEED-ID
002340         WHEN OTHER
002350             DISPLAY 'NSPCOPSM - PARM LENGTH ' LK-PARM-LEN
002360                 ' IS NOT 0, 8, OR 17'
002370             SET WS-RUN-STOPPED TO TRUE
002380             MOVE 16 TO WS-RETURN-CODE
002400     END-EVALUATE
002403     IF WS-RUN-OK
002406         IF WS-FEED-ID = SPACES
002409             MOVE 'DAILYEXT' TO WS-FEED-ID
002412         END-IF
002415         IF WS-RUN-DATE = ZERO
002418             PERFORM 2000-FIND-RUN-DATE THRU 2000-EXIT
002421         END-IF
002430     END-IF
002440     IF WS-RUN-OK
002450         IF WS-RUN-DATE = ZERO
002460             DISPLAY 'NSPCOPSM - NO RUN OF FEED ' WS-FEED-ID
002470                 ' IS RECORDED ON NSPCLEDG'
002480             MOVE 'NSPCOPSM' TO WS-ALERT-JOB
002490             MOVE 'NO RUN OF THE FEED IS RECORDED ON NSPCLEDG'
002500                 TO WS-ALERT-TEXT
002510             PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
002520             SET WS-RUN-STOPPED TO TRUE
002530         ELSE
002540             DISPLAY 'NSPCOPSM - MORNING OPERATIONS SUMMARY - '
002550                 'RUN DATE ' WS-RUN-DATE ' FEED ' WS-FEED-ID
002560         END-IF
002570     END-IF.
002620 1000-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660*    2000-FIND-RUN-DATE - ONE PASS OF THE LEDGER FOR THE LATEST  *
002670*    RUN DATE POSTED UNDER THE FEED.  ENTRIES WITH A BLANK FEED  *
002680*    DO NOT COUNT - THEY ARE NOT THE FEED'S OWN RUN.             *
002690******************************************************************
002700 2000-FIND-RUN-DATE.
002710     PERFORM 2900-OPEN-LEDGER THRU 2900-EXIT
002720     PERFORM 2200-NOTE-ONE-DATE THRU 2200-EXIT
002730         UNTIL WS-LEDG-EOF
002740     PERFORM 2950-CLOSE-LEDGER THRU 2950-EXIT.
002750 2000-EXIT.
002760     EXIT.
002770*
002780 2100-READ-NSPCLEDG.
002790     READ NSPCLEDG
002800         AT END
002810             SET WS-LEDG-EOF TO TRUE
002830     END-READ
002837     EVALUATE TRUE
002844         WHEN WS-LEDG-EOF
002851             CONTINUE
002858         WHEN NOT WS-LEDG-STATUS-OK
002865             DISPLAY 'NSPCOPSM - NSPCLEDG READ FAILED - STATUS '
002872                 WS-LEDG-STATUS
002879             PERFORM 2990-LEDGER-FAILED THRU 2990-EXIT
002886         WHEN OTHER
002893             ADD 1 TO WS-LEDG-READ
002900             MOVE NSPCLEDG-AREA TO NSPCLEDG-RECORD
002907     END-EVALUATE.
002920 2100-EXIT.
002930     EXIT.
002940*
002950 2200-NOTE-ONE-DATE.
002960     PERFORM 2100-READ-NSPCLEDG THRU 2100-EXIT
002970     IF WS-LEDG-NOT-EOF
002980         AND LEDG-FEED-ID = WS-FEED-ID
003010         AND LEDG-RUN-DATE > WS-RUN-DATE
003020         MOVE LEDG-RUN-DATE TO WS-RUN-DATE
003030     END-IF.
003040 2200-EXIT.
003050     EXIT.
003060*
003070******************************************************************
003080*    2900-OPEN-LEDGER / 2950-CLOSE-LEDGER / 2990-LEDGER-FAILED - *
003090*    A LEDGER THAT WILL NOT OPEN OR READ STOPS THE SUMMARY AT    *
003100*    RETURN CODE 16 AND IS ITSELF ALERTED, SO A MISSING PAGE IS  *
003110*    NEVER MISTAKEN FOR A QUIET NIGHT.                           *
003120******************************************************************
003130 2900-OPEN-LEDGER.
003140     MOVE ZERO TO WS-LEDG-READ
003150     SET WS-LEDG-NOT-EOF TO TRUE
003160     OPEN INPUT NSPCLEDG
003170     IF WS-LEDG-STATUS-OK
003180         SET WS-LEDG-OPEN TO TRUE
003190     ELSE
003200         DISPLAY 'NSPCOPSM - NSPCLEDG OPEN FAILED - STATUS '
003210             WS-LEDG-STATUS
003220         PERFORM 2990-LEDGER-FAILED THRU 2990-EXIT
003230     END-IF.
003240 2900-EXIT.
003250     EXIT.
003260*
003270 2950-CLOSE-LEDGER.
003280     IF WS-LEDG-OPEN
003290         CLOSE NSPCLEDG
003300         SET WS-LEDG-CLOSED TO TRUE
003310     END-IF.
003320 2950-EXIT.
003330     EXIT.
003340*
003350 2990-LEDGER-FAILED.
003360     MOVE 'NSPCOPSM' TO WS-ALERT-JOB
003370     MOVE 'THE NSPCLEDG RUN-CONTROL LEDGER COULD NOT BE READ'
003380         TO WS-ALERT-TEXT
003390     PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
003400     SET WS-LEDG-EOF TO TRUE
003410     SET WS-RUN-STOPPED TO TRUE
003420     MOVE 16 TO WS-RETURN-CODE.
003430 2990-EXIT.
003440     EXIT.
003450*
003460******************************************************************
003470*    3000-LOAD-STEPS - SECOND PASS OF THE LEDGER: EVERY ENTRY OF *
003480*    THE NIGHT IS COUNTED AGAINST ITS STEP AND KEPT AS THE       *
003490*    STEP'S LAST ENTRY.  A JOB THAT IS NOT ONE OF THE NIGHT'S    *
003500*    STEPS IS READ PAST.                                         *
003510******************************************************************
003520 3000-LOAD-STEPS.
003530     PERFORM 2900-OPEN-LEDGER THRU 2900-EXIT
003540     PERFORM 3100-TAKE-ONE-ENTRY THRU 3100-EXIT
003550         UNTIL WS-LEDG-EOF
003560     PERFORM 2950-CLOSE-LEDGER THRU 2950-EXIT.
003570 3000-EXIT.
003580     EXIT.
003590*
003600 3100-TAKE-ONE-ENTRY.
003610     PERFORM 2100-READ-NSPCLEDG THRU 2100-EXIT
003620     IF WS-LEDG-NOT-EOF
003630         AND LEDG-RUN-DATE = WS-RUN-DATE
003640         AND (LEDG-FEED-ID = WS-FEED-ID
003650             OR LEDG-FEED-ID = SPACES)
003660         MOVE ZERO TO WS-STEP-HIT
003670         PERFORM 3200-TEST-ONE-STEP THRU 3200-EXIT
003680             VARYING WS-FIND-IDX FROM 1 BY 1
003690             UNTIL WS-FIND-IDX > WS-MAX-STEPS
003700                 OR WS-STEP-HIT > ZERO
003702         IF WS-STEP-HIT = WS-VRFY-STEP
003704             AND LEDG-FILE-ID NOT = SPACES
003706             AND LEDG-FILE-ID NOT = 'NSPCOUT'
003708             PERFORM 3300-TAKE-OTHER-CHECK THRU 3300-EXIT
003709             MOVE ZERO TO WS-STEP-HIT
003710         END-IF
003711         IF WS-STEP-HIT > ZERO
003720             ADD 1 TO WS-LEDG-TAKEN
003730             ADD 1 TO WS-STEP-RUNS(WS-STEP-HIT)
003740             MOVE NSPCLEDG-RECORD TO WS-STEP-LAST(WS-STEP-HIT)
003750         END-IF
003760     END-IF.
003820 3100-EXIT.
003830     EXIT.
003840*
003850 3200-TEST-ONE-STEP.
003860     IF WS-STEP-NAME(WS-FIND-IDX) = LEDG-JOB
003870         MOVE WS-FIND-IDX TO WS-STEP-HIT
003880     END-IF.
003890 3200-EXIT.
003900     EXIT.
003901*
003902******************************************************************
003903*    3300-TAKE-OTHER-CHECK - AN NSPCVRFY CHECK OF NSPCSUPP OR    *
003904*    NSPCMOUT IS KEPT AS THE LAST ENTRY FOR ITS FILE, NOT AS THE *
003905*    NSPCVRFY STEP, SO IT CANNOT STAND IN FOR NSPCOUT'S BALANCE. *
003906******************************************************************
003908 3300-TAKE-OTHER-CHECK.
003909     MOVE ZERO TO WS-CHECK-HIT
003910     PERFORM 3350-TEST-ONE-CHECK THRU 3350-EXIT
003911         VARYING WS-CHECK-IDX FROM 1 BY 1
003912         UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
003913             OR WS-CHECK-HIT > ZERO
003914     IF WS-CHECK-HIT = ZERO
003916         AND WS-CHECK-COUNT < WS-MAX-CHECKS
003917         ADD 1 TO WS-CHECK-COUNT
003918         MOVE WS-CHECK-COUNT TO WS-CHECK-HIT
003919         MOVE LEDG-FILE-ID TO WS-CHECK-FILE(WS-CHECK-HIT)
003920     END-IF
003921     IF WS-CHECK-HIT > ZERO
003922         ADD 1 TO WS-LEDG-TAKEN
003924         MOVE NSPCLEDG-RECORD TO WS-CHECK-LAST(WS-CHECK-HIT)
003925     END-IF.
003926 3300-EXIT.
003927     EXIT.
003928*
003929 3350-TEST-ONE-CHECK.
003930     IF WS-CHECK-FILE(WS-CHECK-IDX) = LEDG-FILE-ID
003932         MOVE WS-CHECK-IDX TO WS-CHECK-HIT
003933     END-IF.
003934 3350-EXIT.
003935     EXIT.
003936*
003937******************************************************************
003938*    4000-SHOW-ONE-STEP - ONE LINE PER STEP: NOT RUN, OR RAN     *
003940*    WITH ITS LAST ENTRY'S RETURN CODE, GENERATION, START AND    *
003950*    END, AND THE NUMBER OF ENTRIES.  A STEP NOT RUN OR OVER     *
003960*    RETURN CODE 4 IS ALERTED.                                   *
003970******************************************************************
003980 4000-SHOW-ONE-STEP.
003990     MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-ALERT-JOB
004000     IF WS-STEP-RUNS(WS-STEP-IDX) = ZERO
004010         ADD 1 TO WS-STEPS-MISSING
004020         DISPLAY 'NSPCOPSM - ' WS-STEP-NAME(WS-STEP-IDX)
004030             '  NOT RUN                                     '
004040             '              *** NOT RUN ***'
004050         MOVE 'DID NOT RUN - NO ENTRY ON THE LEDGER'
004060             TO WS-ALERT-TEXT
004070         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
004080     ELSE
004090         ADD 1 TO WS-STEPS-RAN
004100         MOVE WS-STEP-LAST(WS-STEP-IDX) TO NSPCLEDG-RECORD
004110         MOVE LEDG-START-TIME TO WS-TIME-WORK
004120         PERFORM 4100-EDIT-TIME THRU 4100-EXIT
004130         MOVE WS-TIME-SHOW TO WS-START-SHOW
004140         MOVE LEDG-END-TIME TO WS-TIME-WORK
004150         PERFORM 4100-EDIT-TIME THRU 4100-EXIT
004160         MOVE WS-TIME-SHOW TO WS-END-SHOW
004170         MOVE SPACES TO WS-FLAG-TEXT
004180         IF LEDG-RETURN-CODE > 4
004190             ADD 1 TO WS-STEPS-OVER
004200             MOVE '*** OVER RC 4 ***' TO WS-FLAG-TEXT
004210             MOVE LEDG-RETURN-CODE TO WS-ALERT-RC
004220             MOVE WS-ALERT-RC-TEXT TO WS-ALERT-TEXT
004230             PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
004240         END-IF
004250         DISPLAY 'NSPCOPSM - ' WS-STEP-NAME(WS-STEP-IDX)
004260             '  RAN      ' LEDG-RETURN-CODE '  ' LEDG-GENERATION
004270             '  ' LEDG-START-DATE ' ' WS-START-SHOW
004280             '  ' LEDG-END-DATE ' ' WS-END-SHOW
004290             '  ' WS-STEP-RUNS(WS-STEP-IDX) '  ' WS-FLAG-TEXT
004300     END-IF.
004310 4000-EXIT.
004320     EXIT.
004330*
004340 4100-EDIT-TIME.
004350     MOVE WS-TIME-HH TO WS-SHOW-HH
004360     MOVE WS-TIME-MM TO WS-SHOW-MM
004370     MOVE WS-TIME-SS TO WS-SHOW-SS.
004380 4100-EXIT.
004390     EXIT.
004400*
004410******************************************************************
004420*    5000-SHOW-FIGURES - THE HEADLINE FIGURES, EACH TAKEN BY     *
004430*    NAME FROM THE LAST ENTRY OF THE STEP THAT COUNTS IT, THEN   *
004440*    THE NSPCOUT BALANCE AND THE TALLY OF STEPS AND              *
004450*    ALERTS.  SUSPENSE DUE FOR ESCALATION IS ALERTED.            *
004460******************************************************************
004470 5000-SHOW-FIGURES.
004480     DISPLAY 'NSPCOPSM - '
004490     MOVE 'RECORDS CLEANED' TO WS-FIG-LABEL
004500     MOVE WS-BAT-STEP TO WS-FIG-STEP
004510     MOVE 'CLEANED' TO WS-COUNT-NAME
004520     PERFORM 5100-SHOW-FIGURE THRU 5100-EXIT
004530     MOVE 'RECORDS REJECTED' TO WS-FIG-LABEL
004540     MOVE 'REJECTED' TO WS-COUNT-NAME
004550     PERFORM 5100-SHOW-FIGURE THRU 5100-EXIT
004560     MOVE 'RECORDS SUSPENSED' TO WS-FIG-LABEL
004570     MOVE 'SUSPENSE' TO WS-COUNT-NAME
004580     PERFORM 5100-SHOW-FIGURE THRU 5100-EXIT
004590     MOVE 'SUSPENSE OPEN' TO WS-FIG-LABEL
004600     MOVE WS-SAGE-STEP TO WS-FIG-STEP
004610     MOVE 'OPEN' TO WS-COUNT-NAME
004620     PERFORM 5100-SHOW-FIGURE THRU 5100-EXIT
004630     MOVE 'SUSPENSE ESCALATED' TO WS-FIG-LABEL
004640     MOVE 'ESCALATE' TO WS-COUNT-NAME
004650     PERFORM 5100-SHOW-FIGURE THRU 5100-EXIT
004660     IF WS-COUNT-FOUND AND WS-COUNT-VALUE > ZERO
004670         MOVE 'NSPCSAGE' TO WS-ALERT-JOB
004680         MOVE WS-COUNT-VALUE TO WS-ALERT-ESC
004690         MOVE WS-ALERT-ESC-TEXT TO WS-ALERT-TEXT
004700         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
004710     END-IF
004720     MOVE 'DUPLICATE RECORDS' TO WS-FIG-LABEL
004730     MOVE WS-DUPE-STEP TO WS-FIG-STEP
004740     MOVE 'DUPRECS' TO WS-COUNT-NAME
004750     PERFORM 5100-SHOW-FIGURE THRU 5100-EXIT
004760     MOVE 'DUPLICATE GROUPS' TO WS-FIG-LABEL
004770     MOVE 'DUPGRPS' TO WS-COUNT-NAME
004780     PERFORM 5100-SHOW-FIGURE THRU 5100-EXIT
004790     PERFORM 5300-SHOW-BALANCE THRU 5300-EXIT
004800     DISPLAY 'NSPCOPSM - '
004810     DISPLAY 'NSPCOPSM - STEPS RAN             = ' WS-STEPS-RAN
004820     DISPLAY 'NSPCOPSM - STEPS NOT RUN         = '
004830         WS-STEPS-MISSING
004840     DISPLAY 'NSPCOPSM - STEPS OVER RC 4       = ' WS-STEPS-OVER.
004850 5000-EXIT.
004860     EXIT.
004870*
004880 5100-SHOW-FIGURE.
004890     SET WS-COUNT-NOT-FOUND TO TRUE
004900     MOVE ZERO TO WS-COUNT-VALUE
004910     IF WS-STEP-RUNS(WS-FIG-STEP) = ZERO
004920         MOVE 'NOT RUN' TO WS-FIG-TEXT
004930     ELSE
004940         MOVE WS-STEP-LAST(WS-FIG-STEP) TO NSPCLEDG-RECORD
004950         PERFORM 5200-TEST-ONE-COUNT THRU 5200-EXIT
004960             VARYING WS-COUNT-IDX FROM 1 BY 1
004970             UNTIL WS-COUNT-IDX > 6 OR WS-COUNT-FOUND
004980         IF WS-COUNT-FOUND
004990             MOVE WS-COUNT-VALUE TO WS-COUNT-ED
005000             MOVE WS-COUNT-ED TO WS-FIG-TEXT
005010         ELSE
005020             MOVE 'NOT POSTED' TO WS-FIG-TEXT
005030         END-IF
005040     END-IF
005050     DISPLAY 'NSPCOPSM - ' WS-FIG-LABEL ' ' WS-FIG-TEXT
005060         '  (' WS-STEP-NAME(WS-FIG-STEP) ')'.
005070 5100-EXIT.
005080     EXIT.
005090*
005100 5200-TEST-ONE-COUNT.
005110     IF LEDG-COUNT-NAME(WS-COUNT-IDX) = WS-COUNT-NAME
005120         SET WS-COUNT-FOUND TO TRUE
005130         MOVE LEDG-COUNT-VALUE(WS-COUNT-IDX) TO WS-COUNT-VALUE
005140     END-IF.
005150 5200-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190*    5300-SHOW-BALANCE - NSPCOUT BALANCED IS YES ONLY WHEN       *
005200*    NSPCVRFY RAN AGAINST NSPCOUT AND BALANCED IT AGAINST ITS    *
005210*    TRAILER.  A FILE THAT DID NOT BALANCE IS ALERTED; ONE NEVER *
005220*    CHECKED HAS ALREADY BEEN ALERTED AS NSPCVRFY NOT RUN.  EACH *
005225*    OTHER FILE NSPCVRFY CHECKED THAT NIGHT FOLLOWS ON A LINE OF *
005227*    ITS OWN.                                                    *
005230******************************************************************
005240 5300-SHOW-BALANCE.
005250     MOVE 'NSPCOUT BALANCED' TO WS-FIG-LABEL
005260     MOVE WS-VRFY-STEP TO WS-FIG-STEP
005300     IF WS-STEP-RUNS(WS-FIG-STEP) = ZERO
005310         MOVE 'NOT CHECKED' TO WS-FIG-TEXT
005320     ELSE
005330         MOVE WS-STEP-LAST(WS-FIG-STEP) TO NSPCLEDG-RECORD
005340         MOVE 'NSPCOUT' TO WS-ALERT-FILE
005350         PERFORM 5350-TEST-BALANCE THRU 5350-EXIT
005460     END-IF
005470     DISPLAY 'NSPCOPSM - ' WS-FIG-LABEL ' ' WS-FIG-TEXT
005480         '  (' WS-STEP-NAME(WS-FIG-STEP) ')'
005482     PERFORM 5400-SHOW-OTHER-CHECK THRU 5400-EXIT
005484         VARYING WS-CHECK-IDX FROM 1 BY 1
005486         UNTIL WS-CHECK-IDX > WS-CHECK-COUNT.
005490 5300-EXIT.
005500     EXIT.
005501*
005502******************************************************************
005503*    5350-TEST-BALANCE - YES OR NO FROM THE BALANCED COUNT OF    *
005504*    THE NSPCVRFY ENTRY IN NSPCLEDG-RECORD, ALERTING NO UNDER    *
005505*    THE FILE NAMED IN WS-ALERT-FILE.                            *
005506******************************************************************
005507 5350-TEST-BALANCE.
005508     MOVE 'BALANCED' TO WS-COUNT-NAME
005509     SET WS-COUNT-NOT-FOUND TO TRUE
005510     MOVE ZERO TO WS-COUNT-VALUE
005511     PERFORM 5200-TEST-ONE-COUNT THRU 5200-EXIT
005512         VARYING WS-COUNT-IDX FROM 1 BY 1
005513         UNTIL WS-COUNT-IDX > 6 OR WS-COUNT-FOUND
005514     IF WS-COUNT-VALUE = 1
005515         MOVE 'YES' TO WS-FIG-TEXT
005517     ELSE
005518         MOVE 'NO' TO WS-FIG-TEXT
005519         MOVE 'NSPCVRFY' TO WS-ALERT-JOB
005520         MOVE SPACES TO WS-ALERT-TEXT
005521         STRING WS-ALERT-FILE DELIMITED BY SPACE
005522             ' DID NOT BALANCE AGAINST ITS TRAILER'
005523                 DELIMITED BY SIZE
005524             INTO WS-ALERT-TEXT
005525         END-STRING
005526         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
005527     END-IF.
005528 5350-EXIT.
005529     EXIT.
005530*
005531 5400-SHOW-OTHER-CHECK.
005532     MOVE WS-CHECK-LAST(WS-CHECK-IDX) TO NSPCLEDG-RECORD
005534     MOVE WS-CHECK-FILE(WS-CHECK-IDX) TO WS-ALERT-FILE
005535     MOVE SPACES TO WS-FIG-LABEL
005536     STRING WS-ALERT-FILE DELIMITED BY SPACE
005537         ' BALANCED' DELIMITED BY SIZE
005538         INTO WS-FIG-LABEL
005539     END-STRING
005540     PERFORM 5350-TEST-BALANCE THRU 5350-EXIT
005541     DISPLAY 'NSPCOPSM - ' WS-FIG-LABEL ' ' WS-FIG-TEXT
005542         '  (' WS-STEP-NAME(WS-VRFY-STEP) ')'.
005543 5400-EXIT.
005544     EXIT.
005545*
005546******************************************************************
005547*    8000-WRITE-ALERT - ONE LINE TO NSPCALRT FOR WS-ALERT-JOB    *
005548*    AND WS-ALERT-TEXT UNDER THE NIGHT BEING SUMMARIZED.         *
005550******************************************************************
005560 8000-WRITE-ALERT.
005570     MOVE SPACES TO NSPCALRT-RECORD
005580     MOVE WS-RUN-DATE   TO ALRT-RUN-DATE
005590     MOVE WS-FEED-ID    TO ALRT-FEED-ID
005600     MOVE WS-ALERT-JOB  TO ALRT-JOB
005610     MOVE WS-ALERT-TEXT TO ALRT-TEXT
005620     WRITE NSPCALRT-RECORD
005630     ADD 1 TO WS-ALERTS.
005640 8000-EXIT.
005650     EXIT.
005660*
005670******************************************************************
005680*    9000-TERMINATE                                              *
005690******************************************************************
005700 9000-TERMINATE.
005710     CLOSE NSPCALRT
005720     DISPLAY 'NSPCOPSM - LEDGER ENTRIES READ   = ' WS-LEDG-READ
005730     DISPLAY 'NSPCOPSM - ENTRIES FOR THE NIGHT = ' WS-LEDG-TAKEN
005740     DISPLAY 'NSPCOPSM - ALERTS WRITTEN        = ' WS-ALERTS
005750     IF WS-RETURN-CODE NOT = 16 AND WS-ALERTS > ZERO
005760         MOVE 4 TO WS-RETURN-CODE
005770     END-IF
005780     DISPLAY 'NSPCOPSM - RETURN CODE = ' WS-RETURN-CODE
005790     MOVE WS-RETURN-CODE TO RETURN-CODE.
005800 9000-EXIT.
005810     EXIT.
005820*
005830 END PROGRAM NSPCOPSM.
