000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCMASK                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-10                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   MASKED-COPY JOB.  COPIES ANY GENERATION OF NSPCOUT (OR OF    *
000120*   NSPCSUPP, WHICH HAS THE SAME LAYOUT) TO NSPCMOUT WITH EVERY  *
000130*   FIELD THE RULE SET MARKS SENSITIVE (RULE-SENSITIVE 'Y', SEE  *
000140*   NSPCRULE) MASKED BY THE NSPCMFLD ROUTINE, SO THE TEST AND    *
000150*   DEVELOPMENT REGIONS CAN BE LOADED WITH REAL-SHAPED DATA      *
000160*   THAT CARRIES NO REAL PERSONAL DATA.  THE MASK KEEPS EACH     *
000170*   FIELD'S WIDTH AND CHARACTER CLASSES AND IS REPEATABLE - THE  *
000180*   SAME VALUE MASKS THE SAME WAY IN EVERY GENERATION - SO       *
000190*   MASKED FILES STILL JOIN AND TEST CASES CAN BE REBUILT.       *
000200*                                                                *
000210*   THE SENSITIVE FIELDS ARE TAKEN FROM THE NSPCRMST RULE        *
000220*   MASTER, FROM THE SET IN EFFECT FOR THE GENERATION'S RUN      *
000230*   DATE AND FEED (THE SAME SELECTION NSPCRSEL MAKES), SO AN     *
000240*   OLD GENERATION IS MASKED BY THE RULES IT WAS CLEANED UNDER.  *
000250*   THE RUN DATE AND FEED COME FROM THE GENERATION'S HEADER      *
000260*   RECORD; THE EXEC PARM (PARM='yyyymmdd,ffffffff') OVERRIDES   *
000270*   THEM FOR A GENERATION WRITTEN BEFORE THE HEADERS WERE.  A    *
000280*   RULE NAMING A RECORD TYPE MASKS ONLY DATA RECORDS WHOSE      *
000290*   FIRST BYTE IS THAT TYPE, AS NOSPCBAT APPLIES IT.  HEADER,    *
000300*   TRAILER, AND REJECT-MARKER RECORDS (998/999) CARRY NO        *
000310*   FIELD DATA AND ARE COPIED AS THEY ARE, SO THE COPY STILL     *
000320*   BALANCES UNDER NSPCVRFY.                                     *
000330*                                                                *
000331*   A NIGHT RERUN UNDER A NAMED RULE SET (SEE NSPCRRUN.JCL) IS   *
000332*   MASKED UNDER THAT SET: A THIRD PARM PIECE,                   *
000333*   PARM='yyyymmdd,ffffffff,eeeeeeee', NAMES THE SET BY ITS      *
000334*   EFFECTIVE DATE, WHATEVER THE RUN DATE WOULD PICK.  A NAMED   *
000335*   SET THAT IS NOT ON THE MASTER STOPS THE COPY.                *
000336*                                                                *
000340*   RETURN CODES FOR THE SCHEDULE: 0 = COPY MASKED, 4 = NO       *
000350*   FIELD IS MARKED SENSITIVE FOR THE RUN DATE AND FEED (THE     *
000360*   COPY IS WRITTEN BUT IS NOT MASKED - DO NOT RELEASE IT        *
000370*   UNTIL THE RULE SET IS CHECKED), 16 = THE MASKING KEY OR A    *
000380*   FILE COULD NOT BE READ, THE NAMED SET IS NOT ON NSPCRMST,    *
000390*   OR A PARM DATE IS NOT NUMERIC (NSPCMOUT IS INCOMPLETE AND    *
000395*   MUST NOT BE USED).                                           *
000400*                                                                *
000410*   MODIFICATION HISTORY                                         *
000420*   ---------------------------------------------------------    *
000430*   DATE       INIT  DESCRIPTION                                 *
000440*   ---------- ----  ----------------------------------------    *
000450*   2026-10-10 RLK   ORIGINAL.                                   *
000452*   2026-10-15 RLK   OPTIONAL THIRD PARM PIECE eeeeeeee NAMES    *
000454*                    THE RULE SET TO MASK UNDER, FOR A NIGHT     *
000456*                    RERUN UNDER A NAMED SET.                    *
000457*   2026-10-15 RLK   A PARM DATE THAT IS NOT NUMERIC STOPS THE   *
000458*                    COPY; A HEADER WITH NO FEED OR A ZERO DATE  *
000459*                    KEEPS THE DEFAULT.                          *
000460*                                                                *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.              NSPCMASK.
000500 AUTHOR.                  R L KOLTUN.
000510 INSTALLATION.            DAILY EXTRACT PROCESSING.
000520 DATE-WRITTEN.            2026-10-10.
000530 DATE-COMPILED.
000540*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT NSPCOUT  ASSIGN TO NSPCOUT
000590            ORGANIZATION IS SEQUENTIAL.
000600     SELECT NSPCMOUT ASSIGN TO NSPCMOUT
000610            ORGANIZATION IS SEQUENTIAL.
000620     SELECT NSPCRMST ASSIGN TO NSPCRMST
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE IS SEQUENTIAL
000650            RECORD KEY IS RMST-KEY
000660            FILE STATUS IS WS-RMST-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700*
000710*    THE GENERATION TO BE COPIED - NSPCOUT OR NSPCSUPP.
000720 FD  NSPCOUT
000730     RECORDING MODE IS F.
000740 01  NSPCOUT-RECORD.
000750     03  NSPCOUT-LEN                 PIC 9(03).
000760         88  NSPCOUT-REJECTED            VALUE 999.
000770         88  NSPCOUT-CONTROL             VALUE 998.
000780     03  NSPCOUT-DATA                PIC X(150).
000790*
000800*    THE MASKED COPY - SAME LAYOUT, RECORD FOR RECORD.
000810 FD  NSPCMOUT
000820     RECORDING MODE IS F.
000830 01  NSPCMOUT-RECORD.
000840     03  MOUT-LEN                    PIC 9(03).
000850     03  MOUT-DATA                   PIC X(150).
000860*
000870 FD  NSPCRMST.
000880     COPY NSPCRMST.
000890*
000900 WORKING-STORAGE SECTION.
000910 01  WS-FLAGS.
000920     03  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000930         88  WS-EOF                      VALUE 'Y'.
000940         88  WS-NOT-EOF                  VALUE 'N'.
000950     03  WS-RMST-EOF-SW              PIC X(01) VALUE 'N'.
000960         88  WS-RMST-EOF                 VALUE 'Y'.
000970         88  WS-RMST-NOT-EOF             VALUE 'N'.
000980     03  WS-PARM-SW                  PIC X(01) VALUE 'N'.
000990         88  WS-PARM-GIVEN               VALUE 'Y'.
001000         88  WS-PARM-NOT-GIVEN           VALUE 'N'.
001010 01  WS-COUNTERS.
001020     03  WS-RECS-READ                PIC 9(07) VALUE ZERO.
001030     03  WS-RECS-MASKED              PIC 9(07) VALUE ZERO.
001040     03  WS-RECS-COPIED              PIC 9(07) VALUE ZERO.
001050     03  WS-FIELDS-MASKED            PIC 9(09) VALUE ZERO.
001060 01  WS-WORK-FIELDS.
001070     03  WS-RUN-DATE                 PIC 9(08).
001080     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
001090     03  WS-PARM-LEN-FULL            PIC S9(04) COMP VALUE 17.
001095     03  WS-PARM-LEN-NAMED           PIC S9(04) COMP VALUE 26.
001100     03  WS-RMST-STATUS              PIC X(02).
001110         88  WS-RMST-STATUS-OK           VALUE '00' '97'.
001120         88  WS-RMST-NEVER-LOADED        VALUE '35'.
001130     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001140*
001150*    HEADER/TRAILER CONTROL-RECORD LAYOUT - SAME SHARED
001160*    COPYBOOK NOSPCBAT AND NSPCREPR WRITE THEM WITH.
001170     COPY NSPCCTL.
001180*
001190*    THE SENSITIVE FIELDS OF THE RULE SET IN EFFECT.  THE
001200*    MASTER COMES BACK IN KEY ORDER, SO EACH NEW ELIGIBLE
001210*    EFFECTIVE DATE STARTS THE TABLE OVER, AS IN NSPCRSEL.
001220 01  WS-SENS-FIELDS.
001230     03  WS-MAX-SENS                 PIC 9(02) VALUE 20.
001240     03  WS-SET-EFF-DATE             PIC 9(08) VALUE ZERO.
001242*    THE EFFECTIVE DATE OF A SET NAMED ON THE PARM - ZERO WHEN
001244*    THE SET IN EFFECT FOR THE RUN DATE IS WANTED.
001246     03  WS-NAMED-EFF-DATE           PIC 9(08) VALUE ZERO.
001250     03  WS-SENS-COUNT               PIC 9(02) VALUE ZERO.
001260     03  WS-SENS-IDX                 PIC 9(02).
001270     03  WS-SENS-TABLE.
001280         05  WS-SENS-ENTRY           OCCURS 20 TIMES.
001290             07  WS-SENS-OFFSET          PIC 9(03).
001300             07  WS-SENS-LENGTH          PIC 9(03).
001310             07  WS-SENS-REC-TYPE        PIC X(01).
001320*
001330*    PARAMETER BLOCK PASSED TO THE NSPCMFLD MASKING ROUTINE.
001340     COPY NSPCMBLK.
001350*
001360 LINKAGE SECTION.
001370 01  LK-PARM-AREA.
001380     03  LK-PARM-LEN                 PIC S9(04) COMP.
001390     03  LK-PARM-RUN-DATE            PIC 9(08).
001400     03  FILLER                      PIC X(01).
001410     03  LK-PARM-FEED                PIC X(08).
001413     03  FILLER                      PIC X(01).
001416     03  LK-PARM-NAMED-DATE          PIC 9(08).
001420*
001430******************************************************************
001440*    0000-MAINLINE                                               *
001450******************************************************************
001460 PROCEDURE DIVISION USING LK-PARM-AREA.
001470*
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001500     PERFORM 2000-COPY-ONE-RECORD THRU 2000-EXIT
001510         UNTIL WS-EOF
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT
001530     GOBACK.
001540*
001550******************************************************************
001560*    1000-INITIALIZE - OPEN THE GENERATION AND READ ITS FIRST    *
001574*    RECORD.  THE PARM, IF GIVEN, NAMES THE RUN DATE AND FEED,   *
001581*    AND MAY NAME THE RULE SET; OTHERWISE THE HEADER NAMES THE   *
001588*    DATE AND FEED, AND A GENERATION WITH NEITHER IS TAKEN AS    *
001595*    TODAY'S DAILYEXT.  THEN LOAD THE SENSITIVE FIELDS AND OPEN  *
001602*    THE COPY.  A PARM DATE THAT IS NOT NUMERIC STOPS THE COPY   *
001606*    BEFORE ANY RECORD IS READ.                                  *
001610******************************************************************
001620 1000-INITIALIZE.
001630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001640     EVALUATE TRUE
001650         WHEN LK-PARM-LEN = ZERO
001660             CONTINUE
001661         WHEN (LK-PARM-LEN = WS-PARM-LEN-FULL
001662               OR LK-PARM-LEN = WS-PARM-LEN-NAMED)
001663             AND LK-PARM-RUN-DATE NOT NUMERIC
001664             DISPLAY 'NSPCMASK - PARM RUN DATE ' LK-PARM-RUN-DATE
001665                 ' IS NOT NUMERIC - NOTHING COPIED'
001666             MOVE 16 TO WS-RETURN-CODE
001667             SET WS-EOF TO TRUE
001668         WHEN LK-PARM-LEN = WS-PARM-LEN-NAMED
001669             AND LK-PARM-NAMED-DATE NOT NUMERIC
001670             DISPLAY 'NSPCMASK - PARM RULE SET DATE '
001671                 LK-PARM-NAMED-DATE
001672                 ' IS NOT NUMERIC - NOTHING COPIED'
001673             MOVE 16 TO WS-RETURN-CODE
001674             SET WS-EOF TO TRUE
001675         WHEN LK-PARM-LEN = WS-PARM-LEN-FULL
001680             IF LK-PARM-RUN-DATE NOT = ZERO
001690                 MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
001700             END-IF
001710             MOVE LK-PARM-FEED TO WS-FEED-ID
001720             SET WS-PARM-GIVEN TO TRUE
001721         WHEN LK-PARM-LEN = WS-PARM-LEN-NAMED
001722             IF LK-PARM-RUN-DATE NOT = ZERO
001723                 MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
001724             END-IF
001725             MOVE LK-PARM-FEED TO WS-FEED-ID
001726             MOVE LK-PARM-NAMED-DATE TO WS-NAMED-EFF-DATE
001727             SET WS-PARM-GIVEN TO TRUE
001730         WHEN OTHER
001740             DISPLAY 'NSPCMASK - PARM LENGTH ' LK-PARM-LEN
001750                 ' IS NOT THE FULL WIDTH OF ' WS-PARM-LEN-FULL
001755                 ' OR ' WS-PARM-LEN-NAMED
001760                 ' - RUN DATE AND FEED TAKEN FROM THE HEADER'
001770     END-EVALUATE
001780     OPEN INPUT NSPCOUT
001785     IF WS-NOT-EOF
001790         PERFORM 2900-READ-NSPCOUT THRU 2900-EXIT
001800         IF WS-NOT-EOF AND NSPCOUT-CONTROL
001810             MOVE NSPCOUT-DATA TO NSPCCTL-RECORD
001820             IF CTL-ID-HEADER AND WS-PARM-NOT-GIVEN
001830                 IF CTL-RUN-DATE > ZERO
001832                     MOVE CTL-RUN-DATE TO WS-RUN-DATE
001834                 END-IF
001836                 IF CTL-FEED-ID NOT = SPACES
001838                     MOVE CTL-FEED-ID TO WS-FEED-ID
001840                 END-IF
001850             END-IF
001860         END-IF
001863         IF WS-NAMED-EFF-DATE > ZERO
001866             DISPLAY 'NSPCMASK - MASKING UNDER THE NAMED '
001868                 'RULE SET ' WS-NAMED-EFF-DATE ' FOR ' WS-RUN-DATE
001872                 ' FEED ' WS-FEED-ID
001875         ELSE
001878             DISPLAY 'NSPCMASK - MASKING UNDER THE RULE SET IN '
001881                 'EFFECT FOR ' WS-RUN-DATE ' FEED ' WS-FEED-ID
001884         END-IF
001890         PERFORM 1100-LOAD-SENSITIVE THRU 1100-EXIT
001895     END-IF
001900     OPEN OUTPUT NSPCMOUT.
001910 1000-EXIT.
001920     EXIT.
001930*
001940******************************************************************
001950*    1100-LOAD-SENSITIVE - SCAN THE FEED'S RULES ON THE MASTER   *
001960*    AND KEEP THE SENSITIVE FIELDS OF THE LATEST SET AT OR       *
001968*    BEFORE THE RUN DATE, OR OF THE NAMED SET.  A MASTER NEVER   *
001976*    LOADED (STATUS 35) SIMPLY HAS NO SENSITIVE FIELDS; ONE THAT *
001984*    WILL NOT OPEN STOPS THE COPY, AS DOES A NAMED SET WITH NO   *
001992*    RULES ON THE MASTER.                                        *
002000******************************************************************
002010 1100-LOAD-SENSITIVE.
002020     OPEN INPUT NSPCRMST
002030     EVALUATE TRUE
002040         WHEN WS-RMST-STATUS-OK
002041             MOVE WS-FEED-ID        TO RMST-FEED-ID
002042             MOVE WS-NAMED-EFF-DATE TO RMST-EFF-DATE
002043             MOVE ZERO              TO RMST-RULE-SEQ
002044             START NSPCRMST KEY IS NOT LESS THAN RMST-KEY
002045                 INVALID KEY
002046                     SET WS-RMST-EOF TO TRUE
002047             END-START
002048             IF WS-RMST-NOT-EOF
002049                 PERFORM 1120-READ-NSPCRMST THRU 1120-EXIT
002050             END-IF
002051             PERFORM 1110-SCAN-ONE-RULE THRU 1110-EXIT
002052                 UNTIL WS-RMST-EOF
002053             CLOSE NSPCRMST
002060         WHEN WS-RMST-NEVER-LOADED
002070             DISPLAY 'NSPCMASK - NSPCRMST HAS NEVER BEEN LOADED'
002090         WHEN OTHER
002100             DISPLAY 'NSPCMASK - NSPCRMST OPEN FAILED - STATUS '
002110                 WS-RMST-STATUS
002120             MOVE 16 TO WS-RETURN-CODE
002130             SET WS-EOF TO TRUE
002150     END-EVALUATE
002160     IF WS-NAMED-EFF-DATE > ZERO AND WS-SET-EFF-DATE = ZERO
002170         AND WS-NOT-EOF
002180         DISPLAY 'NSPCMASK - NAMED RULE SET ' WS-NAMED-EFF-DATE
002190             ' IS NOT ON NSPCRMST FOR FEED ' WS-FEED-ID
002200             ' - NOTHING COPIED'
002210         MOVE 16 TO WS-RETURN-CODE
002220         SET WS-EOF TO TRUE
002230     END-IF.
002290 1100-EXIT.
002300     EXIT.
002310*
002320 1110-SCAN-ONE-RULE.
002330     IF RMST-FEED-ID NOT = WS-FEED-ID
002334         OR (WS-NAMED-EFF-DATE = ZERO
002338             AND RMST-EFF-DATE > WS-RUN-DATE)
002342         OR (WS-NAMED-EFF-DATE > ZERO
002346             AND RMST-EFF-DATE NOT = WS-NAMED-EFF-DATE)
002350         SET WS-RMST-EOF TO TRUE
002360     ELSE
002370         IF RMST-EFF-DATE NOT = WS-SET-EFF-DATE
002380             MOVE RMST-EFF-DATE TO WS-SET-EFF-DATE
002390             MOVE ZERO TO WS-SENS-COUNT
002480         END-IF
002482         IF RMST-SENSITIVE = 'Y'
002484             IF WS-SENS-COUNT < WS-MAX-SENS
002486                 ADD 1 TO WS-SENS-COUNT
002488                 MOVE RMST-OFFSET
002490                     TO WS-SENS-OFFSET(WS-SENS-COUNT)
002492                 MOVE RMST-LENGTH
002494                     TO WS-SENS-LENGTH(WS-SENS-COUNT)
002496                 MOVE RMST-REC-TYPE
002498                     TO WS-SENS-REC-TYPE(WS-SENS-COUNT)
002500             END-IF
002502         END-IF
002504         PERFORM 1120-READ-NSPCRMST THRU 1120-EXIT
002506     END-IF.
002510 1110-EXIT.
002520     EXIT.
002530*
002540 1120-READ-NSPCRMST.
002550     READ NSPCRMST
002560         AT END
002570             SET WS-RMST-EOF TO TRUE
002580     END-READ.
002590 1120-EXIT.
002600     EXIT.
002610*
002620******************************************************************
002630*    2000-COPY-ONE-RECORD - COPY ONE RECORD, MASKING THE         *
002640*    SENSITIVE FIELDS OF A DATA RECORD THAT HAS ANY.  A MASKING  *
002650*    KEY FAILURE STOPS THE COPY BEFORE AN UNMASKED RECORD IS     *
002660*    WRITTEN.                                                    *
002670******************************************************************
002680 2000-COPY-ONE-RECORD.
002690     MOVE NSPCOUT-RECORD TO NSPCMOUT-RECORD
002700     IF NOT NSPCOUT-CONTROL AND NOT NSPCOUT-REJECTED
002710         PERFORM 2100-BUILD-MASK-BLOCK THRU 2100-EXIT
002720         IF MASK-FIELD-COUNT > ZERO
002730             CALL 'NSPCMFLD' USING MASK-BLOCK
002740             IF NOT MASK-RC-OK
002750                 DISPLAY 'NSPCMASK - MASKING KEY UNUSABLE - COPY '
002760                     'STOPPED AT RECORD ' WS-RECS-READ
002770                 MOVE 16 TO WS-RETURN-CODE
002780                 SET WS-EOF TO TRUE
002784             ELSE
002788                 MOVE MASK-DATA TO MOUT-DATA
002792                 ADD 1 TO WS-RECS-MASKED
002796                 ADD MASK-FIELD-COUNT TO WS-FIELDS-MASKED
002800             END-IF
002840         END-IF
002850     END-IF
002856     IF WS-NOT-EOF
002862         WRITE NSPCMOUT-RECORD
002868         ADD 1 TO WS-RECS-COPIED
002874         PERFORM 2900-READ-NSPCOUT THRU 2900-EXIT
002880     END-IF.
002890 2000-EXIT.
002900     EXIT.
002910*
002920******************************************************************
002930*    2100-BUILD-MASK-BLOCK - LIST THE SENSITIVE FIELDS THAT      *
002940*    APPLY TO THIS RECORD'S TYPE.                                *
002950******************************************************************
002960 2100-BUILD-MASK-BLOCK.
002970     MOVE ZERO           TO MASK-FIELD-COUNT
002980     MOVE NSPCOUT-LEN    TO MASK-DATA-LEN
002990     MOVE NSPCOUT-DATA   TO MASK-DATA
003000     PERFORM 2110-TEST-ONE-FIELD THRU 2110-EXIT
003010         VARYING WS-SENS-IDX FROM 1 BY 1
003020         UNTIL WS-SENS-IDX > WS-SENS-COUNT.
003030 2100-EXIT.
003040     EXIT.
003050*
003060 2110-TEST-ONE-FIELD.
003070     IF WS-SENS-REC-TYPE(WS-SENS-IDX) = SPACE
003080         OR WS-SENS-REC-TYPE(WS-SENS-IDX) = '*'
003090         OR WS-SENS-REC-TYPE(WS-SENS-IDX) = NSPCOUT-DATA(1:1)
003100         ADD 1 TO MASK-FIELD-COUNT
003110         MOVE WS-SENS-OFFSET(WS-SENS-IDX)
003120             TO MASK-OFFSET(MASK-FIELD-COUNT)
003130         MOVE WS-SENS-LENGTH(WS-SENS-IDX)
003140             TO MASK-LENGTH(MASK-FIELD-COUNT)
003150     END-IF.
003160 2110-EXIT.
003170     EXIT.
003180*
003190 2900-READ-NSPCOUT.
003200     READ NSPCOUT
003210         AT END
003220             SET WS-EOF TO TRUE
003230         NOT AT END
003240             ADD 1 TO WS-RECS-READ
003250     END-READ.
003260 2900-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*    9000-TERMINATE                                              *
003310******************************************************************
003320 9000-TERMINATE.
003330     CLOSE NSPCOUT
003340           NSPCMOUT
003350     DISPLAY 'NSPCMASK - RECORDS READ       = ' WS-RECS-READ
003360     DISPLAY 'NSPCMASK - RECORDS COPIED     = ' WS-RECS-COPIED
003370     DISPLAY 'NSPCMASK - RECORDS MASKED     = ' WS-RECS-MASKED
003380     DISPLAY 'NSPCMASK - FIELDS MASKED      = ' WS-FIELDS-MASKED
003390     IF WS-RETURN-CODE = 16
003400         DISPLAY 'NSPCMASK - NSPCMOUT IS INCOMPLETE - DO NOT USE'
003410     ELSE
003420         IF WS-SENS-COUNT = ZERO
003430             DISPLAY 'NSPCMASK - NO SENSITIVE FIELDS FOR '
003440                 WS-RUN-DATE ' FEED ' WS-FEED-ID
003450                 ' - COPY IS NOT MASKED'
003460             MOVE 4 TO WS-RETURN-CODE
003470         ELSE
003480             DISPLAY 'NSPCMASK - SENSITIVE FIELDS   = '
003490                 WS-SENS-COUNT ' FROM SET ' WS-SET-EFF-DATE
003500         END-IF
003510     END-IF
003520     DISPLAY 'NSPCMASK - RETURN CODE = ' WS-RETURN-CODE
003530     MOVE WS-RETURN-CODE TO RETURN-CODE.
003540 9000-EXIT.
003550     EXIT.
003560*
003570 END PROGRAM NSPCMASK.
