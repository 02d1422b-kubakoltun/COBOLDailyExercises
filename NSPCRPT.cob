000270*   MESSAGE IS ISSUED RATHER THAN COMPARING MISMATCHED RECORDS.   *
000280*                                                                *
000290*   EVERY EXCEPTION IS ALSO WRITTEN TO THE NSPCEXCP KEYED        *
000300*   (VSAM) EXCEPTION FILE, KEYED BY FEED, RUN DATE, AND RECORD   *
000310*   NUMBER AND CARRYING THE FULL BEFORE AND AFTER IMAGES, FOR   *
000320*   THE NSPCINQ ON-LINE INQUIRY.  NOTE - WHEN NOSPCBAT RUNS     *
000330*   UNDER NSPCRULE FIELD RULES THE CLEANED RECORD KEEPS ITS     *
000340*   ORIGINAL LENGTH, SO THE LENGTH-BASED PERCENT-REMOVED TEST   *
000350*   ONLY FIRES FOR WHOLE-RECORD RUNS; REJECTED-MARKER           *
000360*   EXCEPTIONS ARE UNAFFECTED.                                  *
000361*                                                                *
000362*   THE FIELDS THE RULE SET MARKS SENSITIVE (RULE-SENSITIVE 'Y'  *
000363*   ON TONIGHT'S NSPCRULE, FOR THE RECORD'S TYPE) ARE MASKED IN  *
000364*   BOTH IMAGES BY THE NSPCMFLD ROUTINE BEFORE THE EXCEPTION IS  *
000365*   KEYED, SO THE INQUIRY FILE CARRIES NO PERSONAL DATA IN THE   *
000366*   CLEAR.  THE UNMASKED RECORD IS KEYED THE SAME WAY TO THE     *
000367*   SEPARATE NSPCEXCU CLEAR-COPY FILE, READ-PROTECTED TO THE     *
000368*   GROUP ALLOWED THE UNMASKED VIEW IN NSPCINQ.  A MASKING KEY   *
000369*   THAT CANNOT BE READ, OR AN NSPCEXCU THAT WILL NOT OPEN, KEYS *
000370*   NOTHING AND ENDS THE JOB WITH RETURN CODE 16.                *
000371*                                                                *
000372*   THE RUN DATE IN THE EXCEPTION KEYS AND ON THE LEDGER ENTRY   *
000373*   IS THE ONE ON THE NSPCOUT HEADER RECORD (TODAY WHEN THE      *
000374*   HEADER HAS NONE), SO THE EXCEPTIONS OF A NIGHT RERUN AFTER   *
000375*   NSPCBKOT BACKED IT OUT KEY UNDER THAT NIGHT.                 *
000376*                                                                *
000380*   MODIFICATION HISTORY                                         *
000390*   ---------------------------------------------------------    *
000400*   DATE       INIT  DESCRIPTION                                 *
000794*                    RECORDS (LENGTH 998) NOSPCBAT NOW WRITES    *
000796*                    ON NSPCOUT - THEY HAVE NO NSPCIN PARTNER    *
000798*                    AND WOULD THROW THE LOCKSTEP OFF.           *
000799*   2026-10-05 RLK   THE FEED ID ON THE NSPCOUT HEADER RECORD    *
000800*                    NOW GOES INTO THE NSPCEXCP KEY - A HEADER   *
000801*                    WITHOUT ONE (AN OLDER GENERATION) KEYS AS   *
000802*                    DAILYEXT, THE ORIGINAL EXTRACT.             *
000803*   2026-10-10 RLK   SENSITIVE FIELDS (RULE-SENSITIVE 'Y' ON     *
000804*                    THE NEW NSPCRULE DD) ARE MASKED IN THE      *
000805*                    KEYED BEFORE AND AFTER IMAGES BY NSPCMFLD;  *
000806*                    THE CLEAR RECORD GOES TO THE NEW NSPCEXCU   *
000807*                    CLEAR-COPY KSDS UNDER THE SAME KEY.         *
000808*   2026-10-13 RLK   POSTS A RUN-CONTROL ENTRY - RUN DATE,       *
000809*                    FEED, RETURN CODE, START AND END TIMES,     *
000810*                    AND THE PAIRS COMPARED AND THE EXCEPTIONS   *
000811*                    LISTED, KEYED, AND MASKED - TO THE          *
000812*                    NSPCLEDG LEDGER THROUGH NSPCLPST AT END OF  *
000813*                    JOB, FOR THE NSPCOPSM MORNING SUMMARY.      *
000814*   2026-10-15 RLK   EXCEPTIONS AND THE LEDGER ENTRY NOW TAKE    *
000815*                    THEIR RUN DATE FROM THE NSPCOUT HEADER      *
000816*                    RECORD WHEN IT CARRIES ONE, SO A RERUN OF   *
000817*                    A BACKED-OUT NIGHT KEYS UNDER THAT NIGHT,   *
000818*                    NOT UNDER THE DAY IT RAN.                   *
000819*                                                                *
000820******************************************************************
000821 IDENTIFICATION DIVISION.
000830 PROGRAM-ID.              NSPCRPT.
000840 AUTHOR.                  R L KOLTUN.
000850 INSTALLATION.            DAILY EXTRACT PROCESSING.
000980            ACCESS MODE IS DYNAMIC
000990            RECORD KEY IS EXCP-KEY
001000            FILE STATUS IS WS-EXCP-STATUS.
001001     SELECT NSPCEXCU ASSIGN TO NSPCEXCU
001002            ORGANIZATION IS INDEXED
001003            ACCESS MODE IS DYNAMIC
001004            RECORD KEY IS EXCU-KEY
001005            FILE STATUS IS WS-EXCU-STATUS.
001006     SELECT NSPCRULE ASSIGN TO NSPCRULE
001007            ORGANIZATION IS SEQUENTIAL.
001010*
001020 DATA DIVISION.
001030 FILE SECTION.
001170 FD  NSPCEXCP.
001180     COPY NSPCEXCP.
001190*
001191*    CLEAR COPY OF EACH EXCEPTION WHOSE IMAGES WERE MASKED -
001192*    THE NSPCEXCP LAYOUT, UNMASKED, UNDER THE SAME KEY.
001193 FD  NSPCEXCU.
001194 01  NSPCEXCU-RECORD.
001195     03  EXCU-KEY                    PIC X(23).
001196     03  FILLER                      PIC X(310).
001197*
001198*    TONIGHT'S FIELD RULES, READ ONLY FOR THE SENSITIVE FLAG.
001199 FD  NSPCRULE
001200     RECORDING MODE IS F.
001201     COPY NSPCRULE.
001202*
001203 WORKING-STORAGE SECTION.
001210 01  WS-FLAGS.
001220     03  WS-IN-EOF-SW                PIC X(01) VALUE 'N'.
001230         88  WS-IN-EOF                   VALUE 'Y'.
001280     03  WS-DONE-SW                  PIC X(01) VALUE 'N'.
001290         88  WS-DONE                     VALUE 'Y'.
001300         88  WS-NOT-DONE                 VALUE 'N'.
001301     03  WS-RULE-EOF-SW              PIC X(01) VALUE 'N'.
001302         88  WS-RULE-EOF                 VALUE 'Y'.
001303         88  WS-RULE-NOT-EOF             VALUE 'N'.
001304     03  WS-MASKED-SW                PIC X(01) VALUE 'N'.
001305         88  WS-IMAGES-MASKED            VALUE 'Y'.
001306         88  WS-IMAGES-CLEAR             VALUE 'N'.
001310 01  WS-COUNTERS.
001320     03  WS-PAIRS-COMPARED           PIC 9(07) VALUE ZERO.
001330     03  WS-EXCEPTIONS-LISTED        PIC 9(07) VALUE ZERO.
001340     03  WS-EXCPS-WRITTEN            PIC 9(07) VALUE ZERO.
001345     03  WS-EXCPS-MASKED             PIC 9(07) VALUE ZERO.
001350 01  WS-WORK-FIELDS.
001360     03  WS-PCT-REMOVED              PIC 9(03) VALUE ZERO.
001370     03  WS-THRESHOLD-PCT            PIC 9(03) VALUE 25.
001380     03  WS-PARM-LEN-EXPECTED        PIC S9(04) COMP VALUE 3.
001390     03  WS-PARM-LEN-FULL            PIC S9(04) COMP VALUE 7.
001400     03  WS-RUN-DATE                 PIC 9(08).
001405     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
001407     03  WS-GENERATION               PIC 9(04) VALUE ZERO.
001410     03  WS-EXCP-STATUS              PIC X(02).
001420         88  WS-EXCP-STATUS-OK           VALUE '00' '97'.
001430         88  WS-EXCP-NEVER-LOADED        VALUE '35'.
001440     03  WS-EXCP-USABLE-SW           PIC X(01) VALUE 'Y'.
001450         88  WS-EXCP-USABLE              VALUE 'Y'.
001460         88  WS-EXCP-UNUSABLE            VALUE 'N'.
001461     03  WS-EXCU-STATUS              PIC X(02).
001462         88  WS-EXCU-STATUS-OK           VALUE '00' '97'.
001463         88  WS-EXCU-NEVER-LOADED        VALUE '35'.
001464     03  WS-EXCU-USABLE-SW           PIC X(01) VALUE 'N'.
001465         88  WS-EXCU-USABLE              VALUE 'Y'.
001466         88  WS-EXCU-UNUSABLE            VALUE 'N'.
001467*
001468*    THE SENSITIVE FIELDS OF TONIGHT'S RULE SET, AND THE CLEAR
001469*    EXCEPTION RECORD HELD WHILE ITS IMAGES ARE MASKED.
001470 01  WS-SENS-FIELDS.
001471     03  WS-MAX-SENS                 PIC 9(02) VALUE 20.
001472     03  WS-SENS-COUNT               PIC 9(02) VALUE ZERO.
001473     03  WS-SENS-IDX                 PIC 9(02).
001474     03  WS-SENS-TABLE.
001475         05  WS-SENS-ENTRY           OCCURS 20 TIMES.
001476             07  WS-SENS-OFFSET          PIC 9(03).
001477             07  WS-SENS-LENGTH          PIC 9(03).
001478             07  WS-SENS-REC-TYPE        PIC X(01).
001479     03  WS-CLEAR-RECORD             PIC X(333).
001480*
001481*    PARAMETER BLOCK PASSED TO THE NSPCMFLD MASKING ROUTINE.
001482     COPY NSPCMBLK.
001483*
001484*    RETURN-CODE TIERS FOR THE SCHEDULER - 0 CLEAN, 4
001490*    EXCEPTIONS PRESENT BUT AT/UNDER THE TOLERANCE
001500*    PERCENTAGE, 8 OVER THE TOLERANCE, 16 FILES OUT OF STEP.
001510*    THE TOLERANCE IS THE lll PART OF THE FULL EXEC PARM
001560     03  WS-EXCP-PCT                 PIC 9(03).
001570     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001580*
001582*    HEADER/TRAILER CONTROL RECORD - OVERLAID ON NSPCOUT-DATA
001584*    WHEN NSPCOUT-LEN IS 998.  SEE THE NSPCCTL COPYBOOK.
001586     COPY NSPCCTL.
001588*
001590*    RUN-CONTROL LEDGER ENTRY, POSTED AT END OF JOB THROUGH
001592*    NSPCLPST.  SEE THE NSPCLEDG COPYBOOK.
001594     COPY NSPCLEDG.
001596*
001598 LINKAGE SECTION.
001600 01  LK-PARM-AREA.
001610     03  LK-PARM-LEN                 PIC S9(04) COMP.
001620     03  LK-PARM-THRESHOLD           PIC X(03).
001810*    PRIME BOTH FILES WITH THEIR FIRST RECORD.                    *
001820******************************************************************
001830 1000-INITIALIZE.
001833     ACCEPT LEDG-START-DATE FROM DATE YYYYMMDD
001836     ACCEPT LEDG-START-TIME FROM TIME
001840     EVALUATE TRUE
001850         WHEN LK-PARM-LEN = ZERO
001860             CONTINUE
002210         SET WS-EXCP-UNUSABLE TO TRUE
002220         MOVE 16 TO WS-RETURN-CODE
002230     END-IF
002235     PERFORM 1100-LOAD-SENSITIVE THRU 1100-EXIT
002240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002250     DISPLAY 'NSPCRPT - EXCEPTION THRESHOLD = ' WS-THRESHOLD-PCT
002260         ' PERCENT'
002270     PERFORM 2100-READ-NSPCIN  THRU 2100-EXIT
002280     PERFORM 2200-READ-NSPCOUT THRU 2200-EXIT.
002290 1000-EXIT.
002291     EXIT.
002292*
002293******************************************************************
002294*    1100-LOAD-SENSITIVE - KEEP THE OFFSET, LENGTH, AND RECORD   *
002295*    TYPE OF EVERY NSPCRULE RULE MARKED SENSITIVE.  WHEN THERE   *
002296*    ARE ANY, OPEN THE NSPCEXCU CLEAR-COPY FILE (WITH THE SAME   *
002297*    STATUS-35 PRIME AS NSPCEXCP); ONE THAT WILL NOT OPEN KEYS   *
002298*    NOTHING, RATHER THAN LOSE THE CLEAR IMAGES.                 *
002299******************************************************************
002300 1100-LOAD-SENSITIVE.
002301     OPEN INPUT NSPCRULE
002302     PERFORM 1110-READ-ONE-RULE THRU 1110-EXIT
002303         UNTIL WS-RULE-EOF
002304     CLOSE NSPCRULE
002306     IF WS-SENS-COUNT > ZERO AND WS-EXCP-USABLE
002308         DISPLAY 'NSPCRPT - SENSITIVE FIELDS MASKED = '
002310             WS-SENS-COUNT
002313         OPEN I-O   NSPCEXCU
002314         IF WS-EXCU-NEVER-LOADED
002315             OPEN OUTPUT NSPCEXCU
002316             CLOSE NSPCEXCU
002317             OPEN I-O   NSPCEXCU
002318         END-IF
002319         IF WS-EXCU-STATUS-OK
002320             SET WS-EXCU-USABLE TO TRUE
002321         ELSE
002322             DISPLAY 'NSPCRPT - NSPCEXCU OPEN FAILED - STATUS '
002323                 WS-EXCU-STATUS
002324             DISPLAY 'NSPCRPT - EXCEPTIONS WILL NOT BE KEYED'
002325             SET WS-EXCP-UNUSABLE TO TRUE
002326             MOVE 16 TO WS-RETURN-CODE
002327         END-IF
002328     END-IF.
002329 1100-EXIT.
002330     EXIT.
002331*
002332 1110-READ-ONE-RULE.
002333     READ NSPCRULE
002334         AT END
002335             SET WS-RULE-EOF TO TRUE
002336         NOT AT END
002337             IF RULE-FIELD-SENSITIVE
002338                 AND WS-SENS-COUNT < WS-MAX-SENS
002339                 ADD 1 TO WS-SENS-COUNT
002340                 MOVE RULE-OFFSET
002341                     TO WS-SENS-OFFSET(WS-SENS-COUNT)
002342                 MOVE RULE-LENGTH
002343                     TO WS-SENS-LENGTH(WS-SENS-COUNT)
002344                 MOVE RULE-REC-TYPE
002345                     TO WS-SENS-REC-TYPE(WS-SENS-COUNT)
002346             END-IF
002347     END-READ.
002348 1110-EXIT.
002349     EXIT.
002350*
002351******************************************************************
002352*    2000-COMPARE-ONE-PAIR - COMPARE THE CURRENT NSPCIN/NSPCOUT   *
002353*    RECORD PAIR, LIST IT IF THE PERCENTAGE OF CHARACTERS         *
002354*    REMOVED EXCEEDS THE THRESHOLD, AND READ THE NEXT PAIR.       *
002360******************************************************************
002370 2000-COMPARE-ONE-PAIR.
002380     IF WS-IN-EOF AND WS-OUT-EOF
002635*    NSPCOUT NOW OPENS WITH A HEADER AND CLOSES WITH A TRAILER
002636*    CONTROL RECORD (LENGTH 998, SEE NSPCCTL) - NEITHER HAS A
002637*    PARTNER ON NSPCIN, SO THEY ARE READ PAST HERE TO KEEP THE
002638*    TWO FILES IN LOCKSTEP.  THE HEADER'S FEED ID IS KEPT FOR
002639*    THE EXCEPTION KEYS ON THE WAY PAST, AND SO IS ITS RUN DATE
002640*    WHEN IT CARRIES ONE.
002641 2200-READ-NSPCOUT.
002642     PERFORM 2210-READ-NSPCOUT-ONCE THRU 2210-EXIT
002644         WITH TEST AFTER
002646         UNTIL WS-OUT-EOF OR NOT NSPCOUT-CONTROL.
002706     READ NSPCOUT
002708         AT END
002710             SET WS-OUT-EOF TO TRUE
002712     END-READ
002713     IF WS-OUT-NOT-EOF AND NSPCOUT-CONTROL
002714         MOVE NSPCOUT-DATA TO NSPCCTL-RECORD
002715         IF CTL-ID-HEADER AND CTL-FEED-ID NOT = SPACES
002716             MOVE CTL-FEED-ID TO WS-FEED-ID
002717         END-IF
002718         IF CTL-ID-HEADER
002719             MOVE CTL-GENERATION TO WS-GENERATION
002720         END-IF
002721         IF CTL-ID-HEADER AND CTL-RUN-DATE > ZERO
002722             MOVE CTL-RUN-DATE TO WS-RUN-DATE
002723         END-IF
002724     END-IF.
002725 2210-EXIT.
002726     EXIT.
002727*
002728******************************************************************
002730*    3000-CHECK-ONE-PAIR - COMPUTE THE PERCENTAGE OF CHARACTERS   *
002740*    REMOVED FOR THE CURRENT PAIR AND LIST IT IF IT IS AT OR      *
002750*    ABOVE THE THRESHOLD.                                        *
003290*    FAILURE ENDS THE JOB WITH RETURN CODE 16.                  *
003300******************************************************************
003310 3110-KEY-ONE-EXCEPTION.
003315     MOVE WS-FEED-ID        TO EXCP-FEED-ID
003320     MOVE WS-RUN-DATE       TO EXCP-RUN-DATE
003330     MOVE WS-PAIRS-COMPARED TO EXCP-RECORD-NUMBER
003340     MOVE WS-PCT-REMOVED    TO EXCP-PCT-REMOVED
003360     MOVE NSPCOUT-LEN       TO EXCP-CLEAN-LEN
003370     MOVE NSPCIN-DATA       TO EXCP-BEFORE-IMAGE
003380     MOVE NSPCOUT-DATA      TO EXCP-AFTER-IMAGE
003382     PERFORM 3120-MASK-IMAGES THRU 3120-EXIT
003389     IF WS-EXCP-USABLE
003396         WRITE NSPCEXCP-RECORD
003403             INVALID KEY
003410                 REWRITE NSPCEXCP-RECORD
003417                     INVALID KEY
003424                         CONTINUE
003431                 END-REWRITE
003438         END-WRITE
003445         IF WS-EXCP-STATUS-OK
003452             ADD 1 TO WS-EXCPS-WRITTEN
003459         ELSE
003466             DISPLAY 'NSPCRPT - NSPCEXCP WRITE FAILED FOR '
003473                 'RECORD ' WS-PAIRS-COMPARED ' - STATUS '
003480                 WS-EXCP-STATUS
003487             MOVE 16 TO WS-RETURN-CODE
003494         END-IF
003501         IF WS-IMAGES-MASKED AND WS-EXCP-STATUS-OK
003508             PERFORM 3130-KEY-CLEAR-COPY THRU 3130-EXIT
003515         END-IF
003530     END-IF.
003540 3110-EXIT.
003541     EXIT.
003542*
003543******************************************************************
003544*    3120-MASK-IMAGES - MASK THE SENSITIVE FIELDS THAT APPLY TO  *
003545*    THIS RECORD'S TYPE IN BOTH IMAGES, KEEPING THE CLEAR RECORD *
003546*    FOR NSPCEXCU.  A REJECTED PAIR'S AFTER IMAGE IS THE BLANK   *
003547*    MARKER AND IS LEFT AS IT IS.  A MASKING KEY THAT CANNOT BE  *
003548*    READ STOPS ALL FURTHER KEYING - NOTHING GOES TO THE         *
003549*    INQUIRY FILE UNMASKED.                                      *
003550******************************************************************
003551 3120-MASK-IMAGES.
003552     SET WS-IMAGES-CLEAR TO TRUE
003553     MOVE ZERO TO MASK-FIELD-COUNT
003554     PERFORM 3121-TEST-ONE-FIELD THRU 3121-EXIT
003555         VARYING WS-SENS-IDX FROM 1 BY 1
003556         UNTIL WS-SENS-IDX > WS-SENS-COUNT
003559     IF MASK-FIELD-COUNT > ZERO
003562         MOVE NSPCEXCP-RECORD   TO WS-CLEAR-RECORD
003565         MOVE NSPCIN-LEN        TO MASK-DATA-LEN
003568         MOVE EXCP-BEFORE-IMAGE TO MASK-DATA
003571         CALL 'NSPCMFLD' USING MASK-BLOCK
003572         IF MASK-RC-OK
003573             MOVE MASK-DATA         TO EXCP-BEFORE-IMAGE
003574             IF NOT NSPCOUT-REJECTED
003575                 MOVE NSPCOUT-LEN       TO MASK-DATA-LEN
003576                 MOVE EXCP-AFTER-IMAGE  TO MASK-DATA
003577                 CALL 'NSPCMFLD' USING MASK-BLOCK
003578                 MOVE MASK-DATA         TO EXCP-AFTER-IMAGE
003579             END-IF
003580             SET WS-IMAGES-MASKED TO TRUE
003581             ADD 1 TO WS-EXCPS-MASKED
003582         ELSE
003583             DISPLAY 'NSPCRPT - MASKING KEY UNUSABLE AT RECORD '
003584                 WS-PAIRS-COMPARED
003585             DISPLAY 'NSPCRPT - EXCEPTIONS WILL NOT BE KEYED'
003586             SET WS-EXCP-UNUSABLE TO TRUE
003587             MOVE 16 TO WS-RETURN-CODE
003588         END-IF
003589     END-IF.
003590 3120-EXIT.
003591     EXIT.
003592*
003593 3121-TEST-ONE-FIELD.
003594     IF WS-SENS-REC-TYPE(WS-SENS-IDX) = SPACE
003595         OR WS-SENS-REC-TYPE(WS-SENS-IDX) = '*'
003596         OR WS-SENS-REC-TYPE(WS-SENS-IDX) = NSPCIN-DATA(1:1)
003597         ADD 1 TO MASK-FIELD-COUNT
003598         MOVE WS-SENS-OFFSET(WS-SENS-IDX)
003599             TO MASK-OFFSET(MASK-FIELD-COUNT)
003600         MOVE WS-SENS-LENGTH(WS-SENS-IDX)
003601             TO MASK-LENGTH(MASK-FIELD-COUNT)
003602     END-IF.
003603 3121-EXIT.
003604     EXIT.
003605*
003606******************************************************************
003607*    3130-KEY-CLEAR-COPY - WRITE (OR, ON A SAME-DATE RERUN,      *
003608*    REWRITE) THE CLEAR RECORD UNDER THE EXCEPTION'S KEY.  A     *
003609*    FAILURE ENDS THE JOB WITH RETURN CODE 16 - THE UNMASKED     *
003610*    VIEW OF THAT RECORD WOULD BE MISSING.                       *
003611******************************************************************
003612 3130-KEY-CLEAR-COPY.
003613     MOVE WS-CLEAR-RECORD TO NSPCEXCU-RECORD
003614     WRITE NSPCEXCU-RECORD
003615         INVALID KEY
003616             REWRITE NSPCEXCU-RECORD
003617                 INVALID KEY
003618                     CONTINUE
003619             END-REWRITE
003620     END-WRITE
003621     IF NOT WS-EXCU-STATUS-OK
003622         DISPLAY 'NSPCRPT - NSPCEXCU WRITE FAILED FOR '
003623             'RECORD ' WS-PAIRS-COMPARED ' - STATUS '
003624             WS-EXCU-STATUS
003625         MOVE 16 TO WS-RETURN-CODE
003626     END-IF.
003627 3130-EXIT.
003628     EXIT.
003629*
003630*
003631******************************************************************
003632*    9000-TERMINATE                                               *
003633******************************************************************
003634 9000-TERMINATE.
003635     CLOSE NSPCIN
003636     CLOSE NSPCOUT
003640     CLOSE NSPCEXCP
003641     IF WS-EXCU-USABLE
003642         CLOSE NSPCEXCU
003643     END-IF
003645     DISPLAY 'NSPCRPT - FEED ID          = ' WS-FEED-ID
003650     DISPLAY 'NSPCRPT - PAIRS COMPARED   = ' WS-PAIRS-COMPARED
003660     DISPLAY 'NSPCRPT - EXCEPTIONS LISTED = ' WS-EXCEPTIONS-LISTED
003670     DISPLAY 'NSPCRPT - EXCEPTIONS KEYED  = ' WS-EXCPS-WRITTEN
003675     DISPLAY 'NSPCRPT - EXCEPTIONS MASKED = ' WS-EXCPS-MASKED
003680     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
003690 9000-EXIT.
003700     EXIT.
003940             END-IF
003950     END-EVALUATE
003960     DISPLAY 'NSPCRPT - RETURN CODE = ' WS-RETURN-CODE
003965     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
003970     MOVE WS-RETURN-CODE TO RETURN-CODE.
003980 9100-EXIT.
003990     EXIT.
004000*
004010******************************************************************
004020*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
004030*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
004040*    JOB CARRIES).  THE GENERATION IS THE ONE ON THE NSPCOUT     *
004050*    HEADER.  PERFORMED LAST, JUST BEFORE RETURN-CODE IS SET, AS *
004060*    THE CALL TO NSPCLPST RESETS IT.                             *
004070******************************************************************
004080 9500-POST-LEDGER.
004090     INITIALIZE LEDG-COUNTS
004100     MOVE 'NSPCRPT'               TO LEDG-JOB
004110     MOVE WS-FEED-ID              TO LEDG-FEED-ID
004120     MOVE WS-RUN-DATE             TO LEDG-RUN-DATE
004130     MOVE WS-GENERATION           TO LEDG-GENERATION
004140     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
004150     MOVE 'PAIRS'                 TO LEDG-COUNT-NAME(1)
004160     MOVE WS-PAIRS-COMPARED       TO LEDG-COUNT-VALUE(1)
004170     MOVE 'EXCEPTNS'              TO LEDG-COUNT-NAME(2)
004180     MOVE WS-EXCEPTIONS-LISTED    TO LEDG-COUNT-VALUE(2)
004190     MOVE 'KEYED'                 TO LEDG-COUNT-NAME(3)
004200     MOVE WS-EXCPS-WRITTEN        TO LEDG-COUNT-VALUE(3)
004210     MOVE 'MASKED'                TO LEDG-COUNT-NAME(4)
004220     MOVE WS-EXCPS-MASKED         TO LEDG-COUNT-VALUE(4)
004230     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
004240 9500-EXIT.
004250     EXIT.
004260*
004270 END PROGRAM NSPCRPT.
