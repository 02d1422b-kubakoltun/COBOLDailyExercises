000130*                                                                *
000140*     - NSPCEXCP (THE KEYED EXCEPTION FILE NSPCRPT WRITES AND    *
000150*       NSPCINQ READS): EVERY RECORD WHOSE EXCP-RUN-DATE - THE   *
000160*       KEY PART AFTER THE FEED - IS OLDER THAN THE CUTOFF IS    *
000170*       UNLOADED TO THE NSPCEXCA FLAT ARCHIVE AND DELETED FROM   *
000180*       THE KSDS, SO THE ON-LINE LOOKUPS STOP SLOWING AND       *
000190*       NOBODY DELETES FROM A LIVE KSDS BY HAND.                 *
000191*                                                                *
000192*     - NSPCEXCU (THE CLEAR COPIES OF THE MASKED EXCEPTIONS):    *
000193*       RECORDS OLDER THAN THE SAME CUTOFF ARE DELETED WITHOUT   *
000194*       BEING ARCHIVED - THE ARCHIVE KEEPS ONLY THE MASKED       *
000195*       NSPCEXCP IMAGES, SO NO PERSONAL DATA OUTLIVES THE        *
000196*       RETENTION PERIOD IN THE CLEAR.                           *
000200*                                                                *
000210*     - NSPCHIST (THE RUN HISTORY NSPCTRND READS): RECORDS       *
000220*       OLDER THAN THE CUTOFF ARE APPENDED TO THE NSPCHSTA       *
000416*                    SO APPENDING THE AGED RECORDS TO NSPCHSTA   *
000417*                    ANYWAY WOULD DUPLICATE THEM IN THE ARCHIVE  *
000418*                    ON THE NEXT CLEAN RUN.                      *
000419*   2026-10-05 RLK   ARCHIVE RECORDS WIDENED FOR THE FEED ID -   *
000420*                    NSPCEXCA 325 TO 333, NSPCHSTA AND NSPCHNEW  *
000421*                    60 TO 68 - IN STEP WITH THE COPYBOOKS.      *
000422*   2026-10-10 RLK   NEW NSPCEXCU PHASE - AGED CLEAR COPIES OF   *
000423*                    THE MASKED EXCEPTIONS ARE DELETED ON THE    *
000424*                    SAME CUTOFF, NOT ARCHIVED.                  *
000425*   2026-10-15 RLK   NSPCHSTA AND NSPCHNEW 68 TO 69 FOR THE NEW  *
000426*                    RUN-STATUS BYTE ON NSPCHIST.  SUPERSEDED    *
000427*                    RUNS ARE ARCHIVED AND RETAINED LIKE ANY     *
000428*                    OTHER - THE MARK TRAVELS WITH THE RECORD.   *
000429*                                                                *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.              NSPCHSKP.
000560            ACCESS MODE IS SEQUENTIAL
000570            RECORD KEY IS EXCP-KEY
000580            FILE STATUS IS WS-EXCP-STATUS.
000581     SELECT NSPCEXCU ASSIGN TO NSPCEXCU
000582            ORGANIZATION IS INDEXED
000583            ACCESS MODE IS SEQUENTIAL
000584            RECORD KEY IS EXCU-KEY
000585            FILE STATUS IS WS-EXCU-STATUS.
000590     SELECT NSPCEXCA ASSIGN TO NSPCEXCA
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT NSPCHIST ASSIGN TO NSPCHIST
000690 FILE SECTION.
000700 FD  NSPCEXCP.
000710     COPY NSPCEXCP.
000711*
000712*    CLEAR COPIES OF THE MASKED EXCEPTIONS - THE NSPCEXCP
000713*    LAYOUT, UNDER THE SAME KEY.
000714 FD  NSPCEXCU.
000715 01  NSPCEXCU-RECORD.
000716     03  EXCU-KEY.
000717         05  EXCU-FEED-ID            PIC X(08).
000718         05  EXCU-RUN-DATE           PIC 9(08).
000719         05  EXCU-RECORD-NUMBER      PIC 9(07).
000720     03  FILLER                      PIC X(310).
000721*
000730*    FLAT ARCHIVE OF UNLOADED EXCEPTION RECORDS - SAME 333-BYTE
000740*    LAYOUT AS THE KSDS RECORD, ONE NEW GENERATION PER RUN.
000750 FD  NSPCEXCA
000760     RECORDING MODE IS F.
000770 01  NSPCEXCA-RECORD                 PIC X(333).
000780*
000790 FD  NSPCHIST
000800     RECORDING MODE IS F.
000810     COPY NSPCHIST.
000820*
000830*    CUMULATIVE RUN-HISTORY ARCHIVE - SAME 69-BYTE LAYOUT,
000840*    APPENDED EVERY RUN, SO NSPCTRND CAN BE POINTED AT IT FOR
000850*    A LONG LOOK-BACK.
000860 FD  NSPCHSTA
000870     RECORDING MODE IS F.
000880 01  NSPCHSTA-RECORD                 PIC X(69).
000890*
000900*    THE RETAINED RUN-HISTORY RECORDS - SWAPPED IN AS THE NEW
000910*    NSPCHIST BY THE FOLLOWING JCL STEPS.
000920 FD  NSPCHNEW
000930     RECORDING MODE IS F.
000940 01  NSPCHNEW-RECORD                 PIC X(69).
000950*
000960 WORKING-STORAGE SECTION.
000970 01  WS-FLAGS.
001040     03  WS-EXCP-USABLE-SW           PIC X(01) VALUE 'Y'.
001050         88  WS-EXCP-USABLE              VALUE 'Y'.
001060         88  WS-EXCP-UNUSABLE            VALUE 'N'.
001062     03  WS-EXCU-EOF-SW              PIC X(01) VALUE 'N'.
001064         88  WS-EXCU-EOF                 VALUE 'Y'.
001066         88  WS-EXCU-NOT-EOF             VALUE 'N'.
001070 01  WS-COUNTERS.
001080     03  WS-EXCP-READ                PIC 9(07) VALUE ZERO.
001090     03  WS-EXCP-ARCHIVED            PIC 9(07) VALUE ZERO.
001100     03  WS-EXCP-DELETED             PIC 9(07) VALUE ZERO.
001110     03  WS-EXCP-RETAINED            PIC 9(07) VALUE ZERO.
001112     03  WS-EXCU-READ                PIC 9(07) VALUE ZERO.
001114     03  WS-EXCU-DELETED             PIC 9(07) VALUE ZERO.
001116     03  WS-EXCU-RETAINED            PIC 9(07) VALUE ZERO.
001120     03  WS-HIST-READ                PIC 9(07) VALUE ZERO.
001130     03  WS-HIST-ARCHIVED            PIC 9(07) VALUE ZERO.
001140     03  WS-HIST-RETAINED            PIC 9(07) VALUE ZERO.
001220     03  WS-EXCP-STATUS              PIC X(02).
001230         88  WS-EXCP-STATUS-OK           VALUE '00' '97'.
001240         88  WS-EXCP-NEVER-LOADED        VALUE '35'.
001242     03  WS-EXCU-STATUS              PIC X(02).
001244         88  WS-EXCU-STATUS-OK           VALUE '00' '97'.
001246         88  WS-EXCU-NEVER-LOADED        VALUE '35'.
001250 01  WS-CONDITION-FIELDS.
001260     03  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001270*
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001580     PERFORM 2000-HOUSEKEEP-NSPCEXCP THRU 2000-EXIT
001581     PERFORM 2500-HOUSEKEEP-NSPCEXCU THRU 2500-EXIT
001582*    A BROKEN EXCEPTION PHASE ENDS THE JOB AT 16, WHICH
001583*    COND-SKIPS THE JCL STEPS THAT SWAP NSPCHNEW IN AS THE NEW
001584*    NSPCHIST.  RUNNING THE HISTORY PHASE ANYWAY WOULD STILL
002680     EXIT.
002690*
002700******************************************************************
002701*    2500-HOUSEKEEP-NSPCEXCU - WALK THE CLEAR-COPY KSDS AND      *
002702*    DELETE EVERY RECORD OLDER THAN THE CUTOFF.  NOTHING IS      *
002703*    ARCHIVED - THE CLEAR IMAGES ARE NOT KEPT PAST RETENTION.    *
002704*    A KSDS NEVER LOADED (NO SENSITIVE FIELD HAS EVER BEEN       *
002705*    MASKED) HAS NOTHING TO HOUSEKEEP.                           *
002706******************************************************************
002707 2500-HOUSEKEEP-NSPCEXCU.
002708     OPEN I-O NSPCEXCU
002709     EVALUATE TRUE
002710         WHEN WS-EXCU-STATUS-OK
002711             PERFORM 2510-READ-NSPCEXCU THRU 2510-EXIT
002712             PERFORM 2520-HOUSEKEEP-ONE-EXCU THRU 2520-EXIT
002713                 UNTIL WS-EXCU-EOF
002714             CLOSE NSPCEXCU
002715         WHEN WS-EXCU-NEVER-LOADED
002716             DISPLAY 'NSPCHSKP - NSPCEXCU HAS NEVER BEEN '
002717                 'LOADED - NOTHING TO HOUSEKEEP'
002718         WHEN OTHER
002719             DISPLAY 'NSPCHSKP - NSPCEXCU OPEN FAILED - '
002720                 'STATUS ' WS-EXCU-STATUS
002721             MOVE 16 TO WS-RETURN-CODE
002722     END-EVALUATE.
002726 2500-EXIT.
002727     EXIT.
002728*
002729 2510-READ-NSPCEXCU.
002730     READ NSPCEXCU
002731         AT END
002732             SET WS-EXCU-EOF TO TRUE
002733         NOT AT END
002734             ADD 1 TO WS-EXCU-READ
002735     END-READ.
002736 2510-EXIT.
002737     EXIT.
002738*
002739 2520-HOUSEKEEP-ONE-EXCU.
002740     MOVE EXCU-RUN-DATE TO WS-DTD-DATE
002741     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT
002742     MOVE WS-DTD-DAYS TO WS-RECORD-DAYS
002743     IF WS-RECORD-DAYS < WS-CUTOFF-DAYS
002744         DELETE NSPCEXCU
002745         IF WS-EXCU-STATUS-OK
002746             ADD 1 TO WS-EXCU-DELETED
002747         ELSE
002748             DISPLAY 'NSPCHSKP - NSPCEXCU DELETE FAILED FOR KEY '
002749                 EXCU-KEY ' - STATUS ' WS-EXCU-STATUS
002750             MOVE 16 TO WS-RETURN-CODE
002751             SET WS-EXCU-EOF TO TRUE
002753         END-IF
002754     ELSE
002755         ADD 1 TO WS-EXCU-RETAINED
002756     END-IF
002757     PERFORM 2510-READ-NSPCEXCU THRU 2510-EXIT.
002758 2520-EXIT.
002759     EXIT.
002760*
002761******************************************************************
002762*    3000-HOUSEKEEP-NSPCHIST - COPY THE RUN HISTORY, SPLITTING   *
002763*    IT ON THE CUTOFF: OLDER RECORDS APPEND TO THE NSPCHSTA      *
002764*    ARCHIVE, THE REST REWRITE TO NSPCHNEW, WHICH THE JCL        *
002765*    SWAPS IN AS THE NEW NSPCHIST.                               *
002766******************************************************************
002767 3000-HOUSEKEEP-NSPCHIST.
002770     OPEN INPUT  NSPCHIST
002780     OPEN EXTEND NSPCHSTA
002790     OPEN OUTPUT NSPCHNEW
003640     DISPLAY 'NSPCHSKP - NSPCEXCP ARCHIVED = ' WS-EXCP-ARCHIVED
003650     DISPLAY 'NSPCHSKP - NSPCEXCP DELETED  = ' WS-EXCP-DELETED
003660     DISPLAY 'NSPCHSKP - NSPCEXCP RETAINED = ' WS-EXCP-RETAINED
003662     DISPLAY 'NSPCHSKP - NSPCEXCU READ     = ' WS-EXCU-READ
003664     DISPLAY 'NSPCHSKP - NSPCEXCU DELETED  = ' WS-EXCU-DELETED
003666     DISPLAY 'NSPCHSKP - NSPCEXCU RETAINED = ' WS-EXCU-RETAINED
003670     DISPLAY 'NSPCHSKP - NSPCHIST READ     = ' WS-HIST-READ
003680     DISPLAY 'NSPCHSKP - NSPCHIST ARCHIVED = ' WS-HIST-ARCHIVED
003690     DISPLAY 'NSPCHSKP - NSPCHIST RETAINED = ' WS-HIST-RETAINED
