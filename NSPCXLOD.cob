000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCXLOD                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-06                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   CALLABLE TRANSLATION TABLE LOADER.  THE CALLER (NOSPCBAT,    *
000120*   NSPCREPR) PASSES AN NSPCXTAB SET WITH THE TABLE NAMES ITS    *
000130*   MODE-X RULES USE AND THE COUNT FILLED IN; THIS PROGRAM       *
000140*   BUILDS EACH NAMED 256-BYTE TABLE FROM THE NSPCXLAT KSDS -    *
000150*   FIRST AS THE IDENTITY MAPPING, THEN OVERLAID WITH EVERY      *
000160*   ENTRY FILED UNDER THE NAME - AND HANDS THE SET BACK WITH     *
000170*   XLATE-LOAD-RC SET.  THE CALLER THEN REGISTERS THE SET WITH   *
000180*   NoSpace THROUGH THE NSPCXLD ENTRY.                           *
000190*                                                                *
000200*   A NAMED TABLE WITH NO ENTRIES ON THE FILE IS TREATED AS A    *
000210*   MIS-KEYED RULE, NOT AS A TABLE THAT CHANGES NOTHING, AND     *
000220*   COMES BACK AS XLATE-LOAD-RC 08 WITH XLATE-BAD-TABLE-NO SET.  *
000230*   A FILE THAT WILL NOT OPEN OR READ COMES BACK AS 16.          *
000240*                                                                *
000250*   MODIFICATION HISTORY                                         *
000260*   ---------------------------------------------------------    *
000270*   DATE       INIT  DESCRIPTION                                 *
000280*   ---------- ----  ----------------------------------------    *
000290*   2026-10-06 RLK   ORIGINAL.                                   *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.              NSPCXLOD.
000340 AUTHOR.                  R L KOLTUN.
000350 INSTALLATION.            DAILY EXTRACT PROCESSING.
000360 DATE-WRITTEN.            2026-10-06.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT NSPCXLAT ASSIGN TO NSPCXLAT
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS DYNAMIC
000450            RECORD KEY IS XLAT-KEY
000460            FILE STATUS IS WS-XLAT-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  NSPCXLAT.
000510     COPY NSPCXLAT.
000520*
000530 WORKING-STORAGE SECTION.
000540 01  WS-FLAGS.
000550     03  WS-FILE-SW                  PIC X(01) VALUE 'N'.
000560         88  WS-FILE-OPEN                VALUE 'Y'.
000570         88  WS-FILE-NOT-OPEN            VALUE 'N'.
000580     03  WS-END-TABLE-SW             PIC X(01) VALUE 'N'.
000590         88  WS-END-OF-TABLE             VALUE 'Y'.
000600         88  WS-NOT-END-OF-TABLE         VALUE 'N'.
000610 01  WS-WORK-FIELDS.
000620     03  WS-TAB-IDX                  PIC 9(02).
000630     03  WS-BYTE-SUB                 PIC 9(03).
000640     03  WS-XLAT-STATUS              PIC X(02).
000650         88  WS-XLAT-STATUS-OK           VALUE '00' '97'.
000660         88  WS-XLAT-STATUS-EOF          VALUE '10'.
000670         88  WS-XLAT-NEVER-LOADED        VALUE '35'.
000680*
000690*    A BYTE'S BINARY VALUE IS READ THROUGH THE LOW HALF OF A
000700*    HALFWORD, AND A TABLE POSITION TURNED BACK INTO ITS BYTE
000710*    THE SAME WAY.
000720 01  WS-XLATE-ORD-AREA.
000730     03  WS-XLATE-ORD                PIC 9(04) COMP.
000740     03  WS-XLATE-ORD-X              REDEFINES WS-XLATE-ORD.
000750         05  WS-XLATE-ORD-HIGH       PIC X(01).
000760         05  WS-XLATE-ORD-LOW        PIC X(01).
000770*
000780 LINKAGE SECTION.
000790     COPY NSPCXTAB.
000800*
000810******************************************************************
000820*    0000-MAINLINE                                               *
000830******************************************************************
000840 PROCEDURE DIVISION USING XLATE-SET.
000850*
000860 0000-MAINLINE.
000870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000880     PERFORM 2000-LOAD-ONE-TABLE THRU 2000-EXIT
000890         VARYING WS-TAB-IDX FROM 1 BY 1
000900         UNTIL WS-TAB-IDX > XLATE-TABLE-COUNT
000910             OR NOT XLATE-LOAD-OK
000920     PERFORM 9000-TERMINATE THRU 9000-EXIT
000930     GOBACK.
000940*
000950******************************************************************
000960*    1000-INITIALIZE - OPEN THE TABLE FILE.  A FILE THAT HAS     *
000970*    NEVER HELD A RECORD (STATUS 35) IS LEFT UNOPENED - EVERY    *
000980*    TABLE NAMED AGAINST IT THEN COMES UP EMPTY, WHICH IS THE    *
000990*    CONDITION THE CALLER NEEDS TO HEAR ABOUT.                   *
001000******************************************************************
001010 1000-INITIALIZE.
001020     SET XLATE-LOAD-OK TO TRUE
001030     MOVE ZERO TO XLATE-BAD-TABLE-NO
001040     OPEN INPUT NSPCXLAT
001050     EVALUATE TRUE
001060         WHEN WS-XLAT-STATUS-OK
001070             SET WS-FILE-OPEN TO TRUE
001080         WHEN WS-XLAT-NEVER-LOADED
001090             DISPLAY 'NSPCXLOD - NSPCXLAT HAS NEVER BEEN LOADED'
001100         WHEN OTHER
001110             DISPLAY 'NSPCXLOD - NSPCXLAT OPEN FAILED - STATUS '
001120                 WS-XLAT-STATUS
001130             SET XLATE-LOAD-FILE-FAILED TO TRUE
001140     END-EVALUATE.
001150 1000-EXIT.
001160     EXIT.
001170*
001180******************************************************************
001190*    2000-LOAD-ONE-TABLE - BUILD TABLE WS-TAB-IDX: IDENTITY      *
001200*    FIRST, THEN EVERY NSPCXLAT ENTRY FILED UNDER ITS NAME.      *
001210*    THE ENTRIES ARE READ FROM THE NAME PLUS LOW-VALUE FORWARD   *
001220*    UNTIL THE NAME CHANGES.                                     *
001230******************************************************************
001240 2000-LOAD-ONE-TABLE.
001250     MOVE ZERO TO XLATE-MAPPINGS(WS-TAB-IDX)
001260     PERFORM 2100-SET-IDENTITY-BYTE THRU 2100-EXIT
001270         VARYING WS-BYTE-SUB FROM 1 BY 1
001280         UNTIL WS-BYTE-SUB > 256
001290     SET WS-END-OF-TABLE TO TRUE
001300     IF WS-FILE-OPEN
001310         SET WS-NOT-END-OF-TABLE TO TRUE
001320         MOVE XLATE-TABLE-NAME(WS-TAB-IDX) TO XLAT-TABLE-NAME
001330         MOVE LOW-VALUE TO XLAT-FROM-BYTE
001340         START NSPCXLAT KEY IS NOT LESS THAN XLAT-KEY
001350             INVALID KEY
001360                 SET WS-END-OF-TABLE TO TRUE
001370         END-START
001380     END-IF
001390     IF WS-NOT-END-OF-TABLE
001400         PERFORM 2300-READ-NSPCXLAT THRU 2300-EXIT
001410     END-IF
001420     PERFORM 2200-APPLY-ONE-ENTRY THRU 2200-EXIT
001430         UNTIL WS-END-OF-TABLE
001440     IF XLATE-LOAD-OK
001450         IF XLATE-MAPPINGS(WS-TAB-IDX) = ZERO
001460             DISPLAY 'NSPCXLOD - TABLE '
001470                 XLATE-TABLE-NAME(WS-TAB-IDX)
001480                 ' HAS NO ENTRIES ON NSPCXLAT'
001490             SET XLATE-LOAD-TABLE-EMPTY TO TRUE
001500             MOVE WS-TAB-IDX TO XLATE-BAD-TABLE-NO
001510         ELSE
001520             DISPLAY 'NSPCXLOD - TABLE '
001530                 XLATE-TABLE-NAME(WS-TAB-IDX) ' LOADED - '
001540                 XLATE-MAPPINGS(WS-TAB-IDX) ' BYTES MAPPED'
001550         END-IF
001560     END-IF.
001570 2000-EXIT.
001580     EXIT.
001590*
001600 2100-SET-IDENTITY-BYTE.
001610     COMPUTE WS-XLATE-ORD = WS-BYTE-SUB - 1
001620     MOVE WS-XLATE-ORD-LOW
001630         TO XLATE-TO-BYTE(WS-TAB-IDX, WS-BYTE-SUB).
001640 2100-EXIT.
001650     EXIT.
001660*
001670 2200-APPLY-ONE-ENTRY.
001680     IF XLAT-TABLE-NAME NOT = XLATE-TABLE-NAME(WS-TAB-IDX)
001690         SET WS-END-OF-TABLE TO TRUE
001700     ELSE
001710         MOVE ZERO TO WS-XLATE-ORD
001720         MOVE XLAT-FROM-BYTE TO WS-XLATE-ORD-LOW
001730         COMPUTE WS-BYTE-SUB = WS-XLATE-ORD + 1
001740         MOVE XLAT-TO-BYTE
001750             TO XLATE-TO-BYTE(WS-TAB-IDX, WS-BYTE-SUB)
001760         ADD 1 TO XLATE-MAPPINGS(WS-TAB-IDX)
001770         PERFORM 2300-READ-NSPCXLAT THRU 2300-EXIT
001780     END-IF.
001790 2200-EXIT.
001800     EXIT.
001810*
001820 2300-READ-NSPCXLAT.
001830     READ NSPCXLAT NEXT RECORD
001840         AT END
001850             SET WS-END-OF-TABLE TO TRUE
001860     END-READ
001870     IF NOT WS-XLAT-STATUS-OK AND NOT WS-XLAT-STATUS-EOF
001880         DISPLAY 'NSPCXLOD - NSPCXLAT READ FAILED - STATUS '
001890             WS-XLAT-STATUS
001900         SET XLATE-LOAD-FILE-FAILED TO TRUE
001910         SET WS-END-OF-TABLE TO TRUE
001920     END-IF.
001930 2300-EXIT.
001940     EXIT.
001950*
001960******************************************************************
001970*    9000-TERMINATE                                              *
001980******************************************************************
001990 9000-TERMINATE.
002000     IF WS-FILE-OPEN
002010         CLOSE NSPCXLAT
002020         SET WS-FILE-NOT-OPEN TO TRUE
002030     END-IF
002040     DISPLAY 'NSPCXLOD - LOAD RETURN CODE = ' XLATE-LOAD-RC.
002050 9000-EXIT.
002060     EXIT.
002070*
002080 END PROGRAM NSPCXLOD.
