000110*   ON-LINE (CICS) INQUIRY AGAINST THE NSPCEXCP KEYED EXCEPTION  *
000120*   FILE NSPCRPT WRITES.  THE EXTRACT TEAM KEYS                  *
000130*                                                                *
000140*       NSPQ FFFFFFFF YYYYMMDD NNNNNNN                           *
000150*                                                                *
000160*   (FEED ID AS THE NIGHTLY RUN STAMPED IT - DAILYEXT FOR THE    *
000165*   ORIGINAL EXTRACT; RECORD NUMBER OPTIONAL - WHEN OMITTED THE  *
000170*   FIRST EXCEPTION OF THE FEED ON OR AFTER THAT DATE IS SHOWN)  *
000180*   AND GETS THE RECORD'S FEED, RUN DATE, RECORD NUMBER, REASON, *
000190*   LENGTHS, AND THE FULL BEFORE AND AFTER IMAGES PAIRED ON      *
000195*   SCREEN - A THIRTY-SECOND LOOKUP                              *
000200*   INSTEAD OF A HALF-DAY PULL OF ARCHIVED SYSOUT.               *
000210*                                                                *
000211*   THE IMAGES ON NSPCEXCP HAVE THEIR SENSITIVE FIELDS MASKED    *
000212*   (SEE NSPCRPT).  A U AFTER THE RECORD NUMBER ASKS FOR THE     *
000213*   UNMASKED VIEW, READ FROM THE NSPCEXCU CLEAR COPY - ONLY FOR  *
000214*   A USER WITH READ ACCESS TO THE RACF FACILITY PROFILE         *
000215*   NSPC.EXCP.UNMASK (CHECKED WITH QUERY SECURITY); ANYONE ELSE  *
000216*   IS SHOWN THE MASKED IMAGES AND TOLD SO.  THE RECORD NUMBER   *
000217*   IS REQUIRED FOR THE UNMASKED VIEW, SO IT IS ALWAYS ONE NAMED *
000218*   RECORD, NEVER A BROWSE.                                      *
000219*                                                                *
000220*   CICS RESOURCES: TRANSACTION NSPQ -> PROGRAM NSPCINQ; FILE    *
000230*   NSPCEXCP -> THE VSAM KSDS DEFINED BY NSPCEXCP.JCL (READ      *
000236*   ONLY HERE); FILE NSPCEXCU -> THE CLEAR-COPY KSDS, ALSO       *
000242*   DEFINED BY NSPCEXCP.JCL (READ ONLY).  NO BMS MAP - THE       *
000248*   SCREEN IS BUILT WITH SEND TEXT, NEW-LINE DELIMITED, SO THERE *
000254*   IS NO MAPSET TO INSTALL.                                     *
000260*                                                                *
000270*   MODIFICATION HISTORY                                         *
000280*   ---------------------------------------------------------    *
000290*   DATE       INIT  DESCRIPTION                                 *
000300*   ---------- ----  ----------------------------------------    *
000310*   2026-08-21 RLK   ORIGINAL.                                   *
000312*   2026-10-05 RLK   FEED ID KEYED AHEAD OF THE RUN DATE, IN     *
000314*                    STEP WITH THE NEW NSPCEXCP KEY, AND SHOWN   *
000316*                    ON THE KEY LINE.                            *
000318*   2026-10-10 RLK   UNMASKED VIEW - A U AFTER THE RECORD        *
000320*                    NUMBER SHOWS THE NSPCEXCU CLEAR COPY TO     *
000322*                    USERS WITH READ ON FACILITY                 *
000324*                    NSPC.EXCP.UNMASK; NSPCEXCP NOW HOLDS        *
000326*                    MASKED IMAGES.                              *
000328*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.              NSPCINQ.
000470     03  WS-EXACT-SW                 PIC X(01).
000480         88  WS-EXACT-KEY                VALUE 'Y'.
000490         88  WS-GENERIC-KEY              VALUE 'N'.
000492     03  WS-VIEW-SW                  PIC X(01).
000494         88  WS-VIEW-UNMASKED            VALUE 'Y'.
000496         88  WS-VIEW-MASKED              VALUE 'N'.
000500 01  WS-WORK-FIELDS.
000510     03  WS-RECV-AREA                PIC X(80).
000520     03  WS-RECV-LEN                 PIC S9(04) COMP VALUE +80.
000530     03  WS-SCREEN-LEN               PIC S9(04) COMP.
000540     03  WS-RESP                     PIC S9(08) COMP.
000550     03  WS-TRAN-CODE                PIC X(04).
000555     03  WS-IN-FEED                  PIC X(08).
000560     03  WS-IN-DATE                  PIC X(08).
000570     03  WS-IN-RECNO                 PIC X(07).
000573     03  WS-IN-VIEW                  PIC X(01).
000576     03  WS-READ-CVDA                PIC S9(08) COMP.
000580 01  WS-RIDFLD.
000585     03  WS-RID-FEED-ID              PIC X(08).
000590     03  WS-RID-DATE                 PIC 9(08).
000600     03  WS-RID-RECNO                PIC 9(07).
000610*
000740     03  SCR-MSG                     PIC X(75).
000750     03  FILLER                      PIC X(01) VALUE X'15'.
000760     03  SCR-KEY-LINE.
000763         05  FILLER                  PIC X(05) VALUE 'FEED '.
000766         05  SCR-FEED                PIC X(08).
000770         05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
000780         05  SCR-DATE                PIC 9(08).
000790         05  FILLER                  PIC X(08) VALUE ' RECORD '.
000800         05  SCR-RECNO               PIC 9(07).
001130         'AFTER  121-150 '.
001140     03  SCR-AFT-3                   PIC X(30).
001150     03  FILLER                      PIC X(01) VALUE X'15'.
001160     03  FILLER                      PIC X(48) VALUE
001170         'ENTER: NSPQ FEED YYYYMMDD [NNNNNNN [U=UNMASKED]]'.
001180*
001190******************************************************************
001200*    0000-MAINLINE                                               *
001400*
001410******************************************************************
001420*    1000-PARSE-INPUT - SPLIT THE TERMINAL INPUT INTO THE        *
001430*    TRANSACTION CODE, FEED, RUN DATE, AND OPTIONAL RECORD       *
001435*    NUMBER, AND THE OPTIONAL U FOR THE UNMASKED VIEW.           *
001440*    A MISSING RECORD NUMBER MEANS "FIRST EXCEPTION ON OR AFTER  *
001450*    THIS DATE" AND IS READ WITH A GTEQ KEY.                     *
001460******************************************************************
001470 1000-PARSE-INPUT.
001480     SET WS-INPUT-OK TO TRUE
001490     MOVE SPACES TO WS-TRAN-CODE WS-IN-DATE WS-IN-RECNO
001493     MOVE SPACES TO WS-IN-FEED WS-IN-VIEW
001496     SET WS-VIEW-MASKED TO TRUE
001500     UNSTRING WS-RECV-AREA DELIMITED BY ALL ' '
001506         INTO WS-TRAN-CODE, WS-IN-FEED, WS-IN-DATE, WS-IN-RECNO,
001512              WS-IN-VIEW
001520     END-UNSTRING
001521     MOVE WS-IN-FEED TO WS-RID-FEED-ID
001530     IF WS-IN-DATE NOT NUMERIC
001540         SET WS-INPUT-BAD TO TRUE
001550         MOVE 'RUN DATE MUST BE NUMERIC YYYYMMDD' TO SCR-MSG
001670                 MOVE WS-IN-RECNO TO WS-RID-RECNO
001680             END-IF
001690         END-IF
001700     END-IF
001701     IF WS-IN-FEED = SPACES
001702         SET WS-INPUT-BAD TO TRUE
001703         MOVE 'FEED ID IS REQUIRED (E.G. DAILYEXT)' TO SCR-MSG
001704     END-IF
001705     IF WS-INPUT-OK AND WS-IN-VIEW NOT = SPACE
001706         IF WS-IN-VIEW = 'U' AND WS-EXACT-KEY
001707             SET WS-VIEW-UNMASKED TO TRUE
001708         ELSE
001709             SET WS-INPUT-BAD TO TRUE
001710             MOVE 'ONLY U (UNMASKED) MAY FOLLOW THE RECORD NUMBER'
001711                 TO SCR-MSG
001712         END-IF
001713     END-IF.
001714 1000-EXIT.
001720     EXIT.
001730*
001740******************************************************************
001960     EVALUATE WS-RESP
001970         WHEN DFHRESP(NORMAL)
001980             PERFORM 2100-LOAD-DETAIL THRU 2100-EXIT
001982             IF WS-VIEW-UNMASKED
001984                 PERFORM 2200-READ-CLEAR-COPY THRU 2200-EXIT
001986             END-IF
001990         WHEN DFHRESP(NOTFND)
002000             PERFORM 2900-BLANK-DETAIL THRU 2900-EXIT
002010             MOVE 'NO EXCEPTION ON FILE FOR THAT KEY' TO SCR-MSG
002080     EXIT.
002090*
002100 2100-LOAD-DETAIL.
002105     MOVE EXCP-FEED-ID        TO SCR-FEED
002110     MOVE EXCP-RUN-DATE       TO SCR-DATE
002120     MOVE EXCP-RECORD-NUMBER  TO SCR-RECNO
002130     EVALUATE TRUE
002300 2100-EXIT.
002310     EXIT.
002320*
002321******************************************************************
002322*    2200-READ-CLEAR-COPY - THE UNMASKED VIEW.  CHECK THE USER'S *
002323*    READ ACCESS TO FACILITY NSPC.EXCP.UNMASK FIRST; WITHOUT IT  *
002324*    THE MASKED IMAGES ALREADY LOADED STAY ON THE SCREEN.  WITH  *
002325*    IT, THE CLEAR COPY REPLACES THEM - NO CLEAR COPY MEANS      *
002326*    NOTHING ON THE RECORD WAS MASKED.                           *
002327******************************************************************
002328 2200-READ-CLEAR-COPY.
002329     EXEC CICS QUERY SECURITY
002330         RESCLASS('FACILITY')
002331         RESID('NSPC.EXCP.UNMASK')
002332         RESIDLENGTH(16)
002333         READ(WS-READ-CVDA)
002334         RESP(WS-RESP)
002335     END-EXEC
002336     IF WS-RESP NOT = DFHRESP(NORMAL)
002337         OR WS-READ-CVDA NOT = DFHVALUE(READABLE)
002338         MOVE 'UNMASKED VIEW NOT AUTHORIZED - MASKED IMAGES SHOWN'
002339             TO SCR-MSG
002340     ELSE
002341         EXEC CICS READ FILE('NSPCEXCU')
002342             INTO(NSPCEXCP-RECORD)
002343             RIDFLD(WS-RIDFLD)
002344             RESP(WS-RESP)
002345         END-EXEC
002346         EVALUATE WS-RESP
002347             WHEN DFHRESP(NORMAL)
002348                 PERFORM 2100-LOAD-DETAIL THRU 2100-EXIT
002349                 MOVE 'UNMASKED VIEW - DO NOT COPY OR PRINT'
002350                     TO SCR-MSG
002351             WHEN DFHRESP(NOTFND)
002352                 MOVE 'NOTHING MASKED ON THIS RECORD'
002353                     TO SCR-MSG
002354             WHEN OTHER
002355                 MOVE 'NSPCEXCU READ FAILED - MASKED IMAGES SHOWN'
002356                     TO SCR-MSG
002357         END-EVALUATE
002358     END-IF.
002359 2200-EXIT.
002360     EXIT.
002361*
002362 2900-BLANK-DETAIL.
002363     MOVE SPACES TO SCR-FEED
002364     MOVE ZERO   TO SCR-DATE
002365     MOVE ZERO   TO SCR-RECNO
002366     MOVE SPACES TO SCR-REASON
002370     MOVE ZERO   TO SCR-ORIG-LEN
002380     MOVE ZERO   TO SCR-CLEAN-LEN
002390     MOVE ZERO   TO SCR-PCT
