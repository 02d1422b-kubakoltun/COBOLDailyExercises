000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCXMNT                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-06                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   ON-LINE (CICS) MAINTENANCE FOR THE NSPCXLAT TRANSLATION      *
000120*   TABLE FILE - A SIBLING OF NSPCRMNT.  THE EXTRACT TEAM KEYS   *
000130*                                                                *
000140*       NSPX ADD TTTTTTTT FF TT <DESCRIPTION>                    *
000150*       NSPX CHG TTTTTTTT FF TT <DESCRIPTION>                    *
000160*       NSPX DEL TTTTTTTT FF                                     *
000170*       NSPX BRW TTTTTTTT [FF]                                   *
000180*                                                                *
000190*   WHERE TTTTTTTT IS THE TABLE NAME A MODE-X RULE CARRIES IN    *
000200*   RULE-XLATE-TABLE, FF IS THE INPUT BYTE AND TT THE BYTE IT    *
000210*   BECOMES, BOTH KEYED AS TWO HEX DIGITS SO UNPRINTABLE AND     *
000220*   ACCENTED BYTES CAN BE NAMED FROM ANY TERMINAL, AND THE       *
000230*   DESCRIPTION IS UP TO 30 BYTES OF FREE TEXT TAKEN FROM THE    *
000240*   REST OF THE LINE.  A BROWSE LISTS THE TABLE'S ENTRIES FROM   *
000250*   FF (OR THE START OF THE TABLE) ONE SCREEN AT A TIME.  A      *
000260*   BYTE WITH NO ENTRY PASSES THROUGH THE TABLE UNCHANGED.       *
000270*                                                                *
000280*   TABLES ARE NOT EFFECTIVE-DATED - A CHANGE HERE APPLIES TO    *
000290*   EVERY MODE-X RULE NAMING THE TABLE FROM THE NEXT NOSPCBAT    *
000300*   RUN ON.  A TABLE DUE TO CHANGE WITH A FUTURE RULE SET IS     *
000310*   THEREFORE BUILT UNDER A NEW NAME AND NAMED BY THE STAGED     *
000320*   RULES.  EVERY SUCCESSFUL ADD, CHANGE, AND DELETE IS          *
000330*   AUDITED TO NSPCXAUD (WHO, WHEN, BEFORE AND AFTER IMAGES -    *
000340*   SEE THE NSPCXAUD COPYBOOK), AS NSPCRMNT AUDITS TO NSPCRAUD.  *
000350*                                                                *
000360*   CICS RESOURCES: TRANSACTION NSPX -> PROGRAM NSPCXMNT; FILE   *
000370*   NSPCXLAT -> THE TRANSLATION TABLE KSDS (READ/UPDATE/ADD/     *
000380*   DELETE/BROWSE) AND FILE NSPCXAUD -> THE AUDIT KSDS (ADD),    *
000390*   BOTH DEFINED BY NSPCXLAT.JCL.  NO BMS MAP - THE SCREEN IS    *
000400*   BUILT WITH SEND TEXT, NEW-LINE DELIMITED, SAME AS NSPCRMNT.  *
000410*                                                                *
000420*   MODIFICATION HISTORY                                         *
000430*   ---------------------------------------------------------    *
000440*   DATE       INIT  DESCRIPTION                                 *
000450*   ---------- ----  ----------------------------------------    *
000460*   2026-10-06 RLK   ORIGINAL.                                   *
000470*                                                                *
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.              NSPCXMNT.
000510 AUTHOR.                  R L KOLTUN.
000520 INSTALLATION.            DAILY EXTRACT PROCESSING.
000530 DATE-WRITTEN.            2026-10-06.
000540 DATE-COMPILED.
000550*
000560 DATA DIVISION.
000570 WORKING-STORAGE SECTION.
000580 01  WS-FLAGS.
000590     03  WS-INPUT-SW                 PIC X(01).
000600         88  WS-INPUT-OK                 VALUE 'Y'.
000610         88  WS-INPUT-BAD                VALUE 'N'.
000620     03  WS-HEX-SW                   PIC X(01).
000630         88  WS-HEX-OK                   VALUE 'Y'.
000640         88  WS-HEX-BAD                  VALUE 'N'.
000650     03  WS-BROWSE-SW                PIC X(01).
000660         88  WS-BROWSE-DONE              VALUE 'Y'.
000670         88  WS-BROWSE-MORE              VALUE 'N'.
000680 01  WS-WORK-FIELDS.
000690     03  WS-RECV-AREA                PIC X(80).
000700     03  WS-RECV-LEN                 PIC S9(04) COMP VALUE +80.
000710     03  WS-SCREEN-LEN               PIC S9(04) COMP.
000720     03  WS-RESP                     PIC S9(08) COMP.
000730     03  WS-PTR                      PIC S9(04) COMP.
000740     03  WS-TRAN-CODE                PIC X(04).
000750     03  WS-IN-ACTION                PIC X(03).
000760     03  WS-IN-TABLE                 PIC X(08).
000770     03  WS-IN-FROM-HEX              PIC X(02).
000780     03  WS-IN-TO-HEX                PIC X(02).
000790     03  WS-IN-DESC                  PIC X(30).
000800     03  WS-IN-FROM-BYTE             PIC X(01).
000810     03  WS-IN-TO-BYTE               PIC X(01).
000820     03  WS-BRW-LINES                PIC 9(02).
000830     03  WS-BRW-MAX                  PIC 9(02) VALUE 10.
000840 01  WS-XLAT-RID.
000850     03  WS-RID-TABLE-NAME           PIC X(08).
000860     03  WS-RID-FROM-BYTE            PIC X(01).
000870*
000880*    HEX CONVERSION - A DIGIT'S VALUE IS ITS POSITION IN
000890*    WS-HEX-DIGITS LESS ONE; A BYTE'S BINARY VALUE IS READ AND
000900*    BUILT THROUGH THE LOW HALF OF A HALFWORD.
000910 01  WS-HEX-FIELDS.
000920     03  WS-HEX-DIGITS               PIC X(16) VALUE
000930         '0123456789ABCDEF'.
000940     03  WS-HEX-DIGIT                REDEFINES WS-HEX-DIGITS
000950                                     PIC X(01) OCCURS 16 TIMES.
000960     03  WS-HEX-IN                   PIC X(02).
000970     03  WS-HEX-OUT                  PIC X(02).
000980     03  WS-HEX-CHAR                 PIC X(01).
000990     03  WS-HEX-IDX                  PIC 9(02).
001000     03  WS-HEX-HIT                  PIC 9(02).
001010     03  WS-HEX-HIGH                 PIC 9(02).
001020     03  WS-HEX-LOW                  PIC 9(02).
001030     03  WS-HEX-BYTE                 PIC X(01).
001040 01  WS-XLATE-ORD-AREA.
001050     03  WS-XLATE-ORD                PIC 9(04) COMP.
001060     03  WS-XLATE-ORD-X              REDEFINES WS-XLATE-ORD.
001070         05  WS-XLATE-ORD-HIGH       PIC X(01).
001080         05  WS-XLATE-ORD-LOW        PIC X(01).
001090 01  WS-AUDIT-FIELDS.
001100     03  WS-ABSTIME                  PIC S9(15) COMP-3.
001110     03  WS-USER-ID                  PIC X(08).
001120*
001130*    FORMATTIME RECEIVERS - FULL API WIDTH, AS IN NSPCRMNT.
001140     03  WS-AUD-DATE-X               PIC X(10).
001150     03  WS-AUD-TIME-X               PIC X(08).
001160     03  WS-BEFORE-DATA              PIC X(31).
001170     03  WS-AFTER-DATA               PIC X(31).
001180*
001190*    TRANSLATION TABLE ENTRY - SAME SHARED LAYOUT NSPCXLOD READS.
001200     COPY NSPCXLAT.
001210*
001220*    AUDIT RECORD - SEE THE NSPCXAUD COPYBOOK.
001230     COPY NSPCXAUD.
001240*
001250*    ONE ENTRY AS SHOWN ON A DETAIL LINE.
001260 01  WS-SCR-ENTRY.
001270     03  FILLER                      PIC X(05) VALUE 'FROM '.
001280     03  WS-SCR-FROM                 PIC X(02).
001290     03  FILLER                      PIC X(04) VALUE ' TO '.
001300     03  WS-SCR-TO                   PIC X(02).
001310     03  FILLER                      PIC X(02) VALUE SPACES.
001320     03  WS-SCR-DESC                 PIC X(30).
001330*
001340*    SEND TEXT SCREEN - NEW-LINE (X'15') DELIMITED LINES, SAME
001350*    PATTERN AS NSPCRMNT.  THE DETAIL LINES CARRY A BROWSE LIST
001360*    OR THE ECHO OF THE ENTRY JUST FILED.
001370 01  WS-SCREEN.
001380     03  FILLER                      PIC X(48) VALUE
001390         'NSPCXMNT - EXTRACT TRANSLATION-TABLE MAINTENANCE'.
001400     03  FILLER                      PIC X(01) VALUE X'15'.
001410     03  SCR-MSG                     PIC X(75).
001420     03  FILLER                      PIC X(01) VALUE X'15'.
001430     03  SCR-DETAIL-LINE             OCCURS 11 TIMES.
001440         05  SCR-DETAIL-TEXT         PIC X(50).
001450         05  FILLER                  PIC X(01) VALUE X'15'.
001460     03  FILLER                      PIC X(46) VALUE
001470         'ENTER: NSPX ADD/CHG/DEL/BRW TABLE FF TT <DESC>'.
001480*
001490******************************************************************
001500*    0000-MAINLINE                                               *
001510******************************************************************
001520 PROCEDURE DIVISION.
001530*
001540 0000-MAINLINE.
001550     MOVE SPACES TO WS-RECV-AREA
001560     MOVE +80 TO WS-RECV-LEN
001570     EXEC CICS RECEIVE INTO(WS-RECV-AREA) LENGTH(WS-RECV-LEN)
001580         RESP(WS-RESP)
001590     END-EXEC
001600     MOVE SPACES TO SCR-MSG
001610     PERFORM 2900-BLANK-DETAIL THRU 2900-EXIT
001620     PERFORM 1000-PARSE-INPUT THRU 1000-EXIT
001630     IF WS-INPUT-OK
001640         PERFORM 2000-APPLY-ACTION THRU 2000-EXIT
001650     END-IF
001660     PERFORM 3000-SEND-SCREEN THRU 3000-EXIT
001670     EXEC CICS RETURN
001680     END-EXEC.
001690*
001700******************************************************************
001710*    1000-PARSE-INPUT - SPLIT THE TERMINAL INPUT INTO THE        *
001720*    TRANSACTION CODE, ACTION, TABLE NAME, FROM BYTE, TO BYTE,   *
001730*    AND (FOR ADD/CHG) THE DESCRIPTION.  THE DESCRIPTION IS      *
001740*    TAKEN POSITIONALLY FROM THE REST OF THE LINE SO IT MAY      *
001750*    CARRY EMBEDDED SPACES.  FF IS REQUIRED EXCEPT ON A BROWSE;  *
001760*    TT ONLY ON AN ADD OR CHANGE.                                *
001770******************************************************************
001780 1000-PARSE-INPUT.
001790     SET WS-INPUT-OK TO TRUE
001800     MOVE SPACES TO WS-TRAN-CODE WS-IN-ACTION WS-IN-TABLE
001810     MOVE SPACES TO WS-IN-FROM-HEX WS-IN-TO-HEX WS-IN-DESC
001820     MOVE 1 TO WS-PTR
001830     UNSTRING WS-RECV-AREA DELIMITED BY ALL ' '
001840         INTO WS-TRAN-CODE, WS-IN-ACTION, WS-IN-TABLE,
001850              WS-IN-FROM-HEX, WS-IN-TO-HEX
001860         WITH POINTER WS-PTR
001870     END-UNSTRING
001880     IF WS-PTR <= 51
001890         MOVE WS-RECV-AREA(WS-PTR:30) TO WS-IN-DESC
001900     END-IF
001910     IF WS-IN-ACTION NOT = 'ADD' AND WS-IN-ACTION NOT = 'CHG'
001920         AND WS-IN-ACTION NOT = 'DEL' AND WS-IN-ACTION NOT = 'BRW'
001930         SET WS-INPUT-BAD TO TRUE
001940         MOVE 'ACTION MUST BE ADD, CHG, DEL, OR BRW' TO SCR-MSG
001950     END-IF
001960     IF WS-INPUT-OK
001970         IF WS-IN-TABLE = SPACES
001980             SET WS-INPUT-BAD TO TRUE
001990             MOVE 'TRANSLATION TABLE NAME IS REQUIRED' TO SCR-MSG
002000         ELSE
002010             MOVE WS-IN-TABLE TO WS-RID-TABLE-NAME
002020         END-IF
002030     END-IF
002040     IF WS-INPUT-OK
002050         IF WS-IN-ACTION = 'BRW' AND WS-IN-FROM-HEX = SPACES
002060             MOVE LOW-VALUE TO WS-RID-FROM-BYTE
002070         ELSE
002080             MOVE WS-IN-FROM-HEX TO WS-HEX-IN
002090             PERFORM 4000-HEX-TO-BYTE THRU 4000-EXIT
002100             IF WS-HEX-BAD
002110                 SET WS-INPUT-BAD TO TRUE
002120                 MOVE 'FROM BYTE MUST BE TWO HEX DIGITS 00-FF'
002130                     TO SCR-MSG
002140             ELSE
002150                 MOVE WS-HEX-BYTE TO WS-IN-FROM-BYTE
002160                 MOVE WS-HEX-BYTE TO WS-RID-FROM-BYTE
002170             END-IF
002180         END-IF
002190     END-IF
002200     IF WS-INPUT-OK
002210         IF WS-IN-ACTION = 'ADD' OR WS-IN-ACTION = 'CHG'
002220             MOVE WS-IN-TO-HEX TO WS-HEX-IN
002230             PERFORM 4000-HEX-TO-BYTE THRU 4000-EXIT
002240             IF WS-HEX-BAD
002250                 SET WS-INPUT-BAD TO TRUE
002260                 MOVE 'TO BYTE MUST BE TWO HEX DIGITS 00-FF'
002270                     TO SCR-MSG
002280             ELSE
002290                 MOVE WS-HEX-BYTE TO WS-IN-TO-BYTE
002300             END-IF
002310         END-IF
002320     END-IF.
002330 1000-EXIT.
002340     EXIT.
002350*
002360******************************************************************
002370*    2000-APPLY-ACTION                                           *
002380******************************************************************
002390 2000-APPLY-ACTION.
002400     EVALUATE WS-IN-ACTION
002410         WHEN 'ADD'
002420             PERFORM 2100-ADD-ENTRY THRU 2100-EXIT
002430         WHEN 'CHG'
002440             PERFORM 2200-CHANGE-ENTRY THRU 2200-EXIT
002450         WHEN 'DEL'
002460             PERFORM 2300-DELETE-ENTRY THRU 2300-EXIT
002470         WHEN 'BRW'
002480             PERFORM 2400-BROWSE-TABLE THRU 2400-EXIT
002490     END-EVALUATE.
002500 2000-EXIT.
002510     EXIT.
002520*
002530******************************************************************
002540*    2100-ADD-ENTRY - FILE THE MAPPING UNDER THE TABLE NAME AND  *
002550*    FROM BYTE.  A KEY ALREADY ON FILE IS REPORTED, NOT          *
002560*    OVERWRITTEN - THAT IS WHAT CHG IS FOR.                      *
002570******************************************************************
002580 2100-ADD-ENTRY.
002590     MOVE SPACES            TO NSPCXLAT-RECORD
002600     MOVE WS-RID-TABLE-NAME TO XLAT-TABLE-NAME
002610     MOVE WS-RID-FROM-BYTE  TO XLAT-FROM-BYTE
002620     MOVE WS-IN-TO-BYTE     TO XLAT-TO-BYTE
002630     MOVE WS-IN-DESC        TO XLAT-DESC
002640     EXEC CICS WRITE FILE('NSPCXLAT')
002650         FROM(NSPCXLAT-RECORD)
002660         RIDFLD(XLAT-KEY)
002670         RESP(WS-RESP)
002680     END-EXEC
002690     EVALUATE WS-RESP
002700         WHEN DFHRESP(NORMAL)
002710             MOVE SPACES    TO WS-BEFORE-DATA
002720             MOVE XLAT-DATA TO WS-AFTER-DATA
002730             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
002740             MOVE 'ENTRY ADDED' TO SCR-MSG
002750             PERFORM 2800-ECHO-ENTRY THRU 2800-EXIT
002760         WHEN DFHRESP(DUPREC)
002770             MOVE 'ENTRY ALREADY ON FILE - USE CHG' TO SCR-MSG
002780         WHEN OTHER
002790             MOVE 'NSPCXLAT WRITE FAILED - CALL APPLICATIONS'
002800                 TO SCR-MSG
002810     END-EVALUATE.
002820 2100-EXIT.
002830     EXIT.
002840*
002850******************************************************************
002860*    2200-CHANGE-ENTRY - REWRITE THE EXISTING MAPPING, KEEPING   *
002870*    ITS OLD DATA AS THE AUDIT BEFORE IMAGE.                     *
002880******************************************************************
002890 2200-CHANGE-ENTRY.
002900     EXEC CICS READ FILE('NSPCXLAT')
002910         INTO(NSPCXLAT-RECORD)
002920         RIDFLD(WS-XLAT-RID)
002930         UPDATE
002940         RESP(WS-RESP)
002950     END-EXEC
002960     EVALUATE WS-RESP
002970         WHEN DFHRESP(NORMAL)
002980             MOVE XLAT-DATA     TO WS-BEFORE-DATA
002990             MOVE WS-IN-TO-BYTE TO XLAT-TO-BYTE
003000             MOVE WS-IN-DESC    TO XLAT-DESC
003010             EXEC CICS REWRITE FILE('NSPCXLAT')
003020                 FROM(NSPCXLAT-RECORD)
003030                 RESP(WS-RESP)
003040             END-EXEC
003050             IF WS-RESP = DFHRESP(NORMAL)
003060                 MOVE XLAT-DATA TO WS-AFTER-DATA
003070                 PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
003080                 MOVE 'ENTRY CHANGED' TO SCR-MSG
003090                 PERFORM 2800-ECHO-ENTRY THRU 2800-EXIT
003100             ELSE
003110                 MOVE 'NSPCXLAT REWRITE FAILED' TO SCR-MSG
003120             END-IF
003130         WHEN DFHRESP(NOTFND)
003140             MOVE 'ENTRY NOT ON FILE - USE ADD' TO SCR-MSG
003150         WHEN OTHER
003160             MOVE 'NSPCXLAT READ FAILED - CALL APPLICATIONS'
003170                 TO SCR-MSG
003180     END-EVALUATE.
003190 2200-EXIT.
003200     EXIT.
003210*
003220******************************************************************
003230*    2300-DELETE-ENTRY - READ THE MAPPING (FOR THE AUDIT BEFORE  *
003240*    IMAGE) AND DELETE IT.  THE BYTE THEN PASSES THROUGH THE     *
003250*    TABLE UNCHANGED.                                            *
003260******************************************************************
003270 2300-DELETE-ENTRY.
003280     EXEC CICS READ FILE('NSPCXLAT')
003290         INTO(NSPCXLAT-RECORD)
003300         RIDFLD(WS-XLAT-RID)
003310         UPDATE
003320         RESP(WS-RESP)
003330     END-EXEC
003340     EVALUATE WS-RESP
003350         WHEN DFHRESP(NORMAL)
003360             MOVE XLAT-DATA TO WS-BEFORE-DATA
003370             EXEC CICS DELETE FILE('NSPCXLAT')
003380                 RESP(WS-RESP)
003390             END-EXEC
003400             IF WS-RESP = DFHRESP(NORMAL)
003410                 MOVE SPACES TO WS-AFTER-DATA
003420                 PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
003430                 MOVE 'ENTRY DELETED' TO SCR-MSG
003440             ELSE
003450                 MOVE 'NSPCXLAT DELETE FAILED - CALL APPLICATIONS'
003460                     TO SCR-MSG
003470             END-IF
003480         WHEN DFHRESP(NOTFND)
003490             MOVE 'ENTRY NOT ON FILE' TO SCR-MSG
003500         WHEN OTHER
003510             MOVE 'NSPCXLAT READ FAILED - CALL APPLICATIONS'
003520                 TO SCR-MSG
003530     END-EVALUATE.
003540 2300-EXIT.
003550     EXIT.
003560*
003570******************************************************************
003580*    2400-BROWSE-TABLE - LIST THE TABLE'S ENTRIES FROM THE KEYED *
003590*    FROM BYTE (OR THE START OF THE TABLE), ONE SCREEN LINE PER  *
003600*    ENTRY, UP TO THE SCREEN'S CAPACITY.  THE BROWSE STOPS AT    *
003610*    THE FIRST ENTRY OF ANOTHER TABLE.                           *
003620******************************************************************
003630 2400-BROWSE-TABLE.
003640     MOVE ZERO TO WS-BRW-LINES
003650     SET WS-BROWSE-MORE TO TRUE
003660     MOVE WS-RID-TABLE-NAME TO XLAT-TABLE-NAME
003670     MOVE WS-RID-FROM-BYTE  TO XLAT-FROM-BYTE
003680     EXEC CICS STARTBR FILE('NSPCXLAT')
003690         RIDFLD(XLAT-KEY)
003700         GTEQ
003710         RESP(WS-RESP)
003720     END-EXEC
003730     IF WS-RESP NOT = DFHRESP(NORMAL)
003740         MOVE 'NO ENTRIES ON FILE FOR THAT TABLE OR LATER'
003750             TO SCR-MSG
003760     ELSE
003770         PERFORM 2410-BROWSE-ONE-ENTRY THRU 2410-EXIT
003780             UNTIL WS-BROWSE-DONE
003790         EXEC CICS ENDBR FILE('NSPCXLAT')
003800             RESP(WS-RESP)
003810         END-EXEC
003820         IF WS-BRW-LINES = ZERO
003830             MOVE 'NO ENTRIES FILED UNDER THAT TABLE NAME'
003840                 TO SCR-MSG
003850         ELSE
003860             MOVE 'ENTRIES ON FILE FOR THE TABLE:' TO SCR-MSG
003870         END-IF
003880     END-IF.
003890 2400-EXIT.
003900     EXIT.
003910*
003920 2410-BROWSE-ONE-ENTRY.
003930     EXEC CICS READNEXT FILE('NSPCXLAT')
003940         INTO(NSPCXLAT-RECORD)
003950         RIDFLD(XLAT-KEY)
003960         RESP(WS-RESP)
003970     END-EXEC
003980     EVALUATE TRUE
003990         WHEN WS-RESP NOT = DFHRESP(NORMAL)
004000             SET WS-BROWSE-DONE TO TRUE
004010         WHEN XLAT-TABLE-NAME NOT = WS-RID-TABLE-NAME
004020             SET WS-BROWSE-DONE TO TRUE
004030         WHEN WS-BRW-LINES >= WS-BRW-MAX
004040             MOVE 'FURTHER ENTRIES SUPPRESSED - BROWSE FROM HERE'
004050                 TO SCR-DETAIL-TEXT(11)
004060             SET WS-BROWSE-DONE TO TRUE
004070         WHEN OTHER
004080             ADD 1 TO WS-BRW-LINES
004090             PERFORM 2850-FORMAT-ENTRY THRU 2850-EXIT
004100             MOVE WS-SCR-ENTRY TO SCR-DETAIL-TEXT(WS-BRW-LINES)
004110     END-EVALUATE.
004120 2410-EXIT.
004130     EXIT.
004140*
004150 2800-ECHO-ENTRY.
004160     PERFORM 2850-FORMAT-ENTRY THRU 2850-EXIT
004170     MOVE WS-SCR-ENTRY TO SCR-DETAIL-TEXT(1).
004180 2800-EXIT.
004190     EXIT.
004200*
004210******************************************************************
004220*    2850-FORMAT-ENTRY - ONE SCREEN LINE FOR THE ENTRY IN        *
004230*    NSPCXLAT-RECORD, BOTH BYTES SHOWN IN HEX.                   *
004240******************************************************************
004250 2850-FORMAT-ENTRY.
004260     MOVE XLAT-FROM-BYTE TO WS-HEX-BYTE
004270     PERFORM 4100-BYTE-TO-HEX THRU 4100-EXIT
004280     MOVE WS-HEX-OUT TO WS-SCR-FROM
004290     MOVE XLAT-TO-BYTE TO WS-HEX-BYTE
004300     PERFORM 4100-BYTE-TO-HEX THRU 4100-EXIT
004310     MOVE WS-HEX-OUT TO WS-SCR-TO
004320     MOVE XLAT-DESC TO WS-SCR-DESC.
004330 2850-EXIT.
004340     EXIT.
004350*
004360 2900-BLANK-DETAIL.
004370     MOVE SPACES TO SCR-DETAIL-TEXT(1) SCR-DETAIL-TEXT(2)
004380     MOVE SPACES TO SCR-DETAIL-TEXT(3) SCR-DETAIL-TEXT(4)
004390     MOVE SPACES TO SCR-DETAIL-TEXT(5) SCR-DETAIL-TEXT(6)
004400     MOVE SPACES TO SCR-DETAIL-TEXT(7) SCR-DETAIL-TEXT(8)
004410     MOVE SPACES TO SCR-DETAIL-TEXT(9) SCR-DETAIL-TEXT(10)
004420     MOVE SPACES TO SCR-DETAIL-TEXT(11).
004430 2900-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470*    4000-HEX-TO-BYTE - TURN THE TWO HEX DIGITS IN WS-HEX-IN     *
004480*    INTO THE BYTE THEY NAME IN WS-HEX-BYTE.  ANYTHING BUT TWO   *
004490*    DIGITS 0-9/A-F SETS WS-HEX-BAD.                             *
004500******************************************************************
004510 4000-HEX-TO-BYTE.
004520     SET WS-HEX-OK TO TRUE
004530     MOVE WS-HEX-IN(1:1) TO WS-HEX-CHAR
004540     PERFORM 4010-FIND-HEX-DIGIT THRU 4010-EXIT
004550     MOVE WS-HEX-HIT TO WS-HEX-HIGH
004560     MOVE WS-HEX-IN(2:1) TO WS-HEX-CHAR
004570     PERFORM 4010-FIND-HEX-DIGIT THRU 4010-EXIT
004580     MOVE WS-HEX-HIT TO WS-HEX-LOW
004590     IF WS-HEX-HIGH = ZERO OR WS-HEX-LOW = ZERO
004600         SET WS-HEX-BAD TO TRUE
004610     ELSE
004620         COMPUTE WS-XLATE-ORD =
004630             (WS-HEX-HIGH - 1) * 16 + WS-HEX-LOW - 1
004640         MOVE WS-XLATE-ORD-LOW TO WS-HEX-BYTE
004650     END-IF.
004660 4000-EXIT.
004670     EXIT.
004680*
004690 4010-FIND-HEX-DIGIT.
004700     MOVE ZERO TO WS-HEX-HIT
004710     PERFORM 4020-TEST-ONE-DIGIT THRU 4020-EXIT
004720         VARYING WS-HEX-IDX FROM 1 BY 1
004730         UNTIL WS-HEX-IDX > 16 OR WS-HEX-HIT > ZERO.
004740 4010-EXIT.
004750     EXIT.
004760*
004770 4020-TEST-ONE-DIGIT.
004780     IF WS-HEX-DIGIT(WS-HEX-IDX) = WS-HEX-CHAR
004790         MOVE WS-HEX-IDX TO WS-HEX-HIT
004800     END-IF.
004810 4020-EXIT.
004820     EXIT.
004830*
004840******************************************************************
004850*    4100-BYTE-TO-HEX - THE TWO HEX DIGITS OF WS-HEX-BYTE, FOR   *
004860*    DISPLAY, IN WS-HEX-OUT.                                     *
004870******************************************************************
004880 4100-BYTE-TO-HEX.
004890     MOVE ZERO TO WS-XLATE-ORD
004900     MOVE WS-HEX-BYTE TO WS-XLATE-ORD-LOW
004910     DIVIDE WS-XLATE-ORD BY 16
004920         GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW
004930     MOVE WS-HEX-DIGIT(WS-HEX-HIGH + 1) TO WS-HEX-OUT(1:1)
004940     MOVE WS-HEX-DIGIT(WS-HEX-LOW + 1)  TO WS-HEX-OUT(2:1).
004950 4100-EXIT.
004960     EXIT.
004970*
004980******************************************************************
004990*    6000-WRITE-AUDIT - ONE AUDIT RECORD PER SUCCESSFUL ACTION:  *
005000*    WHO KEYED IT, WHEN, AND THE BEFORE/AFTER IMAGES THE CALLER  *
005010*    HAS ALREADY SET.  AN AUDIT WRITE THAT FAILS IS REPORTED ON  *
005020*    TOP OF THE ACTION MESSAGE - THE ACTION ITSELF HAS ALREADY   *
005030*    LANDED.                                                     *
005040******************************************************************
005050 6000-WRITE-AUDIT.
005060     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
005070     END-EXEC
005080     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
005090         YYYYMMDD(WS-AUD-DATE-X)
005100         TIME(WS-AUD-TIME-X)
005110     END-EXEC
005120     EXEC CICS ASSIGN USERID(WS-USER-ID)
005130     END-EXEC
005140     MOVE WS-AUD-DATE-X(1:8) TO XAUD-DATE
005150     MOVE WS-AUD-TIME-X(1:6) TO XAUD-TIME
005160     MOVE WS-RID-TABLE-NAME  TO XAUD-TABLE-NAME
005170     MOVE WS-RID-FROM-BYTE   TO XAUD-FROM-BYTE
005180     MOVE WS-USER-ID         TO XAUD-USER
005190     EVALUATE WS-IN-ACTION
005200         WHEN 'ADD'
005210             SET XAUD-ACTION-ADD    TO TRUE
005220         WHEN 'CHG'
005230             SET XAUD-ACTION-CHANGE TO TRUE
005240         WHEN OTHER
005250             SET XAUD-ACTION-DELETE TO TRUE
005260     END-EVALUATE
005270     MOVE WS-BEFORE-DATA     TO XAUD-BEFORE-DATA
005280     MOVE WS-AFTER-DATA      TO XAUD-AFTER-DATA
005290     EXEC CICS WRITE FILE('NSPCXAUD')
005300         FROM(NSPCXAUD-RECORD)
005310         RIDFLD(XAUD-KEY)
005320         RESP(WS-RESP)
005330     END-EXEC
005340     IF WS-RESP NOT = DFHRESP(NORMAL)
005350         MOVE 'ACTION FILED BUT NSPCXAUD AUDIT WRITE FAILED'
005360             TO SCR-MSG
005370     END-IF.
005380 6000-EXIT.
005390     EXIT.
005400*
005410 3000-SEND-SCREEN.
005420     MOVE LENGTH OF WS-SCREEN TO WS-SCREEN-LEN
005430     EXEC CICS SEND TEXT FROM(WS-SCREEN)
005440         LENGTH(WS-SCREEN-LEN)
005450         ERASE
005460         FREEKB
005470     END-EXEC.
005480 3000-EXIT.
005490     EXIT.
005500*
005510 END PROGRAM NSPCXMNT.
