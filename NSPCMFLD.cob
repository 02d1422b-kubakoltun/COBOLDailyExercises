000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCMFLD                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-10                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS. CALLABLE FIELD-MASKING ROUTINE.  THE CALLER         *
000110*   (NSPCRPT FOR THE NSPCEXCP IMAGES, NSPCMASK FOR A TEST-REGION *
000120*   COPY OF NSPCOUT OR NSPCSUPP) PASSES AN NSPCMBLK BLOCK        *
000130*   HOLDING ONE RECORD AND THE SENSITIVE FIELDS OF IT; EACH      *
000140*   FIELD IS MASKED IN PLACE AND THE BLOCK HANDED BACK WITH      *
000150*   MASK-RC SET.                                                 *
000160*                                                                *
000170*   THE MASK IS A KEYED, FORMAT-PRESERVING SUBSTITUTION.  EACH   *
000180*   DIGIT OR LETTER IS SHIFTED WITHIN ITS OWN CLASS (0-9, A-Z,   *
000190*   A-Z LOWER CASE) BY A RUNNING VALUE THAT STARTS FROM THE      *
000200*   MASKING KEY AT THE FIRST BYTE OF THE FIELD AND MOVES ON WITH *
000210*   EACH POSITION AND EACH ORIGINAL CHARACTER PASSED.  THE       *
000220*   RESULT DEPENDS ONLY ON THE KEY AND THE FIELD'S OWN CONTENT,  *
000230*   SO ONE VALUE MASKS THE SAME WAY IN EVERY RECORD AND EVERY    *
000240*   FILE, AND TWO DIFFERENT VALUES NEVER MASK ALIKE.  THE        *
000250*   CLASSES ARE HELD AS CHARACTER STRINGS, NOT CODE-POINT        *
000260*   RANGES, SO THE GAPS IN THE EBCDIC ALPHABET DO NOT MATTER.    *
000270*                                                                *
000280*   THE MASKING KEY IS THE FIRST NINE COLUMNS (NUMERIC, NOT      *
000290*   ZERO) OF THE CARD ON DD NSPCMKEY, READ ON THE FIRST          *
000300*   CALL.  THE KEY DATA SET IS READ-PROTECTED TO THE BATCH       *
000310*   USERIDS THAT MASK; WITHOUT THE KEY THE MASK CANNOT BE        *
000320*   REPEATED, AND CHANGING IT CHANGES EVERY MASKED VALUE.  A     *
000330*   MISSING OR BAD KEY COMES BACK AS MASK-RC 16 ON EVERY CALL    *
000340*   WITH NOTHING MASKED.                                         *
000350*                                                                *
000360*   MODIFICATION HISTORY                                         *
000370*   ---------------------------------------------------------    *
000380*   DATE       INIT  DESCRIPTION                                 *
000390*   ---------- ----  ----------------------------------------    *
000400*   2026-10-10 RLK   ORIGINAL.                                   *
000410*                                                                *
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.              NSPCMFLD.
000450 AUTHOR.                  R L KOLTUN.
000460 INSTALLATION.            DAILY EXTRACT PROCESSING.
000470 DATE-WRITTEN.            2026-10-10.
000480 DATE-COMPILED.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT NSPCMKEY ASSIGN TO NSPCMKEY
000540            ORGANIZATION IS SEQUENTIAL
000550            FILE STATUS IS WS-MKEY-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  NSPCMKEY
000600     RECORDING MODE IS F.
000610 01  NSPCMKEY-RECORD.
000620     03  MKEY-VALUE                  PIC 9(09).
000630     03  FILLER                      PIC X(71).
000640*
000650 WORKING-STORAGE SECTION.
000660 01  WS-FLAGS.
000670     03  WS-KEY-SW                   PIC X(01) VALUE 'N'.
000680         88  WS-KEY-LOADED               VALUE 'Y'.
000690         88  WS-KEY-NOT-LOADED           VALUE 'N'.
000700         88  WS-KEY-FAILED               VALUE 'F'.
000710 01  WS-WORK-FIELDS.
000720     03  WS-MKEY-STATUS              PIC X(02).
000730         88  WS-MKEY-STATUS-OK           VALUE '00'.
000740     03  WS-MASK-KEY                 PIC 9(09).
000750     03  WS-FLD-IDX                  PIC 9(02).
000760     03  WS-FLD-OFF                  PIC 9(03).
000770     03  WS-FLD-LEN                  PIC 9(03).
000780     03  WS-FLD-POS                  PIC 9(03).
000790     03  WS-DATA-POS                 PIC 9(03).
000800     03  WS-DATA-LEN                 PIC 9(03).
000810     03  WS-MAX-DATA-LEN             PIC 9(03) VALUE 150.
000820     03  WS-BYTE                     PIC X(01).
000830*
000840*    THE RUNNING VALUE IS KEPT BELOW A PRIME MODULUS; EACH STEP
000850*    MULTIPLIES, ADDS THE POSITION, AND REDUCES.
000860 01  WS-MASK-STATE-FIELDS.
000870     03  WS-MODULUS                  PIC 9(07) VALUE 999983.
000880     03  WS-STATE                    PIC 9(07).
000890     03  WS-STATE-WORK               PIC 9(15).
000900     03  WS-STATE-QUOT               PIC 9(15).
000910*
000920*    THE THREE MASKABLE CLASSES AS ONE STRING - DIGITS AT 0-9,
000930*    UPPER CASE AT 10-35, LOWER CASE AT 36-61.  A BYTE'S PLACE
000940*    IN THE STRING (62 = NOT THERE) NAMES ITS CLASS AND ITS
000950*    VALUE WITHIN THE CLASS.
000960 01  WS-CLASS-FIELDS.
000970     03  WS-ALPHABET-VALUES.
000980         05  FILLER                  PIC X(10) VALUE '0123456789'.
000990         05  FILLER                  PIC X(26) VALUE
001000             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001010         05  FILLER                  PIC X(26) VALUE
001020             'abcdefghijklmnopqrstuvwxyz'.
001030     03  WS-ALPHABET REDEFINES WS-ALPHABET-VALUES
001040                                     PIC X(62).
001050     03  WS-ORIG-POS                 PIC 9(02).
001060     03  WS-ALPHA-POS                PIC 9(02).
001070     03  WS-CLASS-BASE               PIC 9(02).
001080     03  WS-CLASS-SIZE               PIC 9(02).
001090     03  WS-CLASS-VALUE              PIC 9(02).
001100     03  WS-NEW-VALUE                PIC 9(09).
001110     03  WS-NEW-QUOT                 PIC 9(09).
001120*
001130 LINKAGE SECTION.
001140     COPY NSPCMBLK.
001150*
001160******************************************************************
001170*    0000-MAINLINE                                               *
001180******************************************************************
001190 PROCEDURE DIVISION USING MASK-BLOCK.
001200*
001210 0000-MAINLINE.
001220     IF WS-KEY-NOT-LOADED
001230         PERFORM 1000-LOAD-KEY THRU 1000-EXIT
001240     END-IF
001250     IF WS-KEY-LOADED
001260         SET MASK-RC-OK TO TRUE
001270         MOVE MASK-DATA-LEN TO WS-DATA-LEN
001280         IF WS-DATA-LEN > WS-MAX-DATA-LEN
001290             MOVE WS-MAX-DATA-LEN TO WS-DATA-LEN
001300         END-IF
001310         PERFORM 2000-MASK-ONE-FIELD THRU 2000-EXIT
001320             VARYING WS-FLD-IDX FROM 1 BY 1
001330             UNTIL WS-FLD-IDX > MASK-FIELD-COUNT
001340     ELSE
001350         SET MASK-RC-KEY-FAILED TO TRUE
001360     END-IF
001370     GOBACK.
001380*
001390******************************************************************
001400*    1000-LOAD-KEY - READ THE MASKING KEY CARD ONCE.  A CARD     *
001410*    THAT IS MISSING, NOT NUMERIC, OR ZERO LEAVES THE KEY FAILED *
001420*    FOR THE LIFE OF THE RUN.                                    *
001430******************************************************************
001440 1000-LOAD-KEY.
001450     SET WS-KEY-FAILED TO TRUE
001460     OPEN INPUT NSPCMKEY
001470     IF NOT WS-MKEY-STATUS-OK
001480         DISPLAY 'NSPCMFLD - NSPCMKEY OPEN FAILED - STATUS '
001490             WS-MKEY-STATUS
001500     ELSE
001510         READ NSPCMKEY
001520             AT END
001530                 DISPLAY 'NSPCMFLD - NSPCMKEY IS EMPTY'
001540             NOT AT END
001550                 IF MKEY-VALUE NUMERIC AND MKEY-VALUE > ZERO
001560                     MOVE MKEY-VALUE TO WS-MASK-KEY
001570                     SET WS-KEY-LOADED TO TRUE
001580                 ELSE
001590                     DISPLAY 'NSPCMFLD - NSPCMKEY KEY IS NOT A '
001600                         'NON-ZERO 9-DIGIT NUMBER'
001610                 END-IF
001620         END-READ
001630         CLOSE NSPCMKEY
001640     END-IF.
001650 1000-EXIT.
001660     EXIT.
001670*
001680******************************************************************
001690*    2000-MASK-ONE-FIELD - MASK FIELD WS-FLD-IDX, CLIPPED TO THE *
001700*    RECORD (AND TO THE 150-BYTE DATA AREA - A TOO-LONG REJECT   *
001710*    STILL CARRIES ITS OWN LENGTH).  THE RUNNING VALUE RESTARTS  *
001720*    FROM THE KEY FOR EVERY FIELD, SO A VALUE MASKS THE SAME WAY *
001730*    WHEREVER IT SITS.                                           *
001740******************************************************************
001750 2000-MASK-ONE-FIELD.
001760     MOVE MASK-OFFSET(WS-FLD-IDX) TO WS-FLD-OFF
001770     MOVE MASK-LENGTH(WS-FLD-IDX) TO WS-FLD-LEN
001780     IF WS-FLD-OFF < 1 OR WS-FLD-LEN < 1
001790         OR WS-FLD-OFF > WS-DATA-LEN
001800         CONTINUE
001810     ELSE
001820         IF WS-FLD-OFF + WS-FLD-LEN - 1 > WS-DATA-LEN
001830             COMPUTE WS-FLD-LEN = WS-DATA-LEN - WS-FLD-OFF + 1
001840         END-IF
001850         DIVIDE WS-MASK-KEY BY WS-MODULUS
001860             GIVING WS-STATE-QUOT REMAINDER WS-STATE
001870         PERFORM 2100-MASK-ONE-BYTE THRU 2100-EXIT
001880             VARYING WS-FLD-POS FROM 1 BY 1
001890             UNTIL WS-FLD-POS > WS-FLD-LEN
001900     END-IF.
001910 2000-EXIT.
001920     EXIT.
001930*
001940******************************************************************
001950*    2100-MASK-ONE-BYTE - MOVE THE RUNNING VALUE ON ONE          *
001960*    POSITION, THEN SHIFT A DIGIT OR LETTER WITHIN ITS CLASS BY  *
001970*    IT AND FOLD THE ORIGINAL CHARACTER BACK INTO IT.  ANY OTHER *
001980*    BYTE IS LEFT AS IT IS.                                      *
001990******************************************************************
002000 2100-MASK-ONE-BYTE.
002010     COMPUTE WS-DATA-POS = WS-FLD-OFF + WS-FLD-POS - 1
002020     MOVE MASK-DATA(WS-DATA-POS:1) TO WS-BYTE
002030     COMPUTE WS-STATE-WORK = WS-STATE * 7919
002040         + WS-FLD-POS * 131 + 17
002050     DIVIDE WS-STATE-WORK BY WS-MODULUS
002060         GIVING WS-STATE-QUOT REMAINDER WS-STATE
002070     MOVE ZERO TO WS-ALPHA-POS
002080     INSPECT WS-ALPHABET TALLYING WS-ALPHA-POS
002090         FOR CHARACTERS BEFORE INITIAL WS-BYTE
002100     EVALUATE TRUE
002110         WHEN WS-ALPHA-POS < 10
002120             MOVE ZERO TO WS-CLASS-BASE
002130             MOVE 10   TO WS-CLASS-SIZE
002140         WHEN WS-ALPHA-POS < 36
002150             MOVE 10   TO WS-CLASS-BASE
002160             MOVE 26   TO WS-CLASS-SIZE
002170         WHEN WS-ALPHA-POS < 62
002180             MOVE 36   TO WS-CLASS-BASE
002190             MOVE 26   TO WS-CLASS-SIZE
002200         WHEN OTHER
002210             MOVE ZERO TO WS-CLASS-SIZE
002220     END-EVALUATE
002230     IF WS-CLASS-SIZE > ZERO
002240         MOVE WS-ALPHA-POS TO WS-ORIG-POS
002250         COMPUTE WS-CLASS-VALUE = WS-ALPHA-POS - WS-CLASS-BASE
002260         COMPUTE WS-NEW-VALUE = WS-CLASS-VALUE + WS-STATE
002270         DIVIDE WS-NEW-VALUE BY WS-CLASS-SIZE
002280             GIVING WS-NEW-QUOT REMAINDER WS-CLASS-VALUE
002290         COMPUTE WS-ALPHA-POS = WS-CLASS-BASE + WS-CLASS-VALUE + 1
002300         MOVE WS-ALPHABET(WS-ALPHA-POS:1)
002310             TO MASK-DATA(WS-DATA-POS:1)
002320         COMPUTE WS-STATE-WORK = WS-STATE
002330             + (WS-ORIG-POS + 1) * 613
002340         DIVIDE WS-STATE-WORK BY WS-MODULUS
002350             GIVING WS-STATE-QUOT REMAINDER WS-STATE
002360     END-IF.
002370 2100-EXIT.
002380     EXIT.
002390*
002400 END PROGRAM NSPCMFLD.
