000150*   REMOVE ONLY LEADING/TRAILING SPACES AND LEAVE INTERNAL       *
000152*   SPACING ALONE - OR "REPLACE" - OVERWRITE EACH MATCHING BYTE  *
000154*   IN PLACE WITH STRNG-REPLACE-CHAR SO THE FIELD NEVER          *
000156*   CHANGES LENGTH - OR "TRANSLATE" - MAP EVERY BYTE THROUGH A   *
000159*   NAMED TRANSLATION TABLE THE CALLER HAS REGISTERED THROUGH    *
000162*   THE NSPCXLD ENTRY (SEE NSPCXTAB), ALSO IN PLACE.             *
000165*   STRNG-ENCODING NAMES THE CODE PAGE OF THE                    *
000170*   DATA ACTUALLY PASSED - EBCDIC (THE DEFAULT), ASCII, OR       *
000180*   EBCDIC WITH SHIFT-OUT/SHIFT-IN DELIMITED DBCS SUBSTRINGS,    *
000190*   WHICH PASS THROUGH WHOLE.  CALLED BY NOSPCBAT A BLOCK OF     *
000981*                    FOR POSITIONAL FEEDS PARSED BY COLUMN       *
000982*                    DOWNSTREAM.  REPLACEMENTS COUNT AS          *
000983*                    CHARACTERS REMOVED IN THE STATS.            *
000984*   2026-10-06 RLK   ADDED STRNG-MODE-TRANSLATE AND THE NSPCXLD  *
000985*                    ENTRY.  THE CALLER LOADS ITS TRANSLATION    *
000986*                    TABLES (NSPCXLOD IN BATCH) AND REGISTERS    *
000987*                    THE SET ONCE; EACH MODE X FIELD THEN NAMES  *
000988*                    ITS TABLE BY NUMBER IN THE REPLACE-CHAR     *
000989*                    BYTE.  PROTECT RANGES AND DBCS SHIFT STATE  *
000990*                    ARE HONORED THROUGH 4000-TEST-STRIP-CHAR.   *
000991*                    EACH BYTE THE TABLE CHANGES COUNTS AS A     *
000992*                    CHARACTER REMOVED.  NO SET REGISTERED, OR   *
000993*                    A TABLE NUMBER OUTSIDE IT, RETURNS RC 93.   *
000994*                                                                *
000995******************************************************************
001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID.              NoSpace.
001020 AUTHOR.                  R L KOLTUN.
001310     03  WS-PROTECT-IDX              PIC 9(01).
001320     03  WS-MAX-BLOCK                PIC 9(03) VALUE 32.
001330     03  WS-BLOCK-IDX                PIC 9(03).
001331     03  WS-XLATE-LOADED-SW          PIC X(01) VALUE 'N'.
001332         88  WS-XLATE-LOADED              VALUE 'Y'.
001333         88  WS-XLATE-NOT-LOADED          VALUE 'N'.
001334     03  WS-XLATE-SET-PTR            USAGE POINTER VALUE NULL.
001335     03  WS-XLATE-SUB                PIC 9(03).
001336*
001337 01  WS-XLATE-ORD-AREA.
001338     03  WS-XLATE-ORD                PIC 9(04) COMP.
001339     03  WS-XLATE-ORD-X              REDEFINES WS-XLATE-ORD.
001340         05  WS-XLATE-ORD-HIGH       PIC X(01).
001341         05  WS-XLATE-ORD-LOW        PIC X(01).
001342*
001350 LINKAGE SECTION.
001360     COPY NSPCLINK.
001370*
001380     COPY NSPCBLOK.
001383*
001386     COPY NSPCXTAB.
001390*
001400******************************************************************
001410*    0000-MAINLINE - THE ORIGINAL ONE-FIELD-PER-CALL ENTRY.      *
001600     IF RESULT-RC-OK
001610         PERFORM 2010-VALIDATE-PROTECT-COUNT THRU 2010-EXIT
001620     END-IF
001622     IF RESULT-RC-OK AND STRNG-MODE-TRANSLATE
001624         PERFORM 2020-VALIDATE-XLATE-TABLE THRU 2020-EXIT
001626     END-IF
001630     IF RESULT-RC-OK
001640         PERFORM 3000-STRIP-FIELD THRU 3000-EXIT
001650     END-IF
001990 0210-EXIT.
002000     EXIT.
002010*
002011******************************************************************
002012*    0300-REGISTER-XLATE-SET - THE NSPCXLD ENTRY.  THE CALLER    *
002013*    PASSES THE TRANSLATION TABLE SET IT HAS LOADED (SEE         *
002014*    NSPCXTAB) ONCE, BEFORE ITS FIRST MODE X FIELD.  ONLY THE    *
002015*    ADDRESS IS KEPT - THE SET STAYS IN THE CALLER'S STORAGE     *
002016*    AND MUST STAY THERE FOR THE LIFE OF THE RUN.                *
002017******************************************************************
002018 0300-REGISTER-XLATE-SET.
002019     ENTRY 'NSPCXLD' USING XLATE-SET
002020     SET WS-XLATE-SET-PTR TO ADDRESS OF XLATE-SET
002021     SET WS-XLATE-LOADED TO TRUE
002022     GOBACK.
002023*
002024******************************************************************
002030*    2000-VALIDATE-LENGTH - GUARD AGAINST A GARBLED STRLEN THAT  *
002040*    WOULD OTHERWISE WALK THE PERFORM VARYING LOOP PAST THE END  *
002050*    OF THE SCHAR TABLE.  A BAD LENGTH COMES BACK AS A DISTINCT  *
002260 2010-EXIT.
002270     EXIT.
002280*
002281******************************************************************
002282*    2020-VALIDATE-XLATE-TABLE - A MODE X FIELD NEEDS A SET      *
002283*    REGISTERED THROUGH NSPCXLD AND A TABLE NUMBER WITHIN IT.    *
002284*    EITHER MISSING COMES BACK AS ITS OWN RETURN CODE RATHER     *
002285*    THAN A FIELD PASSED THROUGH UNTRANSLATED.                   *
002286******************************************************************
002287 2020-VALIDATE-XLATE-TABLE.
002288     IF WS-XLATE-NOT-LOADED
002289         SET RESULT-RC-BAD-XLATE-TABLE TO TRUE
002290     ELSE
002291         SET ADDRESS OF XLATE-SET TO WS-XLATE-SET-PTR
002292         IF STRNG-XLATE-TABLE-NO NOT NUMERIC
002293             OR STRNG-XLATE-TABLE-NO = ZERO
002294             OR STRNG-XLATE-TABLE-NO > XLATE-TABLE-COUNT
002295             SET RESULT-RC-BAD-XLATE-TABLE TO TRUE
002296         END-IF
002297     END-IF.
002298 2020-EXIT.
002299     EXIT.
002300*
002301******************************************************************
002302*    8000-UPDATE-STATS - ROLL THIS CALL'S RESULTS INTO THE       *
002310*    CALLER-OWNED RUNNING TOTALS FOR END-OF-JOB RECONCILIATION.  *
002320******************************************************************
002330 8000-UPDATE-STATS.
002490*    CLOSING SHIFT-IN (THE DELIMITERS INCLUDED) IS UNCONDITION-  *
002500*    ALLY KEPT, SO A DOUBLE-BYTE CHARACTER WHOSE SECOND BYTE     *
002510*    HAPPENS TO MATCH THE CLASS IS NEVER TORN IN HALF.           *
002512*    UNDER TRANSLATE MODE THE CLASS IS NOT CONSULTED - EVERY     *
002514*    BYTE OUTSIDE A PROTECTED RANGE AND OUTSIDE A DBCS           *
002516*    SUBSTRING GOES THROUGH THE TABLE.                           *
002520******************************************************************
002530 4000-TEST-STRIP-CHAR.
002540     IF STRNG-ENC-DBCS AND SCHAR(WS-I) = X'0E'
002650             IF WS-PROTECTED
002660                 SET WS-CLASS-CHAR-NO-MATCH TO TRUE
002670             ELSE
002672                 IF STRNG-MODE-TRANSLATE
002674                     SET WS-CLASS-CHAR-MATCH TO TRUE
002676                 ELSE
002680                     PERFORM 4600-TEST-CLASS THRU 4600-EXIT
002685                 END-IF
002690             END-IF
002700         END-IF
002710     END-IF.
003820             PERFORM 3200-SQUEEZE-FIELD THRU 3200-EXIT
003824         WHEN STRNG-MODE-REPLACE
003828             PERFORM 3300-REPLACE-FIELD THRU 3300-EXIT
003829         WHEN STRNG-MODE-TRANSLATE
003830             PERFORM 3500-TRANSLATE-FIELD THRU 3500-EXIT
003831         WHEN OTHER
003840             PERFORM 3100-STRIP-ALL-FIELD THRU 3100-EXIT
003850     END-EVALUATE.
003860 3000-EXIT.
004468     EXIT.
004469*
004470******************************************************************
004471*    3500-TRANSLATE-FIELD - MAP EVERY ELIGIBLE BYTE THROUGH THE  *
004472*    TRANSLATION TABLE NAMED BY STRNG-XLATE-TABLE-NO, IN PLACE.  *
004473*    THE BYTE'S BINARY VALUE (0-255), PLUS ONE, SUBSCRIPTS THE   *
004474*    256-BYTE TABLE.  PROTECTED AND DBCS BYTES ARE COPIED        *
004475*    UNCHANGED, SO RESLEN ALWAYS EQUALS STRLEN.  ONLY A BYTE     *
004476*    THE TABLE ACTUALLY CHANGES COUNTS AS A CHARACTER REMOVED -  *
004477*    AN IDENTITY MAPPING IS NOT A CHANGE.                        *
004478******************************************************************
004479 3500-TRANSLATE-FIELD.
004480     PERFORM 3510-TRANSLATE-ONE-CHAR THRU 3510-EXIT
004481         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > STRLEN.
004482 3500-EXIT.
004483     EXIT.
004484*
004485 3510-TRANSLATE-ONE-CHAR.
004486     PERFORM 4000-TEST-STRIP-CHAR THRU 4000-EXIT
004487     ADD 1 TO RESLEN
004488     IF WS-CLASS-CHAR-MATCH
004489         MOVE LOW-VALUE TO WS-XLATE-ORD-HIGH
004490         MOVE SCHAR(WS-I) TO WS-XLATE-ORD-LOW
004491         COMPUTE WS-XLATE-SUB = WS-XLATE-ORD + 1
004492         MOVE XLATE-TO-BYTE(STRNG-XLATE-TABLE-NO, WS-XLATE-SUB)
004493             TO RESCHAR(RESLEN)
004494         IF RESCHAR(RESLEN) NOT = SCHAR(WS-I)
004495             ADD 1 TO WS-CHARS-REMOVED-THIS-CALL
004496         END-IF
004497     ELSE
004498         MOVE SCHAR(WS-I) TO RESCHAR(RESLEN)
004499     END-IF.
004500 3510-EXIT.
004501     EXIT.
004502*
004503******************************************************************
004504*    3400-TRIM-FIELD - REMOVE ONLY LEADING/TRAILING RUNS OF      *
004505*    SPACES.  INTERNAL SPACES ARE LEFT ALONE, WHICH IS WHAT      *
004506*    KEEPS KEY FIELDS SUCH AS ACCOUNT NUMBERS SAFE TO ROUTE      *
004507*    THROUGH THIS PROGRAM.  UNDER THE DBCS ENCODING THE LAST     *
004508*    KEEPABLE BYTE IS FOUND WITH A FORWARD SCAN - SHIFT STATE    *
004510*    CANNOT BE TOLD WALKING BACKWARD, AND A BACKWARD SCAN WOULD  *
004520*    TRIM A SECOND BYTE THAT HAPPENS TO EQUAL THE SPACE BYTE.    *
004530******************************************************************
