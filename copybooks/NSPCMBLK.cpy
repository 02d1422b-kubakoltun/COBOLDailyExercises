000010******************************************************************
000020*                                                                *
000030*   NSPCMBLK.CPY                                                 *
000040*                                                                *
000050*   PARAMETER BLOCK FOR THE NSPCMFLD FIELD-MASKING ROUTINE.  THE *
000060*   CALLER OWNS THE STORAGE: IT PUTS ONE RECORD'S DATA AND       *
000070*   LENGTH IN MASK-DATA AND MASK-DATA-LEN, LISTS THE SENSITIVE   *
000080*   FIELDS OF THAT RECORD (THE RULES WITH RULE-SENSITIVE 'Y'     *
000090*   WHOSE RECORD TYPE MATCHES - SEE NSPCRULE) AS 1-RELATIVE      *
000100*   OFFSET AND LENGTH PAIRS, AND CALLS NSPCMFLD, WHICH MASKS     *
000110*   THOSE FIELDS IN PLACE. A FIELD RUNNING PAST MASK-DATA-LEN IS *
000120*   MASKED ONLY AS FAR AS THE DATA GOES, AS NOSPCBAT CLIPS A     *
000130*   FIELD TO ITS RECORD.                                         *
000140*                                                                *
000150*   THE MASK IS FORMAT-PRESERVING AND REPEATABLE: A DIGIT STAYS  *
000160*   A DIGIT, AN UPPER OR LOWER CASE LETTER STAYS A LETTER OF THE *
000170*   SAME CASE, AND EVERY OTHER BYTE (SPACE, PUNCTUATION) IS LEFT *
000180*   ALONE, SO FIELD WIDTHS, EDIT PATTERNS, AND THE CONTENT-TYPE  *
000190*   EDITS STILL HOLD ON A MASKED FIELD.  THE SAME VALUE ALWAYS   *
000200*   MASKS TO THE SAME RESULT UNDER THE SAME MASKING KEY,         *
000210*   WHATEVER THE RECORD, GENERATION, OR PROGRAM, SO MASKED FILES *
000220*   STILL JOIN ON A MASKED KEY.                                  *
000230*                                                                *
000240*   MASK-RC IS SET BY NSPCMFLD - 00 MASKED, 16 THE MASKING KEY   *
000250*   COULD NOT BE READ (NOTHING IS MASKED AND THE CALLER MUST NOT *
000260*   USE THE DATA AS MASKED).                                     *
000270*                                                                *
000280*   MODIFICATION HISTORY                                         *
000290*   ---------------------------------------------------------    *
000300*   DATE       INIT  DESCRIPTION                                 *
000310*   ---------- ----  ----------------------------------------    *
000320*   2026-10-10 RLK   ORIGINAL.                                   *
000330*                                                                *
000340******************************************************************
000350 01  MASK-BLOCK.
000360     03  MASK-RC                     PIC 9(02).
000370         88  MASK-RC-OK                  VALUE 00.
000380         88  MASK-RC-KEY-FAILED          VALUE 16.
000390     03  MASK-FIELD-COUNT            PIC 9(02).
000400     03  MASK-FIELD                  OCCURS 20 TIMES.
000410         05  MASK-OFFSET             PIC 9(03).
000420         05  MASK-LENGTH             PIC 9(03).
000430     03  MASK-DATA-LEN               PIC 9(03).
000440     03  MASK-DATA                   PIC X(150).
