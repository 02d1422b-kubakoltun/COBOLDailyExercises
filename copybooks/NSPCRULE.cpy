000106*   MODE; RULE-CONTENT-TYPE NAMES THE EDIT THE CLEANED FIELD    *
000107*   MUST PASS AFTER CLEANING - N (NUMERIC), D (DATE YYYYMMDD),   *
000108*   R (REQUIRED, NOT ALL SPACES), OR BLANK FOR NO EDIT;          *
000109*   RULE-XLATE-TABLE NAMES THE NSPCXLAT TRANSLATION TABLE A      *
000110*   MODE-X (TRANSLATE) RULE MAPS THE FIELD THROUGH, IGNORED      *
000111*   UNDER ANY OTHER MODE;                                        *
000112*   RULE-SENSITIVE 'Y' MARKS THE FIELD AS PERSONAL DATA -        *
000113*   NSPCRPT MASKS IT IN THE NSPCEXCP IMAGES AND NSPCMASK IN A    *
000114*   TEST-REGION COPY OF NSPCOUT/NSPCSUPP; BLANK IS NOT SENSITIVE *
000115*   AND CLEANING NEVER LOOKS AT IT;                              *
000116*   PROTECT START/END ARE RELATIVE TO THE START OF THE FIELD,    *
000120*   NOT THE RECORD.  AN EMPTY FILE MEANS "CLEAN THE WHOLE        *
000130*   RECORD AS ONE FIELD".  RECORD LENGTH 40.                     *
000132*                                                                *
000259*                    EDITED DAYS, MUST BE REALLOCATED ONCE AT    *
000260*                    THE NEW LENGTH - RUN NSPCRULE.JCL BEFORE    *
000261*                    THE FIRST NIGHT ON THIS LAYOUT.             *
000262*   2026-10-06 RLK   ADDED RULE-XLATE-TABLE (8 OF THE 9 FILLER   *
000263*                    BYTES, SO THE RECORD LENGTH IS STILL 40) -  *
000264*                    THE TRANSLATION TABLE A MODE-X RULE USES.   *
000265*   2026-10-10 RLK   ADDED RULE-SENSITIVE (THE LAST FILLER       *
000266*                    BYTE, SO THE RECORD LENGTH IS STILL 40) -   *
000267*                    'Y' MARKS A FIELD AS PERSONAL DATA TO BE    *
000268*                    MASKED.  THE RECORD IS NOW FULL.            *
000269*                                                                *
000270******************************************************************
000280 01  NSPCRULE-RECORD.
000290     03  RULE-DETAIL.
000386             88  RULE-CONTENT-NUMERIC    VALUE 'N'.
000387             88  RULE-CONTENT-DATE       VALUE 'D'.
000388             88  RULE-CONTENT-REQUIRED   VALUE 'R'.
000389         05  RULE-XLATE-TABLE        PIC X(08).
000390         05  RULE-SENSITIVE          PIC X(01).
000391             88  RULE-FIELD-SENSITIVE    VALUE 'Y'.
