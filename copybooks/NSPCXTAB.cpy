000010******************************************************************
000020*                                                                *
000030*   NSPCXTAB.CPY                                                 *
000040*                                                                *
000050*   IN-STORAGE SET OF TRANSLATION TABLES FOR THE NoSpace         *
000060*   TRANSLATE MODE (STRNG-MODE-TRANSLATE IN NSPCLINK).  THE      *
000070*   CALLER OWNS THE STORAGE: IT FILLS IN THE TABLE NAMES ITS     *
000080*   RULES USE AND THE COUNT, CALLS NSPCXLOD TO BUILD EACH        *
000090*   256-BYTE TABLE FROM THE NSPCXLAT FILE, AND THEN PASSES THE   *
000100*   SET ONCE TO THE NSPCXLD ENTRY OF NoSpace.  A MODE-X FIELD    *
000110*   NAMES ITS TABLE BY ITS NUMBER (1-9) IN THIS SET.             *
000120*                                                                *
000130*   EACH TABLE IS SUBSCRIPTED BY THE BINARY VALUE OF THE INPUT   *
000140*   BYTE PLUS ONE AND STARTS AS THE IDENTITY MAPPING, SO A BYTE  *
000150*   THE TABLE DOES NOT MENTION PASSES THROUGH UNCHANGED.         *
000160*                                                                *
000170*   XLATE-LOAD-RC IS SET BY NSPCXLOD - 00 LOADED, 08 A NAMED     *
000180*   TABLE HAS NO ENTRIES ON NSPCXLAT (XLATE-BAD-TABLE-NO SAYS    *
000190*   WHICH), 16 NSPCXLAT COULD NOT BE OPENED OR READ.             *
000200*                                                                *
000210*   MODIFICATION HISTORY                                         *
000220*   ---------------------------------------------------------    *
000230*   DATE       INIT  DESCRIPTION                                 *
000240*   ---------- ----  ----------------------------------------    *
000250*   2026-10-06 RLK   ORIGINAL.                                   *
000260*                                                                *
000270******************************************************************
000280 01  XLATE-SET.
000290     03  XLATE-LOAD-RC               PIC 9(02).
000300         88  XLATE-LOAD-OK               VALUE 00.
000310         88  XLATE-LOAD-TABLE-EMPTY      VALUE 08.
000320         88  XLATE-LOAD-FILE-FAILED      VALUE 16.
000330     03  XLATE-BAD-TABLE-NO          PIC 9(01).
000340     03  XLATE-TABLE-COUNT           PIC 9(01).
000350     03  XLATE-TABLE                 OCCURS 9 TIMES.
000360         05  XLATE-TABLE-NAME        PIC X(08).
000370         05  XLATE-MAPPINGS          PIC 9(03).
000380         05  XLATE-TO-BYTE           PIC X(01) OCCURS 256 TIMES.
