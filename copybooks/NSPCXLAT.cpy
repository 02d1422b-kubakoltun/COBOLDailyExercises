000010******************************************************************
000020*                                                                *
000030*   NSPCXLAT.CPY                                                 *
000040*                                                                *
000050*   RECORD LAYOUT OF THE NSPCXLAT KEYED (VSAM KSDS) TRANSLATION  *
000060*   TABLE FILE.  ONE RECORD PER BYTE A NAMED TABLE CHANGES -     *
000070*   THE TABLE NAME AND THE INPUT BYTE ARE THE KEY, THE OUTPUT    *
000080*   BYTE IS THE DATA.  A BYTE WITH NO RECORD UNDER A TABLE       *
000090*   PASSES THROUGH THAT TABLE UNCHANGED.  A MODE-X RULE NAMES    *
000100*   ITS TABLE IN RULE-XLATE-TABLE (NSPCRULE/NSPCRMST).           *
000110*                                                                *
000120*   MAINTAINED ON-LINE BY THE NSPCXMNT TRANSACTION (AUDITED TO   *
000130*   NSPCXAUD); LOADED FOR THE NIGHT BY NSPCXLOD.                 *
000140*                                                                *
000150*   KSDS KEY: XLAT-KEY (TABLE NAME + FROM BYTE), OFFSET 0,       *
000160*   LENGTH 9.  RECORD LENGTH 50.                                 *
000170*                                                                *
000180*   MODIFICATION HISTORY                                         *
000190*   ---------------------------------------------------------    *
000200*   DATE       INIT  DESCRIPTION                                 *
000210*   ---------- ----  ----------------------------------------    *
000220*   2026-10-06 RLK   ORIGINAL.                                   *
000230*                                                                *
000240******************************************************************
000250 01  NSPCXLAT-RECORD.
000260     03  XLAT-KEY.
000270         05  XLAT-TABLE-NAME         PIC X(08).
000280         05  XLAT-FROM-BYTE          PIC X(01).
000290     03  XLAT-DATA.
000300         05  XLAT-TO-BYTE            PIC X(01).
000310         05  XLAT-DESC               PIC X(30).
000320     03  FILLER                      PIC X(10).
