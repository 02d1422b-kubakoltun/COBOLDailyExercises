000010******************************************************************
000020*                                                                *
000030*   PROGRAM-ID.  NSPCLPST                                        *
000040*                                                                *
000050*   AUTHOR.      R L KOLTUN - APPLICATIONS PROGRAMMING           *
000060*   INSTALLATION. DAILY EXTRACT PROCESSING                       *
000070*   DATE-WRITTEN. 2026-10-13                                     *
000080*   DATE-COMPILED.                                               *
000090*                                                                *
000100*   REMARKS.                                                     *
000110*   CALLABLE RUN-CONTROL LEDGER POSTER.  EVERY JOB OF THE        *
000120*   NIGHTLY SUITE BUILDS ONE NSPCLEDG ENTRY - JOB, FEED, RUN     *
000130*   DATE, GENERATION, RETURN CODE, START DATE AND TIME, AND ITS  *
000140*   KEY COUNTS - AND CALLS THIS PROGRAM AS ITS LAST STEP BEFORE  *
000150*   SETTING RETURN-CODE.  THIS PROGRAM STAMPS THE END DATE AND   *
000160*   TIME ON THE ENTRY AND APPENDS IT TO THE NSPCLEDG LEDGER, SO  *
000170*   NSPCOPSM CAN PUT THE WHOLE NIGHT ON ONE PAGE IN THE MORNING. *
000180*                                                                *
000190*   THE LEDGER IS A CONVENIENCE FOR OPERATIONS, NOT PART OF ANY  *
000200*   JOB'S OWN WORK: A LEDGER THAT WILL NOT OPEN OR WRITE IS      *
000210*   REPORTED ON THE JOB LOG AND THE CALLER CARRIES ON WITH ITS   *
000220*   OWN RETURN CODE.  NSPCOPSM THEN SHOWS THAT JOB AS NOT RUN,   *
000230*   WHICH IS THE CALL OPERATIONS NEEDS TO MAKE.                  *
000240*                                                                *
000250*   MODIFICATION HISTORY                                         *
000260*   ---------------------------------------------------------    *
000270*   DATE       INIT  DESCRIPTION                                 *
000280*   ---------- ----  ----------------------------------------    *
000290*   2026-10-13 RLK   ORIGINAL.                                   *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.              NSPCLPST.
000340 AUTHOR.                  R L KOLTUN.
000350 INSTALLATION.            DAILY EXTRACT PROCESSING.
000360 DATE-WRITTEN.            2026-10-13.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT NSPCLEDG ASSIGN TO NSPCLEDG
000430            ORGANIZATION IS SEQUENTIAL
000440            FILE STATUS IS WS-LEDG-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  NSPCLEDG
000490     RECORDING MODE IS F.
000500 01  NSPCLEDG-AREA                   PIC X(200).
000510*
000520 WORKING-STORAGE SECTION.
000530 01  WS-WORK-FIELDS.
000540     03  WS-LEDG-STATUS              PIC X(02).
000550         88  WS-LEDG-STATUS-OK           VALUE '00' '97'.
000560*
000570 LINKAGE SECTION.
000580     COPY NSPCLEDG.
000590*
000600******************************************************************
000610*    0000-MAINLINE                                               *
000620******************************************************************
000630 PROCEDURE DIVISION USING NSPCLEDG-RECORD.
000640*
000650 0000-MAINLINE.
000660     PERFORM 1000-POST-ENTRY THRU 1000-EXIT
000670     GOBACK.
000680*
000690******************************************************************
000700*    1000-POST-ENTRY - STAMP THE END OF JOB ON THE CALLER'S      *
000710*    ENTRY AND APPEND IT.  A FAILED OPEN OR WRITE IS DISPLAYED   *
000720*    UNDER THE CALLER'S JOB NAME AND GOES NO FURTHER.            *
000730******************************************************************
000740 1000-POST-ENTRY.
000750     ACCEPT LEDG-END-DATE FROM DATE YYYYMMDD
000760     ACCEPT LEDG-END-TIME FROM TIME
000770     OPEN EXTEND NSPCLEDG
000780     IF NOT WS-LEDG-STATUS-OK
000790         DISPLAY 'NSPCLPST - ' LEDG-JOB ' NOT POSTED - NSPCLEDG '
000800             'OPEN FAILED - STATUS ' WS-LEDG-STATUS
000880     ELSE
000884         MOVE NSPCLEDG-RECORD TO NSPCLEDG-AREA
000888         WRITE NSPCLEDG-AREA
000892         IF NOT WS-LEDG-STATUS-OK
000896             DISPLAY 'NSPCLPST - ' LEDG-JOB ' NOT POSTED - '
000900                 'NSPCLEDG WRITE FAILED - STATUS ' WS-LEDG-STATUS
000904         ELSE
000908             DISPLAY 'NSPCLPST - ' LEDG-JOB ' POSTED TO '
000912                 'NSPCLEDG - RUN DATE ' LEDG-RUN-DATE
000916                 ' RETURN CODE ' LEDG-RETURN-CODE
000920         END-IF
000924         CLOSE NSPCLEDG
000928     END-IF.
000940 1000-EXIT.
000950     EXIT.
000960*
000970 END PROGRAM NSPCLPST.
