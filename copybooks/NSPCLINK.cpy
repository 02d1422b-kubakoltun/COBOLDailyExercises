000496*                    FOR POSITIONAL FEEDS WHERE DOWNSTREAM       *
000497*                    PARSES BY COLUMN AND A SHIFTED BYTE         *
000498*                    CORRUPTS THE ADJACENT FIELD.                *
000499*   2026-10-06 RLK   ADDED STRNG-MODE-TRANSLATE - EVERY BYTE IS  *
000500*                    MAPPED THROUGH A NAMED TRANSLATION TABLE    *
000501*                    (SEE NSPCXTAB) THE CALLER HAS REGISTERED    *
000502*                    THROUGH THE NSPCXLD ENTRY OF NoSpace.       *
000503*                    UNDER MODE X THE REPLACE-CHARACTER BYTE     *
000504*                    CARRIES THE TABLE NUMBER (1-9) WITHIN THAT  *
000505*                    SET INSTEAD, SO THE LAYOUT (AND EVERY       *
000506*                    COMMAREA BUILT ON IT) IS UNCHANGED.         *
000507*                    EACH BYTE THE TABLE ACTUALLY CHANGES COUNTS *
000508*                    IN RESULT-CHARS-REMOVED.  ADDED             *
000509*                    RESULT-RC-BAD-XLATE-TABLE FOR A TABLE       *
000510*                    NUMBER NO REGISTERED SET HOLDS.             *
000511*                                                                *
000512******************************************************************
000513*
000520*    WS-MAX-LEN (SEE WORKING-STORAGE IN NoSpace/NOSPCBAT) MUST
000530*    BE KEPT IN STEP WITH THE OCCURS CLAUSES BELOW BY HAND.
000540*
000580         88  STRNG-MODE-SQUEEZE          VALUE 'S'.
000590         88  STRNG-MODE-TRIM             VALUE 'T'.
000595         88  STRNG-MODE-REPLACE          VALUE 'R'.
000597         88  STRNG-MODE-TRANSLATE        VALUE 'X'.
000600     03  STRNG-CLASS                 PIC X(01).
000610         88  STRNG-CLASS-SPACE           VALUE 'S'.
000620         88  STRNG-CLASS-TAB             VALUE 'T'.
000646         88  STRNG-ENC-ASCII             VALUE 'A'.
000648         88  STRNG-ENC-DBCS              VALUE 'D'.
000649     03  STRNG-REPLACE-CHAR          PIC X(01).
000650     03  STRNG-XLATE-TABLE-NO        REDEFINES STRNG-REPLACE-CHAR
000651                                     PIC 9(01).
000652     03  STRNG-PROTECT-COUNT        PIC 9(01).
000660     03  STRNG-PROTECT-LIST         OCCURS 3 TIMES.
000670         05  STRNG-PROTECT-START        PIC 9(03).
000680         05  STRNG-PROTECT-END          PIC 9(03).
000750         88  RESULT-RC-OK               VALUE 00.
000760         88  RESULT-RC-BAD-LENGTH       VALUE 90.
000770         88  RESULT-RC-BAD-PROTECT-CNT  VALUE 91.
000771         88  RESULT-RC-BAD-XLATE-TABLE  VALUE 93.
000772     03  RESULT-CHARS-REMOVED       PIC 9(03).
000780     03  RESLEN                      PIC 9(03).
000790     03  RESCHAR                     PIC X(01)
