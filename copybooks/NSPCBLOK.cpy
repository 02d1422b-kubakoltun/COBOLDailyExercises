000247*   2026-09-02 RLK   ADDED BLOCK-REPLACE-CHAR, IN STEP WITH      *
000248*                    STRNG-REPLACE-CHAR IN NSPCLINK, FOR THE     *
000249*                    NEW LENGTH-PRESERVING REPLACE MODE.         *
000250*   2026-10-06 RLK   ADDED BLOCK-XLATE-TABLE-NO, REDEFINING      *
000251*                    BLOCK-REPLACE-CHAR IN STEP WITH             *
000252*                    STRNG-XLATE-TABLE-NO IN NSPCLINK, FOR THE   *
000253*                    NEW TRANSLATE MODE.  LAYOUT UNCHANGED.      *
000254*                                                                *
000260******************************************************************
000270 01  STRNG-BLOCK.
000280     03  BLOCK-FIELD-COUNT           PIC 9(03).
000350             07  BLOCK-CLASS             PIC X(01).
000360             07  BLOCK-ENCODING          PIC X(01).
000365             07  BLOCK-REPLACE-CHAR      PIC X(01).
000366             07  BLOCK-XLATE-TABLE-NO    REDEFINES
000367                                         BLOCK-REPLACE-CHAR
000368                                         PIC 9(01).
000370             07  BLOCK-PROTECT-COUNT     PIC 9(01).
000380             07  BLOCK-PROTECT-LIST      OCCURS 3 TIMES.
000390                 09  BLOCK-PROTECT-START    PIC 9(03).
