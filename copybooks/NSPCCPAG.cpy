000010******************************************************************
000020*                                                                *
000030*   NSPCCPAG.CPY                                                 *
000040*                                                                *
000050*   CODE PAGE CONVERSION TABLES FOR THE NSPCDELM DELIMITED       *
000060*   EXPORT, WHICH HANDS ITS ROWS TO THE DISTRIBUTED SIDE IN      *
000070*   ASCII.  EACH TABLE GIVES, FOR EVERY EBCDIC BYTE IN TURN      *
000080*   (X'00' THROUGH X'FF'), THE ISO-8859-1 (LATIN-1) BYTE FOR     *
000090*   THE SAME CHARACTER UNDER ONE DECLARED EBCDIC CODE PAGE:      *
000100*     CPAG-0037   IBM-037  (US/CANADA EBCDIC)                    *
000110*     CPAG-1047   IBM-1047 (LATIN-1 OPEN SYSTEMS EBCDIC)         *
000120*   THE TWO DIFFER ONLY IN THE SQUARE BRACKETS, CARET, NOT       *
000130*   SIGN, DIAERESIS, AND Y-ACUTE (X'5F' X'AD' X'B0' X'BA' X'BB'  *
000140*   X'BD').  NEWLINE X'15' GOES TO X'85' AND LINE FEED X'25' TO  *
000150*   X'0A', THE USUAL MAPPING.  EVERY TABLE IS ONE-TO-ONE, SO NO  *
000160*   TWO CHARACTERS COME OUT THE SAME.                            *
000170*                                                                *
000180*   CPAG-FROM IS EVERY BYTE VALUE IN ORDER.  A FIELD IS          *
000190*   CONVERTED WITH ONE INSPECT ... CONVERTING CPAG-FROM TO THE   *
000200*   CHOSEN TABLE.  KEEP THE TABLES AS THEY ARE - A CHANGED BYTE  *
000210*   CHANGES EVERY EXPORT THE CONSUMERS READ.                     *
000220*                                                                *
000230*   MODIFICATION HISTORY                                         *
000240*   ---------------------------------------------------------    *
000250*   DATE       INIT  DESCRIPTION                                 *
000260*   ---------- ----  ----------------------------------------    *
000270*   2026-10-14 RLK   ORIGINAL.                                   *
000280*                                                                *
000290******************************************************************
000300 01  CPAG-TABLES.
000310*
000320*    EVERY BYTE VALUE, X'00' THROUGH X'FF'.
000330     03  CPAG-FROM-BYTES.
000340         05  FILLER                  PIC X(16) VALUE
000350             X'000102030405060708090A0B0C0D0E0F'.
000360         05  FILLER                  PIC X(16) VALUE
000370             X'101112131415161718191A1B1C1D1E1F'.
000380         05  FILLER                  PIC X(16) VALUE
000390             X'202122232425262728292A2B2C2D2E2F'.
000400         05  FILLER                  PIC X(16) VALUE
000410             X'303132333435363738393A3B3C3D3E3F'.
000420         05  FILLER                  PIC X(16) VALUE
000430             X'404142434445464748494A4B4C4D4E4F'.
000440         05  FILLER                  PIC X(16) VALUE
000450             X'505152535455565758595A5B5C5D5E5F'.
000460         05  FILLER                  PIC X(16) VALUE
000470             X'606162636465666768696A6B6C6D6E6F'.
000480         05  FILLER                  PIC X(16) VALUE
000490             X'707172737475767778797A7B7C7D7E7F'.
000500         05  FILLER                  PIC X(16) VALUE
000510             X'808182838485868788898A8B8C8D8E8F'.
000520         05  FILLER                  PIC X(16) VALUE
000530             X'909192939495969798999A9B9C9D9E9F'.
000540         05  FILLER                  PIC X(16) VALUE
000550             X'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
000560         05  FILLER                  PIC X(16) VALUE
000570             X'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
000580         05  FILLER                  PIC X(16) VALUE
000590             X'C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF'.
000600         05  FILLER                  PIC X(16) VALUE
000610             X'D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF'.
000620         05  FILLER                  PIC X(16) VALUE
000630             X'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF'.
000640         05  FILLER                  PIC X(16) VALUE
000650             X'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.
000660     03  CPAG-FROM                   REDEFINES CPAG-FROM-BYTES
000670                                     PIC X(256).
000680*
000690*    IBM-037 TO ISO-8859-1.
000700     03  CPAG-0037-BYTES.
000710         05  FILLER                  PIC X(16) VALUE
000720             X'000102039C09867F978D8E0B0C0D0E0F'.
000730         05  FILLER                  PIC X(16) VALUE
000740             X'101112139D8508871819928F1C1D1E1F'.
000750         05  FILLER                  PIC X(16) VALUE
000760             X'80818283840A171B88898A8B8C050607'.
000770         05  FILLER                  PIC X(16) VALUE
000780             X'909116939495960498999A9B14159E1A'.
000790         05  FILLER                  PIC X(16) VALUE
000800             X'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.
000810         05  FILLER                  PIC X(16) VALUE
000820             X'26E9EAEBE8EDEEEFECDF21242A293BAC'.
000830         05  FILLER                  PIC X(16) VALUE
000840             X'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.
000850         05  FILLER                  PIC X(16) VALUE
000860             X'F8C9CACBC8CDCECFCC603A2340273D22'.
000870         05  FILLER                  PIC X(16) VALUE
000880             X'D8616263646566676869ABBBF0FDFEB1'.
000890         05  FILLER                  PIC X(16) VALUE
000900             X'B06A6B6C6D6E6F707172AABAE6B8C6A4'.
000910         05  FILLER                  PIC X(16) VALUE
000920             X'B57E737475767778797AA1BFD0DDDEAE'.
000930         05  FILLER                  PIC X(16) VALUE
000940             X'5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7'.
000950         05  FILLER                  PIC X(16) VALUE
000960             X'7B414243444546474849ADF4F6F2F3F5'.
000970         05  FILLER                  PIC X(16) VALUE
000980             X'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.
000990         05  FILLER                  PIC X(16) VALUE
001000             X'5CF7535455565758595AB2D4D6D2D3D5'.
001010         05  FILLER                  PIC X(16) VALUE
001020             X'30313233343536373839B3DBDCD9DA9F'.
001030     03  CPAG-0037                   REDEFINES CPAG-0037-BYTES
001040                                     PIC X(256).
001050*
001060*    IBM-1047 TO ISO-8859-1.
001070     03  CPAG-1047-BYTES.
001080         05  FILLER                  PIC X(16) VALUE
001090             X'000102039C09867F978D8E0B0C0D0E0F'.
001100         05  FILLER                  PIC X(16) VALUE
001110             X'101112139D8508871819928F1C1D1E1F'.
001120         05  FILLER                  PIC X(16) VALUE
001130             X'80818283840A171B88898A8B8C050607'.
001140         05  FILLER                  PIC X(16) VALUE
001150             X'909116939495960498999A9B14159E1A'.
001160         05  FILLER                  PIC X(16) VALUE
001170             X'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.
001180         05  FILLER                  PIC X(16) VALUE
001190             X'26E9EAEBE8EDEEEFECDF21242A293B5E'.
001200         05  FILLER                  PIC X(16) VALUE
001210             X'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.
001220         05  FILLER                  PIC X(16) VALUE
001230             X'F8C9CACBC8CDCECFCC603A2340273D22'.
001240         05  FILLER                  PIC X(16) VALUE
001250             X'D8616263646566676869ABBBF0FDFEB1'.
001260         05  FILLER                  PIC X(16) VALUE
001270             X'B06A6B6C6D6E6F707172AABAE6B8C6A4'.
001280         05  FILLER                  PIC X(16) VALUE
001290             X'B57E737475767778797AA1BFD05BDEAE'.
001300         05  FILLER                  PIC X(16) VALUE
001310             X'ACA3A5B7A9A7B6BCBDBEDDA8AF5DB4D7'.
001320         05  FILLER                  PIC X(16) VALUE
001330             X'7B414243444546474849ADF4F6F2F3F5'.
001340         05  FILLER                  PIC X(16) VALUE
001350             X'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.
001360         05  FILLER                  PIC X(16) VALUE
001370             X'5CF7535455565758595AB2D4D6D2D3D5'.
001380         05  FILLER                  PIC X(16) VALUE
001390             X'30313233343536373839B3DBDCD9DA9F'.
001400     03  CPAG-1047                   REDEFINES CPAG-1047-BYTES
001410                                     PIC X(256).
