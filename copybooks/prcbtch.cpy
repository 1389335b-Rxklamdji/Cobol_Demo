000100*****************************************************************
000200*    COPYBOOK    : PRCBTCH                                      *
000300*    DESCRIPTION  : PRICE CHANGE BATCH INPUT CARD LAYOUT         *
000400*                   ONE CARD PER PRODUCT TO BE REPRICED - THE   *
000500*                   PRODUCT, ITS NEW SHELF PRICE, AND THE       *
000600*                   BUSINESS DATE THE PRICE TAKES EFFECT.  THE  *
000700*                   CARDS ARE LOADED TO THE PENDING PRICE FILE  *
000800*                   BY COBPRCB                                  *
000900*    MODIFICATION HISTORY                                       *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    10/15/26   RK    ORIGINAL COPYBOOK - PRICE CHANGE BATCH    *
001200*****************************************************************
001300 01  PRICE-BATCH-RECORD.
001400     05  PB-PRODUCT-NUMBER         PIC 9(04).
001500     05  FILLER                    PIC X(01).
001600     05  PB-NEW-PRICE              PIC 9(05)V99.
001700     05  FILLER                    PIC X(01).
001800     05  PB-EFFECTIVE-DATE         PIC 9(08).
001900     05  FILLER                    PIC X(59).
