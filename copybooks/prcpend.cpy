000100*****************************************************************
000200*    COPYBOOK    : PRCPEND                                      *
000300*    DESCRIPTION  : PENDING PRICE CHANGE FILE RECORD LAYOUT      *
000400*                   KEYED ON EFFECTIVE BUSINESS DATE AND        *
000500*                   PRODUCT NUMBER, SO ONE PRODUCT MAY HAVE     *
000600*                   CHANGES QUEUED FOR SEVERAL DATES.  LOADED   *
000700*                   AND PROVED BY COBPRCB; APPLIED TO THE       *
000800*                   CATALOG BY COBPRCA WHEN THE STORE REOPENS   *
000900*                   ON OR AFTER THE EFFECTIVE DATE, WHICH FILLS *
001000*                   IN THE OLD PRICE AND THE APPLIED DATE.      *
001100*                   APPLIED AND REJECTED CHANGES STAY ON FILE   *
001200*                   FOR THE AUDIT TRAIL                         *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/26   RK    ORIGINAL COPYBOOK - PENDING PRICE CHANGES *
001600*****************************************************************
001700 01  PENDING-PRICE-RECORD.
001800     05  PP-PENDING-KEY.
001900         10  PP-EFFECTIVE-DATE     PIC 9(08).
002000         10  PP-PRODUCT-NUMBER     PIC 9(04).
002100     05  PP-NEW-PRICE              PIC 9(05)V99.
002200     05  PP-BATCH-ID               PIC X(08).
002300     05  PP-ENTERED-BY             PIC 9(04).
002400     05  PP-ENTERED-DATE           PIC 9(08).
002500     05  PP-STATUS-SW              PIC X(01).
002600         88  PP-IS-PENDING             VALUE "P".
002700         88  PP-IS-APPLIED             VALUE "A".
002800         88  PP-IS-REJECTED            VALUE "R".
002900     05  PP-OLD-PRICE              PIC 9(05)V99.
003000     05  PP-APPLIED-DATE           PIC 9(08).
