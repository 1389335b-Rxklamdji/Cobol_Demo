000100*****************************************************************
000200*    COPYBOOK    : POREC                                        *
000300*    DESCRIPTION  : PURCHASE ORDER FILE RECORD LAYOUT            *
000400*                   ONE RECORD PER PURCHASE ORDER LINE, KEYED   *
000500*                   ON PO NUMBER AND LINE NUMBER.  LINES ARE    *
000600*                   RAISED BY THE REORDER RUN, ONE ORDER PER    *
000700*                   SUPPLIER, AND RECEIVED AGAINST BY THE STOCK *
000800*                   RECEIVING PROGRAM.  A LINE IS OPEN UNTIL    *
000900*                   STOCK ARRIVES, PARTIAL WHILE SOME OF THE    *
001000*                   ORDERED QUANTITY IS STILL TO COME, AND      *
001100*                   CLOSED ONCE IN FULL OR CLOSED SHORT         *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/15/26   RK    ORIGINAL COPYBOOK - PURCHASE ORDERS       *
001500*****************************************************************
001600 01  PURCHASE-ORDER-RECORD.
001700     05  PO-ORDER-KEY.
001800         10  PO-ORDER-NUMBER       PIC 9(06).
001900         10  PO-LINE-NUMBER        PIC 9(03).
002000     05  PO-SUPPLIER-ID            PIC 9(04).
002100     05  PO-ORDER-DATE             PIC 9(08).
002200     05  PO-EXPECTED-DATE          PIC 9(08).
002300     05  PO-PRODUCT-NUMBER         PIC 9(04).
002400     05  PO-QTY-ORDERED            PIC 9(05).
002500     05  PO-QTY-RECEIVED           PIC 9(05).
002600     05  PO-LAST-RECEIVED-DATE     PIC 9(08).
002700     05  PO-LINE-STATUS-SW         PIC X(01).
002800         88  PO-LINE-OPEN              VALUE "O".
002900         88  PO-LINE-PARTIAL           VALUE "P".
003000         88  PO-LINE-CLOSED            VALUE "C".
003100         88  PO-LINE-OUTSTANDING       VALUE "O" "P".
