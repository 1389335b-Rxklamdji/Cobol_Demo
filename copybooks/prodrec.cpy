000710*    08/21/26   RK    ADDED ON-HAND QUANTITY AND REORDER POINT  *
000720*    08/21/26   RK    ADDED TAX-EXEMPT SWITCH PER PRODUCT       *
000730*    08/21/26   RK    ADDED ACTIVE/DISCONTINUED STATUS SWITCH   *
000740*    10/15/26   RK    ADDED SUPPLIER ID AND STANDARD ORDER QTY  *
000750*    10/15/26   RK    ADDED UNIT COST (WEIGHTED AVERAGE)        *
000800*****************************************************************
000900 01  PRODUCT-CATALOG-RECORD.
001000     05  PC-PRODUCT-NUMBER         PIC 9(04).
001900     05  PC-STATUS-SW              PIC X(01).
002000         88  PC-IS-ACTIVE              VALUE "A".
002100         88  PC-IS-DISCONTINUED        VALUE "D".
002200     05  PC-SUPPLIER-ID            PIC 9(04).
002300     05  PC-ORDER-QTY              PIC 9(05).
002400     05  PC-UNIT-COST              PIC 9(05)V99.
