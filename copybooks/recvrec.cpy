000900*    MODIFICATION HISTORY                                       *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    09/03/26   RK    ORIGINAL COPYBOOK - RECEIVING LOG         *
001110*    10/15/26   RK    ADDED PURCHASE ORDER NUMBER AND LINE      *
001120*    10/15/26   RK    ADDED DELIVERY UNIT COST                  *
001200*****************************************************************
001300 01  RECEIVING-LOG-RECORD.
001400     05  RL-PRODUCT-NUMBER         PIC 9(04).
001700     05  RL-RECEIVE-DATE           PIC 9(08).
001800     05  RL-RECEIVE-TIME           PIC 9(08).
001900     05  RL-RECEIVED-BY            PIC 9(04).
002000     05  RL-PO-NUMBER              PIC 9(06).
002100     05  RL-PO-LINE-NUMBER         PIC 9(03).
002200     05  RL-UNIT-COST              PIC 9(05)V99.
