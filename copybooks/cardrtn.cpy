000100*****************************************************************
000200*    COPYBOOK    : CARDRTN                                      *
000300*    DESCRIPTION  : PROCESSOR SETTLEMENT FILE RECORD LAYOUT      *
000400*                   RETURNED BY THE CARD PROCESSOR: ONE ITEM    *
000500*                   PER CARD TRANSACTION FUNDED (OR CHARGED     *
000600*                   BACK), GIVING THE BUSINESS DATE AND         *
000700*                   RECEIPT NUMBER WE SENT, THE GROSS AMOUNT    *
000800*                   SETTLED, THE FEE WITHHELD, AND THE DEPOSIT  *
000900*                   DATE                                        *
001000*    MODIFICATION HISTORY                                       *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    10/15/26   RK    ORIGINAL COPYBOOK - PROCESSOR SETTLEMENT  *
001300*****************************************************************
001400 01  PROCESSOR-SETTLEMENT-RECORD.
001500     05  PS-BUSINESS-DATE          PIC 9(08).
001600     05  PS-RECEIPT-NUMBER         PIC 9(09).
001700     05  PS-GROSS-AMOUNT           PIC S9(07)V99
001800                                   SIGN IS LEADING SEPARATE.
001900     05  PS-FEE-AMOUNT             PIC S9(05)V99
002000                                   SIGN IS LEADING SEPARATE.
002100     05  PS-DEPOSIT-DATE           PIC 9(08).
