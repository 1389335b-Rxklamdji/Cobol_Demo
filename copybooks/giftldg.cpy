000100*****************************************************************
000200*    COPYBOOK    : GIFTLDG                                      *
000300*    DESCRIPTION  : GIFT CARD LEDGER FILE RECORD LAYOUT          *
000400*                   ONE RECORD PER MOVEMENT ON A GIFT CARD -    *
000500*                   LOAD, REDEMPTION, REFUND TO THE CARD, VOID  *
000600*                   OF A REDEMPTION, AND THE OPENING BALANCE    *
000700*                   TAKEN ON WHEN THE LEDGER WAS STARTED.       *
000800*                   KEYED ON CARD NUMBER AND BUSINESS DATE (THEN*
000900*                   TIME, RECEIPT AND TENDER SLOT), SO A CARD'S *
001000*                   HISTORY READS IN DATE ORDER.  GL-AMOUNT IS  *
001100*                   SIGNED AS IT MOVED THE CARD BALANCE, SO THE *
001200*                   LEDGER FOR A CARD SUMS TO GC-BALANCE        *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/26   RK    ORIGINAL COPYBOOK - GIFT CARD LEDGER      *
001600*****************************************************************
001700 01  GIFT-LEDGER-RECORD.
001800     05  GL-LEDGER-KEY.
001900         10  GL-CARD-NUMBER        PIC 9(08).
002000         10  GL-ACTIVITY-DATE      PIC 9(08).
002100         10  GL-ACTIVITY-TIME      PIC 9(08).
002200         10  GL-RECEIPT-NUMBER.
002300             15  GL-RECEIPT-AREA   PIC 9(03).
002400             15  GL-RECEIPT-GROUP  PIC 9(02).
002500             15  GL-RECEIPT-SERIAL PIC 9(04).
002600         10  GL-TENDER-SLOT        PIC 9(01).
002700     05  GL-ACTIVITY-TYPE          PIC X(01).
002800         88  GL-IS-OPENING             VALUE "O".
002900         88  GL-IS-LOAD                VALUE "L".
003000         88  GL-IS-REDEMPTION          VALUE "R".
003100         88  GL-IS-REFUND-TO-CARD      VALUE "F".
003200         88  GL-IS-VOID                VALUE "V".
003300     05  GL-AMOUNT                 PIC S9(07)V99
003400                                   SIGN IS LEADING SEPARATE.
003500     05  GL-BALANCE-AFTER          PIC S9(07)V99
003600                                   SIGN IS LEADING SEPARATE.
003700     05  GL-REF-RECEIPT-NUMBER     PIC 9(09).
003800     05  GL-OPERATOR-ID            PIC 9(04).
003900     05  GL-TRANS-DATE             PIC 9(08).
