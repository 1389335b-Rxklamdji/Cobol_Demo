000100*****************************************************************
000200*    COPYBOOK    : LAYAWREC                                     *
000300*    DESCRIPTION  : LAYAWAY FILE RECORD LAYOUT                   *
000400*                   KEYED ON LY-LAYAWAY-NUMBER, WHICH IS THE    *
000500*                   RECEIPT NUMBER OF THE OPENING DEPOSIT.  THE *
000600*                   LINES ARE PRICED AND TAXED WHEN THE         *
000700*                   LAYAWAY IS OPENED AND THE STOCK IS SET      *
000800*                   ASIDE THEN; INSTALLMENTS BUILD UP           *
000900*                   LY-PAID-TO-DATE, WHICH IS A CUSTOMER        *
001000*                   DEPOSIT (A LIABILITY) UNTIL THE LAYAWAY IS  *
001100*                   COMPLETED AS A SALE OR CANCELLED.  CLOSED   *
001200*                   LAYAWAYS STAY ON FILE FOR THE AUDIT TRAIL   *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/26   RK    ORIGINAL COPYBOOK - LAYAWAY FILE          *
001600*****************************************************************
001700 01  LAYAWAY-RECORD.
001800     05  LY-LAYAWAY-NUMBER.
001900         10  LY-RECEIPT-AREA       PIC 9(03).
002000         10  LY-RECEIPT-GROUP      PIC 9(02).
002100         10  LY-RECEIPT-SERIAL     PIC 9(04).
002200     05  LY-CLIENT-ID              PIC 9(04).
002300     05  LY-FIRST-NAME             PIC X(20).
002400     05  LY-LAST-NAME              PIC X(20).
002500     05  LY-STATUS-SW              PIC X(01).
002600         88  LY-IS-OPEN                VALUE "O".
002700         88  LY-IS-COMPLETED           VALUE "C".
002800         88  LY-IS-CANCELLED           VALUE "X".
002900     05  LY-LINE-COUNT             PIC 9(02).
003000     05  LY-LINE-ITEM  OCCURS 10 TIMES.
003100         10  LY-PRODUCT-NUMBER     PIC 9(04).
003200         10  LY-QUANTITY           PIC 9(03).
003300         10  LY-UNIT-PRICE         PIC 9(05)V99.
003400         10  LY-EXTENDED-AMOUNT    PIC 9(07)V99.
003500         10  LY-LINE-DISCOUNT      PIC 9(07)V99.
003600         10  LY-UNIT-COST          PIC 9(05)V99.
003700         10  LY-TAXABLE-SW         PIC X(01).
003800     05  LY-SUB-TOTAL              PIC 9(07)V99.
003900     05  LY-TAX-AMOUNT             PIC 9(07)V99.
004000     05  LY-TOTAL-AMOUNT           PIC 9(07)V99.
004100     05  LY-PAID-TO-DATE           PIC 9(07)V99.
004200     05  LY-CARD-PAID              PIC 9(07)V99.
004300     05  LY-PAYMENT-COUNT          PIC 9(03).
004400     05  LY-OPEN-DATE              PIC 9(08).
004500     05  LY-DUE-DATE               PIC 9(08).
004600     05  LY-LAST-PAYMENT-DATE      PIC 9(08).
004700     05  LY-CLOSED-DATE            PIC 9(08).
004800     05  LY-CLOSING-RECEIPT.
004900         10  LY-CLOSING-AREA       PIC 9(03).
005000         10  LY-CLOSING-GROUP      PIC 9(02).
005100         10  LY-CLOSING-SERIAL     PIC 9(04).
005200     05  LY-CANCEL-FEE             PIC 9(05)V99.
005300     05  LY-REFUND-AMOUNT          PIC 9(07)V99.
005400     05  LY-OPENED-BY              PIC 9(04).
