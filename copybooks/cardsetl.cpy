000100*****************************************************************
000200*    COPYBOOK    : CARDSETL                                     *
000300*    DESCRIPTION  : CARD SETTLEMENT LEDGER RECORD LAYOUT         *
000400*                   KEYED ON BUSINESS DATE, RECEIPT NUMBER AND  *
000500*                   TENDER SLOT.  ONE RECORD PER CARD TENDER    *
000600*                   (TYPE D) SENT TO THE PROCESSOR IN THE       *
000700*                   NIGHTLY SETTLEMENT BATCH - SALES AND        *
000750*                   LAYAWAY PAYMENTS POSITIVE; REFUNDS, VOIDS   *
000800*                   AND LAYAWAY CANCELLATIONS NEGATIVE.  THE    *
000900*                   RECORD STAYS PENDING UNTIL THE PROCESSOR'S  *
001000*                   SETTLEMENT FILE IS RECONCILED AGAINST IT    *
001100*    MODIFICATION HISTORY                                       *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   RK    ORIGINAL COPYBOOK - CARD SETTLEMENT       *
001310*    10/15/26   RK    LAYAWAY PAYMENT AND CANCEL TYPES          *
001400*****************************************************************
001500 01  CARD-SETTLEMENT-RECORD.
001600     05  CS-SETTLEMENT-KEY.
001700         10  CS-BUSINESS-DATE      PIC 9(08).
001800         10  CS-RECEIPT-NUMBER.
001900             15  CS-RECEIPT-AREA   PIC 9(03).
002000             15  CS-RECEIPT-GROUP  PIC 9(02).
002100             15  CS-RECEIPT-SERIAL PIC 9(04).
002200         10  CS-TENDER-SLOT        PIC 9(01).
002300     05  CS-TRANS-TYPE             PIC X(01).
002400         88  CS-IS-SALE                VALUE "S".
002500         88  CS-IS-REFUND              VALUE "R".
002600         88  CS-IS-VOID                VALUE "V".
002610         88  CS-IS-LAYAWAY-PAYMENT     VALUE "L".
002620         88  CS-IS-LAYAWAY-CANCEL      VALUE "X".
002700     05  CS-REF-RECEIPT-NUMBER     PIC 9(09).
002800     05  CS-AMOUNT                 PIC S9(07)V99
002900                                   SIGN IS LEADING SEPARATE.
003000     05  CS-OPERATOR-ID            PIC 9(04).
003100     05  CS-TRANS-DATE             PIC 9(08).
003200     05  CS-TRANS-TIME             PIC 9(08).
003300     05  CS-STATUS-SW              PIC X(01).
003400         88  CS-IS-PENDING             VALUE "P".
003500         88  CS-IS-SETTLED             VALUE "S".
003600         88  CS-IS-DIFFERENT           VALUE "X".
003700         88  CS-IS-UNSETTLED           VALUE "P" "X".
003800     05  CS-SETTLED-AMOUNT         PIC S9(07)V99
003900                                   SIGN IS LEADING SEPARATE.
004000     05  CS-FEE-AMOUNT             PIC S9(05)V99
004100                                   SIGN IS LEADING SEPARATE.
004200     05  CS-SETTLED-DATE           PIC 9(08).
