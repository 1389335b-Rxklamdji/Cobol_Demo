000138*                     PAYMENT-ON-ACCOUNT RECORD TYPE            *
000142*    09/03/26   RK    ADDED SAME-DAY VOID RECORD TYPE - A VOID  *
000144*                     REVERSES ITS LINKED SALE IN FULL          *
000146*    10/15/26   RK    ADDED UNIT COST IN EFFECT AT SALE TIME TO *
000148*                     EACH LINE ITEM                            *
000151*    10/15/26   RK    ADDED LAYAWAY PAYMENT AND LAYAWAY CANCEL  *
000153*                     RECORD TYPES AND THE LAYAWAY DEPOSIT      *
000155*                     TENDER THAT PAYS A COMPLETED LAYAWAY SALE *
000156*    10/15/26   RK    ADDED FINANCE CHARGE AND LATE FEE RECORD  *
000157*                     TYPES - MONTH-END ASSESSMENTS CHARGED TO  *
000158*                     THE HOUSE ACCOUNT AS AN ON-ACCOUNT TENDER *
000159*    10/15/26   RK    ADDED GIFT CARD NUMBER TO EACH TENDER AND *
000160*                     TO THE GIFT CARD LOAD RECORD              *
000140*****************************************************************
000150 01  TRANSACTION-LOG-RECORD.
000160     05  TR-RECORD-TYPE            PIC X(01).
000182         88  TR-IS-GIFT-LOAD           VALUE "G".
000184         88  TR-IS-ACCT-PAYMENT        VALUE "P".
000186         88  TR-IS-VOID                VALUE "V".
000187         88  TR-IS-LAYAWAY-PAYMENT     VALUE "L".
000188         88  TR-IS-LAYAWAY-CANCEL      VALUE "X".
000189         88  TR-IS-FINANCE-CHARGE      VALUE "F".
000190         88  TR-IS-LATE-FEE            VALUE "E".
000191     05  TR-CLIENT-ID              PIC 9(04).
000200     05  TR-FIRST-NAME             PIC X(20).
000210     05  TR-LAST-NAME              PIC X(20).
000220     05  TR-RECEIPT-NUMBER.
000370                                   SIGN IS LEADING SEPARATE.
000380         10  TR-LINE-DISCOUNT      PIC S9(07)V99
000390                                   SIGN IS LEADING SEPARATE.
000395         10  TR-UNIT-COST          PIC 9(05)V99.
000400     05  TR-SUB-TOTAL              PIC S9(07)V99.
000410     05  TR-TAX-AMOUNT             PIC S9(07)V99.
000420     05  TR-GRAND-TOTAL            PIC S9(07)V99.
000500             88  TR-TENDER-CARD        VALUE "D".
000502             88  TR-TENDER-GIFT        VALUE "G".
000504             88  TR-TENDER-ACCOUNT     VALUE "A".
000507             88  TR-TENDER-LAYAWAY     VALUE "L".
000510         10  TR-TENDER-AMOUNT      PIC S9(07)V99
000520                                   SIGN IS LEADING SEPARATE.
000525         10  TR-TENDER-GIFT-CARD   PIC 9(08).
000530     05  TR-CHANGE-DUE             PIC S9(07)V99
000540                                   SIGN IS LEADING SEPARATE.
000550     05  TR-OPERATOR-ID            PIC 9(04).
000580     05  TR-POINTS-REDEEMED        PIC 9(05).
000590     05  TR-REDEMPTION-VALUE       PIC S9(05)V99
000600                                   SIGN IS LEADING SEPARATE.
000610     05  TR-GIFT-CARD-NUMBER       PIC 9(08).
