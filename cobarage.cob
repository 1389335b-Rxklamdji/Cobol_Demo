000160*    MODIFICATION HISTORY                                       *
000170*    DATE       INIT  DESCRIPTION                               *
000180*    09/03/26   RK    ORIGINAL PROGRAM - AR AGING/STATEMENTS    *
000182*    10/15/26   RK    FINANCE CHARGES AND LATE FEES (TYPES F/E) *
000185*                     AGED AS CHARGES AND SHOWN ON THE          *
000187*                     STATEMENT, WITH ANY CREDIT HOLD           *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. cobarage.
000650     05  AR-RECORD-TYPE            PIC X(01).
000660         88  AR-IS-CHARGE              VALUE "C".
000670         88  AR-IS-PAYMENT             VALUE "P".
000673         88  AR-IS-FINANCE-CHARGE      VALUE "F".
000676         88  AR-IS-LATE-FEE            VALUE "L".
000680     05  AR-FIRST-NAME             PIC X(20).
000690     05  AR-LAST-NAME              PIC X(20).
000700     05  AR-MONTHS-OLD             PIC 9(03).
001230 01  ClientTotals.
001240     02  ChargeTotal               PIC S9(09)V99 VALUE ZERO.
001250     02  PaymentTotal              PIC S9(09)V99 VALUE ZERO.
001253     02  FinanceChargeTotal        PIC S9(09)V99 VALUE ZERO.
001256     02  LateFeeTotal              PIC S9(09)V99 VALUE ZERO.
001260     02  BucketCurrent             PIC S9(09)V99 VALUE ZERO.
001270     02  Bucket30                  PIC S9(09)V99 VALUE ZERO.
001280     02  Bucket60                  PIC S9(09)V99 VALUE ZERO.
003130     EXIT.
003140*****************************************************************
003150*    2300-RELEASE-IF-ON-ACCOUNT - A PAYMENT-ON-ACCOUNT RECORD   *
003156*    RELEASES AS A PAYMENT, A FINANCE CHARGE OR LATE FEE AS A   *
003163*    LABELLED CHARGE; ANY OTHER RECORD RELEASES ONLY            *
003170*    FOR ITS ON-ACCOUNT TENDER PORTION.  A NEGATIVE ACCOUNT     *
003180*    TENDER (A REFUND CREDITED TO THE ACCOUNT) RELEASES AS A    *
003190*    PAYMENT SO IT RELIEVES THE OLDEST CHARGES FIRST            *
003330         RELEASE SORT-RECORD
003340         GO TO 2300-EXIT
003350     END-IF.
003351     IF TR-IS-FINANCE-CHARGE OR TR-IS-LATE-FEE
003353         IF TR-IS-FINANCE-CHARGE
003355             SET AR-IS-FINANCE-CHARGE TO TRUE
003356         ELSE
003358             SET AR-IS-LATE-FEE TO TRUE
003360         END-IF
003361         MOVE TR-GRAND-TOTAL TO AR-AMOUNT
003363         RELEASE SORT-RECORD
003365         GO TO 2300-EXIT
003366     END-IF.
003368     MOVE ZERO TO AcctTenderTotal.
003370     IF TR-TENDER-COUNT NUMERIC
003380         PERFORM 2500-SUM-ONE-ACCT-TENDER THRU 2500-EXIT
003390             VARYING TenderIdx FROM 1 BY 1
004180         ADD AR-AMOUNT TO PaymentTotal
004190         GO TO 3200-EXIT
004200     END-IF.
004201     IF AR-IS-FINANCE-CHARGE
004202         ADD AR-AMOUNT TO FinanceChargeTotal
004204     END-IF.
004205     IF AR-IS-LATE-FEE
004207         ADD AR-AMOUNT TO LateFeeTotal
004208     END-IF.
004210     ADD AR-AMOUNT TO ChargeTotal.
004220     EVALUATE TRUE
004230         WHEN AR-MONTHS-OLD = ZERO
004440     MOVE "CHARGES           " TO SDL-LABEL.
004450     MOVE ChargeTotal TO SDL-AMOUNT.
004460     WRITE STMT-LINE FROM StatementDetailLine.
004461     IF FinanceChargeTotal NOT = ZERO
004463         MOVE "  FINANCE CHARGES " TO SDL-LABEL
004465         MOVE FinanceChargeTotal TO SDL-AMOUNT
004466         WRITE STMT-LINE FROM StatementDetailLine
004468     END-IF.
004470     IF LateFeeTotal NOT = ZERO
004471         MOVE "  LATE FEES       " TO SDL-LABEL
004473         MOVE LateFeeTotal TO SDL-AMOUNT
004475         WRITE STMT-LINE FROM StatementDetailLine
004476     END-IF.
004478     MOVE "PAYMENTS/CREDITS  " TO SDL-LABEL.
004480     MOVE PaymentTotal TO SDL-AMOUNT.
004490     WRITE STMT-LINE FROM StatementDetailLine.
004500     COMPUTE ClientOutstanding = BucketCurrent + Bucket30
004710             MOVE ZERO TO SDL-AMOUNT
004720         END-IF
004730         WRITE STMT-LINE FROM StatementDetailLine
004731         IF CM-ON-CREDIT-HOLD
004732             MOVE SPACES TO STMT-LINE
004733             STRING "  ACCOUNT ON CREDIT HOLD SINCE "
004734                        DELIMITED BY SIZE
004735                    CM-HOLD-DATE DELIMITED BY SIZE
004736                 INTO STMT-LINE
004737             END-STRING
004738             WRITE STMT-LINE
004739         END-IF
004740     ELSE
004750         MOVE SPACES TO STMT-LINE
004760         MOVE "  CLIENT NO LONGER ON FILE" TO STMT-LINE
004930     ADD ClientOutstanding TO GrandOutstanding.
004940     MOVE ZERO TO ChargeTotal.
004950     MOVE ZERO TO PaymentTotal.
004953     MOVE ZERO TO FinanceChargeTotal.
004956     MOVE ZERO TO LateFeeTotal.
004960     MOVE ZERO TO BucketCurrent.
004970     MOVE ZERO TO Bucket30.
004980     MOVE ZERO TO Bucket60.
