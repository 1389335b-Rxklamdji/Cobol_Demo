000168*                     STATEMENTS - ONE ADDRESS RECORD PER       *
000169*                     PRINTED STATEMENT, NO-MAIL CLIENTS AND    *
000171*                     CLIENTS WITHOUT CONSENT ON FILE SKIPPED   *
000172*    10/15/26   RK    LAYAWAY PAYMENTS AND CANCELLATIONS LEFT    *
000174*                     OFF - A LAYAWAY SHOWS AS A PURCHASE ONCE   *
000176*                     IT IS COMPLETED                            *
000177*    10/15/26   RK    FINANCE CHARGES AND LATE FEES LEFT OFF -   *
000178*                     THEY ARE ON THE HOUSE ACCOUNT STATEMENT    *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. cobstmt.
002900         GO TO 2300-EXIT
002910     END-IF.
002912     IF TR-IS-GIFT-LOAD OR TR-IS-ACCT-PAYMENT
002913         OR TR-IS-LAYAWAY-PAYMENT OR TR-IS-LAYAWAY-CANCEL
002914         GO TO 2300-EXIT
002916     END-IF.
002917     IF TR-IS-FINANCE-CHARGE OR TR-IS-LATE-FEE
002918         GO TO 2300-EXIT
002919     END-IF.
002920     MOVE TR-CLIENT-ID TO ST-CLIENT-ID.
002930     MOVE TR-RECORD-TYPE TO ST-RECORD-TYPE.
002940     MOVE TR-FIRST-NAME TO ST-FIRST-NAME.
