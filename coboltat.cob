000563*    09/03/26   RK    CLIENT CONTACT DETAILS (ADDRESS, PHONE,    *
000564*                     MAIL CONSENT) CAPTURED AT NEW-CLIENT       *
000565*                     ENTRY AND IN CLIENT MAINTENANCE            *
000566*    10/15/26   RK    THE PRODUCT'S UNIT COST AT SALE TIME IS    *
000567*                     CARRIED ON EVERY LOGGED LINE ITEM; REFUND  *
000568*                     AND VOID LINES CARRY THE ORIGINAL COST     *
000569*    10/15/26   RK    A REFUND PAYS THE CARD PORTION OF THE      *
000570*                     ORIGINAL SALE BACK TO THE CARD (TYPE D)    *
000571*                     SO IT REACHES THE CARD SETTLEMENT BATCH    *
000572*    10/15/26   RK    LAYAWAY MODE - OPEN A LAYAWAY AGAINST A    *
000573*                     MINIMUM DEPOSIT WITH THE STOCK SET ASIDE,  *
000574*                     TAKE INSTALLMENTS (TYPE L), COMPLETE THE   *
000575*                     SALE WHEN PAID IN FULL, OR CANCEL WITH A   *
000576*                     REFUND LESS THE FEE (TYPE X)               *
000577*    10/15/26   RK    ON-ACCOUNT TENDER REFUSED ON CREDIT HOLD   *
000578*    10/15/26   RK    GIFT CARD LEDGER WRITTEN; THE CARD NUMBER  *
000579*                     ON THE TENDER LETS REFUNDS/VOIDS CREDIT IT *
000581*    10/15/26   RK    EVERY FAILED SIGN-ON PIN IS WRITTEN TO THE *
000582*                     OPERATOR AUDIT FILE (ACTION PINF)          *
000550*****************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. coboltat.
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         ACCESS MODE IS SEQUENTIAL
001080         FILE STATUS IS FileStatusReceiptPrint.
001081     SELECT GiftLedgerFile ASSIGN TO "GIFTLEDG"
001082         ORGANIZATION IS INDEXED
001083         ACCESS MODE IS DYNAMIC
001084         RECORD KEY IS GL-LEDGER-KEY
001085         FILE STATUS IS FileStatusGiftLedger.
001086     SELECT OPTIONAL OperatorAuditFile ASSIGN TO "OPAUDIT"
001087         ORGANIZATION IS SEQUENTIAL
001088         ACCESS MODE IS SEQUENTIAL
001089         FILE STATUS IS FileStatusOperatorAudit.
001090     SELECT OPTIONAL ReceiptHistoryFile ASSIGN TO "RCPTHIST"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001183         ACCESS MODE IS DYNAMIC
001184         RECORD KEY IS HS-HOLD-NUMBER
001185         FILE STATUS IS FileStatusHeldSales.
001187     SELECT LayawayFile ASSIGN TO "LAYAWAY"
001189         ORGANIZATION IS INDEXED
001191         ACCESS MODE IS DYNAMIC
001193         RECORD KEY IS LY-LAYAWAY-NUMBER
001195         FILE STATUS IS FileStatusLayaway.
001197 DATA DIVISION.
001200 FILE SECTION.
001210 FD  ClientMasterFile.
001220     COPY clientrec.
001370     COPY acctrec.
001380 FD  ReceiptPrintFile.
001390 01  RECEIPT-PRINT-RECORD          PIC X(80).
001393 FD  GiftLedgerFile.
001396     COPY giftldg.
001397 FD  OperatorAuditFile
001398     RECORDING MODE IS F.
001399     COPY opaudit.
001400 FD  ReceiptHistoryFile.
001410     COPY tranrec
001420         REPLACING ==TRANSACTION-LOG-RECORD==
001460     COPY storctl.
001462 FD  HeldSalesFile.
001464     COPY heldrec.
001466 FD  LayawayFile.
001468     COPY layawrec.
001470 WORKING-STORAGE SECTION.
001480*****************************************************************
001490*    FILE STATUS SWITCHES                                       *
001600 77  FileStatusReceiptPrint      PIC X(02) VALUE "00".
001610 77  FileStatusReceiptHistory    PIC X(02) VALUE "00".
001615 77  FileStatusGiftCard          PIC X(02) VALUE "00".
001616 77  FileStatusGiftLedger        PIC X(02) VALUE "00".
001617 77  FileStatusOperatorAudit     PIC X(02) VALUE "00".
001618 77  FileStatusHeldSales         PIC X(02) VALUE "00".
001619 77  FileStatusLayaway           PIC X(02) VALUE "00".
001620 77  FileStatusStoreControl      PIC X(02) VALUE "00".
001630*****************************************************************
001640*    TRANSACTION MODE SELECTION                                 *
001717     88  TranTypeAcctPayment         VALUE 6.
001718     88  TranTypeResumeHeld          VALUE 7.
001719     88  TranTypeVoid                VALUE 8.
001722     88  TranTypeLayaway             VALUE 9.
001726*****************************************************************
001730*    CLIENT DETAILS - WORKING COPY FOR CURRENT TRANSACTION      *
001740*****************************************************************
001750 01  ClientDetails.
002500         03  LineQuantity        PIC 9(03).
002510         03  LineExtendedAmount  PIC S9(07)V99.
002520         03  LineDiscountAmount  PIC S9(07)V99.
002525         03  LineUnitCost        PIC 9(05)V99.
002530         03  LineTaxableSw       PIC X(01).
002540             88  LineIsTaxable       VALUE "Y".
002550             88  LineIsTaxExempt     VALUE "N".
002870     02  TenderEntry OCCURS 3 TIMES.
002880         03  TenderType          PIC X(01).
002890         03  TenderAmount        PIC S9(07)V99.
002895         03  TenderGiftCard      PIC 9(08).
002900 77  AmountStillDue              PIC S9(07)V99 VALUE ZERO.
002901*****************************************************************
002902*    GIFT CARD WORKING FIELDS - SELL/RELOAD AND GIFT TENDER     *
002906 77  GiftCardFoundSwitch         PIC X(01) VALUE "N".
002907     88  GiftCardFound               VALUE "Y".
002908     88  GiftCardNotFound            VALUE "N".
002909*****************************************************************
002910*    GIFT CARD LEDGER WORKING FIELDS - THE CALLER SETS THE      *
002911*    ACTIVITY TYPE, THE SIGNED AMOUNT AND THE TENDER SLOT       *
002912*    BEFORE A LEDGER RECORD IS WRITTEN                          *
002913*****************************************************************
002914 77  GiftLedgerType              PIC X(01).
002915 77  GiftLedgerAmount            PIC S9(07)V99 VALUE ZERO.
002916 77  GiftLedgerSlot              PIC 9(01) VALUE ZERO.
002917 77  GiftRefundTotal             PIC S9(07)V99 VALUE ZERO.
002918 77  GiftCreditSwitch            PIC X(01) VALUE "N".
002919     88  GiftCardCredited            VALUE "Y".
002920     88  GiftCardNotCredited         VALUE "N".
002921*****************************************************************
002922*    CUSTOMER RECEIPT PRINT WORK AREAS - THE PRINTED RECEIPT    *
002930*    IS BUILT FROM THE TRANSACTION LOG RECORD SO A REPRINT      *
002940*    COMES OUT IDENTICAL TO THE ORIGINAL                        *
002950*****************************************************************
003767 77  AcctPaymentAmount           PIC 9(07)V99 VALUE ZERO.
003768 77  AcctTenderTotal             PIC S9(07)V99 VALUE ZERO.
003769 77  CashRefundAmount            PIC S9(07)V99 VALUE ZERO.
003772 77  CardTenderTotal             PIC S9(07)V99 VALUE ZERO.
003776*****************************************************************
003780*    ACCOUNTING EXTRACT - RECEIPT NUMBER TO PRINT ON EACH LINE   *
003790*    A SALE PRINTS ITS OWN RECEIPT; A REFUND PRINTS THE ORIGINAL *
003800*    RECEIPT IT IS LINKED TO                                    *
004003     88  MoreHeldToScan              VALUE "N".
004004 77  SuspendResponseSwitch       PIC X(01) VALUE "N".
004005     88  WantsToSuspend              VALUE "Y" "y".
004006*****************************************************************
004007*    LAYAWAY WORKING FIELDS - A LAYAWAY OPENS ON A DEPOSIT OF   *
004008*    AT LEAST THE MINIMUM RATE OF ITS TOTAL AND FALLS DUE THE   *
004009*    TERM IN MONTHS LATER; A CANCELLATION KEEPS THE FEE, OR     *
004010*    EVERYTHING PAID WHEN LESS THAN THE FEE HAS BEEN PAID       *
004011*****************************************************************
004012 77  LayawayFunctionEntry        PIC X(01).
004013     88  LayawayFunctionOpen         VALUE "O" "o".
004014     88  LayawayFunctionPayment      VALUE "P" "p".
004015     88  LayawayFunctionCancel       VALUE "X" "x".
004017 01  LayawayNumberEntry.
004018     02  LayawayAreaEntry        PIC 9(03).
004019     02  LayawayGroupEntry       PIC 9(02).
004020     02  LayawaySerialEntry      PIC 9(04).
004021 77  LayawayFoundSwitch          PIC X(01) VALUE "N".
004022     88  LayawayFound                VALUE "Y".
004023     88  LayawayNotFound             VALUE "N".
004024 77  LayawayPaymentSwitch        PIC X(01) VALUE "N".
004025     88  LayawayPaymentValid         VALUE "Y".
004026     88  LayawayPaymentInvalid       VALUE "N".
004028 77  LayawayConfirmSwitch        PIC X(01) VALUE "N".
004029     88  LayawayCancelConfirmed      VALUE "Y" "y".
004030 77  LayawayMinDepositRate       PIC V99 VALUE .20.
004031 77  LayawayTermMonths           PIC 9(02) VALUE 3.
004032 77  LayawayCancelFee            PIC 9(05)V99 VALUE 10.00.
004033 77  LayawayMinimumDeposit       PIC S9(07)V99 VALUE ZERO.
004034 77  LayawayPaymentAmount        PIC 9(07)V99 VALUE ZERO.
004035 77  LayawayBalanceOwing         PIC S9(07)V99 VALUE ZERO.
004036 77  LayawayRefundAmount         PIC S9(07)V99 VALUE ZERO.
004037 77  LayawayCardRefund           PIC S9(07)V99 VALUE ZERO.
004039 01  LayawayDueDate              PIC 9(08).
004040 01  LayawayDueDateFields REDEFINES LayawayDueDate.
004041     02  LayawayDueYear          PIC 9(04).
004042     02  LayawayDueMonth         PIC 9(02).
004043     02  LayawayDueDay           PIC 9(02).
004044 PROCEDURE DIVISION.
004045*****************************************************************
004046*    0000-MAINLINE                                              *
004047*****************************************************************
004048 0000-MAINLINE.
004050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004060     PERFORM 1800-OPERATOR-SIGN-ON THRU 1800-EXIT.
004070     PERFORM 2500-PROCESS-ONE-TRANSACTION THRU 2500-EXIT
004240     PERFORM 1750-OPEN-OPERATOR-MASTER THRU 1750-EXIT.
004245     PERFORM 1760-OPEN-GIFT-CARDS THRU 1760-EXIT.
004247     PERFORM 1770-OPEN-HELD-SALES THRU 1770-EXIT.
004248     PERFORM 1780-OPEN-LAYAWAYS THRU 1780-EXIT.
004250     PERFORM 1900-OPEN-RECEIPT-PRINT THRU 1900-EXIT.
004260     PERFORM 1950-OPEN-RECEIPT-HISTORY THRU 1950-EXIT.
004270 1000-EXIT.
005530*****************************************************************
005540*    1750-OPEN-OPERATOR-MASTER - A BRAND NEW FILE IS SEEDED     *
005550*    WITH A DEFAULT SUPERVISOR SO THE STORE CAN SIGN ON AND     *
005556*    ENROLL ITS REAL OPERATORS.  THE OPERATOR AUDIT FILE IS     *
005562*    OPENED WITH IT TO RECORD FAILED SIGN-ON PINS               *
005570*****************************************************************
005580 1750-OPEN-OPERATOR-MASTER.
005590     OPEN I-O OperatorFile.
005750     IF FileStatusOperator NOT = "00"
005760         DISPLAY "UNABLE TO OPEN OPERATOR MASTER - STATUS "
005770             FileStatusOperator
005771         STOP RUN
005772     END-IF.
005773     OPEN EXTEND OperatorAuditFile.
005774     IF FileStatusOperatorAudit NOT = "00"
005775         AND FileStatusOperatorAudit NOT = "05"
005776         DISPLAY "UNABLE TO OPEN OPERATOR AUDIT FILE - STATUS "
005777             FileStatusOperatorAudit
005780         STOP RUN
005790     END-IF.
005800 1750-EXIT.
006557     DISPLAY " 6 - TAKE A PAYMENT ON ACCOUNT".
006558     DISPLAY " 7 - RESUME A HELD SALE".
006559     DISPLAY " 8 - VOID A SAME-DAY RECEIPT (SUPERVISOR)".
006562     DISPLAY " 9 - LAYAWAY - OPEN, PAYMENT, CANCEL".
006566     DISPLAY " 0 - SIGN OFF".
006570     DISPLAY "ENTER SELECTION: ".
006580     ACCEPT TranType.
006590 2000-EXIT.
006825                 DISPLAY "VOIDS REQUIRE A SUPERVISOR-LEVEL"
006826                     " OPERATOR - SELECTION REFUSED"
006827             END-IF
006828         WHEN TranTypeLayaway
006829             PERFORM 7700-PROCESS-LAYAWAY THRU 7700-EXIT
006830         WHEN OTHER
006840             DISPLAY "INVALID SELECTION - PLEASE RE-ENTER"
006850     END-EVALUATE.
007650         MOVE ZERO TO CM-POINTS-BALANCE
007652         MOVE ZERO TO CM-CREDIT-LIMIT
007654         MOVE ZERO TO CM-ACCOUNT-BALANCE
007655         SET CM-NOT-ON-CREDIT-HOLD TO TRUE
007656         PERFORM 4100-ACCEPT-CONTACT-DETAILS THRU 4100-EXIT
007660         WRITE CLIENT-MASTER-RECORD
007670             INVALID KEY
008920     MOVE ProdNbr TO LineProdNbr(LineIdx).
008930     MOVE PC-DESCRIPTION TO LineDescription(LineIdx).
008940     MOVE PC-UNIT-PRICE TO LineUnitPrice(LineIdx).
008941     IF PC-UNIT-COST NUMERIC
008943         MOVE PC-UNIT-COST TO LineUnitCost(LineIdx)
008945     ELSE
008946         MOVE ZERO TO LineUnitCost(LineIdx)
008948     END-IF.
008950     MOVE LineItemQuantityEntry TO LineQuantity(LineIdx).
008960     IF PC-IS-TAX-EXEMPT
008970         SET LineIsTaxExempt(LineIdx) TO TRUE
009750*    FOR THIS RECEIPT AREA/GROUP FROM THE CONTROL FILE           *
009760*****************************************************************
009770 3300-ASSIGN-RECEIPT-NUMBER.
009790     DISPLAY "ENTER RECEIPT AREA: ".
009800     ACCEPT ReceiptArea.
009810     DISPLAY "ENTER RECEIPT GROUP: ".
009820     ACCEPT ReceiptGroup.
009821     PERFORM 3305-ASSIGN-NEXT-SERIAL THRU 3305-EXIT.
009823 3300-EXIT.
009825     EXIT.
009826*****************************************************************
009828*    3305-ASSIGN-NEXT-SERIAL - TAKE THE NEXT SERIAL FOR THE     *
009830*    RECEIPT AREA/GROUP ALREADY KEYED; A LAYAWAY PAID OFF       *
009831*    RECORDS ITS SALE UNDER THE SAME AREA/GROUP AS THE PAYMENT  *
009833*****************************************************************
009835 3305-ASSIGN-NEXT-SERIAL.
009836     SET ReceiptAssigned TO TRUE.
009838     MOVE ReceiptArea TO RC-RECEIPT-AREA.
009840     MOVE ReceiptGroup TO RC-RECEIPT-GROUP.
009850     PERFORM 3310-READ-RECEIPT-CONTROL THRU 3310-EXIT
009860         WITH TEST AFTER
009920             ReceiptArea " GROUP " ReceiptGroup
009930             " (STATUS " FileStatusReceiptControl2 ")"
009940         SET ReceiptNotAssigned TO TRUE
009950         GO TO 3305-EXIT
009960     END-IF.
009970     ADD 1 TO RC-LAST-SERIAL
009980         ON SIZE ERROR
010020             " SUPERVISOR"
010030         UNLOCK ReceiptControlFile RECORD
010040         SET ReceiptNotAssigned TO TRUE
010050         GO TO 3305-EXIT
010060     END-ADD.
010070     MOVE RC-LAST-SERIAL TO ReceiptSerial.
010080     IF FileStatusReceiptControl = "23"
010170         END-REWRITE
010180     END-IF.
010190     UNLOCK ReceiptControlFile RECORD.
010200 3305-EXIT.
010210     EXIT.
010220*****************************************************************
010230*    3310-READ-RECEIPT-CONTROL - READ AND LOCK THE CONTROL       *
013054             MOVE "GIFT CARD:" TO RPT-LABEL
013056         WHEN TR-TENDER-ACCOUNT(TenderIdx)
013058             MOVE "ON ACCT:  " TO RPT-LABEL
013061         WHEN TR-TENDER-LAYAWAY(TenderIdx)
013064             MOVE "LAYAWAY:  " TO RPT-LABEL
013067         WHEN OTHER
013070             MOVE "TENDER:   " TO RPT-LABEL
013080     END-EVALUATE.
013090     MOVE TR-TENDER-AMOUNT(TenderIdx) TO RPT-AMOUNT.
013580         TO TR-EXTENDED-AMOUNT(LineIdx).
013590     MOVE LineDiscountAmount(LineIdx)
013600         TO TR-LINE-DISCOUNT(LineIdx).
013605     MOVE LineUnitCost(LineIdx) TO TR-UNIT-COST(LineIdx).
013610 3610-EXIT.
013620     EXIT.
013630 3620-MOVE-TENDER-TO-LOG.
013640     IF TenderIdx > TenderCount
013650         MOVE SPACE TO TR-TENDER-TYPE(TenderIdx)
013660         MOVE ZERO TO TR-TENDER-AMOUNT(TenderIdx)
013665         MOVE ZERO TO TR-TENDER-GIFT-CARD(TenderIdx)
013670     ELSE
013680         MOVE TenderType(TenderIdx) TO TR-TENDER-TYPE(TenderIdx)
013690         MOVE TenderAmount(TenderIdx)
013700             TO TR-TENDER-AMOUNT(TenderIdx)
013703         MOVE TenderGiftCard(TenderIdx)
013706             TO TR-TENDER-GIFT-CARD(TenderIdx)
013710     END-IF.
013720 3620-EXIT.
013730     EXIT.
014156     END-IF.
014157     ADD 1 TO TenderCount.
014160     MOVE TenderCount TO TenderIdx.
014165     MOVE ZERO TO TenderGiftCard(TenderIdx).
014170     EVALUATE TRUE
014180         WHEN TenderTypeCash
014190             MOVE "C" TO TenderType(TenderIdx)
014230             MOVE "D" TO TenderType(TenderIdx)
014233         WHEN TenderTypeGift
014236             MOVE "G" TO TenderType(TenderIdx)
014237             MOVE GiftCardNumberEntry TO TenderGiftCard(TenderIdx)
014238         WHEN TenderTypeAccount
014239             MOVE "A" TO TenderType(TenderIdx)
014240     END-EVALUATE.
014250     MOVE TenderAmountEntry TO TenderAmount(TenderIdx).
014260     SUBTRACT TenderAmountEntry FROM AmountStillDue.
014920     ELSE
014930         MOVE ClientId TO CM-CLIENT-ID
014940         MOVE ZERO TO CM-POINTS-BALANCE
014945         SET CM-NOT-ON-CREDIT-HOLD TO TRUE
014950         WRITE CLIENT-MASTER-RECORD
014960             INVALID KEY
014970             DISPLAY "ERROR ADDING CLIENT RECORD"
016680         ZERO - SV-EXTENDED-AMOUNT(LineIdx).
016690     COMPUTE TR-LINE-DISCOUNT(LineIdx) =
016700         ZERO - SV-LINE-DISCOUNT(LineIdx).
016701     IF SV-UNIT-COST(LineIdx) NUMERIC
016703         MOVE SV-UNIT-COST(LineIdx) TO TR-UNIT-COST(LineIdx)
016705     ELSE
016706         MOVE ZERO TO TR-UNIT-COST(LineIdx)
016708     END-IF.
016710 5210-EXIT.
016720     EXIT.
016730*****************************************************************
017780     CLOSE TaxRateFile.
017790     CLOSE PromotionFile.
017800     CLOSE OperatorFile.
017805     CLOSE OperatorAuditFile.
017810     CLOSE ReceiptPrintFile.
017820     CLOSE ReceiptHistoryFile.
017825     CLOSE GiftCardFile.
017826     CLOSE GiftLedgerFile.
017827     CLOSE HeldSalesFile.
017828     CLOSE LayawayFile.
017830     CLOSE StoreControlFile.
017840 9000-EXIT.
017850     EXIT.
017860*****************************************************************
017867*    1760-OPEN-GIFT-CARDS - THE STORED-VALUE FILE AND ITS       *
017874*    LEDGER ARE CREATED EMPTY ON FIRST USE; CARDS ARE ISSUED    *
017881*    AT THE REGISTER                                            *
017890*****************************************************************
017900 1760-OPEN-GIFT-CARDS.
017910     OPEN I-O GiftCardFile.
017990             FileStatusGiftCard
018000         STOP RUN
018010     END-IF.
018011     OPEN I-O GiftLedgerFile.
018012     IF FileStatusGiftLedger = "35"
018013         OPEN OUTPUT GiftLedgerFile
018014         CLOSE GiftLedgerFile
018015         OPEN I-O GiftLedgerFile
018016     END-IF.
018017     IF FileStatusGiftLedger NOT = "00"
018018         DISPLAY "UNABLE TO OPEN GIFT CARD LEDGER - STATUS "
018019             FileStatusGiftLedger
018020         STOP RUN
018021     END-IF.
018022 1760-EXIT.
018030     EXIT.
018040*****************************************************************
018050*    3720-VALIDATE-GIFT-TENDER - A GIFT CARD TENDER DEBITS THE  *
018060*    CARD BALANCE ON THE SPOT; THE CARD MUST BE ON FILE,        *
018065*    ACTIVE, AND HOLD AT LEAST THE AMOUNT TENDERED.  THE        *
018070*    REDEMPTION GOES ON THE GIFT CARD LEDGER UNDER THE TENDER   *
018075*    SLOT IT WILL OCCUPY                                        *
018080*****************************************************************
018090 3720-VALIDATE-GIFT-TENDER.
018100     SET GiftCardNotFound TO TRUE.
018360         INVALID KEY
018370         DISPLAY "ERROR UPDATING GIFT CARD BALANCE"
018380     END-REWRITE.
018382     MOVE "R" TO GiftLedgerType.
018384     COMPUTE GiftLedgerAmount = ZERO - TenderAmountEntry.
018386     COMPUTE GiftLedgerSlot = TenderCount + 1.
018388     PERFORM 7160-WRITE-GIFT-LEDGER THRU 7160-EXIT.
018390     SET GiftCardFound TO TRUE.
018400 3720-EXIT.
018410     EXIT.
018970             DISPLAY "ERROR ADDING GIFT CARD RECORD"
018980         END-WRITE
018990     END-IF.
018992     MOVE "L" TO GiftLedgerType.
018994     MOVE GiftCardLoadAmount TO GiftLedgerAmount.
018996     MOVE ZERO TO GiftLedgerSlot.
018998     PERFORM 7160-WRITE-GIFT-LEDGER THRU 7160-EXIT.
019000     PERFORM 7100-WRITE-GIFT-LOAD-LOG THRU 7100-EXIT.
019010     ADD 1 TO SessionSalesCount.
019020     ADD GrandTotalAmount TO SessionSalesValue.
019320     MOVE ZERO TO TR-POINTS-EARNED.
019330     MOVE ZERO TO TR-POINTS-REDEEMED.
019340     MOVE ZERO TO TR-REDEMPTION-VALUE.
019345     MOVE GiftCardNumberEntry TO TR-GIFT-CARD-NUMBER.
019350     ACCEPT TR-TRANS-DATE FROM DATE YYYYMMDD.
019360     MOVE BusinessDate TO TR-BUSINESS-DATE.
019370     ACCEPT TR-TRANS-TIME FROM TIME.
019400     EXIT.
019410*****************************************************************
019420*    3730-VALIDATE-ACCOUNT-TENDER - AN ON-ACCOUNT TENDER IS     *
019428*    ONLY TAKEN ON A SALE, FOR A CLIENT WITH A HOUSE ACCOUNT    *
019436*    NOT ON CREDIT HOLD, AND ONLY UP TO THE CREDIT LIMIT; THE   *
019444*    CHARGE POSTS TO THE ACCOUNT BALANCE ON THE SPOT.  ONLY A   *
019452*    SUPERVISOR CAN RELEASE A HOLD (COBCRED)                    *
019460*****************************************************************
019470 3730-VALIDATE-ACCOUNT-TENDER.
019480     SET AccountTenderRefused TO TRUE.
019670         DISPLAY "CLIENT HAS NO HOUSE ACCOUNT - RE-ENTER TENDER"
019680         GO TO 3730-EXIT
019690     END-IF.
019691     IF CM-ON-CREDIT-HOLD
019693         DISPLAY "ACCOUNT IS ON CREDIT HOLD SINCE " CM-HOLD-DATE
019695             " - SEE A SUPERVISOR - RE-ENTER TENDER"
019696         GO TO 3730-EXIT
019698     END-IF.
019700     IF CM-ACCOUNT-BALANCE + TenderAmountEntry
019710         GREATER THAN CM-CREDIT-LIMIT
019720         DISPLAY "CHARGE WOULD EXCEED THE CREDIT LIMIT OF "
019860*****************************************************************
019870*    5250-BUILD-REFUND-TENDERS - A REFUND PAYS BACK THE WAY     *
019880*    THE ORIGINAL SALE PAID: THE ON-ACCOUNT PORTION CREDITS     *
019890*    THE HOUSE ACCOUNT, THE CARD PORTION GOES BACK TO THE       *
019895*    CARD, EACH GIFT CARD TENDER GOES BACK ONTO ITS OWN GIFT    *
019900*    CARD, AND ONLY THE REMAINDER LEAVES THE DRAWER AS CASH     *
019910*****************************************************************
019920 5250-BUILD-REFUND-TENDERS.
019930     MOVE ZERO TO AcctTenderTotal.
019990     IF AcctTenderTotal GREATER THAN SV-GRAND-TOTAL
020000         MOVE SV-GRAND-TOTAL TO AcctTenderTotal
020010     END-IF.
020012     MOVE ZERO TO CardTenderTotal.
020014     IF SV-TENDER-COUNT NUMERIC
020016         PERFORM 5265-SUM-ONE-CARD-TENDER THRU 5265-EXIT
020018             VARYING TenderIdx FROM 1 BY 1
020020             UNTIL TenderIdx > SV-TENDER-COUNT
020022     END-IF.
020025     IF CardTenderTotal GREATER THAN
020027         SV-GRAND-TOTAL - AcctTenderTotal
020029         COMPUTE CardTenderTotal =
020031             SV-GRAND-TOTAL - AcctTenderTotal
020033     END-IF.
020034     MOVE ZERO TO GiftRefundTotal.
020035     IF SV-TENDER-COUNT NUMERIC
020036         PERFORM 5267-SUM-ONE-GIFT-TENDER THRU 5267-EXIT
020037             VARYING TenderIdx FROM 1 BY 1
020038             UNTIL TenderIdx > SV-TENDER-COUNT
020039     END-IF.
020040     IF GiftRefundTotal GREATER THAN
020041         SV-GRAND-TOTAL - AcctTenderTotal - CardTenderTotal
020042         COMPUTE GiftRefundTotal =
020043             SV-GRAND-TOTAL - AcctTenderTotal - CardTenderTotal
020044     END-IF.
020045     COMPUTE CashRefundAmount =
020046         SV-GRAND-TOTAL - AcctTenderTotal - CardTenderTotal
020047         - GiftRefundTotal.
020048     MOVE ZERO TO TenderCount.
020050     IF CashRefundAmount NOT = ZERO
020060         ADD 1 TO TenderCount
020070         MOVE "C" TO TR-TENDER-TYPE(TenderCount)
020080         COMPUTE TR-TENDER-AMOUNT(TenderCount) =
020090             ZERO - CashRefundAmount
020100     END-IF.
020101     IF CardTenderTotal NOT = ZERO
020102         ADD 1 TO TenderCount
020104         MOVE "D" TO TR-TENDER-TYPE(TenderCount)
020105         COMPUTE TR-TENDER-AMOUNT(TenderCount) =
020107             ZERO - CardTenderTotal
020108     END-IF.
020110     IF AcctTenderTotal NOT = ZERO
020120         ADD 1 TO TenderCount
020130         MOVE "A" TO TR-TENDER-TYPE(TenderCount)
020140         COMPUTE TR-TENDER-AMOUNT(TenderCount) =
020150             ZERO - AcctTenderTotal
020151     END-IF.
020152     IF SV-TENDER-COUNT NUMERIC
020153         PERFORM 5275-REFUND-ONE-GIFT-TENDER THRU 5275-EXIT
020154             VARYING TenderIdx FROM 1 BY 1
020155             UNTIL TenderIdx > SV-TENDER-COUNT
020160     END-IF.
020170     MOVE TenderCount TO TR-TENDER-COUNT.
020180     PERFORM 5270-CLEAR-ONE-TENDER-SLOT THRU 5270-EXIT
020270     END-IF.
020280 5260-EXIT.
020290     EXIT.
020291 5265-SUM-ONE-CARD-TENDER.
020292     IF TenderIdx NOT GREATER THAN 3
020293         AND SV-TENDER-CARD(TenderIdx)
020295         ADD SV-TENDER-AMOUNT(TenderIdx) TO CardTenderTotal
020296     END-IF.
020297 5265-EXIT.
020298     EXIT.
020300 5270-CLEAR-ONE-TENDER-SLOT.
020310     IF TenderIdx GREATER THAN TR-TENDER-COUNT
020320         MOVE SPACE TO TR-TENDER-TYPE(TenderIdx)
020330         MOVE ZERO TO TR-TENDER-AMOUNT(TenderIdx)
020332     END-IF.
020334     IF NOT TR-TENDER-GIFT(TenderIdx)
020336         MOVE ZERO TO TR-TENDER-GIFT-CARD(TenderIdx)
020340     END-IF.
020350 5270-EXIT.
020360     EXIT.
021680     END-IF.
021690 1770-EXIT.
021700     EXIT.
021701*****************************************************************
021702*    1780-OPEN-LAYAWAYS - THE LAYAWAY FILE IS CREATED EMPTY ON  *
021703*    FIRST USE; LAYAWAYS STAY ON FILE ACROSS TRADING DAYS       *
021704*****************************************************************
021705 1780-OPEN-LAYAWAYS.
021706     OPEN I-O LayawayFile.
021707     IF FileStatusLayaway = "35"
021708         OPEN OUTPUT LayawayFile
021709         CLOSE LayawayFile
021710         OPEN I-O LayawayFile
021711     END-IF.
021712     IF FileStatusLayaway NOT = "00"
021713         DISPLAY "UNABLE TO OPEN LAYAWAY FILE - STATUS "
021714             FileStatusLayaway
021715         STOP RUN
021716     END-IF.
021717 1780-EXIT.
021718     EXIT.
021719*****************************************************************
021720*    7400-SUSPEND-SALE - PARK THE ENTERED LINES ON THE HELD     *
021730*    SALES FILE UNDER THE NEXT RETRIEVAL NUMBER.  STOCK STAYS   *
021740*    SET ASIDE - IT WAS DECREMENTED AT LINE ENTRY AND COMES     *
023030     MOVE PC-PRODUCT-NUMBER TO LineProdNbr(LineIdx).
023040     MOVE PC-DESCRIPTION TO LineDescription(LineIdx).
023050     MOVE PC-UNIT-PRICE TO LineUnitPrice(LineIdx).
023051     IF PC-UNIT-COST NUMERIC
023053         MOVE PC-UNIT-COST TO LineUnitCost(LineIdx)
023055     ELSE
023056         MOVE ZERO TO LineUnitCost(LineIdx)
023058     END-IF.
023060     MOVE HS-QUANTITY(HeldLineIdx) TO LineQuantity(LineIdx).
023070     IF PC-IS-TAX-EXEMPT
023080         SET LineIsTaxExempt(LineIdx) TO TRUE
023470             " SALE MUST GO THROUGH REFUND MODE"
023480         GO TO 7600-EXIT
023490     END-IF.
023491     IF SV-REF-RECEIPT-NUMBER NUMERIC
023492         AND SV-REF-RECEIPT-NUMBER NOT = ZERO
023494         DISPLAY "RECEIPT COMPLETES A LAYAWAY - IT MUST GO"
023495             " THROUGH REFUND MODE"
023497         GO TO 7600-EXIT
023498     END-IF.
023500     DISPLAY "RECEIPT " OrigReceiptArea "-" OrigReceiptGroup
023510         "-" OrigReceiptSerial " FOR " SV-FIRST-NAME
023520         SPACE SV-LAST-NAME " TOTAL " SV-GRAND-TOTAL.
024620     EXIT.
024630*****************************************************************
024640*    7630-NEGATE-ONE-TENDER - EVERY ORIGINAL TENDER REVERSES    *
024650*    UNDER ITS OWN TYPE.  A GIFT CARD TENDER IS CREDITED BACK   *
024660*    TO THE CARD NUMBER IT CARRIES; A CARD NO LONGER ON FILE    *
024670*    OR CLOSED IS PAID BACK FROM THE DRAWER AS CASH INSTEAD     *
024690*****************************************************************
024700 7630-NEGATE-ONE-TENDER.
024710     IF TenderIdx GREATER THAN SV-TENDER-COUNT
024720         MOVE SPACE TO TR-TENDER-TYPE(TenderIdx)
024730         MOVE ZERO TO TR-TENDER-AMOUNT(TenderIdx)
024735         MOVE ZERO TO TR-TENDER-GIFT-CARD(TenderIdx)
024740         GO TO 7630-EXIT
024750     END-IF.
024760     MOVE SV-TENDER-TYPE(TenderIdx) TO TR-TENDER-TYPE(TenderIdx).
024770     COMPUTE TR-TENDER-AMOUNT(TenderIdx) =
024780         ZERO - SV-TENDER-AMOUNT(TenderIdx).
024782     MOVE ZERO TO TR-TENDER-GIFT-CARD(TenderIdx).
024784     IF NOT SV-TENDER-GIFT(TenderIdx)
024786         GO TO 7630-EXIT
024788     END-IF.
024790     IF SV-TENDER-GIFT-CARD(TenderIdx) NUMERIC
024792         MOVE SV-TENDER-GIFT-CARD(TenderIdx)
024793             TO GiftCardNumberEntry
024794     ELSE
024796         MOVE ZERO TO GiftCardNumberEntry
024798     END-IF.
024800     MOVE "V" TO GiftLedgerType.
024802     MOVE SV-TENDER-AMOUNT(TenderIdx) TO GiftLedgerAmount.
024804     MOVE TenderIdx TO GiftLedgerSlot.
024806     PERFORM 7150-CREDIT-GIFT-CARD THRU 7150-EXIT.
024808     IF GiftCardCredited
024810         MOVE GiftCardNumberEntry
024811             TO TR-TENDER-GIFT-CARD(TenderIdx)
024812     ELSE
024814         MOVE "C" TO TR-TENDER-TYPE(TenderIdx)
024820     END-IF.
024830 7630-EXIT.
024840     EXIT.
024841*****************************************************************
024842*    7700-PROCESS-LAYAWAY - OPEN A LAYAWAY, TAKE A PAYMENT ON   *
024843*    ONE, OR CANCEL ONE.  CANCELLING PAYS MONEY BACK OUT, SO    *
024844*    IT IS RESTRICTED TO SUPERVISOR OPERATORS                   *
024845*****************************************************************
024846 7700-PROCESS-LAYAWAY.
024847     DISPLAY "LAYAWAY - O=OPEN  P=PAYMENT  X=CANCEL: ".
024848     ACCEPT LayawayFunctionEntry.
024849     EVALUATE TRUE
024850         WHEN LayawayFunctionOpen
024851             PERFORM 7710-OPEN-LAYAWAY THRU 7710-EXIT
024852         WHEN LayawayFunctionPayment
024853             PERFORM 7720-TAKE-LAYAWAY-PAYMENT THRU 7720-EXIT
024854         WHEN LayawayFunctionCancel
024855             IF SupervisorSignedOn
024856                 PERFORM 7730-CANCEL-LAYAWAY THRU 7730-EXIT
024857             ELSE
024858                 DISPLAY "LAYAWAY CANCELLATIONS REQUIRE A"
024859                     " SUPERVISOR-LEVEL OPERATOR - REFUSED"
024860             END-IF
024861         WHEN OTHER
024862             DISPLAY "INVALID LAYAWAY FUNCTION - CANCELLED"
024863     END-EVALUATE.
024864 7700-EXIT.
024865     EXIT.
024866*****************************************************************
024867*    7710-OPEN-LAYAWAY - LINES ARE ENTERED AS FOR A SALE, SO    *
024868*    THE STOCK IS SET ASIDE AT ENTRY, AND PRICED AND TAXED NOW. *
024869*    THE OPENING DEPOSIT'S RECEIPT NUMBER BECOMES THE LAYAWAY   *
024870*    NUMBER.  THE DEPOSIT MUST BE AT LEAST THE MINIMUM AND      *
024871*    LESS THAN THE TOTAL - PAYING IN FULL IS A SALE             *
024872*****************************************************************
024873 7710-OPEN-LAYAWAY.
024874     PERFORM 3100-GET-CLIENT THRU 3100-EXIT.
024875     PERFORM 3200-GET-LINE-ITEMS THRU 3200-EXIT.
024876     IF LineItemCount = ZERO
024877         DISPLAY "NO PRODUCTS ENTERED - LAYAWAY CANCELLED"
024878         GO TO 7710-EXIT
024879     END-IF.
024880     DISPLAY "ENTER RECEIPT AREA: ".
024881     ACCEPT ReceiptArea.
024882     DISPLAY "ENTER RECEIPT GROUP: ".
024883     ACCEPT ReceiptGroup.
024884     MOVE ZERO TO ReceiptSerial.
024885     PERFORM 3400-COMPUTE-TOTALS THRU 3400-EXIT.
024886     PERFORM 3500-DISPLAY-RECEIPT THRU 3500-EXIT.
024887     COMPUTE LayawayMinimumDeposit ROUNDED =
024888         GrandTotalAmount * LayawayMinDepositRate.
024889     DISPLAY "LAYAWAY TOTAL " GrandTotalAmount
024890         " - MINIMUM DEPOSIT " LayawayMinimumDeposit.
024891     PERFORM 7715-GET-OPENING-DEPOSIT THRU 7715-EXIT
024892         WITH TEST AFTER UNTIL LayawayPaymentValid.
024893     IF LayawayPaymentAmount NOT = ZERO
024894         PERFORM 3305-ASSIGN-NEXT-SERIAL THRU 3305-EXIT
024895     END-IF.
024896     IF LayawayPaymentAmount = ZERO OR ReceiptNotAssigned
024897         DISPLAY "LAYAWAY NOT OPENED - STOCK RETURNED"
024898         PERFORM 3230-RESTOCK-CANCELLED-LINES THRU 3230-EXIT
024899         GO TO 7710-EXIT
024900     END-IF.
024901     PERFORM 7740-BUILD-LAYAWAY-RECORD THRU 7740-EXIT.
024902     MOVE LayawayPaymentAmount TO GrandTotalAmount.
024903     DISPLAY "LAYAWAY DEPOSIT - AMOUNT DUE: " GrandTotalAmount.
024904     PERFORM 3700-CAPTURE-TENDER THRU 3700-EXIT.
024905     PERFORM 7770-APPLY-LAYAWAY-PAYMENT THRU 7770-EXIT.
024906     WRITE LAYAWAY-RECORD
024907         INVALID KEY
024908         DISPLAY "ERROR ADDING LAYAWAY RECORD " LY-LAYAWAY-NUMBER
024909     END-WRITE.
024910     PERFORM 7780-WRITE-LAYAWAY-PAYMENT-LOG THRU 7780-EXIT.
024911     PERFORM 3550-PRINT-RECEIPT THRU 3550-EXIT.
024912     COMPUTE LayawayBalanceOwing =
024913         LY-TOTAL-AMOUNT - LY-PAID-TO-DATE.
024914     DISPLAY "LAYAWAY " LY-RECEIPT-AREA "-" LY-RECEIPT-GROUP
024915         "-" LY-RECEIPT-SERIAL " OPENED - DUE BY " LY-DUE-DATE.
024916     DISPLAY "BALANCE OWING: " LayawayBalanceOwing.
024917 7710-EXIT.
024918     EXIT.
024919 7715-GET-OPENING-DEPOSIT.
024920     DISPLAY "ENTER DEPOSIT AMOUNT (0 TO CANCEL): ".
024921     ACCEPT LayawayPaymentAmount.
024922     SET LayawayPaymentValid TO TRUE.
024923     IF LayawayPaymentAmount = ZERO
024924         GO TO 7715-EXIT
024925     END-IF.
024926     IF LayawayPaymentAmount LESS THAN LayawayMinimumDeposit
024927         DISPLAY "DEPOSIT IS BELOW THE MINIMUM OF "
024928             LayawayMinimumDeposit " - RE-ENTER"
024929         SET LayawayPaymentInvalid TO TRUE
024930         GO TO 7715-EXIT
024931     END-IF.
024932     IF LayawayPaymentAmount NOT LESS THAN GrandTotalAmount
024933         DISPLAY "DEPOSIT COVERS THE FULL PRICE - RING IT AS A"
024934             " SALE OR RE-ENTER"
024935         SET LayawayPaymentInvalid TO TRUE
024936     END-IF.
024937 7715-EXIT.
024938     EXIT.
024939*****************************************************************
024940*    7720-TAKE-LAYAWAY-PAYMENT - AN INSTALLMENT RINGS THROUGH   *
024941*    THE DRAWER UNDER ITS OWN RECEIPT NUMBER (TYPE L).  THE     *
024942*    PAYMENT THAT CLEARS THE BALANCE COMPLETES THE SALE; A      *
024943*    LAYAWAY ALREADY PAID IN FULL WHOSE SALE COULD NOT BE       *
024944*    RECORDED GOES STRAIGHT TO COMPLETION                       *
024945*****************************************************************
024946 7720-TAKE-LAYAWAY-PAYMENT.
024947     PERFORM 7790-READ-OPEN-LAYAWAY THRU 7790-EXIT.
024948     IF LayawayNotFound
024949         GO TO 7720-EXIT
024950     END-IF.
024951     MOVE LY-CLIENT-ID TO ClientId.
024952     MOVE LY-FIRST-NAME TO FirstName.
024953     MOVE LY-LAST-NAME TO LastName.
024954     COMPUTE LayawayBalanceOwing =
024955         LY-TOTAL-AMOUNT - LY-PAID-TO-DATE.
024956     IF LayawayBalanceOwing NOT GREATER THAN ZERO
024957         DISPLAY "LAYAWAY IS PAID IN FULL - COMPLETING THE SALE"
024958         DISPLAY "ASSIGN A RECEIPT NUMBER FOR THE SALE"
024959         PERFORM 3300-ASSIGN-RECEIPT-NUMBER THRU 3300-EXIT
024960         PERFORM 7750-COMPLETE-LAYAWAY THRU 7750-EXIT
024961         GO TO 7720-EXIT
024962     END-IF.
024963     DISPLAY "BALANCE OWING: " LayawayBalanceOwing.
024964     DISPLAY "ENTER PAYMENT AMOUNT (0 TO CANCEL): ".
024965     ACCEPT LayawayPaymentAmount.
024966     IF LayawayPaymentAmount = ZERO
024967         DISPLAY "NO PAYMENT TAKEN"
024968         GO TO 7720-EXIT
024969     END-IF.
024970     IF LayawayPaymentAmount GREATER THAN LayawayBalanceOwing
024971         DISPLAY "PAYMENT EXCEEDS THE BALANCE OWING - CANCELLED"
024972         GO TO 7720-EXIT
024973     END-IF.
024974     PERFORM 3300-ASSIGN-RECEIPT-NUMBER THRU 3300-EXIT.
024975     IF ReceiptNotAssigned
024976         DISPLAY "PAYMENT CANCELLED - PLEASE RE-ENTER"
024977         GO TO 7720-EXIT
024978     END-IF.
024979     MOVE LayawayPaymentAmount TO GrandTotalAmount.
024980     DISPLAY "LAYAWAY PAYMENT - AMOUNT DUE: " GrandTotalAmount.
024981     PERFORM 3700-CAPTURE-TENDER THRU 3700-EXIT.
024982     PERFORM 7770-APPLY-LAYAWAY-PAYMENT THRU 7770-EXIT.
024983     PERFORM 7780-WRITE-LAYAWAY-PAYMENT-LOG THRU 7780-EXIT.
024984     PERFORM 3550-PRINT-RECEIPT THRU 3550-EXIT.
024985     COMPUTE LayawayBalanceOwing =
024986         LY-TOTAL-AMOUNT - LY-PAID-TO-DATE.
024987     IF LayawayBalanceOwing NOT GREATER THAN ZERO
024988         PERFORM 3305-ASSIGN-NEXT-SERIAL THRU 3305-EXIT
024989         PERFORM 7750-COMPLETE-LAYAWAY THRU 7750-EXIT
024990         GO TO 7720-EXIT
024991     END-IF.
024992     REWRITE LAYAWAY-RECORD
024993         INVALID KEY
024994         DISPLAY "ERROR UPDATING LAYAWAY RECORD "
024995             LY-LAYAWAY-NUMBER
024996     END-REWRITE.
024997     DISPLAY "PAYMENT RECORDED - BALANCE OWING "
024998         LayawayBalanceOwing " DUE BY " LY-DUE-DATE.
024999 7720-EXIT.
025000     EXIT.
025001*****************************************************************
025002*    7730-CANCEL-LAYAWAY - THE STORE KEEPS THE CANCELLATION     *
025003*    FEE (NEVER MORE THAN HAS BEEN PAID) AND REFUNDS THE REST   *
025004*    (TYPE X): THE CARD PORTION OF THE DEPOSITS GOES BACK TO    *
025005*    THE CARD, THE REMAINDER LEAVES THE DRAWER AS CASH.  THE    *
025006*    STOCK SET ASIDE GOES BACK ON HAND                          *
025007*****************************************************************
025008 7730-CANCEL-LAYAWAY.
025009     PERFORM 7790-READ-OPEN-LAYAWAY THRU 7790-EXIT.
025010     IF LayawayNotFound
025011         GO TO 7730-EXIT
025012     END-IF.
025013     MOVE LayawayCancelFee TO LY-CANCEL-FEE.
025014     IF LY-CANCEL-FEE GREATER THAN LY-PAID-TO-DATE
025015         MOVE LY-PAID-TO-DATE TO LY-CANCEL-FEE
025016     END-IF.
025017     COMPUTE LayawayRefundAmount =
025018         LY-PAID-TO-DATE - LY-CANCEL-FEE.
025019     DISPLAY "CANCELLATION FEE " LY-CANCEL-FEE
025020         " - REFUND DUE " LayawayRefundAmount.
025021     DISPLAY "CONFIRM CANCELLATION? (Y/N): ".
025022     ACCEPT LayawayConfirmSwitch.
025023     IF NOT LayawayCancelConfirmed
025024         DISPLAY "CANCELLATION ABANDONED - NO CHANGES MADE"
025025         GO TO 7730-EXIT
025026     END-IF.
025027     DISPLAY "ASSIGN A RECEIPT NUMBER FOR THE CANCELLATION".
025028     PERFORM 3300-ASSIGN-RECEIPT-NUMBER THRU 3300-EXIT.
025029     IF ReceiptNotAssigned
025030         DISPLAY "CANCELLATION NOT RECORDED - PLEASE RE-ENTER"
025031         GO TO 7730-EXIT
025032     END-IF.
025033     MOVE LY-CLIENT-ID TO ClientId.
025034     MOVE LY-FIRST-NAME TO FirstName.
025035     MOVE LY-LAST-NAME TO LastName.
025036     PERFORM 7785-WRITE-LAYAWAY-CANCEL-LOG THRU 7785-EXIT.
025037     PERFORM 3550-PRINT-RECEIPT THRU 3550-EXIT.
025038     PERFORM 7795-RESTOCK-ONE-LAYAWAY-LINE THRU 7795-EXIT
025039         VARYING LineIdx FROM 1 BY 1
025040         UNTIL LineIdx > LY-LINE-COUNT.
025041     SET LY-IS-CANCELLED TO TRUE.
025042     MOVE LayawayRefundAmount TO LY-REFUND-AMOUNT.
025043     MOVE BusinessDate TO LY-CLOSED-DATE.
025044     MOVE ReceiptNum TO LY-CLOSING-RECEIPT.
025045     REWRITE LAYAWAY-RECORD
025046         INVALID KEY
025047         DISPLAY "ERROR UPDATING LAYAWAY RECORD "
025048             LY-LAYAWAY-NUMBER
025049     END-REWRITE.
025050     ADD 1 TO SessionRefundCount.
025051     ADD LayawayRefundAmount TO SessionRefundValue.
025052     DISPLAY "LAYAWAY " LY-RECEIPT-AREA "-" LY-RECEIPT-GROUP
025053         "-" LY-RECEIPT-SERIAL " CANCELLED - STOCK RETURNED".
025054 7730-EXIT.
025055     EXIT.
025056*****************************************************************
025057*    7740-BUILD-LAYAWAY-RECORD - THE PRICED LINES AND TOTALS    *
025058*    ARE FROZEN ON THE LAYAWAY.  THE DUE DATE IS THE TERM IN    *
025059*    MONTHS AFTER OPENING, HELD TO THE 28TH SO EVERY MONTH      *
025060*    HAS THE DAY                                                *
025061*****************************************************************
025062 7740-BUILD-LAYAWAY-RECORD.
025063     MOVE SPACES TO LAYAWAY-RECORD.
025064     MOVE ReceiptNum TO LY-LAYAWAY-NUMBER.
025065     MOVE ClientId TO LY-CLIENT-ID.
025066     MOVE FirstName TO LY-FIRST-NAME.
025067     MOVE LastName TO LY-LAST-NAME.
025068     SET LY-IS-OPEN TO TRUE.
025069     MOVE LineItemCount TO LY-LINE-COUNT.
025070     PERFORM 7745-MOVE-LINE-TO-LAYAWAY THRU 7745-EXIT
025071         VARYING LineIdx FROM 1 BY 1
025072         UNTIL LineIdx > LineItemCount.
025073     MOVE SubTotalAmount TO LY-SUB-TOTAL.
025074     MOVE TaxAmount TO LY-TAX-AMOUNT.
025075     MOVE GrandTotalAmount TO LY-TOTAL-AMOUNT.
025076     MOVE ZERO TO LY-PAID-TO-DATE.
025077     MOVE ZERO TO LY-CARD-PAID.
025078     MOVE ZERO TO LY-PAYMENT-COUNT.
025079     MOVE BusinessDate TO LY-OPEN-DATE.
025080     MOVE BusinessDate TO LayawayDueDate.
025081     ADD LayawayTermMonths TO LayawayDueMonth.
025082     IF LayawayDueMonth GREATER THAN 12
025083         SUBTRACT 12 FROM LayawayDueMonth
025084         ADD 1 TO LayawayDueYear
025085     END-IF.
025086     IF LayawayDueDay GREATER THAN 28
025087         MOVE 28 TO LayawayDueDay
025088     END-IF.
025089     MOVE LayawayDueDate TO LY-DUE-DATE.
025090     MOVE ZERO TO LY-LAST-PAYMENT-DATE.
025091     MOVE ZERO TO LY-CLOSED-DATE.
025092     MOVE ZERO TO LY-CLOSING-RECEIPT.
025093     MOVE ZERO TO LY-CANCEL-FEE.
025094     MOVE ZERO TO LY-REFUND-AMOUNT.
025095     MOVE SignedOnOperatorId TO LY-OPENED-BY.
025096 7740-EXIT.
025097     EXIT.
025098 7745-MOVE-LINE-TO-LAYAWAY.
025099     MOVE LineProdNbr(LineIdx) TO LY-PRODUCT-NUMBER(LineIdx).
025100     MOVE LineQuantity(LineIdx) TO LY-QUANTITY(LineIdx).
025101     MOVE LineUnitPrice(LineIdx) TO LY-UNIT-PRICE(LineIdx).
025102     MOVE LineExtendedAmount(LineIdx)
025103         TO LY-EXTENDED-AMOUNT(LineIdx).
025104     MOVE LineDiscountAmount(LineIdx)
025105         TO LY-LINE-DISCOUNT(LineIdx).
025106     MOVE LineUnitCost(LineIdx) TO LY-UNIT-COST(LineIdx).
025107     MOVE LineTaxableSw(LineIdx) TO LY-TAXABLE-SW(LineIdx).
025108 7745-EXIT.
025109     EXIT.
025110*****************************************************************
025111*    7750-COMPLETE-LAYAWAY - THE LAYAWAY IS PAID IN FULL: THE   *
025112*    FROZEN LINES AND TOTALS ARE RECORDED AS A SALE PAID BY     *
025113*    THE DEPOSITS HELD (TENDER TYPE L), WHICH CLEARS THE        *
025114*    LIABILITY.  STOCK WAS SET ASIDE AT OPENING AND IS NOT      *
025115*    DECREMENTED AGAIN.  THE CALLER ASSIGNED THE RECEIPT NUMBER *
025116*****************************************************************
025117 7750-COMPLETE-LAYAWAY.
025118     IF ReceiptNotAssigned
025119         REWRITE LAYAWAY-RECORD
025120             INVALID KEY
025121             DISPLAY "ERROR UPDATING LAYAWAY RECORD "
025122                 LY-LAYAWAY-NUMBER
025123         END-REWRITE
025124         DISPLAY "LAYAWAY PAID IN FULL BUT THE SALE IS NOT"
025125             " RECORDED - TAKE A ZERO PAYMENT TO COMPLETE IT"
025126         GO TO 7750-EXIT
025127     END-IF.
025128     MOVE LY-LINE-COUNT TO LineItemCount.
025129     PERFORM 7755-LOAD-ONE-LAYAWAY-LINE THRU 7755-EXIT
025130         VARYING LineIdx FROM 1 BY 1
025131         UNTIL LineIdx > LineItemCount.
025132     MOVE LY-SUB-TOTAL TO SubTotalAmount.
025133     MOVE LY-TAX-AMOUNT TO TaxAmount.
025134     MOVE LY-TOTAL-AMOUNT TO GrandTotalAmount.
025135     INITIALIZE TenderTable.
025136     MOVE 1 TO TenderCount.
025137     MOVE "L" TO TenderType(1).
025138     MOVE LY-TOTAL-AMOUNT TO TenderAmount(1).
025139     MOVE ZERO TO ChangeDueAmount.
025140     MOVE ZERO TO PointsRedeemedThisSale.
025141     MOVE ZERO TO RedemptionValue.
025142     PERFORM 7760-WRITE-LAYAWAY-SALE-LOG THRU 7760-EXIT.
025143     PERFORM 3550-PRINT-RECEIPT THRU 3550-EXIT.
025144     PERFORM 8100-WRITE-EXTRACT-LINES THRU 8100-EXIT.
025145     ADD 1 TO SessionSalesCount.
025146     ADD GrandTotalAmount TO SessionSalesValue.
025147     SET LY-IS-COMPLETED TO TRUE.
025148     MOVE BusinessDate TO LY-CLOSED-DATE.
025149     MOVE ReceiptNum TO LY-CLOSING-RECEIPT.
025150     REWRITE LAYAWAY-RECORD
025151         INVALID KEY
025152         DISPLAY "ERROR UPDATING LAYAWAY RECORD "
025153             LY-LAYAWAY-NUMBER
025154     END-REWRITE.
025155     PERFORM 3800-UPDATE-CLIENT-POINTS THRU 3800-EXIT.
025156     DISPLAY "LAYAWAY PAID IN FULL - SALE RECORDED ON RECEIPT "
025157         ReceiptArea "-" ReceiptGroup "-" ReceiptSerial.
025158 7750-EXIT.
025159     EXIT.
025160 7755-LOAD-ONE-LAYAWAY-LINE.
025161     MOVE LY-PRODUCT-NUMBER(LineIdx) TO LineProdNbr(LineIdx).
025162     MOVE SPACES TO LineDescription(LineIdx).
025163     MOVE LY-QUANTITY(LineIdx) TO LineQuantity(LineIdx).
025164     MOVE LY-UNIT-PRICE(LineIdx) TO LineUnitPrice(LineIdx).
025165     MOVE LY-EXTENDED-AMOUNT(LineIdx)
025166         TO LineExtendedAmount(LineIdx).
025167     MOVE LY-LINE-DISCOUNT(LineIdx)
025168         TO LineDiscountAmount(LineIdx).
025169     MOVE LY-UNIT-COST(LineIdx) TO LineUnitCost(LineIdx).
025170     MOVE LY-TAXABLE-SW(LineIdx) TO LineTaxableSw(LineIdx).
025171 7755-EXIT.
025172     EXIT.
025173*****************************************************************
025174*    7760-WRITE-LAYAWAY-SALE-LOG - THE COMPLETED LAYAWAY GOES   *
025175*    ON THE LOG AS A SALE LINKED BACK TO THE LAYAWAY NUMBER,    *
025176*    SO IT REACHES THE SALES, TAX AND MARGIN REPORTS ON THE     *
025177*    DAY IT IS COMPLETED; POINTS ARE EARNED AS FOR ANY SALE     *
025178*****************************************************************
025179 7760-WRITE-LAYAWAY-SALE-LOG.
025180     MOVE SPACES TO TRANSACTION-LOG-RECORD.
025181     SET TR-IS-SALE TO TRUE.
025182     MOVE ClientId TO TR-CLIENT-ID.
025183     MOVE FirstName TO TR-FIRST-NAME.
025184     MOVE LastName TO TR-LAST-NAME.
025185     MOVE ReceiptArea TO TR-RECEIPT-AREA.
025186     MOVE ReceiptGroup TO TR-RECEIPT-GROUP.
025187     MOVE ReceiptSerial TO TR-RECEIPT-SERIAL.
025188     MOVE LY-LAYAWAY-NUMBER TO TR-REF-RECEIPT-NUMBER.
025189     MOVE LineItemCount TO TR-LINE-COUNT.
025190     PERFORM 3610-MOVE-LINE-TO-LOG THRU 3610-EXIT
025191         VARYING LineIdx FROM 1 BY 1
025192         UNTIL LineIdx > LineItemCount.
025193     MOVE SubTotalAmount TO TR-SUB-TOTAL.
025194     MOVE TaxAmount TO TR-TAX-AMOUNT.
025195     MOVE GrandTotalAmount TO TR-GRAND-TOTAL.
025196     MOVE TenderCount TO TR-TENDER-COUNT.
025197     PERFORM 3620-MOVE-TENDER-TO-LOG THRU 3620-EXIT
025198         VARYING TenderIdx FROM 1 BY 1
025199         UNTIL TenderIdx > 3.
025200     MOVE ChangeDueAmount TO TR-CHANGE-DUE.
025201     MOVE SignedOnOperatorId TO TR-OPERATOR-ID.
025202     MOVE GrandTotalAmount TO WholeDollarsPaid.
025203     MOVE WholeDollarsPaid TO PointsEarnedThisSale.
025204     MOVE PointsEarnedThisSale TO TR-POINTS-EARNED.
025205     MOVE ZERO TO TR-POINTS-REDEEMED.
025206     MOVE ZERO TO TR-REDEMPTION-VALUE.
025207     ACCEPT TR-TRANS-DATE FROM DATE YYYYMMDD.
025208     MOVE BusinessDate TO TR-BUSINESS-DATE.
025209     ACCEPT TR-TRANS-TIME FROM TIME.
025210     WRITE TRANSACTION-LOG-RECORD.
025211 7760-EXIT.
025212     EXIT.
025213*****************************************************************
025214*    7770-APPLY-LAYAWAY-PAYMENT - ONLY THE MONEY ACTUALLY       *
025215*    TENDERED IS CREDITED; THE CARD PORTION IS KEPT SO A        *
025216*    CANCELLATION CAN PAY IT BACK TO THE CARD                   *
025217*****************************************************************
025218 7770-APPLY-LAYAWAY-PAYMENT.
025219     IF AmountStillDue GREATER THAN ZERO
025220         SUBTRACT AmountStillDue FROM GrandTotalAmount
025221         DISPLAY "ONLY " GrandTotalAmount
025222             " CREDITED TO THE LAYAWAY"
025223     END-IF.
025224     MOVE GrandTotalAmount TO LayawayPaymentAmount.
025225     ADD LayawayPaymentAmount TO LY-PAID-TO-DATE.
025226     MOVE ZERO TO CardTenderTotal.
025227     PERFORM 7775-SUM-ONE-CARD-PAYMENT THRU 7775-EXIT
025228         VARYING TenderIdx FROM 1 BY 1
025229         UNTIL TenderIdx > TenderCount.
025230     ADD CardTenderTotal TO LY-CARD-PAID.
025231     ADD 1 TO LY-PAYMENT-COUNT.
025232     MOVE BusinessDate TO LY-LAST-PAYMENT-DATE.
025233 7770-EXIT.
025234     EXIT.
025235 7775-SUM-ONE-CARD-PAYMENT.
025236     IF TenderType(TenderIdx) = "D"
025237         ADD TenderAmount(TenderIdx) TO CardTenderTotal
025238     END-IF.
025239 7775-EXIT.
025240     EXIT.
025241*****************************************************************
025242*    7780-WRITE-LAYAWAY-PAYMENT-LOG - A DEPOSIT OR INSTALLMENT  *
025243*    GOES ON THE LOG (TYPE L) WITH ITS TENDERS SO THE DRAWER    *
025244*    SEES THE MONEY, LINKED TO THE LAYAWAY NUMBER; NO PRODUCT   *
025245*    LINES, NO TAX, NO POINTS UNTIL THE SALE COMPLETES          *
025246*****************************************************************
025247 7780-WRITE-LAYAWAY-PAYMENT-LOG.
025248     MOVE SPACES TO TRANSACTION-LOG-RECORD.
025249     SET TR-IS-LAYAWAY-PAYMENT TO TRUE.
025250     MOVE ClientId TO TR-CLIENT-ID.
025251     MOVE FirstName TO TR-FIRST-NAME.
025252     MOVE LastName TO TR-LAST-NAME.
025253     MOVE ReceiptArea TO TR-RECEIPT-AREA.
025254     MOVE ReceiptGroup TO TR-RECEIPT-GROUP.
025255     MOVE ReceiptSerial TO TR-RECEIPT-SERIAL.
025256     MOVE LY-LAYAWAY-NUMBER TO TR-REF-RECEIPT-NUMBER.
025257     MOVE ZERO TO TR-LINE-COUNT.
025258     MOVE ZERO TO TR-SUB-TOTAL.
025259     MOVE ZERO TO TR-TAX-AMOUNT.
025260     MOVE GrandTotalAmount TO TR-GRAND-TOTAL.
025261     MOVE TenderCount TO TR-TENDER-COUNT.
025262     PERFORM 3620-MOVE-TENDER-TO-LOG THRU 3620-EXIT
025263         VARYING TenderIdx FROM 1 BY 1
025264         UNTIL TenderIdx > 3.
025265     MOVE ChangeDueAmount TO TR-CHANGE-DUE.
025266     MOVE SignedOnOperatorId TO TR-OPERATOR-ID.
025267     MOVE ZERO TO TR-POINTS-EARNED.
025268     MOVE ZERO TO TR-POINTS-REDEEMED.
025269     MOVE ZERO TO TR-REDEMPTION-VALUE.
025270     ACCEPT TR-TRANS-DATE FROM DATE YYYYMMDD.
025271     MOVE BusinessDate TO TR-BUSINESS-DATE.
025272     ACCEPT TR-TRANS-TIME FROM TIME.
025273     WRITE TRANSACTION-LOG-RECORD.
025274 7780-EXIT.
025275     EXIT.
025276*****************************************************************
025277*    7785-WRITE-LAYAWAY-CANCEL-LOG - TYPE X, LINKED TO THE      *
025278*    LAYAWAY NUMBER, CARRYING THE REFUND AS NEGATIVE TENDERS:   *
025279*    CARD FIRST UP TO THE CARD DEPOSITS, THE REST AS CASH       *
025280*****************************************************************
025281 7785-WRITE-LAYAWAY-CANCEL-LOG.
025282     MOVE SPACES TO TRANSACTION-LOG-RECORD.
025283     SET TR-IS-LAYAWAY-CANCEL TO TRUE.
025284     MOVE ClientId TO TR-CLIENT-ID.
025285     MOVE FirstName TO TR-FIRST-NAME.
025286     MOVE LastName TO TR-LAST-NAME.
025287     MOVE ReceiptArea TO TR-RECEIPT-AREA.
025288     MOVE ReceiptGroup TO TR-RECEIPT-GROUP.
025289     MOVE ReceiptSerial TO TR-RECEIPT-SERIAL.
025290     MOVE LY-LAYAWAY-NUMBER TO TR-REF-RECEIPT-NUMBER.
025291     MOVE ZERO TO TR-LINE-COUNT.
025292     MOVE ZERO TO TR-SUB-TOTAL.
025293     MOVE ZERO TO TR-TAX-AMOUNT.
025294     COMPUTE TR-GRAND-TOTAL = ZERO - LayawayRefundAmount.
025295     MOVE LY-CARD-PAID TO LayawayCardRefund.
025296     IF LayawayCardRefund GREATER THAN LayawayRefundAmount
025297         MOVE LayawayRefundAmount TO LayawayCardRefund
025298     END-IF.
025299     COMPUTE CashRefundAmount =
025300         LayawayRefundAmount - LayawayCardRefund.
025301     MOVE ZERO TO TenderCount.
025302     IF CashRefundAmount NOT = ZERO
025303         ADD 1 TO TenderCount
025304         MOVE "C" TO TR-TENDER-TYPE(TenderCount)
025305         COMPUTE TR-TENDER-AMOUNT(TenderCount) =
025306             ZERO - CashRefundAmount
025307     END-IF.
025308     IF LayawayCardRefund NOT = ZERO
025309         ADD 1 TO TenderCount
025310         MOVE "D" TO TR-TENDER-TYPE(TenderCount)
025311         COMPUTE TR-TENDER-AMOUNT(TenderCount) =
025312             ZERO - LayawayCardRefund
025313     END-IF.
025314     MOVE TenderCount TO TR-TENDER-COUNT.
025315     PERFORM 5270-CLEAR-ONE-TENDER-SLOT THRU 5270-EXIT
025316         VARYING TenderIdx FROM 1 BY 1
025317         UNTIL TenderIdx > 3.
025318     MOVE ZERO TO TR-CHANGE-DUE.
025319     MOVE SignedOnOperatorId TO TR-OPERATOR-ID.
025320     MOVE ZERO TO TR-POINTS-EARNED.
025321     MOVE ZERO TO TR-POINTS-REDEEMED.
025322     MOVE ZERO TO TR-REDEMPTION-VALUE.
025323     ACCEPT TR-TRANS-DATE FROM DATE YYYYMMDD.
025324     MOVE BusinessDate TO TR-BUSINESS-DATE.
025325     ACCEPT TR-TRANS-TIME FROM TIME.
025326     WRITE TRANSACTION-LOG-RECORD.
025327 7785-EXIT.
025328     EXIT.
025329*****************************************************************
025330*    7790-READ-OPEN-LAYAWAY - LOOK UP A LAYAWAY BY THE RECEIPT  *
025331*    NUMBER OF ITS OPENING DEPOSIT; ONLY AN OPEN LAYAWAY MAY    *
025332*    TAKE A PAYMENT OR BE CANCELLED                             *
025333*****************************************************************
025334 7790-READ-OPEN-LAYAWAY.
025335     SET LayawayNotFound TO TRUE.
025336     DISPLAY "LAYAWAY - ENTER RECEIPT AREA: ".
025337     ACCEPT LayawayAreaEntry.
025338     DISPLAY "LAYAWAY - ENTER RECEIPT GROUP: ".
025339     ACCEPT LayawayGroupEntry.
025340     DISPLAY "LAYAWAY - ENTER RECEIPT SERIAL: ".
025341     ACCEPT LayawaySerialEntry.
025342     MOVE LayawayNumberEntry TO LY-LAYAWAY-NUMBER.
025343     READ LayawayFile
025344         INVALID KEY
025345         DISPLAY "NO LAYAWAY UNDER THAT NUMBER"
025346         GO TO 7790-EXIT
025347     END-READ.
025348     IF NOT LY-IS-OPEN
025349         DISPLAY "LAYAWAY IS ALREADY COMPLETED OR CANCELLED"
025350         GO TO 7790-EXIT
025351     END-IF.
025352     DISPLAY "LAYAWAY FOR " LY-FIRST-NAME SPACE LY-LAST-NAME.
025353     DISPLAY "TOTAL " LY-TOTAL-AMOUNT " PAID " LY-PAID-TO-DATE
025354         " DUE BY " LY-DUE-DATE.
025355     SET LayawayFound TO TRUE.
025356 7790-EXIT.
025357     EXIT.
025358 7795-RESTOCK-ONE-LAYAWAY-LINE.
025359     MOVE LY-PRODUCT-NUMBER(LineIdx) TO PC-PRODUCT-NUMBER.
025360     READ ProductCatalogFile
025361         INVALID KEY GO TO 7795-EXIT
025362     END-READ.
025363     ADD LY-QUANTITY(LineIdx) TO PC-QTY-ON-HAND.
025364     REWRITE PRODUCT-CATALOG-RECORD
025365         INVALID KEY
025366         DISPLAY "ERROR UPDATING ON-HAND STOCK FOR PRODUCT "
025367             PC-PRODUCT-NUMBER
025368     END-REWRITE.
025369 7795-EXIT.
025370     EXIT.
025371*****************************************************************
025372*    1820-VERIFY-OPERATOR-PIN - THE SECRET PIN MUST MATCH THE   *
025373*    OPERATOR RECORD; A MATCH CLEARS ANY EARLIER FAILURES       *
025374*****************************************************************
025375 1820-VERIFY-OPERATOR-PIN.
025376     SET PinRejected TO TRUE.
025377     DISPLAY "ENTER PIN: ".
025378     ACCEPT OperatorPinEntry.
025379     IF OP-PIN NOT NUMERIC
025380         MOVE ZERO TO OP-PIN
025381     END-IF.
025382     IF OperatorPinEntry NOT = OP-PIN
025383         DISPLAY "PIN DOES NOT MATCH"
025384         PERFORM 1830-RECORD-FAILED-PIN THRU 1830-EXIT
025385         GO TO 1820-EXIT
025386     END-IF.
025387     IF OP-FAILED-ATTEMPTS NOT NUMERIC
025388         MOVE ZERO TO OP-FAILED-ATTEMPTS
025389     END-IF.
025390     IF OP-FAILED-ATTEMPTS NOT = ZERO
025391         MOVE ZERO TO OP-FAILED-ATTEMPTS
025392         REWRITE OPERATOR-RECORD
025393             INVALID KEY
025394             DISPLAY "ERROR UPDATING OPERATOR RECORD"
025395         END-REWRITE
025396     END-IF.
025397     SET PinAccepted TO TRUE.
025398 1820-EXIT.
025399     EXIT.
025400*****************************************************************
025401*    1830-RECORD-FAILED-PIN - COUNT THE FAILURE ON THE          *
025402*    OPERATOR RECORD AND LOCK THE ID WHEN THE LIMIT IS HIT.     *
025403*    EACH FAILURE ALSO GOES ON THE OPERATOR AUDIT FILE SO THE   *
025404*    LOSS-PREVENTION REPORT SEES IT AFTER A GOOD PIN CLEARS     *
025405*    THE COUNT                                                  *
025406*****************************************************************
025407 1830-RECORD-FAILED-PIN.
025408     IF OP-FAILED-ATTEMPTS NOT NUMERIC
025409         MOVE ZERO TO OP-FAILED-ATTEMPTS
025410     END-IF.
025411     ADD 1 TO OP-FAILED-ATTEMPTS.
025412     IF OP-FAILED-ATTEMPTS NOT LESS THAN MaxPinFailures
025413         SET OP-IS-LOCKED TO TRUE
025414         DISPLAY "OPERATOR ID LOCKED AFTER REPEATED PIN"
025415             " FAILURES - SEE SUPERVISOR"
025416     END-IF.
025417     REWRITE OPERATOR-RECORD
025418         INVALID KEY
025419         DISPLAY "ERROR UPDATING OPERATOR RECORD"
025420     END-REWRITE.
025421     MOVE OP-OPERATOR-ID TO OA-OPERATOR-ID.
025422     MOVE "PINF" TO OA-ACTION-CODE.
025423     MOVE OP-AUTH-LEVEL TO OA-OLD-AUTH-LEVEL.
025424     MOVE OP-AUTH-LEVEL TO OA-NEW-AUTH-LEVEL.
025425     ACCEPT OA-CHANGE-DATE FROM DATE YYYYMMDD.
025426     ACCEPT OA-CHANGE-TIME FROM TIME.
025427     MOVE OP-OPERATOR-ID TO OA-CHANGED-BY.
025428     WRITE OPERATOR-AUDIT-RECORD.
025429 1830-EXIT.
025430     EXIT.
025431*****************************************************************
025432*    4100-ACCEPT-CONTACT-DETAILS - MAILING ADDRESS, PHONE,      *
025433*    AND THE MAIL-CONSENT FLAG, KEYED STRAIGHT INTO THE         *
025434*    CLIENT MASTER RECORD.  ANYTHING BUT A CLEAR YES IS         *
025435*    TREATED AS NO-MAIL                                         *
025436*****************************************************************
025437 4100-ACCEPT-CONTACT-DETAILS.
025438     DISPLAY "ENTER STREET ADDRESS: ".
025439     ACCEPT CM-STREET-ADDRESS.
025440     DISPLAY "ENTER CITY: ".
025441     ACCEPT CM-CITY.
025450     DISPLAY "ENTER STATE (2 CHARS): ".
025460     ACCEPT CM-STATE.
025470     DISPLAY "ENTER ZIP CODE: ".
025580     END-IF.
025590 4100-EXIT.
025600     EXIT.
025610*****************************************************************
025620*    5267-SUM-ONE-GIFT-TENDER - GIFT CARD SHARE OF A REFUND     *
025630*****************************************************************
025640 5267-SUM-ONE-GIFT-TENDER.
025650     IF TenderIdx NOT GREATER THAN 3
025660         AND SV-TENDER-GIFT(TenderIdx)
025670         ADD SV-TENDER-AMOUNT(TenderIdx) TO GiftRefundTotal
025680     END-IF.
025690 5267-EXIT.
025700     EXIT.
025710*****************************************************************
025720*    5275-REFUND-ONE-GIFT-TENDER - THE ORIGINAL GIFT CARD       *
025730*    TENDER'S SHARE OF THE REFUND IS CREDITED BACK TO ITS CARD  *
025740*    AS A TYPE G TENDER CARRYING THE CARD NUMBER.  A CARD NO    *
025750*    LONGER ON FILE OR CLOSED IS PAID OUT IN CASH INSTEAD,      *
025760*    ADDED TO THE CASH SLOT (ALWAYS SLOT 1 WHEN PRESENT)        *
025770*****************************************************************
025780 5275-REFUND-ONE-GIFT-TENDER.
025790     IF TenderIdx GREATER THAN 3
025800         OR NOT SV-TENDER-GIFT(TenderIdx)
025810         OR GiftRefundTotal NOT GREATER THAN ZERO
025820         GO TO 5275-EXIT
025830     END-IF.
025840     MOVE SV-TENDER-AMOUNT(TenderIdx) TO GiftLedgerAmount.
025850     IF GiftLedgerAmount GREATER THAN GiftRefundTotal
025860         MOVE GiftRefundTotal TO GiftLedgerAmount
025870     END-IF.
025880     SUBTRACT GiftLedgerAmount FROM GiftRefundTotal.
025890     IF SV-TENDER-GIFT-CARD(TenderIdx) NUMERIC
025900         MOVE SV-TENDER-GIFT-CARD(TenderIdx)
025905             TO GiftCardNumberEntry
025910     ELSE
025920         MOVE ZERO TO GiftCardNumberEntry
025930     END-IF.
025940     SET GiftCardNotCredited TO TRUE.
025950     IF TenderCount LESS THAN 3
025960         MOVE "F" TO GiftLedgerType
025970         COMPUTE GiftLedgerSlot = TenderCount + 1
025980         PERFORM 7150-CREDIT-GIFT-CARD THRU 7150-EXIT
025990     END-IF.
026000     IF GiftCardCredited
026010         ADD 1 TO TenderCount
026020         MOVE "G" TO TR-TENDER-TYPE(TenderCount)
026030         COMPUTE TR-TENDER-AMOUNT(TenderCount) =
026040             ZERO - GiftLedgerAmount
026050         MOVE GiftCardNumberEntry
026055             TO TR-TENDER-GIFT-CARD(TenderCount)
026060         GO TO 5275-EXIT
026070     END-IF.
026080     ADD GiftLedgerAmount TO CashRefundAmount.
026090     IF TenderCount GREATER THAN ZERO
026100         AND TR-TENDER-CASH(1)
026110         SUBTRACT GiftLedgerAmount FROM TR-TENDER-AMOUNT(1)
026120     ELSE
026130         ADD 1 TO TenderCount
026140         MOVE "C" TO TR-TENDER-TYPE(TenderCount)
026150         COMPUTE TR-TENDER-AMOUNT(TenderCount) =
026160             ZERO - GiftLedgerAmount
026170         MOVE ZERO TO TR-TENDER-GIFT-CARD(TenderCount)
026180     END-IF.
026190 5275-EXIT.
026200     EXIT.
026210*****************************************************************
026220*    7150-CREDIT-GIFT-CARD - PUT A REFUND OR VOID BACK ON THE   *
026230*    CARD IN GIFTCARDNUMBERENTRY FOR GIFTLEDGERAMOUNT; A CARD   *
026240*    NOT ON FILE OR CLOSED IS LEFT FOR THE CALLER TO PAY IN     *
026250*    CASH                                                       *
026260*****************************************************************
026270 7150-CREDIT-GIFT-CARD.
026280     SET GiftCardNotCredited TO TRUE.
026290     MOVE GiftCardNumberEntry TO GC-CARD-NUMBER.
026300     READ GiftCardFile
026310         INVALID KEY
026320         DISPLAY "GIFT CARD " GiftCardNumberEntry " NOT ON FILE -"
026330             " PAY " GiftLedgerAmount " IN CASH"
026340         GO TO 7150-EXIT
026350     END-READ.
026360     IF GC-IS-CLOSED
026370         DISPLAY "GIFT CARD " GiftCardNumberEntry " IS CLOSED -"
026380             " PAY " GiftLedgerAmount " IN CASH"
026390         GO TO 7150-EXIT
026400     END-IF.
026410     ADD GiftLedgerAmount TO GC-BALANCE.
026420     MOVE BusinessDate TO GC-LAST-USED-DATE.
026430     REWRITE GIFT-CARD-RECORD
026440         INVALID KEY
026450         DISPLAY "ERROR UPDATING GIFT CARD BALANCE"
026460         GO TO 7150-EXIT
026470     END-REWRITE.
026480     PERFORM 7160-WRITE-GIFT-LEDGER THRU 7160-EXIT.
026490     DISPLAY GiftLedgerAmount " BACK ON GIFT CARD " GC-CARD-NUMBER
026500         " - BALANCE " GC-BALANCE.
026510     SET GiftCardCredited TO TRUE.
026520 7150-EXIT.
026530     EXIT.
026540*****************************************************************
026550*    7160-WRITE-GIFT-LEDGER - ONE LEDGER RECORD FOR THE CARD    *
026560*    NOW IN THE GIFT CARD RECORD, UNDER THE RECEIPT BEING       *
026570*    WRITTEN; A REFUND OR VOID ALSO CARRIES THE ORIGINAL        *
026580*    RECEIPT IT REVERSES                                        *
026590*****************************************************************
026600 7160-WRITE-GIFT-LEDGER.
026610     MOVE GC-CARD-NUMBER TO GL-CARD-NUMBER.
026620     MOVE BusinessDate TO GL-ACTIVITY-DATE.
026630     ACCEPT GL-ACTIVITY-TIME FROM TIME.
026640     MOVE ReceiptArea TO GL-RECEIPT-AREA.
026650     MOVE ReceiptGroup TO GL-RECEIPT-GROUP.
026660     MOVE ReceiptSerial TO GL-RECEIPT-SERIAL.
026670     MOVE GiftLedgerSlot TO GL-TENDER-SLOT.
026680     MOVE GiftLedgerType TO GL-ACTIVITY-TYPE.
026690     MOVE GiftLedgerAmount TO GL-AMOUNT.
026700     MOVE GC-BALANCE TO GL-BALANCE-AFTER.
026710     IF GL-IS-REFUND-TO-CARD OR GL-IS-VOID
026720         MOVE OriginalReceiptKey TO GL-REF-RECEIPT-NUMBER
026730     ELSE
026740         MOVE ZERO TO GL-REF-RECEIPT-NUMBER
026750     END-IF.
026760     MOVE SignedOnOperatorId TO GL-OPERATOR-ID.
026770     ACCEPT GL-TRANS-DATE FROM DATE YYYYMMDD.
026780     WRITE GIFT-LEDGER-RECORD
026790         INVALID KEY
026800         DISPLAY "ERROR WRITING GIFT CARD LEDGER - STATUS "
026810             FileStatusGiftLedger
026820     END-WRITE.
026830 7160-EXIT.
026840     EXIT.
