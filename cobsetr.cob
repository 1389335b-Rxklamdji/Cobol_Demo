000010*****************************************************************
000020*    PROGRAM-ID  : COBSETR                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                                *
000040*    INSTALLATION: RETAIL SYSTEMS                                *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : CARD SETTLEMENT RECONCILIATION - MATCHES THE *
000070*                  CARD PROCESSOR'S SETTLEMENT FILE AGAINST THE *
000080*                  CARD SETTLEMENT LEDGER BY BUSINESS DATE,     *
000090*                  RECEIPT NUMBER AND AMOUNT.  A MATCHED ITEM   *
000100*                  IS MARKED SETTLED WITH THE FEE WITHHELD AND  *
000110*                  THE DEPOSIT DATE.  THE EXCEPTION REPORT      *
000120*                  LISTS PROCESSOR ITEMS WITH NO RECEIPT ON     *
000130*                  FILE, AMOUNT DIFFERENCES, AND CARD TENDERS   *
000140*                  STILL UNSETTLED UP TO THE LATEST BUSINESS    *
000150*                  DATE THE PROCESSOR HAS RETURNED, FOLLOWED BY *
000160*                  THE GROSS SETTLED, THE NET FEE WITHHELD AND  *
000170*                  THE NET DEPOSITED.                           *
000180*    MODIFICATION HISTORY                                       *
000190*    DATE       INIT  DESCRIPTION                               *
000200*    10/15/26   RK    ORIGINAL PROGRAM - SETTLEMENT RECON       *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. cobsetr.
000240 AUTHOR. Romeo Klamadji.
000250 INSTALLATION. Retail Systems.
000260 DATE-WRITTEN. 10/15/26.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ProcessorSettlementFile ASSIGN TO "CARDRTN"
000320         ORGANIZATION IS SEQUENTIAL
000330         ACCESS MODE IS SEQUENTIAL
000340         FILE STATUS IS FileStatusProcessorFile.
000350     SELECT CardSettlementFile ASSIGN TO "CARDSETL"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CS-SETTLEMENT-KEY
000390         FILE STATUS IS FileStatusCardSettlement.
000400     SELECT PrintFile ASSIGN TO "SETLRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FileStatusPrintFile.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ProcessorSettlementFile
000460     RECORDING MODE IS F.
000470     COPY cardrtn.
000480 FD  CardSettlementFile.
000490     COPY cardsetl.
000500 FD  PrintFile.
000510 01  PRINT-LINE                    PIC X(132).
000520 WORKING-STORAGE SECTION.
000530*****************************************************************
000540*    FILE STATUS SWITCHES                                       *
000550*****************************************************************
000560 77  FileStatusProcessorFile       PIC X(02) VALUE "00".
000570 77  FileStatusCardSettlement      PIC X(02) VALUE "00".
000580 77  FileStatusPrintFile           PIC X(02) VALUE "00".
000590*****************************************************************
000600*    END-OF-FILE AND MATCHING SWITCHES                          *
000610*****************************************************************
000620 77  EndOfProcessorSwitch          PIC X(01) VALUE "N".
000630     88  EndOfProcessorFile            VALUE "Y".
000640 77  EndOfLedgerSwitch             PIC X(01) VALUE "N".
000650     88  EndOfLedgerFile               VALUE "Y".
000660     88  NotEndOfLedgerFile            VALUE "N".
000670 77  ReceiptScanSwitch             PIC X(01) VALUE "N".
000680     88  ReceiptScanDone               VALUE "Y".
000690     88  ReceiptScanNotDone            VALUE "N".
000700 77  MatchSwitch                   PIC X(01) VALUE "N".
000710     88  ExactMatchFound               VALUE "E".
000720     88  PendingItemFound              VALUE "P".
000730     88  NoLedgerItemFound             VALUE "N".
000740*****************************************************************
000750*    MATCH WORK FIELDS                                          *
000760*****************************************************************
000770 01  MatchedKey.
000780     05  MatchedBusinessDate       PIC 9(08).
000790     05  MatchedReceiptNumber      PIC 9(09).
000800     05  MatchedTenderSlot         PIC 9(01).
000810 77  MatchedAmount                 PIC S9(07)V99 VALUE ZERO.
000820 77  AmountDifference              PIC S9(07)V99 VALUE ZERO.
000830 77  LatestProcessorDate           PIC 9(08) VALUE ZERO.
000840*****************************************************************
000850*    COUNTERS AND TOTALS                                        *
000860*****************************************************************
000870 77  ProcessorItemCount            PIC 9(07) VALUE ZERO.
000880 77  SettledItemCount              PIC 9(07) VALUE ZERO.
000890 77  DifferenceCount               PIC 9(07) VALUE ZERO.
000900 77  NoReceiptCount                PIC 9(07) VALUE ZERO.
000910 77  UnsettledCount                PIC 9(07) VALUE ZERO.
000920 77  UnsettledAmount               PIC S9(09)V99 VALUE ZERO.
000930 77  GrossSettledAmount            PIC S9(09)V99 VALUE ZERO.
000940 77  FeeWithheldAmount             PIC S9(09)V99 VALUE ZERO.
000950 77  NetDepositedAmount            PIC S9(09)V99 VALUE ZERO.
000960*****************************************************************
000970*    REPORT LINE WORK AREAS                                     *
000980*****************************************************************
000990 01  HeadingLine1.
001000     05  FILLER                    PIC X(40) VALUE
001010         "CARD SETTLEMENT RECONCILIATION REPORT".
001020 01  HeadingLine2.
001030     05  FILLER                    PIC X(22) VALUE
001040         "EXCEPTION".
001050     05  FILLER                    PIC X(27) VALUE
001060         "BUS DATE  RECEIPT   SLOT TY".
001070     05  FILLER                    PIC X(42) VALUE
001080         "LEDGER AMOUNT  PROCESSOR AMT   DIFFERENCE".
001090 01  ExceptionLine.
001100     05  EXL-EXCEPTION             PIC X(20).
001110     05  FILLER                    PIC X(02) VALUE SPACES.
001120     05  EXL-BUSINESS-DATE         PIC 9(08).
001130     05  FILLER                    PIC X(02) VALUE SPACES.
001140     05  EXL-RECEIPT-NUMBER        PIC 9(09).
001150     05  FILLER                    PIC X(03) VALUE SPACES.
001160     05  EXL-TENDER-SLOT           PIC X(01).
001170     05  FILLER                    PIC X(02) VALUE SPACES.
001180     05  EXL-TRANS-TYPE            PIC X(01).
001190     05  FILLER                    PIC X(01) VALUE SPACES.
001200     05  EXL-LEDGER-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
001210     05  FILLER                    PIC X(02) VALUE SPACES.
001220     05  EXL-PROCESSOR-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
001230     05  FILLER                    PIC X(01) VALUE SPACES.
001240     05  EXL-DIFFERENCE            PIC Z,ZZZ,ZZ9.99-.
001250 01  NoExceptionLine.
001260     05  FILLER                    PIC X(40) VALUE
001270         "NO SETTLEMENT EXCEPTIONS FOUND".
001280 01  SummaryCountLine.
001290     05  SCL-LABEL                 PIC X(32).
001300     05  SCL-COUNT                 PIC Z,ZZZ,ZZ9.
001310 01  SummaryAmountLine.
001320     05  SAL-LABEL                 PIC X(32).
001330     05  SAL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
001340 PROCEDURE DIVISION.
001350*****************************************************************
001360*    0000-MAINLINE                                              *
001370*****************************************************************
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-MATCH-ONE-ITEM THRU 2000-EXIT
001410         UNTIL EndOfProcessorFile.
001420     PERFORM 3000-LIST-UNSETTLED THRU 3000-EXIT.
001430     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001450     STOP RUN.
001460*****************************************************************
001470*    1000-INITIALIZE                                            *
001480*****************************************************************
001490 1000-INITIALIZE.
001500     OPEN INPUT ProcessorSettlementFile.
001510     IF FileStatusProcessorFile NOT = "00"
001520         DISPLAY "UNABLE TO OPEN PROCESSOR SETTLEMENT - STATUS "
001530             FileStatusProcessorFile
001540         STOP RUN
001550     END-IF.
001560     OPEN I-O CardSettlementFile.
001570     IF FileStatusCardSettlement NOT = "00"
001580         DISPLAY "UNABLE TO OPEN CARD SETTLEMENT LEDGER - STATUS "
001590             FileStatusCardSettlement
001600         STOP RUN
001610     END-IF.
001620     OPEN OUTPUT PrintFile.
001630     IF FileStatusPrintFile NOT = "00"
001640         DISPLAY "UNABLE TO OPEN SETTLEMENT REPORT - STATUS "
001650             FileStatusPrintFile
001660         STOP RUN
001670     END-IF.
001680     WRITE PRINT-LINE FROM HeadingLine1.
001690     MOVE SPACES TO PRINT-LINE.
001700     WRITE PRINT-LINE.
001710     WRITE PRINT-LINE FROM HeadingLine2.
001720 1000-EXIT.
001730     EXIT.
001740*****************************************************************
001750*    2000-MATCH-ONE-ITEM - FIND THE LEDGER ITEMS FOR THE SAME   *
001760*    BUSINESS DATE AND RECEIPT; AN UNSETTLED ITEM FOR THE SAME  *
001770*    AMOUNT IS SETTLED, OTHERWISE THE FIRST PENDING ITEM IS     *
001780*    MARKED AS AN AMOUNT DIFFERENCE                             *
001790*****************************************************************
001800 2000-MATCH-ONE-ITEM.
001810     READ ProcessorSettlementFile
001820         AT END SET EndOfProcessorFile TO TRUE
001830     END-READ.
001840     IF EndOfProcessorFile
001850         GO TO 2000-EXIT
001860     END-IF.
001870     ADD 1 TO ProcessorItemCount.
001880     ADD PS-GROSS-AMOUNT TO GrossSettledAmount.
001890     ADD PS-FEE-AMOUNT TO FeeWithheldAmount.
001900     IF PS-BUSINESS-DATE GREATER THAN LatestProcessorDate
001910         MOVE PS-BUSINESS-DATE TO LatestProcessorDate
001920     END-IF.
001930     SET NoLedgerItemFound TO TRUE.
001940     SET ReceiptScanNotDone TO TRUE.
001950     MOVE PS-BUSINESS-DATE TO CS-BUSINESS-DATE.
001960     MOVE PS-RECEIPT-NUMBER TO CS-RECEIPT-NUMBER.
001970     MOVE ZERO TO CS-TENDER-SLOT.
001980     START CardSettlementFile
001990         KEY IS NOT LESS THAN CS-SETTLEMENT-KEY
002000         INVALID KEY SET ReceiptScanDone TO TRUE
002010     END-START.
002020     PERFORM 2100-SCAN-ONE-LEDGER-ITEM THRU 2100-EXIT
002030         UNTIL ReceiptScanDone.
002040     IF NoLedgerItemFound
002050         PERFORM 2400-REPORT-NO-RECEIPT THRU 2400-EXIT
002060         GO TO 2000-EXIT
002070     END-IF.
002080     MOVE MatchedKey TO CS-SETTLEMENT-KEY.
002090     READ CardSettlementFile
002100         INVALID KEY
002110         DISPLAY "SETTLEMENT ITEM VANISHED " MatchedKey
002120         GO TO 2000-EXIT
002130     END-READ.
002140     IF ExactMatchFound
002150         PERFORM 2200-MARK-SETTLED THRU 2200-EXIT
002160     ELSE
002170         PERFORM 2300-MARK-DIFFERENT THRU 2300-EXIT
002180     END-IF.
002190 2000-EXIT.
002200     EXIT.
002210*****************************************************************
002220*    2100-SCAN-ONE-LEDGER-ITEM - READ FORWARD WHILE THE LEDGER  *
002230*    IS STILL ON THE PROCESSOR ITEM'S DATE AND RECEIPT          *
002240*****************************************************************
002250 2100-SCAN-ONE-LEDGER-ITEM.
002260     READ CardSettlementFile NEXT RECORD
002270         AT END SET ReceiptScanDone TO TRUE
002280     END-READ.
002290     IF ReceiptScanDone
002300         GO TO 2100-EXIT
002310     END-IF.
002320     IF CS-BUSINESS-DATE NOT = PS-BUSINESS-DATE
002330         OR CS-RECEIPT-NUMBER NOT = PS-RECEIPT-NUMBER
002340         SET ReceiptScanDone TO TRUE
002350         GO TO 2100-EXIT
002360     END-IF.
002370     IF CS-IS-UNSETTLED
002380         AND CS-AMOUNT = PS-GROSS-AMOUNT
002390         MOVE CS-SETTLEMENT-KEY TO MatchedKey
002400         MOVE CS-AMOUNT TO MatchedAmount
002410         SET ExactMatchFound TO TRUE
002420         SET ReceiptScanDone TO TRUE
002430         GO TO 2100-EXIT
002440     END-IF.
002450     IF CS-IS-PENDING
002460         AND NoLedgerItemFound
002470         MOVE CS-SETTLEMENT-KEY TO MatchedKey
002480         MOVE CS-AMOUNT TO MatchedAmount
002490         SET PendingItemFound TO TRUE
002500     END-IF.
002510 2100-EXIT.
002520     EXIT.
002530*****************************************************************
002540*    2200-MARK-SETTLED                                          *
002550*****************************************************************
002560 2200-MARK-SETTLED.
002570     SET CS-IS-SETTLED TO TRUE.
002580     MOVE PS-GROSS-AMOUNT TO CS-SETTLED-AMOUNT.
002590     MOVE PS-FEE-AMOUNT TO CS-FEE-AMOUNT.
002600     MOVE PS-DEPOSIT-DATE TO CS-SETTLED-DATE.
002610     REWRITE CARD-SETTLEMENT-RECORD
002620         INVALID KEY
002630         DISPLAY "ERROR REWRITING SETTLEMENT ITEM "
002640             CS-SETTLEMENT-KEY
002650     END-REWRITE.
002660     ADD 1 TO SettledItemCount.
002670 2200-EXIT.
002680     EXIT.
002690*****************************************************************
002700*    2300-MARK-DIFFERENT - THE PROCESSOR SETTLED A DIFFERENT    *
002710*    AMOUNT THAN WAS SENT; THE ITEM STAYS UNSETTLED             *
002720*****************************************************************
002730 2300-MARK-DIFFERENT.
002740     SET CS-IS-DIFFERENT TO TRUE.
002750     MOVE PS-GROSS-AMOUNT TO CS-SETTLED-AMOUNT.
002760     MOVE PS-FEE-AMOUNT TO CS-FEE-AMOUNT.
002770     MOVE PS-DEPOSIT-DATE TO CS-SETTLED-DATE.
002780     REWRITE CARD-SETTLEMENT-RECORD
002790         INVALID KEY
002800         DISPLAY "ERROR REWRITING SETTLEMENT ITEM "
002810             CS-SETTLEMENT-KEY
002820     END-REWRITE.
002830     ADD 1 TO DifferenceCount.
002840     MOVE "AMOUNT DIFFERENCE" TO EXL-EXCEPTION.
002850     MOVE CS-BUSINESS-DATE TO EXL-BUSINESS-DATE.
002860     MOVE CS-RECEIPT-NUMBER TO EXL-RECEIPT-NUMBER.
002870     MOVE CS-TENDER-SLOT TO EXL-TENDER-SLOT.
002880     MOVE CS-TRANS-TYPE TO EXL-TRANS-TYPE.
002890     MOVE MatchedAmount TO EXL-LEDGER-AMOUNT.
002900     MOVE PS-GROSS-AMOUNT TO EXL-PROCESSOR-AMOUNT.
002910     COMPUTE AmountDifference = PS-GROSS-AMOUNT - MatchedAmount.
002920     MOVE AmountDifference TO EXL-DIFFERENCE.
002930     WRITE PRINT-LINE FROM ExceptionLine.
002940 2300-EXIT.
002950     EXIT.
002960*****************************************************************
002970*    2400-REPORT-NO-RECEIPT - THE PROCESSOR SETTLED AN ITEM     *
002980*    THE LEDGER HAS NO CARD TENDER FOR                          *
002990*****************************************************************
003000 2400-REPORT-NO-RECEIPT.
003010     ADD 1 TO NoReceiptCount.
003020     MOVE "NO RECEIPT ON FILE" TO EXL-EXCEPTION.
003030     MOVE PS-BUSINESS-DATE TO EXL-BUSINESS-DATE.
003040     MOVE PS-RECEIPT-NUMBER TO EXL-RECEIPT-NUMBER.
003050     MOVE SPACE TO EXL-TENDER-SLOT.
003060     MOVE SPACE TO EXL-TRANS-TYPE.
003070     MOVE ZERO TO EXL-LEDGER-AMOUNT.
003080     MOVE PS-GROSS-AMOUNT TO EXL-PROCESSOR-AMOUNT.
003090     MOVE PS-GROSS-AMOUNT TO EXL-DIFFERENCE.
003100     WRITE PRINT-LINE FROM ExceptionLine.
003110 2400-EXIT.
003120     EXIT.
003130*****************************************************************
003140*    3000-LIST-UNSETTLED - EVERY CARD TENDER STILL PENDING FOR  *
003150*    A BUSINESS DATE THE PROCESSOR HAS REACHED                  *
003160*****************************************************************
003170 3000-LIST-UNSETTLED.
003180     IF LatestProcessorDate = ZERO
003190         GO TO 3000-EXIT
003200     END-IF.
003210     MOVE ZERO TO CS-SETTLEMENT-KEY.
003220     SET NotEndOfLedgerFile TO TRUE.
003230     START CardSettlementFile
003240         KEY IS NOT LESS THAN CS-SETTLEMENT-KEY
003250         INVALID KEY SET EndOfLedgerFile TO TRUE
003260     END-START.
003270     PERFORM 3100-CHECK-ONE-LEDGER-ITEM THRU 3100-EXIT
003280         UNTIL EndOfLedgerFile.
003290 3000-EXIT.
003300     EXIT.
003310 3100-CHECK-ONE-LEDGER-ITEM.
003320     READ CardSettlementFile NEXT RECORD
003330         AT END SET EndOfLedgerFile TO TRUE
003340     END-READ.
003350     IF EndOfLedgerFile
003360         GO TO 3100-EXIT
003370     END-IF.
003380     IF CS-BUSINESS-DATE GREATER THAN LatestProcessorDate
003390         SET EndOfLedgerFile TO TRUE
003400         GO TO 3100-EXIT
003410     END-IF.
003420     IF NOT CS-IS-PENDING
003430         GO TO 3100-EXIT
003440     END-IF.
003450     ADD 1 TO UnsettledCount.
003460     ADD CS-AMOUNT TO UnsettledAmount.
003470     MOVE "UNSETTLED TENDER" TO EXL-EXCEPTION.
003480     MOVE CS-BUSINESS-DATE TO EXL-BUSINESS-DATE.
003490     MOVE CS-RECEIPT-NUMBER TO EXL-RECEIPT-NUMBER.
003500     MOVE CS-TENDER-SLOT TO EXL-TENDER-SLOT.
003510     MOVE CS-TRANS-TYPE TO EXL-TRANS-TYPE.
003520     MOVE CS-AMOUNT TO EXL-LEDGER-AMOUNT.
003530     MOVE ZERO TO EXL-PROCESSOR-AMOUNT.
003540     COMPUTE AmountDifference = ZERO - CS-AMOUNT.
003550     MOVE AmountDifference TO EXL-DIFFERENCE.
003560     WRITE PRINT-LINE FROM ExceptionLine.
003570 3100-EXIT.
003580     EXIT.
003590*****************************************************************
003600*    4000-PRINT-SUMMARY - COUNTS, AND THE GROSS SETTLED LESS    *
003610*    THE NET FEE WITHHELD GIVES THE NET DEPOSITED               *
003620*****************************************************************
003630 4000-PRINT-SUMMARY.
003640     IF DifferenceCount = ZERO
003650         AND NoReceiptCount = ZERO
003660         AND UnsettledCount = ZERO
003670         WRITE PRINT-LINE FROM NoExceptionLine
003680     END-IF.
003690     MOVE SPACES TO PRINT-LINE.
003700     WRITE PRINT-LINE.
003710     MOVE "PROCESSOR ITEMS READ" TO SCL-LABEL.
003720     MOVE ProcessorItemCount TO SCL-COUNT.
003730     WRITE PRINT-LINE FROM SummaryCountLine.
003740     MOVE "ITEMS SETTLED" TO SCL-LABEL.
003750     MOVE SettledItemCount TO SCL-COUNT.
003760     WRITE PRINT-LINE FROM SummaryCountLine.
003770     MOVE "AMOUNT DIFFERENCES" TO SCL-LABEL.
003780     MOVE DifferenceCount TO SCL-COUNT.
003790     WRITE PRINT-LINE FROM SummaryCountLine.
003800     MOVE "ITEMS WITH NO RECEIPT ON FILE" TO SCL-LABEL.
003810     MOVE NoReceiptCount TO SCL-COUNT.
003820     WRITE PRINT-LINE FROM SummaryCountLine.
003830     MOVE "UNSETTLED CARD TENDERS" TO SCL-LABEL.
003840     MOVE UnsettledCount TO SCL-COUNT.
003850     WRITE PRINT-LINE FROM SummaryCountLine.
003860     MOVE "UNSETTLED AMOUNT" TO SAL-LABEL.
003870     MOVE UnsettledAmount TO SAL-AMOUNT.
003880     WRITE PRINT-LINE FROM SummaryAmountLine.
003890     MOVE SPACES TO PRINT-LINE.
003900     WRITE PRINT-LINE.
003910     MOVE "GROSS SETTLED BY PROCESSOR" TO SAL-LABEL.
003920     MOVE GrossSettledAmount TO SAL-AMOUNT.
003930     WRITE PRINT-LINE FROM SummaryAmountLine.
003940     MOVE "NET FEE WITHHELD" TO SAL-LABEL.
003950     MOVE FeeWithheldAmount TO SAL-AMOUNT.
003960     WRITE PRINT-LINE FROM SummaryAmountLine.
003970     COMPUTE NetDepositedAmount =
003980         GrossSettledAmount - FeeWithheldAmount.
003990     MOVE "NET DEPOSITED" TO SAL-LABEL.
004000     MOVE NetDepositedAmount TO SAL-AMOUNT.
004010     WRITE PRINT-LINE FROM SummaryAmountLine.
004020 4000-EXIT.
004030     EXIT.
004040*****************************************************************
004050*    9000-TERMINATE                                             *
004060*****************************************************************
004070 9000-TERMINATE.
004080     CLOSE ProcessorSettlementFile.
004090     CLOSE CardSettlementFile.
004100     CLOSE PrintFile.
004110 9000-EXIT.
004120     EXIT.
