000010*****************************************************************
000020*    PROGRAM-ID  : COBMARG                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                                *
000040*    INSTALLATION: RETAIL SYSTEMS                                *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : GROSS MARGIN REPORT - READS THE ONLINE        *
000070*                  TRANSACTION LOG AND THE RECEIPT HISTORY FOR   *
000080*                  THE MONTH TO DATE AND PRINTS, BY PRODUCT      *
000090*                  WITHIN RECEIPT AREA, GROSS SALES, PROMO       *
000100*                  DISCOUNT, NET SALES, COST OF GOODS SOLD (AT   *
000110*                  THE UNIT COST CARRIED ON EACH LOGGED LINE),   *
000120*                  AND MARGIN DOLLARS AND PERCENT, FOR THE DAY   *
000130*                  AND FOR THE MONTH TO DATE.  REFUNDS AND       *
000140*                  VOIDS NET OUT AT THE ORIGINAL COST.  PRODUCTS *
000150*                  SOLD BELOW COST DURING THE MONTH ARE LISTED   *
000160*                  AT THE END.                                   *
000170*    MODIFICATION HISTORY                                       *
000180*    DATE       INIT  DESCRIPTION                               *
000190*    10/15/26   RK    ORIGINAL PROGRAM - GROSS MARGIN REPORT    *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. cobmarg.
000230 AUTHOR. Romeo Klamadji.
000240 INSTALLATION. Retail Systems.
000250 DATE-WRITTEN. 10/15/26.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT StoreControlFile ASSIGN TO "STORCTL"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS SC-CONTROL-KEY
000340         FILE STATUS IS FileStatusStoreControl.
000350     SELECT OPTIONAL TransactionLogFile ASSIGN TO "TRANLOG"
000360         ORGANIZATION IS SEQUENTIAL
000370         ACCESS MODE IS SEQUENTIAL
000380         FILE STATUS IS FileStatusTransactionLog.
000390     SELECT ReceiptHistoryFile ASSIGN TO "RCPTHIST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TH-RECEIPT-NUMBER
000430         FILE STATUS IS FileStatusReceiptHistory.
000440     SELECT ProductCatalogFile ASSIGN TO "PRODCAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PC-PRODUCT-NUMBER
000480         FILE STATUS IS FileStatusProductCatalog.
000490     SELECT SortWorkFile ASSIGN TO "SORTWK01".
000500     SELECT PrintFile ASSIGN TO "MARGRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FileStatusPrintFile.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  StoreControlFile.
000560     COPY storctl.
000570 FD  TransactionLogFile
000580     RECORDING MODE IS F.
000590     COPY tranrec.
000600 FD  ReceiptHistoryFile.
000610     COPY tranrec
000620         REPLACING ==TRANSACTION-LOG-RECORD==
000630             BY ==RECEIPT-HISTORY-RECORD==
000640         LEADING ==TR-== BY ==TH-==.
000650 FD  ProductCatalogFile.
000660     COPY prodrec.
000670 SD  SortWorkFile.
000680 01  SORT-RECORD.
000690     05  MG-RECEIPT-AREA           PIC 9(03).
000700     05  MG-PRODUCT-NUMBER         PIC 9(04).
000710     05  MG-TODAY-SW               PIC X(01).
000720         88  MG-IS-TODAY               VALUE "Y".
000730         88  MG-IS-EARLIER             VALUE "N".
000740     05  MG-QUANTITY               PIC S9(05).
000750     05  MG-GROSS-SALES            PIC S9(07)V99.
000760     05  MG-PROMO-DISCOUNT         PIC S9(07)V99.
000770     05  MG-NET-SALES              PIC S9(07)V99.
000780     05  MG-COST                   PIC S9(07)V99.
000790 FD  PrintFile.
000800 01  PRINT-LINE                    PIC X(132).
000810 WORKING-STORAGE SECTION.
000820*****************************************************************
000830*    FILE STATUS SWITCHES                                       *
000840*****************************************************************
000850 77  FileStatusStoreControl        PIC X(02) VALUE "00".
000860 77  FileStatusTransactionLog      PIC X(02) VALUE "00".
000870 77  FileStatusReceiptHistory      PIC X(02) VALUE "00".
000880 77  FileStatusProductCatalog      PIC X(02) VALUE "00".
000890 77  FileStatusPrintFile           PIC X(02) VALUE "00".
000900*****************************************************************
000910*    REPORT DATES - THE DAY IS THE BUSINESS DATE ON THE STORE   *
000920*    CONTROL FILE (THE DAY JUST CLOSED); THE MONTH RUNS FROM    *
000930*    THE FIRST OF THAT MONTH                                    *
000940*****************************************************************
000950 77  BusinessDate                  PIC 9(08) VALUE ZERO.
000960 01  MonthStartDate                PIC 9(08) VALUE ZERO.
000970 01  MonthStartFields REDEFINES MonthStartDate.
000980     02  MonthStartYearMonth       PIC 9(06).
000990     02  MonthStartDay             PIC 9(02).
001000*****************************************************************
001010*    END-OF-FILE / CONTROL-BREAK SWITCHES AND WORK FIELDS       *
001020*****************************************************************
001030 77  EndOfTranLogSwitch            PIC X(01) VALUE "N".
001040     88  EndOfTransactionLog           VALUE "Y".
001050 77  EndOfHistorySwitch            PIC X(01) VALUE "N".
001060     88  EndOfHistoryFile              VALUE "Y".
001070 77  EndOfSortSwitch               PIC X(01) VALUE "N".
001080     88  EndOfSortFile                 VALUE "Y".
001090 77  FirstRecordSwitch             PIC X(01) VALUE "Y".
001100     88  FirstSortRecord               VALUE "Y".
001110     88  NotFirstSortRecord            VALUE "N".
001120 77  HistoryAvailableSwitch        PIC X(01) VALUE "N".
001130     88  HistoryAvailable              VALUE "Y".
001140     88  HistoryNotAvailable           VALUE "N".
001150 77  LineIdx                       PIC 9(02) COMP.
001160 77  PeriodIdx                     PIC 9(01) COMP.
001170 77  LineUnitCostWork              PIC 9(05)V99 VALUE ZERO.
001180 77  PreviousArea                  PIC 9(03) VALUE ZERO.
001190 77  PreviousProduct               PIC 9(04) VALUE ZERO.
001200 77  LinesReleasedCount            PIC 9(07) VALUE ZERO.
001210 77  NoCostLineCount               PIC 9(07) VALUE ZERO.
001220*****************************************************************
001230*    PERIOD ACCUMULATORS - OCCURRENCE 1 IS THE DAY, 2 IS THE    *
001240*    MONTH TO DATE.  THE FOUR LEVELS SHARE ONE LAYOUT SO A      *
001250*    LEVEL IS MOVED WHOLE INTO THE PRINT TOTALS FOR PRINTING    *
001260*****************************************************************
001270 01  ProductTotals.
001280     02  ProductPeriod OCCURS 2 TIMES.
001290         03  ProdQty               PIC S9(07).
001300         03  ProdGross             PIC S9(09)V99.
001310         03  ProdPromo             PIC S9(09)V99.
001320         03  ProdNet               PIC S9(09)V99.
001330         03  ProdCost              PIC S9(09)V99.
001340 01  AreaTotals.
001350     02  AreaPeriod OCCURS 2 TIMES.
001360         03  AreaQty               PIC S9(07).
001370         03  AreaGross             PIC S9(09)V99.
001380         03  AreaPromo             PIC S9(09)V99.
001390         03  AreaNet               PIC S9(09)V99.
001400         03  AreaCost              PIC S9(09)V99.
001410 01  GrandTotals.
001420     02  GrandPeriod OCCURS 2 TIMES.
001430         03  GrandQty              PIC S9(07).
001440         03  GrandGross            PIC S9(09)V99.
001450         03  GrandPromo            PIC S9(09)V99.
001460         03  GrandNet              PIC S9(09)V99.
001470         03  GrandCost             PIC S9(09)V99.
001480 01  PrintTotals.
001490     02  PrintPeriod OCCURS 2 TIMES.
001500         03  PrintQty              PIC S9(07).
001510         03  PrintGross            PIC S9(09)V99.
001520         03  PrintPromo            PIC S9(09)V99.
001530         03  PrintNet              PIC S9(09)V99.
001540         03  PrintCost             PIC S9(09)V99.
001550 77  MarginAmount                  PIC S9(09)V99 VALUE ZERO.
001560 77  MarginPercent                 PIC S9(05)V9 VALUE ZERO.
001570*****************************************************************
001580*    BELOW-COST SALES - MONTH-TO-DATE SALE LINES WHOSE NET      *
001590*    SELLING AMOUNT FELL SHORT OF THEIR COST, HELD PER PRODUCT  *
001600*    FOR THE LISTING AT THE END OF THE REPORT                   *
001610*****************************************************************
001620 77  BelowQty                      PIC S9(07) VALUE ZERO.
001630 77  BelowNet                      PIC S9(09)V99 VALUE ZERO.
001640 77  BelowCost                     PIC S9(09)V99 VALUE ZERO.
001650 77  BelowIdx                      PIC 9(03) COMP.
001660 77  BelowEntryCount               PIC 9(03) COMP VALUE ZERO.
001670 77  MaxBelowEntries               PIC 9(03) COMP VALUE 500.
001680 77  BelowOverflowCount            PIC 9(05) VALUE ZERO.
001690 01  BelowCostTable.
001700     02  BelowCostEntry OCCURS 500 TIMES.
001710         03  BC-RECEIPT-AREA       PIC 9(03).
001720         03  BC-PRODUCT-NUMBER     PIC 9(04).
001730         03  BC-DESCRIPTION        PIC X(20).
001740         03  BC-QUANTITY           PIC S9(07).
001750         03  BC-NET-SALES          PIC S9(09)V99.
001760         03  BC-COST               PIC S9(09)V99.
001770 77  AverageSellPrice              PIC S9(07)V99 VALUE ZERO.
001780 77  AverageUnitCost               PIC S9(07)V99 VALUE ZERO.
001790 77  ProductDescription            PIC X(20) VALUE SPACES.
001800*****************************************************************
001810*    REPORT LINE WORK AREAS                                     *
001820*****************************************************************
001830 01  HeadingLine1.
001840     05  FILLER                    PIC X(31)
001850         VALUE "COBOLTAT GROSS MARGIN REPORT - ".
001860     05  HL1-BUSINESS-DATE         PIC 9(08).
001870     05  FILLER                    PIC X(19)
001880         VALUE "   MONTH TO DATE - ".
001890     05  HL1-MONTH-START           PIC 9(08).
001900     05  FILLER                    PIC X(04) VALUE " TO ".
001910     05  HL1-MONTH-END             PIC 9(08).
001920 01  HeadingLine2.
001930     05  FILLER                    PIC X(44) VALUE
001940         "PRODUCT  DESCRIPTION          PERIOD    QTY ".
001950     05  FILLER                    PIC X(44) VALUE
001960         "   GROSS SALES     PROMO DISC      NET SALES".
001970     05  FILLER                    PIC X(40) VALUE
001980         "           COST         MARGIN  MARGIN %".
001990 01  AreaHeaderLine.
002000     05  FILLER                    PIC X(13)
002010         VALUE "RECEIPT AREA ".
002020     05  AHL-RECEIPT-AREA          PIC 9(03).
002030 01  MarginDetailLine.
002040     05  FILLER                    PIC X(02) VALUE SPACES.
002050     05  MDL-PRODUCT-NUMBER        PIC X(04).
002060     05  FILLER                    PIC X(03) VALUE SPACES.
002070     05  MDL-DESCRIPTION           PIC X(20).
002080     05  FILLER                    PIC X(01) VALUE SPACES.
002090     05  MDL-PERIOD                PIC X(06).
002100     05  MDL-QUANTITY              PIC ZZZ,ZZ9-.
002110     05  FILLER                    PIC X(01) VALUE SPACES.
002120     05  MDL-GROSS                 PIC ZZ,ZZZ,ZZ9.99-.
002130     05  FILLER                    PIC X(01) VALUE SPACES.
002140     05  MDL-PROMO                 PIC ZZ,ZZZ,ZZ9.99-.
002150     05  FILLER                    PIC X(01) VALUE SPACES.
002160     05  MDL-NET                   PIC ZZ,ZZZ,ZZ9.99-.
002170     05  FILLER                    PIC X(01) VALUE SPACES.
002180     05  MDL-COST                  PIC ZZ,ZZZ,ZZ9.99-.
002190     05  FILLER                    PIC X(01) VALUE SPACES.
002200     05  MDL-MARGIN                PIC ZZ,ZZZ,ZZ9.99-.
002210     05  FILLER                    PIC X(02) VALUE SPACES.
002220     05  MDL-MARGIN-PERCENT        PIC ZZZZ9.9-.
002230 01  BelowCostHeadingLine1.
002240     05  FILLER                    PIC X(42) VALUE
002250         "PRODUCTS SOLD BELOW COST - MONTH TO DATE".
002260 01  BelowCostHeadingLine2.
002270     05  FILLER                    PIC X(44) VALUE
002280         "AREA  PRODUCT  DESCRIPTION              QTY ".
002290     05  FILLER                    PIC X(40) VALUE
002300         "   AVG PRICE    UNIT COST    AMOUNT LOST".
002310 01  BelowCostDetailLine.
002320     05  BDL-RECEIPT-AREA          PIC 9(03).
002330     05  FILLER                    PIC X(03) VALUE SPACES.
002340     05  BDL-PRODUCT-NUMBER        PIC 9(04).
002350     05  FILLER                    PIC X(05) VALUE SPACES.
002360     05  BDL-DESCRIPTION           PIC X(20).
002370     05  FILLER                    PIC X(01) VALUE SPACES.
002380     05  BDL-QUANTITY              PIC ZZZ,ZZ9-.
002390     05  FILLER                    PIC X(03) VALUE SPACES.
002400     05  BDL-SELL-PRICE            PIC ZZZ,ZZ9.99-.
002410     05  FILLER                    PIC X(02) VALUE SPACES.
002420     05  BDL-UNIT-COST             PIC ZZZ,ZZ9.99-.
002430     05  FILLER                    PIC X(01) VALUE SPACES.
002440     05  BDL-AMOUNT-LOST           PIC ZZ,ZZZ,ZZ9.99-.
002450 01  NoBelowCostLine.
002460     05  FILLER                    PIC X(36) VALUE
002470         "NO PRODUCTS SOLD BELOW COST".
002480 01  BelowOverflowLine.
002490     05  FILLER                    PIC X(41) VALUE
002500         "FURTHER BELOW-COST PRODUCTS NOT LISTED - ".
002510     05  BOL-COUNT                 PIC ZZZZ9.
002520 01  NoCostCountLine.
002530     05  FILLER                    PIC X(41) VALUE
002540         "SALE LINES LOGGED WITH NO UNIT COST    - ".
002550     05  NCL-COUNT                 PIC Z,ZZZ,ZZ9.
002560 PROCEDURE DIVISION.
002570*****************************************************************
002580*    0000-MAINLINE                                              *
002590*****************************************************************
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     SORT SortWorkFile
002630         ON ASCENDING KEY MG-RECEIPT-AREA MG-PRODUCT-NUMBER
002640         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
002650         OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
002660             THRU 3000-EXIT.
002670     PERFORM 4000-PRINT-BELOW-COST THRU 4000-EXIT.
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002690     DISPLAY "GROSS MARGIN REPORT COMPLETE FOR " BusinessDate.
002700     DISPLAY "LINE ITEMS REPORTED: " LinesReleasedCount.
002710     DISPLAY "BELOW-COST PRODUCTS: " BelowEntryCount.
002720     STOP RUN.
002730*****************************************************************
002740*    1000-INITIALIZE - TAKE THE REPORT DAY FROM STORE CONTROL   *
002750*    AND OPEN ALL FILES FOR THE RUN                             *
002760*****************************************************************
002770 1000-INITIALIZE.
002780     OPEN INPUT StoreControlFile.
002790     IF FileStatusStoreControl NOT = "00"
002800         DISPLAY "UNABLE TO OPEN STORE CONTROL - STATUS "
002810             FileStatusStoreControl
002820         STOP RUN
002830     END-IF.
002840     MOVE 1 TO SC-CONTROL-KEY.
002850     READ StoreControlFile
002860         INVALID KEY
002870         DISPLAY "STORE CONTROL RECORD MISSING - ENDING RUN"
002880         STOP RUN
002890     END-READ.
002900     MOVE SC-BUSINESS-DATE TO BusinessDate.
002910     CLOSE StoreControlFile.
002920     MOVE BusinessDate TO MonthStartDate.
002930     MOVE 01 TO MonthStartDay.
002940     OPEN INPUT ProductCatalogFile.
002950     IF FileStatusProductCatalog NOT = "00"
002960         DISPLAY "UNABLE TO OPEN PRODUCT CATALOG FILE - STATUS "
002970             FileStatusProductCatalog
002980         STOP RUN
002990     END-IF.
003000     OPEN INPUT ReceiptHistoryFile.
003010     IF FileStatusReceiptHistory = "35"
003020         SET HistoryNotAvailable TO TRUE
003030         DISPLAY "RECEIPT HISTORY NOT ON FILE - LOG ONLY"
003040     ELSE
003050         IF FileStatusReceiptHistory = "00"
003060             SET HistoryAvailable TO TRUE
003070         ELSE
003080             DISPLAY "UNABLE TO OPEN RECEIPT HISTORY - STATUS "
003090                 FileStatusReceiptHistory
003100             STOP RUN
003110         END-IF
003120     END-IF.
003130     OPEN OUTPUT PrintFile.
003140     IF FileStatusPrintFile NOT = "00"
003150         DISPLAY "UNABLE TO OPEN MARGIN REPORT - STATUS "
003160             FileStatusPrintFile
003170         STOP RUN
003180     END-IF.
003190     MOVE BusinessDate TO HL1-BUSINESS-DATE.
003200     MOVE MonthStartDate TO HL1-MONTH-START.
003210     MOVE BusinessDate TO HL1-MONTH-END.
003220     WRITE PRINT-LINE FROM HeadingLine1.
003230     MOVE SPACES TO PRINT-LINE.
003240     WRITE PRINT-LINE.
003250     WRITE PRINT-LINE FROM HeadingLine2.
003260     INITIALIZE ProductTotals AreaTotals GrandTotals.
003270 1000-EXIT.
003280     EXIT.
003290*****************************************************************
003300*    2000-BUILD-SORT-FILE - RELEASE EVERY LINE ITEM OF THE      *
003310*    MONTH FROM THE ONLINE LOG AND THE RECEIPT HISTORY          *
003320*****************************************************************
003330 2000-BUILD-SORT-FILE.
003340     OPEN INPUT TransactionLogFile.
003350     IF FileStatusTransactionLog = "00"
003360         OR FileStatusTransactionLog = "05"
003370         PERFORM 2100-RELEASE-ONE-LOG-RECORD THRU 2100-EXIT
003380             UNTIL EndOfTransactionLog
003390     ELSE
003400         DISPLAY "UNABLE TO OPEN TRANSACTION LOG - STATUS "
003410             FileStatusTransactionLog
003420     END-IF.
003430     CLOSE TransactionLogFile.
003440     IF HistoryAvailable
003450         PERFORM 2200-RELEASE-HISTORY-RECORDS THRU 2200-EXIT
003460     END-IF.
003470 2000-EXIT.
003480     EXIT.
003490*****************************************************************
003500*    2100-RELEASE-ONE-LOG-RECORD - A RECEIPT ALREADY ARCHIVED   *
003510*    TO HISTORY IS RELEASED FROM THE HISTORY PASS ONLY, SO IT   *
003520*    IS NEVER COUNTED TWICE                                     *
003530*****************************************************************
003540 2100-RELEASE-ONE-LOG-RECORD.
003550     READ TransactionLogFile
003560         AT END SET EndOfTransactionLog TO TRUE
003570     END-READ.
003580     IF EndOfTransactionLog
003590         GO TO 2100-EXIT
003600     END-IF.
003610     IF HistoryAvailable
003620         AND TR-RECEIPT-NUMBER NUMERIC
003630         AND TR-RECEIPT-NUMBER NOT = ZERO
003640         MOVE TR-RECEIPT-NUMBER TO TH-RECEIPT-NUMBER
003650         READ ReceiptHistoryFile
003660             INVALID KEY CONTINUE
003670         END-READ
003680         IF FileStatusReceiptHistory = "00"
003690             GO TO 2100-EXIT
003700         END-IF
003710     END-IF.
003720     PERFORM 2300-RELEASE-RECORD-LINES THRU 2300-EXIT.
003730 2100-EXIT.
003740     EXIT.
003750 2200-RELEASE-HISTORY-RECORDS.
003760     MOVE ZERO TO TH-RECEIPT-NUMBER.
003770     START ReceiptHistoryFile
003780         KEY IS NOT LESS THAN TH-RECEIPT-NUMBER
003790         INVALID KEY SET EndOfHistoryFile TO TRUE
003800     END-START.
003810     PERFORM 2210-RELEASE-ONE-HISTORY THRU 2210-EXIT
003820         UNTIL EndOfHistoryFile.
003830 2200-EXIT.
003840     EXIT.
003850 2210-RELEASE-ONE-HISTORY.
003860     READ ReceiptHistoryFile NEXT RECORD
003870         AT END SET EndOfHistoryFile TO TRUE
003880     END-READ.
003890     IF EndOfHistoryFile
003900         GO TO 2210-EXIT
003910     END-IF.
003920     MOVE RECEIPT-HISTORY-RECORD TO TRANSACTION-LOG-RECORD.
003930     PERFORM 2300-RELEASE-RECORD-LINES THRU 2300-EXIT.
003940 2210-EXIT.
003950     EXIT.
003960*****************************************************************
003970*    2300-RELEASE-RECORD-LINES - SALES, REFUNDS AND VOIDS OF    *
003980*    THE MONTH TO DATE ONLY; GIFT CARD LOADS AND PAYMENTS ON    *
003990*    ACCOUNT CARRY NO MERCHANDISE                               *
004000*****************************************************************
004010 2300-RELEASE-RECORD-LINES.
004020     IF NOT (TR-IS-SALE OR TR-IS-REFUND OR TR-IS-VOID)
004030         GO TO 2300-EXIT
004040     END-IF.
004050     IF TR-BUSINESS-DATE NOT NUMERIC
004060         OR TR-BUSINESS-DATE LESS THAN MonthStartDate
004070         OR TR-BUSINESS-DATE GREATER THAN BusinessDate
004080         GO TO 2300-EXIT
004090     END-IF.
004100     IF TR-LINE-COUNT NUMERIC
004110         PERFORM 2400-RELEASE-ONE-LINE THRU 2400-EXIT
004120             VARYING LineIdx FROM 1 BY 1
004130             UNTIL LineIdx > TR-LINE-COUNT
004140     END-IF.
004150 2300-EXIT.
004160     EXIT.
004170*****************************************************************
004180*    2400-RELEASE-ONE-LINE - THE EXTENDED AMOUNT IS NET OF ANY  *
004190*    PROMO DISCOUNT, SO GROSS SALES ADDS THE DISCOUNT BACK.     *
004200*    COST IS THE LINE QUANTITY AT THE UNIT COST LOGGED WITH IT  *
004210*****************************************************************
004220 2400-RELEASE-ONE-LINE.
004230     IF LineIdx GREATER THAN 10
004240         GO TO 2400-EXIT
004250     END-IF.
004260     MOVE TR-RECEIPT-AREA TO MG-RECEIPT-AREA.
004270     MOVE TR-PRODUCT-NUMBER(LineIdx) TO MG-PRODUCT-NUMBER.
004280     IF TR-BUSINESS-DATE = BusinessDate
004290         SET MG-IS-TODAY TO TRUE
004300     ELSE
004310         SET MG-IS-EARLIER TO TRUE
004320     END-IF.
004330     MOVE TR-PRODUCT-QUANTITY(LineIdx) TO MG-QUANTITY.
004340     MOVE TR-EXTENDED-AMOUNT(LineIdx) TO MG-NET-SALES.
004350     IF TR-LINE-DISCOUNT(LineIdx) NUMERIC
004360         MOVE TR-LINE-DISCOUNT(LineIdx) TO MG-PROMO-DISCOUNT
004370     ELSE
004380         MOVE ZERO TO MG-PROMO-DISCOUNT
004390     END-IF.
004400     COMPUTE MG-GROSS-SALES = MG-NET-SALES + MG-PROMO-DISCOUNT.
004410     IF TR-UNIT-COST(LineIdx) NUMERIC
004420         MOVE TR-UNIT-COST(LineIdx) TO LineUnitCostWork
004430     ELSE
004440         MOVE ZERO TO LineUnitCostWork
004450     END-IF.
004460     IF LineUnitCostWork = ZERO
004470         AND TR-IS-SALE
004480         ADD 1 TO NoCostLineCount
004490     END-IF.
004500     COMPUTE MG-COST = MG-QUANTITY * LineUnitCostWork.
004510     RELEASE SORT-RECORD.
004520     ADD 1 TO LinesReleasedCount.
004530 2400-EXIT.
004540     EXIT.
004550*****************************************************************
004560*    3000-PRODUCE-REPORT - OUTPUT PROCEDURE: TWO LINES (DAY     *
004570*    AND MONTH TO DATE) PER PRODUCT, WITH AREA AND GRAND        *
004580*    TOTALS                                                     *
004590*****************************************************************
004600 3000-PRODUCE-REPORT.
004610     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
004620         UNTIL EndOfSortFile.
004630     IF NotFirstSortRecord
004640         PERFORM 3300-PRODUCT-BREAK THRU 3300-EXIT
004650         PERFORM 3400-AREA-BREAK THRU 3400-EXIT
004660     END-IF.
004670     MOVE SPACES TO PRINT-LINE.
004680     WRITE PRINT-LINE.
004690     MOVE GrandTotals TO PrintTotals.
004700     MOVE SPACES TO MDL-PRODUCT-NUMBER.
004710     MOVE "GRAND TOTAL" TO MDL-DESCRIPTION.
004720     PERFORM 3600-PRINT-PERIOD-LINES THRU 3600-EXIT.
004730     MOVE NoCostLineCount TO NCL-COUNT.
004740     WRITE PRINT-LINE FROM NoCostCountLine.
004750 3000-EXIT.
004760     EXIT.
004770 3100-RETURN-ONE-RECORD.
004780     RETURN SortWorkFile
004790         AT END SET EndOfSortFile TO TRUE
004800     END-RETURN.
004810     IF NOT EndOfSortFile
004820         PERFORM 3200-PROCESS-SORT-RECORD THRU 3200-EXIT
004830     END-IF.
004840 3100-EXIT.
004850     EXIT.
004860 3200-PROCESS-SORT-RECORD.
004870     IF FirstSortRecord
004880         MOVE MG-RECEIPT-AREA TO PreviousArea
004890         MOVE MG-PRODUCT-NUMBER TO PreviousProduct
004900         PERFORM 3500-PRINT-AREA-HEADER THRU 3500-EXIT
004910         SET NotFirstSortRecord TO TRUE
004920     END-IF.
004930     IF MG-RECEIPT-AREA NOT = PreviousArea
004940         PERFORM 3300-PRODUCT-BREAK THRU 3300-EXIT
004950         PERFORM 3400-AREA-BREAK THRU 3400-EXIT
004960         MOVE MG-RECEIPT-AREA TO PreviousArea
004970         MOVE MG-PRODUCT-NUMBER TO PreviousProduct
004980         PERFORM 3500-PRINT-AREA-HEADER THRU 3500-EXIT
004990     ELSE
005000         IF MG-PRODUCT-NUMBER NOT = PreviousProduct
005010             PERFORM 3300-PRODUCT-BREAK THRU 3300-EXIT
005020             MOVE MG-PRODUCT-NUMBER TO PreviousProduct
005030         END-IF
005040     END-IF.
005050     IF MG-IS-TODAY
005060         MOVE 1 TO PeriodIdx
005070         PERFORM 3210-ADD-TO-PRODUCT THRU 3210-EXIT
005080     END-IF.
005090     MOVE 2 TO PeriodIdx.
005100     PERFORM 3210-ADD-TO-PRODUCT THRU 3210-EXIT.
005110     IF MG-QUANTITY GREATER THAN ZERO
005120         AND MG-COST GREATER THAN ZERO
005130         AND MG-NET-SALES LESS THAN MG-COST
005140         ADD MG-QUANTITY TO BelowQty
005150         ADD MG-NET-SALES TO BelowNet
005160         ADD MG-COST TO BelowCost
005170     END-IF.
005180 3200-EXIT.
005190     EXIT.
005200 3210-ADD-TO-PRODUCT.
005210     ADD MG-QUANTITY TO ProdQty(PeriodIdx).
005220     ADD MG-GROSS-SALES TO ProdGross(PeriodIdx).
005230     ADD MG-PROMO-DISCOUNT TO ProdPromo(PeriodIdx).
005240     ADD MG-NET-SALES TO ProdNet(PeriodIdx).
005250     ADD MG-COST TO ProdCost(PeriodIdx).
005260 3210-EXIT.
005270     EXIT.
005280*****************************************************************
005290*    3300-PRODUCT-BREAK - PRINT THE PRODUCT, ROLL IT INTO THE   *
005300*    AREA, HOLD ANY BELOW-COST SALES FOR THE END LISTING, AND   *
005310*    CLEAR DOWN                                                 *
005320*****************************************************************
005330 3300-PRODUCT-BREAK.
005340     MOVE PreviousProduct TO PC-PRODUCT-NUMBER.
005350     READ ProductCatalogFile
005360         INVALID KEY
005370         MOVE "NOT ON CATALOG" TO ProductDescription
005380         NOT INVALID KEY
005390         MOVE PC-DESCRIPTION TO ProductDescription
005400     END-READ.
005410     MOVE ProductTotals TO PrintTotals.
005420     MOVE PreviousProduct TO MDL-PRODUCT-NUMBER.
005430     MOVE ProductDescription TO MDL-DESCRIPTION.
005440     PERFORM 3600-PRINT-PERIOD-LINES THRU 3600-EXIT.
005450     PERFORM 3310-ROLL-PRODUCT-TO-AREA THRU 3310-EXIT
005460         VARYING PeriodIdx FROM 1 BY 1
005470         UNTIL PeriodIdx > 2.
005480     IF BelowQty GREATER THAN ZERO
005490         PERFORM 3320-HOLD-BELOW-COST THRU 3320-EXIT
005500     END-IF.
005510     INITIALIZE ProductTotals.
005520     MOVE ZERO TO BelowQty.
005530     MOVE ZERO TO BelowNet.
005540     MOVE ZERO TO BelowCost.
005550 3300-EXIT.
005560     EXIT.
005570 3310-ROLL-PRODUCT-TO-AREA.
005580     ADD ProdQty(PeriodIdx) TO AreaQty(PeriodIdx).
005590     ADD ProdGross(PeriodIdx) TO AreaGross(PeriodIdx).
005600     ADD ProdPromo(PeriodIdx) TO AreaPromo(PeriodIdx).
005610     ADD ProdNet(PeriodIdx) TO AreaNet(PeriodIdx).
005620     ADD ProdCost(PeriodIdx) TO AreaCost(PeriodIdx).
005630 3310-EXIT.
005640     EXIT.
005650 3320-HOLD-BELOW-COST.
005660     IF BelowEntryCount NOT LESS THAN MaxBelowEntries
005670         ADD 1 TO BelowOverflowCount
005680         GO TO 3320-EXIT
005690     END-IF.
005700     ADD 1 TO BelowEntryCount.
005710     MOVE BelowEntryCount TO BelowIdx.
005720     MOVE PreviousArea TO BC-RECEIPT-AREA(BelowIdx).
005730     MOVE PreviousProduct TO BC-PRODUCT-NUMBER(BelowIdx).
005740     MOVE ProductDescription TO BC-DESCRIPTION(BelowIdx).
005750     MOVE BelowQty TO BC-QUANTITY(BelowIdx).
005760     MOVE BelowNet TO BC-NET-SALES(BelowIdx).
005770     MOVE BelowCost TO BC-COST(BelowIdx).
005780 3320-EXIT.
005790     EXIT.
005800*****************************************************************
005810*    3400-AREA-BREAK - PRINT THE AREA TOTAL, ROLL IT INTO THE   *
005820*    GRAND TOTAL, AND CLEAR DOWN                                *
005830*****************************************************************
005840 3400-AREA-BREAK.
005850     MOVE AreaTotals TO PrintTotals.
005860     MOVE SPACES TO MDL-PRODUCT-NUMBER.
005870     MOVE "AREA TOTAL" TO MDL-DESCRIPTION.
005880     PERFORM 3600-PRINT-PERIOD-LINES THRU 3600-EXIT.
005890     PERFORM 3410-ROLL-AREA-TO-GRAND THRU 3410-EXIT
005900         VARYING PeriodIdx FROM 1 BY 1
005910         UNTIL PeriodIdx > 2.
005920     INITIALIZE AreaTotals.
005930 3400-EXIT.
005940     EXIT.
005950 3410-ROLL-AREA-TO-GRAND.
005960     ADD AreaQty(PeriodIdx) TO GrandQty(PeriodIdx).
005970     ADD AreaGross(PeriodIdx) TO GrandGross(PeriodIdx).
005980     ADD AreaPromo(PeriodIdx) TO GrandPromo(PeriodIdx).
005990     ADD AreaNet(PeriodIdx) TO GrandNet(PeriodIdx).
006000     ADD AreaCost(PeriodIdx) TO GrandCost(PeriodIdx).
006010 3410-EXIT.
006020     EXIT.
006030 3500-PRINT-AREA-HEADER.
006040     MOVE SPACES TO PRINT-LINE.
006050     WRITE PRINT-LINE.
006060     MOVE PreviousArea TO AHL-RECEIPT-AREA.
006070     WRITE PRINT-LINE FROM AreaHeaderLine.
006080 3500-EXIT.
006090     EXIT.
006100*****************************************************************
006110*    3600-PRINT-PERIOD-LINES - THE DAY LINE THEN THE MONTH-TO-  *
006120*    DATE LINE FROM THE PRINT TOTALS; THE CALLER SETS THE       *
006130*    PRODUCT AND DESCRIPTION COLUMNS                            *
006140*****************************************************************
006150 3600-PRINT-PERIOD-LINES.
006160     MOVE 1 TO PeriodIdx.
006170     MOVE "DAY" TO MDL-PERIOD.
006180     PERFORM 3610-PRINT-ONE-PERIOD THRU 3610-EXIT.
006190     MOVE 2 TO PeriodIdx.
006200     MOVE "MTD" TO MDL-PERIOD.
006210     MOVE SPACES TO MDL-DESCRIPTION.
006220     PERFORM 3610-PRINT-ONE-PERIOD THRU 3610-EXIT.
006230 3600-EXIT.
006240     EXIT.
006250 3610-PRINT-ONE-PERIOD.
006260     COMPUTE MarginAmount =
006270         PrintNet(PeriodIdx) - PrintCost(PeriodIdx).
006280     IF PrintNet(PeriodIdx) = ZERO
006290         MOVE ZERO TO MarginPercent
006300     ELSE
006310         COMPUTE MarginPercent ROUNDED =
006320             MarginAmount * 100 / PrintNet(PeriodIdx)
006330             ON SIZE ERROR MOVE ZERO TO MarginPercent
006340         END-COMPUTE
006350     END-IF.
006360     MOVE PrintQty(PeriodIdx) TO MDL-QUANTITY.
006370     MOVE PrintGross(PeriodIdx) TO MDL-GROSS.
006380     MOVE PrintPromo(PeriodIdx) TO MDL-PROMO.
006390     MOVE PrintNet(PeriodIdx) TO MDL-NET.
006400     MOVE PrintCost(PeriodIdx) TO MDL-COST.
006410     MOVE MarginAmount TO MDL-MARGIN.
006420     MOVE MarginPercent TO MDL-MARGIN-PERCENT.
006430     WRITE PRINT-LINE FROM MarginDetailLine.
006440 3610-EXIT.
006450     EXIT.
006460*****************************************************************
006470*    4000-PRINT-BELOW-COST - PRODUCTS WHOSE SALE LINES THIS     *
006480*    MONTH WENT OUT FOR LESS THAN THEIR COST                    *
006490*****************************************************************
006500 4000-PRINT-BELOW-COST.
006510     MOVE SPACES TO PRINT-LINE.
006520     WRITE PRINT-LINE.
006530     WRITE PRINT-LINE FROM BelowCostHeadingLine1.
006540     MOVE SPACES TO PRINT-LINE.
006550     WRITE PRINT-LINE.
006560     IF BelowEntryCount = ZERO
006570         WRITE PRINT-LINE FROM NoBelowCostLine
006580         GO TO 4000-EXIT
006590     END-IF.
006600     WRITE PRINT-LINE FROM BelowCostHeadingLine2.
006610     PERFORM 4100-PRINT-ONE-BELOW-COST THRU 4100-EXIT
006620         VARYING BelowIdx FROM 1 BY 1
006630         UNTIL BelowIdx > BelowEntryCount.
006640     IF BelowOverflowCount GREATER THAN ZERO
006650         MOVE BelowOverflowCount TO BOL-COUNT
006660         WRITE PRINT-LINE FROM BelowOverflowLine
006670     END-IF.
006680 4000-EXIT.
006690     EXIT.
006700 4100-PRINT-ONE-BELOW-COST.
006710     COMPUTE AverageSellPrice ROUNDED =
006720         BC-NET-SALES(BelowIdx) / BC-QUANTITY(BelowIdx).
006730     COMPUTE AverageUnitCost ROUNDED =
006740         BC-COST(BelowIdx) / BC-QUANTITY(BelowIdx).
006750     MOVE BC-RECEIPT-AREA(BelowIdx) TO BDL-RECEIPT-AREA.
006760     MOVE BC-PRODUCT-NUMBER(BelowIdx) TO BDL-PRODUCT-NUMBER.
006770     MOVE BC-DESCRIPTION(BelowIdx) TO BDL-DESCRIPTION.
006780     MOVE BC-QUANTITY(BelowIdx) TO BDL-QUANTITY.
006790     MOVE AverageSellPrice TO BDL-SELL-PRICE.
006800     MOVE AverageUnitCost TO BDL-UNIT-COST.
006810     COMPUTE BDL-AMOUNT-LOST =
006820         BC-COST(BelowIdx) - BC-NET-SALES(BelowIdx).
006830     WRITE PRINT-LINE FROM BelowCostDetailLine.
006840 4100-EXIT.
006850     EXIT.
006860*****************************************************************
006870*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN            *
006880*****************************************************************
006890 9000-TERMINATE.
006900     CLOSE ProductCatalogFile.
006910     IF HistoryAvailable
006920         CLOSE ReceiptHistoryFile
006930     END-IF.
006940     CLOSE PrintFile.
006950 9000-EXIT.
006960     EXIT.
