000010*****************************************************************
000020*    PROGRAM-ID  : COBTAXR                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                                *
000040*    INSTALLATION: RETAIL SYSTEMS                                *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : SALES TAX RETURN - READS THE ONLINE          *
000070*                  TRANSACTION LOG AND THE RECEIPT HISTORY FOR   *
000080*                  THE BUSINESS DATES ON THE SYSIN CARD AND      *
000090*                  PRINTS, BY RECEIPT AREA AND THE TAX RATE IN   *
000100*                  EFFECT, GROSS SALES, TAX-EXEMPT SALES,        *
000110*                  TAXABLE SALES, TAX COLLECTED ON SALES, TAX    *
000120*                  GIVEN BACK ON REFUNDS AND VOIDS, AND THE NET  *
000130*                  TAX.  THE TAX DUE IS RECOMPUTED FROM THE TAX  *
000140*                  RATE TABLE THE SAME WAY THE REGISTER CHARGES  *
000150*                  IT, AND EVERY RECEIPT WHOSE LOGGED TAX        *
000160*                  DIFFERS IS LISTED AT THE END.  A LINE IS TAX  *
000170*                  EXEMPT WHEN ITS PRODUCT IS FLAGGED EXEMPT ON  *
000180*                  THE PRODUCT CATALOG.                          *
000190*    MODIFICATION HISTORY                                       *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    10/15/26   RK    ORIGINAL PROGRAM - SALES TAX RETURN       *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. cobtaxr.
000250 AUTHOR. Romeo Klamadji.
000260 INSTALLATION. Retail Systems.
000270 DATE-WRITTEN. 10/15/26.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL TransactionLogFile ASSIGN TO "TRANLOG"
000330         ORGANIZATION IS SEQUENTIAL
000340         ACCESS MODE IS SEQUENTIAL
000350         FILE STATUS IS FileStatusTransactionLog.
000360     SELECT ReceiptHistoryFile ASSIGN TO "RCPTHIST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS TH-RECEIPT-NUMBER
000400         FILE STATUS IS FileStatusReceiptHistory.
000410     SELECT ProductCatalogFile ASSIGN TO "PRODCAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PC-PRODUCT-NUMBER
000450         FILE STATUS IS FileStatusProductCatalog.
000460     SELECT TaxRateFile ASSIGN TO "TAXRATES"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS TX-TAX-KEY
000500         FILE STATUS IS FileStatusTaxRate.
000510     SELECT SortWorkFile ASSIGN TO "SORTWK01".
000520     SELECT PrintFile ASSIGN TO "TAXRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FileStatusPrintFile.
000550 DATA DIVISION.
000560 FILE SECTION.
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
000670 FD  TaxRateFile.
000680     COPY taxrec.
000690 SD  SortWorkFile.
000700 01  SORT-RECORD.
000710     05  TT-RECEIPT-AREA           PIC 9(03).
000720     05  TT-TAX-RATE               PIC V999.
000730     05  TT-BUSINESS-DATE          PIC 9(08).
000740     05  TT-RECEIPT-NUMBER         PIC 9(09).
000750     05  TT-RECORD-TYPE            PIC X(01).
000760         88  TT-IS-SALE                VALUE "S".
000770     05  TT-GROSS-SALES            PIC S9(07)V99.
000780     05  TT-EXEMPT-SALES           PIC S9(07)V99.
000790     05  TT-TAXABLE-SALES          PIC S9(07)V99.
000800     05  TT-TAX-ON-RECEIPT         PIC S9(07)V99.
000810     05  TT-TAX-AT-RATE            PIC S9(07)V99.
000820 FD  PrintFile.
000830 01  PRINT-LINE                    PIC X(132).
000840 WORKING-STORAGE SECTION.
000850*****************************************************************
000860*    FILE STATUS SWITCHES                                       *
000870*****************************************************************
000880 77  FileStatusTransactionLog      PIC X(02) VALUE "00".
000890 77  FileStatusReceiptHistory      PIC X(02) VALUE "00".
000900 77  FileStatusProductCatalog      PIC X(02) VALUE "00".
000910 77  FileStatusTaxRate             PIC X(02) VALUE "00".
000920 77  FileStatusPrintFile           PIC X(02) VALUE "00".
000930*****************************************************************
000940*    RETURN PERIOD - FIRST AND LAST BUSINESS DATE FROM SYSIN    *
000950*****************************************************************
000960 01  TaxPeriodCard.
000970     05  PeriodFromDate            PIC 9(08).
000980     05  FILLER                    PIC X(01).
000990     05  PeriodToDate              PIC 9(08).
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
001160 77  PreviousArea                  PIC 9(03) VALUE ZERO.
001170 77  PreviousRate                  PIC V999 VALUE ZERO.
001180 77  ReceiptsReleasedCount         PIC 9(07) VALUE ZERO.
001190 77  DefaultRateCount              PIC 9(07) VALUE ZERO.
001200 77  NotOnCatalogCount             PIC 9(07) VALUE ZERO.
001210*****************************************************************
001220*    TAX RATE LOOK-UP - THE LATEST RATE FOR THE AREA WHOSE      *
001230*    EFFECTIVE DATE IS NOT AFTER THE RECEIPT'S BUSINESS DATE,   *
001240*    OR THE REGISTER'S DEFAULT RATE WHEN NO ROW COVERS IT.  THE *
001250*    LAST AREA AND DATE LOOKED UP ARE KEPT SO A RUN OF RECEIPTS *
001260*    FROM ONE AREA AND DAY READS THE TABLE ONCE                 *
001270*****************************************************************
001280 77  TaxRate                       PIC V999 VALUE ZERO.
001290 77  DefaultTaxRate                PIC V999 VALUE .070.
001300 77  LookUpArea                    PIC 9(03) VALUE ZERO.
001310 77  LookUpDate                    PIC 9(08) VALUE ZERO.
001320 77  TaxRateFoundSwitch            PIC X(01) VALUE "N".
001330     88  TaxRateFound                  VALUE "Y".
001340     88  TaxRateNotFound               VALUE "N".
001350 77  EndOfTaxScanSwitch            PIC X(01) VALUE "N".
001360     88  EndOfTaxScan                  VALUE "Y".
001370     88  MoreTaxRatesToScan            VALUE "N".
001380*****************************************************************
001390*    RECEIPT ACCUMULATORS                                       *
001400*****************************************************************
001410 77  ReceiptGross                  PIC S9(07)V99 VALUE ZERO.
001420 77  ReceiptExempt                 PIC S9(07)V99 VALUE ZERO.
001430*****************************************************************
001440*    RETURN ACCUMULATORS - RATE WITHIN AREA, AREA, AND GRAND.   *
001450*    THE LEVELS SHARE ONE LAYOUT SO A LEVEL IS MOVED WHOLE INTO *
001460*    THE PRINT TOTALS FOR PRINTING                              *
001470*****************************************************************
001480 01  RateTotals.
001490     02  RateGross                 PIC S9(09)V99.
001500     02  RateExempt                PIC S9(09)V99.
001510     02  RateTaxable               PIC S9(09)V99.
001520     02  RateCollected             PIC S9(09)V99.
001530     02  RateRefunded              PIC S9(09)V99.
001540     02  RateTaxAtRate             PIC S9(09)V99.
001550 01  AreaTotals.
001560     02  AreaGross                 PIC S9(09)V99.
001570     02  AreaExempt                PIC S9(09)V99.
001580     02  AreaTaxable               PIC S9(09)V99.
001590     02  AreaCollected             PIC S9(09)V99.
001600     02  AreaRefunded              PIC S9(09)V99.
001610     02  AreaTaxAtRate             PIC S9(09)V99.
001620 01  GrandTotals.
001630     02  GrandGross                PIC S9(09)V99.
001640     02  GrandExempt               PIC S9(09)V99.
001650     02  GrandTaxable              PIC S9(09)V99.
001660     02  GrandCollected            PIC S9(09)V99.
001670     02  GrandRefunded             PIC S9(09)V99.
001680     02  GrandTaxAtRate            PIC S9(09)V99.
001690 01  PrintTotals.
001700     02  PrintGross                PIC S9(09)V99.
001710     02  PrintExempt               PIC S9(09)V99.
001720     02  PrintTaxable              PIC S9(09)V99.
001730     02  PrintCollected            PIC S9(09)V99.
001740     02  PrintRefunded             PIC S9(09)V99.
001750     02  PrintTaxAtRate            PIC S9(09)V99.
001760 77  NetTaxAmount                  PIC S9(09)V99 VALUE ZERO.
001770 77  TaxDifference                 PIC S9(09)V99 VALUE ZERO.
001780 77  RateEdit                      PIC 9.999.
001790*****************************************************************
001800*    TAX DIFFERENCES - RECEIPTS WHOSE LOGGED TAX IS NOT THE TAX *
001810*    RECOMPUTED FROM THE RATE TABLE, HELD FOR THE LISTING AT    *
001820*    THE END OF THE REPORT                                      *
001830*****************************************************************
001840 77  DiffIdx                       PIC 9(03) COMP.
001850 77  DiffEntryCount                PIC 9(03) COMP VALUE ZERO.
001860 77  MaxDiffEntries                PIC 9(03) COMP VALUE 500.
001870 77  DiffOverflowCount             PIC 9(05) VALUE ZERO.
001880 01  TaxDifferenceTable.
001890     02  TaxDifferenceEntry OCCURS 500 TIMES.
001900         03  TD-RECEIPT-AREA       PIC 9(03).
001910         03  TD-TAX-RATE           PIC V999.
001920         03  TD-BUSINESS-DATE      PIC 9(08).
001930         03  TD-RECEIPT-NUMBER     PIC 9(09).
001940         03  TD-RECORD-TYPE        PIC X(01).
001950         03  TD-TAXABLE-SALES      PIC S9(07)V99.
001960         03  TD-TAX-ON-RECEIPT     PIC S9(07)V99.
001970         03  TD-TAX-AT-RATE        PIC S9(07)V99.
001980*****************************************************************
001990*    REPORT LINE WORK AREAS                                     *
002000*****************************************************************
002010 01  HeadingLine1.
002020     05  FILLER                    PIC X(28)
002030         VALUE "COBOLTAT SALES TAX RETURN - ".
002040     05  HL1-FROM-DATE             PIC 9(08).
002050     05  FILLER                    PIC X(04) VALUE " TO ".
002060     05  HL1-TO-DATE               PIC 9(08).
002070 01  HeadingLine2.
002080     05  FILLER                    PIC X(41) VALUE
002090         "AREA RATE      GROSS SALES   EXEMPT SALES".
002100     05  FILLER                    PIC X(30) VALUE
002110         "  TAXABLE SALES  TAX COLLECTED".
002120     05  FILLER                    PIC X(30) VALUE
002130         "   TAX REFUNDED        NET TAX".
002140     05  FILLER                    PIC X(30) VALUE
002150         "    TAX AT RATE     DIFFERENCE".
002160 01  TaxReturnLine.
002170     05  TRL-AREA                  PIC X(04).
002180     05  FILLER                    PIC X(01) VALUE SPACES.
002190     05  TRL-RATE                  PIC X(06).
002200     05  FILLER                    PIC X(01) VALUE SPACES.
002210     05  TRL-GROSS                 PIC ZZ,ZZZ,ZZ9.99-.
002220     05  FILLER                    PIC X(01) VALUE SPACES.
002230     05  TRL-EXEMPT                PIC ZZ,ZZZ,ZZ9.99-.
002240     05  FILLER                    PIC X(01) VALUE SPACES.
002250     05  TRL-TAXABLE               PIC ZZ,ZZZ,ZZ9.99-.
002260     05  FILLER                    PIC X(01) VALUE SPACES.
002270     05  TRL-COLLECTED             PIC ZZ,ZZZ,ZZ9.99-.
002280     05  FILLER                    PIC X(01) VALUE SPACES.
002290     05  TRL-REFUNDED              PIC ZZ,ZZZ,ZZ9.99-.
002300     05  FILLER                    PIC X(01) VALUE SPACES.
002310     05  TRL-NET-TAX               PIC ZZ,ZZZ,ZZ9.99-.
002320     05  FILLER                    PIC X(01) VALUE SPACES.
002330     05  TRL-TAX-AT-RATE           PIC ZZ,ZZZ,ZZ9.99-.
002340     05  FILLER                    PIC X(01) VALUE SPACES.
002350     05  TRL-DIFFERENCE            PIC ZZ,ZZZ,ZZ9.99-.
002360 01  DifferenceHeadingLine1.
002370     05  FILLER                    PIC X(44) VALUE
002380         "RECEIPTS WHOSE TAX DIFFERS FROM THE TAX RATE".
002390     05  FILLER                    PIC X(06) VALUE
002400         " TABLE".
002410 01  DifferenceHeadingLine2.
002420     05  FILLER                    PIC X(34) VALUE
002430         "AREA RATE   BUS DATE  RECEIPT   TY".
002440     05  FILLER                    PIC X(30) VALUE
002450         "  TAXABLE SALES TAX ON RECEIPT".
002460     05  FILLER                    PIC X(30) VALUE
002470         "    TAX AT RATE     DIFFERENCE".
002480 01  DifferenceDetailLine.
002490     05  DDL-RECEIPT-AREA          PIC 9(03).
002500     05  FILLER                    PIC X(02) VALUE SPACES.
002510     05  DDL-TAX-RATE              PIC 9.999.
002520     05  FILLER                    PIC X(02) VALUE SPACES.
002530     05  DDL-BUSINESS-DATE         PIC 9(08).
002540     05  FILLER                    PIC X(02) VALUE SPACES.
002550     05  DDL-RECEIPT-NUMBER        PIC 9(09).
002560     05  FILLER                    PIC X(02) VALUE SPACES.
002570     05  DDL-RECORD-TYPE           PIC X(01).
002580     05  FILLER                    PIC X(01) VALUE SPACES.
002590     05  DDL-TAXABLE               PIC ZZ,ZZZ,ZZ9.99-.
002600     05  FILLER                    PIC X(01) VALUE SPACES.
002610     05  DDL-TAX-ON-RECEIPT        PIC ZZ,ZZZ,ZZ9.99-.
002620     05  FILLER                    PIC X(01) VALUE SPACES.
002630     05  DDL-TAX-AT-RATE           PIC ZZ,ZZZ,ZZ9.99-.
002640     05  FILLER                    PIC X(01) VALUE SPACES.
002650     05  DDL-DIFFERENCE            PIC ZZ,ZZZ,ZZ9.99-.
002660 01  NoDifferenceLine.
002670     05  FILLER                    PIC X(36) VALUE
002680         "NO TAX DIFFERENCES FOUND".
002690 01  DiffOverflowLine.
002700     05  FILLER                    PIC X(41) VALUE
002710         "FURTHER TAX DIFFERENCES NOT LISTED     - ".
002720     05  DOL-COUNT                 PIC ZZZZ9.
002730 01  DefaultRateCountLine.
002740     05  FILLER                    PIC X(41) VALUE
002750         "RECEIPTS TAXED AT THE DEFAULT RATE     - ".
002760     05  DRL-COUNT                 PIC Z,ZZZ,ZZ9.
002770 01  NotOnCatalogCountLine.
002780     05  FILLER                    PIC X(41) VALUE
002790         "PRODUCT LINES NOT ON CATALOG (TAXABLE) - ".
002800     05  NCL-COUNT                 PIC Z,ZZZ,ZZ9.
002810 PROCEDURE DIVISION.
002820*****************************************************************
002830*    0000-MAINLINE                                              *
002840*****************************************************************
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     SORT SortWorkFile
002880         ON ASCENDING KEY TT-RECEIPT-AREA TT-TAX-RATE
002890             TT-BUSINESS-DATE TT-RECEIPT-NUMBER
002900         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
002910         OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
002920             THRU 3000-EXIT.
002930     PERFORM 4000-PRINT-DIFFERENCES THRU 4000-EXIT.
002940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002950     DISPLAY "SALES TAX RETURN COMPLETE FOR " PeriodFromDate
002960         " TO " PeriodToDate.
002970     DISPLAY "RECEIPTS REPORTED:   " ReceiptsReleasedCount.
002980     DISPLAY "TAX DIFFERENCES:     " DiffEntryCount.
002990     STOP RUN.
003000*****************************************************************
003010*    1000-INITIALIZE - ACCEPT THE RETURN PERIOD AND OPEN ALL    *
003020*    FILES FOR THE RUN                                          *
003030*****************************************************************
003040 1000-INITIALIZE.
003050     ACCEPT TaxPeriodCard.
003060     IF PeriodFromDate NOT NUMERIC
003070         OR PeriodToDate NOT NUMERIC
003080         OR PeriodFromDate = ZERO
003090         OR PeriodFromDate GREATER THAN PeriodToDate
003100         DISPLAY "INVALID TAX PERIOD CARD - EXPECTED "
003110             "YYYYMMDD YYYYMMDD"
003120         MOVE 8 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     OPEN INPUT TaxRateFile.
003160     IF FileStatusTaxRate NOT = "00"
003170         DISPLAY "UNABLE TO OPEN TAX RATE TABLE - STATUS "
003180             FileStatusTaxRate
003190         STOP RUN
003200     END-IF.
003210     OPEN INPUT ProductCatalogFile.
003220     IF FileStatusProductCatalog NOT = "00"
003230         DISPLAY "UNABLE TO OPEN PRODUCT CATALOG FILE - STATUS "
003240             FileStatusProductCatalog
003250         STOP RUN
003260     END-IF.
003270     OPEN INPUT ReceiptHistoryFile.
003280     IF FileStatusReceiptHistory = "35"
003290         SET HistoryNotAvailable TO TRUE
003300         DISPLAY "RECEIPT HISTORY NOT ON FILE - LOG ONLY"
003310     ELSE
003320         IF FileStatusReceiptHistory = "00"
003330             SET HistoryAvailable TO TRUE
003340         ELSE
003350             DISPLAY "UNABLE TO OPEN RECEIPT HISTORY - STATUS "
003360                 FileStatusReceiptHistory
003370             STOP RUN
003380         END-IF
003390     END-IF.
003400     OPEN OUTPUT PrintFile.
003410     IF FileStatusPrintFile NOT = "00"
003420         DISPLAY "UNABLE TO OPEN TAX RETURN REPORT - STATUS "
003430             FileStatusPrintFile
003440         STOP RUN
003450     END-IF.
003460     MOVE PeriodFromDate TO HL1-FROM-DATE.
003470     MOVE PeriodToDate TO HL1-TO-DATE.
003480     WRITE PRINT-LINE FROM HeadingLine1.
003490     MOVE SPACES TO PRINT-LINE.
003500     WRITE PRINT-LINE.
003510     WRITE PRINT-LINE FROM HeadingLine2.
003520     INITIALIZE RateTotals AreaTotals GrandTotals.
003530 1000-EXIT.
003540     EXIT.
003550*****************************************************************
003560*    2000-BUILD-SORT-FILE - RELEASE ONE RECORD PER RECEIPT OF   *
003570*    THE PERIOD FROM THE ONLINE LOG AND THE RECEIPT HISTORY     *
003580*****************************************************************
003590 2000-BUILD-SORT-FILE.
003600     OPEN INPUT TransactionLogFile.
003610     IF FileStatusTransactionLog = "00"
003620         OR FileStatusTransactionLog = "05"
003630         PERFORM 2100-RELEASE-ONE-LOG-RECORD THRU 2100-EXIT
003640             UNTIL EndOfTransactionLog
003650     ELSE
003660         DISPLAY "UNABLE TO OPEN TRANSACTION LOG - STATUS "
003670             FileStatusTransactionLog
003680     END-IF.
003690     CLOSE TransactionLogFile.
003700     IF HistoryAvailable
003710         PERFORM 2200-RELEASE-HISTORY-RECORDS THRU 2200-EXIT
003720     END-IF.
003730 2000-EXIT.
003740     EXIT.
003750*****************************************************************
003760*    2100-RELEASE-ONE-LOG-RECORD - A RECEIPT ALREADY ARCHIVED   *
003770*    TO HISTORY IS RELEASED FROM THE HISTORY PASS ONLY, SO IT   *
003780*    IS NEVER COUNTED TWICE                                     *
003790*****************************************************************
003800 2100-RELEASE-ONE-LOG-RECORD.
003810     READ TransactionLogFile
003820         AT END SET EndOfTransactionLog TO TRUE
003830     END-READ.
003840     IF EndOfTransactionLog
003850         GO TO 2100-EXIT
003860     END-IF.
003870     IF HistoryAvailable
003880         AND TR-RECEIPT-NUMBER NUMERIC
003890         AND TR-RECEIPT-NUMBER NOT = ZERO
003900         MOVE TR-RECEIPT-NUMBER TO TH-RECEIPT-NUMBER
003910         READ ReceiptHistoryFile
003920             INVALID KEY CONTINUE
003930         END-READ
003940         IF FileStatusReceiptHistory = "00"
003950             GO TO 2100-EXIT
003960         END-IF
003970     END-IF.
003980     PERFORM 2300-RELEASE-RECEIPT THRU 2300-EXIT.
003990 2100-EXIT.
004000     EXIT.
004010 2200-RELEASE-HISTORY-RECORDS.
004020     MOVE ZERO TO TH-RECEIPT-NUMBER.
004030     START ReceiptHistoryFile
004040         KEY IS NOT LESS THAN TH-RECEIPT-NUMBER
004050         INVALID KEY SET EndOfHistoryFile TO TRUE
004060     END-START.
004070     PERFORM 2210-RELEASE-ONE-HISTORY THRU 2210-EXIT
004080         UNTIL EndOfHistoryFile.
004090 2200-EXIT.
004100     EXIT.
004110 2210-RELEASE-ONE-HISTORY.
004120     READ ReceiptHistoryFile NEXT RECORD
004130         AT END SET EndOfHistoryFile TO TRUE
004140     END-READ.
004150     IF EndOfHistoryFile
004160         GO TO 2210-EXIT
004170     END-IF.
004180     MOVE RECEIPT-HISTORY-RECORD TO TRANSACTION-LOG-RECORD.
004190     PERFORM 2300-RELEASE-RECEIPT THRU 2300-EXIT.
004200 2210-EXIT.
004210     EXIT.
004220*****************************************************************
004230*    2300-RELEASE-RECEIPT - SALES, REFUNDS AND VOIDS OF THE     *
004240*    PERIOD ONLY; GIFT CARD LOADS AND PAYMENTS ON ACCOUNT ARE   *
004250*    NOT TAXABLE EVENTS.  THE TAX AT RATE IS THE TAXABLE AMOUNT *
004260*    TIMES THE RATE, TRUNCATED AS THE REGISTER CHARGES IT       *
004270*****************************************************************
004280 2300-RELEASE-RECEIPT.
004290     IF NOT (TR-IS-SALE OR TR-IS-REFUND OR TR-IS-VOID)
004300         GO TO 2300-EXIT
004310     END-IF.
004320     IF TR-BUSINESS-DATE NOT NUMERIC
004330         OR TR-BUSINESS-DATE LESS THAN PeriodFromDate
004340         OR TR-BUSINESS-DATE GREATER THAN PeriodToDate
004350         GO TO 2300-EXIT
004360     END-IF.
004370     MOVE ZERO TO ReceiptGross.
004380     MOVE ZERO TO ReceiptExempt.
004390     IF TR-LINE-COUNT NUMERIC
004400         PERFORM 2400-ADD-ONE-LINE THRU 2400-EXIT
004410             VARYING LineIdx FROM 1 BY 1
004420             UNTIL LineIdx > TR-LINE-COUNT
004430     END-IF.
004440     PERFORM 2500-LOOK-UP-TAX-RATE THRU 2500-EXIT.
004450     MOVE TR-RECEIPT-AREA TO TT-RECEIPT-AREA.
004460     MOVE TaxRate TO TT-TAX-RATE.
004470     MOVE TR-BUSINESS-DATE TO TT-BUSINESS-DATE.
004480     MOVE TR-RECEIPT-NUMBER TO TT-RECEIPT-NUMBER.
004490     MOVE TR-RECORD-TYPE TO TT-RECORD-TYPE.
004500     MOVE ReceiptGross TO TT-GROSS-SALES.
004510     MOVE ReceiptExempt TO TT-EXEMPT-SALES.
004520     COMPUTE TT-TAXABLE-SALES = ReceiptGross - ReceiptExempt.
004530     IF TR-TAX-AMOUNT NUMERIC
004540         MOVE TR-TAX-AMOUNT TO TT-TAX-ON-RECEIPT
004550     ELSE
004560         MOVE ZERO TO TT-TAX-ON-RECEIPT
004570     END-IF.
004580     COMPUTE TT-TAX-AT-RATE = TT-TAXABLE-SALES * TaxRate.
004590     RELEASE SORT-RECORD.
004600     ADD 1 TO ReceiptsReleasedCount.
004610 2300-EXIT.
004620     EXIT.
004630*****************************************************************
004640*    2400-ADD-ONE-LINE - THE EXTENDED AMOUNT IS NET OF ANY      *
004650*    PROMO DISCOUNT, AS IT WAS TAXED                            *
004660*****************************************************************
004670 2400-ADD-ONE-LINE.
004680     IF LineIdx GREATER THAN 10
004690         GO TO 2400-EXIT
004700     END-IF.
004710     ADD TR-EXTENDED-AMOUNT(LineIdx) TO ReceiptGross.
004720     MOVE TR-PRODUCT-NUMBER(LineIdx) TO PC-PRODUCT-NUMBER.
004730     READ ProductCatalogFile
004740         INVALID KEY
004750         ADD 1 TO NotOnCatalogCount
004760         GO TO 2400-EXIT
004770     END-READ.
004780     IF PC-IS-TAX-EXEMPT
004790         ADD TR-EXTENDED-AMOUNT(LineIdx) TO ReceiptExempt
004800     END-IF.
004810 2400-EXIT.
004820     EXIT.
004830*****************************************************************
004840*    2500-LOOK-UP-TAX-RATE - SCAN THE TAX RATE TABLE FOR THE    *
004850*    RECEIPT AREA AND KEEP THE LATEST RATE WHOSE EFFECTIVE      *
004860*    DATE IS NOT AFTER THE RECEIPT'S BUSINESS DATE              *
004870*****************************************************************
004880 2500-LOOK-UP-TAX-RATE.
004890     IF TR-RECEIPT-AREA NOT = LookUpArea
004900         OR TR-BUSINESS-DATE NOT = LookUpDate
004910         MOVE TR-RECEIPT-AREA TO LookUpArea
004920         MOVE TR-BUSINESS-DATE TO LookUpDate
004930         PERFORM 2505-READ-TAX-TABLE THRU 2505-EXIT
004940     END-IF.
004950     IF TaxRateNotFound
004960         ADD 1 TO DefaultRateCount
004970     END-IF.
004980 2500-EXIT.
004990     EXIT.
005000 2505-READ-TAX-TABLE.
005010     SET TaxRateNotFound TO TRUE.
005020     SET MoreTaxRatesToScan TO TRUE.
005030     MOVE DefaultTaxRate TO TaxRate.
005040     MOVE LookUpArea TO TX-RECEIPT-AREA.
005050     MOVE ZERO TO TX-EFFECTIVE-DATE.
005060     START TaxRateFile KEY IS NOT LESS THAN TX-TAX-KEY
005070         INVALID KEY SET EndOfTaxScan TO TRUE
005080     END-START.
005090     PERFORM 2510-SCAN-ONE-TAX-RATE THRU 2510-EXIT
005100         UNTIL EndOfTaxScan.
005110 2505-EXIT.
005120     EXIT.
005130 2510-SCAN-ONE-TAX-RATE.
005140     READ TaxRateFile NEXT RECORD
005150         AT END SET EndOfTaxScan TO TRUE
005160     END-READ.
005170     IF EndOfTaxScan
005180         GO TO 2510-EXIT
005190     END-IF.
005200     IF FileStatusTaxRate NOT = "00"
005210         OR TX-RECEIPT-AREA NOT = LookUpArea
005220         OR TX-EFFECTIVE-DATE > LookUpDate
005230         SET EndOfTaxScan TO TRUE
005240         GO TO 2510-EXIT
005250     END-IF.
005260     MOVE TX-TAX-RATE TO TaxRate.
005270     SET TaxRateFound TO TRUE.
005280 2510-EXIT.
005290     EXIT.
005300*****************************************************************
005310*    3000-PRODUCE-REPORT - OUTPUT PROCEDURE: ONE LINE PER RATE  *
005320*    WITHIN AREA, WITH AREA AND GRAND TOTALS                    *
005330*****************************************************************
005340 3000-PRODUCE-REPORT.
005350     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
005360         UNTIL EndOfSortFile.
005370     IF NotFirstSortRecord
005380         PERFORM 3300-RATE-BREAK THRU 3300-EXIT
005390         PERFORM 3400-AREA-BREAK THRU 3400-EXIT
005400     END-IF.
005410     MOVE SPACES TO PRINT-LINE.
005420     WRITE PRINT-LINE.
005430     MOVE GrandTotals TO PrintTotals.
005440     MOVE "ALL" TO TRL-AREA.
005450     MOVE "TOTAL" TO TRL-RATE.
005460     PERFORM 3600-PRINT-TOTAL-LINE THRU 3600-EXIT.
005470     MOVE SPACES TO PRINT-LINE.
005480     WRITE PRINT-LINE.
005490     MOVE DefaultRateCount TO DRL-COUNT.
005500     WRITE PRINT-LINE FROM DefaultRateCountLine.
005510     MOVE NotOnCatalogCount TO NCL-COUNT.
005520     WRITE PRINT-LINE FROM NotOnCatalogCountLine.
005530 3000-EXIT.
005540     EXIT.
005550 3100-RETURN-ONE-RECORD.
005560     RETURN SortWorkFile
005570         AT END SET EndOfSortFile TO TRUE
005580     END-RETURN.
005590     IF NOT EndOfSortFile
005600         PERFORM 3200-PROCESS-SORT-RECORD THRU 3200-EXIT
005610     END-IF.
005620 3100-EXIT.
005630     EXIT.
005640 3200-PROCESS-SORT-RECORD.
005650     IF FirstSortRecord
005660         MOVE TT-RECEIPT-AREA TO PreviousArea
005670         MOVE TT-TAX-RATE TO PreviousRate
005680         SET NotFirstSortRecord TO TRUE
005690     END-IF.
005700     IF TT-RECEIPT-AREA NOT = PreviousArea
005710         PERFORM 3300-RATE-BREAK THRU 3300-EXIT
005720         PERFORM 3400-AREA-BREAK THRU 3400-EXIT
005730         MOVE TT-RECEIPT-AREA TO PreviousArea
005740         MOVE TT-TAX-RATE TO PreviousRate
005750     ELSE
005760         IF TT-TAX-RATE NOT = PreviousRate
005770             PERFORM 3300-RATE-BREAK THRU 3300-EXIT
005780             MOVE TT-TAX-RATE TO PreviousRate
005790         END-IF
005800     END-IF.
005810     ADD TT-GROSS-SALES TO RateGross.
005820     ADD TT-EXEMPT-SALES TO RateExempt.
005830     ADD TT-TAXABLE-SALES TO RateTaxable.
005840     IF TT-IS-SALE
005850         ADD TT-TAX-ON-RECEIPT TO RateCollected
005860     ELSE
005870         SUBTRACT TT-TAX-ON-RECEIPT FROM RateRefunded
005880     END-IF.
005890     ADD TT-TAX-AT-RATE TO RateTaxAtRate.
005900     IF TT-TAX-ON-RECEIPT NOT = TT-TAX-AT-RATE
005910         PERFORM 3210-HOLD-DIFFERENCE THRU 3210-EXIT
005920     END-IF.
005930 3200-EXIT.
005940     EXIT.
005950 3210-HOLD-DIFFERENCE.
005960     IF DiffEntryCount NOT LESS THAN MaxDiffEntries
005970         ADD 1 TO DiffOverflowCount
005980         GO TO 3210-EXIT
005990     END-IF.
006000     ADD 1 TO DiffEntryCount.
006010     MOVE DiffEntryCount TO DiffIdx.
006020     MOVE TT-RECEIPT-AREA TO TD-RECEIPT-AREA(DiffIdx).
006030     MOVE TT-TAX-RATE TO TD-TAX-RATE(DiffIdx).
006040     MOVE TT-BUSINESS-DATE TO TD-BUSINESS-DATE(DiffIdx).
006050     MOVE TT-RECEIPT-NUMBER TO TD-RECEIPT-NUMBER(DiffIdx).
006060     MOVE TT-RECORD-TYPE TO TD-RECORD-TYPE(DiffIdx).
006070     MOVE TT-TAXABLE-SALES TO TD-TAXABLE-SALES(DiffIdx).
006080     MOVE TT-TAX-ON-RECEIPT TO TD-TAX-ON-RECEIPT(DiffIdx).
006090     MOVE TT-TAX-AT-RATE TO TD-TAX-AT-RATE(DiffIdx).
006100 3210-EXIT.
006110     EXIT.
006120*****************************************************************
006130*    3300-RATE-BREAK - PRINT THE RATE LINE, ROLL IT INTO THE    *
006140*    AREA, AND CLEAR DOWN                                       *
006150*****************************************************************
006160 3300-RATE-BREAK.
006170     MOVE RateTotals TO PrintTotals.
006180     MOVE PreviousArea TO TRL-AREA.
006190     MOVE PreviousRate TO RateEdit.
006200     MOVE RateEdit TO TRL-RATE.
006210     PERFORM 3600-PRINT-TOTAL-LINE THRU 3600-EXIT.
006220     ADD RateGross TO AreaGross.
006230     ADD RateExempt TO AreaExempt.
006240     ADD RateTaxable TO AreaTaxable.
006250     ADD RateCollected TO AreaCollected.
006260     ADD RateRefunded TO AreaRefunded.
006270     ADD RateTaxAtRate TO AreaTaxAtRate.
006280     INITIALIZE RateTotals.
006290 3300-EXIT.
006300     EXIT.
006310*****************************************************************
006320*    3400-AREA-BREAK - PRINT THE AREA TOTAL, ROLL IT INTO THE   *
006330*    GRAND TOTAL, AND CLEAR DOWN                                *
006340*****************************************************************
006350 3400-AREA-BREAK.
006360     MOVE AreaTotals TO PrintTotals.
006370     MOVE PreviousArea TO TRL-AREA.
006380     MOVE "TOTAL" TO TRL-RATE.
006390     PERFORM 3600-PRINT-TOTAL-LINE THRU 3600-EXIT.
006400     MOVE SPACES TO PRINT-LINE.
006410     WRITE PRINT-LINE.
006420     ADD AreaGross TO GrandGross.
006430     ADD AreaExempt TO GrandExempt.
006440     ADD AreaTaxable TO GrandTaxable.
006450     ADD AreaCollected TO GrandCollected.
006460     ADD AreaRefunded TO GrandRefunded.
006470     ADD AreaTaxAtRate TO GrandTaxAtRate.
006480     INITIALIZE AreaTotals.
006490 3400-EXIT.
006500     EXIT.
006510*****************************************************************
006520*    3600-PRINT-TOTAL-LINE - NET TAX IS TAX COLLECTED LESS TAX  *
006530*    REFUNDED; THE DIFFERENCE IS NET TAX LESS THE TAX AT RATE.  *
006540*    THE CALLER SETS THE AREA AND RATE COLUMNS                  *
006550*****************************************************************
006560 3600-PRINT-TOTAL-LINE.
006570     COMPUTE NetTaxAmount = PrintCollected - PrintRefunded.
006580     COMPUTE TaxDifference = NetTaxAmount - PrintTaxAtRate.
006590     MOVE PrintGross TO TRL-GROSS.
006600     MOVE PrintExempt TO TRL-EXEMPT.
006610     MOVE PrintTaxable TO TRL-TAXABLE.
006620     MOVE PrintCollected TO TRL-COLLECTED.
006630     MOVE PrintRefunded TO TRL-REFUNDED.
006640     MOVE NetTaxAmount TO TRL-NET-TAX.
006650     MOVE PrintTaxAtRate TO TRL-TAX-AT-RATE.
006660     MOVE TaxDifference TO TRL-DIFFERENCE.
006670     WRITE PRINT-LINE FROM TaxReturnLine.
006680 3600-EXIT.
006690     EXIT.
006700*****************************************************************
006710*    4000-PRINT-DIFFERENCES - RECEIPTS WHOSE LOGGED TAX IS NOT  *
006720*    THE TAX RECOMPUTED FROM THE RATE TABLE                     *
006730*****************************************************************
006740 4000-PRINT-DIFFERENCES.
006750     MOVE SPACES TO PRINT-LINE.
006760     WRITE PRINT-LINE.
006770     WRITE PRINT-LINE FROM DifferenceHeadingLine1.
006780     MOVE SPACES TO PRINT-LINE.
006790     WRITE PRINT-LINE.
006800     IF DiffEntryCount = ZERO
006810         WRITE PRINT-LINE FROM NoDifferenceLine
006820         GO TO 4000-EXIT
006830     END-IF.
006840     WRITE PRINT-LINE FROM DifferenceHeadingLine2.
006850     PERFORM 4100-PRINT-ONE-DIFFERENCE THRU 4100-EXIT
006860         VARYING DiffIdx FROM 1 BY 1
006870         UNTIL DiffIdx > DiffEntryCount.
006880     IF DiffOverflowCount GREATER THAN ZERO
006890         MOVE DiffOverflowCount TO DOL-COUNT
006900         WRITE PRINT-LINE FROM DiffOverflowLine
006910     END-IF.
006920 4000-EXIT.
006930     EXIT.
006940 4100-PRINT-ONE-DIFFERENCE.
006950     MOVE TD-RECEIPT-AREA(DiffIdx) TO DDL-RECEIPT-AREA.
006960     MOVE TD-TAX-RATE(DiffIdx) TO DDL-TAX-RATE.
006970     MOVE TD-BUSINESS-DATE(DiffIdx) TO DDL-BUSINESS-DATE.
006980     MOVE TD-RECEIPT-NUMBER(DiffIdx) TO DDL-RECEIPT-NUMBER.
006990     MOVE TD-RECORD-TYPE(DiffIdx) TO DDL-RECORD-TYPE.
007000     MOVE TD-TAXABLE-SALES(DiffIdx) TO DDL-TAXABLE.
007010     MOVE TD-TAX-ON-RECEIPT(DiffIdx) TO DDL-TAX-ON-RECEIPT.
007020     MOVE TD-TAX-AT-RATE(DiffIdx) TO DDL-TAX-AT-RATE.
007030     COMPUTE DDL-DIFFERENCE =
007040         TD-TAX-ON-RECEIPT(DiffIdx) - TD-TAX-AT-RATE(DiffIdx).
007050     WRITE PRINT-LINE FROM DifferenceDetailLine.
007060 4100-EXIT.
007070     EXIT.
007080*****************************************************************
007090*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN            *
007100*****************************************************************
007110 9000-TERMINATE.
007120     CLOSE TaxRateFile.
007130     CLOSE ProductCatalogFile.
007140     IF HistoryAvailable
007150         CLOSE ReceiptHistoryFile
007160     END-IF.
007170     CLOSE PrintFile.
007180 9000-EXIT.
007190     EXIT.
