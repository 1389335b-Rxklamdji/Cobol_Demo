000010*****************************************************************
000020*    PROGRAM-ID  : COBPRCB                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                               *
000040*    INSTALLATION: RETAIL SYSTEMS                               *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : PRICE CHANGE BATCH - LOADS A BATCH OF FUTURE *
000070*                  DATED PRICE CHANGES TO THE PENDING PRICE     *
000080*                  FILE AND PRINTS THE PROOF LISTING FOR REVIEW *
000090*                  BEFORE THEY TAKE EFFECT.  THE SYSIN CARD     *
000100*                  SELECTS THE FUNCTION -                       *
000110*                    LOAD   - READ THE PRICE CHANGE CARDS,      *
000120*                             CHECK EACH AND QUEUE IT UNDER THE *
000130*                             BATCH ID ON THE CARD              *
000140*                    PROOF  - LIST THE CHANGES STILL PENDING,   *
000150*                             FOR ONE BATCH OR (BATCH ID BLANK) *
000160*                             ALL OF THEM, WITH TODAY'S PRICE   *
000170*                             AND THE PERCENT CHANGE            *
000180*                    CANCEL - WITHDRAW THE CHANGES OF A BATCH   *
000190*                             THAT ARE STILL PENDING            *
000200*                  LOAD AND CANCEL NEED AN ACTIVE OPERATOR ID   *
000210*                  ON THE CARD FOR THE AUDIT TRAIL.  A CHANGE   *
000220*                  MUST TAKE EFFECT AFTER THE CURRENT BUSINESS  *
000230*                  DATE; COBPRCA APPLIES IT WHEN THE STORE      *
000240*                  REOPENS ON OR AFTER THAT DATE.               *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       INIT  DESCRIPTION                               *
000270*    10/15/26   RK    ORIGINAL PROGRAM - PRICE CHANGE BATCH     *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. cobprcb.
000310 AUTHOR. Romeo Klamadji.
000320 INSTALLATION. Retail Systems.
000330 DATE-WRITTEN. 10/15/26.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT StoreControlFile ASSIGN TO "STORCTL"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SC-CONTROL-KEY
000420         FILE STATUS IS FileStatusStoreControl.
000430     SELECT ProductCatalogFile ASSIGN TO "PRODCAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PC-PRODUCT-NUMBER
000470         FILE STATUS IS FileStatusProductCatalog.
000480     SELECT OperatorFile ASSIGN TO "OPERMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OP-OPERATOR-ID
000520         FILE STATUS IS FileStatusOperator.
000530     SELECT PendingPriceFile ASSIGN TO "PRCPEND"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PP-PENDING-KEY
000570         FILE STATUS IS FileStatusPendingPrice.
000580     SELECT OPTIONAL PriceBatchFile ASSIGN TO "PRCBATCH"
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS FileStatusPriceBatch.
000620     SELECT PrintFile ASSIGN TO "PRCPROOF"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FileStatusPrintFile.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  StoreControlFile.
000680     COPY storctl.
000690 FD  ProductCatalogFile.
000700     COPY prodrec.
000710 FD  OperatorFile.
000720     COPY operrec.
000730 FD  PendingPriceFile.
000740     COPY prcpend.
000750 FD  PriceBatchFile
000760     RECORDING MODE IS F.
000770     COPY prcbtch.
000780 FD  PrintFile.
000790 01  PRINT-LINE                    PIC X(132).
000800 WORKING-STORAGE SECTION.
000810*****************************************************************
000820*    FILE STATUS SWITCHES                                       *
000830*****************************************************************
000840 77  FileStatusStoreControl        PIC X(02) VALUE "00".
000850 77  FileStatusProductCatalog      PIC X(02) VALUE "00".
000860 77  FileStatusOperator            PIC X(02) VALUE "00".
000870 77  FileStatusPendingPrice        PIC X(02) VALUE "00".
000880 77  FileStatusPriceBatch          PIC X(02) VALUE "00".
000890 77  FileStatusPrintFile           PIC X(02) VALUE "00".
000900*****************************************************************
000910*    FUNCTION CARD                                              *
000920*****************************************************************
000930 01  FunctionCard                  PIC X(20) VALUE SPACES.
000940 01  FunctionCardFields REDEFINES FunctionCard.
000950     02  PriceFunction             PIC X(06).
000960         88  FunctionIsLoad            VALUE "LOAD  ".
000970         88  FunctionIsProof           VALUE "PROOF ".
000980         88  FunctionIsCancel          VALUE "CANCEL".
000990     02  FILLER                    PIC X(01).
001000     02  BatchIdCard               PIC X(08).
001010         88  AllBatches                VALUE SPACES.
001020     02  FILLER                    PIC X(01).
001030     02  OperatorIdCard            PIC 9(04).
001040*****************************************************************
001050*    CONTROL FIELDS AND SWITCHES                                *
001060*****************************************************************
001070 77  BusinessDate                  PIC 9(08) VALUE ZERO.
001080 77  RunDate                       PIC 9(08) VALUE ZERO.
001090 01  EffectiveDateWork             PIC 9(08) VALUE ZERO.
001100 01  EffectiveDateFields REDEFINES EffectiveDateWork.
001110     02  EffectiveYear             PIC 9(04).
001120     02  EffectiveMonth            PIC 9(02).
001130     02  EffectiveDay              PIC 9(02).
001140 77  EndOfBatchSwitch              PIC X(01) VALUE "N".
001150     88  EndOfPriceBatch               VALUE "Y".
001160 77  EndOfPendingSwitch            PIC X(01) VALUE "N".
001170     88  EndOfPendingFile              VALUE "Y".
001180 77  CardValidSwitch               PIC X(01) VALUE "Y".
001190     88  CardIsValid                   VALUE "Y".
001200     88  CardIsRejected                VALUE "N".
001210 77  ProductFoundSwitch            PIC X(01) VALUE "N".
001220     88  ProductFound                  VALUE "Y".
001230     88  ProductNotFound               VALUE "N".
001240 77  PreviousEffectiveDate         PIC 9(08) VALUE ZERO.
001250 77  CurrentPrice                  PIC 9(05)V99 VALUE ZERO.
001260 77  NewPrice                      PIC 9(05)V99 VALUE ZERO.
001270 77  PercentChange                 PIC S9(05)V9 VALUE ZERO.
001280 77  LargeChangePercent            PIC 9(03) VALUE 50.
001290*****************************************************************
001300*    RUN COUNTS                                                 *
001310*****************************************************************
001320 01  RunCounts.
001330     02  CardsRead                 PIC 9(05) VALUE ZERO.
001340     02  CardsAccepted             PIC 9(05) VALUE ZERO.
001350     02  CardsRejected             PIC 9(05) VALUE ZERO.
001360     02  PendingListed             PIC 9(05) VALUE ZERO.
001370     02  PendingFlagged            PIC 9(05) VALUE ZERO.
001380     02  PendingCancelled          PIC 9(05) VALUE ZERO.
001390     02  DateCount                 PIC 9(05) VALUE ZERO.
001400*****************************************************************
001410*    REPORT LINE WORK AREAS                                     *
001420*****************************************************************
001430 01  HeadingLine1.
001440     05  FILLER                    PIC X(33)
001450         VALUE "COBOLTAT PRICE CHANGE BATCH - ".
001460     05  HL1-FUNCTION              PIC X(06).
001470     05  FILLER                    PIC X(08) VALUE "  BATCH ".
001480     05  HL1-BATCH-ID              PIC X(08).
001490     05  FILLER                    PIC X(17)
001500         VALUE "  BUSINESS DATE  ".
001510     05  HL1-BUSINESS-DATE         PIC 9(08).
001520 01  ColumnHeadingLine.
001530     05  FILLER                    PIC X(40) VALUE
001540         " RESULT    PROD  DESCRIPTION           E".
001550     05  FILLER                    PIC X(40) VALUE
001560         "FFECTIVE   CURRENT        NEW  PCT CHG".
001570     05  FILLER                    PIC X(40) VALUE
001580         " BATCH     BY    REMARK".
001590 01  ProofDetailLine.
001600     05  FILLER                    PIC X(01) VALUE SPACES.
001610     05  PDL-RESULT                PIC X(08).
001620     05  FILLER                    PIC X(02) VALUE SPACES.
001630     05  PDL-PRODUCT               PIC X(04).
001640     05  FILLER                    PIC X(02) VALUE SPACES.
001650     05  PDL-DESCRIPTION           PIC X(20).
001660     05  FILLER                    PIC X(02) VALUE SPACES.
001670     05  PDL-EFFECTIVE-DATE        PIC X(08).
001680     05  FILLER                    PIC X(02) VALUE SPACES.
001690     05  PDL-CURRENT-PRICE         PIC ZZ,ZZ9.99
001700                                   BLANK WHEN ZERO.
001710     05  FILLER                    PIC X(02) VALUE SPACES.
001720     05  PDL-NEW-PRICE             PIC ZZ,ZZ9.99
001730                                   BLANK WHEN ZERO.
001740     05  FILLER                    PIC X(02) VALUE SPACES.
001750     05  PDL-PERCENT-CHANGE        PIC ZZZZ9.9-
001760                                   BLANK WHEN ZERO.
001770     05  FILLER                    PIC X(02) VALUE SPACES.
001780     05  PDL-BATCH-ID              PIC X(08).
001790     05  FILLER                    PIC X(02) VALUE SPACES.
001800     05  PDL-ENTERED-BY            PIC X(04).
001810     05  FILLER                    PIC X(02) VALUE SPACES.
001820     05  PDL-REMARK                PIC X(30).
001830 01  DateBreakLine.
001840     05  FILLER                    PIC X(01) VALUE SPACES.
001850     05  FILLER                    PIC X(30)
001860         VALUE "CHANGES EFFECTIVE ".
001870     05  DBL-EFFECTIVE-DATE        PIC 9(08).
001880     05  FILLER                    PIC X(03) VALUE " - ".
001890     05  DBL-COUNT                 PIC ZZZZ9.
001900 01  NothingListedLine.
001910     05  FILLER                    PIC X(40) VALUE
001920         "   NO PRICE CHANGES TO LIST".
001930 01  SummaryCountLine.
001940     05  FILLER                    PIC X(01) VALUE SPACES.
001950     05  SCL-LABEL                 PIC X(40).
001960     05  SCL-COUNT                 PIC ZZZZ9.
001970 PROCEDURE DIVISION.
001980*****************************************************************
001990*    0000-MAINLINE                                              *
002000*****************************************************************
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     EVALUATE TRUE
002040         WHEN FunctionIsLoad
002050             PERFORM 2000-LOAD-BATCH THRU 2000-EXIT
002060         WHEN FunctionIsProof
002070             PERFORM 3000-PROOF-PENDING THRU 3000-EXIT
002080         WHEN FunctionIsCancel
002090             PERFORM 4000-CANCEL-BATCH THRU 4000-EXIT
002100     END-EVALUATE.
002110     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002130     DISPLAY "PRICE CHANGE BATCH " PriceFunction " COMPLETE"
002140         " - SEE PRCPROOF".
002150     STOP RUN.
002160*****************************************************************
002170*    1000-INITIALIZE - CHECK THE FUNCTION CARD, TAKE THE        *
002180*    BUSINESS DATE AND OPEN THE FILES THE FUNCTION NEEDS.  THE  *
002190*    PENDING PRICE FILE IS CREATED ON THE FIRST LOAD            *
002200*****************************************************************
002210 1000-INITIALIZE.
002220     ACCEPT FunctionCard.
002230     IF NOT (FunctionIsLoad OR FunctionIsProof
002240             OR FunctionIsCancel)
002250         DISPLAY "INVALID FUNCTION CARD: " PriceFunction
002260         DISPLAY "EXPECTED LOAD, PROOF OR CANCEL - NO ACTION"
002270         MOVE 8 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     IF AllBatches
002310         AND NOT FunctionIsProof
002320         DISPLAY "A BATCH ID IS REQUIRED FOR " PriceFunction
002330         MOVE 8 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     ACCEPT RunDate FROM DATE YYYYMMDD.
002370     OPEN INPUT StoreControlFile.
002380     IF FileStatusStoreControl NOT = "00"
002390         DISPLAY "UNABLE TO OPEN STORE CONTROL - STATUS "
002400             FileStatusStoreControl
002410         MOVE 8 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     MOVE 1 TO SC-CONTROL-KEY.
002450     READ StoreControlFile
002460         INVALID KEY
002470         DISPLAY "STORE CONTROL RECORD MISSING - ENDING RUN"
002480         MOVE 8 TO RETURN-CODE
002490         STOP RUN
002500     END-READ.
002510     MOVE SC-BUSINESS-DATE TO BusinessDate.
002520     CLOSE StoreControlFile.
002530     IF NOT FunctionIsProof
002540         PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT
002550     END-IF.
002560     OPEN INPUT ProductCatalogFile.
002570     IF FileStatusProductCatalog NOT = "00"
002580         DISPLAY "UNABLE TO OPEN PRODUCT CATALOG - STATUS "
002590             FileStatusProductCatalog
002600         MOVE 8 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     OPEN I-O PendingPriceFile.
002640     IF FileStatusPendingPrice = "35"
002650         AND FunctionIsLoad
002660         OPEN OUTPUT PendingPriceFile
002670         CLOSE PendingPriceFile
002680         OPEN I-O PendingPriceFile
002690     END-IF.
002700     IF FileStatusPendingPrice NOT = "00"
002710         DISPLAY "UNABLE TO OPEN PENDING PRICE FILE - STATUS "
002720             FileStatusPendingPrice
002730         MOVE 8 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     OPEN OUTPUT PrintFile.
002770     IF FileStatusPrintFile NOT = "00"
002780         DISPLAY "UNABLE TO OPEN PROOF LISTING - STATUS "
002790             FileStatusPrintFile
002800         MOVE 8 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     MOVE PriceFunction TO HL1-FUNCTION.
002840     MOVE BatchIdCard TO HL1-BATCH-ID.
002850     IF AllBatches
002860         MOVE "(ALL)" TO HL1-BATCH-ID
002870     END-IF.
002880     MOVE BusinessDate TO HL1-BUSINESS-DATE.
002890     WRITE PRINT-LINE FROM HeadingLine1.
002900     MOVE SPACES TO PRINT-LINE.
002910     WRITE PRINT-LINE.
002920     WRITE PRINT-LINE FROM ColumnHeadingLine.
002930 1000-EXIT.
002940     EXIT.
002950*****************************************************************
002960*    1100-CHECK-OPERATOR - THE OPERATOR ON THE CARD IS WHO THE  *
002970*    PRICE AUDIT WILL SHOW FOR EVERY CHANGE IN THE BATCH        *
002980*****************************************************************
002990 1100-CHECK-OPERATOR.
003000     OPEN INPUT OperatorFile.
003010     IF FileStatusOperator NOT = "00"
003020         DISPLAY "UNABLE TO OPEN OPERATOR MASTER - STATUS "
003030             FileStatusOperator
003040         MOVE 8 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     IF OperatorIdCard NOT NUMERIC
003080         DISPLAY "OPERATOR ID MISSING FROM THE FUNCTION CARD"
003090         MOVE 8 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     MOVE OperatorIdCard TO OP-OPERATOR-ID.
003130     READ OperatorFile
003140         INVALID KEY
003150         DISPLAY "OPERATOR ID " OperatorIdCard " NOT ON FILE"
003160         MOVE 8 TO RETURN-CODE
003170         STOP RUN
003180     END-READ.
003190     IF OP-IS-INACTIVE OR OP-IS-LOCKED
003200         DISPLAY "OPERATOR ID " OperatorIdCard
003210             " IS NOT USABLE - SEE SUPERVISOR"
003220         MOVE 8 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     CLOSE OperatorFile.
003260 1100-EXIT.
003270     EXIT.
003280*****************************************************************
003290*    2000-LOAD-BATCH - EVERY CARD IS LISTED, ACCEPTED OR        *
003300*    REJECTED WITH THE REASON                                   *
003310*****************************************************************
003320 2000-LOAD-BATCH.
003330     OPEN INPUT PriceBatchFile.
003340     IF FileStatusPriceBatch NOT = "00"
003350         AND FileStatusPriceBatch NOT = "05"
003360         DISPLAY "UNABLE TO OPEN PRICE CHANGE CARDS - STATUS "
003370             FileStatusPriceBatch
003380         MOVE 8 TO RETURN-CODE
003390         GO TO 2000-EXIT
003400     END-IF.
003410     PERFORM 2100-LOAD-ONE-CARD THRU 2100-EXIT
003420         UNTIL EndOfPriceBatch.
003430     CLOSE PriceBatchFile.
003440     IF CardsRead = ZERO
003450         WRITE PRINT-LINE FROM NothingListedLine
003460     END-IF.
003470 2000-EXIT.
003480     EXIT.
003490 2100-LOAD-ONE-CARD.
003500     READ PriceBatchFile
003510         AT END SET EndOfPriceBatch TO TRUE
003520     END-READ.
003530     IF EndOfPriceBatch
003540         GO TO 2100-EXIT
003550     END-IF.
003560     ADD 1 TO CardsRead.
003570     MOVE SPACES TO ProofDetailLine.
003580     MOVE PB-PRODUCT-NUMBER TO PDL-PRODUCT.
003590     MOVE PB-EFFECTIVE-DATE TO PDL-EFFECTIVE-DATE.
003600     MOVE ZERO TO PDL-CURRENT-PRICE.
003610     MOVE ZERO TO PDL-NEW-PRICE.
003620     MOVE ZERO TO PDL-PERCENT-CHANGE.
003630     MOVE BatchIdCard TO PDL-BATCH-ID.
003640     MOVE OperatorIdCard TO PDL-ENTERED-BY.
003650     PERFORM 2200-CHECK-ONE-CARD THRU 2200-EXIT.
003660     IF CardIsRejected
003670         MOVE "REJECTED" TO PDL-RESULT
003680         ADD 1 TO CardsRejected
003690         WRITE PRINT-LINE FROM ProofDetailLine
003700         GO TO 2100-EXIT
003710     END-IF.
003720     MOVE SPACES TO PENDING-PRICE-RECORD.
003730     MOVE PB-EFFECTIVE-DATE TO PP-EFFECTIVE-DATE.
003740     MOVE PB-PRODUCT-NUMBER TO PP-PRODUCT-NUMBER.
003750     MOVE PB-NEW-PRICE TO PP-NEW-PRICE.
003760     MOVE BatchIdCard TO PP-BATCH-ID.
003770     MOVE OperatorIdCard TO PP-ENTERED-BY.
003780     MOVE RunDate TO PP-ENTERED-DATE.
003790     SET PP-IS-PENDING TO TRUE.
003800     MOVE ZERO TO PP-OLD-PRICE.
003810     MOVE ZERO TO PP-APPLIED-DATE.
003820     WRITE PENDING-PRICE-RECORD
003830         INVALID KEY
003840         MOVE "REJECTED" TO PDL-RESULT
003850         MOVE "ALREADY QUEUED FOR THAT DATE" TO PDL-REMARK
003860         ADD 1 TO CardsRejected
003870         WRITE PRINT-LINE FROM ProofDetailLine
003880         GO TO 2100-EXIT
003890     END-WRITE.
003900     MOVE "ACCEPTED" TO PDL-RESULT.
003910     ADD 1 TO CardsAccepted.
003920     WRITE PRINT-LINE FROM ProofDetailLine.
003930 2100-EXIT.
003940     EXIT.
003950*****************************************************************
003960*    2200-CHECK-ONE-CARD - THE PRODUCT MUST BE ACTIVE ON THE    *
003970*    CATALOG, THE PRICE ABOVE ZERO AND THE DATE A REAL DATE     *
003980*    AFTER TODAY'S BUSINESS DATE.  A LARGE MOVE OR NO MOVE AT   *
003990*    TODAY'S PRICE IS ACCEPTED BUT REMARKED FOR THE REVIEWER    *
004000*****************************************************************
004010 2200-CHECK-ONE-CARD.
004020     SET CardIsRejected TO TRUE.
004030     IF PB-PRODUCT-NUMBER NOT NUMERIC
004040         OR PB-PRODUCT-NUMBER = ZERO
004050         MOVE "PRODUCT NUMBER NOT NUMERIC" TO PDL-REMARK
004060         GO TO 2200-EXIT
004070     END-IF.
004080     MOVE PB-PRODUCT-NUMBER TO PC-PRODUCT-NUMBER.
004090     READ ProductCatalogFile
004100         INVALID KEY
004110         MOVE "PRODUCT NOT ON CATALOG" TO PDL-REMARK
004120         GO TO 2200-EXIT
004130     END-READ.
004140     MOVE PC-DESCRIPTION TO PDL-DESCRIPTION.
004150     MOVE PC-UNIT-PRICE TO PDL-CURRENT-PRICE.
004160     IF PC-IS-DISCONTINUED
004170         MOVE "PRODUCT IS DISCONTINUED" TO PDL-REMARK
004180         GO TO 2200-EXIT
004190     END-IF.
004200     IF PB-NEW-PRICE NOT NUMERIC
004210         OR PB-NEW-PRICE = ZERO
004220         MOVE "NEW PRICE MISSING/NOT NUMERIC" TO PDL-REMARK
004230         GO TO 2200-EXIT
004240     END-IF.
004250     MOVE PB-NEW-PRICE TO PDL-NEW-PRICE.
004260     IF PB-EFFECTIVE-DATE NOT NUMERIC
004270         MOVE "EFFECTIVE DATE NOT NUMERIC" TO PDL-REMARK
004280         GO TO 2200-EXIT
004290     END-IF.
004300     MOVE PB-EFFECTIVE-DATE TO EffectiveDateWork.
004310     IF EffectiveMonth < 1 OR EffectiveMonth > 12
004320         OR EffectiveDay < 1 OR EffectiveDay > 31
004330         MOVE "EFFECTIVE DATE NOT VALID" TO PDL-REMARK
004340         GO TO 2200-EXIT
004350     END-IF.
004360     IF EffectiveDateWork NOT > BusinessDate
004370         MOVE "EFFECTIVE DATE NOT AFTER TODAY" TO PDL-REMARK
004380         GO TO 2200-EXIT
004390     END-IF.
004400     SET CardIsValid TO TRUE.
004410     MOVE PC-UNIT-PRICE TO CurrentPrice.
004420     MOVE PB-NEW-PRICE TO NewPrice.
004430     PERFORM 6000-COMPUTE-PERCENT-CHANGE THRU 6000-EXIT.
004440     IF PB-NEW-PRICE = PC-UNIT-PRICE
004450         MOVE "SAME AS TODAY'S PRICE" TO PDL-REMARK
004460     END-IF.
004470 2200-EXIT.
004480     EXIT.
004490*****************************************************************
004500*    3000-PROOF-PENDING - EVERY CHANGE STILL PENDING, IN        *
004510*    EFFECTIVE DATE ORDER WITH A COUNT PER DATE, AGAINST        *
004520*    TODAY'S CATALOG                                            *
004530*****************************************************************
004540 3000-PROOF-PENDING.
004550     MOVE ZERO TO PP-PENDING-KEY.
004560     START PendingPriceFile
004570         KEY IS NOT LESS THAN PP-PENDING-KEY
004580         INVALID KEY SET EndOfPendingFile TO TRUE
004590     END-START.
004600     PERFORM 3100-PROOF-ONE-PENDING THRU 3100-EXIT
004610         UNTIL EndOfPendingFile.
004620     IF PendingListed = ZERO
004630         WRITE PRINT-LINE FROM NothingListedLine
004640     ELSE
004650         PERFORM 3200-PRINT-DATE-BREAK THRU 3200-EXIT
004660     END-IF.
004670 3000-EXIT.
004680     EXIT.
004690 3100-PROOF-ONE-PENDING.
004700     READ PendingPriceFile NEXT RECORD
004710         AT END SET EndOfPendingFile TO TRUE
004720     END-READ.
004730     IF EndOfPendingFile
004740         GO TO 3100-EXIT
004750     END-IF.
004760     IF NOT PP-IS-PENDING
004770         GO TO 3100-EXIT
004780     END-IF.
004790     IF NOT AllBatches
004800         AND PP-BATCH-ID NOT = BatchIdCard
004810         GO TO 3100-EXIT
004820     END-IF.
004830     IF PendingListed NOT = ZERO
004840         AND PP-EFFECTIVE-DATE NOT = PreviousEffectiveDate
004850         PERFORM 3200-PRINT-DATE-BREAK THRU 3200-EXIT
004860     END-IF.
004870     MOVE PP-EFFECTIVE-DATE TO PreviousEffectiveDate.
004880     ADD 1 TO PendingListed.
004890     ADD 1 TO DateCount.
004900     PERFORM 5000-FORMAT-PENDING-LINE THRU 5000-EXIT.
004910     MOVE "PENDING" TO PDL-RESULT.
004920     IF ProductNotFound
004930         MOVE "NOT ON CATALOG - WILL REJECT" TO PDL-REMARK
004940     END-IF.
004950     IF ProductFound
004960         AND PC-IS-DISCONTINUED
004970         MOVE "DISCONTINUED - WILL REJECT" TO PDL-REMARK
004980     END-IF.
004990     IF PP-EFFECTIVE-DATE NOT > BusinessDate
005000         MOVE "OVERDUE - APPLIES AT REOPEN" TO PDL-REMARK
005010     END-IF.
005020     IF PDL-REMARK NOT = SPACES
005030         ADD 1 TO PendingFlagged
005040     END-IF.
005050     WRITE PRINT-LINE FROM ProofDetailLine.
005060 3100-EXIT.
005070     EXIT.
005080 3200-PRINT-DATE-BREAK.
005090     MOVE PreviousEffectiveDate TO DBL-EFFECTIVE-DATE.
005100     MOVE DateCount TO DBL-COUNT.
005110     WRITE PRINT-LINE FROM DateBreakLine.
005120     MOVE SPACES TO PRINT-LINE.
005130     WRITE PRINT-LINE.
005140     MOVE ZERO TO DateCount.
005150 3200-EXIT.
005160     EXIT.
005170*****************************************************************
005180*    4000-CANCEL-BATCH - ONLY CHANGES STILL PENDING ARE         *
005190*    WITHDRAWN; ONES ALREADY APPLIED STAY ON FILE AS HISTORY    *
005200*****************************************************************
005210 4000-CANCEL-BATCH.
005220     MOVE ZERO TO PP-PENDING-KEY.
005230     START PendingPriceFile
005240         KEY IS NOT LESS THAN PP-PENDING-KEY
005250         INVALID KEY SET EndOfPendingFile TO TRUE
005260     END-START.
005270     PERFORM 4100-CANCEL-ONE-PENDING THRU 4100-EXIT
005280         UNTIL EndOfPendingFile.
005290     IF PendingCancelled = ZERO
005300         WRITE PRINT-LINE FROM NothingListedLine
005310     END-IF.
005320 4000-EXIT.
005330     EXIT.
005340 4100-CANCEL-ONE-PENDING.
005350     READ PendingPriceFile NEXT RECORD
005360         AT END SET EndOfPendingFile TO TRUE
005370     END-READ.
005380     IF EndOfPendingFile
005390         GO TO 4100-EXIT
005400     END-IF.
005410     IF NOT PP-IS-PENDING
005420         OR PP-BATCH-ID NOT = BatchIdCard
005430         GO TO 4100-EXIT
005440     END-IF.
005450     PERFORM 5000-FORMAT-PENDING-LINE THRU 5000-EXIT.
005460     DELETE PendingPriceFile
005470         INVALID KEY
005480         MOVE "KEPT" TO PDL-RESULT
005490         MOVE "DELETE FAILED - STILL PENDING" TO PDL-REMARK
005500         WRITE PRINT-LINE FROM ProofDetailLine
005510         GO TO 4100-EXIT
005520     END-DELETE.
005530     ADD 1 TO PendingCancelled.
005540     MOVE "CANCELED" TO PDL-RESULT.
005550     MOVE SPACES TO PDL-REMARK.
005560     WRITE PRINT-LINE FROM ProofDetailLine.
005570 4100-EXIT.
005580     EXIT.
005590*****************************************************************
005600*    5000-FORMAT-PENDING-LINE - A PENDING RECORD AGAINST THE    *
005610*    PRODUCT AS IT STANDS ON THE CATALOG TODAY                  *
005620*****************************************************************
005630 5000-FORMAT-PENDING-LINE.
005640     MOVE SPACES TO ProofDetailLine.
005650     MOVE PP-PRODUCT-NUMBER TO PDL-PRODUCT.
005660     MOVE PP-EFFECTIVE-DATE TO PDL-EFFECTIVE-DATE.
005670     MOVE PP-NEW-PRICE TO PDL-NEW-PRICE.
005680     MOVE PP-BATCH-ID TO PDL-BATCH-ID.
005690     MOVE PP-ENTERED-BY TO PDL-ENTERED-BY.
005700     MOVE ZERO TO PDL-CURRENT-PRICE.
005710     MOVE ZERO TO PDL-PERCENT-CHANGE.
005720     MOVE PP-PRODUCT-NUMBER TO PC-PRODUCT-NUMBER.
005730     READ ProductCatalogFile
005740         INVALID KEY
005750         SET ProductNotFound TO TRUE
005760         MOVE "*** NOT ON FILE ***" TO PDL-DESCRIPTION
005770         GO TO 5000-EXIT
005780     END-READ.
005790     SET ProductFound TO TRUE.
005800     MOVE PC-DESCRIPTION TO PDL-DESCRIPTION.
005810     MOVE PC-UNIT-PRICE TO PDL-CURRENT-PRICE.
005820     MOVE PC-UNIT-PRICE TO CurrentPrice.
005830     MOVE PP-NEW-PRICE TO NewPrice.
005840     PERFORM 6000-COMPUTE-PERCENT-CHANGE THRU 6000-EXIT.
005850 5000-EXIT.
005860     EXIT.
005870*****************************************************************
005880*    6000-COMPUTE-PERCENT-CHANGE - NEWPRICE AGAINST            *
005890*    CURRENTPRICE; A MOVE OF LARGECHANGEPERCENT OR MORE *
005900*    EITHER WAY IS REMARKED                                     *
005910*****************************************************************
005920 6000-COMPUTE-PERCENT-CHANGE.
005930     IF CurrentPrice = ZERO
005940         MOVE ZERO TO PercentChange
005950         GO TO 6000-EXIT
005960     END-IF.
005970     COMPUTE PercentChange ROUNDED =
005980         (NewPrice - CurrentPrice) * 100 / CurrentPrice.
005990     MOVE PercentChange TO PDL-PERCENT-CHANGE.
006000     IF PercentChange NOT < LargeChangePercent
006010         OR PercentChange NOT > ZERO - LargeChangePercent
006020         MOVE "CHECK - LARGE PRICE MOVE" TO PDL-REMARK
006030     END-IF.
006040 6000-EXIT.
006050     EXIT.
006060*****************************************************************
006070*    7000-PRINT-SUMMARY                                         *
006080*****************************************************************
006090 7000-PRINT-SUMMARY.
006100     MOVE SPACES TO PRINT-LINE.
006110     WRITE PRINT-LINE.
006120     EVALUATE TRUE
006130         WHEN FunctionIsLoad
006140             MOVE "PRICE CHANGE CARDS READ" TO SCL-LABEL
006150             MOVE CardsRead TO SCL-COUNT
006160             WRITE PRINT-LINE FROM SummaryCountLine
006170             MOVE "ACCEPTED - NOW PENDING" TO SCL-LABEL
006180             MOVE CardsAccepted TO SCL-COUNT
006190             WRITE PRINT-LINE FROM SummaryCountLine
006200             MOVE "REJECTED - CORRECT AND RELOAD" TO SCL-LABEL
006210             MOVE CardsRejected TO SCL-COUNT
006220             WRITE PRINT-LINE FROM SummaryCountLine
006230         WHEN FunctionIsProof
006240             MOVE "CHANGES PENDING" TO SCL-LABEL
006250             MOVE PendingListed TO SCL-COUNT
006260             WRITE PRINT-LINE FROM SummaryCountLine
006270             MOVE "CHANGES WITH A REMARK TO REVIEW" TO SCL-LABEL
006280             MOVE PendingFlagged TO SCL-COUNT
006290             WRITE PRINT-LINE FROM SummaryCountLine
006300         WHEN FunctionIsCancel
006310             MOVE "PENDING CHANGES CANCELED" TO SCL-LABEL
006320             MOVE PendingCancelled TO SCL-COUNT
006330             WRITE PRINT-LINE FROM SummaryCountLine
006340     END-EVALUATE.
006350 7000-EXIT.
006360     EXIT.
006370*****************************************************************
006380*    9000-TERMINATE                                             *
006390*****************************************************************
006400 9000-TERMINATE.
006410     CLOSE ProductCatalogFile.
006420     CLOSE PendingPriceFile.
006430     CLOSE PrintFile.
006440 9000-EXIT.
006450     EXIT.
