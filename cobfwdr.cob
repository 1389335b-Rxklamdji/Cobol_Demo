000010*****************************************************************
000020*    PROGRAM-ID  : COBFWDR                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                               *
000040*    INSTALLATION: RETAIL SYSTEMS                               *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : FORWARD RECOVERY OF THE MASTERS FROM THE     *
000070*                  TRANSACTION LOG.  AFTER PRODCAT, CLIENTMST   *
000080*                  AND/OR GIFTCARD HAVE BEEN RESTORED FROM      *
000090*                  BACKUP, THIS RUN REPLAYS EVERY TRANLOG       *
000100*                  RECORD STAMPED AFTER THE BACKUP POINT AND    *
000110*                  PUTS BACK THE SAME EFFECTS THE REGISTER      *
000120*                  APPLIED -                                    *
000130*                    ON HAND   - SALE LINES OUT, REFUND AND     *
000140*                                VOID LINES BACK, LAYAWAY       *
000150*                                STOCK SET ASIDE AT OPENING AND *
000160*                                RETURNED ON CANCEL, HELD SALES *
000170*                                STILL PARKED ON HELDSALE       *
000180*                    POINTS    - EARNED LESS REDEEMED ON SALES, *
000190*                                REVERSED ON REFUNDS AND VOIDS  *
000200*                    ACCOUNT   - ON-ACCOUNT TENDERS, PAYMENTS   *
000210*                                ON ACCOUNT, FINANCE CHARGES    *
000220*                                AND LATE FEES                  *
000230*                    GIFT CARD - LOADS (A NEW CARD IS ISSUED),  *
000240*                                REDEMPTIONS AND CREDITS BACK   *
000250*                  A LAYAWAY COMPLETED AS A SALE MOVES NO STOCK *
000260*                  - IT WENT ASIDE WHEN THE LAYAWAY OPENED.     *
000270*                  THE SYSIN CARD GIVES THE BACKUP POINT AS     *
000280*                  CLOCK DATE AND TIME (YYYYMMDD HHMMSSCC) AND  *
000290*                  THEN Y OR N FOR EACH OF PRODCAT, CLIENTMST   *
000300*                  AND GIFTCARD - ONLY A MASTER MARKED Y IS     *
000310*                  UPDATED, SO A MASTER THAT WAS NOT RESTORED   *
000320*                  IS NOT POSTED TWICE.  A BLANK SWITCH IS Y.   *
000330*                  RUN ONCE, WITH THE REGISTER DOWN, AGAINST    *
000340*                  THE RESTORED FILES.  THE REPORT LISTS EVERY  *
000350*                  EFFECT RE-APPLIED AND EVERY ONE THAT COULD   *
000360*                  NOT BE, WITH THE REASON; ANY EFFECT NOT      *
000370*                  APPLIED ENDS THE STEP WITH RC 8 SO THE       *
000380*                  MASTERS ARE CORRECTED BY HAND BEFORE THE     *
000390*                  REGISTER IS RESTARTED.  THE GIFT CARD LEDGER *
000400*                  IS NOT TOUCHED - IT ALREADY HOLDS THE ENTRY  *
000410*                  FOR EVERY REPLAYED GIFT CARD POSTING.        *
000411*                  TAKE THE BACKUP WITH NO SALE SUSPENDED - THE *
000412*                  CLOSE-OF-DAY BACKUP, AFTER COBHELD HAS       *
000413*                  CLEARED HELDSALE.  THE LOG DOES NOT MARK A   *
000414*                  RESUMED SALE, SO A SALE PARKED BEFORE THE    *
000415*                  BACKUP AND RESUMED AFTER IT WOULD HAVE ITS   *
000416*                  STOCK TAKEN OFF AGAIN BY THE REPLAY.  A HELD *
000417*                  SALE STILL PARKED FROM BEFORE THE BACKUP     *
000418*                  POINT IS LISTED AS NOT APPLIED.              *
000420*    MODIFICATION HISTORY                                       *
000430*    DATE       INIT  DESCRIPTION                               *
000440*    10/15/26   RK    ORIGINAL PROGRAM - FORWARD RECOVERY       *
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. cobfwdr.
000480 AUTHOR. Romeo Klamadji.
000490 INSTALLATION. Retail Systems.
000500 DATE-WRITTEN. 10/15/26.
000510 DATE-COMPILED.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL TransactionLogFile ASSIGN TO "TRANLOG"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS FileStatusTransactionLog.
000590     SELECT ProductCatalogFile ASSIGN TO "PRODCAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS PC-PRODUCT-NUMBER
000630         FILE STATUS IS FileStatusProductCatalog.
000640     SELECT ClientMasterFile ASSIGN TO "CLIENTMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CM-CLIENT-ID
000680         FILE STATUS IS FileStatusClientMaster.
000690     SELECT GiftCardFile ASSIGN TO "GIFTCARD"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS GC-CARD-NUMBER
000730         FILE STATUS IS FileStatusGiftCard.
000740     SELECT LayawayFile ASSIGN TO "LAYAWAY"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS LY-LAYAWAY-NUMBER
000780         FILE STATUS IS FileStatusLayaway.
000790     SELECT HeldSalesFile ASSIGN TO "HELDSALE"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS HS-HOLD-NUMBER
000830         FILE STATUS IS FileStatusHeldSales.
000840     SELECT PrintFile ASSIGN TO "FWDRRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS FileStatusPrintFile.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  TransactionLogFile
000900     RECORDING MODE IS F.
000910     COPY tranrec.
000920 FD  ProductCatalogFile.
000930     COPY prodrec.
000940 FD  ClientMasterFile.
000950     COPY clientrec.
000960 FD  GiftCardFile.
000970     COPY giftrec.
000980 FD  LayawayFile.
000990     COPY layawrec.
001000 FD  HeldSalesFile.
001010     COPY heldrec.
001020 FD  PrintFile.
001030 01  PRINT-LINE                    PIC X(132).
001040 WORKING-STORAGE SECTION.
001050*****************************************************************
001060*    FILE STATUS SWITCHES                                       *
001070*****************************************************************
001080 77  FileStatusTransactionLog      PIC X(02) VALUE "00".
001090 77  FileStatusProductCatalog      PIC X(02) VALUE "00".
001100 77  FileStatusClientMaster        PIC X(02) VALUE "00".
001110 77  FileStatusGiftCard            PIC X(02) VALUE "00".
001120 77  FileStatusLayaway             PIC X(02) VALUE "00".
001130 77  FileStatusHeldSales           PIC X(02) VALUE "00".
001140 77  FileStatusPrintFile           PIC X(02) VALUE "00".
001150*****************************************************************
001160*    RECOVERY CARD - BACKUP POINT AND THE RESTORED MASTERS      *
001170*****************************************************************
001180 01  RecoveryCard                  PIC X(21) VALUE SPACES.
001190 01  RecoveryCardFields REDEFINES RecoveryCard.
001200     02  BackupDate                PIC 9(08).
001210     02  BackupDateFields REDEFINES BackupDate.
001220         03  BackupYear            PIC 9(04).
001230         03  BackupMonth           PIC 9(02).
001240         03  BackupDay             PIC 9(02).
001250     02  FILLER                    PIC X(01).
001260     02  BackupTime                PIC 9(08).
001270     02  BackupTimeText REDEFINES BackupTime
001280                                   PIC X(08).
001290     02  FILLER                    PIC X(01).
001300     02  ProductsRestoredSw        PIC X(01).
001310         88  ProductsRestored          VALUE "Y" " ".
001320         88  ProductsNotRestored       VALUE "N".
001330     02  ClientsRestoredSw         PIC X(01).
001340         88  ClientsRestored           VALUE "Y" " ".
001350         88  ClientsNotRestored        VALUE "N".
001360     02  GiftCardsRestoredSw       PIC X(01).
001370         88  GiftCardsRestored         VALUE "Y" " ".
001380         88  GiftCardsNotRestored      VALUE "N".
001390*****************************************************************
001400*    END-OF-FILE AND AVAILABILITY SWITCHES, SUBSCRIPTS          *
001410*****************************************************************
001420 77  EndOfTranLogSwitch            PIC X(01) VALUE "N".
001430     88  EndOfTransactionLog           VALUE "Y".
001440 77  EndOfHeldSwitch               PIC X(01) VALUE "N".
001450     88  EndOfHeldSales                VALUE "Y".
001460 77  LayawayAvailableSwitch        PIC X(01) VALUE "N".
001470     88  LayawayAvailable              VALUE "Y".
001480     88  LayawayNotAvailable           VALUE "N".
001490 77  HeldAvailableSwitch           PIC X(01) VALUE "N".
001500     88  HeldAvailable                 VALUE "Y".
001510     88  HeldNotAvailable              VALUE "N".
001520 77  CardIssueSwitch               PIC X(01) VALUE "N".
001530     88  CardMayBeIssued               VALUE "Y".
001540     88  CardMustBeOnFile              VALUE "N".
001550 77  LineIdx                       PIC 9(02) COMP.
001560 77  TenderIdx                     PIC 9(01) COMP.
001570*****************************************************************
001580*    POSTING WORK FIELDS - THE CALLER OF EACH POSTING PARAGRAPH *
001590*    SETS THE KEY, THE CHANGE AND THE DESCRIPTION               *
001600*****************************************************************
001610 77  ProductWork                   PIC 9(04) VALUE ZERO.
001620 77  StockChange                   PIC S9(05) VALUE ZERO.
001630 77  PointsChange                  PIC S9(07) VALUE ZERO.
001640 77  AccountChange                 PIC S9(07)V99 VALUE ZERO.
001650 77  GiftCardWork                  PIC 9(08) VALUE ZERO.
001660 77  GiftChange                    PIC S9(07)V99 VALUE ZERO.
001670 77  PostingText                   PIC X(34) VALUE SPACES.
001680 77  PostingType                   PIC X(01) VALUE SPACES.
001690 77  RejectsThisRecord             PIC 9(03) VALUE ZERO.
001700 77  ReceiptKeyWork                PIC X(11).
001710 01  LastReceiptApplied            PIC X(11) VALUE SPACES.
001720 01  LastTimeApplied.
001730     02  LastDateApplied           PIC 9(08) VALUE ZERO.
001740     02  LastClockApplied          PIC 9(08) VALUE ZERO.
001750*****************************************************************
001760*    RUN COUNTS                                                 *
001770*****************************************************************
001780 01  RunCounts.
001790     02  LogRecordsRead            PIC 9(05) VALUE ZERO.
001800     02  LogRecordsBeforeBackup    PIC 9(05) VALUE ZERO.
001810     02  LogRecordsReplayed        PIC 9(05) VALUE ZERO.
001820     02  RecordsWithRejects        PIC 9(05) VALUE ZERO.
001830     02  HeldSalesSetAside         PIC 9(05) VALUE ZERO.
001840     02  StockPostings             PIC 9(05) VALUE ZERO.
001850     02  PointsPostings            PIC 9(05) VALUE ZERO.
001860     02  AccountPostings           PIC 9(05) VALUE ZERO.
001870     02  GiftCardPostings          PIC 9(05) VALUE ZERO.
001880     02  GiftCardsIssued           PIC 9(05) VALUE ZERO.
001890     02  PostingsNotApplied        PIC 9(05) VALUE ZERO.
001900*****************************************************************
001910*    REPORT LINE WORK AREAS                                     *
001920*****************************************************************
001930 01  HeadingLine1.
001940     05  FILLER                    PIC X(41)
001950         VALUE "COBOLTAT FORWARD RECOVERY - BACKUP POINT ".
001960     05  HL1-BACKUP-DATE           PIC 9(08).
001970     05  FILLER                    PIC X(01) VALUE SPACES.
001980     05  HL1-BACKUP-TIME           PIC 9(08).
001990 01  HeadingLine2.
002000     05  FILLER                    PIC X(21) VALUE
002010         "RESTORED - PRODCAT   ".
002020     05  HL2-PRODUCTS              PIC X(01).
002030     05  FILLER                    PIC X(14) VALUE
002040         "   CLIENTMST  ".
002050     05  HL2-CLIENTS               PIC X(01).
002060     05  FILLER                    PIC X(14) VALUE
002070         "   GIFTCARD   ".
002080     05  HL2-GIFT-CARDS            PIC X(01).
002090 01  SectionHeadingLine.
002100     05  SHL-TEXT                  PIC X(60).
002110 01  ColumnHeadingLine.
002120     05  FILLER                    PIC X(40) VALUE
002130         " RESULT       RECEIPT      T  REFERENCE ".
002140     05  FILLER                    PIC X(40) VALUE
002150         "     EFFECT                             ".
002160     05  FILLER                    PIC X(31) VALUE
002170         "        CHANGE      NOW ON FILE".
002180 01  RecoveryDetailLine.
002190     05  FILLER                    PIC X(01) VALUE SPACES.
002200     05  RDL-RESULT                PIC X(11).
002210     05  FILLER                    PIC X(02) VALUE SPACES.
002220     05  RDL-RECEIPT               PIC X(11).
002230     05  FILLER                    PIC X(02) VALUE SPACES.
002240     05  RDL-TYPE                  PIC X(01).
002250     05  FILLER                    PIC X(02) VALUE SPACES.
002260     05  RDL-REFERENCE             PIC X(13).
002270     05  FILLER                    PIC X(02) VALUE SPACES.
002280     05  RDL-MESSAGE               PIC X(34).
002290     05  RDL-VALUES.
002300         10  RDL-CHANGE            PIC ZZZ,ZZZ,ZZ9.99-.
002310         10  FILLER                PIC X(02).
002320         10  RDL-ON-FILE           PIC ZZZ,ZZZ,ZZ9.99-.
002330     05  RDL-UNIT-VALUES REDEFINES RDL-VALUES.
002340         10  RDL-CHANGE-UNITS      PIC ZZZ,ZZZ,ZZ9-.
002350         10  FILLER                PIC X(05).
002360         10  RDL-ON-FILE-UNITS     PIC ZZZ,ZZZ,ZZ9-.
002370         10  FILLER                PIC X(03).
002380 01  ReceiptKeyFields.
002390     05  RK-AREA                   PIC 9(03).
002400     05  FILLER                    PIC X(01) VALUE "-".
002410     05  RK-GROUP                  PIC 9(02).
002420     05  FILLER                    PIC X(01) VALUE "-".
002430     05  RK-SERIAL                 PIC 9(04).
002440 01  HoldKeyFields.
002450     05  FILLER                    PIC X(05) VALUE "HOLD ".
002460     05  HK-HOLD-NUMBER            PIC 9(04).
002470 01  ReferenceFields.
002480     05  RF-LABEL                  PIC X(05).
002490     05  RF-NUMBER                 PIC Z(07)9.
002500 01  NothingReplayedLine.
002510     05  FILLER                    PIC X(40) VALUE
002520         "   NOTHING AFTER THE BACKUP POINT".
002530 01  SummaryCountLine.
002540     05  FILLER                    PIC X(01) VALUE SPACES.
002550     05  SCL-LABEL                 PIC X(40).
002560     05  SCL-COUNT                 PIC ZZZZ9.
002570 01  LastReceiptLine.
002580     05  FILLER                    PIC X(41) VALUE
002590         " LAST RECEIPT REPLAYED".
002600     05  LRL-RECEIPT               PIC X(11).
002610     05  FILLER                    PIC X(04) VALUE " AT ".
002620     05  LRL-DATE                  PIC 9(08).
002630     05  FILLER                    PIC X(01) VALUE SPACES.
002640     05  LRL-TIME                  PIC 9(08).
002650 PROCEDURE DIVISION.
002660*****************************************************************
002670*    0000-MAINLINE                                              *
002680*****************************************************************
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-REPLAY-LOG THRU 2000-EXIT.
002720     IF ProductsRestored
002730         AND HeldAvailable
002740         PERFORM 3000-SET-ASIDE-HELD-SALES THRU 3000-EXIT
002750     END-IF.
002760     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002780     IF PostingsNotApplied NOT = ZERO
002790         DISPLAY "FORWARD RECOVERY INCOMPLETE - "
002800             PostingsNotApplied " EFFECTS NOT APPLIED"
002810             " - SEE FWDRRPT"
002820         MOVE 8 TO RETURN-CODE
002830     ELSE
002840         DISPLAY "FORWARD RECOVERY COMPLETE - "
002850             LogRecordsReplayed " LOG RECORDS REPLAYED"
002860     END-IF.
002870     STOP RUN.
002880*****************************************************************
002890*    1000-INITIALIZE - CHECK THE RECOVERY CARD AND OPEN THE     *
002900*    RESTORED MASTERS FOR UPDATE.  THE LAYAWAY AND HELD SALES   *
002910*    FILES ARE READ ONLY AND ONLY WHEN PRODCAT IS RECOVERED     *
002920*****************************************************************
002930 1000-INITIALIZE.
002940     ACCEPT RecoveryCard.
002950     IF BackupTimeText = SPACES
002960         MOVE ZERO TO BackupTime
002970     END-IF.
002980     IF BackupDate NOT NUMERIC
002990         OR BackupMonth < 1
003000         OR BackupMonth > 12
003010         OR BackupDay < 1
003020         OR BackupDay > 31
003030         OR BackupTime NOT NUMERIC
003040         DISPLAY "INVALID RECOVERY CARD - EXPECTED YYYYMMDD"
003050             " HHMMSSCC AND Y/N FOR PRODCAT CLIENTMST GIFTCARD"
003060         MOVE 8 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     IF NOT (ProductsRestored OR ProductsNotRestored)
003100         OR NOT (ClientsRestored OR ClientsNotRestored)
003110         OR NOT (GiftCardsRestored OR GiftCardsNotRestored)
003120         DISPLAY "INVALID RECOVERY CARD - RESTORED SWITCHES"
003130             " MUST BE Y OR N"
003140         MOVE 8 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     IF ProductsNotRestored
003180         AND ClientsNotRestored
003190         AND GiftCardsNotRestored
003200         DISPLAY "NO MASTER MARKED AS RESTORED - NOTHING TO DO"
003210         MOVE 8 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     OPEN INPUT TransactionLogFile.
003250     IF FileStatusTransactionLog NOT = "00"
003260         AND FileStatusTransactionLog NOT = "05"
003270         DISPLAY "UNABLE TO OPEN TRANSACTION LOG - STATUS "
003280             FileStatusTransactionLog
003290         MOVE 8 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     IF ProductsRestored
003330         PERFORM 1100-OPEN-PRODUCT-FILES THRU 1100-EXIT
003340     END-IF.
003350     IF ClientsRestored
003360         OPEN I-O ClientMasterFile
003370         IF FileStatusClientMaster NOT = "00"
003380             DISPLAY "UNABLE TO OPEN CLIENT MASTER - STATUS "
003390                 FileStatusClientMaster
003400             MOVE 8 TO RETURN-CODE
003410             STOP RUN
003420         END-IF
003430     END-IF.
003440     IF GiftCardsRestored
003450         OPEN I-O GiftCardFile
003460         IF FileStatusGiftCard NOT = "00"
003470             DISPLAY "UNABLE TO OPEN GIFT CARD FILE - STATUS "
003480                 FileStatusGiftCard
003490             MOVE 8 TO RETURN-CODE
003500             STOP RUN
003510         END-IF
003520     END-IF.
003530     OPEN OUTPUT PrintFile.
003540     IF FileStatusPrintFile NOT = "00"
003550         DISPLAY "UNABLE TO OPEN RECOVERY REPORT - STATUS "
003560             FileStatusPrintFile
003570         MOVE 8 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     MOVE BackupDate TO HL1-BACKUP-DATE.
003610     MOVE BackupTime TO HL1-BACKUP-TIME.
003620     MOVE "Y" TO HL2-PRODUCTS.
003630     MOVE "Y" TO HL2-CLIENTS.
003640     MOVE "Y" TO HL2-GIFT-CARDS.
003650     IF ProductsNotRestored
003660         MOVE "N" TO HL2-PRODUCTS
003670     END-IF.
003680     IF ClientsNotRestored
003690         MOVE "N" TO HL2-CLIENTS
003700     END-IF.
003710     IF GiftCardsNotRestored
003720         MOVE "N" TO HL2-GIFT-CARDS
003730     END-IF.
003740     WRITE PRINT-LINE FROM HeadingLine1.
003750     WRITE PRINT-LINE FROM HeadingLine2.
003760     MOVE SPACES TO PRINT-LINE.
003770     WRITE PRINT-LINE.
003780     WRITE PRINT-LINE FROM ColumnHeadingLine.
003790     MOVE SPACES TO RDL-VALUES.
003800 1000-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    1100-OPEN-PRODUCT-FILES - WITHOUT THE LAYAWAY FILE THE     *
003840*    LAYAWAY STOCK EFFECTS ARE REPORTED AS NOT APPLIED; WITHOUT *
003850*    HELDSALE THERE ARE NO PARKED SALES TO SET ASIDE            *
003860*****************************************************************
003870 1100-OPEN-PRODUCT-FILES.
003880     OPEN I-O ProductCatalogFile.
003890     IF FileStatusProductCatalog NOT = "00"
003900         DISPLAY "UNABLE TO OPEN PRODUCT CATALOG - STATUS "
003910             FileStatusProductCatalog
003920         MOVE 8 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     OPEN INPUT LayawayFile.
003960     IF FileStatusLayaway = "00"
003970         SET LayawayAvailable TO TRUE
003980     ELSE
003990         SET LayawayNotAvailable TO TRUE
004000         DISPLAY "LAYAWAY FILE NOT AVAILABLE - STATUS "
004010             FileStatusLayaway
004020     END-IF.
004030     OPEN INPUT HeldSalesFile.
004040     IF FileStatusHeldSales = "00"
004050         SET HeldAvailable TO TRUE
004060     ELSE
004070         SET HeldNotAvailable TO TRUE
004080         DISPLAY "HELD SALES FILE NOT AVAILABLE - STATUS "
004090             FileStatusHeldSales
004100     END-IF.
004110 1100-EXIT.
004120     EXIT.
004130*****************************************************************
004140*    2000-REPLAY-LOG - THE LOG IS READ FRONT TO BACK, WHICH IS  *
004150*    THE ORDER THE REGISTER POSTED THE RECEIPTS                 *
004160*****************************************************************
004170 2000-REPLAY-LOG.
004180     MOVE "TRANSACTION LOG RECORDS AFTER THE BACKUP POINT"
004190         TO SHL-TEXT.
004200     PERFORM 8200-PRINT-SECTION-HEADING THRU 8200-EXIT.
004210     PERFORM 2100-REPLAY-ONE-RECORD THRU 2100-EXIT
004220         UNTIL EndOfTransactionLog.
004230     IF LogRecordsReplayed = ZERO
004240         WRITE PRINT-LINE FROM NothingReplayedLine
004250     END-IF.
004260 2000-EXIT.
004270     EXIT.
004280*****************************************************************
004290*    2100-REPLAY-ONE-RECORD - A RECORD AT OR BEFORE THE BACKUP  *
004300*    POINT IS ALREADY IN THE RESTORED MASTERS AND IS PASSED BY  *
004310*****************************************************************
004320 2100-REPLAY-ONE-RECORD.
004330     READ TransactionLogFile
004340         AT END SET EndOfTransactionLog TO TRUE
004350     END-READ.
004360     IF EndOfTransactionLog
004370         GO TO 2100-EXIT
004380     END-IF.
004390     ADD 1 TO LogRecordsRead.
004400     MOVE TR-RECEIPT-AREA TO RK-AREA.
004410     MOVE TR-RECEIPT-GROUP TO RK-GROUP.
004420     MOVE TR-RECEIPT-SERIAL TO RK-SERIAL.
004430     MOVE ReceiptKeyFields TO ReceiptKeyWork.
004440     MOVE TR-RECORD-TYPE TO PostingType.
004450     MOVE ZERO TO RejectsThisRecord.
004460     IF TR-TRANS-DATE NOT NUMERIC
004470         OR TR-TRANS-TIME NOT NUMERIC
004480         ADD 1 TO LogRecordsReplayed
004490         MOVE SPACES TO RDL-REFERENCE
004500         MOVE "NO DATE/TIME ON THE LOG RECORD" TO RDL-MESSAGE
004510         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
004520         ADD 1 TO RecordsWithRejects
004530         GO TO 2100-EXIT
004540     END-IF.
004550     IF TR-TRANS-DATE < BackupDate
004560         OR (TR-TRANS-DATE = BackupDate
004570             AND TR-TRANS-TIME NOT > BackupTime)
004580         ADD 1 TO LogRecordsBeforeBackup
004590         GO TO 2100-EXIT
004600     END-IF.
004610     ADD 1 TO LogRecordsReplayed.
004620     EVALUATE TRUE
004630         WHEN TR-IS-SALE
004640             IF NOT (TR-TENDER-COUNT NUMERIC
004650                 AND TR-TENDER-COUNT > ZERO
004660                 AND TR-TENDER-LAYAWAY(1))
004670                 MOVE "ON HAND - SOLD" TO PostingText
004680                 PERFORM 2200-REPLAY-STOCK-LINES THRU 2200-EXIT
004690             END-IF
004700             PERFORM 2400-REPLAY-POINTS THRU 2400-EXIT
004710             PERFORM 2500-REPLAY-TENDERS THRU 2500-EXIT
004720         WHEN TR-IS-REFUND
004730         WHEN TR-IS-VOID
004740             MOVE "ON HAND - RETURNED" TO PostingText
004750             PERFORM 2200-REPLAY-STOCK-LINES THRU 2200-EXIT
004760             PERFORM 2400-REPLAY-POINTS THRU 2400-EXIT
004770             PERFORM 2500-REPLAY-TENDERS THRU 2500-EXIT
004780         WHEN TR-IS-GIFT-LOAD
004790             PERFORM 2600-REPLAY-GIFT-LOAD THRU 2600-EXIT
004800             PERFORM 2500-REPLAY-TENDERS THRU 2500-EXIT
004810         WHEN TR-IS-ACCT-PAYMENT
004820             PERFORM 2700-REPLAY-ACCOUNT-POSTING THRU 2700-EXIT
004830             PERFORM 2500-REPLAY-TENDERS THRU 2500-EXIT
004840         WHEN TR-IS-LAYAWAY-PAYMENT
004850             IF TR-RECEIPT-NUMBER = TR-REF-RECEIPT-NUMBER
004860                 MOVE "ON HAND - LAYAWAY SET ASIDE"
004870                     TO PostingText
004880                 PERFORM 2800-REPLAY-LAYAWAY-STOCK
004890                     THRU 2800-EXIT
004900             END-IF
004910             PERFORM 2500-REPLAY-TENDERS THRU 2500-EXIT
004920         WHEN TR-IS-LAYAWAY-CANCEL
004930             MOVE "ON HAND - LAYAWAY CANCELLED" TO PostingText
004940             PERFORM 2800-REPLAY-LAYAWAY-STOCK THRU 2800-EXIT
004950         WHEN TR-IS-FINANCE-CHARGE
004960         WHEN TR-IS-LATE-FEE
004970             PERFORM 2700-REPLAY-ACCOUNT-POSTING THRU 2700-EXIT
004980         WHEN OTHER
004990             MOVE SPACES TO RDL-REFERENCE
005000             MOVE "UNKNOWN TRANSACTION TYPE" TO RDL-MESSAGE
005010             PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
005020     END-EVALUATE.
005030     IF RejectsThisRecord NOT = ZERO
005040         ADD 1 TO RecordsWithRejects
005050     END-IF.
005060     MOVE ReceiptKeyWork TO LastReceiptApplied.
005070     MOVE TR-TRANS-DATE TO LastDateApplied.
005080     MOVE TR-TRANS-TIME TO LastClockApplied.
005090 2100-EXIT.
005100     EXIT.
005110*****************************************************************
005120*    2200-REPLAY-STOCK-LINES - THE LOGGED QUANTITY IS WHAT LEFT *
005130*    THE SHELF; REFUND AND VOID QUANTITIES ARE NEGATIVE, SO     *
005140*    THE SAME SUBTRACTION PUTS THEM BACK                        *
005150*****************************************************************
005160 2200-REPLAY-STOCK-LINES.
005170     IF ProductsNotRestored
005180         GO TO 2200-EXIT
005190     END-IF.
005200     IF TR-LINE-COUNT NOT NUMERIC
005210         MOVE SPACES TO RDL-REFERENCE
005220         MOVE "LINE COUNT NOT NUMERIC" TO RDL-MESSAGE
005230         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
005240         GO TO 2200-EXIT
005250     END-IF.
005260     PERFORM 2210-REPLAY-ONE-STOCK-LINE THRU 2210-EXIT
005270         VARYING LineIdx FROM 1 BY 1
005280         UNTIL LineIdx > TR-LINE-COUNT
005290             OR LineIdx > 10.
005300 2200-EXIT.
005310     EXIT.
005320 2210-REPLAY-ONE-STOCK-LINE.
005330     IF TR-PRODUCT-NUMBER(LineIdx) NOT NUMERIC
005340         OR TR-PRODUCT-QUANTITY(LineIdx) NOT NUMERIC
005350         MOVE SPACES TO RDL-REFERENCE
005360         MOVE "PRODUCT LINE NOT NUMERIC" TO RDL-MESSAGE
005370         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
005380         GO TO 2210-EXIT
005390     END-IF.
005400     MOVE TR-PRODUCT-NUMBER(LineIdx) TO ProductWork.
005410     COMPUTE StockChange =
005420         ZERO - TR-PRODUCT-QUANTITY(LineIdx).
005430     PERFORM 6000-POST-STOCK THRU 6000-EXIT.
005440 2210-EXIT.
005450     EXIT.
005460*****************************************************************
005470*    2400-REPLAY-POINTS - A SALE POSTS EARNED LESS REDEEMED; A  *
005480*    REFUND OR VOID CARRIES THE ORIGINAL'S POINTS AND TAKES     *
005490*    THEM BACK                                                  *
005500*****************************************************************
005510 2400-REPLAY-POINTS.
005520     IF ClientsNotRestored
005530         GO TO 2400-EXIT
005540     END-IF.
005550     IF TR-POINTS-EARNED NOT NUMERIC
005560         OR TR-POINTS-REDEEMED NOT NUMERIC
005570         GO TO 2400-EXIT
005580     END-IF.
005590     IF TR-POINTS-EARNED = ZERO
005600         AND TR-POINTS-REDEEMED = ZERO
005610         GO TO 2400-EXIT
005620     END-IF.
005630     IF TR-IS-SALE
005640         COMPUTE PointsChange =
005650             TR-POINTS-EARNED - TR-POINTS-REDEEMED
005660     ELSE
005670         COMPUTE PointsChange =
005680             TR-POINTS-REDEEMED - TR-POINTS-EARNED
005690     END-IF.
005700     MOVE "CLNT" TO RF-LABEL.
005710     MOVE TR-CLIENT-ID TO RF-NUMBER.
005720     MOVE ReferenceFields TO RDL-REFERENCE.
005730     IF TR-CLIENT-ID NOT NUMERIC
005740         OR TR-CLIENT-ID = ZERO
005750         MOVE "POINTS - NO CLIENT ON THE RECEIPT" TO RDL-MESSAGE
005760         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
005770         GO TO 2400-EXIT
005780     END-IF.
005790     MOVE TR-CLIENT-ID TO CM-CLIENT-ID.
005800     READ ClientMasterFile
005810         INVALID KEY
005820         MOVE "POINTS - CLIENT NOT ON CLIENTMST" TO RDL-MESSAGE
005830         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
005840         GO TO 2400-EXIT
005850     END-READ.
005860     IF CM-POINTS-BALANCE NOT NUMERIC
005870         MOVE ZERO TO CM-POINTS-BALANCE
005880     END-IF.
005890     ADD PointsChange TO CM-POINTS-BALANCE.
005900     REWRITE CLIENT-MASTER-RECORD
005910         INVALID KEY
005920         MOVE "POINTS - CLIENT REWRITE FAILED" TO RDL-MESSAGE
005930         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
005940         GO TO 2400-EXIT
005950     END-REWRITE.
005960     ADD 1 TO PointsPostings.
005970     MOVE "LOYALTY POINTS" TO RDL-MESSAGE.
005980     MOVE PointsChange TO RDL-CHANGE-UNITS.
005990     MOVE CM-POINTS-BALANCE TO RDL-ON-FILE-UNITS.
006000     PERFORM 8000-PRINT-APPLIED THRU 8000-EXIT.
006010 2400-EXIT.
006020     EXIT.
006030*****************************************************************
006040*    2500-REPLAY-TENDERS - A GIFT CARD TENDER CAME OFF (OR, ON  *
006050*    A REFUND OR VOID, WENT BACK ON) THE CARD; AN ON-ACCOUNT    *
006060*    TENDER WENT ON THE ACCOUNT.  PAYMENTS, FINANCE CHARGES AND *
006070*    LATE FEES POST THEIR GRAND TOTAL INSTEAD (2700)            *
006080*****************************************************************
006090 2500-REPLAY-TENDERS.
006100     IF TR-TENDER-COUNT NOT NUMERIC
006110         GO TO 2500-EXIT
006120     END-IF.
006130     PERFORM 2510-REPLAY-ONE-TENDER THRU 2510-EXIT
006140         VARYING TenderIdx FROM 1 BY 1
006150         UNTIL TenderIdx > TR-TENDER-COUNT
006160             OR TenderIdx > 3.
006170 2500-EXIT.
006180     EXIT.
006190 2510-REPLAY-ONE-TENDER.
006200     IF TR-TENDER-AMOUNT(TenderIdx) NOT NUMERIC
006210         GO TO 2510-EXIT
006220     END-IF.
006230     IF TR-TENDER-GIFT(TenderIdx)
006240         AND GiftCardsRestored
006250         MOVE TR-TENDER-GIFT-CARD(TenderIdx) TO GiftCardWork
006260         COMPUTE GiftChange =
006270             ZERO - TR-TENDER-AMOUNT(TenderIdx)
006280         SET CardMustBeOnFile TO TRUE
006290         PERFORM 6200-POST-GIFT-CARD THRU 6200-EXIT
006300     END-IF.
006310     IF TR-TENDER-ACCOUNT(TenderIdx)
006320         AND ClientsRestored
006330         AND NOT TR-IS-ACCT-PAYMENT
006340         MOVE TR-TENDER-AMOUNT(TenderIdx) TO AccountChange
006350         PERFORM 6100-POST-ACCOUNT THRU 6100-EXIT
006360     END-IF.
006370 2510-EXIT.
006380     EXIT.
006390*****************************************************************
006400*    2600-REPLAY-GIFT-LOAD - THE LOAD CREDITS THE CARD, WHICH   *
006410*    IS ISSUED IF IT IS NOT ON FILE                             *
006420*****************************************************************
006430 2600-REPLAY-GIFT-LOAD.
006440     IF GiftCardsNotRestored
006450         GO TO 2600-EXIT
006460     END-IF.
006470     IF TR-GIFT-CARD-NUMBER NOT NUMERIC
006480         OR TR-GRAND-TOTAL NOT NUMERIC
006490         MOVE SPACES TO RDL-REFERENCE
006500         MOVE "GIFT LOAD - CARD OR AMOUNT BAD" TO RDL-MESSAGE
006510         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
006520         GO TO 2600-EXIT
006530     END-IF.
006540     MOVE TR-GIFT-CARD-NUMBER TO GiftCardWork.
006550     MOVE TR-GRAND-TOTAL TO GiftChange.
006560     SET CardMayBeIssued TO TRUE.
006570     PERFORM 6200-POST-GIFT-CARD THRU 6200-EXIT.
006580 2600-EXIT.
006590     EXIT.
006600*****************************************************************
006610*    2700-REPLAY-ACCOUNT-POSTING - A PAYMENT ON ACCOUNT TAKES   *
006620*    ITS GRAND TOTAL OFF THE BALANCE; A FINANCE CHARGE OR LATE  *
006630*    FEE ADDS ITS GRAND TOTAL, AS COBFINC POSTED IT             *
006640*****************************************************************
006650 2700-REPLAY-ACCOUNT-POSTING.
006660     IF ClientsNotRestored
006670         GO TO 2700-EXIT
006680     END-IF.
006690     IF TR-GRAND-TOTAL NOT NUMERIC
006700         MOVE SPACES TO RDL-REFERENCE
006710         MOVE "GRAND TOTAL NOT NUMERIC" TO RDL-MESSAGE
006720         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
006730         GO TO 2700-EXIT
006740     END-IF.
006750     IF TR-IS-ACCT-PAYMENT
006760         COMPUTE AccountChange = ZERO - TR-GRAND-TOTAL
006770     ELSE
006780         MOVE TR-GRAND-TOTAL TO AccountChange
006790     END-IF.
006800     PERFORM 6100-POST-ACCOUNT THRU 6100-EXIT.
006810 2700-EXIT.
006820     EXIT.
006830*****************************************************************
006840*    2800-REPLAY-LAYAWAY-STOCK - THE LOG CARRIES NO LINES FOR A *
006850*    LAYAWAY, SO THEY COME FROM THE LAYAWAY FILE.  THE OPENING  *
006860*    DEPOSIT TOOK THE STOCK OFF THE SHELF; A CANCEL PUT IT BACK *
006870*****************************************************************
006880 2800-REPLAY-LAYAWAY-STOCK.
006890     IF ProductsNotRestored
006900         GO TO 2800-EXIT
006910     END-IF.
006920     MOVE TR-REF-RECEIPT-AREA TO RK-AREA.
006930     MOVE TR-REF-RECEIPT-GROUP TO RK-GROUP.
006940     MOVE TR-REF-RECEIPT-SERIAL TO RK-SERIAL.
006950     MOVE ReceiptKeyFields TO RDL-REFERENCE.
006960     IF LayawayNotAvailable
006970         MOVE "LAYAWAY FILE NOT AVAILABLE" TO RDL-MESSAGE
006980         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
006990         GO TO 2800-EXIT
007000     END-IF.
007010     MOVE TR-REF-RECEIPT-NUMBER TO LY-LAYAWAY-NUMBER.
007020     READ LayawayFile
007030         INVALID KEY
007040         MOVE "LAYAWAY NOT ON LAYAWAY FILE" TO RDL-MESSAGE
007050         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
007060         GO TO 2800-EXIT
007070     END-READ.
007080     IF LY-LINE-COUNT NOT NUMERIC
007090         MOVE "LAYAWAY LINE COUNT NOT NUMERIC" TO RDL-MESSAGE
007100         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
007110         GO TO 2800-EXIT
007120     END-IF.
007130     PERFORM 2810-REPLAY-ONE-LAYAWAY-LINE THRU 2810-EXIT
007140         VARYING LineIdx FROM 1 BY 1
007150         UNTIL LineIdx > LY-LINE-COUNT
007160             OR LineIdx > 10.
007170 2800-EXIT.
007180     EXIT.
007190 2810-REPLAY-ONE-LAYAWAY-LINE.
007200     IF LY-PRODUCT-NUMBER(LineIdx) NOT NUMERIC
007210         OR LY-QUANTITY(LineIdx) NOT NUMERIC
007220         MOVE "LAYAWAY LINE NOT NUMERIC" TO RDL-MESSAGE
007230         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
007240         GO TO 2810-EXIT
007250     END-IF.
007260     MOVE LY-PRODUCT-NUMBER(LineIdx) TO ProductWork.
007270     IF TR-IS-LAYAWAY-CANCEL
007280         MOVE LY-QUANTITY(LineIdx) TO StockChange
007290     ELSE
007300         COMPUTE StockChange = ZERO - LY-QUANTITY(LineIdx)
007310     END-IF.
007320     PERFORM 6000-POST-STOCK THRU 6000-EXIT.
007330 2810-EXIT.
007340     EXIT.
007350*****************************************************************
007360*    3000-SET-ASIDE-HELD-SALES - A SALE PARKED AT THE REGISTER  *
007370*    HAS ITS STOCK OFF THE SHELF BUT IS NOT ON THE LOG UNTIL IT *
007380*    IS RESUMED.  ONE STILL PARKED AND PARKED AFTER THE BACKUP  *
007390*    POINT IS SET ASIDE AGAIN FROM HELDSALE.  ONE PARKED AT OR  *
007392*    BEFORE THE BACKUP POINT SHOWS THE BACKUP WAS TAKEN WITH A  *
007394*    SALE SUSPENDED, SO A SALE RESUMED SINCE MAY HAVE HAD ITS   *
007396*    STOCK TAKEN OFF TWICE - IT IS LISTED AS NOT APPLIED        *
007400*****************************************************************
007410 3000-SET-ASIDE-HELD-SALES.
007420     MOVE "HELD SALES PARKED AFTER THE BACKUP POINT"
007430         TO SHL-TEXT.
007440     PERFORM 8200-PRINT-SECTION-HEADING THRU 8200-EXIT.
007450     MOVE ZERO TO HS-HOLD-NUMBER.
007460     START HeldSalesFile
007470         KEY IS NOT LESS THAN HS-HOLD-NUMBER
007480         INVALID KEY SET EndOfHeldSales TO TRUE
007490     END-START.
007500     PERFORM 3100-SET-ASIDE-ONE-HELD-SALE THRU 3100-EXIT
007510         UNTIL EndOfHeldSales.
007520     IF HeldSalesSetAside = ZERO
007530         WRITE PRINT-LINE FROM NothingReplayedLine
007540     END-IF.
007550 3000-EXIT.
007560     EXIT.
007570 3100-SET-ASIDE-ONE-HELD-SALE.
007580     READ HeldSalesFile NEXT RECORD
007590         AT END SET EndOfHeldSales TO TRUE
007600     END-READ.
007610     IF EndOfHeldSales
007620         GO TO 3100-EXIT
007630     END-IF.
007640     IF HS-HELD-DATE NOT NUMERIC
007650         OR HS-HELD-TIME NOT NUMERIC
007660         OR HS-LINE-COUNT NOT NUMERIC
007670         GO TO 3100-EXIT
007680     END-IF.
007690     IF HS-HELD-DATE < BackupDate
007700         OR (HS-HELD-DATE = BackupDate
007710             AND HS-HELD-TIME NOT > BackupTime)
007712         MOVE HS-HOLD-NUMBER TO HK-HOLD-NUMBER
007714         MOVE HoldKeyFields TO ReceiptKeyWork
007716         MOVE "H" TO PostingType
007718         MOVE SPACES TO RDL-REFERENCE
007720         MOVE "SUSPENDED AT THE BACKUP POINT" TO RDL-MESSAGE
007722         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
007724         GO TO 3100-EXIT
007730     END-IF.
007740     ADD 1 TO HeldSalesSetAside.
007750     MOVE HS-HOLD-NUMBER TO HK-HOLD-NUMBER.
007760     MOVE HoldKeyFields TO ReceiptKeyWork.
007770     MOVE "H" TO PostingType.
007780     MOVE "ON HAND - HELD SALE SET ASIDE" TO PostingText.
007790     PERFORM 3110-SET-ASIDE-ONE-HELD-LINE THRU 3110-EXIT
007800         VARYING LineIdx FROM 1 BY 1
007810         UNTIL LineIdx > HS-LINE-COUNT
007820             OR LineIdx > 10.
007830 3100-EXIT.
007840     EXIT.
007850 3110-SET-ASIDE-ONE-HELD-LINE.
007860     IF HS-PRODUCT-NUMBER(LineIdx) NOT NUMERIC
007870         OR HS-QUANTITY(LineIdx) NOT NUMERIC
007880         MOVE SPACES TO RDL-REFERENCE
007890         MOVE "HELD LINE NOT NUMERIC" TO RDL-MESSAGE
007900         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
007910         GO TO 3110-EXIT
007920     END-IF.
007930     MOVE HS-PRODUCT-NUMBER(LineIdx) TO ProductWork.
007940     COMPUTE StockChange = ZERO - HS-QUANTITY(LineIdx).
007950     PERFORM 6000-POST-STOCK THRU 6000-EXIT.
007960 3110-EXIT.
007970     EXIT.
007980*****************************************************************
007990*    6000-POST-STOCK - ADD STOCKCHANGE TO THE PRODUCT'S ON HAND *
008000*****************************************************************
008010 6000-POST-STOCK.
008020     MOVE "PROD" TO RF-LABEL.
008030     MOVE ProductWork TO RF-NUMBER.
008040     MOVE ReferenceFields TO RDL-REFERENCE.
008050     MOVE ProductWork TO PC-PRODUCT-NUMBER.
008060     READ ProductCatalogFile
008070         INVALID KEY
008080         MOVE "ON HAND - PRODUCT NOT ON PRODCAT" TO RDL-MESSAGE
008090         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
008100         GO TO 6000-EXIT
008110     END-READ.
008120     IF PC-QTY-ON-HAND NOT NUMERIC
008130         MOVE ZERO TO PC-QTY-ON-HAND
008140     END-IF.
008150     ADD StockChange TO PC-QTY-ON-HAND.
008160     REWRITE PRODUCT-CATALOG-RECORD
008170         INVALID KEY
008180         MOVE "ON HAND - PRODUCT REWRITE FAILED" TO RDL-MESSAGE
008190         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
008200         GO TO 6000-EXIT
008210     END-REWRITE.
008220     ADD 1 TO StockPostings.
008230     MOVE PostingText TO RDL-MESSAGE.
008240     MOVE StockChange TO RDL-CHANGE-UNITS.
008250     MOVE PC-QTY-ON-HAND TO RDL-ON-FILE-UNITS.
008260     PERFORM 8000-PRINT-APPLIED THRU 8000-EXIT.
008270 6000-EXIT.
008280     EXIT.
008290*****************************************************************
008300*    6100-POST-ACCOUNT - ADD ACCOUNTCHANGE TO THE RECEIPT       *
008310*    CLIENT'S HOUSE ACCOUNT BALANCE.  THE CREDIT LIMIT AND      *
008320*    HOLD WERE CHECKED WHEN THE REGISTER TOOK THE TENDER        *
008330*****************************************************************
008340 6100-POST-ACCOUNT.
008350     MOVE "CLNT" TO RF-LABEL.
008360     MOVE TR-CLIENT-ID TO RF-NUMBER.
008370     MOVE ReferenceFields TO RDL-REFERENCE.
008380     IF TR-CLIENT-ID NOT NUMERIC
008390         OR TR-CLIENT-ID = ZERO
008400         MOVE "ACCOUNT - NO CLIENT ON THE RECEIPT"
008410             TO RDL-MESSAGE
008420         MOVE AccountChange TO RDL-CHANGE
008430         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
008440         GO TO 6100-EXIT
008450     END-IF.
008460     MOVE TR-CLIENT-ID TO CM-CLIENT-ID.
008470     READ ClientMasterFile
008480         INVALID KEY
008490         MOVE "ACCOUNT - CLIENT NOT ON CLIENTMST" TO RDL-MESSAGE
008500         MOVE AccountChange TO RDL-CHANGE
008510         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
008520         GO TO 6100-EXIT
008530     END-READ.
008540     IF CM-ACCOUNT-BALANCE NOT NUMERIC
008550         MOVE ZERO TO CM-ACCOUNT-BALANCE
008560     END-IF.
008570     ADD AccountChange TO CM-ACCOUNT-BALANCE.
008580     REWRITE CLIENT-MASTER-RECORD
008590         INVALID KEY
008600         MOVE "ACCOUNT - CLIENT REWRITE FAILED" TO RDL-MESSAGE
008610         MOVE AccountChange TO RDL-CHANGE
008620         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
008630         GO TO 6100-EXIT
008640     END-REWRITE.
008650     ADD 1 TO AccountPostings.
008660     MOVE "ACCOUNT BALANCE" TO RDL-MESSAGE.
008670     MOVE AccountChange TO RDL-CHANGE.
008680     MOVE CM-ACCOUNT-BALANCE TO RDL-ON-FILE.
008690     PERFORM 8000-PRINT-APPLIED THRU 8000-EXIT.
008700 6100-EXIT.
008710     EXIT.
008720*****************************************************************
008730*    6200-POST-GIFT-CARD - ADD GIFTCHANGE TO THE CARD BALANCE.  *
008740*    ONLY A LOAD MAY ISSUE A CARD THAT IS NOT ON FILE           *
008750*****************************************************************
008760 6200-POST-GIFT-CARD.
008770     MOVE "CARD" TO RF-LABEL.
008780     MOVE GiftCardWork TO RF-NUMBER.
008790     MOVE ReferenceFields TO RDL-REFERENCE.
008800     MOVE GiftCardWork TO GC-CARD-NUMBER.
008810     READ GiftCardFile
008820         INVALID KEY
008830         IF CardMayBeIssued
008840             PERFORM 6210-ISSUE-GIFT-CARD THRU 6210-EXIT
008850         ELSE
008860             MOVE "GIFT CARD - NOT ON GIFTCARD"
008870                 TO RDL-MESSAGE
008880             MOVE GiftChange TO RDL-CHANGE
008890             PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
008900         END-IF
008910         GO TO 6200-EXIT
008920     END-READ.
008930     IF GC-IS-CLOSED
008940         MOVE "GIFT CARD - CARD IS CLOSED" TO RDL-MESSAGE
008950         MOVE GiftChange TO RDL-CHANGE
008960         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
008970         GO TO 6200-EXIT
008980     END-IF.
008990     IF GC-BALANCE NOT NUMERIC
009000         MOVE ZERO TO GC-BALANCE
009010     END-IF.
009020     ADD GiftChange TO GC-BALANCE.
009030     MOVE TR-BUSINESS-DATE TO GC-LAST-USED-DATE.
009040     REWRITE GIFT-CARD-RECORD
009050         INVALID KEY
009060         MOVE "GIFT CARD - REWRITE FAILED" TO RDL-MESSAGE
009070         MOVE GiftChange TO RDL-CHANGE
009080         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
009090         GO TO 6200-EXIT
009100     END-REWRITE.
009110     ADD 1 TO GiftCardPostings.
009120     MOVE "GIFT CARD BALANCE" TO RDL-MESSAGE.
009130     MOVE GiftChange TO RDL-CHANGE.
009140     MOVE GC-BALANCE TO RDL-ON-FILE.
009150     PERFORM 8000-PRINT-APPLIED THRU 8000-EXIT.
009160 6200-EXIT.
009170     EXIT.
009180 6210-ISSUE-GIFT-CARD.
009190     MOVE SPACES TO GIFT-CARD-RECORD.
009200     MOVE GiftCardWork TO GC-CARD-NUMBER.
009210     MOVE GiftChange TO GC-BALANCE.
009220     MOVE TR-BUSINESS-DATE TO GC-ISSUE-DATE.
009230     MOVE TR-BUSINESS-DATE TO GC-LAST-USED-DATE.
009240     SET GC-IS-ACTIVE TO TRUE.
009250     WRITE GIFT-CARD-RECORD
009260         INVALID KEY
009270         MOVE "GIFT CARD - ISSUE FAILED" TO RDL-MESSAGE
009280         MOVE GiftChange TO RDL-CHANGE
009290         PERFORM 8100-PRINT-NOT-APPLIED THRU 8100-EXIT
009300         GO TO 6210-EXIT
009310     END-WRITE.
009320     ADD 1 TO GiftCardPostings.
009330     ADD 1 TO GiftCardsIssued.
009340     MOVE "GIFT CARD ISSUED" TO RDL-MESSAGE.
009350     MOVE GiftChange TO RDL-CHANGE.
009360     MOVE GC-BALANCE TO RDL-ON-FILE.
009370     PERFORM 8000-PRINT-APPLIED THRU 8000-EXIT.
009380 6210-EXIT.
009390     EXIT.
009400*****************************************************************
009410*    7000-PRINT-SUMMARY                                         *
009420*****************************************************************
009430 7000-PRINT-SUMMARY.
009440     MOVE "SUMMARY" TO SHL-TEXT.
009450     PERFORM 8200-PRINT-SECTION-HEADING THRU 8200-EXIT.
009460     MOVE "LOG RECORDS READ" TO SCL-LABEL.
009470     MOVE LogRecordsRead TO SCL-COUNT.
009480     WRITE PRINT-LINE FROM SummaryCountLine.
009490     MOVE "ALREADY IN THE BACKUP" TO SCL-LABEL.
009500     MOVE LogRecordsBeforeBackup TO SCL-COUNT.
009510     WRITE PRINT-LINE FROM SummaryCountLine.
009520     MOVE "REPLAYED" TO SCL-LABEL.
009530     MOVE LogRecordsReplayed TO SCL-COUNT.
009540     WRITE PRINT-LINE FROM SummaryCountLine.
009550     MOVE "REPLAYED WITH AN EFFECT NOT APPLIED" TO SCL-LABEL.
009560     MOVE RecordsWithRejects TO SCL-COUNT.
009570     WRITE PRINT-LINE FROM SummaryCountLine.
009580     MOVE "HELD SALES SET ASIDE" TO SCL-LABEL.
009590     MOVE HeldSalesSetAside TO SCL-COUNT.
009600     WRITE PRINT-LINE FROM SummaryCountLine.
009610     MOVE SPACES TO PRINT-LINE.
009620     WRITE PRINT-LINE.
009630     MOVE "ON HAND POSTINGS" TO SCL-LABEL.
009640     MOVE StockPostings TO SCL-COUNT.
009650     WRITE PRINT-LINE FROM SummaryCountLine.
009660     MOVE "LOYALTY POINTS POSTINGS" TO SCL-LABEL.
009670     MOVE PointsPostings TO SCL-COUNT.
009680     WRITE PRINT-LINE FROM SummaryCountLine.
009690     MOVE "ACCOUNT BALANCE POSTINGS" TO SCL-LABEL.
009700     MOVE AccountPostings TO SCL-COUNT.
009710     WRITE PRINT-LINE FROM SummaryCountLine.
009720     MOVE "GIFT CARD POSTINGS" TO SCL-LABEL.
009730     MOVE GiftCardPostings TO SCL-COUNT.
009740     WRITE PRINT-LINE FROM SummaryCountLine.
009750     MOVE "  OF WHICH CARDS ISSUED" TO SCL-LABEL.
009760     MOVE GiftCardsIssued TO SCL-COUNT.
009770     WRITE PRINT-LINE FROM SummaryCountLine.
009780     MOVE "EFFECTS NOT APPLIED - CORRECT BY HAND" TO SCL-LABEL.
009790     MOVE PostingsNotApplied TO SCL-COUNT.
009800     WRITE PRINT-LINE FROM SummaryCountLine.
009810     MOVE SPACES TO PRINT-LINE.
009820     WRITE PRINT-LINE.
009830     MOVE LastReceiptApplied TO LRL-RECEIPT.
009840     MOVE LastDateApplied TO LRL-DATE.
009850     MOVE LastClockApplied TO LRL-TIME.
009860     WRITE PRINT-LINE FROM LastReceiptLine.
009870 7000-EXIT.
009880     EXIT.
009890*****************************************************************
009900*    8000-PRINT-APPLIED / 8100-PRINT-NOT-APPLIED - THE CALLER   *
009910*    SETS THE REFERENCE, MESSAGE AND ANY VALUES; THE VALUES ARE *
009920*    CLEARED AFTER EVERY LINE                                   *
009930*****************************************************************
009940 8000-PRINT-APPLIED.
009950     MOVE "APPLIED" TO RDL-RESULT.
009960     MOVE ReceiptKeyWork TO RDL-RECEIPT.
009970     MOVE PostingType TO RDL-TYPE.
009980     WRITE PRINT-LINE FROM RecoveryDetailLine.
009990     MOVE SPACES TO RDL-VALUES.
010000 8000-EXIT.
010010     EXIT.
010020 8100-PRINT-NOT-APPLIED.
010030     MOVE "NOT APPLIED" TO RDL-RESULT.
010040     MOVE ReceiptKeyWork TO RDL-RECEIPT.
010050     MOVE PostingType TO RDL-TYPE.
010060     WRITE PRINT-LINE FROM RecoveryDetailLine.
010070     MOVE SPACES TO RDL-VALUES.
010080     ADD 1 TO PostingsNotApplied.
010090     ADD 1 TO RejectsThisRecord.
010100 8100-EXIT.
010110     EXIT.
010120 8200-PRINT-SECTION-HEADING.
010130     MOVE SPACES TO PRINT-LINE.
010140     WRITE PRINT-LINE.
010150     WRITE PRINT-LINE FROM SectionHeadingLine.
010160 8200-EXIT.
010170     EXIT.
010180*****************************************************************
010190*    9000-TERMINATE                                             *
010200*****************************************************************
010210 9000-TERMINATE.
010220     CLOSE TransactionLogFile.
010230     IF ProductsRestored
010240         CLOSE ProductCatalogFile
010250         IF LayawayAvailable
010260             CLOSE LayawayFile
010270         END-IF
010280         IF HeldAvailable
010290             CLOSE HeldSalesFile
010300         END-IF
010310     END-IF.
010320     IF ClientsRestored
010330         CLOSE ClientMasterFile
010340     END-IF.
010350     IF GiftCardsRestored
010360         CLOSE GiftCardFile
010370     END-IF.
010380     CLOSE PrintFile.
010390 9000-EXIT.
010400     EXIT.
