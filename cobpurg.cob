000010*****************************************************************
000020*    PROGRAM-ID  : COBPURG                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                               *
000040*    INSTALLATION: RETAIL SYSTEMS                               *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : YEARLY RECEIPT HISTORY RETENTION PURGE.      *
000070*                  RECEIPTS WHOSE BUSINESS DATE IS BEFORE THE   *
000080*                  RETENTION CUTOFF - 1 JANUARY OF THE CURRENT  *
000090*                  BUSINESS YEAR LESS THE YEARS TO RETAIN ON    *
000100*                  THE SYSIN CARD - ARE -                       *
000110*                    1. ROLLED INTO THE CLIENT ANNUAL SUMMARY   *
000120*                       FILE (PURCHASES, REFUNDS, POINTS AND    *
000130*                       ON-ACCOUNT ACTIVITY PER CLIENT PER      *
000140*                       YEAR) AND COPIED TO THE OFFLINE ARCHIVE *
000150*                    2. THEN, ONLY ONCE THE SUMMARY AND THE     *
000160*                       ARCHIVE ARE COMPLETE, DELETED FROM      *
000170*                       RECEIPT HISTORY - EXACTLY THE RECEIPTS  *
000180*                       ON THE ARCHIVE, READ BACK FROM IT       *
000190*                  A RECEIPT IS KEPT, HOWEVER OLD, WHEN IT IS   *
000200*                  TIED TO AN OPEN LAYAWAY, CARRIES A CARD      *
000210*                  TENDER THE SETTLEMENT LEDGER STILL SHOWS     *
000220*                  UNSETTLED, OR CARRIES ON-ACCOUNT ACTIVITY    *
000230*                  FOR A CLIENT WHOSE HOUSE ACCOUNT IS NOT      *
000240*                  SQUARE - A BALANCE ON FILE, OR OLD ACTIVITY  *
000250*                  THAT DOES NOT NET TO ZERO.  SO THE ON-       *
000260*                  ACCOUNT ACTIVITY PURGED FOR A CLIENT ALWAYS  *
000270*                  NETS TO ZERO AND THE ACCOUNT BALANCE AND     *
000280*                  AGING CHECKS STILL FOOT FROM WHAT REMAINS.   *
000290*                  EVERY RECEIPT KEPT PAST THE CUTOFF IS LISTED *
000300*                  ON PURGRPT WITH THE REASON.                  *
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                               *
000330*    10/15/26   RK    ORIGINAL PROGRAM - RETENTION PURGE        *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. cobpurg.
000370 AUTHOR. Romeo Klamadji.
000380 INSTALLATION. Retail Systems.
000390 DATE-WRITTEN. 10/15/26.
000400 DATE-COMPILED.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT StoreControlFile ASSIGN TO "STORCTL"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SC-CONTROL-KEY
000480         FILE STATUS IS FileStatusStoreControl.
000490     SELECT ReceiptHistoryFile ASSIGN TO "RCPTHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS TH-RECEIPT-NUMBER
000530         FILE STATUS IS FileStatusReceiptHistory.
000540     SELECT ClientMasterFile ASSIGN TO "CLIENTMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CM-CLIENT-ID
000580         FILE STATUS IS FileStatusClientMaster.
000590     SELECT LayawayFile ASSIGN TO "LAYAWAY"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS LY-LAYAWAY-NUMBER
000630         FILE STATUS IS FileStatusLayaway.
000640     SELECT CardSettlementFile ASSIGN TO "CARDSETL"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CS-SETTLEMENT-KEY
000680         FILE STATUS IS FileStatusCardSettlement.
000690     SELECT ClientSummaryFile ASSIGN TO "CLNTSUMM"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CY-SUMMARY-KEY
000730         FILE STATUS IS FileStatusClientSummary.
000740     SELECT ReceiptArchiveFile ASSIGN TO "RCPTARCH"
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS FileStatusReceiptArchive.
000780     SELECT PrintFile ASSIGN TO "PURGRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FileStatusPrintFile.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  StoreControlFile.
000840     COPY storctl.
000850 FD  ReceiptHistoryFile.
000860     COPY tranrec
000870         REPLACING ==TRANSACTION-LOG-RECORD==
000880             BY ==RECEIPT-HISTORY-RECORD==
000890         LEADING ==TR-== BY ==TH-==.
000900 FD  ClientMasterFile.
000910     COPY clientrec.
000920 FD  LayawayFile.
000930     COPY layawrec.
000940 FD  CardSettlementFile.
000950     COPY cardsetl.
000960 FD  ClientSummaryFile.
000970     COPY clntsum.
000980 FD  ReceiptArchiveFile
000990     RECORDING MODE IS F.
001000     COPY tranrec
001010         REPLACING ==TRANSACTION-LOG-RECORD==
001020             BY ==RECEIPT-ARCHIVE-RECORD==
001030         LEADING ==TR-== BY ==TA-==.
001040 FD  PrintFile.
001050 01  PRINT-LINE                    PIC X(132).
001060 WORKING-STORAGE SECTION.
001070*****************************************************************
001080*    FILE STATUS SWITCHES                                       *
001090*****************************************************************
001100 77  FileStatusStoreControl        PIC X(02) VALUE "00".
001110 77  FileStatusReceiptHistory      PIC X(02) VALUE "00".
001120 77  FileStatusClientMaster        PIC X(02) VALUE "00".
001130 77  FileStatusLayaway             PIC X(02) VALUE "00".
001140 77  FileStatusCardSettlement      PIC X(02) VALUE "00".
001150 77  FileStatusClientSummary       PIC X(02) VALUE "00".
001160 77  FileStatusReceiptArchive      PIC X(02) VALUE "00".
001170 77  FileStatusPrintFile           PIC X(02) VALUE "00".
001180*****************************************************************
001190*    RETENTION CARD AND CUTOFF                                  *
001200*****************************************************************
001210 01  RetentionCard                 PIC X(20) VALUE SPACES.
001220 01  RetentionCardFields REDEFINES RetentionCard.
001230     02  RetainYearsCard           PIC X(02).
001240     02  FILLER                    PIC X(18).
001250 77  RetainYears                   PIC 9(02) VALUE ZERO.
001260 01  BusinessDateWork              PIC 9(08) VALUE ZERO.
001270 01  BusinessDateFields REDEFINES BusinessDateWork.
001280     02  BusinessYear              PIC 9(04).
001290     02  FILLER                    PIC 9(04).
001300 01  CutoffDate                    PIC 9(08) VALUE ZERO.
001310 01  CutoffDateFields REDEFINES CutoffDate.
001320     02  CutoffYear                PIC 9(04).
001330     02  CutoffMonthDay            PIC 9(04).
001340 01  RecordDateWork                PIC 9(08) VALUE ZERO.
001350 01  RecordDateFields REDEFINES RecordDateWork.
001360     02  RecordYear                PIC 9(04).
001370     02  FILLER                    PIC 9(04).
001380*****************************************************************
001390*    SWITCHES AND SUBSCRIPTS                                    *
001400*****************************************************************
001410 77  EndOfHistorySwitch            PIC X(01) VALUE "N".
001420     88  EndOfHistoryFile              VALUE "Y".
001430 77  EndOfArchiveSwitch            PIC X(01) VALUE "N".
001440     88  EndOfArchiveFile              VALUE "Y".
001450 77  LayawayAvailableSwitch        PIC X(01) VALUE "N".
001460     88  LayawayAvailable              VALUE "Y".
001470     88  LayawayNotAvailable           VALUE "N".
001480 77  LedgerAvailableSwitch         PIC X(01) VALUE "N".
001490     88  LedgerAvailable               VALUE "Y".
001500     88  LedgerNotAvailable            VALUE "N".
001510 77  PastCutoffSwitch              PIC X(01) VALUE "N".
001520     88  ReceiptPastCutoff             VALUE "Y".
001530     88  ReceiptWithinRetention        VALUE "N".
001540 77  AccountTouchedSwitch          PIC X(01) VALUE "N".
001550     88  AccountTouched                VALUE "Y".
001560     88  AccountNotTouched             VALUE "N".
001570 77  RetainReason                  PIC X(40) VALUE SPACES.
001580     88  ReceiptPurgeable              VALUE SPACES.
001590 77  TenderIdx                     PIC 9(01) COMP.
001600 77  ClientIdx                     PIC 9(04) COMP.
001610 77  SummaryClientId               PIC 9(04) VALUE ZERO.
001620 77  RecordAccountAmount           PIC S9(09)V99 VALUE ZERO.
001630 77  AccountCharges                PIC S9(09)V99 VALUE ZERO.
001640 77  AccountCredits                PIC S9(09)V99 VALUE ZERO.
001650 77  BalanceOnFile                 PIC S9(09)V99 VALUE ZERO.
001660*****************************************************************
001670*    ON-ACCOUNT ACTIVITY BEFORE THE CUTOFF PER CLIENT - ONLY    *
001680*    FROM RECEIPTS NOT ALREADY KEPT FOR A LAYAWAY OR A CARD     *
001690*    TENDER, SUBSCRIPTED BY CLIENT ID                           *
001700*****************************************************************
001710 01  AccountActivityTable.
001720     02  AccountActivity OCCURS 9999 TIMES.
001730         03  AA-ACTIVITY           PIC S9(09)V99.
001740*****************************************************************
001750*    RUN COUNTS                                                 *
001760*****************************************************************
001770 01  RunCounts.
001780     02  ReceiptsRead              PIC 9(07) VALUE ZERO.
001790     02  ReceiptsPastCutoff        PIC 9(07) VALUE ZERO.
001800     02  KeptForLayaway            PIC 9(07) VALUE ZERO.
001810     02  KeptForCardTender         PIC 9(07) VALUE ZERO.
001820     02  KeptForAccount            PIC 9(07) VALUE ZERO.
001830     02  KeptUndated               PIC 9(07) VALUE ZERO.
001840     02  ReceiptsArchived          PIC 9(07) VALUE ZERO.
001850     02  ReceiptsDeleted           PIC 9(07) VALUE ZERO.
001860     02  SummariesWritten          PIC 9(07) VALUE ZERO.
001870     02  SummariesUpdated          PIC 9(07) VALUE ZERO.
001880     02  ErrorCount                PIC 9(07) VALUE ZERO.
001890*****************************************************************
001900*    REPORT LINE WORK AREAS                                     *
001910*****************************************************************
001920 01  HeadingLine1.
001930     05  FILLER                    PIC X(39)
001940         VALUE "COBOLTAT RECEIPT HISTORY PURGE - KEEP ".
001950     05  HL1-RETAIN-YEARS          PIC Z9.
001960     05  FILLER                    PIC X(23)
001970         VALUE " YEARS - CUTOFF DATE   ".
001980     05  HL1-CUTOFF-DATE           PIC 9(08).
001990 01  SectionHeadingLine.
002000     05  SHL-TEXT                  PIC X(60).
002010 01  ColumnHeadingLine.
002020     05  FILLER                    PIC X(40) VALUE
002030         " RECEIPT       CLIENT  BUSINESS  TYPE   ".
002040     05  FILLER                    PIC X(40) VALUE
002050         "     AMOUNT  REASON KEPT                ".
002060 01  KeptDetailLine.
002070     05  FILLER                    PIC X(01) VALUE SPACES.
002080     05  KDL-RECEIPT               PIC X(11).
002090     05  FILLER                    PIC X(03) VALUE SPACES.
002100     05  KDL-CLIENT-ID             PIC 9(04).
002110     05  FILLER                    PIC X(02) VALUE SPACES.
002120     05  KDL-BUSINESS-DATE         PIC X(08).
002130     05  FILLER                    PIC X(04) VALUE SPACES.
002140     05  KDL-RECORD-TYPE           PIC X(01).
002150     05  FILLER                    PIC X(02) VALUE SPACES.
002160     05  KDL-AMOUNT                PIC ZZZ,ZZ9.99-.
002170     05  FILLER                    PIC X(02) VALUE SPACES.
002180     05  KDL-REASON                PIC X(40).
002190 01  ReceiptKeyFields.
002200     05  RK-AREA                   PIC 9(03).
002210     05  FILLER                    PIC X(01) VALUE "-".
002220     05  RK-GROUP                  PIC 9(02).
002230     05  FILLER                    PIC X(01) VALUE "-".
002240     05  RK-SERIAL                 PIC 9(04).
002250 01  NothingKeptLine.
002260     05  FILLER                    PIC X(40) VALUE
002270         "   NO RECEIPTS KEPT PAST THE CUTOFF".
002280 01  SummaryCountLine.
002290     05  FILLER                    PIC X(01) VALUE SPACES.
002300     05  SCL-LABEL                 PIC X(40).
002310     05  SCL-COUNT                 PIC Z,ZZZ,ZZ9.
002320 PROCEDURE DIVISION.
002330*****************************************************************
002340*    0000-MAINLINE                                              *
002350*****************************************************************
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     PERFORM 2000-TOTAL-OLD-ACCOUNT-ACTIVITY THRU 2000-EXIT.
002390     PERFORM 3000-SUMMARIZE-AND-ARCHIVE THRU 3000-EXIT.
002400     IF ErrorCount = ZERO
002410         PERFORM 4000-PURGE-ARCHIVED-RECEIPTS THRU 4000-EXIT
002420     ELSE
002430         DISPLAY "ERRORS WRITING THE SUMMARY OR ARCHIVE - "
002440             "NOTHING DELETED FROM RECEIPT HISTORY"
002450     END-IF.
002460     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002480     DISPLAY "RECEIPT HISTORY PURGE COMPLETE - SEE PURGRPT".
002490     DISPLAY "RECEIPTS ARCHIVED: " ReceiptsArchived.
002500     DISPLAY "RECEIPTS DELETED:  " ReceiptsDeleted.
002510     IF ErrorCount NOT = ZERO
002520         MOVE 8 TO RETURN-CODE
002530     END-IF.
002540     STOP RUN.
002550*****************************************************************
002560*    1000-INITIALIZE - CHECK THE RETENTION CARD, SET THE        *
002570*    CUTOFF FROM THE BUSINESS DATE AND OPEN THE FILES.  NO      *
002580*    LAYAWAY FILE OR SETTLEMENT LEDGER MEANS NOTHING IS OPEN ON *
002590*    IT; THE SUMMARY FILE IS CREATED ON THE FIRST RUN           *
002600*****************************************************************
002610 1000-INITIALIZE.
002620     ACCEPT RetentionCard.
002630     IF RetainYearsCard NOT NUMERIC
002640         DISPLAY "INVALID RETENTION CARD: " RetentionCard
002650         DISPLAY "EXPECTED YEARS TO RETAIN (01-99) - NO ACTION"
002660         MOVE 8 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     MOVE RetainYearsCard TO RetainYears.
002700     IF RetainYears = ZERO
002710         DISPLAY "RETENTION OF ZERO YEARS REFUSED - NO ACTION"
002720         MOVE 8 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     OPEN INPUT StoreControlFile.
002760     IF FileStatusStoreControl NOT = "00"
002770         DISPLAY "UNABLE TO OPEN STORE CONTROL - STATUS "
002780             FileStatusStoreControl
002790         MOVE 8 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     MOVE 1 TO SC-CONTROL-KEY.
002830     READ StoreControlFile
002840         INVALID KEY
002850         DISPLAY "STORE CONTROL RECORD MISSING - ENDING RUN"
002860         MOVE 8 TO RETURN-CODE
002870         STOP RUN
002880     END-READ.
002890     MOVE SC-BUSINESS-DATE TO BusinessDateWork.
002900     CLOSE StoreControlFile.
002910     COMPUTE CutoffYear = BusinessYear - RetainYears.
002920     MOVE 0101 TO CutoffMonthDay.
002930     OPEN I-O ReceiptHistoryFile.
002940     IF FileStatusReceiptHistory NOT = "00"
002950         DISPLAY "UNABLE TO OPEN RECEIPT HISTORY - STATUS "
002960             FileStatusReceiptHistory
002970         MOVE 8 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     OPEN INPUT ClientMasterFile.
003010     IF FileStatusClientMaster NOT = "00"
003020         DISPLAY "UNABLE TO OPEN CLIENT MASTER - STATUS "
003030             FileStatusClientMaster
003040         MOVE 8 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     OPEN INPUT LayawayFile.
003080     IF FileStatusLayaway = "00"
003090         SET LayawayAvailable TO TRUE
003100     ELSE
003110         IF FileStatusLayaway = "35"
003120             SET LayawayNotAvailable TO TRUE
003130             DISPLAY "NO LAYAWAY FILE - NO OPEN LAYAWAYS"
003140         ELSE
003150             DISPLAY "UNABLE TO OPEN LAYAWAY FILE - STATUS "
003160                 FileStatusLayaway
003170             MOVE 8 TO RETURN-CODE
003180             STOP RUN
003190         END-IF
003200     END-IF.
003210     OPEN INPUT CardSettlementFile.
003220     IF FileStatusCardSettlement = "00"
003230         SET LedgerAvailable TO TRUE
003240     ELSE
003250         IF FileStatusCardSettlement = "35"
003260             SET LedgerNotAvailable TO TRUE
003270             DISPLAY "NO SETTLEMENT LEDGER - NO UNSETTLED CARDS"
003280         ELSE
003290             DISPLAY "UNABLE TO OPEN SETTLEMENT LEDGER - STATUS "
003300                 FileStatusCardSettlement
003310             MOVE 8 TO RETURN-CODE
003320             STOP RUN
003330         END-IF
003340     END-IF.
003350     OPEN I-O ClientSummaryFile.
003360     IF FileStatusClientSummary = "35"
003370         OPEN OUTPUT ClientSummaryFile
003380         CLOSE ClientSummaryFile
003390         OPEN I-O ClientSummaryFile
003400     END-IF.
003410     IF FileStatusClientSummary NOT = "00"
003420         DISPLAY "UNABLE TO OPEN CLIENT SUMMARY FILE - STATUS "
003430             FileStatusClientSummary
003440         MOVE 8 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     OPEN OUTPUT ReceiptArchiveFile.
003480     IF FileStatusReceiptArchive NOT = "00"
003490         DISPLAY "UNABLE TO OPEN RECEIPT ARCHIVE - STATUS "
003500             FileStatusReceiptArchive
003510         MOVE 8 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     OPEN OUTPUT PrintFile.
003550     IF FileStatusPrintFile NOT = "00"
003560         DISPLAY "UNABLE TO OPEN PURGE REPORT - STATUS "
003570             FileStatusPrintFile
003580         MOVE 8 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     MOVE ZEROS TO AccountActivityTable.
003620     MOVE RetainYears TO HL1-RETAIN-YEARS.
003630     MOVE CutoffDate TO HL1-CUTOFF-DATE.
003640     WRITE PRINT-LINE FROM HeadingLine1.
003650     MOVE "RECEIPTS BEFORE THE CUTOFF KEPT IN HISTORY"
003660         TO SHL-TEXT.
003670     MOVE SPACES TO PRINT-LINE.
003680     WRITE PRINT-LINE.
003690     WRITE PRINT-LINE FROM SectionHeadingLine.
003700     WRITE PRINT-LINE FROM ColumnHeadingLine.
003710 1000-EXIT.
003720     EXIT.
003730*****************************************************************
003740*    2000-TOTAL-OLD-ACCOUNT-ACTIVITY - FIRST PASS.  THE ON-     *
003750*    ACCOUNT ACTIVITY OF EVERY RECEIPT THAT COULD GO, PER       *
003760*    CLIENT, SO THE SECOND PASS KNOWS WHOSE OLD ACTIVITY NETS   *
003770*    TO ZERO                                                    *
003780*****************************************************************
003790 2000-TOTAL-OLD-ACCOUNT-ACTIVITY.
003800     MOVE ZERO TO TH-RECEIPT-NUMBER.
003810     START ReceiptHistoryFile
003820         KEY IS NOT LESS THAN TH-RECEIPT-NUMBER
003830         INVALID KEY SET EndOfHistoryFile TO TRUE
003840     END-START.
003850     PERFORM 2100-TOTAL-ONE-RECEIPT THRU 2100-EXIT
003860         UNTIL EndOfHistoryFile.
003870 2000-EXIT.
003880     EXIT.
003890 2100-TOTAL-ONE-RECEIPT.
003900     READ ReceiptHistoryFile NEXT RECORD
003910         AT END SET EndOfHistoryFile TO TRUE
003920     END-READ.
003930     IF EndOfHistoryFile
003940         GO TO 2100-EXIT
003950     END-IF.
003960     PERFORM 5000-CHECK-CUTOFF THRU 5000-EXIT.
003970     IF ReceiptWithinRetention
003980         GO TO 2100-EXIT
003990     END-IF.
004000     PERFORM 5100-CHECK-LAYAWAY-AND-CARD THRU 5100-EXIT.
004010     IF NOT ReceiptPurgeable
004020         GO TO 2100-EXIT
004030     END-IF.
004040     PERFORM 6000-TOTAL-ACCOUNT-AMOUNT THRU 6000-EXIT.
004050     IF AccountTouched
004060         AND TH-CLIENT-ID NUMERIC
004070         AND TH-CLIENT-ID NOT = ZERO
004080         MOVE TH-CLIENT-ID TO ClientIdx
004090         ADD RecordAccountAmount TO AA-ACTIVITY(ClientIdx)
004100     END-IF.
004110 2100-EXIT.
004120     EXIT.
004130*****************************************************************
004140*    3000-SUMMARIZE-AND-ARCHIVE - SECOND PASS.  EVERY RECEIPT   *
004150*    PAST THE CUTOFF IS EITHER LISTED AS KEPT OR ROLLED INTO    *
004160*    ITS CLIENT'S YEAR AND COPIED TO THE ARCHIVE.  NOTHING IS   *
004170*    DELETED YET                                                *
004180*****************************************************************
004190 3000-SUMMARIZE-AND-ARCHIVE.
004200     MOVE "N" TO EndOfHistorySwitch.
004210     MOVE ZERO TO TH-RECEIPT-NUMBER.
004220     START ReceiptHistoryFile
004230         KEY IS NOT LESS THAN TH-RECEIPT-NUMBER
004240         INVALID KEY SET EndOfHistoryFile TO TRUE
004250     END-START.
004260     PERFORM 3100-SUMMARIZE-ONE-RECEIPT THRU 3100-EXIT
004270         UNTIL EndOfHistoryFile.
004280     CLOSE ReceiptArchiveFile.
004290     IF KeptForLayaway = ZERO
004300         AND KeptForCardTender = ZERO
004310         AND KeptForAccount = ZERO
004320         AND KeptUndated = ZERO
004330         WRITE PRINT-LINE FROM NothingKeptLine
004340     END-IF.
004350 3000-EXIT.
004360     EXIT.
004370 3100-SUMMARIZE-ONE-RECEIPT.
004380     READ ReceiptHistoryFile NEXT RECORD
004390         AT END SET EndOfHistoryFile TO TRUE
004400     END-READ.
004410     IF EndOfHistoryFile
004420         GO TO 3100-EXIT
004430     END-IF.
004440     ADD 1 TO ReceiptsRead.
004450     PERFORM 5000-CHECK-CUTOFF THRU 5000-EXIT.
004460     IF ReceiptWithinRetention
004470         GO TO 3100-EXIT
004480     END-IF.
004490     ADD 1 TO ReceiptsPastCutoff.
004500     PERFORM 5100-CHECK-LAYAWAY-AND-CARD THRU 5100-EXIT.
004510     IF ReceiptPurgeable
004520         PERFORM 5200-CHECK-HOUSE-ACCOUNT THRU 5200-EXIT
004530     END-IF.
004540     IF NOT ReceiptPurgeable
004550         PERFORM 8000-PRINT-KEPT-RECEIPT THRU 8000-EXIT
004560         GO TO 3100-EXIT
004570     END-IF.
004580     PERFORM 3200-ADD-TO-CLIENT-SUMMARY THRU 3200-EXIT.
004590     MOVE RECEIPT-HISTORY-RECORD TO RECEIPT-ARCHIVE-RECORD.
004600     WRITE RECEIPT-ARCHIVE-RECORD.
004610     IF FileStatusReceiptArchive NOT = "00"
004620         DISPLAY "ARCHIVE WRITE FAILED - STATUS "
004630             FileStatusReceiptArchive
004640         ADD 1 TO ErrorCount
004650         GO TO 3100-EXIT
004660     END-IF.
004670     ADD 1 TO ReceiptsArchived.
004680 3100-EXIT.
004690     EXIT.
004700*****************************************************************
004710*    3200-ADD-TO-CLIENT-SUMMARY - THE SAME RULES AS THE CLIENT  *
004720*    STATEMENT FOR PURCHASES, REFUNDS AND POINTS (A VOID NETS   *
004730*    AGAINST PURCHASES) AND AS THE AR RUN FOR CHARGES AND       *
004740*    PAYMENTS/CREDITS ON ACCOUNT                                *
004750*****************************************************************
004760 3200-ADD-TO-CLIENT-SUMMARY.
004770     PERFORM 6000-TOTAL-ACCOUNT-AMOUNT THRU 6000-EXIT.
004780     IF TH-CLIENT-ID NUMERIC
004790         MOVE TH-CLIENT-ID TO SummaryClientId
004800     ELSE
004810         MOVE ZERO TO SummaryClientId
004820     END-IF.
004830     MOVE SummaryClientId TO CY-CLIENT-ID.
004840     MOVE RecordYear TO CY-YEAR.
004850     READ ClientSummaryFile
004860         INVALID KEY
004870         PERFORM 3210-START-SUMMARY-RECORD THRU 3210-EXIT
004880     END-READ.
004890     MOVE TH-FIRST-NAME TO CY-FIRST-NAME.
004900     MOVE TH-LAST-NAME TO CY-LAST-NAME.
004910     ADD 1 TO CY-RECEIPT-COUNT.
004920     EVALUATE TRUE
004930         WHEN TH-IS-SALE
004940             ADD 1 TO CY-PURCHASE-COUNT
004950             ADD TH-GRAND-TOTAL TO CY-PURCHASE-AMOUNT
004960             ADD TH-POINTS-EARNED TO CY-POINTS-EARNED
004970             ADD TH-POINTS-REDEEMED TO CY-POINTS-REDEEMED
004980         WHEN TH-IS-VOID
004990             SUBTRACT 1 FROM CY-PURCHASE-COUNT
005000             ADD TH-GRAND-TOTAL TO CY-PURCHASE-AMOUNT
005010             SUBTRACT TH-POINTS-EARNED FROM CY-POINTS-EARNED
005020             SUBTRACT TH-POINTS-REDEEMED FROM CY-POINTS-REDEEMED
005030         WHEN TH-IS-REFUND
005040             ADD 1 TO CY-REFUND-COUNT
005050             SUBTRACT TH-GRAND-TOTAL FROM CY-REFUND-AMOUNT
005060             SUBTRACT TH-POINTS-EARNED FROM CY-POINTS-EARNED
005070             SUBTRACT TH-POINTS-REDEEMED FROM CY-POINTS-REDEEMED
005080     END-EVALUATE.
005090     ADD AccountCharges TO CY-ACCOUNT-CHARGES.
005100     ADD AccountCredits TO CY-ACCOUNT-CREDITS.
005110     MOVE BusinessDateWork TO CY-LAST-PURGE-DATE.
005120     IF FileStatusClientSummary = "00"
005130         REWRITE CLIENT-SUMMARY-RECORD
005140             INVALID KEY
005150             DISPLAY "SUMMARY REWRITE FAILED - CLIENT "
005160                 CY-CLIENT-ID " YEAR " CY-YEAR
005170             ADD 1 TO ErrorCount
005180             NOT INVALID KEY
005190             ADD 1 TO SummariesUpdated
005200         END-REWRITE
005210     ELSE
005220         WRITE CLIENT-SUMMARY-RECORD
005230             INVALID KEY
005240             DISPLAY "SUMMARY WRITE FAILED - CLIENT "
005250                 CY-CLIENT-ID " YEAR " CY-YEAR
005260             ADD 1 TO ErrorCount
005270             NOT INVALID KEY
005280             ADD 1 TO SummariesWritten
005290         END-WRITE
005300     END-IF.
005310 3200-EXIT.
005320     EXIT.
005330 3210-START-SUMMARY-RECORD.
005340     MOVE SummaryClientId TO CY-CLIENT-ID.
005350     MOVE RecordYear TO CY-YEAR.
005360     MOVE ZERO TO CY-RECEIPT-COUNT.
005370     MOVE ZERO TO CY-PURCHASE-COUNT.
005380     MOVE ZERO TO CY-PURCHASE-AMOUNT.
005390     MOVE ZERO TO CY-REFUND-COUNT.
005400     MOVE ZERO TO CY-REFUND-AMOUNT.
005410     MOVE ZERO TO CY-POINTS-EARNED.
005420     MOVE ZERO TO CY-POINTS-REDEEMED.
005430     MOVE ZERO TO CY-ACCOUNT-CHARGES.
005440     MOVE ZERO TO CY-ACCOUNT-CREDITS.
005450 3210-EXIT.
005460     EXIT.
005470*****************************************************************
005480*    4000-PURGE-ARCHIVED-RECEIPTS - THIRD PASS.  THE ARCHIVE IS *
005490*    READ BACK AND EACH RECEIPT ON IT IS DELETED FROM HISTORY,  *
005500*    SO WHAT GOES IS EXACTLY WHAT WAS SUMMARIZED AND ARCHIVED   *
005510*****************************************************************
005520 4000-PURGE-ARCHIVED-RECEIPTS.
005530     OPEN INPUT ReceiptArchiveFile.
005540     IF FileStatusReceiptArchive NOT = "00"
005550         DISPLAY "UNABLE TO REOPEN RECEIPT ARCHIVE - STATUS "
005560             FileStatusReceiptArchive
005570         ADD 1 TO ErrorCount
005580         GO TO 4000-EXIT
005590     END-IF.
005600     PERFORM 4100-PURGE-ONE-RECEIPT THRU 4100-EXIT
005610         UNTIL EndOfArchiveFile.
005620     CLOSE ReceiptArchiveFile.
005630 4000-EXIT.
005640     EXIT.
005650 4100-PURGE-ONE-RECEIPT.
005660     READ ReceiptArchiveFile
005670         AT END SET EndOfArchiveFile TO TRUE
005680     END-READ.
005690     IF EndOfArchiveFile
005700         GO TO 4100-EXIT
005710     END-IF.
005720     MOVE TA-RECEIPT-NUMBER TO TH-RECEIPT-NUMBER.
005730     DELETE ReceiptHistoryFile RECORD
005740         INVALID KEY
005750         DISPLAY "RECEIPT NOT DELETED FROM HISTORY - "
005760             TA-RECEIPT-AREA "-" TA-RECEIPT-GROUP "-"
005770             TA-RECEIPT-SERIAL " STATUS "
005780             FileStatusReceiptHistory
005790         ADD 1 TO ErrorCount
005800         NOT INVALID KEY
005810         ADD 1 TO ReceiptsDeleted
005820     END-DELETE.
005830 4100-EXIT.
005840     EXIT.
005850*****************************************************************
005860*    5000-CHECK-CUTOFF - THE RECEIPT'S BUSINESS DATE, OR ITS    *
005870*    TRANSACTION DATE WHEN THAT IS ALL IT CARRIES, AGAINST THE  *
005880*    CUTOFF.  A RECEIPT WITH NEITHER IS NEVER PURGED            *
005890*****************************************************************
005900 5000-CHECK-CUTOFF.
005910     SET ReceiptWithinRetention TO TRUE.
005920     IF TH-BUSINESS-DATE NUMERIC
005930         AND TH-BUSINESS-DATE NOT = ZERO
005940         MOVE TH-BUSINESS-DATE TO RecordDateWork
005950     ELSE
005960         IF TH-TRANS-DATE NUMERIC
005970             AND TH-TRANS-DATE NOT = ZERO
005980             MOVE TH-TRANS-DATE TO RecordDateWork
005990         ELSE
006000             MOVE ZERO TO RecordDateWork
006010         END-IF
006020     END-IF.
006030     IF RecordDateWork < CutoffDate
006040         SET ReceiptPastCutoff TO TRUE
006050     END-IF.
006060 5000-EXIT.
006070     EXIT.
006080*****************************************************************
006090*    5100-CHECK-LAYAWAY-AND-CARD - LEAVES RETAINREASON BLANK    *
006100*    WHEN NOTHING HOLDS THE RECEIPT.  A LAYAWAY PAYMENT OR      *
006110*    CANCELLATION, OR A SALE PAID FROM A LAYAWAY DEPOSIT,       *
006120*    CARRIES THE LAYAWAY NUMBER AS ITS REFERENCE RECEIPT        *
006130*****************************************************************
006140 5100-CHECK-LAYAWAY-AND-CARD.
006150     MOVE SPACES TO RetainReason.
006160     IF RecordDateWork = ZERO
006170         MOVE "NO BUSINESS OR TRANSACTION DATE"
006180             TO RetainReason
006190         GO TO 5100-EXIT
006200     END-IF.
006210     IF LayawayAvailable
006220         AND (TH-IS-LAYAWAY-PAYMENT OR TH-IS-LAYAWAY-CANCEL
006230              OR TH-TENDER-LAYAWAY(1) OR TH-TENDER-LAYAWAY(2)
006240              OR TH-TENDER-LAYAWAY(3))
006250         MOVE TH-REF-RECEIPT-NUMBER TO LY-LAYAWAY-NUMBER
006260         READ LayawayFile
006270             INVALID KEY CONTINUE
006280         END-READ
006290         IF FileStatusLayaway = "00"
006300             AND LY-IS-OPEN
006310             MOVE "TIED TO AN OPEN LAYAWAY" TO RetainReason
006320             GO TO 5100-EXIT
006330         END-IF
006340     END-IF.
006350     IF LedgerAvailable
006360         AND TH-TENDER-COUNT NUMERIC
006370         PERFORM 5110-CHECK-ONE-CARD-TENDER THRU 5110-EXIT
006380             VARYING TenderIdx FROM 1 BY 1
006390             UNTIL TenderIdx > TH-TENDER-COUNT
006400                 OR TenderIdx > 3
006410                 OR NOT ReceiptPurgeable
006420     END-IF.
006430 5100-EXIT.
006440     EXIT.
006450 5110-CHECK-ONE-CARD-TENDER.
006460     IF NOT TH-TENDER-CARD(TenderIdx)
006470         GO TO 5110-EXIT
006480     END-IF.
006490     MOVE TH-BUSINESS-DATE TO CS-BUSINESS-DATE.
006500     MOVE TH-RECEIPT-NUMBER TO CS-RECEIPT-NUMBER.
006510     MOVE TenderIdx TO CS-TENDER-SLOT.
006520     READ CardSettlementFile
006530         INVALID KEY GO TO 5110-EXIT
006540     END-READ.
006550     IF CS-IS-UNSETTLED
006560         MOVE "CARD TENDER NOT YET SETTLED" TO RetainReason
006570     END-IF.
006580 5110-EXIT.
006590     EXIT.
006600*****************************************************************
006610*    5200-CHECK-HOUSE-ACCOUNT - A RECEIPT WITH ON-ACCOUNT       *
006620*    ACTIVITY STAYS WHILE ITS CLIENT CARRIES A BALANCE OR ITS   *
006630*    CLIENT'S ACTIVITY BEFORE THE CUTOFF DOES NOT NET TO ZERO   *
006640*****************************************************************
006650 5200-CHECK-HOUSE-ACCOUNT.
006660     PERFORM 6000-TOTAL-ACCOUNT-AMOUNT THRU 6000-EXIT.
006670     IF AccountNotTouched
006680         OR TH-CLIENT-ID NOT NUMERIC
006690         OR TH-CLIENT-ID = ZERO
006700         GO TO 5200-EXIT
006710     END-IF.
006720     MOVE TH-CLIENT-ID TO ClientIdx.
006730     IF AA-ACTIVITY(ClientIdx) NOT = ZERO
006740         MOVE "HOUSE ACCOUNT ACTIVITY NOT SQUARED"
006750             TO RetainReason
006760         GO TO 5200-EXIT
006770     END-IF.
006780     MOVE TH-CLIENT-ID TO CM-CLIENT-ID.
006790     READ ClientMasterFile
006800         INVALID KEY GO TO 5200-EXIT
006810     END-READ.
006820     IF CM-ACCOUNT-BALANCE NUMERIC
006830         MOVE CM-ACCOUNT-BALANCE TO BalanceOnFile
006840     ELSE
006850         MOVE ZERO TO BalanceOnFile
006860     END-IF.
006870     IF BalanceOnFile NOT = ZERO
006880         MOVE "OPEN HOUSE ACCOUNT BALANCE" TO RetainReason
006890     END-IF.
006900 5200-EXIT.
006910     EXIT.
006920*****************************************************************
006930*    6000-TOTAL-ACCOUNT-AMOUNT - THE RECEIPT'S EFFECT ON THE    *
006940*    HOUSE ACCOUNT, AS THE AR RUN SEES IT: ACCOUNT TENDERS AND  *
006950*    FINANCE CHARGES/LATE FEES ARE CHARGES, PAYMENTS ON ACCOUNT *
006960*    AND NEGATIVE ACCOUNT TENDERS ARE CREDITS                   *
006970*****************************************************************
006980 6000-TOTAL-ACCOUNT-AMOUNT.
006990     MOVE ZERO TO RecordAccountAmount.
007000     MOVE ZERO TO AccountCharges.
007010     MOVE ZERO TO AccountCredits.
007020     SET AccountNotTouched TO TRUE.
007030     IF TH-IS-ACCT-PAYMENT
007040         SET AccountTouched TO TRUE
007050         MOVE TH-GRAND-TOTAL TO AccountCredits
007060         COMPUTE RecordAccountAmount = ZERO - TH-GRAND-TOTAL
007070         GO TO 6000-EXIT
007080     END-IF.
007090     IF TH-IS-FINANCE-CHARGE OR TH-IS-LATE-FEE
007100         SET AccountTouched TO TRUE
007110         MOVE TH-GRAND-TOTAL TO AccountCharges
007120         MOVE TH-GRAND-TOTAL TO RecordAccountAmount
007130         GO TO 6000-EXIT
007140     END-IF.
007150     IF TH-TENDER-COUNT NUMERIC
007160         PERFORM 6010-ADD-ONE-ACCT-TENDER THRU 6010-EXIT
007170             VARYING TenderIdx FROM 1 BY 1
007180             UNTIL TenderIdx > TH-TENDER-COUNT
007190                 OR TenderIdx > 3
007200     END-IF.
007210     IF RecordAccountAmount > ZERO
007220         MOVE RecordAccountAmount TO AccountCharges
007230     END-IF.
007240     IF RecordAccountAmount < ZERO
007250         COMPUTE AccountCredits = ZERO - RecordAccountAmount
007260     END-IF.
007270 6000-EXIT.
007280     EXIT.
007290 6010-ADD-ONE-ACCT-TENDER.
007300     IF TH-TENDER-ACCOUNT(TenderIdx)
007310         AND TH-TENDER-AMOUNT(TenderIdx) NUMERIC
007320         SET AccountTouched TO TRUE
007330         ADD TH-TENDER-AMOUNT(TenderIdx) TO RecordAccountAmount
007340     END-IF.
007350 6010-EXIT.
007360     EXIT.
007370*****************************************************************
007380*    7000-PRINT-SUMMARY                                         *
007390*****************************************************************
007400 7000-PRINT-SUMMARY.
007410     MOVE "SUMMARY" TO SHL-TEXT.
007420     MOVE SPACES TO PRINT-LINE.
007430     WRITE PRINT-LINE.
007440     WRITE PRINT-LINE FROM SectionHeadingLine.
007450     MOVE "RECEIPTS IN HISTORY" TO SCL-LABEL.
007460     MOVE ReceiptsRead TO SCL-COUNT.
007470     WRITE PRINT-LINE FROM SummaryCountLine.
007480     MOVE "RECEIPTS BEFORE THE CUTOFF" TO SCL-LABEL.
007490     MOVE ReceiptsPastCutoff TO SCL-COUNT.
007500     WRITE PRINT-LINE FROM SummaryCountLine.
007510     MOVE "  KEPT - OPEN LAYAWAY" TO SCL-LABEL.
007520     MOVE KeptForLayaway TO SCL-COUNT.
007530     WRITE PRINT-LINE FROM SummaryCountLine.
007540     MOVE "  KEPT - UNSETTLED CARD TENDER" TO SCL-LABEL.
007550     MOVE KeptForCardTender TO SCL-COUNT.
007560     WRITE PRINT-LINE FROM SummaryCountLine.
007570     MOVE "  KEPT - HOUSE ACCOUNT NOT SQUARE" TO SCL-LABEL.
007580     MOVE KeptForAccount TO SCL-COUNT.
007590     WRITE PRINT-LINE FROM SummaryCountLine.
007600     MOVE "  KEPT - NO DATE ON THE RECEIPT" TO SCL-LABEL.
007610     MOVE KeptUndated TO SCL-COUNT.
007620     WRITE PRINT-LINE FROM SummaryCountLine.
007630     MOVE "RECEIPTS COPIED TO THE ARCHIVE" TO SCL-LABEL.
007640     MOVE ReceiptsArchived TO SCL-COUNT.
007650     WRITE PRINT-LINE FROM SummaryCountLine.
007660     MOVE "RECEIPTS DELETED FROM HISTORY" TO SCL-LABEL.
007670     MOVE ReceiptsDeleted TO SCL-COUNT.
007680     WRITE PRINT-LINE FROM SummaryCountLine.
007690     MOVE "CLIENT YEAR SUMMARIES ADDED" TO SCL-LABEL.
007700     MOVE SummariesWritten TO SCL-COUNT.
007710     WRITE PRINT-LINE FROM SummaryCountLine.
007720     MOVE "CLIENT YEAR SUMMARY UPDATES" TO SCL-LABEL.
007730     MOVE SummariesUpdated TO SCL-COUNT.
007740     WRITE PRINT-LINE FROM SummaryCountLine.
007750     MOVE "ERRORS - SEE SYSOUT" TO SCL-LABEL.
007760     MOVE ErrorCount TO SCL-COUNT.
007770     WRITE PRINT-LINE FROM SummaryCountLine.
007780 7000-EXIT.
007790     EXIT.
007800*****************************************************************
007810*    8000-PRINT-KEPT-RECEIPT                                    *
007820*****************************************************************
007830 8000-PRINT-KEPT-RECEIPT.
007840     EVALUATE RetainReason
007850         WHEN "TIED TO AN OPEN LAYAWAY"
007860             ADD 1 TO KeptForLayaway
007870         WHEN "CARD TENDER NOT YET SETTLED"
007880             ADD 1 TO KeptForCardTender
007890         WHEN "NO BUSINESS OR TRANSACTION DATE"
007900             ADD 1 TO KeptUndated
007910         WHEN OTHER
007920             ADD 1 TO KeptForAccount
007930     END-EVALUATE.
007940     MOVE TH-RECEIPT-AREA TO RK-AREA.
007950     MOVE TH-RECEIPT-GROUP TO RK-GROUP.
007960     MOVE TH-RECEIPT-SERIAL TO RK-SERIAL.
007970     MOVE ReceiptKeyFields TO KDL-RECEIPT.
007980     MOVE TH-CLIENT-ID TO KDL-CLIENT-ID.
007990     MOVE RecordDateWork TO KDL-BUSINESS-DATE.
008000     MOVE TH-RECORD-TYPE TO KDL-RECORD-TYPE.
008010     MOVE TH-GRAND-TOTAL TO KDL-AMOUNT.
008020     MOVE RetainReason TO KDL-REASON.
008030     WRITE PRINT-LINE FROM KeptDetailLine.
008040 8000-EXIT.
008050     EXIT.
008060*****************************************************************
008070*    9000-TERMINATE                                             *
008080*****************************************************************
008090 9000-TERMINATE.
008100     CLOSE ReceiptHistoryFile.
008110     CLOSE ClientMasterFile.
008120     IF LayawayAvailable
008130         CLOSE LayawayFile
008140     END-IF.
008150     IF LedgerAvailable
008160         CLOSE CardSettlementFile
008170     END-IF.
008180     CLOSE ClientSummaryFile.
008190     CLOSE PrintFile.
008200 9000-EXIT.
008210     EXIT.
