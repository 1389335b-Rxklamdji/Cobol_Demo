000010*****************************************************************
000020*    PROGRAM-ID  : COBFINC                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                                *
000040*    INSTALLATION: RETAIL SYSTEMS                                *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : MONTH-END HOUSE ACCOUNT ASSESSMENT - AGES    *
000070*                  EVERY HOUSE ACCOUNT AS AT THE END OF THE     *
000080*                  CYCLE MONTH ON THE SYSIN CARD (YYYYMM) FROM  *
000090*                  THE ONLINE LOG AND THE RECEIPT HISTORY, THE  *
000100*                  SAME WAY AS THE AR AGING RUN (COBARAGE).     *
000110*                  A BALANCE PAST DUE (30 DAYS OR MORE) IS      *
000120*                  CHARGED A FINANCE CHARGE (TYPE F) AND, WHEN  *
000130*                  NO PAYMENT ON ACCOUNT CAME IN DURING THE     *
000140*                  CYCLE, A LATE FEE (TYPE E).  BOTH ARE LOGGED *
000150*                  AS ON-ACCOUNT CHARGES UNDER THE BACK-OFFICE  *
000160*                  RECEIPT AREA AND POSTED TO THE ACCOUNT       *
000170*                  BALANCE.  AN ACCOUNT WITH A BALANCE IN THE   *
000180*                  HOLD AGING BUCKET OR OLDER GOES ON CREDIT    *
000190*                  HOLD, WHICH STOPS ON-ACCOUNT TENDERS AT THE  *
000200*                  REGISTER UNTIL A SUPERVISOR RELEASES IT      *
000210*                  (COBCRED).  EVERY ASSESSMENT AND HOLD IS     *
000220*                  WRITTEN TO THE HOUSE ACCOUNT AUDIT FILE,     *
000230*                  WHICH ALSO STOPS A RERUN CHARGING A CLIENT   *
000240*                  TWICE FOR THE SAME CYCLE.  RUNS IN THE CLOSE *
000250*                  STREAM WHILE THE STORE IS CLOSED; A CARD OF  *
000260*                  NONE MEANS NO ASSESSMENT AT THIS CLOSE.      *
000270*    MODIFICATION HISTORY                                       *
000280*    DATE       INIT  DESCRIPTION                               *
000290*    10/15/26   RK    ORIGINAL PROGRAM - FINANCE CHARGES, LATE  *
000300*                     FEES AND CREDIT HOLD                      *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. cobfinc.
000340 AUTHOR. Romeo Klamadji.
000350 INSTALLATION. Retail Systems.
000360 DATE-WRITTEN. 10/15/26.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT StoreControlFile ASSIGN TO "STORCTL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS SC-CONTROL-KEY
000450         FILE STATUS IS FileStatusStoreControl.
000460     SELECT OPTIONAL TransactionLogFile ASSIGN TO "TRANLOG"
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS FileStatusTransactionLog.
000500     SELECT ReceiptHistoryFile ASSIGN TO "RCPTHIST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS TH-RECEIPT-NUMBER
000540         FILE STATUS IS FileStatusReceiptHistory.
000550     SELECT ClientMasterFile ASSIGN TO "CLIENTMST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CM-CLIENT-ID
000590         FILE STATUS IS FileStatusClientMaster.
000600     SELECT ReceiptControlFile ASSIGN TO "RCPTCTL"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS RC-RECEIPT-KEY
000640         FILE STATUS IS FileStatusReceiptControl.
000650     SELECT OPTIONAL AccountAuditFile ASSIGN TO "ARAUDIT"
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS FileStatusAccountAudit.
000690     SELECT SortWorkFile ASSIGN TO "SORTWK01".
000700     SELECT PrintFile ASSIGN TO "FINCRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FileStatusPrintFile.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  StoreControlFile.
000760     COPY storctl.
000770 FD  TransactionLogFile
000780     RECORDING MODE IS F.
000790     COPY tranrec.
000800 FD  ReceiptHistoryFile.
000810     COPY tranrec
000820         REPLACING ==TRANSACTION-LOG-RECORD==
000830             BY ==RECEIPT-HISTORY-RECORD==
000840         LEADING ==TR-== BY ==TH-==.
000850 FD  ClientMasterFile.
000860     COPY clientrec.
000870 FD  ReceiptControlFile.
000880     COPY rctlrec.
000890 FD  AccountAuditFile
000900     RECORDING MODE IS F.
000910     COPY araudit.
000920 SD  SortWorkFile.
000930 01  SORT-RECORD.
000940     05  FC-CLIENT-ID              PIC 9(04).
000950     05  FC-RECORD-TYPE            PIC X(01).
000960         88  FC-IS-CHARGE              VALUE "C".
000970         88  FC-IS-PAYMENT             VALUE "P".
000980         88  FC-IS-CREDIT              VALUE "K".
000990     05  FC-MONTHS-OLD             PIC 9(03).
001000     05  FC-AMOUNT                 PIC S9(07)V99.
001010 FD  PrintFile.
001020 01  PRINT-LINE                    PIC X(132).
001030 WORKING-STORAGE SECTION.
001040*****************************************************************
001050*    FILE STATUS SWITCHES                                       *
001060*****************************************************************
001070 77  FileStatusStoreControl        PIC X(02) VALUE "00".
001080 77  FileStatusTransactionLog      PIC X(02) VALUE "00".
001090 77  FileStatusReceiptHistory      PIC X(02) VALUE "00".
001100 77  FileStatusClientMaster        PIC X(02) VALUE "00".
001110 77  FileStatusReceiptControl      PIC X(02) VALUE "00".
001120 77  FileStatusAccountAudit        PIC X(02) VALUE "00".
001130 77  FileStatusPrintFile           PIC X(02) VALUE "00".
001140*****************************************************************
001150*    ASSESSMENT RULES - FINANCE CHARGE RATE PER MONTH ON THE    *
001160*    PAST-DUE BALANCE, FLAT LATE FEE, THE AGING BUCKET (IN      *
001170*    MONTHS) FROM WHICH AN ACCOUNT GOES ON CREDIT HOLD, AND THE *
001180*    RECEIPT AREA RESERVED FOR BACK-OFFICE POSTINGS (THE CYCLE  *
001190*    MONTH IS USED AS THE RECEIPT GROUP)                        *
001200*****************************************************************
001210 77  FinanceChargeRate             PIC V9(04) VALUE .0150.
001220 77  LateFeeAmount                 PIC 9(03)V99 VALUE 25.00.
001230 77  HoldAgeMonths                 PIC 9(01) VALUE 2.
001240 77  BackOfficeReceiptArea         PIC 9(03) VALUE 999.
001250*****************************************************************
001260*    CYCLE CARD, BUSINESS DATE AND RECORD DATE WORK FIELDS -    *
001270*    AGING IS BY CALENDAR MONTH AGAINST THE CYCLE MONTH         *
001280*****************************************************************
001290 01  CycleCard                     PIC X(06).
001300     88  NoCycleThisRun                VALUE "NONE  " SPACES.
001310 01  CycleMonth REDEFINES CycleCard PIC 9(06).
001320 01  CycleFields REDEFINES CycleCard.
001330     02  CycleYear                 PIC 9(04).
001340     02  CycleMonthNumber          PIC 9(02).
001350 01  BusinessDate                  PIC 9(08) VALUE ZERO.
001360 01  BusinessDateFields REDEFINES BusinessDate.
001370     02  BusinessYearMonth         PIC 9(06).
001380     02  FILLER                    PIC 9(02).
001390 01  RecordDateWork                PIC 9(08).
001400 01  RecordDateFields REDEFINES RecordDateWork.
001410     02  RecordYear                PIC 9(04).
001420     02  RecordMonth               PIC 9(02).
001430     02  RecordDay                 PIC 9(02).
001440 77  RecordMonthsOld               PIC S9(05) COMP.
001450*****************************************************************
001460*    END-OF-FILE / CONTROL-BREAK SWITCHES AND WORK FIELDS       *
001470*****************************************************************
001480 77  EndOfTranLogSwitch            PIC X(01) VALUE "N".
001490     88  EndOfTransactionLog           VALUE "Y".
001500 77  EndOfHistorySwitch            PIC X(01) VALUE "N".
001510     88  EndOfHistoryFile              VALUE "Y".
001520 77  EndOfAuditSwitch              PIC X(01) VALUE "N".
001530     88  EndOfAuditFile                VALUE "Y".
001540 77  EndOfSortSwitch               PIC X(01) VALUE "N".
001550     88  EndOfSortFile                 VALUE "Y".
001560 77  FirstRecordSwitch             PIC X(01) VALUE "Y".
001570     88  FirstSortRecord               VALUE "Y".
001580     88  NotFirstSortRecord            VALUE "N".
001590 77  HistoryAvailableSwitch        PIC X(01) VALUE "N".
001600     88  HistoryAvailable              VALUE "Y".
001610     88  HistoryNotAvailable           VALUE "N".
001620 77  PaidInCycleSwitch             PIC X(01) VALUE "N".
001630     88  PaidInCycle                   VALUE "Y".
001640     88  NotPaidInCycle                VALUE "N".
001650 77  AssessedSwitch                PIC X(01) VALUE "N".
001660     88  AlreadyAssessed               VALUE "Y".
001670     88  NotYetAssessed                VALUE "N".
001680 77  ReceiptAssignedSwitch         PIC X(01) VALUE "N".
001690     88  ReceiptAssigned               VALUE "Y".
001700     88  ReceiptNotAssigned            VALUE "N".
001710 77  TenderIdx                     PIC 9(01) COMP.
001720 77  AcctTenderTotal               PIC S9(07)V99 VALUE ZERO.
001730*****************************************************************
001740*    CLIENTS ALREADY ASSESSED FOR THIS CYCLE, FROM THE AUDIT    *
001750*    FILE - A RERUN OF THE CYCLE SKIPS THEM                     *
001760*****************************************************************
001770 77  AssessedCount                 PIC 9(03) COMP VALUE ZERO.
001780 77  MaxAssessedEntries            PIC 9(03) COMP VALUE 500.
001790 77  AssessedIdx                   PIC 9(03) COMP.
001800 01  AssessedTable.
001810     02  AssessedClientId          PIC 9(04)
001820                                   OCCURS 500 TIMES.
001830*****************************************************************
001840*    PER-CLIENT ACCUMULATORS AND AGING BUCKETS                  *
001850*****************************************************************
001860 77  PreviousClientId              PIC 9(04) VALUE ZERO.
001870 01  ClientTotals.
001880     02  PaymentTotal              PIC S9(09)V99 VALUE ZERO.
001890     02  BucketCurrent             PIC S9(09)V99 VALUE ZERO.
001900     02  Bucket30                  PIC S9(09)V99 VALUE ZERO.
001910     02  Bucket60                  PIC S9(09)V99 VALUE ZERO.
001920     02  Bucket90                  PIC S9(09)V99 VALUE ZERO.
001930 77  PaymentRemaining              PIC S9(09)V99 VALUE ZERO.
001940 77  PastDueAmount                 PIC S9(09)V99 VALUE ZERO.
001950 77  HoldBucketAmount              PIC S9(09)V99 VALUE ZERO.
001960 77  FinanceChargeAmount           PIC S9(07)V99 VALUE ZERO.
001970 77  LateFeeCharged                PIC S9(07)V99 VALUE ZERO.
001980 77  PostingAmount                 PIC S9(07)V99 VALUE ZERO.
001990 77  PostingType                   PIC X(01).
002000 01  PostingReceipt.
002010     02  PostingArea               PIC 9(03).
002020     02  PostingGroup              PIC 9(02).
002030     02  PostingSerial             PIC 9(04).
002040 77  AuditActionCode               PIC X(04).
002050 01  RunTotals.
002060     02  ClientsAssessed           PIC 9(05) VALUE ZERO.
002070     02  ClientsSkipped            PIC 9(05) VALUE ZERO.
002080     02  HoldsPlaced               PIC 9(05) VALUE ZERO.
002090     02  FinanceChargeTotal        PIC S9(09)V99 VALUE ZERO.
002100     02  LateFeeTotal              PIC S9(09)V99 VALUE ZERO.
002110*****************************************************************
002120*    REPORT LINE WORK AREAS                                     *
002130*****************************************************************
002140 01  HeadingLine1.
002150     05  FILLER                    PIC X(41)
002160         VALUE "COBOLTAT HOUSE ACCOUNT ASSESSMENT - CYCLE".
002170     05  FILLER                    PIC X(01) VALUE SPACES.
002180     05  HL-CYCLE-MONTH            PIC 9(06).
002190     05  FILLER                    PIC X(15)
002200         VALUE " - POSTED ON   ".
002210     05  HL-BUSINESS-DATE          PIC 9(08).
002220 01  HeadingLine2.
002230     05  FILLER                    PIC X(47) VALUE
002240         " CLNT  LAST NAME            FIRST NAME        ".
002250     05  FILLER                    PIC X(45) VALUE
002260         "    PAST DUE FIN CHARGE   LATE FEE    BALANCE".
002270     05  FILLER                    PIC X(08) VALUE "  ACTION".
002280 01  DetailLine.
002290     05  FILLER                    PIC X(01) VALUE SPACES.
002300     05  DL-CLIENT-ID              PIC 9(04).
002310     05  FILLER                    PIC X(02) VALUE SPACES.
002320     05  DL-LAST-NAME              PIC X(20).
002330     05  FILLER                    PIC X(01) VALUE SPACES.
002340     05  DL-FIRST-NAME             PIC X(17).
002350     05  FILLER                    PIC X(01) VALUE SPACES.
002360     05  DL-PAST-DUE               PIC ZZZ,ZZ9.99-.
002370     05  DL-FINANCE-CHARGE         PIC ZZZ,ZZ9.99-.
002380     05  DL-LATE-FEE               PIC ZZZ,ZZ9.99-.
002390     05  DL-BALANCE                PIC ZZZ,ZZ9.99-.
002400     05  FILLER                    PIC X(02) VALUE SPACES.
002410     05  DL-ACTION                 PIC X(20).
002420 01  TotalLine.
002430     05  FILLER                    PIC X(01) VALUE SPACES.
002440     05  TL-LABEL                  PIC X(40).
002450     05  TL-COUNT                  PIC ZZZZ9.
002460     05  FILLER                    PIC X(03) VALUE SPACES.
002470     05  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
002480 PROCEDURE DIVISION.
002490*****************************************************************
002500*    0000-MAINLINE                                              *
002510*****************************************************************
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     SORT SortWorkFile
002550         ON ASCENDING KEY FC-CLIENT-ID
002560         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
002570         OUTPUT PROCEDURE IS 3000-ASSESS-ACCOUNTS
002580             THRU 3000-EXIT.
002590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002600     DISPLAY "HOUSE ACCOUNT ASSESSMENT COMPLETE FOR CYCLE "
002610         CycleMonth.
002620     DISPLAY "CLIENTS ASSESSED:        " ClientsAssessed.
002630     DISPLAY "ALREADY ASSESSED:        " ClientsSkipped.
002640     DISPLAY "CREDIT HOLDS PLACED:     " HoldsPlaced.
002650     STOP RUN.
002660*****************************************************************
002670*    1000-INITIALIZE - THE CYCLE CARD IS NONE ON AN ORDINARY    *
002680*    NIGHT.  A CYCLE MUST BE A REAL MONTH NO LATER THAN THE     *
002690*    BUSINESS DATE, AND THE STORE MUST BE CLOSED SO NOTHING     *
002700*    ELSE IS WRITING THE LOG OR THE ACCOUNT BALANCES            *
002710*****************************************************************
002720 1000-INITIALIZE.
002730     ACCEPT CycleCard.
002740     IF NoCycleThisRun
002750         DISPLAY "NO FINANCE CHARGE CYCLE AT THIS CLOSE"
002760         STOP RUN
002770     END-IF.
002780     IF CycleMonth NOT NUMERIC
002790         OR CycleMonthNumber < 1
002800         OR CycleMonthNumber > 12
002810         DISPLAY "INVALID CYCLE CARD - EXPECTED YYYYMM OR NONE"
002820         MOVE 8 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     OPEN INPUT StoreControlFile.
002860     IF FileStatusStoreControl NOT = "00"
002870         DISPLAY "UNABLE TO OPEN STORE CONTROL - STATUS "
002880             FileStatusStoreControl
002890         MOVE 8 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     MOVE 1 TO SC-CONTROL-KEY.
002930     READ StoreControlFile
002940         INVALID KEY
002950         DISPLAY "STORE CONTROL RECORD MISSING - ENDING RUN"
002960         MOVE 8 TO RETURN-CODE
002970         STOP RUN
002980     END-READ.
002990     MOVE SC-BUSINESS-DATE TO BusinessDate.
003000     IF NOT SC-STORE-CLOSED
003010         DISPLAY "STORE IS OPEN - ASSESSMENT RUNS ONLY AT CLOSE"
003020         MOVE 8 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     CLOSE StoreControlFile.
003060     IF CycleMonth > BusinessYearMonth
003070         DISPLAY "CYCLE " CycleMonth " IS AFTER BUSINESS DATE "
003080             BusinessDate
003090         MOVE 8 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     OPEN I-O ClientMasterFile.
003130     IF FileStatusClientMaster NOT = "00"
003140         DISPLAY "UNABLE TO OPEN CLIENT MASTER FILE - STATUS "
003150             FileStatusClientMaster
003160         MOVE 8 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190     OPEN I-O ReceiptControlFile.
003200     IF FileStatusReceiptControl NOT = "00"
003210         DISPLAY "UNABLE TO OPEN RECEIPT CONTROL FILE - STATUS "
003220             FileStatusReceiptControl
003230         MOVE 8 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     OPEN INPUT ReceiptHistoryFile.
003270     IF FileStatusReceiptHistory = "35"
003280         SET HistoryNotAvailable TO TRUE
003290         DISPLAY "RECEIPT HISTORY NOT ON FILE - LOG ONLY"
003300     ELSE
003310         IF FileStatusReceiptHistory = "00"
003320             SET HistoryAvailable TO TRUE
003330         ELSE
003340             DISPLAY "UNABLE TO OPEN RECEIPT HISTORY - STATUS "
003350                 FileStatusReceiptHistory
003360             MOVE 8 TO RETURN-CODE
003370             STOP RUN
003380         END-IF
003390     END-IF.
003400     PERFORM 1100-LOAD-ASSESSED-CLIENTS THRU 1100-EXIT.
003410     OPEN EXTEND AccountAuditFile.
003420     IF FileStatusAccountAudit NOT = "00"
003430         AND FileStatusAccountAudit NOT = "05"
003440         DISPLAY "UNABLE TO OPEN HOUSE ACCOUNT AUDIT - STATUS "
003450             FileStatusAccountAudit
003460         MOVE 8 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490     OPEN OUTPUT PrintFile.
003500     IF FileStatusPrintFile NOT = "00"
003510         DISPLAY "UNABLE TO OPEN ASSESSMENT REPORT - STATUS "
003520             FileStatusPrintFile
003530         MOVE 8 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     MOVE CycleMonth TO HL-CYCLE-MONTH.
003570     MOVE BusinessDate TO HL-BUSINESS-DATE.
003580     WRITE PRINT-LINE FROM HeadingLine1.
003590     MOVE SPACES TO PRINT-LINE.
003600     WRITE PRINT-LINE.
003610     WRITE PRINT-LINE FROM HeadingLine2.
003620 1000-EXIT.
003630     EXIT.
003640*****************************************************************
003650*    1100-LOAD-ASSESSED-CLIENTS - EVERY CLIENT WITH A FINANCE   *
003660*    CHARGE OR LATE FEE ALREADY AUDITED FOR THIS CYCLE          *
003670*****************************************************************
003680 1100-LOAD-ASSESSED-CLIENTS.
003690     OPEN INPUT AccountAuditFile.
003700     IF FileStatusAccountAudit NOT = "00"
003710         AND FileStatusAccountAudit NOT = "05"
003720         DISPLAY "UNABLE TO READ HOUSE ACCOUNT AUDIT - STATUS "
003730             FileStatusAccountAudit
003740         MOVE 8 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     PERFORM 1110-LOAD-ONE-AUDIT-RECORD THRU 1110-EXIT
003780         UNTIL EndOfAuditFile.
003790     CLOSE AccountAuditFile.
003800 1100-EXIT.
003810     EXIT.
003820 1110-LOAD-ONE-AUDIT-RECORD.
003830     READ AccountAuditFile
003840         AT END SET EndOfAuditFile TO TRUE
003850     END-READ.
003860     IF EndOfAuditFile
003870         GO TO 1110-EXIT
003880     END-IF.
003890     IF CA-CYCLE-MONTH NOT = CycleMonth
003900         GO TO 1110-EXIT
003910     END-IF.
003920     IF CA-ACTION-CODE NOT = "FCHG"
003930         AND CA-ACTION-CODE NOT = "LFEE"
003940         GO TO 1110-EXIT
003950     END-IF.
003960     MOVE CA-CLIENT-ID TO PreviousClientId.
003970     PERFORM 3700-CHECK-ALREADY-ASSESSED THRU 3700-EXIT.
003980     IF AlreadyAssessed
003990         GO TO 1110-EXIT
004000     END-IF.
004010     IF AssessedCount = MaxAssessedEntries
004020         DISPLAY "ASSESSED CLIENT TABLE FULL AT "
004030             MaxAssessedEntries " - INCREASE AND RERUN"
004040         MOVE 8 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     ADD 1 TO AssessedCount.
004080     MOVE CA-CLIENT-ID TO AssessedClientId(AssessedCount).
004090 1110-EXIT.
004100     EXIT.
004110*****************************************************************
004120*    2000-BUILD-SORT-FILE - RELEASE EVERY LOG AND HISTORY        *
004130*    RECORD CARRYING ON-ACCOUNT ACTIVITY UP TO THE CYCLE END     *
004140*****************************************************************
004150 2000-BUILD-SORT-FILE.
004160     OPEN INPUT TransactionLogFile.
004170     IF FileStatusTransactionLog = "00"
004180         OR FileStatusTransactionLog = "05"
004190         PERFORM 2100-RELEASE-ONE-LOG-RECORD THRU 2100-EXIT
004200             UNTIL EndOfTransactionLog
004210     ELSE
004220         DISPLAY "UNABLE TO OPEN TRANSACTION LOG - STATUS "
004230             FileStatusTransactionLog
004240     END-IF.
004250     CLOSE TransactionLogFile.
004260     IF HistoryAvailable
004270         PERFORM 2200-RELEASE-HISTORY-RECORDS THRU 2200-EXIT
004280     END-IF.
004290 2000-EXIT.
004300     EXIT.
004310*****************************************************************
004320*    2100-RELEASE-ONE-LOG-RECORD - A RECEIPT ALREADY ARCHIVED   *
004330*    TO HISTORY IS RELEASED FROM THE HISTORY PASS ONLY          *
004340*****************************************************************
004350 2100-RELEASE-ONE-LOG-RECORD.
004360     READ TransactionLogFile
004370         AT END SET EndOfTransactionLog TO TRUE
004380     END-READ.
004390     IF EndOfTransactionLog
004400         GO TO 2100-EXIT
004410     END-IF.
004420     IF HistoryAvailable
004430         AND TR-RECEIPT-NUMBER NUMERIC
004440         AND TR-RECEIPT-NUMBER NOT = ZERO
004450         MOVE TR-RECEIPT-NUMBER TO TH-RECEIPT-NUMBER
004460         READ ReceiptHistoryFile
004470             INVALID KEY CONTINUE
004480         END-READ
004490         IF FileStatusReceiptHistory = "00"
004500             GO TO 2100-EXIT
004510         END-IF
004520     END-IF.
004530     PERFORM 2300-RELEASE-IF-ON-ACCOUNT THRU 2300-EXIT.
004540 2100-EXIT.
004550     EXIT.
004560 2200-RELEASE-HISTORY-RECORDS.
004570     MOVE ZERO TO TH-RECEIPT-NUMBER.
004580     START ReceiptHistoryFile
004590         KEY IS NOT LESS THAN TH-RECEIPT-NUMBER
004600         INVALID KEY SET EndOfHistoryFile TO TRUE
004610     END-START.
004620     PERFORM 2210-RELEASE-ONE-HISTORY THRU 2210-EXIT
004630         UNTIL EndOfHistoryFile.
004640 2200-EXIT.
004650     EXIT.
004660 2210-RELEASE-ONE-HISTORY.
004670     READ ReceiptHistoryFile NEXT RECORD
004680         AT END SET EndOfHistoryFile TO TRUE
004690     END-READ.
004700     IF EndOfHistoryFile
004710         GO TO 2210-EXIT
004720     END-IF.
004730     MOVE RECEIPT-HISTORY-RECORD TO TRANSACTION-LOG-RECORD.
004740     PERFORM 2300-RELEASE-IF-ON-ACCOUNT THRU 2300-EXIT.
004750 2210-EXIT.
004760     EXIT.
004770*****************************************************************
004780*    2300-RELEASE-IF-ON-ACCOUNT - ACTIVITY AFTER THE CYCLE      *
004790*    MONTH BELONGS TO THE NEXT CYCLE AND IS LEFT OUT.  A        *
004800*    PAYMENT ON ACCOUNT RELEASES AS A PAYMENT; A NEGATIVE       *
004810*    ACCOUNT TENDER (A REFUND CREDITED TO THE ACCOUNT) AS A     *
004820*    CREDIT, WHICH RELIEVES THE OLDEST CHARGES BUT IS NOT A     *
004830*    PAYMENT FOR THE LATE FEE; ANY OTHER ACCOUNT TENDER,        *
004840*    INCLUDING EARLIER FINANCE CHARGES AND LATE FEES, AS A      *
004850*    CHARGE                                                     *
004860*****************************************************************
004870 2300-RELEASE-IF-ON-ACCOUNT.
004880     PERFORM 2400-SET-RECORD-AGE THRU 2400-EXIT.
004890     IF RecordMonthsOld LESS THAN ZERO
004900         GO TO 2300-EXIT
004910     END-IF.
004920     MOVE TR-CLIENT-ID TO FC-CLIENT-ID.
004930     MOVE RecordMonthsOld TO FC-MONTHS-OLD.
004940     IF TR-IS-ACCT-PAYMENT
004950         SET FC-IS-PAYMENT TO TRUE
004960         MOVE TR-GRAND-TOTAL TO FC-AMOUNT
004970         RELEASE SORT-RECORD
004980         GO TO 2300-EXIT
004990     END-IF.
005000     MOVE ZERO TO AcctTenderTotal.
005010     IF TR-TENDER-COUNT NUMERIC
005020         PERFORM 2500-SUM-ONE-ACCT-TENDER THRU 2500-EXIT
005030             VARYING TenderIdx FROM 1 BY 1
005040             UNTIL TenderIdx > TR-TENDER-COUNT
005050     END-IF.
005060     IF AcctTenderTotal = ZERO
005070         GO TO 2300-EXIT
005080     END-IF.
005090     IF AcctTenderTotal GREATER THAN ZERO
005100         SET FC-IS-CHARGE TO TRUE
005110         MOVE AcctTenderTotal TO FC-AMOUNT
005120     ELSE
005130         SET FC-IS-CREDIT TO TRUE
005140         COMPUTE FC-AMOUNT = ZERO - AcctTenderTotal
005150     END-IF.
005160     RELEASE SORT-RECORD.
005170 2300-EXIT.
005180     EXIT.
005190*****************************************************************
005200*    2400-SET-RECORD-AGE - WHOLE CALENDAR MONTHS BETWEEN THE    *
005210*    RECORD'S BUSINESS DATE AND THE CYCLE MONTH                 *
005220*****************************************************************
005230 2400-SET-RECORD-AGE.
005240     IF TR-BUSINESS-DATE NUMERIC
005250         AND TR-BUSINESS-DATE NOT = ZERO
005260         MOVE TR-BUSINESS-DATE TO RecordDateWork
005270     ELSE
005280         IF TR-TRANS-DATE NUMERIC
005290             MOVE TR-TRANS-DATE TO RecordDateWork
005300         ELSE
005310             MOVE BusinessDate TO RecordDateWork
005320         END-IF
005330     END-IF.
005340     COMPUTE RecordMonthsOld =
005350         (CycleYear * 12 + CycleMonthNumber)
005360         - (RecordYear * 12 + RecordMonth).
005370 2400-EXIT.
005380     EXIT.
005390 2500-SUM-ONE-ACCT-TENDER.
005400     IF TenderIdx NOT GREATER THAN 3
005410         AND TR-TENDER-ACCOUNT(TenderIdx)
005420         ADD TR-TENDER-AMOUNT(TenderIdx) TO AcctTenderTotal
005430     END-IF.
005440 2500-EXIT.
005450     EXIT.
005460*****************************************************************
005470*    3000-ASSESS-ACCOUNTS - OUTPUT PROCEDURE: ONE ASSESSMENT    *
005480*    PER CLIENT IN CLIENT ID ORDER.  THE LOG IS REOPENED FOR    *
005490*    EXTEND HERE - THE INPUT PROCEDURE HAS FINISHED READING IT  *
005500*****************************************************************
005510 3000-ASSESS-ACCOUNTS.
005520     OPEN EXTEND TransactionLogFile.
005530     IF FileStatusTransactionLog NOT = "00"
005540         AND FileStatusTransactionLog NOT = "05"
005550         DISPLAY "UNABLE TO EXTEND TRANSACTION LOG - STATUS "
005560             FileStatusTransactionLog
005570         MOVE 8 TO RETURN-CODE
005580         GO TO 3000-EXIT
005590     END-IF.
005600     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
005610         UNTIL EndOfSortFile.
005620     IF NotFirstSortRecord
005630         PERFORM 3300-ASSESS-ONE-CLIENT THRU 3300-EXIT
005640     END-IF.
005650     CLOSE TransactionLogFile.
005660     PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT.
005670 3000-EXIT.
005680     EXIT.
005690 3100-RETURN-ONE-RECORD.
005700     RETURN SortWorkFile
005710         AT END SET EndOfSortFile TO TRUE
005720     END-RETURN.
005730     IF NOT EndOfSortFile
005740         PERFORM 3200-PROCESS-SORT-RECORD THRU 3200-EXIT
005750     END-IF.
005760 3100-EXIT.
005770     EXIT.
005780 3200-PROCESS-SORT-RECORD.
005790     IF FirstSortRecord
005800         MOVE FC-CLIENT-ID TO PreviousClientId
005810         SET NotFirstSortRecord TO TRUE
005820     END-IF.
005830     IF FC-CLIENT-ID NOT = PreviousClientId
005840         PERFORM 3300-ASSESS-ONE-CLIENT THRU 3300-EXIT
005850         MOVE FC-CLIENT-ID TO PreviousClientId
005860     END-IF.
005870     IF FC-IS-PAYMENT
005880         ADD FC-AMOUNT TO PaymentTotal
005890         IF FC-MONTHS-OLD = ZERO
005900             SET PaidInCycle TO TRUE
005910         END-IF
005920         GO TO 3200-EXIT
005930     END-IF.
005940     IF FC-IS-CREDIT
005950         ADD FC-AMOUNT TO PaymentTotal
005960         GO TO 3200-EXIT
005970     END-IF.
005980     EVALUATE TRUE
005990         WHEN FC-MONTHS-OLD = ZERO
006000             ADD FC-AMOUNT TO BucketCurrent
006010         WHEN FC-MONTHS-OLD = 1
006020             ADD FC-AMOUNT TO Bucket30
006030         WHEN FC-MONTHS-OLD = 2
006040             ADD FC-AMOUNT TO Bucket60
006050         WHEN OTHER
006060             ADD FC-AMOUNT TO Bucket90
006070     END-EVALUATE.
006080 3200-EXIT.
006090     EXIT.
006100*****************************************************************
006110*    3300-ASSESS-ONE-CLIENT - PAYMENTS RELIEVE THE OLDEST       *
006120*    CHARGES FIRST; WHAT IS LEFT IN THE 30-DAY BUCKET AND OLDER *
006130*    IS PAST DUE.  A CLIENT ALREADY ASSESSED THIS CYCLE IS NOT  *
006140*    CHARGED AGAIN BUT IS STILL CHECKED FOR CREDIT HOLD         *
006150*****************************************************************
006160 3300-ASSESS-ONE-CLIENT.
006170     PERFORM 3400-APPLY-PAYMENTS-TO-BUCKETS THRU 3400-EXIT.
006180     COMPUTE PastDueAmount = Bucket30 + Bucket60 + Bucket90.
006190     EVALUATE HoldAgeMonths
006200         WHEN 1
006210             COMPUTE HoldBucketAmount =
006220                 Bucket30 + Bucket60 + Bucket90
006230         WHEN 2
006240             COMPUTE HoldBucketAmount = Bucket60 + Bucket90
006250         WHEN OTHER
006260             MOVE Bucket90 TO HoldBucketAmount
006270     END-EVALUATE.
006280     MOVE ZERO TO FinanceChargeAmount.
006290     MOVE ZERO TO LateFeeCharged.
006300     IF PastDueAmount NOT GREATER THAN ZERO
006310         GO TO 3390-CLEAR-CLIENT
006320     END-IF.
006330     MOVE PreviousClientId TO CM-CLIENT-ID.
006340     READ ClientMasterFile
006350         INVALID KEY
006360         MOVE SPACES TO CM-FIRST-NAME CM-LAST-NAME
006370         MOVE ZERO TO CM-ACCOUNT-BALANCE
006380         MOVE "CLIENT NOT ON FILE" TO DL-ACTION
006390         PERFORM 3800-PRINT-CLIENT-LINE THRU 3800-EXIT
006400         GO TO 3390-CLEAR-CLIENT
006410     END-READ.
006420     IF CM-ACCOUNT-BALANCE NOT NUMERIC
006430         MOVE ZERO TO CM-ACCOUNT-BALANCE
006440     END-IF.
006450     MOVE SPACES TO DL-ACTION.
006460     PERFORM 3700-CHECK-ALREADY-ASSESSED THRU 3700-EXIT.
006470     IF AlreadyAssessed
006480         ADD 1 TO ClientsSkipped
006490         MOVE "ALREADY ASSESSED" TO DL-ACTION
006500     ELSE
006510         PERFORM 3500-POST-ASSESSMENT THRU 3500-EXIT
006520     END-IF.
006530     IF HoldBucketAmount GREATER THAN ZERO
006540         AND NOT CM-ON-CREDIT-HOLD
006550         PERFORM 3600-PLACE-CREDIT-HOLD THRU 3600-EXIT
006560     END-IF.
006570     REWRITE CLIENT-MASTER-RECORD
006580         INVALID KEY
006590         DISPLAY "ERROR UPDATING CLIENT " CM-CLIENT-ID
006600     END-REWRITE.
006610     PERFORM 3800-PRINT-CLIENT-LINE THRU 3800-EXIT.
006620 3390-CLEAR-CLIENT.
006630     MOVE ZERO TO PaymentTotal.
006640     MOVE ZERO TO BucketCurrent.
006650     MOVE ZERO TO Bucket30.
006660     MOVE ZERO TO Bucket60.
006670     MOVE ZERO TO Bucket90.
006680     SET NotPaidInCycle TO TRUE.
006690 3300-EXIT.
006700     EXIT.
006710*****************************************************************
006720*    3400-APPLY-PAYMENTS-TO-BUCKETS - PAYMENTS AND CREDITS      *
006730*    RELIEVE THE OLDEST CHARGES FIRST; A PAYMENT LEFT OVER      *
006740*    AFTER ALL BUCKETS COMES OFF THE CURRENT BUCKET             *
006750*****************************************************************
006760 3400-APPLY-PAYMENTS-TO-BUCKETS.
006770     MOVE PaymentTotal TO PaymentRemaining.
006780     IF PaymentRemaining NOT GREATER THAN ZERO
006790         GO TO 3400-EXIT
006800     END-IF.
006810     IF PaymentRemaining GREATER THAN Bucket90
006820         SUBTRACT Bucket90 FROM PaymentRemaining
006830         MOVE ZERO TO Bucket90
006840     ELSE
006850         SUBTRACT PaymentRemaining FROM Bucket90
006860         MOVE ZERO TO PaymentRemaining
006870     END-IF.
006880     IF PaymentRemaining GREATER THAN Bucket60
006890         SUBTRACT Bucket60 FROM PaymentRemaining
006900         MOVE ZERO TO Bucket60
006910     ELSE
006920         SUBTRACT PaymentRemaining FROM Bucket60
006930         MOVE ZERO TO PaymentRemaining
006940     END-IF.
006950     IF PaymentRemaining GREATER THAN Bucket30
006960         SUBTRACT Bucket30 FROM PaymentRemaining
006970         MOVE ZERO TO Bucket30
006980     ELSE
006990         SUBTRACT PaymentRemaining FROM Bucket30
007000         MOVE ZERO TO PaymentRemaining
007010     END-IF.
007020     SUBTRACT PaymentRemaining FROM BucketCurrent.
007030 3400-EXIT.
007040     EXIT.
007050*****************************************************************
007060*    3500-POST-ASSESSMENT - THE FINANCE CHARGE ON THE PAST-DUE  *
007070*    BALANCE, AND THE LATE FEE WHEN NOTHING WAS PAID ON THE     *
007080*    ACCOUNT DURING THE CYCLE; EACH IS LOGGED, ADDED TO THE     *
007090*    ACCOUNT BALANCE AND AUDITED                                *
007100*****************************************************************
007110 3500-POST-ASSESSMENT.
007120     COMPUTE FinanceChargeAmount ROUNDED =
007130         PastDueAmount * FinanceChargeRate.
007140     IF FinanceChargeAmount GREATER THAN ZERO
007150         MOVE "F" TO PostingType
007160         MOVE FinanceChargeAmount TO PostingAmount
007170         MOVE "FCHG" TO AuditActionCode
007180         PERFORM 3510-POST-ONE-CHARGE THRU 3510-EXIT
007190         IF ReceiptNotAssigned
007200             MOVE ZERO TO FinanceChargeAmount
007210             GO TO 3500-EXIT
007220         END-IF
007230         ADD FinanceChargeAmount TO FinanceChargeTotal
007240     END-IF.
007250     IF NotPaidInCycle
007260         MOVE LateFeeAmount TO LateFeeCharged
007270         MOVE "E" TO PostingType
007280         MOVE LateFeeCharged TO PostingAmount
007290         MOVE "LFEE" TO AuditActionCode
007300         PERFORM 3510-POST-ONE-CHARGE THRU 3510-EXIT
007310         IF ReceiptNotAssigned
007320             MOVE ZERO TO LateFeeCharged
007330             GO TO 3500-EXIT
007340         END-IF
007350         ADD LateFeeCharged TO LateFeeTotal
007360     END-IF.
007370     ADD 1 TO ClientsAssessed.
007380 3500-EXIT.
007390     EXIT.
007400*****************************************************************
007410*    3510-POST-ONE-CHARGE - LOGGED UNDER THE NEXT BACK-OFFICE   *
007420*    RECEIPT NUMBER AS AN ON-ACCOUNT CHARGE WITH NO LINES, SO   *
007430*    THE AGING, THE STATEMENT AND THE CROSS-FOOT ALL SEE IT     *
007440*****************************************************************
007450 3510-POST-ONE-CHARGE.
007460     PERFORM 3520-ASSIGN-RECEIPT-NUMBER THRU 3520-EXIT.
007470     IF ReceiptNotAssigned
007480         MOVE "NOT POSTED - SERIALS" TO DL-ACTION
007490         MOVE 8 TO RETURN-CODE
007500         GO TO 3510-EXIT
007510     END-IF.
007520     MOVE SPACES TO TRANSACTION-LOG-RECORD.
007530     MOVE PostingType TO TR-RECORD-TYPE.
007540     MOVE CM-CLIENT-ID TO TR-CLIENT-ID.
007550     MOVE CM-FIRST-NAME TO TR-FIRST-NAME.
007560     MOVE CM-LAST-NAME TO TR-LAST-NAME.
007570     MOVE PostingReceipt TO TR-RECEIPT-NUMBER.
007580     MOVE ZERO TO TR-REF-RECEIPT-NUMBER.
007590     MOVE ZERO TO TR-LINE-COUNT.
007600     MOVE ZERO TO TR-SUB-TOTAL.
007610     MOVE ZERO TO TR-TAX-AMOUNT.
007620     MOVE PostingAmount TO TR-GRAND-TOTAL.
007630     MOVE 1 TO TR-TENDER-COUNT.
007640     MOVE "A" TO TR-TENDER-TYPE(1).
007650     MOVE PostingAmount TO TR-TENDER-AMOUNT(1).
007655     MOVE ZERO TO TR-TENDER-GIFT-CARD(1).
007660     MOVE SPACE TO TR-TENDER-TYPE(2).
007670     MOVE ZERO TO TR-TENDER-AMOUNT(2).
007675     MOVE ZERO TO TR-TENDER-GIFT-CARD(2).
007680     MOVE SPACE TO TR-TENDER-TYPE(3).
007690     MOVE ZERO TO TR-TENDER-AMOUNT(3).
007695     MOVE ZERO TO TR-TENDER-GIFT-CARD(3).
007700     MOVE ZERO TO TR-CHANGE-DUE.
007710     MOVE ZERO TO TR-OPERATOR-ID.
007720     MOVE BusinessDate TO TR-BUSINESS-DATE.
007730     MOVE ZERO TO TR-POINTS-EARNED.
007740     MOVE ZERO TO TR-POINTS-REDEEMED.
007750     MOVE ZERO TO TR-REDEMPTION-VALUE.
007755     MOVE ZERO TO TR-GIFT-CARD-NUMBER.
007760     ACCEPT TR-TRANS-DATE FROM DATE YYYYMMDD.
007770     ACCEPT TR-TRANS-TIME FROM TIME.
007780     WRITE TRANSACTION-LOG-RECORD.
007790     ADD PostingAmount TO CM-ACCOUNT-BALANCE.
007800     MOVE AuditActionCode TO CA-ACTION-CODE.
007810     MOVE PostingAmount TO CA-AMOUNT.
007820     MOVE PostingReceipt TO CA-RECEIPT-NUMBER.
007830     PERFORM 8000-WRITE-ACCOUNT-AUDIT THRU 8000-EXIT.
007840 3510-EXIT.
007850     EXIT.
007860*****************************************************************
007870*    3520-ASSIGN-RECEIPT-NUMBER - NEXT SERIAL FOR THE BACK-     *
007880*    OFFICE AREA AND THE CYCLE MONTH; THE STORE IS CLOSED SO    *
007890*    NO REGISTER IS HOLDING THE CONTROL RECORD                  *
007900*****************************************************************
007910 3520-ASSIGN-RECEIPT-NUMBER.
007920     SET ReceiptAssigned TO TRUE.
007930     MOVE BackOfficeReceiptArea TO RC-RECEIPT-AREA.
007940     MOVE CycleMonthNumber TO RC-RECEIPT-GROUP.
007950     READ ReceiptControlFile
007960         INVALID KEY
007970         MOVE ZERO TO RC-LAST-SERIAL
007980         WRITE RECEIPT-CONTROL-RECORD
007990             INVALID KEY
008000             DISPLAY "ERROR ADDING RECEIPT CONTROL RECORD"
008010             SET ReceiptNotAssigned TO TRUE
008020             GO TO 3520-EXIT
008030         END-WRITE
008040     END-READ.
008050     IF RC-LAST-SERIAL NOT NUMERIC
008060         MOVE ZERO TO RC-LAST-SERIAL
008070     END-IF.
008080     IF RC-LAST-SERIAL = 9999
008090         DISPLAY "BACK-OFFICE RECEIPT SERIALS EXHAUSTED FOR "
008100             RC-RECEIPT-KEY
008110         SET ReceiptNotAssigned TO TRUE
008120         GO TO 3520-EXIT
008130     END-IF.
008140     ADD 1 TO RC-LAST-SERIAL.
008150     REWRITE RECEIPT-CONTROL-RECORD
008160         INVALID KEY
008170         DISPLAY "ERROR UPDATING RECEIPT CONTROL RECORD"
008180         SET ReceiptNotAssigned TO TRUE
008190         GO TO 3520-EXIT
008200     END-REWRITE.
008210     MOVE RC-RECEIPT-AREA TO PostingArea.
008220     MOVE RC-RECEIPT-GROUP TO PostingGroup.
008230     MOVE RC-LAST-SERIAL TO PostingSerial.
008240 3520-EXIT.
008250     EXIT.
008260*****************************************************************
008270*    3600-PLACE-CREDIT-HOLD - THE REGISTER REFUSES ON-ACCOUNT   *
008280*    TENDERS UNTIL A SUPERVISOR RELEASES THE HOLD (COBCRED)     *
008290*****************************************************************
008300 3600-PLACE-CREDIT-HOLD.
008310     SET CM-ON-CREDIT-HOLD TO TRUE.
008320     MOVE BusinessDate TO CM-HOLD-DATE.
008330     ADD 1 TO HoldsPlaced.
008340     MOVE "HOLD" TO CA-ACTION-CODE.
008350     MOVE ZERO TO CA-AMOUNT.
008360     MOVE ZERO TO CA-RECEIPT-NUMBER.
008370     PERFORM 8000-WRITE-ACCOUNT-AUDIT THRU 8000-EXIT.
008380     IF DL-ACTION = SPACES
008390         MOVE "CREDIT HOLD PLACED" TO DL-ACTION
008400     END-IF.
008410 3600-EXIT.
008420     EXIT.
008430*****************************************************************
008440*    3700-CHECK-ALREADY-ASSESSED - LOOK UP PREVIOUSCLIENTID IN  *
008450*    THE TABLE OF CLIENTS ALREADY ASSESSED FOR THIS CYCLE       *
008460*****************************************************************
008470 3700-CHECK-ALREADY-ASSESSED.
008480     SET NotYetAssessed TO TRUE.
008490     PERFORM 3710-CHECK-ONE-ENTRY THRU 3710-EXIT
008500         VARYING AssessedIdx FROM 1 BY 1
008510         UNTIL AssessedIdx > AssessedCount
008520             OR AlreadyAssessed.
008530 3700-EXIT.
008540     EXIT.
008550 3710-CHECK-ONE-ENTRY.
008560     IF AssessedClientId(AssessedIdx) = PreviousClientId
008570         SET AlreadyAssessed TO TRUE
008580     END-IF.
008590 3710-EXIT.
008600     EXIT.
008610 3800-PRINT-CLIENT-LINE.
008620     MOVE PreviousClientId TO DL-CLIENT-ID.
008630     MOVE CM-LAST-NAME TO DL-LAST-NAME.
008640     MOVE CM-FIRST-NAME TO DL-FIRST-NAME.
008650     MOVE PastDueAmount TO DL-PAST-DUE.
008660     MOVE FinanceChargeAmount TO DL-FINANCE-CHARGE.
008670     MOVE LateFeeCharged TO DL-LATE-FEE.
008680     MOVE CM-ACCOUNT-BALANCE TO DL-BALANCE.
008690     WRITE PRINT-LINE FROM DetailLine.
008700 3800-EXIT.
008710     EXIT.
008720 3900-PRINT-TOTALS.
008730     MOVE SPACES TO PRINT-LINE.
008740     WRITE PRINT-LINE.
008750     MOVE "CLIENTS ASSESSED - FINANCE CHARGES" TO TL-LABEL.
008760     MOVE ClientsAssessed TO TL-COUNT.
008770     MOVE FinanceChargeTotal TO TL-AMOUNT.
008780     WRITE PRINT-LINE FROM TotalLine.
008790     MOVE "LATE FEES" TO TL-LABEL.
008800     MOVE ZERO TO TL-COUNT.
008810     MOVE LateFeeTotal TO TL-AMOUNT.
008820     WRITE PRINT-LINE FROM TotalLine.
008830     MOVE "ALREADY ASSESSED THIS CYCLE - SKIPPED" TO TL-LABEL.
008840     MOVE ClientsSkipped TO TL-COUNT.
008850     MOVE ZERO TO TL-AMOUNT.
008860     WRITE PRINT-LINE FROM TotalLine.
008870     MOVE "CREDIT HOLDS PLACED" TO TL-LABEL.
008880     MOVE HoldsPlaced TO TL-COUNT.
008890     MOVE ZERO TO TL-AMOUNT.
008900     WRITE PRINT-LINE FROM TotalLine.
008910 3900-EXIT.
008920     EXIT.
008930*****************************************************************
008940*    8000-WRITE-ACCOUNT-AUDIT - THE CALLER SETS THE ACTION,     *
008950*    AMOUNT AND RECEIPT; THE REST COMES FROM THE CLIENT RECORD  *
008960*****************************************************************
008970 8000-WRITE-ACCOUNT-AUDIT.
008980     MOVE CM-CLIENT-ID TO CA-CLIENT-ID.
008990     MOVE PastDueAmount TO CA-PAST-DUE-AMOUNT.
009000     MOVE CM-ACCOUNT-BALANCE TO CA-ACCOUNT-BALANCE.
009010     MOVE CycleMonth TO CA-CYCLE-MONTH.
009020     ACCEPT CA-CHANGE-DATE FROM DATE YYYYMMDD.
009030     ACCEPT CA-CHANGE-TIME FROM TIME.
009040     MOVE ZERO TO CA-CHANGED-BY.
009050     WRITE ACCOUNT-AUDIT-RECORD.
009060 8000-EXIT.
009070     EXIT.
009080*****************************************************************
009090*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN            *
009100*****************************************************************
009110 9000-TERMINATE.
009120     CLOSE ClientMasterFile.
009130     CLOSE ReceiptControlFile.
009140     IF HistoryAvailable
009150         CLOSE ReceiptHistoryFile
009160     END-IF.
009170     CLOSE AccountAuditFile.
009180     CLOSE PrintFile.
009190 9000-EXIT.
009200     EXIT.
