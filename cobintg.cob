000010*****************************************************************
000020*    PROGRAM-ID  : COBINTG                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                               *
000040*    INSTALLATION: RETAIL SYSTEMS                               *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : CROSS-FILE INTEGRITY CHECK FOR THE CLOSE     *
000070*                  STREAM.  RUNS AFTER THE STORE IS CLOSED AND  *
000080*                  BEFORE ANY REPORT, AND PRINTS AN EXCEPTION   *
000090*                  LIST OF -                                    *
000100*                    LOG LINES FOR PRODUCTS NOT ON PRODCAT      *
000110*                    LOG RECORDS FOR CLIENTS NOT ON CLIENTMST   *
000120*                    RECEIPT AREA/GROUPS WHOSE RCPTCTL LAST     *
000130*                    SERIAL IS BELOW THE HIGHEST SERIAL ON THE  *
000140*                    LOG OR HISTORY, OR MISSING FROM RCPTCTL    *
000150*                    HELD SALES PARKED BY INACTIVE OPERATORS    *
000160*                    ACCOUNT BALANCES NOT AGREEING WITH THE     *
000170*                    ON-ACCOUNT ACTIVITY ON THE LOG AND HISTORY *
000180*                  A RECEIPT SERIAL THAT WOULD BE REISSUED IS   *
000190*                  SERIOUS AND ENDS THE STEP WITH RC 8 SO THE   *
000200*                  STREAM STOPS; EVERYTHING ELSE IS A WARNING   *
000210*                  FOR THE MORNING AND LEAVES RC 0.             *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                               *
000240*    10/15/26   RK    ORIGINAL PROGRAM - INTEGRITY CHECK        *
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. cobintg.
000280 AUTHOR. Romeo Klamadji.
000290 INSTALLATION. Retail Systems.
000300 DATE-WRITTEN. 10/15/26.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT StoreControlFile ASSIGN TO "STORCTL"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS SC-CONTROL-KEY
000390         FILE STATUS IS FileStatusStoreControl.
000400     SELECT OPTIONAL TransactionLogFile ASSIGN TO "TRANLOG"
000410         ORGANIZATION IS SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS FileStatusTransactionLog.
000440     SELECT ReceiptHistoryFile ASSIGN TO "RCPTHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS TH-RECEIPT-NUMBER
000480         FILE STATUS IS FileStatusReceiptHistory.
000490     SELECT ProductCatalogFile ASSIGN TO "PRODCAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PC-PRODUCT-NUMBER
000530         FILE STATUS IS FileStatusProductCatalog.
000540     SELECT ClientMasterFile ASSIGN TO "CLIENTMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CM-CLIENT-ID
000580         FILE STATUS IS FileStatusClientMaster.
000590     SELECT ReceiptControlFile ASSIGN TO "RCPTCTL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS RC-RECEIPT-KEY
000630         FILE STATUS IS FileStatusReceiptControl.
000640     SELECT HeldSalesFile ASSIGN TO "HELDSALE"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS HS-HOLD-NUMBER
000680         FILE STATUS IS FileStatusHeldSales.
000690     SELECT OperatorFile ASSIGN TO "OPERMST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS OP-OPERATOR-ID
000730         FILE STATUS IS FileStatusOperator.
000740     SELECT PrintFile ASSIGN TO "INTGRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FileStatusPrintFile.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  StoreControlFile.
000800     COPY storctl.
000810 FD  TransactionLogFile
000820     RECORDING MODE IS F.
000830     COPY tranrec.
000840 FD  ReceiptHistoryFile.
000850     COPY tranrec
000860         REPLACING ==TRANSACTION-LOG-RECORD==
000870             BY ==RECEIPT-HISTORY-RECORD==
000880         LEADING ==TR-== BY ==TH-==.
000890 FD  ProductCatalogFile.
000900     COPY prodrec.
000910 FD  ClientMasterFile.
000920     COPY clientrec.
000930 FD  ReceiptControlFile.
000940     COPY rctlrec.
000950 FD  HeldSalesFile.
000960     COPY heldrec.
000970 FD  OperatorFile.
000980     COPY operrec.
000990 FD  PrintFile.
001000 01  PRINT-LINE                    PIC X(132).
001010 WORKING-STORAGE SECTION.
001020*****************************************************************
001030*    FILE STATUS SWITCHES                                       *
001040*****************************************************************
001050 77  FileStatusStoreControl        PIC X(02) VALUE "00".
001060 77  FileStatusTransactionLog      PIC X(02) VALUE "00".
001070 77  FileStatusReceiptHistory      PIC X(02) VALUE "00".
001080 77  FileStatusProductCatalog      PIC X(02) VALUE "00".
001090 77  FileStatusClientMaster        PIC X(02) VALUE "00".
001100 77  FileStatusReceiptControl      PIC X(02) VALUE "00".
001110 77  FileStatusHeldSales           PIC X(02) VALUE "00".
001120 77  FileStatusOperator            PIC X(02) VALUE "00".
001130 77  FileStatusPrintFile           PIC X(02) VALUE "00".
001140*****************************************************************
001150*    END-OF-FILE AND AVAILABILITY SWITCHES, SUBSCRIPTS          *
001160*****************************************************************
001170 77  EndOfTranLogSwitch            PIC X(01) VALUE "N".
001180     88  EndOfTransactionLog           VALUE "Y".
001190 77  EndOfHistorySwitch            PIC X(01) VALUE "N".
001200     88  EndOfHistoryFile              VALUE "Y".
001210 77  EndOfHeldSwitch               PIC X(01) VALUE "N".
001220     88  EndOfHeldSales                VALUE "Y".
001230 77  EndOfClientSwitch             PIC X(01) VALUE "N".
001240     88  EndOfClientMaster             VALUE "Y".
001250 77  HistoryAvailableSwitch        PIC X(01) VALUE "N".
001260     88  HistoryAvailable              VALUE "Y".
001270     88  HistoryNotAvailable           VALUE "N".
001280 77  ControlAvailableSwitch        PIC X(01) VALUE "N".
001290     88  ControlAvailable              VALUE "Y".
001300     88  ControlNotAvailable           VALUE "N".
001310 77  HeldAvailableSwitch           PIC X(01) VALUE "N".
001320     88  HeldAvailable                 VALUE "Y".
001330     88  HeldNotAvailable              VALUE "N".
001340 77  SeveritySwitch                PIC X(01) VALUE "W".
001350     88  SeriousBreak                  VALUE "S".
001360     88  WarningOnly                   VALUE "W".
001370 77  LineIdx                       PIC 9(02) COMP.
001380 77  TenderIdx                     PIC 9(01) COMP.
001390 77  SerialIdx                     PIC 9(04) COMP.
001400 77  MatchIdx                      PIC 9(04) COMP.
001410 77  ClientIdx                     PIC 9(05) COMP.
001420 77  BusinessDate                  PIC 9(08) VALUE ZERO.
001430 77  AcctTenderTotal               PIC S9(09)V99 VALUE ZERO.
001440 77  BalanceOnFile                 PIC S9(09)V99 VALUE ZERO.
001450 77  ReceiptKeyWork                PIC X(11).
001460*****************************************************************
001470*    HIGHEST SERIAL SEEN PER RECEIPT AREA/GROUP                 *
001480*****************************************************************
001490 77  SerialCount                   PIC 9(04) COMP VALUE ZERO.
001500 77  MaxSerialEntries              PIC 9(04) COMP VALUE 500.
001510 01  SerialTable.
001520     02  SerialEntry OCCURS 500 TIMES.
001530         03  ST-RECEIPT-KEY.
001540             04  ST-RECEIPT-AREA   PIC 9(03).
001550             04  ST-RECEIPT-GROUP  PIC 9(02).
001560         03  ST-HIGH-SERIAL        PIC 9(04).
001570*****************************************************************
001580*    ON-ACCOUNT ACTIVITY PER CLIENT - SUBSCRIPTED BY CLIENT ID  *
001590*****************************************************************
001600 01  AccountActivityTable.
001610     02  AccountActivity OCCURS 9999 TIMES.
001620         03  AA-ACTIVITY           PIC S9(09)V99.
001630         03  AA-ON-FILE-SW         PIC X(01).
001640             88  AA-CLIENT-ON-FILE     VALUE "Y".
001650*****************************************************************
001660*    EXCEPTION COUNTS                                           *
001670*****************************************************************
001680 77  SeriousCount                  PIC 9(05) VALUE ZERO.
001690 77  WarningCount                  PIC 9(05) VALUE ZERO.
001700 77  ProductExceptionCount         PIC 9(05) VALUE ZERO.
001710 77  ClientExceptionCount          PIC 9(05) VALUE ZERO.
001720 77  SerialExceptionCount          PIC 9(05) VALUE ZERO.
001730 77  HeldExceptionCount            PIC 9(05) VALUE ZERO.
001740 77  BalanceExceptionCount         PIC 9(05) VALUE ZERO.
001750*****************************************************************
001760*    REPORT LINE WORK AREAS                                     *
001770*****************************************************************
001780 01  HeadingLine1.
001790     05  FILLER                    PIC X(40)
001800         VALUE "COBOLTAT CROSS-FILE INTEGRITY CHECK FOR ".
001810     05  HL1-BUSINESS-DATE         PIC 9(08).
001820 01  SectionHeadingLine.
001830     05  SHL-TEXT                  PIC X(60).
001840 01  ColumnHeadingLine.
001850     05  FILLER                    PIC X(40) VALUE
001860         " SEVERITY KEY          REFERENCE    MESS".
001870     05  FILLER                    PIC X(40) VALUE
001880         "AGE                                     ".
001890     05  FILLER                    PIC X(30) VALUE
001900         "      ON FILE         EXPECTED".
001910 01  ExceptionDetailLine.
001920     05  FILLER                    PIC X(01) VALUE SPACES.
001930     05  EDL-SEVERITY              PIC X(07).
001940     05  FILLER                    PIC X(02) VALUE SPACES.
001950     05  EDL-KEY                   PIC X(11).
001960     05  FILLER                    PIC X(02) VALUE SPACES.
001970     05  EDL-REFERENCE             PIC X(11).
001980     05  FILLER                    PIC X(02) VALUE SPACES.
001990     05  EDL-MESSAGE               PIC X(42).
002000     05  EDL-VALUES.
002010         10  EDL-ON-FILE           PIC ZZZ,ZZZ,ZZ9.99-.
002020         10  FILLER                PIC X(02).
002030         10  EDL-EXPECTED          PIC ZZZ,ZZZ,ZZ9.99-.
002040     05  EDL-SERIAL-VALUES REDEFINES EDL-VALUES.
002050         10  FILLER                PIC X(11).
002060         10  EDL-ON-FILE-SERIAL    PIC ZZZ9.
002070         10  FILLER                PIC X(13).
002080         10  EDL-EXPECTED-SERIAL   PIC ZZZ9.
002090 01  ReceiptKeyFields.
002100     05  RK-AREA                   PIC 9(03).
002110     05  FILLER                    PIC X(01) VALUE "-".
002120     05  RK-GROUP                  PIC 9(02).
002130     05  FILLER                    PIC X(01) VALUE "-".
002140     05  RK-SERIAL                 PIC 9(04).
002150 01  ReferenceFields.
002160     05  RF-LABEL                  PIC X(07).
002170     05  RF-NUMBER                 PIC 9(04).
002180 01  NoExceptionLine.
002190     05  FILLER                    PIC X(40) VALUE
002200         "   NO EXCEPTIONS".
002210 01  SummaryCountLine.
002220     05  FILLER                    PIC X(01) VALUE SPACES.
002230     05  SCL-LABEL                 PIC X(40).
002240     05  SCL-COUNT                 PIC ZZZZ9.
002250 PROCEDURE DIVISION.
002260*****************************************************************
002270*    0000-MAINLINE                                              *
002280*****************************************************************
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     PERFORM 2000-CHECK-LOG-RECORDS THRU 2000-EXIT.
002320     IF HistoryAvailable
002330         PERFORM 2200-CHECK-HISTORY-RECORDS THRU 2200-EXIT
002340     END-IF.
002350     PERFORM 3000-CHECK-RECEIPT-CONTROL THRU 3000-EXIT.
002360     PERFORM 4000-CHECK-HELD-SALES THRU 4000-EXIT.
002370     PERFORM 5000-CHECK-ACCOUNT-BALANCES THRU 5000-EXIT.
002380     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     IF SeriousCount NOT = ZERO
002410         DISPLAY "INTEGRITY CHECK FAILED - " SeriousCount
002420             " SERIOUS BREAKS - SEE INTGRPT"
002430         MOVE 8 TO RETURN-CODE
002440     ELSE
002450         DISPLAY "INTEGRITY CHECK CLEAN - " WarningCount
002460             " WARNINGS - SEE INTGRPT"
002470     END-IF.
002480     STOP RUN.
002490*****************************************************************
002500*    1000-INITIALIZE - THE MASTERS THE CHECKS READ MUST OPEN;   *
002510*    A MISSING HISTORY, RECEIPT CONTROL OR HELD SALES FILE IS   *
002520*    NOTED AND ITS CHECK WORKS FROM WHAT IS THERE               *
002530*****************************************************************
002540 1000-INITIALIZE.
002550     OPEN INPUT StoreControlFile.
002560     IF FileStatusStoreControl NOT = "00"
002570         DISPLAY "UNABLE TO OPEN STORE CONTROL - STATUS "
002580             FileStatusStoreControl
002590         MOVE 8 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     MOVE 1 TO SC-CONTROL-KEY.
002630     READ StoreControlFile
002640         INVALID KEY
002650         DISPLAY "STORE CONTROL RECORD MISSING - ENDING RUN"
002660         MOVE 8 TO RETURN-CODE
002670         STOP RUN
002680     END-READ.
002690     MOVE SC-BUSINESS-DATE TO BusinessDate.
002700     CLOSE StoreControlFile.
002710     OPEN INPUT TransactionLogFile.
002720     IF FileStatusTransactionLog NOT = "00"
002730         AND FileStatusTransactionLog NOT = "05"
002740         DISPLAY "UNABLE TO OPEN TRANSACTION LOG - STATUS "
002750             FileStatusTransactionLog
002760         MOVE 8 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     OPEN INPUT ReceiptHistoryFile.
002800     IF FileStatusReceiptHistory = "00"
002810         SET HistoryAvailable TO TRUE
002820     ELSE
002830         SET HistoryNotAvailable TO TRUE
002840         DISPLAY "RECEIPT HISTORY NOT AVAILABLE - LOG ONLY"
002850             " (STATUS " FileStatusReceiptHistory ")"
002860     END-IF.
002870     OPEN INPUT ProductCatalogFile.
002880     IF FileStatusProductCatalog NOT = "00"
002890         DISPLAY "UNABLE TO OPEN PRODUCT CATALOG - STATUS "
002900             FileStatusProductCatalog
002910         MOVE 8 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     OPEN INPUT ClientMasterFile.
002950     IF FileStatusClientMaster NOT = "00"
002960         DISPLAY "UNABLE TO OPEN CLIENT MASTER - STATUS "
002970             FileStatusClientMaster
002980         MOVE 8 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     OPEN INPUT ReceiptControlFile.
003020     IF FileStatusReceiptControl = "00"
003030         SET ControlAvailable TO TRUE
003040     ELSE
003050         SET ControlNotAvailable TO TRUE
003060         DISPLAY "RECEIPT CONTROL NOT AVAILABLE - STATUS "
003070             FileStatusReceiptControl
003080     END-IF.
003090     OPEN INPUT HeldSalesFile.
003100     IF FileStatusHeldSales = "00"
003110         SET HeldAvailable TO TRUE
003120     ELSE
003130         SET HeldNotAvailable TO TRUE
003140         DISPLAY "HELD SALES FILE NOT AVAILABLE - STATUS "
003150             FileStatusHeldSales
003160     END-IF.
003170     OPEN INPUT OperatorFile.
003180     IF FileStatusOperator NOT = "00"
003190         DISPLAY "UNABLE TO OPEN OPERATOR MASTER - STATUS "
003200             FileStatusOperator
003210         MOVE 8 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     OPEN OUTPUT PrintFile.
003250     IF FileStatusPrintFile NOT = "00"
003260         DISPLAY "UNABLE TO OPEN INTEGRITY REPORT - STATUS "
003270             FileStatusPrintFile
003280         MOVE 8 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     MOVE ZEROS TO AccountActivityTable.
003320     MOVE BusinessDate TO HL1-BUSINESS-DATE.
003330     WRITE PRINT-LINE FROM HeadingLine1.
003340     MOVE SPACES TO PRINT-LINE.
003350     WRITE PRINT-LINE.
003360     WRITE PRINT-LINE FROM ColumnHeadingLine.
003370     MOVE SPACES TO EDL-VALUES.
003380 1000-EXIT.
003390     EXIT.
003400*****************************************************************
003410*    2000-CHECK-LOG-RECORDS - EVERY PRODUCT AND CLIENT ON THE   *
003420*    ONLINE LOG MUST STILL BE ON ITS MASTER.  THE LOG ALSO      *
003430*    FEEDS THE SERIAL TABLE AND, FOR RECEIPTS NOT YET IN        *
003440*    HISTORY, THE ON-ACCOUNT ACTIVITY                           *
003450*****************************************************************
003460 2000-CHECK-LOG-RECORDS.
003470     MOVE "TRANSACTION LOG REFERENCES TO PRODCAT AND CLIENTMST"
003480         TO SHL-TEXT.
003490     PERFORM 8100-PRINT-SECTION-HEADING THRU 8100-EXIT.
003500     PERFORM 2100-CHECK-ONE-LOG-RECORD THRU 2100-EXIT
003510         UNTIL EndOfTransactionLog.
003520     IF ProductExceptionCount = ZERO
003530         AND ClientExceptionCount = ZERO
003540         WRITE PRINT-LINE FROM NoExceptionLine
003550     END-IF.
003560 2000-EXIT.
003570     EXIT.
003580 2100-CHECK-ONE-LOG-RECORD.
003590     READ TransactionLogFile
003600         AT END SET EndOfTransactionLog TO TRUE
003610     END-READ.
003620     IF EndOfTransactionLog
003630         GO TO 2100-EXIT
003640     END-IF.
003650     MOVE TR-RECEIPT-AREA TO RK-AREA.
003660     MOVE TR-RECEIPT-GROUP TO RK-GROUP.
003670     MOVE TR-RECEIPT-SERIAL TO RK-SERIAL.
003680     MOVE ReceiptKeyFields TO ReceiptKeyWork.
003690     IF TR-LINE-COUNT NUMERIC
003700         PERFORM 2110-CHECK-ONE-LINE THRU 2110-EXIT
003710             VARYING LineIdx FROM 1 BY 1
003720             UNTIL LineIdx > TR-LINE-COUNT
003730                 OR LineIdx > 10
003740     END-IF.
003750     IF TR-CLIENT-ID NUMERIC
003760         AND TR-CLIENT-ID NOT = ZERO
003770         MOVE TR-CLIENT-ID TO CM-CLIENT-ID
003780         READ ClientMasterFile
003790             INVALID KEY
003800             SET WarningOnly TO TRUE
003810             MOVE ReceiptKeyWork TO EDL-KEY
003820             MOVE "CLIENT" TO RF-LABEL
003830             MOVE TR-CLIENT-ID TO RF-NUMBER
003840             MOVE ReferenceFields TO EDL-REFERENCE
003850             MOVE "CLIENT NOT ON CLIENT MASTER"
003860                 TO EDL-MESSAGE
003870             PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
003880             ADD 1 TO ClientExceptionCount
003890         END-READ
003900     END-IF.
003910     PERFORM 6000-NOTE-SERIAL THRU 6000-EXIT.
003920     IF HistoryAvailable
003930         MOVE TR-RECEIPT-NUMBER TO TH-RECEIPT-NUMBER
003940         READ ReceiptHistoryFile
003950             INVALID KEY CONTINUE
003960         END-READ
003970         IF FileStatusReceiptHistory = "00"
003980             GO TO 2100-EXIT
003990         END-IF
004000     END-IF.
004010     PERFORM 6100-ADD-ACCOUNT-ACTIVITY THRU 6100-EXIT.
004020 2100-EXIT.
004030     EXIT.
004040 2110-CHECK-ONE-LINE.
004050     IF TR-PRODUCT-NUMBER(LineIdx) NOT NUMERIC
004060         OR TR-PRODUCT-NUMBER(LineIdx) = ZERO
004070         GO TO 2110-EXIT
004080     END-IF.
004090     MOVE TR-PRODUCT-NUMBER(LineIdx) TO PC-PRODUCT-NUMBER.
004100     READ ProductCatalogFile
004110         INVALID KEY
004120         SET WarningOnly TO TRUE
004130         MOVE ReceiptKeyWork TO EDL-KEY
004140         MOVE "PROD" TO RF-LABEL
004150         MOVE TR-PRODUCT-NUMBER(LineIdx) TO RF-NUMBER
004160         MOVE ReferenceFields TO EDL-REFERENCE
004170         MOVE "PRODUCT NOT ON PRODUCT CATALOG"
004180             TO EDL-MESSAGE
004190         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
004200         ADD 1 TO ProductExceptionCount
004210     END-READ.
004220 2110-EXIT.
004230     EXIT.
004240*****************************************************************
004250*    2200-CHECK-HISTORY-RECORDS - HISTORY FEEDS THE SERIAL      *
004260*    TABLE AND THE ON-ACCOUNT ACTIVITY ONLY                     *
004270*****************************************************************
004280 2200-CHECK-HISTORY-RECORDS.
004290     MOVE ZERO TO TH-RECEIPT-NUMBER.
004300     START ReceiptHistoryFile
004310         KEY IS NOT LESS THAN TH-RECEIPT-NUMBER
004320         INVALID KEY SET EndOfHistoryFile TO TRUE
004330     END-START.
004340     PERFORM 2210-CHECK-ONE-HISTORY THRU 2210-EXIT
004350         UNTIL EndOfHistoryFile.
004360 2200-EXIT.
004370     EXIT.
004380 2210-CHECK-ONE-HISTORY.
004390     READ ReceiptHistoryFile NEXT RECORD
004400         AT END SET EndOfHistoryFile TO TRUE
004410     END-READ.
004420     IF EndOfHistoryFile
004430         GO TO 2210-EXIT
004440     END-IF.
004450     MOVE RECEIPT-HISTORY-RECORD TO TRANSACTION-LOG-RECORD.
004460     PERFORM 6000-NOTE-SERIAL THRU 6000-EXIT.
004470     PERFORM 6100-ADD-ACCOUNT-ACTIVITY THRU 6100-EXIT.
004480 2210-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    3000-CHECK-RECEIPT-CONTROL - FOR EVERY AREA/GROUP ON THE   *
004520*    LOG OR HISTORY, RCPTCTL MUST HOLD A LAST SERIAL AT LEAST   *
004530*    AS HIGH AS THE HIGHEST ONE ISSUED, OR THE REGISTER WILL    *
004540*    HAND OUT A RECEIPT NUMBER ALREADY USED.  SERIOUS           *
004550*****************************************************************
004560 3000-CHECK-RECEIPT-CONTROL.
004570     MOVE "RECEIPT CONTROL SERIALS AGAINST LOG AND HISTORY"
004580         TO SHL-TEXT.
004590     PERFORM 8100-PRINT-SECTION-HEADING THRU 8100-EXIT.
004600     PERFORM 3100-CHECK-ONE-SERIAL THRU 3100-EXIT
004610         VARYING SerialIdx FROM 1 BY 1
004620         UNTIL SerialIdx > SerialCount.
004630     IF SerialExceptionCount = ZERO
004640         WRITE PRINT-LINE FROM NoExceptionLine
004650     END-IF.
004660 3000-EXIT.
004670     EXIT.
004680 3100-CHECK-ONE-SERIAL.
004690     MOVE ST-RECEIPT-AREA(SerialIdx) TO RK-AREA.
004700     MOVE ST-RECEIPT-GROUP(SerialIdx) TO RK-GROUP.
004710     MOVE ST-HIGH-SERIAL(SerialIdx) TO RK-SERIAL.
004720     MOVE ReceiptKeyFields TO EDL-KEY.
004730     MOVE SPACES TO EDL-REFERENCE.
004740     IF ControlNotAvailable
004750         MOVE ZERO TO RC-LAST-SERIAL
004760         MOVE "23" TO FileStatusReceiptControl
004770     ELSE
004780         MOVE ST-RECEIPT-KEY(SerialIdx) TO RC-RECEIPT-KEY
004790         READ ReceiptControlFile
004800             INVALID KEY MOVE ZERO TO RC-LAST-SERIAL
004810         END-READ
004820     END-IF.
004830     IF FileStatusReceiptControl NOT = "00"
004840         SET SeriousBreak TO TRUE
004850         MOVE "NO RECEIPT CONTROL - SERIALS WOULD RESTART"
004860             TO EDL-MESSAGE
004870         MOVE ZERO TO EDL-ON-FILE-SERIAL
004880         MOVE ST-HIGH-SERIAL(SerialIdx) TO EDL-EXPECTED-SERIAL
004890         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
004900         ADD 1 TO SerialExceptionCount
004910         GO TO 3100-EXIT
004920     END-IF.
004930     IF RC-LAST-SERIAL LESS THAN ST-HIGH-SERIAL(SerialIdx)
004940         SET SeriousBreak TO TRUE
004950         MOVE "LAST SERIAL BELOW HIGHEST ISSUED - REUSE"
004960             TO EDL-MESSAGE
004970         MOVE RC-LAST-SERIAL TO EDL-ON-FILE-SERIAL
004980         MOVE ST-HIGH-SERIAL(SerialIdx) TO EDL-EXPECTED-SERIAL
004990         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
005000         ADD 1 TO SerialExceptionCount
005010     END-IF.
005020 3100-EXIT.
005030     EXIT.
005040*****************************************************************
005050*    4000-CHECK-HELD-SALES - A HELD SALE PARKED BY AN OPERATOR  *
005060*    NO LONGER ACTIVE (OR NO LONGER ON FILE) CAN NOT BE         *
005070*    RESUMED BY THE OPERATOR WHO TOOK IT                        *
005080*****************************************************************
005090 4000-CHECK-HELD-SALES.
005100     MOVE "HELD SALES AGAINST THE OPERATOR MASTER" TO SHL-TEXT.
005110     PERFORM 8100-PRINT-SECTION-HEADING THRU 8100-EXIT.
005120     IF HeldNotAvailable
005130         GO TO 4000-EXIT
005140     END-IF.
005150     MOVE ZERO TO HS-HOLD-NUMBER.
005160     START HeldSalesFile KEY IS NOT LESS THAN HS-HOLD-NUMBER
005170         INVALID KEY SET EndOfHeldSales TO TRUE
005180     END-START.
005190     PERFORM 4100-CHECK-ONE-HELD-SALE THRU 4100-EXIT
005200         UNTIL EndOfHeldSales.
005210     IF HeldExceptionCount = ZERO
005220         WRITE PRINT-LINE FROM NoExceptionLine
005230     END-IF.
005240 4000-EXIT.
005250     EXIT.
005260 4100-CHECK-ONE-HELD-SALE.
005270     READ HeldSalesFile NEXT RECORD
005280         AT END SET EndOfHeldSales TO TRUE
005290     END-READ.
005300     IF EndOfHeldSales
005310         GO TO 4100-EXIT
005320     END-IF.
005330     MOVE "HOLD" TO RF-LABEL.
005340     MOVE HS-HOLD-NUMBER TO RF-NUMBER.
005350     MOVE ReferenceFields TO EDL-KEY.
005360     MOVE "OPER" TO RF-LABEL.
005370     MOVE HS-HELD-BY TO RF-NUMBER.
005380     MOVE ReferenceFields TO EDL-REFERENCE.
005390     MOVE HS-HELD-BY TO OP-OPERATOR-ID.
005400     READ OperatorFile
005410         INVALID KEY
005420         SET WarningOnly TO TRUE
005430         MOVE "HELD BY OPERATOR NOT ON OPERATOR MASTER"
005440             TO EDL-MESSAGE
005450         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
005460         ADD 1 TO HeldExceptionCount
005470         GO TO 4100-EXIT
005480     END-READ.
005490     IF OP-IS-INACTIVE
005500         SET WarningOnly TO TRUE
005510         MOVE "HELD BY INACTIVE OPERATOR" TO EDL-MESSAGE
005520         PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT
005530         ADD 1 TO HeldExceptionCount
005540     END-IF.
005550 4100-EXIT.
005560     EXIT.
005570*****************************************************************
005580*    5000-CHECK-ACCOUNT-BALANCES - EVERY CLIENT'S BALANCE ON    *
005590*    FILE AGAINST THE ON-ACCOUNT ACTIVITY ON THE LOG AND        *
005600*    HISTORY, THEN ANY ACTIVITY LEFT UNDER A CLIENT ID THAT IS  *
005610*    NO LONGER ON THE MASTER                                    *
005620*****************************************************************
005630 5000-CHECK-ACCOUNT-BALANCES.
005640     MOVE "ACCOUNT BALANCES AGAINST ON-ACCOUNT ACTIVITY"
005650         TO SHL-TEXT.
005660     PERFORM 8100-PRINT-SECTION-HEADING THRU 8100-EXIT.
005670     MOVE ZERO TO CM-CLIENT-ID.
005680     START ClientMasterFile KEY IS NOT LESS THAN CM-CLIENT-ID
005690         INVALID KEY SET EndOfClientMaster TO TRUE
005700     END-START.
005710     PERFORM 5100-CHECK-ONE-CLIENT THRU 5100-EXIT
005720         UNTIL EndOfClientMaster.
005730     PERFORM 5200-CHECK-ONE-ORPHAN THRU 5200-EXIT
005740         VARYING ClientIdx FROM 1 BY 1
005750         UNTIL ClientIdx > 9999.
005760     IF BalanceExceptionCount = ZERO
005770         WRITE PRINT-LINE FROM NoExceptionLine
005780     END-IF.
005790 5000-EXIT.
005800     EXIT.
005810 5100-CHECK-ONE-CLIENT.
005820     READ ClientMasterFile NEXT RECORD
005830         AT END SET EndOfClientMaster TO TRUE
005840     END-READ.
005850     IF EndOfClientMaster
005860         GO TO 5100-EXIT
005870     END-IF.
005880     IF CM-CLIENT-ID NOT NUMERIC
005890         OR CM-CLIENT-ID = ZERO
005900         GO TO 5100-EXIT
005910     END-IF.
005920     MOVE CM-CLIENT-ID TO ClientIdx.
005930     SET AA-CLIENT-ON-FILE(ClientIdx) TO TRUE.
005940     IF CM-ACCOUNT-BALANCE NUMERIC
005950         MOVE CM-ACCOUNT-BALANCE TO BalanceOnFile
005960     ELSE
005970         MOVE ZERO TO BalanceOnFile
005980     END-IF.
005990     IF BalanceOnFile = AA-ACTIVITY(ClientIdx)
006000         GO TO 5100-EXIT
006010     END-IF.
006020     SET WarningOnly TO TRUE.
006030     MOVE "CLIENT" TO RF-LABEL.
006040     MOVE CM-CLIENT-ID TO RF-NUMBER.
006050     MOVE ReferenceFields TO EDL-KEY.
006060     MOVE SPACES TO EDL-REFERENCE.
006070     MOVE "BALANCE DOES NOT AGREE WITH ACTIVITY" TO EDL-MESSAGE.
006080     MOVE BalanceOnFile TO EDL-ON-FILE.
006090     MOVE AA-ACTIVITY(ClientIdx) TO EDL-EXPECTED.
006100     PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT.
006110     ADD 1 TO BalanceExceptionCount.
006120 5100-EXIT.
006130     EXIT.
006140 5200-CHECK-ONE-ORPHAN.
006150     IF AA-CLIENT-ON-FILE(ClientIdx)
006160         OR AA-ACTIVITY(ClientIdx) = ZERO
006170         GO TO 5200-EXIT
006180     END-IF.
006190     SET WarningOnly TO TRUE.
006200     MOVE "CLIENT" TO RF-LABEL.
006210     MOVE ClientIdx TO RF-NUMBER.
006220     MOVE ReferenceFields TO EDL-KEY.
006230     MOVE SPACES TO EDL-REFERENCE.
006240     MOVE "ACCOUNT ACTIVITY FOR CLIENT NOT ON FILE"
006250         TO EDL-MESSAGE.
006260     MOVE ZERO TO EDL-ON-FILE.
006270     MOVE AA-ACTIVITY(ClientIdx) TO EDL-EXPECTED.
006280     PERFORM 8000-PRINT-EXCEPTION THRU 8000-EXIT.
006290     ADD 1 TO BalanceExceptionCount.
006300 5200-EXIT.
006310     EXIT.
006320*****************************************************************
006330*    6000-NOTE-SERIAL - KEEP THE HIGHEST SERIAL ISSUED FOR THE  *
006340*    RECORD'S RECEIPT AREA/GROUP.  A FULL TABLE COUNTS AS A     *
006350*    SERIOUS BREAK SO THE CHECK IS NEVER SILENTLY INCOMPLETE    *
006360*****************************************************************
006370 6000-NOTE-SERIAL.
006380     IF TR-RECEIPT-NUMBER NOT NUMERIC
006390         OR TR-RECEIPT-NUMBER = ZERO
006400         GO TO 6000-EXIT
006410     END-IF.
006420     MOVE ZERO TO MatchIdx.
006430     PERFORM 6010-CHECK-ONE-SERIAL-ENTRY THRU 6010-EXIT
006440         VARYING SerialIdx FROM 1 BY 1
006450         UNTIL SerialIdx > SerialCount
006460             OR MatchIdx NOT = ZERO.
006470     IF MatchIdx NOT = ZERO
006480         IF TR-RECEIPT-SERIAL GREATER THAN
006490             ST-HIGH-SERIAL(MatchIdx)
006500             MOVE TR-RECEIPT-SERIAL TO ST-HIGH-SERIAL(MatchIdx)
006510         END-IF
006520         GO TO 6000-EXIT
006530     END-IF.
006540     IF SerialCount = MaxSerialEntries
006550         DISPLAY "SERIAL TABLE FULL AT " MaxSerialEntries
006560             " - INCREASE AND RERUN"
006570         ADD 1 TO SeriousCount
006580         GO TO 6000-EXIT
006590     END-IF.
006600     ADD 1 TO SerialCount.
006610     MOVE TR-RECEIPT-AREA TO ST-RECEIPT-AREA(SerialCount).
006620     MOVE TR-RECEIPT-GROUP TO ST-RECEIPT-GROUP(SerialCount).
006630     MOVE TR-RECEIPT-SERIAL TO ST-HIGH-SERIAL(SerialCount).
006640 6000-EXIT.
006650     EXIT.
006660 6010-CHECK-ONE-SERIAL-ENTRY.
006670     IF ST-RECEIPT-AREA(SerialIdx) = TR-RECEIPT-AREA
006680         AND ST-RECEIPT-GROUP(SerialIdx) = TR-RECEIPT-GROUP
006690         MOVE SerialIdx TO MatchIdx
006700     END-IF.
006710 6010-EXIT.
006720     EXIT.
006730*****************************************************************
006740*    6100-ADD-ACCOUNT-ACTIVITY - THE SAME RULES AS THE AR RUN:  *
006750*    ACCOUNT TENDERS AND FINANCE CHARGES/LATE FEES RAISE THE    *
006760*    BALANCE, PAYMENTS ON ACCOUNT REDUCE IT                     *
006770*****************************************************************
006780 6100-ADD-ACCOUNT-ACTIVITY.
006790     IF TR-CLIENT-ID NOT NUMERIC
006800         OR TR-CLIENT-ID = ZERO
006810         GO TO 6100-EXIT
006820     END-IF.
006830     MOVE TR-CLIENT-ID TO ClientIdx.
006840     IF TR-IS-ACCT-PAYMENT
006850         SUBTRACT TR-GRAND-TOTAL FROM AA-ACTIVITY(ClientIdx)
006860         GO TO 6100-EXIT
006870     END-IF.
006880     IF TR-IS-FINANCE-CHARGE OR TR-IS-LATE-FEE
006890         ADD TR-GRAND-TOTAL TO AA-ACTIVITY(ClientIdx)
006900         GO TO 6100-EXIT
006910     END-IF.
006920     MOVE ZERO TO AcctTenderTotal.
006930     IF TR-TENDER-COUNT NUMERIC
006940         PERFORM 6110-SUM-ONE-ACCT-TENDER THRU 6110-EXIT
006950             VARYING TenderIdx FROM 1 BY 1
006960             UNTIL TenderIdx > TR-TENDER-COUNT
006970     END-IF.
006980     ADD AcctTenderTotal TO AA-ACTIVITY(ClientIdx).
006990 6100-EXIT.
007000     EXIT.
007010 6110-SUM-ONE-ACCT-TENDER.
007020     IF TenderIdx NOT GREATER THAN 3
007030         AND TR-TENDER-ACCOUNT(TenderIdx)
007040         AND TR-TENDER-AMOUNT(TenderIdx) NUMERIC
007050         ADD TR-TENDER-AMOUNT(TenderIdx) TO AcctTenderTotal
007060     END-IF.
007070 6110-EXIT.
007080     EXIT.
007090*****************************************************************
007100*    7000-PRINT-SUMMARY                                         *
007110*****************************************************************
007120 7000-PRINT-SUMMARY.
007130     MOVE "SUMMARY" TO SHL-TEXT.
007140     PERFORM 8100-PRINT-SECTION-HEADING THRU 8100-EXIT.
007150     MOVE "LOG LINES FOR PRODUCTS NOT ON FILE" TO SCL-LABEL.
007160     MOVE ProductExceptionCount TO SCL-COUNT.
007170     WRITE PRINT-LINE FROM SummaryCountLine.
007180     MOVE "LOG RECORDS FOR CLIENTS NOT ON FILE" TO SCL-LABEL.
007190     MOVE ClientExceptionCount TO SCL-COUNT.
007200     WRITE PRINT-LINE FROM SummaryCountLine.
007210     MOVE "RECEIPT SERIALS THAT WOULD BE REUSED" TO SCL-LABEL.
007220     MOVE SerialExceptionCount TO SCL-COUNT.
007230     WRITE PRINT-LINE FROM SummaryCountLine.
007240     MOVE "HELD SALES FOR INACTIVE OPERATORS" TO SCL-LABEL.
007250     MOVE HeldExceptionCount TO SCL-COUNT.
007260     WRITE PRINT-LINE FROM SummaryCountLine.
007270     MOVE "ACCOUNT BALANCES OUT OF AGREEMENT" TO SCL-LABEL.
007280     MOVE BalanceExceptionCount TO SCL-COUNT.
007290     WRITE PRINT-LINE FROM SummaryCountLine.
007300     MOVE SPACES TO PRINT-LINE.
007310     WRITE PRINT-LINE.
007320     MOVE "SERIOUS BREAKS - STREAM STOPPED IF ANY" TO SCL-LABEL.
007330     MOVE SeriousCount TO SCL-COUNT.
007340     WRITE PRINT-LINE FROM SummaryCountLine.
007350     MOVE "WARNINGS" TO SCL-LABEL.
007360     MOVE WarningCount TO SCL-COUNT.
007370     WRITE PRINT-LINE FROM SummaryCountLine.
007380 7000-EXIT.
007390     EXIT.
007400*****************************************************************
007410*    8000-PRINT-EXCEPTION - THE CALLER SETS THE SEVERITY, KEY,  *
007420*    REFERENCE, MESSAGE AND ANY VALUES; THE VALUES ARE CLEARED  *
007430*    AFTER EVERY LINE                                           *
007440*****************************************************************
007450 8000-PRINT-EXCEPTION.
007460     IF SeriousBreak
007470         MOVE "SERIOUS" TO EDL-SEVERITY
007480         ADD 1 TO SeriousCount
007490     ELSE
007500         MOVE "WARNING" TO EDL-SEVERITY
007510         ADD 1 TO WarningCount
007520     END-IF.
007530     WRITE PRINT-LINE FROM ExceptionDetailLine.
007540     MOVE SPACES TO EDL-VALUES.
007550 8000-EXIT.
007560     EXIT.
007570 8100-PRINT-SECTION-HEADING.
007580     MOVE SPACES TO PRINT-LINE.
007590     WRITE PRINT-LINE.
007600     WRITE PRINT-LINE FROM SectionHeadingLine.
007610 8100-EXIT.
007620     EXIT.
007630*****************************************************************
007640*    9000-TERMINATE                                             *
007650*****************************************************************
007660 9000-TERMINATE.
007670     CLOSE TransactionLogFile.
007680     IF HistoryAvailable
007690         CLOSE ReceiptHistoryFile
007700     END-IF.
007710     CLOSE ProductCatalogFile.
007720     CLOSE ClientMasterFile.
007730     IF ControlAvailable
007740         CLOSE ReceiptControlFile
007750     END-IF.
007760     IF HeldAvailable
007770         CLOSE HeldSalesFile
007780     END-IF.
007790     CLOSE OperatorFile.
007800     CLOSE PrintFile.
007810 9000-EXIT.
007820     EXIT.
