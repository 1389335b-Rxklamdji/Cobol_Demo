000010*****************************************************************
000020*    PROGRAM-ID  : COBLOSS                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                               *
000040*    INSTALLATION: RETAIL SYSTEMS                               *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : WEEKLY LOSS-PREVENTION EXCEPTION REPORT BY   *
000070*                  OPERATOR.  READS THE ONLINE TRANSACTION LOG, *
000080*                  THE RECEIPT HISTORY AND THE OPERATOR AUDIT   *
000090*                  FILE FOR THE PERIOD ON THE SYSIN CARD AND    *
000100*                  FLAGS, UNDER THE OPERATOR WHO DID IT -       *
000110*                    A REFUND OR VOID OF THEIR OWN RECEIPT      *
000120*                    A CASH REFUND OF A CARD SALE               *
000130*                    VOIDS AT OR OVER THE VOID LIMIT            *
000140*                    REFUNDS TO A CLIENT REFUNDED AT OR OVER    *
000150*                    THE CLIENT REFUND LIMIT                    *
000160*                    SALES LEFT TENDER-SHORT                    *
000170*                    FAILED SIGN-ON PINS AT OR OVER THE LIMIT   *
000180*                  EVERY FLAG LISTS THE RECEIPTS BEHIND IT, AND *
000190*                  A SCORE PAGE TOTALS EACH OPERATOR'S ACTIVITY *
000200*                  AND NUMBER OF FLAGGED ITEMS.                 *
000210*                  SYSIN CARD (LIMITS DEFAULT TO 03 IF BLANK) - *
000220*                    COLS  1-8   PERIOD FROM DATE (YYYYMMDD)    *
000230*                    COLS 10-17  PERIOD TO DATE   (YYYYMMDD)    *
000240*                    COLS 19-20  VOID LIMIT                     *
000250*                    COLS 22-23  CLIENT REFUND LIMIT            *
000260*                    COLS 25-26  FAILED PIN LIMIT               *
000270*    MODIFICATION HISTORY                                       *
000280*    DATE       INIT  DESCRIPTION                               *
000290*    10/15/26   RK    ORIGINAL PROGRAM - LOSS PREVENTION        *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. cobloss.
000330 AUTHOR. Romeo Klamadji.
000340 INSTALLATION. Retail Systems.
000350 DATE-WRITTEN. 10/15/26.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL TransactionLogFile ASSIGN TO "TRANLOG"
000410         ORGANIZATION IS SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS FileStatusTransactionLog.
000440     SELECT ReceiptHistoryFile ASSIGN TO "RCPTHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS TH-RECEIPT-NUMBER
000480         FILE STATUS IS FileStatusReceiptHistory.
000490     SELECT OperatorFile ASSIGN TO "OPERMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OP-OPERATOR-ID
000530         FILE STATUS IS FileStatusOperator.
000540     SELECT OPTIONAL OperatorAuditFile ASSIGN TO "OPAUDIT"
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS FileStatusOperatorAudit.
000580     SELECT SortWorkFile ASSIGN TO "SORTWK01".
000590     SELECT PrintFile ASSIGN TO "LOSSRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FileStatusPrintFile.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  TransactionLogFile
000650     RECORDING MODE IS F.
000660     COPY tranrec.
000670 FD  ReceiptHistoryFile.
000680     COPY tranrec
000690         REPLACING ==TRANSACTION-LOG-RECORD==
000700             BY ==RECEIPT-HISTORY-RECORD==
000710         LEADING ==TR-== BY ==TH-==.
000720 FD  OperatorFile.
000730     COPY operrec.
000740 FD  OperatorAuditFile
000750     RECORDING MODE IS F.
000760     COPY opaudit.
000770 SD  SortWorkFile.
000780 01  SORT-RECORD.
000790     05  LP-OPERATOR-ID            PIC 9(04).
000800     05  LP-FLAG-CODE              PIC 9(01).
000810         88  LP-IS-SELF-REFUND         VALUE 1.
000820         88  LP-IS-CASH-FOR-CARD       VALUE 2.
000830         88  LP-IS-VOID                VALUE 3.
000840         88  LP-IS-CLIENT-REFUND       VALUE 4.
000850         88  LP-IS-TENDER-SHORT        VALUE 5.
000860         88  LP-IS-FAILED-PIN          VALUE 6.
000870     05  LP-ACTIVITY-DATE          PIC 9(08).
000880     05  LP-ACTIVITY-TIME          PIC 9(08).
000890     05  LP-RECEIPT-NUMBER.
000900         10  LP-RECEIPT-AREA       PIC 9(03).
000910         10  LP-RECEIPT-GROUP      PIC 9(02).
000920         10  LP-RECEIPT-SERIAL     PIC 9(04).
000930     05  LP-REF-RECEIPT-NUMBER.
000940         10  LP-REF-RECEIPT-AREA   PIC 9(03).
000950         10  LP-REF-RECEIPT-GROUP  PIC 9(02).
000960         10  LP-REF-RECEIPT-SERIAL PIC 9(04).
000970     05  LP-CLIENT-ID              PIC 9(04).
000980     05  LP-ORIG-OPERATOR-ID       PIC 9(04).
000990     05  LP-AMOUNT                 PIC S9(07)V99.
001000 FD  PrintFile.
001010 01  PRINT-LINE                    PIC X(132).
001020 WORKING-STORAGE SECTION.
001030*****************************************************************
001040*    FILE STATUS SWITCHES                                       *
001050*****************************************************************
001060 77  FileStatusTransactionLog      PIC X(02) VALUE "00".
001070 77  FileStatusReceiptHistory      PIC X(02) VALUE "00".
001080 77  FileStatusOperator            PIC X(02) VALUE "00".
001090 77  FileStatusOperatorAudit       PIC X(02) VALUE "00".
001100 77  FileStatusPrintFile           PIC X(02) VALUE "00".
001110*****************************************************************
001120*    CONTROL CARD - PERIOD AND THRESHOLDS                       *
001130*****************************************************************
001140 01  ControlCard.
001150     05  CC-FROM-DATE              PIC X(08).
001160     05  FILLER                    PIC X(01).
001170     05  CC-TO-DATE                PIC X(08).
001180     05  FILLER                    PIC X(01).
001190     05  CC-VOID-LIMIT             PIC X(02).
001200     05  FILLER                    PIC X(01).
001210     05  CC-CLIENT-REFUND-LIMIT    PIC X(02).
001220     05  FILLER                    PIC X(01).
001230     05  CC-PIN-LIMIT              PIC X(02).
001240     05  FILLER                    PIC X(54).
001250 77  PeriodFromDate                PIC 9(08) VALUE ZERO.
001260 77  PeriodToDate                  PIC 9(08) VALUE ZERO.
001270 77  VoidLimit                     PIC 9(02) VALUE 3.
001280 77  ClientRefundLimit             PIC 9(02) VALUE 3.
001290 77  PinFailureLimit               PIC 9(02) VALUE 3.
001300*****************************************************************
001310*    END-OF-FILE SWITCHES, PASS SWITCHES, AND SUBSCRIPTS        *
001320*****************************************************************
001330 77  EndOfTranLogSwitch            PIC X(01) VALUE "N".
001340     88  EndOfTransactionLog           VALUE "Y".
001350 77  EndOfHistorySwitch            PIC X(01) VALUE "N".
001360     88  EndOfHistoryFile              VALUE "Y".
001370 77  EndOfAuditSwitch              PIC X(01) VALUE "N".
001380     88  EndOfAuditFile                VALUE "Y".
001390 77  EndOfSortSwitch               PIC X(01) VALUE "N".
001400     88  EndOfSortFile                 VALUE "Y".
001410 77  HistoryAvailableSwitch        PIC X(01) VALUE "N".
001420     88  HistoryAvailable              VALUE "Y".
001430     88  HistoryNotAvailable           VALUE "N".
001440 77  CurrentPassSwitch             PIC X(01) VALUE "L".
001450     88  InLogPass                     VALUE "L".
001460     88  InHistoryPass                 VALUE "H".
001470 77  OriginalFoundSwitch           PIC X(01) VALUE "N".
001480     88  OriginalFound                 VALUE "Y".
001490     88  OriginalNotFound              VALUE "N".
001500 77  FlaggedSwitch                 PIC X(01) VALUE "N".
001510     88  RecordFlagged                 VALUE "Y".
001520     88  RecordNotFlagged              VALUE "N".
001530 77  FirstRecordSwitch             PIC X(01) VALUE "Y".
001540     88  FirstSortRecord               VALUE "Y".
001550     88  NotFirstSortRecord            VALUE "N".
001560 77  TenderIdx                     PIC 9(01) COMP.
001570 77  OperatorIdx                   PIC 9(05) COMP.
001580 77  LogSaleIdx                    PIC 9(04) COMP.
001590 77  PreviousOperatorId            PIC 9(04) VALUE ZERO.
001600 77  PreviousFlagCode              PIC 9(01) VALUE ZERO.
001610 77  SavedHistoryKey               PIC 9(09) VALUE ZERO.
001620 01  RecordDateWork                PIC 9(08) VALUE ZERO.
001630*****************************************************************
001640*    PER-RECORD TENDER WORK FIELDS                              *
001650*****************************************************************
001660 77  TenderNetWork                 PIC S9(09)V99 VALUE ZERO.
001670 77  CardTenderWork                PIC S9(09)V99 VALUE ZERO.
001680 77  CashTenderWork                PIC S9(09)V99 VALUE ZERO.
001690 77  CashPaidOutWork               PIC S9(09)V99 VALUE ZERO.
001700 77  ShortAmountWork               PIC S9(09)V99 VALUE ZERO.
001710 77  OrigOperatorId                PIC 9(04) VALUE ZERO.
001720 77  OrigCardAmount                PIC S9(09)V99 VALUE ZERO.
001730 77  OrigCashNet                   PIC S9(09)V99 VALUE ZERO.
001740*****************************************************************
001750*    OPERATOR ACTIVITY TABLE - SUBSCRIPTED DIRECTLY BY THE      *
001760*    OPERATOR ID; THE SCORE IS THE NUMBER OF FLAGGED ITEMS      *
001770*****************************************************************
001780 01  OperatorActivityTable.
001790     02  OperatorActivity OCCURS 9999 TIMES.
001800         03  OT-SALE-COUNT         PIC 9(05).
001810         03  OT-REFUND-COUNT       PIC 9(05).
001820         03  OT-VOID-COUNT         PIC 9(05).
001830         03  OT-PIN-COUNT          PIC 9(05).
001840         03  OT-SCORE              PIC 9(05).
001850*****************************************************************
001860*    REFUNDS PER CLIENT FOR THE PERIOD - SUBSCRIPTED BY CLIENT  *
001870*****************************************************************
001880 01  ClientRefundTable.
001890     02  CR-REFUND-COUNT OCCURS 9999 TIMES
001900                                   PIC 9(03).
001910*****************************************************************
001920*    SALES STILL ON THE ONLINE LOG - A SAME-DAY REFUND OR VOID  *
001930*    FINDS ITS ORIGINAL HERE BEFORE IT IS ARCHIVED              *
001940*****************************************************************
001950 77  LogSaleCount                  PIC 9(04) COMP VALUE ZERO.
001960 77  MaxLogSales                   PIC 9(04) COMP VALUE 2000.
001970 01  LogSaleTable.
001980     02  LogSaleEntry OCCURS 2000 TIMES.
001990         03  LS-RECEIPT-NUMBER     PIC 9(09).
002000         03  LS-OPERATOR-ID        PIC 9(04).
002010         03  LS-CARD-AMOUNT        PIC S9(09)V99.
002020         03  LS-CASH-NET           PIC S9(09)V99.
002030*****************************************************************
002040*    RUN TOTALS                                                 *
002050*****************************************************************
002060 77  FlaggedItemCount              PIC 9(07) VALUE ZERO.
002070 77  OperatorsFlaggedCount         PIC 9(05) VALUE ZERO.
002080 77  OriginalMissingCount          PIC 9(05) VALUE ZERO.
002090*****************************************************************
002100*    REPORT LINE WORK AREAS                                     *
002110*****************************************************************
002120 01  HeadingLine1.
002130     05  FILLER                    PIC X(42)
002140         VALUE "COBOLTAT LOSS-PREVENTION EXCEPTIONS FROM ".
002150     05  HL1-FROM-DATE             PIC 9(08).
002160     05  FILLER                    PIC X(04) VALUE " TO ".
002170     05  HL1-TO-DATE               PIC 9(08).
002180 01  HeadingLine2.
002190     05  FILLER                    PIC X(14)
002200         VALUE "LIMITS - VOID ".
002210     05  HL2-VOID-LIMIT            PIC Z9.
002220     05  FILLER                    PIC X(17)
002230         VALUE "  CLIENT REFUNDS ".
002240     05  HL2-CLIENT-LIMIT          PIC Z9.
002250     05  FILLER                    PIC X(15)
002260         VALUE "  FAILED PINS ".
002270     05  HL2-PIN-LIMIT             PIC Z9.
002280 01  OperatorHeadingLine.
002290     05  FILLER                    PIC X(09)
002300         VALUE "OPERATOR ".
002310     05  OHL-OPERATOR-ID           PIC 9(04).
002320     05  FILLER                    PIC X(02) VALUE SPACES.
002330     05  OHL-OPERATOR-NAME         PIC X(20).
002340     05  FILLER                    PIC X(02) VALUE SPACES.
002350     05  OHL-AUTH-TEXT             PIC X(10).
002360     05  FILLER                    PIC X(02) VALUE SPACES.
002370     05  OHL-STATUS-TEXT           PIC X(08).
002380 01  FlagHeadingLine.
002390     05  FILLER                    PIC X(04) VALUE SPACES.
002400     05  FHL-TEXT                  PIC X(60).
002410 01  FlagColumnLine.
002420     05  FILLER                    PIC X(40) VALUE
002430         "      DATE      RECEIPT      ORIGINAL   ".
002440     05  FILLER                    PIC X(27) VALUE
002450         "  CLNT  OPER         AMOUNT".
002460 01  FlagDetailLine.
002470     05  FILLER                    PIC X(06) VALUE SPACES.
002480     05  FDL-DATE                  PIC 9(08).
002490     05  FILLER                    PIC X(02) VALUE SPACES.
002500     05  FDL-RECEIPT               PIC X(11).
002510     05  FILLER                    PIC X(02) VALUE SPACES.
002520     05  FDL-REF-RECEIPT           PIC X(11).
002530     05  FILLER                    PIC X(02) VALUE SPACES.
002540     05  FDL-CLIENT-ID             PIC X(04).
002550     05  FILLER                    PIC X(02) VALUE SPACES.
002560     05  FDL-ORIG-OPERATOR         PIC X(04).
002570     05  FILLER                    PIC X(02) VALUE SPACES.
002580     05  FDL-AMOUNT                PIC Z,ZZZ,ZZ9.99-
002590                                   BLANK WHEN ZERO.
002600 01  ReceiptKeyFields.
002610     05  RK-AREA                   PIC 9(03).
002620     05  FILLER                    PIC X(01) VALUE "-".
002630     05  RK-GROUP                  PIC 9(02).
002640     05  FILLER                    PIC X(01) VALUE "-".
002650     05  RK-SERIAL                 PIC 9(04).
002660 01  NumberEditWork                PIC 9(04).
002670 01  NumberEditText REDEFINES NumberEditWork
002680                                   PIC X(04).
002690 01  NoExceptionLine.
002700     05  FILLER                    PIC X(44) VALUE
002710         "NO EXCEPTIONS FLAGGED FOR THE PERIOD".
002720 01  ScoreHeadingLine1.
002730     05  FILLER                    PIC X(40) VALUE
002740         "OPERATOR ACTIVITY AND SCORE FOR PERIOD".
002750 01  ScoreHeadingLine2.
002760     05  FILLER                    PIC X(50) VALUE
002770         "OPER  NAME                  LEVEL       STATUS    ".
002780     05  FILLER                    PIC X(44) VALUE
002790         "  SALES REFUNDS  VOIDS  PINS  SCORE".
002800 01  ScoreDetailLine.
002810     05  SDL-OPERATOR-ID           PIC 9(04).
002820     05  FILLER                    PIC X(02) VALUE SPACES.
002830     05  SDL-OPERATOR-NAME         PIC X(20).
002840     05  FILLER                    PIC X(02) VALUE SPACES.
002850     05  SDL-AUTH-TEXT             PIC X(10).
002860     05  FILLER                    PIC X(02) VALUE SPACES.
002870     05  SDL-STATUS-TEXT           PIC X(08).
002880     05  FILLER                    PIC X(02) VALUE SPACES.
002890     05  SDL-SALES                 PIC ZZZZ9.
002900     05  FILLER                    PIC X(03) VALUE SPACES.
002910     05  SDL-REFUNDS               PIC ZZZZ9.
002920     05  FILLER                    PIC X(02) VALUE SPACES.
002930     05  SDL-VOIDS                 PIC ZZZZ9.
002940     05  FILLER                    PIC X(01) VALUE SPACES.
002950     05  SDL-PINS                  PIC ZZZZ9.
002960     05  FILLER                    PIC X(02) VALUE SPACES.
002970     05  SDL-SCORE                 PIC ZZZZ9.
002980     05  FILLER                    PIC X(02) VALUE SPACES.
002990     05  SDL-REVIEW                PIC X(06).
003000 01  TotalCountLine.
003010     05  FILLER                    PIC X(01) VALUE SPACES.
003020     05  TCL-LABEL                 PIC X(34).
003030     05  TCL-COUNT                 PIC Z,ZZZ,ZZ9.
003040 PROCEDURE DIVISION.
003050*****************************************************************
003060*    0000-MAINLINE                                              *
003070*****************************************************************
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     SORT SortWorkFile
003110         ON ASCENDING KEY LP-OPERATOR-ID LP-FLAG-CODE
003120             LP-ACTIVITY-DATE LP-ACTIVITY-TIME
003130         INPUT PROCEDURE IS 2000-BUILD-SORT-FILE THRU 2000-EXIT
003140         OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
003150             THRU 3000-EXIT.
003160     PERFORM 4000-PRINT-OPERATOR-SCORES THRU 4000-EXIT.
003170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003180     STOP RUN.
003190*****************************************************************
003200*    1000-INITIALIZE - VALIDATE THE CONTROL CARD AND OPEN THE   *
003210*    FILES.  A MISSING RECEIPT HISTORY LEAVES THE LOG ONLY      *
003220*****************************************************************
003230 1000-INITIALIZE.
003240     MOVE SPACES TO ControlCard.
003250     ACCEPT ControlCard.
003260     IF CC-FROM-DATE NOT NUMERIC
003270         OR CC-TO-DATE NOT NUMERIC
003280         DISPLAY "INVALID CONTROL CARD - EXPECTED FROM AND TO"
003290             " DATES (YYYYMMDD YYYYMMDD)"
003300         MOVE 8 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     MOVE CC-FROM-DATE TO PeriodFromDate.
003340     MOVE CC-TO-DATE TO PeriodToDate.
003350     IF PeriodFromDate GREATER THAN PeriodToDate
003360         DISPLAY "INVALID CONTROL CARD - FROM DATE IS AFTER"
003370             " THE TO DATE"
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     IF CC-VOID-LIMIT NUMERIC
003420         AND CC-VOID-LIMIT NOT = "00"
003430         MOVE CC-VOID-LIMIT TO VoidLimit
003440     END-IF.
003450     IF CC-CLIENT-REFUND-LIMIT NUMERIC
003460         AND CC-CLIENT-REFUND-LIMIT NOT = "00"
003470         MOVE CC-CLIENT-REFUND-LIMIT TO ClientRefundLimit
003480     END-IF.
003490     IF CC-PIN-LIMIT NUMERIC
003500         AND CC-PIN-LIMIT NOT = "00"
003510         MOVE CC-PIN-LIMIT TO PinFailureLimit
003520     END-IF.
003530     MOVE ZEROS TO OperatorActivityTable.
003540     MOVE ZEROS TO ClientRefundTable.
003550     OPEN INPUT OperatorFile.
003560     IF FileStatusOperator NOT = "00"
003570         DISPLAY "UNABLE TO OPEN OPERATOR MASTER - STATUS "
003580             FileStatusOperator
003590         MOVE 8 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     OPEN INPUT ReceiptHistoryFile.
003630     IF FileStatusReceiptHistory = "35"
003640         SET HistoryNotAvailable TO TRUE
003650         DISPLAY "RECEIPT HISTORY NOT ON FILE - LOG ONLY"
003660     ELSE
003670         IF FileStatusReceiptHistory = "00"
003680             SET HistoryAvailable TO TRUE
003690         ELSE
003700             DISPLAY "UNABLE TO OPEN RECEIPT HISTORY - STATUS "
003710                 FileStatusReceiptHistory
003720             MOVE 8 TO RETURN-CODE
003730             STOP RUN
003740         END-IF
003750     END-IF.
003760     OPEN OUTPUT PrintFile.
003770     IF FileStatusPrintFile NOT = "00"
003780         DISPLAY "UNABLE TO OPEN LOSS-PREVENTION REPORT - STATUS "
003790             FileStatusPrintFile
003800         MOVE 8 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     MOVE PeriodFromDate TO HL1-FROM-DATE.
003840     MOVE PeriodToDate TO HL1-TO-DATE.
003850     WRITE PRINT-LINE FROM HeadingLine1.
003860     MOVE VoidLimit TO HL2-VOID-LIMIT.
003870     MOVE ClientRefundLimit TO HL2-CLIENT-LIMIT.
003880     MOVE PinFailureLimit TO HL2-PIN-LIMIT.
003890     WRITE PRINT-LINE FROM HeadingLine2.
003900     MOVE SPACES TO PRINT-LINE.
003910     WRITE PRINT-LINE.
003920 1000-EXIT.
003930     EXIT.
003940*****************************************************************
003950*    2000-BUILD-SORT-FILE - RELEASE A CANDIDATE FOR EVERY       *
003960*    EXCEPTION IN THE PERIOD.  VOIDS, CLIENT REFUNDS AND PIN    *
003970*    FAILURES ARE ALL RELEASED AND COUNTED HERE; THE OUTPUT     *
003980*    SIDE KEEPS ONLY THOSE AT OR OVER THEIR LIMIT               *
003990*****************************************************************
004000 2000-BUILD-SORT-FILE.
004010     SET InLogPass TO TRUE.
004020     OPEN INPUT TransactionLogFile.
004030     IF FileStatusTransactionLog = "00"
004040         OR FileStatusTransactionLog = "05"
004050         PERFORM 2100-EXAMINE-ONE-LOG-RECORD THRU 2100-EXIT
004060             UNTIL EndOfTransactionLog
004070     ELSE
004080         DISPLAY "UNABLE TO OPEN TRANSACTION LOG - STATUS "
004090             FileStatusTransactionLog
004100     END-IF.
004110     CLOSE TransactionLogFile.
004120     IF HistoryAvailable
004130         SET InHistoryPass TO TRUE
004140         PERFORM 2200-EXAMINE-HISTORY-RECORDS THRU 2200-EXIT
004150     END-IF.
004160     OPEN INPUT OperatorAuditFile.
004170     IF FileStatusOperatorAudit = "00"
004180         OR FileStatusOperatorAudit = "05"
004190         PERFORM 2600-EXAMINE-ONE-AUDIT-RECORD THRU 2600-EXIT
004200             UNTIL EndOfAuditFile
004210     ELSE
004220         DISPLAY "UNABLE TO OPEN OPERATOR AUDIT FILE - STATUS "
004230             FileStatusOperatorAudit
004240     END-IF.
004250     CLOSE OperatorAuditFile.
004260 2000-EXIT.
004270     EXIT.
004280*****************************************************************
004290*    2100-EXAMINE-ONE-LOG-RECORD - A RECEIPT ALREADY ARCHIVED   *
004300*    TO HISTORY IS EXAMINED IN THE HISTORY PASS ONLY            *
004310*****************************************************************
004320 2100-EXAMINE-ONE-LOG-RECORD.
004330     READ TransactionLogFile
004340         AT END SET EndOfTransactionLog TO TRUE
004350     END-READ.
004360     IF EndOfTransactionLog
004370         GO TO 2100-EXIT
004380     END-IF.
004390     IF HistoryAvailable
004400         AND TR-RECEIPT-NUMBER NUMERIC
004410         AND TR-RECEIPT-NUMBER NOT = ZERO
004420         MOVE TR-RECEIPT-NUMBER TO TH-RECEIPT-NUMBER
004430         READ ReceiptHistoryFile
004440             INVALID KEY CONTINUE
004450         END-READ
004460         IF FileStatusReceiptHistory = "00"
004470             GO TO 2100-EXIT
004480         END-IF
004490     END-IF.
004500     PERFORM 2300-EXAMINE-RECORD THRU 2300-EXIT.
004510 2100-EXIT.
004520     EXIT.
004530 2200-EXAMINE-HISTORY-RECORDS.
004540     MOVE ZERO TO TH-RECEIPT-NUMBER.
004550     START ReceiptHistoryFile
004560         KEY IS NOT LESS THAN TH-RECEIPT-NUMBER
004570         INVALID KEY SET EndOfHistoryFile TO TRUE
004580     END-START.
004590     PERFORM 2210-EXAMINE-ONE-HISTORY THRU 2210-EXIT
004600         UNTIL EndOfHistoryFile.
004610 2200-EXIT.
004620     EXIT.
004630 2210-EXAMINE-ONE-HISTORY.
004640     READ ReceiptHistoryFile NEXT RECORD
004650         AT END SET EndOfHistoryFile TO TRUE
004660     END-READ.
004670     IF EndOfHistoryFile
004680         GO TO 2210-EXIT
004690     END-IF.
004700     MOVE TH-RECEIPT-NUMBER TO SavedHistoryKey.
004710     MOVE RECEIPT-HISTORY-RECORD TO TRANSACTION-LOG-RECORD.
004720     PERFORM 2300-EXAMINE-RECORD THRU 2300-EXIT.
004730 2210-EXIT.
004740     EXIT.
004750*****************************************************************
004760*    2300-EXAMINE-RECORD - SALES, REFUNDS AND VOIDS IN THE      *
004770*    PERIOD, DATED OFF THE BUSINESS DATE WITH THE SYSTEM DATE   *
004780*    AS A FALLBACK; BACK-OFFICE POSTINGS (OPERATOR ZERO) ARE    *
004790*    NOT AN OPERATOR'S WORK                                     *
004800*****************************************************************
004810 2300-EXAMINE-RECORD.
004820     IF NOT (TR-IS-SALE OR TR-IS-REFUND OR TR-IS-VOID)
004830         GO TO 2300-EXIT
004840     END-IF.
004850     IF TR-BUSINESS-DATE NUMERIC
004860         AND TR-BUSINESS-DATE NOT = ZERO
004870         MOVE TR-BUSINESS-DATE TO RecordDateWork
004880     ELSE
004890         IF TR-TRANS-DATE NUMERIC
004900             MOVE TR-TRANS-DATE TO RecordDateWork
004910         ELSE
004920             GO TO 2300-EXIT
004930         END-IF
004940     END-IF.
004950     IF RecordDateWork LESS THAN PeriodFromDate
004960         OR RecordDateWork GREATER THAN PeriodToDate
004970         GO TO 2300-EXIT
004980     END-IF.
004990     IF TR-OPERATOR-ID NOT NUMERIC
005000         OR TR-OPERATOR-ID = ZERO
005010         GO TO 2300-EXIT
005020     END-IF.
005030     MOVE TR-OPERATOR-ID TO OperatorIdx.
005040     MOVE ZERO TO TenderNetWork.
005050     MOVE ZERO TO CardTenderWork.
005060     MOVE ZERO TO CashTenderWork.
005070     IF TR-TENDER-COUNT NUMERIC
005080         PERFORM 2310-ADD-ONE-TENDER THRU 2310-EXIT
005090             VARYING TenderIdx FROM 1 BY 1
005100             UNTIL TenderIdx > TR-TENDER-COUNT
005110     END-IF.
005120     IF TR-CHANGE-DUE NUMERIC
005130         SUBTRACT TR-CHANGE-DUE FROM TenderNetWork
005140         SUBTRACT TR-CHANGE-DUE FROM CashTenderWork
005150     END-IF.
005160     IF TR-IS-SALE
005170         PERFORM 2400-EXAMINE-SALE THRU 2400-EXIT
005180     ELSE
005190         PERFORM 2500-EXAMINE-REVERSAL THRU 2500-EXIT
005200     END-IF.
005210 2300-EXIT.
005220     EXIT.
005230 2310-ADD-ONE-TENDER.
005240     IF TenderIdx GREATER THAN 3
005250         OR TR-TENDER-AMOUNT(TenderIdx) NOT NUMERIC
005260         GO TO 2310-EXIT
005270     END-IF.
005280     ADD TR-TENDER-AMOUNT(TenderIdx) TO TenderNetWork.
005290     IF TR-TENDER-CARD(TenderIdx)
005300         ADD TR-TENDER-AMOUNT(TenderIdx) TO CardTenderWork
005310     END-IF.
005320     IF TR-TENDER-CASH(TenderIdx)
005330         ADD TR-TENDER-AMOUNT(TenderIdx) TO CashTenderWork
005340     END-IF.
005350 2310-EXIT.
005360     EXIT.
005370*****************************************************************
005380*    2400-EXAMINE-SALE - A SALE WHOSE TENDERS (LESS CHANGE)     *
005390*    FALL SHORT OF THE GRAND TOTAL WAS LEFT TENDER-SHORT AT     *
005400*    THE REGISTER.  A SALE STILL ON THE LOG IS REMEMBERED FOR   *
005410*    A SAME-DAY REFUND OR VOID OF IT                            *
005420*****************************************************************
005430 2400-EXAMINE-SALE.
005440     ADD 1 TO OT-SALE-COUNT(OperatorIdx).
005450     IF InLogPass
005460         PERFORM 2410-REMEMBER-LOG-SALE THRU 2410-EXIT
005470     END-IF.
005480     IF TenderNetWork NOT LESS THAN TR-GRAND-TOTAL
005490         GO TO 2400-EXIT
005500     END-IF.
005510     COMPUTE ShortAmountWork = TR-GRAND-TOTAL - TenderNetWork.
005520     MOVE 5 TO LP-FLAG-CODE.
005530     MOVE ZERO TO LP-REF-RECEIPT-NUMBER.
005540     MOVE ZERO TO LP-ORIG-OPERATOR-ID.
005550     MOVE ShortAmountWork TO LP-AMOUNT.
005560     PERFORM 2800-RELEASE-CANDIDATE THRU 2800-EXIT.
005570 2400-EXIT.
005580     EXIT.
005590 2410-REMEMBER-LOG-SALE.
005600     IF LogSaleCount = MaxLogSales
005610         GO TO 2410-EXIT
005620     END-IF.
005630     ADD 1 TO LogSaleCount.
005640     MOVE TR-RECEIPT-NUMBER TO LS-RECEIPT-NUMBER(LogSaleCount).
005650     MOVE TR-OPERATOR-ID TO LS-OPERATOR-ID(LogSaleCount).
005660     MOVE CardTenderWork TO LS-CARD-AMOUNT(LogSaleCount).
005670     MOVE CashTenderWork TO LS-CASH-NET(LogSaleCount).
005680 2410-EXIT.
005690     EXIT.
005700*****************************************************************
005710*    2500-EXAMINE-REVERSAL - A REFUND OR VOID IS CHECKED        *
005720*    AGAINST THE RECEIPT IT REVERSES: THE SAME OPERATOR ON      *
005730*    BOTH IS A SELF-REFUND, AND MORE CASH PAID OUT THAN THE     *
005740*    ORIGINAL TOOK IN CASH, ON A SALE PAID BY CARD, IS A CASH   *
005750*    REFUND OF A CARD SALE.  EVERY VOID AND EVERY REFUND TO A   *
005760*    KNOWN CLIENT IS ALSO RELEASED FOR THE LIMIT CHECKS         *
005770*****************************************************************
005780 2500-EXAMINE-REVERSAL.
005790     IF TR-IS-VOID
005800         ADD 1 TO OT-VOID-COUNT(OperatorIdx)
005810     ELSE
005820         ADD 1 TO OT-REFUND-COUNT(OperatorIdx)
005830     END-IF.
005840     PERFORM 2510-FIND-ORIGINAL THRU 2510-EXIT.
005850     MOVE TR-REF-RECEIPT-NUMBER TO LP-REF-RECEIPT-NUMBER.
005860     MOVE OrigOperatorId TO LP-ORIG-OPERATOR-ID.
005870     MOVE TR-GRAND-TOTAL TO LP-AMOUNT.
005880     IF OriginalFound
005890         AND OrigOperatorId = TR-OPERATOR-ID
005900         MOVE 1 TO LP-FLAG-CODE
005910         PERFORM 2800-RELEASE-CANDIDATE THRU 2800-EXIT
005920     END-IF.
005930     COMPUTE CashPaidOutWork = ZERO - CashTenderWork.
005940     IF OriginalFound
005950         AND OrigCardAmount GREATER THAN ZERO
005960         AND CashPaidOutWork GREATER THAN OrigCashNet
005970         MOVE 2 TO LP-FLAG-CODE
005980         MOVE CashPaidOutWork TO LP-AMOUNT
005990         PERFORM 2800-RELEASE-CANDIDATE THRU 2800-EXIT
006000         MOVE TR-GRAND-TOTAL TO LP-AMOUNT
006010     END-IF.
006020     IF TR-IS-VOID
006030         MOVE 3 TO LP-FLAG-CODE
006040         PERFORM 2800-RELEASE-CANDIDATE THRU 2800-EXIT
006050         GO TO 2500-EXIT
006060     END-IF.
006070     IF TR-CLIENT-ID NUMERIC
006080         AND TR-CLIENT-ID NOT = ZERO
006090         ADD 1 TO CR-REFUND-COUNT(TR-CLIENT-ID)
006100         MOVE 4 TO LP-FLAG-CODE
006110         PERFORM 2800-RELEASE-CANDIDATE THRU 2800-EXIT
006120     END-IF.
006130 2500-EXIT.
006140     EXIT.
006150*****************************************************************
006160*    2510-FIND-ORIGINAL - THE REVERSED RECEIPT IS LOOKED FOR    *
006170*    AMONG TODAY'S LOG SALES FIRST, THEN IN THE HISTORY.  A     *
006180*    LOOKUP DURING THE HISTORY PASS PUTS THE BROWSE BACK ON     *
006190*    THE RECORD AFTER THE ONE BEING EXAMINED                    *
006200*****************************************************************
006210 2510-FIND-ORIGINAL.
006220     SET OriginalNotFound TO TRUE.
006230     MOVE ZERO TO OrigOperatorId.
006240     MOVE ZERO TO OrigCardAmount.
006250     MOVE ZERO TO OrigCashNet.
006260     IF TR-REF-RECEIPT-NUMBER NOT NUMERIC
006270         ADD 1 TO OriginalMissingCount
006280         GO TO 2510-EXIT
006290     END-IF.
006300     PERFORM 2520-CHECK-ONE-LOG-SALE THRU 2520-EXIT
006310         VARYING LogSaleIdx FROM 1 BY 1
006320         UNTIL LogSaleIdx > LogSaleCount
006330             OR OriginalFound.
006340     IF OriginalFound OR HistoryNotAvailable
006350         GO TO 2510-EXIT
006360     END-IF.
006370     MOVE TR-REF-RECEIPT-NUMBER TO TH-RECEIPT-NUMBER.
006380     READ ReceiptHistoryFile
006390         INVALID KEY CONTINUE
006400     END-READ.
006410     IF FileStatusReceiptHistory = "00"
006420         SET OriginalFound TO TRUE
006430         MOVE TH-OPERATOR-ID TO OrigOperatorId
006440         IF TH-TENDER-COUNT NUMERIC
006450             PERFORM 2530-ADD-ONE-ORIG-TENDER THRU 2530-EXIT
006460                 VARYING TenderIdx FROM 1 BY 1
006470                 UNTIL TenderIdx > TH-TENDER-COUNT
006480         END-IF
006490         IF TH-CHANGE-DUE NUMERIC
006500             SUBTRACT TH-CHANGE-DUE FROM OrigCashNet
006510         END-IF
006520     ELSE
006530         ADD 1 TO OriginalMissingCount
006540     END-IF.
006550     IF InHistoryPass
006560         MOVE SavedHistoryKey TO TH-RECEIPT-NUMBER
006570         START ReceiptHistoryFile
006580             KEY IS GREATER THAN TH-RECEIPT-NUMBER
006590             INVALID KEY SET EndOfHistoryFile TO TRUE
006600         END-START
006610     END-IF.
006620 2510-EXIT.
006630     EXIT.
006640 2520-CHECK-ONE-LOG-SALE.
006650     IF LS-RECEIPT-NUMBER(LogSaleIdx) = TR-REF-RECEIPT-NUMBER
006660         SET OriginalFound TO TRUE
006670         MOVE LS-OPERATOR-ID(LogSaleIdx) TO OrigOperatorId
006680         MOVE LS-CARD-AMOUNT(LogSaleIdx) TO OrigCardAmount
006690         MOVE LS-CASH-NET(LogSaleIdx) TO OrigCashNet
006700     END-IF.
006710 2520-EXIT.
006720     EXIT.
006730 2530-ADD-ONE-ORIG-TENDER.
006740     IF TenderIdx GREATER THAN 3
006750         OR TH-TENDER-AMOUNT(TenderIdx) NOT NUMERIC
006760         GO TO 2530-EXIT
006770     END-IF.
006780     IF TH-TENDER-CARD(TenderIdx)
006790         ADD TH-TENDER-AMOUNT(TenderIdx) TO OrigCardAmount
006800     END-IF.
006810     IF TH-TENDER-CASH(TenderIdx)
006820         ADD TH-TENDER-AMOUNT(TenderIdx) TO OrigCashNet
006830     END-IF.
006840 2530-EXIT.
006850     EXIT.
006860*****************************************************************
006870*    2600-EXAMINE-ONE-AUDIT-RECORD - FAILED SIGN-ON PINS IN     *
006880*    THE PERIOD, ONE CANDIDATE EACH                             *
006890*****************************************************************
006900 2600-EXAMINE-ONE-AUDIT-RECORD.
006910     READ OperatorAuditFile
006920         AT END SET EndOfAuditFile TO TRUE
006930     END-READ.
006940     IF EndOfAuditFile
006950         GO TO 2600-EXIT
006960     END-IF.
006970     IF OA-ACTION-CODE NOT = "PINF"
006980         GO TO 2600-EXIT
006990     END-IF.
007000     IF OA-CHANGE-DATE NOT NUMERIC
007010         OR OA-CHANGE-DATE LESS THAN PeriodFromDate
007020         OR OA-CHANGE-DATE GREATER THAN PeriodToDate
007030         GO TO 2600-EXIT
007040     END-IF.
007050     IF OA-OPERATOR-ID NOT NUMERIC
007060         OR OA-OPERATOR-ID = ZERO
007070         GO TO 2600-EXIT
007080     END-IF.
007090     ADD 1 TO OT-PIN-COUNT(OA-OPERATOR-ID).
007100     MOVE OA-OPERATOR-ID TO LP-OPERATOR-ID.
007110     MOVE 6 TO LP-FLAG-CODE.
007120     MOVE OA-CHANGE-DATE TO LP-ACTIVITY-DATE.
007130     MOVE OA-CHANGE-TIME TO LP-ACTIVITY-TIME.
007140     MOVE ZERO TO LP-RECEIPT-NUMBER.
007150     MOVE ZERO TO LP-REF-RECEIPT-NUMBER.
007160     MOVE ZERO TO LP-CLIENT-ID.
007170     MOVE ZERO TO LP-ORIG-OPERATOR-ID.
007180     MOVE ZERO TO LP-AMOUNT.
007190     RELEASE SORT-RECORD.
007200 2600-EXIT.
007210     EXIT.
007220*****************************************************************
007230*    2800-RELEASE-CANDIDATE - THE CALLER HAS SET THE FLAG CODE, *
007240*    REFERENCE RECEIPT AND AMOUNT; THE REST COMES FROM THE      *
007250*    RECORD BEING EXAMINED                                      *
007260*****************************************************************
007270 2800-RELEASE-CANDIDATE.
007280     MOVE TR-OPERATOR-ID TO LP-OPERATOR-ID.
007290     MOVE RecordDateWork TO LP-ACTIVITY-DATE.
007300     IF TR-TRANS-TIME NUMERIC
007310         MOVE TR-TRANS-TIME TO LP-ACTIVITY-TIME
007320     ELSE
007330         MOVE ZERO TO LP-ACTIVITY-TIME
007340     END-IF.
007350     MOVE TR-RECEIPT-NUMBER TO LP-RECEIPT-NUMBER.
007360     IF TR-CLIENT-ID NUMERIC
007370         MOVE TR-CLIENT-ID TO LP-CLIENT-ID
007380     ELSE
007390         MOVE ZERO TO LP-CLIENT-ID
007400     END-IF.
007410     RELEASE SORT-RECORD.
007420 2800-EXIT.
007430     EXIT.
007440*****************************************************************
007450*    3000-PRODUCE-REPORT - OUTPUT PROCEDURE: ONE BLOCK PER      *
007460*    OPERATOR WITH A FLAG, ONE SECTION PER KIND OF FLAG, ONE    *
007470*    LINE PER RECEIPT OR PIN FAILURE BEHIND IT                  *
007480*****************************************************************
007490 3000-PRODUCE-REPORT.
007500     PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
007510         UNTIL EndOfSortFile.
007520     IF FlaggedItemCount = ZERO
007530         WRITE PRINT-LINE FROM NoExceptionLine
007540     END-IF.
007550 3000-EXIT.
007560     EXIT.
007570 3100-RETURN-ONE-RECORD.
007580     RETURN SortWorkFile
007590         AT END SET EndOfSortFile TO TRUE
007600     END-RETURN.
007610     IF NOT EndOfSortFile
007620         PERFORM 3200-PROCESS-SORT-RECORD THRU 3200-EXIT
007630     END-IF.
007640 3100-EXIT.
007650     EXIT.
007660*****************************************************************
007670*    3200-PROCESS-SORT-RECORD - A VOID, CLIENT REFUND OR PIN    *
007680*    FAILURE UNDER ITS LIMIT IS DROPPED HERE                    *
007690*****************************************************************
007700 3200-PROCESS-SORT-RECORD.
007710     SET RecordFlagged TO TRUE.
007720     EVALUATE TRUE
007730         WHEN LP-IS-VOID
007740             IF OT-VOID-COUNT(LP-OPERATOR-ID) LESS THAN VoidLimit
007750                 SET RecordNotFlagged TO TRUE
007760             END-IF
007770         WHEN LP-IS-CLIENT-REFUND
007780             IF CR-REFUND-COUNT(LP-CLIENT-ID)
007790                 LESS THAN ClientRefundLimit
007800                 SET RecordNotFlagged TO TRUE
007810             END-IF
007820         WHEN LP-IS-FAILED-PIN
007830             IF OT-PIN-COUNT(LP-OPERATOR-ID)
007840                 LESS THAN PinFailureLimit
007850                 SET RecordNotFlagged TO TRUE
007860             END-IF
007870     END-EVALUATE.
007880     IF RecordNotFlagged
007890         GO TO 3200-EXIT
007900     END-IF.
007910     IF FirstSortRecord
007920         OR LP-OPERATOR-ID NOT = PreviousOperatorId
007930         PERFORM 3300-PRINT-OPERATOR-HEADING THRU 3300-EXIT
007940     END-IF.
007950     IF LP-FLAG-CODE NOT = PreviousFlagCode
007960         PERFORM 3400-PRINT-FLAG-HEADING THRU 3400-EXIT
007970     END-IF.
007980     PERFORM 3500-PRINT-FLAG-DETAIL THRU 3500-EXIT.
007990     ADD 1 TO OT-SCORE(LP-OPERATOR-ID).
008000     ADD 1 TO FlaggedItemCount.
008010 3200-EXIT.
008020     EXIT.
008030 3300-PRINT-OPERATOR-HEADING.
008040     SET NotFirstSortRecord TO TRUE.
008050     MOVE LP-OPERATOR-ID TO PreviousOperatorId.
008060     MOVE ZERO TO PreviousFlagCode.
008070     ADD 1 TO OperatorsFlaggedCount.
008080     MOVE LP-OPERATOR-ID TO OP-OPERATOR-ID.
008090     PERFORM 7000-READ-OPERATOR THRU 7000-EXIT.
008100     MOVE LP-OPERATOR-ID TO OHL-OPERATOR-ID.
008110     MOVE OP-OPERATOR-NAME TO OHL-OPERATOR-NAME.
008120     MOVE SDL-AUTH-TEXT TO OHL-AUTH-TEXT.
008130     MOVE SDL-STATUS-TEXT TO OHL-STATUS-TEXT.
008140     MOVE SPACES TO PRINT-LINE.
008150     WRITE PRINT-LINE.
008160     WRITE PRINT-LINE FROM OperatorHeadingLine.
008170 3300-EXIT.
008180     EXIT.
008190 3400-PRINT-FLAG-HEADING.
008200     MOVE LP-FLAG-CODE TO PreviousFlagCode.
008210     MOVE SPACES TO FHL-TEXT.
008220     EVALUATE TRUE
008230         WHEN LP-IS-SELF-REFUND
008240             MOVE "REFUNDED OR VOIDED A RECEIPT THEY RANG"
008250                 TO FHL-TEXT
008260         WHEN LP-IS-CASH-FOR-CARD
008270             MOVE "CASH REFUND OF A SALE PAID BY CARD"
008280                 TO FHL-TEXT
008290         WHEN LP-IS-VOID
008300             MOVE "VOIDS AT OR OVER THE VOID LIMIT"
008310                 TO FHL-TEXT
008320         WHEN LP-IS-CLIENT-REFUND
008330             MOVE "REFUNDS TO CLIENTS AT OR OVER THE CLIENT LIMIT"
008340                 TO FHL-TEXT
008350         WHEN LP-IS-TENDER-SHORT
008360             MOVE "SALES LEFT TENDER-SHORT - AMOUNT SHORT SHOWN"
008370                 TO FHL-TEXT
008380         WHEN LP-IS-FAILED-PIN
008390             MOVE "FAILED SIGN-ON PINS AT OR OVER THE PIN LIMIT"
008400                 TO FHL-TEXT
008410     END-EVALUATE.
008420     WRITE PRINT-LINE FROM FlagHeadingLine.
008430     WRITE PRINT-LINE FROM FlagColumnLine.
008440 3400-EXIT.
008450     EXIT.
008460 3500-PRINT-FLAG-DETAIL.
008470     MOVE LP-ACTIVITY-DATE TO FDL-DATE.
008480     MOVE SPACES TO FDL-RECEIPT.
008490     MOVE SPACES TO FDL-REF-RECEIPT.
008500     MOVE SPACES TO FDL-CLIENT-ID.
008510     MOVE SPACES TO FDL-ORIG-OPERATOR.
008520     IF LP-IS-FAILED-PIN
008530         MOVE ZERO TO FDL-AMOUNT
008540         WRITE PRINT-LINE FROM FlagDetailLine
008550         GO TO 3500-EXIT
008560     END-IF.
008570     MOVE LP-RECEIPT-AREA TO RK-AREA.
008580     MOVE LP-RECEIPT-GROUP TO RK-GROUP.
008590     MOVE LP-RECEIPT-SERIAL TO RK-SERIAL.
008600     MOVE ReceiptKeyFields TO FDL-RECEIPT.
008610     IF LP-REF-RECEIPT-NUMBER NOT = ZERO
008620         MOVE LP-REF-RECEIPT-AREA TO RK-AREA
008630         MOVE LP-REF-RECEIPT-GROUP TO RK-GROUP
008640         MOVE LP-REF-RECEIPT-SERIAL TO RK-SERIAL
008650         MOVE ReceiptKeyFields TO FDL-REF-RECEIPT
008660     END-IF.
008670     IF LP-CLIENT-ID NOT = ZERO
008680         MOVE LP-CLIENT-ID TO NumberEditWork
008690         MOVE NumberEditText TO FDL-CLIENT-ID
008700     END-IF.
008710     IF LP-ORIG-OPERATOR-ID NOT = ZERO
008720         MOVE LP-ORIG-OPERATOR-ID TO NumberEditWork
008730         MOVE NumberEditText TO FDL-ORIG-OPERATOR
008740     END-IF.
008750     MOVE LP-AMOUNT TO FDL-AMOUNT.
008760     WRITE PRINT-LINE FROM FlagDetailLine.
008770 3500-EXIT.
008780     EXIT.
008790*****************************************************************
008800*    4000-PRINT-OPERATOR-SCORES - EVERY OPERATOR WITH ACTIVITY  *
008810*    IN THE PERIOD, WITH THE COUNTS THE LIMITS WERE TESTED ON   *
008820*    AND THE NUMBER OF FLAGGED ITEMS                            *
008830*****************************************************************
008840 4000-PRINT-OPERATOR-SCORES.
008850     MOVE SPACES TO PRINT-LINE.
008860     WRITE PRINT-LINE.
008870     WRITE PRINT-LINE FROM ScoreHeadingLine1.
008880     WRITE PRINT-LINE FROM ScoreHeadingLine2.
008890     PERFORM 4100-PRINT-ONE-SCORE THRU 4100-EXIT
008900         VARYING OperatorIdx FROM 1 BY 1
008910         UNTIL OperatorIdx > 9999.
008920     MOVE SPACES TO PRINT-LINE.
008930     WRITE PRINT-LINE.
008940     MOVE "OPERATORS WITH FLAGS              " TO TCL-LABEL.
008950     MOVE OperatorsFlaggedCount TO TCL-COUNT.
008960     WRITE PRINT-LINE FROM TotalCountLine.
008970     MOVE "ITEMS FLAGGED                     " TO TCL-LABEL.
008980     MOVE FlaggedItemCount TO TCL-COUNT.
008990     WRITE PRINT-LINE FROM TotalCountLine.
009000     MOVE "REVERSALS WITH ORIGINAL NOT FOUND " TO TCL-LABEL.
009010     MOVE OriginalMissingCount TO TCL-COUNT.
009020     WRITE PRINT-LINE FROM TotalCountLine.
009030     DISPLAY "LOSS-PREVENTION REPORT - " FlaggedItemCount
009040         " ITEMS FLAGGED FOR " OperatorsFlaggedCount
009050         " OPERATORS".
009060 4000-EXIT.
009070     EXIT.
009080 4100-PRINT-ONE-SCORE.
009090     IF OT-SALE-COUNT(OperatorIdx) = ZERO
009100         AND OT-REFUND-COUNT(OperatorIdx) = ZERO
009110         AND OT-VOID-COUNT(OperatorIdx) = ZERO
009120         AND OT-PIN-COUNT(OperatorIdx) = ZERO
009130         GO TO 4100-EXIT
009140     END-IF.
009150     MOVE OperatorIdx TO OP-OPERATOR-ID.
009160     PERFORM 7000-READ-OPERATOR THRU 7000-EXIT.
009170     MOVE OperatorIdx TO SDL-OPERATOR-ID.
009180     MOVE OP-OPERATOR-NAME TO SDL-OPERATOR-NAME.
009190     MOVE OT-SALE-COUNT(OperatorIdx) TO SDL-SALES.
009200     MOVE OT-REFUND-COUNT(OperatorIdx) TO SDL-REFUNDS.
009210     MOVE OT-VOID-COUNT(OperatorIdx) TO SDL-VOIDS.
009220     MOVE OT-PIN-COUNT(OperatorIdx) TO SDL-PINS.
009230     MOVE OT-SCORE(OperatorIdx) TO SDL-SCORE.
009240     IF OT-SCORE(OperatorIdx) GREATER THAN ZERO
009250         MOVE "REVIEW" TO SDL-REVIEW
009260     ELSE
009270         MOVE SPACES TO SDL-REVIEW
009280     END-IF.
009290     WRITE PRINT-LINE FROM ScoreDetailLine.
009300 4100-EXIT.
009310     EXIT.
009320*****************************************************************
009330*    7000-READ-OPERATOR - NAME, LEVEL AND STATUS TEXT FOR THE   *
009340*    OPERATOR ID IN OP-OPERATOR-ID; AN ID NO LONGER ON FILE     *
009350*    STILL PRINTS                                               *
009360*****************************************************************
009370 7000-READ-OPERATOR.
009380     READ OperatorFile
009390         INVALID KEY
009400         MOVE "** NOT ON FILE **" TO OP-OPERATOR-NAME
009410         MOVE SPACES TO SDL-AUTH-TEXT
009420         MOVE SPACES TO SDL-STATUS-TEXT
009430         GO TO 7000-EXIT
009440     END-READ.
009450     IF OP-IS-SUPERVISOR
009460         MOVE "SUPERVISOR" TO SDL-AUTH-TEXT
009470     ELSE
009480         MOVE "CLERK" TO SDL-AUTH-TEXT
009490     END-IF.
009500     EVALUATE TRUE
009510         WHEN OP-IS-LOCKED
009520             MOVE "LOCKED" TO SDL-STATUS-TEXT
009530         WHEN OP-IS-INACTIVE
009540             MOVE "INACTIVE" TO SDL-STATUS-TEXT
009550         WHEN OTHER
009560             MOVE "ACTIVE" TO SDL-STATUS-TEXT
009570     END-EVALUATE.
009580 7000-EXIT.
009590     EXIT.
009600*****************************************************************
009610*    9000-TERMINATE                                             *
009620*****************************************************************
009630 9000-TERMINATE.
009640     CLOSE OperatorFile.
009650     IF HistoryAvailable
009660         CLOSE ReceiptHistoryFile
009670     END-IF.
009680     CLOSE PrintFile.
009690 9000-EXIT.
009700     EXIT.
