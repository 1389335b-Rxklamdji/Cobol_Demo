000010*****************************************************************
000020*    PROGRAM-ID  : COBGLDG                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                                *
000040*    INSTALLATION: RETAIL SYSTEMS                                *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : GIFT CARD LEDGER PROOF AND CARD ACTIVITY     *
000070*                  LISTING.  THE REGISTER WRITES EVERY LOAD,    *
000080*                  REDEMPTION, REFUND TO A CARD AND VOID OF A   *
000090*                  REDEMPTION TO THE GIFT CARD LEDGER.  THE     *
000100*                  FUNCTION CARD ON SYSIN SELECTS THE RUN -     *
000110*                  PROVE  EVERY CARD'S BALANCE MUST EQUAL THE   *
000120*                         SUM OF ITS LEDGER; A CARD OUT OF      *
000130*                         BALANCE PRINTS AND SETS RETURN CODE 8 *
000140*                  LIST   THE CARD NUMBER ON THE NEXT CARD IS   *
000150*                         LISTED IN DATE ORDER WITH A RUNNING   *
000160*                         BALANCE, FOR THE CUSTOMER             *
000170*                  OPEN   STARTS THE LEDGER - EACH CARD WITH NO *
000180*                         LEDGER ENTRIES TAKES AN OPENING ENTRY *
000190*                         FOR ITS CURRENT BALANCE.  RUN ONCE    *
000200*                         WHILE THE STORE IS CLOSED             *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                               *
000230*    10/15/26   RK    ORIGINAL PROGRAM - GIFT CARD LEDGER       *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. cobgldg.
000270 AUTHOR. Romeo Klamadji.
000280 INSTALLATION. Retail Systems.
000290 DATE-WRITTEN. 10/15/26.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT StoreControlFile ASSIGN TO "STORCTL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS SC-CONTROL-KEY
000380         FILE STATUS IS FileStatusStoreControl.
000390     SELECT GiftCardFile ASSIGN TO "GIFTCARD"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS GC-CARD-NUMBER
000430         FILE STATUS IS FileStatusGiftCard.
000440     SELECT GiftLedgerFile ASSIGN TO "GIFTLEDG"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS GL-LEDGER-KEY
000480         FILE STATUS IS FileStatusGiftLedger.
000490     SELECT PrintFile ASSIGN TO "GLDGRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FileStatusPrintFile.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  StoreControlFile.
000550     COPY storctl.
000560 FD  GiftCardFile.
000570     COPY giftrec.
000580 FD  GiftLedgerFile.
000590     COPY giftldg.
000600 FD  PrintFile.
000610 01  PRINT-LINE                    PIC X(132).
000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000640*    FILE STATUS SWITCHES                                       *
000650*****************************************************************
000660 77  FileStatusStoreControl        PIC X(02) VALUE "00".
000670 77  FileStatusGiftCard            PIC X(02) VALUE "00".
000680 77  FileStatusGiftLedger          PIC X(02) VALUE "00".
000690 77  FileStatusPrintFile           PIC X(02) VALUE "00".
000700*****************************************************************
000710*    CONTROL CARD FIELDS                                        *
000720*****************************************************************
000730 77  RequestedFunction             PIC X(06).
000740     88  FunctionIsProve               VALUE "PROVE ".
000750     88  FunctionIsList                VALUE "LIST  ".
000760     88  FunctionIsOpen                VALUE "OPEN  ".
000770 77  ListCardText                  PIC X(08).
000780 77  ListCardNumber REDEFINES ListCardText
000790                                   PIC 9(08).
000800*****************************************************************
000810*    END-OF-FILE SWITCHES AND COUNTERS                          *
000820*****************************************************************
000830 77  EndOfGiftFileSwitch           PIC X(01) VALUE "N".
000840     88  EndOfGiftFile                 VALUE "Y".
000850 77  EndOfCardLedgerSwitch         PIC X(01) VALUE "N".
000860     88  EndOfCardLedger               VALUE "Y".
000870 77  BusinessDate                  PIC 9(08) VALUE ZERO.
000880 77  CardsReadCount                PIC 9(07) VALUE ZERO.
000890 77  CardsOutOfBalance             PIC 9(07) VALUE ZERO.
000900 77  OpeningsWrittenCount          PIC 9(07) VALUE ZERO.
000910 77  CardEntryCount                PIC 9(05) VALUE ZERO.
000920*****************************************************************
000930*    PER-CARD AND RUN TOTALS                                    *
000940*****************************************************************
000950 77  CardLedgerTotal               PIC S9(09)V99 VALUE ZERO.
000960 77  CardDifference                PIC S9(09)V99 VALUE ZERO.
000970 77  TotalCardBalance              PIC S9(11)V99 VALUE ZERO.
000980 77  TotalLedgerSum                PIC S9(11)V99 VALUE ZERO.
000990*****************************************************************
001000*    REPORT LINE WORK AREAS                                     *
001010*****************************************************************
001020 01  HeadingLine1.
001030     05  FILLER                    PIC X(34)
001040         VALUE "COBOLTAT GIFT CARD LEDGER PROOF - ".
001050     05  FILLER                    PIC X(14)
001060         VALUE "BUSINESS DATE ".
001070     05  HL1-BUSINESS-DATE         PIC 9(08).
001080 01  HeadingLine2.
001090     05  FILLER                    PIC X(36) VALUE
001100         "  CARD NO.   STATUS         BALANCE ".
001110     05  FILLER                    PIC X(38) VALUE
001120         "     LEDGER SUM ENTRIES     DIFFERENCE".
001130 01  ProofDetailLine.
001140     05  FILLER                    PIC X(02) VALUE SPACES.
001150     05  PDL-CARD-NUMBER           PIC 9(08).
001160     05  FILLER                    PIC X(04) VALUE SPACES.
001170     05  PDL-STATUS                PIC X(06).
001180     05  FILLER                    PIC X(02) VALUE SPACES.
001190     05  PDL-BALANCE               PIC ZZ,ZZZ,ZZ9.99-.
001200     05  FILLER                    PIC X(02) VALUE SPACES.
001210     05  PDL-LEDGER-SUM            PIC ZZ,ZZZ,ZZ9.99-.
001220     05  FILLER                    PIC X(02) VALUE SPACES.
001230     05  PDL-ENTRIES               PIC ZZZZ9.
001240     05  FILLER                    PIC X(02) VALUE SPACES.
001250     05  PDL-DIFFERENCE            PIC ZZ,ZZZ,ZZ9.99-.
001260 01  ProofTotalLine.
001270     05  FILLER                    PIC X(01) VALUE SPACES.
001280     05  PTL-LABEL                 PIC X(30).
001290     05  PTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
001300 01  ProofCountLine.
001310     05  FILLER                    PIC X(01) VALUE SPACES.
001320     05  PCL-LABEL                 PIC X(30).
001330     05  PCL-COUNT                 PIC Z,ZZZ,ZZ9.
001340 01  ProofCleanLine.
001350     05  FILLER                    PIC X(44) VALUE
001360         "EVERY CARD BALANCE AGREES WITH ITS LEDGER".
001370 01  ListHeadingLine1.
001380     05  FILLER                    PIC X(36)
001390         VALUE "COBOLTAT GIFT CARD ACTIVITY - CARD ".
001400     05  LHL1-CARD-NUMBER          PIC 9(08).
001410     05  FILLER                    PIC X(10)
001420         VALUE "  PRINTED ".
001430     05  LHL1-BUSINESS-DATE        PIC 9(08).
001440 01  ListHeadingLine2.
001450     05  FILLER                    PIC X(10)
001460         VALUE "  ISSUED  ".
001470     05  LHL2-ISSUE-DATE           PIC 9(08).
001480     05  FILLER                    PIC X(14)
001490         VALUE "   LAST USED  ".
001500     05  LHL2-LAST-USED            PIC 9(08).
001510     05  FILLER                    PIC X(11)
001520         VALUE "   STATUS  ".
001530     05  LHL2-STATUS               PIC X(06).
001540 01  ListHeadingLine3.
001550     05  FILLER                    PIC X(54) VALUE
001560         "  DATE      RECEIPT      ACTIVITY              AMOUNT".
001570     05  FILLER                    PIC X(34) VALUE
001580         "         BALANCE  ORIGINAL RECEIPT".
001590 01  ListDetailLine.
001600     05  FILLER                    PIC X(02) VALUE SPACES.
001610     05  LDL-DATE                  PIC 9(08).
001620     05  FILLER                    PIC X(02) VALUE SPACES.
001630     05  LDL-RECEIPT               PIC X(11).
001640     05  FILLER                    PIC X(02) VALUE SPACES.
001650     05  LDL-ACTIVITY              PIC X(15).
001660     05  FILLER                    PIC X(02) VALUE SPACES.
001670     05  LDL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
001680     05  FILLER                    PIC X(02) VALUE SPACES.
001690     05  LDL-BALANCE               PIC Z,ZZZ,ZZ9.99-.
001700     05  FILLER                    PIC X(02) VALUE SPACES.
001710     05  LDL-REF-RECEIPT           PIC X(11).
001720 01  ListTotalLine.
001730     05  FILLER                    PIC X(02) VALUE SPACES.
001740     05  LTL-LABEL                 PIC X(30).
001750     05  LTL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
001760 01  ReceiptKeyFields.
001770     05  RK-AREA                   PIC 9(03).
001780     05  FILLER                    PIC X(01) VALUE "-".
001790     05  RK-GROUP                  PIC 9(02).
001800     05  FILLER                    PIC X(01) VALUE "-".
001810     05  RK-SERIAL                 PIC 9(04).
001820 01  RefReceiptWork                PIC 9(09).
001830 01  RefReceiptFields REDEFINES RefReceiptWork.
001840     05  RR-AREA                   PIC 9(03).
001850     05  RR-GROUP                  PIC 9(02).
001860     05  RR-SERIAL                 PIC 9(04).
001870 PROCEDURE DIVISION.
001880*****************************************************************
001890*    0000-MAINLINE                                              *
001900*****************************************************************
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     ACCEPT RequestedFunction.
001940     EVALUATE TRUE
001950         WHEN FunctionIsProve
001960             PERFORM 2000-PROVE-LEDGER THRU 2000-EXIT
001970         WHEN FunctionIsList
001980             PERFORM 3000-LIST-CARD THRU 3000-EXIT
001990         WHEN FunctionIsOpen
002000             PERFORM 4000-OPEN-LEDGER THRU 4000-EXIT
002010         WHEN OTHER
002020             DISPLAY "INVALID FUNCTION CARD: " RequestedFunction
002030             DISPLAY "EXPECTED PROVE, LIST OR OPEN - NO ACTION"
002040                 " TAKEN"
002050             MOVE 8 TO RETURN-CODE
002060     END-EVALUATE.
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002080     STOP RUN.
002090*****************************************************************
002100*    1000-INITIALIZE - THE BUSINESS DATE COMES FROM THE STORE   *
002110*    CONTROL FILE; THE LEDGER IS CREATED EMPTY IF IT IS NOT     *
002120*    THERE YET SO THE OPEN FUNCTION CAN START IT                *
002130*****************************************************************
002140 1000-INITIALIZE.
002150     OPEN INPUT StoreControlFile.
002160     IF FileStatusStoreControl NOT = "00"
002170         DISPLAY "UNABLE TO OPEN STORE CONTROL - STATUS "
002180             FileStatusStoreControl
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220     MOVE 1 TO SC-CONTROL-KEY.
002230     READ StoreControlFile
002240         INVALID KEY
002250         DISPLAY "STORE CONTROL RECORD MISSING - ENDING RUN"
002260         MOVE 8 TO RETURN-CODE
002270         STOP RUN
002280     END-READ.
002290     MOVE SC-BUSINESS-DATE TO BusinessDate.
002300     CLOSE StoreControlFile.
002310     OPEN INPUT GiftCardFile.
002320     IF FileStatusGiftCard NOT = "00"
002330         DISPLAY "UNABLE TO OPEN GIFT CARD FILE - STATUS "
002340             FileStatusGiftCard
002350         MOVE 8 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     OPEN I-O GiftLedgerFile.
002390     IF FileStatusGiftLedger = "35"
002400         OPEN OUTPUT GiftLedgerFile
002410         CLOSE GiftLedgerFile
002420         OPEN I-O GiftLedgerFile
002430     END-IF.
002440     IF FileStatusGiftLedger NOT = "00"
002450         DISPLAY "UNABLE TO OPEN GIFT CARD LEDGER - STATUS "
002460             FileStatusGiftLedger
002470         MOVE 8 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     OPEN OUTPUT PrintFile.
002510     IF FileStatusPrintFile NOT = "00"
002520         DISPLAY "UNABLE TO OPEN LEDGER REPORT FILE - STATUS "
002530             FileStatusPrintFile
002540         MOVE 8 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570 1000-EXIT.
002580     EXIT.
002590*****************************************************************
002600*    2000-PROVE-LEDGER - EVERY CARD ON FILE IS SUMMED AGAINST   *
002610*    ITS LEDGER; ONLY CARDS OUT OF BALANCE ARE LISTED           *
002620*****************************************************************
002630 2000-PROVE-LEDGER.
002640     MOVE BusinessDate TO HL1-BUSINESS-DATE.
002650     WRITE PRINT-LINE FROM HeadingLine1.
002660     MOVE SPACES TO PRINT-LINE.
002670     WRITE PRINT-LINE.
002680     WRITE PRINT-LINE FROM HeadingLine2.
002690     PERFORM 2100-PROVE-ONE-CARD THRU 2100-EXIT
002700         UNTIL EndOfGiftFile.
002710     MOVE SPACES TO PRINT-LINE.
002720     WRITE PRINT-LINE.
002730     IF CardsOutOfBalance = ZERO
002740         WRITE PRINT-LINE FROM ProofCleanLine
002750     END-IF.
002760     MOVE "TOTAL OF CARD BALANCES      - " TO PTL-LABEL.
002770     MOVE TotalCardBalance TO PTL-AMOUNT.
002780     WRITE PRINT-LINE FROM ProofTotalLine.
002790     MOVE "TOTAL OF LEDGER ENTRIES     - " TO PTL-LABEL.
002800     MOVE TotalLedgerSum TO PTL-AMOUNT.
002810     WRITE PRINT-LINE FROM ProofTotalLine.
002820     MOVE "CARDS PROVED                - " TO PCL-LABEL.
002830     MOVE CardsReadCount TO PCL-COUNT.
002840     WRITE PRINT-LINE FROM ProofCountLine.
002850     MOVE "CARDS OUT OF BALANCE        - " TO PCL-LABEL.
002860     MOVE CardsOutOfBalance TO PCL-COUNT.
002870     WRITE PRINT-LINE FROM ProofCountLine.
002880     IF CardsOutOfBalance NOT = ZERO
002890         DISPLAY "GIFT CARD LEDGER PROOF FAILED - "
002900             CardsOutOfBalance " CARDS OUT OF BALANCE - SEE"
002910             " GLDGRPT"
002920         MOVE 8 TO RETURN-CODE
002930     ELSE
002940         DISPLAY "GIFT CARD LEDGER PROOF CLEAN - "
002950             CardsReadCount " CARDS"
002960     END-IF.
002970 2000-EXIT.
002980     EXIT.
002990 2100-PROVE-ONE-CARD.
003000     READ GiftCardFile NEXT RECORD
003010         AT END SET EndOfGiftFile TO TRUE
003020     END-READ.
003030     IF EndOfGiftFile
003040         GO TO 2100-EXIT
003050     END-IF.
003060     ADD 1 TO CardsReadCount.
003070     PERFORM 7000-START-CARD-LEDGER THRU 7000-EXIT.
003080     PERFORM 7100-SUM-ONE-ENTRY THRU 7100-EXIT
003090         UNTIL EndOfCardLedger.
003100     ADD GC-BALANCE TO TotalCardBalance.
003110     ADD CardLedgerTotal TO TotalLedgerSum.
003120     IF CardLedgerTotal = GC-BALANCE
003130         GO TO 2100-EXIT
003140     END-IF.
003150     ADD 1 TO CardsOutOfBalance.
003160     COMPUTE CardDifference = GC-BALANCE - CardLedgerTotal.
003170     MOVE GC-CARD-NUMBER TO PDL-CARD-NUMBER.
003180     PERFORM 7200-CARD-STATUS-TEXT THRU 7200-EXIT.
003190     MOVE GC-BALANCE TO PDL-BALANCE.
003200     MOVE CardLedgerTotal TO PDL-LEDGER-SUM.
003210     MOVE CardEntryCount TO PDL-ENTRIES.
003220     MOVE CardDifference TO PDL-DIFFERENCE.
003230     WRITE PRINT-LINE FROM ProofDetailLine.
003240 2100-EXIT.
003250     EXIT.
003260*****************************************************************
003270*    3000-LIST-CARD - THE CARD NUMBER IS THE SECOND SYSIN CARD; *
003280*    EVERY LEDGER ENTRY PRINTS WITH THE BALANCE IT LEFT ON THE  *
003290*    CARD                                                       *
003300*****************************************************************
003310 3000-LIST-CARD.
003320     ACCEPT ListCardText.
003330     IF ListCardText NOT NUMERIC
003340         DISPLAY "INVALID CARD NUMBER CARD: " ListCardText
003350         MOVE 8 TO RETURN-CODE
003360         GO TO 3000-EXIT
003370     END-IF.
003380     MOVE ListCardNumber TO GC-CARD-NUMBER.
003390     READ GiftCardFile
003400         INVALID KEY
003410         DISPLAY "GIFT CARD " ListCardNumber " NOT ON FILE"
003420         MOVE 8 TO RETURN-CODE
003430         GO TO 3000-EXIT
003440     END-READ.
003450     MOVE GC-CARD-NUMBER TO LHL1-CARD-NUMBER.
003460     MOVE BusinessDate TO LHL1-BUSINESS-DATE.
003470     WRITE PRINT-LINE FROM ListHeadingLine1.
003480     MOVE GC-ISSUE-DATE TO LHL2-ISSUE-DATE.
003490     MOVE GC-LAST-USED-DATE TO LHL2-LAST-USED.
003500     PERFORM 7200-CARD-STATUS-TEXT THRU 7200-EXIT.
003510     MOVE PDL-STATUS TO LHL2-STATUS.
003520     WRITE PRINT-LINE FROM ListHeadingLine2.
003530     MOVE SPACES TO PRINT-LINE.
003540     WRITE PRINT-LINE.
003550     WRITE PRINT-LINE FROM ListHeadingLine3.
003560     PERFORM 7000-START-CARD-LEDGER THRU 7000-EXIT.
003570     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
003580         UNTIL EndOfCardLedger.
003590     MOVE SPACES TO PRINT-LINE.
003600     WRITE PRINT-LINE.
003610     MOVE "CURRENT CARD BALANCE        - " TO LTL-LABEL.
003620     MOVE GC-BALANCE TO LTL-AMOUNT.
003630     WRITE PRINT-LINE FROM ListTotalLine.
003640     IF CardLedgerTotal NOT = GC-BALANCE
003650         MOVE "LEDGER TOTAL (OUT OF BALANCE)-" TO LTL-LABEL
003660         MOVE CardLedgerTotal TO LTL-AMOUNT
003670         WRITE PRINT-LINE FROM ListTotalLine
003680         DISPLAY "CARD " GC-CARD-NUMBER " BALANCE DOES NOT"
003690             " AGREE WITH ITS LEDGER"
003700         MOVE 8 TO RETURN-CODE
003710     END-IF.
003720 3000-EXIT.
003730     EXIT.
003740 3100-LIST-ONE-ENTRY.
003750     PERFORM 7100-SUM-ONE-ENTRY THRU 7100-EXIT.
003760     IF EndOfCardLedger
003770         GO TO 3100-EXIT
003780     END-IF.
003790     MOVE GL-ACTIVITY-DATE TO LDL-DATE.
003800     MOVE GL-RECEIPT-AREA TO RK-AREA.
003810     MOVE GL-RECEIPT-GROUP TO RK-GROUP.
003820     MOVE GL-RECEIPT-SERIAL TO RK-SERIAL.
003830     MOVE ReceiptKeyFields TO LDL-RECEIPT.
003840     EVALUATE TRUE
003850         WHEN GL-IS-OPENING
003860             MOVE "OPENING BALANCE" TO LDL-ACTIVITY
003870             MOVE SPACES TO LDL-RECEIPT
003880         WHEN GL-IS-LOAD
003890             MOVE "LOAD" TO LDL-ACTIVITY
003900         WHEN GL-IS-REDEMPTION
003910             MOVE "PURCHASE" TO LDL-ACTIVITY
003920         WHEN GL-IS-REFUND-TO-CARD
003930             MOVE "REFUND TO CARD" TO LDL-ACTIVITY
003940         WHEN GL-IS-VOID
003950             MOVE "PURCHASE VOIDED" TO LDL-ACTIVITY
003960         WHEN OTHER
003970             MOVE GL-ACTIVITY-TYPE TO LDL-ACTIVITY
003980     END-EVALUATE.
003990     MOVE GL-AMOUNT TO LDL-AMOUNT.
004000     MOVE CardLedgerTotal TO LDL-BALANCE.
004010     IF GL-REF-RECEIPT-NUMBER NUMERIC
004020         AND GL-REF-RECEIPT-NUMBER NOT = ZERO
004030         MOVE GL-REF-RECEIPT-NUMBER TO RefReceiptWork
004040         MOVE RR-AREA TO RK-AREA
004050         MOVE RR-GROUP TO RK-GROUP
004060         MOVE RR-SERIAL TO RK-SERIAL
004070         MOVE ReceiptKeyFields TO LDL-REF-RECEIPT
004080     ELSE
004090         MOVE SPACES TO LDL-REF-RECEIPT
004100     END-IF.
004110     WRITE PRINT-LINE FROM ListDetailLine.
004120 3100-EXIT.
004130     EXIT.
004140*****************************************************************
004150*    4000-OPEN-LEDGER - A CARD SOLD BEFORE THE LEDGER EXISTED   *
004160*    HAS NO ENTRIES; ITS CURRENT BALANCE IS TAKEN ON AS AN      *
004170*    OPENING ENTRY SO THE PROOF HOLDS FROM HERE ON.  A CARD     *
004180*    THAT ALREADY HAS ENTRIES IS LEFT ALONE, SO A RERUN IS SAFE *
004190*****************************************************************
004200 4000-OPEN-LEDGER.
004210     IF NOT SC-STORE-CLOSED
004220         DISPLAY "STORE IS OPEN - THE LEDGER IS STARTED ONLY"
004230             " WHILE THE REGISTERS ARE DOWN"
004240         MOVE 8 TO RETURN-CODE
004250         GO TO 4000-EXIT
004260     END-IF.
004270     MOVE BusinessDate TO HL1-BUSINESS-DATE.
004280     WRITE PRINT-LINE FROM HeadingLine1.
004290     MOVE SPACES TO PRINT-LINE.
004300     WRITE PRINT-LINE.
004310     PERFORM 4100-OPEN-ONE-CARD THRU 4100-EXIT
004320         UNTIL EndOfGiftFile.
004330     MOVE "OPENING BALANCES TAKEN ON   - " TO PTL-LABEL.
004340     MOVE TotalCardBalance TO PTL-AMOUNT.
004350     WRITE PRINT-LINE FROM ProofTotalLine.
004360     MOVE "CARDS READ                  - " TO PCL-LABEL.
004370     MOVE CardsReadCount TO PCL-COUNT.
004380     WRITE PRINT-LINE FROM ProofCountLine.
004390     MOVE "OPENING ENTRIES WRITTEN     - " TO PCL-LABEL.
004400     MOVE OpeningsWrittenCount TO PCL-COUNT.
004410     WRITE PRINT-LINE FROM ProofCountLine.
004420     DISPLAY "GIFT CARD LEDGER OPENED - " OpeningsWrittenCount
004430         " OPENING ENTRIES WRITTEN".
004440 4000-EXIT.
004450     EXIT.
004460 4100-OPEN-ONE-CARD.
004470     READ GiftCardFile NEXT RECORD
004480         AT END SET EndOfGiftFile TO TRUE
004490     END-READ.
004500     IF EndOfGiftFile
004510         GO TO 4100-EXIT
004520     END-IF.
004530     ADD 1 TO CardsReadCount.
004540     PERFORM 7000-START-CARD-LEDGER THRU 7000-EXIT.
004550     PERFORM 7100-SUM-ONE-ENTRY THRU 7100-EXIT.
004560     IF NOT EndOfCardLedger
004570         GO TO 4100-EXIT
004580     END-IF.
004590     MOVE GC-CARD-NUMBER TO GL-CARD-NUMBER.
004600     MOVE BusinessDate TO GL-ACTIVITY-DATE.
004610     MOVE ZERO TO GL-ACTIVITY-TIME.
004620     MOVE ZERO TO GL-RECEIPT-NUMBER.
004630     MOVE ZERO TO GL-TENDER-SLOT.
004640     MOVE "O" TO GL-ACTIVITY-TYPE.
004650     MOVE GC-BALANCE TO GL-AMOUNT.
004660     MOVE GC-BALANCE TO GL-BALANCE-AFTER.
004670     MOVE ZERO TO GL-REF-RECEIPT-NUMBER.
004680     MOVE ZERO TO GL-OPERATOR-ID.
004690     ACCEPT GL-TRANS-DATE FROM DATE YYYYMMDD.
004700     WRITE GIFT-LEDGER-RECORD
004710         INVALID KEY
004720         DISPLAY "ERROR WRITING OPENING ENTRY FOR CARD "
004730             GC-CARD-NUMBER " - STATUS " FileStatusGiftLedger
004740         GO TO 4100-EXIT
004750     END-WRITE.
004760     ADD 1 TO OpeningsWrittenCount.
004770     ADD GC-BALANCE TO TotalCardBalance.
004780     MOVE GC-CARD-NUMBER TO PDL-CARD-NUMBER.
004790     PERFORM 7200-CARD-STATUS-TEXT THRU 7200-EXIT.
004800     MOVE GC-BALANCE TO PDL-BALANCE.
004810     MOVE GC-BALANCE TO PDL-LEDGER-SUM.
004820     MOVE 1 TO PDL-ENTRIES.
004830     MOVE ZERO TO PDL-DIFFERENCE.
004840     WRITE PRINT-LINE FROM ProofDetailLine.
004850 4100-EXIT.
004860     EXIT.
004870*****************************************************************
004880*    7000-START-CARD-LEDGER - POSITION THE LEDGER AT THE FIRST  *
004890*    ENTRY FOR THE CARD NOW IN THE GIFT CARD RECORD AND CLEAR   *
004900*    THE CARD'S RUNNING TOTALS                                  *
004910*****************************************************************
004920 7000-START-CARD-LEDGER.
004930     MOVE "N" TO EndOfCardLedgerSwitch.
004940     MOVE ZERO TO CardLedgerTotal.
004950     MOVE ZERO TO CardEntryCount.
004960     MOVE GC-CARD-NUMBER TO GL-CARD-NUMBER.
004970     MOVE ZERO TO GL-ACTIVITY-DATE.
004980     MOVE ZERO TO GL-ACTIVITY-TIME.
004990     MOVE ZERO TO GL-RECEIPT-NUMBER.
005000     MOVE ZERO TO GL-TENDER-SLOT.
005010     START GiftLedgerFile
005020         KEY IS NOT LESS THAN GL-LEDGER-KEY
005030         INVALID KEY SET EndOfCardLedger TO TRUE
005040     END-START.
005050 7000-EXIT.
005060     EXIT.
005070*****************************************************************
005080*    7100-SUM-ONE-ENTRY - NEXT LEDGER ENTRY FOR THE CARD; THE   *
005090*    SCAN ENDS AT THE FIRST ENTRY FOR ANOTHER CARD              *
005100*****************************************************************
005110 7100-SUM-ONE-ENTRY.
005120     IF EndOfCardLedger
005130         GO TO 7100-EXIT
005140     END-IF.
005150     READ GiftLedgerFile NEXT RECORD
005160         AT END SET EndOfCardLedger TO TRUE
005170     END-READ.
005180     IF EndOfCardLedger
005190         GO TO 7100-EXIT
005200     END-IF.
005210     IF GL-CARD-NUMBER NOT = GC-CARD-NUMBER
005220         SET EndOfCardLedger TO TRUE
005230         GO TO 7100-EXIT
005240     END-IF.
005250     ADD 1 TO CardEntryCount.
005260     ADD GL-AMOUNT TO CardLedgerTotal.
005270 7100-EXIT.
005280     EXIT.
005290 7200-CARD-STATUS-TEXT.
005300     IF GC-IS-CLOSED
005310         MOVE "CLOSED" TO PDL-STATUS
005320     ELSE
005330         MOVE "ACTIVE" TO PDL-STATUS
005340     END-IF.
005350 7200-EXIT.
005360     EXIT.
005370*****************************************************************
005380*    9000-TERMINATE                                             *
005390*****************************************************************
005400 9000-TERMINATE.
005410     CLOSE GiftCardFile.
005420     CLOSE GiftLedgerFile.
005430     CLOSE PrintFile.
005440 9000-EXIT.
005450     EXIT.
