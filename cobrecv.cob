000120*                  AND PRINTS A DISCREPANCY REPORT OF LINES     *
000130*                  RECEIVED SHORT OR OVER SO SHORT DELIVERIES   *
000140*                  CAN BE TOLD APART FROM SHRINKAGE.            *
000141*                  DELIVERIES ARE RECEIVED AGAINST A PURCHASE   *
000142*                  ORDER NUMBER; THE ORDERED QUANTITY COMES     *
000143*                  FROM THE OPEN PO LINE, AND THE RUN ENDS BY   *
000145*                  LISTING OPEN ORDERS PAST THEIR EXPECTED      *
000146*                  DELIVERY DATE.                               *
000147*                  THE DELIVERY UNIT COST IS KEYED PER LINE AND *
000148*                  AVERAGED INTO THE CATALOG UNIT COST.         *
000150*    MODIFICATION HISTORY                                       *
000160*    DATE       INIT  DESCRIPTION                               *
000170*    09/03/26   RK    ORIGINAL PROGRAM - STOCK RECEIVING        *
000171*    10/15/26   RK    RECEIVE AGAINST PURCHASE ORDERS - ORDERED *
000172*                     QTY TAKEN FROM THE PO LINE, LINES MARKED  *
000173*                     PARTIAL OR CLOSED, OVERDUE OPEN ORDERS    *
000175*                     LISTED AT THE END OF THE RUN              *
000176*    10/15/26   RK    DELIVERY UNIT COST KEYED AND LOGGED; THE  *
000177*                     CATALOG UNIT COST IS KEPT AS A WEIGHTED   *
000178*                     AVERAGE OF STOCK ON HAND AND DELIVERIES   *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cobrecv.
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE IS SEQUENTIAL
000410         FILE STATUS IS FileStatusReceivingLog.
000411     SELECT PurchaseOrderFile ASSIGN TO "POFILE"
000413         ORGANIZATION IS INDEXED
000415         ACCESS MODE IS DYNAMIC
000416         RECORD KEY IS PO-ORDER-KEY
000418         FILE STATUS IS FileStatusPurchaseOrder.
000420     SELECT PrintFile ASSIGN TO "RECVDISC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FileStatusPrintFile.
000510 FD  ReceivingLogFile
000520     RECORDING MODE IS F.
000530     COPY recvrec.
000533 FD  PurchaseOrderFile.
000536     COPY porec.
000540 FD  PrintFile.
000550 01  PRINT-LINE                    PIC X(132).
000560 WORKING-STORAGE SECTION.
000600 77  FileStatusProductCatalog    PIC X(02) VALUE "00".
000610 77  FileStatusOperator          PIC X(02) VALUE "00".
000620 77  FileStatusReceivingLog      PIC X(02) VALUE "00".
000625 77  FileStatusPurchaseOrder     PIC X(02) VALUE "00".
000630 77  FileStatusPrintFile         PIC X(02) VALUE "00".
000640*****************************************************************
000650*    OPERATOR SIGN-ON WORKING FIELDS                            *
000720 77  SignonAttemptCount          PIC 9(01) COMP.
000730 77  MaxSignonAttempts           PIC 9(01) COMP VALUE 3.
000740*****************************************************************
000741*    PURCHASE ORDER SELECTION WORKING FIELDS                    *
000742*****************************************************************
000743 77  PoNumberEntry               PIC 9(06).
000744 77  MorePoSwitch                PIC X(01) VALUE "Y".
000745     88  MorePurchaseOrders          VALUE "Y".
000746     88  NoMorePurchaseOrders        VALUE "N".
000748 77  PoFoundSwitch               PIC X(01) VALUE "N".
000749     88  PoFound                     VALUE "Y".
000750     88  PoNotFound                  VALUE "N".
000751 77  PoLineFoundSwitch           PIC X(01) VALUE "N".
000752     88  PoLineFound                 VALUE "Y".
000753     88  PoLineNotFound              VALUE "N".
000754 77  EndOfPoScanSwitch           PIC X(01) VALUE "N".
000756     88  EndOfPoScan                 VALUE "Y".
000757     88  MorePoLinesToScan           VALUE "N".
000758 77  PoSupplierId                PIC 9(04) VALUE ZERO.
000759 77  PoExpectedDate              PIC 9(08) VALUE ZERO.
000760 77  OutstandingLineCount        PIC 9(03) VALUE ZERO.
000761 77  CloseShortSwitch            PIC X(01) VALUE "N".
000763     88  CloseLineShort              VALUE "Y" "y".
000764 01  RunDate                     PIC 9(08) VALUE ZERO.
000765*****************************************************************
000766*    DELIVERY LINE ENTRY WORKING FIELDS - THE ORDERED QUANTITY  *
000767*    IS WHAT IS STILL OUTSTANDING ON THE PO LINE                *
000768*****************************************************************
000770 77  ProductNumberEntry          PIC 9(04).
000780 77  ProductFoundSwitch          PIC X(01) VALUE "N".
000790     88  ProductFound                VALUE "Y".
000800     88  ProductNotFound             VALUE "N".
000810 77  QtyOutstanding              PIC 9(05).
000820 77  QtyReceivedEntry            PIC 9(05).
000830 77  QtyVariance                 PIC S9(06) VALUE ZERO.
000833 77  DeliveryUnitCost            PIC 9(05)V99 VALUE ZERO.
000836 77  StockForCosting             PIC 9(05) VALUE ZERO.
000840 77  MoreLinesSwitch             PIC X(01) VALUE "Y".
000850     88  MoreLinesToEnter            VALUE "Y".
000860     88  NoMoreLinesToEnter          VALUE "N".
000890*****************************************************************
000900 77  LinesReceivedCount          PIC 9(05) VALUE ZERO.
000910 77  DiscrepancyCount            PIC 9(05) VALUE ZERO.
000912 77  PoClosedCount               PIC 9(05) VALUE ZERO.
000915 77  PoPartialCount              PIC 9(05) VALUE ZERO.
000917 77  OverdueLineCount            PIC 9(05) VALUE ZERO.
000920*****************************************************************
000930*    REPORT LINE WORK AREAS                                     *
000940*****************************************************************
001010         "PRODUCT  DESCRIPTION           ORDERED  ".
001020     05  FILLER                    PIC X(20) VALUE
001025         "RECEIVED   VARIANCE".
001026     05  FILLER                    PIC X(16) VALUE
001028         "         PO/LINE".
001030 01  DiscrepancyDetailLine.
001040     05  FILLER                    PIC X(02) VALUE SPACES.
001050     05  DDL-PRODUCT-NUMBER        PIC 9(04).
001130     05  DDL-VARIANCE              PIC ZZZ,ZZ9-.
001140     05  FILLER                    PIC X(02) VALUE SPACES.
001150     05  DDL-FLAG                  PIC X(05).
001152     05  FILLER                    PIC X(02) VALUE SPACES.
001154     05  DDL-PO-NUMBER             PIC 9(06).
001156     05  FILLER                    PIC X(01) VALUE "/".
001158     05  DDL-PO-LINE               PIC 9(03).
001160 01  NoDiscrepancyLine.
001170     05  FILLER                    PIC X(42) VALUE
001180         "ALL DELIVERY LINES RECEIVED AS ORDERED".
001240     05  FILLER                    PIC X(29)
001250         VALUE "LINES SHORT OR OVER       - ".
001260     05  DCL-COUNT                 PIC ZZZZ9.
001261 01  PoCountLine.
001262     05  PCL-LABEL                 PIC X(29).
001263     05  PCL-COUNT                 PIC ZZZZ9.
001264 01  OverdueHeadingLine1.
001265     05  FILLER                    PIC X(45) VALUE
001266         "OPEN PURCHASE ORDERS PAST EXPECTED DELIVERY -".
001267     05  FILLER                    PIC X(07) VALUE " AS OF ".
001268     05  OHL-RUN-DATE              PIC 9(08).
001269 01  OverdueHeadingLine2.
001270     05  FILLER                    PIC X(40) VALUE
001271         "PO NUMBER LINE  SUPPLIER  PRODUCT  EXPEC".
001272     05  FILLER                    PIC X(40) VALUE
001274         "TED    ORDERED  RECEIVED  STATUS".
001275 01  OverdueDetailLine.
001276     05  FILLER                    PIC X(01) VALUE SPACES.
001277     05  ODL-PO-NUMBER             PIC 9(06).
001278     05  FILLER                    PIC X(03) VALUE SPACES.
001279     05  ODL-PO-LINE               PIC 9(03).
001280     05  FILLER                    PIC X(03) VALUE SPACES.
001281     05  ODL-SUPPLIER-ID           PIC 9(04).
001282     05  FILLER                    PIC X(06) VALUE SPACES.
001283     05  ODL-PRODUCT-NUMBER        PIC 9(04).
001284     05  FILLER                    PIC X(03) VALUE SPACES.
001285     05  ODL-EXPECTED-DATE         PIC 9(08).
001287     05  FILLER                    PIC X(02) VALUE SPACES.
001288     05  ODL-ORDERED               PIC ZZ,ZZ9.
001289     05  FILLER                    PIC X(04) VALUE SPACES.
001290     05  ODL-RECEIVED              PIC ZZ,ZZ9.
001291     05  FILLER                    PIC X(02) VALUE SPACES.
001292     05  ODL-STATUS                PIC X(07).
001293 01  NoOverdueLine.
001294     05  FILLER                    PIC X(40) VALUE
001295         "NO OPEN PURCHASE ORDERS ARE OVERDUE".
001296 PROCEDURE DIVISION.
001297*****************************************************************
001298*    0000-MAINLINE                                              *
001300*****************************************************************
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     PERFORM 1800-OPERATOR-SIGN-ON THRU 1800-EXIT.
001340     PERFORM 2000-RECEIVE-ONE-PO THRU 2000-EXIT
001350         UNTIL NoMorePurchaseOrders.
001360     PERFORM 3000-PRINT-TRAILER THRU 3000-EXIT.
001365     PERFORM 3500-LIST-OVERDUE-ORDERS THRU 3500-EXIT.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001380     STOP RUN.
001390*****************************************************************
001590             FileStatusReceivingLog
001600         STOP RUN
001610     END-IF.
001611     OPEN I-O PurchaseOrderFile.
001612     IF FileStatusPurchaseOrder NOT = "00"
001614         DISPLAY "UNABLE TO OPEN PURCHASE ORDER FILE - STATUS "
001615             FileStatusPurchaseOrder
001617         STOP RUN
001618     END-IF.
001620     OPEN OUTPUT PrintFile.
001630     IF FileStatusPrintFile NOT = "00"
001640         DISPLAY "UNABLE TO OPEN DISCREPANCY REPORT - STATUS "
001650             FileStatusPrintFile
001660         STOP RUN
001670     END-IF.
001676     ACCEPT RunDate FROM DATE YYYYMMDD.
001683     MOVE RunDate TO HL1-RUN-DATE.
001690     WRITE PRINT-LINE FROM HeadingLine1.
001700     MOVE SPACES TO PRINT-LINE.
001710     WRITE PRINT-LINE.
002100 1810-EXIT.
002110     EXIT.
002120*****************************************************************
002121*    2000-RECEIVE-ONE-PO - ONE DELIVERY, KEYED AGAINST ITS      *
002122*    PURCHASE ORDER NUMBER.  THE ORDER MUST BE ON FILE WITH AT  *
002123*    LEAST ONE LINE STILL OUTSTANDING; WHEN THE CLERK FINISHES  *
002124*    THE ORDER IS REPORTED AS CLOSED OR STILL PARTIAL           *
002125*****************************************************************
002126 2000-RECEIVE-ONE-PO.
002127     DISPLAY "ENTER PO NUMBER (000000 TO FINISH): ".
002128     ACCEPT PoNumberEntry.
002129     IF PoNumberEntry = ZERO
002130         SET NoMorePurchaseOrders TO TRUE
002131         GO TO 2000-EXIT
002132     END-IF.
002133     PERFORM 2050-CHECK-ORDER-STATUS THRU 2050-EXIT.
002134     IF PoNotFound
002135         DISPLAY "PURCHASE ORDER NOT ON FILE - RE-ENTER"
002136         GO TO 2000-EXIT
002137     END-IF.
002138     IF OutstandingLineCount = ZERO
002139         DISPLAY "PURCHASE ORDER " PoNumberEntry
002140             " IS ALREADY CLOSED - NOTHING TO RECEIVE"
002141         GO TO 2000-EXIT
002142     END-IF.
002143     DISPLAY "PO " PoNumberEntry " SUPPLIER " PoSupplierId
002144         " EXPECTED " PoExpectedDate " - "
002145         OutstandingLineCount " LINES OUTSTANDING".
002146     SET MoreLinesToEnter TO TRUE.
002147     PERFORM 2100-RECEIVE-ONE-LINE THRU 2100-EXIT
002148         UNTIL NoMoreLinesToEnter.
002149     PERFORM 2050-CHECK-ORDER-STATUS THRU 2050-EXIT.
002150     IF OutstandingLineCount = ZERO
002151         ADD 1 TO PoClosedCount
002152         DISPLAY "PURCHASE ORDER " PoNumberEntry " CLOSED"
002153     ELSE
002154         ADD 1 TO PoPartialCount
002155         DISPLAY "PURCHASE ORDER " PoNumberEntry
002156             " PARTIALLY RECEIVED - " OutstandingLineCount
002157             " LINES STILL OPEN"
002158     END-IF.
002159 2000-EXIT.
002160     EXIT.
002161*****************************************************************
002162*    2050-CHECK-ORDER-STATUS - READ EVERY LINE OF THE ORDER     *
002163*    AND COUNT THOSE STILL OPEN OR PARTIAL                      *
002164*****************************************************************
002165 2050-CHECK-ORDER-STATUS.
002166     SET PoNotFound TO TRUE.
002167     MOVE ZERO TO OutstandingLineCount.
002168     SET MorePoLinesToScan TO TRUE.
002169     MOVE PoNumberEntry TO PO-ORDER-NUMBER.
002170     MOVE ZERO TO PO-LINE-NUMBER.
002171     START PurchaseOrderFile
002172         KEY IS NOT LESS THAN PO-ORDER-KEY
002173         INVALID KEY SET EndOfPoScan TO TRUE
002174     END-START.
002175     PERFORM 2060-CHECK-ONE-ORDER-LINE THRU 2060-EXIT
002176         UNTIL EndOfPoScan.
002177 2050-EXIT.
002178     EXIT.
002179 2060-CHECK-ONE-ORDER-LINE.
002180     READ PurchaseOrderFile NEXT RECORD
002181         AT END SET EndOfPoScan TO TRUE
002182     END-READ.
002183     IF EndOfPoScan
002184         GO TO 2060-EXIT
002185     END-IF.
002186     IF PO-ORDER-NUMBER NOT = PoNumberEntry
002187         SET EndOfPoScan TO TRUE
002188         GO TO 2060-EXIT
002189     END-IF.
002190     SET PoFound TO TRUE.
002191     MOVE PO-SUPPLIER-ID TO PoSupplierId.
002192     MOVE PO-EXPECTED-DATE TO PoExpectedDate.
002193     IF PO-LINE-OUTSTANDING
002194         ADD 1 TO OutstandingLineCount
002195     END-IF.
002196 2060-EXIT.
002197     EXIT.
002198*****************************************************************
002199*    2100-RECEIVE-ONE-LINE - ONE DELIVERY LINE: THE PRODUCT     *
002200*    MUST BE OUTSTANDING ON THE ORDER, WHICH SUPPLIES THE       *
002201*    QUANTITY STILL DUE; THE CLERK KEYS WHAT CAME OFF THE       *
002202*    TRUCK.  THE RECEIVED QUANTITY POSTS TO ON-HAND AND TO THE  *
002203*    PO LINE, AND EVERY LINE IS LOGGED.  A LINE RECEIVED SHORT  *
002204*    STAYS PARTIAL UNLESS THE CLERK CLOSES IT SHORT             *
002205*****************************************************************
002206 2100-RECEIVE-ONE-LINE.
002207     DISPLAY "ENTER PRODUCT NUMBER (0000 TO END THIS PO): ".
002208     ACCEPT ProductNumberEntry.
002209     IF ProductNumberEntry = ZERO
002210         SET NoMoreLinesToEnter TO TRUE
002220         GO TO 2100-EXIT
002230     END-IF.
002240     MOVE ProductNumberEntry TO PC-PRODUCT-NUMBER.
002250     READ ProductCatalogFile
002280     END-READ.
002290     IF ProductNotFound
002300         DISPLAY "PRODUCT NUMBER NOT ON FILE - LINE REJECTED"
002310         GO TO 2100-EXIT
002320     END-IF.
002321     PERFORM 2150-FIND-ORDER-LINE THRU 2150-EXIT.
002322     IF PoLineNotFound
002324         DISPLAY "PRODUCT NOT OUTSTANDING ON PO " PoNumberEntry
002325             " - LINE REJECTED"
002327         GO TO 2100-EXIT
002328     END-IF.
002330     DISPLAY "  " PC-DESCRIPTION " - ON HAND " PC-QTY-ON-HAND.
002340     IF PC-IS-DISCONTINUED
002350         DISPLAY "*** PRODUCT IS DISCONTINUED - RECEIVING"
002360             " ANYWAY, ADVISE THE BUYER"
002370     END-IF.
002375     COMPUTE QtyOutstanding = PO-QTY-ORDERED - PO-QTY-RECEIVED.
002380     DISPLAY "  PO LINE " PO-LINE-NUMBER
002385         " ORDERED " PO-QTY-ORDERED
002390         " RECEIVED TO DATE " PO-QTY-RECEIVED
002395         " OUTSTANDING " QtyOutstanding.
002400     DISPLAY "ENTER QUANTITY RECEIVED: ".
002410     ACCEPT QtyReceivedEntry.
002413     MOVE "N" TO CloseShortSwitch.
002417     IF QtyReceivedEntry LESS THAN QtyOutstanding
002420         DISPLAY "RECEIVED SHORT - CLOSE LINE, NO MORE TO COME?"
002424             " (Y/N): "
002428         ACCEPT CloseShortSwitch
002431     END-IF.
002435     IF QtyReceivedEntry = ZERO
002439         AND NOT CloseLineShort
002442         DISPLAY "NOTHING RECEIVED - PO LINE LEFT OPEN"
002446         GO TO 2100-EXIT
002450     END-IF.
002451     IF PC-UNIT-COST NOT NUMERIC
002452         MOVE ZERO TO PC-UNIT-COST
002454     END-IF.
002455     MOVE PC-UNIT-COST TO DeliveryUnitCost.
002456     IF QtyReceivedEntry NOT = ZERO
002458         DISPLAY "  UNIT COST ON FILE " PC-UNIT-COST
002459         DISPLAY "ENTER DELIVERY UNIT COST (0 = AS ON FILE): "
002460         ACCEPT DeliveryUnitCost
002462         IF DeliveryUnitCost = ZERO
002463             MOVE PC-UNIT-COST TO DeliveryUnitCost
002464         END-IF
002466         PERFORM 2170-AVERAGE-UNIT-COST THRU 2170-EXIT
002467     END-IF.
002468     ADD QtyReceivedEntry TO PC-QTY-ON-HAND.
002470     REWRITE PRODUCT-CATALOG-RECORD
002480         INVALID KEY
002490         DISPLAY "ERROR UPDATING ON-HAND STOCK FOR PRODUCT "
002500             PC-PRODUCT-NUMBER
002510         GO TO 2100-EXIT
002520     END-REWRITE.
002526     PERFORM 2300-UPDATE-ORDER-LINE THRU 2300-EXIT.
002533     PERFORM 2400-WRITE-RECEIVING-LOG THRU 2400-EXIT.
002540     ADD 1 TO LinesReceivedCount.
002547     DISPLAY "  POSTED - NEW ON-HAND " PC-QTY-ON-HAND
002555         " UNIT COST " PC-UNIT-COST.
002562     IF QtyReceivedEntry NOT = QtyOutstanding
002570         PERFORM 2200-PRINT-DISCREPANCY-LINE THRU 2200-EXIT
002580     END-IF.
002590 2100-EXIT.
002600     EXIT.
002601*****************************************************************
002602*    2150-FIND-ORDER-LINE - POSITION ON THE ORDER'S FIRST OPEN  *
002603*    OR PARTIAL LINE FOR THE PRODUCT; THE RECORD IS LEFT IN     *
002604*    THE BUFFER FOR THE REWRITE                                 *
002606*****************************************************************
002607 2150-FIND-ORDER-LINE.
002608     SET PoLineNotFound TO TRUE.
002609     SET MorePoLinesToScan TO TRUE.
002611     MOVE PoNumberEntry TO PO-ORDER-NUMBER.
002612     MOVE ZERO TO PO-LINE-NUMBER.
002613     START PurchaseOrderFile
002614         KEY IS NOT LESS THAN PO-ORDER-KEY
002616         INVALID KEY SET EndOfPoScan TO TRUE
002617     END-START.
002618     PERFORM 2160-CHECK-ONE-PRODUCT-LINE THRU 2160-EXIT
002619         UNTIL EndOfPoScan
002620             OR PoLineFound.
002622 2150-EXIT.
002623     EXIT.
002624 2160-CHECK-ONE-PRODUCT-LINE.
002625     READ PurchaseOrderFile NEXT RECORD
002627         AT END SET EndOfPoScan TO TRUE
002628     END-READ.
002629     IF EndOfPoScan
002630         GO TO 2160-EXIT
002632     END-IF.
002633     IF PO-ORDER-NUMBER NOT = PoNumberEntry
002634         SET EndOfPoScan TO TRUE
002635         GO TO 2160-EXIT
002636     END-IF.
002638     IF PO-PRODUCT-NUMBER = ProductNumberEntry
002639         AND PO-LINE-OUTSTANDING
002640         SET PoLineFound TO TRUE
002641     END-IF.
002643 2160-EXIT.
002644     EXIT.
002645*****************************************************************
002646*    2170-AVERAGE-UNIT-COST - WEIGHT THE COST ON FILE BY THE    *
002648*    STOCK ON HAND AND THE DELIVERY COST BY THE QUANTITY        *
002649*    RECEIVED.  STOCK DRIVEN NEGATIVE BY SALES CARRIES NO       *
002650*    WEIGHT, SO THE DELIVERY COST STANDS ON ITS OWN             *
002651*****************************************************************
002652 2170-AVERAGE-UNIT-COST.
002654     IF PC-QTY-ON-HAND GREATER THAN ZERO
002655         MOVE PC-QTY-ON-HAND TO StockForCosting
002656     ELSE
002657         MOVE ZERO TO StockForCosting
002659     END-IF.
002660     COMPUTE PC-UNIT-COST ROUNDED =
002661         (StockForCosting * PC-UNIT-COST
002662          + QtyReceivedEntry * DeliveryUnitCost)
002664         / (StockForCosting + QtyReceivedEntry)
002665         ON SIZE ERROR
002666         MOVE DeliveryUnitCost TO PC-UNIT-COST
002667     END-COMPUTE.
002668 2170-EXIT.
002670     EXIT.
002671*****************************************************************
002672*    2400-WRITE-RECEIVING-LOG - ONE AUDIT RECORD PER DELIVERY   *
002673*    LINE POSTED                                                *
002675*****************************************************************
002676 2400-WRITE-RECEIVING-LOG.
002677     MOVE PC-PRODUCT-NUMBER TO RL-PRODUCT-NUMBER.
002678     MOVE QtyOutstanding TO RL-QTY-ORDERED.
002680     MOVE QtyReceivedEntry TO RL-QTY-RECEIVED.
002690     ACCEPT RL-RECEIVE-DATE FROM DATE YYYYMMDD.
002700     ACCEPT RL-RECEIVE-TIME FROM TIME.
002710     MOVE SignedOnOperatorId TO RL-RECEIVED-BY.
002712     MOVE PO-ORDER-NUMBER TO RL-PO-NUMBER.
002715     MOVE PO-LINE-NUMBER TO RL-PO-LINE-NUMBER.
002717     MOVE DeliveryUnitCost TO RL-UNIT-COST.
002720     WRITE RECEIVING-LOG-RECORD.
002730 2400-EXIT.
002740     EXIT.
002750*****************************************************************
002760*    2200-PRINT-DISCREPANCY-LINE - A LINE RECEIVED SHORT OR     *
002800     ADD 1 TO DiscrepancyCount.
002810     MOVE PC-PRODUCT-NUMBER TO DDL-PRODUCT-NUMBER.
002820     MOVE PC-DESCRIPTION TO DDL-DESCRIPTION.
002830     MOVE QtyOutstanding TO DDL-ORDERED.
002840     MOVE QtyReceivedEntry TO DDL-RECEIVED.
002850     COMPUTE QtyVariance = QtyReceivedEntry - QtyOutstanding.
002860     MOVE QtyVariance TO DDL-VARIANCE.
002870     IF QtyVariance LESS THAN ZERO
002880         MOVE "SHORT" TO DDL-FLAG
002890     ELSE
002900         MOVE "OVER " TO DDL-FLAG
002910     END-IF.
002913     MOVE PO-ORDER-NUMBER TO DDL-PO-NUMBER.
002916     MOVE PO-LINE-NUMBER TO DDL-PO-LINE.
002920     WRITE PRINT-LINE FROM DiscrepancyDetailLine.
002930     DISPLAY "*** DISCREPANCY - ORDERED " QtyOutstanding
002940         " RECEIVED " QtyReceivedEntry.
002950 2200-EXIT.
002960     EXIT.
002961*****************************************************************
002962*    2300-UPDATE-ORDER-LINE - POST THE RECEIVED QUANTITY TO     *
002963*    THE PO LINE.  RECEIVED IN FULL (OR OVER) CLOSES THE LINE;  *
002964*    SHORT LEAVES IT PARTIAL UNLESS THE CLERK CLOSED IT SHORT   *
002965*****************************************************************
002966 2300-UPDATE-ORDER-LINE.
002967     ADD QtyReceivedEntry TO PO-QTY-RECEIVED.
002968     MOVE RunDate TO PO-LAST-RECEIVED-DATE.
002969     EVALUATE TRUE
002970         WHEN PO-QTY-RECEIVED NOT LESS THAN PO-QTY-ORDERED
002971             SET PO-LINE-CLOSED TO TRUE
002972         WHEN CloseLineShort
002973             SET PO-LINE-CLOSED TO TRUE
002974         WHEN PO-QTY-RECEIVED GREATER THAN ZERO
002975             SET PO-LINE-PARTIAL TO TRUE
002976         WHEN OTHER
002977             SET PO-LINE-OPEN TO TRUE
002978     END-EVALUATE.
002979     REWRITE PURCHASE-ORDER-RECORD
002980         INVALID KEY
002981         DISPLAY "ERROR UPDATING PO " PO-ORDER-NUMBER
002982             " LINE " PO-LINE-NUMBER " - STATUS "
002983             FileStatusPurchaseOrder
002984     END-REWRITE.
002985 2300-EXIT.
002986     EXIT.
002987*****************************************************************
002988*    3000-PRINT-TRAILER                                         *
002990*****************************************************************
003000 3000-PRINT-TRAILER.
003010     MOVE SPACES TO PRINT-LINE.
003070     WRITE PRINT-LINE FROM LinesCountLine.
003080     MOVE DiscrepancyCount TO DCL-COUNT.
003090     WRITE PRINT-LINE FROM DiscrepancyCountLine.
003091     MOVE "PURCHASE ORDERS CLOSED    - " TO PCL-LABEL.
003092     MOVE PoClosedCount TO PCL-COUNT.
003094     WRITE PRINT-LINE FROM PoCountLine.
003095     MOVE "PURCHASE ORDERS PARTIAL   - " TO PCL-LABEL.
003097     MOVE PoPartialCount TO PCL-COUNT.
003098     WRITE PRINT-LINE FROM PoCountLine.
003100 3000-EXIT.
003110     EXIT.
003111*****************************************************************
003112*    3500-LIST-OVERDUE-ORDERS - EVERY OPEN OR PARTIAL PO LINE   *
003113*    WHOSE EXPECTED DELIVERY DATE HAS PASSED, FOR THE BUYER TO  *
003114*    CHASE WITH THE SUPPLIER                                    *
003115*****************************************************************
003116 3500-LIST-OVERDUE-ORDERS.
003117     MOVE SPACES TO PRINT-LINE.
003118     WRITE PRINT-LINE.
003119     MOVE RunDate TO OHL-RUN-DATE.
003120     WRITE PRINT-LINE FROM OverdueHeadingLine1.
003122     WRITE PRINT-LINE FROM OverdueHeadingLine2.
003123     SET MorePoLinesToScan TO TRUE.
003124     MOVE ZERO TO PO-ORDER-KEY.
003125     START PurchaseOrderFile
003126         KEY IS NOT LESS THAN PO-ORDER-KEY
003127         INVALID KEY SET EndOfPoScan TO TRUE
003128     END-START.
003129     PERFORM 3510-CHECK-ONE-OVERDUE-LINE THRU 3510-EXIT
003130         UNTIL EndOfPoScan.
003131     IF OverdueLineCount = ZERO
003132         WRITE PRINT-LINE FROM NoOverdueLine
003134     ELSE
003135         MOVE SPACES TO PRINT-LINE
003136         WRITE PRINT-LINE
003137         MOVE "OVERDUE PURCHASE ORDER LINES- " TO PCL-LABEL
003138         MOVE OverdueLineCount TO PCL-COUNT
003139         WRITE PRINT-LINE FROM PoCountLine
003140     END-IF.
003141 3500-EXIT.
003142     EXIT.
003143 3510-CHECK-ONE-OVERDUE-LINE.
003145     READ PurchaseOrderFile NEXT RECORD
003146         AT END SET EndOfPoScan TO TRUE
003147     END-READ.
003148     IF EndOfPoScan
003149         GO TO 3510-EXIT
003150     END-IF.
003151     IF NOT PO-LINE-OUTSTANDING
003152         OR PO-EXPECTED-DATE NOT LESS THAN RunDate
003153         GO TO 3510-EXIT
003154     END-IF.
003155     ADD 1 TO OverdueLineCount.
003157     MOVE PO-ORDER-NUMBER TO ODL-PO-NUMBER.
003158     MOVE PO-LINE-NUMBER TO ODL-PO-LINE.
003159     MOVE PO-SUPPLIER-ID TO ODL-SUPPLIER-ID.
003160     MOVE PO-PRODUCT-NUMBER TO ODL-PRODUCT-NUMBER.
003161     MOVE PO-EXPECTED-DATE TO ODL-EXPECTED-DATE.
003162     MOVE PO-QTY-ORDERED TO ODL-ORDERED.
003163     MOVE PO-QTY-RECEIVED TO ODL-RECEIVED.
003164     IF PO-LINE-PARTIAL
003165         MOVE "PARTIAL" TO ODL-STATUS
003166     ELSE
003167         MOVE "OPEN   " TO ODL-STATUS
003169     END-IF.
003170     WRITE PRINT-LINE FROM OverdueDetailLine.
003171 3510-EXIT.
003172     EXIT.
003173*****************************************************************
003174*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN            *
003175*****************************************************************
003176 9000-TERMINATE.
003177     CLOSE ProductCatalogFile.
003178     CLOSE OperatorFile.
003180     CLOSE ReceivingLogFile.
003185     CLOSE PurchaseOrderFile.
003190     CLOSE PrintFile.
003200 9000-EXIT.
003210     EXIT.
