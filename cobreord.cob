000080*                  ON-HAND QUANTITY IS AT OR BELOW ITS REORDER   *
000090*                  POINT, SO THE BUYER HAS A REPLENISHMENT       *
000100*                  LIST EACH MORNING.  RUN ALONGSIDE COBRPT.     *
000101*                  EVERY LISTED PRODUCT NOT ALREADY COVERED BY   *
000103*                  AN OPEN PURCHASE ORDER IS SORTED BY ITS       *
000105*                  SUPPLIER AND ONE PURCHASE ORDER IS RAISED     *
000106*                  PER SUPPLIER ON THE PO FILE AND PRINTED FOR   *
000108*                  SENDING.                                      *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       INIT  DESCRIPTION                               *
000130*    08/21/26   RK    ORIGINAL PROGRAM - REORDER REPORT         *
000140*    08/21/26   RK    DISCONTINUED PRODUCTS LEFT OFF THE LIST   *
000142*    10/15/26   RK    PURCHASE ORDERS RAISED PER SUPPLIER FROM  *
000144*                     THE REORDER LIST AND PRINTED TO PURCHORD; *
000146*                     QUANTITY ALREADY ON ORDER SHOWN AND NOT   *
000148*                     ORDERED TWICE                             *
000150*****************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. cobreord.
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS PC-PRODUCT-NUMBER
000290         FILE STATUS IS FileStatusProductCatalog.
000291     SELECT SupplierFile ASSIGN TO "SUPPMST"
000293         ORGANIZATION IS INDEXED
000294         ACCESS MODE IS DYNAMIC
000296         RECORD KEY IS SU-SUPPLIER-ID
000297         FILE STATUS IS FileStatusSupplier.
000299     SELECT PurchaseOrderFile ASSIGN TO "POFILE"
000300         ORGANIZATION IS INDEXED
000302         ACCESS MODE IS DYNAMIC
000303         RECORD KEY IS PO-ORDER-KEY
000305         FILE STATUS IS FileStatusPurchaseOrder.
000306     SELECT SortWorkFile ASSIGN TO "SORTWK01".
000308     SELECT PrintFile ASSIGN TO "REORDRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS FileStatusPrintFile.
000322     SELECT PurchaseOrderPrintFile ASSIGN TO "PURCHORD"
000325         ORGANIZATION IS LINE SEQUENTIAL
000327         FILE STATUS IS FileStatusPurchaseOrderPrint.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  ProductCatalogFile.
000360     COPY prodrec.
000362 FD  SupplierFile.
000364     COPY supprec.
000366 FD  PurchaseOrderFile.
000368     COPY porec.
000370 SD  SortWorkFile.
000372 01  SORT-RECORD.
000374     05  SW-SUPPLIER-ID            PIC 9(04).
000376     05  SW-PRODUCT-NUMBER         PIC 9(04).
000378     05  SW-DESCRIPTION            PIC X(20).
000380     05  SW-ORDER-QTY              PIC 9(05).
000382 FD  PrintFile.
000384 01  PRINT-LINE                    PIC X(132).
000386 FD  PurchaseOrderPrintFile.
000388 01  PO-PRINT-LINE                 PIC X(132).
000390 WORKING-STORAGE SECTION.
000400*****************************************************************
000410*    FILE STATUS SWITCHES                                       *
000420*****************************************************************
000430 77  FileStatusProductCatalog      PIC X(02) VALUE "00".
000433 77  FileStatusSupplier            PIC X(02) VALUE "00".
000436 77  FileStatusPurchaseOrder       PIC X(02) VALUE "00".
000440 77  FileStatusPrintFile           PIC X(02) VALUE "00".
000445 77  FileStatusPurchaseOrderPrint  PIC X(02) VALUE "00".
000450*****************************************************************
000460*    END-OF-FILE SWITCH AND COUNTERS                            *
000470*****************************************************************
000480 77  EndOfCatalogSwitch            PIC X(01) VALUE "N".
000490     88  EndOfCatalog                  VALUE "Y".
000491 77  EndOfPurchaseOrderSwitch      PIC X(01) VALUE "N".
000492     88  EndOfPurchaseOrders           VALUE "Y".
000493 77  EndOfSortSwitch               PIC X(01) VALUE "N".
000494     88  EndOfSortFile                 VALUE "Y".
000495 77  FirstRecordSwitch             PIC X(01) VALUE "Y".
000496     88  FirstSortRecord               VALUE "Y".
000497     88  NotFirstSortRecord            VALUE "N".
000498 77  SupplierOrderSwitch           PIC X(01) VALUE "N".
000499     88  SupplierOrderOpen             VALUE "Y".
000500     88  SupplierRejected              VALUE "R".
000501     88  NoSupplierOrder               VALUE "N".
000502 77  ReorderCount                  PIC 9(05) VALUE ZERO.
000503 77  OnOrderCount                  PIC 9(05) VALUE ZERO.
000504 77  NoSupplierCount               PIC 9(05) VALUE ZERO.
000505 77  UnorderedLineCount            PIC 9(05) VALUE ZERO.
000506 77  PurchaseOrderCount            PIC 9(05) VALUE ZERO.
000507 77  OrderLinesRaised              PIC 9(05) VALUE ZERO.
000508*****************************************************************
000509*    PURCHASE ORDER NUMBERING AND ORDER QUANTITY WORK FIELDS    *
000510*****************************************************************
000511 77  HighestPoNumber               PIC 9(06) VALUE ZERO.
000512 77  CurrentPoNumber               PIC 9(06) VALUE ZERO.
000513 77  CurrentPoLine                 PIC 9(03) VALUE ZERO.
000514 77  PreviousSupplierId            PIC 9(04) VALUE ZERO.
000515 77  StockPosition                 PIC S9(07) VALUE ZERO.
000516 77  OrderQtyWork                  PIC S9(07) VALUE ZERO.
000517 77  OutstandingQty                PIC S9(07) VALUE ZERO.
000519*****************************************************************
000520*    QUANTITY ALREADY ON ORDER, INDEXED BY PRODUCT NUMBER -     *
000521*    LOADED FROM THE OPEN AND PARTIAL PO LINES SO A PRODUCT     *
000522*    ALREADY COMING IN IS NOT ORDERED AGAIN EVERY NIGHT         *
000523*****************************************************************
000524 01  OnOrderTable.
000525     02  OnOrderQty                PIC 9(07) COMP
000527                                   OCCURS 9999 TIMES.
000528*****************************************************************
000529*    EXPECTED DELIVERY DATE WORK AREAS - THE ORDER DATE IS      *
000530*    ADVANCED ONE CALENDAR DAY AT A TIME FOR THE SUPPLIER'S     *
000531*    LEAD TIME                                                  *
000532*****************************************************************
000533 01  RunDate                       PIC 9(08).
000535 01  ExpectedDate                  PIC 9(08).
000536 01  ExpectedDateFields REDEFINES ExpectedDate.
000537     02  ExpYear                   PIC 9(04).
000538     02  ExpMonth                  PIC 9(02).
000539     02  ExpDay                    PIC 9(02).
000540 01  MonthLengthValues             PIC X(24)
000541         VALUE "312831303130313130313031".
000542 01  MonthLengthTable REDEFINES MonthLengthValues.
000544     02  MonthLength               PIC 9(02) OCCURS 12 TIMES.
000545 77  DaysThisMonth                 PIC 9(02).
000546 77  LeadTimeDays                  PIC 9(03) VALUE ZERO.
000547 77  DefaultLeadTimeDays           PIC 9(03) VALUE 7.
000548 77  DayIdx                        PIC 9(03) COMP.
000549 77  LeapQuotient                  PIC 9(04).
000550 77  LeapRemainder4                PIC 9(03).
000552 77  LeapRemainder100              PIC 9(03).
000553 77  LeapRemainder400              PIC 9(03).
000554*****************************************************************
000555*    REPORT LINE WORK AREAS                                     *
000556*****************************************************************
000557 01  HeadingLine1.
000558     05  FILLER                    PIC X(26)
000560         VALUE "COBOLTAT REORDER REPORT - ".
000570     05  HL1-RUN-DATE              PIC 9(08).
000580 01  HeadingLine2.
000590     05  FILLER                    PIC X(52) VALUE
000600         "PRODUCT  DESCRIPTION             ON HAND    REORDER".
000603     05  FILLER                    PIC X(30) VALUE
000606         "   ON ORDER  SUPPLIER  ACTION".
000610 01  ReorderDetailLine.
000620     05  FILLER                    PIC X(02) VALUE SPACES.
000630     05  RDL-PRODUCT-NUMBER        PIC 9(04).
000670     05  RDL-QTY-ON-HAND           PIC ZZ,ZZ9-.
000680     05  FILLER                    PIC X(04) VALUE SPACES.
000690     05  RDL-REORDER-POINT         PIC ZZ,ZZ9.
000691     05  FILLER                    PIC X(03) VALUE SPACES.
000692     05  RDL-ON-ORDER              PIC Z,ZZZ,ZZ9.
000694     05  FILLER                    PIC X(04) VALUE SPACES.
000695     05  RDL-SUPPLIER-ID           PIC 9(04).
000697     05  FILLER                    PIC X(04) VALUE SPACES.
000698     05  RDL-ACTION                PIC X(30).
000700 01  NoReorderLine.
000710     05  FILLER                    PIC X(38) VALUE
000720         "NO PRODUCTS AT OR BELOW REORDER POINT".
000740     05  FILLER                    PIC X(29)
000750         VALUE "TOTAL PRODUCTS TO REORDER - ".
000760     05  RCL-COUNT                 PIC ZZZZ9.
000762 01  OrderSummaryLine.
000765     05  OSL-LABEL                 PIC X(29).
000768     05  OSL-COUNT                 PIC ZZZZ9.
000771*****************************************************************
000774*    PURCHASE ORDER PRINT LINES                                 *
000777*****************************************************************
000780 01  PoSeparatorLine.
000783     05  FILLER                    PIC X(72) VALUE ALL "=".
000785 01  PoHeadingLine1.
000788     05  FILLER                    PIC X(25)
000791         VALUE "COBOLTAT PURCHASE ORDER  ".
000794     05  POH-ORDER-NUMBER          PIC 9(06).
000797     05  FILLER                    PIC X(14)
000800         VALUE "  ORDER DATE ".
000803     05  POH-ORDER-DATE            PIC 9(08).
000806     05  FILLER                    PIC X(13)
000808         VALUE "  DELIVER BY ".
000811     05  POH-EXPECTED-DATE         PIC 9(08).
000814 01  PoSupplierLine.
000817     05  POS-LABEL                 PIC X(14).
000820     05  POS-TEXT                  PIC X(60).
000823 01  PoColumnLine.
000826     05  FILLER                    PIC X(48) VALUE
000829         "LINE  PRODUCT  DESCRIPTION             QUANTITY".
000832 01  PoDetailLine.
000834     05  FILLER                    PIC X(01) VALUE SPACES.
000837     05  POD-LINE-NUMBER           PIC 9(03).
000840     05  FILLER                    PIC X(04) VALUE SPACES.
000843     05  POD-PRODUCT-NUMBER        PIC 9(04).
000846     05  FILLER                    PIC X(03) VALUE SPACES.
000849     05  POD-DESCRIPTION           PIC X(20).
000852     05  FILLER                    PIC X(04) VALUE SPACES.
000855     05  POD-QUANTITY              PIC ZZ,ZZ9.
000857 01  PoTotalLine.
000860     05  FILLER                    PIC X(24)
000863         VALUE "TOTAL LINES ON ORDER  - ".
000866     05  POT-LINE-COUNT            PIC ZZ9.
000869 01  PoQuoteLine.
000872     05  FILLER                    PIC X(56) VALUE
000875         "PLEASE QUOTE THE PO NUMBER ON EVERY DELIVERY NOTE".
000878 01  PoRejectLine.
000881     05  FILLER                    PIC X(13)
000883         VALUE "*** SUPPLIER ".
000886     05  POR-SUPPLIER-ID           PIC 9(04).
000889     05  FILLER                    PIC X(46) VALUE
000892         " NOT ON FILE OR INACTIVE - LINES NOT ORDERED: ".
000895 01  PoRejectDetailLine.
000898     05  FILLER                    PIC X(08) VALUE SPACES.
000901     05  PRD-PRODUCT-NUMBER        PIC 9(04).
000904     05  FILLER                    PIC X(03) VALUE SPACES.
000906     05  PRD-DESCRIPTION           PIC X(20).
000909     05  FILLER                    PIC X(04) VALUE SPACES.
000912     05  PRD-QUANTITY              PIC ZZ,ZZ9.
000915 01  NoPurchaseOrderLine.
000918     05  FILLER                    PIC X(40) VALUE
000921         "NO PURCHASE ORDERS RAISED THIS RUN".
000924 PROCEDURE DIVISION.
000927*****************************************************************
000930*    0000-MAINLINE                                              *
000932*****************************************************************
000935 0000-MAINLINE.
000938     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000941     SORT SortWorkFile
000944         ON ASCENDING KEY SW-SUPPLIER-ID SW-PRODUCT-NUMBER
000947         INPUT PROCEDURE IS 2000-BUILD-ORDER-FILE THRU 2000-EXIT
000950         OUTPUT PROCEDURE IS 4000-RAISE-PURCHASE-ORDERS
000953             THRU 4000-EXIT.
000955     PERFORM 3000-PRINT-TRAILER THRU 3000-EXIT.
000958     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000961     STOP RUN.
000964*****************************************************************
000967*    1000-INITIALIZE                                            *
000970*****************************************************************
000973 1000-INITIALIZE.
000976     OPEN INPUT ProductCatalogFile.
000978     IF FileStatusProductCatalog NOT = "00"
000981         DISPLAY "UNABLE TO OPEN PRODUCT CATALOG FILE - STATUS "
000984             FileStatusProductCatalog
000987         STOP RUN
000990     END-IF.
000993     OPEN INPUT SupplierFile.
000996     IF FileStatusSupplier NOT = "00"
000999         DISPLAY "UNABLE TO OPEN SUPPLIER MASTER - STATUS "
001002             FileStatusSupplier
001004         STOP RUN
001007     END-IF.
001010     OPEN I-O PurchaseOrderFile.
001013     IF FileStatusPurchaseOrder = "35"
001016         OPEN OUTPUT PurchaseOrderFile
001019         CLOSE PurchaseOrderFile
001022         OPEN I-O PurchaseOrderFile
001025     END-IF.
001027     IF FileStatusPurchaseOrder NOT = "00"
001030         DISPLAY "UNABLE TO OPEN PURCHASE ORDER FILE - STATUS "
001033             FileStatusPurchaseOrder
001036         STOP RUN
001039     END-IF.
001042     OPEN OUTPUT PrintFile.
001045     IF FileStatusPrintFile NOT = "00"
001048         DISPLAY "UNABLE TO OPEN REORDER REPORT FILE - STATUS "
001051             FileStatusPrintFile
001053         STOP RUN
001056     END-IF.
001059     OPEN OUTPUT PurchaseOrderPrintFile.
001062     IF FileStatusPurchaseOrderPrint NOT = "00"
001065         DISPLAY "UNABLE TO OPEN PURCHASE ORDER PRINT - STATUS "
001068             FileStatusPurchaseOrderPrint
001071         STOP RUN
001074     END-IF.
001076     ACCEPT RunDate FROM DATE YYYYMMDD.
001079     MOVE RunDate TO HL1-RUN-DATE.
001082     WRITE PRINT-LINE FROM HeadingLine1.
001085     MOVE SPACES TO PRINT-LINE.
001088     WRITE PRINT-LINE.
001091     WRITE PRINT-LINE FROM HeadingLine2.
001094     PERFORM 1100-LOAD-OPEN-ORDERS THRU 1100-EXIT.
001097 1000-EXIT.
001100     EXIT.
001102*****************************************************************
001104*    1100-LOAD-OPEN-ORDERS - ONE PASS OF THE PO FILE: NOTE THE  *
001106*    HIGHEST PO NUMBER ISSUED AND TOTAL WHAT IS STILL TO COME   *
001108*    IN ON EVERY OPEN OR PARTIAL LINE                           *
001110*****************************************************************
001112 1100-LOAD-OPEN-ORDERS.
001114     INITIALIZE OnOrderTable.
001116     MOVE ZERO TO PO-ORDER-KEY.
001118     START PurchaseOrderFile
001120         KEY IS NOT LESS THAN PO-ORDER-KEY
001123         INVALID KEY SET EndOfPurchaseOrders TO TRUE
001125     END-START.
001127     PERFORM 1110-LOAD-ONE-ORDER-LINE THRU 1110-EXIT
001129         UNTIL EndOfPurchaseOrders.
001131 1100-EXIT.
001133     EXIT.
001136 1110-LOAD-ONE-ORDER-LINE.
001138     READ PurchaseOrderFile NEXT RECORD
001140         AT END SET EndOfPurchaseOrders TO TRUE
001142     END-READ.
001144     IF EndOfPurchaseOrders
001146         GO TO 1110-EXIT
001149     END-IF.
001151     IF PO-ORDER-NUMBER > HighestPoNumber
001153         MOVE PO-ORDER-NUMBER TO HighestPoNumber
001155     END-IF.
001157     IF NOT PO-LINE-OUTSTANDING
001160         OR PO-PRODUCT-NUMBER NOT NUMERIC
001162         OR PO-PRODUCT-NUMBER = ZERO
001164         GO TO 1110-EXIT
001166     END-IF.
001168     COMPUTE OutstandingQty = PO-QTY-ORDERED - PO-QTY-RECEIVED.
001170     IF OutstandingQty GREATER THAN ZERO
001173         ADD OutstandingQty TO OnOrderQty(PO-PRODUCT-NUMBER)
001175     END-IF.
001177 1110-EXIT.
001179     EXIT.
001181*****************************************************************
001183*    2000-BUILD-ORDER-FILE - SORT INPUT PROCEDURE: SCAN THE     *
001186*    WHOLE CATALOG, LISTING AND RELEASING THE LINES TO ORDER    *
001188*****************************************************************
001190 2000-BUILD-ORDER-FILE.
001192     PERFORM 2100-SCAN-CATALOG THRU 2100-EXIT
001194         UNTIL EndOfCatalog.
001196 2000-EXIT.
001199     EXIT.
001201*****************************************************************
001203*    2100-SCAN-CATALOG - ONE PRODUCT PER PASS, REPORT IT WHEN    *
001205*    ON-HAND HAS FALLEN TO OR BELOW THE REORDER POINT.  WHAT IS  *
001207*    ALREADY ON ORDER COUNTS TOWARD THE STOCK POSITION; A        *
001210*    PRODUCT STILL SHORT AFTER THAT IS RELEASED TO THE SORT      *
001212*    UNDER ITS SUPPLIER FOR ORDERING                             *
001214*****************************************************************
001216 2100-SCAN-CATALOG.
001218     READ ProductCatalogFile NEXT RECORD
001220         AT END SET EndOfCatalog TO TRUE
001223     END-READ.
001225     IF EndOfCatalog
001227         OR PC-IS-DISCONTINUED
001229         GO TO 2100-EXIT
001231     END-IF.
001233     IF PC-QTY-ON-HAND GREATER THAN PC-REORDER-POINT
001236         GO TO 2100-EXIT
001238     END-IF.
001240     ADD 1 TO ReorderCount.
001242     MOVE PC-PRODUCT-NUMBER TO RDL-PRODUCT-NUMBER.
001244     MOVE PC-DESCRIPTION TO RDL-DESCRIPTION.
001246     MOVE PC-QTY-ON-HAND TO RDL-QTY-ON-HAND.
001249     MOVE PC-REORDER-POINT TO RDL-REORDER-POINT.
001251     MOVE OnOrderQty(PC-PRODUCT-NUMBER) TO RDL-ON-ORDER.
001253     IF PC-SUPPLIER-ID NOT NUMERIC
001255         OR PC-SUPPLIER-ID = ZERO
001257         ADD 1 TO NoSupplierCount
001260         MOVE ZERO TO RDL-SUPPLIER-ID
001262         MOVE "NO SUPPLIER - ORDER BY HAND" TO RDL-ACTION
001264         WRITE PRINT-LINE FROM ReorderDetailLine
001266         GO TO 2100-EXIT
001268     END-IF.
001270     MOVE PC-SUPPLIER-ID TO RDL-SUPPLIER-ID.
001273     COMPUTE StockPosition = PC-QTY-ON-HAND
001275         + OnOrderQty(PC-PRODUCT-NUMBER).
001277     IF StockPosition GREATER THAN PC-REORDER-POINT
001279         ADD 1 TO OnOrderCount
001281         MOVE "ALREADY ON ORDER" TO RDL-ACTION
001283         WRITE PRINT-LINE FROM ReorderDetailLine
001286         GO TO 2100-EXIT
001288     END-IF.
001290     PERFORM 2200-SET-ORDER-QUANTITY THRU 2200-EXIT.
001292     MOVE "ORDERED ON SUPPLIER PO" TO RDL-ACTION.
001294     WRITE PRINT-LINE FROM ReorderDetailLine.
001296     MOVE PC-SUPPLIER-ID TO SW-SUPPLIER-ID.
001299     MOVE PC-PRODUCT-NUMBER TO SW-PRODUCT-NUMBER.
001301     MOVE PC-DESCRIPTION TO SW-DESCRIPTION.
001303     MOVE OrderQtyWork TO SW-ORDER-QTY.
001305     RELEASE SORT-RECORD.
001307 2100-EXIT.
001310     EXIT.
001312*****************************************************************
001314*    2200-SET-ORDER-QUANTITY - THE PRODUCT'S STANDARD ORDER     *
001316*    QUANTITY WHEN ONE IS SET; OTHERWISE ENOUGH TO BRING THE    *
001318*    STOCK POSITION UP TO TWICE THE REORDER POINT               *
001320*****************************************************************
001330 2200-SET-ORDER-QUANTITY.
001340     IF PC-ORDER-QTY NUMERIC
001350         AND PC-ORDER-QTY GREATER THAN ZERO
001360         MOVE PC-ORDER-QTY TO OrderQtyWork
001370         GO TO 2200-EXIT
001380     END-IF.
001390     COMPUTE OrderQtyWork = (PC-REORDER-POINT * 2)
001400         - StockPosition.
001410     IF OrderQtyWork LESS THAN 1
001420         MOVE 1 TO OrderQtyWork
001430     END-IF.
001440     IF OrderQtyWork GREATER THAN 99999
001450         MOVE 99999 TO OrderQtyWork
001460     END-IF.
001470 2200-EXIT.
001480     EXIT.
001490*****************************************************************
001500*    3000-PRINT-TRAILER                                         *
001510*****************************************************************
001520 3000-PRINT-TRAILER.
001530     MOVE SPACES TO PRINT-LINE.
001540     WRITE PRINT-LINE.
001550     IF ReorderCount = ZERO
001560         WRITE PRINT-LINE FROM NoReorderLine
001570     ELSE
001580         MOVE ReorderCount TO RCL-COUNT
001590         WRITE PRINT-LINE FROM ReorderCountLine
001600         MOVE "ALREADY COVERED BY OPEN PO - " TO OSL-LABEL
001610         MOVE OnOrderCount TO OSL-COUNT
001620         WRITE PRINT-LINE FROM OrderSummaryLine
001630         MOVE "NO SUPPLIER ON CATALOG     - " TO OSL-LABEL
001640         MOVE NoSupplierCount TO OSL-COUNT
001650         WRITE PRINT-LINE FROM OrderSummaryLine
001660         MOVE "PURCHASE ORDERS RAISED     - " TO OSL-LABEL
001670         MOVE PurchaseOrderCount TO OSL-COUNT
001680         WRITE PRINT-LINE FROM OrderSummaryLine
001690         MOVE "PURCHASE ORDER LINES       - " TO OSL-LABEL
001700         MOVE OrderLinesRaised TO OSL-COUNT
001710         WRITE PRINT-LINE FROM OrderSummaryLine
001720         IF UnorderedLineCount NOT = ZERO
001730             MOVE "LINES LEFT UNORDERED (SUPP) - " TO OSL-LABEL
001740             MOVE UnorderedLineCount TO OSL-COUNT
001750             WRITE PRINT-LINE FROM OrderSummaryLine
001760         END-IF
001770     END-IF.
001780 3000-EXIT.
001790     EXIT.
001800*****************************************************************
001810*    4000-RAISE-PURCHASE-ORDERS - SORT OUTPUT PROCEDURE: ONE    *
001820*    PURCHASE ORDER PER SUPPLIER, ONE PO LINE PER PRODUCT       *
001830*****************************************************************
001840 4000-RAISE-PURCHASE-ORDERS.
001850     PERFORM 4100-RETURN-ONE-LINE THRU 4100-EXIT
001860         UNTIL EndOfSortFile.
001870     IF SupplierOrderOpen
001880         PERFORM 4400-PRINT-ORDER-TRAILER THRU 4400-EXIT
001890     END-IF.
001900     IF PurchaseOrderCount = ZERO
001910         WRITE PO-PRINT-LINE FROM NoPurchaseOrderLine
001920     END-IF.
001930 4000-EXIT.
001940     EXIT.
001950 4100-RETURN-ONE-LINE.
001960     RETURN SortWorkFile
001970         AT END SET EndOfSortFile TO TRUE
001980     END-RETURN.
001990     IF EndOfSortFile
002000         GO TO 4100-EXIT
002010     END-IF.
002020     IF FirstSortRecord
002030         OR SW-SUPPLIER-ID NOT = PreviousSupplierId
002040         PERFORM 4200-START-PURCHASE-ORDER THRU 4200-EXIT
002050     END-IF.
002060     IF SupplierRejected
002070         ADD 1 TO UnorderedLineCount
002080         MOVE SW-PRODUCT-NUMBER TO PRD-PRODUCT-NUMBER
002090         MOVE SW-DESCRIPTION TO PRD-DESCRIPTION
002100         MOVE SW-ORDER-QTY TO PRD-QUANTITY
002110         WRITE PO-PRINT-LINE FROM PoRejectDetailLine
002120         GO TO 4100-EXIT
002130     END-IF.
002140     PERFORM 4300-WRITE-ORDER-LINE THRU 4300-EXIT.
002150 4100-EXIT.
002160     EXIT.
002170*****************************************************************
002180*    4200-START-PURCHASE-ORDER - CLOSE OFF THE PREVIOUS         *
002190*    SUPPLIER'S ORDER, TAKE THE NEXT PO NUMBER AND PRINT THE    *
002200*    ORDER HEADING.  AN UNKNOWN OR INACTIVE SUPPLIER GETS NO    *
002210*    ORDER - ITS LINES ARE LISTED FOR THE BUYER INSTEAD         *
002220*****************************************************************
002230 4200-START-PURCHASE-ORDER.
002240     IF SupplierOrderOpen
002250         PERFORM 4400-PRINT-ORDER-TRAILER THRU 4400-EXIT
002260     END-IF.
002270     SET NotFirstSortRecord TO TRUE.
002280     MOVE SW-SUPPLIER-ID TO PreviousSupplierId.
002290     MOVE SW-SUPPLIER-ID TO SU-SUPPLIER-ID.
002300     READ SupplierFile
002310         INVALID KEY MOVE SPACE TO SU-STATUS-SW
002320     END-READ.
002330     IF NOT SU-IS-ACTIVE
002340         SET SupplierRejected TO TRUE
002350         MOVE SW-SUPPLIER-ID TO POR-SUPPLIER-ID
002360         WRITE PO-PRINT-LINE FROM PoSeparatorLine
002370         WRITE PO-PRINT-LINE FROM PoRejectLine
002380         DISPLAY "SUPPLIER " SW-SUPPLIER-ID
002390             " NOT ON FILE OR INACTIVE - NO PO RAISED"
002400         GO TO 4200-EXIT
002410     END-IF.
002420     SET SupplierOrderOpen TO TRUE.
002430     ADD 1 TO HighestPoNumber.
002440     MOVE HighestPoNumber TO CurrentPoNumber.
002450     MOVE ZERO TO CurrentPoLine.
002460     ADD 1 TO PurchaseOrderCount.
002470     PERFORM 4500-SET-EXPECTED-DATE THRU 4500-EXIT.
002480     WRITE PO-PRINT-LINE FROM PoSeparatorLine.
002490     MOVE CurrentPoNumber TO POH-ORDER-NUMBER.
002500     MOVE RunDate TO POH-ORDER-DATE.
002510     MOVE ExpectedDate TO POH-EXPECTED-DATE.
002520     WRITE PO-PRINT-LINE FROM PoHeadingLine1.
002530     MOVE SPACES TO PO-PRINT-LINE.
002540     WRITE PO-PRINT-LINE.
002550     MOVE "SUPPLIER:     " TO POS-LABEL.
002560     MOVE SPACES TO POS-TEXT.
002570     STRING SU-SUPPLIER-ID    DELIMITED BY SIZE
002580            "  "              DELIMITED BY SIZE
002590            SU-SUPPLIER-NAME  DELIMITED BY SIZE
002600         INTO POS-TEXT
002610     END-STRING.
002620     WRITE PO-PRINT-LINE FROM PoSupplierLine.
002630     MOVE SPACES TO POS-LABEL.
002640     MOVE SU-STREET TO POS-TEXT.
002650     WRITE PO-PRINT-LINE FROM PoSupplierLine.
002660     MOVE SPACES TO POS-TEXT.
002670     STRING SU-CITY           DELIMITED BY "  "
002680            " "               DELIMITED BY SIZE
002690            SU-STATE          DELIMITED BY SIZE
002700            " "               DELIMITED BY SIZE
002710            SU-ZIP-CODE       DELIMITED BY SIZE
002720         INTO POS-TEXT
002730     END-STRING.
002740     WRITE PO-PRINT-LINE FROM PoSupplierLine.
002750     MOVE "PHONE:        " TO POS-LABEL.
002760     MOVE SU-PHONE TO POS-TEXT.
002770     WRITE PO-PRINT-LINE FROM PoSupplierLine.
002780     MOVE SPACES TO PO-PRINT-LINE.
002790     WRITE PO-PRINT-LINE.
002800     WRITE PO-PRINT-LINE FROM PoColumnLine.
002810 4200-EXIT.
002820     EXIT.
002830*****************************************************************
002840*    4300-WRITE-ORDER-LINE - ONE PO LINE ON FILE AND ON PAPER   *
002850*****************************************************************
002860 4300-WRITE-ORDER-LINE.
002870     ADD 1 TO CurrentPoLine.
002880     MOVE CurrentPoNumber TO PO-ORDER-NUMBER.
002890     MOVE CurrentPoLine TO PO-LINE-NUMBER.
002900     MOVE SW-SUPPLIER-ID TO PO-SUPPLIER-ID.
002910     MOVE RunDate TO PO-ORDER-DATE.
002920     MOVE ExpectedDate TO PO-EXPECTED-DATE.
002930     MOVE SW-PRODUCT-NUMBER TO PO-PRODUCT-NUMBER.
002940     MOVE SW-ORDER-QTY TO PO-QTY-ORDERED.
002950     MOVE ZERO TO PO-QTY-RECEIVED.
002960     MOVE ZERO TO PO-LAST-RECEIVED-DATE.
002970     SET PO-LINE-OPEN TO TRUE.
002980     WRITE PURCHASE-ORDER-RECORD
002990         INVALID KEY
003000         DISPLAY "ERROR WRITING PO " PO-ORDER-NUMBER
003010             " LINE " PO-LINE-NUMBER " - STATUS "
003020             FileStatusPurchaseOrder
003030         GO TO 4300-EXIT
003040     END-WRITE.
003050     ADD 1 TO OrderLinesRaised.
003060     MOVE CurrentPoLine TO POD-LINE-NUMBER.
003070     MOVE SW-PRODUCT-NUMBER TO POD-PRODUCT-NUMBER.
003080     MOVE SW-DESCRIPTION TO POD-DESCRIPTION.
003090     MOVE SW-ORDER-QTY TO POD-QUANTITY.
003100     WRITE PO-PRINT-LINE FROM PoDetailLine.
003110 4300-EXIT.
003120     EXIT.
003130*****************************************************************
003140*    4400-PRINT-ORDER-TRAILER                                   *
003150*****************************************************************
003160 4400-PRINT-ORDER-TRAILER.
003170     MOVE SPACES TO PO-PRINT-LINE.
003180     WRITE PO-PRINT-LINE.
003190     MOVE CurrentPoLine TO POT-LINE-COUNT.
003200     WRITE PO-PRINT-LINE FROM PoTotalLine.
003210     WRITE PO-PRINT-LINE FROM PoQuoteLine.
003220     MOVE SPACES TO PO-PRINT-LINE.
003230     WRITE PO-PRINT-LINE.
003240     SET NoSupplierOrder TO TRUE.
003250 4400-EXIT.
003260     EXIT.
003270*****************************************************************
003280*    4500-SET-EXPECTED-DATE - ORDER DATE PLUS THE SUPPLIER'S    *
003290*    LEAD TIME IN CALENDAR DAYS (A WEEK WHEN NONE IS SET)       *
003300*****************************************************************
003310 4500-SET-EXPECTED-DATE.
003320     MOVE RunDate TO ExpectedDate.
003330     IF SU-LEAD-TIME-DAYS NUMERIC
003340         AND SU-LEAD-TIME-DAYS GREATER THAN ZERO
003350         MOVE SU-LEAD-TIME-DAYS TO LeadTimeDays
003360     ELSE
003370         MOVE DefaultLeadTimeDays TO LeadTimeDays
003380     END-IF.
003390     PERFORM 4510-ADVANCE-ONE-DAY THRU 4510-EXIT
003400         VARYING DayIdx FROM 1 BY 1
003410         UNTIL DayIdx > LeadTimeDays.
003420 4500-EXIT.
003430     EXIT.
003440 4510-ADVANCE-ONE-DAY.
003450     MOVE MonthLength(ExpMonth) TO DaysThisMonth.
003460     IF ExpMonth = 2
003470         DIVIDE ExpYear BY 4 GIVING LeapQuotient
003480             REMAINDER LeapRemainder4
003490         DIVIDE ExpYear BY 100 GIVING LeapQuotient
003500             REMAINDER LeapRemainder100
003510         DIVIDE ExpYear BY 400 GIVING LeapQuotient
003520             REMAINDER LeapRemainder400
003530         IF LeapRemainder400 = ZERO
003540             OR (LeapRemainder4 = ZERO
003550                 AND LeapRemainder100 NOT = ZERO)
003560             MOVE 29 TO DaysThisMonth
003570         END-IF
003580     END-IF.
003590     ADD 1 TO ExpDay.
003600     IF ExpDay GREATER THAN DaysThisMonth
003610         MOVE 1 TO ExpDay
003620         ADD 1 TO ExpMonth
003630         IF ExpMonth GREATER THAN 12
003640             MOVE 1 TO ExpMonth
003650             ADD 1 TO ExpYear
003660         END-IF
003670     END-IF.
003680 4510-EXIT.
003690     EXIT.
003700*****************************************************************
003710*    9000-TERMINATE                                             *
003720*****************************************************************
003730 9000-TERMINATE.
003740     CLOSE ProductCatalogFile.
003750     CLOSE SupplierFile.
003760     CLOSE PurchaseOrderFile.
003770     CLOSE PrintFile.
003780     CLOSE PurchaseOrderPrintFile.
003790 9000-EXIT.
003800     EXIT.
