000060*    DESCRIPTION : PHYSICAL STOCK COUNT - KEYS COUNTED          *
000070*                  QUANTITIES BY PRODUCT, PRINTS A VARIANCE     *
000080*                  REPORT OF COUNTED AGAINST BOOK QUANTITY      *
000090*                  VALUED AT THE CATALOG UNIT COST WITH A       *
000100*                  SHRINKAGE TOTAL FOR THE COUNT, AND ON        *
000110*                  SUPERVISOR APPROVAL POSTS THE CORRECTIONS    *
000120*                  TO ON-HAND WITH A REASON CODE, WRITING       *
000150*    MODIFICATION HISTORY                                       *
000160*    DATE       INIT  DESCRIPTION                               *
000170*    09/03/26   RK    ORIGINAL PROGRAM - PHYSICAL STOCK COUNT   *
000172*    10/15/26   RK    VARIANCES VALUED AT UNIT COST; A PRODUCT  *
000175*                     WITH NO COST ON FILE FALLS BACK TO RETAIL *
000177*                     AND IS FLAGGED ON THE REPORT              *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cobcount.
000870         03  CT-DESCRIPTION      PIC X(20).
000880         03  CT-BOOK-QTY         PIC S9(05).
000890         03  CT-COUNTED-QTY      PIC 9(05).
000894         03  CT-UNIT-VALUE       PIC 9(05)V99.
000898         03  CT-VALUE-BASIS      PIC X(01).
000902             88  CT-VALUED-AT-COST       VALUE "C".
000906             88  CT-VALUED-AT-RETAIL     VALUE "R".
000910*****************************************************************
000920*    ENTRY AND POSTING WORKING FIELDS                           *
000930*****************************************************************
001180     05  FILLER                    PIC X(40) VALUE
001190         "PRODUCT  DESCRIPTION             BOOK   ".
001200     05  FILLER                    PIC X(32) VALUE
001210         "COUNT   VARIANCE  VALUE AT COST".
001220 01  VarianceDetailLine.
001230     05  FILLER                    PIC X(02) VALUE SPACES.
001240     05  VDL-PRODUCT-NUMBER        PIC 9(04).
001320     05  VDL-VARIANCE              PIC ZZZ,ZZ9-.
001330     05  FILLER                    PIC X(01) VALUE SPACES.
001340     05  VDL-VALUE                 PIC ZZZ,ZZZ,ZZ9.99-.
001343     05  FILLER                    PIC X(02) VALUE SPACES.
001346     05  VDL-BASIS                 PIC X(16).
001350 01  ShrinkageLine.
001360     05  FILLER                    PIC X(30)
001370         VALUE "SHRINKAGE THIS COUNT        - ".
002360     EXIT.
002370*****************************************************************
002380*    2000-ENTER-ONE-COUNT - ONE COUNTED PRODUCT PER PASS; THE   *
002390*    BOOK QUANTITY AND UNIT COST ARE CAPTURED AT COUNT TIME     *
002400*****************************************************************
002410 2000-ENTER-ONE-COUNT.
002420     DISPLAY "ENTER PRODUCT NUMBER (0000 TO FINISH): ".
002640     MOVE PC-DESCRIPTION TO CT-DESCRIPTION(CountIdx).
002650     MOVE PC-QTY-ON-HAND TO CT-BOOK-QTY(CountIdx).
002660     MOVE CountedQtyEntry TO CT-COUNTED-QTY(CountIdx).
002662     IF PC-UNIT-COST NUMERIC
002664         AND PC-UNIT-COST NOT = ZERO
002666         MOVE PC-UNIT-COST TO CT-UNIT-VALUE(CountIdx)
002668         SET CT-VALUED-AT-COST(CountIdx) TO TRUE
002671     ELSE
002673         MOVE PC-UNIT-PRICE TO CT-UNIT-VALUE(CountIdx)
002675         SET CT-VALUED-AT-RETAIL(CountIdx) TO TRUE
002677     END-IF.
002680     IF CountEntryCount = MaxCountEntries
002690         DISPLAY "COUNT TABLE FULL AT " MaxCountEntries
002700             " PRODUCTS - POST THIS COUNT AND START ANOTHER"
002730     EXIT.
002740*****************************************************************
002750*    3000-PRINT-VARIANCE-REPORT - COUNTED AGAINST BOOK, VALUED  *
002760*    AT THE CATALOG UNIT COST; SHRINKAGE (COUNT SHORT OF        *
002770*    BOOK) AND OVERAGE ARE TOTALLED SEPARATELY                  *
002780*****************************************************************
002790 3000-PRINT-VARIANCE-REPORT.
002990     COMPUTE VarianceQty = CT-COUNTED-QTY(CountIdx)
003000         - CT-BOOK-QTY(CountIdx).
003010     COMPUTE VarianceValue =
003020         VarianceQty * CT-UNIT-VALUE(CountIdx).
003030     MOVE CT-PRODUCT-NUMBER(CountIdx) TO VDL-PRODUCT-NUMBER.
003040     MOVE CT-DESCRIPTION(CountIdx) TO VDL-DESCRIPTION.
003050     MOVE CT-BOOK-QTY(CountIdx) TO VDL-BOOK.
003060     MOVE CT-COUNTED-QTY(CountIdx) TO VDL-COUNTED.
003070     MOVE VarianceQty TO VDL-VARIANCE.
003080     MOVE VarianceValue TO VDL-VALUE.
003081     IF CT-VALUED-AT-RETAIL(CountIdx)
003083         MOVE "NO COST - RETAIL" TO VDL-BASIS
003085     ELSE
003086         MOVE SPACES TO VDL-BASIS
003088     END-IF.
003090     WRITE PRINT-LINE FROM VarianceDetailLine.
003100     IF VarianceValue LESS THAN ZERO
003110         SUBTRACT VarianceValue FROM ShrinkageValue
