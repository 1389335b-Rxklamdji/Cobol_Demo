000130*    MODIFICATION HISTORY                                       *
000140*    DATE       INIT  DESCRIPTION                               *
000150*    08/21/26   RK    ORIGINAL PROGRAM - PRODUCT MAINTENANCE    *
000151*    10/15/26   RK    SUPPLIER ID AND STANDARD ORDER QUANTITY   *
000153*                     KEYED PER PRODUCT; SUPPLIER CHECKED       *
000155*                     AGAINST THE SUPPLIER MASTER               *
000156*    10/15/26   RK    UNIT COST KEYED PER PRODUCT (RECEIVING    *
000158*                     KEEPS IT AVERAGED FROM DELIVERY COSTS)    *
000160*****************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. cobprdm.
000370         ORGANIZATION IS SEQUENTIAL
000380         ACCESS MODE IS SEQUENTIAL
000390         FILE STATUS IS FileStatusPriceAudit.
000391     SELECT SupplierFile ASSIGN TO "SUPPMST"
000393         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS DYNAMIC
000396         RECORD KEY IS SU-SUPPLIER-ID
000398         FILE STATUS IS FileStatusSupplier.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ProductCatalogFile.
000460 FD  PriceAuditFile
000470     RECORDING MODE IS F.
000480     COPY prcaudit.
000483 FD  SupplierFile.
000486     COPY supprec.
000490 WORKING-STORAGE SECTION.
000500*****************************************************************
000510*    FILE STATUS SWITCHES                                       *
000530 77  FileStatusProductCatalog    PIC X(02) VALUE "00".
000540 77  FileStatusOperator          PIC X(02) VALUE "00".
000550 77  FileStatusPriceAudit        PIC X(02) VALUE "00".
000555 77  FileStatusSupplier          PIC X(02) VALUE "00".
000560*****************************************************************
000570*    MAINTENANCE FUNCTION SELECTION                             *
000580*****************************************************************
000800     88  ProductNotFound             VALUE "N".
000810 77  NewDescription              PIC X(20).
000820 77  NewUnitPrice                PIC 9(05)V99.
000825 77  NewUnitCost                 PIC 9(05)V99.
000830 77  NewAgeRestrictedSw          PIC X(01).
000840     88  NewIsAgeRestricted          VALUE "Y" "y".
000850 77  NewMinimumAge               PIC 9(03).
000880 77  NewQtyOnHand                PIC S9(05).
000890 77  NewReorderPoint             PIC 9(05).
000900 77  OldUnitPrice                PIC 9(05)V99.
000901 77  NewSupplierId               PIC 9(04).
000903 77  NewOrderQty                 PIC 9(05).
000905 77  SupplierFoundSwitch         PIC X(01) VALUE "N".
000906     88  SupplierFound               VALUE "Y".
000908     88  SupplierNotFound            VALUE "N".
000910 PROCEDURE DIVISION.
000920*****************************************************************
000930*    0000-MAINLINE                                              *
001270             FileStatusPriceAudit
001280         STOP RUN
001290     END-IF.
001291     OPEN INPUT SupplierFile.
001292     IF FileStatusSupplier NOT = "00"
001294         DISPLAY "UNABLE TO OPEN SUPPLIER MASTER - STATUS "
001295             FileStatusSupplier
001297         STOP RUN
001298     END-IF.
001300 1000-EXIT.
001310     EXIT.
001320*****************************************************************
002130     MOVE ProductNumberEntry TO PC-PRODUCT-NUMBER.
002140     MOVE NewDescription TO PC-DESCRIPTION.
002150     MOVE NewUnitPrice TO PC-UNIT-PRICE.
002155     MOVE NewUnitCost TO PC-UNIT-COST.
002160     PERFORM 6100-MOVE-SWITCH-FIELDS THRU 6100-EXIT.
002170     MOVE NewQtyOnHand TO PC-QTY-ON-HAND.
002180     MOVE NewReorderPoint TO PC-REORDER-POINT.
002183     MOVE NewSupplierId TO PC-SUPPLIER-ID.
002186     MOVE NewOrderQty TO PC-ORDER-QTY.
002190     SET PC-IS-ACTIVE TO TRUE.
002200     WRITE PRODUCT-CATALOG-RECORD
002210         INVALID KEY
002440     DISPLAY "CURRENT DETAILS ON FILE:".
002450     DISPLAY "  DESCRIPTION:    " PC-DESCRIPTION.
002460     DISPLAY "  UNIT PRICE:     " PC-UNIT-PRICE.
002465     DISPLAY "  UNIT COST:      " PC-UNIT-COST.
002470     DISPLAY "  AGE RESTRICTED: " PC-AGE-RESTRICTED-SW
002480         " MINIMUM AGE " PC-MINIMUM-AGE.
002490     DISPLAY "  TAX EXEMPT:     " PC-TAX-EXEMPT-SW.
002500     DISPLAY "  QTY ON HAND:    " PC-QTY-ON-HAND.
002510     DISPLAY "  REORDER POINT:  " PC-REORDER-POINT.
002513     DISPLAY "  SUPPLIER:       " PC-SUPPLIER-ID.
002516     DISPLAY "  ORDER QUANTITY: " PC-ORDER-QTY.
002520     MOVE PC-UNIT-PRICE TO OldUnitPrice.
002530     PERFORM 6000-ACCEPT-PRODUCT-DETAILS THRU 6000-EXIT.
002540     MOVE NewDescription TO PC-DESCRIPTION.
002550     MOVE NewUnitPrice TO PC-UNIT-PRICE.
002555     MOVE NewUnitCost TO PC-UNIT-COST.
002560     PERFORM 6100-MOVE-SWITCH-FIELDS THRU 6100-EXIT.
002570     MOVE NewQtyOnHand TO PC-QTY-ON-HAND.
002580     MOVE NewReorderPoint TO PC-REORDER-POINT.
002583     MOVE NewSupplierId TO PC-SUPPLIER-ID.
002586     MOVE NewOrderQty TO PC-ORDER-QTY.
002590     REWRITE PRODUCT-CATALOG-RECORD
002600         INVALID KEY
002610         DISPLAY "ERROR UPDATING PRODUCT RECORD"
003080     ACCEPT NewDescription.
003090     DISPLAY "ENTER UNIT PRICE: ".
003100     ACCEPT NewUnitPrice.
003103     DISPLAY "ENTER UNIT COST: ".
003106     ACCEPT NewUnitCost.
003110     DISPLAY "AGE RESTRICTED? (Y/N): ".
003120     ACCEPT NewAgeRestrictedSw.
003130     IF NewIsAgeRestricted
003220     ACCEPT NewQtyOnHand.
003230     DISPLAY "ENTER REORDER POINT: ".
003240     ACCEPT NewReorderPoint.
003241     DISPLAY "ENTER SUPPLIER ID (0000 IF NONE): ".
003242     ACCEPT NewSupplierId.
003243     IF NewSupplierId NOT = ZERO
003244         MOVE NewSupplierId TO SU-SUPPLIER-ID
003245         READ SupplierFile
003246             INVALID KEY SET SupplierNotFound TO TRUE
003247             NOT INVALID KEY SET SupplierFound TO TRUE
003248         END-READ
003249         IF SupplierNotFound
003250             DISPLAY "SUPPLIER NOT ON FILE - NO SUPPLIER SET,"
003251                 " ADD IT WITH COBSUPM AND UPDATE THIS PRODUCT"
003252             MOVE ZERO TO NewSupplierId
003253         ELSE
003254             DISPLAY "  SUPPLIER: " SU-SUPPLIER-NAME
003255         END-IF
003256     END-IF.
003257     DISPLAY "ENTER STANDARD ORDER QUANTITY (0 = AUTO): ".
003258     ACCEPT NewOrderQty.
003259 6000-EXIT.
003260     EXIT.
003270 6100-MOVE-SWITCH-FIELDS.
003280     IF NewIsAgeRestricted
003600     CLOSE ProductCatalogFile.
003610     CLOSE OperatorFile.
003620     CLOSE PriceAuditFile.
003625     CLOSE SupplierFile.
003630 9000-EXIT.
003640     EXIT.
