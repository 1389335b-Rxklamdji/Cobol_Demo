000010*****************************************************************
000020*    PROGRAM-ID  : COBPRCA                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                               *
000040*    INSTALLATION: RETAIL SYSTEMS                               *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : PRICE CHANGE APPLY - RUNS IN THE REOPEN      *
000070*                  STREAM AFTER COBCLOSE HAS SET THE NEW        *
000080*                  BUSINESS DATE.  EVERY PENDING PRICE CHANGE   *
000090*                  EFFECTIVE ON OR BEFORE THAT DATE IS POSTED   *
000100*                  TO THE PRODUCT CATALOG, AUDITED ON PRCAUDIT  *
000110*                  UNDER THE OPERATOR WHO ENTERED THE BATCH AND *
000120*                  MARKED APPLIED.  A CHANGE FOR A PRODUCT NO   *
000130*                  LONGER ON THE CATALOG, OR DISCONTINUED, IS   *
000140*                  MARKED REJECTED.  A SHELF LABEL IS PRINTED   *
000150*                  FOR EVERY PRODUCT WHOSE PRICE MOVED, WITH    *
000160*                  THE OLD PRICE SHOWN WHEN IT CAME DOWN.       *
000170*    MODIFICATION HISTORY                                       *
000180*    DATE       INIT  DESCRIPTION                               *
000190*    10/15/26   RK    ORIGINAL PROGRAM - PRICE CHANGE APPLY     *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. cobprca.
000230 AUTHOR. Romeo Klamadji.
000240 INSTALLATION. Retail Systems.
000250 DATE-WRITTEN. 10/15/26.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT StoreControlFile ASSIGN TO "STORCTL"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS SC-CONTROL-KEY
000340         FILE STATUS IS FileStatusStoreControl.
000350     SELECT ProductCatalogFile ASSIGN TO "PRODCAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PC-PRODUCT-NUMBER
000390         FILE STATUS IS FileStatusProductCatalog.
000400     SELECT PendingPriceFile ASSIGN TO "PRCPEND"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PP-PENDING-KEY
000440         FILE STATUS IS FileStatusPendingPrice.
000450     SELECT OPTIONAL PriceAuditFile ASSIGN TO "PRCAUDIT"
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS FileStatusPriceAudit.
000490     SELECT ShelfLabelFile ASSIGN TO "SHELFLBL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FileStatusShelfLabel.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  StoreControlFile.
000550     COPY storctl.
000560 FD  ProductCatalogFile.
000570     COPY prodrec.
000580 FD  PendingPriceFile.
000590     COPY prcpend.
000600 FD  PriceAuditFile
000610     RECORDING MODE IS F.
000620     COPY prcaudit.
000630 FD  ShelfLabelFile.
000640 01  LABEL-LINE                    PIC X(40).
000650 WORKING-STORAGE SECTION.
000660*****************************************************************
000670*    FILE STATUS SWITCHES                                       *
000680*****************************************************************
000690 77  FileStatusStoreControl        PIC X(02) VALUE "00".
000700 77  FileStatusProductCatalog      PIC X(02) VALUE "00".
000710 77  FileStatusPendingPrice        PIC X(02) VALUE "00".
000720 77  FileStatusPriceAudit          PIC X(02) VALUE "00".
000730 77  FileStatusShelfLabel          PIC X(02) VALUE "00".
000740*****************************************************************
000750*    CONTROL FIELDS AND SWITCHES                                *
000760*****************************************************************
000770 77  BusinessDate                  PIC 9(08) VALUE ZERO.
000780 77  EndOfPendingSwitch            PIC X(01) VALUE "N".
000790     88  EndOfPendingFile              VALUE "Y".
000800 77  LabelSub                      PIC 9(05) COMP VALUE ZERO.
000810*****************************************************************
000820*    SHELF LABEL TABLE - ONE ENTRY PER PRODUCT NUMBER.  THE WAS *
000830*    PRICE IS THE CATALOG PRICE BEFORE THE FIRST CHANGE APPLIED *
000840*    IN THIS RUN, SO TWO CHANGES ON ONE ITEM GIVE ONE LABEL     *
000850*****************************************************************
000860 01  LabelTable.
000870     02  LabelEntry OCCURS 9999 TIMES.
000880         03  LabelSwitch           PIC X(01).
000890             88  LabelWanted           VALUE "Y".
000900         03  LabelWasPrice         PIC 9(05)V99.
000910         03  LabelEffectiveDate    PIC 9(08).
000920*****************************************************************
000930*    RUN COUNTS                                                 *
000940*****************************************************************
000950 01  RunCounts.
000960     02  ChangesApplied            PIC 9(05) VALUE ZERO.
000970     02  ChangesRejected           PIC 9(05) VALUE ZERO.
000980     02  LabelsPrinted             PIC 9(05) VALUE ZERO.
000990*****************************************************************
001000*    SHELF LABEL LINES                                          *
001010*****************************************************************
001020 01  LabelRuleLine                 PIC X(40) VALUE ALL "-".
001030 01  LabelItemLine.
001040     05  FILLER                    PIC X(01) VALUE SPACES.
001050     05  LIL-DESCRIPTION           PIC X(20).
001060     05  FILLER                    PIC X(07) VALUE "  ITEM ".
001070     05  LIL-PRODUCT               PIC 9(04).
001080 01  LabelPriceLine.
001090     05  FILLER                    PIC X(13)
001100         VALUE "   PRICE     ".
001110     05  LPL-PRICE                 PIC ZZ,ZZ9.99.
001120 01  LabelWasLine.
001130     05  FILLER                    PIC X(13)
001140         VALUE "   WAS       ".
001150     05  LWL-PRICE                 PIC ZZ,ZZ9.99.
001160 01  LabelEffectiveLine.
001170     05  FILLER                    PIC X(13)
001180         VALUE "   EFFECTIVE ".
001190     05  LEL-EFFECTIVE-DATE        PIC 9(08).
001200 PROCEDURE DIVISION.
001210*****************************************************************
001220*    0000-MAINLINE                                              *
001230*****************************************************************
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     PERFORM 2000-APPLY-PENDING THRU 2000-EXIT.
001270     PERFORM 3000-PRINT-LABELS THRU 3000-EXIT.
001280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001290     DISPLAY "PRICE CHANGES APPLIED    " ChangesApplied.
001300     DISPLAY "PRICE CHANGES REJECTED   " ChangesRejected.
001310     DISPLAY "SHELF LABELS PRINTED     " LabelsPrinted.
001320     STOP RUN.
001330*****************************************************************
001340*    1000-INITIALIZE - THE STORE MUST HAVE BEEN REOPENED FOR    *
001350*    THE NEW BUSINESS DATE.  NO PENDING PRICE FILE MEANS NO     *
001360*    BATCH HAS EVER BEEN LOADED AND THERE IS NOTHING TO DO      *
001370*****************************************************************
001380 1000-INITIALIZE.
001390     OPEN INPUT StoreControlFile.
001400     IF FileStatusStoreControl NOT = "00"
001410         DISPLAY "UNABLE TO OPEN STORE CONTROL - STATUS "
001420             FileStatusStoreControl
001430         MOVE 8 TO RETURN-CODE
001440         STOP RUN
001450     END-IF.
001460     MOVE 1 TO SC-CONTROL-KEY.
001470     READ StoreControlFile
001480         INVALID KEY
001490         DISPLAY "STORE CONTROL RECORD MISSING - ENDING RUN"
001500         MOVE 8 TO RETURN-CODE
001510         STOP RUN
001520     END-READ.
001530     IF NOT SC-STORE-OPEN
001540         DISPLAY "STORE IS NOT OPEN - PRICE CHANGES NOT APPLIED"
001550         MOVE 8 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580     MOVE SC-BUSINESS-DATE TO BusinessDate.
001590     CLOSE StoreControlFile.
001600     OPEN I-O PendingPriceFile.
001610     IF FileStatusPendingPrice = "35"
001620         DISPLAY "NO PENDING PRICE FILE - NOTHING TO APPLY"
001630         STOP RUN
001640     END-IF.
001650     IF FileStatusPendingPrice NOT = "00"
001660         DISPLAY "UNABLE TO OPEN PENDING PRICE FILE - STATUS "
001670             FileStatusPendingPrice
001680         MOVE 8 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710     OPEN I-O ProductCatalogFile.
001720     IF FileStatusProductCatalog NOT = "00"
001730         DISPLAY "UNABLE TO OPEN PRODUCT CATALOG - STATUS "
001740             FileStatusProductCatalog
001750         MOVE 8 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     OPEN EXTEND PriceAuditFile.
001790     IF FileStatusPriceAudit NOT = "00"
001800         AND FileStatusPriceAudit NOT = "05"
001810         DISPLAY "UNABLE TO OPEN PRICE AUDIT FILE - STATUS "
001820             FileStatusPriceAudit
001830         MOVE 8 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860     OPEN OUTPUT ShelfLabelFile.
001870     IF FileStatusShelfLabel NOT = "00"
001880         DISPLAY "UNABLE TO OPEN SHELF LABEL FILE - STATUS "
001890             FileStatusShelfLabel
001900         MOVE 8 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     INITIALIZE LabelTable.
001940 1000-EXIT.
001950     EXIT.
001960*****************************************************************
001970*    2000-APPLY-PENDING - THE FILE IS IN EFFECTIVE DATE ORDER,  *
001980*    SO READING STOPS AT THE FIRST CHANGE DATED AFTER TODAY.    *
001990*    ONE DUE FROM A DAY THE STORE DID NOT OPEN IS STILL APPLIED *
002000*****************************************************************
002010 2000-APPLY-PENDING.
002020     MOVE ZERO TO PP-PENDING-KEY.
002030     START PendingPriceFile
002040         KEY IS NOT LESS THAN PP-PENDING-KEY
002050         INVALID KEY SET EndOfPendingFile TO TRUE
002060     END-START.
002070     PERFORM 2100-APPLY-ONE-CHANGE THRU 2100-EXIT
002080         UNTIL EndOfPendingFile.
002090 2000-EXIT.
002100     EXIT.
002110 2100-APPLY-ONE-CHANGE.
002120     READ PendingPriceFile NEXT RECORD
002130         AT END SET EndOfPendingFile TO TRUE
002140     END-READ.
002150     IF EndOfPendingFile
002160         GO TO 2100-EXIT
002170     END-IF.
002180     IF PP-EFFECTIVE-DATE > BusinessDate
002190         SET EndOfPendingFile TO TRUE
002200         GO TO 2100-EXIT
002210     END-IF.
002220     IF NOT PP-IS-PENDING
002230         GO TO 2100-EXIT
002240     END-IF.
002250     MOVE PP-PRODUCT-NUMBER TO PC-PRODUCT-NUMBER.
002260     READ ProductCatalogFile
002270         INVALID KEY
002280         DISPLAY "PRODUCT " PP-PRODUCT-NUMBER
002290             " NOT ON CATALOG - CHANGE REJECTED, BATCH "
002300             PP-BATCH-ID
002310         PERFORM 2200-REJECT-CHANGE THRU 2200-EXIT
002320         GO TO 2100-EXIT
002330     END-READ.
002340     IF PC-IS-DISCONTINUED
002350         DISPLAY "PRODUCT " PP-PRODUCT-NUMBER
002360             " DISCONTINUED - CHANGE REJECTED, BATCH "
002370             PP-BATCH-ID
002380         PERFORM 2200-REJECT-CHANGE THRU 2200-EXIT
002390         GO TO 2100-EXIT
002400     END-IF.
002410     MOVE PC-UNIT-PRICE TO PP-OLD-PRICE.
002420     MOVE PP-NEW-PRICE TO PC-UNIT-PRICE.
002430     REWRITE PRODUCT-CATALOG-RECORD
002440         INVALID KEY
002450         DISPLAY "REWRITE FAILED FOR PRODUCT " PC-PRODUCT-NUMBER
002460             " - STATUS " FileStatusProductCatalog
002470         MOVE 8 TO RETURN-CODE
002480         GO TO 2100-EXIT
002490     END-REWRITE.
002500     PERFORM 8000-WRITE-PRICE-AUDIT THRU 8000-EXIT.
002510     MOVE PP-PRODUCT-NUMBER TO LabelSub.
002520     IF NOT LabelWanted (LabelSub)
002530         SET LabelWanted (LabelSub) TO TRUE
002540         MOVE PP-OLD-PRICE TO LabelWasPrice (LabelSub)
002550     END-IF.
002560     MOVE PP-EFFECTIVE-DATE TO LabelEffectiveDate (LabelSub).
002570     SET PP-IS-APPLIED TO TRUE.
002580     MOVE BusinessDate TO PP-APPLIED-DATE.
002590     REWRITE PENDING-PRICE-RECORD
002600         INVALID KEY
002610         DISPLAY "PENDING PRICE NOT MARKED APPLIED - PRODUCT "
002620             PP-PRODUCT-NUMBER " STATUS " FileStatusPendingPrice
002630         MOVE 8 TO RETURN-CODE
002640     END-REWRITE.
002650     ADD 1 TO ChangesApplied.
002660 2100-EXIT.
002670     EXIT.
002680 2200-REJECT-CHANGE.
002690     SET PP-IS-REJECTED TO TRUE.
002700     MOVE BusinessDate TO PP-APPLIED-DATE.
002710     REWRITE PENDING-PRICE-RECORD
002720         INVALID KEY
002730         DISPLAY "PENDING PRICE NOT MARKED REJECTED - PRODUCT "
002740             PP-PRODUCT-NUMBER " STATUS " FileStatusPendingPrice
002750         MOVE 8 TO RETURN-CODE
002760     END-REWRITE.
002770     ADD 1 TO ChangesRejected.
002780 2200-EXIT.
002790     EXIT.
002800*****************************************************************
002810*    3000-PRINT-LABELS - IN PRODUCT NUMBER ORDER.  AN ITEM      *
002820*    CHANGED AND CHANGED BACK IN THE SAME RUN NEEDS NO LABEL    *
002830*****************************************************************
002840 3000-PRINT-LABELS.
002850     PERFORM 3100-PRINT-ONE-LABEL THRU 3100-EXIT
002860         VARYING LabelSub FROM 1 BY 1
002870         UNTIL LabelSub > 9999.
002880 3000-EXIT.
002890     EXIT.
002900 3100-PRINT-ONE-LABEL.
002910     IF NOT LabelWanted (LabelSub)
002920         GO TO 3100-EXIT
002930     END-IF.
002940     MOVE LabelSub TO PC-PRODUCT-NUMBER.
002950     READ ProductCatalogFile
002960         INVALID KEY GO TO 3100-EXIT
002970     END-READ.
002980     IF PC-UNIT-PRICE = LabelWasPrice (LabelSub)
002990         GO TO 3100-EXIT
003000     END-IF.
003010     WRITE LABEL-LINE FROM LabelRuleLine.
003020     MOVE PC-DESCRIPTION TO LIL-DESCRIPTION.
003030     MOVE PC-PRODUCT-NUMBER TO LIL-PRODUCT.
003040     WRITE LABEL-LINE FROM LabelItemLine.
003050     MOVE PC-UNIT-PRICE TO LPL-PRICE.
003060     WRITE LABEL-LINE FROM LabelPriceLine.
003070     IF PC-UNIT-PRICE < LabelWasPrice (LabelSub)
003080         MOVE LabelWasPrice (LabelSub) TO LWL-PRICE
003090         WRITE LABEL-LINE FROM LabelWasLine
003100     END-IF.
003110     MOVE LabelEffectiveDate (LabelSub) TO LEL-EFFECTIVE-DATE.
003120     WRITE LABEL-LINE FROM LabelEffectiveLine.
003130     MOVE SPACES TO LABEL-LINE.
003140     WRITE LABEL-LINE.
003150     ADD 1 TO LabelsPrinted.
003160 3100-EXIT.
003170     EXIT.
003180*****************************************************************
003190*    8000-WRITE-PRICE-AUDIT - SAME TRAIL AS A PRICE CHANGE MADE *
003200*    IN PRODUCT MAINTENANCE, CHARGED TO WHOEVER LOADED THE      *
003210*    BATCH                                                      *
003220*****************************************************************
003230 8000-WRITE-PRICE-AUDIT.
003240     MOVE PC-PRODUCT-NUMBER TO PA-PRODUCT-NUMBER.
003250     MOVE PP-OLD-PRICE TO PA-OLD-PRICE.
003260     MOVE PP-NEW-PRICE TO PA-NEW-PRICE.
003270     ACCEPT PA-CHANGE-DATE FROM DATE YYYYMMDD.
003280     ACCEPT PA-CHANGE-TIME FROM TIME.
003290     MOVE PP-ENTERED-BY TO PA-CHANGED-BY.
003300     WRITE PRICE-AUDIT-RECORD.
003310     DISPLAY "PRICE CHANGE APPLIED - PRODUCT " PA-PRODUCT-NUMBER
003320         " OLD " PA-OLD-PRICE " NEW " PA-NEW-PRICE
003330         " BATCH " PP-BATCH-ID.
003340 8000-EXIT.
003350     EXIT.
003360*****************************************************************
003370*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN           *
003380*****************************************************************
003390 9000-TERMINATE.
003400     CLOSE PendingPriceFile.
003410     CLOSE ProductCatalogFile.
003420     CLOSE PriceAuditFile.
003430     CLOSE ShelfLabelFile.
003440 9000-EXIT.
003450     EXIT.
