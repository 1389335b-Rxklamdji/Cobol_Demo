000010*****************************************************************
000020*    PROGRAM-ID  : COBSUPM                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                                *
000040*    INSTALLATION: RETAIL SYSTEMS                                *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : SUPPLIER MASTER MAINTENANCE - ADD, UPDATE,    *
000070*                  AND INACTIVATE THE SUPPLIERS THAT CATALOG     *
000080*                  PRODUCTS ARE ORDERED FROM.  THE NAME AND      *
000090*                  ADDRESS PRINT ON EVERY PURCHASE ORDER THE     *
000100*                  REORDER RUN RAISES, AND THE LEAD TIME SETS    *
000110*                  EACH ORDER'S EXPECTED DELIVERY DATE.  AN      *
000120*                  INACTIVE SUPPLIER IS KEPT ON FILE FOR ITS     *
000130*                  OPEN ORDERS BUT IS SENT NO NEW ONES.          *
000140*    MODIFICATION HISTORY                                       *
000150*    DATE       INIT  DESCRIPTION                               *
000160*    10/15/26   RK    ORIGINAL PROGRAM - SUPPLIER MAINTENANCE   *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. cobsupm.
000200 AUTHOR. Romeo Klamadji.
000210 INSTALLATION. Retail Systems.
000220 DATE-WRITTEN. 10/15/26.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SupplierFile ASSIGN TO "SUPPMST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS SU-SUPPLIER-ID
000310         FILE STATUS IS FileStatusSupplier.
000320     SELECT OperatorFile ASSIGN TO "OPERMST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS OP-OPERATOR-ID
000360         FILE STATUS IS FileStatusOperator.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SupplierFile.
000400     COPY supprec.
000410 FD  OperatorFile.
000420     COPY operrec.
000430 WORKING-STORAGE SECTION.
000440*****************************************************************
000450*    FILE STATUS SWITCHES                                       *
000460*****************************************************************
000470 77  FileStatusSupplier          PIC X(02) VALUE "00".
000480 77  FileStatusOperator          PIC X(02) VALUE "00".
000490*****************************************************************
000500*    MAINTENANCE FUNCTION SELECTION                             *
000510*****************************************************************
000520 77  MaintFunction               PIC 9(01) VALUE 1.
000530     88  MaintFunctionExit           VALUE 0.
000540     88  MaintFunctionAdd            VALUE 1.
000550     88  MaintFunctionUpdate         VALUE 2.
000560     88  MaintFunctionInactivate     VALUE 3.
000570*****************************************************************
000580*    OPERATOR SIGN-ON WORKING FIELDS                            *
000590*****************************************************************
000600 77  OperatorIdEntry             PIC 9(04).
000610 77  SignedOnOperatorId          PIC 9(04) VALUE ZERO.
000620 77  OperatorSignonSwitch        PIC X(01) VALUE "N".
000630     88  OperatorSignedOn            VALUE "Y".
000640     88  OperatorNotSignedOn         VALUE "N".
000650 77  SignonAttemptCount          PIC 9(01) COMP.
000660 77  MaxSignonAttempts           PIC 9(01) COMP VALUE 3.
000670*****************************************************************
000680*    SUPPLIER ENTRY WORKING FIELDS                              *
000690*****************************************************************
000700 77  SupplierIdEntry             PIC 9(04).
000710 77  SupplierFoundSwitch         PIC X(01) VALUE "N".
000720     88  SupplierFound               VALUE "Y".
000730     88  SupplierNotFound            VALUE "N".
000740 77  NewSupplierName             PIC X(30).
000750 77  NewStreet                   PIC X(30).
000760 77  NewCity                     PIC X(20).
000770 77  NewState                    PIC X(02).
000780 77  NewZipCode                  PIC X(10).
000790 77  NewPhone                    PIC X(12).
000800 77  NewLeadTimeDays             PIC 9(03).
000810 PROCEDURE DIVISION.
000820*****************************************************************
000830*    0000-MAINLINE                                              *
000840*****************************************************************
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000870     PERFORM 1800-OPERATOR-SIGN-ON THRU 1800-EXIT.
000880     PERFORM 2500-PROCESS-ONE-FUNCTION THRU 2500-EXIT
000890         UNTIL MaintFunctionExit.
000900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000910     STOP RUN.
000920*****************************************************************
000930*    1000-INITIALIZE - OPEN ALL FILES FOR THE RUN                *
000940*****************************************************************
000950 1000-INITIALIZE.
000960     OPEN I-O SupplierFile.
000970     IF FileStatusSupplier = "35"
000980         OPEN OUTPUT SupplierFile
000990         CLOSE SupplierFile
001000         OPEN I-O SupplierFile
001010     END-IF.
001020     IF FileStatusSupplier NOT = "00"
001030         DISPLAY "UNABLE TO OPEN SUPPLIER MASTER - STATUS "
001040             FileStatusSupplier
001050         STOP RUN
001060     END-IF.
001070     OPEN INPUT OperatorFile.
001080     IF FileStatusOperator NOT = "00"
001090         DISPLAY "UNABLE TO OPEN OPERATOR MASTER - STATUS "
001100             FileStatusOperator
001110         STOP RUN
001120     END-IF.
001130 1000-EXIT.
001140     EXIT.
001150*****************************************************************
001160*    1800-OPERATOR-SIGN-ON - VALIDATE THE OPERATOR AGAINST THE  *
001170*    OPERATOR MASTER; THREE FAILED ATTEMPTS END THE RUN         *
001180*****************************************************************
001190 1800-OPERATOR-SIGN-ON.
001200     SET OperatorNotSignedOn TO TRUE.
001210     PERFORM 1810-ACCEPT-ONE-SIGN-ON THRU 1810-EXIT
001220         WITH TEST AFTER
001230         VARYING SignonAttemptCount FROM 1 BY 1
001240         UNTIL OperatorSignedOn
001250             OR SignonAttemptCount >= MaxSignonAttempts.
001260     IF OperatorNotSignedOn
001270         DISPLAY "SIGN-ON FAILED - ENDING RUN"
001280         PERFORM 9000-TERMINATE THRU 9000-EXIT
001290         STOP RUN
001300     END-IF.
001310     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
001320 1800-EXIT.
001330     EXIT.
001340 1810-ACCEPT-ONE-SIGN-ON.
001350     DISPLAY "ENTER OPERATOR ID: ".
001360     ACCEPT OperatorIdEntry.
001370     MOVE OperatorIdEntry TO OP-OPERATOR-ID.
001380     READ OperatorFile
001390         INVALID KEY
001400         DISPLAY "OPERATOR ID NOT ON FILE"
001410         GO TO 1810-EXIT
001420     END-READ.
001430     IF OP-IS-INACTIVE OR OP-IS-LOCKED
001440         DISPLAY "OPERATOR ID IS NOT USABLE - SEE SUPERVISOR"
001450         GO TO 1810-EXIT
001460     END-IF.
001470     MOVE OP-OPERATOR-ID TO SignedOnOperatorId.
001480     SET OperatorSignedOn TO TRUE.
001490 1810-EXIT.
001500     EXIT.
001510*****************************************************************
001520*    2500-PROCESS-ONE-FUNCTION - ONE PASS OF THE MENU LOOP       *
001530*****************************************************************
001540 2500-PROCESS-ONE-FUNCTION.
001550     DISPLAY "=============================================".
001560     DISPLAY " COBSUPM - SUPPLIER MASTER MAINTENANCE".
001570     DISPLAY "=============================================".
001580     DISPLAY " 1 - ADD A SUPPLIER".
001590     DISPLAY " 2 - UPDATE A SUPPLIER".
001600     DISPLAY " 3 - INACTIVATE A SUPPLIER".
001610     DISPLAY " 0 - EXIT".
001620     DISPLAY "ENTER SELECTION: ".
001630     ACCEPT MaintFunction.
001640     EVALUATE TRUE
001650         WHEN MaintFunctionExit
001660             CONTINUE
001670         WHEN MaintFunctionAdd
001680             PERFORM 3000-ADD-SUPPLIER THRU 3000-EXIT
001690         WHEN MaintFunctionUpdate
001700             PERFORM 4000-UPDATE-SUPPLIER THRU 4000-EXIT
001710         WHEN MaintFunctionInactivate
001720             PERFORM 5000-INACTIVATE-SUPPLIER THRU 5000-EXIT
001730         WHEN OTHER
001740             DISPLAY "INVALID SELECTION - PLEASE RE-ENTER"
001750     END-EVALUATE.
001760 2500-EXIT.
001770     EXIT.
001780*****************************************************************
001790*    3000-ADD-SUPPLIER - ADD A NEW SUPPLIER                      *
001800*****************************************************************
001810 3000-ADD-SUPPLIER.
001820     DISPLAY "ADD SUPPLIER - ENTER SUPPLIER ID: ".
001830     ACCEPT SupplierIdEntry.
001840     IF SupplierIdEntry = ZERO
001850         DISPLAY "SUPPLIER ID 0000 IS RESERVED - NOT ADDED"
001860         GO TO 3000-EXIT
001870     END-IF.
001880     MOVE SupplierIdEntry TO SU-SUPPLIER-ID.
001890     READ SupplierFile
001900         INVALID KEY SET SupplierNotFound TO TRUE
001910         NOT INVALID KEY SET SupplierFound TO TRUE
001920     END-READ.
001930     IF SupplierFound
001940         DISPLAY "SUPPLIER ALREADY ON FILE: " SU-SUPPLIER-NAME
001950         DISPLAY "USE THE UPDATE FUNCTION INSTEAD"
001960         GO TO 3000-EXIT
001970     END-IF.
001980     PERFORM 6000-ACCEPT-SUPPLIER-DETAILS THRU 6000-EXIT.
001990     MOVE SupplierIdEntry TO SU-SUPPLIER-ID.
002000     PERFORM 6100-MOVE-SUPPLIER-FIELDS THRU 6100-EXIT.
002010     SET SU-IS-ACTIVE TO TRUE.
002020     WRITE SUPPLIER-MASTER-RECORD
002030         INVALID KEY
002040         DISPLAY "ERROR ADDING SUPPLIER RECORD"
002050         GO TO 3000-EXIT
002060     END-WRITE.
002070     DISPLAY "SUPPLIER " SU-SUPPLIER-ID " ADDED".
002080 3000-EXIT.
002090     EXIT.
002100*****************************************************************
002110*    4000-UPDATE-SUPPLIER - CHANGE AN EXISTING SUPPLIER; AN      *
002120*    INACTIVE SUPPLIER IS REACTIVATED BY UPDATING IT             *
002130*****************************************************************
002140 4000-UPDATE-SUPPLIER.
002150     DISPLAY "UPDATE SUPPLIER - ENTER SUPPLIER ID: ".
002160     ACCEPT SupplierIdEntry.
002170     MOVE SupplierIdEntry TO SU-SUPPLIER-ID.
002180     READ SupplierFile
002190         INVALID KEY SET SupplierNotFound TO TRUE
002200         NOT INVALID KEY SET SupplierFound TO TRUE
002210     END-READ.
002220     IF SupplierNotFound
002230         DISPLAY "SUPPLIER ID NOT ON FILE"
002240         GO TO 4000-EXIT
002250     END-IF.
002260     DISPLAY "CURRENT DETAILS ON FILE:".
002270     DISPLAY "  NAME:       " SU-SUPPLIER-NAME.
002280     DISPLAY "  STREET:     " SU-STREET.
002290     DISPLAY "  CITY:       " SU-CITY " " SU-STATE " "
002300         SU-ZIP-CODE.
002310     DISPLAY "  PHONE:      " SU-PHONE.
002320     DISPLAY "  LEAD TIME:  " SU-LEAD-TIME-DAYS " DAYS".
002330     DISPLAY "  STATUS:     " SU-STATUS-SW.
002340     PERFORM 6000-ACCEPT-SUPPLIER-DETAILS THRU 6000-EXIT.
002350     PERFORM 6100-MOVE-SUPPLIER-FIELDS THRU 6100-EXIT.
002360     SET SU-IS-ACTIVE TO TRUE.
002370     REWRITE SUPPLIER-MASTER-RECORD
002380         INVALID KEY
002390         DISPLAY "ERROR UPDATING SUPPLIER RECORD"
002400         GO TO 4000-EXIT
002410     END-REWRITE.
002420     DISPLAY "SUPPLIER " SU-SUPPLIER-ID " UPDATED".
002430 4000-EXIT.
002440     EXIT.
002450*****************************************************************
002460*    5000-INACTIVATE-SUPPLIER - NO NEW PURCHASE ORDERS GO TO AN  *
002470*    INACTIVE SUPPLIER; THE RECORD STAYS FOR ITS OPEN ORDERS     *
002480*****************************************************************
002490 5000-INACTIVATE-SUPPLIER.
002500     DISPLAY "INACTIVATE SUPPLIER - ENTER SUPPLIER ID: ".
002510     ACCEPT SupplierIdEntry.
002520     MOVE SupplierIdEntry TO SU-SUPPLIER-ID.
002530     READ SupplierFile
002540         INVALID KEY SET SupplierNotFound TO TRUE
002550         NOT INVALID KEY SET SupplierFound TO TRUE
002560     END-READ.
002570     IF SupplierNotFound
002580         DISPLAY "SUPPLIER ID NOT ON FILE"
002590         GO TO 5000-EXIT
002600     END-IF.
002610     IF SU-IS-INACTIVE
002620         DISPLAY "SUPPLIER IS ALREADY INACTIVE"
002630         GO TO 5000-EXIT
002640     END-IF.
002650     SET SU-IS-INACTIVE TO TRUE.
002660     REWRITE SUPPLIER-MASTER-RECORD
002670         INVALID KEY
002680         DISPLAY "ERROR UPDATING SUPPLIER RECORD"
002690         GO TO 5000-EXIT
002700     END-REWRITE.
002710     DISPLAY "SUPPLIER " SU-SUPPLIER-ID " ("
002720         SU-SUPPLIER-NAME ") INACTIVATED".
002730 5000-EXIT.
002740     EXIT.
002750*****************************************************************
002760*    6000-ACCEPT-SUPPLIER-DETAILS - COMMON DATA ENTRY FOR ADD    *
002770*    AND UPDATE                                                  *
002780*****************************************************************
002790 6000-ACCEPT-SUPPLIER-DETAILS.
002800     DISPLAY "ENTER SUPPLIER NAME: ".
002810     ACCEPT NewSupplierName.
002820     DISPLAY "ENTER STREET: ".
002830     ACCEPT NewStreet.
002840     DISPLAY "ENTER CITY: ".
002850     ACCEPT NewCity.
002860     DISPLAY "ENTER STATE: ".
002870     ACCEPT NewState.
002880     DISPLAY "ENTER ZIP CODE: ".
002890     ACCEPT NewZipCode.
002900     DISPLAY "ENTER PHONE: ".
002910     ACCEPT NewPhone.
002920     DISPLAY "ENTER LEAD TIME IN DAYS: ".
002930     ACCEPT NewLeadTimeDays.
002940 6000-EXIT.
002950     EXIT.
002960 6100-MOVE-SUPPLIER-FIELDS.
002970     MOVE NewSupplierName TO SU-SUPPLIER-NAME.
002980     MOVE NewStreet TO SU-STREET.
002990     MOVE NewCity TO SU-CITY.
003000     MOVE NewState TO SU-STATE.
003010     MOVE NewZipCode TO SU-ZIP-CODE.
003020     MOVE NewPhone TO SU-PHONE.
003030     MOVE NewLeadTimeDays TO SU-LEAD-TIME-DAYS.
003040 6100-EXIT.
003050     EXIT.
003060*****************************************************************
003070*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN            *
003080*****************************************************************
003090 9000-TERMINATE.
003100     CLOSE SupplierFile.
003110     CLOSE OperatorFile.
003120 9000-EXIT.
003130     EXIT.
