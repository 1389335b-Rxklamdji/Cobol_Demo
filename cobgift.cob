000090*                  WITH ISSUE AND LAST-USED DATES, AND TOTALS   *
000100*                  THE OUTSTANDING BALANCE SO ACCOUNTING CAN    *
000110*                  CARRY THE STORE'S STORED-VALUE LIABILITY.    *
000112*                  ALSO LISTS THE DORMANT CARDS - ACTIVE CARDS  *
000114*                  WITH A BALANCE NOT USED SINCE THE CUTOFF     *
000116*                  DATE ON THE SYSIN CARD - FOR THE UNCLAIMED   *
000118*                  PROPERTY FILING.                             *
000120*    MODIFICATION HISTORY                                       *
000130*    DATE       INIT  DESCRIPTION                               *
000140*    09/03/26   RK    ORIGINAL PROGRAM - GIFT CARD LIABILITY    *
000143*    10/15/26   RK    DORMANT CARD REPORT (GIFTDORM) AGAINST A  *
000146*                     SYSIN CUTOFF DATE                         *
000150*****************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. cobgift.
000300     SELECT PrintFile ASSIGN TO "GIFTRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS FileStatusPrintFile.
000322     SELECT DormantFile ASSIGN TO "GIFTDORM"
000324         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS FileStatusDormantFile.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  GiftCardFile.
000360     COPY giftrec.
000370 FD  PrintFile.
000380 01  PRINT-LINE                    PIC X(132).
000383 FD  DormantFile.
000386 01  DORMANT-LINE                  PIC X(132).
000390 WORKING-STORAGE SECTION.
000400*****************************************************************
000410*    FILE STATUS SWITCHES                                       *
000420*****************************************************************
000430 77  FileStatusGiftCard            PIC X(02) VALUE "00".
000440 77  FileStatusPrintFile           PIC X(02) VALUE "00".
000441 77  FileStatusDormantFile         PIC X(02) VALUE "00".
000442*****************************************************************
000443*    DORMANCY CUTOFF - A CARD LAST USED BEFORE THIS DATE IS     *
000444*    DORMANT                                                    *
000445*****************************************************************
000446 77  CutoffDate                    PIC X(08).
000447 77  CutoffDateNumeric REDEFINES CutoffDate
000448                                   PIC 9(08).
000450*****************************************************************
000460*    END-OF-FILE SWITCH AND RUNNING TOTALS                      *
000470*****************************************************************
000510 77  ZeroBalanceCount              PIC 9(07) VALUE ZERO.
000520 77  ClosedCardCount               PIC 9(07) VALUE ZERO.
000530 77  TotalLiability                PIC S9(11)V99 VALUE ZERO.
000533 77  DormantCardCount              PIC 9(07) VALUE ZERO.
000536 77  TotalDormant                  PIC S9(11)V99 VALUE ZERO.
000540*****************************************************************
000550*    REPORT LINE WORK AREAS                                     *
000560*****************************************************************
000860     05  FILLER                    PIC X(30)
000870         VALUE "CLOSED CARDS ON FILE        - ".
000880     05  CLL-COUNT                 PIC Z,ZZZ,ZZ9.
000881 01  DormantHeadingLine1.
000882     05  FILLER                    PIC X(36)
000883         VALUE "COBOLTAT DORMANT GIFT CARD REPORT - ".
000884     05  FILLER                    PIC X(21)
000885         VALUE "NOT USED SINCE BEFORE".
000886     05  FILLER                    PIC X(01) VALUE SPACE.
000887     05  DHL1-CUTOFF-DATE          PIC 9(08).
000888     05  FILLER                    PIC X(10)
000889         VALUE "  RUN DATE".
000890     05  FILLER                    PIC X(01) VALUE SPACE.
000891     05  DHL1-RUN-DATE             PIC 9(08).
000892 01  DormantTotalLine.
000893     05  FILLER                    PIC X(30)
000894         VALUE "TOTAL DORMANT BALANCE       - ".
000895     05  DTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
000896 01  DormantCountLine.
000897     05  FILLER                    PIC X(30)
000898         VALUE "DORMANT CARDS               - ".
000899     05  DCL-COUNT                 PIC Z,ZZZ,ZZ9.
000900 PROCEDURE DIVISION.
000901*****************************************************************
000910*    0000-MAINLINE                                              *
000920*****************************************************************
000930 0000-MAINLINE.
000950     PERFORM 2000-SCAN-GIFT-CARDS THRU 2000-EXIT
000960         UNTIL EndOfGiftFile.
000970     PERFORM 3000-PRINT-TRAILER THRU 3000-EXIT.
000975     PERFORM 3100-PRINT-DORMANT-TRAILER THRU 3100-EXIT.
000980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000990     STOP RUN.
001000*****************************************************************
001006*    1000-INITIALIZE - THE SYSIN CARD CARRIES THE DORMANCY      *
001012*    CUTOFF DATE (YYYYMMDD)                                     *
001020*****************************************************************
001030 1000-INITIALIZE.
001031     ACCEPT CutoffDate.
001032     IF CutoffDate NOT NUMERIC
001033         DISPLAY "INVALID CUTOFF DATE CARD: " CutoffDate
001034         MOVE 8 TO RETURN-CODE
001035         STOP RUN
001036     END-IF.
001040     OPEN INPUT GiftCardFile.
001050     IF FileStatusGiftCard NOT = "00"
001060         DISPLAY "UNABLE TO OPEN GIFT CARD FILE - STATUS "
001180     MOVE SPACES TO PRINT-LINE.
001190     WRITE PRINT-LINE.
001200     WRITE PRINT-LINE FROM HeadingLine2.
001201     OPEN OUTPUT DormantFile.
001202     IF FileStatusDormantFile NOT = "00"
001203         DISPLAY "UNABLE TO OPEN DORMANT CARD REPORT - STATUS "
001204             FileStatusDormantFile
001205         STOP RUN
001206     END-IF.
001207     MOVE CutoffDateNumeric TO DHL1-CUTOFF-DATE.
001208     MOVE HL1-RUN-DATE TO DHL1-RUN-DATE.
001209     WRITE DORMANT-LINE FROM DormantHeadingLine1.
001210     MOVE SPACES TO DORMANT-LINE.
001211     WRITE DORMANT-LINE.
001212     WRITE DORMANT-LINE FROM HeadingLine2.
001213 1000-EXIT.
001220     EXIT.
001230*****************************************************************
001240*    2000-SCAN-GIFT-CARDS - ONE CARD PER PASS; ONLY AN ACTIVE   *
001250*    CARD WITH A BALANCE IS A LIABILITY LINE, BUT SPENT AND     *
001255*    CLOSED CARDS ARE COUNTED FOR THE TRAILER.  A LIABILITY     *
001260*    CARD NOT USED SINCE BEFORE THE CUTOFF IS ALSO LISTED ON    *
001265*    THE DORMANT CARD REPORT                                    *
001270*****************************************************************
001280 2000-SCAN-GIFT-CARDS.
001290     READ GiftCardFile NEXT RECORD
001470     MOVE GC-ISSUE-DATE TO CDL-ISSUE-DATE.
001480     MOVE GC-LAST-USED-DATE TO CDL-LAST-USED.
001490     WRITE PRINT-LINE FROM CardDetailLine.
001491     IF GC-LAST-USED-DATE LESS THAN CutoffDateNumeric
001492         ADD 1 TO DormantCardCount
001493         ADD GC-BALANCE TO TotalDormant
001494         WRITE DORMANT-LINE FROM CardDetailLine
001495     END-IF.
001500 2000-EXIT.
001510     EXIT.
001520*****************************************************************
001660 3000-EXIT.
001670     EXIT.
001680*****************************************************************
001681*    3100-PRINT-DORMANT-TRAILER                                 *
001682*****************************************************************
001683 3100-PRINT-DORMANT-TRAILER.
001684     MOVE SPACES TO DORMANT-LINE.
001685     WRITE DORMANT-LINE.
001686     MOVE TotalDormant TO DTL-AMOUNT.
001687     WRITE DORMANT-LINE FROM DormantTotalLine.
001688     MOVE DormantCardCount TO DCL-COUNT.
001689     WRITE DORMANT-LINE FROM DormantCountLine.
001690 3100-EXIT.
001691     EXIT.
001692*****************************************************************
001693*    9000-TERMINATE                                             *
001700*****************************************************************
001710 9000-TERMINATE.
001720     CLOSE GiftCardFile.
001730     CLOSE PrintFile.
001735     CLOSE DormantFile.
001740 9000-EXIT.
001750     EXIT.
