000010*****************************************************************
000020*    PROGRAM-ID  : COBLAYW                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                                *
000040*    INSTALLATION: RETAIL SYSTEMS                                *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : WEEKLY OPEN LAYAWAY REPORT - READS THE       *
000070*                  LAYAWAY FILE AND LISTS EVERY OPEN LAYAWAY    *
000080*                  WITH ITS TOTAL, AMOUNT PAID AND BALANCE      *
000090*                  OWING AS AT THE BUSINESS DATE ON THE STORE   *
000100*                  CONTROL FILE.  A LAYAWAY PAST ITS DUE DATE   *
000110*                  IS FLAGGED OVERDUE; ONE WITH NO PAYMENT FOR  *
000120*                  THE ABANDON PERIOD (CALENDAR MONTHS) IS      *
000130*                  FLAGGED ABANDONED.  THE SUMMARY SHOWS THE    *
000140*                  CUSTOMER DEPOSITS HELD ON OPEN LAYAWAYS -    *
000150*                  A LIABILITY UNTIL EACH LAYAWAY IS COMPLETED  *
000160*                  OR CANCELLED.                                *
000170*    MODIFICATION HISTORY                                       *
000180*    DATE       INIT  DESCRIPTION                               *
000190*    10/15/26   RK    ORIGINAL PROGRAM - OPEN LAYAWAY REPORT    *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. coblayw.
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
000350     SELECT LayawayFile ASSIGN TO "LAYAWAY"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS LY-LAYAWAY-NUMBER
000390         FILE STATUS IS FileStatusLayaway.
000400     SELECT PrintFile ASSIGN TO "LAYWRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FileStatusPrintFile.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  StoreControlFile.
000460     COPY storctl.
000470 FD  LayawayFile.
000480     COPY layawrec.
000490 FD  PrintFile.
000500 01  PRINT-LINE                    PIC X(132).
000510 WORKING-STORAGE SECTION.
000520*****************************************************************
000530*    FILE STATUS SWITCHES                                       *
000540*****************************************************************
000550 77  FileStatusStoreControl        PIC X(02) VALUE "00".
000560 77  FileStatusLayaway             PIC X(02) VALUE "00".
000570 77  FileStatusPrintFile           PIC X(02) VALUE "00".
000580*****************************************************************
000590*    END-OF-FILE SWITCHES AND REPORTING RULES - A LAYAWAY WITH  *
000600*    NO PAYMENT FOR THIS MANY CALENDAR MONTHS IS ABANDONED      *
000610*****************************************************************
000620 77  EndOfLayawaySwitch            PIC X(01) VALUE "N".
000630     88  EndOfLayawayFile              VALUE "Y".
000640 77  LayawayAvailableSwitch        PIC X(01) VALUE "N".
000650     88  LayawayAvailable              VALUE "Y".
000660     88  LayawayNotAvailable           VALUE "N".
000670 77  AbandonMonths                 PIC 9(02) VALUE 2.
000680 77  BusinessDate                  PIC 9(08) VALUE ZERO.
000690*****************************************************************
000700*    DATE WORK FIELDS - AGE IS IN WHOLE CALENDAR MONTHS         *
000710*    BETWEEN THE LAST PAYMENT AND THE BUSINESS DATE             *
000720*****************************************************************
000730 01  RunDateWork                   PIC 9(08).
000740 01  RunDateFields REDEFINES RunDateWork.
000750     02  RunYear                   PIC 9(04).
000760     02  RunMonth                  PIC 9(02).
000770     02  RunDay                    PIC 9(02).
000780 01  PaymentDateWork               PIC 9(08).
000790 01  PaymentDateFields REDEFINES PaymentDateWork.
000800     02  PaymentYear               PIC 9(04).
000810     02  PaymentMonth              PIC 9(02).
000820     02  PaymentDay                PIC 9(02).
000830 77  MonthsSincePayment            PIC S9(05) COMP.
000840*****************************************************************
000850*    PER-LAYAWAY WORK FIELDS AND REPORT TOTALS                  *
000860*****************************************************************
000870 77  BalanceOwing                  PIC S9(07)V99 VALUE ZERO.
000880 77  OverdueSwitch                 PIC X(01) VALUE "N".
000890     88  LayawayOverdue                VALUE "Y".
000900 77  AbandonedSwitch               PIC X(01) VALUE "N".
000910     88  LayawayAbandoned              VALUE "Y".
000920 01  ReportTotals.
000930     02  OpenCount                 PIC 9(05) VALUE ZERO.
000940     02  OpenValue                 PIC S9(09)V99 VALUE ZERO.
000950     02  DepositsHeld              PIC S9(09)V99 VALUE ZERO.
000960     02  TotalOwing                PIC S9(09)V99 VALUE ZERO.
000970     02  OverdueCount              PIC 9(05) VALUE ZERO.
000980     02  OverdueOwing              PIC S9(09)V99 VALUE ZERO.
000990     02  AbandonedCount            PIC 9(05) VALUE ZERO.
001000     02  AbandonedDeposits         PIC S9(09)V99 VALUE ZERO.
001010*****************************************************************
001020*    REPORT LINE WORK AREAS                                     *
001030*****************************************************************
001040 01  HeadingLine1.
001050     05  FILLER                    PIC X(34)
001060         VALUE "COBOLTAT OPEN LAYAWAY REPORT - AT ".
001070     05  HL-BUSINESS-DATE          PIC 9(08).
001080 01  HeadingLine2.
001090     05  FILLER                    PIC X(14) VALUE " LAYAWAY NO.".
001100     05  FILLER                    PIC X(05) VALUE "CLNT".
001110     05  FILLER                    PIC X(21) VALUE "LAST NAME".
001120     05  FILLER                    PIC X(14) VALUE "FIRST NAME".
001130     05  FILLER                    PIC X(10) VALUE "OPENED".
001140     05  FILLER                    PIC X(10) VALUE "DUE".
001150     05  FILLER                    PIC X(09) VALUE "LAST PAID".
001160     05  FILLER                    PIC X(13) VALUE "       TOTAL".
001170     05  FILLER                    PIC X(13) VALUE "        PAID".
001180     05  FILLER                    PIC X(13) VALUE "       OWING".
001190     05  FILLER                    PIC X(07) VALUE " STATUS".
001200 01  DetailLine.
001210     05  FILLER                    PIC X(01) VALUE SPACES.
001220     05  DL-AREA                   PIC 9(03).
001230     05  FILLER                    PIC X(01) VALUE "-".
001240     05  DL-GROUP                  PIC 9(02).
001250     05  FILLER                    PIC X(01) VALUE "-".
001260     05  DL-SERIAL                 PIC 9(04).
001270     05  FILLER                    PIC X(02) VALUE SPACES.
001280     05  DL-CLIENT-ID              PIC 9(04).
001290     05  FILLER                    PIC X(01) VALUE SPACES.
001300     05  DL-LAST-NAME              PIC X(20).
001310     05  FILLER                    PIC X(01) VALUE SPACES.
001320     05  DL-FIRST-NAME             PIC X(12).
001330     05  FILLER                    PIC X(02) VALUE SPACES.
001340     05  DL-OPEN-DATE              PIC 9(08).
001350     05  FILLER                    PIC X(02) VALUE SPACES.
001360     05  DL-DUE-DATE               PIC 9(08).
001370     05  FILLER                    PIC X(02) VALUE SPACES.
001380     05  DL-LAST-PAID              PIC 9(08).
001390     05  FILLER                    PIC X(01) VALUE SPACES.
001400     05  DL-TOTAL                  PIC Z,ZZZ,ZZ9.99.
001410     05  FILLER                    PIC X(01) VALUE SPACES.
001420     05  DL-PAID                   PIC Z,ZZZ,ZZ9.99.
001430     05  FILLER                    PIC X(01) VALUE SPACES.
001440     05  DL-OWING                  PIC Z,ZZZ,ZZ9.99.
001450     05  FILLER                    PIC X(02) VALUE SPACES.
001460     05  DL-FLAG                   PIC X(09).
001470 01  SummaryLine.
001480     05  FILLER                    PIC X(01) VALUE SPACES.
001490     05  SL-LABEL                  PIC X(40).
001500     05  SL-COUNT                  PIC ZZZZ9.
001510     05  FILLER                    PIC X(03) VALUE SPACES.
001520     05  SL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
001530 PROCEDURE DIVISION.
001540*****************************************************************
001550*    0000-MAINLINE                                              *
001560*****************************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     IF LayawayAvailable
001600         PERFORM 2000-PROCESS-ONE-LAYAWAY THRU 2000-EXIT
001610             UNTIL EndOfLayawayFile
001620     END-IF.
001630     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
001640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001650     DISPLAY "OPEN LAYAWAY REPORT COMPLETE FOR " BusinessDate.
001660     DISPLAY "OPEN LAYAWAYS:          " OpenCount.
001670     DISPLAY "OVERDUE LAYAWAYS:       " OverdueCount.
001680     DISPLAY "ABANDONED LAYAWAYS:     " AbandonedCount.
001690     STOP RUN.
001700*****************************************************************
001710*    1000-INITIALIZE - THE REPORT IS AS AT THE BUSINESS DATE ON *
001720*    THE STORE CONTROL FILE.  NO LAYAWAY FILE YET MEANS NONE    *
001730*    HAS EVER BEEN OPENED - THE REPORT PRINTS EMPTY             *
001740*****************************************************************
001750 1000-INITIALIZE.
001760     OPEN INPUT StoreControlFile.
001770     IF FileStatusStoreControl NOT = "00"
001780         DISPLAY "UNABLE TO OPEN STORE CONTROL - STATUS "
001790             FileStatusStoreControl
001800         MOVE 8 TO RETURN-CODE
001810         STOP RUN
001820     END-IF.
001830     MOVE 1 TO SC-CONTROL-KEY.
001840     READ StoreControlFile
001850         INVALID KEY
001860         DISPLAY "STORE CONTROL RECORD MISSING - ENDING RUN"
001870         MOVE 8 TO RETURN-CODE
001880         STOP RUN
001890     END-READ.
001900     MOVE SC-BUSINESS-DATE TO BusinessDate.
001910     MOVE SC-BUSINESS-DATE TO RunDateWork.
001920     CLOSE StoreControlFile.
001930     OPEN INPUT LayawayFile.
001940     IF FileStatusLayaway = "35"
001950         SET LayawayNotAvailable TO TRUE
001960         DISPLAY "NO LAYAWAY FILE - NO LAYAWAYS TO REPORT"
001970     ELSE
001980         IF FileStatusLayaway = "00"
001990             SET LayawayAvailable TO TRUE
002000         ELSE
002010             DISPLAY "UNABLE TO OPEN LAYAWAY FILE - STATUS "
002020                 FileStatusLayaway
002030             MOVE 8 TO RETURN-CODE
002040             STOP RUN
002050         END-IF
002060     END-IF.
002070     IF LayawayAvailable
002080         MOVE ZERO TO LY-LAYAWAY-NUMBER
002090         START LayawayFile
002100             KEY IS NOT LESS THAN LY-LAYAWAY-NUMBER
002110             INVALID KEY SET EndOfLayawayFile TO TRUE
002120         END-START
002130     END-IF.
002140     OPEN OUTPUT PrintFile.
002150     IF FileStatusPrintFile NOT = "00"
002160         DISPLAY "UNABLE TO OPEN LAYAWAY REPORT - STATUS "
002170             FileStatusPrintFile
002180         MOVE 8 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     MOVE BusinessDate TO HL-BUSINESS-DATE.
002220     WRITE PRINT-LINE FROM HeadingLine1.
002230     MOVE SPACES TO PRINT-LINE.
002240     WRITE PRINT-LINE.
002250     WRITE PRINT-LINE FROM HeadingLine2.
002260 1000-EXIT.
002270     EXIT.
002280*****************************************************************
002290*    2000-PROCESS-ONE-LAYAWAY - OPEN LAYAWAYS ONLY; COMPLETED   *
002300*    AND CANCELLED ONES STAY ON FILE BUT ARE NOT LISTED.  AN    *
002310*    ABANDONED LAYAWAY PAST ITS DUE DATE COUNTS IN BOTH THE     *
002320*    OVERDUE AND THE ABANDONED TOTALS                           *
002330*****************************************************************
002340 2000-PROCESS-ONE-LAYAWAY.
002350     READ LayawayFile NEXT RECORD
002360         AT END SET EndOfLayawayFile TO TRUE
002370     END-READ.
002380     IF EndOfLayawayFile
002390         GO TO 2000-EXIT
002400     END-IF.
002410     IF NOT LY-IS-OPEN
002420         GO TO 2000-EXIT
002430     END-IF.
002440     COMPUTE BalanceOwing = LY-TOTAL-AMOUNT - LY-PAID-TO-DATE.
002450     PERFORM 2100-SET-LAYAWAY-FLAGS THRU 2100-EXIT.
002460     MOVE LY-RECEIPT-AREA TO DL-AREA.
002470     MOVE LY-RECEIPT-GROUP TO DL-GROUP.
002480     MOVE LY-RECEIPT-SERIAL TO DL-SERIAL.
002490     MOVE LY-CLIENT-ID TO DL-CLIENT-ID.
002500     MOVE LY-LAST-NAME TO DL-LAST-NAME.
002510     MOVE LY-FIRST-NAME TO DL-FIRST-NAME.
002520     MOVE LY-OPEN-DATE TO DL-OPEN-DATE.
002530     MOVE LY-DUE-DATE TO DL-DUE-DATE.
002540     MOVE LY-LAST-PAYMENT-DATE TO DL-LAST-PAID.
002550     MOVE LY-TOTAL-AMOUNT TO DL-TOTAL.
002560     MOVE LY-PAID-TO-DATE TO DL-PAID.
002570     MOVE BalanceOwing TO DL-OWING.
002580     EVALUATE TRUE
002590         WHEN LayawayAbandoned
002600             MOVE "ABANDONED" TO DL-FLAG
002610         WHEN LayawayOverdue
002620             MOVE "OVERDUE" TO DL-FLAG
002630         WHEN OTHER
002640             MOVE SPACES TO DL-FLAG
002650     END-EVALUATE.
002660     WRITE PRINT-LINE FROM DetailLine.
002670     ADD 1 TO OpenCount.
002680     ADD LY-TOTAL-AMOUNT TO OpenValue.
002690     ADD LY-PAID-TO-DATE TO DepositsHeld.
002700     ADD BalanceOwing TO TotalOwing.
002710     IF LayawayOverdue
002720         ADD 1 TO OverdueCount
002730         ADD BalanceOwing TO OverdueOwing
002740     END-IF.
002750     IF LayawayAbandoned
002760         ADD 1 TO AbandonedCount
002770         ADD LY-PAID-TO-DATE TO AbandonedDeposits
002780     END-IF.
002790 2000-EXIT.
002800     EXIT.
002810*****************************************************************
002820*    2100-SET-LAYAWAY-FLAGS - OVERDUE WHEN THE DUE DATE HAS     *
002830*    PASSED; ABANDONED WHEN THE LAST PAYMENT (OR THE OPENING,   *
002840*    IF NONE IS RECORDED) IS THE ABANDON PERIOD OR MORE BACK    *
002850*****************************************************************
002860 2100-SET-LAYAWAY-FLAGS.
002870     MOVE "N" TO OverdueSwitch.
002880     MOVE "N" TO AbandonedSwitch.
002890     IF LY-DUE-DATE NUMERIC
002900         AND LY-DUE-DATE LESS THAN BusinessDate
002910         SET LayawayOverdue TO TRUE
002920     END-IF.
002930     IF LY-LAST-PAYMENT-DATE NUMERIC
002940         AND LY-LAST-PAYMENT-DATE NOT = ZERO
002950         MOVE LY-LAST-PAYMENT-DATE TO PaymentDateWork
002960     ELSE
002970         MOVE LY-OPEN-DATE TO PaymentDateWork
002980     END-IF.
002990     COMPUTE MonthsSincePayment =
003000         (RunYear * 12 + RunMonth)
003010         - (PaymentYear * 12 + PaymentMonth).
003020     IF MonthsSincePayment NOT LESS THAN AbandonMonths
003030         SET LayawayAbandoned TO TRUE
003040     END-IF.
003050 2100-EXIT.
003060     EXIT.
003070*****************************************************************
003080*    3000-PRINT-SUMMARY - DEPOSITS HELD ON OPEN LAYAWAYS ARE    *
003090*    OWED BACK TO THE CUSTOMER (LESS ANY FEE) IF CANCELLED, SO  *
003100*    THEY ARE REPORTED AS A LIABILITY, NOT AS SALES             *
003110*****************************************************************
003120 3000-PRINT-SUMMARY.
003130     MOVE SPACES TO PRINT-LINE.
003140     WRITE PRINT-LINE.
003150     MOVE "OPEN LAYAWAYS - TOTAL VALUE" TO SL-LABEL.
003160     MOVE OpenCount TO SL-COUNT.
003170     MOVE OpenValue TO SL-AMOUNT.
003180     WRITE PRINT-LINE FROM SummaryLine.
003190     MOVE "CUSTOMER DEPOSITS HELD (LIABILITY)" TO SL-LABEL.
003200     MOVE OpenCount TO SL-COUNT.
003210     MOVE DepositsHeld TO SL-AMOUNT.
003220     WRITE PRINT-LINE FROM SummaryLine.
003230     MOVE "BALANCE OWING BY CUSTOMERS" TO SL-LABEL.
003240     MOVE OpenCount TO SL-COUNT.
003250     MOVE TotalOwing TO SL-AMOUNT.
003260     WRITE PRINT-LINE FROM SummaryLine.
003270     MOVE "OVERDUE LAYAWAYS - BALANCE OWING" TO SL-LABEL.
003280     MOVE OverdueCount TO SL-COUNT.
003290     MOVE OverdueOwing TO SL-AMOUNT.
003300     WRITE PRINT-LINE FROM SummaryLine.
003310     MOVE "ABANDONED LAYAWAYS - DEPOSITS HELD" TO SL-LABEL.
003320     MOVE AbandonedCount TO SL-COUNT.
003330     MOVE AbandonedDeposits TO SL-AMOUNT.
003340     WRITE PRINT-LINE FROM SummaryLine.
003350 3000-EXIT.
003360     EXIT.
003370*****************************************************************
003380*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN            *
003390*****************************************************************
003400 9000-TERMINATE.
003410     IF LayawayAvailable
003420         CLOSE LayawayFile
003430     END-IF.
003440     CLOSE PrintFile.
003450 9000-EXIT.
003460     EXIT.
