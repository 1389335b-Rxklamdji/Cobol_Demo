000210*                     SURVIVOR ON MERGE                         *
000212*    09/03/26   RK    HOUSE ACCOUNT BALANCE FOLDED INTO THE     *
000214*                     SURVIVOR ON MERGE                         *
000216*    10/15/26   RK    CLIENT ANNUAL SUMMARIES OF PURGED         *
000218*                     RECEIPTS FOLDED INTO THE SURVIVOR         *
000219*    10/15/26   RK    LAYAWAYS RE-POINTED TO THE SURVIVOR       *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. cobmerge.
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS TH-RECEIPT-NUMBER
000500         FILE STATUS IS FileStatusReceiptHistory.
000501     SELECT ClientSummaryFile ASSIGN TO "CLNTSUMM"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS CY-SUMMARY-KEY
000505         FILE STATUS IS FileStatusClientSummary.
000506     SELECT LayawayFile ASSIGN TO "LAYAWAY"
000507         ORGANIZATION IS INDEXED
000508         ACCESS MODE IS DYNAMIC
000509         RECORD KEY IS LY-LAYAWAY-NUMBER
000510         FILE STATUS IS FileStatusLayaway.
000511     SELECT SortWorkFile ASSIGN TO "SORTWK01".
000520     SELECT PrintFile ASSIGN TO "MERGERPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FileStatusPrintFile.
000660         REPLACING ==TRANSACTION-LOG-RECORD==
000670             BY ==RECEIPT-HISTORY-RECORD==
000680         LEADING ==TR-== BY ==TH-==.
000683 FD  ClientSummaryFile.
000686     COPY clntsum.
000687 FD  LayawayFile.
000688     COPY layawrec.
000690 SD  SortWorkFile.
000700 01  SORT-RECORD.
000710     05  MS-FIRST-NAME             PIC X(20).
000820 77  FileStatusOperator            PIC X(02) VALUE "00".
000830 77  FileStatusTransactionLog      PIC X(02) VALUE "00".
000840 77  FileStatusReceiptHistory      PIC X(02) VALUE "00".
000845 77  FileStatusClientSummary       PIC X(02) VALUE "00".
000846 77  FileStatusLayaway             PIC X(02) VALUE "00".
000850 77  FileStatusPrintFile           PIC X(02) VALUE "00".
000860*****************************************************************
000870*    FUNCTION SELECTION                                         *
001340     88  EndOfTransactionLog           VALUE "Y".
001350 77  EndOfHistorySwitch            PIC X(01) VALUE "N".
001360     88  EndOfHistoryFile              VALUE "Y".
001362 77  EndOfLayawaySwitch            PIC X(01) VALUE "N".
001364     88  EndOfLayawayFile              VALUE "Y".
001370 77  LogRepointCount               PIC 9(07) VALUE ZERO.
001380 77  HistoryRepointCount           PIC 9(07) VALUE ZERO.
001385 77  LayawayRepointCount           PIC 9(07) VALUE ZERO.
001390 77  DuplicatePointsBalance        PIC S9(07) VALUE ZERO.
001395 77  DuplicateAcctBalance          PIC S9(07)V99 VALUE ZERO.
001396 77  LayawayAvailableSwitch        PIC X(01) VALUE "N".
001397     88  LayawayAvailable              VALUE "Y".
001398     88  LayawayNotAvailable           VALUE "N".
001400 77  HistoryAvailableSwitch        PIC X(01) VALUE "N".
001410     88  HistoryAvailable              VALUE "Y".
001420     88  HistoryNotAvailable           VALUE "N".
001421 77  SummaryFoldErrorSwitch        PIC X(01) VALUE "N".
001422     88  SummaryFoldFailed             VALUE "Y".
001423     88  SummaryFoldOk                 VALUE "N".
001424 77  EndOfSummarySwitch            PIC X(01) VALUE "N".
001425     88  EndOfSummaryFile              VALUE "Y".
001426 77  SummaryFoldCount              PIC 9(05) VALUE ZERO.
001427 77  SummaryAvailableSwitch        PIC X(01) VALUE "N".
001428     88  SummaryAvailable              VALUE "Y".
001429     88  SummaryNotAvailable           VALUE "N".
001430*****************************************************************
001440*    REPORT LINE WORK AREAS                                     *
001450*****************************************************************
001700     05  FILLER                    PIC X(26)
001710         VALUE "CANDIDATE GROUPS FOUND - ".
001720     05  CCL-COUNT                 PIC ZZZZ9.
001721*****************************************************************
001722*    DUPLICATE CLIENT'S YEAR SUMMARY, HELD WHILE THE SURVIVOR'S *
001723*    SUMMARY FOR THE SAME YEAR IS READ                          *
001724*****************************************************************
001725     COPY clntsum
001726         REPLACING ==CLIENT-SUMMARY-RECORD==
001727             BY ==HELD-SUMMARY-RECORD==
001728         LEADING ==CY-== BY ==HY-==.
001730 PROCEDURE DIVISION.
001740*****************************************************************
001750*    0000-MAINLINE                                              *
002170             STOP RUN
002180         END-IF
002190     END-IF.
002191     OPEN I-O ClientSummaryFile.
002192     IF FileStatusClientSummary = "35"
002193         SET SummaryNotAvailable TO TRUE
002194     ELSE
002195         IF FileStatusClientSummary = "00"
002196             SET SummaryAvailable TO TRUE
002197         ELSE
002198             DISPLAY "UNABLE TO OPEN CLIENT SUMMARY - STATUS "
002199                 FileStatusClientSummary
002200             MOVE 8 TO RETURN-CODE
002201             STOP RUN
002202         END-IF
002203     END-IF.
002204     OPEN OUTPUT PrintFile.
002210     IF FileStatusPrintFile NOT = "00"
002220         DISPLAY "UNABLE TO OPEN MERGE REPORT FILE - STATUS "
002230             FileStatusPrintFile
002240         STOP RUN
002250     END-IF.
002251     OPEN I-O LayawayFile.
002252     IF FileStatusLayaway = "35"
002253         SET LayawayNotAvailable TO TRUE
002254     ELSE
002255         IF FileStatusLayaway = "00"
002256             SET LayawayAvailable TO TRUE
002257         ELSE
002258             DISPLAY "UNABLE TO OPEN LAYAWAY FILE - STATUS "
002259                 FileStatusLayaway
002260             MOVE 8 TO RETURN-CODE
002261             STOP RUN
002262         END-IF
002263     END-IF.
002264 1000-EXIT.
002270     EXIT.
002280*****************************************************************
002290*    1800-OPERATOR-SIGN-ON - THE MERGE FUNCTION IS GATED ON A   *
004426     ELSE
004428         MOVE ZERO TO DuplicateAcctBalance
004429     END-IF.
004430     PERFORM 4400-FOLD-CLIENT-SUMMARY THRU 4400-EXIT.
004431     IF SummaryFoldFailed
004432         DISPLAY "CLIENT SUMMARY FOLD FAILED - MERGE NOT DONE"
004433         DISPLAY "DUPLICATE CLIENT " DuplicateClientId
004434             " KEPT - CORRECT CLNTSUMM AND RERUN THE MERGE"
004435         MOVE 8 TO RETURN-CODE
004436         GO TO 4000-EXIT
004437     END-IF.
004438     PERFORM 4100-REPOINT-TRANSACTION-LOG THRU 4100-EXIT.
004440     IF HistoryAvailable
004450         PERFORM 4200-REPOINT-RECEIPT-HISTORY THRU 4200-EXIT
004460     END-IF.
004462     IF LayawayAvailable
004464         PERFORM 4500-REPOINT-LAYAWAYS THRU 4500-EXIT
004466     END-IF.
004470     PERFORM 4300-FOLD-POINTS-BALANCE THRU 4300-EXIT.
004480     MOVE DuplicateClientId TO CM-CLIENT-ID.
004490     DELETE ClientMasterFile RECORD
004540         " FOLDED INTO " SurvivorClientId.
004550     DISPLAY "LOG RECORDS RE-POINTED:     " LogRepointCount.
004560     DISPLAY "HISTORY RECORDS RE-POINTED: " HistoryRepointCount.
004561     DISPLAY "SUMMARY YEARS FOLDED:       " SummaryFoldCount.
004562     DISPLAY "LAYAWAYS RE-POINTED:        " LayawayRepointCount.
004570 4000-EXIT.
004580     EXIT.
004590*****************************************************************
005440 4300-EXIT.
005450     EXIT.
005460*****************************************************************
005470*    4400-FOLD-CLIENT-SUMMARY - MOVE EACH YEAR SUMMARY OF THE   *
005480*    DUPLICATE'S PURGED RECEIPTS ONTO THE SURVIVOR, ADDING INTO *
005490*    THE SURVIVOR'S OWN SUMMARY WHERE IT HAS ONE FOR THAT YEAR. *
005500*    NO SUMMARY FILE MEANS NO HISTORY HAS BEEN PURGED YET.  ANY *
005505*    FAILURE SETS THE FOLD ERROR SWITCH SO THE MERGE STOPS      *
005506*    BEFORE ANYTHING ELSE OF THE DUPLICATE CLIENT IS MOVED      *
005510*****************************************************************
005520 4400-FOLD-CLIENT-SUMMARY.
005530     MOVE ZERO TO SummaryFoldCount.
005540     SET SummaryFoldOk TO TRUE.
005550     IF SummaryNotAvailable
005560         GO TO 4400-EXIT
005570     END-IF.
005630     MOVE "N" TO EndOfSummarySwitch.
005640     PERFORM 4410-FOLD-ONE-SUMMARY THRU 4410-EXIT
005650         UNTIL EndOfSummaryFile.
005670 4400-EXIT.
005680     EXIT.
005690 4410-FOLD-ONE-SUMMARY.
005700     MOVE DuplicateClientId TO CY-CLIENT-ID.
005710     MOVE ZERO TO CY-YEAR.
005720     START ClientSummaryFile
005730         KEY IS NOT LESS THAN CY-SUMMARY-KEY
005740         INVALID KEY
005750         SET EndOfSummaryFile TO TRUE
005760         GO TO 4410-EXIT
005770     END-START.
005780     READ ClientSummaryFile NEXT RECORD
005790         AT END
005800         SET EndOfSummaryFile TO TRUE
005810         GO TO 4410-EXIT
005820     END-READ.
005830     IF CY-CLIENT-ID NOT = DuplicateClientId
005840         SET EndOfSummaryFile TO TRUE
005850         GO TO 4410-EXIT
005860     END-IF.
005870     MOVE CLIENT-SUMMARY-RECORD TO HELD-SUMMARY-RECORD.
005880     MOVE SurvivorClientId TO CY-CLIENT-ID.
005890     MOVE HY-YEAR TO CY-YEAR.
005900     READ ClientSummaryFile
005910         INVALID KEY
005920         PERFORM 4420-NEW-SURVIVOR-SUMMARY THRU 4420-EXIT
005930         GO TO 4410-DELETE-DUPLICATE
005940     END-READ.
005950     ADD HY-RECEIPT-COUNT TO CY-RECEIPT-COUNT.
005960     ADD HY-PURCHASE-COUNT TO CY-PURCHASE-COUNT.
005970     ADD HY-PURCHASE-AMOUNT TO CY-PURCHASE-AMOUNT.
005980     ADD HY-REFUND-COUNT TO CY-REFUND-COUNT.
005990     ADD HY-REFUND-AMOUNT TO CY-REFUND-AMOUNT.
006000     ADD HY-POINTS-EARNED TO CY-POINTS-EARNED.
006010     ADD HY-POINTS-REDEEMED TO CY-POINTS-REDEEMED.
006020     ADD HY-ACCOUNT-CHARGES TO CY-ACCOUNT-CHARGES.
006030     ADD HY-ACCOUNT-CREDITS TO CY-ACCOUNT-CREDITS.
006040     IF HY-LAST-PURGE-DATE > CY-LAST-PURGE-DATE
006050         MOVE HY-LAST-PURGE-DATE TO CY-LAST-PURGE-DATE
006060     END-IF.
006070     REWRITE CLIENT-SUMMARY-RECORD
006080         INVALID KEY
006090         DISPLAY "ERROR FOLDING SUMMARY YEAR " HY-YEAR
006100         SET SummaryFoldFailed TO TRUE
006105         SET EndOfSummaryFile TO TRUE
006110         GO TO 4410-EXIT
006120     END-REWRITE.
006130 4410-DELETE-DUPLICATE.
006140     IF SummaryFoldFailed
006150         GO TO 4410-EXIT
006160     END-IF.
006170     MOVE DuplicateClientId TO CY-CLIENT-ID.
006180     MOVE HY-YEAR TO CY-YEAR.
006190     DELETE ClientSummaryFile RECORD
006200         INVALID KEY
006210         DISPLAY "ERROR DELETING DUPLICATE SUMMARY YEAR " HY-YEAR
006220         SET SummaryFoldFailed TO TRUE
006225         SET EndOfSummaryFile TO TRUE
006230         GO TO 4410-EXIT
006240     END-DELETE.
006250     ADD 1 TO SummaryFoldCount.
006260 4410-EXIT.
006270     EXIT.
006280*****************************************************************
006290*    4420-NEW-SURVIVOR-SUMMARY - THE SURVIVOR HAS NO SUMMARY    *
006300*    FOR THE YEAR, SO IT TAKES THE DUPLICATE'S UNDER ITS NAME   *
006310*****************************************************************
006320 4420-NEW-SURVIVOR-SUMMARY.
006330     MOVE HELD-SUMMARY-RECORD TO CLIENT-SUMMARY-RECORD.
006340     MOVE SurvivorClientId TO CY-CLIENT-ID.
006350     MOVE SurvivorClientId TO CM-CLIENT-ID.
006360     READ ClientMasterFile
006370         INVALID KEY CONTINUE
006380         NOT INVALID KEY
006390         MOVE CM-FIRST-NAME TO CY-FIRST-NAME
006400         MOVE CM-LAST-NAME TO CY-LAST-NAME
006410     END-READ.
006420     WRITE CLIENT-SUMMARY-RECORD
006430         INVALID KEY
006440         DISPLAY "ERROR FOLDING SUMMARY YEAR " HY-YEAR
006450         SET SummaryFoldFailed TO TRUE
006455         SET EndOfSummaryFile TO TRUE
006460     END-WRITE.
006470 4420-EXIT.
006480     EXIT.
006490*****************************************************************
006500*    4500-REPOINT-LAYAWAYS - REWRITE EVERY LAYAWAY, OPEN OR     *
006510*    CLOSED, CARRYING THE DUPLICATE ID SO A LATER PAYMENT OR    *
006520*    COMPLETION POSTS TO THE SURVIVING CLIENT                   *
006530*****************************************************************
006540 4500-REPOINT-LAYAWAYS.
006550     MOVE ZERO TO LayawayRepointCount.
006560     MOVE "N" TO EndOfLayawaySwitch.
006570     MOVE ZERO TO LY-LAYAWAY-NUMBER.
006580     START LayawayFile
006590         KEY IS NOT LESS THAN LY-LAYAWAY-NUMBER
006600         INVALID KEY SET EndOfLayawayFile TO TRUE
006610     END-START.
006620     PERFORM 4510-REPOINT-ONE-LAYAWAY THRU 4510-EXIT
006630         UNTIL EndOfLayawayFile.
006640 4500-EXIT.
006650     EXIT.
006660 4510-REPOINT-ONE-LAYAWAY.
006670     READ LayawayFile NEXT RECORD
006680         AT END SET EndOfLayawayFile TO TRUE
006690     END-READ.
006700     IF EndOfLayawayFile
006710         GO TO 4510-EXIT
006720     END-IF.
006730     IF LY-CLIENT-ID = DuplicateClientId
006740         MOVE SurvivorClientId TO LY-CLIENT-ID
006750         REWRITE LAYAWAY-RECORD
006760             INVALID KEY
006770             DISPLAY "ERROR RE-POINTING LAYAWAY "
006780                 LY-RECEIPT-AREA "-" LY-RECEIPT-GROUP "-"
006790                 LY-RECEIPT-SERIAL
006800             NOT INVALID KEY
006810             ADD 1 TO LayawayRepointCount
006820         END-REWRITE
006830     END-IF.
006840 4510-EXIT.
006850     EXIT.
006860*****************************************************************
006870*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN            *
006880*****************************************************************
006890 9000-TERMINATE.
006900     CLOSE ClientMasterFile.
006910     CLOSE OperatorFile.
006920     CLOSE TransactionLogFile.
006930     IF HistoryAvailable
006940         CLOSE ReceiptHistoryFile
006950     END-IF.
006960     IF SummaryAvailable
006970         CLOSE ClientSummaryFile
006980     END-IF.
006990     IF LayawayAvailable
007000         CLOSE LayawayFile
007010     END-IF.
007020     CLOSE PrintFile.
007030 9000-EXIT.
007040     EXIT.
