000010*****************************************************************
000020*    PROGRAM-ID  : COBSETL                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                                *
000040*    INSTALLATION: RETAIL SYSTEMS                                *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : NIGHTLY CARD SETTLEMENT BATCH - READS THE    *
000070*                  DAY'S TRANSACTION LOG AND WRITES EVERY CARD  *
000080*                  TENDER (TYPE D) OF THE BUSINESS DATE - SALES *
000090*                  AND LAYAWAY PAYMENTS POSITIVE, THE CARD      *
000092*                  PORTIONS OF REFUNDS, VOIDS AND LAYAWAY       *
000094*                  CANCELLATIONS NEGATIVE - TO THE SETTLEMENT   *
000100*                  BATCH FILE SENT TO THE                       *
000110*                  CARD PROCESSOR, WITH A COUNT AND NET AMOUNT  *
000120*                  TRAILER.  EACH ITEM IS ALSO POSTED PENDING   *
000130*                  TO THE CARD SETTLEMENT LEDGER FOR THE        *
000140*                  PROCESSOR RECONCILIATION (COBSETR).  A RERUN *
000150*                  RESENDS PENDING ITEMS BUT NEVER AN ITEM THE  *
000160*                  PROCESSOR HAS ALREADY SETTLED.               *
000170*    MODIFICATION HISTORY                                       *
000180*    DATE       INIT  DESCRIPTION                               *
000190*    10/15/26   RK    ORIGINAL PROGRAM - CARD SETTLEMENT BATCH  *
000192*    10/15/26   RK    LAYAWAY DEPOSITS, INSTALLMENTS AND THE     *
000194*                     CARD PORTION OF LAYAWAY CANCELLATION       *
000196*                     REFUNDS ARE SETTLED WITH THE SALES         *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. cobsetl.
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
000350     SELECT OPTIONAL TransactionLogFile ASSIGN TO "TRANLOG"
000360         ORGANIZATION IS SEQUENTIAL
000370         ACCESS MODE IS SEQUENTIAL
000380         FILE STATUS IS FileStatusTransactionLog.
000390     SELECT CardSettlementFile ASSIGN TO "CARDSETL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CS-SETTLEMENT-KEY
000430         FILE STATUS IS FileStatusCardSettlement.
000440     SELECT CardBatchFile ASSIGN TO "CARDBTCH"
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS FileStatusCardBatch.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  StoreControlFile.
000510     COPY storctl.
000520 FD  TransactionLogFile
000530     RECORDING MODE IS F.
000540     COPY tranrec.
000550 FD  CardSettlementFile.
000560     COPY cardsetl.
000570 FD  CardBatchFile
000580     RECORDING MODE IS F.
000590     COPY cardbtch.
000600 WORKING-STORAGE SECTION.
000610*****************************************************************
000620*    FILE STATUS SWITCHES                                       *
000630*****************************************************************
000640 77  FileStatusStoreControl        PIC X(02) VALUE "00".
000650 77  FileStatusTransactionLog      PIC X(02) VALUE "00".
000660 77  FileStatusCardSettlement      PIC X(02) VALUE "00".
000670 77  FileStatusCardBatch           PIC X(02) VALUE "00".
000680*****************************************************************
000690*    END-OF-FILE SWITCHES, INDICES, AND COUNTERS                *
000700*****************************************************************
000710 77  EndOfTranLogSwitch            PIC X(01) VALUE "N".
000720     88  EndOfTransactionLog           VALUE "Y".
000730 77  LedgerFoundSwitch             PIC X(01) VALUE "N".
000740     88  LedgerItemFound               VALUE "Y".
000750     88  LedgerItemNotFound            VALUE "N".
000760 77  TenderIdx                     PIC 9(01) COMP.
000770 77  BusinessDate                  PIC 9(08) VALUE ZERO.
000780 77  BatchItemCount                PIC 9(07) VALUE ZERO.
000790 77  BatchNetAmount                PIC S9(09)V99 VALUE ZERO.
000800 77  AlreadySettledCount           PIC 9(07) VALUE ZERO.
000810 PROCEDURE DIVISION.
000820*****************************************************************
000830*    0000-MAINLINE                                              *
000840*****************************************************************
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000870     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
000880         UNTIL EndOfTransactionLog.
000890     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
000900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000910     DISPLAY "CARD SETTLEMENT BATCH COMPLETE FOR " BusinessDate.
000920     DISPLAY "CARD ITEMS IN BATCH:   " BatchItemCount.
000930     DISPLAY "BATCH NET AMOUNT:      " BatchNetAmount.
000940     DISPLAY "ALREADY SETTLED ITEMS: " AlreadySettledCount.
000950     STOP RUN.
000960*****************************************************************
000970*    1000-INITIALIZE - THE DAY BEING SETTLED IS THE BUSINESS    *
000980*    DATE ON THE STORE CONTROL FILE (THE DAY JUST CLOSED)       *
000990*****************************************************************
001000 1000-INITIALIZE.
001010     OPEN INPUT StoreControlFile.
001020     IF FileStatusStoreControl NOT = "00"
001030         DISPLAY "UNABLE TO OPEN STORE CONTROL - STATUS "
001040             FileStatusStoreControl
001050         MOVE 8 TO RETURN-CODE
001060         STOP RUN
001070     END-IF.
001080     MOVE 1 TO SC-CONTROL-KEY.
001090     READ StoreControlFile
001100         INVALID KEY
001110         DISPLAY "STORE CONTROL RECORD MISSING - ENDING RUN"
001120         MOVE 8 TO RETURN-CODE
001130         STOP RUN
001140     END-READ.
001150     MOVE SC-BUSINESS-DATE TO BusinessDate.
001160     CLOSE StoreControlFile.
001170     OPEN INPUT TransactionLogFile.
001180     IF FileStatusTransactionLog NOT = "00"
001190         AND FileStatusTransactionLog NOT = "05"
001200         DISPLAY "UNABLE TO OPEN TRANSACTION LOG - STATUS "
001210             FileStatusTransactionLog
001220         MOVE 8 TO RETURN-CODE
001230         STOP RUN
001240     END-IF.
001250     OPEN I-O CardSettlementFile.
001260     IF FileStatusCardSettlement = "35"
001270         OPEN OUTPUT CardSettlementFile
001280         CLOSE CardSettlementFile
001290         OPEN I-O CardSettlementFile
001300     END-IF.
001310     IF FileStatusCardSettlement NOT = "00"
001320         DISPLAY "UNABLE TO OPEN CARD SETTLEMENT LEDGER - STATUS "
001330             FileStatusCardSettlement
001340         MOVE 8 TO RETURN-CODE
001350         STOP RUN
001360     END-IF.
001370     OPEN OUTPUT CardBatchFile.
001380     IF FileStatusCardBatch NOT = "00"
001390         DISPLAY "UNABLE TO OPEN CARD BATCH FILE - STATUS "
001400             FileStatusCardBatch
001410         MOVE 8 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
001440 1000-EXIT.
001450     EXIT.
001460*****************************************************************
001470*    2000-PROCESS-ONE-RECORD - SALES, REFUNDS, VOIDS, LAYAWAY   *
001480*    PAYMENTS AND LAYAWAY CANCELLATIONS OF THE BUSINESS DATE    *
001485*    ONLY; EACH CARD TENDER SLOT IS ONE ITEM                    *
001490*****************************************************************
001500 2000-PROCESS-ONE-RECORD.
001510     READ TransactionLogFile
001520         AT END SET EndOfTransactionLog TO TRUE
001530     END-READ.
001540     IF EndOfTransactionLog
001550         GO TO 2000-EXIT
001560     END-IF.
001570     IF NOT (TR-IS-SALE OR TR-IS-REFUND OR TR-IS-VOID
001575             OR TR-IS-LAYAWAY-PAYMENT OR TR-IS-LAYAWAY-CANCEL)
001580         GO TO 2000-EXIT
001590     END-IF.
001600     IF TR-BUSINESS-DATE NOT NUMERIC
001610         OR TR-BUSINESS-DATE NOT = BusinessDate
001620         GO TO 2000-EXIT
001630     END-IF.
001640     IF TR-TENDER-COUNT NUMERIC
001650         PERFORM 2100-SETTLE-ONE-TENDER THRU 2100-EXIT
001660             VARYING TenderIdx FROM 1 BY 1
001670             UNTIL TenderIdx > TR-TENDER-COUNT
001680     END-IF.
001690 2000-EXIT.
001700     EXIT.
001710*****************************************************************
001720*    2100-SETTLE-ONE-TENDER - POST THE CARD TENDER PENDING TO   *
001730*    THE LEDGER AND SEND IT IN THE BATCH; AN ITEM THE PROCESSOR *
001740*    HAS ALREADY SETTLED IS LEFT ALONE                          *
001750*****************************************************************
001760 2100-SETTLE-ONE-TENDER.
001770     IF TenderIdx GREATER THAN 3
001780         GO TO 2100-EXIT
001790     END-IF.
001800     IF NOT TR-TENDER-CARD(TenderIdx)
001810         OR TR-TENDER-AMOUNT(TenderIdx) NOT NUMERIC
001820         OR TR-TENDER-AMOUNT(TenderIdx) = ZERO
001830         GO TO 2100-EXIT
001840     END-IF.
001850     MOVE BusinessDate TO CS-BUSINESS-DATE.
001860     MOVE TR-RECEIPT-NUMBER TO CS-RECEIPT-NUMBER.
001870     MOVE TenderIdx TO CS-TENDER-SLOT.
001880     READ CardSettlementFile
001890         INVALID KEY SET LedgerItemNotFound TO TRUE
001900         NOT INVALID KEY SET LedgerItemFound TO TRUE
001910     END-READ.
001920     IF LedgerItemFound
001930         AND NOT CS-IS-PENDING
001940         ADD 1 TO AlreadySettledCount
001950         GO TO 2100-EXIT
001960     END-IF.
001970     MOVE TR-RECORD-TYPE TO CS-TRANS-TYPE.
001980     IF TR-REF-RECEIPT-NUMBER NUMERIC
001990         MOVE TR-REF-RECEIPT-NUMBER TO CS-REF-RECEIPT-NUMBER
002000     ELSE
002010         MOVE ZERO TO CS-REF-RECEIPT-NUMBER
002020     END-IF.
002030     MOVE TR-TENDER-AMOUNT(TenderIdx) TO CS-AMOUNT.
002040     MOVE TR-OPERATOR-ID TO CS-OPERATOR-ID.
002050     MOVE TR-TRANS-DATE TO CS-TRANS-DATE.
002060     MOVE TR-TRANS-TIME TO CS-TRANS-TIME.
002070     SET CS-IS-PENDING TO TRUE.
002080     MOVE ZERO TO CS-SETTLED-AMOUNT.
002090     MOVE ZERO TO CS-FEE-AMOUNT.
002100     MOVE ZERO TO CS-SETTLED-DATE.
002110     IF LedgerItemFound
002120         REWRITE CARD-SETTLEMENT-RECORD
002130             INVALID KEY
002140             DISPLAY "ERROR REWRITING SETTLEMENT ITEM "
002150                 CS-SETTLEMENT-KEY
002160         END-REWRITE
002170     ELSE
002180         WRITE CARD-SETTLEMENT-RECORD
002190             INVALID KEY
002200             DISPLAY "ERROR WRITING SETTLEMENT ITEM "
002210                 CS-SETTLEMENT-KEY
002220         END-WRITE
002230     END-IF.
002240     MOVE SPACES TO CARD-BATCH-RECORD.
002250     SET CB-IS-DETAIL TO TRUE.
002260     MOVE BusinessDate TO CB-BUSINESS-DATE.
002270     MOVE TR-RECEIPT-NUMBER TO CB-RECEIPT-NUMBER.
002280     MOVE TenderIdx TO CB-TENDER-SLOT.
002290     MOVE TR-RECORD-TYPE TO CB-TRANS-TYPE.
002300     MOVE TR-TENDER-AMOUNT(TenderIdx) TO CB-AMOUNT.
002310     MOVE TR-TRANS-DATE TO CB-TRANS-DATE.
002320     MOVE TR-TRANS-TIME TO CB-TRANS-TIME.
002330     WRITE CARD-BATCH-RECORD.
002340     ADD 1 TO BatchItemCount.
002350     ADD TR-TENDER-AMOUNT(TenderIdx) TO BatchNetAmount.
002360 2100-EXIT.
002370     EXIT.
002380*****************************************************************
002390*    3000-WRITE-TRAILER - ITEM COUNT AND NET AMOUNT FOR THE     *
002400*    PROCESSOR TO BALANCE THE BATCH AGAINST                     *
002410*****************************************************************
002420 3000-WRITE-TRAILER.
002430     MOVE SPACES TO CARD-BATCH-RECORD.
002440     SET CB-IS-TRAILER TO TRUE.
002450     MOVE BusinessDate TO CB-BUSINESS-DATE.
002460     MOVE BatchItemCount TO CB-ITEM-COUNT.
002470     MOVE BatchNetAmount TO CB-NET-AMOUNT.
002480     WRITE CARD-BATCH-RECORD.
002490 3000-EXIT.
002500     EXIT.
002510*****************************************************************
002520*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN            *
002530*****************************************************************
002540 9000-TERMINATE.
002550     CLOSE TransactionLogFile.
002560     CLOSE CardSettlementFile.
002570     CLOSE CardBatchFile.
002580 9000-EXIT.
002590     EXIT.
