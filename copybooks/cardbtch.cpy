000100*****************************************************************
000200*    COPYBOOK    : CARDBTCH                                     *
000300*    DESCRIPTION  : CARD SETTLEMENT BATCH FILE RECORD LAYOUT     *
000400*                   THE NIGHTLY FILE SENT TO THE CARD           *
000500*                   PROCESSOR: ONE DETAIL RECORD PER CARD       *
000600*                   TENDER OF THE BUSINESS DATE, FOLLOWED BY A  *
000700*                   TRAILER CARRYING THE ITEM COUNT AND THE NET *
000800*                   AMOUNT OF THE BATCH                         *
000900*    MODIFICATION HISTORY                                       *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    10/15/26   RK    ORIGINAL COPYBOOK - CARD SETTLEMENT BATCH *
001200*****************************************************************
001300 01  CARD-BATCH-RECORD.
001400     05  CB-RECORD-TYPE            PIC X(01).
001500         88  CB-IS-DETAIL              VALUE "D".
001600         88  CB-IS-TRAILER             VALUE "T".
001700     05  CB-BUSINESS-DATE          PIC 9(08).
001800     05  CB-DETAIL-DATA.
001900         10  CB-RECEIPT-NUMBER     PIC 9(09).
002000         10  CB-TENDER-SLOT        PIC 9(01).
002100         10  CB-TRANS-TYPE         PIC X(01).
002200         10  CB-AMOUNT             PIC S9(07)V99
002300                                   SIGN IS LEADING SEPARATE.
002400         10  CB-TRANS-DATE         PIC 9(08).
002500         10  CB-TRANS-TIME         PIC 9(08).
002600     05  CB-TRAILER-DATA REDEFINES CB-DETAIL-DATA.
002700         10  CB-ITEM-COUNT         PIC 9(07).
002800         10  CB-NET-AMOUNT         PIC S9(09)V99
002900                                   SIGN IS LEADING SEPARATE.
003000         10  FILLER                PIC X(18).
