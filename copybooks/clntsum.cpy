000100*****************************************************************
000200*    COPYBOOK    : CLNTSUM                                      *
000300*    DESCRIPTION  : CLIENT ANNUAL SUMMARY FILE RECORD LAYOUT     *
000400*                   KEYED ON CLIENT ID AND BUSINESS YEAR.  ONE  *
000500*                   RECORD PER CLIENT PER YEAR OF RECEIPTS      *
000600*                   PURGED FROM RECEIPT HISTORY BY COBPURG, SO  *
000700*                   THE CLIENT'S PURCHASES, REFUNDS, POINTS AND *
000800*                   ON-ACCOUNT ACTIVITY SURVIVE THE DETAIL.     *
000900*                   THE TOTALS COVER ONLY THE RECEIPTS PURGED - *
001000*                   ANY RECEIPT STILL IN HISTORY IS NOT IN THEM *
001100*                   - AND A LATER PURGE REACHING THE SAME YEAR  *
001200*                   ADDS TO THE RECORD.  CLIENT ID ZERO HOLDS   *
001300*                   THE WALK-IN (NO CLIENT) RECEIPTS            *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/15/26   RK    ORIGINAL COPYBOOK - CLIENT ANNUAL SUMMARY *
001700*****************************************************************
001800 01  CLIENT-SUMMARY-RECORD.
001900     05  CY-SUMMARY-KEY.
002000         10  CY-CLIENT-ID          PIC 9(04).
002100         10  CY-YEAR               PIC 9(04).
002200     05  CY-FIRST-NAME             PIC X(20).
002300     05  CY-LAST-NAME              PIC X(20).
002400     05  CY-RECEIPT-COUNT          PIC 9(07).
002500     05  CY-PURCHASE-COUNT         PIC S9(07)
002600                                   SIGN IS LEADING SEPARATE.
002700     05  CY-PURCHASE-AMOUNT        PIC S9(09)V99
002800                                   SIGN IS LEADING SEPARATE.
002900     05  CY-REFUND-COUNT           PIC 9(07).
003000     05  CY-REFUND-AMOUNT          PIC S9(09)V99
003100                                   SIGN IS LEADING SEPARATE.
003200     05  CY-POINTS-EARNED          PIC S9(07)
003300                                   SIGN IS LEADING SEPARATE.
003400     05  CY-POINTS-REDEEMED        PIC S9(07)
003500                                   SIGN IS LEADING SEPARATE.
003600     05  CY-ACCOUNT-CHARGES        PIC S9(09)V99
003700                                   SIGN IS LEADING SEPARATE.
003800     05  CY-ACCOUNT-CREDITS        PIC S9(09)V99
003900                                   SIGN IS LEADING SEPARATE.
004000     05  CY-LAST-PURGE-DATE        PIC 9(08).
