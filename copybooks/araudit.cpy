000100*****************************************************************
000200*    COPYBOOK    : ARAUDIT                                      *
000300*    DESCRIPTION  : HOUSE ACCOUNT AUDIT FILE RECORD LAYOUT       *
000400*                   ONE RECORD PER FINANCE CHARGE OR LATE FEE   *
000500*                   ASSESSED, AND PER CREDIT HOLD PLACED OR     *
000600*                   RELEASED - THE CLIENT, THE ACTION (FCHG,    *
000700*                   LFEE, HOLD, RLSE), THE AMOUNT, THE PAST-DUE *
000800*                   BALANCE IT WAS BASED ON, THE CYCLE MONTH,   *
000900*                   THE LOG RECEIPT THAT POSTED IT, WHEN, AND   *
001000*                   WHO (ZERO FOR THE MONTH-END RUN)            *
001100*    MODIFICATION HISTORY                                       *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    10/15/26   RK    ORIGINAL COPYBOOK - HOUSE ACCOUNT AUDIT   *
001400*****************************************************************
001500 01  ACCOUNT-AUDIT-RECORD.
001600     05  CA-CLIENT-ID              PIC 9(04).
001700     05  CA-ACTION-CODE            PIC X(04).
001800     05  CA-AMOUNT                 PIC S9(07)V99
001900                                   SIGN IS LEADING SEPARATE.
002000     05  CA-PAST-DUE-AMOUNT        PIC S9(07)V99
002100                                   SIGN IS LEADING SEPARATE.
002200     05  CA-ACCOUNT-BALANCE        PIC S9(07)V99
002300                                   SIGN IS LEADING SEPARATE.
002400     05  CA-CYCLE-MONTH            PIC 9(06).
002500     05  CA-RECEIPT-NUMBER         PIC 9(09).
002600     05  CA-CHANGE-DATE            PIC 9(08).
002700     05  CA-CHANGE-TIME            PIC 9(08).
002800     05  CA-CHANGED-BY             PIC 9(04).
