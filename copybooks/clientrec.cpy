000084*                     ACCOUNT BALANCE FOR ON-ACCOUNT TENDERS    *
000086*    09/03/26   RK    ADDED CONTACT BLOCK (ADDRESS, PHONE) AND  *
000088*                     MAIL CONSENT FLAG FOR STATEMENT MAILING   *
000089*    10/15/26   RK    ADDED CREDIT HOLD SWITCH AND HOLD DATE    *
000090*****************************************************************
000100 01  CLIENT-MASTER-RECORD.
000110     05  CM-CLIENT-ID              PIC 9(04).
000290     05  CM-MAIL-CONSENT-SW        PIC X(01).
000300         88  CM-MAIL-OK                VALUE "Y".
000310         88  CM-NO-MAIL                VALUE "N".
000320     05  CM-CREDIT-HOLD-SW         PIC X(01).
000330         88  CM-ON-CREDIT-HOLD         VALUE "Y".
000340         88  CM-NOT-ON-CREDIT-HOLD     VALUE "N" " ".
000350     05  CM-HOLD-DATE              PIC 9(08).
