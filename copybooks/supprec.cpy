000100*****************************************************************
000200*    COPYBOOK    : SUPPREC                                      *
000300*    DESCRIPTION  : SUPPLIER (VENDOR) MASTER FILE RECORD LAYOUT  *
000400*                   KEYED ON SU-SUPPLIER-ID.  EVERY CATALOG     *
000500*                   PRODUCT NAMES ITS SUPPLIER (PC-SUPPLIER-ID) *
000600*                   SO THE REORDER RUN CAN RAISE ONE PURCHASE   *
000700*                   ORDER PER SUPPLIER; THE LEAD TIME SETS THE  *
000800*                   EXPECTED DELIVERY DATE ON EACH ORDER        *
000900*    MODIFICATION HISTORY                                       *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    10/15/26   RK    ORIGINAL COPYBOOK - SUPPLIER MASTER       *
001200*****************************************************************
001300 01  SUPPLIER-MASTER-RECORD.
001400     05  SU-SUPPLIER-ID            PIC 9(04).
001500     05  SU-SUPPLIER-NAME          PIC X(30).
001600     05  SU-CONTACT-BLOCK.
001700         10  SU-STREET             PIC X(30).
001800         10  SU-CITY               PIC X(20).
001900         10  SU-STATE              PIC X(02).
002000         10  SU-ZIP-CODE           PIC X(10).
002100         10  SU-PHONE              PIC X(12).
002200     05  SU-LEAD-TIME-DAYS         PIC 9(03).
002300     05  SU-STATUS-SW              PIC X(01).
002400         88  SU-IS-ACTIVE              VALUE "A".
002500         88  SU-IS-INACTIVE            VALUE "I".
