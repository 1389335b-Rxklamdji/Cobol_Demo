000500*                   BY THE OPERATOR MAINTENANCE PROGRAM - WHO   *
000600*                   WAS CHANGED, WHAT WAS DONE (ADD, DEAC,      *
000700*                   RSET, AUTH), THE OLD AND NEW AUTH LEVELS,   *
000800*                   WHEN, AND WHICH SUPERVISOR DID IT.  THE     *
000810*                   REGISTER ALSO WRITES A PINF RECORD FOR      *
000820*                   EVERY FAILED SIGN-ON PIN, CHANGED-BY BEING  *
000830*                   THE OPERATOR ID THAT WAS TRIED              *
000900*    MODIFICATION HISTORY                                       *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    09/03/26   RK    ORIGINAL COPYBOOK - OPERATOR AUDIT        *
001110*    10/15/26   RK    PINF ACTION - FAILED SIGN-ON PIN          *
001200*****************************************************************
001300 01  OPERATOR-AUDIT-RECORD.
001400     05  OA-OPERATOR-ID            PIC 9(04).
