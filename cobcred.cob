000010*****************************************************************
000020*    PROGRAM-ID  : COBCRED                                      *
000030*    AUTHOR      : ROMEO KLAMADJI                                *
000040*    INSTALLATION: RETAIL SYSTEMS                                *
000050*    DATE-WRITTEN: 10/15/26                                     *
000060*    DESCRIPTION : HOUSE ACCOUNT CREDIT HOLD MAINTENANCE - A    *
000070*                  SUPERVISOR LOOKS UP AN ACCOUNT AND RELEASES  *
000080*                  THE CREDIT HOLD PLACED BY THE MONTH-END      *
000090*                  ASSESSMENT (COBFINC) SO THE REGISTER WILL    *
000100*                  TAKE ON-ACCOUNT TENDERS AGAIN.  EVERY        *
000110*                  RELEASE IS WRITTEN TO THE HOUSE ACCOUNT      *
000120*                  AUDIT FILE WITH THE SUPERVISOR WHO MADE IT.  *
000130*                  AN ACCOUNT STILL PAST DUE AT THE NEXT MONTH  *
000140*                  END GOES BACK ON HOLD.                       *
000150*    MODIFICATION HISTORY                                       *
000160*    DATE       INIT  DESCRIPTION                               *
000170*    10/15/26   RK    ORIGINAL PROGRAM - CREDIT HOLD RELEASE    *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cobcred.
000210 AUTHOR. Romeo Klamadji.
000220 INSTALLATION. Retail Systems.
000230 DATE-WRITTEN. 10/15/26.
000240 DATE-COMPILED.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OperatorFile ASSIGN TO "OPERMST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS OP-OPERATOR-ID
000320         FILE STATUS IS FileStatusOperator.
000330     SELECT ClientMasterFile ASSIGN TO "CLIENTMST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CM-CLIENT-ID
000370         FILE STATUS IS FileStatusClientMaster.
000380     SELECT OPTIONAL AccountAuditFile ASSIGN TO "ARAUDIT"
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE IS SEQUENTIAL
000410         FILE STATUS IS FileStatusAccountAudit.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  OperatorFile.
000450     COPY operrec.
000460 FD  ClientMasterFile.
000470     COPY clientrec.
000480 FD  AccountAuditFile
000490     RECORDING MODE IS F.
000500     COPY araudit.
000510 WORKING-STORAGE SECTION.
000520*****************************************************************
000530*    FILE STATUS SWITCHES                                       *
000540*****************************************************************
000550 77  FileStatusOperator          PIC X(02) VALUE "00".
000560 77  FileStatusClientMaster      PIC X(02) VALUE "00".
000570 77  FileStatusAccountAudit      PIC X(02) VALUE "00".
000580*****************************************************************
000590*    MAINTENANCE FUNCTION SELECTION                             *
000600*****************************************************************
000610 77  MaintFunction               PIC 9(01) VALUE 1.
000620     88  MaintFunctionExit           VALUE 0.
000630     88  MaintFunctionRelease        VALUE 1.
000640*****************************************************************
000650*    SUPERVISOR SIGN-ON WORKING FIELDS - PIN VERIFIED, ONLY A   *
000660*    SUPERVISOR-LEVEL OPERATOR MAY RELEASE A HOLD               *
000670*****************************************************************
000680 77  OperatorIdEntry             PIC 9(04).
000690 77  OperatorPinEntry            PIC 9(04).
000700 77  SignedOnOperatorId          PIC 9(04) VALUE ZERO.
000710 77  OperatorSignonSwitch        PIC X(01) VALUE "N".
000720     88  OperatorSignedOn            VALUE "Y".
000730     88  OperatorNotSignedOn         VALUE "N".
000740 77  SignonAttemptCount          PIC 9(01) COMP.
000750 77  MaxSignonAttempts           PIC 9(01) COMP VALUE 3.
000760*****************************************************************
000770*    TARGET ACCOUNT ENTRY WORKING FIELDS                        *
000780*****************************************************************
000790 77  TargetClientId              PIC 9(04).
000800 77  ClientFoundSwitch           PIC X(01) VALUE "N".
000810     88  ClientFound                 VALUE "Y".
000820     88  ClientNotFound              VALUE "N".
000830 77  ReleaseConfirm              PIC X(01).
000840     88  ReleaseConfirmed            VALUE "Y" "y".
000850 PROCEDURE DIVISION.
000860*****************************************************************
000870*    0000-MAINLINE                                              *
000880*****************************************************************
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000910     PERFORM 1800-SUPERVISOR-SIGN-ON THRU 1800-EXIT.
000920     PERFORM 2500-PROCESS-ONE-FUNCTION THRU 2500-EXIT
000930         UNTIL MaintFunctionExit.
000940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000950     STOP RUN.
000960*****************************************************************
000970*    1000-INITIALIZE - OPEN ALL FILES FOR THE RUN                *
000980*****************************************************************
000990 1000-INITIALIZE.
001000     OPEN INPUT OperatorFile.
001010     IF FileStatusOperator NOT = "00"
001020         DISPLAY "UNABLE TO OPEN OPERATOR MASTER - STATUS "
001030             FileStatusOperator
001040         STOP RUN
001050     END-IF.
001060     OPEN I-O ClientMasterFile.
001070     IF FileStatusClientMaster NOT = "00"
001080         DISPLAY "UNABLE TO OPEN CLIENT MASTER FILE - STATUS "
001090             FileStatusClientMaster
001100         STOP RUN
001110     END-IF.
001120     OPEN EXTEND AccountAuditFile.
001130     IF FileStatusAccountAudit NOT = "00"
001140         AND FileStatusAccountAudit NOT = "05"
001150         DISPLAY "UNABLE TO OPEN HOUSE ACCOUNT AUDIT - STATUS "
001160             FileStatusAccountAudit
001170         STOP RUN
001180     END-IF.
001190 1000-EXIT.
001200     EXIT.
001210*****************************************************************
001220*    1800-SUPERVISOR-SIGN-ON - ID AND PIN VERIFIED AGAINST THE  *
001230*    OPERATOR MASTER; ONLY A SUPERVISOR MAY CONTINUE            *
001240*****************************************************************
001250 1800-SUPERVISOR-SIGN-ON.
001260     SET OperatorNotSignedOn TO TRUE.
001270     PERFORM 1810-ACCEPT-ONE-SIGN-ON THRU 1810-EXIT
001280         WITH TEST AFTER
001290         VARYING SignonAttemptCount FROM 1 BY 1
001300         UNTIL OperatorSignedOn
001310             OR SignonAttemptCount >= MaxSignonAttempts.
001320     IF OperatorNotSignedOn
001330         DISPLAY "SIGN-ON FAILED - ENDING RUN"
001340         PERFORM 9000-TERMINATE THRU 9000-EXIT
001350         STOP RUN
001360     END-IF.
001370     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
001380 1800-EXIT.
001390     EXIT.
001400 1810-ACCEPT-ONE-SIGN-ON.
001410     DISPLAY "ENTER OPERATOR ID: ".
001420     ACCEPT OperatorIdEntry.
001430     MOVE OperatorIdEntry TO OP-OPERATOR-ID.
001440     READ OperatorFile
001450         INVALID KEY
001460         DISPLAY "OPERATOR ID NOT ON FILE"
001470         GO TO 1810-EXIT
001480     END-READ.
001490     IF OP-IS-INACTIVE
001500         DISPLAY "OPERATOR ID IS INACTIVE"
001510         GO TO 1810-EXIT
001520     END-IF.
001530     IF OP-IS-LOCKED
001540         DISPLAY "OPERATOR ID IS LOCKED"
001550         GO TO 1810-EXIT
001560     END-IF.
001570     IF NOT OP-IS-SUPERVISOR
001580         DISPLAY "CREDIT HOLD RELEASE REQUIRES A SUPERVISOR"
001590         GO TO 1810-EXIT
001600     END-IF.
001610     DISPLAY "ENTER PIN: ".
001620     ACCEPT OperatorPinEntry.
001630     IF OP-PIN NOT NUMERIC
001640         MOVE ZERO TO OP-PIN
001650     END-IF.
001660     IF OperatorPinEntry NOT = OP-PIN
001670         DISPLAY "PIN DOES NOT MATCH"
001680         GO TO 1810-EXIT
001690     END-IF.
001700     MOVE OP-OPERATOR-ID TO SignedOnOperatorId.
001710     SET OperatorSignedOn TO TRUE.
001720 1810-EXIT.
001730     EXIT.
001740*****************************************************************
001750*    2500-PROCESS-ONE-FUNCTION - ONE PASS OF THE MENU LOOP       *
001760*****************************************************************
001770 2500-PROCESS-ONE-FUNCTION.
001780     DISPLAY "=============================================".
001790     DISPLAY " COBCRED - HOUSE ACCOUNT CREDIT HOLD".
001800     DISPLAY "=============================================".
001810     DISPLAY " 1 - RELEASE A CREDIT HOLD".
001820     DISPLAY " 0 - EXIT".
001830     DISPLAY "ENTER SELECTION: ".
001840     ACCEPT MaintFunction.
001850     EVALUATE TRUE
001860         WHEN MaintFunctionExit
001870             CONTINUE
001880         WHEN MaintFunctionRelease
001890             PERFORM 3000-RELEASE-CREDIT-HOLD THRU 3000-EXIT
001900         WHEN OTHER
001910             DISPLAY "INVALID SELECTION - PLEASE RE-ENTER"
001920     END-EVALUATE.
001930 2500-EXIT.
001940     EXIT.
001950*****************************************************************
001960*    3000-RELEASE-CREDIT-HOLD - THE BALANCE IS SHOWN AND THE    *
001970*    RELEASE CONFIRMED BEFORE THE HOLD IS CLEARED               *
001980*****************************************************************
001990 3000-RELEASE-CREDIT-HOLD.
002000     PERFORM 7000-FIND-TARGET-CLIENT THRU 7000-EXIT.
002010     IF ClientNotFound
002020         GO TO 3000-EXIT
002030     END-IF.
002040     IF NOT CM-ON-CREDIT-HOLD
002050         DISPLAY "ACCOUNT IS NOT ON CREDIT HOLD"
002060         GO TO 3000-EXIT
002070     END-IF.
002080     DISPLAY "ON CREDIT HOLD SINCE " CM-HOLD-DATE
002090         " - BALANCE " CM-ACCOUNT-BALANCE.
002100     DISPLAY "RELEASE THE HOLD (Y/N): ".
002110     ACCEPT ReleaseConfirm.
002120     IF NOT ReleaseConfirmed
002130         DISPLAY "HOLD NOT RELEASED"
002140         GO TO 3000-EXIT
002150     END-IF.
002160     SET CM-NOT-ON-CREDIT-HOLD TO TRUE.
002170     MOVE ZERO TO CM-HOLD-DATE.
002180     REWRITE CLIENT-MASTER-RECORD
002190         INVALID KEY
002200         DISPLAY "ERROR UPDATING CLIENT RECORD"
002210         GO TO 3000-EXIT
002220     END-REWRITE.
002230     MOVE "RLSE" TO CA-ACTION-CODE.
002240     PERFORM 8000-WRITE-ACCOUNT-AUDIT THRU 8000-EXIT.
002250     DISPLAY "CREDIT HOLD RELEASED FOR CLIENT " CM-CLIENT-ID.
002260 3000-EXIT.
002270     EXIT.
002280*****************************************************************
002290*    7000-FIND-TARGET-CLIENT - COMMON TARGET LOOKUP             *
002300*****************************************************************
002310 7000-FIND-TARGET-CLIENT.
002320     DISPLAY "ENTER CLIENT ID: ".
002330     ACCEPT TargetClientId.
002340     MOVE TargetClientId TO CM-CLIENT-ID.
002350     READ ClientMasterFile
002360         INVALID KEY SET ClientNotFound TO TRUE
002370         NOT INVALID KEY SET ClientFound TO TRUE
002380     END-READ.
002390     IF ClientNotFound
002400         DISPLAY "CLIENT ID NOT ON FILE"
002410     ELSE
002420         DISPLAY "CLIENT ON FILE: " CM-FIRST-NAME " "
002430             CM-LAST-NAME
002440     END-IF.
002450 7000-EXIT.
002460     EXIT.
002470*****************************************************************
002480*    8000-WRITE-ACCOUNT-AUDIT - ONE AUDIT RECORD PER RELEASE;   *
002490*    THE CALLER SETS THE ACTION CODE FIRST, THE REST COMES      *
002500*    FROM THE CURRENT CLIENT RECORD                             *
002510*****************************************************************
002520 8000-WRITE-ACCOUNT-AUDIT.
002530     MOVE CM-CLIENT-ID TO CA-CLIENT-ID.
002540     MOVE ZERO TO CA-AMOUNT.
002550     MOVE ZERO TO CA-PAST-DUE-AMOUNT.
002560     MOVE CM-ACCOUNT-BALANCE TO CA-ACCOUNT-BALANCE.
002570     MOVE ZERO TO CA-CYCLE-MONTH.
002580     MOVE ZERO TO CA-RECEIPT-NUMBER.
002590     ACCEPT CA-CHANGE-DATE FROM DATE YYYYMMDD.
002600     ACCEPT CA-CHANGE-TIME FROM TIME.
002610     MOVE SignedOnOperatorId TO CA-CHANGED-BY.
002620     WRITE ACCOUNT-AUDIT-RECORD.
002630 8000-EXIT.
002640     EXIT.
002650*****************************************************************
002660*    9000-TERMINATE - CLOSE ALL FILES BEFORE STOP RUN            *
002670*****************************************************************
002680 9000-TERMINATE.
002690     CLOSE OperatorFile.
002700     CLOSE ClientMasterFile.
002710     CLOSE AccountAuditFile.
002720 9000-EXIT.
002730     EXIT.
