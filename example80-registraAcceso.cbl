000100******************************************************************
000200* PROGRAM-ID: ACCSREG
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 30/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     SHARED INQUIRY ACCESS-LOG ROUTINE, CALLED THE WAY
000800*              HOLDSUM AND CTACHECK ARE (ACCSPARM PARAMETER
000900*              AREA).  CONSULTA-CUENTAS, JRNLRPT AND THE CUSTMANT
001000*              INQUIRY CALL IT BEFORE THEY SHOW ANY CUSTOMER
001100*              DATA; IT CHECKS THE OPERATOR AND THE REASON CODE,
001200*              STAMPS THE DATE AND TIME AND APPENDS ONE ACCSLOG
001300*              RECORD.  THE FILE IS OPENED AND CLOSED ON EVERY
001400*              CALL, SO THE RECORD IS ON DISK BEFORE THE SCREEN
001500*              SHOWS ANYTHING AND AN ABANDONED SESSION LOSES
001600*              NOTHING.  A REFUSAL ("N") MEANS THE CALLER MUST
001700*              NOT SHOW THE DATA.
001800* TECTONICS:   cobc -x example80-registraAcceso.cbl
001900*
002000* MODIFICATION HISTORY
002100*   30/09/26  JPL  INITIAL VERSION.
002200******************************************************************
002300
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ACCSREG.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACCESS-LOG-FILE ASSIGN TO "ACCSLOG"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-ACCSLOG-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ACCESS-LOG-FILE.
003700 COPY ACCSLOG.
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-ACCSLOG-STATUS.
004100     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCSLOG-CODE.
004200
004300 LINKAGE SECTION.
004400 COPY ACCSPARM.
004500
004600 PROCEDURE DIVISION USING ACP-PARM.
004700******************************************************************
004800* 0000-MAINLINE
004900******************************************************************
005000 0000-MAINLINE.
005100     SET ACP-REPLY-REFUSED TO TRUE.
005200     IF ACP-REQ-OPERATOR = SPACES
005300         GO TO 0000-MAINLINE-EXIT
005400     END-IF.
005500     IF NOT ACP-REASON-VALID
005600       OR NOT ACP-KIND-VALID
005700         GO TO 0000-MAINLINE-EXIT
005800     END-IF.
005900     MOVE SPACES TO ACL-ACCESS-RECORD.
006000     ACCEPT ACL-ACCESS-DATE FROM DATE YYYYMMDD.
006100     ACCEPT ACL-ACCESS-TIME FROM TIME.
006200     MOVE ACP-REQ-OPERATOR TO ACL-OPERATOR-ID.
006300     IF ACP-REQ-SES-DATE IS NUMERIC
006400         MOVE ACP-REQ-SES-DATE TO ACL-SES-DATE
006500     ELSE
006600         MOVE ZERO TO ACL-SES-DATE
006700     END-IF.
006800     IF ACP-REQ-SES-TIME IS NUMERIC
006900         MOVE ACP-REQ-SES-TIME TO ACL-SES-TIME
007000     ELSE
007100         MOVE ZERO TO ACL-SES-TIME
007200     END-IF.
007300     MOVE ACP-REQ-PROGRAM TO ACL-PROGRAM.
007400     MOVE ACP-REQ-KIND TO ACL-KIND.
007500     MOVE ACP-REQ-ACCOUNT TO ACL-ACCOUNT.
007600     MOVE ACP-REQ-CUSTOMER TO ACL-CUSTOMER-ID.
007700     MOVE ACP-REQ-REASON TO ACL-REASON.
007800     OPEN EXTEND ACCESS-LOG-FILE.
007900     IF FS-NOT-FOUND OF WS-ACCSLOG-STATUS
008000         OPEN OUTPUT ACCESS-LOG-FILE
008100         CLOSE ACCESS-LOG-FILE
008200         OPEN EXTEND ACCESS-LOG-FILE
008300     END-IF.
008400     IF NOT FS-SUCCESS OF WS-ACCSLOG-STATUS
008500         GO TO 0000-MAINLINE-EXIT
008600     END-IF.
008700     WRITE ACL-ACCESS-RECORD.
008800     IF FS-SUCCESS OF WS-ACCSLOG-STATUS
008900         SET ACP-REPLY-LOGGED TO TRUE
009000     END-IF.
009100     CLOSE ACCESS-LOG-FILE.
009200 0000-MAINLINE-EXIT.
009300     GOBACK.
009400
009500 END PROGRAM ACCSREG.
