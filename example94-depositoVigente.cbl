000100******************************************************************
000200* PROGRAM-ID: TDEPCHK
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 09/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     SHARED TERM DEPOSIT LOOKUP, CALLED THE WAY HOLDSUM
000800*              AND KYCCHECK ARE (TDEPPARM PARAMETER AREA).  READS
000900*              THE ACCOUNT'S TDEPMAST RECORD AND ANSWERS WHETHER
001000*              A DEPOSIT IS IN FORCE ON IT, SO THE POSTING PATHS
001100*              (OPERACIONES-BASICAS, OPBPOST, REVPOST, FEECHG,
001110*              DISPUTA), THE CLOSURE (CIERRCTA) AND THE DORMANCY
001200*              SWEEP (CTASTAT) ALL LEAVE A LIVE DEPOSIT TO
001300*              TDEPVEN.  THE FILE IS OPENED AND CLOSED ON EVERY
001400*              CALL, SO A DEPOSIT JUST REGISTERED IN TDEPMANT IS
001500*              SEEN AT ONCE.
001700* TECTONICS:   cobc -x example94-depositoVigente.cbl
001800*
001900* MODIFICATION HISTORY
002000*   09/10/26  JPL  INITIAL VERSION.
002100******************************************************************
002200
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. TDEPCHK.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMAST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS TDP-ACCOUNT-NUMBER
003300         FILE STATUS IS WS-TDEPMAST-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  TERM-DEPOSIT-FILE.
003800 COPY TDEPREC.
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-TDEPMAST-STATUS.
004200     COPY FSTATCOD REPLACING FS-NAME BY WS-TDEPMAST-CODE.
004300
004400 LINKAGE SECTION.
004500 COPY TDEPPARM.
004600
004700 PROCEDURE DIVISION USING TDK-PARM.
004800******************************************************************
004900* 0000-MAINLINE
005000******************************************************************
005100 0000-MAINLINE.
005200     SET TDK-NO-DEPOSIT TO TRUE.
005300     SET TDK-FILE-MISSING TO TRUE.
005400     MOVE ZERO TO TDK-REPLY-MATURITY-DATE.
005500     OPEN INPUT TERM-DEPOSIT-FILE.
005600     IF NOT FS-SUCCESS OF WS-TDEPMAST-STATUS
005700         GO TO 0000-MAINLINE-EXIT
005800     END-IF.
005900     SET TDK-FILE-PRESENT TO TRUE.
006000     MOVE TDK-REQ-ACCOUNT TO TDP-ACCOUNT-NUMBER.
006100     READ TERM-DEPOSIT-FILE
006200         INVALID KEY
006300             CONTINUE
006400         NOT INVALID KEY
006500             IF TDP-STAT-ACTIVE
006600                 SET TDK-DEPOSIT-ACTIVE TO TRUE
006700                 MOVE TDP-MATURITY-DATE TO TDK-REPLY-MATURITY-DATE
006800             END-IF
006900     END-READ.
007000     CLOSE TERM-DEPOSIT-FILE.
007100 0000-MAINLINE-EXIT.
007200     GOBACK.
007300
007400 END PROGRAM TDEPCHK.
