000100******************************************************************
000200* PROGRAM-ID: HOLDSUM
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 10/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     SHARED HELD-FUNDS ROUTINE, CALLED THE WAY
000800*              FECHALAB AND CTACHECK ARE (HOLDPARM PARAMETER
000900*              AREA).  TOTALS THE HOLDMAST HOLDS IN FORCE ON
001000*              AN ACCOUNT AT THE REQUESTED DATE - STATUS "A"
001100*              AND AN EXPIRY DATE THAT IS ZERO (UNTIL
001200*              RELEASED) OR NOT BEFORE THE DATE - SO THE
001300*              POSTING PATHS AND THE INQUIRY WORK FROM THE
001400*              SAME AVAILABLE BALANCE.  A HOLD LAPSED BUT NOT
001500*              YET SWEPT BY HOLDEXP ALREADY COUNTS AS GONE.
001600*              THE FILE IS OPENED AND CLOSED ON EVERY CALL, SO
001700*              A HOLD JUST PLACED OR RELEASED IN HOLDMANT IS
001800*              SEEN AT ONCE; A BATCH CALLER KEEPS ITS OWN
001900*              ONE-ACCOUNT CACHE.
002000* TECTONICS:   cobc -x example65-sumaRetenciones.cbl
002100*
002200* MODIFICATION HISTORY
002300*   10/09/26  JPL  INITIAL VERSION.
002400******************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. HOLDSUM.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS HLD-KEY
003600         FILE STATUS IS WS-HOLDMAST-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HOLD-MASTER-FILE.
004100 COPY HOLDREC.
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-HOLDMAST-STATUS.
004500     COPY FSTATCOD REPLACING FS-NAME BY WS-HOLDMAST-CODE.
004600
004700 77  HSM-EOF-SW                      PIC X(01) VALUE "N".
004800     88  HSM-EOF                     VALUE "Y".
004900
005000 LINKAGE SECTION.
005100 COPY HOLDPARM.
005200
005300 PROCEDURE DIVISION USING HLS-PARM.
005400******************************************************************
005500* 0000-MAINLINE
005600******************************************************************
005700 0000-MAINLINE.
005800     MOVE ZERO TO HLS-REPLY-AMOUNT HLS-REPLY-COUNT.
005900     SET HLS-FILE-MISSING TO TRUE.
006000     OPEN INPUT HOLD-MASTER-FILE.
006100     IF NOT FS-SUCCESS OF WS-HOLDMAST-STATUS
006200         GO TO 0000-MAINLINE-EXIT
006300     END-IF.
006400     SET HLS-FILE-PRESENT TO TRUE.
006500     MOVE "N" TO HSM-EOF-SW.
006600     MOVE HLS-REQ-ACCOUNT TO HLD-ACCOUNT-NUMBER.
006700     MOVE ZERO TO HLD-SEQ.
006800     START HOLD-MASTER-FILE KEY NOT < HLD-KEY
006900         INVALID KEY
007000             SET HSM-EOF TO TRUE
007100     END-START.
007200     PERFORM 1000-ADD-ONE-HOLD THRU 1000-ADD-ONE-HOLD-EXIT
007300         UNTIL HSM-EOF.
007400     CLOSE HOLD-MASTER-FILE.
007500 0000-MAINLINE-EXIT.
007600     GOBACK.
007700
007800******************************************************************
007900* 1000-ADD-ONE-HOLD  -  THE NEXT HOLD OF THE ACCOUNT; ONLY ONE
008000*                       IN FORCE ON THE REQUESTED DATE COUNTS.
008100******************************************************************
008200 1000-ADD-ONE-HOLD.
008300     READ HOLD-MASTER-FILE NEXT
008400         AT END
008500             SET HSM-EOF TO TRUE
008600             GO TO 1000-ADD-ONE-HOLD-EXIT
008700     END-READ.
008800     IF HLD-ACCOUNT-NUMBER NOT = HLS-REQ-ACCOUNT
008900         SET HSM-EOF TO TRUE
009000         GO TO 1000-ADD-ONE-HOLD-EXIT
009100     END-IF.
009200     IF NOT HLD-STAT-ACTIVE
009300         GO TO 1000-ADD-ONE-HOLD-EXIT
009400     END-IF.
009500     IF NOT HLD-NO-EXPIRY
009600       AND HLD-EXPIRY-DATE < HLS-REQ-DATE
009700         GO TO 1000-ADD-ONE-HOLD-EXIT
009800     END-IF.
009900     ADD HLD-AMOUNT TO HLS-REPLY-AMOUNT.
010000     ADD 1 TO HLS-REPLY-COUNT.
010100 1000-ADD-ONE-HOLD-EXIT.
010200     EXIT.
010300
010400 END PROGRAM HOLDSUM.
