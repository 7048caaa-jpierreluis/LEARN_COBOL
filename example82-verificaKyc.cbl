000100******************************************************************
000200* PROGRAM-ID: KYCCHECK
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 01/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     SHARED KNOW-YOUR-CUSTOMER REVIEW CHECK, CALLED THE
000800*              WAY HOLDSUM AND CTACHECK ARE (KYCPARM PARAMETER
000900*              AREA).  READS THE CUSTOMER ON CUSTMAST AND JUDGES
001000*              CST-KYC-NEXT-REVIEW AGAINST THE REQUESTED DATE:
001100*                V  - REVIEW CURRENT (NEXT REVIEW NOT YET PAST)
001200*                G  - PAST DUE BUT WITHIN THE GRACE PERIOD
001300*                X  - PAST DUE BEYOND THE GRACE PERIOD - THE
001400*                     ACCOUNT OPENING AND POSTING PATHS STOP
001500*                S  - NO REVIEW ON FILE YET (ZERO DATE)
001600*                N  - CUSTOMER NOT ON CUSTMAST, OR NO CUSTMAST
001700*              THE GRACE PERIOD IS THE SITE'S 30 CALENDAR DAYS,
001800*              KEPT HERE SO EVERY CALLER AND THE KYC DUE REPORT
001900*              APPLY THE SAME RULE.  THE FILE IS OPENED AND CLOSED
002000*              ON EVERY CALL, SO A REVIEW RELEASED THROUGH MANTREL
002100*              IS SEEN AT ONCE; A BATCH CALLER KEEPS ITS OWN
002200*              ONE-CUSTOMER CACHE.
002300* TECTONICS:   cobc -x example82-verificaKyc.cbl
002400*
002500* MODIFICATION HISTORY
002600*   01/10/26  JPL  INITIAL VERSION.
002700******************************************************************
002800
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. KYCCHECK.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CST-CUSTOMER-ID
003900         FILE STATUS IS WS-CUSTMAST-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CUST-MASTER-FILE.
004400 COPY CUSTREC.
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-CUSTMAST-STATUS.
004800     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
004900
005000 77  KCK-GRACE-DAYS                  PIC 9(03) VALUE 30.
005100 77  KCK-DAYS-OVER                   PIC S9(07) VALUE ZERO.
005200
005300 LINKAGE SECTION.
005400 COPY KYCPARM.
005500
005600 PROCEDURE DIVISION USING KYP-PARM.
005700******************************************************************
005800* 0000-MAINLINE
005900******************************************************************
006000 0000-MAINLINE.
006100     SET KYP-STATE-NOT-FOUND TO TRUE.
006200     MOVE ZERO TO KYP-REPLY-NEXT-REVIEW KYP-REPLY-DAYS-OVER.
006300     MOVE KCK-GRACE-DAYS TO KYP-REPLY-GRACE-DAYS.
006400     OPEN INPUT CUST-MASTER-FILE.
006500     IF NOT FS-SUCCESS OF WS-CUSTMAST-STATUS
006600         GO TO 0000-MAINLINE-EXIT
006700     END-IF.
006800     MOVE KYP-REQ-CUSTOMER TO CST-CUSTOMER-ID.
006900     READ CUST-MASTER-FILE
007000         INVALID KEY
007100             CLOSE CUST-MASTER-FILE
007200             GO TO 0000-MAINLINE-EXIT
007300     END-READ.
007400     CLOSE CUST-MASTER-FILE.
007500     PERFORM 1000-JUDGE-REVIEW THRU 1000-JUDGE-REVIEW-EXIT.
007600 0000-MAINLINE-EXIT.
007700     GOBACK.
007800
007900******************************************************************
008000* 1000-JUDGE-REVIEW  -  THE CUSTOMER IS IN THE FD.  A NEXT-REVIEW
008100*                       DATE THAT IS ZERO OR NOT NUMERIC (A RECORD
008200*                       FROM BEFORE THE KYC FIELDS) IS "NO REVIEW
008300*                       YET", NOT A LAPSE.
008400******************************************************************
008500 1000-JUDGE-REVIEW.
008600     IF CST-KYC-NEXT-REVIEW NOT NUMERIC
008700       OR CST-KYC-NO-REVIEW
008800         SET KYP-STATE-NO-REVIEW TO TRUE
008900         GO TO 1000-JUDGE-REVIEW-EXIT
009000     END-IF.
009100     MOVE CST-KYC-NEXT-REVIEW TO KYP-REPLY-NEXT-REVIEW.
009200     IF CST-KYC-NEXT-REVIEW NOT < KYP-REQ-DATE
009300         SET KYP-STATE-CURRENT TO TRUE
009400         GO TO 1000-JUDGE-REVIEW-EXIT
009500     END-IF.
009600     COMPUTE KCK-DAYS-OVER =
009700         FUNCTION INTEGER-OF-DATE(KYP-REQ-DATE)
009800       - FUNCTION INTEGER-OF-DATE(CST-KYC-NEXT-REVIEW).
009900     MOVE KCK-DAYS-OVER TO KYP-REPLY-DAYS-OVER.
010000     IF KCK-DAYS-OVER > KCK-GRACE-DAYS
010100         SET KYP-STATE-EXPIRED TO TRUE
010200     ELSE
010300         SET KYP-STATE-GRACE TO TRUE
010400     END-IF.
010500 1000-JUDGE-REVIEW-EXIT.
010600     EXIT.
010700
010800 END PROGRAM KYCCHECK.
