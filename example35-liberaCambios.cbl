002100*
002200* MODIFICATION HISTORY
002300*   02/09/26  JPL  INITIAL VERSION.
002310*   08/09/26  JPL  ACCTREL (JOINT OWNERS, SIGNATORIES AND
002320*                  BENEFICIARIES, QUEUED BY RELMANT) IS A FOURTH
002330*                  MASTER RELEASED HERE - 2540-APPLY-ACCTREL.
002340*   01/10/26  JPL  THE PENDCHG IMAGES WIDEN TO 130 BYTES FOR THE
002350*                  GROWN CUSTREC (KYC FIELDS), SO THE TABLE ENTRY
002360*                  AND THE WORK RECORD FOLLOW - 312 BYTES.
002400******************************************************************
002500
002600 IDENTIFICATION DIVISION.
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS OPR-OPERATOR-ID
005800         FILE STATUS IS WS-OPERMAST-STATUS.
005810
005820     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
005830         ORGANIZATION IS INDEXED
005840         ACCESS MODE IS DYNAMIC
005850         RECORD KEY IS REL-KEY
005860         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
005865             WITH DUPLICATES
005870         FILE STATUS IS WS-ACCTREL-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
007300
007400 FD  OPER-MASTER-FILE.
007500 COPY OPERREC.
007510
007520 FD  ACCT-REL-FILE.
007530 COPY RELREC.
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-PENDCHG-STATUS.
008500     COPY FSTATCOD REPLACING FS-NAME BY WS-TRANMAST-CODE.
008600 01  WS-OPERMAST-STATUS.
008700     COPY FSTATCOD REPLACING FS-NAME BY WS-OPERMAST-CODE.
008710 01  WS-ACCTREL-STATUS.
008720     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
008800
008900 77  MRL-SESSION-OK-SW               PIC X(01) VALUE "N".
009000     88  MRL-SESSION-OK              VALUE "Y".
009400******************************************************************
009500* THE WHOLE PENDCHG FILE IS HELD IN THIS TABLE WHILE THE
009600* SUPERVISOR WORKS THE QUEUE, THE SAME MODEL AS APRCOLA.  EACH
009700* ENTRY IS THE RAW 312-BYTE PCH-PENDING-RECORD IMAGE.
009800******************************************************************
009900 77  MRL-MAX-ENTRIES                 PIC 9(03) VALUE 500.
010000 01  MRL-TABLE.
010010     05  MRL-ENTRY                   PIC X(312)
010200                                     OCCURS 500 TIMES.
010300 77  MRL-COUNT                       PIC 9(03) COMP VALUE ZERO.
010400 77  MRL-IDX                         PIC 9(03) COMP VALUE 1.
011600         88  MRL-FOR-CUSTMAST        VALUE "CUSTMAST".
011700         88  MRL-FOR-TRANMAST        VALUE "TRANMAST".
011800         88  MRL-FOR-OPERMAST        VALUE "OPERMAST".
011810         88  MRL-FOR-ACCTREL         VALUE "ACCTREL ".
011900     05  MRL-ACTION                  PIC X(01).
012000         88  MRL-ACT-ADD             VALUE "A".
012100         88  MRL-ACT-CHANGE          VALUE "C".
012200         88  MRL-ACT-DELETE          VALUE "B".
012300     05  MRL-KEY                     PIC X(10).
012310     05  MRL-OLD-IMAGE               PIC X(130).
012320     05  MRL-NEW-IMAGE               PIC X(130).
012600     05  MRL-OPERATOR-ID             PIC X(08).
012700     05  MRL-SUPERVISOR-ID           PIC X(08).
012800     05  MRL-STATUS                  PIC X(01).
025000     EXIT.
025100
025200******************************************************************
025300* 1500-OPEN-MASTERS  -  ALL FOUR MASTERS I-O WITH THE USUAL
025400*                       STATUS-35 RECOVERY.
025500******************************************************************
025600 1500-OPEN-MASTERS.
027500         CLOSE OPER-MASTER-FILE
027600         OPEN I-O OPER-MASTER-FILE
027700     END-IF.
027710     OPEN I-O ACCT-REL-FILE.
027720     IF FS-NOT-FOUND OF WS-ACCTREL-STATUS
027730         CLOSE ACCT-REL-FILE
027740         OPEN OUTPUT ACCT-REL-FILE
027750         CLOSE ACCT-REL-FILE
027760         OPEN I-O ACCT-REL-FILE
027770     END-IF.
027800 1500-OPEN-MASTERS-EXIT.
027900     EXIT.
028000
028500     CLOSE CUST-MASTER-FILE.
028600     CLOSE TRANMAST-FILE.
028700     CLOSE OPER-MASTER-FILE.
028710     CLOSE ACCT-REL-FILE.
028800 1600-CLOSE-MASTERS-EXIT.
028900     EXIT.
029000
036900         WHEN MRL-FOR-OPERMAST
037000             PERFORM 2530-APPLY-OPERMAST
037100                 THRU 2530-APPLY-OPERMAST-EXIT
037110         WHEN MRL-FOR-ACCTREL
037120             PERFORM 2540-APPLY-ACCTREL
037130                 THRU 2540-APPLY-ACCTREL-EXIT
037200         WHEN OTHER
037300             DISPLAY "MAESTRO DESCONOCIDO: " MRL-MASTER
037400     END-EVALUATE.
048500     END-EVALUATE.
048600 2530-APPLY-OPERMAST-EXIT.
048700     EXIT.
048702
048704******************************************************************
048706* 2540-APPLY-ACCTREL
048708******************************************************************
048710 2540-APPLY-ACCTREL.
048712     EVALUATE TRUE
048714         WHEN MRL-ACT-ADD
048716             MOVE MRL-NEW-IMAGE TO REL-RELATION-RECORD
048718             WRITE REL-RELATION-RECORD
048720                 INVALID KEY
048722                     DISPLAY "RELACION YA EXISTE: "
048724                         REL-KEY
048726                 NOT INVALID KEY
048728                     SET MRL-APPLY-OK TO TRUE
048730             END-WRITE
048732         WHEN MRL-ACT-CHANGE
048734             MOVE MRL-NEW-IMAGE TO REL-RELATION-RECORD
048736             REWRITE REL-RELATION-RECORD
048738                 INVALID KEY
048740                     DISPLAY "RELACION NO ENCONTRADA: "
048742                         REL-KEY
048744                 NOT INVALID KEY
048746                     SET MRL-APPLY-OK TO TRUE
048748             END-REWRITE
048750         WHEN MRL-ACT-DELETE
048752             MOVE MRL-OLD-IMAGE TO REL-RELATION-RECORD
048754             DELETE ACCT-REL-FILE
048756                 INVALID KEY
048758                     DISPLAY "RELACION NO ENCONTRADA: "
048760                         REL-KEY
048762                 NOT INVALID KEY
048764                     SET MRL-APPLY-OK TO TRUE
048766             END-DELETE
048768     END-EVALUATE.
048770 2540-APPLY-ACCTREL-EXIT.
048772     EXIT.
048800
048900******************************************************************
049000* 3000-REWRITE-FILE  -  WRITES THE WHOLE TABLE BACK OVER
