001900*                   ACUMINT, INTCAP, REVALFX) ARE NOT
002000*                   OPERATORS AND ARE EXCUSED; EACH MISSING ID
002010*                   REPORTS ONCE.
002020*                D) EVERY ACCTREL RELATIONSHIP MUST POINT AT
002030*                   AN ACCOUNT ON ACCTMAST AND A CUSTOMER ON
002040*                   CUSTMAST, CARRY A VALID ROLE, AND NOT
002050*                   REPEAT THE ACCOUNT'S OWN PRIMARY HOLDER.
002100*              EVERY ORPHAN AND INCONSISTENCY PRINTS THROUGH
002200*              THE 132-COLUMN CONVENTION AND THE STEP ENDS
002300*              WITH RETURN-CODE 4.  THE MSTUNLD/MSTRELD PAIR
003020*                  TOO - THE REVALUATION JOURNALS UNDER ITS
003030*                  OWN NAME AND THE FIRST MONTH-END WAS ABOUT
003040*                  TO FAIL EVERY NIGHTLY SWEEP.
003050*   08/09/26  JPL  ADDED CHECK D OVER THE NEW ACCTREL JOINT
003060*                  OWNERSHIP FILE.  A MISSING ACCTREL IS NOT A
003070*                  FINDING - NO RELATIONSHIP HAS BEEN RELEASED.
003100******************************************************************
003200
003300 IDENTIFICATION DIVISION.
006700     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-JRNL-STATUS.
006910
006920     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
006930         ORGANIZATION IS INDEXED
006940         ACCESS MODE IS DYNAMIC
006950         RECORD KEY IS REL-KEY
006960         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
006970             WITH DUPLICATES
006980         FILE STATUS IS WS-ACCTREL-STATUS.
007000
007100     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
007200         ORGANIZATION IS LINE SEQUENTIAL
008800
008900 FD  POST-JRNL-FILE.
009000 COPY PSTJRNL.
009010
009020 FD  ACCT-REL-FILE.
009030 COPY RELREC.
009100
009200 FD  PRINT-FILE.
009300 01  PRINT-LINE                      PIC X(132).
010500     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
010600 01  WS-PRINT-STATUS.
010700     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
010710 01  WS-ACCTREL-STATUS.
010720     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
010800
010900 77  ITG-RUN-DATE                    PIC 9(08).
011000 77  ITG-EOF-SW                      PIC X(01) VALUE "N".
011300     88  ITG-CUST-FOUND              VALUE "Y".
011400 77  ITG-OPER-FOUND-SW               PIC X(01) VALUE "N".
011500     88  ITG-OPER-FOUND              VALUE "Y".
011510 77  ITG-ACCT-FOUND-SW               PIC X(01) VALUE "N".
011520     88  ITG-ACCT-FOUND              VALUE "Y".
011600
011700******************************************************************
011800* FINDINGS COUNTERS
012400 77  ITG-ORPHAN-TRAN                 PIC 9(07) VALUE ZERO.
012500 77  ITG-JRNL-COUNT                  PIC 9(07) VALUE ZERO.
012600 77  ITG-BAD-OPER                    PIC 9(07) VALUE ZERO.
012610 77  ITG-REL-COUNT                   PIC 9(07) VALUE ZERO.
012620 77  ITG-BAD-REL                     PIC 9(07) VALUE ZERO.
012700 77  ITG-TOTAL-FINDINGS              PIC 9(07) VALUE ZERO.
012800 01  ITG-CNT-ED                      PIC Z,ZZZ,ZZ9.
012900
016000     PERFORM 1000-SWEEP-ACCTMAST THRU 1000-SWEEP-ACCTMAST-EXIT.
016100     PERFORM 2000-SWEEP-TRANMAST THRU 2000-SWEEP-TRANMAST-EXIT.
016200     PERFORM 3000-SWEEP-JOURNAL THRU 3000-SWEEP-JOURNAL-EXIT.
016250     PERFORM 4000-SWEEP-ACCTREL THRU 4000-SWEEP-ACCTREL-EXIT.
016300     CLOSE CUST-MASTER-FILE.
016400     CLOSE OPER-MASTER-FILE.
016500     PERFORM 5000-PRINT-TOTALS THRU 5000-PRINT-TOTALS-EXIT.
037500     END-IF.
037600 3400-NOTE-SEEN-EXIT.
037700     EXIT.
037701
037702******************************************************************
037703* 4000-SWEEP-ACCTREL  -  CHECK D.  ACCTMAST IS REOPENED FOR
037704*                        RANDOM LOOKUPS BY ACCOUNT NUMBER.
037705******************************************************************
037706 4000-SWEEP-ACCTREL.
037707     MOVE "N" TO ITG-EOF-SW.
037708     OPEN INPUT ACCT-REL-FILE.
037709     IF NOT FS-SUCCESS OF WS-ACCTREL-STATUS
037710         GO TO 4000-SWEEP-ACCTREL-EXIT
037711     END-IF.
037712     OPEN INPUT ACCT-MASTER-FILE.
037713     MOVE LOW-VALUES TO REL-KEY.
037714     START ACCT-REL-FILE KEY NOT < REL-KEY
037715         INVALID KEY
037716             SET ITG-EOF TO TRUE
037717     END-START.
037718     PERFORM 4100-CHECK-ONE-REL THRU 4100-CHECK-ONE-REL-EXIT
037719         UNTIL ITG-EOF.
037720     IF FS-SUCCESS OF WS-ACCTMAST-STATUS
037721         CLOSE ACCT-MASTER-FILE
037722     END-IF.
037723     CLOSE ACCT-REL-FILE.
037724 4000-SWEEP-ACCTREL-EXIT.
037725     EXIT.
037726
037727******************************************************************
037728* 4100-CHECK-ONE-REL  -  ONE FINDING PER RELATIONSHIP, THE
037729*                        FIRST FAULT FOUND.
037730******************************************************************
037731 4100-CHECK-ONE-REL.
037732     READ ACCT-REL-FILE NEXT
037733         AT END
037734             SET ITG-EOF TO TRUE
037735             GO TO 4100-CHECK-ONE-REL-EXIT
037736     END-READ.
037737     ADD 1 TO ITG-REL-COUNT.
037738     MOVE SPACES TO PRINT-LINE.
037739     MOVE "N" TO ITG-ACCT-FOUND-SW.
037740     IF FS-SUCCESS OF WS-ACCTMAST-STATUS
037741         MOVE REL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
037742         READ ACCT-MASTER-FILE
037743             INVALID KEY
037744                 CONTINUE
037745             NOT INVALID KEY
037746                 SET ITG-ACCT-FOUND TO TRUE
037747         END-READ
037748     END-IF.
037749     MOVE REL-CUSTOMER-ID TO CST-CUSTOMER-ID.
037750     PERFORM 8100-READ-CUSTOMER THRU 8100-READ-CUSTOMER-EXIT.
037751     EVALUATE TRUE
037752         WHEN NOT ITG-ACCT-FOUND
037753             STRING "D) RELACION " REL-ACCOUNT-NUMBER "/"
037754                 REL-CUSTOMER-ID
037755                 " APUNTA A UNA CUENTA QUE NO ESTA EN ACCTMAST"
037756                 DELIMITED BY SIZE INTO PRINT-LINE
037757         WHEN NOT ITG-CUST-FOUND
037758             STRING "D) RELACION " REL-ACCOUNT-NUMBER "/"
037759                 REL-CUSTOMER-ID
037760                 " APUNTA A UN CLIENTE QUE NO ESTA EN CUSTMAST"
037761                 DELIMITED BY SIZE INTO PRINT-LINE
037762         WHEN NOT REL-ROLE-VALID
037763             STRING "D) RELACION " REL-ACCOUNT-NUMBER "/"
037764                 REL-CUSTOMER-ID " CON ROL INVALIDO '"
037765                 REL-ROLE "'"
037766                 DELIMITED BY SIZE INTO PRINT-LINE
037767         WHEN REL-CUSTOMER-ID = ACM-CUSTOMER-ID
037768             STRING "D) RELACION " REL-ACCOUNT-NUMBER "/"
037769                 REL-CUSTOMER-ID
037770                 " REPITE AL TITULAR PRINCIPAL DE LA CUENTA"
037771                 DELIMITED BY SIZE INTO PRINT-LINE
037772         WHEN OTHER
037773             GO TO 4100-CHECK-ONE-REL-EXIT
037774     END-EVALUATE.
037775     ADD 1 TO ITG-BAD-REL.
037776     ADD 1 TO ITG-TOTAL-FINDINGS.
037777     WRITE PRINT-LINE.
037778 4100-CHECK-ONE-REL-EXIT.
037779     EXIT.
037800
037900******************************************************************
038000* 8000-FIND-CUSTOMER  -  CUSTMAST LOOKUP FOR THE ACCOUNT IN
045100     STRING "OPERADORES DESCONOCIDOS:      " ITG-CNT-ED
045200         DELIMITED BY SIZE INTO PRINT-LINE.
045300     WRITE PRINT-LINE.
045310     MOVE ITG-BAD-REL TO ITG-CNT-ED.
045320     MOVE SPACES TO PRINT-LINE.
045330     STRING "RELACIONES DE CUENTA MALAS:   " ITG-CNT-ED
045340         DELIMITED BY SIZE INTO PRINT-LINE.
045350     WRITE PRINT-LINE.
045400     IF ITG-TOTAL-FINDINGS > ZERO
045500         DISPLAY "INTEGRID: " ITG-TOTAL-FINDINGS
045600             " HALLAZGOS - VEA EL REPORTE"
