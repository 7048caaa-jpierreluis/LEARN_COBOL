000500* DATE-WRITTEN: 03/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     VERIFIES THE NIGHTLY MSTUNLD BACKUPS.  FOR EACH
000800*              OF THE EIGHT UNLOADS (ACCTUNLD, CUSTUNLD,
000900*              TRANUNLD, OPERUNLD, RELUNLD, HOLDUNLD, PRODUNLD,
000910*              TDEPUNLD) IT RE-READS THE FILE,
001000*              RECOUNTS THE DETAIL RECORDS AND RE-DERIVES THE
001100*              AMOUNT HASH, PROVES BOTH AGAINST THE "T"
001200*              TRAILER, AND THEN PROVES THE TRAILER AGAINST
001500*              DISCOVER IT WAS SHORT.  ANY DISAGREEMENT PRINTS
001600*              AND FAILS THE STEP WITH RETURN-CODE 4.  THE
001700*              RELOAD PATH IS MSTRELD AGAINST THE LAST GOOD
001800*              GENERATION.  THE ACCTUNLD VERDICT IS ALSO
001810*              APPENDED TO BKPVRFY WITH THE UNLOAD'S STAMP, COUNT
001820*              AND HASH - THE LATEST PROVED ENTRY THERE IS THE
001830*              ONLY BACKUP FWDRECOV WILL RECOVER FROM.
001900* TECTONICS:   cobc -x example54-verificaRespaldo.cbl
002000*
002100* MODIFICATION HISTORY
002200*   03/09/26  JPL  INITIAL VERSION.
002210*   29/09/26  JPL  APPENDS THE ACCTUNLD PROOF (TRAILER STAMP,
002220*                  COUNT, HASH, PROVED OR FAILED) TO THE NEW
002230*                  BKPVRFY HISTORY FOR FWDRECOV.
002240*   01/10/26  JPL  CUSTUNLD AND THE WORK RECORD'S IMAGE WIDEN FOR
002250*                  THE GROWN CUSTREC (KYC FIELDS), AS IN MSTUNLD.
002260*   09/10/26  JPL  RELUNLD, HOLDUNLD, PRODUNLD AND TDEPUNLD ARE
002270*                  PROVED AGAINST ACCTREL, HOLDMAST, PRODMAST AND
002280*                  TDEPMAST; THE IMAGE WIDENS TO 146 AS IN
002290*                  MSTUNLD.
002300******************************************************************
002400
002500 IDENTIFICATION DIVISION.
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS OPR-OPERATOR-ID
005400         FILE STATUS IS WS-OPERMAST-STATUS.
005404     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
005408         ORGANIZATION IS INDEXED
005412         ACCESS MODE IS DYNAMIC
005416         RECORD KEY IS REL-KEY
005420         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
005424             WITH DUPLICATES
005428         FILE STATUS IS WS-ACCTREL-STATUS.
005432     SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
005436         ORGANIZATION IS INDEXED
005440         ACCESS MODE IS DYNAMIC
005444         RECORD KEY IS HLD-KEY
005448         FILE STATUS IS WS-HOLDMAST-STATUS.
005452     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
005456         ORGANIZATION IS INDEXED
005460         ACCESS MODE IS DYNAMIC
005464         RECORD KEY IS PRD-PRODUCT-CODE
005468         FILE STATUS IS WS-PRODMAST-STATUS.
005472     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMAST"
005476         ORGANIZATION IS INDEXED
005480         ACCESS MODE IS DYNAMIC
005484         RECORD KEY IS TDP-ACCOUNT-NUMBER
005488         FILE STATUS IS WS-TDEPMAST-STATUS.
005500
005600     SELECT ACCT-UNLOAD-FILE ASSIGN TO "ACCTUNLD"
005700         ORGANIZATION IS LINE SEQUENTIAL
006500     SELECT OPER-UNLOAD-FILE ASSIGN TO "OPERUNLD"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-OUNL-STATUS.
006707     SELECT REL-UNLOAD-FILE ASSIGN TO "RELUNLD"
006714         ORGANIZATION IS LINE SEQUENTIAL
006721         FILE STATUS IS WS-RUNL-STATUS.
006728     SELECT HOLD-UNLOAD-FILE ASSIGN TO "HOLDUNLD"
006735         ORGANIZATION IS LINE SEQUENTIAL
006742         FILE STATUS IS WS-HUNL-STATUS.
006749     SELECT PROD-UNLOAD-FILE ASSIGN TO "PRODUNLD"
006756         ORGANIZATION IS LINE SEQUENTIAL
006763         FILE STATUS IS WS-PUNL-STATUS.
006770     SELECT TDEP-UNLOAD-FILE ASSIGN TO "TDEPUNLD"
006777         ORGANIZATION IS LINE SEQUENTIAL
006784         FILE STATUS IS WS-DUNL-STATUS.
006800
006900     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-PRINT-STATUS.
007110     SELECT BKPVRFY-FILE ASSIGN TO "BKPVRFY"
007120         ORGANIZATION IS LINE SEQUENTIAL
007130         FILE STATUS IS WS-BKPVRFY-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
008300
008400 FD  OPER-MASTER-FILE.
008500 COPY OPERREC.
008507
008514 FD  ACCT-REL-FILE.
008521 COPY RELREC.
008528
008535 FD  HOLD-MASTER-FILE.
008542 COPY HOLDREC.
008549
008556 FD  PRODUCT-MASTER-FILE.
008563 COPY PRODREC.
008570
008577 FD  TERM-DEPOSIT-FILE.
008584 COPY TDEPREC.
008600
008700 FD  ACCT-UNLOAD-FILE.
008800 01  ACCT-UNL-RECORD                 PIC X(91).
008900 FD  CUST-UNLOAD-FILE.
008910 01  CUST-UNL-RECORD                 PIC X(131).
009100 FD  TRAN-UNLOAD-FILE.
009200 01  TRAN-UNL-RECORD                 PIC X(91).
009300 FD  OPER-UNLOAD-FILE.
009400 01  OPER-UNL-RECORD                 PIC X(91).
009410 FD  REL-UNLOAD-FILE.
009420 01  REL-UNL-RECORD                  PIC X(91).
009430 FD  HOLD-UNLOAD-FILE.
009440 01  HOLD-UNL-RECORD                 PIC X(108).
009450 FD  PROD-UNLOAD-FILE.
009460 01  PROD-UNL-RECORD                 PIC X(127).
009470 FD  TDEP-UNLOAD-FILE.
009480 01  TDEP-UNL-RECORD                 PIC X(147).
009500
009600 FD  PRINT-FILE.
009700 01  PRINT-LINE                      PIC X(132).
009710
009720 FD  BKPVRFY-FILE.
009730 COPY BKPVRFY.
009800
009900 WORKING-STORAGE SECTION.
010000 01  WS-ACCTMAST-STATUS.
010500     COPY FSTATCOD REPLACING FS-NAME BY WS-TRANMAST-CODE.
010600 01  WS-OPERMAST-STATUS.
010700     COPY FSTATCOD REPLACING FS-NAME BY WS-OPERMAST-CODE.
010710 01  WS-ACCTREL-STATUS.
010720     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
010730 01  WS-HOLDMAST-STATUS.
010740     COPY FSTATCOD REPLACING FS-NAME BY WS-HOLDMAST-CODE.
010750 01  WS-PRODMAST-STATUS.
010760     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
010770 01  WS-TDEPMAST-STATUS.
010780     COPY FSTATCOD REPLACING FS-NAME BY WS-TDEPMAST-CODE.
010800 01  WS-AUNL-STATUS.
010900     COPY FSTATCOD REPLACING FS-NAME BY WS-AUNL-CODE.
011000 01  WS-CUNL-STATUS.
011300     COPY FSTATCOD REPLACING FS-NAME BY WS-TUNL-CODE.
011400 01  WS-OUNL-STATUS.
011500     COPY FSTATCOD REPLACING FS-NAME BY WS-OUNL-CODE.
011510 01  WS-RUNL-STATUS.
011520     COPY FSTATCOD REPLACING FS-NAME BY WS-RUNL-CODE.
011530 01  WS-HUNL-STATUS.
011540     COPY FSTATCOD REPLACING FS-NAME BY WS-HUNL-CODE.
011550 01  WS-PUNL-STATUS.
011560     COPY FSTATCOD REPLACING FS-NAME BY WS-PUNL-CODE.
011570 01  WS-DUNL-STATUS.
011580     COPY FSTATCOD REPLACING FS-NAME BY WS-DUNL-CODE.
011600 01  WS-PRINT-STATUS.
011700     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
011710 01  WS-BKPVRFY-STATUS.
011720     COPY FSTATCOD REPLACING FS-NAME BY WS-BKPVRFY-CODE.
011800
011900******************************************************************
012000* SHARED UNLOAD WORK RECORD - MATCHES MSTUNLD FIELD FOR FIELD.
012300     05  VRF-TAG                     PIC X(01).
012400         88  VRF-IS-DETAIL           VALUE "D".
012500         88  VRF-IS-TRAILER          VALUE "T".
012510     05  VRF-IMAGE                   PIC X(146).
012700 01  VRF-TRAILER-REC REDEFINES VRF-WORK-REC.
012800     05  FILLER                      PIC X(01).
012900     05  VRF-TRL-COUNT               PIC 9(09).
013000     05  VRF-TRL-HASH                PIC S9(13)V99
013100                                     SIGN LEADING SEPARATE.
013110     05  VRF-TRL-DATE                PIC 9(08).
013120     05  VRF-TRL-TIME                PIC 9(08).
013130     05  FILLER                      PIC X(105).
013300
013400 01  VRF-ACCT-VIEW.
013500     05  FILLER                      PIC X(38).
014000     05  FILLER                      PIC X(26).
014100     05  VRF-TRAN-AMOUNT             PIC 9(09)V99.
014200     05  FILLER                      PIC X(53).
014210 01  VRF-HOLD-VIEW.
014220     05  FILLER                      PIC X(13).
014230     05  VRF-HOLD-AMOUNT             PIC 9(09)V99.
014240     05  FILLER                      PIC X(83).
014250 01  VRF-TDEP-VIEW.
014260     05  FILLER                      PIC X(18).
014270     05  VRF-TDEP-PRINCIPAL          PIC 9(09)V99.
014280     05  FILLER                      PIC X(117).
014300
014400 77  VRF-MASTER                      PIC X(01) VALUE SPACE.
014500     88  VRF-FOR-ACCT                VALUE "A".
014600     88  VRF-FOR-CUST                VALUE "C".
014700     88  VRF-FOR-TRAN                VALUE "T".
014800     88  VRF-FOR-OPER                VALUE "O".
014810     88  VRF-FOR-REL                 VALUE "R".
014820     88  VRF-FOR-HOLD                VALUE "H".
014830     88  VRF-FOR-PROD                VALUE "P".
014840     88  VRF-FOR-TDEP                VALUE "D".
014900 77  VRF-NAME                        PIC X(08) VALUE SPACES.
015000 77  VRF-EOF-SW                      PIC X(01) VALUE "N".
015100     88  VRF-EOF                     VALUE "Y".
015900 77  VRF-LIVE-COUNT                  PIC 9(09) VALUE ZERO.
016000 77  VRF-LIVE-HASH                   PIC S9(13)V99 VALUE ZERO.
016100 77  VRF-BREAK-COUNT                 PIC 9(03) VALUE ZERO.
016110 77  VRF-STAMP-DATE                  PIC 9(08) VALUE ZERO.
016120 77  VRF-STAMP-TIME                  PIC 9(08) VALUE ZERO.
016200 01  VRF-CNT-ED                      PIC ZZZ,ZZZ,ZZ9.
016300 01  VRF-AMT-ED                      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
016400
017400     MOVE "A" TO VRF-MASTER.
017500     MOVE "ACCTMAST" TO VRF-NAME.
017600     PERFORM 1000-VERIFY-ONE THRU 1000-VERIFY-ONE-EXIT.
017610     PERFORM 5000-RECORD-ACCT-PROOF
017620         THRU 5000-RECORD-ACCT-PROOF-EXIT.
017700     MOVE "C" TO VRF-MASTER.
017800     MOVE "CUSTMAST" TO VRF-NAME.
017900     PERFORM 1000-VERIFY-ONE THRU 1000-VERIFY-ONE-EXIT.
018300     MOVE "O" TO VRF-MASTER.
018400     MOVE "OPERMAST" TO VRF-NAME.
018500     PERFORM 1000-VERIFY-ONE THRU 1000-VERIFY-ONE-EXIT.
018507     MOVE "R" TO VRF-MASTER.
018514     MOVE "ACCTREL" TO VRF-NAME.
018521     PERFORM 1000-VERIFY-ONE THRU 1000-VERIFY-ONE-EXIT.
018528     MOVE "H" TO VRF-MASTER.
018535     MOVE "HOLDMAST" TO VRF-NAME.
018542     PERFORM 1000-VERIFY-ONE THRU 1000-VERIFY-ONE-EXIT.
018549     MOVE "P" TO VRF-MASTER.
018556     MOVE "PRODMAST" TO VRF-NAME.
018563     PERFORM 1000-VERIFY-ONE THRU 1000-VERIFY-ONE-EXIT.
018570     MOVE "D" TO VRF-MASTER.
018577     MOVE "TDEPMAST" TO VRF-NAME.
018584     PERFORM 1000-VERIFY-ONE THRU 1000-VERIFY-ONE-EXIT.
018600     CLOSE PRINT-FILE.
018700     IF VRF-BREAK-COUNT > ZERO
018800         DISPLAY "MSTVRFY: " VRF-BREAK-COUNT
020500                  VRF-EXP-COUNT VRF-EXP-HASH
020600                  VRF-LIVE-COUNT VRF-LIVE-HASH.
020700     MOVE "N" TO VRF-TRAILER-SW.
020710     MOVE ZERO TO VRF-STAMP-DATE VRF-STAMP-TIME.
020800     PERFORM 2000-READ-UNLOAD THRU 2000-READ-UNLOAD-EXIT.
020900     PERFORM 3000-COUNT-LIVE THRU 3000-COUNT-LIVE-EXIT.
021000     PERFORM 4000-COMPARE THRU 4000-COMPARE-EXIT.
023800             IF NOT FS-SUCCESS OF WS-OUNL-STATUS
023900                 SET VRF-EOF TO TRUE
024000             END-IF
024100         WHEN VRF-FOR-REL
024104             OPEN INPUT REL-UNLOAD-FILE
024108             IF NOT FS-SUCCESS OF WS-RUNL-STATUS
024112                 SET VRF-EOF TO TRUE
024116             END-IF
024120         WHEN VRF-FOR-HOLD
024124             OPEN INPUT HOLD-UNLOAD-FILE
024128             IF NOT FS-SUCCESS OF WS-HUNL-STATUS
024132                 SET VRF-EOF TO TRUE
024136             END-IF
024140         WHEN VRF-FOR-PROD
024144             OPEN INPUT PROD-UNLOAD-FILE
024148             IF NOT FS-SUCCESS OF WS-PUNL-STATUS
024152                 SET VRF-EOF TO TRUE
024156             END-IF
024160         WHEN VRF-FOR-TDEP
024164             OPEN INPUT TDEP-UNLOAD-FILE
024168             IF NOT FS-SUCCESS OF WS-DUNL-STATUS
024172                 SET VRF-EOF TO TRUE
024176             END-IF
024180     END-EVALUATE.
024200     IF VRF-EOF
024300         ADD 1 TO VRF-BREAK-COUNT
024400         MOVE SPACES TO PRINT-LINE
025900             CLOSE TRAN-UNLOAD-FILE
026000         WHEN VRF-FOR-OPER
026100             CLOSE OPER-UNLOAD-FILE
026200         WHEN VRF-FOR-REL
026210             CLOSE REL-UNLOAD-FILE
026220         WHEN VRF-FOR-HOLD
026230             CLOSE HOLD-UNLOAD-FILE
026240         WHEN VRF-FOR-PROD
026250             CLOSE PROD-UNLOAD-FILE
026260         WHEN VRF-FOR-TDEP
026270             CLOSE TDEP-UNLOAD-FILE
026280     END-EVALUATE.
026300 2000-READ-UNLOAD-EXIT.
026400     EXIT.
026500
028800                 AT END
028900                     SET VRF-EOF TO TRUE
029000             END-READ
029100         WHEN VRF-FOR-REL
029104             READ REL-UNLOAD-FILE INTO VRF-WORK-REC
029108                 AT END
029112                     SET VRF-EOF TO TRUE
029116             END-READ
029120         WHEN VRF-FOR-HOLD
029124             READ HOLD-UNLOAD-FILE INTO VRF-WORK-REC
029128                 AT END
029132                     SET VRF-EOF TO TRUE
029136             END-READ
029140         WHEN VRF-FOR-PROD
029144             READ PROD-UNLOAD-FILE INTO VRF-WORK-REC
029148                 AT END
029152                     SET VRF-EOF TO TRUE
029156             END-READ
029160         WHEN VRF-FOR-TDEP
029164             READ TDEP-UNLOAD-FILE INTO VRF-WORK-REC
029168                 AT END
029172                     SET VRF-EOF TO TRUE
029176             END-READ
029180     END-EVALUATE.
029200     IF VRF-EOF
029300         GO TO 2100-ONE-UNL-REC-EXIT
029400     END-IF.
029700             SET VRF-TRAILER-FOUND TO TRUE
029800             MOVE VRF-TRL-COUNT TO VRF-EXP-COUNT
029900             MOVE VRF-TRL-HASH TO VRF-EXP-HASH
029910             MOVE VRF-TRL-DATE TO VRF-STAMP-DATE
029920             MOVE VRF-TRL-TIME TO VRF-STAMP-TIME
030000         WHEN VRF-IS-DETAIL
030100             ADD 1 TO VRF-UNL-COUNT
030200             PERFORM 2200-HASH-DETAIL
031400
031500******************************************************************
031600* 2200-HASH-DETAIL  -  THE SAME HASH MSTUNLD BUILT: BALANCES
031700*                      FOR ACCTMAST, AMOUNTS FOR TRANMAST AND
031800*                      HOLDMAST, PRINCIPALS FOR TDEPMAST, ZERO
031810*                      FOR THE OTHERS.
031900******************************************************************
032000 2200-HASH-DETAIL.
032100     EVALUATE TRUE
032900             IF VRF-TRAN-AMOUNT IS NUMERIC
033000                 ADD VRF-TRAN-AMOUNT TO VRF-UNL-HASH
033100             END-IF
033109         WHEN VRF-FOR-HOLD
033118             MOVE VRF-IMAGE TO VRF-HOLD-VIEW
033127             IF VRF-HOLD-AMOUNT IS NUMERIC
033136                 ADD VRF-HOLD-AMOUNT TO VRF-UNL-HASH
033145             END-IF
033154         WHEN VRF-FOR-TDEP
033163             MOVE VRF-IMAGE TO VRF-TDEP-VIEW
033172             IF VRF-TDEP-PRINCIPAL IS NUMERIC
033181                 ADD VRF-TDEP-PRINCIPAL TO VRF-UNL-HASH
033190             END-IF
033200         WHEN OTHER
033300             CONTINUE
033400     END-EVALUATE.
038800                         SET VRF-EOF TO TRUE
038900                 END-START
039000             END-IF
039100         WHEN VRF-FOR-REL
039102             OPEN INPUT ACCT-REL-FILE
039104             IF NOT FS-SUCCESS OF WS-ACCTREL-STATUS
039106                 SET VRF-EOF TO TRUE
039108             ELSE
039110                 MOVE LOW-VALUES TO REL-KEY
039112                 START ACCT-REL-FILE KEY NOT < REL-KEY
039114                     INVALID KEY
039116                         SET VRF-EOF TO TRUE
039118                 END-START
039120             END-IF
039122         WHEN VRF-FOR-HOLD
039124             OPEN INPUT HOLD-MASTER-FILE
039126             IF NOT FS-SUCCESS OF WS-HOLDMAST-STATUS
039128                 SET VRF-EOF TO TRUE
039130             ELSE
039132                 MOVE LOW-VALUES TO HLD-KEY
039134                 START HOLD-MASTER-FILE KEY NOT < HLD-KEY
039136                     INVALID KEY
039138                         SET VRF-EOF TO TRUE
039140                 END-START
039142             END-IF
039144         WHEN VRF-FOR-PROD
039146             OPEN INPUT PRODUCT-MASTER-FILE
039148             IF NOT FS-SUCCESS OF WS-PRODMAST-STATUS
039150                 SET VRF-EOF TO TRUE
039152             ELSE
039154                 MOVE LOW-VALUES TO PRD-PRODUCT-CODE
039156                 START PRODUCT-MASTER-FILE
039158                     KEY NOT < PRD-PRODUCT-CODE
039160                     INVALID KEY
039162                         SET VRF-EOF TO TRUE
039164                 END-START
039166             END-IF
039168         WHEN VRF-FOR-TDEP
039170             OPEN INPUT TERM-DEPOSIT-FILE
039172             IF NOT FS-SUCCESS OF WS-TDEPMAST-STATUS
039174                 SET VRF-EOF TO TRUE
039176             ELSE
039178                 MOVE LOW-VALUES TO TDP-ACCOUNT-NUMBER
039180                 START TERM-DEPOSIT-FILE
039182                     KEY NOT < TDP-ACCOUNT-NUMBER
039184                     INVALID KEY
039186                         SET VRF-EOF TO TRUE
039188                 END-START
039190             END-IF
039192     END-EVALUATE.
039200     PERFORM 3100-ONE-LIVE-REC THRU 3100-ONE-LIVE-REC-EXIT
039300         UNTIL VRF-EOF.
039400     EVALUATE TRUE
040000             CLOSE TRANMAST-FILE
040100         WHEN VRF-FOR-OPER
040200             CLOSE OPER-MASTER-FILE
040300         WHEN VRF-FOR-REL
040310             CLOSE ACCT-REL-FILE
040320         WHEN VRF-FOR-HOLD
040330             CLOSE HOLD-MASTER-FILE
040340         WHEN VRF-FOR-PROD
040350             CLOSE PRODUCT-MASTER-FILE
040360         WHEN VRF-FOR-TDEP
040370             CLOSE TERM-DEPOSIT-FILE
040380     END-EVALUATE.
040400 3000-COUNT-LIVE-EXIT.
040500     EXIT.
040600
043900                     GO TO 3100-ONE-LIVE-REC-EXIT
044000             END-READ
044100             ADD 1 TO VRF-LIVE-COUNT
044200         WHEN VRF-FOR-REL
044203             READ ACCT-REL-FILE NEXT
044206                 AT END
044209                     SET VRF-EOF TO TRUE
044212                     GO TO 3100-ONE-LIVE-REC-EXIT
044215             END-READ
044218             ADD 1 TO VRF-LIVE-COUNT
044221         WHEN VRF-FOR-HOLD
044224             READ HOLD-MASTER-FILE NEXT
044227                 AT END
044230                     SET VRF-EOF TO TRUE
044233                     GO TO 3100-ONE-LIVE-REC-EXIT
044236             END-READ
044239             ADD 1 TO VRF-LIVE-COUNT
044242             ADD HLD-AMOUNT TO VRF-LIVE-HASH
044245         WHEN VRF-FOR-PROD
044248             READ PRODUCT-MASTER-FILE NEXT
044251                 AT END
044254                     SET VRF-EOF TO TRUE
044257                     GO TO 3100-ONE-LIVE-REC-EXIT
044260             END-READ
044263             ADD 1 TO VRF-LIVE-COUNT
044266         WHEN VRF-FOR-TDEP
044269             READ TERM-DEPOSIT-FILE NEXT
044272                 AT END
044275                     SET VRF-EOF TO TRUE
044278                     GO TO 3100-ONE-LIVE-REC-EXIT
044281             END-READ
044284             ADD 1 TO VRF-LIVE-COUNT
044287             ADD TDP-PRINCIPAL TO VRF-LIVE-HASH
044290     END-EVALUATE.
044300 3100-ONE-LIVE-REC-EXIT.
044400     EXIT.
044500
049000 4000-COMPARE-EXIT.
049100     EXIT.
049200
049202******************************************************************
049204* 5000-RECORD-ACCT-PROOF  -  ACCTMAST IS VERIFIED FIRST, SO ANY
049206*                            BREAK COUNTED SO FAR IS ITS OWN.  AN
049208*                            UNLOAD WITH NO STAMP IN ITS TRAILER
049210*                            (WRITTEN BEFORE MSTUNLD STAMPED THEM)
049212*                            CANNOT ANCHOR A JOURNAL REPLAY AND IS
049214*                            RECORDED AS FAILED.
049216******************************************************************
049218 5000-RECORD-ACCT-PROOF.
049220     MOVE SPACES TO BKV-VERIFY-RECORD.
049222     ACCEPT BKV-VERIFY-DATE FROM DATE YYYYMMDD.
049224     ACCEPT BKV-VERIFY-TIME FROM TIME.
049226     MOVE VRF-STAMP-DATE TO BKV-UNLOAD-DATE.
049228     MOVE VRF-STAMP-TIME TO BKV-UNLOAD-TIME.
049230     MOVE VRF-EXP-COUNT TO BKV-ACCT-COUNT.
049232     MOVE VRF-EXP-HASH TO BKV-ACCT-HASH.
049234     IF VRF-BREAK-COUNT = ZERO
049236       AND VRF-STAMP-DATE IS NUMERIC
049238       AND VRF-STAMP-DATE > ZERO
049240         SET BKV-PROVED TO TRUE
049242     ELSE
049244         SET BKV-FAILED TO TRUE
049246     END-IF.
049248     OPEN EXTEND BKPVRFY-FILE.
049250     IF FS-NOT-FOUND OF WS-BKPVRFY-STATUS
049252         OPEN OUTPUT BKPVRFY-FILE
049254         CLOSE BKPVRFY-FILE
049256         OPEN EXTEND BKPVRFY-FILE
049258     END-IF.
049260     WRITE BKV-VERIFY-RECORD.
049262     CLOSE BKPVRFY-FILE.
049264     MOVE SPACES TO PRINT-LINE.
049266     IF BKV-PROVED
049268         STRING "ACCTMAST: RESPALDO DEL " BKV-UNLOAD-DATE
049270             " " BKV-UNLOAD-TIME " PROBADO - APTO PARA FWDRECOV"
049272             DELIMITED BY SIZE INTO PRINT-LINE
049274     ELSE
049276         STRING "*** ACCTMAST: RESPALDO NO APTO PARA FWDRECOV"
049278             DELIMITED BY SIZE INTO PRINT-LINE
049280     END-IF.
049282     WRITE PRINT-LINE.
049284 5000-RECORD-ACCT-PROOF-EXIT.
049286     EXIT.
049288
049300 END PROGRAM MSTVRFY.
