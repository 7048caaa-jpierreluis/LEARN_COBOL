000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 03/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     UNLOADS THE EIGHT INDEXED MASTERS (ACCTMAST,
000800*              CUSTMAST, TRANMAST, OPERMAST, ACCTREL, HOLDMAST,
000900*              PRODMAST, TDEPMAST) TO THE SEQUENTIAL UNLOAD FILES
001000*              ACCTUNLD, CUSTUNLD, TRANUNLD, OPERUNLD, RELUNLD,
001100*              HOLDUNLD, PRODUNLD AND TDEPUNLD.  EVERY DETAIL
001200*              RECORD RIDES TAGGED "D" WITH ITS RAW MASTER IMAGE,
001300*              AND EACH UNLOAD ENDS WITH A "T" TRAILER CARRYING
001400*              THE RECORD COUNT AND AN AMOUNT HASH TOTAL (THE SUM
001500*              OF BALANCES FOR ACCTMAST, OF AMOUNTS FOR TRANMAST
001510*              AND HOLDMAST, OF PRINCIPALS FOR TDEPMAST, ZERO FOR
001520*              THE OTHERS), SO MSTVRFY CAN PROVE THE COPY AND
001600*              MSTRELD CAN REFUSE A SHORT ONE.  WITH THE
001700*              UNLOADS ON DATED GENERATIONS, A CORRUPTED INDEX
001800*              (THE "35"/"39" FILE STATUS MORNINGS) IS A
002100*
002200* MODIFICATION HISTORY
002300*   03/09/26  JPL  INITIAL VERSION.
002310*   29/09/26  JPL  EACH "T" TRAILER NOW CARRIES THE DATE AND TIME
002320*                  OF THE UNLOAD, SO FWDRECOV KNOWS WHERE IN
002330*                  POSTJRNL THE BACKUP STOPS AND THE REPLAY
002340*                  STARTS.
002350*   01/10/26  JPL  CUSTUNLD WIDENS TO 131 BYTES FOR THE GROWN
002360*                  CUSTREC (KYC FIELDS); THE WORK RECORD'S IMAGE
002370*                  GOES TO 130.  THE OTHER THREE UNLOADS KEEP
002380*                  THEIR 91-BYTE RECORDS, SO FWDRECOV STILL READS
002390*                  ACCTUNLD AS BEFORE.
002391*   09/10/26  JPL  ACCTREL, HOLDMAST, PRODMAST AND TDEPMAST JOIN
002392*                  THE SET AS RELUNLD, HOLDUNLD, PRODUNLD AND
002393*                  TDEPUNLD, EACH WITH ITS TRAILER.  THE WORK
002394*                  RECORD'S IMAGE WIDENS TO 146 FOR TDEPREC; EVERY
002395*                  FD KEEPS THE WIDTH ITS OWN MASTER NEEDS.
002400******************************************************************
002500
002600 IDENTIFICATION DIVISION.
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS OPR-OPERATOR-ID
005500         FILE STATUS IS WS-OPERMAST-STATUS.
005504     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
005508         ORGANIZATION IS INDEXED
005512         ACCESS MODE IS DYNAMIC
005516         RECORD KEY IS REL-KEY
005520         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
005524             WITH DUPLICATES
005528         FILE STATUS IS WS-ACCTREL-STATUS.
005532     SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
005536         ORGANIZATION IS INDEXED
005540         ACCESS MODE IS DYNAMIC
005544         RECORD KEY IS HLD-KEY
005548         FILE STATUS IS WS-HOLDMAST-STATUS.
005552     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
005556         ORGANIZATION IS INDEXED
005560         ACCESS MODE IS DYNAMIC
005564         RECORD KEY IS PRD-PRODUCT-CODE
005568         FILE STATUS IS WS-PRODMAST-STATUS.
005572     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMAST"
005576         ORGANIZATION IS INDEXED
005580         ACCESS MODE IS DYNAMIC
005584         RECORD KEY IS TDP-ACCOUNT-NUMBER
005588         FILE STATUS IS WS-TDEPMAST-STATUS.
005600
005700     SELECT ACCT-UNLOAD-FILE ASSIGN TO "ACCTUNLD"
005800         ORGANIZATION IS LINE SEQUENTIAL
006600     SELECT OPER-UNLOAD-FILE ASSIGN TO "OPERUNLD"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-OUNL-STATUS.
006807     SELECT REL-UNLOAD-FILE ASSIGN TO "RELUNLD"
006814         ORGANIZATION IS LINE SEQUENTIAL
006821         FILE STATUS IS WS-RUNL-STATUS.
006828     SELECT HOLD-UNLOAD-FILE ASSIGN TO "HOLDUNLD"
006835         ORGANIZATION IS LINE SEQUENTIAL
006842         FILE STATUS IS WS-HUNL-STATUS.
006849     SELECT PROD-UNLOAD-FILE ASSIGN TO "PRODUNLD"
006856         ORGANIZATION IS LINE SEQUENTIAL
006863         FILE STATUS IS WS-PUNL-STATUS.
006870     SELECT TDEP-UNLOAD-FILE ASSIGN TO "TDEPUNLD"
006877         ORGANIZATION IS LINE SEQUENTIAL
006884         FILE STATUS IS WS-DUNL-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
008000
008100 FD  OPER-MASTER-FILE.
008200 COPY OPERREC.
008207
008214 FD  ACCT-REL-FILE.
008221 COPY RELREC.
008228
008235 FD  HOLD-MASTER-FILE.
008242 COPY HOLDREC.
008249
008256 FD  PRODUCT-MASTER-FILE.
008263 COPY PRODREC.
008270
008277 FD  TERM-DEPOSIT-FILE.
008284 COPY TDEPREC.
008300
008400******************************************************************
008500* THE UNLOAD FILES SHARE ONE SHAPE: A ONE-BYTE TAG AND THE RAW
008600* MASTER IMAGE.  THE SHARED WORK RECORD IN WORKING-STORAGE
008700* CARRIES THE LAYOUT (THE CONSLOTE MODEL), SO THE FDS ARE
008710* PLAIN PICTURES, EACH AS WIDE AS ITS OWN MASTER NEEDS.
008900******************************************************************
009000 FD  ACCT-UNLOAD-FILE.
009100 01  ACCT-UNL-RECORD                 PIC X(91).
009200 FD  CUST-UNLOAD-FILE.
009210 01  CUST-UNL-RECORD                 PIC X(131).
009400 FD  TRAN-UNLOAD-FILE.
009500 01  TRAN-UNL-RECORD                 PIC X(91).
009600 FD  OPER-UNLOAD-FILE.
009700 01  OPER-UNL-RECORD                 PIC X(91).
009710 FD  REL-UNLOAD-FILE.
009720 01  REL-UNL-RECORD                  PIC X(91).
009730 FD  HOLD-UNLOAD-FILE.
009740 01  HOLD-UNL-RECORD                 PIC X(108).
009750 FD  PROD-UNLOAD-FILE.
009760 01  PROD-UNL-RECORD                 PIC X(127).
009770 FD  TDEP-UNLOAD-FILE.
009780 01  TDEP-UNL-RECORD                 PIC X(147).
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
011600
011700******************************************************************
011800* SHARED UNLOAD WORK RECORD - DETAIL VIEW AND TRAILER VIEW.
012100     05  UNL-TAG                     PIC X(01).
012200         88  UNL-IS-DETAIL           VALUE "D".
012300         88  UNL-IS-TRAILER          VALUE "T".
012310     05  UNL-IMAGE                   PIC X(146).
012500 01  UNL-TRAILER-REC REDEFINES UNL-WORK-REC.
012600     05  FILLER                      PIC X(01).
012700     05  UNL-TRL-COUNT               PIC 9(09).
012800     05  UNL-TRL-HASH                PIC S9(13)V99
012900                                     SIGN LEADING SEPARATE.
012910     05  UNL-TRL-DATE                PIC 9(08).
012920     05  UNL-TRL-TIME                PIC 9(08).
012930     05  FILLER                      PIC X(105).
013100
013200 77  UNL-EOF-SW                      PIC X(01) VALUE "N".
013300     88  UNL-EOF                     VALUE "Y".
013400 77  UNL-REC-COUNT                   PIC 9(09) VALUE ZERO.
013500 77  UNL-HASH-TOTAL                  PIC S9(13)V99 VALUE ZERO.
013510 77  UNL-RUN-DATE                    PIC 9(08) VALUE ZERO.
013520 77  UNL-RUN-TIME                    PIC 9(08) VALUE ZERO.
013600 01  UNL-CNT-ED                      PIC ZZZ,ZZZ,ZZ9.
013700
013800 PROCEDURE DIVISION.
014000* 0000-MAINLINE
014100******************************************************************
014200 0000-MAINLINE.
014210     ACCEPT UNL-RUN-DATE FROM DATE YYYYMMDD.
014220     ACCEPT UNL-RUN-TIME FROM TIME.
014300     PERFORM 1000-UNLOAD-ACCTMAST
014400         THRU 1000-UNLOAD-ACCTMAST-EXIT.
014500     PERFORM 2000-UNLOAD-CUSTMAST
014800         THRU 3000-UNLOAD-TRANMAST-EXIT.
014900     PERFORM 4000-UNLOAD-OPERMAST
015000         THRU 4000-UNLOAD-OPERMAST-EXIT.
015010     PERFORM 5000-UNLOAD-ACCTREL
015020         THRU 5000-UNLOAD-ACCTREL-EXIT.
015030     PERFORM 6000-UNLOAD-HOLDMAST
015040         THRU 6000-UNLOAD-HOLDMAST-EXIT.
015050     PERFORM 7000-UNLOAD-PRODMAST
015060         THRU 7000-UNLOAD-PRODMAST-EXIT.
015070     PERFORM 8000-UNLOAD-TDEPMAST
015080         THRU 8000-UNLOAD-TDEPMAST-EXIT.
015100 0000-MAINLINE-EXIT.
015200     GOBACK.
015300
020900     MOVE "T" TO UNL-TAG.
021000     MOVE UNL-REC-COUNT TO UNL-TRL-COUNT.
021100     MOVE UNL-HASH-TOTAL TO UNL-TRL-HASH.
021110     MOVE UNL-RUN-DATE TO UNL-TRL-DATE.
021120     MOVE UNL-RUN-TIME TO UNL-TRL-TIME.
021200     WRITE ACCT-UNL-RECORD FROM UNL-WORK-REC.
021300 1900-ACCT-TRAILER-EXIT.
021400     EXIT.
027000     MOVE "T" TO UNL-TAG.
027100     MOVE UNL-REC-COUNT TO UNL-TRL-COUNT.
027200     MOVE ZERO TO UNL-TRL-HASH.
027210     MOVE UNL-RUN-DATE TO UNL-TRL-DATE.
027220     MOVE UNL-RUN-TIME TO UNL-TRL-TIME.
027300     WRITE CUST-UNL-RECORD FROM UNL-WORK-REC.
027400 2900-CUST-TRAILER-EXIT.
027500     EXIT.
033200     MOVE "T" TO UNL-TAG.
033300     MOVE UNL-REC-COUNT TO UNL-TRL-COUNT.
033400     MOVE UNL-HASH-TOTAL TO UNL-TRL-HASH.
033410     MOVE UNL-RUN-DATE TO UNL-TRL-DATE.
033420     MOVE UNL-RUN-TIME TO UNL-TRL-TIME.
033500     WRITE TRAN-UNL-RECORD FROM UNL-WORK-REC.
033600 3900-TRAN-TRAILER-EXIT.
033700     EXIT.
039300     MOVE "T" TO UNL-TAG.
039400     MOVE UNL-REC-COUNT TO UNL-TRL-COUNT.
039500     MOVE ZERO TO UNL-TRL-HASH.
039510     MOVE UNL-RUN-DATE TO UNL-TRL-DATE.
039520     MOVE UNL-RUN-TIME TO UNL-TRL-TIME.
039600     WRITE OPER-UNL-RECORD FROM UNL-WORK-REC.
039700 4900-OPER-TRAILER-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100* 5000-UNLOAD-ACCTREL  -  COUNT-ONLY HASH (ZERO).
040200******************************************************************
040300 5000-UNLOAD-ACCTREL.
040400     MOVE ZERO TO UNL-REC-COUNT UNL-HASH-TOTAL.
040500     MOVE "N" TO UNL-EOF-SW.
040600     OPEN OUTPUT REL-UNLOAD-FILE.
040700     OPEN INPUT ACCT-REL-FILE.
040800     IF NOT FS-SUCCESS OF WS-ACCTREL-STATUS
040900         DISPLAY "MSTUNLD: ACCTREL NO DISPONIBLE - ESTADO "
041000             WS-ACCTREL-STATUS " - DESCARGA VACIA"
041100         SET UNL-EOF TO TRUE
041200     ELSE
041300         MOVE LOW-VALUES TO REL-KEY
041400         START ACCT-REL-FILE KEY NOT < REL-KEY
041500             INVALID KEY
041600                 SET UNL-EOF TO TRUE
041700         END-START
041800     END-IF.
041900     PERFORM 5100-ONE-REL THRU 5100-ONE-REL-EXIT
042000         UNTIL UNL-EOF.
042100     IF FS-SUCCESS OF WS-ACCTREL-STATUS
042200       OR FS-EOF OF WS-ACCTREL-STATUS
042300         CLOSE ACCT-REL-FILE
042400     END-IF.
042500     PERFORM 5900-REL-TRAILER THRU 5900-REL-TRAILER-EXIT.
042600     CLOSE REL-UNLOAD-FILE.
042700     MOVE UNL-REC-COUNT TO UNL-CNT-ED.
042800     DISPLAY "RELUNLD: " UNL-CNT-ED " REGISTROS".
042900 5000-UNLOAD-ACCTREL-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 5100-ONE-REL
043400******************************************************************
043500 5100-ONE-REL.
043600     READ ACCT-REL-FILE NEXT
043700         AT END
043800             SET UNL-EOF TO TRUE
043900             GO TO 5100-ONE-REL-EXIT
044000     END-READ.
044100     ADD 1 TO UNL-REC-COUNT.
044200     MOVE SPACES TO UNL-WORK-REC.
044300     MOVE "D" TO UNL-TAG.
044400     MOVE REL-RELATION-RECORD TO UNL-IMAGE.
044500     WRITE REL-UNL-RECORD FROM UNL-WORK-REC.
044600 5100-ONE-REL-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000* 5900-REL-TRAILER
045100******************************************************************
045200 5900-REL-TRAILER.
045300     MOVE SPACES TO UNL-WORK-REC.
045400     MOVE "T" TO UNL-TAG.
045500     MOVE UNL-REC-COUNT TO UNL-TRL-COUNT.
045600     MOVE ZERO TO UNL-TRL-HASH.
045700     MOVE UNL-RUN-DATE TO UNL-TRL-DATE.
045800     MOVE UNL-RUN-TIME TO UNL-TRL-TIME.
045900     WRITE REL-UNL-RECORD FROM UNL-WORK-REC.
046000 5900-REL-TRAILER-EXIT.
046100     EXIT.
046200
046300******************************************************************
046400* 6000-UNLOAD-HOLDMAST  -  THE HASH IS THE SUM OF HOLD AMOUNTS.
046500******************************************************************
046600 6000-UNLOAD-HOLDMAST.
046700     MOVE ZERO TO UNL-REC-COUNT UNL-HASH-TOTAL.
046800     MOVE "N" TO UNL-EOF-SW.
046900     OPEN OUTPUT HOLD-UNLOAD-FILE.
047000     OPEN INPUT HOLD-MASTER-FILE.
047100     IF NOT FS-SUCCESS OF WS-HOLDMAST-STATUS
047200         DISPLAY "MSTUNLD: HOLDMAST NO DISPONIBLE - ESTADO "
047300             WS-HOLDMAST-STATUS " - DESCARGA VACIA"
047400         SET UNL-EOF TO TRUE
047500     ELSE
047600         MOVE LOW-VALUES TO HLD-KEY
047700         START HOLD-MASTER-FILE KEY NOT < HLD-KEY
047800             INVALID KEY
047900                 SET UNL-EOF TO TRUE
048000         END-START
048100     END-IF.
048200     PERFORM 6100-ONE-HOLD THRU 6100-ONE-HOLD-EXIT
048300         UNTIL UNL-EOF.
048400     IF FS-SUCCESS OF WS-HOLDMAST-STATUS
048500       OR FS-EOF OF WS-HOLDMAST-STATUS
048600         CLOSE HOLD-MASTER-FILE
048700     END-IF.
048800     PERFORM 6900-HOLD-TRAILER THRU 6900-HOLD-TRAILER-EXIT.
048900     CLOSE HOLD-UNLOAD-FILE.
049000     MOVE UNL-REC-COUNT TO UNL-CNT-ED.
049100     DISPLAY "HOLDUNLD: " UNL-CNT-ED " REGISTROS".
049200 6000-UNLOAD-HOLDMAST-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600* 6100-ONE-HOLD
049700******************************************************************
049800 6100-ONE-HOLD.
049900     READ HOLD-MASTER-FILE NEXT
050000         AT END
050100             SET UNL-EOF TO TRUE
050200             GO TO 6100-ONE-HOLD-EXIT
050300     END-READ.
050400     ADD 1 TO UNL-REC-COUNT.
050500     ADD HLD-AMOUNT TO UNL-HASH-TOTAL.
050600     MOVE SPACES TO UNL-WORK-REC.
050700     MOVE "D" TO UNL-TAG.
050800     MOVE HLD-HOLD-RECORD TO UNL-IMAGE.
050900     WRITE HOLD-UNL-RECORD FROM UNL-WORK-REC.
051000 6100-ONE-HOLD-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400* 6900-HOLD-TRAILER
051500******************************************************************
051600 6900-HOLD-TRAILER.
051700     MOVE SPACES TO UNL-WORK-REC.
051800     MOVE "T" TO UNL-TAG.
051900     MOVE UNL-REC-COUNT TO UNL-TRL-COUNT.
052000     MOVE UNL-HASH-TOTAL TO UNL-TRL-HASH.
052100     MOVE UNL-RUN-DATE TO UNL-TRL-DATE.
052200     MOVE UNL-RUN-TIME TO UNL-TRL-TIME.
052300     WRITE HOLD-UNL-RECORD FROM UNL-WORK-REC.
052400 6900-HOLD-TRAILER-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800* 7000-UNLOAD-PRODMAST  -  COUNT-ONLY HASH (ZERO).
052900******************************************************************
053000 7000-UNLOAD-PRODMAST.
053100     MOVE ZERO TO UNL-REC-COUNT UNL-HASH-TOTAL.
053200     MOVE "N" TO UNL-EOF-SW.
053300     OPEN OUTPUT PROD-UNLOAD-FILE.
053400     OPEN INPUT PRODUCT-MASTER-FILE.
053500     IF NOT FS-SUCCESS OF WS-PRODMAST-STATUS
053600         DISPLAY "MSTUNLD: PRODMAST NO DISPONIBLE - ESTADO "
053700             WS-PRODMAST-STATUS " - DESCARGA VACIA"
053800         SET UNL-EOF TO TRUE
053900     ELSE
054000         MOVE LOW-VALUES TO PRD-PRODUCT-CODE
054100         START PRODUCT-MASTER-FILE KEY NOT < PRD-PRODUCT-CODE
054200             INVALID KEY
054300                 SET UNL-EOF TO TRUE
054400         END-START
054500     END-IF.
054600     PERFORM 7100-ONE-PROD THRU 7100-ONE-PROD-EXIT
054700         UNTIL UNL-EOF.
054800     IF FS-SUCCESS OF WS-PRODMAST-STATUS
054900       OR FS-EOF OF WS-PRODMAST-STATUS
055000         CLOSE PRODUCT-MASTER-FILE
055100     END-IF.
055200     PERFORM 7900-PROD-TRAILER THRU 7900-PROD-TRAILER-EXIT.
055300     CLOSE PROD-UNLOAD-FILE.
055400     MOVE UNL-REC-COUNT TO UNL-CNT-ED.
055500     DISPLAY "PRODUNLD: " UNL-CNT-ED " REGISTROS".
055600 7000-UNLOAD-PRODMAST-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000* 7100-ONE-PROD
056100******************************************************************
056200 7100-ONE-PROD.
056300     READ PRODUCT-MASTER-FILE NEXT
056400         AT END
056500             SET UNL-EOF TO TRUE
056600             GO TO 7100-ONE-PROD-EXIT
056700     END-READ.
056800     ADD 1 TO UNL-REC-COUNT.
056900     MOVE SPACES TO UNL-WORK-REC.
057000     MOVE "D" TO UNL-TAG.
057100     MOVE PRD-PRODUCT-RECORD TO UNL-IMAGE.
057200     WRITE PROD-UNL-RECORD FROM UNL-WORK-REC.
057300 7100-ONE-PROD-EXIT.
057400     EXIT.
057500
057600******************************************************************
057700* 7900-PROD-TRAILER
057800******************************************************************
057900 7900-PROD-TRAILER.
058000     MOVE SPACES TO UNL-WORK-REC.
058100     MOVE "T" TO UNL-TAG.
058200     MOVE UNL-REC-COUNT TO UNL-TRL-COUNT.
058300     MOVE ZERO TO UNL-TRL-HASH.
058400     MOVE UNL-RUN-DATE TO UNL-TRL-DATE.
058500     MOVE UNL-RUN-TIME TO UNL-TRL-TIME.
058600     WRITE PROD-UNL-RECORD FROM UNL-WORK-REC.
058700 7900-PROD-TRAILER-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100* 8000-UNLOAD-TDEPMAST  -  THE HASH IS THE SUM OF PRINCIPALS.
059200******************************************************************
059300 8000-UNLOAD-TDEPMAST.
059400     MOVE ZERO TO UNL-REC-COUNT UNL-HASH-TOTAL.
059500     MOVE "N" TO UNL-EOF-SW.
059600     OPEN OUTPUT TDEP-UNLOAD-FILE.
059700     OPEN INPUT TERM-DEPOSIT-FILE.
059800     IF NOT FS-SUCCESS OF WS-TDEPMAST-STATUS
059900         DISPLAY "MSTUNLD: TDEPMAST NO DISPONIBLE - ESTADO "
060000             WS-TDEPMAST-STATUS " - DESCARGA VACIA"
060100         SET UNL-EOF TO TRUE
060200     ELSE
060300         MOVE LOW-VALUES TO TDP-ACCOUNT-NUMBER
060400         START TERM-DEPOSIT-FILE KEY NOT < TDP-ACCOUNT-NUMBER
060500             INVALID KEY
060600                 SET UNL-EOF TO TRUE
060700         END-START
060800     END-IF.
060900     PERFORM 8100-ONE-TDEP THRU 8100-ONE-TDEP-EXIT
061000         UNTIL UNL-EOF.
061100     IF FS-SUCCESS OF WS-TDEPMAST-STATUS
061200       OR FS-EOF OF WS-TDEPMAST-STATUS
061300         CLOSE TERM-DEPOSIT-FILE
061400     END-IF.
061500     PERFORM 8900-TDEP-TRAILER THRU 8900-TDEP-TRAILER-EXIT.
061600     CLOSE TDEP-UNLOAD-FILE.
061700     MOVE UNL-REC-COUNT TO UNL-CNT-ED.
061800     DISPLAY "TDEPUNLD: " UNL-CNT-ED " REGISTROS".
061900 8000-UNLOAD-TDEPMAST-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300* 8100-ONE-TDEP
062400******************************************************************
062500 8100-ONE-TDEP.
062600     READ TERM-DEPOSIT-FILE NEXT
062700         AT END
062800             SET UNL-EOF TO TRUE
062900             GO TO 8100-ONE-TDEP-EXIT
063000     END-READ.
063100     ADD 1 TO UNL-REC-COUNT.
063200     ADD TDP-PRINCIPAL TO UNL-HASH-TOTAL.
063300     MOVE SPACES TO UNL-WORK-REC.
063400     MOVE "D" TO UNL-TAG.
063500     MOVE TDP-DEPOSIT-RECORD TO UNL-IMAGE.
063600     WRITE TDEP-UNL-RECORD FROM UNL-WORK-REC.
063700 8100-ONE-TDEP-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100* 8900-TDEP-TRAILER
064200******************************************************************
064300 8900-TDEP-TRAILER.
064400     MOVE SPACES TO UNL-WORK-REC.
064500     MOVE "T" TO UNL-TAG.
064600     MOVE UNL-REC-COUNT TO UNL-TRL-COUNT.
064700     MOVE UNL-HASH-TOTAL TO UNL-TRL-HASH.
064800     MOVE UNL-RUN-DATE TO UNL-TRL-DATE.
064900     MOVE UNL-RUN-TIME TO UNL-TRL-TIME.
065000     WRITE TDEP-UNL-RECORD FROM UNL-WORK-REC.
065100 8900-TDEP-TRAILER-EXIT.
065200     EXIT.
065300
065400 END PROGRAM MSTUNLD.
