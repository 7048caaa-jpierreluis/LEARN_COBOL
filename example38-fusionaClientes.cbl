001200*              DUPLICATE CUSTMAST RECORD (STATUS "I" - CUSTMANT
001300*              REFUSES TO DELETE A CUSTOMER OUTRIGHT), AND
001400*              APPENDS AN AUDIT RECORD TO CLMAUDIT FOR EVERY
001500*              ACCOUNT MOVED AND FOR THE RETIREMENT ITSELF.  A
001510*              TDEPMAST DEPOSIT HELD ON A MOVED ACCOUNT FOLLOWS
001520*              IT TO THE SURVIVOR.
001600*              MODE P (PREVIEW) REPORTS EXACTLY WHAT WOULD
001700*              HAPPEN WITHOUT REWRITING ANYTHING; MODE A
001800*              APPLIES.  EACH APPLIED MOVE RE-STARTS ON THE
002400*
002500* MODIFICATION HISTORY
002600*   02/09/26  JPL  INITIAL VERSION.
002610*   08/09/26  JPL  THE DUPLICATE'S ACCTREL RELATIONSHIPS (JOINT
002620*                  OWNER, SIGNATORY, BENEFICIARY) NOW MOVE TO
002630*                  THE SURVIVOR TOO, AUDITED AS "L".  ONE THAT
002640*                  WOULD REPEAT THE SURVIVOR'S OWN PRIMARY
002650*                  HOLDING OR AN EXISTING SURVIVOR RELATIONSHIP
002660*                  IS DROPPED INSTEAD, AUDITED AS "D".
002670*   02/10/26  JPL  THE CLMAUDIT LAYOUT MOVED TO ITS OWN COPYBOOK,
002680*                  SHARED WITH ANONCLI.
002685*   09/10/26  JPL  THE TDEPMAST DEPOSIT ON EACH MOVED ACCOUNT NOW
002690*                  MOVES TO THE SURVIVOR TOO, SO THE DEPOSIT
002695*                  REGISTERS NO LONGER SHOW THE RETIRED DUPLICATE.
002700******************************************************************
002800
002900 IDENTIFICATION DIVISION.
005300     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SESSION-STATUS.
005510
005520     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
005530         ORGANIZATION IS INDEXED
005540         ACCESS MODE IS DYNAMIC
005550         RECORD KEY IS REL-KEY
005560         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
005570             WITH DUPLICATES
005580         FILE STATUS IS WS-ACCTREL-STATUS.
005582
005584     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMAST"
005586         ORGANIZATION IS INDEXED
005588         ACCESS MODE IS DYNAMIC
005590         RECORD KEY IS TDP-ACCOUNT-NUMBER
005592         FILE STATUS IS WS-TDEPMAST-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
006200 FD  ACCT-MASTER-FILE.
006300 COPY ACCTREC.
006400
007000 FD  MERGE-AUDIT-FILE.
007100 COPY CLMAUDIT.
008100
008200 FD  OPER-SESSION-FILE.
008300 COPY SESREC.
008310
008320 FD  ACCT-REL-FILE.
008330 COPY RELREC.
008340 FD  TERM-DEPOSIT-FILE.
008350 COPY TDEPREC.
008400
008500 WORKING-STORAGE SECTION.
008600 01  WS-CUSTMAST-STATUS.
009100     COPY FSTATCOD REPLACING FS-NAME BY WS-AUDIT-CODE.
009200 01  WS-SESSION-STATUS.
009300     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
009310 01  WS-ACCTREL-STATUS.
009320     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
009330 01  WS-TDEPMAST-STATUS.
009340     COPY FSTATCOD REPLACING FS-NAME BY WS-TDEPMAST-CODE.
009400
009500 77  CLM-SESSION-OK-SW               PIC X(01) VALUE "N".
009600     88  CLM-SESSION-OK              VALUE "Y".
010900 77  CLM-MOVED-COUNT                 PIC 9(05) VALUE ZERO.
011000 77  CLM-MOVED-BALANCE               PIC S9(11)V99 VALUE ZERO.
011100 01  CLM-BAL-ED                      PIC -ZZ,ZZZ,ZZZ,ZZZ.99.
011110 77  CLM-REL-OPEN-SW                 PIC X(01) VALUE "N".
011120     88  CLM-REL-OPEN                VALUE "Y".
011130 77  CLM-REL-EOF-SW                  PIC X(01) VALUE "N".
011140     88  CLM-REL-EOF                 VALUE "Y".
011150 77  CLM-REL-COUNT                   PIC 9(05) VALUE ZERO.
011160 77  CLM-REL-DROPPED                 PIC 9(05) VALUE ZERO.
011170 01  CLM-REL-SAVE                    PIC X(45) VALUE SPACES.
011177 77  CLM-TDEP-OPEN-SW                PIC X(01) VALUE "N".
011184     88  CLM-TDEP-OPEN               VALUE "Y".
011191 77  CLM-TDEP-COUNT                  PIC 9(05) VALUE ZERO.
011200
011300 PROCEDURE DIVISION.
011400******************************************************************
015500         CLOSE CUST-MASTER-FILE
015600         GO TO 0000-MAINLINE-EXIT
015700     END-IF.
015710*    NO ACCTREL YET SIMPLY MEANS NO RELATIONSHIPS TO MOVE.
015720     OPEN I-O ACCT-REL-FILE.
015730     IF FS-SUCCESS OF WS-ACCTREL-STATUS
015740         MOVE "Y" TO CLM-REL-OPEN-SW
015750     END-IF.
015758*    LIKEWISE NO TDEPMAST YET MEANS NO DEPOSITS TO MOVE.
015766     OPEN I-O TERM-DEPOSIT-FILE.
015774     IF FS-SUCCESS OF WS-TDEPMAST-STATUS
015782         MOVE "Y" TO CLM-TDEP-OPEN-SW
015790     END-IF.
015800     IF CLM-MODE-PREVIEW
015900         PERFORM 2000-PREVIEW-ACCOUNTS
016000             THRU 2000-PREVIEW-ACCOUNTS-EXIT
016010         IF CLM-REL-OPEN
016020             PERFORM 2500-PREVIEW-RELATIONS
016030                 THRU 2500-PREVIEW-RELATIONS-EXIT
016040         END-IF
016100     ELSE
016200         PERFORM 3000-APPLY-MERGE THRU 3000-APPLY-MERGE-EXIT
016300     END-IF.
016400     CLOSE ACCT-MASTER-FILE.
016410     IF CLM-REL-OPEN
016420         CLOSE ACCT-REL-FILE
016430     END-IF.
016500     IF CLM-TDEP-OPEN
016510         CLOSE TERM-DEPOSIT-FILE
016520     END-IF.
016530     CLOSE CUST-MASTER-FILE.
016600     PERFORM 5000-SHOW-TOTALS THRU 5000-SHOW-TOTALS-EXIT.
016700 0000-MAINLINE-EXIT.
016800     GOBACK.
026800     MOVE ACM-ACCOUNT-BALANCE TO CLM-BAL-ED.
026900     DISPLAY "SE MOVERIA: " ACM-ACCOUNT-NUMBER " "
027000         ACM-ACCOUNT-NAME "  BALANCE " CLM-BAL-ED.
027100     PERFORM 6000-PREVIEW-TDEP THRU 6000-PREVIEW-TDEP-EXIT.
027200     PERFORM 2100-READ-NEXT-ACCT THRU 2100-READ-NEXT-ACCT-EXIT.
027210 2200-PREVIEW-ONE-EXIT.
027300     EXIT.
027302
027304******************************************************************
027306* 2500-PREVIEW-RELATIONS  -  THE DUPLICATE'S ACCTREL ROWS, ALONG
027308*                            THE REL-CUSTOMER-ID ALTERNATE KEY.
027310******************************************************************
027312 2500-PREVIEW-RELATIONS.
027314     MOVE CLM-DUPLICATE-ID TO REL-CUSTOMER-ID.
027316     MOVE "N" TO CLM-REL-EOF-SW.
027318     START ACCT-REL-FILE KEY = REL-CUSTOMER-ID
027320         INVALID KEY
027322             SET CLM-REL-EOF TO TRUE
027324     END-START.
027326     PERFORM 2600-PREVIEW-ONE-REL THRU 2600-PREVIEW-ONE-REL-EXIT
027328         UNTIL CLM-REL-EOF.
027330 2500-PREVIEW-RELATIONS-EXIT.
027332     EXIT.
027334
027336******************************************************************
027338* 2600-PREVIEW-ONE-REL
027340******************************************************************
027342 2600-PREVIEW-ONE-REL.
027344     READ ACCT-REL-FILE NEXT
027346         AT END
027348             SET CLM-REL-EOF TO TRUE
027350             GO TO 2600-PREVIEW-ONE-REL-EXIT
027352     END-READ.
027354     IF REL-CUSTOMER-ID NOT = CLM-DUPLICATE-ID
027356         SET CLM-REL-EOF TO TRUE
027358         GO TO 2600-PREVIEW-ONE-REL-EXIT
027360     END-IF.
027362     ADD 1 TO CLM-REL-COUNT.
027364     DISPLAY "RELACION SE MOVERIA: CUENTA " REL-ACCOUNT-NUMBER
027366         "  ROL " REL-ROLE.
027368 2600-PREVIEW-ONE-REL-EXIT.
027370     EXIT.
027400
027500******************************************************************
027600* 3000-APPLY-MERGE  -  MOVES THE ACCOUNTS ONE BY ONE AND THEN
028400     MOVE "N" TO CLM-ACCT-EOF-SW.
028500     PERFORM 3100-MOVE-ONE-ACCT THRU 3100-MOVE-ONE-ACCT-EXIT
028600         UNTIL CLM-ACCT-EOF.
028610     IF CLM-REL-OPEN
028620         MOVE "N" TO CLM-REL-EOF-SW
028630         PERFORM 3300-MOVE-ONE-REL THRU 3300-MOVE-ONE-REL-EXIT
028640             UNTIL CLM-REL-EOF
028650     END-IF.
028700     PERFORM 3500-RETIRE-DUPLICATE
028800         THRU 3500-RETIRE-DUPLICATE-EXIT.
028900 3000-APPLY-MERGE-EXIT.
032300     MOVE ACM-ACCOUNT-NUMBER TO CLM-AUD-ACCOUNT.
032400     MOVE "M" TO CLM-AUD-ACTION.
032500     PERFORM 4000-WRITE-AUDIT THRU 4000-WRITE-AUDIT-EXIT.
032600     PERFORM 6100-MOVE-TDEP THRU 6100-MOVE-TDEP-EXIT.
032610 3100-MOVE-ONE-ACCT-EXIT.
032700     EXIT.
032701
032702******************************************************************
032703* 3300-MOVE-ONE-REL  -  SAME RE-START MODEL AS 3100: THE NEW
032704*                       ROW IS WRITTEN UNDER THE SURVIVOR FIRST,
032705*                       THEN THE DUPLICATE'S ROW IS DELETED, SO
032706*                       A FAILURE NEVER LOSES THE RELATIONSHIP.
032707*                       THE ACCOUNTS HAVE ALREADY MOVED, SO A
032708*                       RELATIONSHIP ON AN ACCOUNT THE SURVIVOR
032709*                       NOW HOLDS AS PRIMARY IS DROPPED.
032710******************************************************************
032711 3300-MOVE-ONE-REL.
032712     MOVE CLM-DUPLICATE-ID TO REL-CUSTOMER-ID.
032713     START ACCT-REL-FILE KEY = REL-CUSTOMER-ID
032714         INVALID KEY
032715             SET CLM-REL-EOF TO TRUE
032716             GO TO 3300-MOVE-ONE-REL-EXIT
032717     END-START.
032718     READ ACCT-REL-FILE NEXT
032719         AT END
032720             SET CLM-REL-EOF TO TRUE
032721             GO TO 3300-MOVE-ONE-REL-EXIT
032722     END-READ.
032723     IF REL-CUSTOMER-ID NOT = CLM-DUPLICATE-ID
032724         SET CLM-REL-EOF TO TRUE
032725         GO TO 3300-MOVE-ONE-REL-EXIT
032726     END-IF.
032727     MOVE REL-RELATION-RECORD TO CLM-REL-SAVE.
032728     MOVE REL-ACCOUNT-NUMBER TO CLM-AUD-ACCOUNT.
032729     MOVE "L" TO CLM-AUD-ACTION.
032730     MOVE REL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
032731     READ ACCT-MASTER-FILE
032732         INVALID KEY
032733             MOVE SPACES TO ACM-CUSTOMER-ID
032734     END-READ.
032735     IF ACM-CUSTOMER-ID = CLM-SURVIVOR-ID
032736         MOVE "D" TO CLM-AUD-ACTION
032737     ELSE
032738         MOVE CLM-SURVIVOR-ID TO REL-CUSTOMER-ID
032739         WRITE REL-RELATION-RECORD
032740             INVALID KEY
032741                 MOVE "D" TO CLM-AUD-ACTION
032742         END-WRITE
032743     END-IF.
032744     MOVE CLM-REL-SAVE TO REL-RELATION-RECORD.
032745     DELETE ACCT-REL-FILE
032746         INVALID KEY
032747             DISPLAY "ERROR AL BORRAR RELACION "
032748                 REL-ACCOUNT-NUMBER " - ESTADO "
032749                 WS-ACCTREL-STATUS
032750             SET CLM-REL-EOF TO TRUE
032751             GO TO 3300-MOVE-ONE-REL-EXIT
032752     END-DELETE.
032753     IF CLM-AUD-REL-DROPPED
032754         ADD 1 TO CLM-REL-DROPPED
032755         DISPLAY "RELACION ELIMINADA (YA CUBIERTA): "
032756             CLM-AUD-ACCOUNT
032757     ELSE
032758         ADD 1 TO CLM-REL-COUNT
032759         DISPLAY "RELACION MOVIDA: " CLM-AUD-ACCOUNT
032760     END-IF.
032761     PERFORM 4000-WRITE-AUDIT THRU 4000-WRITE-AUDIT-EXIT.
032762 3300-MOVE-ONE-REL-EXIT.
032763     EXIT.
032800
032900******************************************************************
033000* 3500-RETIRE-DUPLICATE  -  THE DUPLICATE STAYS ON FILE
038300     DISPLAY "CUENTAS:          " CLM-MOVED-COUNT.
038400     MOVE CLM-MOVED-BALANCE TO CLM-BAL-ED.
038500     DISPLAY "BALANCE MOVIDO:   " CLM-BAL-ED.
038510     DISPLAY "RELACIONES:       " CLM-REL-COUNT.
038520     IF CLM-REL-DROPPED > ZERO
038530         DISPLAY "RELACIONES ELIM.: " CLM-REL-DROPPED
038540     END-IF.
038550     IF CLM-TDEP-COUNT > ZERO
038560         DISPLAY "DEP. A PLAZO:     " CLM-TDEP-COUNT
038570     END-IF.
038600 5000-SHOW-TOTALS-EXIT.
038700     EXIT.
038800
038801******************************************************************
038802* 6000-PREVIEW-TDEP
038803*    THE DEPOSIT ON THE ACCOUNT JUST PREVIEWED, IF THE DUPLICATE
038804*    HOLDS ONE - REPORTED ONLY.
038805******************************************************************
038806 6000-PREVIEW-TDEP.
038807     IF NOT CLM-TDEP-OPEN
038808         GO TO 6000-PREVIEW-TDEP-EXIT
038809     END-IF.
038810     MOVE ACM-ACCOUNT-NUMBER TO TDP-ACCOUNT-NUMBER.
038811     READ TERM-DEPOSIT-FILE
038812         INVALID KEY
038813             GO TO 6000-PREVIEW-TDEP-EXIT
038814     END-READ.
038815     IF TDP-CUSTOMER-ID NOT = CLM-DUPLICATE-ID
038816         GO TO 6000-PREVIEW-TDEP-EXIT
038817     END-IF.
038818     ADD 1 TO CLM-TDEP-COUNT.
038819     DISPLAY "  DEPOSITO A PLAZO SE MOVERIA: CUENTA "
038820         TDP-ACCOUNT-NUMBER.
038821 6000-PREVIEW-TDEP-EXIT.
038822     EXIT.
038823
038824******************************************************************
038825* 6100-MOVE-TDEP
038826*    RE-POINTS THE DEPOSIT ON THE ACCOUNT JUST MOVED TO THE
038827*    SURVIVOR.  THE ACCOUNT'S "M" AUDIT RECORD ALREADY COVERS IT;
038828*    A MATURED OR BROKEN DEPOSIT MOVES AS WELL, SINCE THE
038829*    REGISTERS STILL PRINT ITS CUSTOMER.
038830******************************************************************
038831 6100-MOVE-TDEP.
038832     IF NOT CLM-TDEP-OPEN
038833         GO TO 6100-MOVE-TDEP-EXIT
038834     END-IF.
038835     MOVE ACM-ACCOUNT-NUMBER TO TDP-ACCOUNT-NUMBER.
038836     READ TERM-DEPOSIT-FILE
038837         INVALID KEY
038838             GO TO 6100-MOVE-TDEP-EXIT
038839     END-READ.
038840     IF TDP-CUSTOMER-ID NOT = CLM-DUPLICATE-ID
038841         GO TO 6100-MOVE-TDEP-EXIT
038842     END-IF.
038843     MOVE CLM-SURVIVOR-ID TO TDP-CUSTOMER-ID.
038844     REWRITE TDP-DEPOSIT-RECORD
038845         INVALID KEY
038846             DISPLAY "ERROR AL REESCRIBIR DEPOSITO "
038847                 TDP-ACCOUNT-NUMBER " - ESTADO "
038848                 WS-TDEPMAST-STATUS
038849             GO TO 6100-MOVE-TDEP-EXIT
038850     END-REWRITE.
038851     ADD 1 TO CLM-TDEP-COUNT.
038852     DISPLAY "DEPOSITO A PLAZO MOVIDO: CUENTA "
038853         TDP-ACCOUNT-NUMBER.
038854 6100-MOVE-TDEP-EXIT.
038855     EXIT.
038856
038900 END PROGRAM CLIMERGE.
