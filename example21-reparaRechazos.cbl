003191*                  REPORT.  THE TABLE IMAGE WIDENED TO MATCH;
003192*                  THE REPAIR SCREENS STILL SHOW AND PARSE THE
003193*                  FIRST 35 BYTES.
003200*   09/09/26  JPL  OPBREJ RECORDS WIDENED TO 53 BYTES - THE
003210*                  DESTINATION ACCOUNT OF A "T" TRANSFER FOLLOWS
003220*                  THE DATE.  A REPAIR MAY KEY TYPE T, WHICH ASKS
003230*                  FOR THE DESTINATION AND CARRIES IT TO OPBTRN4.
003240*                  KEPT REJECTS NOW GO BACK WHOLE, DATE AND
003250*                  DESTINATION INCLUDED.
003260******************************************************************
003300
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. REPRECH.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  OPB-REJECT-FILE.
006600 01  OPB-REJECT-RECORD               PIC X(53).
006700
006800 FD  CALC-REJECT-FILE.
006900 01  CALC-REJ-RECORD.
008700                                     SIGN LEADING SEPARATE.
008800     05  OPB-SRC-ACCOUNT             PIC X(10).
008900     05  OPB-SRC-POST-TYPE           PIC X(01).
009000     05  OPB-SRC-DEST-ACCOUNT        PIC X(10).
009010
009020 FD  OPB-CTL4-FILE.
009030 01  OPB-CTL4-RECORD.
013000 77  REP-MAX-ENTRIES                 PIC 9(03) VALUE 500.
013100 01  REP-TABLE.
013200     05  REP-TAB-ENTRY               OCCURS 500 TIMES.
013300         10  REP-TAB-IMAGE           PIC X(53).
013400         10  REP-TAB-KEEP-SW         PIC X(01).
013500 77  REP-COUNT                       PIC 9(03) COMP VALUE ZERO.
013600 77  REP-IDX                         PIC 9(03) COMP VALUE 1.
017000 77  REP-NEW-ACCOUNT                 PIC X(10) VALUE SPACES.
017100 77  REP-NEW-POST-TYPE               PIC X(01) VALUE SPACE.
017200     88  REP-POST-TYPE-OK            VALUE "S" "s" "R" "r"
017300                                           "T" "t" SPACE.
017310     88  REP-POST-TRANSFER           VALUE "T" "t".
017320 77  REP-NEW-DEST-ACCOUNT            PIC X(10) VALUE SPACES.
017400
017500******************************************************************
017600* WEEKLY REPORT COUNTERS
033400 2200-WORK-ONE-OPBREJ.
033500     DISPLAY " ".
033600     DISPLAY "RECHAZO: " REP-TAB-IMAGE(REP-IDX)(1:35).
033610     IF REP-TAB-IMAGE(REP-IDX)(44:10) NOT = SPACES
033620         DISPLAY "DESTINO: " REP-TAB-IMAGE(REP-IDX)(44:10)
033630     END-IF.
033700     DISPLAY "ACCION (R=RESUBMITIR, W=ANULAR, S=SALTAR, "
033800         "0=TERMINAR): ".
033900     ACCEPT REP-ACTION.
037300     MOVE REP-NUM-VALUE TO REP-NEW-NUM2.
037400     DISPLAY "CUENTA (BLANCO=SIN POSTEO): ".
037500     ACCEPT REP-NEW-ACCOUNT.
037600     DISPLAY "TIPO DE POSTEO (S/R/T/BLANCO): ".
037700     ACCEPT REP-NEW-POST-TYPE.
037800     PERFORM 2310-CHECK-POST-TYPE
037900         THRU 2310-CHECK-POST-TYPE-EXIT
038000         UNTIL REP-POST-TYPE-OK.
038010     MOVE SPACES TO REP-NEW-DEST-ACCOUNT.
038020     IF REP-POST-TRANSFER
038030         PERFORM 2330-GET-DESTINATION
038040             THRU 2330-GET-DESTINATION-EXIT
038050     END-IF.
038100     OPEN EXTEND OPB-TRN4-FILE.
038200     IF FS-NOT-FOUND OF WS-TRN4-STATUS
038300         OPEN OUTPUT OPB-TRN4-FILE
038800     MOVE REP-NEW-NUM2      TO OPB-SRC-NUM2.
038900     MOVE REP-NEW-ACCOUNT   TO OPB-SRC-ACCOUNT.
039000     MOVE REP-NEW-POST-TYPE TO OPB-SRC-POST-TYPE.
039100     MOVE REP-NEW-DEST-ACCOUNT TO OPB-SRC-DEST-ACCOUNT.
039200     WRITE OPB-SRC-RECORD.
039300     CLOSE OPB-TRN4-FILE.
039310     PERFORM 2320-UPDATE-CONTROL
040500******************************************************************
040600* 2310-CHECK-POST-TYPE  -  A TYPO HERE WOULD FAIL THE WHOLE
040700*                          POSTING RUN DOWNSTREAM IN OPBPOST,
040800*                          SO ONLY S, R, T OR BLANK IS
040850*                          ACCEPTED.
040900******************************************************************
041000 2310-CHECK-POST-TYPE.
041100     DISPLAY "TIPO INVALIDO - SOLO S, R, T O BLANCO: ".
041200     ACCEPT REP-NEW-POST-TYPE.
041300 2310-CHECK-POST-TYPE-EXIT.
041400     EXIT.
041512 2320-UPDATE-CONTROL-EXIT.
041513     EXIT.
041514
041516******************************************************************
041518* 2330-GET-DESTINATION  -  A REPAIRED TRANSFER NEEDS A SOURCE
041520*                          ACCOUNT AND A DESTINATION OTHER THAN
041522*                          IT; WITHOUT A SOURCE THE RECORD IS
041524*                          RESUBMITTED UNPOSTED.
041526******************************************************************
041528 2330-GET-DESTINATION.
041530     IF REP-NEW-ACCOUNT = SPACES
041532         DISPLAY "TRANSFERENCIA SIN CUENTA ORIGEN - SE "
041534             "RESUBMITE SIN POSTEO."
041536         MOVE SPACE TO REP-NEW-POST-TYPE
041538         GO TO 2330-GET-DESTINATION-EXIT
041540     END-IF.
041542     DISPLAY "CUENTA DESTINO: ".
041544     ACCEPT REP-NEW-DEST-ACCOUNT.
041546     PERFORM 2340-CHECK-DESTINATION
041548         THRU 2340-CHECK-DESTINATION-EXIT
041550         UNTIL REP-NEW-DEST-ACCOUNT NOT = SPACES
041552           AND REP-NEW-DEST-ACCOUNT NOT = REP-NEW-ACCOUNT.
041554 2330-GET-DESTINATION-EXIT.
041556     EXIT.
041558
041560******************************************************************
041562* 2340-CHECK-DESTINATION
041564******************************************************************
041566 2340-CHECK-DESTINATION.
041568     DISPLAY "CUENTA DESTINO VACIA O IGUAL AL ORIGEN - "
041570         "REINTENTE: ".
041572     ACCEPT REP-NEW-DEST-ACCOUNT.
041574 2340-CHECK-DESTINATION-EXIT.
041576     EXIT.
041578
041600******************************************************************
041700* 2500-REWRITE-OPBREJ  -  ONLY THE ENTRIES STILL MARKED KEEP
041800*                         GO BACK TO OPBREJ.
043200******************************************************************
043300 2510-WRITE-KEPT-OPBREJ.
043400     IF REP-TAB-KEEP-SW(REP-IDX) = "Y"
043500         MOVE REP-TAB-IMAGE(REP-IDX)
043600             TO OPB-REJECT-RECORD
043700         WRITE OPB-REJECT-RECORD
043800     END-IF.
