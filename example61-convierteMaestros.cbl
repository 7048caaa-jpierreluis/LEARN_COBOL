003200*
003300* MODIFICATION HISTORY
003400*   03/09/26  JPL  INITIAL VERSION.
003410*   07/09/26  JPL  ACCTMAST GREW AGAIN, 74 TO 90 BYTES, FOR THE
003420*                  PRODUCT CODE (PRODMAST CATALOG) AND TWELVE
003430*                  GROWTH BYTES.  THE OLD-LAYOUT PASS NOW READS
003440*                  THE 74-BYTE LAYOUT AND CARRIES STATUS,
003450*                  ACCRUED INTEREST AND CURRENCY ACROSS; THE
003460*                  PRODUCT CODE RELOADS AS SPACES (NO PRODUCT -
003470*                  SITE RATECTL BANDS) UNTIL THE DESK ASSIGNS
003480*                  ONE.  OPERMAST IS UNCHANGED AND, ALREADY
003490*                  CONVERTED, IS LEFT ALONE BY ITS OWN PASS.
003491*   01/10/26  JPL  THIRD CONVERSION: CUSTMAST 89 TO 130 BYTES FOR
003492*                  THE KYC FIELDS (DOCUMENT, RISK RATING, REVIEW
003493*                  DATES) - THEY RELOAD AS SPACES AND ZERO (NO
003494*                  REVIEW YET).  PENDCHG, WHOSE IMAGES WIDEN WITH
003495*                  CUSTREC, GOES 232 TO 312 BYTES; A RECORD
003496*                  ALREADY IN THE NEW LAYOUT IS CARRIED AS IT IS,
003497*                  SO A SECOND RUN CHANGES NOTHING.  ACCTMAST AND
003498*                  OPERMAST ARE LEFT ALONE BY THEIR OWN PASSES.
003499*   09/10/26  JPL  THE ACCTMAST RELOAD CLEARS THE RECORD FIRST.
003500******************************************************************
003600
003700 IDENTIFICATION DIVISION.
008000     SELECT OPER-CONV-TEMP ASSIGN TO "OPERCNVT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-OCNVT-STATUS.
008204
008208     SELECT CUST-OLD-FILE ASSIGN TO "CUSTMAST"
008212         ORGANIZATION IS INDEXED
008216         ACCESS MODE IS DYNAMIC
008220         RECORD KEY IS CST-OLD-ID
008224         FILE STATUS IS WS-CUSTOLD-STATUS.
008228
008232     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
008236         ORGANIZATION IS INDEXED
008240         ACCESS MODE IS DYNAMIC
008244         RECORD KEY IS CST-CUSTOMER-ID
008248         FILE STATUS IS WS-CUSTMAST-STATUS.
008252
008256     SELECT CUST-CONV-TEMP ASSIGN TO "CUSTCNVT"
008260         ORGANIZATION IS LINE SEQUENTIAL
008264         FILE STATUS IS WS-CCNVT-STATUS.
008268
008272     SELECT PEND-CHANGE-FILE ASSIGN TO "PENDCHG"
008276         ORGANIZATION IS LINE SEQUENTIAL
008280         FILE STATUS IS WS-PENDCHG-STATUS.
008284
008288     SELECT PEND-CONV-TEMP ASSIGN TO "PENDCNVT"
008292         ORGANIZATION IS LINE SEQUENTIAL
008296         FILE STATUS IS WS-PCNVT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600******************************************************************
008700* THE OLD ACCTMAST LAYOUT AS IT STOOD BEFORE THE PRODUCT CODE
008800* - 74 BYTES.
008900******************************************************************
009000 FD  ACCT-OLD-FILE.
009100 01  ACM-OLD-RECORD.
009500     05  ACM-OLD-BALANCE             PIC S9(09)V99
009600                                     SIGN LEADING SEPARATE.
009700     05  ACM-OLD-OVERDRAFT           PIC 9(08)V99.
009710     05  ACM-OLD-STATUS              PIC X(01).
009720     05  ACM-OLD-ACCRUED             PIC S9(07)V99
009730                                     SIGN LEADING SEPARATE.
009740     05  ACM-OLD-CURRENCY            PIC X(03).
009800
009900 FD  ACCT-MASTER-FILE.
010000 COPY ACCTREC.
011600 COPY OPERREC.
011700
011800 FD  ACCT-CONV-TEMP.
011900 01  ACCT-TEMP-RECORD                PIC X(74).
012000
012100 FD  OPER-CONV-TEMP.
012200 01  OPER-TEMP-RECORD                PIC X(28).
012202
012204******************************************************************
012206* THE OLD CUSTMAST LAYOUT AS IT STOOD BEFORE THE KYC FIELDS -
012208* 89 BYTES.
012210******************************************************************
012212 FD  CUST-OLD-FILE.
012214 01  CST-OLD-RECORD.
012216     05  CST-OLD-ID                  PIC X(08).
012218     05  CST-OLD-NAME                PIC X(30).
012220     05  CST-OLD-ADDRESS             PIC X(40).
012222     05  CST-OLD-STATUS              PIC X(01).
012224     05  CST-OLD-CYCLE               PIC X(02).
012226     05  CST-OLD-WHT-EXEMPT          PIC X(01).
012228     05  CST-OLD-LANGUAGE            PIC X(01).
012230     05  CST-OLD-ADDR-STATUS         PIC X(01).
012232     05  CST-OLD-VIP                 PIC X(01).
012234     05  FILLER                      PIC X(04).
012236
012238 FD  CUST-MASTER-FILE.
012240 COPY CUSTREC.
012242
012244 FD  CUST-CONV-TEMP.
012246 01  CUST-TEMP-RECORD                PIC X(89).
012248
012250******************************************************************
012252* PENDCHG IS LINE SEQUENTIAL, SO ONE FD READS BOTH LAYOUTS: AN
012254* OLD RECORD ENDS AT BYTE 232 AND READS BACK SPACE-PADDED.
012256******************************************************************
012258 FD  PEND-CHANGE-FILE.
012260 COPY PENDCHG.
012262
012264 FD  PEND-CONV-TEMP.
012266 01  PEND-TEMP-RECORD                PIC X(312).
012300
012400 WORKING-STORAGE SECTION.
012500 01  WS-ACCTOLD-STATUS.
013400     COPY FSTATCOD REPLACING FS-NAME BY WS-ACNVT-CODE.
013500 01  WS-OCNVT-STATUS.
013600     COPY FSTATCOD REPLACING FS-NAME BY WS-OCNVT-CODE.
013609 01  WS-CUSTOLD-STATUS.
013618     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTOLD-CODE.
013627 01  WS-CUSTMAST-STATUS.
013636     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
013645 01  WS-CCNVT-STATUS.
013654     COPY FSTATCOD REPLACING FS-NAME BY WS-CCNVT-CODE.
013663 01  WS-PENDCHG-STATUS.
013672     COPY FSTATCOD REPLACING FS-NAME BY WS-PENDCHG-CODE.
013681 01  WS-PCNVT-STATUS.
013690     COPY FSTATCOD REPLACING FS-NAME BY WS-PCNVT-CODE.
013700
013800******************************************************************
013900* THE OLD IMAGE AS A WORK RECORD, SO PASS TWO CAN PICK IT
014600     05  CNV-ACM-BALANCE             PIC S9(09)V99
014700                                     SIGN LEADING SEPARATE.
014800     05  CNV-ACM-OVERDRAFT           PIC 9(08)V99.
014810     05  CNV-ACM-STATUS              PIC X(01).
014820     05  CNV-ACM-ACCRUED             PIC S9(07)V99
014830                                     SIGN LEADING SEPARATE.
014840     05  CNV-ACM-CURRENCY            PIC X(03).
014900 01  CNV-OPER-WORK.
015000     05  CNV-OPR-ID                  PIC X(08).
015100     05  CNV-OPR-PASSWORD            PIC X(08).
015300     05  CNV-OPR-STATUS              PIC X(01).
015400     05  CNV-OPR-LANGUAGE            PIC X(01).
015500     05  FILLER                      PIC X(09).
015503 01  CNV-CUST-WORK.
015506     05  CNV-CST-ID                  PIC X(08).
015509     05  CNV-CST-NAME                PIC X(30).
015512     05  CNV-CST-ADDRESS             PIC X(40).
015515     05  CNV-CST-STATUS              PIC X(01).
015518     05  CNV-CST-CYCLE               PIC X(02).
015521     05  CNV-CST-WHT-EXEMPT          PIC X(01).
015524     05  CNV-CST-LANGUAGE            PIC X(01).
015527     05  CNV-CST-ADDR-STATUS         PIC X(01).
015530     05  CNV-CST-VIP                 PIC X(01).
015533     05  FILLER                      PIC X(04).
015536******************************************************************
015539* A PENDCHG RECORD AS READ - THE OLD 232-BYTE LAYOUT, WITH THE
015542* BYTES BEYOND IT BLANK ONLY WHEN THE RECORD IS OLD (THE NEW
015545* LAYOUT ENDS IN THE STATUS AND RUN DATE/TIME).
015548******************************************************************
015551 01  CNV-PEND-WORK.
015554     05  CNV-PCH-MASTER              PIC X(08).
015557     05  CNV-PCH-ACTION              PIC X(01).
015560     05  CNV-PCH-KEY                 PIC X(10).
015563     05  CNV-PCH-OLD-IMAGE           PIC X(90).
015566     05  CNV-PCH-NEW-IMAGE           PIC X(90).
015569     05  CNV-PCH-OPERATOR-ID         PIC X(08).
015572     05  CNV-PCH-SUPERVISOR-ID       PIC X(08).
015575     05  CNV-PCH-STATUS              PIC X(01).
015578     05  CNV-PCH-RUN-DATE            PIC X(08).
015581     05  CNV-PCH-RUN-TIME            PIC X(08).
015584     05  CNV-PCH-BEYOND-OLD          PIC X(80).
015587 77  CNV-CARRIED                     PIC 9(07) VALUE ZERO.
015600
015700 77  CNV-EOF-SW                      PIC X(01) VALUE "N".
015800     88  CNV-EOF                     VALUE "Y".
017300         THRU 1000-CONVERT-ACCTMAST-EXIT.
017400     PERFORM 2000-CONVERT-OPERMAST
017500         THRU 2000-CONVERT-OPERMAST-EXIT.
017510     PERFORM 3000-CONVERT-CUSTMAST
017520         THRU 3000-CONVERT-CUSTMAST-EXIT.
017530     PERFORM 4000-CONVERT-PENDCHG
017540         THRU 4000-CONVERT-PENDCHG-EXIT.
017600     IF CNV-FAILED
017700         MOVE 4 TO RETURN-CODE
017800     ELSE
024000     EXIT.
024100
024200******************************************************************
024300* 1500-RELOAD-ACCTMAST  -  THE OLD FIELDS CARRY ACROSS AND THE
024400*                          PRODUCT CODE INITIALIZES TO SPACES
024500*                          (NO PRODUCT), WHICH THE ACCOUNT
024600*                          PROGRAMS READ AS THE SITE DEFAULTS.
024700******************************************************************
024800 1500-RELOAD-ACCTMAST.
024900     MOVE "N" TO CNV-EOF-SW.
027400             SET CNV-EOF TO TRUE
027500             GO TO 1600-RELOAD-ONE-ACCT-EXIT
027600     END-READ.
027650     MOVE SPACES TO ACM-ACCOUNT-RECORD.
027700     MOVE CNV-ACM-NUMBER    TO ACM-ACCOUNT-NUMBER.
027800     MOVE CNV-ACM-CUSTOMER  TO ACM-CUSTOMER-ID.
027900     MOVE CNV-ACM-NAME      TO ACM-ACCOUNT-NAME.
028000     MOVE CNV-ACM-BALANCE   TO ACM-ACCOUNT-BALANCE.
028100     MOVE CNV-ACM-OVERDRAFT TO ACM-OVERDRAFT-LIMIT.
028200     MOVE CNV-ACM-STATUS    TO ACM-ACCOUNT-STATUS.
028300     MOVE CNV-ACM-ACCRUED   TO ACM-ACCRUED-INTEREST.
028400     MOVE CNV-ACM-CURRENCY  TO ACM-CURRENCY-CODE.
028500     WRITE ACM-ACCOUNT-RECORD
028600         INVALID KEY
028700             DISPLAY "*** CLAVE DUPLICADA EN LA RECARGA: "
039700     END-WRITE.
039800 2600-RELOAD-ONE-OPER-EXIT.
039900     EXIT.
039968
040036******************************************************************
040104* 3000-CONVERT-CUSTMAST  -  THE ACCTMAST MODEL: PASS ONE UNLOADS
040172*                           UNDER THE 89-BYTE LAYOUT, PASS TWO
040240*                           REBUILDS UNDER THE COPYBOOK.
040308******************************************************************
040376 3000-CONVERT-CUSTMAST.
040444     MOVE ZERO TO CNV-UNLOADED CNV-RELOADED.
040512     MOVE "N" TO CNV-EOF-SW.
040580     OPEN INPUT CUST-OLD-FILE.
040648     IF NOT FS-SUCCESS OF WS-CUSTOLD-STATUS
040716         DISPLAY "CUSTMAST NO ABRE CON EL LAYOUT VIEJO "
040784             "(ESTADO " WS-CUSTOLD-STATUS ") - YA CONVERTIDO "
040852             "O AUSENTE, NO SE TOCA."
040920         GO TO 3000-CONVERT-CUSTMAST-EXIT
040988     END-IF.
041056     OPEN OUTPUT CUST-CONV-TEMP.
041124     MOVE LOW-VALUES TO CST-OLD-ID.
041192     START CUST-OLD-FILE KEY NOT < CST-OLD-ID
041260         INVALID KEY
041328             SET CNV-EOF TO TRUE
041396     END-START.
041464     PERFORM 3100-UNLOAD-ONE-CUST
041532         THRU 3100-UNLOAD-ONE-CUST-EXIT
041600         UNTIL CNV-EOF.
041668     CLOSE CUST-OLD-FILE.
041736     CLOSE CUST-CONV-TEMP.
041804     PERFORM 3500-RELOAD-CUSTMAST
041872         THRU 3500-RELOAD-CUSTMAST-EXIT.
041940     MOVE CNV-UNLOADED TO CNV-CNT-ED.
042008     DISPLAY "CUSTMAST: " CNV-CNT-ED " DESCARGADOS.".
042076     MOVE CNV-RELOADED TO CNV-CNT-ED.
042144     DISPLAY "CUSTMAST: " CNV-CNT-ED " RECARGADOS AL LAYOUT "
042212         "NUEVO.".
042280     IF CNV-UNLOADED NOT = CNV-RELOADED
042348         DISPLAY "*** CUSTMAST: LOS CONTEOS NO CUADRAN - "
042416             "VERIFIQUE ANTES DE CORRER NADA MAS."
042484         SET CNV-FAILED TO TRUE
042552     END-IF.
042620 3000-CONVERT-CUSTMAST-EXIT.
042688     EXIT.
042756
042824******************************************************************
042892* 3100-UNLOAD-ONE-CUST
042960******************************************************************
043028 3100-UNLOAD-ONE-CUST.
043096     READ CUST-OLD-FILE NEXT
043164         AT END
043232             SET CNV-EOF TO TRUE
043300             GO TO 3100-UNLOAD-ONE-CUST-EXIT
043368     END-READ.
043436     ADD 1 TO CNV-UNLOADED.
043504     WRITE CUST-TEMP-RECORD FROM CST-OLD-RECORD.
043572 3100-UNLOAD-ONE-CUST-EXIT.
043640     EXIT.
043708
043776******************************************************************
043844* 3500-RELOAD-CUSTMAST  -  THE KYC FIELDS START AS SPACES/ZERO,
043912*                          WHICH KYCCHECK AND THE KYC DUE REPORT
043980*                          READ AS NO REVIEW ON FILE YET.
044048******************************************************************
044116 3500-RELOAD-CUSTMAST.
044184     MOVE "N" TO CNV-EOF-SW.
044252     OPEN INPUT CUST-CONV-TEMP.
044320     OPEN OUTPUT CUST-MASTER-FILE.
044388     IF NOT FS-SUCCESS OF WS-CUSTMAST-STATUS
044456         DISPLAY "*** CUSTMAST NO REABRE PARA LA RECARGA - "
044524             "ESTADO " WS-CUSTMAST-STATUS
044592             " - LAS IMAGENES SIGUEN EN CUSTCNVT."
044660         SET CNV-FAILED TO TRUE
044728         CLOSE CUST-CONV-TEMP
044796         GO TO 3500-RELOAD-CUSTMAST-EXIT
044864     END-IF.
044932     PERFORM 3600-RELOAD-ONE-CUST
045000         THRU 3600-RELOAD-ONE-CUST-EXIT
045068         UNTIL CNV-EOF.
045136     CLOSE CUST-MASTER-FILE.
045204     CLOSE CUST-CONV-TEMP.
045272 3500-RELOAD-CUSTMAST-EXIT.
045340     EXIT.
045408
045476******************************************************************
045544* 3600-RELOAD-ONE-CUST
045612******************************************************************
045680 3600-RELOAD-ONE-CUST.
045748     READ CUST-CONV-TEMP INTO CNV-CUST-WORK
045816         AT END
045884             SET CNV-EOF TO TRUE
045952             GO TO 3600-RELOAD-ONE-CUST-EXIT
046020     END-READ.
046088     MOVE SPACES TO CST-CUSTOMER-RECORD.
046156     MOVE CNV-CST-ID          TO CST-CUSTOMER-ID.
046224     MOVE CNV-CST-NAME        TO CST-CUSTOMER-NAME.
046292     MOVE CNV-CST-ADDRESS     TO CST-CUSTOMER-ADDRESS.
046360     MOVE CNV-CST-STATUS      TO CST-CUSTOMER-STATUS.
046428     MOVE CNV-CST-CYCLE       TO CST-STMT-CYCLE.
046496     MOVE CNV-CST-WHT-EXEMPT  TO CST-WHT-EXEMPT-IND.
046564     MOVE CNV-CST-LANGUAGE    TO CST-LANGUAGE.
046632     MOVE CNV-CST-ADDR-STATUS TO CST-ADDR-STATUS.
046700     MOVE CNV-CST-VIP         TO CST-VIP-IND.
046768     MOVE ZERO TO CST-KYC-LAST-REVIEW CST-KYC-NEXT-REVIEW.
046836     WRITE CST-CUSTOMER-RECORD
046904         INVALID KEY
046972             DISPLAY "*** CLAVE DUPLICADA EN LA RECARGA: "
047040                 CST-CUSTOMER-ID
047108             SET CNV-FAILED TO TRUE
047176         NOT INVALID KEY
047244             ADD 1 TO CNV-RELOADED
047312     END-WRITE.
047380 3600-RELOAD-ONE-CUST-EXIT.
047448     EXIT.
047516
047584******************************************************************
047652* 4000-CONVERT-PENDCHG  -  PASS ONE COPIES EVERY QUEUED CHANGE TO
047720*                          THE TEMP IN THE NEW LAYOUT, PASS TWO
047788*                          COPIES THE TEMP BACK.  NO PENDCHG MEANS
047856*                          NOTHING WAS EVER QUEUED.
047924******************************************************************
047992 4000-CONVERT-PENDCHG.
048060     MOVE ZERO TO CNV-UNLOADED CNV-RELOADED CNV-CARRIED.
048128     MOVE "N" TO CNV-EOF-SW.
048196     OPEN INPUT PEND-CHANGE-FILE.
048264     IF NOT FS-SUCCESS OF WS-PENDCHG-STATUS
048332         DISPLAY "PENDCHG NO ABRE (ESTADO " WS-PENDCHG-STATUS
048400             ") - NADA EN COLA, NO SE TOCA."
048468         GO TO 4000-CONVERT-PENDCHG-EXIT
048536     END-IF.
048604     OPEN OUTPUT PEND-CONV-TEMP.
048672     PERFORM 4100-UNLOAD-ONE-PEND
048740         THRU 4100-UNLOAD-ONE-PEND-EXIT
048808         UNTIL CNV-EOF.
048876     CLOSE PEND-CHANGE-FILE.
048944     CLOSE PEND-CONV-TEMP.
049012     PERFORM 4500-RELOAD-PENDCHG
049080         THRU 4500-RELOAD-PENDCHG-EXIT.
049148     MOVE CNV-UNLOADED TO CNV-CNT-ED.
049216     DISPLAY "PENDCHG:  " CNV-CNT-ED " LEIDOS.".
049284     MOVE CNV-CARRIED TO CNV-CNT-ED.
049352     DISPLAY "PENDCHG:  " CNV-CNT-ED " YA EN EL LAYOUT NUEVO.".
049420     MOVE CNV-RELOADED TO CNV-CNT-ED.
049488     DISPLAY "PENDCHG:  " CNV-CNT-ED " REESCRITOS.".
049556     IF CNV-UNLOADED NOT = CNV-RELOADED
049624         DISPLAY "*** PENDCHG: LOS CONTEOS NO CUADRAN - "
049692             "VERIFIQUE ANTES DE CORRER NADA MAS."
049760         SET CNV-FAILED TO TRUE
049828     END-IF.
049896 4000-CONVERT-PENDCHG-EXIT.
049964     EXIT.
050032
050100******************************************************************
050168* 4100-UNLOAD-ONE-PEND  -  AN OLD RECORD IS TAKEN APART AND BUILT
050236*                          AGAIN WITH WIDER IMAGES; ONE ALREADY
050304*                          IN THE NEW LAYOUT IS CARRIED AS IT IS,
050372*                          SO A SECOND RUN DOES NO HARM.
050440******************************************************************
050508 4100-UNLOAD-ONE-PEND.
050576     READ PEND-CHANGE-FILE INTO CNV-PEND-WORK
050644         AT END
050712             SET CNV-EOF TO TRUE
050780             GO TO 4100-UNLOAD-ONE-PEND-EXIT
050848     END-READ.
050916     ADD 1 TO CNV-UNLOADED.
050984     IF CNV-PCH-BEYOND-OLD NOT = SPACES
051052         ADD 1 TO CNV-CARRIED
051120         WRITE PEND-TEMP-RECORD FROM CNV-PEND-WORK
051188         GO TO 4100-UNLOAD-ONE-PEND-EXIT
051256     END-IF.
051324     MOVE SPACES TO PCH-PENDING-RECORD.
051392     MOVE CNV-PCH-MASTER        TO PCH-MASTER.
051460     MOVE CNV-PCH-ACTION        TO PCH-ACTION.
051528     MOVE CNV-PCH-KEY           TO PCH-KEY.
051596     MOVE CNV-PCH-OLD-IMAGE     TO PCH-OLD-IMAGE.
051664     MOVE CNV-PCH-NEW-IMAGE     TO PCH-NEW-IMAGE.
051732     MOVE CNV-PCH-OPERATOR-ID   TO PCH-OPERATOR-ID.
051800     MOVE CNV-PCH-SUPERVISOR-ID TO PCH-SUPERVISOR-ID.
051868     MOVE CNV-PCH-STATUS        TO PCH-STATUS.
051936     MOVE CNV-PCH-RUN-DATE      TO PCH-RUN-DATE.
052004     MOVE CNV-PCH-RUN-TIME      TO PCH-RUN-TIME.
052072     WRITE PEND-TEMP-RECORD FROM PCH-PENDING-RECORD.
052140 4100-UNLOAD-ONE-PEND-EXIT.
052208     EXIT.
052276
052344******************************************************************
052412* 4500-RELOAD-PENDCHG
052480******************************************************************
052548 4500-RELOAD-PENDCHG.
052616     MOVE "N" TO CNV-EOF-SW.
052684     OPEN INPUT PEND-CONV-TEMP.
052752     OPEN OUTPUT PEND-CHANGE-FILE.
052820     IF NOT FS-SUCCESS OF WS-PENDCHG-STATUS
052888         DISPLAY "*** PENDCHG NO REABRE PARA LA RECARGA - "
052956             "ESTADO " WS-PENDCHG-STATUS
053024             " - LOS REGISTROS SIGUEN EN PENDCNVT."
053092         SET CNV-FAILED TO TRUE
053160         CLOSE PEND-CONV-TEMP
053228         GO TO 4500-RELOAD-PENDCHG-EXIT
053296     END-IF.
053364     PERFORM 4600-RELOAD-ONE-PEND
053432         THRU 4600-RELOAD-ONE-PEND-EXIT
053500         UNTIL CNV-EOF.
053568     CLOSE PEND-CHANGE-FILE.
053636     CLOSE PEND-CONV-TEMP.
053704 4500-RELOAD-PENDCHG-EXIT.
053772     EXIT.
053840
053908******************************************************************
053976* 4600-RELOAD-ONE-PEND
054044******************************************************************
054112 4600-RELOAD-ONE-PEND.
054180     READ PEND-CONV-TEMP INTO PCH-PENDING-RECORD
054248         AT END
054316             SET CNV-EOF TO TRUE
054384             GO TO 4600-RELOAD-ONE-PEND-EXIT
054452     END-READ.
054520     WRITE PCH-PENDING-RECORD.
054588     ADD 1 TO CNV-RELOADED.
054656 4600-RELOAD-ONE-PEND-EXIT.
054724     EXIT.
054900
055000 END PROGRAM MSTCONV.
