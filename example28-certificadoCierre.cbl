001100*                A) OPBTROUT POSTING REQUESTS (ACCOUNT AND
001200*                   VALID TYPE) AGAINST THE "LOTE" POSTJRNL
001300*                   RECORDS OPBPOST WROTE - COUNT AND AMOUNT.
001310*                   THE DAY'S OTHER POSTING CYCLES ADD IN FROM
001320*                   THEIR CICLREG "B" RECORDS.
001400*                B) CALCTRIN RECORDS IN AGAINST CALCTROUT OUT
001500*                   PLUS THE DAY'S CALCREJ REJECTS.
001600*                C) EVERY JOURNAL RECORD'S NEW BALANCE AGAINST
002906*                  REVALFX REVALUATION CHAINS ITS PER-CURRENCY
002907*                  POSITION MARKERS, WHICH ARE NOT ACCTMAST
002908*                  BALANCES.
002910*   09/09/26  JPL  CHECK A COUNTS A "T" TRANSFER REQUEST AS
002920*                  TWO POSTINGS (ITS DEBIT AND CREDIT LEGS) OF
002930*                  NET AMOUNT ZERO, MATCHING THE TWO LOTE
002940*                  JOURNAL RECORDS OPBPOST WRITES FOR IT.
002942*   05/10/26  JPL  OPB-OUT-RECORD PICKED UP THE TRAILING VALUE
002944*                  DATE, FOR ALIGNMENT ONLY.  A BACK-VALUED ITEM
002949*                  OPBPOST REFUSES BREAKS CHECK A LIKE ANY OTHER
002954*                  SKIPPED POSTING.
002959*   08/10/26  JPL  CHECK A TAKES IN THE DAY'S INTRADAY POSTING
002964*                  CYCLES.  THEIR OPBTROUT FILES ARE GONE BY NOW,
002969*                  SO THE POSTING REQUESTS EACH CYCLE'S BATCH
002974*                  WINDOW LEFT (ITS CICLREG "B" RECORD) ARE ADDED
002979*                  TO THE OPBTROUT FIGURES - EXCEPT THE DAY'S LAST
002984*                  END-OF-DAY CYCLE, WHICH IS THIS OPBTROUT.  THE
002989*                  CERTIFICATE LISTS THE CYCLES.
002994******************************************************************
003000
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. CIERRDIA.
005900     SELECT DAY-TOTAL-FILE ASSIGN TO "DIATOTAL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-DIATOT-STATUS.
006110     SELECT CYCLE-REG-FILE ASSIGN TO "CICLREG"
006120         ORGANIZATION IS LINE SEQUENTIAL
006130         FILE STATUS IS WS-CICLREG-STATUS.
006200     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PRINT-STATUS.
008900     05  OPB-OUT-POST-TYPE           PIC X(01).
009000         88  OPB-OUT-POST-SUMA       VALUE "S" "s".
009100         88  OPB-OUT-POST-RESTA      VALUE "R" "r".
009150         88  OPB-OUT-POST-TRANSFER   VALUE "T" "t".
009200     05  OPB-OUT-SOURCE              PIC X(04).
009250     05  OPB-OUT-DEST-ACCOUNT        PIC X(10).
009260     05  OPB-OUT-VALUE-DATE          PIC X(08).
009300
009400 FD  CALC-TRANS-IN-FILE.
009500 01  CALC-IN-RECORD                  PIC X(08).
011600     05  DAY-TOT-DATE                PIC 9(08).
011700     05  DAY-TOT-BALANCE             PIC S9(11)V99
011800                                     SIGN LEADING SEPARATE.
011810
011820 FD  CYCLE-REG-FILE.
011830 COPY CICLREG.
011900
012000 FD  PRINT-FILE.
012100 01  PRINT-LINE                      PIC X(132).
013700     COPY FSTATCOD REPLACING FS-NAME BY WS-DIATOT-CODE.
013800 01  WS-PRINT-STATUS.
013900     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
013910 01  WS-CICLREG-STATUS.
013920     COPY FSTATCOD REPLACING FS-NAME BY WS-CICLREG-CODE.
014000
014100 77  CIE-PROC-DATE                   PIC 9(08) VALUE ZERO.
014200 77  CIE-DATE-INPUT                  PIC X(08) VALUE SPACES.
015200 77  CIE-TROUT-POST-AMT              PIC S9(11)V99 VALUE ZERO.
015300 77  CIE-JRNL-LOTE-COUNT             PIC 9(07) VALUE ZERO.
015400 77  CIE-JRNL-LOTE-AMT               PIC S9(11)V99 VALUE ZERO.
015405*    THE DAY'S POSTING CYCLES FROM THEIR CICLREG "B" RECORDS;
015410*    CIE-CYC-EOD IS THE LAST END-OF-DAY CYCLE, THE ONE OPBTROUT
015415*    STILL HOLDS.
015420 01  CIE-CYCLE-TABLE.
015425     05  CIE-CYC-ENTRY OCCURS 9 TIMES.
015430         10  CIE-CYC-FOUND           PIC X(01).
015435         10  CIE-CYC-KIND            PIC X(01).
015440         10  CIE-CYC-POST-COUNT      PIC 9(07).
015445         10  CIE-CYC-POST-AMT        PIC S9(11)V99.
015450 77  CIE-CYC-IDX                     PIC 9(02) COMP VALUE 1.
015455 77  CIE-CYC-EOD                     PIC 9(01) VALUE ZERO.
015460 77  CIE-CYC-ADDED                   PIC 9(01) VALUE ZERO.
015465 77  CIE-CYC-NUM                     PIC 9(01) VALUE ZERO.
015470 77  CIE-CYC-KIND-TEXT               PIC X(14) VALUE SPACES.
015475 77  CIE-CYC-NOTE                    PIC X(10) VALUE SPACES.
015480 77  CIE-CICLREG-EOF-SW              PIC X(01) VALUE "N".
015485     88  CIE-CICLREG-EOF             VALUE "Y".
015500
015600******************************************************************
015700* CHECK B - CALCTRIN IN VS CALCTROUT OUT + CALCREJ REJECTS
019220         THRU 0500-CHECK-CALENDAR-EXIT.
019300     OPEN OUTPUT PRINT-FILE.
019400     PERFORM 1000-SCAN-OPBTROUT THRU 1000-SCAN-OPBTROUT-EXIT.
019410     PERFORM 1500-LOAD-CYCLES THRU 1500-LOAD-CYCLES-EXIT.
019500     PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT.
019600     PERFORM 3000-SCAN-CALC-FILES THRU 3000-SCAN-CALC-FILES-EXIT.
019700     PERFORM 4000-TOTAL-ACCTMAST THRU 4000-TOTAL-ACCTMAST-EXIT.
024400             WHEN OPB-OUT-POST-RESTA
024500                 ADD 1 TO CIE-TROUT-POST-COUNT
024600                 ADD OPB-OUT-RESTA TO CIE-TROUT-POST-AMT
024610*            BOTH LEGS JOURNAL AS LOTE AND CANCEL OUT.
024620             WHEN OPB-OUT-POST-TRANSFER
024630                 ADD 2 TO CIE-TROUT-POST-COUNT
024700             WHEN OTHER
024800                 CONTINUE
024900         END-EVALUATE
025000     END-IF.
025100 1100-ONE-TROUT-REC-EXIT.
025200     EXIT.
025201
025202******************************************************************
025203* 1500-LOAD-CYCLES  -  THE DAY'S "B" RECORDS FROM CICLREG, THEN
025204*                      EVERY CYCLE BUT THE LAST END-OF-DAY ONE
025205*                      ADDS ITS POSTING REQUESTS TO CHECK A.  NO
025206*                      CICLREG MEANS NO CYCLES - OPBTROUT ALONE.
025207******************************************************************
025208 1500-LOAD-CYCLES.
025209     MOVE SPACES TO CIE-CYCLE-TABLE.
025210     MOVE ZERO TO CIE-CYC-EOD CIE-CYC-ADDED.
025211     MOVE "N" TO CIE-CICLREG-EOF-SW.
025212     OPEN INPUT CYCLE-REG-FILE.
025213     IF NOT FS-SUCCESS OF WS-CICLREG-STATUS
025214         GO TO 1500-LOAD-CYCLES-EXIT
025215     END-IF.
025216     PERFORM 1510-ONE-CICLREG THRU 1510-ONE-CICLREG-EXIT
025217         UNTIL CIE-CICLREG-EOF.
025218     CLOSE CYCLE-REG-FILE.
025219     PERFORM 1520-ADD-ONE-CYCLE THRU 1520-ADD-ONE-CYCLE-EXIT
025220         VARYING CIE-CYC-IDX FROM 1 BY 1
025221         UNTIL CIE-CYC-IDX > 9.
025222 1500-LOAD-CYCLES-EXIT.
025223     EXIT.
025224
025225******************************************************************
025226* 1510-ONE-CICLREG  -  A RESTARTED BATCH WINDOW WRITES A SECOND
025227*                      "B" FOR ITS CYCLE; THE LAST ONE STANDS.
025228******************************************************************
025229 1510-ONE-CICLREG.
025230     READ CYCLE-REG-FILE
025231         AT END
025232             SET CIE-CICLREG-EOF TO TRUE
025233             GO TO 1510-ONE-CICLREG-EXIT
025234     END-READ.
025235     IF CIC-DATE NOT = CIE-PROC-DATE
025236       OR NOT CIC-EV-PROCESSED
025237       OR CIC-CYCLE IS NOT NUMERIC
025238       OR CIC-CYCLE = ZERO
025239         GO TO 1510-ONE-CICLREG-EXIT
025240     END-IF.
025241     MOVE CIC-CYCLE TO CIE-CYC-IDX.
025242     MOVE "Y" TO CIE-CYC-FOUND (CIE-CYC-IDX).
025243     MOVE CIC-KIND TO CIE-CYC-KIND (CIE-CYC-IDX).
025244     MOVE CIC-POST-COUNT TO CIE-CYC-POST-COUNT (CIE-CYC-IDX).
025245     MOVE CIC-SUMA TO CIE-CYC-POST-AMT (CIE-CYC-IDX).
025246     IF CIC-END-OF-DAY AND CIC-CYCLE > CIE-CYC-EOD
025247         MOVE CIC-CYCLE TO CIE-CYC-EOD
025248     END-IF.
025249 1510-ONE-CICLREG-EXIT.
025250     EXIT.
025251
025252******************************************************************
025253* 1520-ADD-ONE-CYCLE
025254******************************************************************
025255 1520-ADD-ONE-CYCLE.
025256     IF CIE-CYC-FOUND (CIE-CYC-IDX) NOT = "Y"
025257       OR CIE-CYC-IDX = CIE-CYC-EOD
025258         GO TO 1520-ADD-ONE-CYCLE-EXIT
025259     END-IF.
025260     ADD 1 TO CIE-CYC-ADDED.
025261     ADD CIE-CYC-POST-COUNT (CIE-CYC-IDX) TO CIE-TROUT-POST-COUNT.
025262     ADD CIE-CYC-POST-AMT (CIE-CYC-IDX) TO CIE-TROUT-POST-AMT.
025263 1520-ADD-ONE-CYCLE-EXIT.
025264     EXIT.
025300
025400******************************************************************
025500* 2000-SCAN-JOURNAL  -  THE DAY'S POSTJRNL RECORDS: LOTE COUNT
041000     STRING "CERTIFICADO DE CIERRE DEL DIA " CIE-PROC-DATE
041100         DELIMITED BY SIZE INTO PRINT-LINE.
041200     WRITE PRINT-LINE.
041210     PERFORM 5100-PRINT-CYCLES THRU 5100-PRINT-CYCLES-EXIT.
041300*    CHECK A
041400     MOVE SPACES TO PRINT-LINE.
041500     MOVE CIE-TROUT-POST-COUNT TO CIE-CNT-ED.
041600     STRING "A) POSTEOS PEDIDOS DEL DIA:     " CIE-CNT-ED
041700         DELIMITED BY SIZE INTO PRINT-LINE.
041800     WRITE PRINT-LINE.
041900     MOVE SPACES TO PRINT-LINE.
050300     WRITE PRINT-LINE.
050400 5000-PRINT-CERTIFICATE-EXIT.
050500     EXIT.
050502
050504******************************************************************
050506* 5100-PRINT-CYCLES  -  ONE LINE PER POSTING CYCLE OF THE DAY.
050508******************************************************************
050510 5100-PRINT-CYCLES.
050512     IF CIE-CYC-EOD = ZERO AND CIE-CYC-ADDED = ZERO
050514         GO TO 5100-PRINT-CYCLES-EXIT
050516     END-IF.
050518     MOVE "   CICLOS DE POSTEO DEL DIA:" TO PRINT-LINE.
050520     WRITE PRINT-LINE.
050522     PERFORM 5110-PRINT-ONE-CYCLE THRU 5110-PRINT-ONE-CYCLE-EXIT
050524         VARYING CIE-CYC-IDX FROM 1 BY 1
050526         UNTIL CIE-CYC-IDX > 9.
050528 5100-PRINT-CYCLES-EXIT.
050530     EXIT.
050532
050534******************************************************************
050536* 5110-PRINT-ONE-CYCLE
050538******************************************************************
050540 5110-PRINT-ONE-CYCLE.
050542     IF CIE-CYC-FOUND (CIE-CYC-IDX) NOT = "Y"
050544         GO TO 5110-PRINT-ONE-CYCLE-EXIT
050546     END-IF.
050548     MOVE CIE-CYC-IDX TO CIE-CYC-NUM.
050550     IF CIE-CYC-KIND (CIE-CYC-IDX) = "I"
050552         MOVE "INTRADIA" TO CIE-CYC-KIND-TEXT
050554     ELSE
050556         MOVE "CIERRE DEL DIA" TO CIE-CYC-KIND-TEXT
050558     END-IF.
050560     IF CIE-CYC-IDX = CIE-CYC-EOD
050562         MOVE "(OPBTROUT)" TO CIE-CYC-NOTE
050564     ELSE
050566         MOVE SPACES TO CIE-CYC-NOTE
050568     END-IF.
050570     MOVE CIE-CYC-POST-COUNT (CIE-CYC-IDX) TO CIE-CNT-ED.
050572     MOVE CIE-CYC-POST-AMT (CIE-CYC-IDX) TO CIE-AMT-ED.
050574     MOVE SPACES TO PRINT-LINE.
050576     STRING "   CICLO " CIE-CYC-NUM " " CIE-CYC-KIND-TEXT
050578         " POSTEOS: " CIE-CNT-ED " IMPORTE: " CIE-AMT-ED
050580         " " CIE-CYC-NOTE
050582         DELIMITED BY SIZE INTO PRINT-LINE.
050584     WRITE PRINT-LINE.
050586 5110-PRINT-ONE-CYCLE-EXIT.
050588     EXIT.
050600
050700******************************************************************
050800* 6000-SAVE-DAY-TOTAL  -  TODAY'S CERTIFIED TOTAL BECOMES
