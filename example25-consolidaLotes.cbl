002999*                  COUNT, SUMA, RESTA) SO TENDRPT CAN TREND A
003001*                  DESK ACROSS DAYS INSTEAD OF ONE MORNING AT
003002*                  A TIME.
003010*   09/09/26  JPL  THE SOURCE RECORD GAINS A TRAILING
003020*                  DESTINATION ACCOUNT FOR "T" TRANSFERS (41
003030*                  BYTES); IT IS CARRIED TO OPB-IN-DEST-ACCOUNT.
003040*                  A SHORTER RECORD FROM A DESK NOT YET SENDING
003050*                  IT READS THE DESTINATION AS SPACES.
003051*   25/09/26  JPL  ADDED THE NINTH SOURCE PAIR OPBTRN9/OPBCTL9
003052*                  (TAG "EMP ") - THE CORPORATE PAYROLL AND
003053*                  SUPPLIER FILES CORPINT PROVES AND CONVERTS.
003054*                  THE SOURCE INDEX IS NOW TWO DIGITS WIDE SO
003055*                  THE LOOP CAN STEP PAST THE LAST SOURCE.
003056*   05/10/26  JPL  THE SOURCE RECORD GAINS A TRAILING VALUE DATE
003057*                  (49 BYTES), CARRIED TO OPB-IN-VALUE-DATE FOR
003059*                  OPBPOST TO CHECK.  A SHORTER RECORD READS IT
003061*                  AS SPACES, WHICH POSTS AS TODAY.
003063*   08/10/26  JPL  POSTING CYCLES.  SYSIN NOW GIVES THE CYCLE
003065*                  KIND: "I" (INTRADAY - THE INTRADIA STREAM,
003067*                  WHICH TAKES ONLY CAPTLOTE'S DSK1 PAIR) OR "D"
003069*                  (END OF DAY - DESKWORK, EVERY SOURCE; BLANK
003071*                  IS "D").  THE CYCLE NUMBER IS ONE MORE THAN
003073*                  THE DAY'S LAST ON THE CICLREG REGISTER, AND
003075*                  THE BATCH ID ENDS IN IT INSTEAD OF A FIXED
003077*                  "1".  A NEW CYCLE WAITS UNTIL OPBPOST HAS
003079*                  POSTED THE LAST ONE; A CYCLE WHOSE BATCH
003081*                  WINDOW HAS NOT STARTED IS STILL OPEN AND A
003083*                  RERUN OF THE SAME KIND ADDS THE NEWLY PROVED
003085*                  SOURCES TO IT.  EVERY SOURCE TAKEN IS RECORDED
003087*                  ON CICLREG; THE DSK1 PAIR IS EMPTIED ONCE
003089*                  TAKEN AND ANY OTHER SOURCE IS TAKEN AT MOST
003091*                  ONCE A DAY, SO NO TRANSMITTAL GOES INTO TWO
003093*                  CYCLES.
003095******************************************************************
003100
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. CONSLOTE.
005594     SELECT OPB-CTL8-FILE ASSIGN TO "OPBCTL8"
005595         ORGANIZATION IS LINE SEQUENTIAL
005596         FILE STATUS IS WS-CTL8-STATUS.
005597     SELECT OPB-SRC9-FILE ASSIGN TO "OPBTRN9"
005598         ORGANIZATION IS LINE SEQUENTIAL
005599         FILE STATUS IS WS-SRC9-STATUS.
005601     SELECT OPB-CTL9-FILE ASSIGN TO "OPBCTL9"
005602         ORGANIZATION IS LINE SEQUENTIAL
005603         FILE STATUS IS WS-CTL9-STATUS.
005610
005700     SELECT OPB-TRANS-IN-FILE ASSIGN TO "OPBTRIN"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-TRANS-IN-STATUS.
006320     SELECT DESK-TOTAL-FILE ASSIGN TO "DSKTOTAL"
006330         ORGANIZATION IS LINE SEQUENTIAL
006340         FILE STATUS IS WS-DSKTOT-STATUS.
006350     SELECT CYCLE-REG-FILE ASSIGN TO "CICLREG"
006360         ORGANIZATION IS LINE SEQUENTIAL
006370         FILE STATUS IS WS-CICLREG-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  OPB-SRC1-FILE.
006800 01  OPB-SRC1-RECORD                 PIC X(49).
006900 FD  OPB-SRC2-FILE.
007000 01  OPB-SRC2-RECORD                 PIC X(49).
007100 FD  OPB-SRC3-FILE.
007200 01  OPB-SRC3-RECORD                 PIC X(49).
007210 FD  OPB-SRC4-FILE.
007220 01  OPB-SRC4-RECORD                 PIC X(49).
007230 FD  OPB-SRC5-FILE.
007240 01  OPB-SRC5-RECORD                 PIC X(49).
007250 FD  OPB-SRC6-FILE.
007260 01  OPB-SRC6-RECORD                 PIC X(49).
007270 FD  OPB-SRC7-FILE.
007280 01  OPB-SRC7-RECORD                 PIC X(49).
007290 FD  OPB-SRC8-FILE.
007291 01  OPB-SRC8-RECORD                 PIC X(49).
007292 FD  OPB-SRC9-FILE.
007293 01  OPB-SRC9-RECORD                 PIC X(49).
007300 FD  OPB-CTL1-FILE.
007400 01  OPB-CTL1-RECORD                 PIC X(24).
007500 FD  OPB-CTL2-FILE.
007880 01  OPB-CTL7-RECORD                 PIC X(24).
007890 FD  OPB-CTL8-FILE.
007891 01  OPB-CTL8-RECORD                 PIC X(24).
007892 FD  OPB-CTL9-FILE.
007893 01  OPB-CTL9-RECORD                 PIC X(24).
007900
008000******************************************************************
008100* THE MERGED LAYOUT MATCHES OPB-IN-RECORD IN OPERACIONES-
008520     05  OPB-HDR-REC-TYPE            PIC X(01).
008530     05  OPB-HDR-BATCH-ID            PIC X(08).
008540     05  OPB-HDR-TRANS-DATE          PIC 9(08).
008550     05  OPB-HDR-CYCLE-KIND          PIC X(01).
008560     05  FILLER                      PIC X(35).
008600 01  OPB-IN-RECORD.
008700     05  OPB-IN-NUM1                 PIC S9(07)V99
008800                                     SIGN LEADING SEPARATE.
009100     05  OPB-IN-ACCOUNT              PIC X(10).
009200     05  OPB-IN-POST-TYPE            PIC X(01).
009300     05  OPB-IN-SOURCE               PIC X(04).
009350     05  OPB-IN-DEST-ACCOUNT         PIC X(10).
009360     05  OPB-IN-VALUE-DATE           PIC X(08).
009400
009410 FD  DESK-TOTAL-FILE.
009420 01  DSK-TOTAL-RECORD.
009480     05  DSK-TOT-RESTA               PIC S9(09)V99
009490                                     SIGN LEADING SEPARATE.
009495
009496 FD  CYCLE-REG-FILE.
009497 COPY CICLREG.
009500 FD  OPB-CONTROL-FILE.
009600 01  OPB-CTL-OUT-RECORD.
009700     05  OPB-CTL-OUT-SUMA            PIC S9(09)V99
010880     COPY FSTATCOD REPLACING FS-NAME BY WS-SRC7-CODE.
010890 01  WS-SRC8-STATUS.
010891     COPY FSTATCOD REPLACING FS-NAME BY WS-SRC8-CODE.
010892 01  WS-SRC9-STATUS.
010893     COPY FSTATCOD REPLACING FS-NAME BY WS-SRC9-CODE.
010900 01  WS-CTL1-STATUS.
011000     COPY FSTATCOD REPLACING FS-NAME BY WS-CTL1-CODE.
011100 01  WS-CTL2-STATUS.
011480     COPY FSTATCOD REPLACING FS-NAME BY WS-CTL7-CODE.
011490 01  WS-CTL8-STATUS.
011491     COPY FSTATCOD REPLACING FS-NAME BY WS-CTL8-CODE.
011492 01  WS-CTL9-STATUS.
011493     COPY FSTATCOD REPLACING FS-NAME BY WS-CTL9-CODE.
011500 01  WS-TRANS-IN-STATUS.
011600     COPY FSTATCOD REPLACING FS-NAME BY WS-TRANS-IN-CODE.
011700 01  WS-CTL-FILE-STATUS.
011800     COPY FSTATCOD REPLACING FS-NAME BY WS-CTL-FILE-CODE.
011810 01  WS-DSKTOT-STATUS.
011820     COPY FSTATCOD REPLACING FS-NAME BY WS-DSKTOT-CODE.
011830 01  WS-CICLREG-STATUS.
011840     COPY FSTATCOD REPLACING FS-NAME BY WS-CICLREG-CODE.
011900
012000******************************************************************
012100* SHARED WORK RECORDS - EVERY SOURCE IS READ INTO THESE SO THE
012800                                     SIGN LEADING SEPARATE.
012900     05  CNS-SRC-ACCOUNT             PIC X(10).
013000     05  CNS-SRC-POST-TYPE           PIC X(01).
013050     05  CNS-SRC-DEST-ACCOUNT        PIC X(10).
013060     05  CNS-SRC-VALUE-DATE          PIC X(08).
013100 01  CNS-SRCCTL-REC.
013200     05  CNS-SRCCTL-SUMA             PIC S9(09)V99
013300                                     SIGN LEADING SEPARATE.
013400     05  CNS-SRCCTL-RESTA            PIC S9(09)V99
013500                                     SIGN LEADING SEPARATE.
013600
013700 77  CNS-SOURCE-IDX                  PIC 9(02) COMP VALUE 1.
013800 77  CNS-SOURCE-COUNT                PIC 9(01) VALUE 9.
013900 77  CNS-EOF-SW                      PIC X(01) VALUE "N".
014000     88  CNS-EOF                     VALUE "Y".
014100 77  CNS-SOURCE-PRESENT-SW           PIC X(01) VALUE "N".
014700     88  CNS-CTL-FOUND               VALUE "Y".
014800 77  CNS-ANY-FAILED-SW               PIC X(01) VALUE "N".
014900     88  CNS-ANY-FAILED              VALUE "Y".
014910 77  CNS-SOURCE-LAST                 PIC 9(01) VALUE 9.
014920 77  CNS-TAG-IDX                     PIC 9(02) COMP VALUE 1.
015000
015100 01  CNS-DESK-TAGS.
015200     05  FILLER                      PIC X(04) VALUE "DSK1".
015470     05  FILLER                      PIC X(04) VALUE "VAL ".
015480     05  FILLER                      PIC X(04) VALUE "SUS ".
015490     05  FILLER                      PIC X(04) VALUE "TRN ".
015491     05  FILLER                      PIC X(04) VALUE "EMP ".
015500 01  CNS-TAG-TABLE REDEFINES CNS-DESK-TAGS.
015600     05  CNS-DESK-TAG                PIC X(04)
015700                                     OCCURS 9 TIMES.
015800
015900******************************************************************
016000* PER-SOURCE AND GRAND CONTROL TOTALS
017210 01  CNS-RUN-DATE                    PIC 9(08).
017220 01  CNS-RUN-DATE-X REDEFINES CNS-RUN-DATE
017230                                     PIC X(08).
017232******************************************************************
017234* THE POSTING CYCLE.  THE LAST CYCLE ON CICLREG AND HOW FAR IT
017236* GOT DECIDE WHETHER THIS RUN OPENS A NEW ONE, ADDS TO THE ONE
017238* STILL OPEN, OR IS REFUSED.  CNS-TAKEN-CYCLE HOLDS, PER SOURCE,
017240* THE CYCLE THAT ALREADY TOOK IT TODAY (ZERO = NOT TAKEN).
017242******************************************************************
017244 77  CNS-CYCLE-KIND                  PIC X(01) VALUE "D".
017246     88  CNS-INTRADAY                VALUE "I".
017248     88  CNS-END-OF-DAY              VALUE "D".
017250 77  CNS-CYCLE                       PIC 9(01) VALUE ZERO.
017252 77  CNS-BATCH-ID                    PIC X(08) VALUE SPACES.
017254 77  CNS-CYCLE-MODE-SW               PIC X(01) VALUE "N".
017256     88  CNS-NEW-CYCLE               VALUE "N".
017258     88  CNS-EXTEND-CYCLE            VALUE "E".
017260     88  CNS-CYCLE-REFUSED           VALUE "R".
017262 77  CNS-LAST-DATE                   PIC 9(08) VALUE ZERO.
017264 77  CNS-LAST-CYCLE                  PIC 9(01) VALUE ZERO.
017266 77  CNS-LAST-KIND                   PIC X(01) VALUE SPACE.
017268 77  CNS-LAST-STARTED-SW             PIC X(01) VALUE "N".
017270     88  CNS-LAST-STARTED            VALUE "Y".
017272 77  CNS-LAST-PROCESSED-SW           PIC X(01) VALUE "N".
017274     88  CNS-LAST-PROCESSED          VALUE "Y".
017276 77  CNS-LAST-POSTED-SW              PIC X(01) VALUE "N".
017278     88  CNS-LAST-POSTED             VALUE "Y".
017280 77  CNS-CICLREG-EOF-SW              PIC X(01) VALUE "N".
017282     88  CNS-CICLREG-EOF             VALUE "Y".
017284 01  CNS-TAKEN-TABLE.
017286     05  CNS-TAKEN-CYCLE             PIC 9(01)
017288                                     OCCURS 9 TIMES.
017290 77  CNS-PRIOR-SUMA                  PIC S9(09)V99 VALUE ZERO.
017292 77  CNS-PRIOR-RESTA                 PIC S9(09)V99 VALUE ZERO.
017300
017400 PROCEDURE DIVISION.
017500******************************************************************
017600* 0000-MAINLINE
017606******************************************************************
017612 0000-MAINLINE.
017618     ACCEPT CNS-RUN-DATE FROM DATE YYYYMMDD.
017624     DISPLAY "TIPO DE CICLO (I=INTRADIA, D=CIERRE DEL DIA): ".
017630     ACCEPT CNS-CYCLE-KIND.
017636     IF CNS-CYCLE-KIND = "i"
017642         MOVE "I" TO CNS-CYCLE-KIND
017648     END-IF.
017654     IF NOT CNS-INTRADAY
017660         MOVE "D" TO CNS-CYCLE-KIND
017666     END-IF.
017672     PERFORM 0050-ASSIGN-CYCLE THRU 0050-ASSIGN-CYCLE-EXIT.
017678     IF CNS-CYCLE-REFUSED
017684         MOVE 4 TO RETURN-CODE
017690         GO TO 0000-MAINLINE-EXIT
017695     END-IF.
017700     IF CNS-INTRADAY
017705         MOVE 1 TO CNS-SOURCE-LAST
017710     END-IF.
017715     IF CNS-INTRADAY AND CNS-NEW-CYCLE
017720         PERFORM 0090-CHECK-INTRADAY-SOURCE
017725             THRU 0090-CHECK-INTRADAY-SOURCE-EXIT
017730         IF CNS-CYCLE-REFUSED
017735             MOVE 4 TO RETURN-CODE
017740             GO TO 0000-MAINLINE-EXIT
017745         END-IF
017750     END-IF.
017755     STRING "C" CNS-RUN-DATE-X(3:6) CNS-CYCLE
017762         DELIMITED BY SIZE INTO CNS-BATCH-ID.
017768     IF CNS-EXTEND-CYCLE
017774         PERFORM 0150-REOPEN-CYCLE THRU 0150-REOPEN-CYCLE-EXIT
017780     ELSE
017786         OPEN OUTPUT OPB-TRANS-IN-FILE
017792         PERFORM 0100-WRITE-HEADER THRU 0100-WRITE-HEADER-EXIT
017798     END-IF.
017804     PERFORM 1000-MERGE-ONE-SOURCE
017810         THRU 1000-MERGE-ONE-SOURCE-EXIT
017816         VARYING CNS-SOURCE-IDX FROM 1 BY 1
017822         UNTIL CNS-SOURCE-IDX > CNS-SOURCE-LAST.
017828     CLOSE OPB-TRANS-IN-FILE.
017834     PERFORM 4000-WRITE-COMBINED-CTL
017840         THRU 4000-WRITE-COMBINED-CTL-EXIT.
017846     PERFORM 5000-PRINT-TOTALS THRU 5000-PRINT-TOTALS-EXIT.
017852 0000-MAINLINE-EXIT.
017858     GOBACK.
017864
017870******************************************************************
017876* 0050-ASSIGN-CYCLE  -  A NEW CYCLE OPENS ONLY WHEN THE LAST ONE
017882*                       ON CICLREG HAS BEEN POSTED - ITS OPBTRIN
017888*                       AND OPBTROUT ARE THEN SAFE TO REPLACE.  A
017894*                       LAST CYCLE OF TODAY AND OF THIS KIND WHOSE
017900*                       BATCH WINDOW HAS NOT STARTED IS STILL OPEN
017906*                       (A SOURCE FAILED, OR THE STREAM STOPPED
017912*                       BEFORE OPERACIONES-BASICAS) AND THIS RUN
017918*                       ADDS TO IT.  ANYTHING ELSE IS REFUSED.
017924******************************************************************
017930 0050-ASSIGN-CYCLE.
017936     SET CNS-NEW-CYCLE TO TRUE.
017942     MOVE ZEROS TO CNS-TAKEN-TABLE.
017948     PERFORM 0060-SCAN-CICLREG THRU 0060-SCAN-CICLREG-EXIT.
017954     IF CNS-LAST-CYCLE = ZERO
017960         MOVE 1 TO CNS-CYCLE
017966         GO TO 0050-ASSIGN-CYCLE-EXIT
017972     END-IF.
017978     IF CNS-LAST-POSTED
017984         GO TO 0050-ASSIGN-CYCLE-NEXT
017990     END-IF.
017996     IF NOT CNS-LAST-STARTED
018002       AND CNS-LAST-DATE = CNS-RUN-DATE
018008       AND CNS-LAST-KIND = CNS-CYCLE-KIND
018014         SET CNS-EXTEND-CYCLE TO TRUE
018020         MOVE CNS-LAST-CYCLE TO CNS-CYCLE
018026         GO TO 0050-ASSIGN-CYCLE-EXIT
018032     END-IF.
018038     SET CNS-CYCLE-REFUSED TO TRUE.
018044     EVALUATE TRUE
018050         WHEN CNS-LAST-PROCESSED
018056             DISPLAY "CICLO " CNS-LAST-CYCLE " DEL " CNS-LAST-DATE
018062                 " SIN POSTEAR - CORRA OPBPOST ANTES DE OTRO "
018068                 "CICLO"
018074         WHEN CNS-LAST-STARTED
018080             DISPLAY "CICLO " CNS-LAST-CYCLE " DEL " CNS-LAST-DATE
018086                 " EN PROCESO - TERMINE SU VENTANA BATCH"
018092         WHEN OTHER
018098             DISPLAY "CICLO " CNS-LAST-CYCLE " (TIPO "
018104                 CNS-LAST-KIND ") DEL " CNS-LAST-DATE
018110                 " ABIERTO - CORRA SU VENTANA BATCH ANTES DE "
018116                 "OTRO CICLO"
018122     END-EVALUATE.
018128     GO TO 0050-ASSIGN-CYCLE-EXIT.
018134 0050-ASSIGN-CYCLE-NEXT.
018140     IF CNS-LAST-DATE NOT = CNS-RUN-DATE
018146         MOVE 1 TO CNS-CYCLE
018152         GO TO 0050-ASSIGN-CYCLE-EXIT
018158     END-IF.
018164     IF CNS-INTRADAY AND CNS-LAST-KIND = "D"
018170         SET CNS-CYCLE-REFUSED TO TRUE
018176         DISPLAY "EL CIERRE DEL DIA YA CORRIO - LOS CICLOS "
018182             "INTRADIA SE REANUDAN EL PROXIMO DIA"
018188         GO TO 0050-ASSIGN-CYCLE-EXIT
018194     END-IF.
018200     IF CNS-LAST-CYCLE = 9
018206         SET CNS-CYCLE-REFUSED TO TRUE
018212         DISPLAY "YA CORRIERON LOS 9 CICLOS DEL DIA"
018218         GO TO 0050-ASSIGN-CYCLE-EXIT
018224     END-IF.
018230     COMPUTE CNS-CYCLE = CNS-LAST-CYCLE + 1.
018236 0050-ASSIGN-CYCLE-EXIT.
018242     EXIT.
018248
018254******************************************************************
018260* 0060-SCAN-CICLREG  -  THE LAST CYCLE (THE ONE OF THE LAST "T"
018266*                       RECORD), WHICH OF ITS "S"/"B"/"P" EVENTS
018272*                       EXIST, AND THE SOURCES TAKEN TODAY.  A
018278*                       MISSING REGISTER MEANS NO CYCLE YET.
018284******************************************************************
018290 0060-SCAN-CICLREG.
018296     MOVE "N" TO CNS-CICLREG-EOF-SW.
018302     OPEN INPUT CYCLE-REG-FILE.
018308     IF NOT FS-SUCCESS OF WS-CICLREG-STATUS
018314         GO TO 0060-SCAN-CICLREG-EXIT
018320     END-IF.
018326     PERFORM 0070-ONE-CICLREG THRU 0070-ONE-CICLREG-EXIT
018332         UNTIL CNS-CICLREG-EOF.
018338     CLOSE CYCLE-REG-FILE.
018344 0060-SCAN-CICLREG-EXIT.
018350     EXIT.
018356
018362******************************************************************
018368* 0070-ONE-CICLREG
018374******************************************************************
018380 0070-ONE-CICLREG.
018386     READ CYCLE-REG-FILE
018392         AT END
018398             SET CNS-CICLREG-EOF TO TRUE
018404             GO TO 0070-ONE-CICLREG-EXIT
018410     END-READ.
018416     IF NOT CIC-EV-TAKEN
018422         IF CIC-DATE = CNS-LAST-DATE
018428           AND CIC-CYCLE = CNS-LAST-CYCLE
018434             EVALUATE TRUE
018440                 WHEN CIC-EV-STARTED
018446                     MOVE "Y" TO CNS-LAST-STARTED-SW
018452                 WHEN CIC-EV-PROCESSED
018458                     MOVE "Y" TO CNS-LAST-PROCESSED-SW
018464                 WHEN CIC-EV-POSTED
018470                     MOVE "Y" TO CNS-LAST-POSTED-SW
018476             END-EVALUATE
018482         END-IF
018488         GO TO 0070-ONE-CICLREG-EXIT
018494     END-IF.
018500     IF CIC-DATE NOT = CNS-LAST-DATE
018506       OR CIC-CYCLE NOT = CNS-LAST-CYCLE
018512         MOVE CIC-DATE  TO CNS-LAST-DATE
018518         MOVE CIC-CYCLE TO CNS-LAST-CYCLE
018524         MOVE CIC-KIND  TO CNS-LAST-KIND
018530         MOVE "N" TO CNS-LAST-STARTED-SW CNS-LAST-PROCESSED-SW
018536                     CNS-LAST-POSTED-SW
018542     END-IF.
018548     IF CIC-DATE = CNS-RUN-DATE
018554         PERFORM 0080-MARK-TAKEN THRU 0080-MARK-TAKEN-EXIT
018560             VARYING CNS-TAG-IDX FROM 1 BY 1
018566             UNTIL CNS-TAG-IDX > CNS-SOURCE-COUNT
018572     END-IF.
018578 0070-ONE-CICLREG-EXIT.
018584     EXIT.
018590
018596******************************************************************
018602* 0080-MARK-TAKEN
018608******************************************************************
018614 0080-MARK-TAKEN.
018620     IF CNS-DESK-TAG(CNS-TAG-IDX) = CIC-TAG
018626         MOVE CIC-CYCLE TO CNS-TAKEN-CYCLE(CNS-TAG-IDX)
018632     END-IF.
018638 0080-MARK-TAKEN-EXIT.
018644     EXIT.
018650
018656******************************************************************
018662* 0090-CHECK-INTRADAY-SOURCE  -  AN INTRADAY CYCLE IS ONLY THE
018668*                                DSK1 PAIR, SO NOTHING CLOSED OUT
018674*                                SINCE THE LAST CYCLE, OR A PAIR
018680*                                OUT OF BALANCE, OPENS NO CYCLE.
018686******************************************************************
018692 0090-CHECK-INTRADAY-SOURCE.
018698     MOVE 1 TO CNS-SOURCE-IDX.
018704     MOVE ZERO TO CNS-SRC-REC-COUNT CNS-SRC-SUMA-TOTAL
018710                  CNS-SRC-RESTA-TOTAL.
018716     PERFORM 1100-PROVE-SOURCE THRU 1100-PROVE-SOURCE-EXIT.
018722     IF NOT CNS-SOURCE-PRESENT
018728         SET CNS-CYCLE-REFUSED TO TRUE
018734         DISPLAY CNS-DESK-TAG(1)
018740             ": SIN CAPTURAS CERRADAS DESDE EL ULTIMO CICLO"
018746         GO TO 0090-CHECK-INTRADAY-SOURCE-EXIT
018752     END-IF.
018758     IF CNS-SOURCE-UNBALANCED
018764         SET CNS-CYCLE-REFUSED TO TRUE
018770         DISPLAY CNS-DESK-TAG(1)
018776             ": FUERA DE BALANCE - NO SE ABRE EL CICLO"
018782     END-IF.
018788 0090-CHECK-INTRADAY-SOURCE-EXIT.
018794     EXIT.
018798
018802******************************************************************
018806* 0100-WRITE-HEADER  -  THE MERGED FILE'S BATCH HEADER.  THE
018810*                       BATCH ID IS C + YYMMDD + THE CYCLE NUMBER,
018814*                       AND THE CYCLE KIND FOLLOWS THE DATE.
018818******************************************************************
018822 0100-WRITE-HEADER.
018826     MOVE SPACES TO OPB-IN-HEADER.
018830     MOVE "H" TO OPB-HDR-REC-TYPE.
018834     MOVE CNS-RUN-DATE TO OPB-HDR-TRANS-DATE.
018838     MOVE CNS-BATCH-ID TO OPB-HDR-BATCH-ID.
018842     MOVE CNS-CYCLE-KIND TO OPB-HDR-CYCLE-KIND.
018846     WRITE OPB-IN-HEADER.
018850 0100-WRITE-HEADER-EXIT.
018854     EXIT.
018858
018862******************************************************************
018866* 0150-REOPEN-CYCLE  -  THE OPEN CYCLE'S OPBTRIN ALREADY HAS ITS
018870*                       HEADER AND THE SOURCES TAKEN SO FAR; THE
018874*                       NEW ONES ARE APPENDED AND ITS OPBCTL
018878*                       TOTALS CARRIED INTO THE NEW COMBINED ONES.
018882******************************************************************
018886 0150-REOPEN-CYCLE.
018890     DISPLAY "CICLO " CNS-CYCLE " AUN ABIERTO - SE LE AGREGAN "
018894         "LAS FUENTES NUEVAS".
018898     MOVE ZERO TO CNS-PRIOR-SUMA CNS-PRIOR-RESTA.
018902     OPEN INPUT OPB-CONTROL-FILE.
018906     IF FS-SUCCESS OF WS-CTL-FILE-STATUS
018910         READ OPB-CONTROL-FILE
018914             AT END
018918                 CONTINUE
018922             NOT AT END
018926                 MOVE OPB-CTL-OUT-SUMA  TO CNS-PRIOR-SUMA
018930                 MOVE OPB-CTL-OUT-RESTA TO CNS-PRIOR-RESTA
018934         END-READ
018938         CLOSE OPB-CONTROL-FILE
018942     END-IF.
018946     OPEN EXTEND OPB-TRANS-IN-FILE.
018950 0150-REOPEN-CYCLE-EXIT.
018954     EXIT.
018958
019000******************************************************************
019100* 1000-MERGE-ONE-SOURCE  -  PROVES ONE DESK'S TRANSMITTAL
019200*                           AGAINST ITS OWN CONTROL TOTALS,
019900 1000-MERGE-ONE-SOURCE.
020000     MOVE ZERO TO CNS-SRC-REC-COUNT CNS-SRC-SUMA-TOTAL
020100                  CNS-SRC-RESTA-TOTAL.
020110     IF CNS-SOURCE-IDX > 1
020120       AND CNS-TAKEN-CYCLE(CNS-SOURCE-IDX) NOT = ZERO
020130         DISPLAY CNS-DESK-TAG(CNS-SOURCE-IDX)
020140             ": YA CONSOLIDADO HOY EN EL CICLO "
020150             CNS-TAKEN-CYCLE(CNS-SOURCE-IDX)
020160         GO TO 1000-MERGE-ONE-SOURCE-EXIT
020170     END-IF.
020200     PERFORM 1100-PROVE-SOURCE THRU 1100-PROVE-SOURCE-EXIT.
020300     IF NOT CNS-SOURCE-PRESENT
020400         DISPLAY CNS-DESK-TAG(CNS-SOURCE-IDX)
021400     PERFORM 2000-COPY-SOURCE THRU 2000-COPY-SOURCE-EXIT.
021500     PERFORM 3000-PRINT-SOURCE-SUBTOTAL
021600         THRU 3000-PRINT-SOURCE-SUBTOTAL-EXIT.
021610     PERFORM 3600-WRITE-CYCLE-TAKEN
021620         THRU 3600-WRITE-CYCLE-TAKEN-EXIT.
021630     IF CNS-SOURCE-IDX = 1
021640         PERFORM 3700-EMPTY-DSK1-PAIR
021650             THRU 3700-EMPTY-DSK1-PAIR-EXIT
021660     END-IF.
021700 1000-MERGE-ONE-SOURCE-EXIT.
021800     EXIT.
021900
030200     MOVE CNS-SRC-ACCOUNT   TO OPB-IN-ACCOUNT.
030300     MOVE CNS-SRC-POST-TYPE TO OPB-IN-POST-TYPE.
030400     MOVE CNS-DESK-TAG(CNS-SOURCE-IDX) TO OPB-IN-SOURCE.
030450     MOVE CNS-SRC-DEST-ACCOUNT TO OPB-IN-DEST-ACCOUNT.
030460     MOVE CNS-SRC-VALUE-DATE TO OPB-IN-VALUE-DATE.
030500     WRITE OPB-IN-RECORD.
030600     PERFORM 8100-READ-SOURCE THRU 8100-READ-SOURCE-EXIT.
030700 2100-COPY-ONE-REC-EXIT.
032170         OPEN EXTEND DESK-TOTAL-FILE
032171     END-IF.
032172     WRITE DSK-TOTAL-RECORD.
032174     CLOSE DESK-TOTAL-FILE.
032176 3500-WRITE-DESK-TOTAL-EXIT.
032178     EXIT.
032180
032182******************************************************************
032184* 3600-WRITE-CYCLE-TAKEN  -  THE SOURCE NOW BELONGS TO THIS
032186*                            CYCLE.  FOR ANY SOURCE BUT DSK1 THE
032188*                            RECORD ALSO KEEPS IT OUT OF THE DAY'S
032190*                            LATER CYCLES.
032192******************************************************************
032194 3600-WRITE-CYCLE-TAKEN.
032196     MOVE CNS-RUN-DATE TO CIC-DATE.
032198     MOVE CNS-CYCLE TO CIC-CYCLE.
032200     SET CIC-EV-TAKEN TO TRUE.
032202     MOVE CNS-CYCLE-KIND TO CIC-KIND.
032204     MOVE CNS-BATCH-ID TO CIC-BATCH-ID.
032206     MOVE CNS-DESK-TAG(CNS-SOURCE-IDX) TO CIC-TAG.
032208     ACCEPT CIC-TIME FROM TIME.
032210     MOVE CNS-SRC-REC-COUNT TO CIC-COUNT.
032212     MOVE ZERO TO CIC-POST-COUNT.
032214     MOVE CNS-SRC-SUMA-TOTAL TO CIC-SUMA.
032216     MOVE CNS-SRC-RESTA-TOTAL TO CIC-RESTA.
032218     OPEN EXTEND CYCLE-REG-FILE.
032220     IF FS-NOT-FOUND OF WS-CICLREG-STATUS
032222         OPEN OUTPUT CYCLE-REG-FILE
032224         CLOSE CYCLE-REG-FILE
032226         OPEN EXTEND CYCLE-REG-FILE
032228     END-IF.
032230     WRITE CIC-REGISTER-RECORD.
032232     CLOSE CYCLE-REG-FILE.
032234 3600-WRITE-CYCLE-TAKEN-EXIT.
032236     EXIT.
032238
032240******************************************************************
032242* 3700-EMPTY-DSK1-PAIR  -  CAPTLOTE APPENDS ITS CLOSE-OUTS TO THE
032244*                          DSK1 PAIR, SO ONCE A CYCLE HAS TAKEN IT
032246*                          THE PAIR STARTS OVER EMPTY FOR THE
032248*                          NEXT ONE.
032250******************************************************************
032252 3700-EMPTY-DSK1-PAIR.
032254     OPEN OUTPUT OPB-SRC1-FILE.
032256     CLOSE OPB-SRC1-FILE.
032258     OPEN OUTPUT OPB-CTL1-FILE.
032260     CLOSE OPB-CTL1-FILE.
032262 3700-EMPTY-DSK1-PAIR-EXIT.
032264     EXIT.
032266
032300******************************************************************
032400* 4000-WRITE-COMBINED-CTL  -  THE MERGED RUN'S EXPECTED TOTALS
032500*                             FOR 4270-RECONCILE-TOTALS.
032600******************************************************************
032700 4000-WRITE-COMBINED-CTL.
032800     OPEN OUTPUT OPB-CONTROL-FILE.
032900     COMPUTE OPB-CTL-OUT-SUMA  = CNS-PRIOR-SUMA
033000                               + CNS-GRAND-SUMA-TOTAL.
033010     COMPUTE OPB-CTL-OUT-RESTA = CNS-PRIOR-RESTA
033020                               + CNS-GRAND-RESTA-TOTAL.
033100     WRITE OPB-CTL-OUT-RECORD.
033200     CLOSE OPB-CONTROL-FILE.
033300 4000-WRITE-COMBINED-CTL-EXIT.
033800******************************************************************
033900 5000-PRINT-TOTALS.
034000     DISPLAY "---- CONSOLIDACION DE TRANSMITTALES ----".
034010     IF CNS-INTRADAY
034020         DISPLAY "CICLO " CNS-CYCLE " (INTRADIA)  LOTE "
034030             CNS-BATCH-ID
034040     ELSE
034050         DISPLAY "CICLO " CNS-CYCLE " (CIERRE DEL DIA)  LOTE "
034060             CNS-BATCH-ID
034070     END-IF.
034100     DISPLAY "REGISTROS CONSOLIDADOS: " CNS-GRAND-REC-COUNT.
034200     MOVE CNS-GRAND-SUMA-TOTAL TO CNS-AMT-ED.
034300     DISPLAY "TOTAL SUMA ESPERADO:    " CNS-AMT-ED.
037809             IF FS-SUCCESS OF WS-SRC8-STATUS
037811                 MOVE "Y" TO CNS-SOURCE-PRESENT-SW
037812             END-IF
037813         WHEN 9
037814             OPEN INPUT OPB-SRC9-FILE
037815             IF FS-SUCCESS OF WS-SRC9-STATUS
037816                 MOVE "Y" TO CNS-SOURCE-PRESENT-SW
037817             END-IF
037800     END-EVALUATE.
037900 8000-OPEN-SOURCE-EXIT.
038000     EXIT.
040309                 AT END
040311                     SET CNS-EOF TO TRUE
040312             END-READ
040313         WHEN 9
040314             READ OPB-SRC9-FILE INTO CNS-SRC-REC
040315                 AT END
040316                     SET CNS-EOF TO TRUE
040317             END-READ
040300     END-EVALUATE.
040400 8100-READ-SOURCE-EXIT.
040500     EXIT.
041780             CLOSE OPB-SRC7-FILE
041790         WHEN 8
041791             CLOSE OPB-SRC8-FILE
041792         WHEN 9
041793             CLOSE OPB-SRC9-FILE
041800     END-EVALUATE.
041900 8200-CLOSE-SOURCE-EXIT.
042000     EXIT.
046242                 END-READ
046243                 CLOSE OPB-CTL8-FILE
046244             END-IF
046245         WHEN 9
046246             OPEN INPUT OPB-CTL9-FILE
046247             IF FS-SUCCESS OF WS-CTL9-STATUS
046248                 READ OPB-CTL9-FILE INTO CNS-SRCCTL-REC
046249                     AT END
046251                         CONTINUE
046252                     NOT AT END
046253                         MOVE "Y" TO CNS-CTL-FOUND-SW
046254                 END-READ
046255                 CLOSE OPB-CTL9-FILE
046256             END-IF
046208     END-EVALUATE.
046300 8300-READ-CTL-EXIT.
046400     EXIT.
