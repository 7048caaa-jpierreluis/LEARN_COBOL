002000*              (SYSIN, BLANK=025) FROM ITS TRAILING AVERAGE.
002100*              ONLY DATES THE SHOP ACTUALLY PROCESSED APPEAR,
002200*              SO WEEKENDS AND HOLIDAYS NEVER DILUTE THE
002300*              AVERAGE.  EACH DESK'S NET INTER-DESK SETTLEMENT
002310*              POSITION (DSKPOSN, FROM DESKSTL) TRENDS AS WELL.
002400* TECTONICS:   cobc -x example51-tendenciaOperativa.cbl
002500*
002600* MODIFICATION HISTORY
002720*                  RECORD COUNT PLUS THE SUMA AND RESTA
002730*                  AMOUNTS DSKTOTAL ALREADY CARRIES - INSTEAD
002740*                  OF THE COUNT ALONE.
002750*   28/09/26  JPL  READS THE DSKPOSN HISTORY DESKSTL APPENDS AND
002760*                  TRENDS EACH DESK'S NET SETTLEMENT POSITION
002770*                  ("LIQ " + DESK).  THE SERIES TABLE GROWS
002780*                  FROM 40 TO 80 ROWS TO MAKE ROOM.
002782*   08/10/26  JPL  A DAY NOW HAS ONE OPBBATCH AND OPBPOST RUN
002784*                  PER POSTING CYCLE, SO THEIR RUNCTL COUNTS FOR
002786*                  CYCLES 1-9 ADD UP INTO THE DAY'S SLOT, AND SO
002788*                  DO THE DSKTOTAL RECORDS (DSK1 IS TAKEN ONCE PER
002790*                  CYCLE).  CYCLE-ZERO RUNCTL RECORDS STILL
002792*                  OVERWRITE.
002800******************************************************************
002900
003000 IDENTIFICATION DIVISION.
004200     SELECT DAY-TOTAL-FILE ASSIGN TO "DIATOTAL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-DIATOT-STATUS.
004410     SELECT DESK-POSN-FILE ASSIGN TO "DSKPOSN"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS WS-DSKPOSN-STATUS.
004500     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PRINT-STATUS.
006600     05  DAY-TOT-DATE                PIC 9(08).
006700     05  DAY-TOT-BALANCE             PIC S9(11)V99
006800                                     SIGN LEADING SEPARATE.
006810
006820 FD  DESK-POSN-FILE.
006830 COPY DSKPOSN.
006900
007000 FD  PRINT-FILE.
007100 01  PRINT-LINE                      PIC X(132).
007700     COPY FSTATCOD REPLACING FS-NAME BY WS-DSKTOT-CODE.
007800 01  WS-DIATOT-STATUS.
007900     COPY FSTATCOD REPLACING FS-NAME BY WS-DIATOT-CODE.
007910 01  WS-DSKPOSN-STATUS.
007920     COPY FSTATCOD REPLACING FS-NAME BY WS-DSKPOSN-CODE.
008000 01  WS-PRINT-STATUS.
008100     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
008200
011300* THE SERIES TABLE - ONE ROW PER STEP, PER DESK SOURCE, AND
011400* FOR THE CERTIFIED BALANCE, EACH WITH ONE VALUE PER PICKED
011500* DATE.  A RERUN OVERWRITES ITS SLOT, SO THE LAST COMPLETED
011600* FIGURE OF A DAY IS THE ONE TRENDED - EXCEPT WHERE THE DAY IS
011610* MADE OF SEVERAL POSTING CYCLES (TND-ADD-SW), WHICH ADD UP.
011700******************************************************************
011800 77  TND-SER-MAX                     PIC 9(02) VALUE 80.
011900 01  TND-SERIES-TABLE.
012000     05  TND-SER-ENTRY               OCCURS 80 TIMES.
012100         10  TND-SER-NAME            PIC X(13).
012200         10  TND-SER-CELL            OCCURS 7 TIMES.
012300             15  TND-SER-VALUE       PIC S9(11)V99.
012800     88  TND-SER-FOUND               VALUE "Y".
012900 01  TND-WORK-NAME                   PIC X(13) VALUE SPACES.
013000 77  TND-WORK-VALUE                  PIC S9(11)V99 VALUE ZERO.
013010 77  TND-ADD-SW                      PIC X(01) VALUE "N".
013020     88  TND-ADD-VALUE               VALUE "Y".
013100
013200******************************************************************
013300* EXCEPTION ARITHMETIC
017100     PERFORM 2000-LOAD-RUNCTL THRU 2000-LOAD-RUNCTL-EXIT.
017200     PERFORM 2500-LOAD-DSKTOTAL THRU 2500-LOAD-DSKTOTAL-EXIT.
017300     PERFORM 2800-LOAD-DIATOTAL THRU 2800-LOAD-DIATOTAL-EXIT.
017310     PERFORM 2850-LOAD-DSKPOSN THRU 2850-LOAD-DSKPOSN-EXIT.
017400     OPEN OUTPUT PRINT-FILE.
017500     PERFORM 3000-PRINT-SERIES THRU 3000-PRINT-SERIES-EXIT.
017600     PERFORM 4000-PRINT-EXCEPTIONS
021600             UNTIL TND-EOF
021700         CLOSE DAY-TOTAL-FILE
021800     END-IF.
021810     MOVE "N" TO TND-EOF-SW.
021820     OPEN INPUT DESK-POSN-FILE.
021830     IF FS-SUCCESS OF WS-DSKPOSN-STATUS
021840         PERFORM 1350-DATE-FROM-DSKPOSN
021850             THRU 1350-DATE-FROM-DSKPOSN-EXIT
021860             UNTIL TND-EOF
021870         CLOSE DESK-POSN-FILE
021880     END-IF.
021900 1000-COLLECT-DATES-EXIT.
022000     EXIT.
022100
026300 1300-DATE-FROM-DIATOT-EXIT.
026400     EXIT.
026500
026510******************************************************************
026520* 1350-DATE-FROM-DSKPOSN
026530******************************************************************
026540 1350-DATE-FROM-DSKPOSN.
026550     READ DESK-POSN-FILE
026560         AT END
026570             SET TND-EOF TO TRUE
026580             GO TO 1350-DATE-FROM-DSKPOSN-EXIT
026590     END-READ.
026591     MOVE DPS-DATE TO TND-WORK-DATE.
026592     PERFORM 1400-POOL-DATE THRU 1400-POOL-DATE-EXIT.
026593 1350-DATE-FROM-DSKPOSN-EXIT.
026594     EXIT.
026595
026600******************************************************************
026700* 1400-POOL-DATE  -  DISTINCT DATES ONLY.  A FULL POOL DROPS
026800*                    THE OLDEST-ARRIVING EXTRAS, WHICH CAN
037000     STRING "PASO " RUN-CTL-STEP
037100         DELIMITED BY SIZE INTO TND-WORK-NAME.
037200     MOVE RUN-CTL-COUNT TO TND-WORK-VALUE.
037210     MOVE "N" TO TND-ADD-SW.
037220     IF RUN-CTL-CYCLE IS NUMERIC
037230       AND RUN-CTL-CYCLE > ZERO
037240         MOVE "Y" TO TND-ADD-SW
037250     END-IF.
037300     PERFORM 7500-STORE-VALUE THRU 7500-STORE-VALUE-EXIT.
037310     MOVE "N" TO TND-ADD-SW.
037400 2100-ONE-RUNCTL-EXIT.
037500     EXIT.
037600
040300     IF TND-SLOT = ZERO
040400         GO TO 2600-ONE-DSKTOT-EXIT
040500     END-IF.
040510     MOVE "Y" TO TND-ADD-SW.
040600     MOVE SPACES TO TND-WORK-NAME.
040700     STRING "FUENTE " DSK-TOT-TAG
040800         DELIMITED BY SIZE INTO TND-WORK-NAME.
041091         DELIMITED BY SIZE INTO TND-WORK-NAME.
041092     MOVE DSK-TOT-RESTA TO TND-WORK-VALUE.
041093     PERFORM 7500-STORE-VALUE THRU 7500-STORE-VALUE-EXIT.
041096     MOVE "N" TO TND-ADD-SW.
041100 2600-ONE-DSKTOT-EXIT.
041200     EXIT.
041300
044600 2900-ONE-DIATOT-EXIT.
044700     EXIT.
044800
044802******************************************************************
044804* 2850-LOAD-DSKPOSN  -  EACH DESK'S NET SETTLEMENT POSITION.
044806******************************************************************
044808 2850-LOAD-DSKPOSN.
044810     MOVE "N" TO TND-EOF-SW.
044812     OPEN INPUT DESK-POSN-FILE.
044814     IF NOT FS-SUCCESS OF WS-DSKPOSN-STATUS
044816         GO TO 2850-LOAD-DSKPOSN-EXIT
044818     END-IF.
044820     PERFORM 2860-ONE-DSKPOSN THRU 2860-ONE-DSKPOSN-EXIT
044822         UNTIL TND-EOF.
044824     CLOSE DESK-POSN-FILE.
044826 2850-LOAD-DSKPOSN-EXIT.
044828     EXIT.
044830
044832******************************************************************
044834* 2860-ONE-DSKPOSN
044836******************************************************************
044838 2860-ONE-DSKPOSN.
044840     READ DESK-POSN-FILE
044842         AT END
044844             SET TND-EOF TO TRUE
044846             GO TO 2860-ONE-DSKPOSN-EXIT
044848     END-READ.
044850     MOVE DPS-DATE TO TND-WORK-DATE.
044852     PERFORM 7000-FIND-SLOT THRU 7000-FIND-SLOT-EXIT.
044854     IF TND-SLOT = ZERO
044856         GO TO 2860-ONE-DSKPOSN-EXIT
044858     END-IF.
044860     MOVE SPACES TO TND-WORK-NAME.
044862     STRING "LIQ " DPS-DESK
044864         DELIMITED BY SIZE INTO TND-WORK-NAME.
044866     MOVE DPS-NET TO TND-WORK-VALUE.
044868     PERFORM 7500-STORE-VALUE THRU 7500-STORE-VALUE-EXIT.
044870 2860-ONE-DSKPOSN-EXIT.
044872     EXIT.
044874
044900******************************************************************
045000* 7000-FIND-SLOT  -  WHICH PICKED DATE (1=NEWEST) THE WORK
045100*                    DATE LANDS ON; ZERO MEANS OUTSIDE THE
047200
047300******************************************************************
047400* 7500-STORE-VALUE  -  FIND-OR-CREATE THE SERIES ROW AND FILL
047500*                      THE DATE SLOT (A RERUN OVERWRITES; WITH
047510*                      TND-ADD-SW ON THE VALUE ADDS TO THE SLOT).
047600******************************************************************
047700 7500-STORE-VALUE.
047800     MOVE "N" TO TND-SER-FOUND-SW.
049500             VARYING TND-PICK-IDX FROM 1 BY 1
049600             UNTIL TND-PICK-IDX > 7
049700     END-IF.
049800     IF TND-ADD-VALUE
049900       AND TND-SER-HAVE-SW(TND-SER-IDX, TND-SLOT) = "Y"
049910         ADD TND-WORK-VALUE
049920             TO TND-SER-VALUE(TND-SER-IDX, TND-SLOT)
049930     ELSE
049940         MOVE TND-WORK-VALUE
049950             TO TND-SER-VALUE(TND-SER-IDX, TND-SLOT)
049960     END-IF.
050000     MOVE "Y" TO TND-SER-HAVE-SW(TND-SER-IDX, TND-SLOT).
050100 7500-STORE-VALUE-EXIT.
050200     EXIT.
