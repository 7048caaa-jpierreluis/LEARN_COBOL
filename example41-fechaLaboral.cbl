001100*              CALFERI HOLIDAY FILE (MAINTAINED BY CALMANT).
001200*              FUNCTION "V" VALIDATES THE REQUESTED DATE;
001300*              "A" AND "S" WALK BACKWARD OR FORWARD TO THE
001310*              NEAREST BUSINESS DAY; "R" WALKS BACK A GIVEN
001320*              NUMBER OF BUSINESS DAYS; "M" ADDS A NUMBER OF
001330*              MONTHS (TO A BUSINESS DAY).  THE HOLIDAY FILE IS
001500*              LOADED ONCE PER RUN UNIT; A MISSING FILE IS
001600*              ANSWERED ON FCH-REPLY-CAL-SW SO THE CALLER CAN
001700*              WARN THAT ONLY THE WEEKEND RULE APPLIED.  THE
002300*
002400* MODIFICATION HISTORY
002500*   02/09/26  JPL  INITIAL VERSION.
002510*   05/10/26  JPL  NEW FUNCTION "R" - THE BUSINESS DAY LYING
002520*                  FCH-REQ-DAYS BUSINESS DAYS BEFORE THE DATE,
002530*                  SO OPBPOST AND CAPTLOTE CAN HOLD A BACK-VALUED
002540*                  POSTING TO THE SUPERVISORS' LIMIT ON BVLCTL.
002550*   09/10/26  JPL  NEW FUNCTION "M" - FCH-REQ-DAYS MONTHS ON,
002560*                  MOVED TO THE NEXT BUSINESS DAY, FOR
002570*                  THE MATURITY OF A TERM DEPOSIT (TDEPMANT,
002580*                  TDEPVEN).
002600******************************************************************
002700
002800 IDENTIFICATION DIVISION.
007000 77  FCL-BUSINESS-SW                 PIC X(01) VALUE "N".
007100     88  FCL-BUSINESS                VALUE "Y".
007200 77  FCL-STEPS                       PIC 9(03) VALUE ZERO.
007210 77  FCL-DAYS-DONE                   PIC 9(03) VALUE ZERO.
007217 77  FCL-MONTH-COUNT                 PIC 9(07) VALUE ZERO.
007224 77  FCL-MONTH-REM                   PIC 9(02) VALUE ZERO.
007231 77  FCL-KEEP-DD                     PIC 9(02) VALUE ZERO.
007238 01  FCL-MONTH-DATE.
007245     05  FCL-MD-YYYY                 PIC 9(04).
007252     05  FCL-MD-MM                   PIC 9(02).
007259     05  FCL-MD-DD                   PIC 9(02).
007266 01  FCL-MONTH-END.
007273     05  FCL-ME-YYYY                 PIC 9(04).
007280     05  FCL-ME-MM                   PIC 9(02).
007287     05  FCL-ME-DD                   PIC 9(02).
007300
007400 LINKAGE SECTION.
007500 COPY FECHPARM.
009400             PERFORM 3000-WALK-PREV THRU 3000-WALK-PREV-EXIT
009500         WHEN FCH-FUNC-NEXT
009600             PERFORM 3500-WALK-NEXT THRU 3500-WALK-NEXT-EXIT
009610         WHEN FCH-FUNC-BACK-DAYS
009620             PERFORM 3800-WALK-BACK-DAYS
009630                 THRU 3800-WALK-BACK-DAYS-EXIT
009640         WHEN FCH-FUNC-ADD-MONTHS
009650             PERFORM 3900-ADD-MONTHS THRU 3900-ADD-MONTHS-EXIT
009700         WHEN OTHER
009800             PERFORM 2000-TEST-DATE THRU 2000-TEST-DATE-EXIT
009900             IF FCL-BUSINESS
026100     PERFORM 2000-TEST-DATE THRU 2000-TEST-DATE-EXIT.
026200 3700-KEEP-STEPPING-FWD-EXIT.
026300     EXIT.
026302
026304******************************************************************
026306* 3800-WALK-BACK-DAYS  -  FCH-REQ-DAYS BUSINESS DAYS BACK FROM
026308*                         THE REQUESTED DATE.  ZERO DAYS ANSWERS
026310*                         THE DATE ITSELF, WITH ITS OWN BUSINESS-
026312*                         DAY VERDICT.
026314******************************************************************
026316 3800-WALK-BACK-DAYS.
026318     MOVE ZERO TO FCL-DAYS-DONE.
026320     IF FCH-REQ-DAYS IS NOT NUMERIC
026322         MOVE ZERO TO FCH-REQ-DAYS
026324     END-IF.
026326     PERFORM 3810-BACK-ONE-DAY THRU 3810-BACK-ONE-DAY-EXIT
026328         UNTIL FCL-DAYS-DONE NOT < FCH-REQ-DAYS.
026330     PERFORM 2000-TEST-DATE THRU 2000-TEST-DATE-EXIT.
026332     IF FCL-BUSINESS
026334         SET FCH-IS-BUSINESS TO TRUE
026336     ELSE
026338         SET FCH-NOT-BUSINESS TO TRUE
026340     END-IF.
026342     MOVE FCL-WORK-DATE TO FCH-REPLY-DATE.
026344 3800-WALK-BACK-DAYS-EXIT.
026346     EXIT.
026348
026350******************************************************************
026352* 3810-BACK-ONE-DAY  -  ONE BUSINESS DAY BACK, THE 3000 WALK.
026354******************************************************************
026356 3810-BACK-ONE-DAY.
026358     MOVE ZERO TO FCL-STEPS.
026360     PERFORM 3100-STEP-BACK THRU 3100-STEP-BACK-EXIT.
026362     PERFORM 2000-TEST-DATE THRU 2000-TEST-DATE-EXIT.
026364     PERFORM 3200-KEEP-STEPPING-BACK
026366         THRU 3200-KEEP-STEPPING-BACK-EXIT
026368         UNTIL FCL-BUSINESS OR FCL-STEPS > 366.
026370     ADD 1 TO FCL-DAYS-DONE.
026372 3810-BACK-ONE-DAY-EXIT.
026374     EXIT.
026376
026378******************************************************************
026380* 3900-ADD-MONTHS  -  FCH-REQ-DAYS MONTHS AFTER THE REQUESTED
026382*                     DATE.  THE 31ST OF A MONTH LANDS ON THE LAST
026384*                     DAY OF A SHORTER ONE (THE DAY BEFORE THE
026386*                     FIRST OF THE MONTH AFTER IT, WHICH ALSO
026388*                     TAKES CARE OF LEAP YEARS); A DATE THAT IS
026390*                     NOT A BUSINESS DAY MOVES ON TO THE NEXT ONE.
026392******************************************************************
026394 3900-ADD-MONTHS.
026396     IF FCH-REQ-DAYS IS NOT NUMERIC
026398         MOVE ZERO TO FCH-REQ-DAYS
026400     END-IF.
026402     MOVE FCL-WORK-DATE TO FCL-MONTH-DATE.
026404     MOVE FCL-MD-DD TO FCL-KEEP-DD.
026406     COMPUTE FCL-MONTH-COUNT = FCL-MD-YYYY * 12
026408         + FCL-MD-MM - 1 + FCH-REQ-DAYS.
026410     DIVIDE FCL-MONTH-COUNT BY 12
026412         GIVING FCL-MD-YYYY REMAINDER FCL-MONTH-REM.
026414     COMPUTE FCL-MD-MM = FCL-MONTH-REM + 1.
026416     MOVE FCL-MD-YYYY TO FCL-ME-YYYY.
026418     IF FCL-MD-MM = 12
026420         ADD 1 TO FCL-ME-YYYY
026422         MOVE 1 TO FCL-ME-MM
026424     ELSE
026426         COMPUTE FCL-ME-MM = FCL-MD-MM + 1
026428     END-IF.
026430     MOVE 1 TO FCL-ME-DD.
026432     MOVE FCL-MONTH-END TO FCL-WORK-DATE.
026434     COMPUTE FCL-DATE-INT =
026436         FUNCTION INTEGER-OF-DATE(FCL-WORK-DATE) - 1.
026438     COMPUTE FCL-WORK-DATE =
026440         FUNCTION DATE-OF-INTEGER(FCL-DATE-INT).
026442     MOVE FCL-WORK-DATE TO FCL-MONTH-END.
026444     IF FCL-KEEP-DD < FCL-ME-DD
026446         MOVE FCL-KEEP-DD TO FCL-MD-DD
026448     ELSE
026450         MOVE FCL-ME-DD TO FCL-MD-DD
026452     END-IF.
026454     MOVE FCL-MONTH-DATE TO FCL-WORK-DATE.
026456     PERFORM 2000-TEST-DATE THRU 2000-TEST-DATE-EXIT.
026458     IF FCL-BUSINESS
026460         MOVE FCL-WORK-DATE TO FCH-REPLY-DATE
026462         SET FCH-IS-BUSINESS TO TRUE
026464     ELSE
026466         PERFORM 3500-WALK-NEXT THRU 3500-WALK-NEXT-EXIT
026468     END-IF.
026470 3900-ADD-MONTHS-EXIT.
026472     EXIT.
026474
026500 END PROGRAM FECHALAB.
