001700*              AUTHORIZATIONS) - WITH THE DESK TOTALS UNDER
001800*              EVERYTHING FOR CONTEXT.  THE DESK LEAD USED TO
001900*              TALLY THIS FROM FOUR PRINTS FOR EVERY MONTHLY
002000*              REVIEW.  BESIDE THE PRODUCTIVITY FIGURES EACH
002100*              OPERATOR CARRIES A QUALITY FIGURE FROM THE QAREV
002110*              SAMPLE (WORK SAMPLED IN THE RANGE, HOW MUCH OF IT
002120*              A SUPERVISOR HAS REVIEWED, THE ERRORS FOUND AND THE
002130*              ERROR RATE); NO QAREV MEANS NO QUALITY FIGURES.
002140*              PRINTS THROUGH THE 132-COLUMN CONVENTION.
002200* TECTONICS:   cobc -x example60-actividadOperadores.cbl
002300*
002400* MODIFICATION HISTORY
002500*   03/09/26  JPL  INITIAL VERSION.
002510*   07/10/26  JPL  QUALITY FIGURE FROM THE QAREV SAMPLE.
002600******************************************************************
002700
002800 IDENTIFICATION DIVISION.
004900     SELECT OVD-APPROVAL-FILE ASSIGN TO "OVDAPR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-OVDAPR-STATUS.
005110     SELECT QA-REVIEW-FILE ASSIGN TO "QAREV"
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS DYNAMIC
005140         RECORD KEY IS QAR-KEY
005150         FILE STATUS IS WS-QAREV-STATUS.
005200     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PRINT-STATUS.
008100
008200 FD  OVD-APPROVAL-FILE.
008300 COPY OVDAPR.
008310
008320 FD  QA-REVIEW-FILE.
008330 COPY QAREV.
008400
008500 FD  PRINT-FILE.
008600 01  PRINT-LINE                      PIC X(132).
009800     COPY FSTATCOD REPLACING FS-NAME BY WS-CALCAPR-CODE.
009900 01  WS-OVDAPR-STATUS.
010000     COPY FSTATCOD REPLACING FS-NAME BY WS-OVDAPR-CODE.
010010 01  WS-QAREV-STATUS.
010020     COPY FSTATCOD REPLACING FS-NAME BY WS-QAREV-CODE.
010100 01  WS-PRINT-STATUS.
010200     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
010300
013200         10  ACT-REJ-REPAIRED        PIC 9(07).
013300         10  ACT-REJ-WOFF            PIC 9(07).
013400         10  ACT-APPROVALS           PIC 9(07).
013410         10  ACT-QA-SAMPLED          PIC 9(07).
013420         10  ACT-QA-REVIEWED         PIC 9(07).
013430         10  ACT-QA-ERRORS           PIC 9(07).
013500 77  ACT-OPER-USED                   PIC 9(02) COMP VALUE ZERO.
013600 77  ACT-OPER-IDX                    PIC 9(02) COMP VALUE 1.
013700 77  ACT-OPER-FOUND-SW               PIC X(01) VALUE "N".
014800 77  ACT-TOT-REJ-REPAIRED            PIC 9(07) VALUE ZERO.
014900 77  ACT-TOT-REJ-WOFF                PIC 9(07) VALUE ZERO.
015000 77  ACT-TOT-APPROVALS               PIC 9(07) VALUE ZERO.
015010 77  ACT-TOT-QA-SAMPLED              PIC 9(07) VALUE ZERO.
015020 77  ACT-TOT-QA-REVIEWED             PIC 9(07) VALUE ZERO.
015030 77  ACT-TOT-QA-ERRORS               PIC 9(07) VALUE ZERO.
015040 77  ACT-QA-RATE                     PIC 9(03)V9 VALUE ZERO.
015100 01  ACT-CNT-ED                      PIC Z,ZZZ,ZZ9.
015200 01  ACT-AMT-ED                      PIC -ZZ,ZZZ,ZZZ,ZZZ.99.
015210 01  ACT-CNT2-ED                     PIC Z,ZZZ,ZZ9.
015220 01  ACT-CNT3-ED                     PIC Z,ZZZ,ZZ9.
015230 01  ACT-RATE-ED                     PIC ZZ9.9.
015300
015400 PROCEDURE DIVISION.
015500******************************************************************
017700     PERFORM 4000-SCAN-REJDISP THRU 4000-SCAN-REJDISP-EXIT.
017800     PERFORM 5000-SCAN-CALCAPR THRU 5000-SCAN-CALCAPR-EXIT.
017900     PERFORM 6000-SCAN-OVDAPR THRU 6000-SCAN-OVDAPR-EXIT.
017910     PERFORM 6500-SCAN-QAREV THRU 6500-SCAN-QAREV-EXIT.
018000     OPEN OUTPUT PRINT-FILE.
018100     PERFORM 7000-PRINT-REPORT THRU 7000-PRINT-REPORT-EXIT.
018200     CLOSE PRINT-FILE.
022000                      ACT-REJ-REPAIRED(ACT-OPER-IDX)
022100                      ACT-REJ-WOFF(ACT-OPER-IDX)
022200                      ACT-APPROVALS(ACT-OPER-IDX)
022210                      ACT-QA-SAMPLED(ACT-OPER-IDX)
022220                      ACT-QA-REVIEWED(ACT-OPER-IDX)
022230                      ACT-QA-ERRORS(ACT-OPER-IDX)
022300     END-IF.
022400 8000-FIND-OPERATOR-EXIT.
022500     EXIT.
051600     ADD 1 TO ACT-TOT-APPROVALS.
051700 6100-ONE-OVDAPR-EXIT.
051800     EXIT.
051802
051804******************************************************************
051806* 6500-SCAN-QAREV  -  THE QUALITY SAMPLE, BY THE DATE THE SAMPLED
051808*                     WORK WAS DONE.  QAREV IS OPTIONAL.
051810******************************************************************
051812 6500-SCAN-QAREV.
051814     MOVE "N" TO ACT-EOF-SW.
051816     OPEN INPUT QA-REVIEW-FILE.
051818     IF NOT FS-SUCCESS OF WS-QAREV-STATUS
051820         GO TO 6500-SCAN-QAREV-EXIT
051822     END-IF.
051824     PERFORM 6600-ONE-QAREV THRU 6600-ONE-QAREV-EXIT
051826         UNTIL ACT-EOF.
051828     CLOSE QA-REVIEW-FILE.
051830 6500-SCAN-QAREV-EXIT.
051832     EXIT.
051834
051836******************************************************************
051838* 6600-ONE-QAREV
051840******************************************************************
051842 6600-ONE-QAREV.
051844     READ QA-REVIEW-FILE NEXT
051846         AT END
051848             SET ACT-EOF TO TRUE
051850             GO TO 6600-ONE-QAREV-EXIT
051852     END-READ.
051854     MOVE QAR-WORK-DATE TO ACT-WORK-DATE.
051856     PERFORM 8100-CHECK-RANGE THRU 8100-CHECK-RANGE-EXIT.
051858     IF NOT ACT-IN-RANGE
051860         GO TO 6600-ONE-QAREV-EXIT
051862     END-IF.
051864     MOVE QAR-OPERATOR-ID TO ACT-WORK-ID.
051866     PERFORM 8000-FIND-OPERATOR THRU 8000-FIND-OPERATOR-EXIT.
051868     IF ACT-OPER-IDX = ZERO
051870         GO TO 6600-ONE-QAREV-EXIT
051872     END-IF.
051874     ADD 1 TO ACT-QA-SAMPLED(ACT-OPER-IDX).
051876     ADD 1 TO ACT-TOT-QA-SAMPLED.
051878     IF QAR-STAT-REVIEWED
051880         ADD 1 TO ACT-QA-REVIEWED(ACT-OPER-IDX)
051882         ADD 1 TO ACT-TOT-QA-REVIEWED
051884     END-IF.
051886     IF QAR-STAT-ERROR
051888         ADD 1 TO ACT-QA-ERRORS(ACT-OPER-IDX)
051890         ADD 1 TO ACT-TOT-QA-ERRORS
051892     END-IF.
051894 6600-ONE-QAREV-EXIT.
051896     EXIT.
051900
052000******************************************************************
052100* 7000-PRINT-REPORT
056500     STRING "APROBACIONES:        " ACT-CNT-ED
056600         DELIMITED BY SIZE INTO PRINT-LINE.
056700     WRITE PRINT-LINE.
056706     MOVE ZERO TO ACT-QA-RATE.
056712     IF ACT-TOT-QA-REVIEWED > ZERO
056718         COMPUTE ACT-QA-RATE ROUNDED =
056724             ACT-TOT-QA-ERRORS * 100 / ACT-TOT-QA-REVIEWED
056730     END-IF.
056736     MOVE ACT-TOT-QA-SAMPLED TO ACT-CNT-ED.
056742     MOVE ACT-TOT-QA-REVIEWED TO ACT-CNT2-ED.
056748     MOVE ACT-TOT-QA-ERRORS TO ACT-CNT3-ED.
056754     MOVE ACT-QA-RATE TO ACT-RATE-ED.
056760     MOVE SPACES TO PRINT-LINE.
056766     STRING "CALIDAD:             " ACT-CNT-ED
056772         "  REVISADAS " ACT-CNT2-ED "  ERRORES " ACT-CNT3-ED
056778         "  TASA DE ERROR " ACT-RATE-ED "%"
056784         DELIMITED BY SIZE INTO PRINT-LINE.
056790     WRITE PRINT-LINE.
056800 7000-PRINT-REPORT-EXIT.
056900     EXIT.
057000
061700     STRING "  APROBACIONES:       " ACT-CNT-ED
061800         DELIMITED BY SIZE INTO PRINT-LINE.
061900     WRITE PRINT-LINE.
061905     MOVE ZERO TO ACT-QA-RATE.
061910     IF ACT-QA-REVIEWED(ACT-OPER-IDX) > ZERO
061915         COMPUTE ACT-QA-RATE ROUNDED =
061920             ACT-QA-ERRORS(ACT-OPER-IDX) * 100
061925           / ACT-QA-REVIEWED(ACT-OPER-IDX)
061930     END-IF.
061935     MOVE ACT-QA-SAMPLED(ACT-OPER-IDX) TO ACT-CNT-ED.
061940     MOVE ACT-QA-REVIEWED(ACT-OPER-IDX) TO ACT-CNT2-ED.
061945     MOVE ACT-QA-ERRORS(ACT-OPER-IDX) TO ACT-CNT3-ED.
061950     MOVE ACT-QA-RATE TO ACT-RATE-ED.
061955     MOVE SPACES TO PRINT-LINE.
061960     STRING "  CALIDAD:            " ACT-CNT-ED
061965         "  REVISADAS " ACT-CNT2-ED "  ERRORES " ACT-CNT3-ED
061970         "  TASA DE ERROR " ACT-RATE-ED "%"
061975         DELIMITED BY SIZE INTO PRINT-LINE.
061980     WRITE PRINT-LINE.
062000 7100-PRINT-ONE-OPER-EXIT.
062100     EXIT.
062200
