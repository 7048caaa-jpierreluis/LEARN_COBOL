001200*              SAME MODEL APRCOLA USES FOR ITS SEQUENTIAL
001300*              QUEUE.  THE SATURDAY/SUNDAY WEEKEND RULE IS
001400*              FIXED IN FECHALAB AND IS NOT A DATA ITEM HERE.
001410*              OPTION 4 SHOWS THE BACK-VALUE LIMIT IN BVLCTL (HOW
001420*              MANY BUSINESS DAYS BACK A POSTING'S VALUE DATE MAY
001430*              LIE) AND LETS A SUPERVISOR SESSION CHANGE IT.
001500*              REACHED FROM MENU-PRINCIPAL.
001600* TECTONICS:   cobc -x example42-mantenimientoCalendario.cbl
001700*
001800* MODIFICATION HISTORY
001900*   02/09/26  JPL  INITIAL VERSION.
001910*   05/10/26  JPL  ADDED OPTION 4, THE BVLCTL BACK-VALUE LIMIT,
001920*                  CHANGEABLE ONLY FROM A SUPERVISOR SESSION.
002000******************************************************************
002100
002200 IDENTIFICATION DIVISION.
002800     SELECT CALENDAR-FILE ASSIGN TO "CALFERI"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CALFERI-STATUS.
003010
003020     SELECT BACKVAL-CTL-FILE ASSIGN TO "BVLCTL"
003030         ORGANIZATION IS LINE SEQUENTIAL
003040         FILE STATUS IS WS-BVLCTL-STATUS.
003050
003060     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
003070         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS WS-SESSION-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CALENDAR-FILE.
003500 COPY CALFERI.
003510
003520 FD  BACKVAL-CTL-FILE.
003530 COPY BVLCTL.
003540
003550 FD  OPER-SESSION-FILE.
003560 COPY SESREC.
003600
003700 WORKING-STORAGE SECTION.
003800 01  WS-CALFERI-STATUS.
003900     COPY FSTATCOD REPLACING FS-NAME BY WS-CALFERI-CODE.
003910 01  WS-BVLCTL-STATUS.
003920     COPY FSTATCOD REPLACING FS-NAME BY WS-BVLCTL-CODE.
003930 01  WS-SESSION-STATUS.
003940     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
004000
004100 77  CLD-OPTION                      PIC X(01) VALUE SPACE.
004200     88  CLD-OPT-EXIT                VALUE "0".
004300     88  CLD-OPT-VALID               VALUE "0" "1" "2" "3" "4".
004400 77  CLD-EOF-SW                      PIC X(01) VALUE "N".
004500     88  CLD-EOF                     VALUE "Y".
004600 77  CLD-CHANGED-SW                  PIC X(01) VALUE "N".
006200 77  CLD-DATE-INPUT                  PIC X(08) VALUE SPACES.
006300 77  CLD-DATE-WORK                   PIC 9(08) VALUE ZERO.
006400 77  CLD-DESC-INPUT                  PIC X(20) VALUE SPACES.
006407
006414******************************************************************
006421* BACK-VALUE LIMIT WORK AREAS FOR OPTION 4.
006428******************************************************************
006435 77  CLD-TODAY                       PIC 9(08) VALUE ZERO.
006442 77  CLD-SUPERVISOR-SW               PIC X(01) VALUE "N".
006449     88  CLD-SUPERVISOR              VALUE "Y".
006456 77  CLD-OPERATOR-ID                 PIC X(08) VALUE SPACES.
006463 77  CLD-MAX-BACK-DAYS               PIC 9(03) VALUE 060.
006470 77  CLD-DAYS-INPUT                  PIC X(03) VALUE SPACES.
006477 77  CLD-DAYS-WORK                   PIC 9(03) VALUE ZERO.
006484 77  CLD-CONFIRM                     PIC X(01) VALUE "N".
006491     88  CLD-CONFIRMED               VALUE "S" "s".
006500
006600 PROCEDURE DIVISION.
006700******************************************************************
006800* 0000-MAINLINE
006900******************************************************************
007000 0000-MAINLINE.
007010     ACCEPT CLD-TODAY FROM DATE YYYYMMDD.
007020     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
007100     PERFORM 1000-LOAD-TABLE THRU 1000-LOAD-TABLE-EXIT.
007200     PERFORM 2000-SHOW-MENU THRU 2000-SHOW-MENU-EXIT
007300         UNTIL CLD-OPT-EXIT.
007600     END-IF.
007700 0000-MAINLINE-EXIT.
007800     GOBACK.
007803
007806******************************************************************
007809* 0100-READ-SESSION  -  ONLY A SUPERVISOR SIGNED ON TODAY MAY
007812*                       CHANGE THE BACK-VALUE LIMIT, THE SAME
007815*                       TEST HOLDMANT MAKES.
007818******************************************************************
007821 0100-READ-SESSION.
007824     OPEN INPUT OPER-SESSION-FILE.
007827     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
007830         GO TO 0100-READ-SESSION-EXIT
007833     END-IF.
007836     READ OPER-SESSION-FILE
007839         AT END
007842             CONTINUE
007845         NOT AT END
007848             IF SES-SIGNON-DATE = CLD-TODAY
007851                 MOVE SES-OPERATOR-ID TO CLD-OPERATOR-ID
007854                 IF SES-ROLE-SUPERVISOR
007857                     SET CLD-SUPERVISOR TO TRUE
007860                 END-IF
007863             END-IF
007866     END-READ.
007869     CLOSE OPER-SESSION-FILE.
007872 0100-READ-SESSION-EXIT.
007875     EXIT.
007900
008000******************************************************************
008100* 1000-LOAD-TABLE  -  A MISSING CALFERI IS AN EMPTY CALENDAR.
012800     DISPLAY "1. LISTA DE FERIADOS".
012900     DISPLAY "2. ALTA DE FERIADO".
013000     DISPLAY "3. BAJA DE FERIADO".
013010     DISPLAY "4. LIMITE DE FECHA VALOR RETROACTIVA".
013100     DISPLAY "0. SALIR".
013200     DISPLAY "SELECCIONE UNA OPCION: ".
013300     ACCEPT CLD-OPTION.
014400             WHEN "3"
014500                 PERFORM 5000-DROP-HOLIDAY
014600                     THRU 5000-DROP-HOLIDAY-EXIT
014610             WHEN "4"
014620                 PERFORM 7000-BACK-VALUE-LIMIT
014630                     THRU 7000-BACK-VALUE-LIMIT-EXIT
014700             WHEN "0"
014800                 CONTINUE
014900         END-EVALUATE
027700     WRITE CAL-HOLIDAY-RECORD.
027800 6100-WRITE-ONE-EXIT.
027900     EXIT.
027901
027902******************************************************************
027903* 7000-BACK-VALUE-LIMIT  -  SHOWS THE LIMIT ON FILE; A MISSING
027904*                           BVLCTL IS A ZERO LIMIT.  A CHANGE IS
027905*                           WRITTEN AT ONCE, STAMPED WITH THE
027906*                           SUPERVISOR AND THE TIME.
027907******************************************************************
027908 7000-BACK-VALUE-LIMIT.
027909     INITIALIZE BVC-CTL-RECORD.
027910     OPEN INPUT BACKVAL-CTL-FILE.
027911     IF FS-SUCCESS OF WS-BVLCTL-STATUS
027912         READ BACKVAL-CTL-FILE
027913             AT END
027914                 INITIALIZE BVC-CTL-RECORD
027915         END-READ
027916         CLOSE BACKVAL-CTL-FILE
027917     END-IF.
027918     IF BVC-MAX-DAYS IS NOT NUMERIC
027919         MOVE ZERO TO BVC-MAX-DAYS
027920     END-IF.
027921     DISPLAY "DIAS HABILES DE FECHA VALOR RETROACTIVA: "
027922         BVC-MAX-DAYS.
027923     IF BVC-SET-BY NOT = SPACES
027924         DISPLAY "FIJADO POR " BVC-SET-BY " EL " BVC-SET-DATE
027925             " " BVC-SET-TIME
027926     END-IF.
027927     IF NOT CLD-SUPERVISOR
027928         DISPLAY "SOLO UN SUPERVISOR PUEDE CAMBIAR EL LIMITE."
027929         GO TO 7000-BACK-VALUE-LIMIT-EXIT
027930     END-IF.
027931     DISPLAY "NUEVO LIMITE EN DIAS HABILES (000-"
027932         CLD-MAX-BACK-DAYS ", BLANCO = SIN CAMBIO): ".
027933     MOVE SPACES TO CLD-DAYS-INPUT.
027934     ACCEPT CLD-DAYS-INPUT.
027935     IF CLD-DAYS-INPUT = SPACES
027936         GO TO 7000-BACK-VALUE-LIMIT-EXIT
027937     END-IF.
027938     IF CLD-DAYS-INPUT IS NOT NUMERIC
027939         DISPLAY "LIMITE NO NUMERICO - USE TRES DIGITOS."
027940         GO TO 7000-BACK-VALUE-LIMIT-EXIT
027941     END-IF.
027942     MOVE CLD-DAYS-INPUT TO CLD-DAYS-WORK.
027943     IF CLD-DAYS-WORK > CLD-MAX-BACK-DAYS
027944         DISPLAY "EL LIMITE NO PUEDE EXCEDER "
027945             CLD-MAX-BACK-DAYS " DIAS HABILES."
027946         GO TO 7000-BACK-VALUE-LIMIT-EXIT
027947     END-IF.
027948     DISPLAY "CONFIRMA EL CAMBIO A " CLD-DAYS-WORK
027949         " DIAS (S/N)? ".
027950     ACCEPT CLD-CONFIRM.
027951     IF NOT CLD-CONFIRMED
027952         DISPLAY "CAMBIO CANCELADO."
027953         GO TO 7000-BACK-VALUE-LIMIT-EXIT
027954     END-IF.
027955     MOVE CLD-DAYS-WORK   TO BVC-MAX-DAYS.
027956     MOVE CLD-OPERATOR-ID TO BVC-SET-BY.
027957     MOVE CLD-TODAY       TO BVC-SET-DATE.
027958     ACCEPT BVC-SET-TIME FROM TIME.
027959     OPEN OUTPUT BACKVAL-CTL-FILE.
027960     IF NOT FS-SUCCESS OF WS-BVLCTL-STATUS
027961         DISPLAY "NO SE PUDO GRABAR BVLCTL - ESTADO "
027962             WS-BVLCTL-STATUS
027963         GO TO 7000-BACK-VALUE-LIMIT-EXIT
027964     END-IF.
027965     WRITE BVC-CTL-RECORD.
027966     CLOSE BACKVAL-CTL-FILE.
027967     DISPLAY "LIMITE DE FECHA VALOR GRABADO: " BVC-MAX-DAYS
027968         " DIAS HABILES.".
027969 7000-BACK-VALUE-LIMIT-EXIT.
027970     EXIT.
028000
028100 END PROGRAM CALMANT.
