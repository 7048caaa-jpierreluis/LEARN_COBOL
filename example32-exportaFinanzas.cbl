002100*
002200* MODIFICATION HISTORY
002300*   22/08/26  JPL  INITIAL VERSION.
002350*   09/09/26  JPL  OPBEXP GAINS A TRAILING DESTINO COLUMN - THE
002400*                  DESTINATION ACCOUNT OF A "T" TRANSFER.
002410*   05/10/26  JPL  OPBEXP GAINS A TRAILING FECHAVALOR COLUMN -
002420*                  THE VALUE DATE (BLANK = POSTED AS OF THE DAY).
002450******************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. EXPFIN.
007600     05  OPB-OUT-ACCOUNT             PIC X(10).
007700     05  OPB-OUT-POST-TYPE           PIC X(01).
007800     05  OPB-OUT-SOURCE              PIC X(04).
007850     05  OPB-OUT-DEST-ACCOUNT        PIC X(10).
007860     05  OPB-OUT-VALUE-DATE          PIC X(08).
007900
008000 FD  OPB-EXP-FILE.
008100 01  OPB-EXP-LINE                    PIC X(200).
020500     END-IF.
020600     OPEN OUTPUT OPB-EXP-FILE.
020700     MOVE "NUM1;NUM2;SUMA;RESTA;MULTIPLICAR;DIVIDIR;ERRMUL"
020800         & "T;ERRDIV;CUENTA;TIPO;FUENTE;DESTINO;FECHAVALOR"
020810         TO OPB-EXP-LINE.
020900     WRITE OPB-EXP-LINE.
021000     MOVE "N" TO EXP-EOF-SW.
021100     PERFORM 3100-READ-TROUT THRU 3100-READ-TROUT-EXIT.
029200         OPB-OUT-DIV-ERR ";"
029400         OPB-OUT-ACCOUNT ";"
029600         OPB-OUT-POST-TYPE ";"
029800         OPB-OUT-SOURCE ";"
029810         OPB-OUT-DEST-ACCOUNT ";"
029820         OPB-OUT-VALUE-DATE
029850         DELIMITED BY SIZE
029900         INTO OPB-EXP-LINE
029950         WITH POINTER EXP-PTR.
