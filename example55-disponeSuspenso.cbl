002600*
002700* MODIFICATION HISTORY
002800*   03/09/26  JPL  INITIAL VERSION.
002810*   09/09/26  JPL  OPBSUSP RECORDS WIDENED TO 53 BYTES - THE
002820*                  DESTINATION ACCOUNT OF A "T" TRANSFER FOLLOWS
002830*                  THE DATE.  IT IS SHOWN WITH THE ITEM AND
002840*                  CARRIED TO OPBTRN7 ON RELEASE.
002850******************************************************************
003000
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. SUSPDISP.
006400 01  OPB-SUSPENSE-RECORD.
006500     05  OPB-SUSP-IMAGE              PIC X(35).
006600     05  OPB-SUSP-DATE               PIC 9(08).
006650     05  OPB-SUSP-DEST-ACCOUNT       PIC X(10).
006700
006800******************************************************************
006900* THE OPBTRN7/OPBCTL7 LAYOUTS MATCH CONSLOTE'S SOURCE PAIR
007700                                     SIGN LEADING SEPARATE.
007800     05  OPB-SRC-ACCOUNT             PIC X(10).
007900     05  OPB-SRC-POST-TYPE           PIC X(01).
007950     05  OPB-SRC-DEST-ACCOUNT        PIC X(10).
008000
008100 FD  OPB-CTL7-FILE.
008200 01  OPB-CTL7-RECORD.
011100
011200******************************************************************
011300* SUSPENSE TABLE - SAME MODEL AS APRCOLA/REPRECH.  ENTRIES
011400* HOLD THE RAW 53-BYTE SUSPENSE IMAGE; THE KEEP SWITCH SAYS
011500* WHETHER THE ENTRY STAYS WHEN THE FILE REWRITES.
011600******************************************************************
011700 77  SUS-MAX-ENTRIES                 PIC 9(03) VALUE 500.
011800 01  SUS-TABLE.
011900     05  SUS-TAB-ENTRY               OCCURS 500 TIMES.
012000         10  SUS-TAB-IMAGE           PIC X(53).
012100         10  SUS-TAB-KEEP-SW         PIC X(01).
012200 77  SUS-COUNT                       PIC 9(03) COMP VALUE ZERO.
012300 77  SUS-IDX                         PIC 9(03) COMP VALUE 1.
014700     05  SUS-DET-POST-TYPE           PIC X(01).
014800     05  SUS-DET-SOURCE              PIC X(04).
014900 01  SUS-DATE-VIEW                   PIC X(08) VALUE SPACES.
014950 01  SUS-DEST-VIEW                   PIC X(10) VALUE SPACES.
015000
015100 77  SUS-CTL7-SUMA                   PIC S9(09)V99 VALUE ZERO.
015200 77  SUS-CTL7-RESTA                  PIC S9(09)V99 VALUE ZERO.
026100 2000-WORK-ONE-ITEM.
026200     MOVE SUS-TAB-IMAGE(SUS-IDX)(1:35) TO SUS-DETAIL-VIEW.
026300     MOVE SUS-TAB-IMAGE(SUS-IDX)(36:8) TO SUS-DATE-VIEW.
026350     MOVE SUS-TAB-IMAGE(SUS-IDX)(44:10) TO SUS-DEST-VIEW.
026400     DISPLAY " ".
026500     DISPLAY "SUSPENSO DEL " SUS-DATE-VIEW ":".
026600     MOVE SUS-DET-NUM1 TO SUS-AMT-ED.
027000     DISPLAY "  CUENTA: " SUS-DET-ACCOUNT
027100         "  TIPO: " SUS-DET-POST-TYPE
027200         "  FUENTE: " SUS-DET-SOURCE.
027210     IF SUS-DEST-VIEW NOT = SPACES
027220         DISPLAY "  DESTINO: " SUS-DEST-VIEW
027230     END-IF.
027300     DISPLAY "  COLISIONO CON UN DETALLE IDENTICO YA "
027400         "PROCESADO EN ESA CORRIDA.".
027500     DISPLAY "ACCION (L=LIBERAR COMO GENUINO, W=ANULAR COMO "
031200     MOVE SUS-DET-NUM2      TO OPB-SRC-NUM2.
031300     MOVE SUS-DET-ACCOUNT   TO OPB-SRC-ACCOUNT.
031400     MOVE SUS-DET-POST-TYPE TO OPB-SRC-POST-TYPE.
031450     MOVE SUS-DEST-VIEW     TO OPB-SRC-DEST-ACCOUNT.
031500     WRITE OPB-SRC-RECORD.
031600     CLOSE OPB-TRN7-FILE.
031700     PERFORM 3100-UPDATE-CONTROL
