000100******************************************************************
000200* COPYBOOK:    CICLREG
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 08/10/26
000500* PURPOSE:     POSTING-CYCLE REGISTER.  ONE LINE PER EVENT IN THE
000600*              LIFE OF A CONSOLIDATION CYCLE, APPENDED TO THE
000700*              CICLREG FILE:
000800*                "T"  CONSLOTE TOOK ONE SOURCE TRANSMITTAL INTO
000900*                     THE CYCLE (TAG, RECORDS, SUMA AND RESTA)
001000*                "S"  OPERACIONES-BASICAS STARTED THE CYCLE'S
001100*                     BATCH WINDOW
001200*                "B"  OPERACIONES-BASICAS COMPLETED IT:
001300*                     CIC-COUNT IS THE RECORDS PROCESSED,
001400*                     CIC-POST-COUNT AND CIC-SUMA THE POSTING
001500*                     REQUESTS IT LEFT ON OPBTROUT, COUNTED THE
001600*                     WAY CIERRDIA CHECK A COUNTS THEM
001700*                "P"  OPBPOST POSTED THE CYCLE: CIC-COUNT IS THE
001800*                     POSTINGS MADE
001900*              A CYCLE IS NUMBERED 1-9 WITHIN ITS DATE (THE DATE
002000*              CONSLOTE OPENED IT) AND IS EITHER INTRADAY ("I",
002100*              THE INTRADIA STREAM - CAPTLOTE'S DESK ONLY) OR THE
002200*              END-OF-DAY CYCLE ("D", DESKWORK - EVERY SOURCE).
002300*              ITS BATCH ID IS C + YYMMDD + THE CYCLE NUMBER.
002400*              CONSLOTE OPENS A NEW CYCLE ONLY WHEN THE LAST ONE
002500*              HAS ITS "P"; A CYCLE WITH NO "S" YET IS STILL OPEN
002600*              AND A LATER CONSOLIDATION OF THE SAME KIND ADDS TO
002700*              IT.  A "T" FOR A SOURCE OTHER THAN DSK1 ALSO MEANS
002800*              THAT SOURCE HAS BEEN TAKEN FOR THE DATE.
002900*
003000* MODIFICATION HISTORY
003100*   08/10/26  JPL  INITIAL VERSION.
003200******************************************************************
003300 01  CIC-REGISTER-RECORD.
003400     05  CIC-DATE                    PIC 9(08).
003500     05  CIC-CYCLE                   PIC 9(01).
003600     05  CIC-EVENT                   PIC X(01).
003700         88  CIC-EV-TAKEN            VALUE "T".
003800         88  CIC-EV-STARTED          VALUE "S".
003900         88  CIC-EV-PROCESSED        VALUE "B".
004000         88  CIC-EV-POSTED           VALUE "P".
004100     05  CIC-KIND                    PIC X(01).
004200         88  CIC-INTRADAY            VALUE "I".
004300         88  CIC-END-OF-DAY          VALUE "D".
004400     05  CIC-BATCH-ID                PIC X(08).
004500     05  CIC-TAG                     PIC X(04).
004600     05  CIC-TIME                    PIC 9(08).
004700     05  CIC-COUNT                   PIC 9(07).
004800     05  CIC-POST-COUNT              PIC 9(07).
004900     05  CIC-SUMA                    PIC S9(09)V99
005000                                     SIGN LEADING SEPARATE.
005100     05  CIC-RESTA                   PIC S9(09)V99
005200                                     SIGN LEADING SEPARATE.
