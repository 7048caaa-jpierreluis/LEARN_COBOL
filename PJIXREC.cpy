001700*
001800* MODIFICATION HISTORY
001900*   03/09/26  JPL  INITIAL VERSION.
001910*   09/09/26  JPL  THE IMAGE GROWS BY THE 21-BYTE PJR-XFER-REF
001920*                  TRANSFER REFERENCE.  POSTJRNI IS REBUILT
001930*                  WHOLE BY EVERY PJRNLIX RUN.
001950*   11/09/26  JPL  ADDED THE "FEE " SOURCE CONDITION.
002000*   14/09/26  JPL  ADDED THE "WHT " SOURCE CONDITION.
002010*   15/09/26  JPL  ADDED THE "CIE " SOURCE CONDITION.
002020*   16/09/26  JPL  ADDED THE "ESC " SOURCE CONDITION AND
002030*                  PJX-SRC-CUSTOMER, THE CUSTOMER-INITIATED
002040*                  SOURCES ESCHEAT JUDGES DORMANCY BY.
002045*   22/09/26  JPL  ADDED THE "DSP " SOURCE CONDITION.
002047*   09/10/26  JPL  ADDED THE "TDP " SOURCE CONDITION.
002050******************************************************************
002100 01  PJX-INDEX-RECORD.
002200     05  PJX-KEY.
002300         10  PJX-ACCOUNT             PIC X(10).
002400         10  PJX-RUN-DATE            PIC 9(08).
002500         10  PJX-RUN-TIME            PIC 9(08).
002600         10  PJX-SEQ                 PIC 9(07).
002700     05  PJX-JRNL-IMAGE              PIC X(111).
002800     05  PJX-IMAGE-FIELDS REDEFINES PJX-JRNL-IMAGE.
002900         10  PJX-JRNL-ACCOUNT        PIC X(10).
003000         10  PJX-OLD-BALANCE         PIC S9(09)V99
003900         10  PJX-SOURCE              PIC X(04).
004000             88  PJX-SRC-ACCRUAL     VALUE "ACR ".
004100             88  PJX-SRC-REVERSAL    VALUE "REV ".
004150             88  PJX-SRC-FEE         VALUE "FEE ".
004160             88  PJX-SRC-WITHHOLDING VALUE "WHT ".
004170             88  PJX-SRC-CLOSURE     VALUE "CIE ".
004180             88  PJX-SRC-ESCHEAT     VALUE "ESC ".
004185             88  PJX-SRC-DISPUTE     VALUE "DSP ".
004187             88  PJX-SRC-TERM-DEP    VALUE "TDP ".
004190             88  PJX-SRC-CUSTOMER    VALUE "INT " "NVA " "LOTE".
004200         10  PJX-REF-DATE            PIC 9(08).
004300         10  PJX-REF-TIME            PIC 9(08).
004400         10  PJX-XFER-REF.
004500             15  PJX-XFER-DATE       PIC 9(08).
004600             15  PJX-XFER-TIME       PIC 9(08).
004700             15  PJX-XFER-SEQ        PIC 9(05).
