000100******************************************************************
000200* COPYBOOK:    TXGCASE
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 18/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE TXGCASE INDEXED COMPLIANCE
000600*              CASE FILE KEPT BY TXGRAN.  ONE CASE PER FLAGGED
000700*              ITEM, KEYED BY CUSTOMER, CASE TYPE AND THE DATE THE
000800*              CASE WAS OPENED:
000900*                TYPE "R"  REPORTED - THE CUSTOMER WENT ON THE
001000*                          DAY'S REGULATORY REPORT (TXGREG)
001100*                TYPE "S"  STRUCTURING - TXC-MIN-COUNT OR MORE
001200*                          MOVEMENTS JUST BELOW THE THRESHOLD
001300*                          INSIDE THE ROLLING WINDOW
001400*              THE DAILY RUN OPENS THE CASE ("O"); COMPLIANCE
001500*              CLOSES IT ("C") THROUGH TXGRAN MODE C WITH ONE OF
001600*              THE DISPOSITIONS:
001700*                "F"  FILED - THE REGULATORY REPORT WENT TO THE
001800*                     AUTHORITY (REQUIRED TO CLOSE A TYPE "R")
001900*                "S"  SUSPICIOUS ACTIVITY REPORT FILED
002000*                "N"  REVIEWED, NO FURTHER ACTION (TYPE "S" ONLY)
002100*
002200* MODIFICATION HISTORY
002300*   18/09/26  JPL  INITIAL VERSION.
002400******************************************************************
002500 01  TXK-CASE-RECORD.
002600     05  TXK-KEY.
002700         10  TXK-CUSTOMER-ID         PIC X(08).
002800         10  TXK-CASE-TYPE           PIC X(01).
002900             88  TXK-TYPE-REPORTED   VALUE "R".
003000             88  TXK-TYPE-STRUCTURING
003100                                     VALUE "S".
003200         10  TXK-OPEN-DATE           PIC 9(08).
003300     05  TXK-STATUS                  PIC X(01).
003400         88  TXK-STAT-OPEN           VALUE "O".
003500         88  TXK-STAT-CLOSED         VALUE "C".
003600     05  TXK-CASH-IN                 PIC 9(11)V99.
003700     05  TXK-CASH-OUT                PIC 9(11)V99.
003800     05  TXK-WINDOW-FROM             PIC 9(08).
003900     05  TXK-NEAR-COUNT              PIC 9(05).
004000     05  TXK-NEAR-TOTAL              PIC 9(11)V99.
004100     05  TXK-DISPOSITION             PIC X(01).
004200         88  TXK-DISP-FILED          VALUE "F".
004300         88  TXK-DISP-SAR            VALUE "S".
004400         88  TXK-DISP-NO-ACTION      VALUE "N".
004500         88  TXK-DISP-VALID          VALUE "F" "S" "N".
004600     05  TXK-CLOSED-BY               PIC X(08).
004700     05  TXK-CLOSED-DATE             PIC 9(08).
004800     05  TXK-NOTE                    PIC X(40).
004900     05  FILLER                      PIC X(10).
