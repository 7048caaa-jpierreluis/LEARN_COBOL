000100******************************************************************
000200* COPYBOOK:    STATLOG
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 23/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE STATLOG ACCOUNT STATUS
000600*              CHANGE LOG.  EVERY PROGRAM THAT MOVES AN
000700*              ACM-ACCOUNT-STATUS ON PURPOSE APPENDS ONE RECORD
000800*              WITH THE STATUS BEFORE AND AFTER, WHO MADE THE
000900*              CHANGE, WHEN, AND FROM WHICH PROGRAM:
001000*                CTASTAT   THE DORMANCY SWEEP (A -> D) AND THE
001100*                          MODE M MAINTENANCE SCREEN
001200*                CIERRCTA  THE CLOSURE SETTLEMENT (-> C)
001300*              A POSTING THAT WAKES A DORMANT ACCOUNT IS NOT
001400*              LOGGED - THE POSTJRNL MOVEMENT ALREADY SAYS SO.
001500*              AVISOCLI READS THE LOG FOR THE DORMANCY AND
001600*              CLOSURE NOTICES TO THE CUSTOMER.
001700*
001800* MODIFICATION HISTORY
001900*   23/09/26  JPL  INITIAL VERSION.
002000******************************************************************
002100 01  STL-STATUS-RECORD.
002200     05  STL-ACCOUNT                 PIC X(10).
002300     05  STL-CUSTOMER-ID             PIC X(08).
002400     05  STL-OLD-STATUS              PIC X(01).
002500     05  STL-NEW-STATUS              PIC X(01).
002600         88  STL-NEW-DORMANT         VALUE "D".
002700         88  STL-NEW-CLOSED          VALUE "C".
002800     05  STL-CHANGED-BY              PIC X(08).
002900     05  STL-CHANGE-DATE             PIC 9(08).
003000     05  STL-CHANGE-TIME             PIC 9(08).
003100     05  STL-PROGRAM                 PIC X(08).
003200     05  FILLER                      PIC X(10).
