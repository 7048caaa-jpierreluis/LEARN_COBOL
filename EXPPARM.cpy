000100******************************************************************
000200* COPYBOOK:    EXPPARM
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 06/10/26
000500* PURPOSE:     PARAMETER AREA FOR THE EXPOSUM SUBPROGRAM.  THE
000600*              CALLER FILLS THE CUSTOMER AND, WHEN IT IS ABOUT
000700*              TO POST, THE ACCOUNT IN HAND WITH ITS CURRENCY
000800*              AND ITS BALANCE BEFORE AND AFTER THE POSTING -
000900*              THOSE FIGURES STAND IN FOR THE ACCOUNT'S RECORD
001000*              ON ACCTMAST, WHICH A BATCH CALLER MAY NOT HAVE
001100*              REWRITTEN YET.  A CALLER WITH NO POSTING IN HAND
001200*              (THE EXPOSURE REPORT) LEAVES THE ACCOUNT SPACES.
001300*              EXPOSUM ANSWERS THE CUSTOMER'S TOTAL EXPOSURE -
001400*              THE OVERDRAWN BALANCES OF ALL THE CUSTOMER'S
001500*              ACCOUNTS, IN LOCAL CURRENCY - BEFORE AND AFTER,
001600*              THE CST-EXPOSURE-LIMIT IT IS JUDGED AGAINST AND
001700*              THE STATE:
001800*                N  - CUSTOMER NOT ON CUSTMAST, OR NO CUSTMAST
001900*                S  - NO CUSTOMER LIMIT (ZERO OR SPACES)
002000*                D  - WITHIN THE LIMIT
002100*                X  - THE POSTING TAKES THE EXPOSURE PAST THE
002200*                     LIMIT (OR FURTHER PAST IT) - REFER IT
002300*              ONLY "X" STOPS A POSTING.  A POSTING THAT DOES
002400*              NOT RAISE THE EXPOSURE IS NEVER "X", SO A CREDIT
002500*              TO A CUSTOMER ALREADY OVER THE LIMIT STILL POSTS.
002600*              EXS-REPLY-PERCENT IS THE EXPOSURE AFTER AS A
002700*              PERCENTAGE OF THE LIMIT (ZERO WITHOUT A LIMIT).
002800*
002900* MODIFICATION HISTORY
003000*   06/10/26  JPL  INITIAL VERSION.
003100******************************************************************
003200 01  EXS-PARM.
003300     05  EXS-REQ-CUSTOMER            PIC X(08).
003400     05  EXS-REQ-ACCOUNT             PIC X(10).
003500     05  EXS-REQ-CURRENCY            PIC X(03).
003600     05  EXS-REQ-OLD-BALANCE         PIC S9(09)V99.
003700     05  EXS-REQ-NEW-BALANCE         PIC S9(09)V99.
003800     05  EXS-REPLY-STATE             PIC X(01).
003900         88  EXS-STATE-NOT-FOUND     VALUE "N".
004000         88  EXS-STATE-NO-LIMIT      VALUE "S".
004100         88  EXS-STATE-WITHIN        VALUE "D".
004200         88  EXS-STATE-BREACH        VALUE "X".
004300     05  EXS-REPLY-LIMIT             PIC 9(08)V99.
004400     05  EXS-REPLY-EXPOSURE          PIC 9(11)V99.
004500     05  EXS-REPLY-NEW-EXPOSURE      PIC 9(11)V99.
004600     05  EXS-REPLY-PERCENT           PIC 9(05)V9.
004700     05  EXS-REPLY-ACCOUNTS          PIC 9(03).
004800     05  EXS-REPLY-OVERDRAWN         PIC 9(03).
004900     05  EXS-REPLY-NO-RATE           PIC 9(03).
