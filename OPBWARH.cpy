001500*
001600* MODIFICATION HISTORY
001700*   02/09/26  JPL  INITIAL VERSION.
001710*   09/09/26  JPL  ADDED OPW-DEST-ACCOUNT, THE DESTINATION OF A
001720*                  TRANSFER ("T") ITEM, TO MATCH THE WIDENED
001730*                  SOURCE RECORD.  BLANK FOR S AND R ITEMS.
001800******************************************************************
001900 01  OPW-WAREHOUSE-RECORD.
002000     05  OPW-VALUE-DATE              PIC 9(08).
002500                                     SIGN LEADING SEPARATE.
002600     05  OPW-ACCOUNT                 PIC X(10).
002700     05  OPW-POST-TYPE               PIC X(01).
002800     05  OPW-DEST-ACCOUNT            PIC X(10).
