003070*                  WINDOW OF A WORKING DAY.
003080*   03/09/26  JPL  OPBREJ RECORDS WIDENED TO 43 BYTES (THE RUN
003090*                  DATE RIDES BEHIND THE IMAGE FOR ITEMEDAD).
003100*   09/09/26  JPL  OPBREJ RECORDS WIDENED TO 53 BYTES (THE
003110*                  TRANSFER DESTINATION ACCOUNT FOLLOWS THE DATE).
003120******************************************************************
003200
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. ARCHMES.
012400 01  TEMP-HIST-RECORD                PIC X(05).
012500
012600 FD  OPB-REJECT-FILE.
012700 01  OPB-REJECT-RECORD               PIC X(53).
012800
012900 FD  OPB-CKPT-FILE.
013000 01  OPB-CKPT-RECORD                 PIC 9(07).
