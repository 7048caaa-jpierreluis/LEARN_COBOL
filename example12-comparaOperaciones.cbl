002294*                  THE REGRESSION DECK DOES NOT POST, SO THE TWO
002295*                  NEW FIELDS ARE CARRIED FOR ALIGNMENT ONLY AND
002296*                  ARE NOT COMPARED.
002300*   09/09/26  JPL  OPB-OUT-RECORD PICKED UP THE TRAILING
002310*                  TRANSFER DESTINATION ACCOUNT - CARRIED FOR
002320*                  ALIGNMENT ONLY, NOT COMPARED.
002322*   05/10/26  JPL  OPB-OUT-RECORD PICKED UP THE TRAILING VALUE
002324*                  DATE - CARRIED FOR ALIGNMENT ONLY, NOT
002326*                  COMPARED.
002330******************************************************************

002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. OPBREG-COMPARA.
005410     05  OPB-OUT-ACCOUNT             PIC X(10).
005420     05  OPB-OUT-POST-TYPE           PIC X(01).
005430     05  OPB-OUT-SOURCE              PIC X(04).
005450     05  OPB-OUT-DEST-ACCOUNT        PIC X(10).
005460     05  OPB-OUT-VALUE-DATE          PIC X(08).

005500 WORKING-STORAGE SECTION.
005600 01  WS-REGR-FILE-STATUS.
