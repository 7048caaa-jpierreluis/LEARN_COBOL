001796*                  example45-reversaPosteos.cbl
001797*                  example55-disponeSuspenso.cbl
001798*                  example60-actividadOperadores.cbl
001799*                  example62-catalogoProductos.cbl
001800*                  example63-relacionesCuenta.cbl
001810*                  example64-retencionesCuenta.cbl
001820*                  example65-sumaRetenciones.cbl
001890*
001900* MODIFICATION HISTORY
002000*   09/08/26  JPL  INITIAL VERSION.
002100*   22/08/26  JPL  ADDED OPTION 6 - TRANMANT, THE NEW TRANMAST
005499*                  SUSPENSE DISPOSITION WORKFLOW.
005501*   03/09/26  JPL  ADDED OPTION N - OPERACT, THE OPERATOR
005502*                  ACTIVITY AND PRODUCTIVITY REPORT.
005504*   07/09/26  JPL  ADDED OPTION O - PRODMANT, THE PRODUCT CATALOG
005505*                  (PRODMAST) MAINTENANCE.  SUPERVISOR ONLY.
005506*   08/09/26  JPL  ADDED OPTION P - RELMANT, JOINT OWNERS,
005507*                  SIGNATORIES AND BENEFICIARIES (ACCTREL),
005508*                  RELEASED THROUGH MANTREL.
005509*   10/09/26  JPL  ADDED OPTION Q - HOLDMANT, HOLDS AND
005510*                  EARMARKS ON AN ACCOUNT'S FUNDS (HOLDMAST).
005511*   15/09/26  JPL  ADDED OPTION R - CIERRCTA, ACCOUNT CLOSURE
005512*                  SETTLEMENT AND FINAL PAYOUT.  SUPERVISOR ONLY.
005513*   16/09/26  JPL  ADDED OPTION S - ESCHEAT, RECLAIM OF AN
005514*                  UNCLAIMED BALANCE REMITTED TO THE STATE.
005515*                  SUPERVISOR ONLY.
005516*   18/09/26  JPL  ADDED OPTION T - TXGRAN, CLOSURE OF A
005517*                  COMPLIANCE CASE (LARGE CASH MOVEMENT OR
005518*                  STRUCTURING).  SUPERVISOR ONLY.
005519*   21/09/26  JPL  ADDED OPTION U - ALRTCOLA, REVIEW QUEUE OF THE
005520*                  POSTING ANOMALY ALERTS.  SUPERVISOR ONLY.
005521*   22/09/26  JPL  ADDED OPTION V - DISPUTA, CUSTOMER DISPUTE
005522*                  CASES WITH PROVISIONAL CREDIT.
005523*   23/09/26  JPL  ADDED OPTION W - AVISOCLI, CONSULTATION OF THE
005524*                  NOTICE LETTERS SENT FOR AN ACCOUNT.
005525*   07/10/26  JPL  ADDED OPTION X - QACOLA, REVIEW QUEUE OF THE
005526*                  QUALITY SAMPLE.  SUPERVISOR ONLY.
005536*   09/10/26  JPL  ADDED OPTION Y - TDEPMANT, TERM DEPOSITS.
005599******************************************************************

005600 IDENTIFICATION DIVISION.
005700 PROGRAM-ID. MENU-PRINCIPAL.
008300                                           "A" "a" "B" "b"
008400                                           "C" "c" "D" "d"
008500                                           "E" "e" "F" "f"
008506                                           "G" "g" "H" "h"
008512                                           "I" "i" "J" "j"
008518                                           "K" "k" "L" "l"
008524                                           "M" "m"
008530                                           "N" "n"
008536                                           "O" "o"
008542                                           "P" "p"
008548                                           "Q" "q"
008554                                           "R" "r"
008560                                           "S" "s"
008566                                           "T" "t"
008572                                           "U" "u"
008578                                           "V" "v"
008584                                           "W" "w"
008590                                           "X" "x"
008595                                           "Y" "y".

008600 PROCEDURE DIVISION.
008700******************************************************************
018360     DISPLAY "L. REVPOST                   (REVERSA POSTEOS)".
018370     DISPLAY "M. SUSPDISP                  (DISPONE SUSPENSO)".
018380     DISPLAY "N. OPERACT                   (ACTIVIDAD OPERADORES)".
018390     DISPLAY "O. PRODMANT                  (CATALOGO PRODUCTOS)".
018391     DISPLAY "P. RELMANT                   (PARTES DE LA CUENTA)".
018392     DISPLAY "Q. HOLDMANT                  (RETENCION DE FONDOS)".
018393     DISPLAY "R. CIERRCTA                  (CIERRE Y LIQUIDACION)".
018394     DISPLAY "S. ESCHEAT                   (SALDOS NO RECLAMADOS)".
018395     DISPLAY "T. TXGRAN                    (CASOS CUMPLIMIENTO)".
018396     DISPLAY "U. ALRTCOLA                  (ALERTAS DE POSTEO)".
018397     DISPLAY "V. DISPUTA                   (RECLAMOS DE CLIENTES)".
018398     DISPLAY "W. AVISOCLI                  (AVISOS A CLIENTES)".
018399     DISPLAY "X. QACOLA                    (CONTROL DE CALIDAD)".
018400     DISPLAY "Y. TDEPMANT                  (DEPOSITOS A PLAZO)".
018450     DISPLAY "0. SALIR".
018500     DISPLAY "SELECCIONE UNA OPCION: ".
018600     ACCEPT MENU-OPTION.
018700     IF NOT MENU-VALID-OPTION
023400         WHEN "F"
023500         WHEN "f"
023600             CALL "CAPTLOTE"
023391         WHEN "Y"
023392         WHEN "y"
023393*            OPEN TO EVERY ROLE - TDEPMANT ITSELF KEEPS THE EARLY
023394*            BREAK FOR A SUPERVISOR.
023395             CALL "TDEPMANT"
023401         WHEN "X"
023402         WHEN "x"
023403*            SUPERVISOR-ONLY: QUALITY SAMPLE REVIEW.
023404             IF MENU-ROLE-SUPERVISOR
023405                 CALL "QACOLA"
023406             ELSE
023407                 DISPLAY "OPCION SOLO PARA SUPERVISORES."
023408             END-IF
023411         WHEN "W"
023412         WHEN "w"
023413             CALL "AVISOCLI"
023421         WHEN "V"
023422         WHEN "v"
023423*            OPEN TO EVERY ROLE - DISPUTA ITSELF KEEPS THE CLOSE
023424*            RELEASE FOR A SECOND SUPERVISOR.
023425             CALL "DISPUTA"
023431         WHEN "U"
023432         WHEN "u"
023433*            SUPERVISOR-ONLY: POSTING ANOMALY ALERT REVIEW.
023434             IF MENU-ROLE-SUPERVISOR
023435                 CALL "ALRTCOLA"
023436             ELSE
023437                 DISPLAY "OPCION SOLO PARA SUPERVISORES."
023438             END-IF
023441         WHEN "T"
023442         WHEN "t"
023443*            SUPERVISOR-ONLY: COMPLIANCE CASE CLOSURE.
023444             IF MENU-ROLE-SUPERVISOR
023445                 CALL "TXGRAN"
023446             ELSE
023447                 DISPLAY "OPCION SOLO PARA SUPERVISORES."
023448             END-IF
023451         WHEN "S"
023452         WHEN "s"
023453*            SUPERVISOR-ONLY: RECLAIM OF AN ESCHEATED BALANCE.
023454             IF MENU-ROLE-SUPERVISOR
023455                 CALL "ESCHEAT"
023456             ELSE
023457                 DISPLAY "OPCION SOLO PARA SUPERVISORES."
023458             END-IF
023461         WHEN "R"
023462         WHEN "r"
023463*            SUPERVISOR-ONLY: ACCOUNT CLOSURE SETTLEMENT.
023464             IF MENU-ROLE-SUPERVISOR
023465                 CALL "CIERRCTA"
023466             ELSE
023467                 DISPLAY "OPCION SOLO PARA SUPERVISORES."
023468             END-IF
023471         WHEN "Q"
023472         WHEN "q"
023473             CALL "HOLDMANT"
023481         WHEN "P"
023482         WHEN "p"
023483             CALL "RELMANT"
023491         WHEN "O"
023492         WHEN "o"
023493*            SUPERVISOR-ONLY: THE PRODUCT CATALOG.
023494             IF MENU-ROLE-SUPERVISOR
023495                 CALL "PRODMANT"
023496             ELSE
023497                 DISPLAY "OPCION SOLO PARA SUPERVISORES."
023498             END-IF
023501         WHEN "N"
023502         WHEN "n"
023503             CALL "OPERACT"
