                      INCIDENCIA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro del catalogo gana
*********************               la marca de enfriado de PRUFRIO
*********************               (nivel, ruta del comprimido y
*********************               fecha) y el contador y la fecha
*********************               de la ultima recuperacion.
*********************               La consulta del catalogo dice
*********************               ademas si el fichero esta en
*********************               frio y cuantas veces se ha
*********************               recuperado.
********************* 22/08/2026 CVJ - Version inicial. EL RASTRO SE
*********************               BUSCA POR LA RUTA RESUELTA Y
*********************               TAMBIEN POR EL NOMBRE LOGICO CON
           03 REG-CAT-TAMANIO    PIC 9(9).
           03 REG-CAT-USUARIO    PIC X(15).
           03 REG-CAT-FECHAVERIF PIC X(8).
           03 REG-CAT-NIVEL      PIC X.
              88 CAT-ENFRIADO    VALUE "F".
           03 REG-CAT-FRIO       PIC X(200).
           03 REG-CAT-FECHAFRIO  PIC X(8).
           03 REG-CAT-RECUPERA   PIC 9(5).
           03 REG-CAT-FECHARECU  PIC X(8).

       FD  HALLAZGOS.
       01  REG-HALLAZGOS         PIC X(300).
                         INTO WS-VIDA-RESP
                  END-STRING
                  DISPLAY WS-VIDA-RESP UPON SYSOUT
                  IF CAT-ENFRIADO OR REG-CAT-FECHARECU NOT = SPACES
                     MOVE SPACES TO WS-VIDA-RESP
                     STRING "|VIDA|FRIO|NIVEL:" REG-CAT-NIVEL
                            "|FECHA:" REG-CAT-FECHAFRIO
                            "|RECUPERA:" REG-CAT-RECUPERA
                            "|ULTIMA:" REG-CAT-FECHARECU
                            "|COMPRIMIDO:" DELIMITED BY SIZE
                            REG-CAT-FRIO DELIMITED BY SPACE
                            "|" DELIMITED BY SIZE
                            INTO WS-VIDA-RESP
                     END-STRING
                     DISPLAY WS-VIDA-RESP UPON SYSOUT
                  END-IF
           END-READ.
           CLOSE CATALOGO.
       FIN-CONSULTA-CATALOGO.
