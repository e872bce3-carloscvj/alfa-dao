                      USUARIO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro del catalogo gana
*********************               la marca de enfriado de PRUFRIO
*********************               (nivel, ruta del comprimido y
*********************               fecha) y el contador y la fecha
*********************               de la ultima recuperacion.
*********************               El listado saca tambien la
*********************               fecha de enfriado y las
*********************               recuperaciones.
********************* 22/08/2026 CVJ - El registro del catalogo gana
*********************               la fecha de ultima verificacion
*********************               de manifiesto que estampa
           03 REG-CAT-TAMANIO    PIC 9(9).
           03 REG-CAT-USUARIO    PIC X(15).
           03 REG-CAT-FECHAVERIF PIC X(8).
           03 REG-CAT-NIVEL      PIC X.
              88 CAT-ENFRIADO    VALUE "F".
           03 REG-CAT-FRIO       PIC X(200).
           03 REG-CAT-FECHAFRIO  PIC X(8).
           03 REG-CAT-RECUPERA   PIC 9(5).
           03 REG-CAT-FECHARECU  PIC X(8).

       WORKING-STORAGE SECTION.

                  REG-CAT-USUARIO DELIMITED BY SPACE
                  "|VERIFICADO:" DELIMITED BY SIZE
                  REG-CAT-FECHAVERIF DELIMITED BY SIZE
                  "|FRIO:" DELIMITED BY SIZE
                  REG-CAT-FECHAFRIO DELIMITED BY SIZE
                  "|RECUPERA:" DELIMITED BY SIZE
                  REG-CAT-RECUPERA DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO WS-CATLS-RESP
           END-STRING.
