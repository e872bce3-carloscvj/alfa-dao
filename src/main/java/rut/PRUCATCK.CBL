                      MANDA SOBRE SU FICHERO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro del catalogo gana
*********************               la marca de enfriado de PRUFRIO
*********************               (nivel, ruta del comprimido y
*********************               fecha) y el contador y la fecha
*********************               de la ultima recuperacion.
*********************               Lo enfriado no esta en disco
*********************               a proposito: no se da como
*********************               SOLOCAT ni se repara con BAJA,
*********************               que dejaria el comprimido sin
*********************               forma de recuperarlo.
********************* 22/08/2026 CVJ - Version inicial.

       ENVIRONMENT DIVISION.
           03 REG-CAT-TAMANIO    PIC 9(9).
           03 REG-CAT-USUARIO    PIC X(15).
           03 REG-CAT-FECHAVERIF PIC X(8).
           03 REG-CAT-NIVEL      PIC X.
              88 CAT-ENFRIADO    VALUE "F".
           03 REG-CAT-FRIO       PIC X(200).
           03 REG-CAT-FECHAFRIO  PIC X(8).
           03 REG-CAT-RECUPERA   PIC 9(5).
           03 REG-CAT-FECHARECU  PIC X(8).

       FD  DISCO-LST.
       01  REG-DISCO-LST         PIC X(256).
              VALORRAIZ(1:WS-RAIZ-LONG)
              GO TO LEYENDO-CATALOGO
           END-IF.
           IF CAT-ENFRIADO
              GO TO LEYENDO-CATALOGO
           END-IF.
           MOVE SPACES TO NOMBREACTUAL.
           MOVE REG-CAT-CLAVE TO NOMBREACTUAL.
           MOVE SPACES TO WS-CHK-DETALLE.
