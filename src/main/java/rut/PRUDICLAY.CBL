                      PARED ANONIMA DE 1024 BYTES.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Nueva accion TABLA "seq;tabla":
*********************               el campo toma sus valores de esa
*********************               tabla de codigos de PRUCODIGO
*********************               (tabla en blanco quita el
*********************               enlace). El enlace vive bajo la
*********************               ruta con el sufijo "#TAB", con
*********************               el seq y el nombre del campo y
*********************               la tabla en DL-CONSTANTE; LISTA
*********************               lo ensena, BAJA lo quita con el
*********************               campo y LISTAVER no lo toma por
*********************               una version.
********************* 15/10/2026 CVJ - Versiones numeradas del layout:
*********************               una version nnn vive bajo la ruta
*********************               con el sufijo "#nnn" (ALTA, BAJA y
*********************               LISTA valen tal cual pasando
*********************               "fichero#nnn"); sin sufijo sigue
*********************               el layout en vigor, que es el que
*********************               leen todos los programas. Nuevas
*********************               acciones VERSIONA nnn (copia el
*********************               layout en vigor a la version),
*********************               ACTIVA nnn (la version pasa a ser
*********************               el layout en vigor; lo usa
*********************               PRUMIGRA al migrar) y LISTAVER.
********************* 22/08/2026 CVJ - Version inicial. TIPOS: N
*********************               (NUMERICO), A (ALFANUMERICO), F
*********************               (FECHA YYYYMMDD), P (EMPAQUETADO)
       77  WS-DL-TOTAL       PIC 99999 VALUE ZEROES.
       01  WS-DL-RESP        PIC X(300).

      *    VERSIONES DEL LAYOUT.
       77  WS-RUTA-LON       PIC 999.
       77  WS-VERSION        PIC X(3).
       01  WS-RUTA-ORIGEN    PIC X(200).
       01  WS-RUTA-DESTINO   PIC X(200).
       01  WS-RUTA-VERSION   PIC X(200).
       77  WS-VER-ACTUAL     PIC X(3).
       77  WS-VER-CAMPOS     PIC 999.
       01  TB-LAYOUT.
           03 TB-LAY-O       OCCURS 50.
              05 TB-LAY-SEQ       PIC 9(3).
              05 TB-LAY-RESTO     PIC X(57).
       77  WS-NLAY           PIC 99 VALUE ZERO.
       77  WS-LL             PIC 99.

      *    ENLACE DE UN CAMPO CON SU TABLA DE CODIGOS.
       01  WS-RUTA-TABLA     PIC X(200).
       77  WS-TABLA          PIC X(16).
       77  WS-TAB-NOMBRE     PIC X(30).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
           ELSE
              MOVE NOMBREFICHERO TO WS-RUTA
           END-IF.
           MOVE SPACES TO WS-RUTA-TABLA.
           STRING WS-RUTA DELIMITED BY SPACE
                  "#TAB" DELIMITED BY SIZE
                  INTO WS-RUTA-TABLA
           END-STRING.

           PERFORM ABRE-DICLAY.
           IF NOT DICLAY-ABIERTO
                    PERFORM BAJA-CAMPO
               WHEN "LISTA"
                    PERFORM LISTA-CAMPOS THRU FIN-LISTA-CAMPOS
               WHEN "VERSIONA"
                    PERFORM VERSIONA-LAYOUT THRU FIN-VERSIONA-LAYOUT
               WHEN "ACTIVA"
                    PERFORM ACTIVA-VERSION THRU FIN-ACTIVA-VERSION
               WHEN "LISTAVER"
                    PERFORM LISTA-VERSIONES THRU FIN-LISTA-VERSIONES
               WHEN "TABLA"
                    PERFORM ENLAZA-TABLA THRU FIN-ENLAZA-TABLA
               WHEN OTHER
                    DISPLAY "|DICLAYERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
               NOT INVALID KEY
                  DELETE DICLAY RECORD
                  DISPLAY "|DICLAY|BAJA|" DL-SEQ "|" UPON SYSOUT
                  MOVE WS-RUTA-TABLA TO DL-RUTA
                  READ DICLAY
                      NOT INVALID KEY
                         DELETE DICLAY RECORD
                  END-READ
           END-READ.
       FIN-DANDO-BAJA-CAMPO.

           DISPLAY WS-DL-RESP UPON SYSOUT.
           GO TO LEER-CAMPOS.
       FIN-LEER-CAMPOS.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA-TABLA TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO FIN-LEER-TABLAS
           END-START.
       LEER-TABLAS.
           READ DICLAY NEXT
               AT END
                  GO TO FIN-LEER-TABLAS
           END-READ.
           IF DL-RUTA NOT = WS-RUTA-TABLA
              GO TO FIN-LEER-TABLAS
           END-IF.
           MOVE SPACES TO WS-DL-RESP.
           STRING "|DICLAY|TABLA|" DL-SEQ "|"
                  DL-NOMBRE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  DL-CONSTANTE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-DL-RESP
           END-STRING.
           DISPLAY WS-DL-RESP UPON SYSOUT.
           GO TO LEER-TABLAS.
       FIN-LEER-TABLAS.
           MOVE SPACES TO WS-DL-RESP.
           STRING "|DICLAYFIN|CAMPOS:" WS-DL-TOTAL "|"
                  DELIMITED BY SIZE
           END-STRING.
           DISPLAY WS-DL-RESP UPON SYSOUT.
       FIN-LISTA-CAMPOS.

       VERSIONES SECTION.
      *    LA VERSION nnn DE UN LAYOUT SON SUS CAMPOS BAJO LA RUTA CON
      *    EL SUFIJO "#nnn". VERSIONA COPIA EL LAYOUT EN VIGOR A UNA
      *    VERSION Y ACTIVA HACE LO CONTRARIO; EN LOS DOS CASOS EL
      *    DESTINO SE VACIA ANTES, PARA QUE NO QUEDEN CAMPOS SUELTOS DE
      *    LO QUE HUBIERA.
       VERSIONA-LAYOUT.
           PERFORM PREPARA-VERSION THRU FIN-PREPARA-VERSION.
           IF WS-VERSION = SPACES
              GO TO FIN-VERSIONA-LAYOUT
           END-IF.
           MOVE WS-RUTA TO WS-RUTA-ORIGEN.
           MOVE WS-RUTA-VERSION TO WS-RUTA-DESTINO.
           PERFORM COPIA-LAYOUT THRU FIN-COPIA-LAYOUT.
           DISPLAY "|DICLAY|VERSIONA|" WS-VERSION "|CAMPOS:" WS-NLAY "|"
                   UPON SYSOUT.
       FIN-VERSIONA-LAYOUT.

       ACTIVA-VERSION.
           PERFORM PREPARA-VERSION THRU FIN-PREPARA-VERSION.
           IF WS-VERSION = SPACES
              GO TO FIN-ACTIVA-VERSION
           END-IF.
           MOVE WS-RUTA-VERSION TO WS-RUTA-ORIGEN.
           MOVE WS-RUTA TO WS-RUTA-DESTINO.
           PERFORM COPIA-LAYOUT THRU FIN-COPIA-LAYOUT.
           IF WS-NLAY = ZERO
              DISPLAY "|DICLAYERROR|VERSIONVACIA|" WS-VERSION "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ACTIVA-VERSION
           END-IF.
           DISPLAY "|DICLAY|ACTIVA|" WS-VERSION "|CAMPOS:" WS-NLAY "|"
                   UPON SYSOUT.
       FIN-ACTIVA-VERSION.

       PREPARA-VERSION.
           MOVE ZERO TO RETURN-CODE.
           MOVE DETALLE(1:3) TO WS-VERSION.
           MOVE ZERO TO WS-RUTA-LON.
           INSPECT WS-RUTA TALLYING WS-RUTA-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-VERSION IS NOT NUMERIC OR WS-VERSION = "000"
              OR WS-RUTA-LON > 196
              DISPLAY "|DICLAYERROR|VERSION|" DETALLE(1:10) "|"
                      UPON SYSOUT
              MOVE SPACES TO WS-VERSION
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PREPARA-VERSION
           END-IF.
           MOVE SPACES TO WS-RUTA-VERSION.
           STRING WS-RUTA(1:WS-RUTA-LON) "#" WS-VERSION
                  DELIMITED BY SIZE
                  INTO WS-RUTA-VERSION
           END-STRING.
       FIN-PREPARA-VERSION.

       COPIA-LAYOUT.
      *    EL ORIGEN SE CARGA EN MEMORIA ANTES DE TOCAR EL DESTINO, QUE
      *    VIVE EN EL MISMO FICHERO.
           MOVE ZERO TO WS-NLAY.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA-ORIGEN TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO FIN-CARGA-ORIGEN
           END-START.
       CARGA-ORIGEN.
           READ DICLAY NEXT
               AT END
                  GO TO FIN-CARGA-ORIGEN
           END-READ.
           IF DL-RUTA NOT = WS-RUTA-ORIGEN OR WS-NLAY = 50
              GO TO FIN-CARGA-ORIGEN
           END-IF.
           ADD 1 TO WS-NLAY.
           MOVE DL-SEQ TO TB-LAY-SEQ(WS-NLAY).
           MOVE REG-DICLAY(204:57) TO TB-LAY-RESTO(WS-NLAY).
           GO TO CARGA-ORIGEN.
       FIN-CARGA-ORIGEN.
           IF WS-NLAY = ZERO
              GO TO FIN-COPIA-LAYOUT
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA-DESTINO TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO ESCRIBE-DESTINO
           END-START.
       VACIA-DESTINO.
           READ DICLAY NEXT
               AT END
                  GO TO ESCRIBE-DESTINO
           END-READ.
           IF DL-RUTA NOT = WS-RUTA-DESTINO
              GO TO ESCRIBE-DESTINO
           END-IF.
           DELETE DICLAY RECORD.
           GO TO VACIA-DESTINO.
       ESCRIBE-DESTINO.
           PERFORM VARYING WS-LL FROM 1 BY 1 UNTIL WS-LL > WS-NLAY
              MOVE SPACES TO REG-DICLAY
              MOVE WS-RUTA-DESTINO TO DL-RUTA
              MOVE TB-LAY-SEQ(WS-LL) TO DL-SEQ
              MOVE TB-LAY-RESTO(WS-LL) TO REG-DICLAY(204:57)
              WRITE REG-DICLAY
                  INVALID KEY
                     REWRITE REG-DICLAY
              END-WRITE
           END-PERFORM.
       FIN-COPIA-LAYOUT.

       LISTA-VERSIONES.
      *    LAS VERSIONES GUARDADAS DEL FICHERO, CON SUS CAMPOS.
           MOVE ZERO TO WS-RUTA-LON.
           INSPECT WS-RUTA TALLYING WS-RUTA-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-RUTA-LON = ZERO OR WS-RUTA-LON > 196
              GO TO FIN-LISTA-VERSIONES
           END-IF.
           MOVE SPACES TO WS-RUTA-VERSION WS-VER-ACTUAL.
           STRING WS-RUTA(1:WS-RUTA-LON) "#"
                  DELIMITED BY SIZE
                  INTO WS-RUTA-VERSION
           END-STRING.
           MOVE ZEROES TO WS-VER-CAMPOS WS-DL-TOTAL.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA-VERSION TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO FIN-LEER-VERSIONES
           END-START.
       LEER-VERSIONES.
           READ DICLAY NEXT
               AT END
                  GO TO FIN-LEER-VERSIONES
           END-READ.
           IF DL-RUTA(1:WS-RUTA-LON + 1) NOT =
              WS-RUTA-VERSION(1:WS-RUTA-LON + 1)
              GO TO FIN-LEER-VERSIONES
           END-IF.
           IF DL-RUTA(WS-RUTA-LON + 2:3) IS NOT NUMERIC
              GO TO LEER-VERSIONES
           END-IF.
           IF DL-RUTA(WS-RUTA-LON + 2:3) NOT = WS-VER-ACTUAL
              PERFORM CANTA-VERSION THRU FIN-CANTA-VERSION
              MOVE DL-RUTA(WS-RUTA-LON + 2:3) TO WS-VER-ACTUAL
              MOVE ZEROES TO WS-VER-CAMPOS
           END-IF.
           ADD 1 TO WS-VER-CAMPOS.
           GO TO LEER-VERSIONES.
       FIN-LEER-VERSIONES.
           PERFORM CANTA-VERSION THRU FIN-CANTA-VERSION.
           MOVE SPACES TO WS-DL-RESP.
           STRING "|DICLAYFIN|VERSIONES:" WS-DL-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-DL-RESP
           END-STRING.
           DISPLAY WS-DL-RESP UPON SYSOUT.
       FIN-LISTA-VERSIONES.

       CANTA-VERSION.
           IF WS-VER-ACTUAL = SPACES
              GO TO FIN-CANTA-VERSION
           END-IF.
           ADD 1 TO WS-DL-TOTAL.
           DISPLAY "|DICLAY|VERSION|" WS-VER-ACTUAL "|CAMPOS:"
                   WS-VER-CAMPOS "|" UPON SYSOUT.
       FIN-CANTA-VERSION.

       TABLAS SECTION.
      *    EL DETALLE TRAE "seq;tabla". EL CAMPO TIENE QUE EXISTIR EN
      *    EL LAYOUT EN VIGOR; EL ENLACE GUARDA SU NOMBRE PARA QUE
      *    QUIEN LO LEA NO TENGA QUE VOLVER A BUSCARLO.
       ENLAZA-TABLA.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-SEQ-TXT WS-TABLA.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-SEQ-TXT
                 WS-TABLA
           END-UNSTRING.
           IF WS-SEQ-TXT IS NOT NUMERIC OR WS-RUTA-TABLA(200:1)
              NOT = SPACE
              DISPLAY "|DICLAYERROR|DETALLE|" DETALLE "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ENLAZA-TABLA
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA TO DL-RUTA.
           MOVE WS-SEQ-TXT TO DL-SEQ.
           READ DICLAY
               INVALID KEY
                  DISPLAY "|DICLAYERROR|NOEXISTE|" WS-SEQ-TXT "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-ENLAZA-TABLA
           END-READ.
           MOVE DL-NOMBRE TO WS-TAB-NOMBRE.
           MOVE WS-RUTA-TABLA TO DL-RUTA.
           IF WS-TABLA = SPACES
              READ DICLAY
                  INVALID KEY
                     GO TO FIN-ENLAZA-TABLA
              END-READ
              DELETE DICLAY RECORD
              DISPLAY "|DICLAY|TABLA|" DL-SEQ "|SIN TABLA|"
                      UPON SYSOUT
              GO TO FIN-ENLAZA-TABLA
           END-IF.
           MOVE SPACES TO REG-DICLAY(204:57).
           MOVE WS-TAB-NOMBRE TO DL-NOMBRE.
           MOVE WS-TABLA TO DL-CONSTANTE.
           WRITE REG-DICLAY
               INVALID KEY
                  REWRITE REG-DICLAY
           END-WRITE.
           MOVE SPACES TO WS-DL-RESP.
           STRING "|DICLAY|TABLA|" DL-SEQ "|"
                  DL-NOMBRE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TABLA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-DL-RESP
           END-STRING.
           DISPLAY WS-DL-RESP UPON SYSOUT.
       FIN-ENLAZA-TABLA.
