                      ULTIMA TOCADA, TAMAÑO Y USUARIO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Nuevas acciones FRIO y RECU para
*********************               el almacenamiento en frio de
*********************               PRUFRIO: FRIO recibe "ruta;ruta
*********************               fria" y marca la entrada como
*********************               enfriada (REG-CAT-NIVEL "F") con
*********************               la ruta del comprimido y la fecha;
*********************               RECU la devuelve a disco y cuenta
*********************               la recuperacion con su fecha. Las
*********************               dos quedan en el diario PRUCATJ-.
*********************               Un ALTA/TOCA sobre una entrada
*********************               enfriada le quita la marca.
********************* 02/09/2026 CVJ - La fecha con la que se estampa
*********************               el catalogo y se nombra el diario
*********************               PRUCATJ- es la fecha de proceso
           03 REG-CAT-TAMANIO    PIC 9(9).
           03 REG-CAT-USUARIO    PIC X(15).
           03 REG-CAT-FECHAVERIF PIC X(8).
           03 REG-CAT-NIVEL      PIC X.
              88 CAT-ENFRIADO    VALUE "F".
           03 REG-CAT-FRIO       PIC X(200).
           03 REG-CAT-FECHAFRIO  PIC X(8).
           03 REG-CAT-RECUPERA   PIC 9(5).
           03 REG-CAT-FECHARECU  PIC X(8).

       FD  JORNAL.
       01  REG-JORNAL        PIC X(300).
       77  WS-JORNAL-ESTADO  PIC XX.
       77  WS-JORNAL-ACCION  PIC X(4).
       77  WS-JORNAL-TAM     PIC 9(9).
       01  WS-CAT-RUTA       PIC X(256).
       01  WS-CAT-FRIA       PIC X(256).

       LINKAGE SECTION.

              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           MOVE NOMBREFICHERO TO WS-CAT-RUTA.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM REGISTRA-ALTA-O-TOCA
                    PERFORM REGISTRA-BAJA
               WHEN "VERI"
                    PERFORM REGISTRA-VERIFICACION
               WHEN "FRIO"
                    PERFORM REGISTRA-FRIO THRU FIN-REGISTRA-FRIO
               WHEN "RECU"
                    PERFORM REGISTRA-RECUPERACION
                       THRU FIN-REGISTRA-RECUPERACION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
                  MOVE WS-TAM       TO REG-CAT-TAMANIO
                  MOVE USUARIO      TO REG-CAT-USUARIO
                  MOVE SPACES       TO REG-CAT-FECHAVERIF
                  PERFORM LIMPIA-FRIO THRU FIN-LIMPIA-FRIO
                  MOVE ZERO         TO REG-CAT-RECUPERA
                  MOVE SPACES       TO REG-CAT-FECHARECU
                  WRITE REG-CATALOGO
                  MOVE "ALTA" TO WS-JORNAL-ACCION
                  MOVE WS-TAM TO WS-JORNAL-TAM
                  MOVE WS-HORA-CAT  TO REG-CAT-HORAMOD
                  MOVE WS-TAM       TO REG-CAT-TAMANIO
                  MOVE USUARIO      TO REG-CAT-USUARIO
                  PERFORM LIMPIA-FRIO THRU FIN-LIMPIA-FRIO
                  IF REG-CAT-RECUPERA NOT NUMERIC
                     MOVE ZERO TO REG-CAT-RECUPERA
                  END-IF
                  REWRITE REG-CATALOGO
                  MOVE "TOCA" TO WS-JORNAL-ACCION
                  MOVE WS-TAM TO WS-JORNAL-TAM
           END-READ.
       FIN-REGISTRA-VERIFICACION.

       ENFRIAMIENTO SECTION.
      *    FRIO: LA ENTRADA PASA A APUNTAR AL COMPRIMIDO DEL AREA FRIA.
      *    NOMBREFICHERO LLEGA COMO "ruta;rutafria" Y SE LLAMA ANTES DE
      *    BORRAR EL ORIGINAL, ASI QUE EL TAMAÑO QUE SE ANOTA ES EL DEL
      *    FICHERO EN DISCO. SI LA RUTA NO ESTABA CATALOGADA (ALGO
      *    ANTERIOR AL CATALOGO) SE DA DE ALTA YA ENFRIADA, PORQUE SIN
      *    ENTRADA NO HABRIA FORMA DE RECUPERARLO.
       REGISTRA-FRIO.
           MOVE SPACES TO WS-CAT-RUTA WS-CAT-FRIA.
           UNSTRING NOMBREFICHERO DELIMITED BY ";"
               INTO WS-CAT-RUTA WS-CAT-FRIA
           END-UNSTRING.
           IF WS-CAT-RUTA = SPACES OR WS-CAT-FRIA = SPACES
              DISPLAY "|PRUCATERROR|FRIO|" NOMBREFICHERO "|"
                      UPON SYSOUT
              GO TO FIN-REGISTRA-FRIO
           END-IF.
           PERFORM COGE-FECHA-CAT THRU FIN-COGE-FECHA-CAT.
           ACCEPT WS-HORA-CAT FROM TIME.
           MOVE SPACES TO WS-CHK-DETALLE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CAT-RUTA
                                             WS-CHK-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO WS-TAM
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO REG-CAT-CLAVE.
           MOVE WS-CAT-RUTA TO REG-CAT-CLAVE.
           READ CATALOGO
               INVALID KEY
                  MOVE WS-FECHA-CAT TO REG-CAT-FECHACREA
                  MOVE WS-HORA-CAT  TO REG-CAT-HORACREA
                  MOVE WS-FECHA-CAT TO REG-CAT-FECHAMOD
                  MOVE WS-HORA-CAT  TO REG-CAT-HORAMOD
                  MOVE WS-TAM       TO REG-CAT-TAMANIO
                  MOVE USUARIO      TO REG-CAT-USUARIO
                  MOVE SPACES       TO REG-CAT-FECHAVERIF
                  MOVE ZERO         TO REG-CAT-RECUPERA
                  MOVE SPACES       TO REG-CAT-FECHARECU
                  MOVE "F"          TO REG-CAT-NIVEL
                  MOVE WS-CAT-FRIA  TO REG-CAT-FRIO
                  MOVE WS-FECHA-CAT TO REG-CAT-FECHAFRIO
                  WRITE REG-CATALOGO
               NOT INVALID KEY
                  IF WS-TAM > ZERO
                     MOVE WS-TAM    TO REG-CAT-TAMANIO
                  END-IF
                  IF REG-CAT-RECUPERA NOT NUMERIC
                     MOVE ZERO      TO REG-CAT-RECUPERA
                     MOVE SPACES    TO REG-CAT-FECHARECU
                  END-IF
                  MOVE "F"          TO REG-CAT-NIVEL
                  MOVE WS-CAT-FRIA  TO REG-CAT-FRIO
                  MOVE WS-FECHA-CAT TO REG-CAT-FECHAFRIO
                  REWRITE REG-CATALOGO
           END-READ.
           MOVE "FRIO" TO WS-JORNAL-ACCION.
           MOVE REG-CAT-TAMANIO TO WS-JORNAL-TAM.
           PERFORM ANOTA-JORNAL THRU FIN-ANOTA-JORNAL.
       FIN-REGISTRA-FRIO.

       RECUPERACION SECTION.
      *    RECU: EL FICHERO HA VUELTO A SU RUTA Y SE HA VERIFICADO
      *    CONTRA SU MANIFIESTO. LA ENTRADA PIERDE LA MARCA DE FRIO Y SE
      *    CUENTA LA RECUPERACION PARA EL INFORME DE FRECUENCIAS DE
      *    PRUFRIO.
       REGISTRA-RECUPERACION.
           MOVE SPACES TO REG-CAT-CLAVE.
           MOVE NOMBREFICHERO TO REG-CAT-CLAVE.
           READ CATALOGO
               INVALID KEY
                  GO TO FIN-REGISTRA-RECUPERACION
           END-READ.
           PERFORM COGE-FECHA-CAT THRU FIN-COGE-FECHA-CAT.
           ACCEPT WS-HORA-CAT FROM TIME.
           IF REG-CAT-RECUPERA NOT NUMERIC
              MOVE ZERO TO REG-CAT-RECUPERA
           END-IF.
           IF REG-CAT-RECUPERA < 99999
              ADD 1 TO REG-CAT-RECUPERA
           END-IF.
           MOVE WS-FECHA-CAT TO REG-CAT-FECHARECU.
           PERFORM LIMPIA-FRIO THRU FIN-LIMPIA-FRIO.
           REWRITE REG-CATALOGO.
           MOVE "RECU" TO WS-JORNAL-ACCION.
           MOVE REG-CAT-TAMANIO TO WS-JORNAL-TAM.
           PERFORM ANOTA-JORNAL THRU FIN-ANOTA-JORNAL.
       FIN-REGISTRA-RECUPERACION.

       LIMPIA-FRIO.
           MOVE SPACES TO REG-CAT-NIVEL.
           MOVE SPACES TO REG-CAT-FRIO.
           MOVE SPACES TO REG-CAT-FECHAFRIO.
       FIN-LIMPIA-FRIO.

       FECHA-PROCESO SECTION.
      *    LA FECHA DE TRABAJO ES LA DE PROCESO DEL REGISTRO DE
      *    PRUFECHA; SIN REGISTRO FIJADO, PRUFECHA DEVUELVE LA DEL
              STRING WS-FECHA-CAT "-" WS-HORA-CAT
                     " |" WS-JORNAL-ACCION
                     "|" DELIMITED BY SIZE
                     WS-CAT-RUTA DELIMITED BY SPACE
                     "|TAMANIO:" DELIMITED BY SIZE
                     WS-JORNAL-TAM DELIMITED BY SIZE
                     "|USUARIO:" DELIMITED BY SIZE
              STRING WS-FECHA-CAT "-" WS-HORA-CAT
                     " |" WS-JORNAL-ACCION
                     "|" DELIMITED BY SIZE
                     WS-CAT-RUTA DELIMITED BY SPACE
                     "|TAMANIO:" DELIMITED BY SIZE
                     WS-JORNAL-TAM DELIMITED BY SIZE
                     "|USUARIO:" DELIMITED BY SIZE
