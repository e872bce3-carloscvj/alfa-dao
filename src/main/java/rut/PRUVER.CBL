                      QUIEN SOLO NECESITA MIRAR.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               las fechas de ausencia del
*********************               usuario (UT-AUSENTE-DESDE y
*********************               UT-AUSENTE-HASTA) que fija PRUUSR
*********************               AUSENCIA.
********************* 15/10/2026 CVJ - Antes de abrir se pide a
*********************               PRUACL el derecho de lectura en
*********************               la zona del fichero; sin el no se
*********************               abre (|VERERROR|NOACCESO| con la
*********************               zona y la negativa en su log).
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               el departamento del usuario
*********************               (UT-DEPTO) que fija PRUUSR DEPTO.
********************* 15/10/2026 CVJ - Los campos que el diccionario
*********************               enlaza con una tabla de codigos
*********************               de PRUCODIGO salen con la
*********************               descripcion del codigo detras
*********************               del valor (o la marca de que no
*********************               esta en la tabla o esta fuera de
*********************               vigencia).
********************* 02/09/2026 CVJ - Version inicial. ORDENES POR
*********************               SYSIN CON EL SEPARADOR "|@|" DE
*********************               SIEMPRE: VER|@|clave -
           03 UT-FECHA-ULTLOGIN PIC X(8).
           03 UT-OPS            PIC X(64).
           03 UT-PROGS          PIC X(128).
           03 UT-DEPTO          PIC X(8).
           03 UT-AUSENTE-DESDE  PIC X(8).
           03 UT-AUSENTE-HASTA  PIC X(8).

       FD  DICLAY.
       01  REG-DICLAY.
              05 TB-CAM-POS      PIC 9(4).
              05 TB-CAM-LON      PIC 9(4).
              05 TB-CAM-SENSIBLE PIC X.
              05 TB-CAM-SEQ      PIC 9(3).
              05 TB-CAM-TABLA    PIC X(16).
       77  WS-NCAMPOS        PIC 99 VALUE ZERO.
       77  WS-CC             PIC 99.


       77  WS-PAGINA-TXT     PIC X(4).
       77  WS-PAGINA-TAM     PIC 9(4) VALUE 10.
       77  WS-ACL-ACCION     PIC X(8) VALUE "LEE".
       77  WS-ACL-DETALLE    PIC X(128).
       77  WS-EN-PAGINA      PIC 9(4).
       01  TB-PAGINAS.
           03 TB-PAG-CLAVE   PIC X(64) OCCURS 100.
       01  WS-ULTIMA-CLAVE   PIC X(64).
       77  WS-HAY-POSICION   PIC X VALUE "N".
       01  WS-VER-RESP       PIC X(200).
       77  WS-PTR            PIC 999.

      *    DESCRIPCION DE LOS CODIGOS (ENLACES "#TAB" DEL DICCIONARIO
      *    Y SERVICIO DE VALIDACION DE PRUCODIGO).
       01  WS-RUTA-TABLA     PIC X(200).
       77  WS-COD-ACCION     PIC X(8) VALUE "VALIDA".
       01  WS-COD-DETALLE    PIC X(160).
       77  WS-COD-RC         PIC 9.

       LINKAGE SECTION.


           PERFORM COMPRUEBA-PERFIL THRU FIN-COMPRUEBA-PERFIL.

           MOVE "PRUVER" TO WS-ACL-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUACL" USING WS-ACL-ACCION WS-RUTA WS-ACL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|VERERROR|NOACCESO|" WS-RUTA "|"
                      WS-ACL-DETALLE "|" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.

           OPEN INPUT FICHERO.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO FICHERO" TO WS-CONTEXTO
                           INTO WS-VER-RESP
                    END-STRING
                 ELSE
                    MOVE 1 TO WS-PTR
                    STRING "|VER|CAMPO|" TB-CAM-NOMBRE(WS-CC)
                           "|" DELIMITED BY SIZE
                           REG-VER(TB-CAM-POS(WS-CC):
                                   TB-CAM-LON(WS-CC))
                           DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           INTO WS-VER-RESP WITH POINTER WS-PTR
                    END-STRING
                    IF TB-CAM-TABLA(WS-CC) NOT = SPACES AND
                       REG-VER(TB-CAM-POS(WS-CC):TB-CAM-LON(WS-CC))
                       NOT = SPACES
                       PERFORM DESCRIBE-CODIGO THRU FIN-DESCRIBE-CODIGO
                    END-IF
                 END-IF
                 DISPLAY WS-VER-RESP UPON SYSOUT
              END-IF
           END-PERFORM.
       FIN-DECODIFICA-REGISTRO.

      *    LA DESCRIPCION VA COMO UNA COLUMNA MAS DETRAS DEL VALOR.
       DESCRIBE-CODIGO.
           MOVE SPACES TO WS-COD-DETALLE.
           MOVE REG-VER(TB-CAM-POS(WS-CC):TB-CAM-LON(WS-CC))
             TO WS-COD-DETALLE.
           CALL "PRUCODIGO" USING WS-COD-ACCION TB-CAM-TABLA(WS-CC)
                                  WS-COD-DETALLE.
           MOVE RETURN-CODE TO WS-COD-RC.
           MOVE ZERO TO RETURN-CODE.
           EVALUATE WS-COD-RC
               WHEN ZERO
                    STRING WS-COD-DETALLE(1:60) DELIMITED BY "  "
                           "|" DELIMITED BY SIZE
                           INTO WS-VER-RESP WITH POINTER WS-PTR
                    END-STRING
               WHEN 2
                    STRING "**FUERA DE VIGENCIA** "
                           DELIMITED BY SIZE
                           WS-COD-DETALLE(1:60) DELIMITED BY "  "
                           "|" DELIMITED BY SIZE
                           INTO WS-VER-RESP WITH POINTER WS-PTR
                    END-STRING
               WHEN OTHER
                    STRING "**NO EN TABLA** " DELIMITED BY SIZE
                           TB-CAM-TABLA(WS-CC) DELIMITED BY SPACE
                           "|" DELIMITED BY SIZE
                           INTO WS-VER-RESP WITH POINTER WS-PTR
                    END-STRING
           END-EVALUATE.
       FIN-DESCRIBE-CODIGO.

       PAGINACION SECTION.
      *    LA PAGINA HACIA ATRAS SE RESUELVE RECORDANDO LA CLAVE DE
      *    ARRANQUE DE CADA PAGINA ENSEÑADA (HASTA 100): VOLVER ES
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CARGA-TABLAS
           END-START.
       LEER-LAYOUT.
           READ DICLAY NEXT
               AT END
                  GO TO CARGA-TABLAS
           END-READ.
           IF DL-RUTA NOT = WS-RUTA(1:200)
              GO TO CARGA-TABLAS
           END-IF.
           IF WS-NCAMPOS < 50
              ADD 1 TO WS-NCAMPOS
              MOVE DL-POS TO TB-CAM-POS(WS-NCAMPOS)
              MOVE DL-LON TO TB-CAM-LON(WS-NCAMPOS)
              MOVE DL-SENSIBLE TO TB-CAM-SENSIBLE(WS-NCAMPOS)
              MOVE DL-SEQ TO TB-CAM-SEQ(WS-NCAMPOS)
              MOVE SPACES TO TB-CAM-TABLA(WS-NCAMPOS)
           END-IF.
           GO TO LEER-LAYOUT.
      *    DETRAS DEL LAYOUT, LOS ENLACES DE SUS CAMPOS CON TABLAS DE
      *    CODIGOS, BAJO LA RUTA CON EL SUFIJO "#TAB".
       CARGA-TABLAS.
           MOVE SPACES TO WS-RUTA-TABLA.
           STRING WS-RUTA(1:200) DELIMITED BY SPACE
                  "#TAB" DELIMITED BY SIZE
                  INTO WS-RUTA-TABLA
           END-STRING.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA-TABLA TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CIERRA-LAYOUT
           END-START.
       LEER-TABLAS.
           READ DICLAY NEXT
               AT END
                  GO TO CIERRA-LAYOUT
           END-READ.
           IF DL-RUTA NOT = WS-RUTA-TABLA
              GO TO CIERRA-LAYOUT
           END-IF.
           PERFORM VARYING WS-CC FROM 1 BY 1 UNTIL WS-CC > WS-NCAMPOS
              IF TB-CAM-SEQ(WS-CC) = DL-SEQ
                 MOVE DL-CONSTANTE TO TB-CAM-TABLA(WS-CC)
              END-IF
           END-PERFORM.
           GO TO LEER-TABLAS.
       CIERRA-LAYOUT.
           CLOSE DICLAY.
       FIN-CARGA-LAYOUT.
