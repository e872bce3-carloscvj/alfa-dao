                      QUE USA SRU.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Con la fecha de proceso en un mes
*********************               cerrado en PRUCIERRE no se abre el
*********************               fichero (|FIXERROR|CERRADO|, RC 1).
********************* 15/10/2026 CVJ - Antes de abrir se pide a
*********************               PRUACL lectura y escritura en la
*********************               zona del fichero: la cirugia
*********************               enseña y reescribe. Sin las dos no
*********************               se abre (|FIXERROR|NOACCESO| con
*********************               la zona, RC 1, y la negativa en
*********************               el log de PRUACL).
********************* 15/10/2026 CVJ - Los campos que el diccionario
*********************               enlaza con una tabla de codigos
*********************               de PRUCODIGO se comprueban al
*********************               confirmar la grabacion: un valor
*********************               que no este en la tabla o fuera
*********************               de vigencia anula la grabacion
*********************               (|FIXERROR|CODIGO|). En blanco
*********************               se deja pasar.
********************* 02/09/2026 CVJ - Cada cambio aplicado queda
*********************               ademas en el diario comun de
*********************               actualizaciones de PRUJRNL
              05 TB-CAM-POS    PIC 9(4).
              05 TB-CAM-LON    PIC 9(4).
              05 TB-CAM-TIPO   PIC X.
              05 TB-CAM-SEQ    PIC 9(3).
              05 TB-CAM-TABLA  PIC X(16).
       77  WS-NCAMPOS        PIC 99 VALUE ZERO.
       77  WS-CC             PIC 99.
       77  WS-CAMPO-HALLADO  PIC 99.
       77  WS-AUDIT-ESTADO   PIC XX.
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).

       01  BUFERENT          PIC X(1200).
       01  SEPARADOR         PIC XXX VALUE "|@|".
       77  WS-JRNL-PROG      PIC X(10) VALUE "PRUFIX".
       77  WS-JRNL-TIPO      PIC X(4).
       01  WS-JRNL-VACIO     PIC X(960) VALUE SPACES.
       77  WS-ACL-ACCION     PIC X(8).
       77  WS-ACL-DETALLE    PIC X(128).

      *    TABLAS DE CODIGOS DE LOS CAMPOS (ENLACES "#TAB" DEL
      *    DICCIONARIO) Y EL SERVICIO DE VALIDACION DE PRUCODIGO.
       01  WS-RUTA-TABLA     PIC X(200).
       77  WS-COD-ACCION     PIC X(8) VALUE "VALIDA".
       77  WS-COD-TABLA      PIC X(16).
       01  WS-COD-DETALLE    PIC X(160).
       77  WS-COD-RC         PIC 9.
       77  WS-CODIGOS-MAL    PIC X VALUE "N".
           88 CODIGOS-MAL    VALUE "S".

       LINKAGE SECTION.

           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.

           MOVE "LEE" TO WS-ACL-ACCION.
           MOVE "PRUFIX" TO WS-ACL-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUACL" USING WS-ACL-ACCION WS-RUTA WS-ACL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = ZERO
              MOVE "ESCRIBE" TO WS-ACL-ACCION
              MOVE "PRUFIX" TO WS-ACL-DETALLE
              CALL "PRUACL" USING WS-ACL-ACCION WS-RUTA
                                  WS-ACL-DETALLE
                  ON EXCEPTION
                     MOVE ZERO TO RETURN-CODE
              END-CALL
           END-IF.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|FIXERROR|NOACCESO|" WS-RUTA "|"
                      WS-ACL-DETALLE "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.

           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA-PROC
               ON EXCEPTION
                  ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-CALL.
           MOVE WS-FECHA-PROC(1:6) TO WS-CIE-PERIODO.
           MOVE SPACES TO WS-CIE-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCIERRE" USING WS-CIE-ACCION WS-CIE-PERIODO
                                  WS-CIE-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|FIXERROR|CERRADO|" WS-FECHA-PROC "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.

           OPEN I-O FICHERO.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO FICHERO" TO WS-CONTEXTO
       FIN-PIDE-BORRAR.

       CONFIRMA.
           IF WS-PENDIENTE = "G"
              PERFORM COMPRUEBA-CODIGOS THRU FIN-COMPRUEBA-CODIGOS
              IF CODIGOS-MAL
                 DISPLAY "|FIXERROR|NOGRABADO|" WS-ACT-CLAVE "|"
                         UPON SYSOUT
                 MOVE SPACE TO WS-PENDIENTE
                 GO TO FIN-CONFIRMA
              END-IF
           END-IF.
           EVALUATE WS-PENDIENTE
               WHEN "G"
                    MOVE WS-ACT-CLAVE TO REG-FIX-CLAVE
           MOVE SPACE TO WS-PENDIENTE.
       FIN-CONFIRMA.

      *    CADA CAMPO CON TABLA SE PREGUNTA A PRUCODIGO TAL COMO VA EN
      *    EL REGISTRO; SE SIGUE HASTA EL FINAL PARA QUE SALGAN TODOS
      *    LOS VALORES MALOS DE UNA VEZ.
       COMPRUEBA-CODIGOS.
           MOVE "N" TO WS-CODIGOS-MAL.
           PERFORM VARYING WS-CC FROM 1 BY 1 UNTIL WS-CC > WS-NCAMPOS
              IF TB-CAM-TABLA(WS-CC) NOT = SPACES AND
                 TB-CAM-POS(WS-CC) > ZERO AND
                 TB-CAM-LON(WS-CC) > ZERO AND
                 TB-CAM-POS(WS-CC) + TB-CAM-LON(WS-CC) < 1026
                 IF WS-REG-ACTUAL(TB-CAM-POS(WS-CC):TB-CAM-LON(WS-CC))
                    NOT = SPACES
                    PERFORM VALIDA-CODIGO THRU FIN-VALIDA-CODIGO
                 END-IF
              END-IF
           END-PERFORM.
       FIN-COMPRUEBA-CODIGOS.

       VALIDA-CODIGO.
           MOVE TB-CAM-TABLA(WS-CC) TO WS-COD-TABLA.
           MOVE SPACES TO WS-COD-DETALLE.
           MOVE WS-REG-ACTUAL(TB-CAM-POS(WS-CC):TB-CAM-LON(WS-CC))
             TO WS-COD-DETALLE.
           CALL "PRUCODIGO" USING WS-COD-ACCION WS-COD-TABLA
                                  WS-COD-DETALLE.
           MOVE RETURN-CODE TO WS-COD-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-COD-RC = ZERO
              GO TO FIN-VALIDA-CODIGO
           END-IF.
           SET CODIGOS-MAL TO TRUE.
           MOVE SPACES TO WS-FIX-RESP.
           STRING "|FIXERROR|CODIGO|" DELIMITED BY SIZE
                  TB-CAM-NOMBRE(WS-CC) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REG-ACTUAL(TB-CAM-POS(WS-CC):TB-CAM-LON(WS-CC))
                  DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-COD-TABLA DELIMITED BY SPACE
                  "|RC:" WS-COD-RC "|" DELIMITED BY SIZE
                  INTO WS-FIX-RESP
           END-STRING.
           DISPLAY WS-FIX-RESP UPON SYSOUT.
       FIN-VALIDA-CODIGO.

       AUDITAR SECTION.
      *    CADA CAMBIO APLICADO QUEDA EN PRUFIX-YYYYMMDD.LOG BAJO
      *    dd_trz CON LA ZONA DE DATOS ANTERIOR Y LA NUEVA COMPLETAS -
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
              MOVE DL-TIPO TO TB-CAM-TIPO(WS-NCAMPOS)
              MOVE DL-SEQ TO TB-CAM-SEQ(WS-NCAMPOS)
              MOVE SPACES TO TB-CAM-TABLA(WS-NCAMPOS)
           END-IF.
           GO TO LEER-LAYOUT.
      *    DESPUES DEL LAYOUT, SUS ENLACES CON TABLAS DE CODIGOS, QUE
      *    PRUDICLAY GUARDA BAJO LA RUTA CON EL SUFIJO "#TAB" Y EL SEQ
      *    DEL CAMPO.
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
