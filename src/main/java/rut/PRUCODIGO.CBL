       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUCODIGO.
       AUTHOR.        CVJ.
       SECURITY.      TABLAS DE CODIGOS CENTRALES (CODIGOS.DAT BAJO
                      dd_dir): PARA CADA TABLA, SUS CODIGOS CON
                      DESCRIPCION Y FECHAS DE VIGENCIA DESDE/HASTA. UN
                      CAMPO DEL DICCIONARIO DE PRUDICLAY PUEDE NOMBRAR
                      LA TABLA DE LA QUE SALEN SUS VALORES, Y PRUFIX,
                      PRUMASUPD Y PRUIMPIX RECHAZAN LO QUE NO ESTE EN
                      ELLA, MIENTRAS PRUVER ENSENA LA DESCRIPCION AL
                      LADO DEL CODIGO - HASTA AHORA CADA PROGRAMA SE
                      CREIA LO QUE LE PASARAN Y LOS CODIGOS VALIDOS
                      SOLO ESTABAN EN LA CABEZA DE QUIEN LOS TECLEABA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. ACCIONES: ALTA
*********************               (detalle "codigo;descripcion;
*********************               desde;hasta", tambien para
*********************               cambiar; fechas YYYYMMDD, en
*********************               blanco sin limite) - BAJA
*********************               (detalle "codigo") - VALIDA
*********************               (detalle "codigo"; RC 0 y la
*********************               descripcion en el detalle si
*********************               esta en vigor hoy, RC 1 si no
*********************               esta en la tabla, RC 2 si esta
*********************               fuera de vigencia) - LISTA (la
*********************               tabla, o todas si va en blanco).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CODIGOS
                  ASSIGN TO DYNAMIC WS-CODIGOS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CT-CLAVE
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  CODIGOS.
       01  REG-CODIGOS.
           03 CT-CLAVE.
              05 CT-TABLA    PIC X(16).
              05 CT-CODIGO   PIC X(30).
           03 CT-DESCRIPCION PIC X(60).
           03 CT-DESDE       PIC X(8).
           03 CT-HASTA       PIC X(8).
           03 CT-FECHA       PIC X(8).
           03 CT-AUTOR       PIC X(15).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUCODIGO".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-CODIGOS-PATH   PIC X(200).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 CODIGOS-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA-HOY      PIC X(8).
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       01  WS-CT-RESP        PIC X(200).

       77  WS-D-CODIGO       PIC X(30).
       77  WS-D-DESCRIPCION  PIC X(60).
       77  WS-D-DESDE        PIC X(8).
       77  WS-D-HASTA        PIC X(8).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  TABLA             PIC X(16).
       77  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING ACCION TABLA DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           PERFORM ABRE-CODIGOS.
           IF NOT CODIGOS-ABIERTO
              MOVE 3 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-CODIGO THRU FIN-ALTA-CODIGO
               WHEN "BAJA"
                    PERFORM BAJA-CODIGO THRU FIN-BAJA-CODIGO
               WHEN "VALIDA"
                    PERFORM VALIDA-CODIGO THRU FIN-VALIDA-CODIGO
               WHEN "LISTA"
                    PERFORM LISTA-CODIGOS THRU FIN-LISTA-CODIGOS
               WHEN OTHER
                    DISPLAY "|CODIGOERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           END-EVALUATE.
           CLOSE CODIGOS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-CODIGOS SECTION.
      *    MISMO ABRE-O-CREA QUE PRUEMPRESA.
       ABRIENDO-CODIGOS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-CODIGOS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/CODIGOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-CODIGOS-PATH
              END-STRING
           ELSE
              MOVE "CODIGOS.DAT" TO WS-CODIGOS-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O CODIGOS.
           IF ERRORES = "00"
              SET CODIGOS-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-CODIGOS
           END-IF.
           OPEN OUTPUT CODIGOS.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO CODIGOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-CODIGOS-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-CODIGOS
           END-IF.
           CLOSE CODIGOS.
           OPEN I-O CODIGOS.
           IF ERRORES = "00"
              SET CODIGOS-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-CODIGOS.

       MANTENIMIENTO SECTION.
      *    LAS FECHAS EN BLANCO SON "SIEMPRE": DESDE QUEDA A CEROS Y
      *    HASTA A NUEVES, PARA QUE LA COMPROBACION DE VIGENCIA SEA UNA
      *    SIMPLE COMPARACION.
       ALTA-CODIGO.
           MOVE SPACES TO WS-D-CODIGO WS-D-DESCRIPCION WS-D-DESDE
                          WS-D-HASTA.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-CODIGO
                 WS-D-DESCRIPCION
                 WS-D-DESDE
                 WS-D-HASTA
           END-UNSTRING.
           IF WS-D-DESDE = SPACES
              MOVE "00000000" TO WS-D-DESDE
           END-IF.
           IF WS-D-HASTA = SPACES
              MOVE "99999999" TO WS-D-HASTA
           END-IF.
           IF TABLA = SPACES OR WS-D-CODIGO = SPACES
              OR WS-D-DESDE IS NOT NUMERIC
              OR WS-D-HASTA IS NOT NUMERIC
              OR WS-D-HASTA < WS-D-DESDE
              DISPLAY "|CODIGOERROR|DETALLE|" TABLA "|"
                      DETALLE(1:80) "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ALTA-CODIGO
           END-IF.
           MOVE SPACES TO REG-CODIGOS.
           MOVE TABLA TO CT-TABLA.
           MOVE WS-D-CODIGO TO CT-CODIGO.
           MOVE WS-D-DESCRIPCION TO CT-DESCRIPCION.
           MOVE WS-D-DESDE TO CT-DESDE.
           MOVE WS-D-HASTA TO CT-HASTA.
           MOVE WS-FECHA-HOY TO CT-FECHA.
           MOVE USUARIO TO CT-AUTOR.
           WRITE REG-CODIGOS
               INVALID KEY
                  REWRITE REG-CODIGOS
           END-WRITE.
           MOVE SPACES TO WS-CT-RESP.
           STRING "|CODIGO|ALTA|" CT-TABLA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  CT-CODIGO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-CT-RESP
           END-STRING.
           DISPLAY WS-CT-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-ALTA-CODIGO.

      *    PARA RETIRAR UN CODIGO QUE YA LLEVAN LOS FICHEROS ES MEJOR
      *    CERRAR SU VIGENCIA CON UN ALTA: SI SE BORRA, PRUVER DEJA DE
      *    TENER DESCRIPCION QUE ENSENAR.
       BAJA-CODIGO.
           MOVE SPACES TO WS-D-CODIGO.
           UNSTRING DETALLE DELIMITED BY ";" INTO WS-D-CODIGO
           END-UNSTRING.
           MOVE TABLA TO CT-TABLA.
           MOVE WS-D-CODIGO TO CT-CODIGO.
           READ CODIGOS
               INVALID KEY
                  DISPLAY "|CODIGOERROR|NOEXISTE|" TABLA "|"
                          WS-D-CODIGO "|" UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-BAJA-CODIGO
           END-READ.
           DELETE CODIGOS RECORD.
           MOVE SPACES TO WS-CT-RESP.
           STRING "|CODIGO|BAJA|" TABLA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-D-CODIGO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-CT-RESP
           END-STRING.
           DISPLAY WS-CT-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-BAJA-CODIGO.

      *    EL SERVICIO DE LOS ACTUALIZADORES Y DE PRUVER: NO SACA NADA
      *    POR SYSOUT, SOLO EL RC Y LA DESCRIPCION EN EL DETALLE. EL
      *    CODIGO SE TOMA ENTERO (PUEDE LLEVAR BLANCOS POR DELANTE SI
      *    VIENE DE UN CAMPO NUMERICO O ALINEADO).
       VALIDA-CODIGO.
           MOVE DETALLE(1:30) TO WS-D-CODIGO.
           MOVE SPACES TO DETALLE.
           MOVE TABLA TO CT-TABLA.
           MOVE WS-D-CODIGO TO CT-CODIGO.
           READ CODIGOS
               INVALID KEY
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-VALIDA-CODIGO
           END-READ.
           MOVE CT-DESCRIPCION TO DETALLE.
           IF WS-FECHA-HOY < CT-DESDE OR WS-FECHA-HOY > CT-HASTA
              MOVE 2 TO RETURN-CODE
              GO TO FIN-VALIDA-CODIGO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-VALIDA-CODIGO.

       LISTADO SECTION.
       LISTA-CODIGOS.
           MOVE LOW-VALUES TO CT-CLAVE.
           IF TABLA NOT = SPACES
              MOVE TABLA TO CT-TABLA
           END-IF.
           START CODIGOS KEY NOT LESS CT-CLAVE
               INVALID KEY
                  GO TO FIN-LEER-CODIGOS
           END-START.
       LEER-CODIGOS.
           READ CODIGOS NEXT
               AT END
                  GO TO FIN-LEER-CODIGOS
           END-READ.
           IF TABLA NOT = SPACES AND CT-TABLA NOT = TABLA
              GO TO FIN-LEER-CODIGOS
           END-IF.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-CT-RESP.
           STRING "|CODIGO|" CT-TABLA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  CT-CODIGO DELIMITED BY SPACE
                  "|" CT-DESCRIPCION
                  "|DESDE:" CT-DESDE
                  "|HASTA:" CT-HASTA
                  "|" CT-FECHA "|" DELIMITED BY SIZE
                  CT-AUTOR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-CT-RESP
           END-STRING.
           DISPLAY WS-CT-RESP UPON SYSOUT.
           GO TO LEER-CODIGOS.
       FIN-LEER-CODIGOS.
           MOVE SPACES TO WS-CT-RESP.
           STRING "|CODIGOFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-CT-RESP
           END-STRING.
           DISPLAY WS-CT-RESP UPON SYSOUT.
       FIN-LISTA-CODIGOS.
