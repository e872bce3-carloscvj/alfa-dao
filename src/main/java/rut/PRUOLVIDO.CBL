       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUOLVIDO.
       AUTHOR.        CVJ.
       SECURITY.      BUSQUEDA Y BORRADO DE LOS DATOS PERSONALES DE UN
                      INTERESADO: UN VALOR (NOMBRE, NIF, IBAN...) SE
                      BUSCA EN TODOS LOS FICHEROS DESCRITOS EN EL
                      DICCIONARIO DE PRUDICLAY, MIRANDO SOLO LOS CAMPOS
                      MARCADOS DL-SENSIBLE (Y TAMBIEN SU TOKEN DE
                      PRUTOKEN SI LO TIENE), Y SE DICE CADA FICHERO,
                      CLAVE Y CAMPO DONDE APARECE. EL BORRADO CAMBIA
                      ESOS CAMPOS POR UN SEUDONIMO DEL EXPEDIENTE,
                      DEJANDO CADA CAMBIO EN EL DIARIO DE PRUJRNL CON
                      EL NUMERO DE EXPEDIENTE, Y SOLO ARRANCA CON UNA
                      APROBACION A CUATRO OJOS DE PRUAPRU. HASTA AHORA
                      ANTE UNA SOLICITUD DE PROTECCION DE DATOS NO HABIA
                      MANERA DE DECIR QUE FICHEROS DE ALFA TENIAN LOS
                      DATOS DEL CLIENTE.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Un fichero retenido por un
*********************               expediente de PRULEGAL no se
*********************               seudonimiza: sus hallazgos se
*********************               informan (|OLVIDOAVISO|RETENIDO|)
*********************               y quedan como PENDIENTES.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               BUSCA (detalle: valor) - BORRA
*********************               (detalle: valor; expediente
*********************               obligatorio y aprobacion vigente
*********************               de otro usuario en la cola de
*********************               PRUAPRU con el texto "PRUOLVIDO
*********************               <expediente>", que se consume).
*********************               Los campos de la zona de clave y
*********************               los ficheros secuenciales solo se
*********************               avisan: no se pueden reescribir
*********************               en el sitio.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FICHERO
                  ASSIGN TO DYNAMIC WS-RUTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-OLV-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT FICHERO-SEC
                  ASSIGN TO DYNAMIC WS-RUTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEC-ESTADO.

           SELECT DICLAY
                  ASSIGN TO DYNAMIC WS-DICLAY-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DL-CLAVE
                  FILE STATUS IS WS-DICLAY-ESTADO.

           SELECT LOG-OLVIDO
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  FICHERO.
       01  REG-OLV.
           03 REG-OLV-CLAVE  PIC X(64).
           03 REG-OLV-DATOS  PIC X(960).

       FD  FICHERO-SEC.
       01  REG-OLV-SEC       PIC X(1024).

       FD  DICLAY.
       01  REG-DICLAY.
           03 DL-CLAVE.
              05 DL-RUTA      PIC X(200).
              05 DL-SEQ       PIC 9(3).
           03 DL-NOMBRE       PIC X(30).
           03 DL-POS          PIC 9(4).
           03 DL-LON          PIC 9(4).
           03 DL-TIPO         PIC X.
           03 DL-SENSIBLE     PIC X.
           03 DL-MASCARA      PIC X.
           03 DL-CONSTANTE    PIC X(16).

       FD  LOG-OLVIDO.
       01  REG-LOG-OLVIDO    PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUOLVIDO".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       77  EXPEDIENTE        PIC X(20) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-RUTA           PIC X(256).
       77  WS-SEC-ESTADO     PIC XX.
       01  WS-DICLAY-PATH    PIC X(200).
       77  WS-DICLAY-ESTADO  PIC XX.
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-MOTIVO         PIC X(12).

       77  WS-BORRAR         PIC X VALUE "N".
           88 PASADA-BORRADO VALUE "S".
       77  WS-ORGANIZACION   PIC X.
           88 FICHERO-INDEXADO   VALUE "I".
           88 FICHERO-SECUENCIAL VALUE "S".
       77  WS-RETENIDO       PIC X VALUE "N".
           88 FICHERO-RETENIDO   VALUE "S".
       77  WS-LEGAL-ACCION   PIC X(8) VALUE "CONSULTA".
       77  WS-LEGAL-CASO     PIC X(20).
       01  WS-LEGAL-DETALLE  PIC X(1024).

      *    LO QUE SE BUSCA: EL VALOR Y, SI EL VALOR ESTA EN LA BOVEDA
      *    DE PRUTOKEN, SU TOKEN (LOS FICHEROS TOKENIZADOS SOLO TIENEN
      *    ESTE). SE BUSCAN CONTENIDOS EN EL CAMPO, NO IGUALES: UN
      *    NOMBRE PUEDE IR DENTRO DE "APELLIDOS, NOMBRE".
       01  TB-BUSCADOS.
           03 TB-BUS-O       OCCURS 2.
              05 TB-BUS-VALOR   PIC X(128).
              05 TB-BUS-LON     PIC 9(3).
       77  WS-NBUSCADOS      PIC 9 VALUE ZERO.
       77  WS-BB             PIC 9.
       77  WS-TOK-ACCION     PIC X(8) VALUE "BUSCA".
       01  WS-TOK-FICHERO    PIC X(256).
       01  WS-TOK-DETALLE    PIC X(128).
       77  WS-APARICIONES    PIC 9(4).

      *    LOS FICHEROS DEL DICCIONARIO CON ALGUN CAMPO SENSIBLE, CON
      *    SUS CAMPOS SENSIBLES. LAS FICHAS DE VERSIONES (#nnn) Y DE
      *    ENLACES A TABLAS (#TAB) NO SON FICHEROS.
       01  TB-FICHEROS.
           03 TB-FIC-O       OCCURS 200.
              05 TB-FIC-RUTA    PIC X(200).
              05 TB-FIC-NCAM    PIC 99.
              05 TB-FIC-CAMPO   OCCURS 20.
                 07 TB-FIC-NOMBRE PIC X(30).
                 07 TB-FIC-POS    PIC 9(4).
                 07 TB-FIC-LON    PIC 9(4).
                 07 TB-FIC-TIPO   PIC X.
       77  WS-NFICHEROS      PIC 999 VALUE ZERO.
       77  WS-FF             PIC 999.
       77  WS-CC             PIC 99.
       77  WS-ALMOHADILLAS   PIC 999.
       01  WS-RUTA-ANTERIOR  PIC X(200).

       01  WS-REG            PIC X(1024).
       01  WS-ANTES          PIC X(1024).
       01  WS-CAMPO-VAL      PIC X(1024).
       77  WS-CAM-POS        PIC 9(4).
       77  WS-CAM-LON        PIC 9(4).
       77  WS-CAMBIOS-REG    PIC 99.
       77  WS-HALLADO-REG    PIC X.
       01  WS-SEUDONIMO      PIC X(1024).
       01  WS-CLAVE-INFORME  PIC X(64).

       77  WS-APRU-ACCION    PIC X(8) VALUE "CONSUME".
       77  WS-APRU-ID        PIC X(6).
       01  WS-APRU-DETALLE   PIC X(120).
       77  WS-CERR-ACCION    PIC X(8).
       01  WS-CERR-RECURSO   PIC X(200).
       77  WS-CERR-PROG      PIC X(20) VALUE "PRUOLVIDO".
       77  WS-CERROJO-TOMADO PIC X VALUE "N".
           88 CERROJO-TOMADO VALUE "S".

       77  WS-JRNL-PROG      PIC X(10) VALUE "PRUOLVIDO".
       77  WS-JRNL-TIPO      PIC X(4) VALUE "REES".
       01  WS-JRNL-CLAVE     PIC X(64).
       01  WS-JRNL-ANTES     PIC X(960).
       01  WS-JRNL-DESPUES   PIC X(960).
       77  WS-CAT-TOCA       PIC X(4) VALUE "TOCA".
       77  WS-META-ESCR      PIC X(4) VALUE "ESCR".

       77  WS-FIC-MIRADOS    PIC 9(5) VALUE ZEROES.
       77  WS-FIC-CON-DATOS  PIC 9(5) VALUE ZEROES.
       77  WS-FIC-REGISTROS  PIC 9(9) VALUE ZEROES.
       77  WS-FIC-LEIDOS     PIC 9(9) VALUE ZEROES.
       77  WS-LEIDOS         PIC 9(9) VALUE ZEROES.
       77  WS-REGISTROS      PIC 9(9) VALUE ZEROES.
       77  WS-CAMPOS         PIC 9(9) VALUE ZEROES.
       77  WS-BORRADOS       PIC 9(9) VALUE ZEROES.
       77  WS-PENDIENTES     PIC 9(9) VALUE ZEROES.
       77  WS-FALLIDOS       PIC 9(9) VALUE ZEROES.
       01  WS-OLV-RESP       PIC X(300).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  DETALLE           PIC X(128).
       77  NUMEXPEDIENTE     PIC X(20).

       PROCEDURE DIVISION USING ACCION DETALLE NUMEXPEDIENTE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE ZEROES TO WS-FIC-MIRADOS WS-FIC-CON-DATOS WS-LEIDOS
                          WS-REGISTROS WS-CAMPOS WS-BORRADOS
                          WS-PENDIENTES WS-FALLIDOS.
           MOVE "N" TO WS-BORRAR WS-CERROJO-TOMADO.
           MOVE 1 TO RETURN-CODE.
           EVALUATE ACCION
               WHEN "BUSCA"
                    CONTINUE
               WHEN "BORRA"
                    SET PASADA-BORRADO TO TRUE
               WHEN OTHER
                    DISPLAY "|OLVIDOERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    GO TO FIN-PROCESOS
           END-EVALUATE.
           IF DETALLE = SPACES OR DETALLE = LOW-VALUES
              DISPLAY "|OLVIDOERROR|SINVALOR|" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM PREPARA-BUSCADOS THRU FIN-PREPARA-BUSCADOS.
           IF PASADA-BORRADO
              PERFORM COMPRUEBA-APROBACION
                 THRU FIN-COMPRUEBA-APROBACION
              IF NOT PASADA-BORRADO
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           PERFORM CARGA-FICHEROS THRU FIN-CARGA-FICHEROS.
           IF WS-NFICHEROS = ZERO
              DISPLAY "|OLVIDOERROR|SINSENSIBLES|" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
      *    EL EXPEDIENTE VIAJA A PRUJRNL POR SU EXTERNAL MIENTRAS DURA
      *    LA PASADA Y SE DEVUELVE A BLANCOS AL ACABAR.
           IF PASADA-BORRADO
              MOVE NUMEXPEDIENTE TO EXPEDIENTE
           END-IF.
           PERFORM VARYING WS-FF FROM 1 BY 1 UNTIL WS-FF > WS-NFICHEROS
              PERFORM MIRA-FICHERO THRU FIN-MIRA-FICHERO
           END-PERFORM.
           MOVE SPACES TO EXPEDIENTE.
           MOVE SPACES TO WS-OLV-RESP.
           STRING "|OLVIDOFIN|FICHEROS:" WS-FIC-MIRADOS
                  "|CONDATOS:" WS-FIC-CON-DATOS
                  "|REGISTROS:" WS-REGISTROS
                  "|CAMPOS:" WS-CAMPOS
                  "|BORRADOS:" WS-BORRADOS
                  "|PENDIENTES:" WS-PENDIENTES
                  "|ERRORES:" WS-FALLIDOS "|"
                  DELIMITED BY SIZE
                  INTO WS-OLV-RESP
           END-STRING.
           DISPLAY WS-OLV-RESP UPON SYSOUT.
           MOVE ACCION TO WS-MOTIVO.
           PERFORM AUDITA THRU FIN-AUDITA.
           IF WS-FALLIDOS = ZEROES
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           IF CERROJO-TOMADO
              PERFORM SUELTA-CERROJO THRU FIN-SUELTA-CERROJO
           END-IF.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PREPARACION SECTION.
       PREPARA-BUSCADOS.
           MOVE 1 TO WS-NBUSCADOS.
           MOVE DETALLE TO TB-BUS-VALOR(1).
           MOVE 128 TO TB-BUS-LON(1).
           PERFORM MIDE-BUSCADO THRU FIN-MIDE-BUSCADO.
      *    SIN BOVEDA, O CON UN VALOR QUE NUNCA SE TOKENIZO, SOLO SE
      *    BUSCA EL VALOR.
           MOVE SPACES TO WS-TOK-FICHERO.
           MOVE DETALLE TO WS-TOK-DETALLE.
           MOVE 1 TO RETURN-CODE.
           CALL "PRUTOKEN" USING WS-TOK-ACCION WS-TOK-FICHERO
                                 WS-TOK-DETALLE
               ON EXCEPTION
                  MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = ZERO AND WS-TOK-DETALLE NOT = DETALLE
              MOVE 2 TO WS-NBUSCADOS
              MOVE WS-TOK-DETALLE TO TB-BUS-VALOR(2)
              MOVE 128 TO TB-BUS-LON(2)
              PERFORM MIDE-BUSCADO THRU FIN-MIDE-BUSCADO
           END-IF.
           MOVE 1 TO RETURN-CODE.
       FIN-PREPARA-BUSCADOS.

       MIDE-BUSCADO.
           IF TB-BUS-LON(WS-NBUSCADOS) = 1 OR
              TB-BUS-VALOR(WS-NBUSCADOS)
                 (TB-BUS-LON(WS-NBUSCADOS):1) NOT = SPACE
              GO TO FIN-MIDE-BUSCADO
           END-IF.
           SUBTRACT 1 FROM TB-BUS-LON(WS-NBUSCADOS).
           GO TO MIDE-BUSCADO.
       FIN-MIDE-BUSCADO.

      *    EL BORRADO NO ES LA TECLA DE UNA SOLA PERSONA: HACE FALTA UN
      *    EXPEDIENTE Y, EN LA COLA DE PRUAPRU, UNA APROBACION VIGENTE
      *    DE OTRO USUARIO CON EL TEXTO "PRUOLVIDO <expediente>", QUE
      *    AQUI SE CONSUME. SIN ELLA NO SE TOCA NINGUN FICHERO.
       COMPRUEBA-APROBACION.
           IF NUMEXPEDIENTE = SPACES OR NUMEXPEDIENTE = LOW-VALUES
              DISPLAY "|OLVIDOERROR|SINEXPEDIENTE|" UPON SYSOUT
              MOVE "N" TO WS-BORRAR
              GO TO FIN-COMPRUEBA-APROBACION
           END-IF.
           MOVE SPACES TO WS-APRU-ID WS-APRU-DETALLE.
           STRING "PRUOLVIDO " DELIMITED BY SIZE
                  NUMEXPEDIENTE DELIMITED BY SPACE
                  INTO WS-APRU-DETALLE
           END-STRING.
           MOVE 1 TO RETURN-CODE.
           CALL "PRUAPRU" USING WS-APRU-ACCION WS-APRU-ID
                                WS-APRU-DETALLE
               ON EXCEPTION
                  MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|SINAPROBACION|" WS-APRU-DETALLE "|"
                      UPON SYSOUT
              MOVE "SINAPROBAR" TO WS-MOTIVO
              PERFORM AUDITA THRU FIN-AUDITA
              MOVE "N" TO WS-BORRAR
           END-IF.
           MOVE 1 TO RETURN-CODE.
       FIN-COMPRUEBA-APROBACION.

       DICCIONARIO SECTION.
      *    UNA PASADA ENTERA POR DICLAY.DAT: COMO VA ORDENADO POR RUTA,
      *    CADA FICHERO NUEVO EMPIEZA CUANDO CAMBIA DL-RUTA. SOLO SE
      *    QUEDAN LOS QUE TIENEN ALGUN CAMPO SENSIBLE.
       CARGA-FICHEROS.
           MOVE ZERO TO WS-NFICHEROS.
           MOVE SPACES TO WS-RUTA-ANTERIOR.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DICLAY-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/DICLAY.DAT"
                     DELIMITED BY SPACE
                     INTO WS-DICLAY-PATH
              END-STRING
           ELSE
              MOVE "DICLAY.DAT" TO WS-DICLAY-PATH
           END-IF.
           OPEN INPUT DICLAY.
           IF WS-DICLAY-ESTADO NOT = "00"
              MOVE WS-DICLAY-ESTADO TO ERRORES
              MOVE "ABRIENDO DICLAY" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-DICLAY-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-CARGA-FICHEROS
           END-IF.
           MOVE LOW-VALUES TO DL-CLAVE.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CIERRA-FICHEROS
           END-START.
       LEE-DICCIONARIO.
           READ DICLAY NEXT
               AT END
                  GO TO CIERRA-FICHEROS
           END-READ.
           IF DL-SENSIBLE NOT = "S" OR DL-POS = ZERO OR
              DL-LON = ZERO OR DL-POS + DL-LON > 1025
              GO TO LEE-DICCIONARIO
           END-IF.
           MOVE ZERO TO WS-ALMOHADILLAS.
           INSPECT DL-RUTA TALLYING WS-ALMOHADILLAS FOR ALL "#".
           IF WS-ALMOHADILLAS NOT = ZERO
              GO TO LEE-DICCIONARIO
           END-IF.
           IF DL-RUTA NOT = WS-RUTA-ANTERIOR
              IF WS-NFICHEROS = 200
                 DISPLAY "|OLVIDOAVISO|TABLALLENA|" DL-RUTA(1:120) "|"
                         UPON SYSOUT
                 GO TO CIERRA-FICHEROS
              END-IF
              ADD 1 TO WS-NFICHEROS
              MOVE DL-RUTA TO TB-FIC-RUTA(WS-NFICHEROS)
                              WS-RUTA-ANTERIOR
              MOVE ZERO TO TB-FIC-NCAM(WS-NFICHEROS)
           END-IF.
           IF TB-FIC-NCAM(WS-NFICHEROS) = 20
              GO TO LEE-DICCIONARIO
           END-IF.
           ADD 1 TO TB-FIC-NCAM(WS-NFICHEROS).
           MOVE TB-FIC-NCAM(WS-NFICHEROS) TO WS-CC.
           MOVE DL-NOMBRE TO TB-FIC-NOMBRE(WS-NFICHEROS WS-CC).
           MOVE DL-POS TO TB-FIC-POS(WS-NFICHEROS WS-CC).
           MOVE DL-LON TO TB-FIC-LON(WS-NFICHEROS WS-CC).
           MOVE DL-TIPO TO TB-FIC-TIPO(WS-NFICHEROS WS-CC).
           GO TO LEE-DICCIONARIO.
       CIERRA-FICHEROS.
           CLOSE DICLAY.
       FIN-CARGA-FICHEROS.

       RECORRIDO SECTION.
      *    UN FICHERO DE LA TABLA: PRIMERO COMO INDEXADO 64+960 Y, SI
      *    NO LO ES, COMO SECUENCIAL (EXPORTACIONES, SALIDAS DE
      *    CRUCES...), QUE SOLO SE PUEDE INFORMAR.
       MIRA-FICHERO.
           MOVE SPACES TO WS-RUTA.
           MOVE TB-FIC-RUTA(WS-FF) TO WS-RUTA.
           MOVE ZEROES TO WS-FIC-REGISTROS WS-FIC-LEIDOS.
           IF PASADA-BORRADO
              MOVE WS-RUTA(1:200) TO WS-CERR-RECURSO
              PERFORM TOMA-CERROJO THRU FIN-TOMA-CERROJO
              IF NOT CERROJO-TOMADO
                 DISPLAY "|OLVIDOERROR|CERROJO|" WS-RUTA(1:120) "|"
                         UPON SYSOUT
                 ADD 1 TO WS-FALLIDOS
                 GO TO FIN-MIRA-FICHERO
              END-IF
              PERFORM MIRA-RETENCION THRU FIN-MIRA-RETENCION
              OPEN I-O FICHERO
           ELSE
              OPEN INPUT FICHERO
           END-IF.
           IF ERRORES = "00"
              SET FICHERO-INDEXADO TO TRUE
              MOVE LOW-VALUES TO REG-OLV-CLAVE
              START FICHERO KEY NOT LESS REG-OLV-CLAVE
                  INVALID KEY
                     GO TO CIERRA-FICHERO
              END-START
           ELSE
              OPEN INPUT FICHERO-SEC
              IF WS-SEC-ESTADO NOT = "00"
                 DISPLAY "|OLVIDOAVISO|NOABRE|" WS-RUTA(1:120) "|"
                         ERRORES "|" UPON SYSOUT
                 GO TO SUELTA-FICHERO
              END-IF
              SET FICHERO-SECUENCIAL TO TRUE
           END-IF.
           ADD 1 TO WS-FIC-MIRADOS.
      *    EN UN SECUENCIAL LA "CLAVE" DEL INFORME ES EL NUMERO DE
      *    REGISTRO DENTRO DEL FICHERO.
       LEE-FICHERO.
           IF FICHERO-INDEXADO
              READ FICHERO NEXT
                  AT END
                     GO TO CIERRA-FICHERO
              END-READ
              MOVE REG-OLV TO WS-REG
              MOVE REG-OLV-CLAVE TO WS-CLAVE-INFORME
           ELSE
              READ FICHERO-SEC
                  AT END
                     GO TO CIERRA-FICHERO
              END-READ
              MOVE REG-OLV-SEC TO WS-REG
              MOVE SPACES TO WS-CLAVE-INFORME
              MOVE WS-FIC-LEIDOS TO WS-CLAVE-INFORME(1:9)
           END-IF.
           ADD 1 TO WS-LEIDOS WS-FIC-LEIDOS.
           MOVE WS-REG TO WS-ANTES.
           MOVE ZERO TO WS-CAMBIOS-REG.
           MOVE "N" TO WS-HALLADO-REG.
           PERFORM VARYING WS-CC FROM 1 BY 1
                   UNTIL WS-CC > TB-FIC-NCAM(WS-FF)
              PERFORM MIRA-CAMPO THRU FIN-MIRA-CAMPO
           END-PERFORM.
           IF WS-HALLADO-REG = "S"
              ADD 1 TO WS-REGISTROS WS-FIC-REGISTROS
           END-IF.
           IF WS-CAMBIOS-REG = ZERO
              GO TO LEE-FICHERO
           END-IF.
           MOVE WS-REG TO REG-OLV.
           REWRITE REG-OLV
               INVALID KEY
                  ADD 1 TO WS-FALLIDOS
                  DISPLAY "|OLVIDOERROR|REESCRITURA|" ERRORES "|"
                          REG-OLV-CLAVE "|" UPON SYSOUT
                  GO TO LEE-FICHERO
           END-REWRITE.
           ADD WS-CAMBIOS-REG TO WS-BORRADOS.
      *    AL DIARIO VA EL REGISTRO NUEVO ENTERO, ASI UNA RECONSTRUCCION
      *    DE PRUJRNLRX REPITE EL BORRADO; EN EL ANTES LOS CAMPOS
      *    BORRADOS VAN EN BLANCO, QUE EL DIARIO NO GUARDE EL DATO.
           MOVE REG-OLV-CLAVE TO WS-JRNL-CLAVE.
           MOVE WS-ANTES(65:960) TO WS-JRNL-ANTES.
           MOVE REG-OLV-DATOS TO WS-JRNL-DESPUES.
           CALL "PRUJRNL" USING WS-JRNL-PROG WS-RUTA WS-JRNL-TIPO
                                WS-JRNL-CLAVE WS-JRNL-ANTES
                                WS-JRNL-DESPUES.
           GO TO LEE-FICHERO.
       CIERRA-FICHERO.
           IF FICHERO-INDEXADO
              CLOSE FICHERO
           ELSE
              CLOSE FICHERO-SEC
           END-IF.
           IF WS-FIC-REGISTROS > ZEROES
              ADD 1 TO WS-FIC-CON-DATOS
              DISPLAY "|OLVIDO|FICHERO|" WS-RUTA(1:120) "|REGISTROS:"
                      WS-FIC-REGISTROS "|" UPON SYSOUT
           END-IF.
           IF PASADA-BORRADO AND FICHERO-INDEXADO AND
              WS-FIC-REGISTROS > ZEROES
              CALL "PRUCAT" USING WS-CAT-TOCA WS-RUTA
              CALL "PRUMETA" USING WS-META-ESCR WS-RUTA
           END-IF.
       SUELTA-FICHERO.
           IF CERROJO-TOMADO
              PERFORM SUELTA-CERROJO THRU FIN-SUELTA-CERROJO
           END-IF.
       FIN-MIRA-FICHERO.

      *    UN CAMPO SENSIBLE DEL REGISTRO EN CURSO: SI CONTIENE EL
      *    VALOR (O SU TOKEN) SE INFORMA Y, EN EL BORRADO, SE CAMBIA
      *    POR EL SEUDONIMO SI SE PUEDE.
       MIRA-CAMPO.
           MOVE TB-FIC-POS(WS-FF WS-CC) TO WS-CAM-POS.
           MOVE TB-FIC-LON(WS-FF WS-CC) TO WS-CAM-LON.
           MOVE SPACES TO WS-CAMPO-VAL.
           MOVE WS-REG(WS-CAM-POS:WS-CAM-LON)
             TO WS-CAMPO-VAL(1:WS-CAM-LON).
           MOVE ZERO TO WS-APARICIONES.
           PERFORM VARYING WS-BB FROM 1 BY 1 UNTIL WS-BB > WS-NBUSCADOS
              IF TB-BUS-LON(WS-BB) <= WS-CAM-LON
                 INSPECT WS-CAMPO-VAL(1:WS-CAM-LON)
                         TALLYING WS-APARICIONES FOR ALL
                         TB-BUS-VALOR(WS-BB)(1:TB-BUS-LON(WS-BB))
              END-IF
           END-PERFORM.
           IF WS-APARICIONES = ZERO
              GO TO FIN-MIRA-CAMPO
           END-IF.
           MOVE "S" TO WS-HALLADO-REG.
           ADD 1 TO WS-CAMPOS.
           DISPLAY "|OLVIDO|" WS-RUTA(1:120) "|" WS-CLAVE-INFORME "|"
                   TB-FIC-NOMBRE(WS-FF WS-CC) "|" UPON SYSOUT.
           IF NOT PASADA-BORRADO
              GO TO FIN-MIRA-CAMPO
           END-IF.
           IF FICHERO-SECUENCIAL
              ADD 1 TO WS-PENDIENTES
              DISPLAY "|OLVIDOAVISO|SECUENCIAL|" WS-RUTA(1:120) "|"
                      WS-CLAVE-INFORME "|" TB-FIC-NOMBRE(WS-FF WS-CC)
                      "|" UPON SYSOUT
              GO TO FIN-MIRA-CAMPO
           END-IF.
      *    LA RETENCION LEGAL PESA MAS QUE EL DERECHO AL OLVIDO
      *    MIENTRAS DURE: SE INFORMA Y SE DEJA PARA CUANDO SE LEVANTE.
           IF FICHERO-RETENIDO
              ADD 1 TO WS-PENDIENTES
              DISPLAY "|OLVIDOAVISO|RETENIDO|" WS-RUTA(1:120) "|"
                      WS-CLAVE-INFORME "|" WS-LEGAL-CASO "|"
                      UPON SYSOUT
              GO TO FIN-MIRA-CAMPO
           END-IF.
           IF WS-CAM-POS <= 64
              ADD 1 TO WS-PENDIENTES
              DISPLAY "|OLVIDOAVISO|ENCLAVE|" WS-RUTA(1:120) "|"
                      WS-CLAVE-INFORME "|" TB-FIC-NOMBRE(WS-FF WS-CC)
                      "|" UPON SYSOUT
              GO TO FIN-MIRA-CAMPO
           END-IF.
      *    EL SEUDONIMO ES EL MISMO PARA TODO EL EXPEDIENTE: LOS
      *    REGISTROS DEL INTERESADO SIGUEN CASANDO ENTRE SI PERO YA NO
      *    DICEN QUIEN ES. LOS NUMERICOS QUEDAN A CEROS.
           MOVE SPACES TO WS-SEUDONIMO.
           IF TB-FIC-TIPO(WS-FF WS-CC) = "N"
              MOVE ALL "0" TO WS-SEUDONIMO(1:WS-CAM-LON)
           ELSE
              STRING "#OLVIDO#" DELIMITED BY SIZE
                     NUMEXPEDIENTE DELIMITED BY SPACE
                     INTO WS-SEUDONIMO
              END-STRING
           END-IF.
           MOVE WS-SEUDONIMO(1:WS-CAM-LON)
             TO WS-REG(WS-CAM-POS:WS-CAM-LON).
           MOVE SPACES TO WS-ANTES(WS-CAM-POS:WS-CAM-LON).
           ADD 1 TO WS-CAMBIOS-REG.
       FIN-MIRA-CAMPO.

       APOYO SECTION.
       MIRA-RETENCION.
           MOVE "N" TO WS-RETENIDO.
           MOVE SPACES TO WS-LEGAL-CASO WS-LEGAL-DETALLE.
           MOVE WS-RUTA TO WS-LEGAL-DETALLE.
           CALL "PRULEGAL" USING WS-LEGAL-ACCION WS-LEGAL-CASO
                                 WS-LEGAL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              SET FICHERO-RETENIDO TO TRUE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-MIRA-RETENCION.

       TOMA-CERROJO.
           MOVE "N" TO WS-CERROJO-TOMADO.
           MOVE "TOMA" TO WS-CERR-ACCION.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCERROJO" USING WS-CERR-ACCION WS-CERR-RECURSO
                                   WS-CERR-PROG
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = ZERO
              SET CERROJO-TOMADO TO TRUE
           END-IF.
           MOVE 1 TO RETURN-CODE.
       FIN-TOMA-CERROJO.

       SUELTA-CERROJO.
           MOVE "SUELTA" TO WS-CERR-ACCION.
           CALL "PRUCERROJO" USING WS-CERR-ACCION WS-CERR-RECURSO
                                   WS-CERR-PROG
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE "N" TO WS-CERROJO-TOMADO.
           MOVE 1 TO RETURN-CODE.
       FIN-SUELTA-CERROJO.

       AUDITA.
      *    PRUOLVIDO-YYYYMMDD.LOG BAJO dd_trz: CADA BUSQUEDA Y CADA
      *    BORRADO (O SU NEGATIVA) CON EL EXPEDIENTE Y EL USUARIO. EL
      *    VALOR BUSCADO NO SE ESCRIBE NUNCA.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUOLVIDO-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRUOLVIDO-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-OLVIDO.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-OLVIDO
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA
           END-IF.
           MOVE SPACES TO REG-LOG-OLVIDO.
           STRING WS-FECHA "-" WS-HORA
                  " |" WS-MOTIVO "|EXPEDIENTE:" DELIMITED BY SIZE
                  NUMEXPEDIENTE DELIMITED BY SPACE
                  "|FICHEROS:" WS-FIC-CON-DATOS
                  "|REGISTROS:" WS-REGISTROS
                  "|CAMPOS:" WS-CAMPOS
                  "|BORRADOS:" WS-BORRADOS
                  "|PENDIENTES:" WS-PENDIENTES
                  "|POR:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-OLVIDO
           END-STRING.
           WRITE REG-LOG-OLVIDO.
           CLOSE LOG-OLVIDO.
       FIN-AUDITA.
