       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUTOKEN.
       AUTHOR.        CVJ.
       SECURITY.      TOKENIZACION EN REPOSO DE LOS CAMPOS SENSIBLES:
                      LOS CAMPOS MARCADOS DL-SENSIBLE EN EL DICCIONARIO
                      DE PRUDICLAY (Y EL IBAN DE LA HISTORIA
                      PAGOSHIST.DAT) SE CAMBIAN EN EL PROPIO FICHERO
                      POR UN TOKEN REVERSIBLE, Y LA PAREJA VALOR/TOKEN
                      SOLO QUEDA EN LA BOVEDA TOKENES.DAT, EN SU
                      PROPIO DIRECTORIO PROTEGIDO (dd_bov). UN MISMO
                      VALOR DA SIEMPRE EL MISMO TOKEN, CON SU MISMA
                      LONGITUD Y, SI ES UN IBAN, CON SU PAIS, ASI QUE
                      LOS CRUCES Y LOS CUADRES POR PAIS SIGUEN
                      FUNCIONANDO SOBRE FICHEROS TOKENIZADOS. VOLVER AL
                      DATO (REVELA) SOLO LO PUEDE QUIEN LLEVA PRUTOKEN
                      EN SU UT-PROGS DE USERTAB, Y CADA INTENTO QUEDA
                      EN EL LOG DE AUDITORIA. HASTA AHORA LOS IBAN Y
                      DEMAS DATOS SENSIBLES ESTABAN EN CLARO EN TODOS
                      LOS MAESTROS Y EXPORTACIONES; EL ENMASCARADO DE
                      PRUEXPIX SOLO PROTEGIA LA COPIA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               las fechas de ausencia del
*********************               usuario (UT-AUSENTE-DESDE y
*********************               UT-AUSENTE-HASTA) que fija PRUUSR
*********************               AUSENCIA.
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               el departamento del usuario
*********************               (UT-DEPTO) que fija PRUUSR DEPTO.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               TOKENIZA (fichero 64+960;
*********************               detalle: un campo, en blanco
*********************               todos los sensibles) - HISTORIA
*********************               (PH-IBAN de PAGOSHIST.DAT) - SIN
*********************               PRUTOKENEJECUTA=S LAS DOS SON UN
*********************               SIMULACRO QUE SOLO CUENTA, COMO
*********************               EN PRUMASUPD. REVELA (detalle:
*********************               token; vuelve con el valor) -
*********************               TOKEN (detalle: valor; vuelve
*********************               con su token, creandolo si no lo
*********************               tiene) - BUSCA (como TOKEN pero
*********************               sin crear; RC 1 si no lo hay).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FICHERO
                  ASSIGN TO DYNAMIC WS-RUTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-TOK-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT PAGOSHIST
                  ASSIGN TO DYNAMIC WS-HIST-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-CLAVE
                  FILE STATUS IS WS-HIST-ESTADO.

           SELECT BOVEDA
                  ASSIGN TO DYNAMIC WS-BOVEDA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TK-CLAVE
                  FILE STATUS IS WS-BOVEDA-ESTADO.

           SELECT USERTAB
                  ASSIGN TO DYNAMIC WS-USERTAB-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UT-USUARIO
                  FILE STATUS IS WS-UT-ESTADO.

           SELECT DICLAY
                  ASSIGN TO DYNAMIC WS-DICLAY-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DL-CLAVE
                  FILE STATUS IS WS-DICLAY-ESTADO.

           SELECT LOG-TOKEN
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  FICHERO.
       01  REG-TOK.
           03 REG-TOK-CLAVE  PIC X(64).
           03 REG-TOK-DATOS  PIC X(960).

       FD  PAGOSHIST.
       01  REG-PAGOSHIST.
           03 PH-CLAVE.
              05 PH-IBAN     PIC X(34).
              05 PH-IMPORTE  PIC 9(13).
              05 PH-REF      PIC X(20).
           03 PH-FECHA       PIC X(8).
           03 PH-REMESA      PIC X(6).
           03 PH-DIVISA      PIC X(3).
           03 PH-FINALIDAD   PIC X(4).

      *    LA BOVEDA: CLASE T (TOKEN -> VALOR), CLASE V (VALOR ->
      *    TOKEN) Y UN UNICO REGISTRO C CON EL ULTIMO NUMERO DADO.
       FD  BOVEDA.
       01  REG-BOVEDA.
           03 TK-CLAVE.
              05 TK-CLASE    PIC X.
              05 TK-DATO     PIC X(200).
           03 TK-PAR         PIC X(200).
           03 TK-CONTADOR REDEFINES TK-PAR.
              05 TK-ULTIMO   PIC 9(9).
              05 FILLER      PIC X(191).
           03 TK-FECHA       PIC X(8).
           03 TK-PROG        PIC X(10).
           03 TK-USUARIO     PIC X(15).

       FD  USERTAB.
       01  REG-USERTAB.
           03 UT-USUARIO     PIC X(15).
           03 UT-ACTIVO      PIC X.
              88 UT-USUARIO-ACTIVO VALUE "S".
           03 UT-FECHA-ALTA     PIC X(8).
           03 UT-FECHA-ULTLOGIN PIC X(8).
           03 UT-OPS            PIC X(64).
           03 UT-PROGS          PIC X(128).
           03 UT-DEPTO          PIC X(8).
           03 UT-AUSENTE-DESDE  PIC X(8).
           03 UT-AUSENTE-HASTA  PIC X(8).

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

       FD  LOG-TOKEN.
       01  REG-LOG-TOKEN     PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUTOKEN".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-RUTA           PIC X(256).
       01  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       01  WS-BOVEDA-PATH    PIC X(200).
       77  WS-BOVEDA-ESTADO  PIC XX.
       77  WS-BOVEDA-ABIERTA PIC X VALUE "N".
           88 BOVEDA-ABIERTA VALUE "S".
       01  WS-USERTAB-PATH   PIC X(200).
       77  WS-UT-ESTADO      PIC XX.
       01  WS-DICLAY-PATH    PIC X(200).
       77  WS-DICLAY-ESTADO  PIC XX.
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).

       77  WS-EJECUTA        PIC X VALUE "N".
           88 PASADA-REAL    VALUE "S".
       77  WS-CAMPO          PIC X(30).

      *    LOS CAMPOS SENSIBLES DEL FICHERO (O EL PEDIDO).
       01  TB-CAMPOS.
           03 TB-CAM-O       OCCURS 50.
              05 TB-CAM-NOMBRE   PIC X(30).
              05 TB-CAM-POS      PIC 9(4).
              05 TB-CAM-LON      PIC 9(4).
       77  WS-NCAMPOS        PIC 99 VALUE ZERO.
       77  WS-CC             PIC 99.

      *    UN VALOR Y SU TOKEN. UN TOKEN TIENE LA LONGITUD DEL VALOR
      *    (13 COMO MINIMO): DOS CARACTERES DE CABECERA (EL PAIS SI EL
      *    VALOR TIENE FORMA DE IBAN, "TK" SI NO), LA MARCA "#T" Y EL
      *    NUMERO DE LA BOVEDA AJUSTADO A LA DERECHA SOBRE CEROS.
       01  WS-VALOR          PIC X(200).
       77  WS-VAL-LON        PIC 9(4).
       01  WS-TOKEN          PIC X(200).
       77  WS-CREAR          PIC X VALUE "N".
           88 CREAR-TOKEN    VALUE "S".
       77  WS-TOK-OK         PIC X VALUE "N".
           88 TOKEN-OBTENIDO VALUE "S".
       77  WS-ES-TOKEN       PIC X VALUE "N".
           88 YA-ES-TOKEN    VALUE "S".
       01  WS-NUMERO         PIC 9(9).
       01  WS-NUMERO-X REDEFINES WS-NUMERO PIC X(9).

       77  WS-VENTANA-CLASE  PIC X(12) VALUE "TOKENIZA".
       77  WS-CERR-ACCION    PIC X(8).
       01  WS-CERR-RECURSO   PIC X(200).
       77  WS-CERR-PROG      PIC X(20) VALUE "PRUTOKEN".
       77  WS-CERROJO-TOMADO PIC X VALUE "N".
           88 CERROJO-TOMADO VALUE "S".

       77  WS-JRNL-PROG      PIC X(10) VALUE "PRUTOKEN".
       77  WS-JRNL-TIPO      PIC X(4).
       01  WS-JRNL-CLAVE     PIC X(64).
       01  WS-JRNL-ANTES     PIC X(960).
       01  WS-JRNL-DESPUES   PIC X(960).
       77  WS-CAT-TOCA       PIC X(4) VALUE "TOCA".
       77  WS-META-ESCR      PIC X(4) VALUE "ESCR".

       01  WS-REG            PIC X(1024).
       01  WS-ANTES          PIC X(1024).
       77  WS-CAMBIOS-REG    PIC 99.
       01  WS-ULTIMA-CLAVE   PIC X(67).
       77  WS-PUEDE-REVELAR  PIC X VALUE "N".
           88 PUEDE-REVELAR  VALUE "S".
       01  WS-AUT-TOKS-TABLA.
           03 WS-AUT-TOK     PIC X(32) OCCURS 16.
       77  WS-AUT-N          PIC 99.
       77  WS-MOTIVO         PIC X(12).

       77  WS-LEIDOS         PIC 9(9) VALUE ZEROES.
       77  WS-REGISTROS      PIC 9(9) VALUE ZEROES.
       77  WS-TOKENIZADOS    PIC 9(9) VALUE ZEROES.
       77  WS-YATOKEN        PIC 9(9) VALUE ZEROES.
       77  WS-CORTOS         PIC 9(9) VALUE ZEROES.
       77  WS-FALLIDOS       PIC 9(9) VALUE ZEROES.
       01  WS-TOK-RESP       PIC X(300).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  NOMBREFICHERO     PIC X(256).
       77  DETALLE           PIC X(128).

       PROCEDURE DIVISION USING ACCION NOMBREFICHERO DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE ZEROES TO WS-LEIDOS WS-REGISTROS WS-TOKENIZADOS
                          WS-YATOKEN WS-CORTOS WS-FALLIDOS.
           MOVE "N" TO WS-BOVEDA-ABIERTA WS-CERROJO-TOMADO.
           MOVE SPACES TO VALORDIR NOMBRDIR WS-RUTA.
           IF NOMBREFICHERO NOT = SPACES AND
              NOMBREFICHERO NOT = LOW-VALUES
              STRING "dd_" NOMBREFICHERO(1:3)
                     DELIMITED BY " "
                     INTO NOMBRDIR
              END-STRING
              DISPLAY NOMBRDIR UPON ENVIRONMENT-NAME
              ACCEPT VALORDIR FROM ENVIRONMENT-VALUE
              IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
                 STRING VALORDIR NOMBREFICHERO(4:)
                        DELIMITED BY " "
                        INTO WS-RUTA
                 END-STRING
              ELSE
                 MOVE NOMBREFICHERO TO WS-RUTA
              END-IF
           END-IF.
      *    LA BOVEDA VA APARTE DE LOS DATOS: SU PROPIO dd_bov, Y SOLO
      *    SI NO LO HAY, dd_dir.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_bov" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           IF VALORDIR = SPACES OR VALORDIR = LOW-VALUES
              MOVE SPACES TO VALORDIR
              DISPLAY "dd_dir" UPON ENVIRONMENT-NAME
              ACCEPT VALORDIR FROM ENVIRONMENT-VALUE
           END-IF.
           MOVE SPACES TO WS-BOVEDA-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/TOKENES.DAT"
                     DELIMITED BY SPACE
                     INTO WS-BOVEDA-PATH
              END-STRING
           ELSE
              MOVE "TOKENES.DAT" TO WS-BOVEDA-PATH
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "TOKENIZA"
                    PERFORM TOKENIZA-FICHERO THRU FIN-TOKENIZA-FICHERO
               WHEN "HISTORIA"
                    PERFORM TOKENIZA-HISTORIA
                       THRU FIN-TOKENIZA-HISTORIA
               WHEN "REVELA"
                    PERFORM REVELA-TOKEN THRU FIN-REVELA-TOKEN
               WHEN "TOKEN"
                    MOVE "S" TO WS-CREAR
                    PERFORM SERVICIO-TOKEN THRU FIN-SERVICIO-TOKEN
               WHEN "BUSCA"
                    MOVE "N" TO WS-CREAR
                    PERFORM SERVICIO-TOKEN THRU FIN-SERVICIO-TOKEN
               WHEN OTHER
                    DISPLAY "|TOKENERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
           END-EVALUATE.
       FIN-PROCESOS.
           IF BOVEDA-ABIERTA
              CLOSE BOVEDA
              MOVE "N" TO WS-BOVEDA-ABIERTA
           END-IF.
           IF CERROJO-TOMADO
              MOVE "SUELTA" TO WS-CERR-ACCION
              CALL "PRUCERROJO" USING WS-CERR-ACCION WS-CERR-RECURSO
                                      WS-CERR-PROG
                  ON EXCEPTION
                     CONTINUE
              END-CALL
              MOVE "N" TO WS-CERROJO-TOMADO
           END-IF.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       TOKENIZADO SECTION.
      *    LA PASADA SOBRE UN FICHERO 64+960: CADA CAMPO SENSIBLE DE
      *    TEXTO DE LA ZONA DE DATOS CAMBIA SU VALOR POR EL TOKEN. LOS
      *    DE LA ZONA DE CLAVE NO SE TOCAN (CAMBIARIAN LA CLAVE) Y UN
      *    VALOR DE MENOS DE 13 CARACTERES SE QUEDA COMO ESTA.
       TOKENIZA-FICHERO.
           MOVE 1 TO RETURN-CODE.
           MOVE SPACES TO WS-CAMPO.
           MOVE DETALLE(1:30) TO WS-CAMPO.
           PERFORM CARGA-SENSIBLES THRU FIN-CARGA-SENSIBLES.
           IF WS-NCAMPOS = ZERO
              DISPLAY "|TOKENERROR|SINCAMPOS|" WS-RUTA(1:120) "|"
                      UPON SYSOUT
              GO TO FIN-TOKENIZA-FICHERO
           END-IF.
           MOVE SPACES TO WS-EJECUTA.
           DISPLAY "PRUTOKENEJECUTA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-EJECUTA FROM ENVIRONMENT-VALUE.
           IF PASADA-REAL
              MOVE WS-RUTA(1:200) TO WS-CERR-RECURSO
              PERFORM TOMA-GUARDAS THRU FIN-TOMA-GUARDAS
              IF NOT CERROJO-TOMADO
                 GO TO FIN-TOKENIZA-FICHERO
              END-IF
              PERFORM ABRE-BOVEDA THRU FIN-ABRE-BOVEDA
              IF NOT BOVEDA-ABIERTA
                 GO TO FIN-TOKENIZA-FICHERO
              END-IF
              OPEN I-O FICHERO
           ELSE
              OPEN INPUT FICHERO
           END-IF.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO FICHERO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-RUTA PROG WS-CONTEXTO
              GO TO FIN-TOKENIZA-FICHERO
           END-IF.
           MOVE LOW-VALUES TO REG-TOK-CLAVE.
           START FICHERO KEY NOT LESS REG-TOK-CLAVE
               INVALID KEY
                  GO TO CIERRA-TOKENIZA
           END-START.
       LEE-FICHERO.
           READ FICHERO NEXT
               AT END
                  GO TO CIERRA-TOKENIZA
           END-READ.
           ADD 1 TO WS-LEIDOS.
           MOVE REG-TOK TO WS-REG WS-ANTES.
           MOVE ZERO TO WS-CAMBIOS-REG.
           PERFORM VARYING WS-CC FROM 1 BY 1 UNTIL WS-CC > WS-NCAMPOS
              PERFORM TOKENIZA-CAMPO THRU FIN-TOKENIZA-CAMPO
           END-PERFORM.
           IF WS-CAMBIOS-REG = ZERO
              GO TO LEE-FICHERO
           END-IF.
           ADD 1 TO WS-REGISTROS.
           IF NOT PASADA-REAL
              GO TO LEE-FICHERO
           END-IF.
           MOVE WS-REG TO REG-TOK.
           REWRITE REG-TOK
               INVALID KEY
                  ADD 1 TO WS-FALLIDOS
                  DISPLAY "|TOKENERROR|REESCRITURA|" ERRORES "|"
                          REG-TOK-CLAVE "|" UPON SYSOUT
                  GO TO LEE-FICHERO
           END-REWRITE.
      *    AL DIARIO VA EL REGISTRO NUEVO ENTERO (PRUJRNLRX SOLO USA
      *    EL DESPUES); EN EL ANTES LOS CAMPOS TOKENIZADOS VAN EN
      *    BLANCO, QUE EL DIARIO NO GUARDE LO QUE SE HA QUITADO.
           MOVE "REES" TO WS-JRNL-TIPO.
           MOVE REG-TOK-CLAVE TO WS-JRNL-CLAVE.
           MOVE WS-ANTES(65:960) TO WS-JRNL-ANTES.
           MOVE REG-TOK-DATOS TO WS-JRNL-DESPUES.
           CALL "PRUJRNL" USING WS-JRNL-PROG WS-RUTA WS-JRNL-TIPO
                                WS-JRNL-CLAVE WS-JRNL-ANTES
                                WS-JRNL-DESPUES.
           GO TO LEE-FICHERO.
       CIERRA-TOKENIZA.
           CLOSE FICHERO.
           MOVE SPACES TO WS-TOK-RESP.
           IF NOT PASADA-REAL
              STRING "|TOKENSIMULACION|LEIDOS:" WS-LEIDOS
                     "|REGISTROS:" WS-REGISTROS
                     "|VALORES:" WS-TOKENIZADOS
                     "|YATOKEN:" WS-YATOKEN
                     "|CORTOS:" WS-CORTOS "|"
                     DELIMITED BY SIZE
                     INTO WS-TOK-RESP
              END-STRING
              DISPLAY WS-TOK-RESP UPON SYSOUT
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-TOKENIZA-FICHERO
           END-IF.
           IF WS-REGISTROS > ZEROES
              CALL "PRUCAT" USING WS-CAT-TOCA WS-RUTA
              CALL "PRUMETA" USING WS-META-ESCR WS-RUTA
              MOVE ZERO TO RETURN-CODE
           END-IF.
           STRING "|TOKENFIN|LEIDOS:" WS-LEIDOS
                  "|REGISTROS:" WS-REGISTROS
                  "|VALORES:" WS-TOKENIZADOS
                  "|YATOKEN:" WS-YATOKEN
                  "|CORTOS:" WS-CORTOS
                  "|ERRORES:" WS-FALLIDOS "|"
                  DELIMITED BY SIZE
                  INTO WS-TOK-RESP
           END-STRING.
           DISPLAY WS-TOK-RESP UPON SYSOUT.
           MOVE "TOKENIZA" TO WS-MOTIVO.
           MOVE WS-RUTA(1:200) TO WS-VALOR.
           PERFORM AUDITA THRU FIN-AUDITA.
           IF WS-FALLIDOS = ZEROES
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-TOKENIZA-FICHERO.

       TOKENIZA-CAMPO.
           MOVE SPACES TO WS-VALOR.
           MOVE WS-REG(TB-CAM-POS(WS-CC):TB-CAM-LON(WS-CC))
             TO WS-VALOR(1:TB-CAM-LON(WS-CC)).
           IF WS-VALOR = SPACES OR
              WS-VALOR(1:TB-CAM-LON(WS-CC)) = LOW-VALUES
              GO TO FIN-TOKENIZA-CAMPO
           END-IF.
           MOVE TB-CAM-LON(WS-CC) TO WS-VAL-LON.
           PERFORM MIDE-VALOR THRU FIN-MIDE-VALOR.
           PERFORM MIRA-SI-TOKEN THRU FIN-MIRA-SI-TOKEN.
           IF YA-ES-TOKEN
              ADD 1 TO WS-YATOKEN
              GO TO FIN-TOKENIZA-CAMPO
           END-IF.
           IF WS-VAL-LON < 13
              ADD 1 TO WS-CORTOS
              GO TO FIN-TOKENIZA-CAMPO
           END-IF.
           ADD 1 TO WS-TOKENIZADOS WS-CAMBIOS-REG.
           MOVE SPACES TO WS-ANTES(TB-CAM-POS(WS-CC):TB-CAM-LON(WS-CC)).
           IF NOT PASADA-REAL
              GO TO FIN-TOKENIZA-CAMPO
           END-IF.
           MOVE "S" TO WS-CREAR.
           PERFORM OBTEN-TOKEN THRU FIN-OBTEN-TOKEN.
           IF NOT TOKEN-OBTENIDO
              SUBTRACT 1 FROM WS-TOKENIZADOS
              ADD 1 TO WS-FALLIDOS
              GO TO FIN-TOKENIZA-CAMPO
           END-IF.
           MOVE WS-TOKEN(1:TB-CAM-LON(WS-CC))
             TO WS-REG(TB-CAM-POS(WS-CC):TB-CAM-LON(WS-CC)).
       FIN-TOKENIZA-CAMPO.

       HISTORIA-SEC SECTION.
      *    EL IBAN DE PAGOSHIST.DAT VA EN LA CLAVE: CADA REGISTRO SE
      *    BORRA Y SE ESCRIBE DE NUEVO CON EL TOKEN, Y LA LECTURA SE
      *    REPOSICIONA DETRAS DE LA CLAVE VIEJA. PRUIBANEUR Y PRUDEVOL
      *    TRABAJAN LUEGO SOBRE ELLA CON PRUTOKENPAGOS=S.
       TOKENIZA-HISTORIA.
           MOVE 1 TO RETURN-CODE.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-HIST-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PAGOSHIST.DAT"
                     DELIMITED BY SPACE
                     INTO WS-HIST-PATH
              END-STRING
           ELSE
              MOVE "PAGOSHIST.DAT" TO WS-HIST-PATH
           END-IF.
           MOVE SPACES TO WS-EJECUTA.
           DISPLAY "PRUTOKENEJECUTA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-EJECUTA FROM ENVIRONMENT-VALUE.
           IF PASADA-REAL
              MOVE WS-HIST-PATH TO WS-CERR-RECURSO
              PERFORM TOMA-GUARDAS THRU FIN-TOMA-GUARDAS
              IF NOT CERROJO-TOMADO
                 GO TO FIN-TOKENIZA-HISTORIA
              END-IF
              PERFORM ABRE-BOVEDA THRU FIN-ABRE-BOVEDA
              IF NOT BOVEDA-ABIERTA
                 GO TO FIN-TOKENIZA-HISTORIA
              END-IF
              OPEN I-O PAGOSHIST
           ELSE
              OPEN INPUT PAGOSHIST
           END-IF.
           IF WS-HIST-ESTADO NOT = "00"
              MOVE WS-HIST-ESTADO TO ERRORES
              MOVE "ABRIENDO PAGOSHIST" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-HIST-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-TOKENIZA-HISTORIA
           END-IF.
           MOVE LOW-VALUES TO PH-CLAVE.
           START PAGOSHIST KEY NOT LESS PH-CLAVE
               INVALID KEY
                  GO TO CIERRA-HISTORIA
           END-START.
       LEE-HISTORIA.
           READ PAGOSHIST NEXT
               AT END
                  GO TO CIERRA-HISTORIA
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF PH-IBAN = SPACES
              GO TO LEE-HISTORIA
           END-IF.
           MOVE SPACES TO WS-VALOR.
           MOVE PH-IBAN TO WS-VALOR.
           MOVE 34 TO WS-VAL-LON.
           PERFORM MIDE-VALOR THRU FIN-MIDE-VALOR.
           PERFORM MIRA-SI-TOKEN THRU FIN-MIRA-SI-TOKEN.
           IF YA-ES-TOKEN
              ADD 1 TO WS-YATOKEN
              GO TO LEE-HISTORIA
           END-IF.
           IF WS-VAL-LON < 13
              ADD 1 TO WS-CORTOS
              GO TO LEE-HISTORIA
           END-IF.
           ADD 1 TO WS-REGISTROS.
           IF NOT PASADA-REAL
              GO TO LEE-HISTORIA
           END-IF.
           MOVE "S" TO WS-CREAR.
           PERFORM OBTEN-TOKEN THRU FIN-OBTEN-TOKEN.
           IF NOT TOKEN-OBTENIDO
              ADD 1 TO WS-FALLIDOS
              GO TO LEE-HISTORIA
           END-IF.
           MOVE PH-CLAVE TO WS-ULTIMA-CLAVE.
           DELETE PAGOSHIST RECORD
               INVALID KEY
                  ADD 1 TO WS-FALLIDOS
                  GO TO LEE-HISTORIA
           END-DELETE.
           MOVE WS-TOKEN(1:34) TO PH-IBAN.
           WRITE REG-PAGOSHIST
               INVALID KEY
                  REWRITE REG-PAGOSHIST
           END-WRITE.
           IF WS-HIST-ESTADO NOT = "00" AND WS-HIST-ESTADO NOT = "02"
              ADD 1 TO WS-FALLIDOS
              DISPLAY "|TOKENERROR|HISTORIA|" WS-HIST-ESTADO "|"
                      WS-ULTIMA-CLAVE "|" UPON SYSOUT
           ELSE
              ADD 1 TO WS-TOKENIZADOS
           END-IF.
           MOVE WS-ULTIMA-CLAVE TO PH-CLAVE.
           START PAGOSHIST KEY GREATER PH-CLAVE
               INVALID KEY
                  GO TO CIERRA-HISTORIA
           END-START.
           GO TO LEE-HISTORIA.
       CIERRA-HISTORIA.
           CLOSE PAGOSHIST.
           MOVE SPACES TO WS-TOK-RESP.
           IF NOT PASADA-REAL
              STRING "|TOKENSIMULACION|LEIDOS:" WS-LEIDOS
                     "|REGISTROS:" WS-REGISTROS
                     "|YATOKEN:" WS-YATOKEN
                     "|CORTOS:" WS-CORTOS "|"
                     DELIMITED BY SIZE
                     INTO WS-TOK-RESP
              END-STRING
              DISPLAY WS-TOK-RESP UPON SYSOUT
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-TOKENIZA-HISTORIA
           END-IF.
           STRING "|TOKENFIN|LEIDOS:" WS-LEIDOS
                  "|REGISTROS:" WS-TOKENIZADOS
                  "|YATOKEN:" WS-YATOKEN
                  "|CORTOS:" WS-CORTOS
                  "|ERRORES:" WS-FALLIDOS "|"
                  DELIMITED BY SIZE
                  INTO WS-TOK-RESP
           END-STRING.
           DISPLAY WS-TOK-RESP UPON SYSOUT.
           MOVE "HISTORIA" TO WS-MOTIVO.
           MOVE WS-HIST-PATH TO WS-VALOR.
           PERFORM AUDITA THRU FIN-AUDITA.
           IF WS-FALLIDOS = ZEROES
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-TOKENIZA-HISTORIA.

       REIDENTIFICA SECTION.
      *    VOLVER DEL TOKEN AL DATO: SOLO UN USUARIO ACTIVO QUE LLEVA
      *    PRUTOKEN EXPRESAMENTE EN SU UT-PROGS (EL COMODIN "*" NO
      *    BASTA PARA ESTO). CONCEDIDO O NO, QUEDA EN EL LOG.
       REVELA-TOKEN.
           MOVE 1 TO RETURN-CODE.
           MOVE SPACES TO WS-VALOR.
           MOVE DETALLE TO WS-VALOR.
           PERFORM COMPRUEBA-PERFIL THRU FIN-COMPRUEBA-PERFIL.
           IF NOT PUEDE-REVELAR
              MOVE "DENEGADO" TO WS-MOTIVO
              PERFORM AUDITA THRU FIN-AUDITA
              DISPLAY "|TOKENERROR|DENEGADO|" USUARIO "|" UPON SYSOUT
              GO TO FIN-REVELA-TOKEN
           END-IF.
           OPEN INPUT BOVEDA.
           IF WS-BOVEDA-ESTADO NOT = "00"
              DISPLAY "|TOKENERROR|SINBOVEDA|" UPON SYSOUT
              GO TO FIN-REVELA-TOKEN
           END-IF.
           SET BOVEDA-ABIERTA TO TRUE.
           MOVE "T" TO TK-CLASE.
           MOVE WS-VALOR TO TK-DATO.
           READ BOVEDA
               INVALID KEY
                  MOVE "DESCONOCIDO" TO WS-MOTIVO
                  PERFORM AUDITA THRU FIN-AUDITA
                  DISPLAY "|TOKENERROR|DESCONOCIDO|" WS-VALOR(1:40) "|"
                          UPON SYSOUT
                  GO TO FIN-REVELA-TOKEN
           END-READ.
           MOVE "REVELADO" TO WS-MOTIVO.
           PERFORM AUDITA THRU FIN-AUDITA.
           MOVE SPACES TO WS-TOK-RESP.
           STRING "|TOKEN|REVELA|" DELIMITED BY SIZE
                  WS-VALOR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TK-PAR DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-TOK-RESP
           END-STRING.
           DISPLAY WS-TOK-RESP UPON SYSOUT.
           MOVE TK-PAR TO DETALLE.
           MOVE ZERO TO RETURN-CODE.
       FIN-REVELA-TOKEN.

       COMPRUEBA-PERFIL.
           MOVE "N" TO WS-PUEDE-REVELAR.
           IF USUARIO = SPACES OR USUARIO = LOW-VALUES
              GO TO FIN-COMPRUEBA-PERFIL
           END-IF.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-USERTAB-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/USUARIOS"
                     DELIMITED BY SPACE
                     INTO WS-USERTAB-PATH
              END-STRING
           ELSE
              MOVE "USUARIOS" TO WS-USERTAB-PATH
           END-IF.
           OPEN INPUT USERTAB.
           IF WS-UT-ESTADO NOT = "00"
              GO TO FIN-COMPRUEBA-PERFIL
           END-IF.
           MOVE SPACES TO UT-USUARIO.
           MOVE USUARIO TO UT-USUARIO.
           READ USERTAB
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  INITIALIZE WS-AUT-TOKS-TABLA
                  UNSTRING UT-PROGS DELIMITED BY "," INTO
                        WS-AUT-TOK(1) WS-AUT-TOK(2) WS-AUT-TOK(3)
                        WS-AUT-TOK(4) WS-AUT-TOK(5) WS-AUT-TOK(6)
                        WS-AUT-TOK(7) WS-AUT-TOK(8) WS-AUT-TOK(9)
                        WS-AUT-TOK(10) WS-AUT-TOK(11) WS-AUT-TOK(12)
                        WS-AUT-TOK(13) WS-AUT-TOK(14) WS-AUT-TOK(15)
                        WS-AUT-TOK(16)
                  END-UNSTRING
                  PERFORM VARYING WS-AUT-N FROM 1 BY 1
                          UNTIL WS-AUT-N > 16
                     IF WS-AUT-TOK(WS-AUT-N) = "PRUTOKEN" AND
                        UT-USUARIO-ACTIVO
                        SET PUEDE-REVELAR TO TRUE
                     END-IF
                  END-PERFORM
           END-READ.
           CLOSE USERTAB.
       FIN-COMPRUEBA-PERFIL.

       SERVICIO SECTION.
      *    PARA LOS PROGRAMAS QUE TRABAJAN SOBRE FICHEROS TOKENIZADOS:
      *    EL TOKEN DE UN VALOR, EN EL MISMO DETALLE. NO DEVUELVE
      *    NUNCA UN VALOR, ASI QUE NO PIDE PERFIL.
       SERVICIO-TOKEN.
           MOVE 1 TO RETURN-CODE.
           MOVE SPACES TO WS-VALOR.
           MOVE DETALLE TO WS-VALOR.
           MOVE 128 TO WS-VAL-LON.
           PERFORM MIDE-VALOR THRU FIN-MIDE-VALOR.
           PERFORM MIRA-SI-TOKEN THRU FIN-MIRA-SI-TOKEN.
           IF YA-ES-TOKEN
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-SERVICIO-TOKEN
           END-IF.
           IF WS-VAL-LON < 13
              GO TO FIN-SERVICIO-TOKEN
           END-IF.
           IF CREAR-TOKEN
              PERFORM ABRE-BOVEDA THRU FIN-ABRE-BOVEDA
           ELSE
              OPEN INPUT BOVEDA
              IF WS-BOVEDA-ESTADO = "00"
                 SET BOVEDA-ABIERTA TO TRUE
              END-IF
           END-IF.
           IF NOT BOVEDA-ABIERTA
              GO TO FIN-SERVICIO-TOKEN
           END-IF.
           PERFORM OBTEN-TOKEN THRU FIN-OBTEN-TOKEN.
           IF TOKEN-OBTENIDO
              MOVE WS-TOKEN(1:128) TO DETALLE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-SERVICIO-TOKEN.

       BOVEDA-SEC SECTION.
       ABRE-BOVEDA.
           OPEN I-O BOVEDA.
           IF WS-BOVEDA-ESTADO NOT = "00"
              OPEN OUTPUT BOVEDA
              IF WS-BOVEDA-ESTADO = "00"
                 CLOSE BOVEDA
                 OPEN I-O BOVEDA
              END-IF
           END-IF.
           IF WS-BOVEDA-ESTADO NOT = "00"
              MOVE WS-BOVEDA-ESTADO TO ERRORES
              MOVE "ABRIENDO BOVEDA" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-BOVEDA-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRE-BOVEDA
           END-IF.
           SET BOVEDA-ABIERTA TO TRUE.
       FIN-ABRE-BOVEDA.

       OBTEN-TOKEN.
      *    EL TOKEN DE WS-VALOR (DE WS-VAL-LON CARACTERES): EL QUE YA
      *    TENGA EN LA BOVEDA O, SI SE PIDE CREAR, UNO NUEVO CON EL
      *    SIGUIENTE NUMERO.
           MOVE "N" TO WS-TOK-OK.
           MOVE SPACES TO WS-TOKEN.
           MOVE "V" TO TK-CLASE.
           MOVE WS-VALOR TO TK-DATO.
           READ BOVEDA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE TK-PAR TO WS-TOKEN
                  SET TOKEN-OBTENIDO TO TRUE
                  GO TO FIN-OBTEN-TOKEN
           END-READ.
           IF NOT CREAR-TOKEN
              GO TO FIN-OBTEN-TOKEN
           END-IF.
           MOVE "C" TO TK-CLASE.
           MOVE SPACES TO TK-DATO.
           READ BOVEDA
               INVALID KEY
                  MOVE SPACES TO REG-BOVEDA
                  MOVE "C" TO TK-CLASE
                  MOVE ZEROES TO TK-ULTIMO
                  MOVE 1 TO WS-NUMERO
                  MOVE WS-NUMERO TO TK-ULTIMO
                  WRITE REG-BOVEDA
                      INVALID KEY
                         GO TO FIN-OBTEN-TOKEN
                  END-WRITE
               NOT INVALID KEY
                  ADD 1 TO TK-ULTIMO
                  MOVE TK-ULTIMO TO WS-NUMERO
                  REWRITE REG-BOVEDA
                      INVALID KEY
                         GO TO FIN-OBTEN-TOKEN
                  END-REWRITE
           END-READ.
           IF WS-VALOR(1:2) IS ALPHABETIC-UPPER AND
              WS-VALOR(3:2) IS NUMERIC
              MOVE WS-VALOR(1:2) TO WS-TOKEN(1:2)
           ELSE
              MOVE "TK" TO WS-TOKEN(1:2)
           END-IF.
           MOVE "#T" TO WS-TOKEN(3:2).
           MOVE ALL "0" TO WS-TOKEN(5:WS-VAL-LON - 4).
           MOVE WS-NUMERO-X TO WS-TOKEN(WS-VAL-LON - 8:9).
           MOVE SPACES TO REG-BOVEDA.
           MOVE "T" TO TK-CLASE.
           MOVE WS-TOKEN TO TK-DATO.
           MOVE WS-VALOR TO TK-PAR.
           MOVE WS-FECHA TO TK-FECHA.
           MOVE PROG TO TK-PROG.
           MOVE USUARIO TO TK-USUARIO.
           WRITE REG-BOVEDA
               INVALID KEY
                  GO TO FIN-OBTEN-TOKEN
           END-WRITE.
           MOVE "V" TO TK-CLASE.
           MOVE WS-VALOR TO TK-DATO.
           MOVE WS-TOKEN TO TK-PAR.
           WRITE REG-BOVEDA
               INVALID KEY
                  GO TO FIN-OBTEN-TOKEN
           END-WRITE.
           SET TOKEN-OBTENIDO TO TRUE.
       FIN-OBTEN-TOKEN.

       MIDE-VALOR.
      *    WS-VAL-LON ENTRA CON EL ANCHO DEL CAMPO Y SALE CON EL DEL
      *    VALOR SIN LOS BLANCOS DE LA DERECHA.
           IF WS-VAL-LON = ZERO
              GO TO FIN-MIDE-VALOR
           END-IF.
           IF WS-VALOR(WS-VAL-LON:1) NOT = SPACE
              GO TO FIN-MIDE-VALOR
           END-IF.
           SUBTRACT 1 FROM WS-VAL-LON.
           GO TO MIDE-VALOR.
       FIN-MIDE-VALOR.

       MIRA-SI-TOKEN.
           MOVE "N" TO WS-ES-TOKEN.
           IF WS-VAL-LON < 13
              GO TO FIN-MIRA-SI-TOKEN
           END-IF.
           IF WS-VALOR(3:2) = "#T" AND
              WS-VALOR(5:WS-VAL-LON - 4) IS NUMERIC
              SET YA-ES-TOKEN TO TRUE
           END-IF.
       FIN-MIRA-SI-TOKEN.

       LAYOUT SECTION.
      *    LOS CAMPOS SENSIBLES DE TEXTO DE LA ZONA DE DATOS, O SOLO
      *    EL NOMBRADO EN EL DETALLE; LOS QUE NO SE PUEDEN TOKENIZAR
      *    SE AVISAN UNA VEZ.
       CARGA-SENSIBLES.
           MOVE ZERO TO WS-NCAMPOS.
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
              GO TO FIN-CARGA-SENSIBLES
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA(1:200) TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CIERRA-SENSIBLES
           END-START.
       LEE-SENSIBLE.
           READ DICLAY NEXT
               AT END
                  GO TO CIERRA-SENSIBLES
           END-READ.
           IF DL-RUTA NOT = WS-RUTA(1:200) OR WS-NCAMPOS = 50
              GO TO CIERRA-SENSIBLES
           END-IF.
           IF WS-CAMPO NOT = SPACES AND DL-NOMBRE NOT = WS-CAMPO
              GO TO LEE-SENSIBLE
           END-IF.
           IF WS-CAMPO = SPACES AND DL-SENSIBLE NOT = "S"
              GO TO LEE-SENSIBLE
           END-IF.
           IF DL-POS = ZERO OR DL-LON = ZERO OR
              DL-POS + DL-LON > 1025
              GO TO LEE-SENSIBLE
           END-IF.
           IF DL-POS <= 64
              DISPLAY "|TOKENAVISO|ENCLAVE|" DL-NOMBRE "|" UPON SYSOUT
              GO TO LEE-SENSIBLE
           END-IF.
           IF (DL-TIPO NOT = "A" AND DL-TIPO NOT = SPACE) OR
              DL-LON < 13 OR DL-LON > 200
              DISPLAY "|TOKENAVISO|NOTOKENIZABLE|" DL-NOMBRE "|"
                      DL-TIPO "|" DL-LON "|" UPON SYSOUT
              GO TO LEE-SENSIBLE
           END-IF.
           ADD 1 TO WS-NCAMPOS.
           MOVE DL-NOMBRE TO TB-CAM-NOMBRE(WS-NCAMPOS).
           MOVE DL-POS TO TB-CAM-POS(WS-NCAMPOS).
           MOVE DL-LON TO TB-CAM-LON(WS-NCAMPOS).
           GO TO LEE-SENSIBLE.
       CIERRA-SENSIBLES.
           CLOSE DICLAY.
       FIN-CARGA-SENSIBLES.

       APOYO SECTION.
       TOMA-GUARDAS.
      *    VENTANA DE LA CLASE TOKENIZA Y CERROJO DEL FICHERO (EN
      *    WS-CERR-RECURSO), COMO EN PRUARCHIVA.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUVENTANA" USING WS-VENTANA-CLASE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-TOMA-GUARDAS
           END-IF.
           MOVE "TOMA" TO WS-CERR-ACCION.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCERROJO" USING WS-CERR-ACCION WS-CERR-RECURSO
                                   WS-CERR-PROG
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-TOMA-GUARDAS
           END-IF.
           SET CERROJO-TOMADO TO TRUE.
       FIN-TOMA-GUARDAS.

       AUDITA.
      *    PRUTOKEN-YYYYMMDD.LOG BAJO dd_trz, COMO PRUAPARCA: CADA
      *    INTENTO DE REVELAR (CON SU RESULTADO) Y CADA PASADA. NUNCA
      *    SE ESCRIBE UN VALOR EN CLARO, SOLO EL TOKEN O EL FICHERO.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUTOKEN-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRUTOKEN-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-TOKEN.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-TOKEN
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA
           END-IF.
           MOVE SPACES TO REG-LOG-TOKEN.
           STRING WS-FECHA "-" WS-HORA
                  " |" WS-MOTIVO "|" DELIMITED BY SIZE
                  WS-VALOR DELIMITED BY SPACE
                  "|REGISTROS:" WS-REGISTROS
                  "|VALORES:" WS-TOKENIZADOS
                  "|POR:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-TOKEN
           END-STRING.
           WRITE REG-LOG-TOKEN.
           CLOSE LOG-TOKEN.
       FIN-AUDITA.
