       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUMIGRA.
       AUTHOR.        CVJ.
       SECURITY.      MIGRACION DE UN FICHERO INDEXADO DEL CONVENIO
                      64+960 ENTRE DOS VERSIONES NUMERADAS DE SU
                      LAYOUT EN EL DICCIONARIO DE PRUDICLAY (detalle
                      "desde;hasta"). CADA CAMPO DE LA VERSION NUEVA SE
                      BUSCA POR SU DL-NOMBRE EN LA VIEJA Y SE MUEVE A SU
                      NUEVA POSICION Y LONGITUD; LOS CAMPOS QUE NO
                      EXISTIAN SE RELLENAN CON SU DL-CONSTANTE O CON EL
                      VALOR POR DEFECTO DE SU TIPO, Y CADA VALOR QUE NO
                      CABE EN SU NUEVA LONGITUD SE CANTA COMO
                      TRUNCADO. SIN PRUMIGRAEJECUTA=S LA PASADA ES UN
                      SIMULACRO QUE SOLO CUENTA, COMO EN PRUMASUPD; LA
                      PASADA REAL ESCRIBE UN FICHERO NUEVO Y LO
                      CAMBIA POR EL ORIGINAL CON LA MISMA CUARENTENA Y
                      COMPROBACION POSTERIOR QUE PRUREORG, Y AL ACABAR
                      BIEN LA VERSION "hasta" PASA A SER EL LAYOUT EN
                      VIGOR. HASTA AHORA CADA CAMBIO DE LAYOUT ERA UN
                      PROGRAMA DE USAR Y TIRAR.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Los campos viejos que la version
*********************               nueva ya no nombra vuelven a salir
*********************               como QUITADO.
********************* 15/10/2026 CVJ - Version inicial. HASTA 50
*********************               CAMPOS POR VERSION. LOS CAMPOS
*********************               EMPAQUETADOS Y BINARIOS SOLO SE
*********************               PUEDEN MOVER CON SU MISMA
*********************               LONGITUD; LOS FICHEROS CON CLAVE
*********************               ALTERNATIVA NO SE MIGRAN AQUI.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VIEJO
                  ASSIGN TO DYNAMIC WS-VIEJO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REG-VIEJO-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT NUEVO
                  ASSIGN TO DYNAMIC WS-NUEVO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REG-NUEVO-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT DICLAY
                  ASSIGN TO DYNAMIC WS-DICLAY-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DL-CLAVE
                  FILE STATUS IS WS-DICLAY-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    LA CLAVE (1-64) NO CAMBIA CON LA MIGRACION: EL FICHERO NUEVO
      *    SE ESCRIBE EN EL MISMO ORDEN EN QUE SE LEE EL VIEJO.
       FD  VIEJO.
       01  REG-VIEJO.
           03 REG-VIEJO-CLAVE   PIC X(64).
           03 REG-VIEJO-DATOS   PIC X(960).

       FD  NUEVO.
       01  REG-NUEVO.
           03 REG-NUEVO-CLAVE   PIC X(64).
           03 REG-NUEVO-DATOS   PIC X(960).

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

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUMIGRA".
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-VIEJO          PIC X(256).
       01  WS-NUEVO          PIC X(256).
       01  WS-VIEJO-IDX      PIC X(256).
       01  WS-NUEVO-IDX      PIC X(256).
       77  WS-CONTEXTO       PIC X(64).
       01  WS-DICLAY-PATH    PIC X(200).
       77  WS-DICLAY-ESTADO  PIC XX.
       01  VALORPAP          PIC X(128).
       01  WS-PAP-DATOS      PIC X(300).
       01  WS-PAP-IDX        PIC X(300).
       77  WS-K              PIC 999.
       77  WS-BASEPOS        PIC 999.
       77  WS-CHKIX-RC       PIC S9(5) VALUE ZERO.
       77  WS-META-ESCR      PIC X(4) VALUE "ESCR".
       77  WS-CAT-TOCA       PIC X(4) VALUE "TOCA".
       77  WS-ALERTA-COD     PIC XX VALUE "9R".

       77  WS-EJECUTA        PIC X VALUE "N".
           88 PASADA-REAL    VALUE "S".
       77  WS-VENTANA-CLASE  PIC X(12).
       77  WS-CERR-ACCION    PIC X(8).
       01  WS-CERR-RECURSO   PIC X(200).
       77  WS-CERR-PROG      PIC X(20) VALUE "PRUMIGRA".
       77  WS-CERROJO-TOMADO PIC X VALUE "N".
           88 CERROJO-TOMADO VALUE "S".

      *    LAS DOS VERSIONES DEL LAYOUT. TB-MI-VIEJO DICE, PARA CADA
      *    CAMPO DE LA VERSION NUEVA, DONDE ESTA EN LA VIEJA (CERO SI
      *    EL CAMPO ES NUEVO).
       77  WS-DESDE          PIC X(3).
       77  WS-HASTA          PIC X(3).
       77  WS-RUTA-LON       PIC 999.
       01  WS-RUTA-VERSION   PIC X(200).
       01  TB-VIEJA.
           03 TB-VI-O        OCCURS 50.
              05 TB-VI-NOMBRE     PIC X(30).
              05 TB-VI-POS        PIC 9(4).
              05 TB-VI-LON        PIC 9(4).
              05 TB-VI-TIPO       PIC X.
       77  WS-NVIEJA         PIC 99 VALUE ZERO.
       01  TB-NUEVA.
           03 TB-NU-O        OCCURS 50.
              05 TB-NU-NOMBRE     PIC X(30).
              05 TB-NU-POS        PIC 9(4).
              05 TB-NU-LON        PIC 9(4).
              05 TB-NU-TIPO       PIC X.
              05 TB-NU-CONSTANTE  PIC X(16).
              05 TB-MI-VIEJO      PIC 99.
       77  WS-NNUEVA         PIC 99 VALUE ZERO.
       77  WS-VV             PIC 99.
       77  WS-NN             PIC 99.
       77  WS-CASADO         PIC X.
           88 CAMPO-CASADO   VALUE "S".
       77  WS-LAYOUT-MAL     PIC X VALUE "N".
           88 LAYOUT-MAL     VALUE "S".

      *    CONVERSION DE UN CAMPO.
       77  WS-OPOS           PIC 9(4).
       77  WS-OLON           PIC 9(4).
       77  WS-NPOS           PIC 9(4).
       77  WS-NLON           PIC 9(4).
       77  WS-SOBRA          PIC 9(4).
       77  WS-TXT-LON        PIC 99.
       01  WS-CAMPO-ORIG     PIC X(960).
       01  WS-CAMPO-DEST     PIC X(960).
       77  WS-TRUNCADO       PIC X VALUE "N".
           88 HAY-TRUNCADO   VALUE "S".

       77  WS-JRNL-PROG      PIC X(10) VALUE "PRUMIGRA".
       77  WS-JRNL-TIPO      PIC X(4) VALUE "MIGR".
       77  WS-JRNL-CLAVE     PIC X(64).
       01  WS-JRNL-ANTES     PIC X(960).
       01  WS-JRNL-DESPUES   PIC X(960).
       77  WS-DIC-ACCION     PIC X(8) VALUE "ACTIVA".
       77  WS-DIC-DETALLE    PIC X(128).

       77  WS-LEIDOS         PIC 9(9) VALUE ZEROES.
       77  WS-ESCRITOS       PIC 9(9) VALUE ZEROES.
       77  WS-TRUNCADOS      PIC 9(9) VALUE ZEROES.
       77  WS-MALOS          PIC 9(9) VALUE ZEROES.
       01  WS-MIG-RESP       PIC X(300).

       LINKAGE SECTION.

       77  NOMBREFICHERO     PIC X(256).
       77  DETALLE           PIC X(128).

       PROCEDURE DIVISION USING NOMBREFICHERO DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZEROES TO WS-LEIDOS WS-ESCRITOS WS-TRUNCADOS WS-MALOS.
           MOVE "N" TO WS-CERROJO-TOMADO WS-LAYOUT-MAL.
           MOVE SPACES TO VALORDIR NOMBRDIR.
           STRING "dd_" NOMBREFICHERO(1:3)
                  DELIMITED BY " "
                  INTO NOMBRDIR
           END-STRING.
           DISPLAY NOMBRDIR UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-VIEJO.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR NOMBREFICHERO(4:)
                     DELIMITED BY " "
                     INTO WS-VIEJO
              END-STRING
           ELSE
              MOVE NOMBREFICHERO TO WS-VIEJO
           END-IF.

           MOVE SPACES TO WS-DESDE WS-HASTA.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-DESDE
                 WS-HASTA
           END-UNSTRING.
           IF WS-DESDE IS NOT NUMERIC OR WS-HASTA IS NOT NUMERIC OR
              WS-DESDE = WS-HASTA
              DISPLAY "|MIGRAERROR|VERSIONES|" DETALLE(1:20) "|"
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.

           MOVE SPACES TO WS-EJECUTA.
           DISPLAY "PRUMIGRAEJECUTA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-EJECUTA FROM ENVIRONMENT-VALUE.

           PERFORM CARGA-VERSIONES THRU FIN-CARGA-VERSIONES.
           IF LAYOUT-MAL
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CASA-CAMPOS THRU FIN-CASA-CAMPOS.
           IF LAYOUT-MAL
              GO TO FIN-PROCESOS
           END-IF.

      *    LA PASADA REAL VA BAJO LA MISMA VENTANA Y EL MISMO CERROJO
      *    QUE UNA REORGANIZACION; EL SIMULACRO SOLO LEE.
           IF NOT PASADA-REAL
              GO TO PROCESOS
           END-IF.
           MOVE "REORG" TO WS-VENTANA-CLASE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUVENTANA" USING WS-VENTANA-CLASE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE "TOMA" TO WS-CERR-ACCION.
           MOVE SPACES TO WS-CERR-RECURSO.
           MOVE WS-VIEJO(1:200) TO WS-CERR-RECURSO.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCERROJO" USING WS-CERR-ACCION WS-CERR-RECURSO
                                   WS-CERR-PROG
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           SET CERROJO-TOMADO TO TRUE.

           DISPLAY "PRU14PROPOSITO" UPON ENVIRONMENT-NAME.
           DISPLAY "MIGRA" UPON ENVIRONMENT-VALUE.
           CALL "PRU14" USING WS-NUEVO.
           DISPLAY "PRU14PROPOSITO" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.
       PROCESOS.
           OPEN INPUT VIEJO.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO ORIGEN" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-VIEJO PROG WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
           IF PASADA-REAL
              OPEN OUTPUT NUEVO
              IF ERRORES NOT = "00"
                 CLOSE VIEJO
                 MOVE "ABRIENDO NUEVO" TO WS-CONTEXTO
                 CALL "PRUERR" USING ERRORES WS-NUEVO PROG WS-CONTEXTO
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
       LEER.
           READ VIEJO
               AT END
                  GO TO CERRAR
           END-READ.
           ADD 1 TO WS-LEIDOS.
           PERFORM MIGRA-REGISTRO THRU FIN-MIGRA-REGISTRO.
           IF NOT PASADA-REAL
              GO TO LEER
           END-IF.
           WRITE REG-NUEVO
               INVALID KEY
                  ADD 1 TO WS-MALOS
                  DISPLAY "|MIGRA|ERROR|" REG-VIEJO-CLAVE "|"
                          UPON SYSOUT
               NOT INVALID KEY
                  ADD 1 TO WS-ESCRITOS
           END-WRITE.
           GO TO LEER.
       CERRAR.
           CLOSE VIEJO.
           IF NOT PASADA-REAL
              MOVE SPACES TO WS-MIG-RESP
              STRING "|MIGRASIMULACION|LEIDOS:" WS-LEIDOS
                     "|TRUNCADOS:" WS-TRUNCADOS "|"
                     DELIMITED BY SIZE
                     INTO WS-MIG-RESP
              END-STRING
              DISPLAY WS-MIG-RESP UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           CLOSE NUEVO.

           MOVE SPACES TO WS-VIEJO-IDX WS-NUEVO-IDX.
           STRING WS-VIEJO ".idx"
                  DELIMITED BY " "
                  INTO WS-VIEJO-IDX
           END-STRING.
           STRING WS-NUEVO ".idx"
                  DELIMITED BY " "
                  INTO WS-NUEVO-IDX
           END-STRING.
      *    SI NO SE HAN ESCRITO TODOS LOS LEIDOS EL ORIGINAL NI SE
      *    TOCA: LO MIGRADO SE QUEDA EN SU TEMPORAL PARA MIRARLO.
           IF WS-MALOS > ZERO OR WS-ESCRITOS NOT = WS-LEIDOS
              DISPLAY "|MIGRASWAP|ERROR|SINCAMBIO|" WS-NUEVO "|"
                      UPON SYSOUT
              MOVE "ESCRITOS DISTINTO DE LEIDOS" TO WS-CONTEXTO
              CALL "PRUERR" USING WS-ALERTA-COD WS-VIEJO PROG
                                  WS-CONTEXTO
           ELSE
              PERFORM INTERCAMBIA-FICHEROS
                 THRU FIN-INTERCAMBIA-FICHEROS
           END-IF.

           MOVE SPACES TO WS-MIG-RESP.
           STRING "|MIGRAFIN|LEIDOS:" WS-LEIDOS
                  "|ESCRITOS:" WS-ESCRITOS
                  "|TRUNCADOS:" WS-TRUNCADOS
                  "|ERRORES:" WS-MALOS "|"
                  DELIMITED BY SIZE
                  INTO WS-MIG-RESP
           END-STRING.
           DISPLAY WS-MIG-RESP UPON SYSOUT.
       FIN-PROCESOS.
           IF CERROJO-TOMADO
              MOVE "SUELTA" TO WS-CERR-ACCION
              CALL "PRUCERROJO" USING WS-CERR-ACCION WS-CERR-RECURSO
                                      WS-CERR-PROG
                  ON EXCEPTION
                     CONTINUE
              END-CALL
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       VERSIONES SECTION.
      *    LA VERSION nnn DE UN LAYOUT VIVE EN EL DICCIONARIO BAJO LA
      *    RUTA CON EL SUFIJO "#nnn" (VER PRUDICLAY VERSIONA).
       CARGA-VERSIONES.
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
           MOVE ZERO TO WS-RUTA-LON.
           INSPECT WS-VIEJO TALLYING WS-RUTA-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-RUTA-LON = ZERO OR WS-RUTA-LON > 196
              DISPLAY "|MIGRAERROR|RUTA|" WS-VIEJO(1:60) "|"
                      UPON SYSOUT
              SET LAYOUT-MAL TO TRUE
              GO TO FIN-CARGA-VERSIONES
           END-IF.
           OPEN INPUT DICLAY.
           IF WS-DICLAY-ESTADO NOT = "00"
              DISPLAY "|MIGRAERROR|DICLAY|" WS-DICLAY-ESTADO "|"
                      UPON SYSOUT
              SET LAYOUT-MAL TO TRUE
              GO TO FIN-CARGA-VERSIONES
           END-IF.

           MOVE ZERO TO WS-NVIEJA.
           MOVE SPACES TO WS-RUTA-VERSION.
           STRING WS-VIEJO(1:WS-RUTA-LON) "#" WS-DESDE
                  DELIMITED BY SIZE
                  INTO WS-RUTA-VERSION
           END-STRING.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA-VERSION TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO FIN-LEE-VIEJA
           END-START.
       LEE-VIEJA.
           READ DICLAY NEXT
               AT END
                  GO TO FIN-LEE-VIEJA
           END-READ.
           IF DL-RUTA NOT = WS-RUTA-VERSION
              GO TO FIN-LEE-VIEJA
           END-IF.
           IF DL-POS <= 64 OR DL-LON = ZERO OR DL-POS + DL-LON > 1025
              DISPLAY "|MIGRAERROR|CAMPO|" WS-DESDE "|" DL-NOMBRE "|"
                      UPON SYSOUT
              SET LAYOUT-MAL TO TRUE
              GO TO LEE-VIEJA
           END-IF.
           IF WS-NVIEJA = 50
              DISPLAY "|MIGRAERROR|DEMASIADOS|" WS-DESDE "|"
                      UPON SYSOUT
              SET LAYOUT-MAL TO TRUE
              GO TO FIN-LEE-VIEJA
           END-IF.
           ADD 1 TO WS-NVIEJA.
           MOVE DL-NOMBRE TO TB-VI-NOMBRE(WS-NVIEJA).
           MOVE DL-POS TO TB-VI-POS(WS-NVIEJA).
           MOVE DL-LON TO TB-VI-LON(WS-NVIEJA).
           MOVE DL-TIPO TO TB-VI-TIPO(WS-NVIEJA).
           GO TO LEE-VIEJA.
       FIN-LEE-VIEJA.

           MOVE ZERO TO WS-NNUEVA.
           MOVE SPACES TO WS-RUTA-VERSION.
           STRING WS-VIEJO(1:WS-RUTA-LON) "#" WS-HASTA
                  DELIMITED BY SIZE
                  INTO WS-RUTA-VERSION
           END-STRING.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA-VERSION TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO FIN-LEE-NUEVA
           END-START.
       LEE-NUEVA.
           READ DICLAY NEXT
               AT END
                  GO TO FIN-LEE-NUEVA
           END-READ.
           IF DL-RUTA NOT = WS-RUTA-VERSION
              GO TO FIN-LEE-NUEVA
           END-IF.
           IF DL-POS <= 64 OR DL-LON = ZERO OR DL-POS + DL-LON > 1025
              DISPLAY "|MIGRAERROR|CAMPO|" WS-HASTA "|" DL-NOMBRE "|"
                      UPON SYSOUT
              SET LAYOUT-MAL TO TRUE
              GO TO LEE-NUEVA
           END-IF.
           IF WS-NNUEVA = 50
              DISPLAY "|MIGRAERROR|DEMASIADOS|" WS-HASTA "|"
                      UPON SYSOUT
              SET LAYOUT-MAL TO TRUE
              GO TO FIN-LEE-NUEVA
           END-IF.
           ADD 1 TO WS-NNUEVA.
           MOVE DL-NOMBRE TO TB-NU-NOMBRE(WS-NNUEVA).
           MOVE DL-POS TO TB-NU-POS(WS-NNUEVA).
           MOVE DL-LON TO TB-NU-LON(WS-NNUEVA).
           MOVE DL-TIPO TO TB-NU-TIPO(WS-NNUEVA).
           MOVE DL-CONSTANTE TO TB-NU-CONSTANTE(WS-NNUEVA).
           MOVE ZERO TO TB-MI-VIEJO(WS-NNUEVA).
           GO TO LEE-NUEVA.
       FIN-LEE-NUEVA.
           CLOSE DICLAY.
           IF WS-NVIEJA = ZERO
              DISPLAY "|MIGRAERROR|SINVERSION|" WS-DESDE "|"
                      UPON SYSOUT
              SET LAYOUT-MAL TO TRUE
           END-IF.
           IF WS-NNUEVA = ZERO
              DISPLAY "|MIGRAERROR|SINVERSION|" WS-HASTA "|"
                      UPON SYSOUT
              SET LAYOUT-MAL TO TRUE
           END-IF.
       FIN-CARGA-VERSIONES.

       CASA-CAMPOS.
      *    CADA CAMPO NUEVO CON SU HOMONIMO VIEJO. LO QUE SE MUEVE, LO
      *    QUE NACE Y LO QUE DESAPARECE QUEDA CANTADO ANTES DE LEER UN
      *    SOLO REGISTRO.
           PERFORM VARYING WS-NN FROM 1 BY 1 UNTIL WS-NN > WS-NNUEVA
              PERFORM VARYING WS-VV FROM 1 BY 1
                      UNTIL WS-VV > WS-NVIEJA
                 IF TB-VI-NOMBRE(WS-VV) = TB-NU-NOMBRE(WS-NN)
                    MOVE WS-VV TO TB-MI-VIEJO(WS-NN)
                    MOVE WS-NVIEJA TO WS-VV
                 END-IF
              END-PERFORM
              PERFORM CANTA-CAMPO THRU FIN-CANTA-CAMPO
           END-PERFORM.
           PERFORM VARYING WS-VV FROM 1 BY 1 UNTIL WS-VV > WS-NVIEJA
              MOVE "N" TO WS-CASADO
              PERFORM VARYING WS-NN FROM 1 BY 1
                      UNTIL WS-NN > WS-NNUEVA OR CAMPO-CASADO
                 IF TB-MI-VIEJO(WS-NN) = WS-VV
                    SET CAMPO-CASADO TO TRUE
                 END-IF
              END-PERFORM
              IF NOT CAMPO-CASADO
                 DISPLAY "|MIGRA|QUITADO|" TB-VI-NOMBRE(WS-VV) "|"
                         UPON SYSOUT
              END-IF
           END-PERFORM.
       FIN-CASA-CAMPOS.

       CANTA-CAMPO.
           IF TB-MI-VIEJO(WS-NN) = ZERO
              DISPLAY "|MIGRA|NUEVO|" TB-NU-NOMBRE(WS-NN) "|"
                      TB-NU-POS(WS-NN) "|" TB-NU-LON(WS-NN) "|"
                      UPON SYSOUT
              GO TO FIN-CANTA-CAMPO
           END-IF.
           MOVE TB-MI-VIEJO(WS-NN) TO WS-VV.
      *    UN EMPAQUETADO O UN BINARIO NO SE PUEDE ENCAJAR POR LA
      *    DERECHA COMO UN DISPLAY: O SE QUEDA CON SU LONGITUD, O NO
      *    HAY MIGRACION.
           IF (TB-NU-TIPO(WS-NN) = "P" OR TB-NU-TIPO(WS-NN) = "B" OR
               TB-VI-TIPO(WS-VV) = "P" OR TB-VI-TIPO(WS-VV) = "B") AND
              (TB-NU-LON(WS-NN) NOT = TB-VI-LON(WS-VV) OR
               TB-NU-TIPO(WS-NN) NOT = TB-VI-TIPO(WS-VV))
              DISPLAY "|MIGRAERROR|BINARIO|" TB-NU-NOMBRE(WS-NN) "|"
                      UPON SYSOUT
              SET LAYOUT-MAL TO TRUE
              GO TO FIN-CANTA-CAMPO
           END-IF.
           DISPLAY "|MIGRA|CAMPO|" TB-NU-NOMBRE(WS-NN) "|"
                   TB-VI-POS(WS-VV) "|" TB-VI-LON(WS-VV) "|"
                   TB-NU-POS(WS-NN) "|" TB-NU-LON(WS-NN) "|"
                   UPON SYSOUT.
       FIN-CANTA-CAMPO.

       CONVERSION SECTION.
      *    EL REGISTRO NUEVO PARTE DE BLANCOS CON LA MISMA CLAVE, Y SE
      *    LLENA CAMPO A CAMPO SEGUN LA VERSION NUEVA; LO QUE LA
      *    VERSION NUEVA NO NOMBRA NO PASA.
       MIGRA-REGISTRO.
           MOVE SPACES TO REG-NUEVO.
           MOVE REG-VIEJO-CLAVE TO REG-NUEVO-CLAVE.
           PERFORM VARYING WS-NN FROM 1 BY 1 UNTIL WS-NN > WS-NNUEVA
              MOVE TB-NU-POS(WS-NN) TO WS-NPOS
              MOVE TB-NU-LON(WS-NN) TO WS-NLON
              IF TB-MI-VIEJO(WS-NN) = ZERO
                 PERFORM RELLENA-CAMPO THRU FIN-RELLENA-CAMPO
              ELSE
                 PERFORM MUEVE-CAMPO THRU FIN-MUEVE-CAMPO
              END-IF
              MOVE WS-CAMPO-DEST(1:WS-NLON)
                TO REG-NUEVO(WS-NPOS:WS-NLON)
           END-PERFORM.
       FIN-MIGRA-REGISTRO.

       MUEVE-CAMPO.
           MOVE TB-MI-VIEJO(WS-NN) TO WS-VV.
           MOVE TB-VI-POS(WS-VV) TO WS-OPOS.
           MOVE TB-VI-LON(WS-VV) TO WS-OLON.
           MOVE SPACES TO WS-CAMPO-ORIG WS-CAMPO-DEST.
           MOVE REG-VIEJO(WS-OPOS:WS-OLON) TO WS-CAMPO-ORIG(1:WS-OLON).
           MOVE "N" TO WS-TRUNCADO.
           IF WS-NLON = WS-OLON
              MOVE WS-CAMPO-ORIG(1:WS-OLON) TO WS-CAMPO-DEST(1:WS-NLON)
              GO TO FIN-MUEVE-CAMPO
           END-IF.
      *    LOS NUMERICOS SE ENCAJAN POR LA DERECHA SOBRE CEROS, COMO
      *    EN PRUMASUPD; AL ESTRECHARLOS SOLO SE PUEDEN PERDER CEROS A
      *    LA IZQUIERDA. EL RESTO VA POR LA IZQUIERDA Y SOLO SE PUEDEN
      *    PERDER BLANCOS A LA DERECHA.
           IF TB-NU-TIPO(WS-NN) = "N"
              IF WS-NLON > WS-OLON
                 MOVE ALL "0" TO WS-CAMPO-DEST(1:WS-NLON)
                 MOVE WS-CAMPO-ORIG(1:WS-OLON)
                   TO WS-CAMPO-DEST(WS-NLON - WS-OLON + 1:WS-OLON)
              ELSE
                 COMPUTE WS-SOBRA = WS-OLON - WS-NLON
                 IF WS-CAMPO-ORIG(1:WS-SOBRA) NOT = ALL "0" AND
                    WS-CAMPO-ORIG(1:WS-SOBRA) NOT = SPACES
                    SET HAY-TRUNCADO TO TRUE
                 END-IF
                 MOVE WS-CAMPO-ORIG(WS-SOBRA + 1:WS-NLON)
                   TO WS-CAMPO-DEST(1:WS-NLON)
              END-IF
           ELSE
              IF WS-NLON > WS-OLON
                 MOVE WS-CAMPO-ORIG(1:WS-OLON)
                   TO WS-CAMPO-DEST(1:WS-OLON)
              ELSE
                 COMPUTE WS-SOBRA = WS-OLON - WS-NLON
                 IF WS-CAMPO-ORIG(WS-NLON + 1:WS-SOBRA) NOT = SPACES
                    SET HAY-TRUNCADO TO TRUE
                 END-IF
                 MOVE WS-CAMPO-ORIG(1:WS-NLON)
                   TO WS-CAMPO-DEST(1:WS-NLON)
              END-IF
           END-IF.
           IF HAY-TRUNCADO
              ADD 1 TO WS-TRUNCADOS
              MOVE SPACES TO WS-MIG-RESP
              STRING "|MIGRAAVISO|TRUNCADO|" REG-VIEJO-CLAVE
                     "|" TB-NU-NOMBRE(WS-NN) DELIMITED BY SIZE
                     "|" WS-CAMPO-ORIG(1:64) DELIMITED BY "  "
                     "|" DELIMITED BY SIZE
                     INTO WS-MIG-RESP
              END-STRING
              DISPLAY WS-MIG-RESP UPON SYSOUT
           END-IF.
       FIN-MUEVE-CAMPO.

       RELLENA-CAMPO.
      *    UN CAMPO QUE NACE: SU DL-CONSTANTE SI LA TIENE Y SI NO EL
      *    VALOR NEUTRO DE SU TIPO.
           MOVE SPACES TO WS-CAMPO-DEST.
           IF TB-NU-CONSTANTE(WS-NN) NOT = SPACES
              IF TB-NU-TIPO(WS-NN) = "N"
                 MOVE ALL "0" TO WS-CAMPO-DEST(1:WS-NLON)
                 MOVE ZERO TO WS-TXT-LON
                 INSPECT TB-NU-CONSTANTE(WS-NN) TALLYING WS-TXT-LON
                         FOR CHARACTERS BEFORE INITIAL " "
                 IF WS-TXT-LON > ZERO AND WS-TXT-LON <= WS-NLON
                    MOVE TB-NU-CONSTANTE(WS-NN)(1:WS-TXT-LON)
                      TO WS-CAMPO-DEST(WS-NLON - WS-TXT-LON + 1:
                                       WS-TXT-LON)
                 END-IF
              ELSE
                 MOVE TB-NU-CONSTANTE(WS-NN) TO WS-CAMPO-DEST(1:16)
              END-IF
              GO TO FIN-RELLENA-CAMPO
           END-IF.
           EVALUATE TB-NU-TIPO(WS-NN)
               WHEN "N"
               WHEN "F"
                    MOVE ALL "0" TO WS-CAMPO-DEST(1:WS-NLON)
               WHEN "B"
                    MOVE LOW-VALUES TO WS-CAMPO-DEST(1:WS-NLON)
               WHEN "P"
                    MOVE LOW-VALUES TO WS-CAMPO-DEST(1:WS-NLON)
                    MOVE X"0C" TO WS-CAMPO-DEST(WS-NLON:1)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       FIN-RELLENA-CAMPO.

       INTERCAMBIO SECTION.
      *    EL MISMO CAMBIO RECUPERABLE QUE PRUREORG: EL ORIGINAL SE
      *    APARTA A dd_pap, EL MIGRADO SE RENOMBRA ENCIMA Y SOLO SI EL
      *    ESCANEO DE CLAVES DE PRUCHKIX CUADRA SE SUELTA LA COPIA. EL
      *    ".meta" NO SE PUEDE COMPARAR (EL CONTENIDO CAMBIA A
      *    PROPOSITO), ASI QUE SE ESCRIBE UNO NUEVO; EL RECUENTO DE
      *    LEIDOS Y ESCRITOS YA SE HA COMPROBADO ANTES DE LLEGAR AQUI.
       INTERCAMBIA-FICHEROS.
           MOVE SPACES TO VALORPAP.
           DISPLAY "dd_pap" UPON ENVIRONMENT-NAME.
           ACCEPT VALORPAP FROM ENVIRONMENT-VALUE.
           IF VALORPAP = SPACES OR VALORPAP = LOW-VALUES
              CALL "CBL_DELETE_FILE" USING WS-VIEJO
              CALL "CBL_DELETE_FILE" USING WS-VIEJO-IDX
              CALL "CBL_RENAME_FILE" USING WS-NUEVO WS-VIEJO
              CALL "CBL_RENAME_FILE" USING WS-NUEVO-IDX WS-VIEJO-IDX
              DISPLAY "|MIGRASWAP|SINPAP|" UPON SYSOUT
              PERFORM DA-POR-MIGRADO THRU FIN-DA-POR-MIGRADO
              GO TO FIN-INTERCAMBIA-FICHEROS
           END-IF.

           MOVE ZERO TO WS-BASEPOS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 256
                   IF WS-VIEJO(WS-K:1) = "/" OR WS-VIEJO(WS-K:1) = "\"
                      MOVE WS-K TO WS-BASEPOS
                   END-IF
                   IF WS-VIEJO(WS-K:1) = " "
                      MOVE 256 TO WS-K
                   END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PAP-DATOS WS-PAP-IDX.
           IF WS-BASEPOS > ZERO
              STRING VALORPAP "/" WS-VIEJO(WS-BASEPOS + 1:)
                     DELIMITED BY " "
                     INTO WS-PAP-DATOS
              END-STRING
           ELSE
              STRING VALORPAP "/" WS-VIEJO
                     DELIMITED BY " "
                     INTO WS-PAP-DATOS
              END-STRING
           END-IF.
           STRING WS-PAP-DATOS ".idx"
                  DELIMITED BY " "
                  INTO WS-PAP-IDX
           END-STRING.

           CALL "CBL_RENAME_FILE" USING WS-VIEJO WS-PAP-DATOS.
           CALL "CBL_RENAME_FILE" USING WS-VIEJO-IDX WS-PAP-IDX.
           CALL "CBL_RENAME_FILE" USING WS-NUEVO WS-VIEJO.
           CALL "CBL_RENAME_FILE" USING WS-NUEVO-IDX WS-VIEJO-IDX.

           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCHKIX" USING NOMBREFICHERO.
           MOVE RETURN-CODE TO WS-CHKIX-RC.
           MOVE ZERO TO RETURN-CODE.

           IF WS-CHKIX-RC = ZERO
              CALL "CBL_DELETE_FILE" USING WS-PAP-DATOS
              CALL "CBL_DELETE_FILE" USING WS-PAP-IDX
              DISPLAY "|MIGRASWAP|OK|" UPON SYSOUT
              PERFORM DA-POR-MIGRADO THRU FIN-DA-POR-MIGRADO
           ELSE
              CALL "CBL_RENAME_FILE" USING WS-VIEJO WS-NUEVO
              CALL "CBL_RENAME_FILE" USING WS-VIEJO-IDX WS-NUEVO-IDX
              CALL "CBL_RENAME_FILE" USING WS-PAP-DATOS WS-VIEJO
              CALL "CBL_RENAME_FILE" USING WS-PAP-IDX WS-VIEJO-IDX
              DISPLAY "|MIGRASWAP|ERROR|RESTAURADO|" UPON SYSOUT
              MOVE SPACES TO WS-CONTEXTO
              STRING "CHKIX:" WS-CHKIX-RC
                     DELIMITED BY SIZE
                     INTO WS-CONTEXTO
              END-STRING
              CALL "PRUERR" USING WS-ALERTA-COD WS-VIEJO PROG
                                  WS-CONTEXTO
           END-IF.
       FIN-INTERCAMBIA-FICHEROS.

       DA-POR-MIGRADO.
      *    EL FICHERO YA ESTA EN LA VERSION NUEVA: ESA VERSION PASA A
      *    SER EL LAYOUT EN VIGOR, EL MANIFIESTO Y EL CATALOGO SE PONEN
      *    AL DIA Y EL DIARIO GUARDA UNA ENTRADA MIGR CON LAS CUENTAS
      *    (PRUJRNLRX LA SALTA COMO CUALQUIER TIPO QUE NO CONOCE).
           MOVE SPACES TO WS-DIC-DETALLE.
           MOVE WS-HASTA TO WS-DIC-DETALLE.
           CALL "PRUDICLAY" USING WS-DIC-ACCION NOMBREFICHERO
                                  WS-DIC-DETALLE.
           CALL "PRUMETA" USING WS-META-ESCR WS-VIEJO.
           CALL "PRUCAT" USING WS-CAT-TOCA WS-VIEJO.
           MOVE SPACES TO WS-JRNL-CLAVE WS-JRNL-ANTES WS-JRNL-DESPUES.
           STRING "VERSION:" WS-DESDE ">" WS-HASTA
                  DELIMITED BY SIZE
                  INTO WS-JRNL-CLAVE
           END-STRING.
           STRING "LEIDOS:" WS-LEIDOS
                  "|ESCRITOS:" WS-ESCRITOS
                  "|TRUNCADOS:" WS-TRUNCADOS "|"
                  DELIMITED BY SIZE
                  INTO WS-JRNL-ANTES
           END-STRING.
           CALL "PRUJRNL" USING WS-JRNL-PROG WS-VIEJO WS-JRNL-TIPO
                                WS-JRNL-CLAVE WS-JRNL-ANTES
                                WS-JRNL-DESPUES.
           MOVE ZERO TO RETURN-CODE.
       FIN-DA-POR-MIGRADO.
