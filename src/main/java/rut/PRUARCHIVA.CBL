       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUARCHIVA.
       AUTHOR.        CVJ.
       SECURITY.      ARCHIVO POR REGISTRO DE UN FICHERO INDEXADO DEL
                      CONVENIO 64+960: UN CAMPO FECHA NOMBRADO EN EL
                      DICCIONARIO DE PRUDICLAY DECIDE QUE REGISTROS SON
                      ANTERIORES AL CORTE, Y ESOS SALEN DEL FICHERO
                      VIVO A UN ARCHIVO FECHADO <fichero>.ARC-YYYYMMDD
                      (INDEXADO, MISMO CONVENIO, ASI QUE PRUEXPIX Y
                      COMPANIA LO LEEN IGUAL). CADA REGISTRO SACADO O
                      DEVUELTO QUEDA EN EL DIARIO DE PRUJRNL, MAS UNA
                      ENTRADA ARCH CON LAS CUENTAS DE LA PASADA, Y EL
                      CATALOGO Y LOS ".meta" DE LOS DOS FICHEROS SE
                      PONEN AL DIA. PRURETEN Y PRURM SOLO SABEN DE
                      FICHEROS ENTEROS, Y LOS INDEXADOS GRANDES
                      GUARDABAN TODO DESDE EL PRIMER DIA - PRUCHKIX Y
                      PRUEXPIX TARDABAN MAS CADA MES.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Retenciones legales (PRULEGAL):
*********************               un fichero retenido no se
*********************               archiva (|ARCHIVAERROR|
*********************               RETENCIONLEGAL|), y un registro
*********************               que lleva una referencia de pago
*********************               retenida se queda en el vivo
*********************               aunque pase del corte (cuenta
*********************               RETENIDOS).
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               ARCHIVA (detalle "campo;corte",
*********************               corte YYYYMMDD; sin
*********************               PRUARCHIVAEJECUTA=S es un
*********************               simulacro que solo cuenta, como
*********************               en PRUMASUPD) - BUSCA (detalle
*********************               "fechaarchivo;clave", la clave
*********************               como prefijo) - RECUPERA (detalle
*********************               como BUSCA: lo hallado vuelve al
*********************               fichero vivo y sale del archivo).
*********************               LAS PASADAS QUE ESCRIBEN TOMAN EL
*********************               CERROJO DEL FICHERO (PRUCERROJO)
*********************               Y RESPETAN LA VENTANA DE CLASE
*********************               ARCHIVA (PRUVENTANA).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FICHERO
                  ASSIGN TO DYNAMIC WS-RUTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-ARC-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT ARCHIVO
                  ASSIGN TO DYNAMIC WS-ARCHIVO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-HIS-CLAVE
                  FILE STATUS IS WS-ARCHIVO-ESTADO.

           SELECT DICLAY
                  ASSIGN TO DYNAMIC WS-DICLAY-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DL-CLAVE
                  FILE STATUS IS WS-DICLAY-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  FICHERO.
       01  REG-ARC.
           03 REG-ARC-CLAVE  PIC X(64).
           03 REG-ARC-DATOS  PIC X(960).

       FD  ARCHIVO.
       01  REG-HIS.
           03 REG-HIS-CLAVE  PIC X(64).
           03 REG-HIS-DATOS  PIC X(960).

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

       77  PROG              PIC X(20) VALUE "PRUARCHIVA".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-RUTA           PIC X(256).
       01  WS-ARCHIVO-PATH   PIC X(256).
       77  WS-ARCHIVO-ESTADO PIC XX.
       01  WS-DICLAY-PATH    PIC X(200).
       77  WS-DICLAY-ESTADO  PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA          PIC X(8).

       77  WS-EJECUTA        PIC X VALUE "N".
           88 PASADA-REAL    VALUE "S".
       77  WS-CAMPO          PIC X(30).
       77  WS-CORTE          PIC X(8).
       77  WS-FECHA-ARCHIVO  PIC X(8).
       77  WS-PREFIJO        PIC X(64).
       77  WS-PREFIJO-LON    PIC 99.
       77  WS-BUSCA-POS      PIC 9(4).
       77  WS-BUSCA-LON      PIC 9(4).
       77  WS-BUSCA-TIPO     PIC X.
       77  WS-FECHA-REG      PIC X(8).

       77  WS-VENTANA-CLASE  PIC X(12) VALUE "ARCHIVA".
       77  WS-CERR-ACCION    PIC X(8).
       01  WS-CERR-RECURSO   PIC X(200).
       77  WS-CERR-PROG      PIC X(20) VALUE "PRUARCHIVA".
       77  WS-CERROJO-TOMADO PIC X VALUE "N".
           88 CERROJO-TOMADO VALUE "S".

       77  WS-JRNL-PROG      PIC X(10) VALUE "PRUARCHIVA".
       77  WS-JRNL-TIPO      PIC X(4).
       01  WS-JRNL-CLAVE     PIC X(64).
       01  WS-JRNL-ANTES     PIC X(960).
       01  WS-JRNL-DESPUES   PIC X(960).
       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".
       77  WS-CAT-TOCA       PIC X(4) VALUE "TOCA".
       77  WS-META-ESCR      PIC X(4) VALUE "ESCR".

       77  WS-LEIDOS         PIC 9(9) VALUE ZEROES.
       77  WS-ARCHIVADOS     PIC 9(9) VALUE ZEROES.
       77  WS-CONSERVADOS    PIC 9(9) VALUE ZEROES.
       77  WS-SINFECHA       PIC 9(9) VALUE ZEROES.
       77  WS-RETENIDOS      PIC 9(9) VALUE ZEROES.
       77  WS-HALLADOS       PIC 9(9) VALUE ZEROES.
       77  WS-RECUPERADOS    PIC 9(9) VALUE ZEROES.
       77  WS-YAEXISTEN      PIC 9(9) VALUE ZEROES.
       77  WS-FALLIDOS       PIC 9(9) VALUE ZEROES.
       01  WS-ARC-RESP       PIC X(300).
       77  WS-LEGAL-ACCION   PIC X(8).
       77  WS-LEGAL-CASO     PIC X(20).
       01  WS-LEGAL-DETALLE  PIC X(1024).

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
      *    LA RUTA SE RESUELVE POR EL PREFIJO dd_ DE TRES LETRAS, QUE
      *    ES TAMBIEN LA CLAVE DEL DICCIONARIO Y DEL CATALOGO.
           MOVE SPACES TO VALORDIR NOMBRDIR.
           STRING "dd_" NOMBREFICHERO(1:3)
                  DELIMITED BY " "
                  INTO NOMBRDIR
           END-STRING.
           DISPLAY NOMBRDIR UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-RUTA.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR NOMBREFICHERO(4:)
                     DELIMITED BY " "
                     INTO WS-RUTA
              END-STRING
           ELSE
              MOVE NOMBREFICHERO TO WS-RUTA
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ARCHIVA"
                    PERFORM ARCHIVA-FICHERO THRU FIN-ARCHIVA-FICHERO
               WHEN "BUSCA"
                    PERFORM BUSCA-ARCHIVO THRU FIN-BUSCA-ARCHIVO
               WHEN "RECUPERA"
                    PERFORM RECUPERA-ARCHIVO THRU FIN-RECUPERA-ARCHIVO
               WHEN OTHER
                    DISPLAY "|ARCHIVAERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           END-EVALUATE.
       FIN-PROCESOS.
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

       ARCHIVADO SECTION.
      *    LA PASADA DE ARCHIVO: CADA REGISTRO CON LA FECHA DEL CAMPO
      *    ANTERIOR AL CORTE SE ESCRIBE EN EL ARCHIVO DEL DIA Y SOLO
      *    DESPUES SE BORRA DEL VIVO. UN REGISTRO SIN FECHA VALIDA SE
      *    QUEDA DONDE ESTA.
       ARCHIVA-FICHERO.
           MOVE 1 TO RETURN-CODE.
           MOVE SPACES TO WS-CAMPO WS-CORTE.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-CAMPO
                 WS-CORTE
           END-UNSTRING.
           IF WS-CAMPO = SPACES OR WS-CORTE IS NOT NUMERIC
              DISPLAY "|ARCHIVAERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              GO TO FIN-ARCHIVA-FICHERO
           END-IF.
           PERFORM BUSCA-CAMPO THRU FIN-BUSCA-CAMPO.
           IF WS-BUSCA-LON NOT = 8 OR WS-BUSCA-POS <= 64 OR
              (WS-BUSCA-TIPO NOT = "F" AND WS-BUSCA-TIPO NOT = "N")
              DISPLAY "|ARCHIVAERROR|CAMPO|" WS-CAMPO "|"
                      UPON SYSOUT
              GO TO FIN-ARCHIVA-FICHERO
           END-IF.
      *    UN FICHERO RETENIDO POR UN EXPEDIENTE SE QUEDA ENTERO.
           MOVE "CONSULTA" TO WS-LEGAL-ACCION.
           MOVE SPACES TO WS-LEGAL-CASO WS-LEGAL-DETALLE.
           MOVE WS-RUTA TO WS-LEGAL-DETALLE.
           CALL "PRULEGAL" USING WS-LEGAL-ACCION WS-LEGAL-CASO
                                 WS-LEGAL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              MOVE 1 TO RETURN-CODE
              DISPLAY "|ARCHIVAERROR|RETENCIONLEGAL|" WS-LEGAL-CASO "|"
                      UPON SYSOUT
              GO TO FIN-ARCHIVA-FICHERO
           END-IF.
           MOVE 1 TO RETURN-CODE.
           MOVE SPACES TO WS-EJECUTA.
           DISPLAY "PRUARCHIVAEJECUTA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-EJECUTA FROM ENVIRONMENT-VALUE.
           IF PASADA-REAL
              PERFORM TOMA-GUARDAS THRU FIN-TOMA-GUARDAS
              IF NOT CERROJO-TOMADO
                 GO TO FIN-ARCHIVA-FICHERO
              END-IF
              OPEN I-O FICHERO
           ELSE
              OPEN INPUT FICHERO
           END-IF.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO FICHERO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-RUTA PROG WS-CONTEXTO
              GO TO FIN-ARCHIVA-FICHERO
           END-IF.
           IF PASADA-REAL
              MOVE WS-FECHA TO WS-FECHA-ARCHIVO
              PERFORM ABRE-ARCHIVO THRU FIN-ABRE-ARCHIVO
              IF WS-ARCHIVO-ESTADO NOT = "00"
                 CLOSE FICHERO
                 GO TO FIN-ARCHIVA-FICHERO
              END-IF
           END-IF.
           MOVE LOW-VALUES TO REG-ARC-CLAVE.
           START FICHERO KEY NOT LESS REG-ARC-CLAVE
               INVALID KEY
                  GO TO CIERRA-ARCHIVADO
           END-START.
       LEE-VIVO.
           READ FICHERO NEXT
               AT END
                  GO TO CIERRA-ARCHIVADO
           END-READ.
           ADD 1 TO WS-LEIDOS.
           MOVE REG-ARC(WS-BUSCA-POS:8) TO WS-FECHA-REG.
           IF WS-FECHA-REG IS NOT NUMERIC OR WS-FECHA-REG = ZEROES
              ADD 1 TO WS-SINFECHA
              GO TO LEE-VIVO
           END-IF.
           IF WS-FECHA-REG NOT < WS-CORTE
              ADD 1 TO WS-CONSERVADOS
              GO TO LEE-VIVO
           END-IF.
           MOVE "REGISTRO" TO WS-LEGAL-ACCION.
           MOVE SPACES TO WS-LEGAL-CASO.
           MOVE REG-ARC TO WS-LEGAL-DETALLE.
           CALL "PRULEGAL" USING WS-LEGAL-ACCION WS-LEGAL-CASO
                                 WS-LEGAL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              MOVE 1 TO RETURN-CODE
              ADD 1 TO WS-RETENIDOS
              DISPLAY "|ARCHIVARETENIDO|" WS-LEGAL-CASO "|"
                      REG-ARC-CLAVE "|" UPON SYSOUT
              GO TO LEE-VIVO
           END-IF.
           MOVE 1 TO RETURN-CODE.
           IF NOT PASADA-REAL
              ADD 1 TO WS-ARCHIVADOS
              GO TO LEE-VIVO
           END-IF.
           MOVE REG-ARC TO REG-HIS.
           WRITE REG-HIS
               INVALID KEY
                  REWRITE REG-HIS
           END-WRITE.
           IF WS-ARCHIVO-ESTADO NOT = "00" AND
              WS-ARCHIVO-ESTADO NOT = "02"
              ADD 1 TO WS-FALLIDOS
              DISPLAY "|ARCHIVAERROR|ESCRITURA|" WS-ARCHIVO-ESTADO "|"
                      REG-ARC-CLAVE "|" UPON SYSOUT
              GO TO LEE-VIVO
           END-IF.
           DELETE FICHERO RECORD
               INVALID KEY
                  ADD 1 TO WS-FALLIDOS
                  DISPLAY "|ARCHIVAERROR|BORRADO|" ERRORES "|"
                          REG-ARC-CLAVE "|" UPON SYSOUT
                  GO TO LEE-VIVO
           END-DELETE.
           ADD 1 TO WS-ARCHIVADOS.
           MOVE "BORR" TO WS-JRNL-TIPO.
           MOVE REG-ARC-CLAVE TO WS-JRNL-CLAVE.
           MOVE REG-ARC-DATOS TO WS-JRNL-ANTES.
           MOVE SPACES TO WS-JRNL-DESPUES.
           CALL "PRUJRNL" USING WS-JRNL-PROG WS-RUTA WS-JRNL-TIPO
                                WS-JRNL-CLAVE WS-JRNL-ANTES
                                WS-JRNL-DESPUES.
           GO TO LEE-VIVO.
       CIERRA-ARCHIVADO.
           CLOSE FICHERO.
           MOVE SPACES TO WS-ARC-RESP.
           IF NOT PASADA-REAL
              STRING "|ARCHIVASIMULACION|LEIDOS:" WS-LEIDOS
                     "|ARCHIVARIA:" WS-ARCHIVADOS
                     "|CONSERVADOS:" WS-CONSERVADOS
                     "|SINFECHA:" WS-SINFECHA
                     "|RETENIDOS:" WS-RETENIDOS "|"
                     DELIMITED BY SIZE
                     INTO WS-ARC-RESP
              END-STRING
              DISPLAY WS-ARC-RESP UPON SYSOUT
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-ARCHIVA-FICHERO
           END-IF.
           CLOSE ARCHIVO.
           PERFORM CUENTAS-AL-DIARIO THRU FIN-CUENTAS-AL-DIARIO.
           PERFORM PON-AL-DIA THRU FIN-PON-AL-DIA.
           STRING "|ARCHIVAFIN|LEIDOS:" WS-LEIDOS
                  "|ARCHIVADOS:" WS-ARCHIVADOS
                  "|CONSERVADOS:" WS-CONSERVADOS
                  "|SINFECHA:" WS-SINFECHA
                  "|RETENIDOS:" WS-RETENIDOS
                  "|ERRORES:" WS-FALLIDOS "|" DELIMITED BY SIZE
                  WS-ARCHIVO-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-ARC-RESP
           END-STRING.
           DISPLAY WS-ARC-RESP UPON SYSOUT.
           IF WS-FALLIDOS = ZEROES
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-ARCHIVA-FICHERO.

       CONSULTA SECTION.
      *    LOS REGISTROS DEL ARCHIVO DE UNA FECHA CUYA CLAVE EMPIEZA
      *    POR EL PREFIJO DEL DETALLE.
       BUSCA-ARCHIVO.
           MOVE 1 TO RETURN-CODE.
           PERFORM PARTE-BUSQUEDA THRU FIN-PARTE-BUSQUEDA.
           IF WS-FECHA-ARCHIVO = SPACES
              GO TO FIN-BUSCA-ARCHIVO
           END-IF.
           OPEN INPUT ARCHIVO.
           IF WS-ARCHIVO-ESTADO NOT = "00"
              DISPLAY "|ARCHIVAERROR|SINARCHIVO|" WS-FECHA-ARCHIVO "|"
                      UPON SYSOUT
              GO TO FIN-BUSCA-ARCHIVO
           END-IF.
           MOVE WS-PREFIJO TO REG-HIS-CLAVE.
           START ARCHIVO KEY NOT LESS REG-HIS-CLAVE
               INVALID KEY
                  GO TO CIERRA-BUSCA-ARCHIVO
           END-START.
       LEE-ARCHIVO.
           READ ARCHIVO NEXT
               AT END
                  GO TO CIERRA-BUSCA-ARCHIVO
           END-READ.
           IF REG-HIS-CLAVE(1:WS-PREFIJO-LON) NOT =
              WS-PREFIJO(1:WS-PREFIJO-LON)
              GO TO CIERRA-BUSCA-ARCHIVO
           END-IF.
           ADD 1 TO WS-HALLADOS.
           MOVE SPACES TO WS-ARC-RESP.
           STRING "|ARCHIVO|" WS-FECHA-ARCHIVO "|" DELIMITED BY SIZE
                  REG-HIS-CLAVE DELIMITED BY "  "
                  "|" REG-HIS-DATOS(1:120) "|" DELIMITED BY SIZE
                  INTO WS-ARC-RESP
           END-STRING.
           DISPLAY WS-ARC-RESP UPON SYSOUT.
           GO TO LEE-ARCHIVO.
       CIERRA-BUSCA-ARCHIVO.
           CLOSE ARCHIVO.
           MOVE SPACES TO WS-ARC-RESP.
           STRING "|ARCHIVABUSCA|HALLADOS:" WS-HALLADOS "|"
                  DELIMITED BY SIZE
                  INTO WS-ARC-RESP
           END-STRING.
           DISPLAY WS-ARC-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-BUSCA-ARCHIVO.

       PARTE-BUSQUEDA.
      *    "fechaarchivo;prefijo": LA FECHA DEL ARCHIVO ES LA DEL DIA EN
      *    QUE SE ARCHIVO. SIN PREFIJO NO SE BUSCA NADA (EL ARCHIVO
      *    ENTERO SE SACA CON PRUEXPIX).
           MOVE SPACES TO WS-FECHA-ARCHIVO WS-PREFIJO.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-FECHA-ARCHIVO
                 WS-PREFIJO
           END-UNSTRING.
           MOVE ZERO TO WS-PREFIJO-LON.
           INSPECT WS-PREFIJO TALLYING WS-PREFIJO-LON
                   FOR CHARACTERS BEFORE INITIAL "  ".
           IF WS-FECHA-ARCHIVO IS NOT NUMERIC OR WS-PREFIJO-LON = ZERO
              DISPLAY "|ARCHIVAERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              MOVE SPACES TO WS-FECHA-ARCHIVO
              GO TO FIN-PARTE-BUSQUEDA
           END-IF.
           MOVE SPACES TO WS-ARCHIVO-PATH.
           STRING WS-RUTA DELIMITED BY SPACE
                  ".ARC-" WS-FECHA-ARCHIVO DELIMITED BY SIZE
                  INTO WS-ARCHIVO-PATH
           END-STRING.
       FIN-PARTE-BUSQUEDA.

       RECUPERACION SECTION.
      *    LO HALLADO EN EL ARCHIVO VUELVE AL FICHERO VIVO; UNA CLAVE
      *    QUE YA ESTA EN EL VIVO (DADA DE ALTA DE NUEVO DESPUES DE
      *    ARCHIVAR) NO SE PISA Y SE QUEDA EN EL ARCHIVO.
       RECUPERA-ARCHIVO.
           MOVE 1 TO RETURN-CODE.
           PERFORM PARTE-BUSQUEDA THRU FIN-PARTE-BUSQUEDA.
           IF WS-FECHA-ARCHIVO = SPACES
              GO TO FIN-RECUPERA-ARCHIVO
           END-IF.
           PERFORM TOMA-GUARDAS THRU FIN-TOMA-GUARDAS.
           IF NOT CERROJO-TOMADO
              GO TO FIN-RECUPERA-ARCHIVO
           END-IF.
           OPEN I-O ARCHIVO.
           IF WS-ARCHIVO-ESTADO NOT = "00"
              DISPLAY "|ARCHIVAERROR|SINARCHIVO|" WS-FECHA-ARCHIVO "|"
                      UPON SYSOUT
              GO TO FIN-RECUPERA-ARCHIVO
           END-IF.
           OPEN I-O FICHERO.
           IF ERRORES NOT = "00"
              CLOSE ARCHIVO
              MOVE "ABRIENDO FICHERO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-RUTA PROG WS-CONTEXTO
              GO TO FIN-RECUPERA-ARCHIVO
           END-IF.
           MOVE WS-PREFIJO TO REG-HIS-CLAVE.
           START ARCHIVO KEY NOT LESS REG-HIS-CLAVE
               INVALID KEY
                  GO TO CIERRA-RECUPERA
           END-START.
       LEE-RECUPERA.
           READ ARCHIVO NEXT
               AT END
                  GO TO CIERRA-RECUPERA
           END-READ.
           IF REG-HIS-CLAVE(1:WS-PREFIJO-LON) NOT =
              WS-PREFIJO(1:WS-PREFIJO-LON)
              GO TO CIERRA-RECUPERA
           END-IF.
           ADD 1 TO WS-HALLADOS.
           MOVE REG-HIS TO REG-ARC.
           WRITE REG-ARC
               INVALID KEY
                  ADD 1 TO WS-YAEXISTEN
                  DISPLAY "|ARCHIVAERROR|YAEXISTE|" REG-HIS-CLAVE "|"
                          UPON SYSOUT
                  GO TO LEE-RECUPERA
           END-WRITE.
           DELETE ARCHIVO RECORD
               INVALID KEY
                  ADD 1 TO WS-FALLIDOS
           END-DELETE.
           ADD 1 TO WS-RECUPERADOS.
           MOVE "ALTA" TO WS-JRNL-TIPO.
           MOVE REG-ARC-CLAVE TO WS-JRNL-CLAVE.
           MOVE SPACES TO WS-JRNL-ANTES.
           MOVE REG-ARC-DATOS TO WS-JRNL-DESPUES.
           CALL "PRUJRNL" USING WS-JRNL-PROG WS-RUTA WS-JRNL-TIPO
                                WS-JRNL-CLAVE WS-JRNL-ANTES
                                WS-JRNL-DESPUES.
           MOVE SPACES TO WS-ARC-RESP.
           STRING "|ARCHIVA|RECUPERADO|" DELIMITED BY SIZE
                  REG-ARC-CLAVE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-ARC-RESP
           END-STRING.
           DISPLAY WS-ARC-RESP UPON SYSOUT.
           GO TO LEE-RECUPERA.
       CIERRA-RECUPERA.
           CLOSE ARCHIVO.
           CLOSE FICHERO.
           IF WS-RECUPERADOS > ZEROES
              PERFORM CUENTAS-AL-DIARIO THRU FIN-CUENTAS-AL-DIARIO
              PERFORM PON-AL-DIA THRU FIN-PON-AL-DIA
           END-IF.
           MOVE SPACES TO WS-ARC-RESP.
           STRING "|ARCHIVARECUPERA|HALLADOS:" WS-HALLADOS
                  "|RECUPERADOS:" WS-RECUPERADOS
                  "|YAEXISTEN:" WS-YAEXISTEN "|"
                  DELIMITED BY SIZE
                  INTO WS-ARC-RESP
           END-STRING.
           DISPLAY WS-ARC-RESP UPON SYSOUT.
           IF WS-YAEXISTEN = ZEROES AND WS-FALLIDOS = ZEROES
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-RECUPERA-ARCHIVO.

       APOYO SECTION.
       TOMA-GUARDAS.
      *    VENTANA DE LA CLASE ARCHIVA Y CERROJO DEL FICHERO VIVO, COMO
      *    EN PRUREORG; SIN LOS DOS NO SE ESCRIBE NADA.
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
           MOVE SPACES TO WS-CERR-RECURSO.
           MOVE WS-RUTA(1:200) TO WS-CERR-RECURSO.
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

       ABRE-ARCHIVO.
      *    EL ARCHIVO DEL DIA SE ABRE O SE CREA; DOS PASADAS EL MISMO
      *    DIA VAN AL MISMO ARCHIVO.
           MOVE SPACES TO WS-ARCHIVO-PATH.
           STRING WS-RUTA DELIMITED BY SPACE
                  ".ARC-" WS-FECHA-ARCHIVO DELIMITED BY SIZE
                  INTO WS-ARCHIVO-PATH
           END-STRING.
           OPEN I-O ARCHIVO.
           IF WS-ARCHIVO-ESTADO = "00"
              GO TO FIN-ABRE-ARCHIVO
           END-IF.
           OPEN OUTPUT ARCHIVO.
           IF WS-ARCHIVO-ESTADO = "00"
              CLOSE ARCHIVO
              OPEN I-O ARCHIVO
           END-IF.
           IF WS-ARCHIVO-ESTADO NOT = "00"
              MOVE WS-ARCHIVO-ESTADO TO ERRORES
              MOVE "ABRIENDO ARCHIVO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-ARCHIVO-PATH PROG
                                  WS-CONTEXTO
           END-IF.
       FIN-ABRE-ARCHIVO.

       CUENTAS-AL-DIARIO.
      *    ADEMAS DE UN BORR/ALTA POR REGISTRO (QUE PRUJRNLRX REAPLICA),
      *    UNA ENTRADA ARCH CON LAS CUENTAS DE LA PASADA Y EL ARCHIVO;
      *    PRUJRNLRX LA SALTA COMO CUALQUIER TIPO QUE NO CONOCE.
           MOVE "ARCH" TO WS-JRNL-TIPO.
           MOVE SPACES TO WS-JRNL-CLAVE WS-JRNL-ANTES WS-JRNL-DESPUES.
           MOVE ACCION TO WS-JRNL-CLAVE.
           STRING "LEIDOS:" WS-LEIDOS
                  "|ARCHIVADOS:" WS-ARCHIVADOS
                  "|RECUPERADOS:" WS-RECUPERADOS
                  "|CONSERVADOS:" WS-CONSERVADOS
                  "|SINFECHA:" WS-SINFECHA
                  "|RETENIDOS:" WS-RETENIDOS
                  "|CAMPO:" WS-CAMPO "|CORTE:" WS-CORTE "|"
                  DELIMITED BY SIZE
                  INTO WS-JRNL-ANTES
           END-STRING.
           MOVE WS-ARCHIVO-PATH TO WS-JRNL-DESPUES.
           CALL "PRUJRNL" USING WS-JRNL-PROG WS-RUTA WS-JRNL-TIPO
                                WS-JRNL-CLAVE WS-JRNL-ANTES
                                WS-JRNL-DESPUES.
       FIN-CUENTAS-AL-DIARIO.

       PON-AL-DIA.
      *    EL CATALOGO Y LOS MANIFIESTOS DE LOS DOS FICHEROS QUEDAN
      *    COMO HAN QUEDADO LOS DATOS.
           CALL "PRUCAT" USING WS-CAT-TOCA WS-RUTA.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-ARCHIVO-PATH.
           CALL "PRUMETA" USING WS-META-ESCR WS-RUTA.
           CALL "PRUMETA" USING WS-META-ESCR WS-ARCHIVO-PATH.
           MOVE ZERO TO RETURN-CODE.
       FIN-PON-AL-DIA.

       LAYOUT SECTION.
      *    EL CAMPO FECHA POR SU NOMBRE EN EL DICCIONARIO, COMO
      *    BUSCA-CAMPO EN PRUMASUPD.
       BUSCA-CAMPO.
           MOVE ZEROES TO WS-BUSCA-POS WS-BUSCA-LON.
           MOVE SPACE TO WS-BUSCA-TIPO.
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
              GO TO FIN-BUSCA-CAMPO
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA(1:200) TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CIERRA-BUSCA
           END-START.
       LEE-FICHA.
           READ DICLAY NEXT
               AT END
                  GO TO CIERRA-BUSCA
           END-READ.
           IF DL-RUTA NOT = WS-RUTA(1:200)
              GO TO CIERRA-BUSCA
           END-IF.
           IF DL-NOMBRE = WS-CAMPO AND
              DL-POS > ZEROES AND DL-LON > ZEROES AND
              DL-POS + DL-LON <= 1025
              MOVE DL-POS TO WS-BUSCA-POS
              MOVE DL-LON TO WS-BUSCA-LON
              MOVE DL-TIPO TO WS-BUSCA-TIPO
              GO TO CIERRA-BUSCA
           END-IF.
           GO TO LEE-FICHA.
       CIERRA-BUSCA.
           CLOSE DICLAY.
       FIN-BUSCA-CAMPO.
