       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUDECLA.
       AUTHOR.        CVJ.
       SECURITY.      DECLARACION MENSUAL AL BANCO CENTRAL DE LOS PAGOS
                      TRANSFRONTERIZOS: RECORRE LA HISTORIA DE PAGOS
                      PAGOSHIST.DAT DE PRUIBANEUR DEL MES PEDIDO, SE
                      QUEDA CON LAS TRANSFERENCIAS (NO LOS COBROS DE
                      CLASE C DEL REGISTRO DE PRUREMESA) A IBAN NO
                      ESPAÑOL CUYO PAIS TENGA REGLA VIGENTE EN PAISES
                      A LA FECHA DEL PAGO Y CUYO CONTRAVALOR EN EUROS
                      SUPERE EL UMBRAL DE DECLARACION, LAS TOTALIZA
                      POR PAIS Y FINALIDAD EN EL FICHERO DE
                      DECLARACION DECLARA<AAAAMM>.TXT BAJO dd_rom Y
                      DEJA EN PRURES UN LISTADO DE CONTROL QUE CUADRA
                      CADA REMESA CONTRA SU FICHERO DE ORDENES, QUE
                      IMPRIME PRUIMPRES - HASTA AHORA LA DECLARACION SE
                      SACABA A MANO DE LOS .OK.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - WS-SALIDA pasa a X(256),
*********************               el largo del nombre de fichero
*********************               que reciben PRUCAT y PRUERR.
********************* 15/10/2026 CVJ - Version inicial. EL PARAMETRO ES
*********************               EL MES AAAAMM (EL ANTERIOR AL DE LA
*********************               FECHA DE PROCESO SI NO VIENE). EL
*********************               UMBRAL VA EN CENTIMOS DE EURO EN
*********************               PRUDECLAUMBRAL (50.000,00 SI NO SE
*********************               FIJA), EL NIF DECLARANTE EN
*********************               PRUDECLANIF Y LA FINALIDAD DE LOS
*********************               PAGOS QUE NO LA TRAEN EN
*********************               PRUDECLAFINALIDAD (OTRO SI NO SE
*********************               FIJA). EL CONTRAVALOR SE HACE AL
*********************               CAMBIO DE PRUDIVISA VIGENTE EN LA
*********************               FECHA DEL PAGO. RC 0 SI TODO
*********************               CUADRA, 1 CON DESCUADRES O PAGOS
*********************               SIN DECLARAR POR FALTA DE REGLA O
*********************               CAMBIO, 2 SI NO SE PUEDE DECLARAR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAGOSHIST
                  ASSIGN TO DYNAMIC WS-HIST-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-CLAVE
                  FILE STATUS IS WS-HIST-ESTADO.

           SELECT PAISES
                  ASSIGN TO DYNAMIC WS-PAISES-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAI-CLAVE
                  FILE STATUS IS WS-PAISES-ESTADO.

           SELECT CAMBIOS
                  ASSIGN TO DYNAMIC WS-CAMBIOS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAM-CLAVE
                  FILE STATUS IS WS-CAMBIOS-ESTADO.

           SELECT ORDENES
                  ASSIGN TO DYNAMIC WS-REM-FICHERO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ORD-ESTADO.

           SELECT DECLARACION
                  ASSIGN TO DYNAMIC WS-SALIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALIDA-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    MISMA HISTORIA DE PAGOS QUE PRUIBANEUR.
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

      *    MISMAS REGLAS CON FECHA DE EFECTO QUE MANTIENE PRUPAIS.
       FD  PAISES.
       01  REG-PAISES.
           03 PAI-CLAVE.
              05 PAI-CODIGO  PIC XX.
              05 PAI-DESDE   PIC X(8).
           03 PAI-LONG       PIC 99.

      *    MISMOS CAMBIOS CON FECHA DE EFECTO QUE MANTIENE PRUDIVISA.
       FD  CAMBIOS.
       01  REG-CAMBIOS.
           03 CAM-CLAVE.
              05 CAM-DIVISA  PIC X(3).
              05 CAM-DESDE   PIC X(8).
           03 CAM-CAMBIO     PIC 9(5)V9(6).
           03 CAM-PAISES     PIC X(20).
           03 CAM-FECHA      PIC X(8).
           03 CAM-AUTOR      PIC X(15).

      *    EL FICHERO DE ORDENES TAL COMO LO DEJO PRUGENPAG.
       FD  ORDENES.
       01  REG-ORDENES       PIC X(160).
       01  REG-ORD-DETALLE.
           03 DET-TIPO       PIC XX.
           03 DET-IBAN       PIC X(41).
           03 DET-IMPORTE    PIC 9(13).
           03 DET-REF        PIC X(20).
           03 FILLER         PIC X(84).

      *    CABECERA 01, UNA LINEA 02 POR PAIS Y FINALIDAD Y CIERRE 09.
      *    LOS IMPORTES VAN EN CENTIMOS DE EURO.
       FD  DECLARACION.
       01  REG-DECLARACION   PIC X(80).
       01  REG-DEC-CABECERA.
           03 DCA-TIPO       PIC XX.
           03 DCA-NIF        PIC X(9).
           03 DCA-MES        PIC X(6).
           03 DCA-FECHA      PIC X(8).
           03 DCA-UMBRAL     PIC 9(13).
           03 FILLER         PIC X(42).
       01  REG-DEC-DETALLE.
           03 DDE-TIPO       PIC XX.
           03 DDE-PAIS       PIC XX.
           03 DDE-FINALIDAD  PIC X(4).
           03 DDE-OPERACIONES PIC 9(7).
           03 DDE-IMPORTE    PIC 9(15).
           03 FILLER         PIC X(50).
       01  REG-DEC-CIERRE.
           03 DCI-TIPO       PIC XX.
           03 DCI-LINEAS     PIC 9(5).
           03 DCI-OPERACIONES PIC 9(7).
           03 DCI-IMPORTE    PIC 9(15).
           03 FILLER         PIC X(51).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUDECLA".
       77  WS-CONTEXTO       PIC X(64).
       01  VALORDIR          PIC X(128).
       01  VALORROM          PIC X(128).
       01  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       01  WS-PAISES-PATH    PIC X(200).
       77  WS-PAISES-ESTADO  PIC XX.
       01  WS-CAMBIOS-PATH   PIC X(200).
       77  WS-CAMBIOS-ESTADO PIC XX.
       77  WS-ORD-ESTADO     PIC XX.
       01  WS-SALIDA         PIC X(256).
       77  WS-SALIDA-ESTADO  PIC XX.
       77  WS-NOMBRE-SALIDA  PIC X(20).

       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-MES            PIC X(6).
       77  WS-MES-9 REDEFINES WS-MES PIC 9(6).
       77  WS-NIF            PIC X(9).
       77  WS-FINALIDAD-DEF  PIC X(4).
       77  WS-UMBRAL-TXT     PIC X(16).
       77  WS-UMBRAL         PIC 9(13).
       77  WS-NUM-TXT        PIC X(16).
       77  WS-NUM-LON        PIC 99.
       77  WS-NUM-15         PIC 9(15).

      *    REGLAS DE PAIS Y CAMBIOS SE CARGAN CON TODAS SUS VERSIONES
      *    (EN ORDEN DE CLAVE) PARA ESCOGER LA VIGENTE EN LA FECHA DE
      *    CADA PAGO.
       01  TB-REGLAS.
           03 TB-RG-O        OCCURS 500.
              05 TB-RG-PAIS  PIC XX.
              05 TB-RG-DESDE PIC X(8).
              05 TB-RG-LONG  PIC 99.
       77  WS-NREGLAS        PIC 999 VALUE ZEROES.
       01  TB-CAMBIOS.
           03 TB-CAM-O       OCCURS 200.
              05 TB-CAM-DIVISA PIC X(3).
              05 TB-CAM-DESDE PIC X(8).
              05 TB-CAM-CAMBIO PIC 9(5)V9(6).
       77  WS-NCAMBIOS       PIC 999 VALUE ZEROES.
       77  WS-I              PIC 999.
       77  WS-K              PIC 99.
       77  WS-L              PIC 99.
       77  WS-RG-LONG        PIC 99.
       77  WS-RG-HALLADA     PIC X.
           88 REGLA-HALLADA  VALUE "S".
       77  WS-CAMBIO         PIC 9(5)V9(6).
       77  WS-DIVISA         PIC X(3).
       77  WS-FINALIDAD      PIC X(4).
       77  WS-EUROS          PIC 9(15).
       77  WS-MOTIVO         PIC X(10).

      *    UNA ENTRADA POR REMESA VISTA EN EL MES: LO TRANSFRONTERIZO
      *    DE LA HISTORIA SE CUADRA DESPUES CONTRA SU FICHERO.
       01  TB-REMESAS.
           03 TB-REM-O       OCCURS 300.
              05 TB-REM-ID   PIC X(6).
              05 TB-REM-CLASE PIC X.
              05 TB-REM-ESTADO PIC X.
                 88 REM-REGISTRADA VALUE "R".
                 88 REM-DESCONOCIDA VALUE "D".
              05 TB-REM-FICHERO PIC X(120).
              05 TB-REM-PAGOS PIC 9(7).
              05 TB-REM-TF-REGS PIC 9(7).
              05 TB-REM-TF-SUMA PIC 9(15).
              05 TB-REM-DC-REGS PIC 9(7).
              05 TB-REM-DC-SUMA PIC 9(15).
       77  WS-NREMESAS       PIC 999 VALUE ZEROES.
       77  WS-R              PIC 999.
       77  WS-ORD-REGS       PIC 9(7).
       77  WS-ORD-SUMA       PIC 9(15).

       01  TB-DECLARA.
           03 TB-DC-O        OCCURS 300.
              05 TB-DC-PAIS  PIC XX.
              05 TB-DC-FINALIDAD PIC X(4).
              05 TB-DC-REGS  PIC 9(7).
              05 TB-DC-SUMA  PIC 9(15).
       77  WS-NDECLARA       PIC 999 VALUE ZEROES.
       77  WS-D              PIC 999.

       77  WS-REMESA         PIC X(6).
       77  WS-REM-ACCION     PIC X(8) VALUE "CONSULTA".
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-REM-ENVIO      PIC X(8).
       77  WS-REM-REGS       PIC X(16).
       77  WS-REM-SUMA       PIC X(16).
       01  WS-REM-FICHERO    PIC X(120).
       77  WS-REM-CLASE      PIC X.

       77  WS-LEIDOS         PIC 9(7) VALUE ZEROES.
       77  WS-DEL-MES        PIC 9(7) VALUE ZEROES.
       77  WS-COBROS         PIC 9(7) VALUE ZEROES.
       77  WS-NACIONALES     PIC 9(7) VALUE ZEROES.
       77  WS-BAJO-UMBRAL    PIC 9(7) VALUE ZEROES.
       77  WS-SIN-REGLA      PIC 9(7) VALUE ZEROES.
       77  WS-SIN-CAMBIO     PIC 9(7) VALUE ZEROES.
       77  WS-SIN-FINALIDAD  PIC 9(7) VALUE ZEROES.
       77  WS-DECLARADOS     PIC 9(7) VALUE ZEROES.
       77  WS-TOT-DECLARADO  PIC 9(15) VALUE ZEROES.
       77  WS-CUADRAN        PIC 9(5) VALUE ZEROES.
       77  WS-DESCUADRES     PIC 9(5) VALUE ZEROES.
       77  WS-ERROR          PIC X VALUE "N".
           88 HAY-ERROR      VALUE "S".
       01  WS-DEC-RESP       PIC X(300).

       77  WS-CAT-ALTA       PIC X(8) VALUE "ALTA".
       77  WS-RES-PROG       PIC X(10) VALUE "PRUDECLA".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).
       77  WS-IMP-DESDE      PIC X(8).
       77  WS-IMP-HASTA      PIC X(8).

       LINKAGE SECTION.

       77  MES               PIC X(6).

       PROCEDURE DIVISION USING MES.

       PROGRAMA SECTION.
       INICIALES.
           PERFORM DAME-FECHA-PROCESO THRU FIN-DAME-FECHA-PROCESO.
      *    SIN MES SE DECLARA EL QUE ACABA DE CERRAR.
           MOVE MES TO WS-MES.
           IF WS-MES IS NOT NUMERIC
              MOVE WS-FECHA-PROC(1:6) TO WS-MES
              IF WS-MES(5:2) = "01"
                 SUBTRACT 89 FROM WS-MES-9
              ELSE
                 SUBTRACT 1 FROM WS-MES-9
              END-IF
           END-IF.
           MOVE SPACES TO WS-NIF.
           DISPLAY "PRUDECLANIF" UPON ENVIRONMENT-NAME.
           ACCEPT WS-NIF FROM ENVIRONMENT-VALUE.
           IF WS-NIF = LOW-VALUES
              MOVE SPACES TO WS-NIF
           END-IF.
           MOVE SPACES TO WS-FINALIDAD-DEF.
           DISPLAY "PRUDECLAFINALIDAD" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FINALIDAD-DEF FROM ENVIRONMENT-VALUE.
           IF WS-FINALIDAD-DEF = SPACES OR
              WS-FINALIDAD-DEF = LOW-VALUES
              MOVE "OTRO" TO WS-FINALIDAD-DEF
           END-IF.
           MOVE SPACES TO WS-UMBRAL-TXT.
           DISPLAY "PRUDECLAUMBRAL" UPON ENVIRONMENT-NAME.
           ACCEPT WS-UMBRAL-TXT FROM ENVIRONMENT-VALUE.
           MOVE WS-UMBRAL-TXT TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM-15 = ZEROES
              MOVE 5000000 TO WS-UMBRAL
           ELSE
              MOVE WS-NUM-15 TO WS-UMBRAL
           END-IF.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           PERFORM CARGA-REGLAS THRU FIN-CARGA-REGLAS.
           IF WS-NREGLAS = ZEROES
              DISPLAY "|DECLAERROR|SINPAISES|" UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CARGA-CAMBIOS THRU FIN-CARGA-CAMBIOS.
       PROCESOS.
           PERFORM RECORRE-HISTORIA THRU FIN-RECORRE-HISTORIA.
           IF HAY-ERROR
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CUADRA-REMESAS THRU FIN-CUADRA-REMESAS.
           PERFORM ESCRIBE-DECLARACION THRU FIN-ESCRIBE-DECLARACION.
           IF HAY-ERROR
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SPACES TO WS-DEC-RESP.
           STRING "|DECLAFIN|MES:" WS-MES
                  "|LEIDOS:" WS-LEIDOS
                  "|DELMES:" WS-DEL-MES
                  "|COBROS:" WS-COBROS
                  "|NACIONALES:" WS-NACIONALES
                  "|BAJOUMBRAL:" WS-BAJO-UMBRAL
                  "|SINREGLA:" WS-SIN-REGLA
                  "|SINCAMBIO:" WS-SIN-CAMBIO
                  "|DECLARADOS:" WS-DECLARADOS
                  "|IMPORTE:" WS-TOT-DECLARADO
                  "|SINFINALIDAD:" WS-SIN-FINALIDAD
                  "|LINEAS:" WS-NDECLARA
                  "|CUADRAN:" WS-CUADRAN
                  "|DESCUADRES:" WS-DESCUADRES "|"
                  DELIMITED BY SIZE
                  INTO WS-DEC-RESP
           END-STRING.
           DISPLAY WS-DEC-RESP UPON SYSOUT.
           MOVE WS-FECHA-PROC TO WS-IMP-DESDE WS-IMP-HASTA.
           CALL "PRUIMPRES" USING WS-RES-PROG WS-IMP-DESDE
                                  WS-IMP-HASTA.
           IF WS-DESCUADRES > ZEROES OR WS-SIN-REGLA > ZEROES
              OR WS-SIN-CAMBIO > ZEROES
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       REFERENCIAS SECTION.
      *    TODAS LAS VERSIONES DE CADA PAIS, EN ORDEN DE CLAVE (PAIS,
      *    DESDE): LA VIGENTE EN UNA FECHA ES LA ULTIMA QUE NO LA
      *    SUPERA.
       CARGA-REGLAS.
           MOVE SPACES TO WS-PAISES-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PAISES.DAT"
                     DELIMITED BY SPACE
                     INTO WS-PAISES-PATH
              END-STRING
           ELSE
              MOVE "PAISES.DAT" TO WS-PAISES-PATH
           END-IF.
           OPEN INPUT PAISES.
           IF WS-PAISES-ESTADO NOT = "00"
              MOVE WS-PAISES-ESTADO TO ERRORES
              MOVE "ABRIENDO PAISES" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-PAISES-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-CARGA-REGLAS
           END-IF.
           MOVE LOW-VALUES TO PAI-CLAVE.
           START PAISES KEY NOT LESS PAI-CLAVE
               INVALID KEY
                  GO TO CIERRA-REGLAS
           END-START.
       LEE-REGLA.
           READ PAISES NEXT
               AT END
                  GO TO CIERRA-REGLAS
           END-READ.
           IF WS-NREGLAS = 500
              DISPLAY "|DECLAERROR|PAISESLLENA|" UPON SYSOUT
              GO TO CIERRA-REGLAS
           END-IF.
           ADD 1 TO WS-NREGLAS.
           MOVE PAI-CODIGO TO TB-RG-PAIS(WS-NREGLAS).
           MOVE PAI-DESDE TO TB-RG-DESDE(WS-NREGLAS).
           MOVE PAI-LONG TO TB-RG-LONG(WS-NREGLAS).
           GO TO LEE-REGLA.
       CIERRA-REGLAS.
           CLOSE PAISES.
       FIN-CARGA-REGLAS.

      *    SIN FICHERO DE CAMBIOS SOLO SE PUEDE VALORAR EL EURO.
       CARGA-CAMBIOS.
           MOVE SPACES TO WS-CAMBIOS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/CAMBIOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-CAMBIOS-PATH
              END-STRING
           ELSE
              MOVE "CAMBIOS.DAT" TO WS-CAMBIOS-PATH
           END-IF.
           OPEN INPUT CAMBIOS.
           IF WS-CAMBIOS-ESTADO NOT = "00"
              GO TO FIN-CARGA-CAMBIOS
           END-IF.
           MOVE LOW-VALUES TO CAM-CLAVE.
           START CAMBIOS KEY NOT LESS CAM-CLAVE
               INVALID KEY
                  GO TO CIERRA-CAMBIOS
           END-START.
       LEE-CAMBIO.
           READ CAMBIOS NEXT
               AT END
                  GO TO CIERRA-CAMBIOS
           END-READ.
           IF WS-NCAMBIOS = 200
              DISPLAY "|DECLAERROR|CAMBIOSLLENA|" UPON SYSOUT
              GO TO CIERRA-CAMBIOS
           END-IF.
           ADD 1 TO WS-NCAMBIOS.
           MOVE CAM-DIVISA TO TB-CAM-DIVISA(WS-NCAMBIOS).
           MOVE CAM-DESDE TO TB-CAM-DESDE(WS-NCAMBIOS).
           MOVE CAM-CAMBIO TO TB-CAM-CAMBIO(WS-NCAMBIOS).
           GO TO LEE-CAMBIO.
       CIERRA-CAMBIOS.
           CLOSE CAMBIOS.
       FIN-CARGA-CAMBIOS.

      *    REGLA DEL PAIS DEL IBAN VIGENTE EN LA FECHA DEL PAGO.
       BUSCA-REGLA.
           MOVE "N" TO WS-RG-HALLADA.
           MOVE ZEROES TO WS-RG-LONG.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NREGLAS
              IF TB-RG-PAIS(WS-I) = PH-IBAN(1:2)
                 AND TB-RG-DESDE(WS-I) NOT > PH-FECHA
                 SET REGLA-HALLADA TO TRUE
                 MOVE TB-RG-LONG(WS-I) TO WS-RG-LONG
              END-IF
           END-PERFORM.
       FIN-BUSCA-REGLA.

      *    CAMBIO DE LA DIVISA VIGENTE EN LA FECHA DEL PAGO; CERO SI
      *    NO LO HAY.
       BUSCA-CAMBIO.
           MOVE ZEROES TO WS-CAMBIO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NCAMBIOS
              IF TB-CAM-DIVISA(WS-I) = WS-DIVISA
                 AND TB-CAM-DESDE(WS-I) NOT > PH-FECHA
                 MOVE TB-CAM-CAMBIO(WS-I) TO WS-CAMBIO
              END-IF
           END-PERFORM.
       FIN-BUSCA-CAMBIO.

       HISTORIA SECTION.
       RECORRE-HISTORIA.
           MOVE SPACES TO WS-HIST-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PAGOSHIST.DAT"
                     DELIMITED BY SPACE
                     INTO WS-HIST-PATH
              END-STRING
           ELSE
              MOVE "PAGOSHIST.DAT" TO WS-HIST-PATH
           END-IF.
           OPEN INPUT PAGOSHIST.
           IF WS-HIST-ESTADO NOT = "00"
              MOVE WS-HIST-ESTADO TO ERRORES
              MOVE "ABRIENDO PAGOSHIST" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-HIST-PATH PROG
                                  WS-CONTEXTO
              SET HAY-ERROR TO TRUE
              GO TO FIN-RECORRE-HISTORIA
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
           IF PH-FECHA(1:6) NOT = WS-MES
              GO TO LEE-HISTORIA
           END-IF.
           ADD 1 TO WS-DEL-MES.
           PERFORM BUSCA-REMESA THRU FIN-BUSCA-REMESA.
           IF HAY-ERROR
              GO TO CIERRA-HISTORIA
           END-IF.
           IF TB-REM-CLASE(WS-R) = "C"
              ADD 1 TO WS-COBROS
              GO TO LEE-HISTORIA
           END-IF.
           ADD 1 TO TB-REM-PAGOS(WS-R).
           IF PH-IBAN(1:2) = "ES"
              ADD 1 TO WS-NACIONALES
              GO TO LEE-HISTORIA
           END-IF.
      *    TRANSFRONTERIZO: CUENTA PARA EL CUADRE DE SU REMESA TANTO
      *    SI SE DECLARA COMO SI NO.
           ADD 1 TO TB-REM-TF-REGS(WS-R).
           ADD PH-IMPORTE TO TB-REM-TF-SUMA(WS-R).
           PERFORM BUSCA-REGLA THRU FIN-BUSCA-REGLA.
           IF NOT REGLA-HALLADA
              ADD 1 TO WS-SIN-REGLA
              MOVE "SINREGLA" TO WS-MOTIVO
              PERFORM ANOTA-EXCEPCION THRU FIN-ANOTA-EXCEPCION
              GO TO LEE-HISTORIA
           END-IF.
      *    LA LONGITUD DEL IBAN TAMBIEN LA MANDA LA REGLA DE SU DIA.
           MOVE ZERO TO WS-L.
           INSPECT PH-IBAN TALLYING WS-L
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-RG-LONG > ZEROES AND WS-L NOT = WS-RG-LONG
              ADD 1 TO WS-SIN-REGLA
              MOVE "LONGITUD" TO WS-MOTIVO
              PERFORM ANOTA-EXCEPCION THRU FIN-ANOTA-EXCEPCION
              GO TO LEE-HISTORIA
           END-IF.
           MOVE PH-DIVISA TO WS-DIVISA.
           IF WS-DIVISA = SPACES OR WS-DIVISA = LOW-VALUES
              MOVE "EUR" TO WS-DIVISA
           END-IF.
           IF WS-DIVISA = "EUR"
              MOVE PH-IMPORTE TO WS-EUROS
           ELSE
              PERFORM BUSCA-CAMBIO THRU FIN-BUSCA-CAMBIO
              IF WS-CAMBIO = ZEROES
                 ADD 1 TO WS-SIN-CAMBIO
                 MOVE "SINCAMBIO" TO WS-MOTIVO
                 PERFORM ANOTA-EXCEPCION THRU FIN-ANOTA-EXCEPCION
                 GO TO LEE-HISTORIA
              END-IF
              COMPUTE WS-EUROS ROUNDED = PH-IMPORTE / WS-CAMBIO
           END-IF.
           IF WS-EUROS NOT > WS-UMBRAL
              ADD 1 TO WS-BAJO-UMBRAL
              GO TO LEE-HISTORIA
           END-IF.
           MOVE PH-FINALIDAD TO WS-FINALIDAD.
           IF WS-FINALIDAD = SPACES OR WS-FINALIDAD = LOW-VALUES
              MOVE WS-FINALIDAD-DEF TO WS-FINALIDAD
              ADD 1 TO WS-SIN-FINALIDAD
           END-IF.
           PERFORM ACUMULA-DECLARADO THRU FIN-ACUMULA-DECLARADO.
           IF HAY-ERROR
              GO TO CIERRA-HISTORIA
           END-IF.
           ADD 1 TO TB-REM-DC-REGS(WS-R).
           ADD WS-EUROS TO TB-REM-DC-SUMA(WS-R).
           GO TO LEE-HISTORIA.
       CIERRA-HISTORIA.
           CLOSE PAGOSHIST.
       FIN-RECORRE-HISTORIA.

      *    LA REMESA DEL PAGO EN LA TABLA, CONSULTANDOLA EN PRUREMESA
      *    LA PRIMERA VEZ. UN PAGO SIN REMESA (HISTORIA ANTERIOR A
      *    PH-REMESA) O CON UNA QUE EL REGISTRO NO CONOCE SE TRATA
      *    COMO TRANSFERENCIA Y SALE EN EL LISTADO SIN CUADRE.
       BUSCA-REMESA.
           MOVE ZEROES TO WS-R.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NREMESAS OR WS-R > ZEROES
              IF TB-REM-ID(WS-I) = PH-REMESA
                 MOVE WS-I TO WS-R
              END-IF
           END-PERFORM.
           IF WS-R > ZEROES
              GO TO FIN-BUSCA-REMESA
           END-IF.
           IF WS-NREMESAS = 300
              DISPLAY "|DECLAERROR|REMESASLLENA|" UPON SYSOUT
              SET HAY-ERROR TO TRUE
              GO TO FIN-BUSCA-REMESA
           END-IF.
           ADD 1 TO WS-NREMESAS.
           MOVE WS-NREMESAS TO WS-R.
           MOVE PH-REMESA TO TB-REM-ID(WS-R).
           MOVE SPACES TO TB-REM-CLASE(WS-R) TB-REM-FICHERO(WS-R).
           MOVE "D" TO TB-REM-ESTADO(WS-R).
           MOVE ZEROES TO TB-REM-PAGOS(WS-R) TB-REM-TF-REGS(WS-R)
                          TB-REM-TF-SUMA(WS-R) TB-REM-DC-REGS(WS-R)
                          TB-REM-DC-SUMA(WS-R).
           IF PH-REMESA = SPACES
              GO TO FIN-BUSCA-REMESA
           END-IF.
           MOVE PH-REMESA TO WS-REMESA.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-BUSCA-REMESA
           END-IF.
           MOVE SPACES TO WS-REM-ENVIO WS-REM-REGS WS-REM-SUMA
                          WS-REM-FICHERO WS-REM-CLASE.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-ENVIO
                 WS-REM-REGS
                 WS-REM-SUMA
                 WS-REM-FICHERO
                 WS-REM-CLASE
           END-UNSTRING.
           MOVE "R" TO TB-REM-ESTADO(WS-R).
           MOVE WS-REM-CLASE TO TB-REM-CLASE(WS-R).
           MOVE WS-REM-FICHERO TO TB-REM-FICHERO(WS-R).
       FIN-BUSCA-REMESA.

       ACUMULA-DECLARADO.
           MOVE ZEROES TO WS-D.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NDECLARA OR WS-D > ZEROES
              IF TB-DC-PAIS(WS-I) = PH-IBAN(1:2)
                 AND TB-DC-FINALIDAD(WS-I) = WS-FINALIDAD
                 MOVE WS-I TO WS-D
              END-IF
           END-PERFORM.
           IF WS-D = ZEROES
              IF WS-NDECLARA = 300
                 DISPLAY "|DECLAERROR|DECLARALLENA|" UPON SYSOUT
                 SET HAY-ERROR TO TRUE
                 GO TO FIN-ACUMULA-DECLARADO
              END-IF
              ADD 1 TO WS-NDECLARA
              MOVE WS-NDECLARA TO WS-D
              MOVE PH-IBAN(1:2) TO TB-DC-PAIS(WS-D)
              MOVE WS-FINALIDAD TO TB-DC-FINALIDAD(WS-D)
              MOVE ZEROES TO TB-DC-REGS(WS-D) TB-DC-SUMA(WS-D)
           END-IF.
           ADD 1 TO TB-DC-REGS(WS-D).
           ADD WS-EUROS TO TB-DC-SUMA(WS-D).
           ADD 1 TO WS-DECLARADOS.
           ADD WS-EUROS TO WS-TOT-DECLARADO.
       FIN-ACUMULA-DECLARADO.

      *    PAGO TRANSFRONTERIZO QUE NO SE PUEDE DECLARAR: QUEDA EN EL
      *    LISTADO DE CONTROL PARA QUE ALGUIEN LO MIRE.
       ANOTA-EXCEPCION.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING "PAGO:" PH-IBAN DELIMITED BY SPACE
                  " " PH-IMPORTE " " PH-REF
                  DELIMITED BY SIZE
                  INTO WS-RES-ITEM
           END-STRING.
           STRING "MES:" WS-MES " FECHA:" PH-FECHA " REMESA:"
                  PH-REMESA " DIVISA:" PH-DIVISA
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           MOVE WS-MOTIVO TO WS-RES-RESULT.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           MOVE SPACES TO WS-DEC-RESP.
           STRING "|DECLAEXC|" WS-MOTIVO "|" PH-IBAN "|" PH-IMPORTE
                  "|" PH-REF "|" PH-FECHA "|" PH-REMESA "|"
                  DELIMITED BY SIZE
                  INTO WS-DEC-RESP
           END-STRING.
           DISPLAY WS-DEC-RESP UPON SYSOUT.
       FIN-ANOTA-EXCEPCION.

       CUADRE SECTION.
      *    LO TRANSFRONTERIZO DE LA HISTORIA DE CADA REMESA TIENE QUE
      *    SER LO MISMO (CUENTA Y SUMA EN SU DIVISA) QUE LOS DETALLES
      *    02 A IBAN NO ESPAÑOL DE SU FICHERO DE ORDENES.
       CUADRA-REMESAS.
           MOVE ZEROES TO WS-R.
       SIGUIENTE-REMESA.
           ADD 1 TO WS-R.
           IF WS-R > WS-NREMESAS
              GO TO FIN-CUADRA-REMESAS
           END-IF.
           IF TB-REM-CLASE(WS-R) = "C"
              GO TO SIGUIENTE-REMESA
           END-IF.
           MOVE ZEROES TO WS-ORD-REGS WS-ORD-SUMA.
           IF REM-DESCONOCIDA(WS-R)
              MOVE "SINREMESA" TO WS-RES-RESULT
              ADD 1 TO WS-DESCUADRES
              PERFORM ANOTA-REMESA THRU FIN-ANOTA-REMESA
              GO TO SIGUIENTE-REMESA
           END-IF.
           PERFORM CUENTA-ORDENES THRU FIN-CUENTA-ORDENES.
           IF WS-ORD-ESTADO NOT = "00"
              MOVE "SINFICHERO" TO WS-RES-RESULT
              ADD 1 TO WS-DESCUADRES
              PERFORM ANOTA-REMESA THRU FIN-ANOTA-REMESA
              GO TO SIGUIENTE-REMESA
           END-IF.
           IF WS-ORD-REGS = TB-REM-TF-REGS(WS-R)
              AND WS-ORD-SUMA = TB-REM-TF-SUMA(WS-R)
              MOVE "CUADRA" TO WS-RES-RESULT
              ADD 1 TO WS-CUADRAN
           ELSE
              MOVE "DESCUADRE" TO WS-RES-RESULT
              ADD 1 TO WS-DESCUADRES
           END-IF.
           PERFORM ANOTA-REMESA THRU FIN-ANOTA-REMESA.
           GO TO SIGUIENTE-REMESA.
       FIN-CUADRA-REMESAS.

       CUENTA-ORDENES.
           MOVE TB-REM-FICHERO(WS-R) TO WS-REM-FICHERO.
           IF WS-REM-FICHERO = SPACES
              MOVE "35" TO WS-ORD-ESTADO
              GO TO FIN-CUENTA-ORDENES
           END-IF.
           OPEN INPUT ORDENES.
           IF WS-ORD-ESTADO NOT = "00"
              MOVE WS-ORD-ESTADO TO ERRORES
              MOVE "ABRIENDO ORDENES DE LA REMESA" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-REM-FICHERO PROG
                                  WS-CONTEXTO
              GO TO FIN-CUENTA-ORDENES
           END-IF.
       LEE-ORDEN.
           READ ORDENES
               AT END
                  GO TO FIN-LEE-ORDEN
           END-READ.
           IF DET-TIPO = "02" AND DET-IBAN(1:2) NOT = "ES"
              ADD 1 TO WS-ORD-REGS
              ADD DET-IMPORTE TO WS-ORD-SUMA
           END-IF.
           GO TO LEE-ORDEN.
       FIN-LEE-ORDEN.
           CLOSE ORDENES.
           MOVE "00" TO WS-ORD-ESTADO.
       FIN-CUENTA-ORDENES.

       ANOTA-REMESA.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING "REMESA:" TB-REM-ID(WS-R) " MES:" WS-MES " "
                  DELIMITED BY SIZE
                  TB-REM-FICHERO(WS-R) DELIMITED BY SPACE
                  INTO WS-RES-ITEM
           END-STRING.
           STRING "PAGOS:" TB-REM-PAGOS(WS-R)
                  " TF:" TB-REM-TF-REGS(WS-R) "/" TB-REM-TF-SUMA(WS-R)
                  " ORD:" WS-ORD-REGS "/" WS-ORD-SUMA
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           MOVE SPACES TO WS-DEC-RESP.
           STRING "|DECLAREM|" TB-REM-ID(WS-R) "|" WS-RES-RESULT
                  "|" TB-REM-PAGOS(WS-R)
                  "|" TB-REM-TF-REGS(WS-R) "|" TB-REM-TF-SUMA(WS-R)
                  "|" WS-ORD-REGS "|" WS-ORD-SUMA
                  "|" TB-REM-DC-REGS(WS-R) "|" TB-REM-DC-SUMA(WS-R)
                  "|" DELIMITED BY SIZE
                  INTO WS-DEC-RESP
           END-STRING.
           DISPLAY WS-DEC-RESP UPON SYSOUT.
       FIN-ANOTA-REMESA.

       DECLARACION-MES SECTION.
      *    EL FICHERO SE ESCRIBE AUNQUE NO HAYA NADA QUE DECLARAR: LA
      *    DECLARACION A CERO TAMBIEN SE PRESENTA.
       ESCRIBE-DECLARACION.
           MOVE SPACES TO WS-NOMBRE-SALIDA.
           STRING "DECLARA" WS-MES ".TXT"
                  DELIMITED BY SIZE
                  INTO WS-NOMBRE-SALIDA
           END-STRING.
           MOVE SPACES TO VALORROM.
           DISPLAY "dd_rom" UPON ENVIRONMENT-NAME.
           ACCEPT VALORROM FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-SALIDA.
           IF VALORROM NOT = SPACES AND VALORROM NOT = LOW-VALUES
              STRING VALORROM "/" WS-NOMBRE-SALIDA
                     DELIMITED BY " "
                     INTO WS-SALIDA
              END-STRING
           ELSE
              MOVE WS-NOMBRE-SALIDA TO WS-SALIDA
           END-IF.
           OPEN OUTPUT DECLARACION.
           IF WS-SALIDA-ESTADO NOT = "00"
              MOVE WS-SALIDA-ESTADO TO ERRORES
              MOVE "ABRIENDO DECLARACION" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-SALIDA PROG WS-CONTEXTO
              SET HAY-ERROR TO TRUE
              GO TO FIN-ESCRIBE-DECLARACION
           END-IF.
           MOVE SPACES TO REG-DECLARACION.
           MOVE "01" TO DCA-TIPO.
           MOVE WS-NIF TO DCA-NIF.
           MOVE WS-MES TO DCA-MES.
           MOVE WS-FECHA-PROC TO DCA-FECHA.
           MOVE WS-UMBRAL TO DCA-UMBRAL.
           WRITE REG-DECLARACION.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NDECLARA
              PERFORM LINEA-DECLARACION THRU FIN-LINEA-DECLARACION
           END-PERFORM.
           MOVE SPACES TO REG-DECLARACION.
           MOVE "09" TO DCI-TIPO.
           MOVE WS-NDECLARA TO DCI-LINEAS.
           MOVE WS-DECLARADOS TO DCI-OPERACIONES.
           MOVE WS-TOT-DECLARADO TO DCI-IMPORTE.
           WRITE REG-DECLARACION.
           CLOSE DECLARACION.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-SALIDA.
           MOVE ZERO TO RETURN-CODE.
       FIN-ESCRIBE-DECLARACION.

       LINEA-DECLARACION.
           MOVE SPACES TO REG-DECLARACION.
           MOVE "02" TO DDE-TIPO.
           MOVE TB-DC-PAIS(WS-D) TO DDE-PAIS.
           MOVE TB-DC-FINALIDAD(WS-D) TO DDE-FINALIDAD.
           MOVE TB-DC-REGS(WS-D) TO DDE-OPERACIONES.
           MOVE TB-DC-SUMA(WS-D) TO DDE-IMPORTE.
           WRITE REG-DECLARACION.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING "DECLARACION:" WS-MES " PAIS:" TB-DC-PAIS(WS-D)
                  " FINALIDAD:" TB-DC-FINALIDAD(WS-D)
                  DELIMITED BY SIZE
                  INTO WS-RES-ITEM
           END-STRING.
           STRING "OPERACIONES:" TB-DC-REGS(WS-D)
                  " EUROS:" TB-DC-SUMA(WS-D)
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           MOVE "DECLARADO" TO WS-RES-RESULT.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           MOVE SPACES TO WS-DEC-RESP.
           STRING "|DECLA|" TB-DC-PAIS(WS-D) "|"
                  TB-DC-FINALIDAD(WS-D) "|" TB-DC-REGS(WS-D) "|"
                  TB-DC-SUMA(WS-D) "|"
                  DELIMITED BY SIZE
                  INTO WS-DEC-RESP
           END-STRING.
           DISPLAY WS-DEC-RESP UPON SYSOUT.
       FIN-LINEA-DECLARACION.

       AUXILIARES SECTION.
       ENCAJA-NUMERO.
           MOVE ZEROES TO WS-NUM-15.
           MOVE ZERO TO WS-NUM-LON.
           INSPECT WS-NUM-TXT(1:15) TALLYING WS-NUM-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-NUM-LON > ZERO
              MOVE WS-NUM-TXT(1:WS-NUM-LON)
                TO WS-NUM-15(16 - WS-NUM-LON:WS-NUM-LON)
           END-IF.
           IF WS-NUM-15 IS NOT NUMERIC
              MOVE ZEROES TO WS-NUM-15
           END-IF.
       FIN-ENCAJA-NUMERO.

       DAME-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA-PROC
               ON EXCEPTION
                  ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       FIN-DAME-FECHA-PROCESO.
