       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUSINTE.
       AUTHOR.        CVJ.
       SECURITY.      GENERADOR DE DATOS SINTETICOS PARA PRUEBAS DE
                      VOLUMEN Y FORMACION: LEE EL LAYOUT DE UN FICHERO
                      DEL DICCIONARIO DE PRUDICLAY Y ESCRIBE N
                      REGISTROS DEL CONVENIO 64+960 A UN FICHERO
                      INDEXADO O SECUENCIAL NUEVO, CON VALORES QUE
                      RESPETAN EL DL-TIPO DE CADA CAMPO (FECHAS
                      VALIDAS, NUMEROS EN RANGO, CLAVES UNICAS, IBAN
                      CALCULADOS POR PRUIBANEUR Y VALORES TOMADOS DE
                      TABLAS). EL FICHERO GENERADO SE DA DE ALTA EN EL
                      CATALOGO COMO CUALQUIER OTRO. HASTA AHORA LA UNICA
                      FORMA DE TENER FICHEROS DE TAMAÑO REAL ERA
                      CLONAR PRODUCCION CON PRUCLON, QUE AUN
                      ENMASCARADA SIGUE LLEVANDO DATOS REALES.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Nueva regla CODIGO tabla: el
*********************               valor sale de los codigos en
*********************               vigor de esa tabla de PRUCODIGO
*********************               (sin tabla, la que el diccionario
*********************               enlaza al campo). Un campo sin
*********************               regla que el diccionario enlaza
*********************               con una tabla toma CODIGO por
*********************               defecto, para que lo generado
*********************               pase las validaciones de los
*********************               actualizadores.
********************* 15/10/2026 CVJ - Version inicial. DETALLE
*********************               "layout;registros;formato;reglas"
*********************               (layout: nombre logico del
*********************               fichero cuyo layout se usa;
*********************               formato I indexado o S secuencial
*********************               de 1024 como el volcado crudo de
*********************               PRUEXPIX; reglas: fichero
*********************               opcional con lineas
*********************               campo=REGLA;arg1;arg2, REGLAS
*********************               CLAVE, RANGO min;max, FECHA
*********************               desde;hasta, IBAN, LISTA v1,v2..,
*********************               TABLA fichero Y FIJO valor). LOS
*********************               CAMPOS SIN REGLA TOMAN UN VALOR
*********************               DE SU TIPO. CON PRUSINTESEMILLA
*********************               LA SERIE SE REPITE IGUAL; EL
*********************               FICHERO DE SALIDA NO PUEDE
*********************               EXISTIR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALIDA-IX
                  ASSIGN TO DYNAMIC WS-RUTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REG-IX-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT SALIDA-SEC
                  ASSIGN TO DYNAMIC WS-RUTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT REGLAS
                  ASSIGN TO DYNAMIC WS-REGLAS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REGLAS-ESTADO.

           SELECT TABLA
                  ASSIGN TO DYNAMIC WS-TABLA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TABLA-ESTADO.

           SELECT CODIGOS
                  ASSIGN TO DYNAMIC WS-CODIGOS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CT-CLAVE
                  FILE STATUS IS WS-CODIGOS-ESTADO.

           SELECT DICLAY
                  ASSIGN TO DYNAMIC WS-DICLAY-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DL-CLAVE
                  FILE STATUS IS WS-DICLAY-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  SALIDA-IX.
       01  REG-IX.
           03 REG-IX-CLAVE   PIC X(64).
           03 REG-IX-DATOS   PIC X(960).

       FD  SALIDA-SEC.
       01  REG-SEC           PIC X(1024).

       FD  REGLAS.
       01  REG-REGLA         PIC X(160).

       FD  TABLA.
       01  REG-TABLA         PIC X(256).

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

       77  PROG              PIC X(20) VALUE "PRUSINTE".
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-RUTA           PIC X(256).
       01  WS-RUTA-AUX       PIC X(256).
       01  WS-LAYOUT-RUTA    PIC X(256).
       01  WS-REGLAS-PATH    PIC X(256).
       77  WS-REGLAS-ESTADO  PIC XX.
       01  WS-TABLA-PATH     PIC X(256).
       77  WS-TABLA-ESTADO   PIC XX.
       01  WS-DICLAY-PATH    PIC X(200).
       77  WS-DICLAY-ESTADO  PIC XX.
       01  WS-CODIGOS-PATH   PIC X(200).
       77  WS-CODIGOS-ESTADO PIC XX.
       01  WS-RUTA-TABLA     PIC X(200).
       77  WS-CT-TABLA       PIC X(16).
       77  WS-CONTEXTO       PIC X(64).
       01  WS-CHK-DETALLE    PIC X(64).
       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".
       77  WS-META-ESCR      PIC X(4) VALUE "ESCR".
       77  WS-FECHA          PIC X(8).

      *    PARAMETROS DE LA PASADA.
       01  WS-LOGICO         PIC X(256).
       77  WS-LAYOUT-NOMBRE  PIC X(60).
       77  WS-REGS-TXT       PIC X(15).
       77  WS-FORMATO        PIC X.
           88 SALIDA-INDEXADA VALUE "I".
           88 SALIDA-SECUENCIAL VALUE "S".
       77  WS-REGLAS-NOMBRE  PIC X(60).
       77  WS-REGISTROS      PIC 9(9) VALUE ZEROES.
       77  WS-PARADA         PIC X VALUE "N".
           88 HAY-PARADA     VALUE "S".

      *    EL LAYOUT CON LA REGLA DE CADA CAMPO. TB-CAM-FICHA GUARDA LA
      *    FICHA DEL DICCIONARIO TAL CUAL, PARA COPIARLA AL FICHERO
      *    GENERADO.
       01  TB-CAMPOS.
           03 TB-CAM-O       OCCURS 50.
              05 TB-CAM-NOMBRE    PIC X(30).
              05 TB-CAM-POS       PIC 9(4).
              05 TB-CAM-LON       PIC 9(4).
              05 TB-CAM-TIPO      PIC X.
              05 TB-CAM-REGLA     PIC X(6).
              05 TB-CAM-MIN       PIC 9(9).
              05 TB-CAM-MAX       PIC 9(9).
              05 TB-CAM-DESDE     PIC X(8).
              05 TB-CAM-HASTA     PIC X(8).
              05 TB-CAM-V1        PIC 9(4).
              05 TB-CAM-VN        PIC 9(4).
              05 TB-CAM-FIJO      PIC X(64).
              05 TB-CAM-SEQ       PIC 9(3).
              05 TB-CAM-FICHA     PIC X(57).
              05 TB-CAM-TABLA     PIC X(16).
       77  WS-NCAMPOS        PIC 99 VALUE ZERO.
       77  WS-CC             PIC 99.
       77  WS-CAMPO-CLAVE    PIC 99 VALUE ZERO.

      *    VALORES DE LAS REGLAS LISTA, TABLA Y CODIGO, EN UN UNICO
      *    DEPOSITO.
       01  TB-VALORES.
           03 TB-VALOR       PIC X(30) OCCURS 2000.
       77  WS-NVAL           PIC 9(4) VALUE ZERO.
       77  WS-VPTR           PIC 999.
       77  WS-V-TXT          PIC X(30).

      *    LECTURA DE REGLAS.
       77  WS-R-CAMPO        PIC X(30).
       01  WS-R-RESTO        PIC X(128).
       77  WS-R-REGLA        PIC X(6).
       01  WS-R-ARG1         PIC X(100).
       77  WS-R-ARG2         PIC X(30).
       77  WS-NUM-TXT        PIC X(15).
       77  WS-NUM-LON        PIC 99.
       77  WS-NUM-AUX        PIC X(15).
       77  WS-NUM-9          PIC 9(15).
       77  WS-NUM-OK         PIC X.
       77  WS-DIGITOS        PIC 99.

      *    GENERADOR DE NUMEROS PSEUDOALEATORIOS DE LEHMER
      *    (MULTIPLICADOR 16807 MODULO 2**31-1): SIN SEMILLA SE PARTE
      *    DE LA HORA.
       77  WS-SEMILLA        PIC 9(10) VALUE 1.
       77  WS-SEMILLA-TXT    PIC X(15).
       77  WS-PRODUCTO       PIC 9(18).
       77  WS-COCIENTE       PIC 9(18).
       77  WS-RANGO          PIC 9(10).
       77  WS-AZAR           PIC 9(10).
       77  WS-HORA           PIC 9(8).

      *    MONTAJE DE UN CAMPO.
       01  WS-REG            PIC X(1024).
       01  WS-CAMPO          PIC X(960).
       77  WS-NUM-REG        PIC 9(9).
       01  WS-VALOR-9        PIC 9(9).
       01  WS-NUEVE REDEFINES WS-VALOR-9 PIC X(9).
       77  WS-LETRAS         PIC X(26)
                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  WS-LL             PIC 99.
       77  WS-LARGO          PIC 9(4).
       01  WS-EMPAQ          PIC S9(17) COMP-3.
       01  WS-EMPAQ-X REDEFINES WS-EMPAQ PIC X(9).
       01  WS-BINARIO        PIC 9(18) COMP.
       01  WS-BINARIO-X REDEFINES WS-BINARIO PIC X(8).

      *    FECHAS.
       01  WS-F-DESDE        PIC X(8).
       01  WS-F-HASTA        PIC X(8).
       01  WS-F-GEN.
           03 WS-FG-ANO      PIC 9(4).
           03 WS-FG-MES      PIC 99.
           03 WS-FG-DIA      PIC 99.
       01  WS-F-D REDEFINES WS-F-GEN PIC X(8).
       77  WS-ANO-DESDE      PIC 9(4).
       77  WS-ANO-HASTA      PIC 9(4).
       77  WS-RESTO4         PIC 9(4).
       77  WS-RESTO100       PIC 9(4).
       77  WS-RESTO400       PIC 9(4).
       77  WS-DIAS-MES       PIC 99.
       01  TB-DIAS-MES-DATA  PIC X(24) VALUE "312831303130313130313031".
       01  TB-DIAS-MES REDEFINES TB-DIAS-MES-DATA.
           03 TB-DIAS        PIC 99 OCCURS 12.

      *    IBAN: UN CCC CON SUS DIGITOS DE CONTROL Y EL DC DEL IBAN
      *    CALCULADO POR PRUIBANEUR, CON LOS MISMOS PESOS OFICIALES.
       01  TB-PESOS-CCC-DATA PIC X(20) VALUE "01020408051009070306".
       01  TB-PESOS-CCC REDEFINES TB-PESOS-CCC-DATA.
           03 TB-PESO        PIC 99 OCCURS 10.
       01  WS-CCC            PIC X(20).
       01  WS-CCC-D REDEFINES WS-CCC.
           03 WS-CCC-DIG     PIC 9 OCCURS 20.
       01  WS-DIEZ           PIC X(10).
       01  WS-DIEZ-D REDEFINES WS-DIEZ.
           03 WS-DIEZ-DIG    PIC 9 OCCURS 10.
       77  WS-CCC-SUMA       PIC 9(5).
       77  WS-CCC-RESTO      PIC 99.
       77  WS-CCC-I          PIC 99.
       77  WS-CCC-COC        PIC 9(5).
       77  WS-CCC-R11        PIC 99.
       01  WS-IB-CUENTA      PIC X(30).
       01  WS-IB-IBAN.
           03 WS-IB-P        PIC X(2).
           03 WS-IB-D        PIC 99.
           03 WS-IB-C        PIC X(30).
       01  WS-IB-PAIS        PIC X(2).
       01  WS-IB-FORMATEADO  PIC X(41).

       77  WS-ESCRITOS       PIC 9(9) VALUE ZEROES.
       77  WS-DUPLICADOS     PIC 9(9) VALUE ZEROES.
       01  WS-SIN-RESP       PIC X(300).

       LINKAGE SECTION.

       77  NOMBREFICHERO     PIC X(256).
       77  DETALLE           PIC X(128).

       PROCEDURE DIVISION USING NOMBREFICHERO DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZEROES TO WS-ESCRITOS WS-DUPLICADOS WS-NCAMPOS WS-NVAL
                          WS-CAMPO-CLAVE.
           MOVE "N" TO WS-PARADA.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           MOVE NOMBREFICHERO TO WS-LOGICO.
           PERFORM RESUELVE-RUTA THRU FIN-RESUELVE-RUTA.
           MOVE WS-LOGICO TO WS-RUTA.

           MOVE SPACES TO WS-LAYOUT-NOMBRE WS-REGS-TXT WS-FORMATO
                          WS-REGLAS-NOMBRE.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-LAYOUT-NOMBRE
                 WS-REGS-TXT
                 WS-FORMATO
                 WS-REGLAS-NOMBRE
           END-UNSTRING.
           MOVE WS-REGS-TXT TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM-OK NOT = "S" OR WS-NUM-9 = ZEROES OR
              WS-NUM-9 > 999999999
              DISPLAY "|SINTEERROR|REGISTROS|" WS-REGS-TXT "|"
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE WS-NUM-9 TO WS-REGISTROS.
           IF WS-FORMATO = SPACE
              MOVE "I" TO WS-FORMATO
           END-IF.
           IF NOT SALIDA-INDEXADA AND NOT SALIDA-SECUENCIAL
              DISPLAY "|SINTEERROR|FORMATO|" WS-FORMATO "|"
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           IF WS-LAYOUT-NOMBRE = SPACES
              MOVE NOMBREFICHERO TO WS-LAYOUT-NOMBRE
           END-IF.
           MOVE SPACES TO WS-LOGICO.
           MOVE WS-LAYOUT-NOMBRE TO WS-LOGICO.
           PERFORM RESUELVE-RUTA THRU FIN-RESUELVE-RUTA.
           MOVE WS-LOGICO TO WS-LAYOUT-RUTA.

      *    UN GENERADOR NUNCA ESCRIBE ENCIMA DE UN FICHERO QUE YA
      *    EXISTE.
           MOVE SPACES TO WS-CHK-DETALLE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA WS-CHK-DETALLE.
           IF RETURN-CODE = ZERO
              MOVE ZERO TO RETURN-CODE
              DISPLAY "|SINTEERROR|EXISTE|" WS-RUTA "|" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           PERFORM CARGA-LAYOUT THRU FIN-CARGA-LAYOUT.
           IF WS-NCAMPOS = ZERO
              DISPLAY "|SINTEERROR|SINLAYOUT|" WS-LAYOUT-RUTA "|"
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           IF WS-REGLAS-NOMBRE NOT = SPACES
              PERFORM CARGA-REGLAS THRU FIN-CARGA-REGLAS
              IF HAY-PARADA
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           PERFORM REGLA-DE-CLAVE THRU FIN-REGLA-DE-CLAVE.
           IF HAY-PARADA
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM REGLA-DE-CODIGOS THRU FIN-REGLA-DE-CODIGOS.
           IF HAY-PARADA
              GO TO FIN-PROCESOS
           END-IF.

           MOVE SPACES TO WS-SEMILLA-TXT.
           DISPLAY "PRUSINTESEMILLA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-SEMILLA-TXT FROM ENVIRONMENT-VALUE.
           MOVE WS-SEMILLA-TXT TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM-OK = "S" AND WS-NUM-9 > ZEROES
              DIVIDE WS-NUM-9 BY 2147483646 GIVING WS-COCIENTE
                     REMAINDER WS-SEMILLA
           ELSE
              ACCEPT WS-HORA FROM TIME
              MOVE WS-HORA TO WS-SEMILLA
           END-IF.
           IF WS-SEMILLA = ZERO
              MOVE 1 TO WS-SEMILLA
           END-IF.

      *    PRUIBANEUR SE LLAMA EN SU MODO NORMAL DE CALCULO: NI LOTE NI
      *    PASADA DE PAGOS, AUNQUE EL ENTORNO DEL TRABAJO LOS TRAIGA.
           DISPLAY "PRUIBANEURMODO" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.
           DISPLAY "PRUIBANEURLOTE" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.
           DISPLAY "PRUIBANEURPAGOS" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.

           IF SALIDA-INDEXADA
              OPEN OUTPUT SALIDA-IX
           ELSE
              OPEN OUTPUT SALIDA-SEC
           END-IF.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO SALIDA" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-RUTA PROG WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE ZEROES TO WS-NUM-REG.
       PROCESOS.
           IF WS-NUM-REG >= WS-REGISTROS
              GO TO CERRAR
           END-IF.
           ADD 1 TO WS-NUM-REG.
           PERFORM MONTA-REGISTRO THRU FIN-MONTA-REGISTRO.
           IF SALIDA-INDEXADA
              MOVE WS-REG TO REG-IX
              WRITE REG-IX
                  INVALID KEY
                     ADD 1 TO WS-DUPLICADOS
                  NOT INVALID KEY
                     ADD 1 TO WS-ESCRITOS
              END-WRITE
           ELSE
              MOVE WS-REG TO REG-SEC
              WRITE REG-SEC
              ADD 1 TO WS-ESCRITOS
           END-IF.
           GO TO PROCESOS.
       CERRAR.
           IF SALIDA-INDEXADA
              CLOSE SALIDA-IX
           ELSE
              CLOSE SALIDA-SEC
           END-IF.
           PERFORM REGISTRA-FICHERO THRU FIN-REGISTRA-FICHERO.
           MOVE SPACES TO WS-SIN-RESP.
           STRING "|SINTEFIN|" WS-RUTA DELIMITED BY SPACE
                  "|ESCRITOS:" WS-ESCRITOS
                  "|DUPLICADOS:" WS-DUPLICADOS
                  "|CAMPOS:" WS-NCAMPOS
                  "|SEMILLA:" WS-SEMILLA "|"
                  DELIMITED BY SIZE
                  INTO WS-SIN-RESP
           END-STRING.
           DISPLAY WS-SIN-RESP UPON SYSOUT.
       FIN-PROCESOS.
           MOVE ZERO TO RETURN-CODE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       RUTAS SECTION.
      *    EL PREFIJO dd_ DE TRES LETRAS DE SIEMPRE, SOBRE WS-LOGICO.
       RESUELVE-RUTA.
           MOVE SPACES TO VALORDIR NOMBRDIR.
           STRING "dd_" WS-LOGICO(1:3)
                  DELIMITED BY " "
                  INTO NOMBRDIR
           END-STRING.
           DISPLAY NOMBRDIR UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              MOVE SPACES TO WS-RUTA-AUX
              STRING VALORDIR WS-LOGICO(4:)
                     DELIMITED BY " "
                     INTO WS-RUTA-AUX
              END-STRING
              MOVE WS-RUTA-AUX TO WS-LOGICO
           END-IF.
       FIN-RESUELVE-RUTA.

       ENCAJA-NUMERO.
      *    EL MISMO ENCAJE POR LA DERECHA SOBRE CEROS DE SIEMPRE.
           MOVE "N" TO WS-NUM-OK.
           MOVE ZEROES TO WS-NUM-9.
           MOVE ZERO TO WS-NUM-LON.
           INSPECT WS-NUM-TXT TALLYING WS-NUM-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-NUM-LON = ZERO
              GO TO FIN-ENCAJA-NUMERO
           END-IF.
           MOVE ALL "0" TO WS-NUM-AUX.
           MOVE WS-NUM-TXT(1:WS-NUM-LON)
             TO WS-NUM-AUX(16 - WS-NUM-LON:WS-NUM-LON).
           IF WS-NUM-AUX IS NOT NUMERIC
              GO TO FIN-ENCAJA-NUMERO
           END-IF.
           MOVE WS-NUM-AUX TO WS-NUM-9.
           MOVE "S" TO WS-NUM-OK.
       FIN-ENCAJA-NUMERO.

       LAYOUT SECTION.
      *    LOS CAMPOS DEL LAYOUT EN VIGOR, CON LAS MISMAS COMPROBACIONES
      *    DE RANGO QUE PRUEXPIX.
       CARGA-LAYOUT.
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
              GO TO FIN-CARGA-LAYOUT
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-LAYOUT-RUTA(1:200) TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CARGA-ENLACES
           END-START.
       LEE-FICHA.
           READ DICLAY NEXT
               AT END
                  GO TO CARGA-ENLACES
           END-READ.
           IF DL-RUTA NOT = WS-LAYOUT-RUTA(1:200) OR WS-NCAMPOS = 50
              GO TO CARGA-ENLACES
           END-IF.
           IF DL-POS = ZERO OR DL-LON = ZERO OR
              DL-POS + DL-LON > 1025
              GO TO LEE-FICHA
           END-IF.
           ADD 1 TO WS-NCAMPOS.
           MOVE DL-NOMBRE TO TB-CAM-NOMBRE(WS-NCAMPOS).
           MOVE DL-POS TO TB-CAM-POS(WS-NCAMPOS).
           MOVE DL-LON TO TB-CAM-LON(WS-NCAMPOS).
           MOVE DL-TIPO TO TB-CAM-TIPO(WS-NCAMPOS).
           MOVE SPACES TO TB-CAM-REGLA(WS-NCAMPOS)
                          TB-CAM-DESDE(WS-NCAMPOS)
                          TB-CAM-HASTA(WS-NCAMPOS)
                          TB-CAM-FIJO(WS-NCAMPOS).
           MOVE ZEROES TO TB-CAM-MIN(WS-NCAMPOS) TB-CAM-MAX(WS-NCAMPOS)
                          TB-CAM-V1(WS-NCAMPOS) TB-CAM-VN(WS-NCAMPOS).
           MOVE DL-SEQ TO TB-CAM-SEQ(WS-NCAMPOS).
           MOVE REG-DICLAY(204:57) TO TB-CAM-FICHA(WS-NCAMPOS).
           MOVE SPACES TO TB-CAM-TABLA(WS-NCAMPOS).
           GO TO LEE-FICHA.
      *    LOS ENLACES DE LOS CAMPOS CON TABLAS DE CODIGOS, BAJO LA
      *    RUTA DEL LAYOUT CON EL SUFIJO "#TAB".
       CARGA-ENLACES.
           MOVE SPACES TO WS-RUTA-TABLA.
           STRING WS-LAYOUT-RUTA(1:200) DELIMITED BY SPACE
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
       LEE-ENLACE.
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
           GO TO LEE-ENLACE.
       CIERRA-LAYOUT.
           CLOSE DICLAY.
       FIN-CARGA-LAYOUT.

       REGLA-DE-CLAVE.
      *    LA UNICIDAD DE CLAVE SE CONSIGUE CON UN NUMERO DE SECUENCIA:
      *    EN EL CAMPO CON REGLA CLAVE O, SI NO HAY, EN EL PRIMER CAMPO
      *    DE LA ZONA DE CLAVE (1-64); SIN NINGUNO, EN LOS 9 PRIMEROS
      *    BYTES DE LA ZONA DE CLAVE.
           IF WS-CAMPO-CLAVE = ZERO
              PERFORM VARYING WS-CC FROM 1 BY 1
                      UNTIL WS-CC > WS-NCAMPOS
                         OR WS-CAMPO-CLAVE NOT = ZERO
                 IF TB-CAM-POS(WS-CC) + TB-CAM-LON(WS-CC) <= 65 AND
                    TB-CAM-REGLA(WS-CC) = SPACES AND
                    (TB-CAM-TIPO(WS-CC) = "N" OR "A")
                    MOVE WS-CC TO WS-CAMPO-CLAVE
                    MOVE "CLAVE" TO TB-CAM-REGLA(WS-CC)
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CAMPO-CLAVE = ZERO
              GO TO FIN-REGLA-DE-CLAVE
           END-IF.
           MOVE ZERO TO WS-DIGITOS.
           MOVE WS-REGISTROS TO WS-VALOR-9.
           INSPECT WS-NUEVE TALLYING WS-DIGITOS FOR LEADING "0".
           IF TB-CAM-LON(WS-CAMPO-CLAVE) < 9 - WS-DIGITOS OR
              TB-CAM-TIPO(WS-CAMPO-CLAVE) = "P" OR
              TB-CAM-TIPO(WS-CAMPO-CLAVE) = "B"
              DISPLAY "|SINTEERROR|CLAVECORTA|"
                      TB-CAM-NOMBRE(WS-CAMPO-CLAVE) "|" UPON SYSOUT
              SET HAY-PARADA TO TRUE
           END-IF.
       FIN-REGLA-DE-CLAVE.

      *    UN CAMPO SIN REGLA ENLAZADO CON UNA TABLA DE CODIGOS TOMA
      *    SUS VALORES DE ELLA; SI LA TABLA NO TIENE NINGUN CODIGO EN
      *    VIGOR NO SE GENERA NADA, PORQUE NINGUN REGISTRO PASARIA LA
      *    VALIDACION.
       REGLA-DE-CODIGOS.
           PERFORM VARYING WS-CC FROM 1 BY 1
                   UNTIL WS-CC > WS-NCAMPOS OR HAY-PARADA
              IF TB-CAM-REGLA(WS-CC) = SPACES AND
                 TB-CAM-TABLA(WS-CC) NOT = SPACES
                 MOVE "CODIGO" TO TB-CAM-REGLA(WS-CC)
                 MOVE TB-CAM-TABLA(WS-CC) TO WS-CT-TABLA
                 PERFORM REGLA-CODIGO THRU FIN-REGLA-CODIGO
                 IF HAY-PARADA
                    DISPLAY "|SINTEERROR|CODIGO|" TB-CAM-NOMBRE(WS-CC)
                            "|" WS-CT-TABLA "|" UPON SYSOUT
                 END-IF
              END-IF
           END-PERFORM.
       FIN-REGLA-DE-CODIGOS.

       REGLAS-SEC SECTION.
      *    UNA LINEA campo=REGLA;arg1;arg2 POR CAMPO, COMO EL FICHERO
      *    DE CAMBIOS DE PRUMASUPD. UNA REGLA MAL FORMADA PARA LA
      *    GENERACION ENTERA.
       CARGA-REGLAS.
           MOVE SPACES TO WS-LOGICO.
           MOVE WS-REGLAS-NOMBRE TO WS-LOGICO.
           PERFORM RESUELVE-RUTA THRU FIN-RESUELVE-RUTA.
           MOVE WS-LOGICO TO WS-REGLAS-PATH.
           OPEN INPUT REGLAS.
           IF WS-REGLAS-ESTADO NOT = "00"
              DISPLAY "|SINTEERROR|REGLAS|" WS-REGLAS-PATH "|"
                      UPON SYSOUT
              SET HAY-PARADA TO TRUE
              GO TO FIN-CARGA-REGLAS
           END-IF.
       LEE-REGLA.
           READ REGLAS
               AT END
                  GO TO CIERRA-REGLAS
           END-READ.
           IF REG-REGLA = SPACES OR REG-REGLA(1:1) = "*"
              GO TO LEE-REGLA
           END-IF.
           MOVE SPACES TO WS-R-CAMPO WS-R-RESTO WS-R-REGLA WS-R-ARG1
                          WS-R-ARG2.
           UNSTRING REG-REGLA DELIMITED BY "=" INTO
                 WS-R-CAMPO
                 WS-R-RESTO
           END-UNSTRING.
           UNSTRING WS-R-RESTO DELIMITED BY ";" INTO
                 WS-R-REGLA
                 WS-R-ARG1
                 WS-R-ARG2
           END-UNSTRING.
           PERFORM VARYING WS-CC FROM 1 BY 1
                   UNTIL WS-CC > WS-NCAMPOS
                      OR TB-CAM-NOMBRE(WS-CC) = WS-R-CAMPO
              CONTINUE
           END-PERFORM.
           IF WS-CC > WS-NCAMPOS
              DISPLAY "|SINTEERROR|CAMPO|" WS-R-CAMPO "|" UPON SYSOUT
              SET HAY-PARADA TO TRUE
              GO TO CIERRA-REGLAS
           END-IF.
           PERFORM VALIDA-REGLA THRU FIN-VALIDA-REGLA.
           IF HAY-PARADA
              DISPLAY "|SINTEERROR|REGLA|" WS-R-CAMPO "|" WS-R-REGLA
                      "|" UPON SYSOUT
              GO TO CIERRA-REGLAS
           END-IF.
           GO TO LEE-REGLA.
       CIERRA-REGLAS.
           CLOSE REGLAS.
       FIN-CARGA-REGLAS.

       VALIDA-REGLA.
           MOVE WS-R-REGLA TO TB-CAM-REGLA(WS-CC).
           EVALUATE WS-R-REGLA
               WHEN "CLAVE"
                    MOVE WS-CC TO WS-CAMPO-CLAVE
               WHEN "RANGO"
                    MOVE WS-R-ARG1(1:15) TO WS-NUM-TXT
                    PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
                    IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > 999999999
                       SET HAY-PARADA TO TRUE
                       GO TO FIN-VALIDA-REGLA
                    END-IF
                    MOVE WS-NUM-9 TO TB-CAM-MIN(WS-CC)
                    MOVE WS-R-ARG2(1:15) TO WS-NUM-TXT
                    PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
                    IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > 999999999
                       OR WS-NUM-9 < TB-CAM-MIN(WS-CC)
                       SET HAY-PARADA TO TRUE
                       GO TO FIN-VALIDA-REGLA
                    END-IF
                    MOVE WS-NUM-9 TO TB-CAM-MAX(WS-CC) WS-VALOR-9
                    MOVE ZERO TO WS-DIGITOS
                    INSPECT WS-NUEVE TALLYING WS-DIGITOS
                            FOR LEADING "0"
                    IF TB-CAM-LON(WS-CC) < 9 - WS-DIGITOS
                       SET HAY-PARADA TO TRUE
                    END-IF
               WHEN "FECHA"
                    MOVE WS-R-ARG1(1:8) TO TB-CAM-DESDE(WS-CC)
                    MOVE WS-R-ARG2(1:8) TO TB-CAM-HASTA(WS-CC)
                    IF TB-CAM-DESDE(WS-CC) IS NOT NUMERIC OR
                       TB-CAM-HASTA(WS-CC) IS NOT NUMERIC OR
                       TB-CAM-DESDE(WS-CC) > TB-CAM-HASTA(WS-CC) OR
                       TB-CAM-LON(WS-CC) < 8
                       SET HAY-PARADA TO TRUE
                    END-IF
               WHEN "IBAN"
                    IF TB-CAM-LON(WS-CC) < 24
                       SET HAY-PARADA TO TRUE
                    END-IF
               WHEN "LISTA"
                    COMPUTE TB-CAM-V1(WS-CC) = WS-NVAL + 1
                    MOVE 1 TO WS-VPTR
                    PERFORM PARTE-LISTA THRU FIN-PARTE-LISTA
                    COMPUTE TB-CAM-VN(WS-CC) = WS-NVAL
                            - TB-CAM-V1(WS-CC) + 1
                    IF TB-CAM-VN(WS-CC) = ZERO
                       SET HAY-PARADA TO TRUE
                    END-IF
               WHEN "TABLA"
                    COMPUTE TB-CAM-V1(WS-CC) = WS-NVAL + 1
                    PERFORM CARGA-TABLA THRU FIN-CARGA-TABLA
                    COMPUTE TB-CAM-VN(WS-CC) = WS-NVAL
                            - TB-CAM-V1(WS-CC) + 1
                    IF TB-CAM-VN(WS-CC) = ZERO
                       SET HAY-PARADA TO TRUE
                    END-IF
               WHEN "FIJO"
                    MOVE WS-R-ARG1(1:64) TO TB-CAM-FIJO(WS-CC)
               WHEN "CODIGO"
                    MOVE WS-R-ARG1(1:16) TO WS-CT-TABLA
                    IF WS-CT-TABLA = SPACES
                       MOVE TB-CAM-TABLA(WS-CC) TO WS-CT-TABLA
                    END-IF
                    PERFORM REGLA-CODIGO THRU FIN-REGLA-CODIGO
               WHEN OTHER
                    SET HAY-PARADA TO TRUE
           END-EVALUATE.
       FIN-VALIDA-REGLA.

      *    LOS CODIGOS EN VIGOR HOY DE LA TABLA WS-CT-TABLA, LEIDOS DE
      *    CODIGOS.DAT BAJO dd_dir, VAN AL DEPOSITO COMO UNA LISTA.
       REGLA-CODIGO.
           COMPUTE TB-CAM-V1(WS-CC) = WS-NVAL + 1.
           IF WS-CT-TABLA = SPACES
              GO TO CUENTA-CODIGOS
           END-IF.
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
           OPEN INPUT CODIGOS.
           IF WS-CODIGOS-ESTADO NOT = "00"
              GO TO CUENTA-CODIGOS
           END-IF.
           MOVE LOW-VALUES TO CT-CLAVE.
           MOVE WS-CT-TABLA TO CT-TABLA.
           START CODIGOS KEY NOT LESS CT-CLAVE
               INVALID KEY
                  GO TO CIERRA-CODIGOS
           END-START.
       LEE-CODIGO.
           READ CODIGOS NEXT
               AT END
                  GO TO CIERRA-CODIGOS
           END-READ.
           IF CT-TABLA NOT = WS-CT-TABLA OR WS-NVAL = 2000
              GO TO CIERRA-CODIGOS
           END-IF.
           IF WS-FECHA < CT-DESDE OR WS-FECHA > CT-HASTA
              GO TO LEE-CODIGO
           END-IF.
           ADD 1 TO WS-NVAL.
           MOVE CT-CODIGO TO TB-VALOR(WS-NVAL).
           GO TO LEE-CODIGO.
       CIERRA-CODIGOS.
           CLOSE CODIGOS.
       CUENTA-CODIGOS.
           COMPUTE TB-CAM-VN(WS-CC) = WS-NVAL - TB-CAM-V1(WS-CC) + 1.
           IF TB-CAM-VN(WS-CC) = ZERO
              SET HAY-PARADA TO TRUE
           END-IF.
       FIN-REGLA-CODIGO.

       PARTE-LISTA.
           IF WS-VPTR > 100 OR WS-NVAL = 2000
              GO TO FIN-PARTE-LISTA
           END-IF.
           MOVE SPACES TO WS-V-TXT.
           UNSTRING WS-R-ARG1 DELIMITED BY "," INTO WS-V-TXT
                    WITH POINTER WS-VPTR
           END-UNSTRING.
           IF WS-V-TXT = SPACES
              GO TO FIN-PARTE-LISTA
           END-IF.
           ADD 1 TO WS-NVAL.
           MOVE WS-V-TXT TO TB-VALOR(WS-NVAL).
           GO TO PARTE-LISTA.
       FIN-PARTE-LISTA.

       CARGA-TABLA.
      *    UNA TABLA DE VALORES ES UN FICHERO DE TEXTO (CON PREFIJO
      *    dd_) DEL QUE SE TOMA EL PRIMER DATO DE CADA LINEA, HASTA EL
      *    PRIMER ";" O BLANCO.
           MOVE SPACES TO WS-LOGICO.
           MOVE WS-R-ARG1 TO WS-LOGICO.
           PERFORM RESUELVE-RUTA THRU FIN-RESUELVE-RUTA.
           MOVE WS-LOGICO TO WS-TABLA-PATH.
           OPEN INPUT TABLA.
           IF WS-TABLA-ESTADO NOT = "00"
              GO TO FIN-CARGA-TABLA
           END-IF.
       LEE-TABLA.
           READ TABLA
               AT END
                  GO TO CIERRA-TABLA
           END-READ.
           IF REG-TABLA = SPACES OR REG-TABLA(1:1) = "*"
              GO TO LEE-TABLA
           END-IF.
           IF WS-NVAL = 2000
              GO TO CIERRA-TABLA
           END-IF.
           MOVE SPACES TO WS-V-TXT.
           UNSTRING REG-TABLA DELIMITED BY ";" OR " " INTO WS-V-TXT
           END-UNSTRING.
           IF WS-V-TXT = SPACES
              GO TO LEE-TABLA
           END-IF.
           ADD 1 TO WS-NVAL.
           MOVE WS-V-TXT TO TB-VALOR(WS-NVAL).
           GO TO LEE-TABLA.
       CIERRA-TABLA.
           CLOSE TABLA.
       FIN-CARGA-TABLA.

       GENERACION SECTION.
       MONTA-REGISTRO.
           MOVE SPACES TO WS-REG.
           IF WS-CAMPO-CLAVE = ZERO
              MOVE WS-NUM-REG TO WS-REG(1:9)
           END-IF.
           PERFORM VARYING WS-CC FROM 1 BY 1 UNTIL WS-CC > WS-NCAMPOS
              MOVE TB-CAM-LON(WS-CC) TO WS-LARGO
              MOVE SPACES TO WS-CAMPO
              PERFORM GENERA-CAMPO THRU FIN-GENERA-CAMPO
              MOVE WS-CAMPO(1:WS-LARGO)
                TO WS-REG(TB-CAM-POS(WS-CC):WS-LARGO)
           END-PERFORM.
       FIN-MONTA-REGISTRO.

       GENERA-CAMPO.
           EVALUATE TB-CAM-REGLA(WS-CC)
               WHEN "CLAVE"
                    MOVE WS-NUM-REG TO WS-VALOR-9
                    PERFORM PON-DIGITOS THRU FIN-PON-DIGITOS
               WHEN "RANGO"
                    COMPUTE WS-RANGO = TB-CAM-MAX(WS-CC)
                            - TB-CAM-MIN(WS-CC) + 1
                    PERFORM ALEATORIO THRU FIN-ALEATORIO
                    COMPUTE WS-VALOR-9 = TB-CAM-MIN(WS-CC) + WS-AZAR
                    PERFORM PON-DIGITOS THRU FIN-PON-DIGITOS
               WHEN "FECHA"
                    MOVE TB-CAM-DESDE(WS-CC) TO WS-F-DESDE
                    MOVE TB-CAM-HASTA(WS-CC) TO WS-F-HASTA
                    PERFORM GENERA-FECHA THRU FIN-GENERA-FECHA
               WHEN "IBAN"
                    PERFORM GENERA-IBAN THRU FIN-GENERA-IBAN
               WHEN "LISTA"
               WHEN "TABLA"
               WHEN "CODIGO"
                    MOVE TB-CAM-VN(WS-CC) TO WS-RANGO
                    PERFORM ALEATORIO THRU FIN-ALEATORIO
                    COMPUTE WS-AZAR = TB-CAM-V1(WS-CC) + WS-AZAR
                    IF WS-LARGO > 30
                       MOVE TB-VALOR(WS-AZAR) TO WS-CAMPO(1:30)
                    ELSE
                       MOVE TB-VALOR(WS-AZAR) TO WS-CAMPO(1:WS-LARGO)
                    END-IF
               WHEN "FIJO"
                    IF WS-LARGO > 64
                       MOVE TB-CAM-FIJO(WS-CC) TO WS-CAMPO(1:64)
                    ELSE
                       MOVE TB-CAM-FIJO(WS-CC) TO WS-CAMPO(1:WS-LARGO)
                    END-IF
               WHEN OTHER
                    PERFORM VALOR-DEL-TIPO THRU FIN-VALOR-DEL-TIPO
           END-EVALUATE.
       FIN-GENERA-CAMPO.

       VALOR-DEL-TIPO.
      *    SIN REGLA, UN VALOR CUALQUIERA PERO VALIDO PARA SU TIPO:
      *    NUMEROS QUE LLENAN EL CAMPO (HASTA 9 CIFRAS), FECHAS DESDE
      *    2020 HASTA HOY, TEXTO DE LETRAS (HASTA 20) Y EMPAQUETADOS Y
      *    BINARIOS BIEN FORMADOS.
           EVALUATE TB-CAM-TIPO(WS-CC)
               WHEN "N"
                    IF WS-LARGO > 9
                       MOVE 9 TO WS-DIGITOS
                    ELSE
                       MOVE WS-LARGO TO WS-DIGITOS
                    END-IF
                    COMPUTE WS-RANGO = 10 ** WS-DIGITOS
                    PERFORM ALEATORIO THRU FIN-ALEATORIO
                    MOVE WS-AZAR TO WS-VALOR-9
                    PERFORM PON-DIGITOS THRU FIN-PON-DIGITOS
               WHEN "F"
                    MOVE "20200101" TO WS-F-DESDE
                    MOVE WS-FECHA TO WS-F-HASTA
                    PERFORM GENERA-FECHA THRU FIN-GENERA-FECHA
               WHEN "P"
                    IF WS-LARGO > 4
                       MOVE 9 TO WS-DIGITOS
                    ELSE
                       COMPUTE WS-DIGITOS = WS-LARGO * 2 - 1
                    END-IF
                    COMPUTE WS-RANGO = 10 ** WS-DIGITOS
                    PERFORM ALEATORIO THRU FIN-ALEATORIO
                    MOVE WS-AZAR TO WS-EMPAQ
                    MOVE LOW-VALUES TO WS-CAMPO(1:WS-LARGO)
                    IF WS-LARGO > 9
                       MOVE WS-EMPAQ-X
                         TO WS-CAMPO(WS-LARGO - 8:9)
                    ELSE
                       MOVE WS-EMPAQ-X(10 - WS-LARGO:WS-LARGO)
                         TO WS-CAMPO(1:WS-LARGO)
                    END-IF
               WHEN "B"
                    EVALUATE WS-LARGO
                        WHEN 1     MOVE 100 TO WS-RANGO
                        WHEN 2     MOVE 10000 TO WS-RANGO
                        WHEN 3     MOVE 1000000 TO WS-RANGO
                        WHEN OTHER MOVE 1000000000 TO WS-RANGO
                    END-EVALUATE
                    PERFORM ALEATORIO THRU FIN-ALEATORIO
                    MOVE WS-AZAR TO WS-BINARIO
                    MOVE LOW-VALUES TO WS-CAMPO(1:WS-LARGO)
                    IF WS-LARGO > 8
                       MOVE WS-BINARIO-X
                         TO WS-CAMPO(WS-LARGO - 7:8)
                    ELSE
                       MOVE WS-BINARIO-X(9 - WS-LARGO:WS-LARGO)
                         TO WS-CAMPO(1:WS-LARGO)
                    END-IF
               WHEN OTHER
                    IF WS-LARGO > 20
                       MOVE 20 TO WS-DIGITOS
                    ELSE
                       MOVE WS-LARGO TO WS-DIGITOS
                    END-IF
                    MOVE 26 TO WS-RANGO
                    PERFORM VARYING WS-LL FROM 1 BY 1
                            UNTIL WS-LL > WS-DIGITOS
                       PERFORM ALEATORIO THRU FIN-ALEATORIO
                       MOVE WS-LETRAS(WS-AZAR + 1:1)
                         TO WS-CAMPO(WS-LL:1)
                    END-PERFORM
           END-EVALUATE.
       FIN-VALOR-DEL-TIPO.

       PON-DIGITOS.
      *    WS-VALOR-9 POR LA DERECHA SOBRE CEROS EN TODO EL CAMPO; LAS
      *    REGLAS YA HAN COMPROBADO QUE LAS CIFRAS CABEN.
           MOVE ALL "0" TO WS-CAMPO(1:WS-LARGO).
           IF WS-LARGO >= 9
              MOVE WS-NUEVE TO WS-CAMPO(WS-LARGO - 8:9)
           ELSE
              MOVE WS-NUEVE(10 - WS-LARGO:WS-LARGO)
                TO WS-CAMPO(1:WS-LARGO)
           END-IF.
       FIN-PON-DIGITOS.

       ALEATORIO.
      *    DEJA EN WS-AZAR UN NUMERO ENTRE 0 Y WS-RANGO - 1.
           COMPUTE WS-PRODUCTO = WS-SEMILLA * 16807.
           DIVIDE WS-PRODUCTO BY 2147483647 GIVING WS-COCIENTE
                  REMAINDER WS-SEMILLA.
           IF WS-RANGO = ZERO
              MOVE ZERO TO WS-AZAR
           ELSE
              DIVIDE WS-SEMILLA BY WS-RANGO GIVING WS-COCIENTE
                     REMAINDER WS-AZAR
           END-IF.
       FIN-ALEATORIO.

       GENERA-FECHA.
      *    ANO, MES Y DIA AL AZAR (CON LOS DIAS DE CADA MES Y LOS
      *    BISIESTOS) Y LUEGO RECORTADO AL INTERVALO PEDIDO.
           MOVE WS-F-DESDE(1:4) TO WS-ANO-DESDE.
           MOVE WS-F-HASTA(1:4) TO WS-ANO-HASTA.
           COMPUTE WS-RANGO = WS-ANO-HASTA - WS-ANO-DESDE + 1.
           PERFORM ALEATORIO THRU FIN-ALEATORIO.
           COMPUTE WS-FG-ANO = WS-ANO-DESDE + WS-AZAR.
           MOVE 12 TO WS-RANGO.
           PERFORM ALEATORIO THRU FIN-ALEATORIO.
           COMPUTE WS-FG-MES = WS-AZAR + 1.
           MOVE TB-DIAS(WS-FG-MES) TO WS-DIAS-MES.
           IF WS-FG-MES = 2
              DIVIDE WS-FG-ANO BY 4 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO4
              DIVIDE WS-FG-ANO BY 100 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO100
              DIVIDE WS-FG-ANO BY 400 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO400
              IF WS-RESTO4 = ZERO AND
                 (WS-RESTO100 NOT = ZERO OR WS-RESTO400 = ZERO)
                 MOVE 29 TO WS-DIAS-MES
              END-IF
           END-IF.
           MOVE WS-DIAS-MES TO WS-RANGO.
           PERFORM ALEATORIO THRU FIN-ALEATORIO.
           COMPUTE WS-FG-DIA = WS-AZAR + 1.
           IF WS-F-D < WS-F-DESDE
              MOVE WS-F-DESDE TO WS-F-D
           END-IF.
           IF WS-F-D > WS-F-HASTA
              MOVE WS-F-HASTA TO WS-F-D
           END-IF.
           MOVE WS-F-D TO WS-CAMPO(1:8).
       FIN-GENERA-FECHA.

       GENERA-IBAN.
      *    UN CCC ESPAÑOL AL AZAR CON SUS DOS DIGITOS DE CONTROL
      *    CORRECTOS, Y SU IBAN POR EL CALCULO DE PRUIBANEUR.
           MOVE 100000 TO WS-RANGO.
           PERFORM ALEATORIO THRU FIN-ALEATORIO.
           MOVE WS-AZAR TO WS-VALOR-9.
           MOVE WS-NUEVE(5:5) TO WS-CCC(1:5).
           PERFORM ALEATORIO THRU FIN-ALEATORIO.
           MOVE WS-AZAR TO WS-VALOR-9.
           MOVE WS-NUEVE(7:3) TO WS-CCC(6:3).
           PERFORM ALEATORIO THRU FIN-ALEATORIO.
           MOVE WS-AZAR TO WS-VALOR-9.
           MOVE WS-NUEVE(5:5) TO WS-CCC(11:5).
           PERFORM ALEATORIO THRU FIN-ALEATORIO.
           MOVE WS-AZAR TO WS-VALOR-9.
           MOVE WS-NUEVE(5:5) TO WS-CCC(16:5).
           MOVE SPACES TO WS-DIEZ.
           STRING "00" WS-CCC(1:8) DELIMITED BY SIZE
                  INTO WS-DIEZ
           END-STRING.
           PERFORM CALCULA-DC-CCC THRU FIN-CALCULA-DC-CCC.
           MOVE WS-CCC-RESTO TO WS-CCC-DIG(9).
           MOVE WS-CCC(11:10) TO WS-DIEZ.
           PERFORM CALCULA-DC-CCC THRU FIN-CALCULA-DC-CCC.
           MOVE WS-CCC-RESTO TO WS-CCC-DIG(10).

           MOVE SPACES TO WS-IB-CUENTA WS-IB-IBAN WS-IB-FORMATEADO.
           MOVE WS-CCC TO WS-IB-CUENTA.
           MOVE "ES" TO WS-IB-PAIS.
           CALL "PRUIBANEUR" USING WS-IB-CUENTA WS-IB-IBAN WS-IB-PAIS
                                   WS-IB-FORMATEADO.
           MOVE ZERO TO RETURN-CODE.
           STRING WS-IB-P WS-IB-D WS-CCC
                  DELIMITED BY SIZE
                  INTO WS-CAMPO
           END-STRING.
       FIN-GENERA-IBAN.

       CALCULA-DC-CCC.
      *    EL MISMO CALCULO QUE VERIFICA-CCC DE PRUIBANEUR: 11 MENOS LA
      *    SUMA PONDERADA MODULO 11, CON 11->0 Y 10->1.
           MOVE ZEROES TO WS-CCC-SUMA.
           PERFORM VARYING WS-CCC-I FROM 1 BY 1
                   UNTIL WS-CCC-I > 10
              COMPUTE WS-CCC-SUMA = WS-CCC-SUMA
                      + WS-DIEZ-DIG(WS-CCC-I) * TB-PESO(WS-CCC-I)
           END-PERFORM.
           DIVIDE WS-CCC-SUMA BY 11
                  GIVING WS-CCC-COC
                  REMAINDER WS-CCC-R11.
           COMPUTE WS-CCC-RESTO = 11 - WS-CCC-R11.
           IF WS-CCC-RESTO = 11
              MOVE ZERO TO WS-CCC-RESTO
           END-IF.
           IF WS-CCC-RESTO = 10
              MOVE 1 TO WS-CCC-RESTO
           END-IF.
       FIN-CALCULA-DC-CCC.

       REGISTRO SECTION.
      *    EL FICHERO GENERADO QUEDA COMO CUALQUIER OTRO: EN EL
      *    CATALOGO, CON SU ".meta" SI ES INDEXADO Y CON EL LAYOUT
      *    COPIADO A SU RUTA EN EL DICCIONARIO SI AUN NO TENIA, PARA
      *    QUE PRUEXPIX, PRUSELECT Y COMPANIA LO LEAN POR CAMPOS.
       REGISTRA-FICHERO.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-RUTA.
           IF SALIDA-INDEXADA
              CALL "PRUMETA" USING WS-META-ESCR WS-RUTA
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF WS-RUTA = WS-LAYOUT-RUTA
              GO TO FIN-REGISTRA-FICHERO
           END-IF.
           OPEN I-O DICLAY.
           IF WS-DICLAY-ESTADO NOT = "00"
              GO TO FIN-REGISTRA-FICHERO
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA(1:200) TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  MOVE SPACES TO DL-RUTA
               NOT INVALID KEY
                  READ DICLAY NEXT
                      AT END
                         MOVE SPACES TO DL-RUTA
                  END-READ
           END-START.
           IF DL-RUTA = WS-RUTA(1:200)
              CLOSE DICLAY
              GO TO FIN-REGISTRA-FICHERO
           END-IF.
           PERFORM VARYING WS-CC FROM 1 BY 1 UNTIL WS-CC > WS-NCAMPOS
              MOVE SPACES TO REG-DICLAY
              MOVE WS-RUTA(1:200) TO DL-RUTA
              MOVE TB-CAM-SEQ(WS-CC) TO DL-SEQ
              MOVE TB-CAM-FICHA(WS-CC) TO REG-DICLAY(204:57)
              WRITE REG-DICLAY
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-PERFORM.
      *    CON EL LAYOUT VIAJAN LOS ENLACES DE SUS CAMPOS CON LAS
      *    TABLAS DE CODIGOS.
           MOVE SPACES TO WS-RUTA-TABLA.
           STRING WS-RUTA(1:200) DELIMITED BY SPACE
                  "#TAB" DELIMITED BY SIZE
                  INTO WS-RUTA-TABLA
           END-STRING.
           PERFORM VARYING WS-CC FROM 1 BY 1 UNTIL WS-CC > WS-NCAMPOS
              IF TB-CAM-TABLA(WS-CC) NOT = SPACES
                 MOVE SPACES TO REG-DICLAY
                 MOVE WS-RUTA-TABLA TO DL-RUTA
                 MOVE TB-CAM-SEQ(WS-CC) TO DL-SEQ
                 MOVE TB-CAM-NOMBRE(WS-CC) TO DL-NOMBRE
                 MOVE TB-CAM-TABLA(WS-CC) TO DL-CONSTANTE
                 WRITE REG-DICLAY
                     INVALID KEY
                        CONTINUE
                 END-WRITE
              END-IF
           END-PERFORM.
           CLOSE DICLAY.
           DISPLAY "|SINTE|LAYOUT|" WS-NCAMPOS "|" UPON SYSOUT.
       FIN-REGISTRA-FICHERO.
