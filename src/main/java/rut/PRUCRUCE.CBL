       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUCRUCE.
       AUTHOR.        CVJ.
       SECURITY.      CRUCE POR CLAVE (MATCH-MERGE) DE DOS FICHEROS
                      DESCRITOS EN EL DICCIONARIO DE PRUDICLAY,
                      SECUENCIALES O INDEXADOS: LOS DOS LADOS SE
                      ORDENAN POR SUS CAMPOS DE CRUCE Y SE RECORREN A
                      LA PAR. LOS QUE CASAN SALEN AL FICHERO DE SALIDA
                      CON LOS CAMPOS ELEGIDOS DE CADA LADO, Y LOS QUE
                      NO CASAN VAN ENTEROS A <salida>.IZQ Y
                      <salida>.DER, CON LAS CUENTAS DE CADA UNO EN
                      PRURES. HASTA AHORA CADA CRUCE (PAGOS CONTRA
                      BENEFICIARIOS PARA SACAR EL TITULAR, VOLCADOS
                      CONTRA EL DIRECTORIO DE ENTIDADES...) ERA UN
                      PROGRAMA DE USAR Y TIRAR.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. CRUCE
*********************               "claves_izq;claves_der;
*********************               campos_izq;campos_der;formatos":
*********************               claves hasta 3 campos por lado
*********************               separados por comas (de 32 bytes
*********************               como mucho, emparejados por
*********************               orden; numericos si lo son en
*********************               algun lado), campos a sacar de
*********************               cada lado ("*" todos los del
*********************               layout, en blanco ninguno) y
*********************               formatos S (secuencial, el de
*********************               siempre) o I (indexado) para
*********************               cada lado, "SS" si no se dice.
*********************               Con varias fichas de la misma
*********************               clave en los dos lados sale cada
*********************               pareja. El layout de la salida se
*********************               da de alta en el diccionario si
*********************               aun no tenia.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IZQ-SEC
                  ASSIGN TO DYNAMIC WS-IZQUIERDO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT IZQ-IX
                  ASSIGN TO DYNAMIC WS-IZQUIERDO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-IZQ-IX-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT DER-SEC
                  ASSIGN TO DYNAMIC WS-DERECHO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT DER-IX
                  ASSIGN TO DYNAMIC WS-DERECHO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-DER-IX-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT TEMPORAL
                  ASSIGN TO DYNAMIC WS-TEMPORAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TEMPORAL-ESTADO.

           SELECT SALIDA
                  ASSIGN TO DYNAMIC WS-SALIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALIDA-ESTADO.

           SELECT SOLO-IZQ
                  ASSIGN TO DYNAMIC WS-SOLO-IZQ
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALIDA-ESTADO.

           SELECT SOLO-DER
                  ASSIGN TO DYNAMIC WS-SOLO-DER
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALIDA-ESTADO.

           SELECT ORDENADOR ASSIGN TO "SORTWK".

           SELECT DICLAY
                  ASSIGN TO DYNAMIC WS-DICLAY-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DL-CLAVE
                  FILE STATUS IS WS-DICLAY-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  IZQ-SEC.
       01  REG-IZQ-SEC       PIC X(1024).

       FD  IZQ-IX.
       01  REG-IZQ-IX.
           03 REG-IZQ-IX-CLAVE PIC X(64).
           03 REG-IZQ-IX-DATOS PIC X(960).

       FD  DER-SEC.
       01  REG-DER-SEC       PIC X(1024).

       FD  DER-IX.
       01  REG-DER-IX.
           03 REG-DER-IX-CLAVE PIC X(64).
           03 REG-DER-IX-DATOS PIC X(960).

       FD  TEMPORAL.
       01  REG-TEMPORAL.
           03 TMP-CLAVE      PIC X(96).
           03 TMP-DATOS      PIC X(1024).

       FD  SALIDA.
       01  REG-SALIDA        PIC X(1024).

       FD  SOLO-IZQ.
       01  REG-SOLO-IZQ      PIC X(1024).

       FD  SOLO-DER.
       01  REG-SOLO-DER      PIC X(1024).

       SD  ORDENADOR.
       01  REG-ORDENADOR.
           03 ORD-CLAVE      PIC X(96).
           03 ORD-DATOS      PIC X(1024).

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

       77  PROG              PIC X(20) VALUE "PRUCRUCE".
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-LOGICO         PIC X(256).
       01  WS-RUTA-AUX       PIC X(256).
       01  WS-IZQUIERDO      PIC X(256).
       01  WS-DERECHO        PIC X(256).
       01  WS-SALIDA         PIC X(256).
       01  WS-SOLO-IZQ       PIC X(260).
       01  WS-SOLO-DER       PIC X(260).
       01  WS-TEMPORAL       PIC X(256).
       77  WS-TEMPORAL-ESTADO PIC XX.
       77  WS-SALIDA-ESTADO  PIC XX.
       77  WS-DD-TMP         PIC X(128).
       77  WS-HORA           PIC X(8).
       77  WS-CONTEXTO       PIC X(64).
       01  WS-DICLAY-PATH    PIC X(200).
       77  WS-DICLAY-ESTADO  PIC XX.
       77  WS-PARADA         PIC X VALUE "N".
           88 HAY-PARADA     VALUE "S".

      *    PARAMETROS DEL CRUCE.
       01  WS-CLAVES-TXT.
           03 WS-CLAVES-LADO PIC X(100) OCCURS 2.
       01  WS-CAMPOS-TXT.
           03 WS-CAMPOS-LADO PIC X(256) OCCURS 2.
       77  WS-FORMATOS       PIC X(2).
       77  WS-LADO           PIC 9.
       77  WS-LPTR           PIC 999.
       77  WS-NOMBRE         PIC X(30).

      *    LAYOUT DE CADA LADO (1 IZQUIERDO, 2 DERECHO), CON LA FICHA
      *    DEL DICCIONARIO ENTERA PARA HEREDAR SENSIBLE Y MASCARA EN EL
      *    LAYOUT DE LA SALIDA.
       01  TB-LAYOUTS.
           03 TB-LAY-LADO    OCCURS 2.
              05 TB-LAY-N       PIC 99.
              05 TB-LAY-CAMPO   OCCURS 50.
                 07 TB-LAY-NOMBRE PIC X(30).
                 07 TB-LAY-POS    PIC 9(4).
                 07 TB-LAY-LON    PIC 9(4).
                 07 TB-LAY-TIPO   PIC X.
                 07 TB-LAY-FICHA  PIC X(57).
       77  WS-CC             PIC 99.
       77  WS-HALLADO        PIC 99.

      *    CAMPOS DE CRUCE, EMPAREJADOS POR ORDEN.
       01  TB-CLAVES.
           03 TB-CLA-LADO    OCCURS 2.
              05 TB-CLA-N       PIC 9.
              05 TB-CLA-CAMPO   PIC 99 OCCURS 3.
       77  WS-KK             PIC 9.
       01  TB-TIPOS-CLAVE.
           03 TB-TIPO-CLAVE  PIC X OCCURS 3.

      *    CAMPOS DE LA SALIDA, EN EL ORDEN EN QUE SE ESCRIBEN.
       01  TB-SALIDA.
           03 TB-SAL-O       OCCURS 100.
              05 TB-SAL-LADO    PIC 9.
              05 TB-SAL-CAMPO   PIC 99.
              05 TB-SAL-POS     PIC 9(4).
       77  WS-NSAL           PIC 999 VALUE ZERO.
       77  WS-SS             PIC 999.
       77  WS-SAL-LARGO      PIC 9(4) VALUE ZERO.

      *    MONTAJE DE LA CLAVE DE ORDENACION: UN SEGMENTO DE 32 BYTES
      *    POR CAMPO, COMO EN PRUSORT.
       01  WS-REGISTRO       PIC X(1024).
       01  WS-CLAVE          PIC X(96).
       01  WS-SEGMENTO       PIC X(32).
       01  WS-TXT            PIC X(32).
       77  WS-TXT-LON        PIC 99.
       77  WS-SEG-INI        PIC 999.
       77  WS-CAM-POS        PIC 9(4).
       77  WS-CAM-LON        PIC 9(4).

      *    RECORRIDO A LA PAR.
       01  WS-REG-IZQ        PIC X(1024).
       01  WS-CLAVE-IZQ      PIC X(96).
       01  WS-REG-DER        PIC X(1024).
       01  WS-CLAVE-DER      PIC X(96).
       01  WS-CLAVE-GRUPO    PIC X(96).
       77  WS-FIN-IZQ        PIC X VALUE "N".
           88 FIN-IZQ        VALUE "S".
       77  WS-FIN-DER        PIC X VALUE "N".
           88 FIN-DER        VALUE "S".
       77  WS-SALIDAS-ABIERTAS PIC X VALUE "N".
           88 SALIDAS-ABIERTAS VALUE "S".
       01  TB-GRUPO.
           03 TB-GRUPO-REG   PIC X(1024) OCCURS 500.
       77  WS-NGRUPO         PIC 999.
       77  WS-GG             PIC 999.

       77  WS-LEIDOS-IZQ     PIC 9(9) VALUE ZEROES.
       77  WS-LEIDOS-DER     PIC 9(9) VALUE ZEROES.
       77  WS-CASADOS-IZQ    PIC 9(9) VALUE ZEROES.
       77  WS-CASADOS-DER    PIC 9(9) VALUE ZEROES.
       77  WS-CRUZADOS       PIC 9(9) VALUE ZEROES.
       77  WS-SOLOS-IZQ      PIC 9(9) VALUE ZEROES.
       77  WS-SOLOS-DER      PIC 9(9) VALUE ZEROES.
       77  WS-DESBORDES      PIC 9(9) VALUE ZEROES.
       01  WS-CRUCE-RESP     PIC X(300).

       77  WS-RES-PROG       PIC X(10) VALUE "PRUCRUCE".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).

       LINKAGE SECTION.

       77  NOMBREIZQUIERDO   PIC X(256).
       77  NOMBREDERECHO     PIC X(256).
       77  NOMBRESALIDA      PIC X(256).
       77  CRUCE             PIC X(256).

       PROCEDURE DIVISION USING NOMBREIZQUIERDO NOMBREDERECHO
                                NOMBRESALIDA CRUCE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE NOMBREIZQUIERDO TO WS-LOGICO.
           PERFORM RESUELVE-RUTA THRU FIN-RESUELVE-RUTA.
           MOVE WS-LOGICO TO WS-IZQUIERDO.
           MOVE NOMBREDERECHO TO WS-LOGICO.
           PERFORM RESUELVE-RUTA THRU FIN-RESUELVE-RUTA.
           MOVE WS-LOGICO TO WS-DERECHO.
           MOVE NOMBRESALIDA TO WS-LOGICO.
           PERFORM RESUELVE-RUTA THRU FIN-RESUELVE-RUTA.
           MOVE WS-LOGICO TO WS-SALIDA.
           MOVE SPACES TO WS-SOLO-IZQ WS-SOLO-DER.
           STRING WS-SALIDA ".IZQ"
                  DELIMITED BY " "
                  INTO WS-SOLO-IZQ
           END-STRING.
           STRING WS-SALIDA ".DER"
                  DELIMITED BY " "
                  INTO WS-SOLO-DER
           END-STRING.

      *    EL LADO IZQUIERDO ORDENADO ESPERA EN dd_tmp A QUE SE ORDENE
      *    EL DERECHO; LA HORA EN EL NOMBRE EVITA QUE DOS CRUCES A LA
      *    VEZ SE PISEN.
           MOVE SPACES TO WS-DD-TMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TMP FROM ENVIRONMENT-VALUE.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-TEMPORAL.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP DELIMITED BY SPACE
                     "PRUCRUCE-" WS-HORA ".TMP" DELIMITED BY SIZE
                     INTO WS-TEMPORAL
           ELSE
              STRING "PRUCRUCE-" WS-HORA ".TMP" DELIMITED BY SIZE
                     INTO WS-TEMPORAL
           END-IF.

           MOVE SPACES TO WS-CLAVES-TXT WS-CAMPOS-TXT WS-FORMATOS.
           UNSTRING CRUCE DELIMITED BY ";" INTO
                 WS-CLAVES-LADO(1)
                 WS-CLAVES-LADO(2)
                 WS-CAMPOS-LADO(1)
                 WS-CAMPOS-LADO(2)
                 WS-FORMATOS
           END-UNSTRING.
           IF WS-FORMATOS(1:1) NOT = "I"
              MOVE "S" TO WS-FORMATOS(1:1)
           END-IF.
           IF WS-FORMATOS(2:1) NOT = "I"
              MOVE "S" TO WS-FORMATOS(2:1)
           END-IF.

           PERFORM VARYING WS-LADO FROM 1 BY 1 UNTIL WS-LADO > 2
              PERFORM CARGA-LAYOUT THRU FIN-CARGA-LAYOUT
           END-PERFORM.
           IF TB-LAY-N(1) = ZERO OR TB-LAY-N(2) = ZERO
              DISPLAY "|CRUCEERROR|SINLAYOUT|" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM VARYING WS-LADO FROM 1 BY 1
                   UNTIL WS-LADO > 2 OR HAY-PARADA
              PERFORM CARGA-CLAVES THRU FIN-CARGA-CLAVES
           END-PERFORM.
           IF NOT HAY-PARADA AND TB-CLA-N(1) NOT = TB-CLA-N(2)
              DISPLAY "|CRUCEERROR|CLAVES|" CRUCE(1:80) "|"
                      UPON SYSOUT
              SET HAY-PARADA TO TRUE
           END-IF.
           IF HAY-PARADA
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM TIPOS-CLAVE THRU FIN-TIPOS-CLAVE.
           PERFORM VARYING WS-LADO FROM 1 BY 1
                   UNTIL WS-LADO > 2 OR HAY-PARADA
              PERFORM CARGA-CAMPOS THRU FIN-CARGA-CAMPOS
           END-PERFORM.
           IF NOT HAY-PARADA AND WS-NSAL = ZERO
              DISPLAY "|CRUCEERROR|SINCAMPOS|" UPON SYSOUT
              SET HAY-PARADA TO TRUE
           END-IF.
           IF HAY-PARADA
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           SORT ORDENADOR
                ON ASCENDING KEY ORD-CLAVE
                INPUT PROCEDURE IS LECTURA-IZQ
                OUTPUT PROCEDURE IS ESCRITURA-IZQ.
           IF HAY-PARADA
              GO TO FIN-PROCESOS
           END-IF.
           SORT ORDENADOR
                ON ASCENDING KEY ORD-CLAVE
                INPUT PROCEDURE IS LECTURA-DER
                OUTPUT PROCEDURE IS CRUZA.
           CALL "CBL_DELETE_FILE" USING WS-TEMPORAL.
           MOVE ZERO TO RETURN-CODE.
           IF HAY-PARADA
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SPACES TO WS-CRUCE-RESP.
           STRING "|CRUCEFIN|IZQUIERDO:" WS-LEIDOS-IZQ
                  "|DERECHO:" WS-LEIDOS-DER
                  "|CRUZADOS:" WS-CRUZADOS
                  "|SOLOIZQ:" WS-SOLOS-IZQ
                  "|SOLODER:" WS-SOLOS-DER
                  "|DESBORDES:" WS-DESBORDES "|"
                  DELIMITED BY SIZE
                  INTO WS-CRUCE-RESP
           END-STRING.
           DISPLAY WS-CRUCE-RESP UPON SYSOUT.
      *    EL CRUCE CUADRA SI CADA REGISTRO LEIDO DE CADA LADO HA
      *    CASADO O HA IDO A SU FICHERO DE SOLITARIOS.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           MOVE WS-SALIDA(1:120) TO WS-RES-ITEM.
           IF WS-CASADOS-IZQ + WS-SOLOS-IZQ = WS-LEIDOS-IZQ AND
              WS-CASADOS-DER + WS-SOLOS-DER = WS-LEIDOS-DER AND
              WS-DESBORDES = ZERO
              MOVE "OK" TO WS-RES-RESULT
           ELSE
              MOVE "ERROR" TO WS-RES-RESULT
           END-IF.
           STRING "CRUZADOS:" WS-CRUZADOS " SOLOIZQ:" WS-SOLOS-IZQ
                  " SOLODER:" WS-SOLOS-DER
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           PERFORM REGISTRA-LAYOUT THRU FIN-REGISTRA-LAYOUT.
       FIN-PROCESOS.
           MOVE ZERO TO RETURN-CODE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       RUTAS SECTION.
      *    NOMBRE LOGICO CON PREFIJO dd_ DE TRES LETRAS, COMO SIEMPRE.
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

       LECTURA-IZQ SECTION.
      *    LOS REGISTROS DE CONTROL *CAB* Y *FIN* DE LOS VOLCADOS DE
      *    PRUEXPIX NO SON DATOS Y NO ENTRAN EN EL CRUCE.
       ABRE-IZQ.
           MOVE 1 TO WS-LADO.
           IF WS-FORMATOS(1:1) = "I"
              OPEN INPUT IZQ-IX
           ELSE
              OPEN INPUT IZQ-SEC
           END-IF.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO IZQUIERDO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-IZQUIERDO PROG
                                  WS-CONTEXTO
              SET HAY-PARADA TO TRUE
              GO TO FIN-LECTURA-IZQ
           END-IF.
           IF WS-FORMATOS(1:1) = "I"
              MOVE LOW-VALUES TO REG-IZQ-IX-CLAVE
              START IZQ-IX KEY NOT LESS REG-IZQ-IX-CLAVE
                  INVALID KEY
                     GO TO CIERRA-IZQ
              END-START
           END-IF.
       LEE-IZQ-ENTRADA.
           IF WS-FORMATOS(1:1) = "I"
              READ IZQ-IX NEXT
                  AT END
                     GO TO CIERRA-IZQ
              END-READ
              MOVE REG-IZQ-IX TO WS-REGISTRO
           ELSE
              READ IZQ-SEC
                  AT END
                     GO TO CIERRA-IZQ
              END-READ
              MOVE REG-IZQ-SEC TO WS-REGISTRO
           END-IF.
           IF WS-REGISTRO = SPACES OR WS-REGISTRO(1:5) = "*CAB*" OR
              WS-REGISTRO(1:5) = "*FIN*"
              GO TO LEE-IZQ-ENTRADA
           END-IF.
           ADD 1 TO WS-LEIDOS-IZQ.
           PERFORM MONTA-CLAVE THRU FIN-MONTA-CLAVE.
           MOVE WS-CLAVE TO ORD-CLAVE.
           MOVE WS-REGISTRO TO ORD-DATOS.
           RELEASE REG-ORDENADOR.
           GO TO LEE-IZQ-ENTRADA.
       CIERRA-IZQ.
           IF WS-FORMATOS(1:1) = "I"
              CLOSE IZQ-IX
           ELSE
              CLOSE IZQ-SEC
           END-IF.
       FIN-LECTURA-IZQ.
           EXIT.

       ESCRITURA-IZQ SECTION.
       ESCRIBE-TEMPORAL.
           IF HAY-PARADA
              GO TO FIN-ESCRITURA-IZQ
           END-IF.
           OPEN OUTPUT TEMPORAL.
           IF WS-TEMPORAL-ESTADO NOT = "00"
              MOVE WS-TEMPORAL-ESTADO TO ERRORES
              MOVE "ABRIENDO TEMPORAL" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-TEMPORAL PROG
                                  WS-CONTEXTO
              SET HAY-PARADA TO TRUE
              GO TO FIN-ESCRITURA-IZQ
           END-IF.
       DEVUELVE-IZQ.
           RETURN ORDENADOR
               AT END
                  CLOSE TEMPORAL
                  GO TO FIN-ESCRITURA-IZQ
           END-RETURN.
           MOVE ORD-CLAVE TO TMP-CLAVE.
           MOVE ORD-DATOS TO TMP-DATOS.
           WRITE REG-TEMPORAL.
           GO TO DEVUELVE-IZQ.
       FIN-ESCRITURA-IZQ.
           EXIT.

       LECTURA-DER SECTION.
       ABRE-DER.
           MOVE 2 TO WS-LADO.
           IF WS-FORMATOS(2:1) = "I"
              OPEN INPUT DER-IX
           ELSE
              OPEN INPUT DER-SEC
           END-IF.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO DERECHO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-DERECHO PROG
                                  WS-CONTEXTO
              SET HAY-PARADA TO TRUE
              GO TO FIN-LECTURA-DER
           END-IF.
           IF WS-FORMATOS(2:1) = "I"
              MOVE LOW-VALUES TO REG-DER-IX-CLAVE
              START DER-IX KEY NOT LESS REG-DER-IX-CLAVE
                  INVALID KEY
                     GO TO CIERRA-DER
              END-START
           END-IF.
       LEE-DER-ENTRADA.
           IF WS-FORMATOS(2:1) = "I"
              READ DER-IX NEXT
                  AT END
                     GO TO CIERRA-DER
              END-READ
              MOVE REG-DER-IX TO WS-REGISTRO
           ELSE
              READ DER-SEC
                  AT END
                     GO TO CIERRA-DER
              END-READ
              MOVE REG-DER-SEC TO WS-REGISTRO
           END-IF.
           IF WS-REGISTRO = SPACES OR WS-REGISTRO(1:5) = "*CAB*" OR
              WS-REGISTRO(1:5) = "*FIN*"
              GO TO LEE-DER-ENTRADA
           END-IF.
           ADD 1 TO WS-LEIDOS-DER.
           PERFORM MONTA-CLAVE THRU FIN-MONTA-CLAVE.
           MOVE WS-CLAVE TO ORD-CLAVE.
           MOVE WS-REGISTRO TO ORD-DATOS.
           RELEASE REG-ORDENADOR.
           GO TO LEE-DER-ENTRADA.
       CIERRA-DER.
           IF WS-FORMATOS(2:1) = "I"
              CLOSE DER-IX
           ELSE
              CLOSE DER-SEC
           END-IF.
       FIN-LECTURA-DER.
           EXIT.

       CRUZA SECTION.
      *    RECORRIDO A LA PAR DEL IZQUIERDO ORDENADO (EL TEMPORAL) Y
      *    DEL DERECHO SEGUN LO DEVUELVE EL SORT. LAS FICHAS DERECHAS
      *    DE UNA MISMA CLAVE SE GUARDAN EN UN GRUPO Y CADA FICHA
      *    IZQUIERDA DE ESA CLAVE SALE UNA VEZ CON CADA UNA.
       ABRE-CRUCE.
           IF HAY-PARADA
              GO TO FIN-CRUZA
           END-IF.
           OPEN INPUT TEMPORAL.
           IF WS-TEMPORAL-ESTADO NOT = "00"
              MOVE WS-TEMPORAL-ESTADO TO ERRORES
              MOVE "LEYENDO TEMPORAL" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-TEMPORAL PROG
                                  WS-CONTEXTO
              SET HAY-PARADA TO TRUE
              GO TO FIN-CRUZA
           END-IF.
           OPEN OUTPUT SALIDA.
           IF WS-SALIDA-ESTADO = "00"
              OPEN OUTPUT SOLO-IZQ
           END-IF.
           IF WS-SALIDA-ESTADO = "00"
              OPEN OUTPUT SOLO-DER
           END-IF.
           IF WS-SALIDA-ESTADO NOT = "00"
              MOVE WS-SALIDA-ESTADO TO ERRORES
              MOVE "ABRIENDO SALIDAS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-SALIDA PROG WS-CONTEXTO
              CLOSE TEMPORAL
              SET HAY-PARADA TO TRUE
              GO TO FIN-CRUZA
           END-IF.
           PERFORM LEE-IZQ THRU FIN-LEE-IZQ.
           PERFORM LEE-DER THRU FIN-LEE-DER.
       COMPARA.
           IF FIN-IZQ AND FIN-DER
              GO TO CIERRA-CRUCE
           END-IF.
           IF FIN-DER OR
              (NOT FIN-IZQ AND WS-CLAVE-IZQ < WS-CLAVE-DER)
              MOVE WS-REG-IZQ TO REG-SOLO-IZQ
              WRITE REG-SOLO-IZQ
              ADD 1 TO WS-SOLOS-IZQ
              PERFORM LEE-IZQ THRU FIN-LEE-IZQ
              GO TO COMPARA
           END-IF.
           IF FIN-IZQ OR WS-CLAVE-IZQ > WS-CLAVE-DER
              MOVE WS-REG-DER TO REG-SOLO-DER
              WRITE REG-SOLO-DER
              ADD 1 TO WS-SOLOS-DER
              PERFORM LEE-DER THRU FIN-LEE-DER
              GO TO COMPARA
           END-IF.
           MOVE WS-CLAVE-DER TO WS-CLAVE-GRUPO.
           MOVE ZERO TO WS-NGRUPO.
       CARGA-GRUPO.
           IF FIN-DER OR WS-CLAVE-DER NOT = WS-CLAVE-GRUPO
              GO TO CASA-GRUPO
           END-IF.
           IF WS-NGRUPO < 500
              ADD 1 TO WS-NGRUPO
              MOVE WS-REG-DER TO TB-GRUPO-REG(WS-NGRUPO)
              ADD 1 TO WS-CASADOS-DER
           ELSE
      *       UN GRUPO MAS GRANDE QUE LA TABLA NO SE PUEDE CRUZAR
      *       ENTERO: LO QUE SOBRA VA A LOS SOLITARIOS DERECHOS Y SE
      *       AVISA, Y PRURES LO DA POR ERROR.
              IF WS-DESBORDES = ZERO
                 DISPLAY "|CRUCEERROR|GRUPO|" WS-CLAVE-GRUPO "|"
                         UPON SYSOUT
              END-IF
              ADD 1 TO WS-DESBORDES
              MOVE WS-REG-DER TO REG-SOLO-DER
              WRITE REG-SOLO-DER
              ADD 1 TO WS-SOLOS-DER
           END-IF.
           PERFORM LEE-DER THRU FIN-LEE-DER.
           GO TO CARGA-GRUPO.
       CASA-GRUPO.
           IF FIN-IZQ OR WS-CLAVE-IZQ NOT = WS-CLAVE-GRUPO
              GO TO COMPARA
           END-IF.
           ADD 1 TO WS-CASADOS-IZQ.
           PERFORM VARYING WS-GG FROM 1 BY 1 UNTIL WS-GG > WS-NGRUPO
              PERFORM MONTA-CRUZADO THRU FIN-MONTA-CRUZADO
           END-PERFORM.
           PERFORM LEE-IZQ THRU FIN-LEE-IZQ.
           GO TO CASA-GRUPO.
       CIERRA-CRUCE.
           CLOSE TEMPORAL SALIDA SOLO-IZQ SOLO-DER.
       FIN-CRUZA.
           EXIT.

       LECTURAS SECTION.
       LEE-IZQ.
           READ TEMPORAL
               AT END
                  SET FIN-IZQ TO TRUE
                  GO TO FIN-LEE-IZQ
           END-READ.
           MOVE TMP-CLAVE TO WS-CLAVE-IZQ.
           MOVE TMP-DATOS TO WS-REG-IZQ.
       FIN-LEE-IZQ.

       LEE-DER.
           RETURN ORDENADOR
               AT END
                  SET FIN-DER TO TRUE
                  GO TO FIN-LEE-DER
           END-RETURN.
           MOVE ORD-CLAVE TO WS-CLAVE-DER.
           MOVE ORD-DATOS TO WS-REG-DER.
       FIN-LEE-DER.

      *    LOS CAMPOS ELEGIDOS, UNO DETRAS DE OTRO, EN EL ORDEN DE LA
      *    LISTA: PRIMERO LOS DEL IZQUIERDO Y LUEGO LOS DEL DERECHO.
       MONTA-CRUZADO.
           MOVE SPACES TO REG-SALIDA.
           PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS > WS-NSAL
              MOVE TB-SAL-LADO(WS-SS) TO WS-LADO
              MOVE TB-SAL-CAMPO(WS-SS) TO WS-CC
              MOVE TB-LAY-POS(WS-LADO WS-CC) TO WS-CAM-POS
              MOVE TB-LAY-LON(WS-LADO WS-CC) TO WS-CAM-LON
              IF WS-LADO = 1
                 MOVE WS-REG-IZQ(WS-CAM-POS:WS-CAM-LON)
                   TO REG-SALIDA(TB-SAL-POS(WS-SS):WS-CAM-LON)
              ELSE
                 MOVE TB-GRUPO-REG(WS-GG)(WS-CAM-POS:WS-CAM-LON)
                   TO REG-SALIDA(TB-SAL-POS(WS-SS):WS-CAM-LON)
              END-IF
           END-PERFORM.
           WRITE REG-SALIDA.
           ADD 1 TO WS-CRUZADOS.
       FIN-MONTA-CRUZADO.

       CLAVES SECTION.
      *    UN SEGMENTO DE 32 BYTES POR CAMPO DE CRUCE DEL LADO EN
      *    CURSO: LOS NUMERICOS ENCAJADOS POR LA DERECHA SOBRE CEROS
      *    (ASI "0049" Y "49" CASAN), EL RESTO TAL CUAL.
       MONTA-CLAVE.
           MOVE SPACES TO WS-CLAVE.
           PERFORM VARYING WS-KK FROM 1 BY 1
                   UNTIL WS-KK > TB-CLA-N(WS-LADO)
              MOVE TB-CLA-CAMPO(WS-LADO WS-KK) TO WS-CC
              MOVE TB-LAY-POS(WS-LADO WS-CC) TO WS-CAM-POS
              MOVE TB-LAY-LON(WS-LADO WS-CC) TO WS-CAM-LON
              PERFORM MONTA-SEGMENTO THRU FIN-MONTA-SEGMENTO
              COMPUTE WS-SEG-INI = (WS-KK - 1) * 32 + 1
              MOVE WS-SEGMENTO TO WS-CLAVE(WS-SEG-INI:32)
           END-PERFORM.
       FIN-MONTA-CLAVE.

       MONTA-SEGMENTO.
           MOVE SPACES TO WS-TXT.
           MOVE WS-REGISTRO(WS-CAM-POS:WS-CAM-LON)
             TO WS-TXT(1:WS-CAM-LON).
           IF TB-TIPO-CLAVE(WS-KK) = "N"
              MOVE ALL "0" TO WS-SEGMENTO
              MOVE ZERO TO WS-TXT-LON
              INSPECT WS-TXT TALLYING WS-TXT-LON
                      FOR CHARACTERS BEFORE INITIAL " "
              IF WS-TXT-LON > ZERO
                 MOVE WS-TXT(1:WS-TXT-LON)
                   TO WS-SEGMENTO(33 - WS-TXT-LON:WS-TXT-LON)
              END-IF
           ELSE
              MOVE WS-TXT TO WS-SEGMENTO
           END-IF.
       FIN-MONTA-SEGMENTO.

       LAYOUT SECTION.
      *    TODAS LAS FICHAS DEL LADO WS-LADO, POR SU RUTA RESUELTA.
       CARGA-LAYOUT.
           MOVE ZERO TO TB-LAY-N(WS-LADO).
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
           IF WS-LADO = 1
              MOVE WS-IZQUIERDO TO WS-LOGICO
           ELSE
              MOVE WS-DERECHO TO WS-LOGICO
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-LOGICO(1:200) TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CIERRA-LAYOUT
           END-START.
       LEE-FICHA.
           READ DICLAY NEXT
               AT END
                  GO TO CIERRA-LAYOUT
           END-READ.
           IF DL-RUTA NOT = WS-LOGICO(1:200) OR TB-LAY-N(WS-LADO) = 50
              GO TO CIERRA-LAYOUT
           END-IF.
           IF DL-POS = ZERO OR DL-LON = ZERO OR
              DL-POS + DL-LON > 1025
              GO TO LEE-FICHA
           END-IF.
           ADD 1 TO TB-LAY-N(WS-LADO).
           MOVE TB-LAY-N(WS-LADO) TO WS-CC.
           MOVE DL-NOMBRE TO TB-LAY-NOMBRE(WS-LADO WS-CC).
           MOVE DL-POS TO TB-LAY-POS(WS-LADO WS-CC).
           MOVE DL-LON TO TB-LAY-LON(WS-LADO WS-CC).
           MOVE DL-TIPO TO TB-LAY-TIPO(WS-LADO WS-CC).
           MOVE REG-DICLAY(204:57) TO TB-LAY-FICHA(WS-LADO WS-CC).
           GO TO LEE-FICHA.
       CIERRA-LAYOUT.
           CLOSE DICLAY.
       FIN-CARGA-LAYOUT.

       BUSCA-NOMBRE.
           MOVE ZERO TO WS-HALLADO.
           PERFORM VARYING WS-CC FROM 1 BY 1
                   UNTIL WS-CC > TB-LAY-N(WS-LADO)
                      OR WS-HALLADO NOT = ZERO
              IF TB-LAY-NOMBRE(WS-LADO WS-CC) = WS-NOMBRE
                 MOVE WS-CC TO WS-HALLADO
              END-IF
           END-PERFORM.
       FIN-BUSCA-NOMBRE.

      *    "campo,campo,campo" DE CRUCE DEL LADO WS-LADO.
       CARGA-CLAVES.
           MOVE ZERO TO TB-CLA-N(WS-LADO).
           MOVE 1 TO WS-LPTR.
       PARTE-CLAVES.
           IF WS-LPTR > 100
              GO TO CUENTA-CLAVES
           END-IF.
           MOVE SPACES TO WS-NOMBRE.
           UNSTRING WS-CLAVES-LADO(WS-LADO) DELIMITED BY ","
                    INTO WS-NOMBRE WITH POINTER WS-LPTR
           END-UNSTRING.
           IF WS-NOMBRE = SPACES
              GO TO CUENTA-CLAVES
           END-IF.
           PERFORM BUSCA-NOMBRE THRU FIN-BUSCA-NOMBRE.
           IF WS-HALLADO = ZERO OR TB-CLA-N(WS-LADO) = 3
              OR TB-LAY-LON(WS-LADO WS-HALLADO) > 32
              DISPLAY "|CRUCEERROR|CLAVE|" WS-LADO "|" WS-NOMBRE "|"
                      UPON SYSOUT
              SET HAY-PARADA TO TRUE
              GO TO FIN-CARGA-CLAVES
           END-IF.
           ADD 1 TO TB-CLA-N(WS-LADO).
           MOVE WS-HALLADO TO TB-CLA-CAMPO(WS-LADO TB-CLA-N(WS-LADO)).
           GO TO PARTE-CLAVES.
       CUENTA-CLAVES.
           IF TB-CLA-N(WS-LADO) = ZERO
              DISPLAY "|CRUCEERROR|SINCLAVE|" WS-LADO "|" UPON SYSOUT
              SET HAY-PARADA TO TRUE
           END-IF.
       FIN-CARGA-CLAVES.

      *    UNA PAREJA DE CAMPOS DE CRUCE SE COMPARA COMO NUMERO EN
      *    CUANTO UNO DE LOS DOS LADOS LA DECLARA NUMERICA.
       TIPOS-CLAVE.
           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK > TB-CLA-N(1)
              MOVE "A" TO TB-TIPO-CLAVE(WS-KK)
              MOVE TB-CLA-CAMPO(1 WS-KK) TO WS-CC
              IF TB-LAY-TIPO(1 WS-CC) = "N"
                 MOVE "N" TO TB-TIPO-CLAVE(WS-KK)
              END-IF
              MOVE TB-CLA-CAMPO(2 WS-KK) TO WS-CC
              IF TB-LAY-TIPO(2 WS-CC) = "N"
                 MOVE "N" TO TB-TIPO-CLAVE(WS-KK)
              END-IF
           END-PERFORM.
       FIN-TIPOS-CLAVE.

      *    LOS CAMPOS A SACAR DEL LADO WS-LADO: "*" SON TODOS LOS DEL
      *    LAYOUT; CADA UNO OCUPA EN LA SALIDA SU LONGITUD A PARTIR DEL
      *    ANTERIOR Y TODO TIENE QUE CABER EN 1024 BYTES.
       CARGA-CAMPOS.
           IF WS-CAMPOS-LADO(WS-LADO) = SPACES
              GO TO FIN-CARGA-CAMPOS
           END-IF.
           IF WS-CAMPOS-LADO(WS-LADO)(1:2) = "* "
              PERFORM VARYING WS-HALLADO FROM 1 BY 1
                      UNTIL WS-HALLADO > TB-LAY-N(WS-LADO)
                 PERFORM ANOTA-CAMPO THRU FIN-ANOTA-CAMPO
              END-PERFORM
              GO TO FIN-CARGA-CAMPOS
           END-IF.
           MOVE 1 TO WS-LPTR.
       PARTE-CAMPOS.
           IF WS-LPTR > 256 OR HAY-PARADA
              GO TO FIN-CARGA-CAMPOS
           END-IF.
           MOVE SPACES TO WS-NOMBRE.
           UNSTRING WS-CAMPOS-LADO(WS-LADO) DELIMITED BY ","
                    INTO WS-NOMBRE WITH POINTER WS-LPTR
           END-UNSTRING.
           IF WS-NOMBRE = SPACES
              GO TO FIN-CARGA-CAMPOS
           END-IF.
           PERFORM BUSCA-NOMBRE THRU FIN-BUSCA-NOMBRE.
           IF WS-HALLADO = ZERO
              DISPLAY "|CRUCEERROR|CAMPO|" WS-LADO "|" WS-NOMBRE "|"
                      UPON SYSOUT
              SET HAY-PARADA TO TRUE
              GO TO FIN-CARGA-CAMPOS
           END-IF.
           PERFORM ANOTA-CAMPO THRU FIN-ANOTA-CAMPO.
           GO TO PARTE-CAMPOS.
       FIN-CARGA-CAMPOS.

       ANOTA-CAMPO.
           IF WS-NSAL = 100 OR
              WS-SAL-LARGO + TB-LAY-LON(WS-LADO WS-HALLADO) > 1024
              DISPLAY "|CRUCEERROR|SALIDALARGA|"
                      TB-LAY-NOMBRE(WS-LADO WS-HALLADO) "|"
                      UPON SYSOUT
              SET HAY-PARADA TO TRUE
              GO TO FIN-ANOTA-CAMPO
           END-IF.
           ADD 1 TO WS-NSAL.
           MOVE WS-LADO TO TB-SAL-LADO(WS-NSAL).
           MOVE WS-HALLADO TO TB-SAL-CAMPO(WS-NSAL).
           COMPUTE TB-SAL-POS(WS-NSAL) = WS-SAL-LARGO + 1.
           ADD TB-LAY-LON(WS-LADO WS-HALLADO) TO WS-SAL-LARGO.
       FIN-ANOTA-CAMPO.

      *    LA SALIDA QUEDA DESCRITA EN EL DICCIONARIO (SI AUN NO LO
      *    ESTABA) CON LAS FICHAS DE ORIGEN RECOLOCADAS, ASI SIGUEN
      *    VALIENDO SENSIBLE Y MASCARA. UN NOMBRE DEL DERECHO QUE YA
      *    SALE DEL IZQUIERDO SE APELLIDA "-D".
       REGISTRA-LAYOUT.
           IF WS-SALIDA(201:56) NOT = SPACES
              GO TO FIN-REGISTRA-LAYOUT
           END-IF.
           OPEN I-O DICLAY.
           IF WS-DICLAY-ESTADO NOT = "00"
              GO TO FIN-REGISTRA-LAYOUT
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-SALIDA(1:200) TO DL-RUTA.
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
           IF DL-RUTA = WS-SALIDA(1:200)
              CLOSE DICLAY
              GO TO FIN-REGISTRA-LAYOUT
           END-IF.
           PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS > WS-NSAL
              MOVE TB-SAL-LADO(WS-SS) TO WS-LADO
              MOVE TB-SAL-CAMPO(WS-SS) TO WS-CC
              MOVE SPACES TO REG-DICLAY
              MOVE WS-SALIDA(1:200) TO DL-RUTA
              MOVE WS-SS TO DL-SEQ
              MOVE TB-LAY-FICHA(WS-LADO WS-CC) TO REG-DICLAY(204:57)
              MOVE TB-SAL-POS(WS-SS) TO DL-POS
              IF WS-LADO = 2
                 PERFORM APELLIDA-DERECHO THRU FIN-APELLIDA-DERECHO
              END-IF
              WRITE REG-DICLAY
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-PERFORM.
           CLOSE DICLAY.
           DISPLAY "|CRUCE|LAYOUT|" WS-NSAL "|" UPON SYSOUT.
       FIN-REGISTRA-LAYOUT.

       APELLIDA-DERECHO.
           MOVE DL-NOMBRE TO WS-NOMBRE.
           MOVE 1 TO WS-LADO.
           PERFORM BUSCA-NOMBRE THRU FIN-BUSCA-NOMBRE.
           MOVE 2 TO WS-LADO.
           IF WS-HALLADO = ZERO
              GO TO FIN-APELLIDA-DERECHO
           END-IF.
      *    SOLO CUENTA SI ESE CAMPO DEL IZQUIERDO ESTA EN LA SALIDA.
           PERFORM VARYING WS-GG FROM 1 BY 1 UNTIL WS-GG > WS-NSAL
              IF TB-SAL-LADO(WS-GG) = 1 AND
                 TB-SAL-CAMPO(WS-GG) = WS-HALLADO
                 MOVE SPACES TO DL-NOMBRE
                 STRING WS-NOMBRE DELIMITED BY SPACE
                        "-D" DELIMITED BY SIZE
                        INTO DL-NOMBRE
                 END-STRING
              END-IF
           END-PERFORM.
       FIN-APELLIDA-DERECHO.
