       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUDIVISA.
       AUTHOR.        CVJ.
       SECURITY.      MANTENIMIENTO DEL FICHERO DE CAMBIOS DE DIVISA
                      (CAMBIOS.DAT BAJO dd_dir): POR DIVISA Y FECHA DE
                      EFECTO, LAS UNIDADES DE LA DIVISA QUE VALE UN
                      EURO Y LOS PAISES DE DESTINO (DOS LETRAS DEL
                      IBAN) A LOS QUE SE PUEDE PAGAR EN ELLA. LO USAN
                      LA VALIDACION DE PRUIBANEUR PARA ACEPTAR UNA
                      DIVISA CONTRA EL PAIS DEL IBAN Y LOS TOTALES POR
                      DIVISA DE PRUIBANEUR Y PRUGENPAG PARA SU
                      CONTRAVALOR EN EUROS. EL EURO NO SE DA DE ALTA:
                      VALE PARA CUALQUIER PAIS Y SU CAMBIO ES UNO.
                      HASTA AHORA LOS PAGOS EN GBP Y CHF SE HACIAN
                      FUERA DE ALFA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               ALTA divisa (detalle "cambio;
*********************               paises", cambio con coma o punto
*********************               decimal y hasta seis decimales,
*********************               paises separados por blancos, con
*********************               fecha de efecto en PRUDIVISADESDE
*********************               como PRUPAISDESDE) - BAJA divisa
*********************               - LISTA - CONSULTA divisa (detalle
*********************               "fecha;pais", RC 0 vale, 1 sin
*********************               cambio vigente, 2 pais no
*********************               admitido) - AEUROS divisa
*********************               (detalle "importe;fecha", devuelve
*********************               el contravalor en euros).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAMBIOS
                  ASSIGN TO DYNAMIC WS-CAMBIOS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAM-CLAVE
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  CAMBIOS.
       01  REG-CAMBIOS.
           03 CAM-CLAVE.
              05 CAM-DIVISA  PIC X(3).
              05 CAM-DESDE   PIC X(8).
           03 CAM-CAMBIO     PIC 9(5)V9(6).
           03 CAM-PAISES     PIC X(20).
           03 CAM-FECHA      PIC X(8).
           03 CAM-AUTOR      PIC X(15).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUDIVISA".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-CAMBIOS-PATH   PIC X(200).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 CAMBIOS-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-TOTAL          PIC 999 VALUE ZEROES.
       77  WS-BAJAS          PIC 999.
       77  WS-DESDE          PIC X(8).
       01  WS-DIV-RESP       PIC X(160).
       01  MINUSCULAS        PIC X(26)
                             VALUE "abcdefghijklmnopqrstuvwxyz".
       01  MAYUSCULAS        PIC X(26)
                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  WS-D-T1           PIC X(20).
       77  WS-D-T2           PIC X(20).
       77  WS-CAM-ENT        PIC X(10).
       77  WS-CAM-DEC        PIC X(10).
       77  WS-CAM-LON        PIC 99.
       01  WS-CAM-NUM.
           03 WS-CAM-NUM-E   PIC X(5).
           03 WS-CAM-NUM-D   PIC X(6).
       01  WS-CAM-NUM-9 REDEFINES WS-CAM-NUM PIC 9(5)V9(6).

       77  WS-BUSCA-DIVISA   PIC X(3).
       77  WS-BUSCA-FECHA    PIC X(8).
       77  WS-BUSCA-PAIS     PIC XX.
       77  WS-VIGENTE        PIC X.
           88 CAMBIO-VIGENTE VALUE "S".
       77  WS-VIG-CAMBIO     PIC 9(5)V9(6).
       77  WS-VIG-PAISES     PIC X(20).
       77  WS-VIG-DESDE      PIC X(8).
       77  WS-PAIS-CUENTA    PIC 99.
       77  WS-IMP-LON        PIC 99.
       77  WS-IMP-NUM        PIC X(13).
       77  WS-IMP-9          PIC 9(13).
       77  WS-EUR-9          PIC 9(15).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  DIVISA            PIC X(3).
       77  DETALLE           PIC X(60).

       PROCEDURE DIVISION USING ACCION DIVISA DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE DIVISA TO WS-BUSCA-DIVISA.
           INSPECT WS-BUSCA-DIVISA CONVERTING MINUSCULAS TO MAYUSCULAS.
           IF WS-BUSCA-DIVISA = "EUR" AND
              (ACCION = "CONSULTA" OR ACCION = "AEUROS")
              PERFORM EURO THRU FIN-EURO
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM ABRE-CAMBIOS.
           IF NOT CAMBIOS-ABIERTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-CAMBIO THRU FIN-ALTA-CAMBIO
               WHEN "BAJA"
                    PERFORM BAJA-CAMBIO THRU FIN-BAJA-CAMBIO
               WHEN "LISTA"
                    PERFORM LISTA-CAMBIOS THRU FIN-LISTA-CAMBIOS
               WHEN "CONSULTA"
                    PERFORM CONSULTA-CAMBIO THRU FIN-CONSULTA-CAMBIO
               WHEN "AEUROS"
                    PERFORM CONVIERTE-IMPORTE
                       THRU FIN-CONVIERTE-IMPORTE
               WHEN OTHER
                    DISPLAY "|DIVISAERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           END-EVALUATE.
           CLOSE CAMBIOS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-CAMBIOS SECTION.
      *    MISMO ABRE-O-CREA QUE EL CATALOGO DE PRUCAT.
       ABRIENDO-CAMBIOS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-CAMBIOS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/CAMBIOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-CAMBIOS-PATH
              END-STRING
           ELSE
              MOVE "CAMBIOS.DAT" TO WS-CAMBIOS-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O CAMBIOS.
           IF ERRORES = "00"
              SET CAMBIOS-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-CAMBIOS
           END-IF.
           OPEN OUTPUT CAMBIOS.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO CAMBIOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-CAMBIOS-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-CAMBIOS
           END-IF.
           CLOSE CAMBIOS.
           OPEN I-O CAMBIOS.
           IF ERRORES = "00"
              SET CAMBIOS-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-CAMBIOS.

       MANTENIMIENTO SECTION.
      *    COMO EN PRUPAIS, LA FECHA DE EFECTO VIAJA EN
      *    PRUDIVISADESDE (HOY SI NO SE FIJA) Y UN ALTA SOBRE UNA
      *    DIVISA Y FECHA QUE YA EXISTEN LA MACHACA.
       ALTA-CAMBIO.
           MOVE SPACES TO WS-D-T1 WS-D-T2.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-T1
                 WS-D-T2
           END-UNSTRING.
           PERFORM LEE-CAMBIO-TXT THRU FIN-LEE-CAMBIO-TXT.
           IF WS-CAM-NUM-9 = ZEROES OR WS-BUSCA-DIVISA = SPACES
              DISPLAY "|DIVISAERROR|CAMBIO|" WS-BUSCA-DIVISA "|"
                      WS-D-T1 "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ALTA-CAMBIO
           END-IF.
           PERFORM COGE-DESDE THRU FIN-COGE-DESDE.
           MOVE SPACES TO REG-CAMBIOS.
           MOVE WS-BUSCA-DIVISA TO CAM-DIVISA.
           MOVE WS-DESDE TO CAM-DESDE.
           MOVE WS-CAM-NUM-9 TO CAM-CAMBIO.
           MOVE WS-D-T2 TO CAM-PAISES.
           INSPECT CAM-PAISES CONVERTING MINUSCULAS TO MAYUSCULAS.
           ACCEPT CAM-FECHA FROM DATE YYYYMMDD.
           MOVE USUARIO TO CAM-AUTOR.
           WRITE REG-CAMBIOS
               INVALID KEY
                  REWRITE REG-CAMBIOS
           END-WRITE.
           DISPLAY "|DIVISA|ALTA|" CAM-DIVISA "|" CAM-CAMBIO "|"
                   CAM-PAISES "|DESDE:" CAM-DESDE "|" UPON SYSOUT.
       FIN-ALTA-CAMBIO.

      *    EL CAMBIO LLEGA COMO TEXTO CON COMA O PUNTO DECIMAL: LA
      *    PARTE ENTERA SE ENCAJA POR LA DERECHA Y LA DECIMAL POR LA
      *    IZQUIERDA, LAS DOS SOBRE CEROS.
       LEE-CAMBIO-TXT.
           MOVE ZEROES TO WS-CAM-NUM-9.
           MOVE SPACES TO WS-CAM-ENT WS-CAM-DEC.
           UNSTRING WS-D-T1 DELIMITED BY "," OR "." OR " " INTO
                 WS-CAM-ENT
                 WS-CAM-DEC
           END-UNSTRING.
           MOVE ALL "0" TO WS-CAM-NUM.
           MOVE ZERO TO WS-CAM-LON.
           INSPECT WS-CAM-ENT TALLYING WS-CAM-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-CAM-LON > 5
              MOVE ZEROES TO WS-CAM-NUM-9
              GO TO FIN-LEE-CAMBIO-TXT
           END-IF.
           IF WS-CAM-LON > ZERO
              MOVE WS-CAM-ENT(1:WS-CAM-LON)
                TO WS-CAM-NUM-E(6 - WS-CAM-LON:WS-CAM-LON)
           END-IF.
           MOVE ZERO TO WS-CAM-LON.
           INSPECT WS-CAM-DEC TALLYING WS-CAM-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-CAM-LON > 6
              MOVE 6 TO WS-CAM-LON
           END-IF.
           IF WS-CAM-LON > ZERO
              MOVE WS-CAM-DEC(1:WS-CAM-LON)
                TO WS-CAM-NUM-D(1:WS-CAM-LON)
           END-IF.
           IF WS-CAM-NUM IS NOT NUMERIC
              MOVE ZEROES TO WS-CAM-NUM-9
           END-IF.
       FIN-LEE-CAMBIO-TXT.

       COGE-DESDE.
           MOVE SPACES TO WS-DESDE.
           DISPLAY "PRUDIVISADESDE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DESDE FROM ENVIRONMENT-VALUE.
           IF WS-DESDE = SPACES OR WS-DESDE = LOW-VALUES
              ACCEPT WS-DESDE FROM DATE YYYYMMDD
           END-IF.
       FIN-COGE-DESDE.

      *    CON PRUDIVISADESDE SE RETIRA SOLO ESA VERSION; SIN FIJAR
      *    SE RETIRAN TODAS LAS VERSIONES DE LA DIVISA.
       BAJA-CAMBIO.
           MOVE SPACES TO WS-DESDE.
           DISPLAY "PRUDIVISADESDE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DESDE FROM ENVIRONMENT-VALUE.
           IF WS-DESDE NOT = SPACES AND WS-DESDE NOT = LOW-VALUES
              MOVE WS-BUSCA-DIVISA TO CAM-DIVISA
              MOVE WS-DESDE TO CAM-DESDE
              READ CAMBIOS
                  INVALID KEY
                     DISPLAY "|DIVISAERROR|NOEXISTE|" WS-BUSCA-DIVISA
                             "|" WS-DESDE "|" UPON SYSOUT
                  NOT INVALID KEY
                     DELETE CAMBIOS RECORD
                     DISPLAY "|DIVISA|BAJA|" WS-BUSCA-DIVISA "|"
                             WS-DESDE "|" UPON SYSOUT
              END-READ
              GO TO FIN-BAJA-CAMBIO
           END-IF.
           MOVE ZEROES TO WS-BAJAS.
           MOVE WS-BUSCA-DIVISA TO CAM-DIVISA.
           MOVE LOW-VALUES TO CAM-DESDE.
           START CAMBIOS KEY NOT LESS CAM-CLAVE
               INVALID KEY
                  GO TO CIERRA-BAJA
           END-START.
       LEE-BAJA.
           READ CAMBIOS NEXT
               AT END
                  GO TO CIERRA-BAJA
           END-READ.
           IF CAM-DIVISA NOT = WS-BUSCA-DIVISA
              GO TO CIERRA-BAJA
           END-IF.
           DELETE CAMBIOS RECORD.
           ADD 1 TO WS-BAJAS.
           GO TO LEE-BAJA.
       CIERRA-BAJA.
           IF WS-BAJAS = ZEROES
              DISPLAY "|DIVISAERROR|NOEXISTE|" WS-BUSCA-DIVISA "|"
                      UPON SYSOUT
           ELSE
              DISPLAY "|DIVISA|BAJA|" WS-BUSCA-DIVISA "|VERSIONES:"
                      WS-BAJAS "|" UPON SYSOUT
           END-IF.
       FIN-BAJA-CAMBIO.

       CONSULTAS SECTION.
      *    EL CAMBIO VIGENTE EN UNA FECHA ES LA VERSION CON LA
      *    FECHA-DESDE MAS ALTA QUE NO LA SUPERA, COMO LAS REGLAS DE
      *    PAISES.
       BUSCA-VIGENTE.
           MOVE "N" TO WS-VIGENTE.
           MOVE ZEROES TO WS-VIG-CAMBIO.
           MOVE SPACES TO WS-VIG-PAISES WS-VIG-DESDE.
           IF WS-BUSCA-FECHA = SPACES OR WS-BUSCA-FECHA = LOW-VALUES
              ACCEPT WS-BUSCA-FECHA FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-BUSCA-DIVISA TO CAM-DIVISA.
           MOVE LOW-VALUES TO CAM-DESDE.
           START CAMBIOS KEY NOT LESS CAM-CLAVE
               INVALID KEY
                  GO TO FIN-BUSCA-VIGENTE
           END-START.
       LEE-VIGENTE.
           READ CAMBIOS NEXT
               AT END
                  GO TO FIN-BUSCA-VIGENTE
           END-READ.
           IF CAM-DIVISA NOT = WS-BUSCA-DIVISA OR
              CAM-DESDE > WS-BUSCA-FECHA
              GO TO FIN-BUSCA-VIGENTE
           END-IF.
           SET CAMBIO-VIGENTE TO TRUE.
           MOVE CAM-CAMBIO TO WS-VIG-CAMBIO.
           MOVE CAM-PAISES TO WS-VIG-PAISES.
           MOVE CAM-DESDE TO WS-VIG-DESDE.
           GO TO LEE-VIGENTE.
       FIN-BUSCA-VIGENTE.

       CONSULTA-CAMBIO.
           MOVE SPACES TO WS-D-T1 WS-D-T2.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-T1
                 WS-D-T2
           END-UNSTRING.
           MOVE WS-D-T1(1:8) TO WS-BUSCA-FECHA.
           MOVE WS-D-T2(1:2) TO WS-BUSCA-PAIS.
           PERFORM BUSCA-VIGENTE THRU FIN-BUSCA-VIGENTE.
           MOVE SPACES TO DETALLE.
           IF NOT CAMBIO-VIGENTE
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CONSULTA-CAMBIO
           END-IF.
           STRING WS-VIG-CAMBIO ";" WS-VIG-DESDE ";" WS-VIG-PAISES
                  DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
           IF WS-BUSCA-PAIS = SPACES
              GO TO FIN-CONSULTA-CAMBIO
           END-IF.
           MOVE ZERO TO WS-PAIS-CUENTA.
           INSPECT WS-VIG-PAISES TALLYING WS-PAIS-CUENTA
                   FOR ALL WS-BUSCA-PAIS.
           IF WS-PAIS-CUENTA = ZERO
              MOVE 2 TO RETURN-CODE
           END-IF.
       FIN-CONSULTA-CAMBIO.

       CONVIERTE-IMPORTE.
           MOVE SPACES TO WS-D-T1 WS-D-T2.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-T1
                 WS-D-T2
           END-UNSTRING.
           MOVE WS-D-T2(1:8) TO WS-BUSCA-FECHA.
           PERFORM ENCAJA-IMPORTE THRU FIN-ENCAJA-IMPORTE.
           PERFORM BUSCA-VIGENTE THRU FIN-BUSCA-VIGENTE.
           MOVE SPACES TO DETALLE.
           IF NOT CAMBIO-VIGENTE OR WS-VIG-CAMBIO = ZEROES
              MOVE ZEROES TO DETALLE(1:15)
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CONVIERTE-IMPORTE
           END-IF.
           COMPUTE WS-EUR-9 ROUNDED = WS-IMP-9 / WS-VIG-CAMBIO.
           MOVE WS-EUR-9 TO DETALLE(1:15).
       FIN-CONVIERTE-IMPORTE.

       ENCAJA-IMPORTE.
      *    MISMO ENCAJE POR LA DERECHA SOBRE CEROS QUE LA VALIDACION
      *    DE PRUIBANEUR.
           MOVE ZEROES TO WS-IMP-9.
           MOVE ZERO TO WS-IMP-LON.
           INSPECT WS-D-T1 TALLYING WS-IMP-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-IMP-LON = ZERO OR WS-IMP-LON > 13
              GO TO FIN-ENCAJA-IMPORTE
           END-IF.
           MOVE ALL "0" TO WS-IMP-NUM.
           MOVE WS-D-T1(1:WS-IMP-LON)
             TO WS-IMP-NUM(14 - WS-IMP-LON:WS-IMP-LON).
           IF WS-IMP-NUM IS NUMERIC
              MOVE WS-IMP-NUM TO WS-IMP-9
           END-IF.
       FIN-ENCAJA-IMPORTE.

      *    EL EURO NO TIENE FICHA: VALE PARA CUALQUIER PAIS Y SE
      *    CONVIERTE A SI MISMO.
       EURO.
           IF ACCION = "CONSULTA"
              MOVE SPACES TO DETALLE
              STRING "00001000000;00000000;" DELIMITED BY SIZE
                     INTO DETALLE
              END-STRING
              GO TO FIN-EURO
           END-IF.
           MOVE SPACES TO WS-D-T1 WS-D-T2.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-T1
                 WS-D-T2
           END-UNSTRING.
           PERFORM ENCAJA-IMPORTE THRU FIN-ENCAJA-IMPORTE.
           MOVE SPACES TO DETALLE.
           MOVE WS-IMP-9 TO WS-EUR-9.
           MOVE WS-EUR-9 TO DETALLE(1:15).
       FIN-EURO.

       LISTADO SECTION.
       LISTA-CAMBIOS.
           MOVE LOW-VALUES TO CAM-CLAVE.
           START CAMBIOS KEY NOT LESS CAM-CLAVE
               INVALID KEY
                  GO TO FIN-LEER-CAMBIOS
           END-START.
       LEER-CAMBIOS.
           READ CAMBIOS NEXT
               AT END
                  GO TO FIN-LEER-CAMBIOS
           END-READ.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-DIV-RESP.
           STRING "|DIVISA|" CAM-DIVISA "|" CAM-CAMBIO "|"
                  CAM-PAISES "|DESDE:" CAM-DESDE "|" CAM-FECHA "|"
                  CAM-AUTOR "|"
                  DELIMITED BY SIZE
                  INTO WS-DIV-RESP
           END-STRING.
           DISPLAY WS-DIV-RESP UPON SYSOUT.
           GO TO LEER-CAMBIOS.
       FIN-LEER-CAMBIOS.
           MOVE SPACES TO WS-DIV-RESP.
           STRING "|DIVISAFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-DIV-RESP
           END-STRING.
           DISPLAY WS-DIV-RESP UPON SYSOUT.
       FIN-LISTA-CAMBIOS.
