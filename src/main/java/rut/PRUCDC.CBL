       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUCDC.
       AUTHOR.        CVJ.
       SECURITY.      EXTRACTO DIARIO DE CAMBIOS PARA LOS SISTEMAS DE
                      DESTINO A PARTIR DEL DIARIO DE PRUJRNL: CADA
                      ENTRADA DE LOS JRNL-YYYYMMDD.LOG SALE COMO ALTA
                      (I), CAMBIO (U) O BAJA (D) EN UN FICHERO DELTA
                      POR CADA FICHERO INDEXADO, CON SU CLAVE Y LOS
                      CAMPOS (TODOS EN LA ALTA, SOLO LOS CAMBIADOS EN
                      EL CAMBIO) DESCIFRADOS POR SU NOMBRE CON EL
                      DICCIONARIO DE PRUDICLAY, Y UNA COLA DE TOTALES
                      DE CONTROL. CADA PASADA SIGUE DESDE LA ULTIMA
                      LINEA DEL DIARIO QUE TRATO LA ANTERIOR (PUNTO EN
                      PRUCDC.PTO BAJO dd_dir). HASTA AHORA EL ALMACEN
                      DE DATOS RECIBIA CADA NOCHE UN VOLCADO ENTERO DE
                      PRUEXPIX DE CADA MAESTRO Y SACABA LAS
                      DIFERENCIAS POR SU CUENTA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Registro del diario al dia con
*********************               PRUJRNL (JR-EXPEDIENTE al final).
********************* 15/10/2026 CVJ - Version inicial. PARAMETRO:
*********************               FECHA YYYYMMDD HASTA LA QUE SE
*********************               LEEN DIARIOS (EN BLANCO, HOY).
*********************               SIN PUNTO PREVIO SE EMPIEZA EN
*********************               EL DIARIO DE ESA FECHA. LOS
*********************               DELTAS VAN A PRUCDCDIR (O dd_tmp)
*********************               COMO <fichero>.CDC-YYYYMMDD-
*********************               HHMMSS; LAS ENTRADAS DE OTROS
*********************               TIPOS (ARCH, MIGR...) SALEN COMO
*********************               X PARA QUE EL DESTINO SEPA QUE
*********************               TIENE QUE RECARGAR. CON
*********************               PRUCDCMASCARA=S LOS CAMPOS
*********************               SENSIBLES SE TAPAN COMO EN
*********************               PRUEXPIX.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JRNL-LST
                  ASSIGN TO DYNAMIC WS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LISTA-ESTADO.

           SELECT JORNAL
                  ASSIGN TO DYNAMIC WS-JORNAL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JORNAL-ESTADO.

           SELECT DELTA
                  ASSIGN TO DYNAMIC WS-DELTA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DELTA-ESTADO.

           SELECT PUNTO
                  ASSIGN TO DYNAMIC WS-PUNTO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PUNTO-ESTADO.

           SELECT DICLAY
                  ASSIGN TO DYNAMIC WS-DICLAY-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DL-CLAVE
                  FILE STATUS IS WS-DICLAY-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  JRNL-LST.
       01  REG-JRNL-LST      PIC X(256).

      *    MISMO LAYOUT FIJO QUE ESCRIBE PRUJRNL.
       FD  JORNAL.
       01  REG-JORNAL.
           03 JR-TS          PIC X(17).
           03 JR-PROGRAMA    PIC X(10).
           03 JR-USUARIO     PIC X(15).
           03 JR-TIPO        PIC X(4).
           03 JR-RUTA        PIC X(200).
           03 JR-CLAVE       PIC X(64).
           03 JR-ANTES       PIC X(960).
           03 JR-DESPUES     PIC X(960).
           03 JR-EXPEDIENTE  PIC X(20).

       FD  DELTA.
       01  REG-DELTA         PIC X(3000).

       FD  PUNTO.
       01  REG-PUNTO.
           03 PT-FECHA       PIC X(8).
           03 FILLER         PIC X.
           03 PT-LINEA       PIC 9(9).
           03 FILLER         PIC X.
           03 PT-TS          PIC X(17).

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

       77  PROG              PIC X(20) VALUE "PRUCDC".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-DD-TMP         PIC X(128).
       77  WS-DIR-CDC        PIC X(128).
       01  WS-LISTA          PIC X(200).
       77  WS-LISTA-ESTADO   PIC XX.
       01  WS-JORNAL-PATH    PIC X(256).
       77  WS-JORNAL-ESTADO  PIC XX.
       01  WS-DELTA-PATH     PIC X(256).
       77  WS-DELTA-ESTADO   PIC XX.
       01  WS-PUNTO-PATH     PIC X(200).
       77  WS-PUNTO-ESTADO   PIC XX.
       01  WS-DICLAY-PATH    PIC X(200).
       77  WS-DICLAY-ESTADO  PIC XX.
       77  WS-CMD-FIND       PIC X(500).
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-MASCARA        PIC X VALUE "N".
           88 CDC-MASCARA    VALUE "S".

      *    PUNTO DE CONTINUACION: DIARIO Y LINEA HASTA DONDE LLEGO LA
      *    PASADA ANTERIOR, Y HASTA DONDE LLEGA ESTA.
       77  WS-HASTA          PIC X(8).
       77  WS-PTO-FECHA      PIC X(8).
       77  WS-PTO-LINEA      PIC 9(9) VALUE ZEROES.
       77  WS-DESDE-FECHA    PIC X(8).
       77  WS-DIA-JRNL       PIC X(8).
       77  WS-SALTAR         PIC 9(9).
       77  WS-LINEA          PIC 9(9).
       77  WS-ULT-FECHA      PIC X(8).
       77  WS-ULT-LINEA      PIC 9(9) VALUE ZEROES.
       77  WS-LLENO          PIC X VALUE "N".
           88 TABLA-LLENA    VALUE "S".
       77  WS-L              PIC 999.

      *    UN FICHERO DELTA POR FICHERO INDEXADO TOCADO EN LA PASADA.
       01  TB-FICHEROS.
           03 TB-FIC-O       OCCURS 50.
              05 TB-FIC-RUTA      PIC X(200).
              05 TB-FIC-DELTA     PIC X(256).
              05 TB-FIC-ALTAS     PIC 9(9).
              05 TB-FIC-CAMBIOS   PIC 9(9).
              05 TB-FIC-BAJAS     PIC 9(9).
              05 TB-FIC-OTRAS     PIC 9(9).
       77  WS-NFIC           PIC 99 VALUE ZERO.
       77  WS-FF             PIC 99.
       77  WS-ACTUAL         PIC 99 VALUE ZERO.
       77  WS-BASEPOS        PIC 999.
       77  WS-K              PIC 999.

      *    CAMPOS DEL FICHERO EN CURSO, DEL DICCIONARIO DE PRUDICLAY.
       01  TB-CAMPOS.
           03 TB-CAM-O       OCCURS 50.
              05 TB-CAM-NOMBRE    PIC X(30).
              05 TB-CAM-POS       PIC 9(4).
              05 TB-CAM-LON       PIC 9(4).
              05 TB-CAM-TIPO      PIC X.
              05 TB-CAM-SENSIBLE  PIC X.
              05 TB-CAM-MASCARA   PIC X.
              05 TB-CAM-CONSTANTE PIC X(16).
       77  WS-NCAMPOS        PIC 99 VALUE ZERO.
       77  WS-CC             PIC 99.
       77  WS-DPOS           PIC 9(4).

       01  WS-SALIDA         PIC X(3000).
       77  WS-PTR            PIC 9(4).
       77  WS-CLAVE-LON      PIC 99.
       01  WS-IMAGEN         PIC X(960).
       01  WS-VALOR          PIC X(960).
       77  WS-VALOR-LON      PIC 9(4).
       01  WS-VALOR-AUX      PIC X(960).
       77  WS-LZ             PIC 9(4).
       77  WS-NOMBRE-LON     PIC 99.
       77  WS-HEX-DIGITOS    PIC X(16) VALUE "0123456789ABCDEF".
       01  WS-BYTE           PIC X.
       01  WS-BYTE-N REDEFINES WS-BYTE PIC 9(2) COMP-X.
       77  WS-HX             PIC 99.
       77  WS-HALTO          PIC 99.
       77  WS-HBAJO          PIC 99.
       01  WS-HEX            PIC X(128).

       77  WS-ENTRADAS       PIC 9(9) VALUE ZEROES.
       77  WS-ALTAS          PIC 9(9) VALUE ZEROES.
       77  WS-CAMBIOS        PIC 9(9) VALUE ZEROES.
       77  WS-BAJAS          PIC 9(9) VALUE ZEROES.
       77  WS-OTRAS          PIC 9(9) VALUE ZEROES.
       77  WS-DIARIOS        PIC 9(5) VALUE ZEROES.
       77  WS-FIC-TOTAL      PIC 9(9).
       01  WS-CDC-RESP       PIC X(300).

       LINKAGE SECTION.

       77  FECHA             PIC X(8).

       PROCEDURE DIVISION USING FECHA.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZEROES TO WS-ENTRADAS WS-ALTAS WS-CAMBIOS WS-BAJAS
                          WS-OTRAS WS-DIARIOS WS-NFIC WS-ACTUAL
                          WS-ULT-LINEA.
           MOVE SPACES TO WS-ULT-FECHA.
           MOVE "N" TO WS-LLENO.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           IF FECHA = SPACES OR FECHA = LOW-VALUES
              MOVE WS-FECHA TO WS-HASTA
           ELSE
              MOVE FECHA TO WS-HASTA
           END-IF.
           IF WS-HASTA IS NOT NUMERIC
              DISPLAY "|CDCERROR|FECHA|" WS-HASTA "|" UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.

           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TMP FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DIR-CDC.
           DISPLAY "PRUCDCDIR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DIR-CDC FROM ENVIRONMENT-VALUE.
           IF WS-DIR-CDC = SPACES OR WS-DIR-CDC = LOW-VALUES
              MOVE WS-DD-TMP TO WS-DIR-CDC
           END-IF.
           IF WS-DIR-CDC = LOW-VALUES
              MOVE SPACES TO WS-DIR-CDC
           END-IF.
           MOVE SPACES TO WS-MASCARA.
           DISPLAY "PRUCDCMASCARA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MASCARA FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DICLAY-PATH WS-PUNTO-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/DICLAY.DAT"
                     DELIMITED BY SPACE
                     INTO WS-DICLAY-PATH
              END-STRING
              STRING VALORDIR "/PRUCDC.PTO"
                     DELIMITED BY SPACE
                     INTO WS-PUNTO-PATH
              END-STRING
           ELSE
              MOVE "DICLAY.DAT" TO WS-DICLAY-PATH
              MOVE "PRUCDC.PTO" TO WS-PUNTO-PATH
           END-IF.

           PERFORM LEE-PUNTO THRU FIN-LEE-PUNTO.
       PROCESOS.
           PERFORM RECORRE-DIARIOS THRU FIN-RECORRE-DIARIOS.
           IF WS-ACTUAL > ZERO
              CLOSE DELTA
              MOVE ZERO TO WS-ACTUAL
           END-IF.
           PERFORM VARYING WS-FF FROM 1 BY 1 UNTIL WS-FF > WS-NFIC
              PERFORM ESCRIBE-COLA THRU FIN-ESCRIBE-COLA
           END-PERFORM.
           PERFORM GUARDA-PUNTO THRU FIN-GUARDA-PUNTO.
           MOVE SPACES TO WS-CDC-RESP.
           STRING "|CDCFIN|DIARIOS:" WS-DIARIOS
                  "|ENTRADAS:" WS-ENTRADAS
                  "|I:" WS-ALTAS "|U:" WS-CAMBIOS
                  "|D:" WS-BAJAS "|X:" WS-OTRAS
                  "|FICHEROS:" WS-NFIC
                  "|PUNTO:" WS-ULT-FECHA "/" WS-ULT-LINEA "|"
                  DELIMITED BY SIZE
                  INTO WS-CDC-RESP
           END-STRING.
           DISPLAY WS-CDC-RESP UPON SYSOUT.
       FIN-PROCESOS.
           MOVE ZERO TO RETURN-CODE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PUNTOS SECTION.
      *    SIN PUNTO PREVIO LA PASADA EMPIEZA EN EL DIARIO DE LA FECHA
      *    HASTA; CON PUNTO, EN SU DIARIO Y DESPUES DE SU LINEA.
       LEE-PUNTO.
           MOVE SPACES TO WS-PTO-FECHA.
           MOVE ZEROES TO WS-PTO-LINEA.
           MOVE WS-HASTA TO WS-DESDE-FECHA.
           OPEN INPUT PUNTO.
           IF WS-PUNTO-ESTADO NOT = "00"
              GO TO FIN-LEE-PUNTO
           END-IF.
           READ PUNTO
               AT END
                  MOVE SPACES TO REG-PUNTO
           END-READ.
           CLOSE PUNTO.
           IF PT-FECHA IS NUMERIC AND PT-LINEA IS NUMERIC
              MOVE PT-FECHA TO WS-PTO-FECHA WS-DESDE-FECHA
              MOVE PT-LINEA TO WS-PTO-LINEA
              MOVE PT-FECHA TO WS-ULT-FECHA
              MOVE PT-LINEA TO WS-ULT-LINEA
           END-IF.
       FIN-LEE-PUNTO.

       GUARDA-PUNTO.
      *    EL PUNTO SOLO AVANZA AL FINAL, CON LOS DELTAS YA CERRADOS.
           IF WS-ULT-FECHA = SPACES
              GO TO FIN-GUARDA-PUNTO
           END-IF.
           OPEN OUTPUT PUNTO.
           IF WS-PUNTO-ESTADO NOT = "00"
              DISPLAY "|CDCERROR|PUNTO|" WS-PUNTO-ESTADO "|"
                      UPON SYSOUT
              GO TO FIN-GUARDA-PUNTO
           END-IF.
           MOVE SPACES TO REG-PUNTO.
           MOVE WS-ULT-FECHA TO PT-FECHA.
           MOVE WS-ULT-LINEA TO PT-LINEA.
           STRING WS-FECHA "-" WS-HORA
                  DELIMITED BY SIZE
                  INTO PT-TS
           END-STRING.
           MOVE ";" TO REG-PUNTO(9:1) REG-PUNTO(19:1).
           WRITE REG-PUNTO.
           CLOSE PUNTO.
       FIN-GUARDA-PUNTO.

       DIARIOS SECTION.
      *    LOS DIARIOS SE LOCALIZAN Y ORDENAN COMO EN PRUJRNLRX; EL
      *    NOMBRE JRNL-YYYYMMDD.LOG DA SU DIA.
       RECORRE-DIARIOS.
           MOVE SPACES TO WS-LISTA.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP "PRUCDC.LST"
                     DELIMITED BY SPACE
                     INTO WS-LISTA
              END-STRING
           ELSE
              MOVE "PRUCDC.LST" TO WS-LISTA
           END-IF.
           MOVE SPACES TO WS-CMD-FIND.
           STRING "find " DELIMITED BY SIZE
                  WS-DD-TRZ DELIMITED BY SPACE
                  " -maxdepth 1 -name " DELIMITED BY SIZE
                  '"JRNL-*.LOG" -type f | sort > '
                  DELIMITED BY SIZE
                  WS-LISTA DELIMITED BY SPACE
                  INTO WS-CMD-FIND
           END-STRING.
           CALL "SYSTEM" USING WS-CMD-FIND.
           MOVE ZERO TO RETURN-CODE.

           OPEN INPUT JRNL-LST.
           IF WS-LISTA-ESTADO NOT = "00"
              GO TO FIN-RECORRE-DIARIOS
           END-IF.
       LEE-LISTA.
           IF TABLA-LLENA
              GO TO CIERRA-LISTA
           END-IF.
           READ JRNL-LST
               AT END
                  GO TO CIERRA-LISTA
           END-READ.
           IF REG-JRNL-LST = SPACES
              GO TO LEE-LISTA
           END-IF.
           MOVE ZERO TO WS-L.
           INSPECT REG-JRNL-LST TALLYING WS-L
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-L < 17
              GO TO LEE-LISTA
           END-IF.
           MOVE REG-JRNL-LST(WS-L - 11:8) TO WS-DIA-JRNL.
           IF WS-DIA-JRNL IS NOT NUMERIC OR
              WS-DIA-JRNL < WS-DESDE-FECHA OR
              WS-DIA-JRNL > WS-HASTA
              GO TO LEE-LISTA
           END-IF.
           IF WS-DIA-JRNL = WS-PTO-FECHA
              MOVE WS-PTO-LINEA TO WS-SALTAR
           ELSE
              MOVE ZEROES TO WS-SALTAR
           END-IF.
           MOVE SPACES TO WS-JORNAL-PATH.
           MOVE REG-JRNL-LST TO WS-JORNAL-PATH.
           PERFORM TRATA-DIARIO THRU FIN-TRATA-DIARIO.
           GO TO LEE-LISTA.
       CIERRA-LISTA.
           CLOSE JRNL-LST.
           CALL "CBL_DELETE_FILE" USING WS-LISTA.
           MOVE ZERO TO RETURN-CODE.
       FIN-RECORRE-DIARIOS.

       TRATA-DIARIO.
           OPEN INPUT JORNAL.
           IF WS-JORNAL-ESTADO NOT = "00"
              GO TO FIN-TRATA-DIARIO
           END-IF.
           ADD 1 TO WS-DIARIOS.
           MOVE ZEROES TO WS-LINEA.
       LEE-ENTRADA.
           READ JORNAL
               AT END
                  GO TO CIERRA-DIARIO
           END-READ.
           ADD 1 TO WS-LINEA.
           IF WS-LINEA <= WS-SALTAR
              GO TO LEE-ENTRADA
           END-IF.
           PERFORM TRATA-ENTRADA THRU FIN-TRATA-ENTRADA.
           IF TABLA-LLENA
      *       ESTA ENTRADA NO SE HA TRATADO: LA SIGUIENTE PASADA
      *       EMPIEZA POR ELLA.
              SUBTRACT 1 FROM WS-LINEA
              GO TO CIERRA-DIARIO
           END-IF.
           GO TO LEE-ENTRADA.
       CIERRA-DIARIO.
           CLOSE JORNAL.
           MOVE WS-DIA-JRNL TO WS-ULT-FECHA.
           IF WS-LINEA < WS-SALTAR
              MOVE WS-SALTAR TO WS-ULT-LINEA
           ELSE
              MOVE WS-LINEA TO WS-ULT-LINEA
           END-IF.
       FIN-TRATA-DIARIO.

       ENTRADAS SECTION.
       TRATA-ENTRADA.
           PERFORM SITUA-FICHERO THRU FIN-SITUA-FICHERO.
           IF TABLA-LLENA
              GO TO FIN-TRATA-ENTRADA
           END-IF.
           ADD 1 TO WS-ENTRADAS.
           MOVE 64 TO WS-CLAVE-LON.
           PERFORM UNTIL WS-CLAVE-LON < 2
                      OR JR-CLAVE(WS-CLAVE-LON:1) NOT = " "
              SUBTRACT 1 FROM WS-CLAVE-LON
           END-PERFORM.
           MOVE SPACES TO WS-SALIDA.
           MOVE 1 TO WS-PTR.
           EVALUATE JR-TIPO
               WHEN "ALTA"
                    STRING "I" DELIMITED BY SIZE
                           INTO WS-SALIDA WITH POINTER WS-PTR
                    END-STRING
                    ADD 1 TO WS-ALTAS TB-FIC-ALTAS(WS-FF)
               WHEN "REES"
                    STRING "U" DELIMITED BY SIZE
                           INTO WS-SALIDA WITH POINTER WS-PTR
                    END-STRING
                    ADD 1 TO WS-CAMBIOS TB-FIC-CAMBIOS(WS-FF)
               WHEN "BORR"
                    STRING "D" DELIMITED BY SIZE
                           INTO WS-SALIDA WITH POINTER WS-PTR
                    END-STRING
                    ADD 1 TO WS-BAJAS TB-FIC-BAJAS(WS-FF)
               WHEN OTHER
                    STRING "X" DELIMITED BY SIZE
                           INTO WS-SALIDA WITH POINTER WS-PTR
                    END-STRING
                    ADD 1 TO WS-OTRAS TB-FIC-OTRAS(WS-FF)
           END-EVALUATE.
           STRING "|" JR-TS "|" JR-TIPO "|" JR-PROGRAMA "|"
                  JR-USUARIO "|" JR-CLAVE(1:WS-CLAVE-LON)
                  DELIMITED BY SIZE
                  INTO WS-SALIDA WITH POINTER WS-PTR
           END-STRING.
           EVALUATE JR-TIPO
               WHEN "ALTA"
                    MOVE JR-DESPUES TO WS-IMAGEN
                    PERFORM VARYING WS-CC FROM 1 BY 1
                            UNTIL WS-CC > WS-NCAMPOS
                       PERFORM EMITE-CAMPO THRU FIN-EMITE-CAMPO
                    END-PERFORM
                    IF WS-NCAMPOS = ZERO
                       PERFORM EMITE-DATOS THRU FIN-EMITE-DATOS
                    END-IF
               WHEN "REES"
                    MOVE JR-DESPUES TO WS-IMAGEN
                    PERFORM VARYING WS-CC FROM 1 BY 1
                            UNTIL WS-CC > WS-NCAMPOS
                       PERFORM EMITE-SI-CAMBIA THRU FIN-EMITE-SI-CAMBIA
                    END-PERFORM
                    IF WS-NCAMPOS = ZERO AND JR-ANTES NOT = JR-DESPUES
                       PERFORM EMITE-DATOS THRU FIN-EMITE-DATOS
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           MOVE WS-SALIDA TO REG-DELTA.
           WRITE REG-DELTA.
       FIN-TRATA-ENTRADA.

       SITUA-FICHERO.
      *    BUSCA (O DA DE ALTA) EL FICHERO DE LA ENTRADA EN LA TABLA Y
      *    DEJA ABIERTO SU DELTA Y CARGADOS SUS CAMPOS.
           PERFORM VARYING WS-FF FROM 1 BY 1
                   UNTIL WS-FF > WS-NFIC
                      OR TB-FIC-RUTA(WS-FF) = JR-RUTA
              CONTINUE
           END-PERFORM.
           IF WS-FF = WS-ACTUAL
              GO TO FIN-SITUA-FICHERO
           END-IF.
           IF WS-ACTUAL > ZERO
              CLOSE DELTA
              MOVE ZERO TO WS-ACTUAL
           END-IF.
           IF WS-FF > WS-NFIC
              IF WS-NFIC = 50
                 DISPLAY "|CDCAVISO|TOPEFICHEROS|" WS-DIA-JRNL "|"
                         WS-LINEA "|" UPON SYSOUT
                 SET TABLA-LLENA TO TRUE
                 GO TO FIN-SITUA-FICHERO
              END-IF
              ADD 1 TO WS-NFIC
              MOVE WS-NFIC TO WS-FF
              PERFORM NUEVO-DELTA THRU FIN-NUEVO-DELTA
           ELSE
              MOVE TB-FIC-DELTA(WS-FF) TO WS-DELTA-PATH
              OPEN EXTEND DELTA
           END-IF.
           MOVE WS-FF TO WS-ACTUAL.
           PERFORM CARGA-CAMPOS THRU FIN-CARGA-CAMPOS.
       FIN-SITUA-FICHERO.

       NUEVO-DELTA.
           MOVE JR-RUTA TO TB-FIC-RUTA(WS-FF).
           MOVE ZEROES TO TB-FIC-ALTAS(WS-FF) TB-FIC-CAMBIOS(WS-FF)
                          TB-FIC-BAJAS(WS-FF) TB-FIC-OTRAS(WS-FF).
           MOVE ZERO TO WS-BASEPOS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 200
                   IF JR-RUTA(WS-K:1) = "/" OR JR-RUTA(WS-K:1) = "\"
                      MOVE WS-K TO WS-BASEPOS
                   END-IF
                   IF JR-RUTA(WS-K:1) = " "
                      MOVE 200 TO WS-K
                   END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DELTA-PATH.
           IF WS-DIR-CDC NOT = SPACES
              STRING WS-DIR-CDC "/" JR-RUTA(WS-BASEPOS + 1:)
                     DELIMITED BY " "
                     ".CDC-" WS-FECHA "-" WS-HORA(1:6)
                     DELIMITED BY SIZE
                     INTO WS-DELTA-PATH
              END-STRING
           ELSE
              STRING JR-RUTA(WS-BASEPOS + 1:)
                     DELIMITED BY " "
                     ".CDC-" WS-FECHA "-" WS-HORA(1:6)
                     DELIMITED BY SIZE
                     INTO WS-DELTA-PATH
              END-STRING
           END-IF.
           MOVE WS-DELTA-PATH TO TB-FIC-DELTA(WS-FF).
           OPEN OUTPUT DELTA.
           IF WS-DELTA-ESTADO NOT = "00"
              DISPLAY "|CDCERROR|DELTA|" WS-DELTA-ESTADO "|"
                      WS-DELTA-PATH "|" UPON SYSOUT
           END-IF.
           MOVE SPACES TO REG-DELTA.
           STRING "CAB|" JR-RUTA DELIMITED BY SPACE
                  "|" WS-FECHA "-" WS-HORA
                  "|DESDE:" WS-DESDE-FECHA "/" WS-SALTAR
                  "|HASTA:" WS-HASTA "|"
                  DELIMITED BY SIZE
                  INTO REG-DELTA
           END-STRING.
           WRITE REG-DELTA.
       FIN-NUEVO-DELTA.

       ESCRIBE-COLA.
      *    TOTALES DE CONTROL DEL DELTA: ENTRADAS POR TIPO Y TOTAL,
      *    PARA QUE EL DESTINO DETECTE UN FICHERO INCOMPLETO.
           MOVE TB-FIC-DELTA(WS-FF) TO WS-DELTA-PATH.
           OPEN EXTEND DELTA.
           IF WS-DELTA-ESTADO NOT = "00"
              DISPLAY "|CDCERROR|DELTA|" WS-DELTA-ESTADO "|"
                      WS-DELTA-PATH "|" UPON SYSOUT
              GO TO FIN-ESCRIBE-COLA
           END-IF.
           COMPUTE WS-FIC-TOTAL = TB-FIC-ALTAS(WS-FF)
                 + TB-FIC-CAMBIOS(WS-FF) + TB-FIC-BAJAS(WS-FF)
                 + TB-FIC-OTRAS(WS-FF).
           MOVE SPACES TO REG-DELTA.
           STRING "FIN|I:" TB-FIC-ALTAS(WS-FF)
                  "|U:" TB-FIC-CAMBIOS(WS-FF)
                  "|D:" TB-FIC-BAJAS(WS-FF)
                  "|X:" TB-FIC-OTRAS(WS-FF)
                  "|TOTAL:" WS-FIC-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO REG-DELTA
           END-STRING.
           WRITE REG-DELTA.
           CLOSE DELTA.
           MOVE SPACES TO WS-CDC-RESP.
           STRING "|CDC|" TB-FIC-RUTA(WS-FF) DELIMITED BY SPACE
                  "|" TB-FIC-DELTA(WS-FF) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  REG-DELTA(5:) DELIMITED BY SPACE
                  INTO WS-CDC-RESP
           END-STRING.
           DISPLAY WS-CDC-RESP UPON SYSOUT.
       FIN-ESCRIBE-COLA.

       CAMPOS SECTION.
      *    CADA CAMPO COMO |nombre=valor, CON EL VALOR PRESENTABLE:
      *    NUMERICOS SIN CEROS DE RELLENO, TEXTO SIN BLANCOS DE COLA,
      *    EMPAQUETADOS Y BINARIOS EN HEXADECIMAL. LAS POSICIONES DEL
      *    DICCIONARIO CUENTAN DESDE EL REGISTRO ENTERO, Y LA IMAGEN DEL
      *    DIARIO EMPIEZA DETRAS DE LA CLAVE.
       EMITE-SI-CAMBIA.
           COMPUTE WS-DPOS = TB-CAM-POS(WS-CC) - 64.
           IF JR-ANTES(WS-DPOS:TB-CAM-LON(WS-CC)) NOT =
              JR-DESPUES(WS-DPOS:TB-CAM-LON(WS-CC))
              PERFORM EMITE-CAMPO THRU FIN-EMITE-CAMPO
           END-IF.
       FIN-EMITE-SI-CAMBIA.

       EMITE-CAMPO.
           COMPUTE WS-DPOS = TB-CAM-POS(WS-CC) - 64.
           MOVE SPACES TO WS-VALOR.
           MOVE TB-CAM-LON(WS-CC) TO WS-VALOR-LON.
           MOVE WS-IMAGEN(WS-DPOS:WS-VALOR-LON)
             TO WS-VALOR(1:WS-VALOR-LON).
           IF CDC-MASCARA AND TB-CAM-SENSIBLE(WS-CC) = "S"
              EVALUATE TB-CAM-MASCARA(WS-CC)
                  WHEN "D"
                       INSPECT WS-VALOR(1:WS-VALOR-LON)
                               CONVERTING "0123456789"
                                       TO "9375160482"
                  WHEN "C"
                       MOVE TB-CAM-CONSTANTE(WS-CC)
                         TO WS-VALOR(1:WS-VALOR-LON)
                  WHEN OTHER
                       MOVE ALL "X" TO WS-VALOR(1:WS-VALOR-LON)
              END-EVALUATE
           END-IF.
           EVALUATE TB-CAM-TIPO(WS-CC)
               WHEN "N"
                    INSPECT WS-VALOR(1:WS-VALOR-LON)
                            REPLACING LEADING " " BY "0"
                    MOVE ZEROES TO WS-LZ
                    INSPECT WS-VALOR(1:WS-VALOR-LON)
                            TALLYING WS-LZ FOR LEADING "0"
                    IF WS-LZ = WS-VALOR-LON
                       MOVE "0" TO WS-VALOR
                       MOVE 1 TO WS-VALOR-LON
                    ELSE
                       IF WS-LZ > ZERO
                          MOVE WS-VALOR(WS-LZ + 1:
                               WS-VALOR-LON - WS-LZ) TO WS-VALOR-AUX
                          MOVE WS-VALOR-AUX TO WS-VALOR
                          SUBTRACT WS-LZ FROM WS-VALOR-LON
                       END-IF
                    END-IF
               WHEN "P"
               WHEN "B"
                    PERFORM A-HEXADECIMAL THRU FIN-A-HEXADECIMAL
               WHEN OTHER
                    PERFORM RECORTA-VALOR THRU FIN-RECORTA-VALOR
           END-EVALUATE.
           MOVE 30 TO WS-NOMBRE-LON.
           PERFORM UNTIL WS-NOMBRE-LON < 2
                      OR TB-CAM-NOMBRE(WS-CC)(WS-NOMBRE-LON:1)
                         NOT = " "
              SUBTRACT 1 FROM WS-NOMBRE-LON
           END-PERFORM.
           STRING "|" TB-CAM-NOMBRE(WS-CC)(1:WS-NOMBRE-LON) "="
                  DELIMITED BY SIZE
                  INTO WS-SALIDA WITH POINTER WS-PTR
           END-STRING.
           IF WS-VALOR-LON > ZERO
              STRING WS-VALOR(1:WS-VALOR-LON)
                     DELIMITED BY SIZE
                     INTO WS-SALIDA WITH POINTER WS-PTR
              END-STRING
           END-IF.
       FIN-EMITE-CAMPO.

       EMITE-DATOS.
      *    SIN DICCIONARIO PARA EL FICHERO SALE LA ZONA DE DATOS ENTERA
      *    COMO UN UNICO CAMPO DATOS.
           MOVE WS-IMAGEN TO WS-VALOR.
           MOVE 960 TO WS-VALOR-LON.
           PERFORM RECORTA-VALOR THRU FIN-RECORTA-VALOR.
           STRING "|DATOS=" DELIMITED BY SIZE
                  INTO WS-SALIDA WITH POINTER WS-PTR
           END-STRING.
           IF WS-VALOR-LON > ZERO
              STRING WS-VALOR(1:WS-VALOR-LON)
                     DELIMITED BY SIZE
                     INTO WS-SALIDA WITH POINTER WS-PTR
              END-STRING
           END-IF.
       FIN-EMITE-DATOS.

       RECORTA-VALOR.
           PERFORM UNTIL WS-VALOR-LON < 1
                      OR WS-VALOR(WS-VALOR-LON:1) NOT = " "
              SUBTRACT 1 FROM WS-VALOR-LON
           END-PERFORM.
       FIN-RECORTA-VALOR.

       A-HEXADECIMAL.
           IF WS-VALOR-LON > 64
              MOVE 64 TO WS-VALOR-LON
           END-IF.
           MOVE SPACES TO WS-HEX.
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-VALOR-LON
              MOVE WS-VALOR(WS-HX:1) TO WS-BYTE
              DIVIDE WS-BYTE-N BY 16 GIVING WS-HALTO
                     REMAINDER WS-HBAJO
              MOVE WS-HEX-DIGITOS(WS-HALTO + 1:1)
                TO WS-HEX(WS-HX * 2 - 1:1)
              MOVE WS-HEX-DIGITOS(WS-HBAJO + 1:1)
                TO WS-HEX(WS-HX * 2:1)
           END-PERFORM.
           MOVE SPACES TO WS-VALOR.
           MOVE WS-HEX TO WS-VALOR.
           COMPUTE WS-VALOR-LON = WS-VALOR-LON * 2.
       FIN-A-HEXADECIMAL.

       LAYOUT SECTION.
      *    LOS CAMPOS EN VIGOR DEL FICHERO EN CURSO, COMO LOS CARGA
      *    PRUEXPIX; LAS FICHAS FUERA DE LA ZONA DE DATOS SE IGNORAN.
       CARGA-CAMPOS.
           MOVE ZERO TO WS-NCAMPOS.
           OPEN INPUT DICLAY.
           IF WS-DICLAY-ESTADO NOT = "00"
              GO TO FIN-CARGA-CAMPOS
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE JR-RUTA TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CIERRA-CAMPOS
           END-START.
       LEE-CAMPO.
           READ DICLAY NEXT
               AT END
                  GO TO CIERRA-CAMPOS
           END-READ.
           IF DL-RUTA NOT = JR-RUTA OR WS-NCAMPOS = 50
              GO TO CIERRA-CAMPOS
           END-IF.
           IF DL-POS <= 64 OR DL-LON = ZERO OR DL-POS + DL-LON > 1025
              GO TO LEE-CAMPO
           END-IF.
           ADD 1 TO WS-NCAMPOS.
           MOVE DL-NOMBRE TO TB-CAM-NOMBRE(WS-NCAMPOS).
           MOVE DL-POS TO TB-CAM-POS(WS-NCAMPOS).
           MOVE DL-LON TO TB-CAM-LON(WS-NCAMPOS).
           MOVE DL-TIPO TO TB-CAM-TIPO(WS-NCAMPOS).
           MOVE DL-SENSIBLE TO TB-CAM-SENSIBLE(WS-NCAMPOS).
           MOVE DL-MASCARA TO TB-CAM-MASCARA(WS-NCAMPOS).
           MOVE DL-CONSTANTE TO TB-CAM-CONSTANTE(WS-NCAMPOS).
           GO TO LEE-CAMPO.
       CIERRA-CAMPOS.
           CLOSE DICLAY.
       FIN-CARGA-CAMPOS.
