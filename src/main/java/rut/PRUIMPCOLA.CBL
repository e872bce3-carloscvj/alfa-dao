       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUIMPCOLA.
       AUTHOR.        CVJ.
       SECURITY.      COLA DE IMPRESION: IMPCOLA.DAT BAJO dd_dir (ID
                      CORRELATIVO, REGISTRO 0 COMO CONTADOR, IGUAL QUE
                      LAS INCIDENCIAS) CON LOS TRABAJOS PENDIENTES,
                      RETENIDOS, IMPRESOS, CANCELADOS O FALLIDOS; LAS
                      IMPRESORAS (FORMATO DE PAPEL, LINEAS POR PAGINA,
                      UBICACION Y DISPOSITIVO) Y LA IMPRESORA POR
                      DEFECTO DE CADA TIPO DE INFORME SE DECLARAN EN
                      IMPRESORAS.POL BAJO dd_dir. EL OPERADOR RETIENE,
                      LIBERA, CANCELA Y REIMPRIME UN RANGO DE PAGINAS
                      DESDE SRU, Y DE LOS INFORMES REGULADOS QUEDA EN
                      IMPHIST.DAT QUE SE IMPRIMIO, DONDE Y QUIEN LO
                      MANDO. HASTA AHORA EL LISTADO DE PRUIMPRES SE
                      LLEVABA A MANO A LA IMPRESORA Y PARA REPETIR LA
                      PAGINA 40 HABIA QUE SACAR OTRA VEZ LAS 200.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               ENCOLA (detalle "tipo;fichero;
*********************               paginas;lineas por pagina;
*********************               impresora;R", devuelve el id; sin
*********************               impresora va la de la ruta del
*********************               tipo o la de la ruta "*", y si no
*********************               hay ruta no se encola; R la deja
*********************               retenida) - RETIENE - LIBERA -
*********************               CANCELA - DESPACHA (imprime las
*********************               pendientes, todas o las de la
*********************               impresora del detalle) -
*********************               REPITE (detalle "desde-hasta;
*********************               impresora", en blanco la suya) -
*********************               LISTA (las no terminadas, TODAS
*********************               en el detalle para todas) - VER -
*********************               RUTAS (impresoras y rutas).
*********************               LINEAS DE LA POLITICA:
*********************               IMPRESORA;nombre;formato;lineas;
*********************               ubicacion;dispositivo
*********************               RUTA;tipo;impresora;S (S si el
*********************               informe es regulado)
*********************               IMPRIMIR ES AÑADIR LAS LINEAS DE
*********************               LAS PAGINAS AL DISPOSITIVO, CON
*********************               UNA LINEA DE CABECERA DEL TRABAJO.
*********************               TODO MOVIMIENTO QUEDA EN
*********************               PRUIMPCOLA-YYYYMMDD.LOG BAJO
*********************               dd_trz. UN RECHAZO DEVUELVE RC 1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRABAJOS
                  ASSIGN TO DYNAMIC WS-COLA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IMC-ID
                  FILE STATUS IS WS-COLA-ESTADO.

           SELECT HISTORIA
                  ASSIGN TO DYNAMIC WS-HIST-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IMH-CLAVE
                  FILE STATUS IS WS-HIST-ESTADO.

           SELECT POLITICA
                  ASSIGN TO DYNAMIC WS-POLITICA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POLITICA-ESTADO.

           SELECT DOCUMENTO
                  ASSIGN TO DYNAMIC WS-DOC-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DOC-ESTADO.

           SELECT DISPOSITIVO
                  ASSIGN TO DYNAMIC WS-DISP-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DISP-ESTADO.

           SELECT LOG-IMP
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  TRABAJOS.
       01  REG-TRABAJOS.
           03 IMC-ID         PIC 9(9).
           03 IMC-ESTADO     PIC X.
              88 IMC-PENDIENTE   VALUE "P".
              88 IMC-RETENIDO    VALUE "R".
              88 IMC-IMPRESO     VALUE "I".
              88 IMC-CANCELADO   VALUE "C".
              88 IMC-FALLIDO     VALUE "E".
              88 IMC-TERMINADO   VALUE "I" "C".
           03 IMC-TIPO       PIC X(20).
           03 IMC-FICHERO    PIC X(200).
           03 IMC-IMPRESORA  PIC X(15).
           03 IMC-REGULADO   PIC X.
           03 IMC-PAGINAS    PIC 9(5).
           03 IMC-LINPAG     PIC 9(3).
           03 IMC-USUARIO    PIC X(15).
           03 IMC-FECHA      PIC X(8).
           03 IMC-HORA       PIC X(8).
           03 IMC-FECHA-IMP  PIC X(8).
           03 IMC-HORA-IMP   PIC X(8).
           03 IMC-IMPRESIONES PIC 9(3).
           03 IMC-NHIST      PIC 9(4).
      *    EL REGISTRO CON ID 0 ES EL CONTADOR DE IDS.
       01  REG-TRABAJOS-CONTROL.
           03 IMK-ID         PIC 9(9).
           03 IMK-ULTIMO     PIC 9(9).
           03 FILLER         PIC X(290).

      *    I IMPRESION DEL TRABAJO, R REIMPRESION DE UN RANGO.
       FD  HISTORIA.
       01  REG-HISTORIA.
           03 IMH-CLAVE.
              05 IMH-ID      PIC 9(9).
              05 IMH-SEQ     PIC 9(4).
           03 IMH-MOV        PIC X.
           03 IMH-FECHA      PIC X(8).
           03 IMH-HORA       PIC X(8).
           03 IMH-USUARIO    PIC X(15).
           03 IMH-IMPRESORA  PIC X(15).
           03 IMH-UBICACION  PIC X(30).
           03 IMH-DESDE      PIC 9(5).
           03 IMH-HASTA      PIC 9(5).
           03 IMH-LINEAS     PIC 9(7).
           03 IMH-TIPO       PIC X(20).
           03 IMH-FICHERO    PIC X(200).

       FD  POLITICA.
       01  REG-POLITICA      PIC X(250).

       FD  DOCUMENTO.
       01  REG-DOCUMENTO     PIC X(250).

       FD  DISPOSITIVO.
       01  REG-DISPOSITIVO   PIC X(250).

       FD  LOG-IMP.
       01  REG-LOG-IMP       PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUIMPCOLA".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-COLA-PATH      PIC X(200).
       77  WS-COLA-ESTADO    PIC XX.
       77  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       77  WS-POLITICA-PATH  PIC X(200).
       77  WS-POLITICA-ESTADO PIC XX.
       77  WS-DOC-PATH       PIC X(200).
       77  WS-DOC-ESTADO     PIC XX.
       77  WS-DISP-PATH      PIC X(128).
       77  WS-DISP-ESTADO    PIC XX.
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-ABIERTO        PIC X VALUE "N".
           88 COLA-ABIERTA   VALUE "S".

       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-SIGUIENTE      PIC 9(9).
       01  WS-IMP-RESP       PIC X(300).

      *    UN NUMERO DEL DETALLE, ENCAJADO POR LA DERECHA SOBRE UN
      *    CAMPO A CEROS COMO EL ID DE PRUINCID.
       77  WS-NUM-TXT        PIC X(9).
       77  WS-NUM-LONG       PIC 99.
       77  WS-NUM            PIC 9(9).

      *    IMPRESORAS Y RUTAS DE IMPRESORAS.POL.
       01  TB-IMPRESORAS.
           03 TB-IMP-FILA    OCCURS 30.
              05 TB-IMP-NOMBRE    PIC X(15).
              05 TB-IMP-FORMATO   PIC X(10).
              05 TB-IMP-LINEAS    PIC 9(3).
              05 TB-IMP-UBICACION PIC X(30).
              05 TB-IMP-DISPOSITIVO PIC X(128).
       77  WS-NIMP           PIC 99 VALUE ZEROES.
       01  TB-RUTAS.
           03 TB-RUTA-FILA   OCCURS 50.
              05 TB-RUTA-TIPO      PIC X(20).
              05 TB-RUTA-IMPRESORA PIC X(15).
              05 TB-RUTA-REGULADO  PIC X.
       77  WS-NRUTAS         PIC 99 VALUE ZEROES.
       77  WS-K              PIC 99.
       77  WS-IX             PIC 99.
       77  WS-P-CLASE        PIC X(12).
       77  WS-P-C2           PIC X(20).
       77  WS-P-C3           PIC X(15).
       77  WS-P-C4           PIC X(9).
       77  WS-P-C5           PIC X(30).
       77  WS-P-C6           PIC X(128).

      *    CAMPOS DEL DETALLE.
       77  WS-D-TIPO         PIC X(20).
       77  WS-D-FICHERO      PIC X(200).
       77  WS-D-PAGINAS      PIC X(9).
       77  WS-D-LINPAG       PIC X(9).
       77  WS-D-IMPRESORA    PIC X(15).
       77  WS-D-RETENIDO     PIC X.
       77  WS-D-RANGO        PIC X(20).
       77  WS-D-DESDE        PIC X(9).
       77  WS-D-HASTA        PIC X(9).
       77  WS-RUTA-IMPRESORA PIC X(15).
       77  WS-RUTA-REGULADO  PIC X.

      *    LA TIRADA EN CURSO.
       77  WS-DESDE          PIC 9(5).
       77  WS-HASTA          PIC 9(5).
       77  WS-TODO           PIC X.
       77  WS-RANGO-TXT      PIC X(11).
       77  WS-LPP            PIC 9(3).
       77  WS-NLIN           PIC 9(7).
       77  WS-PAG            PIC 9(5).
       77  WS-ULTIMA-PAG     PIC 9(5).
       77  WS-IMPRESAS       PIC 9(7).
       77  WS-TIRADA-OK      PIC X.
       77  WS-MOV-HIST       PIC X.
       77  WS-SOLO-VIVOS     PIC X.
       77  WS-LISTADOS       PIC 9(5) VALUE ZEROES.
       77  WS-DESPACHADOS    PIC 9(5) VALUE ZEROES.
       77  WS-FALLIDOS       PIC 9(5) VALUE ZEROES.
       77  WS-MOVIMIENTO     PIC X(10).
       01  WS-LOG-DETALLE    PIC X(128).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  IDTRABAJO         PIC X(9).
       77  DETALLE           PIC X(200).

       PROCEDURE DIVISION USING ACCION IDTRABAJO DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZEROES TO WS-LISTADOS WS-DESPACHADOS WS-FALLIDOS.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           PERFORM ABRE-COLA THRU FIN-ABRE-COLA.
           IF NOT COLA-ABIERTA
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM LEE-POLITICA THRU FIN-LEE-POLITICA.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ENCOLA"
                    PERFORM ENCOLA-TRABAJO THRU FIN-ENCOLA-TRABAJO
               WHEN "RETIENE"
                    PERFORM RETIENE-TRABAJO THRU FIN-RETIENE-TRABAJO
               WHEN "LIBERA"
                    PERFORM LIBERA-TRABAJO THRU FIN-LIBERA-TRABAJO
               WHEN "CANCELA"
                    PERFORM CANCELA-TRABAJO THRU FIN-CANCELA-TRABAJO
               WHEN "DESPACHA"
                    PERFORM DESPACHA-COLA THRU FIN-DESPACHA-COLA
               WHEN "REPITE"
                    PERFORM REIMPRIME-TRABAJO
                       THRU FIN-REIMPRIME-TRABAJO
               WHEN "LISTA"
                    PERFORM LISTA-TRABAJOS THRU FIN-LISTA-TRABAJOS
               WHEN "VER"
                    PERFORM VER-TRABAJO THRU FIN-VER-TRABAJO
               WHEN "RUTAS"
                    PERFORM LISTA-IMPRESORAS
                       THRU FIN-LISTA-IMPRESORAS
               WHEN OTHER
                    DISPLAY "|IMPERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           CLOSE HISTORIA.
           CLOSE TRABAJOS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-IMPCOLA SECTION.
      *    MISMO ABRE-O-CREA QUE EL REGISTRO DE INCIDENCIAS.
       ABRE-COLA.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-COLA-PATH WS-HIST-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/IMPCOLA.DAT"
                     DELIMITED BY SPACE
                     INTO WS-COLA-PATH
              END-STRING
              STRING VALORDIR "/IMPHIST.DAT"
                     DELIMITED BY SPACE
                     INTO WS-HIST-PATH
              END-STRING
           ELSE
              MOVE SPACES TO VALORDIR
              MOVE "IMPCOLA.DAT" TO WS-COLA-PATH
              MOVE "IMPHIST.DAT" TO WS-HIST-PATH
           END-IF.
           MOVE "N" TO WS-ABIERTO.
           OPEN I-O TRABAJOS.
           IF WS-COLA-ESTADO NOT = "00"
              OPEN OUTPUT TRABAJOS
              IF WS-COLA-ESTADO NOT = "00"
                 DISPLAY "|IMPERROR|NOABRE|" WS-COLA-PATH "|"
                         UPON SYSOUT
                 GO TO FIN-ABRE-COLA
              END-IF
              CLOSE TRABAJOS
              OPEN I-O TRABAJOS
           END-IF.
           OPEN I-O HISTORIA.
           IF WS-HIST-ESTADO NOT = "00"
              OPEN OUTPUT HISTORIA
              IF WS-HIST-ESTADO NOT = "00"
                 DISPLAY "|IMPERROR|NOABRE|" WS-HIST-PATH "|"
                         UPON SYSOUT
                 CLOSE TRABAJOS
                 GO TO FIN-ABRE-COLA
              END-IF
              CLOSE HISTORIA
              OPEN I-O HISTORIA
           END-IF.
           SET COLA-ABIERTA TO TRUE.
       FIN-ABRE-COLA.

      *    SIN IMPRESORAS.POL NO HAY IMPRESORAS NI RUTAS: NADA SE
      *    ENCOLA SOLO Y LO QUE SE PIDA A MANO SE RECHAZA.
       LEE-POLITICA.
           MOVE ZEROES TO WS-NIMP WS-NRUTAS.
           MOVE SPACES TO WS-POLITICA-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/IMPRESORAS.POL"
                     DELIMITED BY SPACE
                     INTO WS-POLITICA-PATH
              END-STRING
           ELSE
              MOVE "IMPRESORAS.POL" TO WS-POLITICA-PATH
           END-IF.
           OPEN INPUT POLITICA.
           IF WS-POLITICA-ESTADO NOT = "00"
              GO TO FIN-LEE-POLITICA
           END-IF.
       LEYENDO-POLITICA.
           READ POLITICA
               AT END
                  GO TO CIERRA-POLITICA
           END-READ.
           IF REG-POLITICA = SPACES OR REG-POLITICA(1:1) = "*"
              GO TO LEYENDO-POLITICA
           END-IF.
           MOVE SPACES TO WS-P-CLASE WS-P-C2 WS-P-C3 WS-P-C4 WS-P-C5
                          WS-P-C6.
           UNSTRING REG-POLITICA DELIMITED BY ";" INTO
                 WS-P-CLASE
                 WS-P-C2
                 WS-P-C3
                 WS-P-C4
                 WS-P-C5
                 WS-P-C6
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-P-CLASE = "IMPRESORA" AND WS-P-C2 NOT = SPACES
                    AND WS-P-C6 NOT = SPACES AND WS-NIMP < 30
                    MOVE WS-P-C4 TO WS-NUM-TXT
                    PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
                    IF WS-NUM IS NOT NUMERIC OR WS-NUM > 999
                       GO TO LINEA-ERRONEA
                    END-IF
                    ADD 1 TO WS-NIMP
                    MOVE WS-P-C2 TO TB-IMP-NOMBRE(WS-NIMP)
                    MOVE WS-P-C3 TO TB-IMP-FORMATO(WS-NIMP)
                    MOVE WS-NUM TO TB-IMP-LINEAS(WS-NIMP)
                    MOVE WS-P-C5 TO TB-IMP-UBICACION(WS-NIMP)
                    MOVE WS-P-C6 TO TB-IMP-DISPOSITIVO(WS-NIMP)
               WHEN WS-P-CLASE = "RUTA" AND WS-P-C2 NOT = SPACES
                    AND WS-P-C3 NOT = SPACES AND WS-NRUTAS < 50
                    ADD 1 TO WS-NRUTAS
                    MOVE WS-P-C2 TO TB-RUTA-TIPO(WS-NRUTAS)
                    MOVE WS-P-C3 TO TB-RUTA-IMPRESORA(WS-NRUTAS)
                    IF WS-P-C4(1:1) = "S"
                       MOVE "S" TO TB-RUTA-REGULADO(WS-NRUTAS)
                    ELSE
                       MOVE "N" TO TB-RUTA-REGULADO(WS-NRUTAS)
                    END-IF
               WHEN OTHER
                    GO TO LINEA-ERRONEA
           END-EVALUATE.
           GO TO LEYENDO-POLITICA.
       LINEA-ERRONEA.
           MOVE SPACES TO WS-IMP-RESP.
           STRING "|IMPERROR|LINEA|" DELIMITED BY SIZE
                  REG-POLITICA DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-IMP-RESP
           END-STRING.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
           GO TO LEYENDO-POLITICA.
       CIERRA-POLITICA.
           CLOSE POLITICA.
       FIN-LEE-POLITICA.

       ENCOLADO SECTION.
      *    EL TIPO SIN RUTA (NI RUTA "*") NO SE IMPRIME: SE CONTESTA
      *    SINRUTA Y NO ES UN ERROR, ASI PRUIMPRES PUEDE ENCOLAR CADA
      *    LISTADO Y LA POLITICA DECIDE CUALES VAN AL PAPEL.
       ENCOLA-TRABAJO.
           MOVE SPACES TO WS-D-TIPO WS-D-FICHERO WS-D-PAGINAS
                          WS-D-LINPAG WS-D-IMPRESORA WS-D-RETENIDO.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-TIPO
                 WS-D-FICHERO
                 WS-D-PAGINAS
                 WS-D-LINPAG
                 WS-D-IMPRESORA
                 WS-D-RETENIDO
           END-UNSTRING.
           IF WS-D-TIPO = SPACES OR WS-D-FICHERO = SPACES
              DISPLAY "|IMPERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ENCOLA-TRABAJO
           END-IF.
           PERFORM BUSCA-RUTA THRU FIN-BUSCA-RUTA.
           IF WS-D-IMPRESORA = SPACES
              IF WS-RUTA-IMPRESORA = SPACES
                 DISPLAY "|IMPCOLA|SINRUTA|" WS-D-TIPO "|"
                         UPON SYSOUT
                 GO TO FIN-ENCOLA-TRABAJO
              END-IF
              MOVE WS-RUTA-IMPRESORA TO WS-D-IMPRESORA
           END-IF.
           PERFORM BUSCA-IMPRESORA THRU FIN-BUSCA-IMPRESORA.
           IF WS-IX = ZEROES
              GO TO FIN-ENCOLA-TRABAJO
           END-IF.
           MOVE ZEROES TO IMC-ID.
           READ TRABAJOS
               INVALID KEY
                  MOVE SPACES TO REG-TRABAJOS-CONTROL
                  MOVE ZEROES TO IMK-ID
                  MOVE ZEROES TO IMK-ULTIMO
                  WRITE REG-TRABAJOS-CONTROL
           END-READ.
           MOVE IMK-ULTIMO TO WS-SIGUIENTE.
           ADD 1 TO WS-SIGUIENTE.
           MOVE WS-SIGUIENTE TO IMK-ULTIMO.
           REWRITE REG-TRABAJOS-CONTROL.
           MOVE SPACES TO REG-TRABAJOS.
           MOVE WS-SIGUIENTE TO IMC-ID.
           IF WS-D-RETENIDO = "R"
              MOVE "R" TO IMC-ESTADO
           ELSE
              MOVE "P" TO IMC-ESTADO
           END-IF.
           MOVE WS-D-TIPO TO IMC-TIPO.
           MOVE WS-D-FICHERO TO IMC-FICHERO.
           MOVE WS-D-IMPRESORA TO IMC-IMPRESORA.
           MOVE WS-RUTA-REGULADO TO IMC-REGULADO.
           MOVE WS-D-PAGINAS TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM IS NUMERIC AND WS-NUM <= 99999
              MOVE WS-NUM TO IMC-PAGINAS
           ELSE
              MOVE ZEROES TO IMC-PAGINAS
           END-IF.
           MOVE WS-D-LINPAG TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM IS NUMERIC AND WS-NUM <= 999
              MOVE WS-NUM TO IMC-LINPAG
           ELSE
              MOVE ZEROES TO IMC-LINPAG
           END-IF.
           MOVE USUARIO TO IMC-USUARIO.
           MOVE WS-FECHA TO IMC-FECHA.
           MOVE WS-HORA TO IMC-HORA.
           MOVE ZEROES TO IMC-IMPRESIONES IMC-NHIST.
           WRITE REG-TRABAJOS
               INVALID KEY
                  DISPLAY "|IMPERROR|ALTA|" WS-SIGUIENTE "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-ENCOLA-TRABAJO
           END-WRITE.
           MOVE IMC-ID TO IDTRABAJO.
           MOVE "ENCOLADO" TO WS-MOVIMIENTO.
           MOVE IMC-FICHERO TO WS-LOG-DETALLE.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           MOVE SPACES TO WS-IMP-RESP.
           STRING "|IMPCOLA|ENCOLADO|" IMC-ID "|" IMC-ESTADO "|"
                  DELIMITED BY SIZE
                  IMC-IMPRESORA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-IMP-UBICACION(WS-IX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-IMP-RESP
           END-STRING.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
       FIN-ENCOLA-TRABAJO.

      *    LA RUTA DEL TIPO, Y SI NO LA HAY LA RUTA "*". EL TIPO ES
      *    REGULADO SEGUN SU RUTA.
       BUSCA-RUTA.
           MOVE SPACES TO WS-RUTA-IMPRESORA.
           MOVE "N" TO WS-RUTA-REGULADO.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NRUTAS
              IF TB-RUTA-TIPO(WS-K) = WS-D-TIPO
                 MOVE TB-RUTA-IMPRESORA(WS-K) TO WS-RUTA-IMPRESORA
                 MOVE TB-RUTA-REGULADO(WS-K) TO WS-RUTA-REGULADO
              END-IF
           END-PERFORM.
           IF WS-RUTA-IMPRESORA NOT = SPACES
              GO TO FIN-BUSCA-RUTA
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NRUTAS
              IF TB-RUTA-TIPO(WS-K) = "*"
                 MOVE TB-RUTA-IMPRESORA(WS-K) TO WS-RUTA-IMPRESORA
                 MOVE TB-RUTA-REGULADO(WS-K) TO WS-RUTA-REGULADO
              END-IF
           END-PERFORM.
       FIN-BUSCA-RUTA.

       BUSCA-IMPRESORA.
           MOVE ZEROES TO WS-IX.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NIMP
              IF TB-IMP-NOMBRE(WS-K) = WS-D-IMPRESORA
                 MOVE WS-K TO WS-IX
              END-IF
           END-PERFORM.
           IF WS-IX = ZEROES
              DISPLAY "|IMPERROR|NOIMPRESORA|" WS-D-IMPRESORA "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-BUSCA-IMPRESORA.

       OPERADOR SECTION.
       RETIENE-TRABAJO.
           PERFORM LEE-TRABAJO THRU FIN-LEE-TRABAJO.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-RETIENE-TRABAJO
           END-IF.
           IF NOT IMC-PENDIENTE
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-RETIENE-TRABAJO
           END-IF.
           MOVE "R" TO IMC-ESTADO.
           REWRITE REG-TRABAJOS.
           MOVE "RETENIDO" TO WS-MOVIMIENTO.
           MOVE DETALLE TO WS-LOG-DETALLE.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           PERFORM PINTA-TRABAJO THRU FIN-PINTA-TRABAJO.
       FIN-RETIENE-TRABAJO.

       LIBERA-TRABAJO.
           PERFORM LEE-TRABAJO THRU FIN-LEE-TRABAJO.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-LIBERA-TRABAJO
           END-IF.
           IF NOT IMC-RETENIDO
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-LIBERA-TRABAJO
           END-IF.
           MOVE "P" TO IMC-ESTADO.
           REWRITE REG-TRABAJOS.
           MOVE "LIBERADO" TO WS-MOVIMIENTO.
           MOVE DETALLE TO WS-LOG-DETALLE.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           PERFORM PINTA-TRABAJO THRU FIN-PINTA-TRABAJO.
       FIN-LIBERA-TRABAJO.

      *    SE CANCELA LO QUE AUN NO HA SALIDO; LO FALLIDO TAMBIEN,
      *    PARA QUE NO SE QUEDE EN LA LISTA.
       CANCELA-TRABAJO.
           PERFORM LEE-TRABAJO THRU FIN-LEE-TRABAJO.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-CANCELA-TRABAJO
           END-IF.
           IF IMC-TERMINADO
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-CANCELA-TRABAJO
           END-IF.
           MOVE "C" TO IMC-ESTADO.
           REWRITE REG-TRABAJOS.
           MOVE "CANCELADO" TO WS-MOVIMIENTO.
           MOVE DETALLE TO WS-LOG-DETALLE.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           PERFORM PINTA-TRABAJO THRU FIN-PINTA-TRABAJO.
       FIN-CANCELA-TRABAJO.

      *    LOS PENDIENTES, TODOS O LOS DE LA IMPRESORA DEL DETALLE.
      *    LOS RETENIDOS ESPERAN A QUE LOS LIBEREN.
       DESPACHA-COLA.
           MOVE ZEROES TO IMC-ID.
           START TRABAJOS KEY GREATER IMC-ID
               INVALID KEY
                  GO TO FIN-DESPACHO
           END-START.
       LEE-DESPACHO.
           READ TRABAJOS NEXT
               AT END
                  GO TO FIN-DESPACHO
           END-READ.
           IF NOT IMC-PENDIENTE
              GO TO LEE-DESPACHO
           END-IF.
           IF DETALLE NOT = SPACES AND
              IMC-IMPRESORA NOT = DETALLE(1:15)
              GO TO LEE-DESPACHO
           END-IF.
           MOVE IMC-IMPRESORA TO WS-D-IMPRESORA.
           PERFORM BUSCA-IMPRESORA THRU FIN-BUSCA-IMPRESORA.
           MOVE ZERO TO RETURN-CODE.
           MOVE "N" TO WS-TIRADA-OK.
           IF WS-IX NOT = ZEROES
              MOVE "S" TO WS-TODO
              MOVE ZEROES TO WS-DESDE WS-HASTA
              PERFORM IMPRIME-TIRADA THRU FIN-IMPRIME-TIRADA
           END-IF.
           IF WS-TIRADA-OK = "S"
              MOVE "I" TO IMC-ESTADO
              ADD 1 TO WS-DESPACHADOS
              MOVE "I" TO WS-MOV-HIST
              PERFORM ANOTA-HISTORIA THRU FIN-ANOTA-HISTORIA
              MOVE "IMPRESO" TO WS-MOVIMIENTO
           ELSE
              MOVE "E" TO IMC-ESTADO
              ADD 1 TO WS-FALLIDOS
              MOVE "FALLIDO" TO WS-MOVIMIENTO
           END-IF.
           REWRITE REG-TRABAJOS.
           MOVE SPACES TO WS-LOG-DETALLE.
           STRING "PAGINAS:" WS-ULTIMA-PAG " LINEAS:" WS-IMPRESAS
                  DELIMITED BY SIZE
                  INTO WS-LOG-DETALLE
           END-STRING.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           PERFORM PINTA-TRABAJO THRU FIN-PINTA-TRABAJO.
           GO TO LEE-DESPACHO.
       FIN-DESPACHO.
           DISPLAY "|IMPFIN|IMPRESOS:" WS-DESPACHADOS
                   "|FALLIDOS:" WS-FALLIDOS "|" UPON SYSOUT.
           IF WS-FALLIDOS > ZEROES
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-DESPACHA-COLA.

      *    DETALLE "desde-hasta;impresora" TRAS EL ID: SIN HASTA ES
      *    UNA SOLA PAGINA Y SIN IMPRESORA LA DEL TRABAJO. SOLO SE
      *    REIMPRIME LO QUE YA SALIO (O FALLO AL SALIR).
       REIMPRIME-TRABAJO.
           PERFORM LEE-TRABAJO THRU FIN-LEE-TRABAJO.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-REIMPRIME-TRABAJO
           END-IF.
           IF NOT IMC-IMPRESO AND NOT IMC-FALLIDO
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-REIMPRIME-TRABAJO
           END-IF.
           MOVE SPACES TO WS-D-RANGO WS-D-IMPRESORA WS-D-DESDE
                          WS-D-HASTA.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-RANGO
                 WS-D-IMPRESORA
           END-UNSTRING.
           UNSTRING WS-D-RANGO DELIMITED BY "-" INTO
                 WS-D-DESDE
                 WS-D-HASTA
           END-UNSTRING.
           MOVE WS-D-DESDE TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM IS NOT NUMERIC OR WS-NUM = ZEROES OR
              WS-NUM > 99999
              DISPLAY "|IMPERROR|RANGO|" WS-D-RANGO "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REIMPRIME-TRABAJO
           END-IF.
           MOVE WS-NUM TO WS-DESDE.
           IF WS-D-HASTA = SPACES
              MOVE WS-DESDE TO WS-HASTA
           ELSE
              MOVE WS-D-HASTA TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM IS NOT NUMERIC OR WS-NUM < WS-DESDE OR
                 WS-NUM > 99999
                 DISPLAY "|IMPERROR|RANGO|" WS-D-RANGO "|"
                         UPON SYSOUT
                 MOVE 1 TO RETURN-CODE
                 GO TO FIN-REIMPRIME-TRABAJO
              END-IF
              MOVE WS-NUM TO WS-HASTA
           END-IF.
           IF WS-D-IMPRESORA = SPACES
              MOVE IMC-IMPRESORA TO WS-D-IMPRESORA
           END-IF.
           PERFORM BUSCA-IMPRESORA THRU FIN-BUSCA-IMPRESORA.
           IF WS-IX = ZEROES
              GO TO FIN-REIMPRIME-TRABAJO
           END-IF.
           MOVE "N" TO WS-TODO.
           PERFORM IMPRIME-TIRADA THRU FIN-IMPRIME-TIRADA.
           IF WS-TIRADA-OK NOT = "S"
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REIMPRIME-TRABAJO
           END-IF.
           MOVE "I" TO IMC-ESTADO.
           MOVE "R" TO WS-MOV-HIST.
           PERFORM ANOTA-HISTORIA THRU FIN-ANOTA-HISTORIA.
           REWRITE REG-TRABAJOS.
           MOVE "REIMPRESO" TO WS-MOVIMIENTO.
           MOVE SPACES TO WS-LOG-DETALLE.
           STRING "PAGINAS:" WS-DESDE "-" WS-HASTA
                  " IMPRESORA:" DELIMITED BY SIZE
                  WS-D-IMPRESORA DELIMITED BY SPACE
                  " LINEAS:" WS-IMPRESAS
                  DELIMITED BY SIZE
                  INTO WS-LOG-DETALLE
           END-STRING.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           PERFORM PINTA-TRABAJO THRU FIN-PINTA-TRABAJO.
       FIN-REIMPRIME-TRABAJO.

       TIRADA SECTION.
      *    LA PAGINA DE CADA LINEA SALE DE LAS LINEAS POR PAGINA DEL
      *    TRABAJO (LAS DE PRUIMPRES SON FIJAS) O, SI NO LAS TRAE, DE
      *    LAS DE LA IMPRESORA. LA TIRADA SE AÑADE AL DISPOSITIVO CON
      *    UNA CABECERA QUE DICE QUE TRABAJO ES, QUE PAGINAS Y QUIEN.
       IMPRIME-TIRADA.
           MOVE "N" TO WS-TIRADA-OK.
           MOVE ZEROES TO WS-NLIN WS-IMPRESAS WS-ULTIMA-PAG.
           MOVE IMC-LINPAG TO WS-LPP.
           IF WS-LPP = ZEROES
              MOVE TB-IMP-LINEAS(WS-IX) TO WS-LPP
           END-IF.
           IF WS-LPP = ZEROES
              MOVE 60 TO WS-LPP
           END-IF.
           IF IMC-LINPAG > TB-IMP-LINEAS(WS-IX) AND
              TB-IMP-LINEAS(WS-IX) > ZEROES
              DISPLAY "|IMPAVISO|FORMATO|" IMC-ID "|" IMC-LINPAG
                      "|" TB-IMP-NOMBRE(WS-IX) "|"
                      TB-IMP-LINEAS(WS-IX) "|" UPON SYSOUT
           END-IF.
           MOVE IMC-FICHERO TO WS-DOC-PATH.
           OPEN INPUT DOCUMENTO.
           IF WS-DOC-ESTADO NOT = "00"
              DISPLAY "|IMPERROR|NOFICHERO|" IMC-ID "|" WS-DOC-ESTADO
                      "|" UPON SYSOUT
              GO TO FIN-IMPRIME-TIRADA
           END-IF.
           MOVE TB-IMP-DISPOSITIVO(WS-IX) TO WS-DISP-PATH.
           OPEN EXTEND DISPOSITIVO.
           IF WS-DISP-ESTADO NOT = "00"
              OPEN OUTPUT DISPOSITIVO
           END-IF.
           IF WS-DISP-ESTADO NOT = "00"
              DISPLAY "|IMPERROR|NODISPOSITIVO|" IMC-ID "|"
                      TB-IMP-NOMBRE(WS-IX) "|" WS-DISP-ESTADO "|"
                      UPON SYSOUT
              CLOSE DOCUMENTO
              GO TO FIN-IMPRIME-TIRADA
           END-IF.
           MOVE SPACES TO WS-RANGO-TXT.
           IF WS-TODO = "S"
              MOVE "TODAS" TO WS-RANGO-TXT
           ELSE
              STRING WS-DESDE "-" WS-HASTA
                     DELIMITED BY SIZE
                     INTO WS-RANGO-TXT
              END-STRING
           END-IF.
           MOVE SPACES TO REG-DISPOSITIVO.
           STRING "*** TRABAJO " IMC-ID " " DELIMITED BY SIZE
                  IMC-TIPO DELIMITED BY SPACE
                  " PAGINAS " DELIMITED BY SIZE
                  WS-RANGO-TXT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  " " WS-FECHA "-" WS-HORA " ***"
                  DELIMITED BY SIZE
                  INTO REG-DISPOSITIVO
           END-STRING.
           WRITE REG-DISPOSITIVO.
       LEE-DOCUMENTO.
           READ DOCUMENTO
               AT END
                  GO TO CIERRA-TIRADA
           END-READ.
           ADD 1 TO WS-NLIN.
           COMPUTE WS-PAG = (WS-NLIN - 1) / WS-LPP + 1.
           MOVE WS-PAG TO WS-ULTIMA-PAG.
           IF WS-TODO NOT = "S"
              IF WS-PAG < WS-DESDE
                 GO TO LEE-DOCUMENTO
              END-IF
              IF WS-PAG > WS-HASTA
                 GO TO CIERRA-TIRADA
              END-IF
           END-IF.
           MOVE REG-DOCUMENTO TO REG-DISPOSITIVO.
           WRITE REG-DISPOSITIVO.
           ADD 1 TO WS-IMPRESAS.
           GO TO LEE-DOCUMENTO.
       CIERRA-TIRADA.
           CLOSE DOCUMENTO.
           CLOSE DISPOSITIVO.
           IF WS-TODO = "S"
              MOVE WS-ULTIMA-PAG TO IMC-PAGINAS
           END-IF.
           IF WS-TODO NOT = "S" AND WS-IMPRESAS = ZEROES
              DISPLAY "|IMPERROR|RANGO|" IMC-ID "|" WS-DESDE "-"
                      WS-HASTA "|PAGINAS:" WS-ULTIMA-PAG "|"
                      UPON SYSOUT
              GO TO FIN-IMPRIME-TIRADA
           END-IF.
           MOVE "S" TO WS-TIRADA-OK.
           ADD 1 TO IMC-IMPRESIONES.
           MOVE WS-FECHA TO IMC-FECHA-IMP.
           MOVE WS-HORA TO IMC-HORA-IMP.
       FIN-IMPRIME-TIRADA.

      *    SOLO DE LOS INFORMES REGULADOS: QUE SE IMPRIMIO, DONDE Y
      *    QUIEN LO MANDO. EL CORRELATIVO VIVE EN EL TRABAJO, QUE EL
      *    LLAMANTE REESCRIBE.
       ANOTA-HISTORIA.
           IF IMC-REGULADO NOT = "S"
              GO TO FIN-ANOTA-HISTORIA
           END-IF.
           ADD 1 TO IMC-NHIST.
           MOVE SPACES TO REG-HISTORIA.
           MOVE IMC-ID TO IMH-ID.
           MOVE IMC-NHIST TO IMH-SEQ.
           MOVE WS-MOV-HIST TO IMH-MOV.
           MOVE WS-FECHA TO IMH-FECHA.
           MOVE WS-HORA TO IMH-HORA.
           MOVE USUARIO TO IMH-USUARIO.
           MOVE TB-IMP-NOMBRE(WS-IX) TO IMH-IMPRESORA.
           MOVE TB-IMP-UBICACION(WS-IX) TO IMH-UBICACION.
           IF WS-TODO = "S"
              MOVE 1 TO IMH-DESDE
              MOVE WS-ULTIMA-PAG TO IMH-HASTA
           ELSE
              MOVE WS-DESDE TO IMH-DESDE
              MOVE WS-HASTA TO IMH-HASTA
           END-IF.
           MOVE WS-IMPRESAS TO IMH-LINEAS.
           MOVE IMC-TIPO TO IMH-TIPO.
           MOVE IMC-FICHERO TO IMH-FICHERO.
           WRITE REG-HISTORIA
               INVALID KEY
                  DISPLAY "|IMPERROR|HISTORIA|" IMC-ID "|" IMC-NHIST
                          "|" UPON SYSOUT
           END-WRITE.
       FIN-ANOTA-HISTORIA.

       COMUNES SECTION.
      *    EL ID PUEDE VENIR SIN LOS CEROS POR DELANTE.
       LEE-TRABAJO.
           MOVE IDTRABAJO TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM IS NOT NUMERIC OR WS-NUM = ZEROES
              DISPLAY "|IMPERROR|ID|" IDTRABAJO "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-LEE-TRABAJO
           END-IF.
           MOVE WS-NUM TO IMC-ID.
           READ TRABAJOS
               INVALID KEY
                  DISPLAY "|IMPERROR|NOEXISTE|" IDTRABAJO "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-LEE-TRABAJO
           END-READ.
           MOVE ZERO TO RETURN-CODE.
       FIN-LEE-TRABAJO.

       ENCAJA-NUMERO.
           MOVE ZEROES TO WS-NUM.
           MOVE ZERO TO WS-NUM-LONG.
           INSPECT WS-NUM-TXT TALLYING WS-NUM-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-NUM-LONG > ZERO
              MOVE WS-NUM-TXT(1:WS-NUM-LONG)
                TO WS-NUM(10 - WS-NUM-LONG:WS-NUM-LONG)
           END-IF.
       FIN-ENCAJA-NUMERO.

       RECHAZA-ESTADO.
           DISPLAY "|IMPERROR|" ACCION "|" IMC-ID "|ESTADO:" IMC-ESTADO
                   "|" UPON SYSOUT.
           MOVE 1 TO RETURN-CODE.
       FIN-RECHAZA-ESTADO.

       PINTA-TRABAJO.
           MOVE SPACES TO WS-IMP-RESP.
           STRING "|IMPTRABAJO|" IMC-ID "|" IMC-ESTADO "|"
                  DELIMITED BY SIZE
                  IMC-TIPO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  IMC-IMPRESORA DELIMITED BY SPACE
                  "|PAGINAS:" IMC-PAGINAS
                  "|USUARIO:" DELIMITED BY SIZE
                  IMC-USUARIO DELIMITED BY SPACE
                  "|" IMC-FECHA "-" IMC-HORA
                  "|IMPRESIONES:" IMC-IMPRESIONES
                  "|REGULADO:" IMC-REGULADO "|"
                  DELIMITED BY SIZE
                  IMC-FICHERO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-IMP-RESP
           END-STRING.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
       FIN-PINTA-TRABAJO.

       CONSULTAS SECTION.
       LISTA-TRABAJOS.
           MOVE "S" TO WS-SOLO-VIVOS.
           IF DETALLE(1:5) = "TODAS"
              MOVE "N" TO WS-SOLO-VIVOS
           END-IF.
           MOVE ZEROES TO IMC-ID.
           START TRABAJOS KEY GREATER IMC-ID
               INVALID KEY
                  GO TO FIN-LISTADO
           END-START.
       LEE-LISTADO.
           READ TRABAJOS NEXT
               AT END
                  GO TO FIN-LISTADO
           END-READ.
           IF WS-SOLO-VIVOS = "S" AND IMC-TERMINADO
              GO TO LEE-LISTADO
           END-IF.
           ADD 1 TO WS-LISTADOS.
           PERFORM PINTA-TRABAJO THRU FIN-PINTA-TRABAJO.
           GO TO LEE-LISTADO.
       FIN-LISTADO.
           DISPLAY "|IMPFIN|LISTADOS:" WS-LISTADOS "|" UPON SYSOUT.
       FIN-LISTA-TRABAJOS.

       VER-TRABAJO.
           PERFORM LEE-TRABAJO THRU FIN-LEE-TRABAJO.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-VER-TRABAJO
           END-IF.
           PERFORM PINTA-TRABAJO THRU FIN-PINTA-TRABAJO.
           MOVE IMC-ID TO IMH-ID.
           MOVE ZEROES TO IMH-SEQ.
           START HISTORIA KEY GREATER IMH-CLAVE
               INVALID KEY
                  GO TO FIN-VER-TRABAJO
           END-START.
       LEE-VER-HISTORIA.
           READ HISTORIA NEXT
               AT END
                  GO TO FIN-VER-TRABAJO
           END-READ.
           IF IMH-ID NOT = IMC-ID
              GO TO FIN-VER-TRABAJO
           END-IF.
           MOVE SPACES TO WS-IMP-RESP.
           STRING "|IMPHISTORIA|" IMH-ID "|" IMH-SEQ "|" IMH-MOV "|"
                  IMH-FECHA "-" IMH-HORA "|"
                  DELIMITED BY SIZE
                  IMH-USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  IMH-IMPRESORA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  IMH-UBICACION DELIMITED BY "  "
                  "|PAGINAS:" IMH-DESDE "-" IMH-HASTA
                  "|LINEAS:" IMH-LINEAS "|"
                  DELIMITED BY SIZE
                  INTO WS-IMP-RESP
           END-STRING.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
           GO TO LEE-VER-HISTORIA.
       FIN-VER-TRABAJO.

       LISTA-IMPRESORAS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NIMP
              MOVE SPACES TO WS-IMP-RESP
              STRING "|IMPRESORA|" DELIMITED BY SIZE
                     TB-IMP-NOMBRE(WS-K) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-IMP-FORMATO(WS-K) DELIMITED BY SPACE
                     "|LINEAS:" TB-IMP-LINEAS(WS-K) "|"
                     DELIMITED BY SIZE
                     TB-IMP-UBICACION(WS-K) DELIMITED BY "  "
                     "|" DELIMITED BY SIZE
                     INTO WS-IMP-RESP
              END-STRING
              DISPLAY WS-IMP-RESP UPON SYSOUT
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NRUTAS
              MOVE SPACES TO WS-IMP-RESP
              STRING "|IMPRUTA|" DELIMITED BY SIZE
                     TB-RUTA-TIPO(WS-K) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-RUTA-IMPRESORA(WS-K) DELIMITED BY SPACE
                     "|REGULADO:" TB-RUTA-REGULADO(WS-K) "|"
                     DELIMITED BY SIZE
                     INTO WS-IMP-RESP
              END-STRING
              DISPLAY WS-IMP-RESP UPON SYSOUT
           END-PERFORM.
           DISPLAY "|IMPFIN|IMPRESORAS:" WS-NIMP "|RUTAS:" WS-NRUTAS
                   "|" UPON SYSOUT.
       FIN-LISTA-IMPRESORAS.

       AUDITAR SECTION.
      *    CADA MOVIMIENTO DE LA COLA QUEDA EN PRUIMPCOLA-YYYYMMDD.LOG
      *    BAJO dd_trz, COMO LAS ELEVACIONES DE PRUEMERGE.
       AUDITA-MOVIMIENTO.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUIMPCOLA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRUIMPCOLA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-IMP.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-IMP
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA-MOVIMIENTO
           END-IF.
           MOVE SPACES TO REG-LOG-IMP.
           STRING WS-FECHA "-" WS-HORA
                  " |" IMC-ID "|" DELIMITED BY SIZE
                  WS-MOVIMIENTO DELIMITED BY SPACE
                  "|TIPO:" DELIMITED BY SIZE
                  IMC-TIPO DELIMITED BY SPACE
                  "|IMPRESORA:" DELIMITED BY SIZE
                  IMC-IMPRESORA DELIMITED BY SPACE
                  "|USUARIO:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LOG-DETALLE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-IMP
           END-STRING.
           WRITE REG-LOG-IMP.
           CLOSE LOG-IMP.
       FIN-AUDITA-MOVIMIENTO.
