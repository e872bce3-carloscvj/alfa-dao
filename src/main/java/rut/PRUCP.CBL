       SECURITY.      COPIAR UN FICHERO A OTRO(incluido.idx y hacer directorio)

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Cuotas de espacio de PRUCUOTA:
*********************               antes de copiar se pregunta por
*********************               el destino con el tamaño del
*********************               origen (mas su ".idx"). La copia
*********************               suelta que se pasaria del limite
*********************               no se hace (|CPERROR|CUOTA|, RC
*********************               1); en la pasada de directorio se
*********************               pregunta una vez, se va gastando
*********************               el hueco que devuelve y el
*********************               fichero que ya no cabe sale como
*********************               CUOTA y se sigue con el resto.
********************* 15/10/2026 CVJ - Control de acceso por ruta de
*********************               PRUACL: hace falta lectura en el
*********************               origen, escritura en el destino
*********************               y, en modo mover, borrado en el
*********************               origen. La copia suelta negada no
*********************               se hace (|CPERROR|NOACCESO|, RC
*********************               1); en la pasada de directorio el
*********************               fichero negado sale como NOACCESO
*********************               y se sigue con el resto.
********************* 15/10/2026 CVJ - Un origen enfriado por PRUFRIO
*********************               se recupera y verifica antes de
*********************               copiarlo (con su ".idx" si lo
*********************               tenia); si no se puede, la copia
*********************               falla como con cualquier origen
*********************               que no existe.
********************* 02/09/2026 CVJ - La pasada de directorio toma
*********************               ademas el cerrojo del directorio
*********************               destino en el registro de
       77  ESTADO   PIC XX.
       77  WS-CAT-TOCA       PIC X(4) VALUE "TOCA".
       77  WS-META-ESCR      PIC X(4) VALUE "ESCR".
       77  WS-FRIO-ACCION    PIC X(10) VALUE "RECUPERA".
       77  WS-ACL-ACCION     PIC X(8).
       77  WS-ACL-DETALLE    PIC X(128).
       77  WS-ACCESO         PIC X.
           88 ACCESO-BIEN    VALUE "S".
       77  WS-CPDIR-NOACCESO PIC 99999 VALUE ZERO.
       77  WS-CUO-ACCION     PIC X(8) VALUE "CONSULTA".
       77  WS-CUO-TAMANIO    PIC 9(15).
       77  WS-CUO-DETALLE    PIC X(128).
       01  WS-CUO-IDX        PIC X(256).
       77  WS-CUO-PIDE       PIC 9(15).
       77  WS-CUO-HUECO      PIC 9(15).
       77  WS-CUO-RC         PIC 9.
       77  WS-CUO-PEDIDA     PIC X VALUE "N".
           88 CUOTA-PEDIDA   VALUE "S".
       77  WS-CPDIR-CUOTA    PIC 99999 VALUE ZERO.

       77  WS-MOVE           PIC X VALUE "N".
           88 CP-MOVE        VALUE "S".
              GO TO PROCESA-CPDIR
           END-IF.

           PERFORM COMPRUEBA-ACCESO THRU FIN-COMPRUEBA-ACCESO.
           IF NOT ACCESO-BIEN
              DISPLAY "|CPERROR|NOACCESO|" WS-ACL-ACCION "|"
                      WS-ACL-DETALLE "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.

      *    SI EL ORIGEN ESTA EN FRIO, PRUFRIO LO DEVUELVE A SU RUTA
      *    (Y SU ".idx") YA VERIFICADO; SI ESTA EN DISCO NO HACE NADA.
           CALL "PRUFRIO" USING WS-FRIO-ACCION BUFER1
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM COMPRUEBA-CUOTA THRU FIN-COMPRUEBA-CUOTA.
           IF WS-CUO-RC = 1
              DISPLAY "|CPERROR|CUOTA|" WS-CUO-DETALLE "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM COPIA-Y-VERIFICA.
           PERFORM BORRA-ORIGEN-SI-MOVE.
           IF COPIA-BIEN
                  INTO BUFER2
           END-STRING.

           PERFORM COMPRUEBA-ACCESO THRU FIN-COMPRUEBA-ACCESO.
           IF NOT ACCESO-BIEN
              ADD 1 TO WS-CPDIR-NOACCESO
              MOVE SPACES TO WS-CPDIR-RESP
              STRING "|CPDIR|" WS-CPDIR-TOTAL "|NOACCESO|"
                     BUFER1 DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-CPDIR-RESP
              END-STRING
              DISPLAY WS-CPDIR-RESP UPON SYSOUT
              MOVE SPACES TO WS-RES-ITEM WS-RES-DET
              MOVE BUFER1 TO WS-RES-ITEM
              MOVE "NOACCESO" TO WS-RES-RESULT
              MOVE WS-ACL-DETALLE TO WS-RES-DET
              CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM
                                  WS-RES-RESULT WS-RES-DET
              CALL "PRUCHKPT" USING WS-CHK-ANOT WS-CHK-PROG
                                    WS-CHK-CONTROL WS-LINEA-ACT
              GO TO SIGUIENTE-CPDIR
           END-IF.

           PERFORM COMPRUEBA-CUOTA THRU FIN-COMPRUEBA-CUOTA.
           IF WS-CUO-RC = 1
              ADD 1 TO WS-CPDIR-CUOTA
              MOVE SPACES TO WS-CPDIR-RESP
              STRING "|CPDIR|" WS-CPDIR-TOTAL "|CUOTA|"
                     BUFER1 DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-CPDIR-RESP
              END-STRING
              DISPLAY WS-CPDIR-RESP UPON SYSOUT
              MOVE SPACES TO WS-RES-ITEM WS-RES-DET
              MOVE BUFER1 TO WS-RES-ITEM
              MOVE "CUOTA" TO WS-RES-RESULT
              MOVE WS-CUO-DETALLE TO WS-RES-DET
              CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM
                                  WS-RES-RESULT WS-RES-DET
              CALL "PRUCHKPT" USING WS-CHK-ANOT WS-CHK-PROG
                                    WS-CHK-CONTROL WS-LINEA-ACT
              GO TO SIGUIENTE-CPDIR
           END-IF.

           IF CP-SYNC
              PERFORM COTEJA-IDENTICO THRU FIN-COTEJA-IDENTICO
              IF ES-IDENTICO
           STRING "|CPDIRFIN|TOTAL:" WS-CPDIR-TOTAL
                  "|OK:" WS-CPDIR-OK "|ERROR:" WS-CPDIR-MAL
                  "|SALTADOS:" WS-CPDIR-SALTADOS
                  "|YAHECHAS:" WS-YAHECHAS
                  "|NOACCESO:" WS-CPDIR-NOACCESO
                  "|CUOTA:" WS-CPDIR-CUOTA "|"
                  DELIMITED BY SIZE
                  INTO WS-CPDIR-RESP
           END-STRING.
           GO TO FIN-PROCESOS.
       FIN-PROCESA-CPDIR.

       ACCESOS SECTION.
      *    LECTURA EN EL ORIGEN (BUFER1), ESCRITURA EN EL DESTINO
      *    (BUFER2) Y, SI SE MUEVE, BORRADO EN EL ORIGEN, SEGUN LAS
      *    ZONAS DE PRUACL. A LA PRIMERA NEGATIVA SE PARA; PRUACL YA LA
      *    HA DEJADO EN SU LOG Y WS-ACL-DETALLE TRAE LA ZONA.
       COMPRUEBA-ACCESO.
           MOVE "N" TO WS-ACCESO.
           MOVE "LEE" TO WS-ACL-ACCION.
           MOVE "PRUCP" TO WS-ACL-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUACL" USING WS-ACL-ACCION BUFER1 WS-ACL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-COMPRUEBA-ACCESO
           END-IF.
           MOVE "ESCRIBE" TO WS-ACL-ACCION.
           MOVE "PRUCP" TO WS-ACL-DETALLE.
           CALL "PRUACL" USING WS-ACL-ACCION BUFER2 WS-ACL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-COMPRUEBA-ACCESO
           END-IF.
           IF CP-MOVE
              MOVE "BORRA" TO WS-ACL-ACCION
              MOVE "PRUCP" TO WS-ACL-DETALLE
              CALL "PRUACL" USING WS-ACL-ACCION BUFER1 WS-ACL-DETALLE
                  ON EXCEPTION
                     MOVE ZERO TO RETURN-CODE
              END-CALL
              IF RETURN-CODE NOT = ZERO
                 MOVE ZERO TO RETURN-CODE
                 GO TO FIN-COMPRUEBA-ACCESO
              END-IF
           END-IF.
           SET ACCESO-BIEN TO TRUE.
       FIN-COMPRUEBA-ACCESO.

       CUOTAS SECTION.
      *    LO QUE SE VA A ESCRIBIR EN EL DESTINO ES EL TAMAÑO DEL
      *    ORIGEN MAS EL DE SU ".idx" SI LO TIENE. LA COPIA SUELTA
      *    PREGUNTA A PRUCUOTA; LA PASADA DE DIRECTORIO PREGUNTA UNA
      *    VEZ Y LUEGO VA GASTANDO EL HUECO QUE LE HA DEVUELTO, PARA NO
      *    RECORRER EL CATALOGO ENTERO POR CADA FICHERO. SIN PRUCUOTA
      *    TODO CABE, COMO HASTA AHORA.
       COMPRUEBA-CUOTA.
           MOVE ZERO TO WS-CUO-RC.
           MOVE ZEROES TO WS-CUO-PIDE.
           MOVE SPACES TO WS-CHK-DETALLE1.
           CALL "CBL_CHECK_FILE_EXIST" USING BUFER1 WS-CHK-DETALLE1.
           IF RETURN-CODE = ZERO
              MOVE WS-TAM1 TO WS-CUO-PIDE
           END-IF.
           MOVE SPACES TO WS-CUO-IDX.
           STRING BUFER1 ".idx"
                  DELIMITED BY " "
                  INTO WS-CUO-IDX
           END-STRING.
           MOVE SPACES TO WS-CHK-DETALLE1.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CUO-IDX WS-CHK-DETALLE1.
           IF RETURN-CODE = ZERO
              ADD WS-TAM1 TO WS-CUO-PIDE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF CP-DIRMODO AND CUOTA-PEDIDA
              IF WS-CUO-PIDE > WS-CUO-HUECO
                 MOVE 1 TO WS-CUO-RC
                 MOVE SPACES TO WS-CUO-DETALLE
                 STRING "HUECO:" WS-CUO-HUECO "|PIDE:" WS-CUO-PIDE
                        DELIMITED BY SIZE
                        INTO WS-CUO-DETALLE
                 END-STRING
              ELSE
                 SUBTRACT WS-CUO-PIDE FROM WS-CUO-HUECO
              END-IF
              GO TO FIN-COMPRUEBA-CUOTA
           END-IF.
           MOVE WS-CUO-PIDE TO WS-CUO-TAMANIO.
           MOVE "PRUCP" TO WS-CUO-DETALLE.
           CALL "PRUCUOTA" USING WS-CUO-ACCION BUFER2 WS-CUO-TAMANIO
                                 WS-CUO-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
                  MOVE 999999999999999 TO WS-CUO-TAMANIO
           END-CALL.
           MOVE RETURN-CODE TO WS-CUO-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-CUO-RC NOT = 1
              MOVE ZERO TO WS-CUO-RC
              IF WS-CUO-TAMANIO > WS-CUO-PIDE
                 COMPUTE WS-CUO-HUECO = WS-CUO-TAMANIO - WS-CUO-PIDE
              ELSE
                 MOVE ZEROES TO WS-CUO-HUECO
              END-IF
              SET CUOTA-PEDIDA TO TRUE
           END-IF.
       FIN-COMPRUEBA-CUOTA.

       SINCRONIZACION SECTION.
      *    UN FICHERO SOLO SE DA POR IDENTICO SI EL DESTINO EXISTE CON
      *    EL MISMO TAMAÑO (LA MISMA COMPROBACION DE
