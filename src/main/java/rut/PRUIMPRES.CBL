                      UNA COLA CON LOS TOTALES DE LA TIRADA, EN
                      LIS-<programa>-<fecha>.TXT BAJO dd_trz. LA
                      EVIDENCIA DE LA PURGA Y DE LA VALIDACION SE
                      ARCHIVA EN LA CARPETA SIN RASCAR PANTALLAS. EL
                      LISTADO SE ENCOLA EN PRUIMPCOLA PARA LA
                      IMPRESORA DE SU RUTA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El listado terminado se encola
*********************               en la cola de impresion de
*********************               PRUIMPCOLA con el programa como
*********************               tipo de informe, sus paginas y
*********************               sus 59 lineas por pagina (4 de
*********************               cabecera y 55 de detalle), para
*********************               la impresora de la ruta del tipo
*********************               en IMPRESORAS.POL; sin ruta no se
*********************               encola. Un listado vacio tampoco.
********************* 02/09/2026 CVJ - Los rotulos del listado (titulo
*********************               y cabeceras de columna, subtotal
*********************               y total) salen del catalogo de

       77  WS-PAGINA         PIC 9(4) VALUE ZEROES.
       77  WS-LINEAS-PAG     PIC 99 VALUE 99.
      *    CADA PAGINA: BLANCO, TITULO, COLUMNAS, GUIONES Y 55 DE
      *    DETALLE. LA COLA CORTA LAS REIMPRESIONES POR AQUI.
       77  WS-LINEAS-POR-PAG PIC 999 VALUE 59.
       77  WS-TOT-LINEAS     PIC 9(7) VALUE ZEROES.
       01  WS-LINEA          PIC X(132).

       77  WS-ROT-SUBTOTAL   PIC X(20) VALUE "SUBTOTAL".
       77  WS-ROT-TOTAL      PIC X(20) VALUE "TOTAL TIRADA".

      *    ENCOLADO EN PRUIMPCOLA.
       77  WS-COLA-ACCION    PIC X(8) VALUE "ENCOLA".
       77  WS-COLA-ID        PIC X(9).
       01  WS-COLA-DETALLE   PIC X(200).

       LINKAGE SECTION.

       77  PROGRAMA          PIC X(10).
           DISPLAY "|IMPRESFIN|LINEAS:" WS-TOT-LINEAS
                   "|PAGINAS:" WS-PAGINA "|"
                   UPON SYSOUT.
           IF WS-TOT-LINEAS > ZEROES
              PERFORM ENCOLA-LISTADO THRU FIN-ENCOLA-LISTADO
           END-IF.
       FIN-PROCESOS.
           MOVE ZERO TO RETURN-CODE.
           EXIT PROGRAM.
           WRITE REG-LISTADO.
       FIN-IMPRIME-COLA.

      *    LA RUTA DE IMPRESORAS.POL DECIDE SI EL LISTADO VA AL
      *    PAPEL; QUE LA COLA NO ESTE NO IMPIDE EL LISTADO.
       ENCOLA-LISTADO.
           MOVE SPACES TO WS-COLA-ID WS-COLA-DETALLE.
           STRING PROGRAMA DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-LIS-PATH DELIMITED BY SPACE
                  ";" WS-PAGINA ";" WS-LINEAS-POR-PAG ";;"
                  DELIMITED BY SIZE
                  INTO WS-COLA-DETALLE
           END-STRING.
           CALL "PRUIMPCOLA" USING WS-COLA-ACCION WS-COLA-ID
                                   WS-COLA-DETALLE
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       FIN-ENCOLA-LISTADO.

       ROTULOS SECTION.
      *    CADA ROTULO SE PIDE UNA VEZ AL CATALOGO DE PRUMSG EN EL
      *    IDIOMA DE SRUIDIOMA; LO QUE NO ESTE (O SI EL CATALOGO
