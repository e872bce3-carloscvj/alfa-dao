                      BUSQUEDA INDEXADA (PRUMESQ).

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Un diario retenido por un
*********************               expediente de PRULEGAL se
*********************               consolida igual pero el original
*********************               no se retira (|MES|RETENIDO|).
********************* 02/09/2026 CVJ - Antes de consolidar cada diario
*********************               se coteja su sello en la cadena de
*********************               PRUSELLO: un sello roto se avisa
       01  WS-SELLO-DETALLE  PIC X(256).
       77  WS-SELLO-ROTO     PIC X.
           88 SELLO-ROTO     VALUE "S".
       77  WS-LEGAL-ACCION   PIC X(8) VALUE "CONSULTA".
       77  WS-LEGAL-CASO     PIC X(20).
       01  WS-LEGAL-DETALLE  PIC X(1024).
       77  WS-RETENIDO       PIC X.
           88 RETENIDO-SI    VALUE "S".
       01  WS-MES-RESP       PIC X(300).

       PROCEDURE DIVISION.
              DISPLAY WS-MES-RESP UPON SYSOUT
           END-IF.
           MOVE ZERO TO RETURN-CODE.
      *    RETENIDO POR UN EXPEDIENTE, LO MISMO: SE CONSOLIDA PERO EL
      *    ORIGINAL SIGUE DONDE ESTA MIENTRAS DURE LA RETENCION.
           MOVE "N" TO WS-RETENIDO.
           MOVE SPACES TO WS-LEGAL-CASO WS-LEGAL-DETALLE.
           MOVE WS-DIARIO-PATH TO WS-LEGAL-DETALLE.
           CALL "PRULEGAL" USING WS-LEGAL-ACCION WS-LEGAL-CASO
                                 WS-LEGAL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              MOVE "S" TO WS-RETENIDO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           OPEN INPUT DIARIO.
           IF WS-DIARIO-ESTADO NOT = "00"
              GO TO FIN-CARGA-DIARIO
              DISPLAY WS-MES-RESP UPON SYSOUT
              GO TO FIN-CARGA-DIARIO
           END-IF.
           IF RETENIDO-SI
              MOVE SPACES TO WS-MES-RESP
              STRING "|MES|RETENIDO|" DELIMITED BY SIZE
                     WS-DIARIO-PATH DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-LEGAL-CASO DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-MES-RESP
              END-STRING
              DISPLAY WS-MES-RESP UPON SYSOUT
              GO TO FIN-CARGA-DIARIO
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-DIARIO-PATH.
           MOVE ZERO TO RETURN-CODE.
           ADD 1 TO WS-FICHEROS.
