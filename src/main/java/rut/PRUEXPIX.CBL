                      INDEXING.CBL.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Cuotas de espacio de PRUCUOTA:
*********************               antes de exportar se pregunta
*********************               por el destino con el tamaño del
*********************               origen. Solo se avisa
*********************               (|EXPORTAAVISO|CUOTA|): un volcado
*********************               para una migracion o una
*********************               reparacion no se deja a medias
*********************               por una cuota.
********************* 02/09/2026 CVJ - Muestreo para refrescos de
*********************               pruebas (PRUEXPIXMUESTRA=n, en
*********************               por ciento): solo se exporta ese
       01  WS-DESTINO        PIC X(256).
       77  WS-CONTEXTO       PIC X(64).
       77  WS-EXPORTA-TOTAL  PIC 99999 VALUE ZEROES.
       77  WS-CUO-ACCION     PIC X(8) VALUE "CONSULTA".
       77  WS-CUO-TAMANIO    PIC 9(15).
       77  WS-CUO-DETALLE    PIC X(128).
       01  WS-CHK-DETALLE    PIC X(64).
       01  WS-CHK REDEFINES WS-CHK-DETALLE.
           05 FILLER         PIC X(4).
           05 WS-TAM         PIC 9(8) COMP-X.
       01  WS-EXPORTA-RESP   PIC X(300).
       77  WS-ALT            PIC X VALUE "N".
           88 EXPIX-ALT      VALUE "S".
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           PERFORM AVISA-CUOTA THRU FIN-AVISA-CUOTA.
       PROCESOS.
           IF EXPIX-ALT
              GO TO PROCESOS-ALT
       CIERRA-LAYOUT.
           CLOSE DICLAY.
       FIN-CARGA-LAYOUT.

       CUOTAS SECTION.
      *    EL VOLCADO OCUPA MAS O MENOS LO QUE EL ORIGEN; SI ESO PASA
      *    DE LA CUOTA DEL DESTINO SE AVISA Y SE EXPORTA IGUAL.
       AVISA-CUOTA.
           MOVE ZEROES TO WS-CUO-TAMANIO.
           MOVE SPACES TO WS-CHK-DETALLE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ORIGEN WS-CHK-DETALLE.
           IF RETURN-CODE = ZERO
              MOVE WS-TAM TO WS-CUO-TAMANIO
           END-IF.
           MOVE "PRUEXPIX" TO WS-CUO-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCUOTA" USING WS-CUO-ACCION WS-DESTINO WS-CUO-TAMANIO
                                 WS-CUO-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE SPACES TO WS-EXPORTA-RESP
              STRING "|EXPORTAAVISO|CUOTA|" DELIMITED BY SIZE
                     WS-DESTINO DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-CUO-DETALLE DELIMITED BY "  "
                     "|" DELIMITED BY SIZE
                     INTO WS-EXPORTA-RESP
              END-STRING
              DISPLAY WS-EXPORTA-RESP UPON SYSOUT
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-AVISA-CUOTA.
