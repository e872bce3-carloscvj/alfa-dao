                      DEL RELOJ, COMO SIEMPRE.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - FIJA no acepta una fecha de un
*********************               mes ya cerrado en PRUCIERRE.
********************* 02/09/2026 CVJ - Version inicial. ACCIONES:
*********************               FIJA fecha - BORRA - CONSULTA
*********************               (CANTA LA VIGENTE) - DAME
       77  WS-REGISTRO-PATH  PIC X(200).
       77  WS-REGISTRO-ESTADO PIC XX.
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).

       LINKAGE SECTION.

              DISPLAY "|FECHAERROR|FECHA|" FECHA "|" UPON SYSOUT
              GO TO FIN-FIJA-FECHA
           END-IF.
      *    UN MES CERRADO NO SE VUELVE A PROCESAR: PRIMERO SE REABRE.
           MOVE FECHA(1:6) TO WS-CIE-PERIODO.
           MOVE SPACES TO WS-CIE-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCIERRE" USING WS-CIE-ACCION WS-CIE-PERIODO
                                  WS-CIE-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|FECHAERROR|CERRADO|" FECHA "|" UPON SYSOUT
              GO TO FIN-FIJA-FECHA
           END-IF.
           OPEN OUTPUT REGISTRO.
           IF WS-REGISTRO-ESTADO NOT = "00"
              DISPLAY "|FECHAERROR|NOABRE|" WS-REGISTRO-PATH "|"
