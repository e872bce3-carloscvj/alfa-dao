                      OFICINA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Hito de tipo ACUSE: si queda
*********************               alguna remesa generada antes del
*********************               dia examinado sin acuse del banco
*********************               (PRUREMESA SINACUSE) el hito esta
*********************               AUSENTE; si no, su hora es la del
*********************               ultimo resultado de PRUACUSE del
*********************               dia (o 0000 si no hubo nada que
*********************               acusar).
********************* 02/09/2026 CVJ - Version inicial. LA FECHA
*********************               EXAMINADA ES LA DE HOY SALVO QUE
*********************               PRUSLAFECHA TRAIGA OTRA
       77  WS-ULT-TS         PIC X(17).
       77  WS-HAY-EVID       PIC X.
       77  WS-PLANFIN-CONT   PIC 999.
       77  WS-REM-ACCION     PIC X(8) VALUE "SINACUSE".
       77  WS-REM-ID         PIC X(6).
       01  WS-REM-DETALLE    PIC X(160).

       77  WS-HITOS          PIC 9(3) VALUE ZEROES.
       77  WS-CUMPLIDOS      PIC 9(3) VALUE ZEROES.
                    PERFORM HORA-DE-RES THRU FIN-HORA-DE-RES
               WHEN "PLAN"
                    PERFORM HORA-DE-PLAN THRU FIN-HORA-DE-PLAN
               WHEN "ACUSE"
                    PERFORM HORA-DE-ACUSE THRU FIN-HORA-DE-ACUSE
               WHEN OTHER
                    DISPLAY "|SLAERROR|TIPO|" WS-H-TIPO "|"
                            UPON SYSOUT
           END-IF.
       FIN-HORA-DE-PLAN.

      *    EL BANCO TIENE QUE HABER ACUSADO TODO LO GENERADO ANTES
      *    DEL DIA; CON ALGO PENDIENTE EL HITO QUEDA SIN HORA.
       HORA-DE-ACUSE.
           MOVE SPACES TO WS-REM-ID WS-REM-DETALLE.
           MOVE WS-FECHA TO WS-REM-DETALLE(1:8).
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REM-ID
                                  WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           IF WS-REM-DETALLE(1:5) IS NOT NUMERIC
              GO TO FIN-HORA-DE-ACUSE
           END-IF.
           IF WS-REM-DETALLE(1:5) NOT = ZEROES
              DISPLAY "|SLAACUSE|SINACUSE:" WS-REM-DETALLE(1:5) "|"
                      WS-REM-DETALLE(7:) UPON SYSOUT
              GO TO FIN-HORA-DE-ACUSE
           END-IF.
           MOVE "PRUACUSE" TO WS-H-DATO.
           PERFORM HORA-DE-RES THRU FIN-HORA-DE-RES.
           IF WS-H-HORA = SPACES
              MOVE "0000" TO WS-H-HORA
           END-IF.
       FIN-HORA-DE-ACUSE.

       ALERTA SECTION.
      *    MISMO CONTADOR DE IDS Y MISMA COLA QUE ALIMENTAN PRUERR Y
      *    PRUCOLA; SI NO SE PUEDE ABRIR NO SE INSISTE.
