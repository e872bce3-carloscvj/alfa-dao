                      EL ULTIMO INFORME DE PRUEOD TERMINO LIMPIO,
                      DIARIO SACA EL INFORME DE LA MAÑANA, ALERTAS
                      LISTA LAS PENDIENTES DE ALERTAS.DAT Y FALLA SI
                      LAS HAY, DISCO PASA LOS UMBRALES DE PRUDISCO,
                      HUMO PASA LA PRUEBA DE HUMO DE PRUHUMO Y
                      FSCK REVISA LOS FICHEROS CRITICOS DECLARADOS,
                      SOSPECHA SACA EL INFORME DE SEGURIDAD DE AYER) Y
                      TERMINA CON UN UNICO VEREDICTO |SOD|GO| O
                      |SOD|NOGO| EN SYSOUT Y EN UN INFORME FECHADO
                      BAJO dd_trz. ABRIR EL DIA ERA UNA LISTA DE
                      SALTABA UNA DISTINTA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Nuevo paso SOSPECHA: el informe
*********************               de seguridad de PRUSOSPECHA
*********************               (SOSPECHA;STOP|CONTINUE;dia, con
*********************               el dia en blanco es ayer). Falla
*********************               si hay algun hallazgo.
********************* 15/10/2026 CVJ - Nuevo paso HUMO: la prueba de
*********************               humo de PRUHUMO (HUMO;STOP|
*********************               CONTINUE). Falla si alguna de
*********************               sus comprobaciones da ERROR.
********************* 15/10/2026 CVJ - Nuevo paso CUOTAS: el informe
*********************               de uso contra limite de PRUCUOTA
*********************               (CUOTAS;STOP|CONTINUE). Las
*********************               cuotas por encima del umbral
*********************               dejan su alerta pendiente y el
*********************               paso falla si alguna ya pasa del
*********************               limite.
********************* 02/09/2026 CVJ - Version inicial. LINEAS DE LA
*********************               POLITICA (SE EJECUTAN EN SU
*********************               ORDEN): paso;onerror;dato1
       77  WS-PASO           PIC X(12).
       77  WS-ONERROR        PIC X(10).
       01  WS-DATO1          PIC X(256).
       77  WS-CUO-ACCION     PIC X(8) VALUE "INFORME".
       77  WS-CUO-TAMANIO    PIC 9(15) VALUE ZEROES.
       77  WS-CUO-DETALLE    PIC X(128).
       77  WS-SOS-DIA        PIC X(8).
       77  WS-PASO-FALLO     PIC X.
           88 PASO-FALLO     VALUE "S".
       77  WS-PASO-RC        PIC S9(5) VALUE ZERO.
                        ON EXCEPTION
                           SET PASO-FALLO TO TRUE
                    END-CALL
               WHEN "CUOTAS"
                    MOVE "PRUSOD" TO WS-CUO-DETALLE
                    CALL "PRUCUOTA" USING WS-CUO-ACCION WS-DATO1
                                          WS-CUO-TAMANIO WS-CUO-DETALLE
                        ON EXCEPTION
                           SET PASO-FALLO TO TRUE
                    END-CALL
               WHEN "HUMO"
                    CALL "PRUHUMO"
                        ON EXCEPTION
                           SET PASO-FALLO TO TRUE
                    END-CALL
               WHEN "SOSPECHA"
                    MOVE WS-DATO1 TO WS-SOS-DIA
                    CALL "PRUSOSPECHA" USING WS-SOS-DIA
                        ON EXCEPTION
                           SET PASO-FALLO TO TRUE
                    END-CALL
               WHEN "FSCK"
                    CALL "PRUFSCK" USING WS-DATO1
                        ON EXCEPTION
