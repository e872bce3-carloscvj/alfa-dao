                      LOS MISMOS PASOS EL DIA DE NAVIDAD.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Accion AVANZA: desde la fecha
*********************               dada cuenta tantos dias habiles
*********************               como diga el detalle y devuelve
*********************               la fecha resultante en las 8
*********************               primeras posiciones del detalle
*********************               y en |CALENAVANZA|. El paso de un
*********************               dia al siguiente sale a
*********************               SUMA-UN-DIA para los dos usos.
********************* 02/09/2026 CVJ - Version inicial. ACCIONES:
*********************               ALTA fecha;texto - BAJA fecha -
*********************               LISTA - CONSULTA fecha (RC 0/1) -
       01  TB-DIAS-MES REDEFINES TB-DIAS-MES-DATA.
           03 TB-DIAS        PIC 99 OCCURS 12.
       77  WS-TOPE-MES       PIC 99.
       77  WS-AV-PEDIDOS     PIC 9(3).
       77  WS-AV-CONTADOS    PIC 9(3).
       77  WS-AV-LON         PIC 99.

       LINKAGE SECTION.

               WHEN "LABORABLE"
                    PERFORM CUENTA-LABORABLES
                       THRU FIN-CUENTA-LABORABLES
               WHEN "AVANZA"
                    PERFORM AVANZA-HABILES THRU FIN-AVANZA-HABILES
               WHEN OTHER
                    DISPLAY "|CALENERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           IF WS-FECHA-AVANCE = WS-FECHA2
              GO TO CIERRA-CUENTA
           END-IF.
           PERFORM SUMA-UN-DIA THRU FIN-SUMA-UN-DIA.
           GO TO AVANZA-DIA.
       CIERRA-CUENTA.
           MOVE SPACES TO WS-CALEN-RESP.
           STRING "|CALENDIAS|" WS-FECHA1 "|" WS-FECHA2
                  "|HABILES:" WS-DIAS-HABILES "|"
                  DELIMITED BY SIZE
                  INTO WS-CALEN-RESP
           END-STRING.
           DISPLAY WS-CALEN-RESP UPON SYSOUT.
           MOVE WS-DIAS-HABILES TO RETURN-CODE.
       FIN-CUENTA-LABORABLES.

       AVANZA-HABILES.
      *    LA FECHA HABIL QUE QUEDA N DIAS HABILES DESPUES DE LA DADA
      *    (SIN CONTAR ESTA): ES EL DIA DE COBRO DE LOS PREAVISOS DE
      *    ADEUDO. CON N CERO DEVUELVE LA MISMA FECHA SI ES HABIL, O
      *    LA PRIMERA HABIL SIGUIENTE.
           MOVE ZEROES TO WS-AV-PEDIDOS.
           MOVE ZERO TO WS-AV-LON.
           INSPECT DETALLE TALLYING WS-AV-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF FECHA IS NOT NUMERIC OR WS-AV-LON = ZERO
              OR WS-AV-LON > 3
              DISPLAY "|CALENERROR|AVANZA|" FECHA "|" DETALLE(1:10)
                      "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-AVANZA-HABILES
           END-IF.
           IF DETALLE(1:WS-AV-LON) IS NOT NUMERIC
              DISPLAY "|CALENERROR|AVANZA|" FECHA "|" DETALLE(1:10)
                      "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-AVANZA-HABILES
           END-IF.
           MOVE DETALLE(1:WS-AV-LON) TO WS-AV-PEDIDOS.
           MOVE ZEROES TO WS-AV-CONTADOS.
           MOVE FECHA TO WS-FECHA-AVANCE.
           IF WS-AV-PEDIDOS = ZERO
              MOVE WS-FECHA-AVANCE TO WS-FECHA-EXAMEN
              PERFORM EXAMINA-FECHA THRU FIN-EXAMINA-FECHA
              IF WS-VEREDICTO = "HABIL"
                 GO TO CIERRA-AVANCE
              END-IF
              MOVE 1 TO WS-AV-PEDIDOS
           END-IF.
       SIGUE-AVANCE.
           PERFORM SUMA-UN-DIA THRU FIN-SUMA-UN-DIA.
           MOVE WS-FECHA-AVANCE TO WS-FECHA-EXAMEN.
           PERFORM EXAMINA-FECHA THRU FIN-EXAMINA-FECHA.
           IF WS-VEREDICTO = "HABIL"
              ADD 1 TO WS-AV-CONTADOS
           END-IF.
           IF WS-AV-CONTADOS < WS-AV-PEDIDOS
              GO TO SIGUE-AVANCE
           END-IF.
       CIERRA-AVANCE.
           MOVE SPACES TO DETALLE.
           MOVE WS-FECHA-AVANCE TO DETALLE(1:8).
           MOVE SPACES TO WS-CALEN-RESP.
           STRING "|CALENAVANZA|" FECHA "|" WS-AV-PEDIDOS
                  "|" WS-FECHA-AVANCE "|"
                  DELIMITED BY SIZE
                  INTO WS-CALEN-RESP
           END-STRING.
           DISPLAY WS-CALEN-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-AVANZA-HABILES.

       SUMA-UN-DIA.
           MOVE TB-DIAS(WS-AV-MES) TO WS-TOPE-MES.
           IF WS-AV-MES = 2
              DIVIDE WS-AV-ANO BY 4 GIVING WS-RESTO4
                 ADD 1 TO WS-AV-ANO
              END-IF
           END-IF.
       FIN-SUMA-UN-DIA.
