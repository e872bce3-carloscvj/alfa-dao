       SECURITY.      MENSAJES DE ERRORES EN LOS FICHEROS.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Cada alerta nueva pasa ademas al
*********************               registro de incidencias PRUINCID,
*********************               que abre una o la vincula a la
*********************               que el programa ya tenga viva.
********************* 22/08/2026 CVJ - Cada FATAL se apunta ademas en
*********************               la cola de alertas ALERTAS.DAT
*********************               bajo dd_trz (clave correlativa,
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-FECHA-LOG      PIC X(8).
       77  WS-HORA-LOG       PIC X(8).
       77  WS-INC-ACCION     PIC X(8) VALUE "ALERTA".
       77  WS-INC-ID         PIC X(9).
       77  WS-INC-DETALLE    PIC X(160).
       77  WS-RC-GUARDADO    PIC S9(9).

       LINKAGE SECTION.

                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
      *    LA ALERTA ABRE INCIDENCIA (O SE SUMA A LA QUE EL PROGRAMA
      *    YA TENGA VIVA). SIN PRUINCID SE SIGUE IGUAL QUE ANTES, Y
      *    EL RETURN-CODE CON EL QUE TERMINA EL PROCESO NO CAMBIA.
           MOVE RETURN-CODE TO WS-RC-GUARDADO.
           MOVE WS-ALR-SIGUIENTE TO WS-INC-ID.
           MOVE SPACES TO WS-INC-DETALLE.
           STRING PROG DELIMITED BY SPACE
                  ";" LK-ERRORES ";" DELIMITED BY SIZE
                  NOMBREFICHERO DELIMITED BY SPACE
                  INTO WS-INC-DETALLE
           END-STRING.
           CALL "PRUINCID" USING WS-INC-ACCION WS-INC-ID
                                 WS-INC-DETALLE
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE WS-RC-GUARDADO TO RETURN-CODE.
       FIN-ANOTA-ALERTA.

       CONSULTA-FSTAB SECTION.
