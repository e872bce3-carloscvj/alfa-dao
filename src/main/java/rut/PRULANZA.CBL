                      QUE ESTAR EN UN TERMINAL A LAS 02:00.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - UN PASO DE PLAN QUE FALLA SE
*********************               VINCULA A LA INCIDENCIA VIVA DE SU
*********************               PROGRAMA EN PRUINCID (O ABRE UNA),
*********************               IGUAL QUE EN EL PLA DE SRU.
********************* 15/10/2026 CVJ - CON EL SISTEMA EN MANTENIMIENTO
*********************               (PRUMANT) LAS RANURAS QUE VENCEN
*********************               NO SE DISPARAN: SALEN COMO
*********************               |LANZASALTADA|, QUEDAN COMO
*********************               "SALTADO" EN LOS RESULTADOS CON EL
*********************               MOTIVO Y SE ANOTAN EN EL CONTROL
*********************               DEL DIA, PARA QUE NO SE LANCEN
*********************               TARDE AL ACABAR. EL |LANZAFIN|
*********************               CUENTA LAS SALTADAS.
********************* 02/09/2026 CVJ - Version inicial. LO YA DISPARADO
*********************               HOY SE APUNTA POR NUMERO DE LINEA
*********************               EN PRULANZA-YYYYMMDD.CTL BAJO
       77  WS-DISPARO-RC     PIC S9(5) VALUE ZERO.
       77  WS-LANZADAS       PIC 9(5) VALUE ZEROES.
       77  WS-PERDIDAS       PIC 9(5) VALUE ZEROES.
       77  WS-SALTADAS       PIC 9(5) VALUE ZEROES.
       01  WS-LANZA-RESP     PIC X(300).

      *    EJECUTOR DE PLAN: EL MISMO FORMATO programa;parametros;
       77  WS-PLAN-FALLO     PIC X.
           88 PLAN-FALLO     VALUE "S".
       77  WS-PLAN-RC        PIC S9(5) VALUE ZERO.
       77  WS-PLAN-NPASO     PIC 9(5).
       77  WS-INC-ACCION     PIC X(8) VALUE "PASO".
       77  WS-INC-ID         PIC X(9).
       77  WS-INC-DETALLE    PIC X(160).
       77  WS-INC-RC         PIC 9(5)-.

       77  WS-COLA-PATH      PIC X(200).
       77  WS-COLA-ESTADO    PIC XX.
           88 COLA-ABIERTA   VALUE "S".
       77  WS-JOB-SIGUIENTE  PIC 9(6).

       77  WS-MNT-ACCION     PIC X(8) VALUE "CONSULTA".
       77  WS-MNT-DETALLE    PIC X(160).
       77  WS-MNT-MOTIVO     PIC X(60).
       77  WS-MNT-ACTIVO     PIC X VALUE "N".
           88 MANTENIMIENTO-ACTIVO VALUE "S".

       77  WS-RES-PROG       PIC X(10) VALUE "PRULANZA".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
           END-IF.
           PERFORM CARGA-DISPARADOS THRU FIN-CARGA-DISPARADOS.

      *    EL INTERRUPTOR SE MIRA UNA VEZ POR PASADA: LA PASADA ES
      *    CORTA Y SE RELANZA CADA POCOS MINUTOS.
           MOVE SPACES TO WS-MNT-DETALLE WS-MNT-MOTIVO.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUMANT" USING WS-MNT-ACCION WS-MNT-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              SET MANTENIMIENTO-ACTIVO TO TRUE
              UNSTRING WS-MNT-DETALLE DELIMITED BY ";" INTO
                    WS-MNT-MOTIVO
              END-UNSTRING
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           OPEN INPUT HORARIO.
           IF WS-HORARIO-ESTADO NOT = "00"
              DISPLAY "|LANZAERROR|SINHORARIO|" WS-HORARIO-PATH "|"
           CLOSE HORARIO.
           MOVE SPACES TO WS-LANZA-RESP.
           STRING "|LANZAFIN|LANZADAS:" WS-LANZADAS
                  "|PERDIDAS:" WS-PERDIDAS
                  "|SALTADAS:" WS-SALTADAS "|"
                  DELIMITED BY SIZE
                  INTO WS-LANZA-RESP
           END-STRING.
           IF RANURA-HECHA
              GO TO FIN-TRATA-RANURA
           END-IF.
           IF MANTENIMIENTO-ACTIVO
              PERFORM SALTA-RANURA THRU FIN-SALTA-RANURA
              GO TO FIN-TRATA-RANURA
           END-IF.
           IF WS-MINUTOS-AHORA - WS-MINUTOS-RANURA > WS-MARGEN
              ADD 1 TO WS-PERDIDAS
              MOVE SPACES TO WS-LANZA-RESP
           DISPLAY WS-LANZA-RESP UPON SYSOUT.
       FIN-TRATA-RANURA.

      *    EN MANTENIMIENTO LA RANURA VENCIDA SE DA POR SALTADA CON
      *    EL MISMO TRATO QUE UNA PERDIDA: SE APUNTA Y NO SE REPITE.
       SALTA-RANURA.
           ADD 1 TO WS-SALTADAS.
           MOVE SPACES TO WS-LANZA-RESP.
           STRING "|LANZASALTADA|" WS-R-HORA "|"
                  WS-R-TIPO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-R-DATO1 DELIMITED BY SPACE
                  "|MANTENIMIENTO|" DELIMITED BY SIZE
                  WS-MNT-MOTIVO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-LANZA-RESP
           END-STRING.
           DISPLAY WS-LANZA-RESP UPON SYSOUT.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING WS-R-HORA " " DELIMITED BY SIZE
                  WS-R-TIPO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-R-DATO1 DELIMITED BY SPACE
                  INTO WS-RES-ITEM
           END-STRING.
           MOVE "SALTADO" TO WS-RES-RESULT.
           STRING "MANTENIMIENTO: " DELIMITED BY SIZE
                  WS-MNT-MOTIVO DELIMITED BY "  "
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM
                               WS-RES-RESULT WS-RES-DET.
           PERFORM ANOTA-DISPARADA THRU FIN-ANOTA-DISPARADA.
       FIN-SALTA-RANURA.

       DISPARA-RANURA.
      *    EL ABEND DE LO LANZADO NO SE LLEVA POR DELANTE AL LANZADOR,
      *    MISMO CRITERIO QUE LOS PASOS DE PLAN DE SRU.
              SET DISPARO-FALLO TO TRUE
              GO TO FIN-EJECUTA-PLAN
           END-IF.
           MOVE ZEROES TO WS-PLAN-NPASO.
       LEYENDO-PLAN.
           READ PLAN-CTL
               AT END
                 WS-PLAN-PARAMS
                 WS-PLAN-ONERROR
           END-UNSTRING.
           ADD 1 TO WS-PLAN-NPASO.
           MOVE "N" TO WS-PLAN-FALLO.
           MOVE ZERO TO WS-PLAN-RC.
           MOVE ZERO TO RETURN-CODE.
           IF PLAN-FALLO
              SET DISPARO-FALLO TO TRUE
              MOVE WS-PLAN-RC TO WS-DISPARO-RC
              PERFORM ANOTA-PASO-INCIDENCIA
                 THRU FIN-ANOTA-PASO-INCIDENCIA
              IF WS-PLAN-ONERROR = "STOP"
                 GO TO CIERRA-PLAN
              END-IF
           CLOSE PLAN-CTL.
       FIN-EJECUTA-PLAN.

      *    MISMO VINCULO QUE HACE EL PLA DE SRU CON UN PASO FALLIDO.
       ANOTA-PASO-INCIDENCIA.
           MOVE SPACES TO WS-INC-ID WS-INC-DETALLE.
           MOVE WS-PLAN-RC TO WS-INC-RC.
           STRING WS-PLAN-PROG DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-PLAN-PATH DELIMITED BY SPACE
                  ";" WS-PLAN-NPASO ";" WS-INC-RC
                  DELIMITED BY SIZE
                  INTO WS-INC-DETALLE
           END-STRING.
           CALL "PRUINCID" USING WS-INC-ACCION WS-INC-ID
                                 WS-INC-DETALLE
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       FIN-ANOTA-PASO-INCIDENCIA.

       ENCOLADO SECTION.
      *    tipo PROG NO EJECUTA AQUI: DEJA EL PROGRAMA EN LA COLA
      *    SRU-COLA.DAT (MISMO CONTADOR DE IDS QUE MANTIENE SRU) Y LA
