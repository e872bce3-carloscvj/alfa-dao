                      MISMOS QUE LISTA LIS), EL ULTIMO VEREDICTO DEL
                      FIN DE DIA EN SU INFORME FECHADO Y LAS RAICES
                      QUE PRUDISCO DEJO POR ENCIMA DE SU UMBRAL EN LA
                      MEDICION DE HOY, LAS REMESAS SIN ACUSE Y LOS
                      FICHEROS ENTRANTES QUE NO LLEGARON A SU HORA.
                      SALE POR SYSOUT Y QUEDA EN RELEVO-YYYYMMDD.LOG
                      BAJO dd_trz - LO QUE ANTES
                      SE CONTABA DE VIVA VOZ EN EL CAMBIO DE TURNO Y
                      SE PERDIA POR EL CAMINO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Ficheros entrantes que no han
*********************               llegado: las lineas que PRUVIGIA
*********************               dejo como falta en su control de
*********************               hoy salen como |RELEVOENTRANTE| y
*********************               cuentan en el |RELEVOFIN|.
********************* 15/10/2026 CVJ - Remesas sin acuse: las que se
*********************               generaron antes de hoy y el banco
*********************               no ha acusado (PRUREMESA SINACUSE)
*********************               salen como |RELEVOACUSE| y cuentan
*********************               en el |RELEVOFIN|.
********************* 02/09/2026 CVJ - Version inicial. EL FICHERO DEL
*********************               DIA SE ABRE EN EXTEND: LAS DOS
*********************               PASADAS (06:00 Y 14:00) QUEDAN UNA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-ESTADO.

           SELECT VIGIA-CTL
                  ASSIGN TO DYNAMIC WS-VIGIA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VIGIA-ESTADO.

           SELECT RELEVO
                  ASSIGN TO DYNAMIC WS-RELEVO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
       FD  HISTORIA.
       01  REG-HISTORIA      PIC X(80).

      *    MISMO LAYOUT DE CONTROL DEL DIA QUE GRABA PRUVIGIA.
       FD  VIGIA-CTL.
       01  REG-VIGIA-CTL.
           03 CTL-LINEA      PIC 9(5).
           03 CTL-ESTADO     PIC X.
              88 CTL-FALTA       VALUE "F".
           03 CTL-TAMANIO    PIC 9(9).
           03 CTL-HORA       PIC X(8).
           03 CTL-HASTA      PIC X(4).
           03 CTL-RAIZ       PIC X(10).
           03 CTL-PATRON     PIC X(64).
           03 CTL-RUTA       PIC X(200).

       FD  RELEVO.
       01  REG-RELEVO        PIC X(300).

       77  WS-EOD-ESTADO     PIC XX.
       77  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       77  WS-VIGIA-PATH     PIC X(200).
       77  WS-VIGIA-ESTADO   PIC XX.
       77  WS-RELEVO-PATH    PIC X(200).
       77  WS-RELEVO-ESTADO  PIC XX.
       77  WS-RELEVO-ABIERTO PIC X VALUE "N".
       77  WS-JOBS-EJEC      PIC 9(5) VALUE ZEROES.
       77  WS-SES-TOTAL      PIC 9(5) VALUE ZEROES.
       77  WS-DISCO-MAL      PIC 9(5) VALUE ZEROES.
       77  WS-SIN-ACUSE      PIC 9(5) VALUE ZEROES.
       77  WS-ENTRANTES      PIC 9(5) VALUE ZEROES.
       01  WS-EOD-VEREDICTO  PIC X(120).
       77  WS-HAY-EOD        PIC X VALUE "N".

       77  WS-H-USO          PIC 9(9).
       77  WS-H-UMBRAL       PIC 9(9).

       77  WS-REM-ACCION     PIC X(8) VALUE "SINACUSE".
       77  WS-REM-ID         PIC X(6).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-REM-PUNTERO    PIC 999.
       77  WS-REM-UNA        PIC X(6).
       77  WS-HOY            PIC X(8).

       01  WS-LINEA          PIC X(300).

       PROCEDURE DIVISION.
           PERFORM RESUMEN-COLA THRU FIN-RESUMEN-COLA.
           PERFORM RESUMEN-SESIONES THRU FIN-RESUMEN-SESIONES.
           PERFORM RESUMEN-DISCO THRU FIN-RESUMEN-DISCO.
           PERFORM RESUMEN-ACUSES THRU FIN-RESUMEN-ACUSES.
           PERFORM RESUMEN-ENTRANTES THRU FIN-RESUMEN-ENTRANTES.
           MOVE SPACES TO WS-LINEA.
           STRING "|RELEVOFIN|ALERTAS:" WS-ALR-PEND
                  "|ENCOLA:" WS-JOBS-COLA
                  "|EJECUTANDO:" WS-JOBS-EJEC
                  "|SESIONES:" WS-SES-TOTAL
                  "|DISCOS:" WS-DISCO-MAL
                  "|SINACUSE:" WS-SIN-ACUSE
                  "|ENTRANTES:" WS-ENTRANTES "|"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
       CIERRA-HISTORIA.
           CLOSE HISTORIA.
       FIN-RESUMEN-DISCO.

       ACUSES SECTION.
      *    LAS REMESAS GENERADAS ANTES DE HOY QUE EL BANCO NO HA
      *    ACUSADO; PRUREMESA DEVUELVE LA CUENTA Y HASTA VEINTE IDS.
       RESUMEN-ACUSES.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-REM-ID WS-REM-DETALLE.
           MOVE WS-HOY TO WS-REM-DETALLE(1:8).
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REM-ID
                                  WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           IF WS-REM-DETALLE(1:5) IS NOT NUMERIC
              GO TO FIN-RESUMEN-ACUSES
           END-IF.
           MOVE WS-REM-DETALLE(1:5) TO WS-SIN-ACUSE.
           MOVE 7 TO WS-REM-PUNTERO.
       LEYENDO-ACUSES.
           IF WS-REM-PUNTERO > 160
              GO TO FIN-LEYENDO-ACUSES
           END-IF.
           MOVE SPACES TO WS-REM-UNA.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-UNA
                 WITH POINTER WS-REM-PUNTERO
           END-UNSTRING.
           IF WS-REM-UNA = SPACES
              GO TO FIN-LEYENDO-ACUSES
           END-IF.
           MOVE SPACES TO WS-LINEA.
           STRING "|RELEVOACUSE|" WS-REM-UNA "|SINACUSE|"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           GO TO LEYENDO-ACUSES.
       FIN-LEYENDO-ACUSES.
           IF WS-SIN-ACUSE > 20
              MOVE SPACES TO WS-LINEA
              STRING "|RELEVOACUSE|TOTAL:" WS-SIN-ACUSE "|"
                     DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
           END-IF.
       FIN-RESUMEN-ACUSES.

       ENTRANTES SECTION.
      *    LO QUE SE ESPERABA HOY Y NO HA LLEGADO: LAS FICHAS QUE
      *    PRUVIGIA MARCO COMO FALTA EN PRUVIGIA-YYYYMMDD.CTL.
       RESUMEN-ENTRANTES.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-VIGIA-PATH.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP DELIMITED BY SPACE
                     "PRUVIGIA-" WS-HOY ".CTL"
                     DELIMITED BY SIZE
                     INTO WS-VIGIA-PATH
           ELSE
              STRING "PRUVIGIA-" WS-HOY ".CTL"
                     DELIMITED BY SIZE
                     INTO WS-VIGIA-PATH
           END-IF.
           OPEN INPUT VIGIA-CTL.
           IF WS-VIGIA-ESTADO NOT = "00"
              GO TO FIN-RESUMEN-ENTRANTES
           END-IF.
       LEYENDO-VIGIA.
           READ VIGIA-CTL
               AT END
                  GO TO CIERRA-VIGIA
           END-READ.
           IF NOT CTL-FALTA
              GO TO LEYENDO-VIGIA
           END-IF.
           ADD 1 TO WS-ENTRANTES.
           MOVE SPACES TO WS-LINEA.
           STRING "|RELEVOENTRANTE|" DELIMITED BY SIZE
                  CTL-RAIZ DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  CTL-PATRON DELIMITED BY SPACE
                  "|HASTA:" CTL-HASTA "|FALTA|"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           GO TO LEYENDO-VIGIA.
       CIERRA-VIGIA.
           CLOSE VIGIA-CTL.
       FIN-RESUMEN-ENTRANTES.
