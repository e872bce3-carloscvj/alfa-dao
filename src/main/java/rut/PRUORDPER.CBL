       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUORDPER.
       AUTHOR.        CVJ.
       SECURITY.      REGISTRO DE ORDENES PERMANENTES DE PAGO
                      (ORDPERM.DAT BAJO dd_dir): ALQUILERES, LEASINGS Y
                      DEMAS PAGOS FIJOS CON SU IBAN, IMPORTE,
                      REFERENCIA, FRECUENCIA, FECHAS DE INICIO Y FIN Y
                      PROXIMO VENCIMIENTO, MANTENIDO AL ESTILO DE
                      PRUMANDATO. LA GENERACION ESCRIBE LOS PAGOS
                      VENCIDOS EN UN FICHERO IBAN;IMPORTE;REFERENCIA
                      NORMAL, QUE PASA POR LA VALIDACION DE PRUIBANEUR
                      COMO CUALQUIER LOTE, Y ADELANTA EL VENCIMIENTO DE
                      CADA ORDEN - HASTA AHORA SE TECLEABAN CADA MES Y
                      SE OLVIDABAN.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - GENERA no saca pagos con una
*********************               fecha de un mes cerrado en
*********************               PRUCIERRE.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               ALTA (detalle "iban;importe;
*********************               referencia;frecuencia;inicio;fin",
*********************               frecuencia S semanal, M mensual, T
*********************               trimestral o A anual, fin opcional)
*********************               - BAJA - SUSPENDE - REACT - LISTA -
*********************               GENERA (detalle "fichero[;fecha]",
*********************               con el prefijo dd_ de siempre y la
*********************               fecha de proceso de PRUFECHA si no
*********************               viene). UN VENCIMIENTO EN DIA NO
*********************               HABIL SE PAGA EL SIGUIENTE HABIL DE
*********************               PRUCALEN. LA REFERENCIA DEL PAGO
*********************               LLEVA DETRAS LA FECHA DEL
*********************               VENCIMIENTO, PARA QUE LA HISTORIA
*********************               DE PRUIBANEUR NO TOME EL PAGO DE
*********************               CADA MES POR DUPLICADO DEL
*********************               ANTERIOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDPERM
                  ASSIGN TO DYNAMIC WS-ORDPERM-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS ERRORES.

           SELECT PAGOS-SAL
                  ASSIGN TO DYNAMIC WS-PAGOS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAGOS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDPERM.
       01  REG-ORDPERM.
           03 OP-ID          PIC X(10).
           03 OP-IBAN        PIC X(34).
           03 OP-IMPORTE     PIC 9(13).
           03 OP-REF         PIC X(11).
           03 OP-FRECUENCIA  PIC X.
              88 OP-SEMANAL     VALUE "S".
              88 OP-MENSUAL     VALUE "M".
              88 OP-TRIMESTRAL  VALUE "T".
              88 OP-ANUAL       VALUE "A".
              88 OP-FRECUENCIA-OK VALUE "S" "M" "T" "A".
           03 OP-INICIO      PIC X(8).
           03 OP-FIN         PIC X(8).
           03 OP-PROXIMA     PIC X(8).
           03 OP-DIA         PIC 99.
           03 OP-ESTADO      PIC X.
              88 OP-ACTIVA      VALUE "A".
              88 OP-SUSPENDIDA  VALUE "S".
              88 OP-TERMINADA   VALUE "F".
           03 OP-ULTIMA      PIC X(8).
           03 OP-PAGOS       PIC 9(5).

       FD  PAGOS-SAL.
       01  REG-PAGOS-SAL     PIC X(100).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUORDPER".
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-ORDPERM-PATH   PIC X(200).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 ORDPERM-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-NUEVO-ESTADO   PIC X.
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       01  WS-OP-RESP        PIC X(200).

       77  WS-D-IBAN         PIC X(34).
       77  WS-D-IMPORTE      PIC X(15).
       77  WS-D-REF          PIC X(20).
       77  WS-D-FRECUENCIA   PIC X(2).
       77  WS-D-INICIO       PIC X(8).
       77  WS-D-FIN          PIC X(8).
       77  WS-IMP-LON        PIC 99.
       77  WS-IMP-NUM        PIC X(13).

       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).
       77  WS-CAL-ACCION     PIC X(10) VALUE "AVANZA".
       01  WS-CAL-DETALLE    PIC X(60).
       77  WS-FECHA-PAGO     PIC X(8).
       01  WS-PAGOS-NOMBRE   PIC X(50).
       77  WS-D-FECHA        PIC X(8).
       01  WS-PAGOS-PATH     PIC X(256).
       77  WS-PAGOS-ESTADO   PIC XX.
       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".
       77  WS-PAGO-REF       PIC X(20).
       77  WS-GENERADOS      PIC 9(7) VALUE ZEROES.
       77  WS-SUMA           PIC 9(15) VALUE ZEROES.
       77  WS-ORDENES-PAGO   PIC 9(5) VALUE ZEROES.
       77  WS-TERMINADAS     PIC 9(5) VALUE ZEROES.
       77  WS-VUELTAS        PIC 999.

      *    EL VENCIMIENTO SE ADELANTA SOBRE LA FECHA NOMINAL, NO
      *    SOBRE LA AJUSTADA AL CALENDARIO: UN DIA 31 VUELVE A SER 31
      *    EN CUANTO EL MES LO TIENE.
       01  WS-FECHA-AVANCE.
           03 WS-AV-ANO      PIC 9(4).
           03 WS-AV-MES      PIC 9(2).
           03 WS-AV-DIA      PIC 9(2).
       77  WS-AV-MESES       PIC 99.
       77  WS-AV-K           PIC 99.
       77  WS-TOPE-MES       PIC 99.
       77  WS-RESTO4         PIC 9(4).
       01  TB-DIAS-MES-DATA.
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "28".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "30".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "30".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "30".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "30".
           03 FILLER         PIC X(2) VALUE "31".
       01  TB-DIAS-MES REDEFINES TB-DIAS-MES-DATA.
           03 TB-DIAS        PIC 99 OCCURS 12.

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  IDORDEN           PIC X(10).
       77  DETALLE           PIC X(120).

       PROCEDURE DIVISION USING ACCION IDORDEN DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           PERFORM ABRE-ORDPERM.
           IF NOT ORDPERM-ABIERTO
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-ORDEN THRU FIN-ALTA-ORDEN
               WHEN "BAJA"
                    PERFORM BAJA-ORDEN
               WHEN "SUSPENDE"
                    MOVE "S" TO WS-NUEVO-ESTADO
                    PERFORM CAMBIA-ESTADO
               WHEN "REACT"
                    MOVE "A" TO WS-NUEVO-ESTADO
                    PERFORM CAMBIA-ESTADO
               WHEN "LISTA"
                    PERFORM LISTA-ORDENES THRU FIN-LISTA-ORDENES
               WHEN "GENERA"
                    PERFORM GENERA-PAGOS THRU FIN-GENERA-PAGOS
               WHEN OTHER
                    DISPLAY "|ORDPERERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           END-EVALUATE.
           CLOSE ORDPERM.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-ORDPERM SECTION.
      *    MISMO ABRE-O-CREA QUE PRUMANDATO.
       ABRIENDO-ORDPERM.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-ORDPERM-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/ORDPERM.DAT"
                     DELIMITED BY SPACE
                     INTO WS-ORDPERM-PATH
              END-STRING
           ELSE
              MOVE "ORDPERM.DAT" TO WS-ORDPERM-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O ORDPERM.
           IF ERRORES = "00"
              SET ORDPERM-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-ORDPERM
           END-IF.
           OPEN OUTPUT ORDPERM.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO ORDENES PERMANENTES" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-ORDPERM-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-ORDPERM
           END-IF.
           CLOSE ORDPERM.
           OPEN I-O ORDPERM.
           IF ERRORES = "00"
              SET ORDPERM-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-ORDPERM.

       MANTENIMIENTO SECTION.
      *    EL PRIMER VENCIMIENTO ES LA FECHA DE INICIO, Y SU DIA ES EL
      *    QUE SE REPITE CADA MES, TRIMESTRE O ANO.
       ALTA-ORDEN.
           MOVE SPACES TO WS-D-IBAN WS-D-IMPORTE WS-D-REF
                          WS-D-FRECUENCIA WS-D-INICIO WS-D-FIN.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-IBAN
                 WS-D-IMPORTE
                 WS-D-REF
                 WS-D-FRECUENCIA
                 WS-D-INICIO
                 WS-D-FIN
           END-UNSTRING.
           MOVE SPACES TO REG-ORDPERM.
           MOVE IDORDEN TO OP-ID.
           MOVE WS-D-IBAN TO OP-IBAN.
           MOVE WS-D-REF TO OP-REF.
           MOVE WS-D-FRECUENCIA(1:1) TO OP-FRECUENCIA.
           MOVE WS-D-INICIO TO OP-INICIO.
           MOVE WS-D-FIN TO OP-FIN.
           MOVE ZERO TO WS-IMP-LON.
           INSPECT WS-D-IMPORTE TALLYING WS-IMP-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           MOVE ALL "0" TO WS-IMP-NUM.
           IF WS-IMP-LON > ZERO AND WS-IMP-LON < 14
              MOVE WS-D-IMPORTE(1:WS-IMP-LON)
                TO WS-IMP-NUM(14 - WS-IMP-LON:WS-IMP-LON)
           END-IF.
           IF OP-ID = SPACES OR OP-IBAN = SPACES OR OP-REF = SPACES
              OR WS-IMP-NUM IS NOT NUMERIC OR WS-IMP-NUM = ZEROES
              OR NOT OP-FRECUENCIA-OK OR OP-INICIO IS NOT NUMERIC
              DISPLAY "|ORDPERERROR|DATOS|" IDORDEN "|" DETALLE "|"
                      UPON SYSOUT
              GO TO FIN-ALTA-ORDEN
           END-IF.
           IF OP-FIN NOT = SPACES
              IF OP-FIN IS NOT NUMERIC OR OP-FIN < OP-INICIO
                 DISPLAY "|ORDPERERROR|FIN|" IDORDEN "|" OP-FIN "|"
                         UPON SYSOUT
                 GO TO FIN-ALTA-ORDEN
              END-IF
           END-IF.
           MOVE WS-IMP-NUM TO OP-IMPORTE.
           MOVE OP-INICIO TO OP-PROXIMA.
           MOVE OP-INICIO(7:2) TO OP-DIA.
           MOVE "A" TO OP-ESTADO.
           MOVE SPACES TO OP-ULTIMA.
           MOVE ZEROES TO OP-PAGOS.
           WRITE REG-ORDPERM
               INVALID KEY
                  DISPLAY "|ORDPERERROR|YAEXISTE|" IDORDEN "|"
                          UPON SYSOUT
               NOT INVALID KEY
                  DISPLAY "|ORDPER|ALTA|" OP-ID "|" OP-PROXIMA "|"
                          UPON SYSOUT
           END-WRITE.
       FIN-ALTA-ORDEN.

       BAJA-ORDEN.
           MOVE IDORDEN TO OP-ID.
           READ ORDPERM
               INVALID KEY
                  DISPLAY "|ORDPERERROR|NOEXISTE|" IDORDEN "|"
                          UPON SYSOUT
               NOT INVALID KEY
                  DELETE ORDPERM RECORD
                  DISPLAY "|ORDPER|BAJA|" IDORDEN "|" UPON SYSOUT
           END-READ.
       FIN-BAJA-ORDEN.

       CAMBIA-ESTADO.
           MOVE IDORDEN TO OP-ID.
           READ ORDPERM
               INVALID KEY
                  DISPLAY "|ORDPERERROR|NOEXISTE|" IDORDEN "|"
                          UPON SYSOUT
               NOT INVALID KEY
                  MOVE WS-NUEVO-ESTADO TO OP-ESTADO
                  REWRITE REG-ORDPERM
                  DISPLAY "|ORDPER|ESTADO:" OP-ESTADO "|"
                          IDORDEN "|" UPON SYSOUT
           END-READ.
       FIN-CAMBIA-ESTADO.

       LISTADO SECTION.
       LISTA-ORDENES.
           MOVE LOW-VALUES TO OP-ID.
           START ORDPERM KEY NOT LESS OP-ID
               INVALID KEY
                  GO TO FIN-LEER-ORDENES
           END-START.
       LEER-ORDENES.
           READ ORDPERM NEXT
               AT END
                  GO TO FIN-LEER-ORDENES
           END-READ.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-OP-RESP.
           STRING "|ORDPER|" OP-ID "|" DELIMITED BY SIZE
                  OP-IBAN DELIMITED BY SPACE
                  "|" OP-IMPORTE "|" DELIMITED BY SIZE
                  OP-REF DELIMITED BY SPACE
                  "|FREC:" OP-FRECUENCIA
                  "|DESDE:" OP-INICIO
                  "|HASTA:" OP-FIN
                  "|PROXIMA:" OP-PROXIMA
                  "|ESTADO:" OP-ESTADO
                  "|ULTIMA:" OP-ULTIMA
                  "|PAGOS:" OP-PAGOS "|"
                  DELIMITED BY SIZE
                  INTO WS-OP-RESP
           END-STRING.
           DISPLAY WS-OP-RESP UPON SYSOUT.
           GO TO LEER-ORDENES.
       FIN-LEER-ORDENES.
           MOVE SPACES TO WS-OP-RESP.
           STRING "|ORDPERFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-OP-RESP
           END-STRING.
           DISPLAY WS-OP-RESP UPON SYSOUT.
       FIN-LISTA-ORDENES.

       GENERACION SECTION.
      *    CADA ORDEN ACTIVA PAGA TODOS LOS VENCIMIENTOS CUYO DIA HABIL
      *    DE PAGO YA HA LLEGADO (SI LA PASADA NO CORRIO ALGUN DIA, LOS
      *    ATRASADOS SALEN JUNTOS, CADA UNO CON SU REFERENCIA). EL
      *    FICHERO SE ABRE EN EXTEND: UNA SEGUNDA PASADA EL MISMO DIA
      *    AÑADE LO SUYO SIN PISAR LO QUE YA SALIO.
       GENERA-PAGOS.
           MOVE SPACES TO WS-PAGOS-NOMBRE WS-D-FECHA.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-PAGOS-NOMBRE
                 WS-D-FECHA
           END-UNSTRING.
           IF WS-PAGOS-NOMBRE = SPACES
              DISPLAY "|ORDPERERROR|SINFICHERO|" UPON SYSOUT
              GO TO FIN-GENERA-PAGOS
           END-IF.
           IF WS-D-FECHA IS NUMERIC
              MOVE WS-D-FECHA TO WS-FECHA-PROC
           ELSE
              PERFORM DAME-FECHA-PROCESO THRU FIN-DAME-FECHA-PROCESO
           END-IF.
           MOVE WS-FECHA-PROC(1:6) TO WS-CIE-PERIODO.
           MOVE SPACES TO WS-CIE-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCIERRE" USING WS-CIE-ACCION WS-CIE-PERIODO
                                  WS-CIE-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|ORDPERERROR|CERRADO|" WS-FECHA-PROC "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-GENERA-PAGOS
           END-IF.
           MOVE SPACES TO VALORDIR NOMBRDIR.
           STRING "dd_" WS-PAGOS-NOMBRE(1:3)
                  DELIMITED BY " "
                  INTO NOMBRDIR
           END-STRING.
           DISPLAY NOMBRDIR UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-PAGOS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR WS-PAGOS-NOMBRE(4:)
                     DELIMITED BY " "
                     INTO WS-PAGOS-PATH
              END-STRING
           ELSE
              MOVE WS-PAGOS-NOMBRE TO WS-PAGOS-PATH
           END-IF.
           OPEN EXTEND PAGOS-SAL.
           IF WS-PAGOS-ESTADO NOT = "00"
              OPEN OUTPUT PAGOS-SAL
           END-IF.
           IF WS-PAGOS-ESTADO NOT = "00"
              MOVE WS-PAGOS-ESTADO TO ERRORES
              MOVE "ABRIENDO PAGOS PERMANENTES" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-PAGOS-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-GENERA-PAGOS
           END-IF.
           MOVE LOW-VALUES TO OP-ID.
           START ORDPERM KEY NOT LESS OP-ID
               INVALID KEY
                  GO TO FIN-BARRE-ORDENES
           END-START.
       BARRE-ORDENES.
           READ ORDPERM NEXT
               AT END
                  GO TO FIN-BARRE-ORDENES
           END-READ.
           ADD 1 TO WS-TOTAL.
           IF NOT OP-ACTIVA
              GO TO BARRE-ORDENES
           END-IF.
           MOVE ZEROES TO WS-VUELTAS.
           PERFORM PAGA-VENCIDOS THRU FIN-PAGA-VENCIDOS.
           IF WS-VUELTAS > ZEROES
              ADD 1 TO WS-ORDENES-PAGO
           END-IF.
           IF OP-FIN NOT = SPACES AND OP-PROXIMA > OP-FIN
              MOVE "F" TO OP-ESTADO
              ADD 1 TO WS-TERMINADAS
              DISPLAY "|ORDPER|TERMINADA|" OP-ID "|" OP-FIN "|"
                      UPON SYSOUT
           END-IF.
           REWRITE REG-ORDPERM.
           GO TO BARRE-ORDENES.
       FIN-BARRE-ORDENES.
           CLOSE PAGOS-SAL.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-PAGOS-PATH.
           MOVE SPACES TO WS-OP-RESP.
           STRING "|ORDPERFIN|FECHA:" WS-FECHA-PROC
                  "|ORDENES:" WS-TOTAL
                  "|CONPAGO:" WS-ORDENES-PAGO
                  "|PAGOS:" WS-GENERADOS
                  "|SUMA:" WS-SUMA
                  "|TERMINADAS:" WS-TERMINADAS "|"
                  DELIMITED BY SIZE
                  INTO WS-OP-RESP
           END-STRING.
           DISPLAY WS-OP-RESP UPON SYSOUT.
       FIN-GENERA-PAGOS.

      *    TOPE DE 60 VUELTAS POR ORDEN Y PASADA: MAS DE UN AÑO DE
      *    PAGOS SEMANALES ATRASADOS ES UNA ORDEN QUE HAY QUE MIRAR.
       PAGA-VENCIDOS.
           IF OP-FIN NOT = SPACES AND OP-PROXIMA > OP-FIN
              GO TO FIN-PAGA-VENCIDOS
           END-IF.
           IF WS-VUELTAS NOT < 60
              DISPLAY "|ORDPERERROR|ATRASADA|" OP-ID "|" OP-PROXIMA
                      "|" UPON SYSOUT
              GO TO FIN-PAGA-VENCIDOS
           END-IF.
           MOVE SPACES TO WS-CAL-DETALLE.
           MOVE "0" TO WS-CAL-DETALLE.
           CALL "PRUCALEN" USING WS-CAL-ACCION OP-PROXIMA
                                 WS-CAL-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              MOVE OP-PROXIMA TO WS-FECHA-PAGO
           ELSE
              MOVE WS-CAL-DETALLE(1:8) TO WS-FECHA-PAGO
           END-IF.
           IF WS-FECHA-PAGO > WS-FECHA-PROC
              GO TO FIN-PAGA-VENCIDOS
           END-IF.
           MOVE SPACES TO WS-PAGO-REF.
           STRING OP-REF DELIMITED BY SPACE
                  "-" OP-PROXIMA DELIMITED BY SIZE
                  INTO WS-PAGO-REF
           END-STRING.
           MOVE SPACES TO REG-PAGOS-SAL.
           STRING OP-IBAN DELIMITED BY SPACE
                  ";" OP-IMPORTE ";" DELIMITED BY SIZE
                  WS-PAGO-REF DELIMITED BY SPACE
                  INTO REG-PAGOS-SAL
           END-STRING.
           WRITE REG-PAGOS-SAL.
           ADD 1 TO WS-GENERADOS.
           ADD OP-IMPORTE TO WS-SUMA.
           ADD 1 TO OP-PAGOS.
           ADD 1 TO WS-VUELTAS.
           MOVE OP-PROXIMA TO OP-ULTIMA.
           DISPLAY "|ORDPER|PAGO|" OP-ID "|" OP-PROXIMA "|"
                   WS-FECHA-PAGO "|" OP-IMPORTE "|" UPON SYSOUT.
           PERFORM SIGUIENTE-VENCIMIENTO
              THRU FIN-SIGUIENTE-VENCIMIENTO.
           GO TO PAGA-VENCIDOS.
       FIN-PAGA-VENCIDOS.

       SIGUIENTE-VENCIMIENTO.
           MOVE OP-PROXIMA TO WS-FECHA-AVANCE.
           IF OP-SEMANAL
              PERFORM SUMA-UN-DIA THRU FIN-SUMA-UN-DIA
                      VARYING WS-AV-K FROM 1 BY 1 UNTIL WS-AV-K > 7
              MOVE WS-FECHA-AVANCE TO OP-PROXIMA
              GO TO FIN-SIGUIENTE-VENCIMIENTO
           END-IF.
           EVALUATE TRUE
               WHEN OP-TRIMESTRAL
                    MOVE 3 TO WS-AV-MESES
               WHEN OP-ANUAL
                    MOVE 12 TO WS-AV-MESES
               WHEN OTHER
                    MOVE 1 TO WS-AV-MESES
           END-EVALUATE.
           ADD WS-AV-MESES TO WS-AV-MES.
           IF WS-AV-MES > 12
              SUBTRACT 12 FROM WS-AV-MES
              ADD 1 TO WS-AV-ANO
           END-IF.
           PERFORM TOPE-DEL-MES THRU FIN-TOPE-DEL-MES.
           IF OP-DIA > WS-TOPE-MES
              MOVE WS-TOPE-MES TO WS-AV-DIA
           ELSE
              MOVE OP-DIA TO WS-AV-DIA
           END-IF.
           MOVE WS-FECHA-AVANCE TO OP-PROXIMA.
       FIN-SIGUIENTE-VENCIMIENTO.

      *    MISMO PASO DE UN DIA Y BISIESTO SIMPLE QUE PRUCALEN.
       SUMA-UN-DIA.
           PERFORM TOPE-DEL-MES THRU FIN-TOPE-DEL-MES.
           IF WS-AV-DIA < WS-TOPE-MES
              ADD 1 TO WS-AV-DIA
           ELSE
              MOVE 1 TO WS-AV-DIA
              IF WS-AV-MES < 12
                 ADD 1 TO WS-AV-MES
              ELSE
                 MOVE 1 TO WS-AV-MES
                 ADD 1 TO WS-AV-ANO
              END-IF
           END-IF.
       FIN-SUMA-UN-DIA.

       TOPE-DEL-MES.
           MOVE TB-DIAS(WS-AV-MES) TO WS-TOPE-MES.
           IF WS-AV-MES = 2
              DIVIDE WS-AV-ANO BY 4 GIVING WS-RESTO4
                     REMAINDER WS-RESTO4
              IF WS-RESTO4 = ZERO
                 MOVE 29 TO WS-TOPE-MES
              END-IF
           END-IF.
       FIN-TOPE-DEL-MES.

       DAME-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA-PROC
               ON EXCEPTION
                  ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       FIN-DAME-FECHA-PROCESO.
