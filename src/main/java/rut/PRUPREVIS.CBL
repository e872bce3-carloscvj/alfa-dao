       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUPREVIS.
       AUTHOR.        CVJ.
       SECURITY.      PREVISION DE TESORERIA POR FECHA VALOR: SUMA, POR
                      DIA Y POR CUENTA ORDENANTE, LO QUE VA A SALIR Y A
                      ENTRAR EN LOS PROXIMOS DIAS HABILES DE PRUCALEN -
                      LAS REMESAS VALIDADAS AUN SIN GENERAR, LOS
                      FICHEROS DE ORDENES GENERADOS QUE EL EXTRACTO NO
                      HA ENSEÑADO, LOS VENCIMIENTOS DE LAS ORDENES
                      PERMANENTES DE PRUORDPER Y LOS COBROS DE ADEUDOS
                      GENERADOS. CADA LINEA QUEDA EN EL FICHERO DE
                      RESULTADOS DE PRURES Y EL LISTADO DE PAPEL LO
                      SACA PRUIMPRES - HASTA AHORA TESORERIA PREGUNTABA
                      Y ALFA NO SABIA CONTESTAR.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. HORIZONTE EN
*********************               DIAS HABILES EN EL PARAMETRO (5 SI
*********************               NO VIENE). LO QUE AUN NO SE HA
*********************               GENERADO SE PREVE CON LA MISMA
*********************               FECHA VALOR QUE LE DARIA PRUGENPAG
*********************               (PRUGENPAGDIAS HABILES, 1 SI NO SE
*********************               FIJA) Y EN LA CUENTA DE
*********************               PRUGENPAGORDENANTE; LO GENERADO
*********************               LLEVA SU FECHA VALOR Y LA CUENTA DE
*********************               LA CABECERA 01 DE SU FICHERO. LOS
*********************               COBROS SE PREVEN PRUPREVISDIASCOBRO
*********************               DIAS HABILES DESPUES DE GENERADOS
*********************               (2 SI NO SE FIJA).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDENES
                  ASSIGN TO DYNAMIC WS-REM-FICHERO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ORD-ESTADO.

           SELECT ORDPERM
                  ASSIGN TO DYNAMIC WS-ORDPERM-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OP-ID
                  FILE STATUS IS WS-OP-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDENES.
       01  REG-ORDENES       PIC X(160).

      *    REGISTRO DE ORDENES PERMANENTES QUE MANTIENE PRUORDPER.
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
           03 OP-INICIO      PIC X(8).
           03 OP-FIN         PIC X(8).
           03 OP-PROXIMA     PIC X(8).
           03 OP-DIA         PIC 99.
           03 OP-ESTADO      PIC X.
              88 OP-ACTIVA      VALUE "A".
           03 OP-ULTIMA      PIC X(8).
           03 OP-PAGOS       PIC 9(5).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUPREVIS".
       01  VALORDIR          PIC X(128).
       77  WS-ORDPERM-PATH   PIC X(200).
       77  WS-OP-ESTADO      PIC XX.
       77  WS-ORD-ESTADO     PIC XX.
       77  WS-CONTEXTO       PIC X(64).

       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-FECHA-HASTA    PIC X(8).
       77  WS-FECHA-PREVISTA PIC X(8).
       77  WS-CAL-ACCION     PIC X(10) VALUE "AVANZA".
       01  WS-CAL-DETALLE    PIC X(60).
       77  WS-CAL-FECHA      PIC X(8).
       77  WS-NUM-TXT        PIC X(16).
       77  WS-NUM-LON        PIC 99.
       77  WS-NUM-15         PIC 9(15).
       77  WS-HORIZONTE      PIC 9(3).
       77  WS-DIAS-PAGO      PIC X(3).
       77  WS-DIAS-COBRO     PIC X(3).
       01  WS-ORDENANTE      PIC X(35).

       77  WS-REMESA         PIC X(6).
       77  WS-REM-ACCION     PIC X(8).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-RV-TIPO        PIC X(4).
       77  WS-RV-CLASE       PIC X(4).
       77  WS-RV-VALOR       PIC X(8).
       77  WS-RV-GENERADA    PIC X(8).
       77  WS-RV-OK-REGS     PIC X(16).
       77  WS-RV-OK-SUMA     PIC X(16).
       77  WS-RV-GEN-REGS    PIC X(16).
       77  WS-RV-GEN-SUMA    PIC X(16).
       77  WS-RV-EXT-REGS    PIC X(16).
       77  WS-RV-EXT-SUMA    PIC X(16).
       77  WS-REM-ENVIO      PIC X(8).
       77  WS-REM-REGS       PIC X(16).
       77  WS-REM-SUMA       PIC X(16).
       01  WS-REM-FICHERO    PIC X(120).
       77  WS-GEN-REGS-9     PIC 9(7).
       77  WS-GEN-SUMA-9     PIC 9(15).
       77  WS-EXT-REGS-9     PIC 9(7).
       77  WS-EXT-SUMA-9     PIC 9(15).

      *    LA PREVISION: UNA FILA POR FECHA VALOR, CUENTA Y ORIGEN.
       01  TB-PREVISION.
           03 TB-PRV         OCCURS 500.
              05 TP-FECHA    PIC X(8).
              05 TP-CUENTA   PIC X(35).
              05 TP-FUENTE   PIC X(10).
              05 TP-SIGNO    PIC X.
              05 TP-REGS     PIC 9(7).
              05 TP-SUMA     PIC 9(15).
       77  WS-FILAS          PIC 9(3) VALUE ZEROES.
       77  WS-F              PIC 9(3).
       77  WS-G              PIC 9(3).
       77  WS-HUECO          PIC 9(3).
       77  WS-YA-SALIO       PIC X.
       77  WS-AC-FECHA       PIC X(8).
       01  WS-AC-CUENTA      PIC X(35).
       77  WS-AC-FUENTE      PIC X(10).
       77  WS-AC-SIGNO       PIC X.
       77  WS-AC-REGS        PIC 9(7).
       77  WS-AC-SUMA        PIC 9(15).
       77  WS-FUERA          PIC 9(5) VALUE ZEROES.
       77  WS-SIN-HUECO      PIC 9(5) VALUE ZEROES.

       77  WS-DIA-SALE       PIC 9(15).
       77  WS-DIA-ENTRA      PIC 9(15).
       77  WS-NETO           PIC S9(15).
       77  WS-NETO-ED        PIC -(15)9.
       77  WS-TOT-SALE       PIC 9(15) VALUE ZEROES.
       77  WS-TOT-ENTRA      PIC 9(15) VALUE ZEROES.
       01  WS-PRV-RESP       PIC X(300).

       01  WS-FECHA-AVANCE.
           03 WS-AV-ANO      PIC 9(4).
           03 WS-AV-MES      PIC 9(2).
           03 WS-AV-DIA      PIC 9(2).
       77  WS-AV-MESES       PIC 99.
       77  WS-AV-K           PIC 99.
       77  WS-TOPE-MES       PIC 99.
       77  WS-RESTO4         PIC 9(4).
       77  WS-VUELTAS        PIC 999.
       77  WS-VENCE          PIC X(8).
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

       77  WS-RES-PROG       PIC X(10) VALUE "PRUPREVIS".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).
       77  WS-IMP-DESDE      PIC X(8).
       77  WS-IMP-HASTA      PIC X(8).

       LINKAGE SECTION.

       77  DIASHABILES       PIC X(3).

       PROCEDURE DIVISION USING DIASHABILES.

       PROGRAMA SECTION.
       INICIALES.
           PERFORM DAME-FECHA-PROCESO THRU FIN-DAME-FECHA-PROCESO.
           MOVE DIASHABILES TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           MOVE WS-NUM-15 TO WS-HORIZONTE.
           IF WS-HORIZONTE = ZEROES
              MOVE 5 TO WS-HORIZONTE
           END-IF.
           MOVE SPACES TO WS-CAL-DETALLE.
           MOVE WS-HORIZONTE TO WS-CAL-DETALLE(1:3).
           MOVE WS-FECHA-PROC TO WS-CAL-FECHA.
           PERFORM AVANZA-CALENDARIO THRU FIN-AVANZA-CALENDARIO.
           MOVE WS-CAL-FECHA TO WS-FECHA-HASTA.

           MOVE SPACES TO WS-DIAS-PAGO.
           DISPLAY "PRUGENPAGDIAS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DIAS-PAGO FROM ENVIRONMENT-VALUE.
           IF WS-DIAS-PAGO = SPACES OR WS-DIAS-PAGO = LOW-VALUES
              MOVE "1" TO WS-DIAS-PAGO
           END-IF.
           MOVE SPACES TO WS-DIAS-COBRO.
           DISPLAY "PRUPREVISDIASCOBRO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DIAS-COBRO FROM ENVIRONMENT-VALUE.
           IF WS-DIAS-COBRO = SPACES OR WS-DIAS-COBRO = LOW-VALUES
              MOVE "2" TO WS-DIAS-COBRO
           END-IF.
           MOVE SPACES TO WS-ORDENANTE.
           DISPLAY "PRUGENPAGORDENANTE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ORDENANTE FROM ENVIRONMENT-VALUE.
           IF WS-ORDENANTE = SPACES OR WS-ORDENANTE = LOW-VALUES
              MOVE "SINORDENANTE" TO WS-ORDENANTE
           END-IF.
      *    LO QUE SE GENERE HOY SALDRA CON ESTA FECHA VALOR.
           MOVE SPACES TO WS-CAL-DETALLE.
           MOVE WS-DIAS-PAGO TO WS-CAL-DETALLE.
           MOVE WS-FECHA-PROC TO WS-CAL-FECHA.
           PERFORM AVANZA-CALENDARIO THRU FIN-AVANZA-CALENDARIO.
           MOVE WS-CAL-FECHA TO WS-FECHA-PREVISTA.
       PROCESOS.
           PERFORM PREVE-REMESAS THRU FIN-PREVE-REMESAS.
           PERFORM PREVE-PERMANENTES THRU FIN-PREVE-PERMANENTES.
           PERFORM EMITE-PREVISION THRU FIN-EMITE-PREVISION.
           MOVE SPACES TO WS-PRV-RESP.
           STRING "|PREVISFIN|DESDE:" WS-FECHA-PROC
                  "|HASTA:" WS-FECHA-HASTA
                  "|FILAS:" WS-FILAS
                  "|SALE:" WS-TOT-SALE
                  "|ENTRA:" WS-TOT-ENTRA
                  "|FUERAHORIZONTE:" WS-FUERA
                  "|SINHUECO:" WS-SIN-HUECO "|"
                  DELIMITED BY SIZE
                  INTO WS-PRV-RESP
           END-STRING.
           DISPLAY WS-PRV-RESP UPON SYSOUT.
           MOVE WS-FECHA-PROC TO WS-IMP-DESDE WS-IMP-HASTA.
           CALL "PRUIMPRES" USING WS-RES-PROG WS-IMP-DESDE
                                  WS-IMP-HASTA.
           IF WS-SIN-HUECO > ZEROES
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       REMESAS SECTION.
      *    VALIDADAS SIN GENERAR: SALEN CON LA FECHA VALOR DE HOY.
      *    GENERADAS: LO QUE EL EXTRACTO AUN NO HA ENSEÑADO, CON SU
      *    FECHA VALOR (LOS PAGOS) O LOS DIAS DE COBRO DESPUES DE
      *    GENERADAS (LOS ADEUDOS, CLASE C).
       PREVE-REMESAS.
           MOVE SPACES TO WS-REMESA.
       SIGUIENTE-VIVA.
           MOVE "VIVA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO OR WS-REMESA = SPACES
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-PREVE-REMESAS
           END-IF.
           MOVE SPACES TO WS-RV-TIPO WS-RV-CLASE WS-RV-VALOR
                          WS-RV-GENERADA WS-RV-OK-REGS WS-RV-OK-SUMA
                          WS-RV-GEN-REGS WS-RV-GEN-SUMA
                          WS-RV-EXT-REGS WS-RV-EXT-SUMA.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-RV-TIPO
                 WS-RV-CLASE
                 WS-RV-VALOR
                 WS-RV-GENERADA
                 WS-RV-OK-REGS
                 WS-RV-OK-SUMA
                 WS-RV-GEN-REGS
                 WS-RV-GEN-SUMA
                 WS-RV-EXT-REGS
                 WS-RV-EXT-SUMA
           END-UNSTRING.
           IF WS-RV-TIPO = "V"
              MOVE WS-FECHA-PREVISTA TO WS-AC-FECHA
              MOVE WS-ORDENANTE TO WS-AC-CUENTA
              MOVE "VALIDADA" TO WS-AC-FUENTE
              MOVE "S" TO WS-AC-SIGNO
              MOVE WS-RV-OK-REGS(1:7) TO WS-AC-REGS
              MOVE WS-RV-OK-SUMA(1:15) TO WS-AC-SUMA
              PERFORM ACUMULA THRU FIN-ACUMULA
              GO TO SIGUIENTE-VIVA
           END-IF.
           MOVE WS-RV-GEN-REGS(1:7) TO WS-GEN-REGS-9.
           MOVE WS-RV-GEN-SUMA(1:15) TO WS-GEN-SUMA-9.
           MOVE WS-RV-EXT-REGS(1:7) TO WS-EXT-REGS-9.
           MOVE WS-RV-EXT-SUMA(1:15) TO WS-EXT-SUMA-9.
           MOVE ZEROES TO WS-AC-REGS WS-AC-SUMA.
           IF WS-GEN-REGS-9 > WS-EXT-REGS-9
              COMPUTE WS-AC-REGS = WS-GEN-REGS-9 - WS-EXT-REGS-9
           END-IF.
           IF WS-GEN-SUMA-9 > WS-EXT-SUMA-9
              COMPUTE WS-AC-SUMA = WS-GEN-SUMA-9 - WS-EXT-SUMA-9
           END-IF.
           PERFORM CUENTA-DEL-FICHERO THRU FIN-CUENTA-DEL-FICHERO.
           IF WS-RV-CLASE = "C"
              MOVE SPACES TO WS-CAL-DETALLE
              MOVE WS-DIAS-COBRO TO WS-CAL-DETALLE
              MOVE WS-RV-GENERADA TO WS-CAL-FECHA
              PERFORM AVANZA-CALENDARIO THRU FIN-AVANZA-CALENDARIO
              MOVE WS-CAL-FECHA TO WS-AC-FECHA
              MOVE "COBRO" TO WS-AC-FUENTE
              MOVE "E" TO WS-AC-SIGNO
           ELSE
              MOVE WS-RV-VALOR TO WS-AC-FECHA
              IF WS-AC-FECHA = SPACES
                 MOVE WS-FECHA-PREVISTA TO WS-AC-FECHA
              END-IF
              MOVE "GENERADA" TO WS-AC-FUENTE
              MOVE "S" TO WS-AC-SIGNO
           END-IF.
           PERFORM ACUMULA THRU FIN-ACUMULA.
           GO TO SIGUIENTE-VIVA.
       FIN-PREVE-REMESAS.

      *    LA CUENTA ORDENANTE (O ACREEDORA) ES LA DE LA CABECERA 01
      *    DEL FICHERO GENERADO, QUE EN PRUGENPAG Y PRUGENADEU EMPIEZA
      *    EN LA MISMA POSICION.
       CUENTA-DEL-FICHERO.
           MOVE WS-ORDENANTE TO WS-AC-CUENTA.
           MOVE "CONSULTA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-REM-ENVIO WS-REM-REGS WS-REM-SUMA
                          WS-REM-FICHERO.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-ENVIO
                 WS-REM-REGS
                 WS-REM-SUMA
                 WS-REM-FICHERO
           END-UNSTRING.
           OPEN INPUT ORDENES.
           IF WS-ORD-ESTADO NOT = "00"
              GO TO FIN-CUENTA-DEL-FICHERO
           END-IF.
           READ ORDENES
               AT END
                  MOVE SPACES TO REG-ORDENES
           END-READ.
           IF REG-ORDENES(1:2) = "01" AND REG-ORDENES(3:35) NOT = SPACES
              MOVE REG-ORDENES(3:35) TO WS-AC-CUENTA
           END-IF.
           CLOSE ORDENES.
       FIN-CUENTA-DEL-FICHERO.

       PERMANENTES SECTION.
      *    CADA ORDEN ACTIVA PROYECTA SUS VENCIMIENTOS CON EL MISMO
      *    PASO QUE PRUORDPER: SE PAGAN EL DIA HABIL DEL VENCIMIENTO,
      *    SE GENERAN ESE DIA Y SE MUEVEN LOS DIAS DE PRUGENPAG
      *    DESPUES. UN VENCIMIENTO ATRASADO SALE CON LO DE HOY.
       PREVE-PERMANENTES.
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
           OPEN INPUT ORDPERM.
           IF WS-OP-ESTADO NOT = "00"
              GO TO FIN-PREVE-PERMANENTES
           END-IF.
       LEE-PERMANENTE.
           READ ORDPERM NEXT
               AT END
                  GO TO FIN-LEE-PERMANENTE
           END-READ.
           IF NOT OP-ACTIVA
              GO TO LEE-PERMANENTE
           END-IF.
           MOVE OP-PROXIMA TO WS-VENCE.
           MOVE ZEROES TO WS-VUELTAS.
           PERFORM PROYECTA-ORDEN THRU FIN-PROYECTA-ORDEN.
           GO TO LEE-PERMANENTE.
       FIN-LEE-PERMANENTE.
           CLOSE ORDPERM.
       FIN-PREVE-PERMANENTES.

       PROYECTA-ORDEN.
           IF OP-FIN NOT = SPACES AND WS-VENCE > OP-FIN
              GO TO FIN-PROYECTA-ORDEN
           END-IF.
           IF WS-VUELTAS NOT < 60 OR WS-VENCE IS NOT NUMERIC
              GO TO FIN-PROYECTA-ORDEN
           END-IF.
           ADD 1 TO WS-VUELTAS.
           MOVE SPACES TO WS-CAL-DETALLE.
           MOVE "0" TO WS-CAL-DETALLE.
           MOVE WS-VENCE TO WS-CAL-FECHA.
           PERFORM AVANZA-CALENDARIO THRU FIN-AVANZA-CALENDARIO.
           MOVE SPACES TO WS-CAL-DETALLE.
           MOVE WS-DIAS-PAGO TO WS-CAL-DETALLE.
           PERFORM AVANZA-CALENDARIO THRU FIN-AVANZA-CALENDARIO.
           IF WS-CAL-FECHA < WS-FECHA-PREVISTA
              MOVE WS-FECHA-PREVISTA TO WS-CAL-FECHA
           END-IF.
           IF WS-CAL-FECHA > WS-FECHA-HASTA
              GO TO FIN-PROYECTA-ORDEN
           END-IF.
           MOVE WS-CAL-FECHA TO WS-AC-FECHA.
           MOVE WS-ORDENANTE TO WS-AC-CUENTA.
           MOVE "PERMANENTE" TO WS-AC-FUENTE.
           MOVE "S" TO WS-AC-SIGNO.
           MOVE 1 TO WS-AC-REGS.
           MOVE OP-IMPORTE TO WS-AC-SUMA.
           PERFORM ACUMULA THRU FIN-ACUMULA.
           PERFORM SIGUIENTE-VENCIMIENTO
              THRU FIN-SIGUIENTE-VENCIMIENTO.
           GO TO PROYECTA-ORDEN.
       FIN-PROYECTA-ORDEN.

      *    MISMO AVANCE QUE PRUORDPER SOBRE LA FECHA NOMINAL.
       SIGUIENTE-VENCIMIENTO.
           MOVE WS-VENCE TO WS-FECHA-AVANCE.
           IF OP-SEMANAL
              PERFORM SUMA-UN-DIA THRU FIN-SUMA-UN-DIA
                      VARYING WS-AV-K FROM 1 BY 1 UNTIL WS-AV-K > 7
              MOVE WS-FECHA-AVANCE TO WS-VENCE
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
           MOVE WS-FECHA-AVANCE TO WS-VENCE.
       FIN-SIGUIENTE-VENCIMIENTO.

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

       TABLA SECTION.
      *    FUERA DEL HORIZONTE NO SE ACUMULA (LO ATRASADO QUE EL
      *    EXTRACTO AUN NO HA VISTO YA NO ES PREVISION).
       ACUMULA.
           IF WS-AC-FECHA < WS-FECHA-PROC OR
              WS-AC-FECHA > WS-FECHA-HASTA
              ADD 1 TO WS-FUERA
              GO TO FIN-ACUMULA
           END-IF.
           MOVE ZEROES TO WS-HUECO.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FILAS OR WS-HUECO > ZEROES
              IF TP-FECHA(WS-F) = WS-AC-FECHA AND
                 TP-CUENTA(WS-F) = WS-AC-CUENTA AND
                 TP-FUENTE(WS-F) = WS-AC-FUENTE
                 MOVE WS-F TO WS-HUECO
              END-IF
           END-PERFORM.
           IF WS-HUECO = ZEROES
              IF WS-FILAS NOT < 500
                 ADD 1 TO WS-SIN-HUECO
                 GO TO FIN-ACUMULA
              END-IF
              ADD 1 TO WS-FILAS
              MOVE WS-FILAS TO WS-HUECO
              MOVE WS-AC-FECHA TO TP-FECHA(WS-HUECO)
              MOVE WS-AC-CUENTA TO TP-CUENTA(WS-HUECO)
              MOVE WS-AC-FUENTE TO TP-FUENTE(WS-HUECO)
              MOVE WS-AC-SIGNO TO TP-SIGNO(WS-HUECO)
              MOVE ZEROES TO TP-REGS(WS-HUECO) TP-SUMA(WS-HUECO)
           END-IF.
           ADD WS-AC-REGS TO TP-REGS(WS-HUECO).
           ADD WS-AC-SUMA TO TP-SUMA(WS-HUECO).
       FIN-ACUMULA.

       SALIDA SECTION.
      *    DIA A DIA DEL HORIZONTE; EN CADA DIA, CADA CUENTA CON SUS
      *    ORIGENES Y UNA LINEA NETO DE LA CUENTA EN EL DIA.
       EMITE-PREVISION.
           MOVE WS-FECHA-PROC TO WS-FECHA-AVANCE.
       EMITE-DIA.
           IF WS-FECHA-AVANCE > WS-FECHA-HASTA
              GO TO FIN-EMITE-PREVISION
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FILAS
              IF TP-FECHA(WS-F) = WS-FECHA-AVANCE
                 PERFORM EMITE-CUENTA THRU FIN-EMITE-CUENTA
              END-IF
           END-PERFORM.
           PERFORM SUMA-UN-DIA THRU FIN-SUMA-UN-DIA.
           GO TO EMITE-DIA.
       FIN-EMITE-PREVISION.

      *    LA CUENTA SE EMITE CON LA PRIMERA FILA SUYA DEL DIA.
       EMITE-CUENTA.
           MOVE "N" TO WS-YA-SALIO.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G = WS-F
              IF TP-FECHA(WS-G) = TP-FECHA(WS-F) AND
                 TP-CUENTA(WS-G) = TP-CUENTA(WS-F)
                 MOVE "S" TO WS-YA-SALIO
              END-IF
           END-PERFORM.
           IF WS-YA-SALIO = "S"
              GO TO FIN-EMITE-CUENTA
           END-IF.
           MOVE ZEROES TO WS-DIA-SALE WS-DIA-ENTRA.
           PERFORM VARYING WS-G FROM WS-F BY 1 UNTIL WS-G > WS-FILAS
              IF TP-FECHA(WS-G) = TP-FECHA(WS-F) AND
                 TP-CUENTA(WS-G) = TP-CUENTA(WS-F)
                 PERFORM EMITE-FILA THRU FIN-EMITE-FILA
              END-IF
           END-PERFORM.
           COMPUTE WS-NETO = WS-DIA-ENTRA - WS-DIA-SALE.
           MOVE WS-NETO TO WS-NETO-ED.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING TP-FECHA(WS-F) " " TP-CUENTA(WS-F) " TOTAL"
                  DELIMITED BY SIZE
                  INTO WS-RES-ITEM
           END-STRING.
           MOVE "NETO" TO WS-RES-RESULT.
           STRING "SALE:" WS-DIA-SALE " ENTRA:" WS-DIA-ENTRA
                  " NETO:" WS-NETO-ED
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           MOVE SPACES TO WS-PRV-RESP.
           STRING "|PREVISNETO|" TP-FECHA(WS-F) "|" TP-CUENTA(WS-F)
                  "|" WS-DIA-SALE "|" WS-DIA-ENTRA "|" WS-NETO-ED "|"
                  DELIMITED BY SIZE
                  INTO WS-PRV-RESP
           END-STRING.
           DISPLAY WS-PRV-RESP UPON SYSOUT.
       FIN-EMITE-CUENTA.

       EMITE-FILA.
           IF TP-SIGNO(WS-G) = "E"
              ADD TP-SUMA(WS-G) TO WS-DIA-ENTRA WS-TOT-ENTRA
              MOVE "ENTRADA" TO WS-RES-RESULT
           ELSE
              ADD TP-SUMA(WS-G) TO WS-DIA-SALE WS-TOT-SALE
              MOVE "SALIDA" TO WS-RES-RESULT
           END-IF.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING TP-FECHA(WS-G) " " TP-CUENTA(WS-G) " "
                  TP-FUENTE(WS-G)
                  DELIMITED BY SIZE
                  INTO WS-RES-ITEM
           END-STRING.
           STRING "REGS:" TP-REGS(WS-G) " IMPORTE:" TP-SUMA(WS-G)
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           MOVE SPACES TO WS-PRV-RESP.
           STRING "|PREVIS|" TP-FECHA(WS-G) "|" TP-CUENTA(WS-G) "|"
                  TP-FUENTE(WS-G) "|" WS-RES-RESULT "|"
                  TP-REGS(WS-G) "|" TP-SUMA(WS-G) "|"
                  DELIMITED BY SIZE
                  INTO WS-PRV-RESP
           END-STRING.
           DISPLAY WS-PRV-RESP UPON SYSOUT.
       FIN-EMITE-FILA.

       AUXILIARES SECTION.
      *    WS-CAL-FECHA AVANZA LOS DIAS HABILES DE WS-CAL-DETALLE; SIN
      *    RESPUESTA DEL CALENDARIO SE QUEDA COMO ESTABA.
       AVANZA-CALENDARIO.
           CALL "PRUCALEN" USING WS-CAL-ACCION WS-CAL-FECHA
                                 WS-CAL-DETALLE.
           IF RETURN-CODE = ZERO AND WS-CAL-DETALLE(1:8) IS NUMERIC
              MOVE WS-CAL-DETALLE(1:8) TO WS-CAL-FECHA
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-AVANZA-CALENDARIO.

       ENCAJA-NUMERO.
           MOVE ZEROES TO WS-NUM-15.
           MOVE ZERO TO WS-NUM-LON.
           INSPECT WS-NUM-TXT(1:15) TALLYING WS-NUM-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-NUM-LON > ZERO
              MOVE WS-NUM-TXT(1:WS-NUM-LON)
                TO WS-NUM-15(16 - WS-NUM-LON:WS-NUM-LON)
           END-IF.
           IF WS-NUM-15 IS NOT NUMERIC
              MOVE ZEROES TO WS-NUM-15
           END-IF.
       FIN-ENCAJA-NUMERO.

       DAME-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA-PROC
               ON EXCEPTION
                  ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       FIN-DAME-FECHA-PROCESO.
