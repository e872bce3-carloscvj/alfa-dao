                      RETECLEABA A MANO EN LA HERRAMIENTA DEL BANCO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - La revision de retenidos pasa
*********************               cada pago a euros (PRUDIVISA
*********************               AEUROS) antes de mirarlo contra
*********************               PRULIBERAUMBRAL, y le da la divisa
*********************               a PRULIBERA; un pago sin cambio se
*********************               consulta siempre. Si el .OK no se
*********************               puede reabrir tras la revision se
*********************               avisa por PRUERR y no se genera.
********************* 15/10/2026 CVJ - Con la fecha de proceso en un mes
*********************               cerrado en PRUCIERRE no se genera
*********************               nada: RETURN-CODE 6.
********************* 15/10/2026 CVJ - Empresas del grupo: si la remesa
*********************               lleva empresa, el ordenante es la
*********************               cuenta de esa empresa en
*********************               PRUEMPRESA (no la de
*********************               PRUGENPAGORDENANTE) y la cabecera
*********************               01 lleva el codigo (CAB-EMPRESA).
*********************               Una empresa que no esta en el
*********************               registro no genera: RETURN-CODE 5.
********************* 15/10/2026 CVJ - Con remesa en PRUGENPAGREMESA,
*********************               antes de montar nada se pregunta
*********************               a PRUANOMA (que la revisa si aun
*********************               no lo ha hecho); una remesa
*********************               retenida por anomalia estadistica
*********************               no genera ordenes hasta que la
*********************               reconocen: RETURN-CODE 4.
********************* 15/10/2026 CVJ - Pagos urgentes: con
*********************               PRUGENPAGURGENTE=S el fichero sale
*********************               como urgente (CAB-URGENTE en la
*********************               cabecera 01), que es lo que cobra
*********************               el banco con la tarifa de urgentes
*********************               y lo que mira PRUCOMIS.
********************* 15/10/2026 CVJ - La etapa GENERA de la remesa
*********************               lleva tambien el fichero de
*********************               ordenes generado, para que
*********************               PRURETIRA pueda retirar un pago
*********************               antes del envio.
********************* 15/10/2026 CVJ - Fecha valor: sobre la fecha de
*********************               proceso de PRUFECHA, pasada la
*********************               hora de corte (PRUGENPAGCORTE,
*********************               HHMM) el lote cuenta desde el
*********************               siguiente dia habil, y la
*********************               ejecucion queda PRUGENPAGDIAS
*********************               dias habiles despues (1 si no se
*********************               fija) segun PRUCALEN. Una fecha
*********************               pedida (PRUGENPAGFECHA) festiva o
*********************               anterior al minimo se mueve al
*********************               siguiente dia valido, o con
*********************               PRUGENPAGAJUSTE=RECHAZA el lote
*********************               se rechaza sin fichero y con
*********************               RETURN-CODE 3, igual que si llega
*********************               tarde. La fecha valor va en la
*********************               cabecera 01 y en la etapa GENERA.
********************* 15/10/2026 CVJ - Divisas: el PAGOS-OK trae la
*********************               divisa en el cuarto campo (EUR si
*********************               falta), el 02 la lleva al final,
*********************               antes de la cola sale un 04 por
*********************               divisa con cuenta, suma y
*********************               contravalor en euros (cambio de
*********************               PRUDIVISA del dia) y la cola 03
*********************               gana el total en euros. Cada
*********************               divisa se estampa en PRUREMESA.
*********************               Mas de cinco divisas en un
*********************               fichero: la sexta es linea mala.
********************* 15/10/2026 CVJ - Con PRULIBERAUMBRAL fijado, una
*********************               primera vuelta sobre el PAGOS-OK
*********************               pregunta a PRULIBERA por cada
*********************               pago por encima del umbral; si
*********************               alguno no esta liberado (o ni
*********************               siquiera retenido, y entonces se
*********************               retiene) no se monta el fichero
*********************               de ordenes y se sale con
*********************               RETURN-CODE 2.
********************* 02/09/2026 CVJ - Si PRUGENPAGREMESA trae el id
*********************               de la remesa en el registro de
*********************               PRUREMESA, la etapa de generacion
       77  WS-SALIDA-ESTADO  PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA          PIC X(8).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).
       77  WS-HORA           PIC X(8).
       77  WS-CORTE          PIC X(4).
       77  WS-VAL-DIAS-TXT   PIC X(3).
       77  WS-VAL-AJUSTE     PIC X(8).
           88 VALOR-RECHAZA  VALUE "RECHAZA".
       77  WS-VAL-PEDIDA     PIC X(8).
       77  WS-VAL-MINIMA     PIC X(8).
       77  WS-FECHA-VALOR    PIC X(8).
       77  WS-VAL-BASE       PIC X(8).
       77  WS-VAL-MOTIVO     PIC X(12).
       77  WS-CAL-ACCION     PIC X(10).
       01  WS-CAL-DETALLE    PIC X(60).
       77  WS-ORDENANTE      PIC X(35).
       77  WS-URGENTE        PIC X.

       77  WS-PAGO-IBAN      PIC X(34).
       77  WS-PAGO-IMPORTE   PIC X(13).
       77  WS-PAGO-IMP-LON   PIC 99.
       77  WS-PAGO-IMP-NUM   PIC X(13).
       77  WS-PAGO-IMPORTE-9 PIC 9(13).
       77  WS-PAGO-DIVISA    PIC X(3).
       01  MINUSCULAS        PIC X(26)
                             VALUE "abcdefghijklmnopqrstuvwxyz".
       01  MAYUSCULAS        PIC X(26)
                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    TOTALES POR DIVISA (LAS MISMAS CINCO QUE CABEN EN EL
      *    REGISTRO DE PRUREMESA).
       01  TB-DIVISAS.
           03 TB-DIV-O       OCCURS 5.
              05 TB-DIV-CODIGO PIC X(3).
              05 TB-DIV-REGS   PIC 9(7).
              05 TB-DIV-SUMA   PIC 9(15).
              05 TB-DIV-EUR    PIC 9(15).
       77  WS-NDIVISAS       PIC 9 VALUE ZERO.
       77  WS-DIV-I          PIC 9.
       77  WS-DIV-HALLADA    PIC 9.
       77  WS-DIV-ACCION     PIC X(8) VALUE "AEUROS".
       01  WS-DIV-DETALLE    PIC X(60).
       77  WS-GEN-EUR        PIC 9(15) VALUE ZEROES.

       77  WS-IBAN-FMT       PIC X(41).
       77  WS-FMT-K          PIC 99.
       77  WS-REM-ACCION     PIC X(8) VALUE "ETAPA".
       01  WS-REM-DETALLE    PIC X(160).

       77  WS-LIB-UMBRAL-TXT PIC X(15).
       77  WS-LIB-UMBRAL     PIC 9(13) VALUE ZEROES.
       77  WS-LIB-ACCION     PIC X(8).
       01  WS-LIB-DETALLE    PIC X(160).
       77  WS-LIB-PENDIENTES PIC 9(7) VALUE ZEROES.
       77  WS-LIB-EUROS      PIC 9(15).
       77  WS-LIB-REABIERTO  PIC X VALUE "S".

       77  WS-ANO-ACCION     PIC X(8).
       01  WS-ANO-DETALLE    PIC X(160).
       77  WS-ANO-RETENIDA   PIC X VALUE "N".

      *    EMPRESA DEL GRUPO DE LA REMESA Y SU CUENTA EN PRUEMPRESA.
       77  WS-RCN-ACCION     PIC X(8) VALUE "CONSULTA".
       01  WS-RCN-DETALLE    PIC X(160).
       77  WS-RCN-CAMPO      PIC X(120).
       77  WS-EMPRESA        PIC X(3).
       77  WS-EMP-ACCION     PIC X(8) VALUE "CONSULTA".
       01  WS-EMP-DETALLE    PIC X(160).
       77  WS-EMP-IBAN       PIC X(34).
       77  WS-EMP-MAL        PIC X VALUE "N".

       01  REG-CABECERA.
           03 CAB-TIPO       PIC XX VALUE "01".
           03 CAB-ORDENANTE  PIC X(35).
           03 CAB-FECHA      PIC X(8).
           03 CAB-FECHA-VALOR PIC X(8).
           03 CAB-URGENTE    PIC X.
           03 CAB-EMPRESA    PIC X(3).

       01  REG-DETALLE.
           03 DET-TIPO       PIC XX VALUE "02".
           03 DET-IBAN       PIC X(41).
           03 DET-IMPORTE    PIC 9(13).
           03 DET-REF        PIC X(20).
           03 DET-DIVISA     PIC X(3).

       01  REG-COLA.
           03 COL-TIPO       PIC XX VALUE "03".
           03 COL-REGS       PIC 9(7).
           03 COL-SUMA       PIC 9(15).
           03 COL-EUROS      PIC 9(15).

       01  REG-SUBTOTAL.
           03 SUB-TIPO       PIC XX VALUE "04".
           03 SUB-DIVISA     PIC X(3).
           03 SUB-REGS       PIC 9(7).
           03 SUB-SUMA       PIC 9(15).
           03 SUB-EUROS      PIC 9(15).

       LINKAGE SECTION.

           IF WS-ORDENANTE = LOW-VALUES
              MOVE SPACES TO WS-ORDENANTE
           END-IF.
           MOVE SPACES TO WS-URGENTE.
           DISPLAY "PRUGENPAGURGENTE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-URGENTE FROM ENVIRONMENT-VALUE.
           IF WS-URGENTE NOT = "S"
              MOVE "N" TO WS-URGENTE
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.

           OPEN INPUT PAGOS-OK.
              CALL "PRUERR" USING ERRORES WS-ENTRADA PROG WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SPACES TO WS-REMESA-ID.
           DISPLAY "PRUGENPAGREMESA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMESA-ID FROM ENVIRONMENT-VALUE.
           IF WS-REMESA-ID = LOW-VALUES
              MOVE SPACES TO WS-REMESA-ID
           END-IF.
           PERFORM TOMA-EMPRESA THRU FIN-TOMA-EMPRESA.
           IF WS-EMP-MAL = "S"
              CLOSE PAGOS-OK
              DISPLAY "|GENPAGERROR|EMPRESA|" WS-EMPRESA "|"
                      UPON SYSOUT
              MOVE 5 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM REVISA-RETENIDOS THRU FIN-REVISA-RETENIDOS.
           IF WS-LIB-REABIERTO = "N"
              GO TO FIN-PROCESOS
           END-IF.
           IF WS-LIB-PENDIENTES > ZEROES
              CLOSE PAGOS-OK
              DISPLAY "|GENPAGERROR|RETENIDOS:" WS-LIB-PENDIENTES "|"
                      UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM REVISA-ANOMALIAS THRU FIN-REVISA-ANOMALIAS.
           IF WS-ANO-RETENIDA = "S"
              CLOSE PAGOS-OK
              DISPLAY "|GENPAGERROR|ANOMALIA|" WS-REMESA-ID "|"
                      UPON SYSOUT
              MOVE 4 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CALCULA-FECHA-VALOR THRU FIN-CALCULA-FECHA-VALOR.
           IF WS-VAL-MOTIVO NOT = SPACES
              CLOSE PAGOS-OK
              DISPLAY "|GENPAGERROR|FECHAVALOR|" WS-VAL-MOTIVO "|"
                      WS-VAL-PEDIDA "|" WS-VAL-MINIMA "|" UPON SYSOUT
              MOVE 3 TO RETURN-CODE
              GO TO FIN-PROCESOS
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
              CLOSE PAGOS-OK
              DISPLAY "|GENPAGERROR|CERRADO|" WS-FECHA-PROC "|"
                      UPON SYSOUT
              MOVE 6 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT ORDENES.
           IF WS-SALIDA-ESTADO NOT = "00"
              CLOSE PAGOS-OK

           MOVE WS-ORDENANTE TO CAB-ORDENANTE.
           MOVE WS-FECHA TO CAB-FECHA.
           MOVE WS-FECHA-VALOR TO CAB-FECHA-VALOR.
           MOVE WS-URGENTE TO CAB-URGENTE.
           MOVE WS-EMPRESA TO CAB-EMPRESA.
           MOVE SPACES TO REG-ORDENES.
           MOVE REG-CABECERA TO REG-ORDENES.
           WRITE REG-ORDENES.
           IF REG-PAGOS-OK = SPACES
              GO TO PROCESOS
           END-IF.
           MOVE SPACES TO WS-PAGO-IBAN WS-PAGO-IMPORTE WS-PAGO-REF
                          WS-PAGO-DIVISA.
           UNSTRING REG-PAGOS-OK DELIMITED BY ";" INTO
                 WS-PAGO-IBAN
                 WS-PAGO-IMPORTE
                 WS-PAGO-REF
                 WS-PAGO-DIVISA
           END-UNSTRING.
           IF WS-PAGO-DIVISA = SPACES
              MOVE "EUR" TO WS-PAGO-DIVISA
           END-IF.
           INSPECT WS-PAGO-DIVISA CONVERTING MINUSCULAS TO MAYUSCULAS.
      *    MISMO ENCAJE DEL IMPORTE POR LA DERECHA SOBRE CEROS QUE
      *    HACE LA VALIDACION DE PRUIBANEUR.
           MOVE ZERO TO WS-PAGO-IMP-LON.
              GO TO LINEA-MALA
           END-IF.
           MOVE WS-PAGO-IMP-NUM TO WS-PAGO-IMPORTE-9.
           PERFORM ACUMULA-DIVISA THRU FIN-ACUMULA-DIVISA.
           IF WS-DIV-HALLADA = ZERO
              GO TO LINEA-MALA
           END-IF.

           PERFORM FORMATEA-IBAN THRU FIN-FORMATEA-IBAN.
           ADD 1 TO WS-GEN-TOTAL.
           MOVE WS-IBAN-FMT TO DET-IBAN.
           MOVE WS-PAGO-IMPORTE-9 TO DET-IMPORTE.
           MOVE WS-PAGO-REF TO DET-REF.
           MOVE WS-PAGO-DIVISA TO DET-DIVISA.
           MOVE SPACES TO REG-ORDENES.
           MOVE REG-DETALLE TO REG-ORDENES.
           WRITE REG-ORDENES.
           GO TO PROCESOS.
       CERRAR.
           CLOSE PAGOS-OK.
           PERFORM VARYING WS-DIV-I FROM 1 BY 1
                   UNTIL WS-DIV-I > WS-NDIVISAS
              PERFORM SUBTOTAL-DIVISA THRU FIN-SUBTOTAL-DIVISA
           END-PERFORM.
           MOVE WS-GEN-TOTAL TO COL-REGS.
           MOVE WS-GEN-SUMA TO COL-SUMA.
           MOVE WS-GEN-EUR TO COL-EUROS.
           MOVE SPACES TO REG-ORDENES.
           MOVE REG-COLA TO REG-ORDENES.
           WRITE REG-ORDENES.
           MOVE SPACES TO WS-GEN-RESP.
           STRING "|GENPAGFIN|REGISTROS:" WS-GEN-TOTAL
                  "|SUMA:" WS-GEN-SUMA
                  "|EUROS:" WS-GEN-EUR
                  "|DIVISAS:" WS-NDIVISAS
                  "|VALOR:" WS-FECHA-VALOR
                  "|LINEASMALAS:" WS-GEN-MAL "|"
                  DELIMITED BY SIZE
                  INTO WS-GEN-RESP
           END-STRING.
           DISPLAY WS-GEN-RESP UPON SYSOUT.
           IF WS-REMESA-ID NOT = SPACES
              MOVE SPACES TO WS-REM-DETALLE
              STRING "GENERA;" WS-GEN-TOTAL ";" WS-GEN-SUMA
                     ";" WS-FECHA-VALOR ";"
                     DELIMITED BY SIZE
                     WS-SALIDA DELIMITED BY SPACE
                     INTO WS-REM-DETALLE
              END-STRING
              CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA-ID
                                     WS-REM-DETALLE
              PERFORM VARYING WS-DIV-I FROM 1 BY 1
                      UNTIL WS-DIV-I > WS-NDIVISAS
                 MOVE SPACES TO WS-REM-DETALLE
                 STRING "DIVISA;GENERA;" TB-DIV-CODIGO(WS-DIV-I)
                        ";" TB-DIV-REGS(WS-DIV-I)
                        ";" TB-DIV-SUMA(WS-DIV-I)
                        ";" TB-DIV-EUR(WS-DIV-I)
                        DELIMITED BY SIZE
                        INTO WS-REM-DETALLE
                 END-STRING
                 CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA-ID
                                        WS-REM-DETALLE
              END-PERFORM
           END-IF.
           IF WS-HAY-MAL = "S"
              MOVE 1 TO RETURN-CODE
       FIN-PROGRAMA.
           STOP RUN.

       LIBERACION SECTION.
      *    PRIMERA VUELTA SOBRE EL PAGOS-OK: CADA PAGO POR ENCIMA DEL
      *    UMBRAL TIENE QUE ESTAR LIBERADO EN PRULIBERA. UNO QUE NI
      *    SIQUIERA ESTA RETENIDO (VALIDADO ANTES DE FIJAR EL UMBRAL)
      *    SE RETIENE AHORA. EL FICHERO QUEDA REABIERTO DESDE EL
      *    PRINCIPIO PARA LA VUELTA BUENA.
       REVISA-RETENIDOS.
           MOVE ZEROES TO WS-LIB-UMBRAL WS-LIB-PENDIENTES.
           MOVE SPACES TO WS-LIB-UMBRAL-TXT.
           DISPLAY "PRULIBERAUMBRAL" UPON ENVIRONMENT-NAME.
           ACCEPT WS-LIB-UMBRAL-TXT FROM ENVIRONMENT-VALUE.
           IF WS-LIB-UMBRAL-TXT = SPACES OR
              WS-LIB-UMBRAL-TXT = LOW-VALUES
              GO TO FIN-REVISA-RETENIDOS
           END-IF.
           MOVE ZERO TO WS-PAGO-IMP-LON.
           INSPECT WS-LIB-UMBRAL-TXT TALLYING WS-PAGO-IMP-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-PAGO-IMP-LON = ZERO OR WS-PAGO-IMP-LON > 13
              GO TO FIN-REVISA-RETENIDOS
           END-IF.
           MOVE ALL "0" TO WS-PAGO-IMP-NUM.
           MOVE WS-LIB-UMBRAL-TXT(1:WS-PAGO-IMP-LON)
             TO WS-PAGO-IMP-NUM(14 - WS-PAGO-IMP-LON:WS-PAGO-IMP-LON).
           IF WS-PAGO-IMP-NUM IS NOT NUMERIC
              GO TO FIN-REVISA-RETENIDOS
           END-IF.
           MOVE WS-PAGO-IMP-NUM TO WS-LIB-UMBRAL.
           IF WS-LIB-UMBRAL = ZEROES
              GO TO FIN-REVISA-RETENIDOS
           END-IF.
       LEE-REVISION.
           READ PAGOS-OK
               AT END
                  GO TO CIERRA-REVISION
           END-READ.
           IF REG-PAGOS-OK = SPACES
              GO TO LEE-REVISION
           END-IF.
           MOVE SPACES TO WS-PAGO-IBAN WS-PAGO-IMPORTE WS-PAGO-REF
                          WS-PAGO-DIVISA.
           UNSTRING REG-PAGOS-OK DELIMITED BY ";" INTO
                 WS-PAGO-IBAN
                 WS-PAGO-IMPORTE
                 WS-PAGO-REF
                 WS-PAGO-DIVISA
           END-UNSTRING.
           IF WS-PAGO-DIVISA = SPACES
              MOVE "EUR" TO WS-PAGO-DIVISA
           END-IF.
           INSPECT WS-PAGO-DIVISA CONVERTING MINUSCULAS TO MAYUSCULAS.
           MOVE ZERO TO WS-PAGO-IMP-LON.
           INSPECT WS-PAGO-IMPORTE TALLYING WS-PAGO-IMP-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-PAGO-IMP-LON = ZERO
              GO TO LEE-REVISION
           END-IF.
           MOVE ALL "0" TO WS-PAGO-IMP-NUM.
           MOVE WS-PAGO-IMPORTE(1:WS-PAGO-IMP-LON)
             TO WS-PAGO-IMP-NUM(14 - WS-PAGO-IMP-LON:WS-PAGO-IMP-LON).
           IF WS-PAGO-IMP-NUM IS NOT NUMERIC
              GO TO LEE-REVISION
           END-IF.
           MOVE WS-PAGO-IMP-NUM TO WS-PAGO-IMPORTE-9.
      *    EL UMBRAL ESTA EN EUROS. UN PAGO SIN CAMBIO NO SE PUEDE
      *    DAR POR DEBAJO Y SE CONSULTA IGUAL.
           MOVE WS-PAGO-IMPORTE-9 TO WS-LIB-EUROS.
           IF WS-PAGO-DIVISA NOT = "EUR"
              MOVE SPACES TO WS-DIV-DETALLE
              STRING WS-PAGO-IMPORTE-9 ";" WS-FECHA
                     DELIMITED BY SIZE
                     INTO WS-DIV-DETALLE
              END-STRING
              MOVE ZERO TO RETURN-CODE
              CALL "PRUDIVISA" USING WS-DIV-ACCION WS-PAGO-DIVISA
                                     WS-DIV-DETALLE
                  ON EXCEPTION
                     MOVE 1 TO RETURN-CODE
              END-CALL
              IF RETURN-CODE = ZERO AND
                 WS-DIV-DETALLE(1:15) IS NUMERIC
                 MOVE WS-DIV-DETALLE(1:15) TO WS-LIB-EUROS
              ELSE
                 MOVE ALL "9" TO WS-LIB-EUROS
              END-IF
              MOVE ZERO TO RETURN-CODE
           END-IF.
           IF WS-LIB-EUROS NOT > WS-LIB-UMBRAL
              GO TO LEE-REVISION
           END-IF.
           MOVE SPACES TO WS-LIB-DETALLE.
           STRING WS-PAGO-IBAN DELIMITED BY SPACE
                  ";" WS-PAGO-IMPORTE-9 ";" DELIMITED BY SIZE
                  WS-PAGO-REF DELIMITED BY SPACE
                  ";" WS-PAGO-DIVISA DELIMITED BY SIZE
                  INTO WS-LIB-DETALLE
           END-STRING.
           MOVE "CONSULTA" TO WS-LIB-ACCION.
           CALL "PRULIBERA" USING WS-LIB-ACCION WS-REMESA-ID
                                  WS-LIB-DETALLE.
           IF RETURN-CODE = ZERO
              GO TO LEE-REVISION
           END-IF.
           IF RETURN-CODE = 2
              MOVE "RETIENE" TO WS-LIB-ACCION
              CALL "PRULIBERA" USING WS-LIB-ACCION WS-REMESA-ID
                                     WS-LIB-DETALLE
           END-IF.
           ADD 1 TO WS-LIB-PENDIENTES.
           DISPLAY "|GENPAGERROR|RETENIDO|" WS-PAGO-IBAN "|"
                   WS-PAGO-IMPORTE-9 "|" WS-PAGO-DIVISA "|"
                   UPON SYSOUT.
           GO TO LEE-REVISION.
       CIERRA-REVISION.
           CLOSE PAGOS-OK.
           OPEN INPUT PAGOS-OK.
           IF ERRORES NOT = "00"
              MOVE "N" TO WS-LIB-REABIERTO
              MOVE "REABRIENDO PAGOS-OK" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-ENTRADA PROG WS-CONTEXTO
              GO TO FIN-REVISA-RETENIDOS
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-REVISA-RETENIDOS.

       ESTADISTICA SECTION.
      *    LA REMESA SE REVISA CONTRA SU HISTORIA LA PRIMERA VEZ QUE SE
      *    GENERA; DESPUES MANDA LO QUE DIGA PRUANOMA (RETENIDA HASTA
      *    QUE LA RECONOZCAN). UN ERROR DE LA REVISION NO PARA EL LOTE.
       REVISA-ANOMALIAS.
           MOVE "N" TO WS-ANO-RETENIDA.
           IF WS-REMESA-ID = SPACES
              GO TO FIN-REVISA-ANOMALIAS
           END-IF.
           MOVE "CONSULTA" TO WS-ANO-ACCION.
           MOVE SPACES TO WS-ANO-DETALLE.
           CALL "PRUANOMA" USING WS-ANO-ACCION WS-REMESA-ID
                                 WS-ANO-DETALLE.
           IF RETURN-CODE = 2
              MOVE "REVISA" TO WS-ANO-ACCION
              MOVE SPACES TO WS-ANO-DETALLE
              CALL "PRUANOMA" USING WS-ANO-ACCION WS-REMESA-ID
                                    WS-ANO-DETALLE
           END-IF.
           IF RETURN-CODE = 1
              MOVE "S" TO WS-ANO-RETENIDA
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-REVISA-ANOMALIAS.

       EMPRESA SECTION.
      *    LA EMPRESA LA DICE EL REGISTRO DE LA REMESA. SIN REMESA, O
      *    REMESA SIN EMPRESA, EL ORDENANTE SIGUE SIENDO EL DE
      *    PRUGENPAGORDENANTE.
       TOMA-EMPRESA.
           MOVE "N" TO WS-EMP-MAL.
           MOVE SPACES TO WS-EMPRESA.
           IF WS-REMESA-ID = SPACES
              GO TO FIN-TOMA-EMPRESA
           END-IF.
           MOVE SPACES TO WS-RCN-DETALLE.
           CALL "PRUREMESA" USING WS-RCN-ACCION WS-REMESA-ID
                                  WS-RCN-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-TOMA-EMPRESA
           END-IF.
           UNSTRING WS-RCN-DETALLE DELIMITED BY ";" INTO
                 WS-RCN-CAMPO WS-RCN-CAMPO WS-RCN-CAMPO
                 WS-RCN-CAMPO WS-RCN-CAMPO WS-EMPRESA
           END-UNSTRING.
           IF WS-EMPRESA = SPACES
              GO TO FIN-TOMA-EMPRESA
           END-IF.
           MOVE SPACES TO WS-EMP-DETALLE.
           CALL "PRUEMPRESA" USING WS-EMP-ACCION WS-EMPRESA
                                   WS-EMP-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              MOVE "S" TO WS-EMP-MAL
              GO TO FIN-TOMA-EMPRESA
           END-IF.
           MOVE SPACES TO WS-EMP-IBAN.
           UNSTRING WS-EMP-DETALLE DELIMITED BY ";" INTO WS-EMP-IBAN
           END-UNSTRING.
           MOVE WS-EMP-IBAN TO WS-ORDENANTE.
       FIN-TOMA-EMPRESA.

       FECHA-VALOR SECTION.
      *    LA FECHA EN QUE SE MUEVE EL DINERO. LA BASE ES LA FECHA DE
      *    PROCESO, O EL SIGUIENTE DIA HABIL SI EL LOTE LLEGA PASADO
      *    EL CORTE; EL MINIMO QUEDA PRUGENPAGDIAS HABILES DESPUES.
      *    UNA FECHA PEDIDA SE RESPETA SI ES HABIL Y NO ANTERIOR AL
      *    MINIMO; SI NO, SE MUEVE O SE RECHAZA SEGUN PRUGENPAGAJUSTE.
      *    WS-VAL-MOTIVO EN BLANCO ES FECHA VALOR BUENA.
       CALCULA-FECHA-VALOR.
           MOVE SPACES TO WS-VAL-MOTIVO WS-VAL-PEDIDA WS-VAL-MINIMA
                          WS-FECHA-VALOR.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA-PROC
               ON EXCEPTION
                  ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-VAL-AJUSTE.
           DISPLAY "PRUGENPAGAJUSTE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-VAL-AJUSTE FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-VAL-DIAS-TXT.
           DISPLAY "PRUGENPAGDIAS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-VAL-DIAS-TXT FROM ENVIRONMENT-VALUE.
           IF WS-VAL-DIAS-TXT = SPACES OR WS-VAL-DIAS-TXT = LOW-VALUES
              MOVE "1" TO WS-VAL-DIAS-TXT
           END-IF.
           MOVE WS-FECHA-PROC TO WS-VAL-BASE.
           MOVE SPACES TO WS-CORTE.
           DISPLAY "PRUGENPAGCORTE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-CORTE FROM ENVIRONMENT-VALUE.
           ACCEPT WS-HORA FROM TIME.
           IF WS-CORTE IS NUMERIC AND WS-HORA(1:4) > WS-CORTE
              IF VALOR-RECHAZA
                 MOVE "FUERACORTE" TO WS-VAL-MOTIVO
                 GO TO FIN-CALCULA-FECHA-VALOR
              END-IF
              MOVE "1" TO WS-CAL-DETALLE
              PERFORM AVANZA-CALENDARIO THRU FIN-AVANZA-CALENDARIO
              IF WS-VAL-MOTIVO NOT = SPACES
                 GO TO FIN-CALCULA-FECHA-VALOR
              END-IF
           END-IF.
           MOVE WS-VAL-DIAS-TXT TO WS-CAL-DETALLE.
           PERFORM AVANZA-CALENDARIO THRU FIN-AVANZA-CALENDARIO.
           IF WS-VAL-MOTIVO NOT = SPACES
              GO TO FIN-CALCULA-FECHA-VALOR
           END-IF.
           MOVE WS-VAL-BASE TO WS-VAL-MINIMA.
           MOVE WS-VAL-MINIMA TO WS-FECHA-VALOR.
           DISPLAY "PRUGENPAGFECHA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-VAL-PEDIDA FROM ENVIRONMENT-VALUE.
           IF WS-VAL-PEDIDA IS NOT NUMERIC
              MOVE SPACES TO WS-VAL-PEDIDA
              GO TO FIN-CALCULA-FECHA-VALOR
           END-IF.
           IF WS-VAL-PEDIDA < WS-VAL-MINIMA
              IF VALOR-RECHAZA
                 MOVE "ANTERIOR" TO WS-VAL-MOTIVO
              END-IF
              GO TO FIN-CALCULA-FECHA-VALOR
           END-IF.
      *    CON CERO DIAS PRUCALEN DEVUELVE LA MISMA FECHA SI ES HABIL
      *    Y SI NO LA PRIMERA HABIL SIGUIENTE.
           MOVE WS-VAL-PEDIDA TO WS-VAL-BASE.
           MOVE "0" TO WS-CAL-DETALLE.
           PERFORM AVANZA-CALENDARIO THRU FIN-AVANZA-CALENDARIO.
           IF WS-VAL-MOTIVO NOT = SPACES
              GO TO FIN-CALCULA-FECHA-VALOR
           END-IF.
           IF WS-VAL-BASE NOT = WS-VAL-PEDIDA AND VALOR-RECHAZA
              MOVE "FESTIVO" TO WS-VAL-MOTIVO
              GO TO FIN-CALCULA-FECHA-VALOR
           END-IF.
           MOVE WS-VAL-BASE TO WS-FECHA-VALOR.
       FIN-CALCULA-FECHA-VALOR.

       AVANZA-CALENDARIO.
      *    WS-VAL-BASE AVANZA LOS DIAS HABILES DE WS-CAL-DETALLE; SIN
      *    RESPUESTA DEL CALENDARIO NO HAY FECHA VALOR.
           MOVE "AVANZA" TO WS-CAL-ACCION.
           CALL "PRUCALEN" USING WS-CAL-ACCION WS-VAL-BASE
                                 WS-CAL-DETALLE.
           IF RETURN-CODE NOT = ZERO OR
              WS-CAL-DETALLE(1:8) IS NOT NUMERIC
              MOVE "CALENDARIO" TO WS-VAL-MOTIVO
           ELSE
              MOVE WS-CAL-DETALLE(1:8) TO WS-VAL-BASE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-AVANZA-CALENDARIO.

       DIVISAS SECTION.
      *    CADA PAGO SUMA EN SU DIVISA; UNA SEXTA DIVISA NO CABE Y
      *    LA LINEA SE DA POR MALA (WS-DIV-HALLADA A CERO).
       ACUMULA-DIVISA.
           MOVE ZERO TO WS-DIV-HALLADA.
           PERFORM VARYING WS-DIV-I FROM 1 BY 1
                   UNTIL WS-DIV-I > WS-NDIVISAS OR WS-DIV-HALLADA > 0
              IF TB-DIV-CODIGO(WS-DIV-I) = WS-PAGO-DIVISA
                 MOVE WS-DIV-I TO WS-DIV-HALLADA
              END-IF
           END-PERFORM.
           IF WS-DIV-HALLADA = ZERO
              IF WS-NDIVISAS = 5
                 GO TO FIN-ACUMULA-DIVISA
              END-IF
              ADD 1 TO WS-NDIVISAS
              MOVE WS-NDIVISAS TO WS-DIV-HALLADA
              MOVE WS-PAGO-DIVISA TO TB-DIV-CODIGO(WS-DIV-HALLADA)
              MOVE ZEROES TO TB-DIV-REGS(WS-DIV-HALLADA)
                             TB-DIV-SUMA(WS-DIV-HALLADA)
                             TB-DIV-EUR(WS-DIV-HALLADA)
           END-IF.
           ADD 1 TO TB-DIV-REGS(WS-DIV-HALLADA).
           ADD WS-PAGO-IMPORTE-9 TO TB-DIV-SUMA(WS-DIV-HALLADA).
       FIN-ACUMULA-DIVISA.

      *    EL CONTRAVALOR SE SACA DE PRUDIVISA AL CAMBIO VIGENTE EN
      *    LA FECHA DE CREACION; SIN CAMBIO LA DIVISA QUEDA A CERO
      *    EUROS Y EL FICHERO SALE CON RETURN-CODE 1.
       SUBTOTAL-DIVISA.
           MOVE SPACES TO WS-DIV-DETALLE.
           STRING TB-DIV-SUMA(WS-DIV-I) ";" WS-FECHA
                  DELIMITED BY SIZE
                  INTO WS-DIV-DETALLE
           END-STRING.
           CALL "PRUDIVISA" USING WS-DIV-ACCION TB-DIV-CODIGO(WS-DIV-I)
                                  WS-DIV-DETALLE.
           IF RETURN-CODE = ZERO AND WS-DIV-DETALLE(1:15) IS NUMERIC
              MOVE WS-DIV-DETALLE(1:15) TO TB-DIV-EUR(WS-DIV-I)
           ELSE
              MOVE ZEROES TO TB-DIV-EUR(WS-DIV-I)
              MOVE "S" TO WS-HAY-MAL
              DISPLAY "|GENPAGERROR|CAMBIO|" TB-DIV-CODIGO(WS-DIV-I)
                      "|" UPON SYSOUT
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           ADD TB-DIV-EUR(WS-DIV-I) TO WS-GEN-EUR.
           MOVE TB-DIV-CODIGO(WS-DIV-I) TO SUB-DIVISA.
           MOVE TB-DIV-REGS(WS-DIV-I) TO SUB-REGS.
           MOVE TB-DIV-SUMA(WS-DIV-I) TO SUB-SUMA.
           MOVE TB-DIV-EUR(WS-DIV-I) TO SUB-EUROS.
           MOVE SPACES TO REG-ORDENES.
           MOVE REG-SUBTOTAL TO REG-ORDENES.
           WRITE REG-ORDENES.
       FIN-SUBTOTAL-DIVISA.

       FORMATO SECTION.
      *    EL MISMO AGRUPADO DE 4 EN 4 CON ESPACIO QUE EL
      *    FORMATEA-IBAN DE PRUIBANEUR, SOBRE EL IBAN QUE YA VIENE
