       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUCOMIS.
       AUTHOR.        CVJ.
       SECURITY.      REVISION MENSUAL DE LAS COMISIONES DEL BANCO: PARA
                      CADA REMESA DE PAGOS GENERADA EN EL MES CALCULA
                      LA COMISION PREVISTA CON LA TARIFA DE SU ENTIDAD
                      (PRUTARIFA) CONTANDO EN SU FICHERO DE ORDENES LAS
                      TRANSFERENCIAS NACIONALES, LAS SEPA
                      TRANSFRONTERIZAS Y, SI EL FICHERO SALIO URGENTE,
                      LAS URGENTES; LA ESTAMPA EN LA REMESA (ETAPA
                      TARIFA) Y LA COMPARA CON LO QUE EL BANCO CARGO DE
                      VERDAD SEGUN EL EXTRACTO (ETAPA COMISION DE
                      PRUEXTRACTO). LO QUE DIFIERE MAS DE LA TOLERANCIA
                      DE LA TARIFA SALE COMO DIFERENCIA EN EL FICHERO
                      DE RESULTADOS DE PRURES, QUE IMPRIME PRUIMPRES -
                      HASTA AHORA NADIE MIRABA LO QUE COBRABA EL BANCO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. EL PARAMETRO ES
*********************               EL MES AAAAMM (EL DE LA FECHA DE
*********************               PROCESO SI NO VIENE). LA ENTIDAD ES
*********************               LA DEL IBAN ORDENANTE DE LA
*********************               CABECERA 01 SI ES ESPAÑOL; SI NO,
*********************               LA DE PRUCOMISENTIDAD. LOS COBROS
*********************               DE PRUGENADEU (CLASE C) NO ENTRAN.
*********************               RC 0 SIN DIFERENCIAS, 1 CON ALGUNA
*********************               DIFERENCIA O REMESA SIN TARIFA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDENES
                  ASSIGN TO DYNAMIC WS-REM-FICHERO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ORD-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    EL FICHERO DE ORDENES TAL COMO LO DEJO PRUGENPAG.
       FD  ORDENES.
       01  REG-ORDENES       PIC X(160).
       01  REG-ORD-CABECERA.
           03 CAB-TIPO       PIC XX.
           03 CAB-ORDENANTE  PIC X(35).
           03 CAB-FECHA      PIC X(8).
           03 CAB-FECHA-VALOR PIC X(8).
           03 CAB-URGENTE    PIC X.
           03 FILLER         PIC X(106).
       01  REG-ORD-DETALLE.
           03 DET-TIPO       PIC XX.
           03 DET-IBAN       PIC X(41).
           03 DET-IMPORTE    PIC 9(13).
           03 DET-REF        PIC X(20).
           03 FILLER         PIC X(84).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUCOMIS".
       77  WS-ORD-ESTADO     PIC XX.
       77  WS-CONTEXTO       PIC X(64).

       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-MES            PIC X(6).
       77  WS-ENTIDAD-DEF    PIC X(4).
       77  WS-NUM-TXT        PIC X(16).
       77  WS-NUM-LON        PIC 99.
       77  WS-NUM-15         PIC 9(15).

       77  WS-REMESA         PIC X(6).
       77  WS-REM-ACCION     PIC X(8).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-RG-CLASE       PIC X(4).
       77  WS-RG-GENERADA    PIC X(8).
       77  WS-RG-GEN-REGS    PIC X(16).
       77  WS-RG-GEN-SUMA    PIC X(16).
       77  WS-RG-EXT-FECHA   PIC X(8).
       77  WS-RG-PREVISTA    PIC X(16).
       77  WS-RG-REAL        PIC X(16).
       77  WS-RG-FECHA-CARGO PIC X(8).
       77  WS-REM-ENVIO      PIC X(8).
       77  WS-REM-REGS       PIC X(16).
       77  WS-REM-SUMA       PIC X(16).
       01  WS-REM-FICHERO    PIC X(120).

       01  WS-ORDENANTE      PIC X(35).
       01  WS-CUENTA         PIC X(35).
       77  WS-K              PIC 99.
       77  WS-L              PIC 99.
       77  WS-ENTIDAD        PIC X(4).
       77  WS-URGENTE        PIC X.
       77  WS-NACIONALES     PIC 9(7).
       77  WS-SEPAS          PIC 9(7).

       77  WS-TAR-ACCION     PIC X(8) VALUE "CONSULTA".
       01  WS-TAR-DETALLE    PIC X(60).
       77  WS-TF-NACIONAL    PIC 9(7).
       77  WS-TF-SEPA        PIC 9(7).
       77  WS-TF-URGENTE     PIC 9(7).
       77  WS-TF-TOLERANCIA  PIC 9(7).

       77  WS-PREVISTA       PIC 9(11).
       77  WS-REAL           PIC 9(11).
       77  WS-DIFERENCIA     PIC S9(11).
       77  WS-DIF-ED         PIC -(11)9.
       77  WS-DIF-ABS        PIC 9(11).

       77  WS-REVISADAS      PIC 9(5) VALUE ZEROES.
       77  WS-CUADRAN        PIC 9(5) VALUE ZEROES.
       77  WS-DIFERENCIAS    PIC 9(5) VALUE ZEROES.
       77  WS-PENDIENTES     PIC 9(5) VALUE ZEROES.
       77  WS-SIN-TARIFA     PIC 9(5) VALUE ZEROES.
       77  WS-TOT-PREVISTA   PIC 9(13) VALUE ZEROES.
       77  WS-TOT-REAL       PIC 9(13) VALUE ZEROES.
       01  WS-COM-RESP       PIC X(300).

       77  WS-RES-PROG       PIC X(10) VALUE "PRUCOMIS".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).
       77  WS-IMP-DESDE      PIC X(8).
       77  WS-IMP-HASTA      PIC X(8).

       LINKAGE SECTION.

       77  MES               PIC X(6).

       PROCEDURE DIVISION USING MES.

       PROGRAMA SECTION.
       INICIALES.
           PERFORM DAME-FECHA-PROCESO THRU FIN-DAME-FECHA-PROCESO.
           MOVE MES TO WS-MES.
           IF WS-MES IS NOT NUMERIC
              MOVE WS-FECHA-PROC(1:6) TO WS-MES
           END-IF.
           MOVE SPACES TO WS-ENTIDAD-DEF.
           DISPLAY "PRUCOMISENTIDAD" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENTIDAD-DEF FROM ENVIRONMENT-VALUE.
           IF WS-ENTIDAD-DEF = LOW-VALUES
              MOVE SPACES TO WS-ENTIDAD-DEF
           END-IF.
       PROCESOS.
           PERFORM REVISA-REMESAS THRU FIN-REVISA-REMESAS.
           MOVE SPACES TO WS-COM-RESP.
           STRING "|COMISFIN|MES:" WS-MES
                  "|REVISADAS:" WS-REVISADAS
                  "|CUADRAN:" WS-CUADRAN
                  "|DIFERENCIAS:" WS-DIFERENCIAS
                  "|PENDIENTES:" WS-PENDIENTES
                  "|SINTARIFA:" WS-SIN-TARIFA
                  "|PREVISTA:" WS-TOT-PREVISTA
                  "|REAL:" WS-TOT-REAL "|"
                  DELIMITED BY SIZE
                  INTO WS-COM-RESP
           END-STRING.
           DISPLAY WS-COM-RESP UPON SYSOUT.
           MOVE WS-FECHA-PROC TO WS-IMP-DESDE WS-IMP-HASTA.
           CALL "PRUIMPRES" USING WS-RES-PROG WS-IMP-DESDE
                                  WS-IMP-HASTA.
           IF WS-DIFERENCIAS > ZEROES OR WS-SIN-TARIFA > ZEROES
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       REVISION SECTION.
      *    TODAS LAS REMESAS GENERADAS, VISTAS O NO EN EL EXTRACTO;
      *    SOLO LAS DE PAGOS Y GENERADAS EN EL MES PEDIDO.
       REVISA-REMESAS.
           MOVE SPACES TO WS-REMESA.
       SIGUIENTE-GENERADA.
           MOVE "GENERADA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO OR WS-REMESA = SPACES
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-REVISA-REMESAS
           END-IF.
           MOVE SPACES TO WS-RG-CLASE WS-RG-GENERADA WS-RG-GEN-REGS
                          WS-RG-GEN-SUMA WS-RG-EXT-FECHA
                          WS-RG-PREVISTA WS-RG-REAL WS-RG-FECHA-CARGO.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-RG-CLASE
                 WS-RG-GENERADA
                 WS-RG-GEN-REGS
                 WS-RG-GEN-SUMA
                 WS-RG-EXT-FECHA
                 WS-RG-PREVISTA
                 WS-RG-REAL
                 WS-RG-FECHA-CARGO
           END-UNSTRING.
           IF WS-RG-CLASE = "C" OR WS-RG-GENERADA(1:6) NOT = WS-MES
              GO TO SIGUIENTE-GENERADA
           END-IF.
           ADD 1 TO WS-REVISADAS.
           MOVE WS-RG-REAL TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           MOVE WS-NUM-15 TO WS-REAL.

           PERFORM CUENTA-TRANSFERENCIAS THRU FIN-CUENTA-TRANSFERENCIAS.
           IF WS-ORD-ESTADO NOT = "00"
              MOVE "SINFICHERO" TO WS-RES-RESULT
              MOVE ZEROES TO WS-PREVISTA
              ADD 1 TO WS-SIN-TARIFA
              PERFORM ANOTA-REMESA THRU FIN-ANOTA-REMESA
              GO TO SIGUIENTE-GENERADA
           END-IF.
           PERFORM BUSCA-TARIFA THRU FIN-BUSCA-TARIFA.
           IF WS-TAR-DETALLE = SPACES
              MOVE "SINTARIFA" TO WS-RES-RESULT
              MOVE ZEROES TO WS-PREVISTA
              ADD 1 TO WS-SIN-TARIFA
              PERFORM ANOTA-REMESA THRU FIN-ANOTA-REMESA
              GO TO SIGUIENTE-GENERADA
           END-IF.
      *    UN FICHERO URGENTE SE COBRA ENTERO A LA TARIFA DE URGENTES.
           IF WS-URGENTE = "S"
              COMPUTE WS-PREVISTA = (WS-NACIONALES + WS-SEPAS)
                                    * WS-TF-URGENTE
           ELSE
              COMPUTE WS-PREVISTA = WS-NACIONALES * WS-TF-NACIONAL
                                    + WS-SEPAS * WS-TF-SEPA
           END-IF.
           ADD WS-PREVISTA TO WS-TOT-PREVISTA.
           ADD WS-REAL TO WS-TOT-REAL.
           PERFORM ESTAMPA-TARIFA THRU FIN-ESTAMPA-TARIFA.

      *    SIN CARGO Y SIN HABER VISTO LA REMESA EN EL EXTRACTO, EL
      *    BANCO AUN NO HA PODIDO COBRAR: NO ES UNA DIFERENCIA.
           IF WS-REAL = ZEROES AND WS-RG-EXT-FECHA = SPACES
              ADD 1 TO WS-PENDIENTES
              MOVE "PENDIENTE" TO WS-RES-RESULT
              PERFORM ANOTA-REMESA THRU FIN-ANOTA-REMESA
              GO TO SIGUIENTE-GENERADA
           END-IF.
           COMPUTE WS-DIFERENCIA = WS-REAL - WS-PREVISTA.
           IF WS-DIFERENCIA < ZERO
              COMPUTE WS-DIF-ABS = ZERO - WS-DIFERENCIA
           ELSE
              MOVE WS-DIFERENCIA TO WS-DIF-ABS
           END-IF.
           IF WS-DIF-ABS > WS-TF-TOLERANCIA
              ADD 1 TO WS-DIFERENCIAS
              MOVE "DIFERENCIA" TO WS-RES-RESULT
           ELSE
              ADD 1 TO WS-CUADRAN
              MOVE "OK" TO WS-RES-RESULT
           END-IF.
           PERFORM ANOTA-REMESA THRU FIN-ANOTA-REMESA.
           GO TO SIGUIENTE-GENERADA.
       FIN-REVISA-REMESAS.

      *    EL FICHERO LO DA CONSULTA. DE LA CABECERA 01 SALEN EL IBAN
      *    ORDENANTE (SIN LOS BLANCOS DE LOS GRUPOS DE CUATRO, LA
      *    ENTIDAD VA EN LAS POSICIONES 5 A 8) Y LA MARCA DE URGENTE;
      *    CADA 02 CON IBAN ESPAÑOL ES NACIONAL Y EL RESTO SEPA.
       CUENTA-TRANSFERENCIAS.
           MOVE ZEROES TO WS-NACIONALES WS-SEPAS.
           MOVE "N" TO WS-URGENTE.
           MOVE SPACES TO WS-ORDENANTE.
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
              MOVE WS-ORD-ESTADO TO ERRORES
              MOVE "ABRIENDO ORDENES DE LA REMESA" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-REM-FICHERO PROG
                                  WS-CONTEXTO
              GO TO FIN-CUENTA-TRANSFERENCIAS
           END-IF.
       LEE-ORDEN.
           READ ORDENES
               AT END
                  GO TO FIN-LEE-ORDEN
           END-READ.
           IF CAB-TIPO = "01"
              MOVE CAB-ORDENANTE TO WS-ORDENANTE
              IF CAB-URGENTE = "S"
                 MOVE "S" TO WS-URGENTE
              END-IF
              GO TO LEE-ORDEN
           END-IF.
           IF DET-TIPO NOT = "02"
              GO TO LEE-ORDEN
           END-IF.
           IF DET-IBAN(1:2) = "ES"
              ADD 1 TO WS-NACIONALES
           ELSE
              ADD 1 TO WS-SEPAS
           END-IF.
           GO TO LEE-ORDEN.
       FIN-LEE-ORDEN.
           CLOSE ORDENES.
           MOVE "00" TO WS-ORD-ESTADO.
           MOVE SPACES TO WS-CUENTA.
           MOVE ZERO TO WS-L.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 35
              IF WS-ORDENANTE(WS-K:1) NOT = SPACE
                 ADD 1 TO WS-L
                 MOVE WS-ORDENANTE(WS-K:1) TO WS-CUENTA(WS-L:1)
              END-IF
           END-PERFORM.
           IF WS-CUENTA(1:2) = "ES" AND WS-CUENTA(5:4) IS NUMERIC
              MOVE WS-CUENTA(5:4) TO WS-ENTIDAD
           ELSE
              MOVE WS-ENTIDAD-DEF TO WS-ENTIDAD
           END-IF.
       FIN-CUENTA-TRANSFERENCIAS.

      *    SIN TARIFA PARA LA ENTIDAD EL DETALLE VUELVE EN BLANCO.
       BUSCA-TARIFA.
           MOVE SPACES TO WS-TAR-DETALLE.
           MOVE ZEROES TO WS-TF-NACIONAL WS-TF-SEPA WS-TF-URGENTE
                          WS-TF-TOLERANCIA.
           IF WS-ENTIDAD = SPACES
              GO TO FIN-BUSCA-TARIFA
           END-IF.
           CALL "PRUTARIFA" USING WS-TAR-ACCION WS-ENTIDAD
                                  WS-TAR-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              MOVE SPACES TO WS-TAR-DETALLE
              GO TO FIN-BUSCA-TARIFA
           END-IF.
           UNSTRING WS-TAR-DETALLE DELIMITED BY ";" INTO
                 WS-TF-NACIONAL
                 WS-TF-SEPA
                 WS-TF-URGENTE
                 WS-TF-TOLERANCIA
           END-UNSTRING.
       FIN-BUSCA-TARIFA.

       ESTAMPA-TARIFA.
           MOVE "ETAPA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           STRING "TARIFA;" WS-PREVISTA
                  DELIMITED BY SIZE
                  INTO WS-REM-DETALLE
           END-STRING.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
       FIN-ESTAMPA-TARIFA.

       ANOTA-REMESA.
           COMPUTE WS-DIFERENCIA = WS-REAL - WS-PREVISTA.
           MOVE WS-DIFERENCIA TO WS-DIF-ED.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING "REMESA:" WS-REMESA " MES:" WS-MES " ENTIDAD:"
                  WS-ENTIDAD " " DELIMITED BY SIZE
                  WS-REM-FICHERO DELIMITED BY SPACE
                  INTO WS-RES-ITEM
           END-STRING.
           STRING "NAC:" WS-NACIONALES " SEPA:" WS-SEPAS
                  " URG:" WS-URGENTE " PREV:" WS-PREVISTA
                  " REAL:" WS-REAL " DIF:" WS-DIF-ED
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           MOVE SPACES TO WS-COM-RESP.
           STRING "|COMIS|" WS-REMESA "|" WS-ENTIDAD "|"
                  WS-RES-RESULT "|" WS-NACIONALES "|" WS-SEPAS "|"
                  WS-URGENTE "|" WS-PREVISTA "|" WS-REAL "|"
                  WS-DIF-ED "|" WS-RG-FECHA-CARGO "|"
                  DELIMITED BY SIZE
                  INTO WS-COM-RESP
           END-STRING.
           DISPLAY WS-COM-RESP UPON SYSOUT.
       FIN-ANOTA-REMESA.

       AUXILIARES SECTION.
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
