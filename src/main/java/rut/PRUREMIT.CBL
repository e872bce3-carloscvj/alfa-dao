       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUREMIT.
       AUTHOR.        CVJ.
       SECURITY.      AVISOS DE PAGO POR BENEFICIARIO: DESPUES DE
                      PRUGENPAG, TOMA EL FICHERO DE ORDENES DE UNA
                      REMESA (EL QUE DEVUELVE LA CONSULTA DE
                      PRUREMESA) Y SACA UN AVISO POR CADA IBAN
                      BENEFICIARIO CON SUS PAGOS, SUS REFERENCIAS, LA
                      FECHA VALOR Y EL TOTAL, CON LOS ROTULOS DEL
                      CATALOGO DE PRUMSG EN EL IDIOMA DE SRUIDIOMA.
                      LOS AVISOS QUEDAN EN <fichero>.AVP AL LADO DEL
                      FICHERO DE ORDENES Y CADA UNO SE APUNTA EN EL
                      INDICE AVISOSPAGO.DAT BAJO dd_dir (REMESA E IBAN)
                      PARA REPARTIRLOS O REIMPRIMIRLOS DESPUES - HASTA
                      AHORA EL PROVEEDOR LLAMABA PARA PREGUNTAR QUE
                      FACTURAS CUBRIA UNA REFERENCIA DE VEINTE
                      CARACTERES.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - WS-AVP-PATH y WS-REI-PATH pasa a X(256),
*********************               el largo del nombre de fichero
*********************               que reciben PRUCAT y PRUERR.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               GENERA idremesa (REHACE LOS AVISOS
*********************               Y SU INDICE), REEMITE idremesa
*********************               [detalle = iban] (COPIA LOS AVISOS
*********************               DEL INDICE A <fichero>.AVP.REI) Y
*********************               LISTA [idremesa]. LOS ROTULOS SON
*********************               LOS MENSAJES 0201-0210 DE PRUMSG,
*********************               CON EL CASTELLANO DE SIEMPRE SI
*********************               FALTAN. LOS COBROS DE PRUGENADEU
*********************               NO LLEVAN AVISO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDENES
                  ASSIGN TO DYNAMIC WS-REM-FICHERO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ORD-ESTADO.

           SELECT AVISOS
                  ASSIGN TO DYNAMIC WS-AVP-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AVP-ESTADO.

           SELECT REIMPRESION
                  ASSIGN TO DYNAMIC WS-REI-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REI-ESTADO.

           SELECT INDICE
                  ASSIGN TO DYNAMIC WS-INDICE-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AVP-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT BENEFICIARIOS
                  ASSIGN TO DYNAMIC WS-BENEF-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BEN-IBAN
                  FILE STATUS IS WS-BENEF-ESTADO.

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
           03 CAB-EMPRESA    PIC X(3).
           03 FILLER         PIC X(103).
       01  REG-ORD-DETALLE.
           03 DET-TIPO       PIC XX.
           03 DET-IBAN       PIC X(41).
           03 DET-IMPORTE    PIC 9(13).
           03 DET-REF        PIC X(20).
           03 DET-DIVISA     PIC X(3).
           03 FILLER         PIC X(81).

       FD  AVISOS.
       01  REG-AVISOS        PIC X(80).

       FD  REIMPRESION.
       01  REG-REIMPRESION   PIC X(80).

      *    UNA ENTRADA POR AVISO: DONDE EMPIEZA EN EL FICHERO DE
      *    AVISOS Y CUANTAS LINEAS OCUPA, PARA REIMPRIMIRLO SOLO.
       FD  INDICE.
       01  REG-INDICE.
           03 AVP-CLAVE.
              05 AVP-REMESA  PIC X(6).
              05 AVP-IBAN    PIC X(34).
           03 AVP-TITULAR    PIC X(40).
           03 AVP-PAGOS      PIC 9(5).
           03 AVP-TOTAL      PIC 9(15).
           03 AVP-DIVISA     PIC X(3).
           03 AVP-FECHA-VALOR PIC X(8).
           03 AVP-FECHA      PIC X(8).
           03 AVP-FICHERO    PIC X(120).
           03 AVP-LINEA      PIC 9(7).
           03 AVP-LINEAS     PIC 9(5).
           03 AVP-IMPRESO    PIC 9(3).

      *    REGISTRO DE BENEFICIARIOS APROBADOS QUE MANTIENE PRUBENEF.
       FD  BENEFICIARIOS.
       01  REG-BENEFICIARIOS.
           03 BEN-IBAN       PIC X(34).
           03 BEN-TITULAR    PIC X(40).
           03 BEN-FECHA      PIC X(8).
           03 BEN-APROBADOR  PIC X(15).
           03 BEN-EMPRESA    PIC X(3).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUREMIT".
       01  VALORDIR          PIC X(128).
       01  WS-INDICE-PATH    PIC X(200).
       01  WS-BENEF-PATH     PIC X(200).
       01  WS-AVP-PATH       PIC X(256).
       01  WS-REI-PATH       PIC X(256).
       77  WS-ORD-ESTADO     PIC XX.
       77  WS-AVP-ESTADO     PIC XX.
       77  WS-REI-ESTADO     PIC XX.
       77  WS-BENEF-ESTADO   PIC XX.
       77  WS-ABIERTO        PIC X VALUE "N".
           88 INDICE-ABIERTO VALUE "S".
       77  WS-BENEF-DISP     PIC X VALUE "N".
           88 BENEF-DISPONIBLES VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA          PIC X(8).
       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".

       77  WS-REM-ACCION     PIC X(8).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-REM-ENVIO      PIC X(8).
       77  WS-REM-REGS       PIC X(16).
       77  WS-REM-SUMA       PIC X(16).
       01  WS-REM-FICHERO    PIC X(120).
       77  WS-REM-CLASE      PIC X(4).

       01  WS-ORDENANTE      PIC X(35).
       77  WS-FECHA-VALOR    PIC X(8).

      *    LOS PAGOS DEL FICHERO DE ORDENES; CADA AVISO RECOGE LOS DE
      *    SU IBAN EN EL ORDEN DEL FICHERO.
       01  TB-PAGOS.
           03 TB-PAG         OCCURS 5000.
              05 TPG-IBAN    PIC X(41).
              05 TPG-IMPORTE PIC 9(13).
              05 TPG-REF     PIC X(20).
              05 TPG-DIVISA  PIC X(3).
              05 TPG-HECHO   PIC X.
       77  WS-PAGOS          PIC 9(5) VALUE ZEROES.
       77  WS-I              PIC 9(5).
       77  WS-J              PIC 9(5).
       77  WS-K              PIC 99.
       77  WS-L              PIC 99.
       77  WS-DESCARTADOS    PIC 9(5) VALUE ZEROES.

       01  WS-IBAN-COMPACTO  PIC X(34).
       77  WS-AV-PAGOS       PIC 9(5).
       77  WS-AV-TOTAL       PIC 9(15).
       77  WS-AV-DIVISA      PIC X(3).
       77  WS-AV-LINEA       PIC 9(7).
       77  WS-LINEAS         PIC 9(7) VALUE ZEROES.
       77  WS-AVISOS         PIC 9(5) VALUE ZEROES.
       77  WS-IMPORTE-9      PIC 9(11)V99.
       77  WS-IMPORTE-ED     PIC Z(10)9.99.
       77  WS-TOTAL-9        PIC 9(13)V99.
       77  WS-TOTAL-ED       PIC Z(12)9.99.
       01  WS-LINEA          PIC X(80).
       01  WS-RMT-RESP       PIC X(250).
       77  WS-IBAN-FILTRO    PIC X(34).
       77  WS-COPIADOS       PIC 9(5) VALUE ZEROES.
       77  WS-REI-ABIERTO    PIC X VALUE "N".
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       77  WS-SALTAR         PIC 9(7).
       77  WS-COPIAR         PIC 9(5).

      *    ROTULOS DEL AVISO, RESUELTOS UNA VEZ CONTRA EL CATALOGO DE
      *    PRUMSG COMO EN PRUIMPRES.
       77  WS-IDIOMA         PIC XX VALUE SPACES.
       77  WS-MSG-ACCION     PIC X(8) VALUE "TEXTO".
       77  WS-MSG-NUMERO     PIC X(4).
       01  WS-MSG-DETALLE    PIC X(90).
       77  WS-ROT-TITULO     PIC X(20) VALUE "AVISO DE PAGO".
       77  WS-ROT-ORDENANTE  PIC X(20) VALUE "ORDENANTE".
       77  WS-ROT-BENEF      PIC X(20) VALUE "BENEFICIARIO".
       77  WS-ROT-VALOR      PIC X(20) VALUE "FECHA VALOR".
       77  WS-ROT-REFERENCIA PIC X(20) VALUE "REFERENCIA".
       77  WS-ROT-IMPORTE    PIC X(20) VALUE "IMPORTE".
       77  WS-ROT-DIVISA     PIC X(20) VALUE "DIVISA".
       77  WS-ROT-TOTAL      PIC X(20) VALUE "TOTAL".
       77  WS-ROT-REMESA     PIC X(20) VALUE "REMESA".
       77  WS-ROT-PAGOS      PIC X(20) VALUE "NUMERO DE PAGOS".

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  IDREMESA          PIC X(6).
       77  DETALLE           PIC X(60).

       PROCEDURE DIVISION USING ACCION IDREMESA DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           PERFORM ABRE-INDICE THRU FIN-ABRE-INDICE.
           IF NOT INDICE-ABIERTO
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "GENERA"
                    PERFORM GENERA-AVISOS THRU FIN-GENERA-AVISOS
               WHEN "REEMITE"
                    PERFORM REIMPRIME-AVISOS THRU FIN-REIMPRIME-AVISOS
               WHEN "LISTA"
                    PERFORM LISTA-AVISOS THRU FIN-LISTA-AVISOS
               WHEN OTHER
                    DISPLAY "|REMITERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 2 TO RETURN-CODE
           END-EVALUATE.
           CLOSE INDICE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-INDICE SECTION.
      *    MISMO ABRE-O-CREA QUE EL DIRECTORIO DE ENTIDADES DE PRUBIC.
       ABRIENDO-INDICE.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-INDICE-PATH WS-BENEF-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/AVISOSPAGO.DAT"
                     DELIMITED BY SPACE
                     INTO WS-INDICE-PATH
              END-STRING
              STRING VALORDIR "/BENEFICIARIOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-BENEF-PATH
              END-STRING
           ELSE
              MOVE "AVISOSPAGO.DAT" TO WS-INDICE-PATH
              MOVE "BENEFICIARIOS.DAT" TO WS-BENEF-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O INDICE.
           IF ERRORES = "00"
              SET INDICE-ABIERTO TO TRUE
              GO TO FIN-ABRE-INDICE
           END-IF.
           OPEN OUTPUT INDICE.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO AVISOSPAGO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-INDICE-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRE-INDICE
           END-IF.
           CLOSE INDICE.
           OPEN I-O INDICE.
           IF ERRORES = "00"
              SET INDICE-ABIERTO TO TRUE
           END-IF.
       FIN-ABRE-INDICE.

       GENERACION SECTION.
      *    LA REMESA TIENE QUE ESTAR GENERADA Y SER DE PAGOS. EL
      *    FICHERO SE CARGA ENTERO Y LOS AVISOS SALEN EN EL ORDEN EN
      *    QUE APARECE CADA IBAN POR PRIMERA VEZ. LO QUE HUBIERA EN EL
      *    INDICE DE UNA GENERACION ANTERIOR DE LA REMESA SE BORRA.
       GENERA-AVISOS.
           MOVE "CONSULTA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION IDREMESA
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|REMITERROR|NOEXISTE|" IDREMESA "|" UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-GENERA-AVISOS
           END-IF.
           MOVE SPACES TO WS-REM-ENVIO WS-REM-REGS WS-REM-SUMA
                          WS-REM-FICHERO WS-REM-CLASE.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-ENVIO
                 WS-REM-REGS
                 WS-REM-SUMA
                 WS-REM-FICHERO
                 WS-REM-CLASE
           END-UNSTRING.
           IF WS-REM-FICHERO = SPACES
              DISPLAY "|REMITERROR|SINGENERAR|" IDREMESA "|"
                      UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-GENERA-AVISOS
           END-IF.
           IF WS-REM-CLASE = "C"
              DISPLAY "|REMITERROR|COBROS|" IDREMESA "|" UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-GENERA-AVISOS
           END-IF.
           PERFORM CARGA-ORDENES THRU FIN-CARGA-ORDENES.
           IF WS-ORD-ESTADO NOT = "00"
              MOVE 2 TO RETURN-CODE
              GO TO FIN-GENERA-AVISOS
           END-IF.
           PERFORM CARGA-ROTULOS THRU FIN-CARGA-ROTULOS.
           PERFORM BORRA-INDICE THRU FIN-BORRA-INDICE.

           MOVE SPACES TO WS-AVP-PATH.
           STRING WS-REM-FICHERO DELIMITED BY SPACE
                  ".AVP" DELIMITED BY SIZE
                  INTO WS-AVP-PATH
           END-STRING.
           OPEN OUTPUT AVISOS.
           IF WS-AVP-ESTADO NOT = "00"
              MOVE WS-AVP-ESTADO TO ERRORES
              MOVE "ABRIENDO AVISOS DE PAGO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-AVP-PATH PROG
                                  WS-CONTEXTO
              MOVE 2 TO RETURN-CODE
              GO TO FIN-GENERA-AVISOS
           END-IF.
           OPEN INPUT BENEFICIARIOS.
           IF WS-BENEF-ESTADO = "00"
              SET BENEF-DISPONIBLES TO TRUE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PAGOS
              IF TPG-HECHO(WS-I) NOT = "S"
                 PERFORM EMITE-AVISO THRU FIN-EMITE-AVISO
              END-IF
           END-PERFORM.
           CLOSE AVISOS.
           IF BENEF-DISPONIBLES
              CLOSE BENEFICIARIOS
           END-IF.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-AVP-PATH.
           MOVE SPACES TO WS-RMT-RESP.
           STRING "|REMITFIN|" IDREMESA "|AVISOS:" WS-AVISOS
                  "|PAGOS:" WS-PAGOS "|DESCARTADOS:" WS-DESCARTADOS
                  "|" DELIMITED BY SIZE
                  WS-AVP-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-RMT-RESP
           END-STRING.
           DISPLAY WS-RMT-RESP UPON SYSOUT.
           IF WS-DESCARTADOS > ZEROES
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-GENERA-AVISOS.

       CARGA-ORDENES.
           MOVE ZEROES TO WS-PAGOS WS-DESCARTADOS.
           MOVE SPACES TO WS-ORDENANTE WS-FECHA-VALOR.
           OPEN INPUT ORDENES.
           IF WS-ORD-ESTADO NOT = "00"
              MOVE WS-ORD-ESTADO TO ERRORES
              MOVE "ABRIENDO ORDENES DE LA REMESA" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-REM-FICHERO PROG
                                  WS-CONTEXTO
              GO TO FIN-CARGA-ORDENES
           END-IF.
       LEE-ORDEN.
           READ ORDENES
               AT END
                  GO TO FIN-LEE-ORDEN
           END-READ.
           IF CAB-TIPO = "01"
              MOVE CAB-ORDENANTE TO WS-ORDENANTE
              MOVE CAB-FECHA-VALOR TO WS-FECHA-VALOR
              IF WS-FECHA-VALOR = SPACES
                 MOVE CAB-FECHA TO WS-FECHA-VALOR
              END-IF
              GO TO LEE-ORDEN
           END-IF.
           IF DET-TIPO NOT = "02" OR DET-IMPORTE IS NOT NUMERIC
              GO TO LEE-ORDEN
           END-IF.
           IF WS-PAGOS NOT < 5000
              ADD 1 TO WS-DESCARTADOS
              GO TO LEE-ORDEN
           END-IF.
           ADD 1 TO WS-PAGOS.
           MOVE DET-IBAN TO TPG-IBAN(WS-PAGOS).
           MOVE DET-IMPORTE TO TPG-IMPORTE(WS-PAGOS).
           MOVE DET-REF TO TPG-REF(WS-PAGOS).
           MOVE DET-DIVISA TO TPG-DIVISA(WS-PAGOS).
           IF TPG-DIVISA(WS-PAGOS) = SPACES
              MOVE "EUR" TO TPG-DIVISA(WS-PAGOS)
           END-IF.
           MOVE "N" TO TPG-HECHO(WS-PAGOS).
           GO TO LEE-ORDEN.
       FIN-LEE-ORDEN.
           CLOSE ORDENES.
           MOVE "00" TO WS-ORD-ESTADO.
           IF WS-DESCARTADOS > ZEROES
              DISPLAY "|REMITERROR|TABLALLENA|" WS-DESCARTADOS "|"
                      UPON SYSOUT
           END-IF.
       FIN-CARGA-ORDENES.

       BORRA-INDICE.
           MOVE IDREMESA TO AVP-REMESA.
           MOVE LOW-VALUES TO AVP-IBAN.
           START INDICE KEY NOT LESS AVP-CLAVE
               INVALID KEY
                  GO TO FIN-BORRA-INDICE
           END-START.
       BORRANDO-INDICE.
           READ INDICE NEXT
               AT END
                  GO TO FIN-BORRA-INDICE
           END-READ.
           IF AVP-REMESA NOT = IDREMESA
              GO TO FIN-BORRA-INDICE
           END-IF.
           DELETE INDICE RECORD.
           GO TO BORRANDO-INDICE.
       FIN-BORRA-INDICE.

      *    UN AVISO: CABECERA CON ORDENANTE, BENEFICIARIO Y FECHA
      *    VALOR, UNA LINEA POR PAGO DE ESE IBAN Y EL TOTAL. CON
      *    VARIAS DIVISAS EL TOTAL DEL INDICE LLEVA DIVISA "VAR" Y EL
      *    AVISO UN TOTAL POR CADA UNA.
       EMITE-AVISO.
           ADD 1 TO WS-AVISOS.
           MOVE WS-LINEAS TO WS-AV-LINEA.
           ADD 1 TO WS-AV-LINEA.
           MOVE ZEROES TO WS-AV-PAGOS WS-AV-TOTAL.
           MOVE TPG-DIVISA(WS-I) TO WS-AV-DIVISA.
           MOVE SPACES TO WS-IBAN-COMPACTO.
           MOVE ZERO TO WS-L.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 41
              IF TPG-IBAN(WS-I)(WS-K:1) NOT = SPACE AND WS-L < 34
                 ADD 1 TO WS-L
                 MOVE TPG-IBAN(WS-I)(WS-K:1)
                   TO WS-IBAN-COMPACTO(WS-L:1)
              END-IF
           END-PERFORM.
           MOVE SPACES TO BEN-TITULAR.
           IF BENEF-DISPONIBLES
              MOVE WS-IBAN-COMPACTO TO BEN-IBAN
              READ BENEFICIARIOS
                  INVALID KEY
                     MOVE SPACES TO BEN-TITULAR
              END-READ
           END-IF.

           MOVE ALL "=" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-ROT-TITULO TO WS-LINEA(1:20).
           STRING WS-ROT-REMESA DELIMITED BY "  "
                  " " IDREMESA "  " WS-FECHA
                  DELIMITED BY SIZE
                  INTO WS-LINEA(45:36)
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-ROT-ORDENANTE TO WS-LINEA(1:20).
           MOVE ": " TO WS-LINEA(21:2).
           MOVE WS-ORDENANTE TO WS-LINEA(23:35).
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-ROT-BENEF TO WS-LINEA(1:20).
           MOVE ": " TO WS-LINEA(21:2).
           MOVE TPG-IBAN(WS-I) TO WS-LINEA(23:41).
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           IF BEN-TITULAR NOT = SPACES
              MOVE SPACES TO WS-LINEA
              MOVE BEN-TITULAR TO WS-LINEA(23:40)
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
           END-IF.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-ROT-VALOR TO WS-LINEA(1:20).
           MOVE ": " TO WS-LINEA(21:2).
           MOVE WS-FECHA-VALOR TO WS-LINEA(23:8).
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-ROT-REFERENCIA TO WS-LINEA(1:20).
           MOVE WS-ROT-IMPORTE TO WS-LINEA(36:20).
           MOVE WS-ROT-DIVISA TO WS-LINEA(56:20).
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.

           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-PAGOS
              IF TPG-HECHO(WS-J) NOT = "S" AND
                 TPG-IBAN(WS-J) = TPG-IBAN(WS-I)
                 PERFORM LINEA-DE-PAGO THRU FIN-LINEA-DE-PAGO
              END-IF
           END-PERFORM.

           MOVE ALL "-" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           IF WS-AV-DIVISA = "VAR"
              PERFORM TOTALES-POR-DIVISA THRU FIN-TOTALES-POR-DIVISA
           ELSE
              COMPUTE WS-TOTAL-9 = WS-AV-TOTAL / 100
              MOVE WS-TOTAL-9 TO WS-TOTAL-ED
              MOVE SPACES TO WS-LINEA
              MOVE WS-ROT-TOTAL TO WS-LINEA(1:20)
              MOVE WS-TOTAL-ED TO WS-LINEA(35:16)
              MOVE WS-AV-DIVISA TO WS-LINEA(56:3)
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
           END-IF.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-ROT-PAGOS TO WS-LINEA(1:20).
           MOVE ": " TO WS-LINEA(21:2).
           MOVE WS-AV-PAGOS TO WS-LINEA(23:5).
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.

           MOVE SPACES TO REG-INDICE.
           MOVE IDREMESA TO AVP-REMESA.
           MOVE WS-IBAN-COMPACTO TO AVP-IBAN.
           MOVE BEN-TITULAR TO AVP-TITULAR.
           MOVE WS-AV-PAGOS TO AVP-PAGOS.
           MOVE WS-AV-TOTAL TO AVP-TOTAL.
           MOVE WS-AV-DIVISA TO AVP-DIVISA.
           MOVE WS-FECHA-VALOR TO AVP-FECHA-VALOR.
           MOVE WS-FECHA TO AVP-FECHA.
           MOVE WS-AVP-PATH TO AVP-FICHERO.
           MOVE WS-AV-LINEA TO AVP-LINEA.
           COMPUTE AVP-LINEAS = WS-LINEAS - WS-AV-LINEA + 1.
           MOVE ZEROES TO AVP-IMPRESO.
           WRITE REG-INDICE
               INVALID KEY
                  REWRITE REG-INDICE
           END-WRITE.
           DISPLAY "|REMIT|" IDREMESA "|" AVP-IBAN "|" AVP-PAGOS "|"
                   AVP-TOTAL "|" AVP-DIVISA "|" UPON SYSOUT.
       FIN-EMITE-AVISO.

       LINEA-DE-PAGO.
           MOVE "S" TO TPG-HECHO(WS-J).
           ADD 1 TO WS-AV-PAGOS.
           ADD TPG-IMPORTE(WS-J) TO WS-AV-TOTAL.
           IF TPG-DIVISA(WS-J) NOT = WS-AV-DIVISA
              MOVE "VAR" TO WS-AV-DIVISA
           END-IF.
           COMPUTE WS-IMPORTE-9 = TPG-IMPORTE(WS-J) / 100.
           MOVE WS-IMPORTE-9 TO WS-IMPORTE-ED.
           MOVE SPACES TO WS-LINEA.
           MOVE TPG-REF(WS-J) TO WS-LINEA(1:20).
           MOVE WS-IMPORTE-ED TO WS-LINEA(37:14).
           MOVE TPG-DIVISA(WS-J) TO WS-LINEA(56:3).
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-LINEA-DE-PAGO.

      *    UN TOTAL POR DIVISA: SE RECORREN LOS PAGOS DEL IBAN UNA
      *    VEZ POR CADA DIVISA DISTINTA, QUE SON POCAS.
       TOTALES-POR-DIVISA.
           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-PAGOS
              IF TPG-IBAN(WS-J) = TPG-IBAN(WS-I) AND
                 TPG-HECHO(WS-J) = "S"
                 MOVE "T" TO TPG-HECHO(WS-J)
              END-IF
           END-PERFORM.
           MOVE WS-I TO WS-J.
       TOTAL-DE-UNA-DIVISA.
           IF WS-J > WS-PAGOS
              GO TO FIN-TOTALES-POR-DIVISA
           END-IF.
           IF TPG-HECHO(WS-J) NOT = "T" OR
              TPG-IBAN(WS-J) NOT = TPG-IBAN(WS-I)
              ADD 1 TO WS-J
              GO TO TOTAL-DE-UNA-DIVISA
           END-IF.
           MOVE TPG-DIVISA(WS-J) TO WS-AV-DIVISA.
           MOVE ZEROES TO WS-AV-TOTAL.
           PERFORM VARYING WS-J FROM WS-J BY 1 UNTIL WS-J > WS-PAGOS
              IF TPG-HECHO(WS-J) = "T" AND
                 TPG-IBAN(WS-J) = TPG-IBAN(WS-I) AND
                 TPG-DIVISA(WS-J) = WS-AV-DIVISA
                 ADD TPG-IMPORTE(WS-J) TO WS-AV-TOTAL
                 MOVE "S" TO TPG-HECHO(WS-J)
              END-IF
           END-PERFORM.
           COMPUTE WS-TOTAL-9 = WS-AV-TOTAL / 100.
           MOVE WS-TOTAL-9 TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-ROT-TOTAL TO WS-LINEA(1:20).
           MOVE WS-TOTAL-ED TO WS-LINEA(35:16).
           MOVE WS-AV-DIVISA TO WS-LINEA(56:3).
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE WS-I TO WS-J.
           GO TO TOTAL-DE-UNA-DIVISA.
       FIN-TOTALES-POR-DIVISA.
      *    EL INDICE GUARDA LA SUMA DE TODO EL AVISO CON DIVISA VAR.
           MOVE ZEROES TO WS-AV-TOTAL.
           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-PAGOS
              IF TPG-IBAN(WS-J) = TPG-IBAN(WS-I)
                 ADD TPG-IMPORTE(WS-J) TO WS-AV-TOTAL
              END-IF
           END-PERFORM.
           MOVE "VAR" TO WS-AV-DIVISA.

       ESCRIBE-LINEA.
           MOVE WS-LINEA TO REG-AVISOS.
           WRITE REG-AVISOS.
           ADD 1 TO WS-LINEAS.
       FIN-ESCRIBE-LINEA.

       REEMISION SECTION.
      *    LOS AVISOS DE UNA REMESA (O SOLO EL DEL IBAN DEL DETALLE)
      *    SE COPIAN DEL FICHERO DE AVISOS A <fichero>.AVP.REI, QUE SE
      *    REHACE EN CADA REIMPRESION.
       REIMPRIME-AVISOS.
           MOVE DETALLE(1:34) TO WS-IBAN-FILTRO.
           MOVE IDREMESA TO AVP-REMESA.
           MOVE LOW-VALUES TO AVP-IBAN.
           IF WS-IBAN-FILTRO NOT = SPACES
              MOVE WS-IBAN-FILTRO TO AVP-IBAN
           END-IF.
           START INDICE KEY NOT LESS AVP-CLAVE
               INVALID KEY
                  GO TO FIN-REIMPRIMIENDO
           END-START.
       REIMPRIMIENDO.
           READ INDICE NEXT
               AT END
                  GO TO FIN-REIMPRIMIENDO
           END-READ.
           IF AVP-REMESA NOT = IDREMESA
              GO TO FIN-REIMPRIMIENDO
           END-IF.
           IF WS-IBAN-FILTRO NOT = SPACES AND
              AVP-IBAN NOT = WS-IBAN-FILTRO
              GO TO FIN-REIMPRIMIENDO
           END-IF.
           IF WS-REI-ABIERTO = "N"
              MOVE AVP-FICHERO TO WS-AVP-PATH
              MOVE SPACES TO WS-REI-PATH
              STRING WS-AVP-PATH DELIMITED BY SPACE
                     ".REI" DELIMITED BY SIZE
                     INTO WS-REI-PATH
              END-STRING
              OPEN OUTPUT REIMPRESION
              IF WS-REI-ESTADO NOT = "00"
                 MOVE WS-REI-ESTADO TO ERRORES
                 MOVE "ABRIENDO REIMPRESION DE AVISOS" TO WS-CONTEXTO
                 CALL "PRUERR" USING ERRORES WS-REI-PATH PROG
                                     WS-CONTEXTO
                 MOVE 2 TO RETURN-CODE
                 GO TO FIN-REIMPRIME-AVISOS
              END-IF
              MOVE "S" TO WS-REI-ABIERTO
           END-IF.
           PERFORM COPIA-AVISO THRU FIN-COPIA-AVISO.
           IF WS-AVP-ESTADO NOT = "00"
              GO TO REIMPRIMIENDO
           END-IF.
           ADD 1 TO WS-COPIADOS.
           ADD 1 TO AVP-IMPRESO.
           REWRITE REG-INDICE.
           GO TO REIMPRIMIENDO.
       FIN-REIMPRIMIENDO.
           IF WS-REI-ABIERTO = "S"
              CLOSE REIMPRESION
           END-IF.
           IF WS-COPIADOS = ZEROES
              DISPLAY "|REMITERROR|SINAVISOS|" IDREMESA "|"
                      WS-IBAN-FILTRO "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REIMPRIME-AVISOS
           END-IF.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-REI-PATH.
           MOVE SPACES TO WS-RMT-RESP.
           STRING "|REMITFIN|" IDREMESA "|REIMPRESOS:" WS-COPIADOS "|"
                  DELIMITED BY SIZE
                  WS-REI-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-RMT-RESP
           END-STRING.
           DISPLAY WS-RMT-RESP UPON SYSOUT.
       FIN-REIMPRIME-AVISOS.

      *    CADA AVISO VUELVE A ABRIR EL FICHERO: EL INDICE VA POR
      *    IBAN Y LOS AVISOS ESTAN EN EL ORDEN DEL FICHERO DE ORDENES.
       COPIA-AVISO.
           MOVE AVP-FICHERO TO WS-AVP-PATH.
           OPEN INPUT AVISOS.
           IF WS-AVP-ESTADO NOT = "00"
              MOVE WS-AVP-ESTADO TO ERRORES
              MOVE "ABRIENDO AVISOS DE PAGO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-AVP-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-COPIA-AVISO
           END-IF.
           MOVE AVP-LINEA TO WS-SALTAR.
           SUBTRACT 1 FROM WS-SALTAR.
           MOVE AVP-LINEAS TO WS-COPIAR.
       SALTANDO-LINEAS.
           IF WS-SALTAR = ZEROES
              GO TO COPIANDO-LINEAS
           END-IF.
           READ AVISOS
               AT END
                  GO TO FIN-COPIANDO-LINEAS
           END-READ.
           SUBTRACT 1 FROM WS-SALTAR.
           GO TO SALTANDO-LINEAS.
       COPIANDO-LINEAS.
           IF WS-COPIAR = ZEROES
              GO TO FIN-COPIANDO-LINEAS
           END-IF.
           READ AVISOS
               AT END
                  GO TO FIN-COPIANDO-LINEAS
           END-READ.
           MOVE REG-AVISOS TO REG-REIMPRESION.
           WRITE REG-REIMPRESION.
           SUBTRACT 1 FROM WS-COPIAR.
           GO TO COPIANDO-LINEAS.
       FIN-COPIANDO-LINEAS.
           CLOSE AVISOS.
           MOVE "00" TO WS-AVP-ESTADO.
       FIN-COPIA-AVISO.

       LISTADO SECTION.
       LISTA-AVISOS.
           MOVE LOW-VALUES TO AVP-CLAVE.
           IF IDREMESA NOT = SPACES AND IDREMESA NOT = LOW-VALUES
              MOVE IDREMESA TO AVP-REMESA
           END-IF.
           START INDICE KEY NOT LESS AVP-CLAVE
               INVALID KEY
                  GO TO FIN-LEER-AVISOS
           END-START.
       LEER-AVISOS.
           READ INDICE NEXT
               AT END
                  GO TO FIN-LEER-AVISOS
           END-READ.
           IF IDREMESA NOT = SPACES AND IDREMESA NOT = LOW-VALUES AND
              AVP-REMESA NOT = IDREMESA
              GO TO FIN-LEER-AVISOS
           END-IF.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-RMT-RESP.
           STRING "|REMIT|" AVP-REMESA "|" AVP-IBAN "|" AVP-TITULAR
                  "|" AVP-PAGOS "|" AVP-TOTAL "|" AVP-DIVISA
                  "|VALOR:" AVP-FECHA-VALOR "|EMITIDO:" AVP-FECHA
                  "|REIMPRESO:" AVP-IMPRESO "|"
                  DELIMITED BY SIZE
                  INTO WS-RMT-RESP
           END-STRING.
           DISPLAY WS-RMT-RESP UPON SYSOUT.
           GO TO LEER-AVISOS.
       FIN-LEER-AVISOS.
           MOVE SPACES TO WS-RMT-RESP.
           STRING "|REMITFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-RMT-RESP
           END-STRING.
           DISPLAY WS-RMT-RESP UPON SYSOUT.
       FIN-LISTA-AVISOS.

       ROTULOS SECTION.
      *    CADA ROTULO SE PIDE UNA VEZ AL CATALOGO DE PRUMSG EN EL
      *    IDIOMA DE SRUIDIOMA; LO QUE NO ESTE CONSERVA SU LITERAL.
       CARGA-ROTULOS.
           DISPLAY "SRUIDIOMA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-IDIOMA FROM ENVIRONMENT-VALUE.
           IF WS-IDIOMA = SPACES OR WS-IDIOMA = LOW-VALUES
              MOVE "ES" TO WS-IDIOMA
           END-IF.
           MOVE "0201" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-TITULO
           END-IF.
           MOVE "0202" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-ORDENANTE
           END-IF.
           MOVE "0203" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-BENEF
           END-IF.
           MOVE "0204" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-VALOR
           END-IF.
           MOVE "0205" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-REFERENCIA
           END-IF.
           MOVE "0206" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-IMPORTE
           END-IF.
           MOVE "0207" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-DIVISA
           END-IF.
           MOVE "0208" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-TOTAL
           END-IF.
           MOVE "0209" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-REMESA
           END-IF.
           MOVE "0210" TO WS-MSG-NUMERO.
           PERFORM PIDE-ROTULO THRU FIN-PIDE-ROTULO.
           IF WS-MSG-DETALLE NOT = SPACES
              MOVE WS-MSG-DETALLE(1:20) TO WS-ROT-PAGOS
           END-IF.
       FIN-CARGA-ROTULOS.

       PIDE-ROTULO.
           MOVE SPACES TO WS-MSG-DETALLE.
           MOVE WS-IDIOMA TO WS-MSG-DETALLE(1:2).
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUMSG" USING WS-MSG-ACCION WS-MSG-NUMERO
                               WS-MSG-DETALLE
               ON EXCEPTION
                  MOVE SPACES TO WS-MSG-DETALLE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE SPACES TO WS-MSG-DETALLE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-PIDE-ROTULO.
