                      DE CALCULO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - CADUCA no toca los mandatos con
*********************               la fecha de proceso en un mes
*********************               cerrado en PRUCIERRE.
********************* 15/10/2026 CVJ - Empresas del grupo: el ALTA trae
*********************               un tercer campo con la empresa
*********************               acreedora de PRUEMPRESA
*********************               (MAN-EMPRESA; en blanco si no se
*********************               usan empresas), que la pasada de
*********************               ADEUDOS compara con la de la
*********************               remesa. LISTA lo enseña y, con una
*********************               empresa en el detalle, saca solo
*********************               los suyos. El registro crece: un
*********************               MANDATOS.DAT anterior se
*********************               reorganiza con PRUREORG.
********************* 15/10/2026 CVJ - Accion CADUCA: barrido que
*********************               cancela los mandatos activos sin
*********************               uso (o firma, si nunca se usaron)
*********************               desde hace PRUMANDATOCADUCA meses
*********************               (36), con la misma fecha de corte
*********************               que la pasada de ADEUDOS, y lista
*********************               lo caducado. Accion PREAVISO
*********************               (detalle "fichero;dias"): del
*********************               fichero de cobros (IBAN;IMPORTE;
*********************               REFERENCIA;MANDATO) saca
*********************               <fichero>.PRE con una linea por
*********************               cobro y deudor y su fecha de
*********************               cobro, N dias habiles de PRUCALEN
*********************               despues de la de proceso (N de
*********************               PRUMANDATOPREAVISO si no viene,
*********************               10 por defecto).
********************* 02/09/2026 CVJ - Version inicial. EL DETALLE DEL
*********************               ALTA TRAE "iban;fechafirma"
*********************               (YYYYMMDD); CANCELA Y REACT
                  RECORD KEY IS MAN-REF
                  FILE STATUS IS ERRORES.

           SELECT COBROS-ENT
                  ASSIGN TO DYNAMIC WS-COBROS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COBROS-ESTADO.

           SELECT PREAVISOS
                  ASSIGN TO DYNAMIC WS-PREAVISO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREAVISO-ESTADO.

       DATA DIVISION.
       FILE SECTION.

              88 MAN-ACTIVO     VALUE "A".
              88 MAN-CANCELADO  VALUE "C".
           03 MAN-ULTUSO     PIC X(8).
           03 MAN-EMPRESA    PIC X(3).

       FD  COBROS-ENT.
       01  REG-COBROS-ENT    PIC X(130).

       FD  PREAVISOS.
       01  REG-PREAVISOS     PIC X(150).

       WORKING-STORAGE SECTION.

       77  WS-NUEVO-ESTADO   PIC X.
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       01  WS-MAN-RESP       PIC X(200).
       77  WS-EMP-ACCION     PIC X(8) VALUE "CONSULTA".
       77  WS-EMP-FILTRO     PIC X(3).
       01  WS-EMP-DETALLE    PIC X(160).

       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).
       77  WS-CADUCA-TXT     PIC X(4).
       77  WS-CADUCA-MESES   PIC 9(4) VALUE 36.
       01  WS-MESES-CORTE.
           03 WS-MC-ANO      PIC 9(4).
           03 WS-MC-MES      PIC 9(2).
       77  WS-MESES-TOT      PIC 9(6).
       77  WS-MAN-USO-REF    PIC X(8).
       77  WS-CADUCADOS      PIC 9(5) VALUE ZEROES.

       01  NOMBRDIR          PIC X(128).
       01  WS-COBROS-NOMBRE  PIC X(50).
       01  WS-COBROS-PATH    PIC X(256).
       77  WS-COBROS-ESTADO  PIC XX.
       01  WS-PREAVISO-PATH  PIC X(260).
       77  WS-PREAVISO-ESTADO PIC XX.
       77  WS-PREAVISO-DIAS  PIC X(3).
       77  WS-FECHA-COBRO    PIC X(8).
       77  WS-CAL-ACCION     PIC X(10) VALUE "AVANZA".
       01  WS-CAL-DETALLE    PIC X(60).
       77  WS-COB-IBAN       PIC X(34).
       77  WS-COB-IMPORTE    PIC X(13).
       77  WS-COB-REF        PIC X(20).
       77  WS-COB-MANDATO    PIC X(35).
       77  WS-COB-SECUENCIA  PIC X(4).
       77  WS-PRE-TOTAL      PIC 9(7) VALUE ZEROES.
       77  WS-PRE-SINMANDATO PIC 9(7) VALUE ZEROES.

       LINKAGE SECTION.

       PROCESOS.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-MANDATO THRU FIN-ALTA-MANDATO
               WHEN "BAJA"
                    PERFORM BAJA-MANDATO
               WHEN "CANCELA"
                    PERFORM CAMBIA-ESTADO
               WHEN "LISTA"
                    PERFORM LISTA-MANDATOS THRU FIN-LISTA-MANDATOS
               WHEN "CADUCA"
                    PERFORM CADUCA-MANDATOS THRU FIN-CADUCA-MANDATOS
               WHEN "PREAVISO"
                    PERFORM PREAVISA-COBROS THRU FIN-PREAVISA-COBROS
               WHEN OTHER
                    DISPLAY "|MANDATOERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 MAN-IBAN
                 MAN-FIRMA
                 MAN-EMPRESA
           END-UNSTRING.
           IF MAN-EMPRESA NOT = SPACES
              MOVE SPACES TO WS-EMP-DETALLE
              CALL "PRUEMPRESA" USING WS-EMP-ACCION MAN-EMPRESA
                                      WS-EMP-DETALLE
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "|MANDATOERROR|EMPRESA|" MAN-EMPRESA "|"
                         UPON SYSOUT
                 MOVE 1 TO RETURN-CODE
                 GO TO FIN-ALTA-MANDATO
              END-IF
           END-IF.
           MOVE "A" TO MAN-ESTADO.
           MOVE SPACES TO MAN-ULTUSO.
           WRITE REG-MANDATOS

       LISTADO SECTION.
       LISTA-MANDATOS.
           MOVE DETALLE(1:3) TO WS-EMP-FILTRO.
           MOVE LOW-VALUES TO MAN-REF.
           START MANDATOS KEY NOT LESS MAN-REF
               INVALID KEY
               AT END
                  GO TO FIN-LEER-MANDATOS
           END-READ.
           IF WS-EMP-FILTRO NOT = SPACES AND
              MAN-EMPRESA NOT = WS-EMP-FILTRO
              GO TO LEER-MANDATOS
           END-IF.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-MAN-RESP.
           STRING "|MANDATO|" DELIMITED BY SIZE
                  MAN-IBAN DELIMITED BY SPACE
                  "|FIRMA:" MAN-FIRMA
                  "|ESTADO:" MAN-ESTADO
                  "|ULTUSO:" MAN-ULTUSO
                  "|EMPRESA:" MAN-EMPRESA "|"
                  DELIMITED BY SIZE
                  INTO WS-MAN-RESP
           END-STRING.
           END-STRING.
           DISPLAY WS-MAN-RESP UPON SYSOUT.
       FIN-LISTA-MANDATOS.

       CADUCIDAD SECTION.
      *    LA MISMA REGLA QUE LA PASADA DE ADEUDOS DE PRUIBANEUR: UN
      *    MANDATO CUYO ULTIMO USO (O SU FIRMA, SI NUNCA SE USO) CAE
      *    ANTES DEL MES DE CORTE YA NO VALE Y SE CANCELA AQUI, SIN
      *    ESPERAR A QUE UN COBRO LO DESCUBRA.
       CADUCA-MANDATOS.
           PERFORM DAME-FECHA-PROCESO THRU FIN-DAME-FECHA-PROCESO.
           MOVE WS-FECHA-PROC(1:6) TO WS-CIE-PERIODO.
           MOVE SPACES TO WS-CIE-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCIERRE" USING WS-CIE-ACCION WS-CIE-PERIODO
                                  WS-CIE-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|MANDATOERROR|CERRADO|" WS-FECHA-PROC "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CADUCA-MANDATOS
           END-IF.
           MOVE SPACES TO WS-CADUCA-TXT.
           DISPLAY "PRUMANDATOCADUCA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-CADUCA-TXT FROM ENVIRONMENT-VALUE.
           IF WS-CADUCA-TXT NOT = SPACES AND
              WS-CADUCA-TXT NOT = LOW-VALUES
              MOVE WS-CADUCA-TXT TO WS-CADUCA-MESES
           END-IF.
           MOVE WS-FECHA-PROC(1:4) TO WS-MC-ANO.
           MOVE WS-FECHA-PROC(5:2) TO WS-MC-MES.
           COMPUTE WS-MESES-TOT =
                   WS-MC-ANO * 12 + WS-MC-MES - WS-CADUCA-MESES.
           COMPUTE WS-MC-ANO = (WS-MESES-TOT - 1) / 12.
           COMPUTE WS-MC-MES = WS-MESES-TOT - WS-MC-ANO * 12.
           MOVE LOW-VALUES TO MAN-REF.
           START MANDATOS KEY NOT LESS MAN-REF
               INVALID KEY
                  GO TO FIN-BARRE-MANDATOS
           END-START.
       BARRE-MANDATOS.
           READ MANDATOS NEXT
               AT END
                  GO TO FIN-BARRE-MANDATOS
           END-READ.
           ADD 1 TO WS-TOTAL.
           IF NOT MAN-ACTIVO
              GO TO BARRE-MANDATOS
           END-IF.
           IF MAN-ULTUSO IS NUMERIC AND MAN-ULTUSO NOT = ZEROES
              MOVE MAN-ULTUSO TO WS-MAN-USO-REF
           ELSE
              MOVE MAN-FIRMA TO WS-MAN-USO-REF
           END-IF.
           IF WS-MAN-USO-REF(1:6) NOT < WS-MESES-CORTE
              GO TO BARRE-MANDATOS
           END-IF.
           MOVE "C" TO MAN-ESTADO.
           REWRITE REG-MANDATOS.
           ADD 1 TO WS-CADUCADOS.
           MOVE SPACES TO WS-MAN-RESP.
           STRING "|MANDATO|CADUCADO|" DELIMITED BY SIZE
                  MAN-REF DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  MAN-IBAN DELIMITED BY SPACE
                  "|FIRMA:" MAN-FIRMA
                  "|ULTUSO:" MAN-ULTUSO "|"
                  DELIMITED BY SIZE
                  INTO WS-MAN-RESP
           END-STRING.
           DISPLAY WS-MAN-RESP UPON SYSOUT.
           GO TO BARRE-MANDATOS.
       FIN-BARRE-MANDATOS.
           MOVE SPACES TO WS-MAN-RESP.
           STRING "|MANDATOFIN|REVISADOS:" WS-TOTAL
                  "|CADUCADOS:" WS-CADUCADOS
                  "|CORTE:" WS-MESES-CORTE "|"
                  DELIMITED BY SIZE
                  INTO WS-MAN-RESP
           END-STRING.
           DISPLAY WS-MAN-RESP UPON SYSOUT.
       FIN-CADUCA-MANDATOS.

       DAME-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA-PROC
               ON EXCEPTION
                  ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       FIN-DAME-FECHA-PROCESO.

       PREAVISO SECTION.
      *    PREAVISO AL DEUDOR: CADA COBRO DEL FICHERO SALE CON SU
      *    MANDATO, SU IBAN, IMPORTE, REFERENCIA, FECHA DE COBRO Y
      *    TIPO FRST/RCUR. EL FICHERO SE NOMBRA CON EL PREFIJO dd_ DE
      *    SIEMPRE Y EL .PRE QUEDA A SU LADO.
       PREAVISA-COBROS.
           MOVE SPACES TO WS-COBROS-NOMBRE WS-PREAVISO-DIAS.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-COBROS-NOMBRE
                 WS-PREAVISO-DIAS
           END-UNSTRING.
           IF WS-COBROS-NOMBRE = SPACES
              DISPLAY "|MANDATOERROR|SINFICHERO|" UPON SYSOUT
              GO TO FIN-PREAVISA-COBROS
           END-IF.
           IF WS-PREAVISO-DIAS = SPACES
              DISPLAY "PRUMANDATOPREAVISO" UPON ENVIRONMENT-NAME
              ACCEPT WS-PREAVISO-DIAS FROM ENVIRONMENT-VALUE
              IF WS-PREAVISO-DIAS = SPACES OR
                 WS-PREAVISO-DIAS = LOW-VALUES
                 MOVE "10" TO WS-PREAVISO-DIAS
              END-IF
           END-IF.
           MOVE SPACES TO VALORDIR NOMBRDIR.
           STRING "dd_" WS-COBROS-NOMBRE(1:3)
                  DELIMITED BY " "
                  INTO NOMBRDIR
           END-STRING.
           DISPLAY NOMBRDIR UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-COBROS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR WS-COBROS-NOMBRE(4:)
                     DELIMITED BY " "
                     INTO WS-COBROS-PATH
              END-STRING
           ELSE
              MOVE WS-COBROS-NOMBRE TO WS-COBROS-PATH
           END-IF.
           MOVE SPACES TO WS-PREAVISO-PATH.
           STRING WS-COBROS-PATH ".PRE"
                  DELIMITED BY " "
                  INTO WS-PREAVISO-PATH
           END-STRING.

           PERFORM DAME-FECHA-PROCESO THRU FIN-DAME-FECHA-PROCESO.
           MOVE SPACES TO WS-CAL-DETALLE.
           MOVE WS-PREAVISO-DIAS TO WS-CAL-DETALLE.
           CALL "PRUCALEN" USING WS-CAL-ACCION WS-FECHA-PROC
                                 WS-CAL-DETALLE.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|MANDATOERROR|DIAS|" WS-PREAVISO-DIAS "|"
                      UPON SYSOUT
              GO TO FIN-PREAVISA-COBROS
           END-IF.
           MOVE WS-CAL-DETALLE(1:8) TO WS-FECHA-COBRO.

           OPEN INPUT COBROS-ENT.
           IF WS-COBROS-ESTADO NOT = "00"
              MOVE WS-COBROS-ESTADO TO ERRORES
              MOVE "ABRIENDO COBROS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-COBROS-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-PREAVISA-COBROS
           END-IF.
           OPEN OUTPUT PREAVISOS.
           IF WS-PREAVISO-ESTADO NOT = "00"
              CLOSE COBROS-ENT
              MOVE WS-PREAVISO-ESTADO TO ERRORES
              MOVE "ABRIENDO PREAVISOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-PREAVISO-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-PREAVISA-COBROS
           END-IF.
       LEE-COBRO.
           READ COBROS-ENT
               AT END
                  GO TO CIERRA-PREAVISO
           END-READ.
           IF REG-COBROS-ENT = SPACES
              GO TO LEE-COBRO
           END-IF.
           MOVE SPACES TO WS-COB-IBAN WS-COB-IMPORTE WS-COB-REF
                          WS-COB-MANDATO.
           UNSTRING REG-COBROS-ENT DELIMITED BY ";" INTO
                 WS-COB-IBAN
                 WS-COB-IMPORTE
                 WS-COB-REF
                 WS-COB-MANDATO
           END-UNSTRING.
      *    UN COBRO SIN MANDATO VIVO NO SE PREAVISA: NO SE VA A
      *    PODER COBRAR, Y LA PASADA DE ADEUDOS YA LO RECHAZARA.
           MOVE SPACES TO MAN-REF.
           MOVE WS-COB-MANDATO TO MAN-REF.
           READ MANDATOS
               INVALID KEY
                  GO TO COBRO-SIN-MANDATO
           END-READ.
           IF NOT MAN-ACTIVO
              GO TO COBRO-SIN-MANDATO
           END-IF.
           IF MAN-ULTUSO IS NUMERIC AND MAN-ULTUSO NOT = ZEROES
              MOVE "RCUR" TO WS-COB-SECUENCIA
           ELSE
              MOVE "FRST" TO WS-COB-SECUENCIA
           END-IF.
           ADD 1 TO WS-PRE-TOTAL.
           MOVE SPACES TO REG-PREAVISOS.
           STRING MAN-REF DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  MAN-IBAN DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-COB-IMPORTE DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-COB-REF DELIMITED BY SPACE
                  ";" WS-FECHA-COBRO ";" WS-COB-SECUENCIA
                  DELIMITED BY SIZE
                  INTO REG-PREAVISOS
           END-STRING.
           WRITE REG-PREAVISOS.
           GO TO LEE-COBRO.
       COBRO-SIN-MANDATO.
           ADD 1 TO WS-PRE-SINMANDATO.
           DISPLAY "|MANDATOERROR|PREAVISO|" WS-COB-MANDATO "|"
                   UPON SYSOUT.
           GO TO LEE-COBRO.
       CIERRA-PREAVISO.
           CLOSE COBROS-ENT.
           CLOSE PREAVISOS.
           MOVE SPACES TO WS-MAN-RESP.
           STRING "|MANDATOFIN|PREAVISOS:" WS-PRE-TOTAL
                  "|SINMANDATO:" WS-PRE-SINMANDATO
                  "|COBRO:" WS-FECHA-COBRO "|"
                  DELIMITED BY SIZE
                  INTO WS-MAN-RESP
           END-STRING.
           DISPLAY WS-MAN-RESP UPON SYSOUT.
       FIN-PREAVISA-COBROS.
