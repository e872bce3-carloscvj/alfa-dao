       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUGENADEU.
       AUTHOR.        CVJ.
       SECURITY.      GENERA EL FICHERO DE ADEUDOS DIRECTOS SEPA EN EL
                      FORMATO DE INTERCAMBIO DEL BANCO A PARTIR DEL .OK
                      QUE DEJA LA PASADA DE ADEUDOS DE PRUIBANEUR
                      (IBAN;IMPORTE;REFERENCIA;MANDATO;BIC;TIPO POR
                      LINEA): CABECERA 01 CON EL ACREEDOR, SU
                      IDENTIFICADOR Y LA FECHA DE CREACION, UN
                      REGISTRO 02 POR COBRO CON EL IBAN FORMATEADO DE
                      4 EN 4, LA REFERENCIA Y LA FECHA DE FIRMA DEL
                      MANDATO (DE MANDATOS.DAT DE PRUMANDATO) Y EL
                      TIPO FRST/RCUR, Y COLA 03 CON CUENTA, SUMA Y
                      CUANTOS SON PRIMEROS Y RECURRENTES. ES LA PAREJA
                      DE PRUGENPAG PARA LOS COBROS - HASTA AHORA LOS
                      ADEUDOS VALIDADOS SE RETECLEABAN A MANO EN LA
                      HERRAMIENTA DEL BANCO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - La generacion se estampa tambien
*********************               en la fila EUR de la remesa
*********************               (DIVISA;GENERA), como en PRUGENPAG,
*********************               para que CONCILIA cuadre los
*********************               cobros. Si PRUREMESA rechaza algun
*********************               estampado sale |GENADEUERROR|REMESA|
*********************               y RETURN-CODE 4. Un mandato que no
*********************               esta activo se trata como uno que
*********************               no existe: se avisa con el motivo,
*********************               se salta y deja RETURN-CODE 1.
********************* 15/10/2026 CVJ - Con la fecha de proceso en un mes
*********************               cerrado en PRUCIERRE no se genera
*********************               nada: RETURN-CODE 3.
********************* 15/10/2026 CVJ - Empresas del grupo: el id de
*********************               PRUGENADEUREMESA se lee al empezar
*********************               y, si la remesa lleva empresa, el
*********************               acreedor y su identificador salen
*********************               de esa empresa en PRUEMPRESA (no
*********************               de PRUGENADEUACREEDOR ni
*********************               PRUGENADEUIDACREEDOR) y la
*********************               cabecera 01 lleva el codigo
*********************               (CAB-EMPRESA). Una empresa que no
*********************               esta en el registro no genera:
*********************               RETURN-CODE 2.
********************* 15/10/2026 CVJ - La etapa GENERA de la remesa
*********************               lleva tambien el fichero generado y
*********************               la clase C de cobros, para que el
*********************               extracto del banco (PRUEXTRACTO)
*********************               case sus abonos con la remesa.
********************* 15/10/2026 CVJ - Version inicial. EL ACREEDOR
*********************               SALE DE PRUGENADEUACREEDOR Y SU
*********************               IDENTIFICADOR DE
*********************               PRUGENADEUIDACREEDOR. EL TIPO
*********************               FRST/RCUR LO DECIDE LA PASADA DE
*********************               PRUIBANEUR CON EL ULTIMO USO DEL
*********************               MANDATO AUN SIN ESTAMPAR; UN .OK
*********************               SIN ESE CAMPO SE DECIDE AQUI POR
*********************               MAN-ULTUSO VACIO. UN COBRO CUYO
*********************               MANDATO YA NO ESTA SE AVISA, SE
*********************               SALTA Y DEJA RETURN-CODE 1, COMO
*********************               LAS LINEAS QUE NO PARSEAN. SI
*********************               PRUGENADEUREMESA TRAE EL ID DE LA
*********************               REMESA, LA ETAPA GENERA QUEDA
*********************               ESTAMPADA COMO EN PRUGENPAG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COBROS-OK
                  ASSIGN TO DYNAMIC WS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT ADEUDOS
                  ASSIGN TO DYNAMIC WS-SALIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALIDA-ESTADO.

           SELECT MANDATOS
                  ASSIGN TO DYNAMIC WS-MANDATOS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MAN-REF
                  FILE STATUS IS WS-MANDATOS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  COBROS-OK.
       01  REG-COBROS-OK     PIC X(130).

       FD  ADEUDOS.
       01  REG-ADEUDOS       PIC X(160).

      *    REGISTRO DE MANDATOS QUE MANTIENE PRUMANDATO.
       FD  MANDATOS.
       01  REG-MANDATOS.
           03 MAN-REF        PIC X(35).
           03 MAN-IBAN       PIC X(34).
           03 MAN-FIRMA      PIC X(8).
           03 MAN-ESTADO     PIC X.
              88 MAN-ACTIVO     VALUE "A".
           03 MAN-ULTUSO     PIC X(8).
           03 MAN-EMPRESA    PIC X(3).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUGENADEU".
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  VALORROM          PIC X(128).
       01  WS-ENTRADA        PIC X(256).
       01  WS-SALIDA         PIC X(300).
       77  WS-SALIDA-ESTADO  PIC XX.
       77  WS-MANDATOS-PATH  PIC X(200).
       77  WS-MANDATOS-ESTADO PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA          PIC X(8).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).
       77  WS-ACREEDOR       PIC X(35).
       77  WS-IDACREEDOR     PIC X(35).

       77  WS-PAGO-IBAN      PIC X(34).
       77  WS-PAGO-IMPORTE   PIC X(13).
       77  WS-PAGO-REF       PIC X(20).
       77  WS-PAGO-MANDATO   PIC X(35).
       77  WS-PAGO-BIC       PIC X(11).
       77  WS-PAGO-SECUENCIA PIC X(4).
       77  WS-PAGO-IMP-LON   PIC 99.
       77  WS-PAGO-IMP-NUM   PIC X(13).
       77  WS-PAGO-IMPORTE-9 PIC 9(13).

       77  WS-IBAN-FMT       PIC X(41).
       77  WS-FMT-K          PIC 99.
       77  WS-FMT-P          PIC 99.
       77  WS-FMT-GRUPO      PIC 9.

       77  WS-GEN-TOTAL      PIC 9(7) VALUE ZEROES.
       77  WS-GEN-MAL        PIC 9(7) VALUE ZEROES.
       77  WS-GEN-SINMANDATO PIC 9(7) VALUE ZEROES.
       77  WS-GEN-SUMA       PIC 9(15) VALUE ZEROES.
       77  WS-GEN-PRIMEROS   PIC 9(7) VALUE ZEROES.
       77  WS-GEN-RECURRENTES PIC 9(7) VALUE ZEROES.
       77  WS-HAY-MAL        PIC X VALUE "N".
       77  WS-MAN-MOTIVO     PIC X(8).
       77  WS-REM-MAL        PIC X VALUE "N".
       77  WS-REM-RC         PIC 9.
       01  WS-GEN-RESP       PIC X(300).

       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".
       77  WS-REMESA-ID      PIC X(6).
       77  WS-REM-ACCION     PIC X(8) VALUE "ETAPA".
       01  WS-REM-DETALLE    PIC X(160).

      *    EMPRESA DEL GRUPO DE LA REMESA Y SUS DATOS DE ACREEDOR.
       77  WS-RCN-ACCION     PIC X(8) VALUE "CONSULTA".
       01  WS-RCN-DETALLE    PIC X(160).
       77  WS-RCN-CAMPO      PIC X(120).
       77  WS-EMPRESA        PIC X(3).
       77  WS-EMP-ACCION     PIC X(8) VALUE "CONSULTA".
       01  WS-EMP-DETALLE    PIC X(160).
       77  WS-EMP-CAMPO      PIC X(35).
       77  WS-EMP-MAL        PIC X VALUE "N".

       01  REG-CABECERA.
           03 CAB-TIPO       PIC XX VALUE "01".
           03 CAB-ACREEDOR   PIC X(35).
           03 CAB-IDACREEDOR PIC X(35).
           03 CAB-FECHA      PIC X(8).
           03 CAB-EMPRESA    PIC X(3).

       01  REG-DETALLE.
           03 DET-TIPO       PIC XX VALUE "02".
           03 DET-IBAN       PIC X(41).
           03 DET-IMPORTE    PIC 9(13).
           03 DET-REF        PIC X(20).
           03 DET-MANDATO    PIC X(35).
           03 DET-FIRMA      PIC X(8).
           03 DET-SECUENCIA  PIC X(4).
           03 DET-BIC        PIC X(11).

       01  REG-COLA.
           03 COL-TIPO       PIC XX VALUE "03".
           03 COL-REGS       PIC 9(7).
           03 COL-SUMA       PIC 9(15).
           03 COL-PRIMEROS   PIC 9(7).
           03 COL-RECURRENTES PIC 9(7).

       LINKAGE SECTION.

       77  NOMBREFICHERO     PIC X(256).
       77  NOMBRESALIDA      PIC X(256).

       PROCEDURE DIVISION USING NOMBREFICHERO NOMBRESALIDA.

       PROGRAMA SECTION.
       INICIALES.
           MOVE SPACES TO VALORDIR.
           MOVE SPACES TO NOMBRDIR.
           STRING "dd_" NOMBREFICHERO(1:3)
                  DELIMITED BY " "
                  INTO NOMBRDIR
           END-STRING.
           DISPLAY NOMBRDIR UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           IF VALORDIR NOT = SPACES AND
              VALORDIR NOT = LOW-VALUES
              MOVE SPACES TO WS-ENTRADA
              STRING VALORDIR NOMBREFICHERO(4:)
                     DELIMITED BY " "
                     INTO WS-ENTRADA
              END-STRING
           ELSE
              MOVE NOMBREFICHERO TO WS-ENTRADA
           END-IF.

      *    EL PRODUCTO VA AL AREA DE MAESTROS dd_rom, COMO EL DE
      *    PRUGENPAG.
           MOVE SPACES TO VALORROM.
           DISPLAY "dd_rom" UPON ENVIRONMENT-NAME.
           ACCEPT VALORROM FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-SALIDA.
           IF VALORROM NOT = SPACES AND VALORROM NOT = LOW-VALUES
              STRING VALORROM "/" NOMBRESALIDA
                     DELIMITED BY " "
                     INTO WS-SALIDA
              END-STRING
           ELSE
              MOVE NOMBRESALIDA TO WS-SALIDA
           END-IF.

           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-MANDATOS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/MANDATOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-MANDATOS-PATH
              END-STRING
           ELSE
              MOVE "MANDATOS.DAT" TO WS-MANDATOS-PATH
           END-IF.

           MOVE SPACES TO WS-ACREEDOR.
           DISPLAY "PRUGENADEUACREEDOR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ACREEDOR FROM ENVIRONMENT-VALUE.
           IF WS-ACREEDOR = LOW-VALUES
              MOVE SPACES TO WS-ACREEDOR
           END-IF.
           MOVE SPACES TO WS-IDACREEDOR.
           DISPLAY "PRUGENADEUIDACREEDOR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-IDACREEDOR FROM ENVIRONMENT-VALUE.
           IF WS-IDACREEDOR = LOW-VALUES
              MOVE SPACES TO WS-IDACREEDOR
           END-IF.
           MOVE SPACES TO WS-REMESA-ID.
           DISPLAY "PRUGENADEUREMESA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMESA-ID FROM ENVIRONMENT-VALUE.
           IF WS-REMESA-ID = LOW-VALUES
              MOVE SPACES TO WS-REMESA-ID
           END-IF.
           PERFORM TOMA-EMPRESA THRU FIN-TOMA-EMPRESA.
           IF WS-EMP-MAL = "S"
              DISPLAY "|GENADEUERROR|EMPRESA|" WS-EMPRESA "|"
                      UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA-PROC
               ON EXCEPTION
                  ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-CALL.
           MOVE WS-FECHA-PROC(1:6) TO WS-CIE-PERIODO.
           MOVE SPACES TO WS-CIE-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCIERRE" USING WS-CIE-ACCION WS-CIE-PERIODO
                                  WS-CIE-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|GENADEUERROR|CERRADO|" WS-FECHA-PROC "|"
                      UPON SYSOUT
              MOVE 3 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.

           OPEN INPUT COBROS-OK.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO COBROS-OK" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-ENTRADA PROG WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
      *    SIN MANDATOS NO HAY FECHA DE FIRMA QUE PONER Y EL BANCO
      *    RECHAZARIA EL FICHERO ENTERO: MEJOR NO PRODUCIRLO.
           OPEN INPUT MANDATOS.
           IF WS-MANDATOS-ESTADO NOT = "00"
              CLOSE COBROS-OK
              MOVE WS-MANDATOS-ESTADO TO ERRORES
              MOVE "ABRIENDO MANDATOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-MANDATOS-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT ADEUDOS.
           IF WS-SALIDA-ESTADO NOT = "00"
              CLOSE COBROS-OK MANDATOS
              MOVE WS-SALIDA-ESTADO TO ERRORES
              MOVE "ABRIENDO ADEUDOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-SALIDA PROG WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.

           MOVE WS-ACREEDOR TO CAB-ACREEDOR.
           MOVE WS-IDACREEDOR TO CAB-IDACREEDOR.
           MOVE WS-FECHA TO CAB-FECHA.
           MOVE WS-EMPRESA TO CAB-EMPRESA.
           MOVE SPACES TO REG-ADEUDOS.
           MOVE REG-CABECERA TO REG-ADEUDOS.
           WRITE REG-ADEUDOS.
       PROCESOS.
           READ COBROS-OK
               AT END
                  GO TO CERRAR
           END-READ.
           IF REG-COBROS-OK = SPACES
              GO TO PROCESOS
           END-IF.
           MOVE SPACES TO WS-PAGO-IBAN WS-PAGO-IMPORTE WS-PAGO-REF
                          WS-PAGO-MANDATO WS-PAGO-BIC
                          WS-PAGO-SECUENCIA.
           UNSTRING REG-COBROS-OK DELIMITED BY ";" INTO
                 WS-PAGO-IBAN
                 WS-PAGO-IMPORTE
                 WS-PAGO-REF
                 WS-PAGO-MANDATO
                 WS-PAGO-BIC
                 WS-PAGO-SECUENCIA
           END-UNSTRING.
      *    MISMO ENCAJE DEL IMPORTE POR LA DERECHA SOBRE CEROS QUE
      *    HACE LA VALIDACION DE PRUIBANEUR.
           MOVE ZERO TO WS-PAGO-IMP-LON.
           INSPECT WS-PAGO-IMPORTE TALLYING WS-PAGO-IMP-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-PAGO-IMP-LON = ZERO OR WS-PAGO-MANDATO = SPACES
              GO TO LINEA-MALA
           END-IF.
           MOVE ALL "0" TO WS-PAGO-IMP-NUM.
           MOVE WS-PAGO-IMPORTE(1:WS-PAGO-IMP-LON)
             TO WS-PAGO-IMP-NUM(14 - WS-PAGO-IMP-LON:WS-PAGO-IMP-LON).
           IF WS-PAGO-IMP-NUM IS NOT NUMERIC
              GO TO LINEA-MALA
           END-IF.
           MOVE WS-PAGO-IMP-NUM TO WS-PAGO-IMPORTE-9.

           MOVE SPACES TO MAN-REF.
           MOVE WS-PAGO-MANDATO TO MAN-REF.
           MOVE "NOEXISTE" TO WS-MAN-MOTIVO.
           READ MANDATOS
               INVALID KEY
                  GO TO SIN-MANDATO
           END-READ.
      *    UN MANDATO REVOCADO O CADUCADO NO AUTORIZA EL ADEUDO.
           IF NOT MAN-ACTIVO
              MOVE "INACTIVO" TO WS-MAN-MOTIVO
              GO TO SIN-MANDATO
           END-IF.
           IF WS-PAGO-SECUENCIA NOT = "FRST" AND
              WS-PAGO-SECUENCIA NOT = "RCUR"
              IF MAN-ULTUSO IS NUMERIC AND MAN-ULTUSO NOT = ZEROES
                 MOVE "RCUR" TO WS-PAGO-SECUENCIA
              ELSE
                 MOVE "FRST" TO WS-PAGO-SECUENCIA
              END-IF
           END-IF.
           IF WS-PAGO-SECUENCIA = "FRST"
              ADD 1 TO WS-GEN-PRIMEROS
           ELSE
              ADD 1 TO WS-GEN-RECURRENTES
           END-IF.

           PERFORM FORMATEA-IBAN THRU FIN-FORMATEA-IBAN.
           ADD 1 TO WS-GEN-TOTAL.
           ADD WS-PAGO-IMPORTE-9 TO WS-GEN-SUMA.
           MOVE WS-IBAN-FMT TO DET-IBAN.
           MOVE WS-PAGO-IMPORTE-9 TO DET-IMPORTE.
           MOVE WS-PAGO-REF TO DET-REF.
           MOVE MAN-REF TO DET-MANDATO.
           MOVE MAN-FIRMA TO DET-FIRMA.
           MOVE WS-PAGO-SECUENCIA TO DET-SECUENCIA.
           MOVE WS-PAGO-BIC TO DET-BIC.
           MOVE SPACES TO REG-ADEUDOS.
           MOVE REG-DETALLE TO REG-ADEUDOS.
           WRITE REG-ADEUDOS.
           GO TO PROCESOS.
       SIN-MANDATO.
           ADD 1 TO WS-GEN-SINMANDATO.
           MOVE "S" TO WS-HAY-MAL.
           DISPLAY "|GENADEUERROR|SINMANDATO|" WS-PAGO-MANDATO "|"
                   WS-MAN-MOTIVO "|" UPON SYSOUT.
           GO TO PROCESOS.
       LINEA-MALA.
           ADD 1 TO WS-GEN-MAL.
           MOVE "S" TO WS-HAY-MAL.
           DISPLAY "|GENADEUERROR|LINEA|" REG-COBROS-OK "|"
                   UPON SYSOUT.
           GO TO PROCESOS.
       CERRAR.
           CLOSE COBROS-OK.
           CLOSE MANDATOS.
           MOVE WS-GEN-TOTAL TO COL-REGS.
           MOVE WS-GEN-SUMA TO COL-SUMA.
           MOVE WS-GEN-PRIMEROS TO COL-PRIMEROS.
           MOVE WS-GEN-RECURRENTES TO COL-RECURRENTES.
           MOVE SPACES TO REG-ADEUDOS.
           MOVE REG-COLA TO REG-ADEUDOS.
           WRITE REG-ADEUDOS.
           CLOSE ADEUDOS.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-SALIDA.
           MOVE SPACES TO WS-GEN-RESP.
           STRING "|GENADEUFIN|REGISTROS:" WS-GEN-TOTAL
                  "|SUMA:" WS-GEN-SUMA
                  "|FRST:" WS-GEN-PRIMEROS
                  "|RCUR:" WS-GEN-RECURRENTES
                  "|SINMANDATO:" WS-GEN-SINMANDATO
                  "|LINEASMALAS:" WS-GEN-MAL "|"
                  DELIMITED BY SIZE
                  INTO WS-GEN-RESP
           END-STRING.
           DISPLAY WS-GEN-RESP UPON SYSOUT.
           IF WS-REMESA-ID NOT = SPACES
              MOVE SPACES TO WS-REM-DETALLE
              STRING "GENERA;" WS-GEN-TOTAL ";" WS-GEN-SUMA ";;"
                     DELIMITED BY SIZE
                     WS-SALIDA DELIMITED BY SPACE
                     ";C" DELIMITED BY SIZE
                     INTO WS-REM-DETALLE
              END-STRING
              MOVE ZERO TO RETURN-CODE
              CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA-ID
                                     WS-REM-DETALLE
      *       LOS COBROS VAN TODOS EN EUROS: UNA SOLA FILA DE DIVISA.
              IF RETURN-CODE = ZERO
                 MOVE SPACES TO WS-REM-DETALLE
                 STRING "DIVISA;GENERA;EUR;" WS-GEN-TOTAL
                        ";" WS-GEN-SUMA ";" WS-GEN-SUMA
                        DELIMITED BY SIZE
                        INTO WS-REM-DETALLE
                 END-STRING
                 CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA-ID
                                        WS-REM-DETALLE
              END-IF
              IF RETURN-CODE NOT = ZERO
                 MOVE RETURN-CODE TO WS-REM-RC
                 MOVE "S" TO WS-REM-MAL
                 DISPLAY "|GENADEUERROR|REMESA|" WS-REMESA-ID
                         "|RC:" WS-REM-RC "|" UPON SYSOUT
              END-IF
           END-IF.
           IF WS-HAY-MAL = "S"
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           IF WS-REM-MAL = "S"
              MOVE 4 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       EMPRESA SECTION.
      *    LA EMPRESA LA DICE EL REGISTRO DE LA REMESA. SIN REMESA, O
      *    REMESA SIN EMPRESA, EL ACREEDOR SIGUE SALIENDO DEL ENTORNO.
      *    PRUEMPRESA DEVUELVE IBAN;ACREEDOR;NIF;NOMBRE.
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
           MOVE SPACES TO WS-ACREEDOR WS-IDACREEDOR.
           UNSTRING WS-EMP-DETALLE DELIMITED BY ";" INTO
                 WS-EMP-CAMPO WS-IDACREEDOR WS-EMP-CAMPO WS-ACREEDOR
           END-UNSTRING.
       FIN-TOMA-EMPRESA.

       FORMATO SECTION.
      *    EL MISMO AGRUPADO DE 4 EN 4 CON ESPACIO QUE PRUGENPAG.
       FORMATEA-IBAN.
           MOVE SPACES TO WS-IBAN-FMT.
           MOVE ZEROES TO WS-FMT-P.
           MOVE ZERO TO WS-FMT-GRUPO.
           PERFORM VARYING WS-FMT-K FROM 1 BY 1 UNTIL WS-FMT-K > 34
              IF WS-PAGO-IBAN(WS-FMT-K:1) NOT = SPACE
                 IF WS-FMT-GRUPO = 4
                    ADD 1 TO WS-FMT-P
                    MOVE " " TO WS-IBAN-FMT(WS-FMT-P:1)
                    MOVE ZERO TO WS-FMT-GRUPO
                 END-IF
                 ADD 1 TO WS-FMT-P
                 MOVE WS-PAGO-IBAN(WS-FMT-K:1)
                   TO WS-IBAN-FMT(WS-FMT-P:1)
                 ADD 1 TO WS-FMT-GRUPO
              END-IF
           END-PERFORM.
       FIN-FORMATEA-IBAN.
