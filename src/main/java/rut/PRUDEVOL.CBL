       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUDEVOL.
       AUTHOR.        CVJ.
       SECURITY.      CARGA EL FICHERO DE DEVOLUCIONES DEL BANCO
                      (TRANSFERENCIAS RECHAZADAS Y ADEUDOS DEVUELTOS,
                      IBAN;IMPORTE;REFERENCIA;MOTIVO POR LINEA) Y CASA
                      CADA DEVOLUCION CON SU PAGO ORIGINAL EN LA
                      HISTORIA PAGOSHIST.DAT DE PRUIBANEUR. LO CASADO
                      QUEDA EN EL REGISTRO DEVOLUCIONES.DAT BAJO dd_dir
                      CON SU MOTIVO, SU FECHA DE PAGO Y SU REMESA, Y
                      CADA REMESA AFECTADA RECIBE LA ETAPA DEVUELVE DE
                      PRUREMESA CON LA CUENTA Y LA SUMA DEVUELTAS, QUE
                      ES LO QUE CONCILIA ENFRENTA A LO ENVIADO. LO QUE
                      NO CASA SALE EN <fichero>.NOC - HASTA AHORA ESTO
                      SE BUSCABA A MANO EN EL PRODUCTO DE PRUGENPAG.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Cada devolucion casada se estampa
*********************               en su remesa al casarla, y solo
*********************               si PRUREMESA la acepta queda en
*********************               DEVOLUCIONES.DAT. Una que no se
*********************               estampa sale como
*********************               |DEVOLERROR|REMESA|, va al .NOC
*********************               con SINESTAMPAR y se reintenta al
*********************               repasar el fichero: RETURN-CODE
*********************               2. Ya no hay tope de remesas por
*********************               fichero.
********************* 15/10/2026 CVJ - Con la fecha de proceso en un mes
*********************               cerrado en PRUCIERRE no se carga
*********************               ninguna devolucion: RETURN-CODE 1.
********************* 15/10/2026 CVJ - Con PRUTOKENPAGOS=S la historia
*********************               esta tokenizada (PRUTOKEN
*********************               HISTORIA): el IBAN devuelto se
*********************               busca por su token, y sin token
*********************               no hay pago que casar.
********************* 15/10/2026 CVJ - La historia PAGOSHIST.DAT lleva
*********************               ahora divisa y finalidad del pago
*********************               (mismo registro que PRUIBANEUR).
********************* 15/10/2026 CVJ - Version inicial. EL FICHERO SE
*********************               NOMBRA CON EL PREFIJO dd_ DE
*********************               SIEMPRE. UNA DEVOLUCION YA
*********************               APUNTADA (MISMO PAGO) SE CUENTA
*********************               COMO YAVISTA Y NO SE VUELVE A
*********************               SUMAR, PARA QUE REPASAR EL MISMO
*********************               FICHERO NO INFLE LA REMESA. SI EL
*********************               PAGO NO TRAE REMESA EN LA
*********************               HISTORIA SE USA PRUDEVOLREMESA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEVOL-ENT
                  ASSIGN TO DYNAMIC WS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT DEVOL-NOC
                  ASSIGN TO DYNAMIC WS-NOC-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NOC-ESTADO.

           SELECT PAGOSHIST
                  ASSIGN TO DYNAMIC WS-HIST-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-CLAVE
                  FILE STATUS IS WS-HIST-ESTADO.

           SELECT DEVOLUCIONES
                  ASSIGN TO DYNAMIC WS-DEVOL-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEV-CLAVE
                  FILE STATUS IS WS-DEVOL-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  DEVOL-ENT.
       01  REG-DEVOL-ENT     PIC X(120).

       FD  DEVOL-NOC.
       01  REG-DEVOL-NOC     PIC X(150).

      *    MISMA HISTORIA DE PAGOS ACEPTADOS QUE ESCRIBE PRUIBANEUR.
       FD  PAGOSHIST.
       01  REG-PAGOSHIST.
           03 PH-CLAVE.
              05 PH-IBAN     PIC X(34).
              05 PH-IMPORTE  PIC 9(13).
              05 PH-REF      PIC X(20).
           03 PH-FECHA       PIC X(8).
           03 PH-REMESA      PIC X(6).
           03 PH-DIVISA      PIC X(3).
           03 PH-FINALIDAD   PIC X(4).

      *    REGISTRO DE DEVOLUCIONES: LA CLAVE ES EL PAGO DEVUELTO,
      *    IGUAL QUE EN LA HISTORIA.
       FD  DEVOLUCIONES.
       01  REG-DEVOLUCIONES.
           03 DEV-CLAVE.
              05 DEV-IBAN    PIC X(34).
              05 DEV-IMPORTE PIC 9(13).
              05 DEV-REF     PIC X(20).
           03 DEV-MOTIVO     PIC X(4).
           03 DEV-FECHA      PIC X(8).
           03 DEV-FECHA-PAGO PIC X(8).
           03 DEV-REMESA     PIC X(6).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUDEVOL".
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-ENTRADA        PIC X(256).
       01  WS-NOC-PATH       PIC X(260).
       77  WS-NOC-ESTADO     PIC XX.
       77  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       77  WS-DEVOL-PATH     PIC X(200).
       77  WS-DEVOL-ESTADO   PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-REMESA-DEF     PIC X(6).
       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".

       77  WS-DEV-IBAN       PIC X(34).
       77  WS-DEV-IMPORTE    PIC X(13).
       77  WS-DEV-REF        PIC X(20).
       77  WS-DEV-MOTIVO     PIC X(4).
       77  WS-DEV-IMP-LON    PIC 99.
       77  WS-DEV-IMP-NUM    PIC X(13).
       77  WS-DEV-IMPORTE-9  PIC 9(13).
       77  WS-DEV-REMESA     PIC X(6).
       77  WS-DEV-TEXTO      PIC X(30).
       77  WS-TOKEN-PAGOS    PIC X VALUE "N".
           88 HISTORIA-TOKENIZADA VALUE "S".
       77  WS-TOK-ACCION     PIC X(8) VALUE "BUSCA".
       77  WS-TOK-FICHERO    PIC X(256).
       77  WS-TOK-DETALLE    PIC X(128).

       77  WS-LEIDAS         PIC 9(7) VALUE ZEROES.
       77  WS-CASADAS        PIC 9(7) VALUE ZEROES.
       77  WS-SUMA-CASADAS   PIC 9(15) VALUE ZEROES.
       77  WS-SINCASAR       PIC 9(7) VALUE ZEROES.
       77  WS-SUMA-SINCASAR  PIC 9(15) VALUE ZEROES.
       77  WS-YAVISTAS       PIC 9(7) VALUE ZEROES.
       77  WS-MALAS          PIC 9(7) VALUE ZEROES.
       77  WS-ESTAMPADAS     PIC 9(7) VALUE ZEROES.
       77  WS-SINESTAMPAR    PIC 9(7) VALUE ZEROES.
       77  WS-SUMA-SINESTAMPAR PIC 9(15) VALUE ZEROES.
       77  WS-REM-RC         PIC 9.
       01  WS-DEV-RESP       PIC X(300).

      *    MOTIVOS DE DEVOLUCION SEPA MAS HABITUALES - MISMO PATRON
      *    FILLER+REDEFINES QUE TB-PAISES-LONG DE PRUIBANEUR. UN
      *    MOTIVO QUE NO ESTA SE APUNTA IGUAL, SOLO QUE SIN TEXTO.
       01  TB-MOTIVOS-DATA.
           03 FILLER PIC X(34) VALUE "AC01IBAN-INCORRECTO".
           03 FILLER PIC X(34) VALUE "AC04CUENTA-CANCELADA".
           03 FILLER PIC X(34) VALUE "AC06CUENTA-BLOQUEADA".
           03 FILLER PIC X(34) VALUE "AG01OPERACION-NO-PERMITIDA".
           03 FILLER PIC X(34) VALUE "AM04SALDO-INSUFICIENTE".
           03 FILLER PIC X(34) VALUE "AM05DUPLICADO".
           03 FILLER PIC X(34) VALUE "BE05ACREEDOR-DESCONOCIDO".
           03 FILLER PIC X(34) VALUE "FF01FORMATO-INVALIDO".
           03 FILLER PIC X(34) VALUE "MD01SIN-MANDATO".
           03 FILLER PIC X(34) VALUE "MD06DEVUELTO-A-PETICION".
           03 FILLER PIC X(34) VALUE "MD07TITULAR-FALLECIDO".
           03 FILLER PIC X(34) VALUE "MS02RECHAZO-DEL-CLIENTE".
           03 FILLER PIC X(34) VALUE "MS03MOTIVO-NO-ESPECIFICADO".
           03 FILLER PIC X(34) VALUE "RC01BIC-INCORRECTO".
           03 FILLER PIC X(34) VALUE "RR04MOTIVO-REGULATORIO".
           03 FILLER PIC X(34) VALUE "SL01SERVICIO-ESPECIFICO".
       01  TB-MOTIVOS REDEFINES TB-MOTIVOS-DATA.
           03 TB-MOT-O       OCCURS 16.
              05 TB-MOT-COD  PIC X(4).
              05 TB-MOT-TXT  PIC X(30).
       77  WS-MOT-IDX        PIC 99.

      *    CADA DEVOLUCION CASADA SE ESTAMPA EN SU REMESA EN EL
      *    MOMENTO, ANTES DE APUNTARLA COMO VISTA.
       77  WS-REM-ACCION     PIC X(8) VALUE "ETAPA".
       01  WS-REM-DETALLE    PIC X(160).

       77  WS-RES-PROG       PIC X(10) VALUE "PRUDEVOL".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).

       LINKAGE SECTION.

       77  NOMBREFICHERO     PIC X(256).

       PROCEDURE DIVISION USING NOMBREFICHERO.

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
           MOVE SPACES TO WS-NOC-PATH.
           STRING WS-ENTRADA ".NOC"
                  DELIMITED BY " "
                  INTO WS-NOC-PATH
           END-STRING.

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
              DISPLAY "|DEVOLERROR|CERRADO|" WS-FECHA-PROC "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SPACES TO WS-REMESA-DEF.
           DISPLAY "PRUDEVOLREMESA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMESA-DEF FROM ENVIRONMENT-VALUE.
           IF WS-REMESA-DEF = LOW-VALUES
              MOVE SPACES TO WS-REMESA-DEF
           END-IF.

           MOVE SPACES TO WS-TOKEN-PAGOS.
           DISPLAY "PRUTOKENPAGOS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TOKEN-PAGOS FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-HIST-PATH WS-DEVOL-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PAGOSHIST.DAT"
                     DELIMITED BY SPACE
                     INTO WS-HIST-PATH
              END-STRING
              STRING VALORDIR "/DEVOLUCIONES.DAT"
                     DELIMITED BY SPACE
                     INTO WS-DEVOL-PATH
              END-STRING
           ELSE
              MOVE "PAGOSHIST.DAT" TO WS-HIST-PATH
              MOVE "DEVOLUCIONES.DAT" TO WS-DEVOL-PATH
           END-IF.

           OPEN INPUT DEVOL-ENT.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO DEVOLUCIONES DEL BANCO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-ENTRADA PROG WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
      *    SIN HISTORIA NO HAY CONTRA QUE CASAR: TODO SALDRIA COMO
      *    SIN CASAR Y ESO NO ES VERDAD, ASI QUE SE PARA AQUI.
           OPEN INPUT PAGOSHIST.
           IF WS-HIST-ESTADO NOT = "00"
              CLOSE DEVOL-ENT
              DISPLAY "|DEVOLERROR|SINHISTORIA|" WS-HIST-PATH "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM ABRE-DEVOLUCIONES THRU FIN-ABRE-DEVOLUCIONES.
           IF WS-DEVOL-ESTADO NOT = "00"
              CLOSE DEVOL-ENT PAGOSHIST
              MOVE WS-DEVOL-ESTADO TO ERRORES
              MOVE "ABRIENDO REGISTRO DE DEVOLUCIONES" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-DEVOL-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT DEVOL-NOC.
           IF WS-NOC-ESTADO NOT = "00"
              CLOSE DEVOL-ENT PAGOSHIST DEVOLUCIONES
              MOVE WS-NOC-ESTADO TO ERRORES
              MOVE "ABRIENDO NO CASADAS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-NOC-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           READ DEVOL-ENT
               AT END
                  GO TO CERRAR
           END-READ.
           IF REG-DEVOL-ENT = SPACES OR REG-DEVOL-ENT(1:1) = "*"
              GO TO PROCESOS
           END-IF.
           ADD 1 TO WS-LEIDAS.
           MOVE SPACES TO WS-DEV-IBAN WS-DEV-IMPORTE WS-DEV-REF
                          WS-DEV-MOTIVO.
           UNSTRING REG-DEVOL-ENT DELIMITED BY ";" INTO
                 WS-DEV-IBAN
                 WS-DEV-IMPORTE
                 WS-DEV-REF
                 WS-DEV-MOTIVO
           END-UNSTRING.
      *    MISMO ENCAJE DEL IMPORTE POR LA DERECHA SOBRE CEROS QUE
      *    HACEN PRUIBANEUR Y PRUGENPAG, PARA QUE LA CLAVE CUADRE.
           MOVE ZERO TO WS-DEV-IMP-LON.
           INSPECT WS-DEV-IMPORTE TALLYING WS-DEV-IMP-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-DEV-IMP-LON = ZERO OR WS-DEV-IBAN = SPACES
              GO TO LINEA-MALA
           END-IF.
           MOVE ALL "0" TO WS-DEV-IMP-NUM.
           MOVE WS-DEV-IMPORTE(1:WS-DEV-IMP-LON)
             TO WS-DEV-IMP-NUM(14 - WS-DEV-IMP-LON:WS-DEV-IMP-LON).
           IF WS-DEV-IMP-NUM IS NOT NUMERIC
              GO TO LINEA-MALA
           END-IF.
           MOVE WS-DEV-IMP-NUM TO WS-DEV-IMPORTE-9.
           IF WS-DEV-MOTIVO = SPACES
              MOVE "MS03" TO WS-DEV-MOTIVO
           END-IF.
           PERFORM BUSCA-MOTIVO THRU FIN-BUSCA-MOTIVO.

           MOVE SPACES TO PH-CLAVE.
           MOVE WS-DEV-IBAN TO PH-IBAN.
           IF HISTORIA-TOKENIZADA
              MOVE SPACES TO WS-TOK-FICHERO WS-TOK-DETALLE
              MOVE WS-DEV-IBAN TO WS-TOK-DETALLE
              CALL "PRUTOKEN" USING WS-TOK-ACCION WS-TOK-FICHERO
                                    WS-TOK-DETALLE
                  ON EXCEPTION
                     MOVE 1 TO RETURN-CODE
              END-CALL
              IF RETURN-CODE NOT = ZERO
                 MOVE ZERO TO RETURN-CODE
                 GO TO SIN-CASAR
              END-IF
              MOVE WS-TOK-DETALLE(1:34) TO PH-IBAN
           END-IF.
           MOVE WS-DEV-IMPORTE-9 TO PH-IMPORTE.
           MOVE WS-DEV-REF TO PH-REF.
           READ PAGOSHIST
               INVALID KEY
                  GO TO SIN-CASAR
           END-READ.

           MOVE PH-REMESA TO WS-DEV-REMESA.
           IF WS-DEV-REMESA = SPACES OR WS-DEV-REMESA = LOW-VALUES
              MOVE WS-REMESA-DEF TO WS-DEV-REMESA
           END-IF.
      *    UNA DEVOLUCION YA APUNTADA NO SE VUELVE A ESTAMPAR. LA
      *    QUE SE ESTAMPA SE APUNTA DESPUES: SI LA REMESA LA RECHAZA,
      *    NO QUEDA COMO VISTA Y EL PROXIMO REPASO LA REINTENTA.
           MOVE PH-CLAVE TO DEV-CLAVE.
           READ DEVOLUCIONES
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  GO TO YA-VISTA
           END-READ.
           IF WS-DEV-REMESA NOT = SPACES
              PERFORM ESTAMPA-DEVOLUCION THRU FIN-ESTAMPA-DEVOLUCION
              IF WS-REM-RC NOT = ZERO
                 GO TO SIN-ESTAMPAR
              END-IF
           END-IF.
           MOVE SPACES TO REG-DEVOLUCIONES.
           MOVE PH-CLAVE TO DEV-CLAVE.
           MOVE WS-DEV-MOTIVO TO DEV-MOTIVO.
           MOVE WS-FECHA-PROC TO DEV-FECHA.
           MOVE PH-FECHA TO DEV-FECHA-PAGO.
           MOVE WS-DEV-REMESA TO DEV-REMESA.
           WRITE REG-DEVOLUCIONES
               INVALID KEY
                  GO TO YA-VISTA
           END-WRITE.

           ADD 1 TO WS-CASADAS.
           ADD WS-DEV-IMPORTE-9 TO WS-SUMA-CASADAS.
           MOVE SPACES TO WS-DEV-RESP.
           STRING "|DEVOL|CASADA|" WS-DEV-REMESA "|" DELIMITED BY SIZE
                  WS-DEV-IBAN DELIMITED BY SPACE
                  "|" WS-DEV-IMPORTE-9 "|" DELIMITED BY SIZE
                  WS-DEV-REF DELIMITED BY SPACE
                  "|" WS-DEV-MOTIVO "|" DELIMITED BY SIZE
                  WS-DEV-TEXTO DELIMITED BY SPACE
                  "|PAGADO:" PH-FECHA "|" DELIMITED BY SIZE
                  INTO WS-DEV-RESP
           END-STRING.
           DISPLAY WS-DEV-RESP UPON SYSOUT.
           MOVE "CASADA" TO WS-RES-RESULT.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO PROCESOS.
       YA-VISTA.
           ADD 1 TO WS-YAVISTAS.
           MOVE SPACES TO WS-DEV-RESP.
           STRING "|DEVOL|YAVISTA|" DELIMITED BY SIZE
                  WS-DEV-IBAN DELIMITED BY SPACE
                  "|" WS-DEV-IMPORTE-9 "|" DELIMITED BY SIZE
                  WS-DEV-REF DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-DEV-RESP
           END-STRING.
           DISPLAY WS-DEV-RESP UPON SYSOUT.
           GO TO PROCESOS.
       SIN-CASAR.
           ADD 1 TO WS-SINCASAR.
           ADD WS-DEV-IMPORTE-9 TO WS-SUMA-SINCASAR.
           MOVE SPACES TO REG-DEVOL-NOC.
           STRING REG-DEVOL-ENT DELIMITED BY "  "
                  ";SINPAGO" DELIMITED BY SIZE
                  INTO REG-DEVOL-NOC
           END-STRING.
           WRITE REG-DEVOL-NOC.
           MOVE SPACES TO WS-DEV-RESP.
           STRING "|DEVOL|SINCASAR|" DELIMITED BY SIZE
                  WS-DEV-IBAN DELIMITED BY SPACE
                  "|" WS-DEV-IMPORTE-9 "|" DELIMITED BY SIZE
                  WS-DEV-REF DELIMITED BY SPACE
                  "|" WS-DEV-MOTIVO "|" DELIMITED BY SIZE
                  INTO WS-DEV-RESP
           END-STRING.
           DISPLAY WS-DEV-RESP UPON SYSOUT.
           MOVE "SINCASAR" TO WS-RES-RESULT.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO PROCESOS.
       SIN-ESTAMPAR.
           ADD 1 TO WS-SINESTAMPAR.
           ADD WS-DEV-IMPORTE-9 TO WS-SUMA-SINESTAMPAR.
           MOVE SPACES TO REG-DEVOL-NOC.
           STRING REG-DEVOL-ENT DELIMITED BY "  "
                  ";SINESTAMPAR" DELIMITED BY SIZE
                  INTO REG-DEVOL-NOC
           END-STRING.
           WRITE REG-DEVOL-NOC.
           MOVE SPACES TO WS-DEV-RESP.
           STRING "|DEVOLERROR|REMESA|" WS-DEV-REMESA "|RC:" WS-REM-RC
                  "|" DELIMITED BY SIZE
                  WS-DEV-IBAN DELIMITED BY SPACE
                  "|" WS-DEV-IMPORTE-9 "|" DELIMITED BY SIZE
                  WS-DEV-REF DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-DEV-RESP
           END-STRING.
           DISPLAY WS-DEV-RESP UPON SYSOUT.
           MOVE "NOESTAMPA" TO WS-RES-RESULT.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO PROCESOS.
       LINEA-MALA.
           ADD 1 TO WS-MALAS.
           MOVE SPACES TO REG-DEVOL-NOC.
           STRING REG-DEVOL-ENT DELIMITED BY "  "
                  ";LINEAMALA" DELIMITED BY SIZE
                  INTO REG-DEVOL-NOC
           END-STRING.
           WRITE REG-DEVOL-NOC.
           DISPLAY "|DEVOLERROR|LINEA|" REG-DEVOL-ENT "|" UPON SYSOUT.
           GO TO PROCESOS.
       CERRAR.
           CLOSE DEVOL-ENT.
           CLOSE DEVOL-NOC.
           CLOSE PAGOSHIST.
           CLOSE DEVOLUCIONES.
           MOVE SPACES TO WS-DEV-RESP.
           STRING "|DEVOLFIN|LEIDAS:" WS-LEIDAS
                  "|CASADAS:" WS-CASADAS
                  "|IMPORTECASADO:" WS-SUMA-CASADAS
                  "|SINCASAR:" WS-SINCASAR
                  "|IMPORTESINCASAR:" WS-SUMA-SINCASAR
                  "|YAVISTAS:" WS-YAVISTAS
                  "|MALAS:" WS-MALAS
                  "|ESTAMPADAS:" WS-ESTAMPADAS
                  "|SINESTAMPAR:" WS-SINESTAMPAR
                  "|IMPORTESINESTAMPAR:" WS-SUMA-SINESTAMPAR "|"
                  DELIMITED BY SIZE
                  INTO WS-DEV-RESP
           END-STRING.
           DISPLAY WS-DEV-RESP UPON SYSOUT.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-NOC-PATH.
           IF WS-SINCASAR > ZEROES OR WS-MALAS > ZEROES
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           IF WS-SINESTAMPAR > ZEROES
              MOVE 2 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       REGISTRO SECTION.
      *    MISMO ABRE-O-CREA QUE EL REGISTRO DE REMESAS.
       ABRE-DEVOLUCIONES.
           OPEN I-O DEVOLUCIONES.
           IF WS-DEVOL-ESTADO = "00"
              GO TO FIN-ABRE-DEVOLUCIONES
           END-IF.
           OPEN OUTPUT DEVOLUCIONES.
           IF WS-DEVOL-ESTADO NOT = "00"
              GO TO FIN-ABRE-DEVOLUCIONES
           END-IF.
           CLOSE DEVOLUCIONES.
           OPEN I-O DEVOLUCIONES.
       FIN-ABRE-DEVOLUCIONES.

      *    UNA DEVOLUCION, UN ESTAMPADO: SIN TABLA POR REMESA NO HAY
      *    TOPE Y NINGUN IMPORTE SE QUEDA FUERA.
       ESTAMPA-DEVOLUCION.
           MOVE SPACES TO WS-REM-DETALLE.
           STRING "DEVUELVE;1;" WS-DEV-IMPORTE-9
                  DELIMITED BY SIZE
                  INTO WS-REM-DETALLE
           END-STRING.
           MOVE 1 TO RETURN-CODE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-DEV-REMESA
                                  WS-REM-DETALLE
               ON EXCEPTION
                  MOVE 1 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-REM-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-REM-RC = ZERO
              ADD 1 TO WS-ESTAMPADAS
           END-IF.
       FIN-ESTAMPA-DEVOLUCION.

       BUSCA-MOTIVO.
           MOVE SPACES TO WS-DEV-TEXTO.
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > 16
              IF TB-MOT-COD(WS-MOT-IDX) = WS-DEV-MOTIVO
                 MOVE TB-MOT-TXT(WS-MOT-IDX) TO WS-DEV-TEXTO
              END-IF
           END-PERFORM.
       FIN-BUSCA-MOTIVO.

       ANOTA-RESULTADO.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING WS-DEV-IBAN DELIMITED BY SPACE
                  ";" WS-DEV-IMPORTE-9 ";" DELIMITED BY SIZE
                  WS-DEV-REF DELIMITED BY SPACE
                  INTO WS-RES-ITEM
           END-STRING.
           STRING "MOTIVO:" WS-DEV-MOTIVO " REMESA:" WS-DEV-REMESA
                  " " WS-DEV-TEXTO
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
       FIN-ANOTA-RESULTADO.
