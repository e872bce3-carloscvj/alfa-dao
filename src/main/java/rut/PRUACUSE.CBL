       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUACUSE.
       AUTHOR.        CVJ.
       SECURITY.      CARGA LAS RESPUESTAS DEL BANCO A LOS FICHEROS DE
                      ORDENES ENVIADOS (fichero;ACK|RCH;regs;suma;motivo
                      POR LINEA) Y LAS CASA CON SU REMESA POR EL NOMBRE
                      DEL FICHERO QUE GENERO PRUGENPAG. UN ACUSE CUYOS
                      TOTALES DE CONTROL SON LOS GENERADOS CIERRA LA
                      ETAPA ENVIO DE PRUREMESA; UN RECHAZO, O UN ACUSE
                      QUE NO CUADRA, SE ESTAMPA COMO RECHAZA Y DEJA UNA
                      ALERTA PENDIENTE EN ALERTAS.DAT. LO QUE NO CASA
                      SALE EN <fichero>.NOC - HASTA AHORA EL ENVIO LO
                      MARCABA A MANO EL OPERADOR CUANDO CREIA QUE EL
                      BANCO HABIA TOMADO EL FICHERO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Un acuse cuyo estampado (ENVIO o
*********************               RECHAZA) no admite PRUREMESA no se
*********************               cuenta como aceptado ni rechazado:
*********************               sale |ACUSEERROR|REMESA|, va al
*********************               .NOC como NOESTAMPA, se cuenta en
*********************               NOESTAMPADOS y el RC es 2.
********************* 15/10/2026 CVJ - Version inicial. EL FICHERO SE
*********************               NOMBRA CON EL PREFIJO dd_ DE
*********************               SIEMPRE. UN ACUSE DE UNA REMESA YA
*********************               ENVIADA SE CUENTA COMO YAVISTO Y NO
*********************               SE VUELVE A ESTAMPAR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACUSE-ENT
                  ASSIGN TO DYNAMIC WS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT ACUSE-NOC
                  ASSIGN TO DYNAMIC WS-NOC-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NOC-ESTADO.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  ACUSE-ENT.
       01  REG-ACUSE-ENT     PIC X(200).

       FD  ACUSE-NOC.
       01  REG-ACUSE-NOC     PIC X(230).

      *    MISMO LAYOUT DE ALERTAS QUE PRUERR.
       FD  ALERTAS.
       01  REG-ALERTAS.
           03 ALR-ID         PIC 9(9).
           03 ALR-ESTADO     PIC X.
           03 ALR-FECHA      PIC X(8).
           03 ALR-HORA       PIC X(8).
           03 ALR-CODIGO     PIC XX.
           03 ALR-PROGRAMA   PIC X(20).
           03 ALR-FICHERO    PIC X(200).
       01  REG-ALERTAS-CONTROL.
           03 ALC-ID         PIC 9(9).
           03 ALC-ULTIMO     PIC 9(9).
           03 FILLER         PIC X(230).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUACUSE".
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-ENTRADA        PIC X(256).
       01  WS-NOC-PATH       PIC X(260).
       77  WS-NOC-ESTADO     PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-ACUSE      PIC XX VALUE "9B".
       77  WS-FECHA          PIC X(8).
       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".

       01  WS-ACU-FICHERO    PIC X(120).
       77  WS-ACU-ESTADO     PIC X(3).
           88 ACU-ACEPTADO   VALUE "ACK".
           88 ACU-RECHAZADO  VALUE "RCH".
       77  WS-ACU-REGS       PIC X(16).
       77  WS-ACU-SUMA       PIC X(16).
       77  WS-ACU-MOTIVO     PIC X(8).
       77  WS-ACU-REGS-9     PIC 9(7).
       77  WS-ACU-SUMA-9     PIC 9(15).
       77  WS-NUM-TXT        PIC X(16).
       77  WS-NUM-LON        PIC 99.
       77  WS-NUM-15         PIC 9(15).

       77  WS-REMESA         PIC X(6).
       77  WS-REM-ACCION     PIC X(8).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-REM-ENVIO      PIC X(8).
       77  WS-REM-REGS       PIC X(16).
       77  WS-REM-SUMA       PIC X(16).
       01  WS-REM-FICHERO    PIC X(120).
       77  WS-NOC-MOTIVO     PIC X(10).

       77  WS-LEIDAS         PIC 9(7) VALUE ZEROES.
       77  WS-ACEPTADAS      PIC 9(7) VALUE ZEROES.
       77  WS-RECHAZADAS     PIC 9(7) VALUE ZEROES.
       77  WS-DESCUADRES     PIC 9(7) VALUE ZEROES.
       77  WS-SINREMESA      PIC 9(7) VALUE ZEROES.
       77  WS-YAVISTOS       PIC 9(7) VALUE ZEROES.
       77  WS-MALAS          PIC 9(7) VALUE ZEROES.
       77  WS-NOESTAMPADOS   PIC 9(7) VALUE ZEROES.
       77  WS-REM-RC         PIC 9.
       01  WS-ACU-RESP       PIC X(300).

       77  WS-RES-PROG       PIC X(10) VALUE "PRUACUSE".
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
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.

           OPEN INPUT ACUSE-ENT.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO ACUSES DEL BANCO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-ENTRADA PROG WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT ACUSE-NOC.
           IF WS-NOC-ESTADO NOT = "00"
              CLOSE ACUSE-ENT
              MOVE WS-NOC-ESTADO TO ERRORES
              MOVE "ABRIENDO NO CASADOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-NOC-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           READ ACUSE-ENT
               AT END
                  GO TO CERRAR
           END-READ.
           IF REG-ACUSE-ENT = SPACES OR REG-ACUSE-ENT(1:1) = "*"
              GO TO PROCESOS
           END-IF.
           ADD 1 TO WS-LEIDAS.
           MOVE SPACES TO WS-ACU-FICHERO WS-ACU-ESTADO WS-ACU-REGS
                          WS-ACU-SUMA WS-ACU-MOTIVO.
           UNSTRING REG-ACUSE-ENT DELIMITED BY ";" INTO
                 WS-ACU-FICHERO
                 WS-ACU-ESTADO
                 WS-ACU-REGS
                 WS-ACU-SUMA
                 WS-ACU-MOTIVO
           END-UNSTRING.
           IF WS-ACU-FICHERO = SPACES OR
              (NOT ACU-ACEPTADO AND NOT ACU-RECHAZADO)
              GO TO LINEA-MALA
           END-IF.
      *    MISMO ENCAJE POR LA DERECHA SOBRE CEROS QUE PRUREMESA.
           MOVE WS-ACU-REGS TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           MOVE WS-NUM-15 TO WS-ACU-REGS-9.
           MOVE WS-ACU-SUMA TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           MOVE WS-NUM-15 TO WS-ACU-SUMA-9.
           IF ACU-RECHAZADO AND WS-ACU-MOTIVO = SPACES
              MOVE "MS03" TO WS-ACU-MOTIVO
           END-IF.

           MOVE SPACES TO WS-REMESA.
           MOVE "BUSCA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           MOVE WS-ACU-FICHERO TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO SIN-REMESA
           END-IF.
           MOVE SPACES TO WS-REM-ENVIO WS-REM-REGS WS-REM-SUMA
                          WS-REM-FICHERO.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-ENVIO
                 WS-REM-REGS
                 WS-REM-SUMA
                 WS-REM-FICHERO
           END-UNSTRING.
           IF WS-REM-ENVIO NOT = SPACES
              GO TO YA-VISTO
           END-IF.
           IF ACU-RECHAZADO
              GO TO RECHAZADO
           END-IF.
      *    EL BANCO DICE HABER TOMADO OTRA COSA DE LO QUE SE GENERO:
      *    NO SE DA POR ENVIADA.
           IF WS-REM-REGS(1:7) NOT = WS-ACU-REGS-9 OR
              WS-REM-SUMA(1:15) NOT = WS-ACU-SUMA-9
              MOVE "DESCUADRE" TO WS-ACU-MOTIVO
              GO TO DESCUADRE
           END-IF.

           MOVE "ETAPA" TO WS-REM-ACCION.
           MOVE "ENVIO" TO WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE
               ON EXCEPTION
                  MOVE 1 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-REM-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-REM-RC NOT = ZERO
              GO TO NO-ESTAMPADO
           END-IF.
           ADD 1 TO WS-ACEPTADAS.
           MOVE SPACES TO WS-ACU-RESP.
           STRING "|ACUSE|ACEPTADO|" WS-REMESA "|" DELIMITED BY SIZE
                  WS-ACU-FICHERO DELIMITED BY SPACE
                  "|" WS-ACU-REGS-9 "/" WS-ACU-SUMA-9 "|"
                  DELIMITED BY SIZE
                  INTO WS-ACU-RESP
           END-STRING.
           DISPLAY WS-ACU-RESP UPON SYSOUT.
           MOVE "ACEPTADO" TO WS-RES-RESULT.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO PROCESOS.
       RECHAZADO.
           PERFORM ESTAMPA-RECHAZO THRU FIN-ESTAMPA-RECHAZO.
           IF WS-REM-RC NOT = ZERO
              GO TO NO-ESTAMPADO
           END-IF.
           ADD 1 TO WS-RECHAZADAS.
           MOVE SPACES TO WS-ACU-RESP.
           STRING "|ACUSE|RECHAZADO|" WS-REMESA "|" DELIMITED BY SIZE
                  WS-ACU-FICHERO DELIMITED BY SPACE
                  "|" WS-ACU-MOTIVO "|" DELIMITED BY SIZE
                  INTO WS-ACU-RESP
           END-STRING.
           DISPLAY WS-ACU-RESP UPON SYSOUT.
           MOVE "RECHAZADO" TO WS-RES-RESULT.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO PROCESOS.
       DESCUADRE.
           PERFORM ESTAMPA-RECHAZO THRU FIN-ESTAMPA-RECHAZO.
           IF WS-REM-RC NOT = ZERO
              GO TO NO-ESTAMPADO
           END-IF.
           ADD 1 TO WS-DESCUADRES.
           MOVE "DESCUADRE" TO WS-NOC-MOTIVO.
           PERFORM ESCRIBE-NOC THRU FIN-ESCRIBE-NOC.
           MOVE SPACES TO WS-ACU-RESP.
           STRING "|ACUSE|DESCUADRE|" WS-REMESA "|" DELIMITED BY SIZE
                  WS-ACU-FICHERO DELIMITED BY SPACE
                  "|BANCO:" WS-ACU-REGS-9 "/" WS-ACU-SUMA-9
                  "|GENERADO:" WS-REM-REGS(1:7) "/" WS-REM-SUMA(1:15)
                  "|" DELIMITED BY SIZE
                  INTO WS-ACU-RESP
           END-STRING.
           DISPLAY WS-ACU-RESP UPON SYSOUT.
           MOVE "DESCUADRE" TO WS-RES-RESULT.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO PROCESOS.
      *    LA REMESA NO ADMITE EL ESTAMPADO: EL ACUSE NO HA HECHO NADA
      *    Y SE QUEDA EN EL .NOC PARA VOLVER A PASARLO.
       NO-ESTAMPADO.
           ADD 1 TO WS-NOESTAMPADOS.
           MOVE "NOESTAMPA" TO WS-NOC-MOTIVO.
           PERFORM ESCRIBE-NOC THRU FIN-ESCRIBE-NOC.
           MOVE SPACES TO WS-ACU-RESP.
           STRING "|ACUSEERROR|REMESA|" WS-REMESA "|" DELIMITED BY SIZE
                  WS-ACU-FICHERO DELIMITED BY SPACE
                  "|RC:" WS-REM-RC "|" DELIMITED BY SIZE
                  INTO WS-ACU-RESP
           END-STRING.
           DISPLAY WS-ACU-RESP UPON SYSOUT.
           MOVE "NOESTAMPA" TO WS-RES-RESULT.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO PROCESOS.
       YA-VISTO.
           ADD 1 TO WS-YAVISTOS.
           MOVE SPACES TO WS-ACU-RESP.
           STRING "|ACUSE|YAVISTO|" WS-REMESA "|" DELIMITED BY SIZE
                  WS-ACU-FICHERO DELIMITED BY SPACE
                  "|ENVIO:" WS-REM-ENVIO "|" DELIMITED BY SIZE
                  INTO WS-ACU-RESP
           END-STRING.
           DISPLAY WS-ACU-RESP UPON SYSOUT.
           GO TO PROCESOS.
       SIN-REMESA.
           ADD 1 TO WS-SINREMESA.
           MOVE "SINREMESA" TO WS-NOC-MOTIVO.
           PERFORM ESCRIBE-NOC THRU FIN-ESCRIBE-NOC.
           MOVE SPACES TO WS-ACU-RESP.
           STRING "|ACUSE|SINREMESA|" DELIMITED BY SIZE
                  WS-ACU-FICHERO DELIMITED BY SPACE
                  "|" WS-ACU-ESTADO "|" DELIMITED BY SIZE
                  INTO WS-ACU-RESP
           END-STRING.
           DISPLAY WS-ACU-RESP UPON SYSOUT.
           MOVE "SINREMESA" TO WS-RES-RESULT.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO PROCESOS.
       LINEA-MALA.
           ADD 1 TO WS-MALAS.
           MOVE "LINEAMALA" TO WS-NOC-MOTIVO.
           PERFORM ESCRIBE-NOC THRU FIN-ESCRIBE-NOC.
           DISPLAY "|ACUSEERROR|LINEA|" REG-ACUSE-ENT "|" UPON SYSOUT.
           GO TO PROCESOS.
       CERRAR.
           CLOSE ACUSE-ENT.
           CLOSE ACUSE-NOC.
           MOVE SPACES TO WS-ACU-RESP.
           STRING "|ACUSEFIN|LEIDAS:" WS-LEIDAS
                  "|ACEPTADAS:" WS-ACEPTADAS
                  "|RECHAZADAS:" WS-RECHAZADAS
                  "|DESCUADRES:" WS-DESCUADRES
                  "|SINREMESA:" WS-SINREMESA
                  "|YAVISTOS:" WS-YAVISTOS
                  "|MALAS:" WS-MALAS
                  "|NOESTAMPADOS:" WS-NOESTAMPADOS "|"
                  DELIMITED BY SIZE
                  INTO WS-ACU-RESP
           END-STRING.
           DISPLAY WS-ACU-RESP UPON SYSOUT.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-NOC-PATH.
           IF WS-RECHAZADAS > ZEROES OR WS-DESCUADRES > ZEROES OR
              WS-SINREMESA > ZEROES OR WS-MALAS > ZEROES
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           IF WS-NOESTAMPADOS > ZEROES
              MOVE 2 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

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

      *    EL RECHAZO (DEL BANCO O POR DESCUADRE) QUEDA EN LA REMESA Y
      *    EN LA COLA DE ALERTAS.
       ESTAMPA-RECHAZO.
           MOVE "ETAPA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           STRING "RECHAZA;" WS-ACU-MOTIVO
                  DELIMITED BY SIZE
                  INTO WS-REM-DETALLE
           END-STRING.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE
               ON EXCEPTION
                  MOVE 1 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-REM-RC.
           MOVE ZERO TO RETURN-CODE.
           PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA.
       FIN-ESTAMPA-RECHAZO.

       ESCRIBE-NOC.
           MOVE SPACES TO REG-ACUSE-NOC.
           STRING REG-ACUSE-ENT DELIMITED BY "  "
                  ";" WS-NOC-MOTIVO DELIMITED BY SIZE
                  INTO REG-ACUSE-NOC
           END-STRING.
           WRITE REG-ACUSE-NOC.
       FIN-ESCRIBE-NOC.

       ANOTA-RESULTADO.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           MOVE WS-ACU-FICHERO TO WS-RES-ITEM.
           STRING "REMESA:" WS-REMESA " " WS-ACU-ESTADO
                  " REGS:" WS-ACU-REGS-9 " SUMA:" WS-ACU-SUMA-9
                  " " WS-ACU-MOTIVO
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
       FIN-ANOTA-RESULTADO.

       ALERTA SECTION.
      *    MISMO CONTADOR DE IDS Y MISMA COLA QUE PRUSLA; SI NO SE
      *    PUEDE ABRIR NO SE INSISTE.
       ANOTA-ALERTA.
           MOVE SPACES TO WS-ALERTAS-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/ALERTAS.DAT" DELIMITED BY SIZE
                     INTO WS-ALERTAS-PATH
           ELSE
              MOVE "ALERTAS.DAT" TO WS-ALERTAS-PATH
           END-IF.
           OPEN I-O ALERTAS.
           IF WS-ALERTAS-ESTADO NOT = "00"
              OPEN OUTPUT ALERTAS
              IF WS-ALERTAS-ESTADO NOT = "00"
                 GO TO FIN-ANOTA-ALERTA
              END-IF
              CLOSE ALERTAS
              OPEN I-O ALERTAS
              IF WS-ALERTAS-ESTADO NOT = "00"
                 GO TO FIN-ANOTA-ALERTA
              END-IF
           END-IF.
           MOVE ZEROES TO ALR-ID.
           READ ALERTAS
               INVALID KEY
                  MOVE SPACES TO REG-ALERTAS-CONTROL
                  MOVE ZEROES TO ALC-ID
                  MOVE ZEROES TO ALC-ULTIMO
                  WRITE REG-ALERTAS-CONTROL
           END-READ.
           MOVE ALC-ULTIMO TO WS-ALR-SIGUIENTE.
           ADD 1 TO WS-ALR-SIGUIENTE.
           MOVE WS-ALR-SIGUIENTE TO ALC-ULTIMO.
           REWRITE REG-ALERTAS-CONTROL.
           MOVE WS-ALR-SIGUIENTE TO ALR-ID.
           MOVE "P" TO ALR-ESTADO.
           MOVE WS-FECHA TO ALR-FECHA.
           ACCEPT ALR-HORA FROM TIME.
           MOVE WS-COD-ACUSE TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE SPACES TO ALR-FICHERO.
           STRING "REMESA " WS-REMESA " RECHAZADA " WS-ACU-MOTIVO " "
                  DELIMITED BY SIZE
                  WS-ACU-FICHERO DELIMITED BY SPACE
                  INTO ALR-FICHERO
           END-STRING.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.
