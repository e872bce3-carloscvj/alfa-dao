       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUREPARTO.
       AUTHOR.        CVJ.
       SECURITY.      REPARTO DE INFORMES DE LA NOCHE A SUS LISTAS DE
                      DESTINATARIOS: EL REGISTRO REPARTO.POL BAJO
                      dd_dir ASOCIA CADA INFORME DE dd_trz (EL DE
                      PRUEOD, EL RELEVO, LOS RESULTADOS DE PRUSLA, LOS
                      CUADRES...) A UN GRUPO, UN FORMATO Y LOS DIAS EN
                      QUE SE ESPERA, Y CADA GRUPO A SUS DESTINATARIOS
                      CON SU IDIOMA. LA PASADA, DETRAS DE LA CADENA
                      NOCTURNA, RECOGE LOS FICHEROS DEL DIA, LOS
                      FORMATEA CON PRUIMPRES EN EL IDIOMA DE CADA
                      DESTINATARIO Y LOS DEJA EN SU BUZON PARA LA
                      PASARELA DE CORREO, APUNTA CADA ENTREGA EN LOS
                      RESULTADOS Y AVISA DEL INFORME ESPERADO QUE NO
                      ESTA. HASTA AHORA ALGUIEN LOS COPIABA A MANO
                      CADA MAÑANA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. REPARTO.POL
*********************               LLEVA LINEAS INF;informe;grupo;
*********************               formato;dias Y DST;grupo;
*********************               destinatario;idioma. informe ES
*********************               EL PREFIJO DEL FICHERO DEL DIA EN
*********************               dd_trz (PRUEOD, RELEVO, RES-PRUSLA
*********************               ...), formato LIS (LISTADO DE
*********************               PRUIMPRES, SOLO PARA RES-) O TXT
*********************               (TAL CUAL) Y dias LETRAS LMXJVSD
*********************               O "*". EL BUZON ES
*********************               PRUREPARTOBUZON/destinatario
*********************               (BUZON/ BAJO dd_tmp SI NO SE
*********************               FIJA). LA FECHA ES LA DEL
*********************               PARAMETRO O LA DE PROCESO DE
*********************               PRUFECHA. EL INFORME QUE FALTA
*********************               DEJA ALERTA 9W Y RETURN-CODE 1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REGISTRO
                  ASSIGN TO DYNAMIC WS-REGISTRO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REGISTRO-ESTADO.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  REGISTRO.
       01  REG-REGISTRO      PIC X(200).

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

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUREPARTO".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       01  WS-BUZON          PIC X(128).
       77  WS-REGISTRO-PATH  PIC X(200).
       77  WS-REGISTRO-ESTADO PIC XX.
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-FALTA      PIC XX VALUE "9W".
       77  WS-HOY            PIC X(8).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".

      *    EL IDIOMA DE LA SESION SE GUARDA PARA DEVOLVERLO AL FINAL:
      *    PRUIMPRES LO LEE DE SRUIDIOMA Y AQUI SE CAMBIA POR CADA
      *    DESTINATARIO.
       77  WS-IDIOMA-SESION  PIC XX.

       01  TB-INFORMES.
           03 TB-INF-O       OCCURS 50.
              05 TB-INF-NOMBRE  PIC X(20).
              05 TB-INF-GRUPO   PIC X(15).
              05 TB-INF-FORMATO PIC X(3).
              05 TB-INF-DIAS    PIC X(7).
       77  WS-NINF           PIC 99 VALUE ZERO.
       77  WS-I              PIC 99.

       01  TB-DESTINOS.
           03 TB-DST-O       OCCURS 200.
              05 TB-DST-GRUPO   PIC X(15).
              05 TB-DST-NOMBRE  PIC X(20).
              05 TB-DST-IDIOMA  PIC XX.
       77  WS-NDST           PIC 999 VALUE ZERO.
       77  WS-D              PIC 999.

       77  WS-L-TIPO         PIC X(3).
       77  WS-L-C1           PIC X(20).
       77  WS-L-C2           PIC X(20).
       77  WS-L-C3           PIC X(10).
       77  WS-L-C4           PIC X(10).

      *    DIA DE LA SEMANA DE LA FECHA DEL REPARTO, CON LA MISMA
      *    CONGRUENCIA DE ZELLER QUE PRULANZA.
       01  WS-FECHA          PIC X(8).
       01  WS-FECHA-Z.
           03 WS-ANO-Z       PIC 9(4).
           03 WS-MES-Z       PIC 9(2).
           03 WS-DIA-Z       PIC 9(2).
       77  WS-Z-K            PIC 9(4).
       77  WS-Z-J            PIC 9(4).
       77  WS-Z-H            PIC 9(5).
       77  WS-Z-T            PIC 9(7).
       77  WS-DIA-IDX        PIC 99.
       77  WS-DIA-LETRA      PIC X.
       77  WS-DIA-CONT       PIC 999.
       01  TB-DIAS-LETRAS    PIC X(7) VALUE "LMXJVSD".

       01  WS-FUENTE         PIC X(256).
       01  WS-ORIGEN         PIC X(256).
       01  WS-DESTINO        PIC X(256).
       01  WS-DIR-DST        PIC X(256).
       01  WS-CHK-DETALLE1   PIC X(64).
       01  WS-CHK1 REDEFINES WS-CHK-DETALLE1.
           05 FILLER         PIC X(4).
           05 WS-TAM1        PIC 9(8) COMP-X.
       01  WS-CHK-DETALLE2   PIC X(64).
       01  WS-CHK2 REDEFINES WS-CHK-DETALLE2.
           05 FILLER         PIC X(4).
           05 WS-TAM2        PIC 9(8) COMP-X.
       77  WS-COPIA-BIEN     PIC X.
       77  WS-CON-DESTINO    PIC X.

       77  WS-IMP-PROGRAMA   PIC X(10).
       77  WS-IMP-FECHA      PIC X(8).
       77  WS-IMP-HASTA      PIC X(8).

       77  WS-RES-PROG       PIC X(10) VALUE "PRUREPARTO".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).

       77  WS-INFORMES       PIC 9(3) VALUE ZEROES.
       77  WS-NOTOCA         PIC 9(3) VALUE ZEROES.
       77  WS-ENTREGAS       PIC 9(5) VALUE ZEROES.
       77  WS-FALTAN         PIC 9(3) VALUE ZEROES.
       77  WS-ERRORES        PIC 9(5) VALUE ZEROES.
       01  WS-REP-RESP       PIC X(300).

       LINKAGE SECTION.

       77  FECHA             PIC X(8).

       PROCEDURE DIVISION USING FECHA.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-BUZON.
           DISPLAY "PRUREPARTOBUZON" UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUZON FROM ENVIRONMENT-VALUE.
           IF WS-BUZON = SPACES OR WS-BUZON = LOW-VALUES
              MOVE SPACES TO WS-BUZON
              DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME
              ACCEPT WS-BUZON FROM ENVIRONMENT-VALUE
              IF WS-BUZON = SPACES OR WS-BUZON = LOW-VALUES
                 MOVE "BUZON" TO WS-BUZON
              ELSE
                 MOVE SPACES TO WS-DIR-DST
                 STRING WS-BUZON DELIMITED BY SPACE
                        "BUZON" DELIMITED BY SIZE
                        INTO WS-DIR-DST
                 END-STRING
                 MOVE WS-DIR-DST TO WS-BUZON
              END-IF
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-BUZON.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-IDIOMA-SESION.
           DISPLAY "SRUIDIOMA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-IDIOMA-SESION FROM ENVIRONMENT-VALUE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           IF FECHA IS NUMERIC
              MOVE FECHA TO WS-FECHA
           ELSE
              CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA
              MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM CALCULA-DIA-SEMANA THRU FIN-CALCULA-DIA-SEMANA.
           PERFORM CARGA-REGISTRO THRU FIN-CARGA-REGISTRO.
           IF WS-NINF = ZERO
              DISPLAY "|REPARTOERROR|SINREGISTRO|" WS-REGISTRO-PATH
                      "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NINF
              PERFORM TRATA-INFORME THRU FIN-TRATA-INFORME
           END-PERFORM.
           IF WS-IDIOMA-SESION = SPACES OR
              WS-IDIOMA-SESION = LOW-VALUES
              MOVE " " TO WS-IDIOMA-SESION
           END-IF.
           DISPLAY "SRUIDIOMA" UPON ENVIRONMENT-NAME.
           DISPLAY WS-IDIOMA-SESION UPON ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-REP-RESP.
           STRING "|REPARTOFIN|FECHA:" WS-FECHA
                  "|INFORMES:" WS-INFORMES
                  "|NOTOCA:" WS-NOTOCA
                  "|ENTREGAS:" WS-ENTREGAS
                  "|FALTAN:" WS-FALTAN
                  "|ERRORES:" WS-ERRORES "|"
                  DELIMITED BY SIZE
                  INTO WS-REP-RESP
           END-STRING.
           DISPLAY WS-REP-RESP UPON SYSOUT.
           IF WS-FALTAN > ZERO OR WS-ERRORES > ZERO
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       INFORMES SECTION.
      *    UN INFORME QUE NO TOCA ESE DIA NO SE BUSCA; SI TOCA Y NO
      *    ESTA EN dd_trz ES UNA FALTA PARA TODO SU GRUPO.
       TRATA-INFORME.
           IF TB-INF-DIAS(WS-I) NOT = "*" AND
              TB-INF-DIAS(WS-I) NOT = SPACES
              MOVE ZEROES TO WS-DIA-CONT
              INSPECT TB-INF-DIAS(WS-I) TALLYING WS-DIA-CONT
                      FOR ALL WS-DIA-LETRA
              IF WS-DIA-CONT = ZERO
                 ADD 1 TO WS-NOTOCA
                 GO TO FIN-TRATA-INFORME
              END-IF
           END-IF.
           ADD 1 TO WS-INFORMES.
           MOVE SPACES TO WS-FUENTE.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/" DELIMITED BY SIZE
                     TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                     "-" WS-FECHA ".LOG" DELIMITED BY SIZE
                     INTO WS-FUENTE
              END-STRING
           ELSE
              STRING TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                     "-" WS-FECHA ".LOG" DELIMITED BY SIZE
                     INTO WS-FUENTE
              END-STRING
           END-IF.
           MOVE SPACES TO WS-CHK-DETALLE1.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FUENTE WS-CHK-DETALLE1.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              PERFORM INFORME-FALTA THRU FIN-INFORME-FALTA
              GO TO FIN-TRATA-INFORME
           END-IF.
           MOVE "N" TO WS-CON-DESTINO.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NDST
              IF TB-DST-GRUPO(WS-D) = TB-INF-GRUPO(WS-I)
                 MOVE "S" TO WS-CON-DESTINO
                 PERFORM ENTREGA-UNO THRU FIN-ENTREGA-UNO
              END-IF
           END-PERFORM.
           IF WS-CON-DESTINO = "N"
              MOVE SPACES TO WS-REP-RESP
              STRING "|REPARTOAVISO|SINDESTINATARIOS|" DELIMITED BY SIZE
                     TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-INF-GRUPO(WS-I) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-REP-RESP
              END-STRING
              DISPLAY WS-REP-RESP UPON SYSOUT
           END-IF.
       FIN-TRATA-INFORME.

       INFORME-FALTA.
           ADD 1 TO WS-FALTAN.
           MOVE SPACES TO WS-REP-RESP.
           STRING "|REPARTOFALTA|" DELIMITED BY SIZE
                  TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                  "|" WS-FECHA "|" DELIMITED BY SIZE
                  TB-INF-GRUPO(WS-I) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-REP-RESP
           END-STRING.
           DISPLAY WS-REP-RESP UPON SYSOUT.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TB-INF-GRUPO(WS-I) DELIMITED BY SPACE
                  INTO WS-RES-ITEM
           END-STRING.
           MOVE "FALTA" TO WS-RES-RESULT.
           MOVE WS-FUENTE TO WS-RES-DET.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM
                               WS-RES-RESULT WS-RES-DET.
           MOVE ZERO TO RETURN-CODE.
           PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA.
       FIN-INFORME-FALTA.

      *    UN DESTINATARIO: EL LISTADO DE PRUIMPRES EN SU IDIOMA (CON
      *    CANCEL DETRAS, PARA QUE EL SIGUIENTE EMPIECE CON TOTALES Y
      *    ROTULOS LIMPIOS) O EL FICHERO TAL CUAL, COPIADO CON LA
      *    VERIFICACION POR TAMAÑO DE PRUCP A SU BUZON.
       ENTREGA-UNO.
           MOVE SPACES TO WS-DIR-DST WS-DESTINO.
           STRING WS-BUZON DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  TB-DST-NOMBRE(WS-D) DELIMITED BY SPACE
                  INTO WS-DIR-DST
           END-STRING.
           CALL "CBL_CREATE_DIR" USING WS-DIR-DST.
           MOVE ZERO TO RETURN-CODE.
           IF TB-INF-FORMATO(WS-I) = "LIS" AND
              TB-INF-NOMBRE(WS-I)(1:4) = "RES-"
              PERFORM FORMATEA-LISTADO THRU FIN-FORMATEA-LISTADO
              STRING WS-DIR-DST DELIMITED BY SPACE
                     "/" DELIMITED BY SIZE
                     TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                     "-" WS-FECHA "-" DELIMITED BY SIZE
                     TB-DST-IDIOMA(WS-D) DELIMITED BY SPACE
                     ".TXT" DELIMITED BY SIZE
                     INTO WS-DESTINO
              END-STRING
           ELSE
              MOVE WS-FUENTE TO WS-ORIGEN
              STRING WS-DIR-DST DELIMITED BY SPACE
                     "/" DELIMITED BY SIZE
                     TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                     "-" WS-FECHA ".TXT" DELIMITED BY SIZE
                     INTO WS-DESTINO
              END-STRING
           END-IF.
           MOVE "N" TO WS-COPIA-BIEN.
           CALL "CBL_COPY_FILE" USING WS-ORIGEN WS-DESTINO.
           IF RETURN-CODE = ZERO
              MOVE SPACES TO WS-CHK-DETALLE1 WS-CHK-DETALLE2
              CALL "CBL_CHECK_FILE_EXIST" USING WS-ORIGEN
                                                WS-CHK-DETALLE1
              CALL "CBL_CHECK_FILE_EXIST" USING WS-DESTINO
                                                WS-CHK-DETALLE2
              IF WS-TAM1 = WS-TAM2
                 MOVE "S" TO WS-COPIA-BIEN
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TB-DST-NOMBRE(WS-D) DELIMITED BY SPACE
                  INTO WS-RES-ITEM
           END-STRING.
           MOVE WS-DESTINO TO WS-RES-DET.
           MOVE SPACES TO WS-REP-RESP.
           IF WS-COPIA-BIEN = "S"
              ADD 1 TO WS-ENTREGAS
              MOVE "ENTREGADO" TO WS-RES-RESULT
              STRING "|REPARTO|ENTREGADO|" DELIMITED BY SIZE
                     TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-DST-NOMBRE(WS-D) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-DESTINO DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-REP-RESP
              END-STRING
           ELSE
              ADD 1 TO WS-ERRORES
              MOVE "ERROR" TO WS-RES-RESULT
              STRING "|REPARTO|ERROR|" DELIMITED BY SIZE
                     TB-INF-NOMBRE(WS-I) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-DST-NOMBRE(WS-D) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-ORIGEN DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-REP-RESP
              END-STRING
           END-IF.
           DISPLAY WS-REP-RESP UPON SYSOUT.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM
                               WS-RES-RESULT WS-RES-DET.
           MOVE ZERO TO RETURN-CODE.
       FIN-ENTREGA-UNO.

      *    PRUIMPRES DEJA LIS-<programa>-<fecha>.TXT EN dd_trz CON LOS
      *    ROTULOS EN EL IDIOMA DE SRUIDIOMA.
       FORMATEA-LISTADO.
           DISPLAY "SRUIDIOMA" UPON ENVIRONMENT-NAME.
           DISPLAY TB-DST-IDIOMA(WS-D) UPON ENVIRONMENT-VALUE.
           MOVE TB-INF-NOMBRE(WS-I)(5:10) TO WS-IMP-PROGRAMA.
           MOVE WS-FECHA TO WS-IMP-FECHA WS-IMP-HASTA.
           CALL "PRUIMPRES" USING WS-IMP-PROGRAMA WS-IMP-FECHA
                                  WS-IMP-HASTA
               ON EXCEPTION
                  DISPLAY "|REPARTOERROR|NOPRUIMPRES|" UPON SYSOUT
           END-CALL.
           CANCEL "PRUIMPRES".
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-ORIGEN.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/LIS-" DELIMITED BY SIZE
                     WS-IMP-PROGRAMA DELIMITED BY SPACE
                     "-" WS-FECHA ".TXT" DELIMITED BY SIZE
                     INTO WS-ORIGEN
              END-STRING
           ELSE
              STRING "LIS-" DELIMITED BY SIZE
                     WS-IMP-PROGRAMA DELIMITED BY SPACE
                     "-" WS-FECHA ".TXT" DELIMITED BY SIZE
                     INTO WS-ORIGEN
              END-STRING
           END-IF.
       FIN-FORMATEA-LISTADO.

       REGISTROS SECTION.
       CARGA-REGISTRO.
           MOVE SPACES TO WS-REGISTRO-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/REPARTO.POL"
                     DELIMITED BY SPACE
                     INTO WS-REGISTRO-PATH
              END-STRING
           ELSE
              MOVE "REPARTO.POL" TO WS-REGISTRO-PATH
           END-IF.
           OPEN INPUT REGISTRO.
           IF WS-REGISTRO-ESTADO NOT = "00"
              GO TO FIN-CARGA-REGISTRO
           END-IF.
       LEYENDO-REGISTRO.
           READ REGISTRO
               AT END
                  GO TO CIERRA-REGISTRO
           END-READ.
           IF REG-REGISTRO = SPACES OR REG-REGISTRO(1:1) = "*"
              GO TO LEYENDO-REGISTRO
           END-IF.
           MOVE SPACES TO WS-L-TIPO WS-L-C1 WS-L-C2 WS-L-C3 WS-L-C4.
           UNSTRING REG-REGISTRO DELIMITED BY ";" INTO
                 WS-L-TIPO
                 WS-L-C1
                 WS-L-C2
                 WS-L-C3
                 WS-L-C4
           END-UNSTRING.
           EVALUATE WS-L-TIPO
               WHEN "INF"
                    IF WS-NINF < 50 AND WS-L-C1 NOT = SPACES
                       ADD 1 TO WS-NINF
                       MOVE WS-L-C1 TO TB-INF-NOMBRE(WS-NINF)
                       MOVE WS-L-C2 TO TB-INF-GRUPO(WS-NINF)
                       MOVE WS-L-C3 TO TB-INF-FORMATO(WS-NINF)
                       IF TB-INF-FORMATO(WS-NINF) = SPACES
                          MOVE "TXT" TO TB-INF-FORMATO(WS-NINF)
                       END-IF
                       MOVE WS-L-C4 TO TB-INF-DIAS(WS-NINF)
                    END-IF
               WHEN "DST"
                    IF WS-NDST < 200 AND WS-L-C2 NOT = SPACES
                       ADD 1 TO WS-NDST
                       MOVE WS-L-C1 TO TB-DST-GRUPO(WS-NDST)
                       MOVE WS-L-C2 TO TB-DST-NOMBRE(WS-NDST)
                       MOVE WS-L-C3 TO TB-DST-IDIOMA(WS-NDST)
                       IF TB-DST-IDIOMA(WS-NDST) = SPACES
                          MOVE "ES" TO TB-DST-IDIOMA(WS-NDST)
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY "|REPARTOAVISO|LINEA|" WS-L-TIPO "|"
                            UPON SYSOUT
           END-EVALUATE.
           GO TO LEYENDO-REGISTRO.
       CIERRA-REGISTRO.
           CLOSE REGISTRO.
       FIN-CARGA-REGISTRO.

       CALCULA-DIA-SEMANA.
           MOVE WS-FECHA TO WS-FECHA-Z.
           IF WS-MES-Z < 3
              ADD 12 TO WS-MES-Z
              SUBTRACT 1 FROM WS-ANO-Z
           END-IF.
           DIVIDE WS-ANO-Z BY 100 GIVING WS-Z-J REMAINDER WS-Z-K.
           COMPUTE WS-Z-T = WS-DIA-Z
                   + (13 * (WS-MES-Z + 1)) / 5
                   + WS-Z-K + WS-Z-K / 4 + WS-Z-J / 4
                   + 5 * WS-Z-J.
           DIVIDE WS-Z-T BY 7 GIVING WS-Z-T REMAINDER WS-Z-H.
           COMPUTE WS-DIA-IDX = WS-Z-H + 5.
           IF WS-DIA-IDX > 6
              SUBTRACT 7 FROM WS-DIA-IDX
           END-IF.
           ADD 1 TO WS-DIA-IDX.
           MOVE TB-DIAS-LETRAS(WS-DIA-IDX:1) TO WS-DIA-LETRA.
       FIN-CALCULA-DIA-SEMANA.

       AVISOS SECTION.
      *    UNA ALERTA POR INFORME ESPERADO QUE NO ESTA.
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
           MOVE WS-HOY TO ALR-FECHA.
           ACCEPT ALR-HORA FROM TIME.
           MOVE WS-COD-FALTA TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE WS-FUENTE TO ALR-FICHERO.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.
