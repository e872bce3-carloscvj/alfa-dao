                      UN FICHERO DE ERRORES O REEMPLAZAR.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Con la fecha de proceso en un mes
*********************               cerrado en PRUCIERRE la carga no se
*********************               hace (|CARGAERROR|CERRADO|, RC 1).
********************* 15/10/2026 CVJ - Cuotas de espacio de PRUCUOTA:
*********************               antes de abrir nada se pregunta
*********************               por la salida con el tamaño del
*********************               volcado; si se pasaria del limite
*********************               de CUOTAS.POL la carga no se hace
*********************               (|CARGAERROR|CUOTA|, RC 1). La
*********************               salida cargada se da de alta en
*********************               el catalogo, para que cuente en
*********************               la cuota de quien la carga.
********************* 15/10/2026 CVJ - Los campos que el diccionario
*********************               (por la ruta de salida) enlaza
*********************               con una tabla de codigos de
*********************               PRUCODIGO se validan registro a
*********************               registro antes de escribir: un
*********************               valor que no esta en la tabla o
*********************               fuera de vigencia manda la linea
*********************               al fichero de rechazos <salida>
*********************               .ERR como un duplicado
*********************               (|CARGA|n|CODIGO|). Se recuerda
*********************               el ultimo valor visto de cada
*********************               campo para no preguntar lo mismo
*********************               en cada registro.
********************* 02/09/2026 CVJ - Carga rearrancable via
*********************               PRUCHKPT: cada PRUIMPIXCHKPT
*********************               lineas (1000 si no se fija) se
       77  WS-JRNL-TIPO      PIC X(4).
       01  WS-JRNL-VACIO     PIC X(960) VALUE SPACES.

      *    CAMPOS CON TABLA DE CODIGOS (ENLACES "#TAB" DE PRUDICLAY)
      *    Y ULTIMO VALOR PREGUNTADO A PRUCODIGO DE CADA UNO.
       01  WS-RUTA-TABLA     PIC X(200).
       01  TB-CODIGOS.
           03 TB-COD-O       OCCURS 50.
              05 TB-COD-SEQ     PIC 9(3).
              05 TB-COD-NOMBRE  PIC X(30).
              05 TB-COD-POS     PIC 9(4).
              05 TB-COD-LON     PIC 9(4).
              05 TB-COD-TABLA   PIC X(16).
              05 TB-COD-ULTIMO  PIC X(30).
              05 TB-COD-ULT-RC  PIC 9.
       77  WS-NCODIGOS       PIC 99 VALUE ZERO.
       77  WS-KK             PIC 99.
       77  WS-COD-ACCION     PIC X(8) VALUE "VALIDA".
       01  WS-COD-DETALLE    PIC X(160).
       77  WS-COD-RC         PIC 9.
       77  WS-COD-VALOR      PIC X(30).
       77  WS-COD-MALO       PIC 99.

       77  WS-CUO-ACCION     PIC X(8) VALUE "CONSULTA".
       77  WS-CUO-TAMANIO    PIC 9(15).
       77  WS-CUO-DETALLE    PIC X(128).
       01  WS-CHK-DETALLE    PIC X(64).
       01  WS-CHK REDEFINES WS-CHK-DETALLE.
           05 FILLER         PIC X(4).
           05 WS-TAM         PIC 9(8) COMP-X.
       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).

       77  WS-CARGA-TOTAL    PIC 99999 VALUE ZEROES.
       77  WS-CARGA-OK       PIC 99999 VALUE ZEROES.
       77  WS-CARGA-MAL      PIC 99999 VALUE ZEROES.
              PERFORM MONTA-MAPA-PB THRU FIN-MONTA-MAPA-PB
           END-IF.

           PERFORM CARGA-CODIGOS THRU FIN-CARGA-CODIGOS.

           MOVE SPACES TO WS-JRNL.
           DISPLAY "PRUIMPIXJRNL" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JRNL FROM ENVIRONMENT-VALUE.
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.

           PERFORM COMPRUEBA-CUOTA THRU FIN-COMPRUEBA-CUOTA.
           IF RETURN-CODE = 1
              DISPLAY "|CARGAERROR|CUOTA|" WS-CUO-DETALLE "|"
                      UPON SYSOUT
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
              DISPLAY "|CARGAERROR|CERRADO|" WS-FECHA-PROC "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       PROCESOS.
           OPEN INPUT ENTRADA.
           IF ERRORES NOT = "00"
           IF IMPIX-TRADUCE
              PERFORM APLICA-TRADUCCION
           END-IF.
           IF WS-NCODIGOS > ZERO
              PERFORM COMPRUEBA-CODIGOS THRU FIN-COMPRUEBA-CODIGOS
              IF WS-COD-MALO > ZERO
                 PERFORM RECHAZA-CODIGO THRU FIN-RECHAZA-CODIGO
                 GO TO ANOTA-AVANCE
              END-IF
           END-IF.
           MOVE REG-ENTRADA TO REG-SALIDA.
           WRITE REG-SALIDA
               INVALID KEY
                  END-STRING
                  DISPLAY WS-CARGA-RESP UPON SYSOUT
           END-WRITE.
       ANOTA-AVANCE.
           ADD 1 TO WS-DESDE-CHK.
           IF WS-CHKPT-CADA > ZEROES AND
              WS-DESDE-CHK >= WS-CHKPT-CADA
                  INTO WS-CARGA-RESP
           END-STRING.
           DISPLAY WS-CARGA-RESP UPON SYSOUT.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-SALIDA.
           MOVE ZERO TO RETURN-CODE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           END-IF.
           DISPLAY WS-CARGA-RESP UPON SYSOUT.
       FIN-TRATA-DUPLICADO.

       CODIGOS SECTION.
      *    LOS CAMPOS DEL LAYOUT DE SALIDA QUE TIENEN TABLA DE CODIGOS:
      *    PRIMERO LOS CAMPOS (POR SU SEQ) Y LUEGO LOS ENLACES QUE
      *    PRUDICLAY GUARDA BAJO LA RUTA CON EL SUFIJO "#TAB". LOS
      *    CAMPOS QUE SE QUEDAN SIN TABLA SE DESCARTAN AL FINAL.
       CARGA-CODIGOS.
           MOVE ZERO TO WS-NCODIGOS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DICLAY-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/DICLAY.DAT"
                     DELIMITED BY SPACE
                     INTO WS-DICLAY-PATH
              END-STRING
           ELSE
              MOVE "DICLAY.DAT" TO WS-DICLAY-PATH
           END-IF.
           OPEN INPUT DICLAY.
           IF WS-DICLAY-ESTADO NOT = "00"
              GO TO FIN-CARGA-CODIGOS
           END-IF.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-SALIDA(1:200) TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CIERRA-CODIGOS
           END-START.
       LEER-CAMPOS-COD.
           READ DICLAY NEXT
               AT END
                  GO TO CIERRA-CODIGOS
           END-READ.
           IF DL-RUTA NOT = WS-SALIDA(1:200)
              GO TO ENLACES-COD
           END-IF.
           IF WS-NCODIGOS < 50 AND DL-POS > ZERO AND DL-LON > ZERO
              AND DL-POS + DL-LON < 1026
              ADD 1 TO WS-NCODIGOS
              MOVE DL-SEQ TO TB-COD-SEQ(WS-NCODIGOS)
              MOVE DL-NOMBRE TO TB-COD-NOMBRE(WS-NCODIGOS)
              MOVE DL-POS TO TB-COD-POS(WS-NCODIGOS)
              MOVE DL-LON TO TB-COD-LON(WS-NCODIGOS)
              MOVE SPACES TO TB-COD-TABLA(WS-NCODIGOS)
              MOVE LOW-VALUES TO TB-COD-ULTIMO(WS-NCODIGOS)
              MOVE ZERO TO TB-COD-ULT-RC(WS-NCODIGOS)
           END-IF.
           GO TO LEER-CAMPOS-COD.
       ENLACES-COD.
           MOVE SPACES TO WS-RUTA-TABLA.
           STRING WS-SALIDA(1:200) DELIMITED BY SPACE
                  "#TAB" DELIMITED BY SIZE
                  INTO WS-RUTA-TABLA
           END-STRING.
           MOVE SPACES TO DL-CLAVE.
           MOVE WS-RUTA-TABLA TO DL-RUTA.
           MOVE ZEROES TO DL-SEQ.
           START DICLAY KEY NOT LESS DL-CLAVE
               INVALID KEY
                  GO TO CIERRA-CODIGOS
           END-START.
       LEER-ENLACES-COD.
           READ DICLAY NEXT
               AT END
                  GO TO CIERRA-CODIGOS
           END-READ.
           IF DL-RUTA NOT = WS-RUTA-TABLA
              GO TO CIERRA-CODIGOS
           END-IF.
           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK > WS-NCODIGOS
              IF TB-COD-SEQ(WS-KK) = DL-SEQ
                 MOVE DL-CONSTANTE TO TB-COD-TABLA(WS-KK)
              END-IF
           END-PERFORM.
           GO TO LEER-ENLACES-COD.
       CIERRA-CODIGOS.
           CLOSE DICLAY.
      *    SE COMPACTA LA TABLA DEJANDO SOLO LOS CAMPOS CON TABLA.
           MOVE ZERO TO WS-BB.
           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK > WS-NCODIGOS
              IF TB-COD-TABLA(WS-KK) NOT = SPACES
                 ADD 1 TO WS-BB
                 MOVE TB-COD-O(WS-KK) TO TB-COD-O(WS-BB)
              END-IF
           END-PERFORM.
           MOVE WS-BB TO WS-NCODIGOS.
       FIN-CARGA-CODIGOS.

      *    EL PRIMER CAMPO MALO DEL REGISTRO QUEDA EN WS-COD-MALO; UN
      *    VALOR EN BLANCO SE DEJA PASAR.
       COMPRUEBA-CODIGOS.
           MOVE ZERO TO WS-COD-MALO.
           MOVE 1 TO WS-KK.
       SIGUIENTE-CODIGO.
           IF WS-KK > WS-NCODIGOS
              GO TO FIN-COMPRUEBA-CODIGOS
           END-IF.
           MOVE SPACES TO WS-COD-VALOR.
           MOVE REG-ENTRADA(TB-COD-POS(WS-KK):TB-COD-LON(WS-KK))
             TO WS-COD-VALOR.
           IF WS-COD-VALOR = SPACES
              GO TO OTRO-CODIGO
           END-IF.
           IF WS-COD-VALOR NOT = TB-COD-ULTIMO(WS-KK)
              MOVE SPACES TO WS-COD-DETALLE
              MOVE WS-COD-VALOR TO WS-COD-DETALLE
              CALL "PRUCODIGO" USING WS-COD-ACCION TB-COD-TABLA(WS-KK)
                                     WS-COD-DETALLE
              MOVE RETURN-CODE TO WS-COD-RC
              MOVE ZERO TO RETURN-CODE
              MOVE WS-COD-VALOR TO TB-COD-ULTIMO(WS-KK)
              MOVE WS-COD-RC TO TB-COD-ULT-RC(WS-KK)
           END-IF.
           IF TB-COD-ULT-RC(WS-KK) NOT = ZERO
              MOVE WS-KK TO WS-COD-MALO
              GO TO FIN-COMPRUEBA-CODIGOS
           END-IF.
       OTRO-CODIGO.
           ADD 1 TO WS-KK.
           GO TO SIGUIENTE-CODIGO.
       FIN-COMPRUEBA-CODIGOS.

      *    MISMO DESTINO QUE UN DUPLICADO RECHAZADO: LA LINEA VA A
      *    <salida>.ERR PARA CORREGIRLA Y VOLVER A CARGARLA.
       RECHAZA-CODIGO.
           IF NOT RECHAZOS-ABIERTO
              OPEN OUTPUT RECHAZOS
              SET RECHAZOS-ABIERTO TO TRUE
           END-IF.
           MOVE REG-ENTRADA TO REG-RECHAZOS.
           WRITE REG-RECHAZOS.
           ADD 1 TO WS-CARGA-MAL.
           MOVE SPACES TO WS-CARGA-RESP.
           STRING "|CARGA|" WS-CARGA-TOTAL "|CODIGO|"
                  REG-ENTRADA-CLAVE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-COD-NOMBRE(WS-COD-MALO) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-COD-ULTIMO(WS-COD-MALO) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-CARGA-RESP
           END-STRING.
           DISPLAY WS-CARGA-RESP UPON SYSOUT.
       FIN-RECHAZA-CODIGO.

       CUOTAS SECTION.
      *    LA SALIDA INDEXADA OCUPA POR LO MENOS LO QUE EL VOLCADO DEL
      *    QUE SALE, ASI QUE ESO ES LO QUE SE PIDE A PRUCUOTA. SIN
      *    PRUCUOTA TODO CABE, COMO HASTA AHORA. RC 1 SI NO CABE.
       COMPRUEBA-CUOTA.
           MOVE ZEROES TO WS-CUO-TAMANIO.
           MOVE SPACES TO WS-CHK-DETALLE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ENTRADA WS-CHK-DETALLE.
           IF RETURN-CODE = ZERO
              MOVE WS-TAM TO WS-CUO-TAMANIO
           END-IF.
           MOVE "PRUIMPIX" TO WS-CUO-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCUOTA" USING WS-CUO-ACCION WS-SALIDA WS-CUO-TAMANIO
                                 WS-CUO-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 1
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-COMPRUEBA-CUOTA.
