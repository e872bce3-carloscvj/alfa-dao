                      EXPORTAR, EDITAR Y RECARGAR.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - La pasada real no corre con la
*********************               fecha de proceso en un mes cerrado
*********************               en PRUCIERRE
*********************               (|MASUPDERROR|CERRADO|, RC 1); el
*********************               simulacro si.
********************* 15/10/2026 CVJ - Si el diccionario enlaza el
*********************               campo con una tabla de codigos
*********************               de PRUCODIGO, el valor asignado
*********************               (ya encajado como va a quedar en
*********************               el registro) tiene que estar en
*********************               ella y en vigor; si no, no hay
*********************               pasada (|MASUPDERROR|CODIGO|).
********************* 02/09/2026 CVJ - Version inicial. HASTA 10
*********************               ASIGNACIONES; LOS CAMPOS
*********************               DECLARADOS NUMERICOS SE ENCAJAN
       77  WS-DICLAY-ESTADO  PIC XX.
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).

       77  WS-EJECUTA        PIC X VALUE "N".
           88 PASADA-REAL    VALUE "S".
       77  WS-BUSCA-POS      PIC 9(4).
       77  WS-BUSCA-LON      PIC 9(4).
       77  WS-BUSCA-TIPO     PIC X.
       77  WS-BUSCA-TABLA    PIC X(16).
       01  WS-RUTA-TABLA     PIC X(200).
       77  WS-COD-ACCION     PIC X(8) VALUE "VALIDA".
       01  WS-COD-DETALLE    PIC X(160).
       77  WS-COD-RC         PIC 9.
       77  WS-TXT-LON        PIC 9(4).
       01  WS-CAMPO-FIJO     PIC X(64).

                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           IF PASADA-REAL
              PERFORM MIRA-CIERRE THRU FIN-MIRA-CIERRE
              IF RETURN-CODE NOT = ZERO
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           IF PASADA-REAL
              OPEN I-O FICHERO
           ELSE
           MOVE WS-BUSCA-LON TO TB-AS-LON(WS-NASIG).
           MOVE WS-BUSCA-TIPO TO TB-AS-TIPO(WS-NASIG).
           MOVE WS-A-VALOR TO TB-AS-VALOR(WS-NASIG).
           IF WS-BUSCA-TABLA = SPACES OR WS-A-VALOR = SPACES
              GO TO LEE-CAMBIO
           END-IF.
      *    EL VALOR SE VALIDA UNA SOLA VEZ, TAL COMO VA A QUEDAR EN EL
      *    REGISTRO, EN LUGAR DE REGISTRO A REGISTRO.
           MOVE WS-NASIG TO WS-AA.
           PERFORM MONTA-CAMPO-FIJO THRU FIN-MONTA-CAMPO-FIJO.
           MOVE SPACES TO WS-COD-DETALLE.
           MOVE WS-CAMPO-FIJO(1:TB-AS-LON(WS-AA)) TO WS-COD-DETALLE.
           CALL "PRUCODIGO" USING WS-COD-ACCION WS-BUSCA-TABLA
                                  WS-COD-DETALLE.
           MOVE RETURN-CODE TO WS-COD-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-COD-RC NOT = ZERO
              DISPLAY "|MASUPDERROR|CODIGO|" WS-A-CAMPO "|"
                      WS-CAMPO-FIJO(1:TB-AS-LON(WS-AA)) "|"
                      WS-BUSCA-TABLA "|RC:" WS-COD-RC "|"
                      UPON SYSOUT
              MOVE ZERO TO WS-NASIG
              GO TO CIERRA-CAMBIOS
           END-IF.
           GO TO LEE-CAMBIO.
       CIERRA-CAMBIOS.
           CLOSE CAMBIOS.
       FIN-APLICA-CAMBIO.

       COLOCA-ASIGNACION.
           PERFORM MONTA-CAMPO-FIJO THRU FIN-MONTA-CAMPO-FIJO.
           MOVE WS-CAMPO-FIJO(1:TB-AS-LON(WS-AA))
             TO REG-UPD(TB-AS-POS(WS-AA):TB-AS-LON(WS-AA)).
       FIN-COLOCA-ASIGNACION.

       MONTA-CAMPO-FIJO.
           MOVE SPACES TO WS-CAMPO-FIJO.
           IF TB-AS-TIPO(WS-AA) = "N"
              MOVE ALL "0" TO WS-CAMPO-FIJO(1:TB-AS-LON(WS-AA))
              MOVE TB-AS-VALOR(WS-AA)(1:TB-AS-LON(WS-AA))
                TO WS-CAMPO-FIJO(1:TB-AS-LON(WS-AA))
           END-IF.
       FIN-MONTA-CAMPO-FIJO.

      *    UN MES CERRADO EN PRUCIERRE NO SE VUELVE A TOCAR: CON LA
      *    FECHA DE PROCESO DENTRO DE EL NO HAY PASADA REAL.
       MIRA-CIERRE.
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
              DISPLAY "|MASUPDERROR|CERRADO|" WS-FECHA-PROC "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-MIRA-CIERRE.

       IMAGENES SECTION.
      *    LA IMAGEN ANTERIOR COMPLETA DE CADA REGISTRO CAMBIADO, EN
       BUSCA-CAMPO.
           MOVE ZEROES TO WS-BUSCA-POS WS-BUSCA-LON.
           MOVE SPACE TO WS-BUSCA-TIPO.
           MOVE SPACES TO WS-BUSCA-TABLA.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
              MOVE DL-POS TO WS-BUSCA-POS
              MOVE DL-LON TO WS-BUSCA-LON
              MOVE DL-TIPO TO WS-BUSCA-TIPO
              GO TO BUSCA-TABLA
           END-IF.
           GO TO LEE-FICHA.
      *    EL ENLACE CON LA TABLA DE CODIGOS VA BAJO LA RUTA CON EL
      *    SUFIJO "#TAB" Y EL MISMO SEQ DEL CAMPO.
       BUSCA-TABLA.
           MOVE SPACES TO WS-RUTA-TABLA.
           STRING WS-RUTA(1:200) DELIMITED BY SPACE
                  "#TAB" DELIMITED BY SIZE
                  INTO WS-RUTA-TABLA
           END-STRING.
           MOVE WS-RUTA-TABLA TO DL-RUTA.
           READ DICLAY
               INVALID KEY
                  GO TO CIERRA-BUSCA
           END-READ.
           MOVE DL-CONSTANTE TO WS-BUSCA-TABLA.
       CIERRA-BUSCA.
           CLOSE DICLAY.
       FIN-BUSCA-CAMPO.
