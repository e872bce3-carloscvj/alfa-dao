       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUCARGO.
       AUTHOR.        CVJ.
       SECURITY.      REPARTO MENSUAL DEL COSTE DE ALFA ENTRE LOS
                      DEPARTAMENTOS QUE LO USAN: RECORRE EL ALMACEN DE
                      AUDITORIA DEL MES (AUDIT-YYYYMM.DAT DE PRUMES) Y
                      SUMA POR DEPARTAMENTO (UT-DEPTO DE USERTAB) LAS
                      OPERACIONES DE SRU, LAS LLAMADAS A PROGRAMAS Y
                      SU TIEMPO (LINEAS |TIEMPO|), LOS TRABAJOS
                      ENCOLADOS (SUB) Y EL ESPACIO QUE CADA USUARIO
                      TIENE A SU NOMBRE EN EL CATALOGO DE PRUCAT, Y LO
                      VALORA CON LAS TARIFAS DE CARGO.POL. HASTA AHORA
                      NO SABIAMOS QUIEN USABA QUE.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - WS-EXTRACTO-PATH pasa a X(256),
*********************               el largo del nombre de fichero
*********************               que reciben PRUCAT y PRUERR.
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               las fechas de ausencia del
*********************               usuario (UT-AUSENTE-DESDE y
*********************               UT-AUSENTE-HASTA) que fija PRUUSR
*********************               AUSENCIA.
********************* 15/10/2026 CVJ - El registro del catalogo gana
*********************               la marca de enfriado de PRUFRIO
*********************               (nivel, ruta del comprimido y
*********************               fecha) y el contador y la fecha
*********************               de la ultima recuperacion.
********************* 15/10/2026 CVJ - Version inicial. EL MES SE
*********************               FIJA EN PRUCARGOMES (YYYYMM); SI
*********************               NO, EL ANTERIOR AL DE LA FECHA
*********************               DE PROCESO, QUE ES EL QUE PRUMES
*********************               YA HA CONSOLIDADO. CARGO.POL
*********************               (BAJO dd_dir) TRAE LINEAS
*********************               "concepto;centimos" CON LOS
*********************               CONCEPTOS OPERACION, LLAMADA,
*********************               TRABAJO (POR UNIDAD), HORA (POR
*********************               HORA DE EJECUCION) Y MB (POR MB
*********************               CATALOGADO AL CIERRE); UN
*********************               CONCEPTO QUE NO APARECE NO SE
*********************               COBRA. EL USUARIO SIN
*********************               DEPARTAMENTO, O QUE YA NO ESTA EN
*********************               USERTAB, VA A SINDEPTO. EL
*********************               EXTRACTO QUEDA EN
*********************               CARGO-YYYYMM.LOG BAJO dd_trz.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXTRACTO
                  ASSIGN TO DYNAMIC WS-EXTRACTO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXTRACTO-ESTADO.

           SELECT TARIFAS
                  ASSIGN TO DYNAMIC WS-TARIFAS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TARIFAS-ESTADO.

           SELECT ALMACEN
                  ASSIGN TO DYNAMIC WS-AUDIT-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUD-CLAVE
                  FILE STATUS IS WS-AUDIT-ESTADO.

           SELECT USERTAB
                  ASSIGN TO DYNAMIC WS-USERTAB-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UT-USUARIO
                  FILE STATUS IS WS-USERTAB-ESTADO.

           SELECT CATALOGO
                  ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REG-CAT-CLAVE
                  FILE STATUS IS WS-CATALOGO-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  EXTRACTO.
       01  REG-EXTRACTO      PIC X(200).

       FD  TARIFAS.
       01  REG-TARIFAS       PIC X(80).

      *    MISMO LAYOUT DE ALMACEN QUE PRUMES.
       FD  ALMACEN.
       01  REG-AUDITORIA.
           03 AUD-CLAVE.
              05 AUD-TS       PIC X(17).
              05 AUD-USUARIO  PIC X(15).
              05 AUD-SEQ      PIC 9(5).
           03 AUD-ORIGEN      PIC X(8).
           03 AUD-LINEA       PIC X(250).

      *    MISMO LAYOUT DE USUARIOS QUE PRUUSR.
       FD  USERTAB.
       01  REG-USERTAB.
           03 UT-USUARIO   PIC X(15).
           03 UT-ACTIVO    PIC X.
              88 UT-USUARIO-ACTIVO VALUE "S".
           03 UT-FECHA-ALTA     PIC X(8).
           03 UT-FECHA-ULTLOGIN PIC X(8).
           03 UT-OPS            PIC X(64).
           03 UT-PROGS          PIC X(128).
           03 UT-DEPTO          PIC X(8).
           03 UT-AUSENTE-DESDE  PIC X(8).
           03 UT-AUSENTE-HASTA  PIC X(8).

      *    MISMO LAYOUT DE CATALOGO QUE PRUCAT.
       FD  CATALOGO.
       01  REG-CATALOGO.
           03 REG-CAT-CLAVE      PIC X(200).
           03 REG-CAT-FECHACREA  PIC X(8).
           03 REG-CAT-HORACREA   PIC X(8).
           03 REG-CAT-FECHAMOD   PIC X(8).
           03 REG-CAT-HORAMOD    PIC X(8).
           03 REG-CAT-TAMANIO    PIC 9(9).
           03 REG-CAT-USUARIO    PIC X(15).
           03 REG-CAT-FECHAVERIF PIC X(8).
           03 REG-CAT-NIVEL      PIC X.
              88 CAT-ENFRIADO    VALUE "F".
           03 REG-CAT-FRIO       PIC X(200).
           03 REG-CAT-FECHAFRIO  PIC X(8).
           03 REG-CAT-RECUPERA   PIC 9(5).
           03 REG-CAT-FECHARECU  PIC X(8).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUCARGO".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       01  WS-EXTRACTO-PATH  PIC X(256).
       77  WS-EXTRACTO-ESTADO PIC XX.
       77  WS-EXTRACTO-ABIERTO PIC X VALUE "N".
           88 EXTRACTO-ABIERTO VALUE "S".
       01  WS-TARIFAS-PATH   PIC X(200).
       77  WS-TARIFAS-ESTADO PIC XX.
       77  WS-AUDIT-PATH     PIC X(200).
       77  WS-AUDIT-ESTADO   PIC XX.
       01  WS-USERTAB-PATH   PIC X(200).
       77  WS-USERTAB-ESTADO PIC XX.
       77  WS-USERTAB-ABIERTO PIC X VALUE "N".
           88 USERTAB-ABIERTO VALUE "S".
       01  WS-CATALOGO-PATH  PIC X(200).
       77  WS-CATALOGO-ESTADO PIC XX.
       77  WS-CONTEXTO       PIC X(64).

      *    EL MES A REPARTIR: PRUCARGOMES O EL ANTERIOR AL DE LA
      *    FECHA DE PROCESO.
       77  WS-MES            PIC X(6).
       01  WS-FECHA.
           03 WS-ANO         PIC 9(4).
           03 WS-MES-N       PIC 9(2).
           03 WS-DIA         PIC 9(2).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".

      *    TARIFAS EN CENTIMOS.
       77  WS-T-CONCEPTO     PIC X(20).
       77  WS-T-PRECIO-TXT   PIC X(12).
       77  WS-T-PRECIO       PIC 9(7).
       77  WS-TAR-OPERACION  PIC 9(7) VALUE ZEROES.
       77  WS-TAR-LLAMADA    PIC 9(7) VALUE ZEROES.
       77  WS-TAR-HORA       PIC 9(7) VALUE ZEROES.
       77  WS-TAR-TRABAJO    PIC 9(7) VALUE ZEROES.
       77  WS-TAR-MB         PIC 9(7) VALUE ZEROES.

      *    TROCEO DE LA LINEA DE AUDITORIA, COMO EN PRUDIARIO.
       77  WS-CAMPO1         PIC X(48).
       77  WS-CAMPO2         PIC X(48).
       77  WS-CAMPO3         PIC X(48).
       77  WS-CAMPO-T4       PIC X(48).
       77  WS-CAMPO-T5       PIC X(48).
       77  WS-SEGS-TXT       PIC X(5).
       77  WS-SEGS-VAL       PIC 9(5).

      *    DEPARTAMENTO DEL ULTIMO USUARIO CONSULTADO: EL ALMACEN VA
      *    POR FECHA-HORA Y UN MISMO USUARIO SUELE VENIR SEGUIDO.
       77  WS-USUARIO        PIC X(15).
       77  WS-ULT-USUARIO    PIC X(15) VALUE HIGH-VALUES.
       77  WS-DEPTO          PIC X(8).
       77  WS-SINDEPTO       PIC X(8) VALUE "SINDEPTO".

       01  TB-DEPTOS.
           03 TB-DEP-O       OCCURS 100.
              05 TB-DEP-CODIGO    PIC X(8).
              05 TB-DEP-OPS       PIC 9(9).
              05 TB-DEP-LLAMADAS  PIC 9(9).
              05 TB-DEP-SEGUNDOS  PIC 9(11).
              05 TB-DEP-TRABAJOS  PIC 9(7).
              05 TB-DEP-BYTES     PIC 9(15).
       77  WS-NDEP           PIC 999 VALUE ZEROES.
       77  WS-D              PIC 999.
       77  WS-DH             PIC 999.

       77  WS-LEIDAS         PIC 9(9) VALUE ZEROES.
       77  WS-CONCEPTO       PIC X(10).
       77  WS-CANTIDAD       PIC 9(15).
       77  WS-TARIFA         PIC 9(7).
       77  WS-IMPORTE        PIC 9(13).
       77  WS-IMP-DEPTO      PIC 9(13).
       77  WS-IMP-TOTAL      PIC 9(13) VALUE ZEROES.
       77  WS-EUROS          PIC 9(11)V99.
       77  WS-EUROS-ED       PIC Z(10)9.99.
       01  WS-LINEA          PIC X(200).

       PROCEDURE DIVISION.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-MES.
           DISPLAY "PRUCARGOMES" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MES FROM ENVIRONMENT-VALUE.
           IF WS-MES = SPACES OR WS-MES = LOW-VALUES
              PERFORM MES-ANTERIOR THRU FIN-MES-ANTERIOR
           END-IF.
           IF WS-MES IS NOT NUMERIC
              DISPLAY "|CARGOERROR|MES|" WS-MES "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE 1 TO WS-NDEP WS-DH.
           MOVE WS-SINDEPTO TO TB-DEP-CODIGO(WS-DH).
           PERFORM LIMPIA-DEPTO THRU FIN-BUSCA-DEPTO.
           PERFORM LEE-TARIFAS THRU FIN-LEE-TARIFAS.
           PERFORM ABRE-USERTAB THRU FIN-ABRE-USERTAB.
       PROCESOS.
           PERFORM RECORRE-ALMACEN THRU FIN-RECORRE-ALMACEN.
           IF RETURN-CODE NOT = ZERO
              GO TO CIERRA-PROCESOS
           END-IF.
           PERFORM RECORRE-CATALOGO THRU FIN-RECORRE-CATALOGO.
           PERFORM SACA-EXTRACTO THRU FIN-SACA-EXTRACTO.
       CIERRA-PROCESOS.
           IF USERTAB-ABIERTO
              CLOSE USERTAB
           END-IF.
           IF EXTRACTO-ABIERTO
              CLOSE EXTRACTO
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PREPARA SECTION.
       MES-ANTERIOR.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           IF WS-MES-N > 1
              SUBTRACT 1 FROM WS-MES-N
           ELSE
              MOVE 12 TO WS-MES-N
              SUBTRACT 1 FROM WS-ANO
           END-IF.
           MOVE WS-FECHA(1:6) TO WS-MES.
       FIN-MES-ANTERIOR.

      *    CARGO.POL: "concepto;centimos"; LAS LINEAS CON "*" SON
      *    COMENTARIOS. SIN FICHERO EL EXTRACTO SALE CON LAS
      *    CANTIDADES Y A CERO.
       LEE-TARIFAS.
           MOVE SPACES TO WS-TARIFAS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/CARGO.POL"
                     DELIMITED BY SPACE
                     INTO WS-TARIFAS-PATH
              END-STRING
           ELSE
              MOVE "CARGO.POL" TO WS-TARIFAS-PATH
           END-IF.
           OPEN INPUT TARIFAS.
           IF WS-TARIFAS-ESTADO NOT = "00"
              DISPLAY "|CARGO|SINTARIFAS|" WS-TARIFAS-PATH "|"
                      UPON SYSOUT
              GO TO FIN-LEE-TARIFAS
           END-IF.
       LEYENDO-TARIFAS.
           READ TARIFAS
               AT END
                  GO TO CIERRA-TARIFAS
           END-READ.
           IF REG-TARIFAS = SPACES OR REG-TARIFAS(1:1) = "*"
              GO TO LEYENDO-TARIFAS
           END-IF.
           MOVE SPACES TO WS-T-CONCEPTO WS-T-PRECIO-TXT.
           UNSTRING REG-TARIFAS DELIMITED BY ";" INTO
                 WS-T-CONCEPTO
                 WS-T-PRECIO-TXT
           END-UNSTRING.
           MOVE ZEROES TO WS-T-PRECIO.
           UNSTRING WS-T-PRECIO-TXT DELIMITED BY SPACE
                 INTO WS-T-PRECIO
           END-UNSTRING.
           IF WS-T-PRECIO IS NOT NUMERIC
              DISPLAY "|CARGOERROR|TARIFA|" REG-TARIFAS(1:40) "|"
                      UPON SYSOUT
              GO TO LEYENDO-TARIFAS
           END-IF.
           EVALUATE WS-T-CONCEPTO
               WHEN "OPERACION"
                    MOVE WS-T-PRECIO TO WS-TAR-OPERACION
               WHEN "LLAMADA"
                    MOVE WS-T-PRECIO TO WS-TAR-LLAMADA
               WHEN "HORA"
                    MOVE WS-T-PRECIO TO WS-TAR-HORA
               WHEN "TRABAJO"
                    MOVE WS-T-PRECIO TO WS-TAR-TRABAJO
               WHEN "MB"
                    MOVE WS-T-PRECIO TO WS-TAR-MB
               WHEN OTHER
                    DISPLAY "|CARGOERROR|CONCEPTO|" WS-T-CONCEPTO "|"
                            UPON SYSOUT
           END-EVALUATE.
           GO TO LEYENDO-TARIFAS.
       CIERRA-TARIFAS.
           CLOSE TARIFAS.
       FIN-LEE-TARIFAS.

      *    LA TABLA DE USUARIOS SE ABRE SOLO PARA LEER; SIN ELLA TODO
      *    VA A SINDEPTO, QUE SIGUE SIENDO UN REPARTO DEL TOTAL.
       ABRE-USERTAB.
           MOVE SPACES TO WS-USERTAB-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/USUARIOS"
                     DELIMITED BY SPACE
                     INTO WS-USERTAB-PATH
              END-STRING
           ELSE
              MOVE "USUARIOS" TO WS-USERTAB-PATH
           END-IF.
           OPEN INPUT USERTAB.
           IF WS-USERTAB-ESTADO = "00"
              SET USERTAB-ABIERTO TO TRUE
           ELSE
              DISPLAY "|CARGO|SINUSUARIOS|" WS-USERTAB-PATH "|"
                      UPON SYSOUT
           END-IF.
       FIN-ABRE-USERTAB.

       USO SECTION.
      *    DEL ALMACEN SOLO CUENTAN LAS LINEAS DE SRU: LAS |TIEMPO|
      *    SON LLAMADAS CON SU DURACION Y EL RESTO OPERACIONES, Y
      *    UNA OPERACION SUB ES ADEMAS UN TRABAJO DE FONDO.
       RECORRE-ALMACEN.
           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/AUDIT-" WS-MES ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
           ELSE
              STRING "AUDIT-" WS-MES ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
           END-IF.
           OPEN INPUT ALMACEN.
           IF WS-AUDIT-ESTADO NOT = "00"
              DISPLAY "|CARGOERROR|SINALMACEN|" WS-AUDIT-PATH "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-RECORRE-ALMACEN
           END-IF.
       LEYENDO-ALMACEN.
           READ ALMACEN NEXT
               AT END
                  GO TO CIERRA-ALMACEN
           END-READ.
           IF AUD-ORIGEN NOT = "SRU"
              GO TO LEYENDO-ALMACEN
           END-IF.
           ADD 1 TO WS-LEIDAS.
           MOVE AUD-USUARIO TO WS-USUARIO.
           PERFORM BUSCA-DEPTO THRU FIN-BUSCA-DEPTO.
           MOVE SPACES TO WS-CAMPO1 WS-CAMPO2 WS-CAMPO3
                          WS-CAMPO-T4 WS-CAMPO-T5.
           UNSTRING AUD-LINEA DELIMITED BY "|" INTO
                 WS-CAMPO1
                 WS-CAMPO2
                 WS-CAMPO3
                 WS-CAMPO-T4
                 WS-CAMPO-T5
           END-UNSTRING.
           IF WS-CAMPO3(1:7) = "TIEMPO:"
              ADD 1 TO TB-DEP-LLAMADAS(WS-DH)
              IF WS-CAMPO-T5(1:9) = "SEGUNDOS:"
                 MOVE WS-CAMPO-T5(10:5) TO WS-SEGS-TXT
                 IF WS-SEGS-TXT IS NUMERIC
                    MOVE WS-SEGS-TXT TO WS-SEGS-VAL
                    ADD WS-SEGS-VAL TO TB-DEP-SEGUNDOS(WS-DH)
                 END-IF
              END-IF
              GO TO LEYENDO-ALMACEN
           END-IF.
           IF WS-CAMPO3(1:10) = "OPERACION:"
              ADD 1 TO TB-DEP-OPS(WS-DH)
              IF WS-CAMPO3(11:4) = "SUB "
                 ADD 1 TO TB-DEP-TRABAJOS(WS-DH)
              END-IF
           END-IF.
           GO TO LEYENDO-ALMACEN.
       CIERRA-ALMACEN.
           CLOSE ALMACEN.
       FIN-RECORRE-ALMACEN.

      *    EL ESPACIO ES EL QUE CADA USUARIO TIENE CATALOGADO A SU
      *    NOMBRE EN EL MOMENTO DE LA PASADA.
       RECORRE-CATALOGO.
           MOVE SPACES TO WS-CATALOGO-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PRUCAT.DAT"
                     DELIMITED BY SPACE
                     INTO WS-CATALOGO-PATH
              END-STRING
           ELSE
              MOVE "PRUCAT.DAT" TO WS-CATALOGO-PATH
           END-IF.
           OPEN INPUT CATALOGO.
           IF WS-CATALOGO-ESTADO NOT = "00"
              DISPLAY "|CARGO|SINCATALOGO|" WS-CATALOGO-PATH "|"
                      UPON SYSOUT
              GO TO FIN-RECORRE-CATALOGO
           END-IF.
       LEYENDO-CATALOGO.
           READ CATALOGO
               AT END
                  GO TO CIERRA-CATALOGO
           END-READ.
           MOVE REG-CAT-USUARIO TO WS-USUARIO.
           PERFORM BUSCA-DEPTO THRU FIN-BUSCA-DEPTO.
           ADD REG-CAT-TAMANIO TO TB-DEP-BYTES(WS-DH).
           GO TO LEYENDO-CATALOGO.
       CIERRA-CATALOGO.
           CLOSE CATALOGO.
       FIN-RECORRE-CATALOGO.

      *    DEJA EN WS-DH LA FILA DEL DEPARTAMENTO DE WS-USUARIO,
      *    DANDOLA DE ALTA SI ES NUEVA; LA FILA 1 ES SINDEPTO, QUE SE
      *    QUEDA TAMBIEN LO QUE YA NO CABE EN LA TABLA.
       BUSCA-DEPTO.
           IF WS-USUARIO NOT = WS-ULT-USUARIO
              MOVE WS-USUARIO TO WS-ULT-USUARIO
              MOVE WS-SINDEPTO TO WS-DEPTO
              IF USERTAB-ABIERTO AND WS-USUARIO NOT = SPACES
                 MOVE WS-USUARIO TO UT-USUARIO
                 READ USERTAB
                     NOT INVALID KEY
                        IF UT-DEPTO NOT = SPACES
                           MOVE UT-DEPTO TO WS-DEPTO
                        END-IF
                 END-READ
              END-IF
           END-IF.
           MOVE ZEROES TO WS-DH.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-NDEP OR WS-DH > ZERO
              IF TB-DEP-CODIGO(WS-D) = WS-DEPTO
                 MOVE WS-D TO WS-DH
              END-IF
           END-PERFORM.
           IF WS-DH > ZERO
              GO TO FIN-BUSCA-DEPTO
           END-IF.
           IF WS-NDEP >= 100
              MOVE 1 TO WS-DH
              GO TO FIN-BUSCA-DEPTO
           END-IF.
           ADD 1 TO WS-NDEP.
           MOVE WS-NDEP TO WS-DH.
           MOVE WS-DEPTO TO TB-DEP-CODIGO(WS-DH).
       LIMPIA-DEPTO.
           MOVE ZEROES TO TB-DEP-OPS(WS-DH) TB-DEP-LLAMADAS(WS-DH)
                          TB-DEP-SEGUNDOS(WS-DH) TB-DEP-TRABAJOS(WS-DH)
                          TB-DEP-BYTES(WS-DH).
       FIN-BUSCA-DEPTO.

       EXTRACTO-MES SECTION.
      *    UNA LINEA POR CONCEPTO Y DEPARTAMENTO CON CANTIDAD, TARIFA
      *    E IMPORTE, EL TOTAL DEL DEPARTAMENTO Y EL TOTAL GENERAL.
       SACA-EXTRACTO.
           MOVE SPACES TO WS-LINEA.
           MOVE SPACES TO WS-EXTRACTO-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/CARGO-" WS-MES ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-EXTRACTO-PATH
           ELSE
              STRING "CARGO-" WS-MES ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-EXTRACTO-PATH
           END-IF.
           OPEN OUTPUT EXTRACTO.
           IF WS-EXTRACTO-ESTADO = "00"
              SET EXTRACTO-ABIERTO TO TRUE
           ELSE
              MOVE "ABRIENDO EXTRACTO" TO WS-CONTEXTO
              CALL "PRUERR" USING WS-EXTRACTO-ESTADO WS-EXTRACTO-PATH
                                  PROG WS-CONTEXTO
           END-IF.
           STRING "|CARGO|MES:" WS-MES
                  "|LINEAS:" WS-LEIDAS
                  "|TARIFAS:OPERACION:" WS-TAR-OPERACION
                  ";LLAMADA:" WS-TAR-LLAMADA
                  ";HORA:" WS-TAR-HORA
                  ";TRABAJO:" WS-TAR-TRABAJO
                  ";MB:" WS-TAR-MB "|"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NDEP
              PERFORM VALORA-DEPTO THRU FIN-VALORA-DEPTO
           END-PERFORM.
           COMPUTE WS-EUROS = WS-IMP-TOTAL / 100.
           MOVE WS-EUROS TO WS-EUROS-ED.
           STRING "|CARGOFIN|MES:" WS-MES "|DEPTOS:" WS-NDEP
                  "|IMPORTE:" WS-EUROS-ED "|"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           IF EXTRACTO-ABIERTO
              CLOSE EXTRACTO
              MOVE "N" TO WS-EXTRACTO-ABIERTO
              CALL "PRUCAT" USING "ALTA" WS-EXTRACTO-PATH
           END-IF.
       FIN-SACA-EXTRACTO.

       VALORA-DEPTO.
           MOVE ZEROES TO WS-IMP-DEPTO.
           MOVE "OPERACION" TO WS-CONCEPTO.
           MOVE TB-DEP-OPS(WS-D) TO WS-CANTIDAD.
           MOVE WS-TAR-OPERACION TO WS-TARIFA.
           COMPUTE WS-IMPORTE = WS-CANTIDAD * WS-TARIFA.
           PERFORM LINEA-CONCEPTO THRU FIN-LINEA-CONCEPTO.
           MOVE "LLAMADA" TO WS-CONCEPTO.
           MOVE TB-DEP-LLAMADAS(WS-D) TO WS-CANTIDAD.
           MOVE WS-TAR-LLAMADA TO WS-TARIFA.
           COMPUTE WS-IMPORTE = WS-CANTIDAD * WS-TARIFA.
           PERFORM LINEA-CONCEPTO THRU FIN-LINEA-CONCEPTO.
      *    EL TIEMPO SE MIDE EN SEGUNDOS Y SE COBRA POR HORA.
           MOVE "SEGUNDOS" TO WS-CONCEPTO.
           MOVE TB-DEP-SEGUNDOS(WS-D) TO WS-CANTIDAD.
           MOVE WS-TAR-HORA TO WS-TARIFA.
           COMPUTE WS-IMPORTE ROUNDED =
                   WS-CANTIDAD * WS-TARIFA / 3600.
           PERFORM LINEA-CONCEPTO THRU FIN-LINEA-CONCEPTO.
           MOVE "TRABAJO" TO WS-CONCEPTO.
           MOVE TB-DEP-TRABAJOS(WS-D) TO WS-CANTIDAD.
           MOVE WS-TAR-TRABAJO TO WS-TARIFA.
           COMPUTE WS-IMPORTE = WS-CANTIDAD * WS-TARIFA.
           PERFORM LINEA-CONCEPTO THRU FIN-LINEA-CONCEPTO.
           MOVE "MB" TO WS-CONCEPTO.
           COMPUTE WS-CANTIDAD ROUNDED =
                   TB-DEP-BYTES(WS-D) / 1048576.
           MOVE WS-TAR-MB TO WS-TARIFA.
           COMPUTE WS-IMPORTE = WS-CANTIDAD * WS-TARIFA.
           PERFORM LINEA-CONCEPTO THRU FIN-LINEA-CONCEPTO.
           ADD WS-IMP-DEPTO TO WS-IMP-TOTAL.
           COMPUTE WS-EUROS = WS-IMP-DEPTO / 100.
           MOVE WS-EUROS TO WS-EUROS-ED.
           STRING "|CARGODEPTO|" TB-DEP-CODIGO(WS-D)
                  "|IMPORTE:" WS-EUROS-ED "|"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-VALORA-DEPTO.

       LINEA-CONCEPTO.
           ADD WS-IMPORTE TO WS-IMP-DEPTO.
           COMPUTE WS-EUROS = WS-IMPORTE / 100.
           MOVE WS-EUROS TO WS-EUROS-ED.
           STRING "|CARGOLINEA|" TB-DEP-CODIGO(WS-D)
                  "|" WS-CONCEPTO
                  "|CANTIDAD:" WS-CANTIDAD
                  "|TARIFA:" WS-TARIFA
                  "|IMPORTE:" WS-EUROS-ED "|"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-LINEA-CONCEPTO.

       ESCRIBE-LINEA.
           DISPLAY WS-LINEA UPON SYSOUT.
           IF EXTRACTO-ABIERTO
              MOVE SPACES TO REG-EXTRACTO
              MOVE WS-LINEA TO REG-EXTRACTO
              WRITE REG-EXTRACTO
           END-IF.
           MOVE SPACES TO WS-LINEA.
       FIN-ESCRIBE-LINEA.
