       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRULEGAL.
       AUTHOR.        CVJ.
       SECURITY.      REGISTRO DE RETENCIONES LEGALES (LEGALES.DAT BAJO
                      dd_dir, CLAVE EXPEDIENTE MAS CORRELATIVO): CADA
                      EXPEDIENTE DE AUDITORES O ABOGADOS RETIENE
                      FICHEROS (RUTA, NOMBRE LOGICO, NOMBRE BASE O
                      PATRON CON "*"), AREAS dd_ ENTERAS, TRAZAS DE
                      dd_trz DE UN RANGO DE FECHAS Y REFERENCIAS DE
                      PAGO, CON QUIEN LA PUSO, POR QUE Y HASTA CUANDO.
                      PRURETEN, PRURM, PRUMES Y PRUARCHIVA LA CONSULTAN
                      ANTES DE BORRAR, APARTAR, RETIRAR O ARCHIVAR, Y
                      MANDA SOBRE SU POLITICA. HASTA AHORA SOLO HABIA
                      PROTEGIDOS.LST, SIN EXPEDIENTE, SIN RESPONSABLE
                      Y SIN FECHA DE FIN: LO QUE ENTRABA NO SALIA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. ACCIONES: ALTA
*********************               (detalle "tipo;objeto;desde;
*********************               hasta;fin;motivo"; tipo F
*********************               fichero, A area dd_xxx, T trazas
*********************               con objeto = prefijo del nombre
*********************               o blanco y desde/hasta YYYYMMDD,
*********************               P referencia de pago; fin en
*********************               blanco = sin fecha) - LEVANTA
*********************               (detalle: correlativo, en blanco
*********************               todas las del expediente) -
*********************               CONSULTA (detalle: ruta resuelta;
*********************               RC 1 y el expediente si esta
*********************               retenida) - REGISTRO (detalle:
*********************               imagen de un registro; RC 1 si
*********************               lleva una referencia retenida) -
*********************               INFORME (las vigentes y lo que
*********************               cada una protege hoy).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEGALES
                  ASSIGN TO DYNAMIC WS-LEGALES-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LG-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT CANDIDATOS
                  ASSIGN TO DYNAMIC WS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LISTA-ESTADO.

           SELECT PAGOSHIST
                  ASSIGN TO DYNAMIC WS-HIST-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-CLAVE
                  FILE STATUS IS WS-HIST-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  LEGALES.
       01  REG-LEGALES.
           03 LG-CLAVE.
              05 LG-CASO     PIC X(20).
              05 LG-SEQ      PIC 9(3).
           03 LG-TIPO        PIC X.
              88 LG-FICHERO     VALUE "F".
              88 LG-AREA        VALUE "A".
              88 LG-TRAZAS      VALUE "T".
              88 LG-PAGO        VALUE "P".
           03 LG-OBJETO      PIC X(128).
           03 LG-DESDE       PIC X(8).
           03 LG-HASTA       PIC X(8).
           03 LG-FIN         PIC X(8).
           03 LG-ESTADO      PIC X.
              88 LG-ACTIVA      VALUE "A".
              88 LG-LEVANTADA   VALUE "L".
           03 LG-MOTIVO      PIC X(60).
           03 LG-AUTOR       PIC X(15).
           03 LG-FECHA       PIC X(8).
           03 LG-LEV-AUTOR   PIC X(15).
           03 LG-LEV-FECHA   PIC X(8).

       FD  CANDIDATOS.
       01  REG-CANDIDATOS    PIC X(256).

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

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRULEGAL".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-LEGALES-PATH   PIC X(200).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 LEGALES-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA-HOY      PIC X(8).
       01  WS-LG-RESP        PIC X(400).
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       77  WS-SIGUIENTE      PIC 9(3).
       77  WS-LEVANTADAS     PIC 9(5) VALUE ZEROES.
       77  WS-D-SEQ          PIC X(3).

       77  WS-D-TIPO         PIC X.
       01  WS-D-OBJETO       PIC X(128).
       77  WS-D-DESDE        PIC X(8).
       77  WS-D-HASTA        PIC X(8).
       77  WS-D-FIN          PIC X(8).
       01  WS-D-MOTIVO       PIC X(60).

      *    LAS RETENCIONES VIGENTES, YA RESUELTAS, SE CARGAN UNA VEZ
      *    POR UNIDAD DE EJECUCION: PRURM, PRURETEN Y PRUARCHIVA
      *    PREGUNTAN POR CADA FICHERO O REGISTRO Y NO PUEDEN ABRIR EL
      *    REGISTRO CADA VEZ. UN ALTA O UN LEVANTA OBLIGAN A RECARGAR.
       77  WS-CARGADA        PIC X VALUE "N".
           88 TABLA-CARGADA  VALUE "S".
       01  TB-RETENCIONES.
           03 TB-RET-O       OCCURS 200.
              05 TB-RET-CASO    PIC X(20).
              05 TB-RET-SEQ     PIC 9(3).
              05 TB-RET-TIPO    PIC X.
              05 TB-RET-OBJETO  PIC X(256).
              05 TB-RET-LON     PIC 999.
              05 TB-RET-DESDE   PIC X(8).
              05 TB-RET-HASTA   PIC X(8).
       77  WS-NRET           PIC 999 VALUE ZERO.
       77  WS-RR             PIC 999.
       77  WS-HALLADA        PIC 999.
       01  WS-DD-TRZ         PIC X(128).
       77  WS-TRZ-LON        PIC 999.
       77  WS-DD-TMP         PIC X(128).

      *    LA RUTA QUE SE COTEJA, SU NOMBRE BASE Y LA FECHA QUE LLEVE
      *    EN EL NOMBRE (YYYYMMDD, O YYYYMM QUE VALE POR TODO EL MES).
       01  WS-RUTA           PIC X(256).
       01  WS-BASE           PIC X(256).
       77  WS-BASEPOS        PIC 999.
       77  WS-K              PIC 999.
       77  WS-RETENIDA       PIC X VALUE "N".
           88 RETENIDA-SI    VALUE "S".
       77  WS-FECHA-INI      PIC X(8).
       77  WS-FECHA-FIN      PIC X(8).
       77  WS-APARICIONES    PIC 9(4).

      *    INFORME: LOS CANDIDATOS DE CADA RETENCION SE LISTAN CON find
      *    (COMO EN PRURETEN) Y SE PASAN UNO A UNO POR EL MISMO COTEJO.
       01  WS-LISTA          PIC X(200).
       77  WS-LISTA-ESTADO   PIC XX.
       77  WS-CMD-FIND       PIC X(500).
       01  WS-DIRECTORIO     PIC X(256).
       01  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       77  WS-PROTEGE        PIC 9(7).
       77  WS-CADUCADAS      PIC 9(5) VALUE ZEROES.

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  CASO              PIC X(20).
       77  DETALLE           PIC X(1024).

       PROCEDURE DIVISION USING ACCION CASO DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO RETURN-CODE.
       PROCESOS.
           EVALUATE ACCION
               WHEN "CONSULTA"
                    PERFORM CONSULTA-RUTA THRU FIN-CONSULTA-RUTA
                    GO TO FIN-PROCESOS
               WHEN "REGISTRO"
                    PERFORM CONSULTA-REGISTRO
                       THRU FIN-CONSULTA-REGISTRO
                    GO TO FIN-PROCESOS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           PERFORM ABRE-LEGALES.
           IF NOT LEGALES-ABIERTO
              MOVE 3 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-RETENCION THRU FIN-ALTA-RETENCION
               WHEN "LEVANTA"
                    PERFORM LEVANTA-RETENCION
                       THRU FIN-LEVANTA-RETENCION
               WHEN "INFORME"
                    PERFORM INFORME-RETENCIONES
                       THRU FIN-INFORME-RETENCIONES
               WHEN OTHER
                    DISPLAY "|LEGALERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           CLOSE LEGALES.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-LEGALES SECTION.
      *    MISMO ABRE-O-CREA QUE PRUEMPRESA.
       ABRIENDO-LEGALES.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LEGALES-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/LEGALES.DAT"
                     DELIMITED BY SPACE
                     INTO WS-LEGALES-PATH
              END-STRING
           ELSE
              MOVE "LEGALES.DAT" TO WS-LEGALES-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O LEGALES.
           IF ERRORES = "00"
              SET LEGALES-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-LEGALES
           END-IF.
           OPEN OUTPUT LEGALES.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO LEGALES" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-LEGALES-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-LEGALES
           END-IF.
           CLOSE LEGALES.
           OPEN I-O LEGALES.
           IF ERRORES = "00"
              SET LEGALES-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-LEGALES.

       MANTENIMIENTO SECTION.
       ALTA-RETENCION.
           MOVE SPACES TO WS-D-TIPO WS-D-OBJETO WS-D-DESDE WS-D-HASTA
                          WS-D-FIN WS-D-MOTIVO.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-TIPO
                 WS-D-OBJETO
                 WS-D-DESDE
                 WS-D-HASTA
                 WS-D-FIN
                 WS-D-MOTIVO
           END-UNSTRING.
           IF WS-D-DESDE = SPACES
              MOVE "00000000" TO WS-D-DESDE
           END-IF.
           IF WS-D-HASTA = SPACES
              MOVE "99999999" TO WS-D-HASTA
           END-IF.
      *    UNA RETENCION SIN EXPEDIENTE, SIN MOTIVO O YA VENCIDA ES
      *    JUSTO LO QUE TENIA PROTEGIDOS.LST; NO SE ADMITE.
           IF CASO = SPACES OR WS-D-MOTIVO = SPACES
              OR (WS-D-TIPO NOT = "F" AND WS-D-TIPO NOT = "A" AND
                  WS-D-TIPO NOT = "T" AND WS-D-TIPO NOT = "P")
              OR (WS-D-OBJETO = SPACES AND WS-D-TIPO NOT = "T")
              OR (WS-D-TIPO = "A" AND WS-D-OBJETO(1:3) NOT = "dd_")
              OR WS-D-DESDE IS NOT NUMERIC
              OR WS-D-HASTA IS NOT NUMERIC
              OR WS-D-HASTA < WS-D-DESDE
              OR (WS-D-FIN NOT = SPACES AND
                  (WS-D-FIN IS NOT NUMERIC OR WS-D-FIN < WS-FECHA-HOY))
              DISPLAY "|LEGALERROR|DETALLE|" CASO "|"
                      DETALLE(1:80) "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ALTA-RETENCION
           END-IF.
      *    EL SIGUIENTE CORRELATIVO DEL EXPEDIENTE.
           MOVE ZERO TO WS-SIGUIENTE.
           MOVE CASO TO LG-CASO.
           MOVE ZEROES TO LG-SEQ.
           START LEGALES KEY NOT LESS LG-CLAVE
               INVALID KEY
                  GO TO GRABA-RETENCION
           END-START.
       BUSCA-ULTIMA.
           READ LEGALES NEXT
               AT END
                  GO TO GRABA-RETENCION
           END-READ.
           IF LG-CASO NOT = CASO
              GO TO GRABA-RETENCION
           END-IF.
           MOVE LG-SEQ TO WS-SIGUIENTE.
           GO TO BUSCA-ULTIMA.
       GRABA-RETENCION.
           ADD 1 TO WS-SIGUIENTE.
           MOVE SPACES TO REG-LEGALES.
           MOVE CASO TO LG-CASO.
           MOVE WS-SIGUIENTE TO LG-SEQ.
           MOVE WS-D-TIPO TO LG-TIPO.
           MOVE WS-D-OBJETO TO LG-OBJETO.
           MOVE WS-D-DESDE TO LG-DESDE.
           MOVE WS-D-HASTA TO LG-HASTA.
           MOVE WS-D-FIN TO LG-FIN.
           SET LG-ACTIVA TO TRUE.
           MOVE WS-D-MOTIVO TO LG-MOTIVO.
           MOVE USUARIO TO LG-AUTOR.
           MOVE WS-FECHA-HOY TO LG-FECHA.
           WRITE REG-LEGALES
               INVALID KEY
                  MOVE "GRABANDO RETENCION" TO WS-CONTEXTO
                  CALL "PRUERR" USING ERRORES WS-LEGALES-PATH PROG
                                      WS-CONTEXTO
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-ALTA-RETENCION
           END-WRITE.
           MOVE "N" TO WS-CARGADA.
           MOVE SPACES TO WS-LG-RESP.
           STRING "|LEGAL|ALTA|" CASO DELIMITED BY SPACE
                  "|" LG-SEQ "|" LG-TIPO "|" DELIMITED BY SIZE
                  LG-OBJETO DELIMITED BY SPACE
                  "|POR:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-LG-RESP
           END-STRING.
           DISPLAY WS-LG-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-ALTA-RETENCION.

      *    LEVANTAR NO BORRA: LA FICHA SE QUEDA CON QUIEN Y CUANDO LA
      *    LEVANTO, QUE TAMBIEN ES HISTORIA DEL EXPEDIENTE.
       LEVANTA-RETENCION.
           MOVE ZEROES TO WS-LEVANTADAS.
           MOVE DETALLE(1:3) TO WS-D-SEQ.
           IF CASO = SPACES OR
              (WS-D-SEQ NOT = SPACES AND WS-D-SEQ IS NOT NUMERIC)
              DISPLAY "|LEGALERROR|DETALLE|" CASO "|" WS-D-SEQ "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-LEVANTA-RETENCION
           END-IF.
           MOVE CASO TO LG-CASO.
           MOVE ZEROES TO LG-SEQ.
           START LEGALES KEY NOT LESS LG-CLAVE
               INVALID KEY
                  GO TO CUENTA-LEVANTADAS
           END-START.
       LEE-LEVANTA.
           READ LEGALES NEXT
               AT END
                  GO TO CUENTA-LEVANTADAS
           END-READ.
           IF LG-CASO NOT = CASO
              GO TO CUENTA-LEVANTADAS
           END-IF.
           IF NOT LG-ACTIVA OR
              (WS-D-SEQ NOT = SPACES AND LG-SEQ NOT = WS-D-SEQ)
              GO TO LEE-LEVANTA
           END-IF.
           SET LG-LEVANTADA TO TRUE.
           MOVE USUARIO TO LG-LEV-AUTOR.
           MOVE WS-FECHA-HOY TO LG-LEV-FECHA.
           REWRITE REG-LEGALES
               INVALID KEY
                  GO TO LEE-LEVANTA
           END-REWRITE.
           ADD 1 TO WS-LEVANTADAS.
           DISPLAY "|LEGAL|LEVANTA|" CASO "|" LG-SEQ "|" UPON SYSOUT.
           GO TO LEE-LEVANTA.
       CUENTA-LEVANTADAS.
           MOVE "N" TO WS-CARGADA.
           IF WS-LEVANTADAS = ZEROES
              DISPLAY "|LEGALERROR|NOEXISTE|" CASO "|" WS-D-SEQ "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-LEVANTA-RETENCION
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-LEVANTA-RETENCION.

       SERVICIO SECTION.
      *    PARA LOS QUE BORRAN: NO SACA NADA POR SYSOUT, SOLO EL RC Y
      *    EL EXPEDIENTE QUE RETIENE. SIN REGISTRO NO HAY RETENCIONES.
       CONSULTA-RUTA.
           MOVE SPACES TO CASO.
           IF NOT TABLA-CARGADA
              PERFORM CARGA-RETENCIONES THRU FIN-CARGA-RETENCIONES
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF WS-NRET = ZERO
              GO TO FIN-CONSULTA-RUTA
           END-IF.
           MOVE DETALLE(1:256) TO WS-RUTA.
           PERFORM PREPARA-RUTA THRU FIN-PREPARA-RUTA.
           MOVE ZERO TO WS-HALLADA.
           PERFORM VARYING WS-RR FROM 1 BY 1
                   UNTIL WS-RR > WS-NRET OR WS-HALLADA NOT = ZERO
              PERFORM COTEJA-RETENCION THRU FIN-COTEJA-RETENCION
              IF RETENIDA-SI
                 MOVE WS-RR TO WS-HALLADA
              END-IF
           END-PERFORM.
           IF WS-HALLADA NOT = ZERO
              MOVE TB-RET-CASO(WS-HALLADA) TO CASO
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-CONSULTA-RUTA.

      *    UN REGISTRO (DE PAGOS, DE REMESAS...) ESTA RETENIDO SI LLEVA
      *    EN CUALQUIER SITIO UNA REFERENCIA DE PAGO RETENIDA.
       CONSULTA-REGISTRO.
           MOVE SPACES TO CASO.
           IF NOT TABLA-CARGADA
              PERFORM CARGA-RETENCIONES THRU FIN-CARGA-RETENCIONES
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           PERFORM VARYING WS-RR FROM 1 BY 1
                   UNTIL WS-RR > WS-NRET OR CASO NOT = SPACES
              IF TB-RET-TIPO(WS-RR) = "P"
                 MOVE ZERO TO WS-APARICIONES
                 INSPECT DETALLE TALLYING WS-APARICIONES FOR ALL
                         TB-RET-OBJETO(WS-RR)(1:TB-RET-LON(WS-RR))
                 IF WS-APARICIONES > ZERO
                    MOVE TB-RET-CASO(WS-RR) TO CASO
                    MOVE 1 TO RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM.
       FIN-CONSULTA-REGISTRO.

       PREPARA-RUTA.
           MOVE ZERO TO WS-BASEPOS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 256
              IF WS-RUTA(WS-K:1) = "/" OR WS-RUTA(WS-K:1) = "\"
                 MOVE WS-K TO WS-BASEPOS
              END-IF
              IF WS-RUTA(WS-K:1) = " "
                 MOVE 256 TO WS-K
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BASE.
           IF WS-BASEPOS > ZERO AND WS-BASEPOS < 256
              MOVE WS-RUTA(WS-BASEPOS + 1:) TO WS-BASE
           ELSE
              MOVE WS-RUTA TO WS-BASE
           END-IF.
      *    LA PRIMERA TIRA DE 6 U 8 CIFRAS QUE EMPIECE POR 19 O 20.
           MOVE SPACES TO WS-FECHA-INI WS-FECHA-FIN.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 249 OR WS-FECHA-INI NOT = SPACES
              IF WS-BASE(WS-K:6) IS NUMERIC AND
                 (WS-BASE(WS-K:2) = "19" OR WS-BASE(WS-K:2) = "20")
                 IF WS-BASE(WS-K:8) IS NUMERIC
                    MOVE WS-BASE(WS-K:8) TO WS-FECHA-INI WS-FECHA-FIN
                 ELSE
                    MOVE WS-BASE(WS-K:6) TO WS-FECHA-INI(1:6)
                                            WS-FECHA-FIN(1:6)
                    MOVE "01" TO WS-FECHA-INI(7:2)
                    MOVE "31" TO WS-FECHA-FIN(7:2)
                 END-IF
              END-IF
           END-PERFORM.
       FIN-PREPARA-RUTA.

      *    LA RETENCION WS-RR CONTRA LA RUTA PREPARADA. UN FICHERO SE
      *    COTEJA COMO EN PROTEGIDOS.LST DE PRURM (RUTA EXACTA O SUS
      *    COMPANEROS "ruta.xxx", NOMBRE BASE, Y "*" FINAL COMO
      *    PREFIJO); UN AREA, POR SU DIRECTORIO; UNAS TRAZAS, POR
      *    ESTAR EN dd_trz, EMPEZAR POR EL PREFIJO Y LLEVAR EN EL
      *    NOMBRE UNA FECHA DENTRO DEL RANGO.
       COTEJA-RETENCION.
           MOVE "N" TO WS-RETENIDA.
           MOVE TB-RET-LON(WS-RR) TO WS-K.
           EVALUATE TB-RET-TIPO(WS-RR)
               WHEN "F"
                    IF TB-RET-OBJETO(WS-RR)(WS-K:1) = "*"
                       IF WS-K > 1 AND WS-RUTA(1:WS-K - 1) =
                          TB-RET-OBJETO(WS-RR)(1:WS-K - 1)
                          SET RETENIDA-SI TO TRUE
                       END-IF
                    ELSE
                       IF WS-RUTA(1:WS-K) = TB-RET-OBJETO(WS-RR)(1:WS-K)
                          AND (WS-RUTA(WS-K + 1:1) = " " OR
                               WS-RUTA(WS-K + 1:1) = ".")
                          SET RETENIDA-SI TO TRUE
                       END-IF
                       IF WS-BASE(1:WS-K) = TB-RET-OBJETO(WS-RR)(1:WS-K)
                          AND (WS-BASE(WS-K + 1:1) = " " OR
                               WS-BASE(WS-K + 1:1) = ".")
                          SET RETENIDA-SI TO TRUE
                       END-IF
                    END-IF
               WHEN "A"
                    IF WS-RUTA(1:WS-K) = TB-RET-OBJETO(WS-RR)(1:WS-K)
                       AND WS-RUTA(WS-K + 1:1) = "/"
                       SET RETENIDA-SI TO TRUE
                    END-IF
               WHEN "T"
                    IF WS-TRZ-LON > ZERO AND
                       WS-RUTA(1:WS-TRZ-LON) = WS-DD-TRZ(1:WS-TRZ-LON)
                       AND WS-RUTA(WS-TRZ-LON + 1:1) = "/"
                       AND WS-FECHA-INI NOT = SPACES
                       AND WS-FECHA-INI NOT > TB-RET-HASTA(WS-RR)
                       AND WS-FECHA-FIN NOT < TB-RET-DESDE(WS-RR)
                       IF WS-K = ZERO
                          SET RETENIDA-SI TO TRUE
                       ELSE
                          IF WS-BASE(1:WS-K) =
                             TB-RET-OBJETO(WS-RR)(1:WS-K)
                             SET RETENIDA-SI TO TRUE
                          END-IF
                       END-IF
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       FIN-COTEJA-RETENCION.

      *    LAS ACTIVAS Y NO VENCIDAS, CON LOS NOMBRES LOGICOS Y LAS
      *    AREAS YA TRADUCIDOS A RUTA.
       CARGA-RETENCIONES.
           MOVE ZERO TO WS-NRET.
           SET TABLA-CARGADA TO TRUE.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           IF WS-DD-TRZ = LOW-VALUES
              MOVE SPACES TO WS-DD-TRZ
           END-IF.
           MOVE ZERO TO WS-TRZ-LON.
           INSPECT WS-DD-TRZ TALLYING WS-TRZ-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           PERFORM ABRE-LEGALES.
           IF NOT LEGALES-ABIERTO
              GO TO FIN-CARGA-RETENCIONES
           END-IF.
           MOVE LOW-VALUES TO LG-CLAVE.
           START LEGALES KEY NOT LESS LG-CLAVE
               INVALID KEY
                  GO TO CIERRA-RETENCIONES
           END-START.
       LEE-RETENCION.
           READ LEGALES NEXT
               AT END
                  GO TO CIERRA-RETENCIONES
           END-READ.
           IF NOT LG-ACTIVA OR
              (LG-FIN NOT = SPACES AND LG-FIN < WS-FECHA-HOY)
              GO TO LEE-RETENCION
           END-IF.
           IF WS-NRET = 200
              DISPLAY "|LEGALERROR|TABLALLENA|" UPON SYSOUT
              GO TO CIERRA-RETENCIONES
           END-IF.
           ADD 1 TO WS-NRET.
           MOVE LG-CASO TO TB-RET-CASO(WS-NRET).
           MOVE LG-SEQ TO TB-RET-SEQ(WS-NRET).
           MOVE LG-TIPO TO TB-RET-TIPO(WS-NRET).
           MOVE LG-DESDE TO TB-RET-DESDE(WS-NRET).
           MOVE LG-HASTA TO TB-RET-HASTA(WS-NRET).
           MOVE SPACES TO TB-RET-OBJETO(WS-NRET).
           MOVE LG-OBJETO TO TB-RET-OBJETO(WS-NRET).
           PERFORM RESUELVE-OBJETO THRU FIN-RESUELVE-OBJETO.
           MOVE ZERO TO TB-RET-LON(WS-NRET).
           INSPECT TB-RET-OBJETO(WS-NRET) TALLYING TB-RET-LON(WS-NRET)
                   FOR CHARACTERS BEFORE INITIAL " ".
      *    UN AREA CUYO dd_ NO ESTA DEFINIDO EN ESTA EJECUCION NO
      *    PUEDE COTEJARSE; NO SE QUEDA EN LA TABLA.
           IF TB-RET-TIPO(WS-NRET) = "A" AND
              TB-RET-OBJETO(WS-NRET)(1:3) = "dd_"
              SUBTRACT 1 FROM WS-NRET
           END-IF.
           GO TO LEE-RETENCION.
       CIERRA-RETENCIONES.
           CLOSE LEGALES.
       FIN-CARGA-RETENCIONES.

       RESUELVE-OBJETO.
           EVALUATE LG-TIPO
               WHEN "F"
                    IF LG-OBJETO(1:1) = "/" OR LG-OBJETO(4:1) = " "
                       GO TO FIN-RESUELVE-OBJETO
                    END-IF
                    MOVE SPACES TO VALORDIR NOMBRDIR
                    STRING "dd_" LG-OBJETO(1:3)
                           DELIMITED BY " "
                           INTO NOMBRDIR
                    END-STRING
               WHEN "A"
                    MOVE SPACES TO VALORDIR NOMBRDIR
                    MOVE LG-OBJETO TO NOMBRDIR
               WHEN OTHER
                    GO TO FIN-RESUELVE-OBJETO
           END-EVALUATE.
           DISPLAY NOMBRDIR UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           IF VALORDIR = SPACES OR VALORDIR = LOW-VALUES
              GO TO FIN-RESUELVE-OBJETO
           END-IF.
           MOVE SPACES TO TB-RET-OBJETO(WS-NRET).
           IF LG-TIPO = "F"
              STRING VALORDIR LG-OBJETO(4:)
                     DELIMITED BY " "
                     INTO TB-RET-OBJETO(WS-NRET)
              END-STRING
           ELSE
              MOVE VALORDIR TO TB-RET-OBJETO(WS-NRET)
           END-IF.
       FIN-RESUELVE-OBJETO.

       INFORME SECTION.
      *    CADA RETENCION VIGENTE CON SU FICHA Y, DEBAJO, LO QUE
      *    PROTEGE HOY: LOS FICHEROS QUE CASAN (DEL DIRECTORIO DE LA
      *    RUTA, DEL AREA O DE dd_trz) O LOS PAGOS DE LA HISTORIA CON
      *    ESA REFERENCIA. LAS QUE SIGUEN ACTIVAS CON LA FECHA DE FIN
      *    PASADA SE AVISAN PARA QUE ALGUIEN LAS LEVANTE.
       INFORME-RETENCIONES.
           CLOSE LEGALES.
           PERFORM CARGA-RETENCIONES THRU FIN-CARGA-RETENCIONES.
           PERFORM ABRE-LEGALES.
           MOVE SPACES TO WS-DD-TMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TMP FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LISTA.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP DELIMITED BY SPACE
                     "PRULEGAL.LST" DELIMITED BY SIZE
                     INTO WS-LISTA
           ELSE
              MOVE "PRULEGAL.LST" TO WS-LISTA
           END-IF.
           MOVE ZEROES TO WS-TOTAL WS-CADUCADAS.
           MOVE LOW-VALUES TO LG-CLAVE.
           START LEGALES KEY NOT LESS LG-CLAVE
               INVALID KEY
                  GO TO FIN-LEE-INFORME
           END-START.
       LEE-INFORME.
           READ LEGALES NEXT
               AT END
                  GO TO FIN-LEE-INFORME
           END-READ.
           IF NOT LG-ACTIVA
              GO TO LEE-INFORME
           END-IF.
           IF LG-FIN NOT = SPACES AND LG-FIN < WS-FECHA-HOY
              ADD 1 TO WS-CADUCADAS
              DISPLAY "|LEGAL|VENCIDA|" LG-CASO "|" LG-SEQ "|" LG-FIN
                      "|" UPON SYSOUT
              GO TO LEE-INFORME
           END-IF.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-LG-RESP.
           STRING "|LEGAL|" LG-CASO DELIMITED BY SPACE
                  "|" LG-SEQ "|" LG-TIPO "|" DELIMITED BY SIZE
                  LG-OBJETO DELIMITED BY SPACE
                  "|DESDE:" LG-DESDE "|HASTA:" LG-HASTA
                  "|FIN:" LG-FIN "|" LG-FECHA "|" DELIMITED BY SIZE
                  LG-AUTOR DELIMITED BY SPACE
                  "|" LG-MOTIVO "|" DELIMITED BY SIZE
                  INTO WS-LG-RESP
           END-STRING.
           DISPLAY WS-LG-RESP UPON SYSOUT.
      *    LA MISMA RETENCION EN LA TABLA YA RESUELTA.
           MOVE ZERO TO WS-HALLADA.
           PERFORM VARYING WS-RR FROM 1 BY 1
                   UNTIL WS-RR > WS-NRET OR WS-HALLADA NOT = ZERO
              IF TB-RET-CASO(WS-RR) = LG-CASO AND
                 TB-RET-SEQ(WS-RR) = LG-SEQ
                 MOVE WS-RR TO WS-HALLADA
              END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-PROTEGE.
           IF WS-HALLADA NOT = ZERO
              MOVE WS-HALLADA TO WS-RR
              IF LG-PAGO
                 PERFORM PROTEGE-PAGOS THRU FIN-PROTEGE-PAGOS
              ELSE
                 PERFORM PROTEGE-FICHEROS THRU FIN-PROTEGE-FICHEROS
              END-IF
           END-IF.
           DISPLAY "|LEGAL|PROTEGE|" LG-CASO "|" LG-SEQ "|TOTAL:"
                   WS-PROTEGE "|" UPON SYSOUT.
           GO TO LEE-INFORME.
       FIN-LEE-INFORME.
           MOVE SPACES TO WS-LG-RESP.
           STRING "|LEGALFIN|VIGENTES:" WS-TOTAL
                  "|VENCIDAS:" WS-CADUCADAS "|"
                  DELIMITED BY SIZE
                  INTO WS-LG-RESP
           END-STRING.
           DISPLAY WS-LG-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-INFORME-RETENCIONES.

       PROTEGE-FICHEROS.
           MOVE SPACES TO WS-DIRECTORIO.
           EVALUATE TB-RET-TIPO(WS-RR)
               WHEN "A"
                    MOVE TB-RET-OBJETO(WS-RR) TO WS-DIRECTORIO
               WHEN "T"
                    MOVE WS-DD-TRZ TO WS-DIRECTORIO
               WHEN OTHER
      *             EL DIRECTORIO DE LA RUTA; UN NOMBRE BASE SUELTO NO
      *             TIENE DONDE BUSCARSE Y SOLO SE INFORMA LA FICHA.
                    MOVE TB-RET-OBJETO(WS-RR) TO WS-RUTA
                    PERFORM PREPARA-RUTA THRU FIN-PREPARA-RUTA
                    IF WS-BASEPOS > 1
                       MOVE WS-RUTA(1:WS-BASEPOS - 1) TO WS-DIRECTORIO
                    END-IF
           END-EVALUATE.
           IF WS-DIRECTORIO = SPACES
              GO TO FIN-PROTEGE-FICHEROS
           END-IF.
           MOVE SPACES TO WS-CMD-FIND.
           IF TB-RET-TIPO(WS-RR) = "A"
              STRING "find " DELIMITED BY SIZE
                     WS-DIRECTORIO DELIMITED BY SPACE
                     " -type f > " DELIMITED BY SIZE
                     WS-LISTA DELIMITED BY SPACE
                     INTO WS-CMD-FIND
              END-STRING
           ELSE
              STRING "find " DELIMITED BY SIZE
                     WS-DIRECTORIO DELIMITED BY SPACE
                     " -maxdepth 1 -type f > " DELIMITED BY SIZE
                     WS-LISTA DELIMITED BY SPACE
                     INTO WS-CMD-FIND
              END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-CMD-FIND.
           OPEN INPUT CANDIDATOS.
           IF WS-LISTA-ESTADO NOT = "00"
              GO TO FIN-PROTEGE-FICHEROS
           END-IF.
       LEE-CANDIDATO.
           READ CANDIDATOS
               AT END
                  GO TO CIERRA-CANDIDATOS
           END-READ.
           IF REG-CANDIDATOS = SPACES
              GO TO LEE-CANDIDATO
           END-IF.
           MOVE REG-CANDIDATOS TO WS-RUTA.
           PERFORM PREPARA-RUTA THRU FIN-PREPARA-RUTA.
           PERFORM COTEJA-RETENCION THRU FIN-COTEJA-RETENCION.
           IF RETENIDA-SI
              ADD 1 TO WS-PROTEGE
              MOVE SPACES TO WS-LG-RESP
              STRING "|LEGAL|PROTEGE|" LG-CASO DELIMITED BY SPACE
                     "|" LG-SEQ "|" DELIMITED BY SIZE
                     WS-RUTA DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-LG-RESP
              END-STRING
              DISPLAY WS-LG-RESP UPON SYSOUT
           END-IF.
           GO TO LEE-CANDIDATO.
       CIERRA-CANDIDATOS.
           CLOSE CANDIDATOS.
           CALL "CBL_DELETE_FILE" USING WS-LISTA.
           MOVE ZERO TO RETURN-CODE.
       FIN-PROTEGE-FICHEROS.

      *    LOS PAGOS DE LA HISTORIA PAGOSHIST.DAT CON ESA REFERENCIA.
       PROTEGE-PAGOS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-HIST-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PAGOSHIST.DAT"
                     DELIMITED BY SPACE
                     INTO WS-HIST-PATH
              END-STRING
           ELSE
              MOVE "PAGOSHIST.DAT" TO WS-HIST-PATH
           END-IF.
           OPEN INPUT PAGOSHIST.
           IF WS-HIST-ESTADO NOT = "00"
              GO TO FIN-PROTEGE-PAGOS
           END-IF.
           MOVE LOW-VALUES TO PH-CLAVE.
           START PAGOSHIST KEY NOT LESS PH-CLAVE
               INVALID KEY
                  GO TO CIERRA-PAGOS
           END-START.
       LEE-PAGO.
           READ PAGOSHIST NEXT
               AT END
                  GO TO CIERRA-PAGOS
           END-READ.
           IF PH-REF NOT = TB-RET-OBJETO(WS-RR)(1:20)
              GO TO LEE-PAGO
           END-IF.
           ADD 1 TO WS-PROTEGE.
           DISPLAY "|LEGAL|PROTEGE|" LG-CASO "|" LG-SEQ "|PAGO|" PH-REF
                   "|" PH-FECHA "|" PH-REMESA "|" UPON SYSOUT.
           GO TO LEE-PAGO.
       CIERRA-PAGOS.
           CLOSE PAGOSHIST.
       FIN-PROTEGE-PAGOS.
