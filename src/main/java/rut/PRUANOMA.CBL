       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUANOMA.
       AUTHOR.        CVJ.
       SECURITY.      REVISION ESTADISTICA DE UNA REMESA ANTES DE
                      LIBERARLA AL BANCO: COMPARA LA CUENTA, LA SUMA Y
                      EL IMPORTE MEDIO VALIDADOS QUE TIENE EN PRUREMESA
                      Y SU PAGO MAS GRANDE Y SUS BENEFICIARIOS NUEVOS
                      SEGUN PAGOSHIST.DAT CON LAS ULTIMAS REMESAS DE SU
                      MISMA CLASE. UNA DESVIACION POR ENCIMA DE LOS
                      LIMITES DE ANOMALIAS.DAT (BAJO dd_dir) DEJA LA
                      REMESA RETENIDA CON EL MOTIVO, UNA ALERTA 9A EN
                      LA COLA DE PRUALERT Y LA LINEA EN PRURES, Y
                      PRUGENPAG NO MONTA SUS ORDENES HASTA QUE ALGUIEN
                      LA RECONOCE - HASTA AHORA UNA REMESA CON EL
                      DOBLE DE PAGOS O UN IMPORTE DESORBITADO SALIA AL
                      BANCO SIN QUE NADIE LA MIRASE.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Empresas del grupo: la historia
*********************               contra la que se compara una
*********************               remesa es la de su misma empresa
*********************               (REM-EMPRESA de PRUREMESA), ademas
*********************               de su misma clase.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               REVISA (la remesa del id; una ya
*********************               reconocida no se vuelve a mirar;
*********************               RC 0 LIBRE, 1 RETENIDA, 2 ERROR)
*********************               - CONSULTA (RC 0 LIBRE O
*********************               RECONOCIDA, 1 RETENIDA, 2 SIN
*********************               REVISAR) - RECONOCE (con el
*********************               USUARIO de la sesion; reconoce
*********************               tambien la alerta) - LISTA -
*********************               LIMITES (detalle "regs;suma;
*********************               media;maximo;nuevos;nuevoimp;
*********************               historia;minimo", porcentajes
*********************               sobre la media, campo vacio deja
*********************               el valor) - LIMLISTA. SIN LIMITES
*********************               GRABADOS: 300% PARA CUENTA, SUMA,
*********************               MEDIA Y MAXIMO, 10 NUEVOS, NUEVO
*********************               POR ENCIMA DE 10.000,00, LAS 10
*********************               ULTIMAS REMESAS Y AL MENOS 3 PARA
*********************               JUZGAR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANOMALIAS
                  ASSIGN TO DYNAMIC WS-ANO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ANO-REMESA
                  FILE STATUS IS ERRORES.

           SELECT PAGOSHIST
                  ASSIGN TO DYNAMIC WS-HIST-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-CLAVE
                  FILE STATUS IS WS-HIST-ESTADO.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    UN REGISTRO POR REMESA REVISADA; LA CLAVE "000000" (QUE NO
      *    ES NUNCA UNA REMESA) GUARDA LOS LIMITES.
       FD  ANOMALIAS.
       01  REG-ANOMALIAS.
           03 ANO-REMESA     PIC X(6).
           03 ANO-ESTADO     PIC X.
              88 ANO-RETENIDA   VALUE "P".
              88 ANO-RECONOCIDA VALUE "R".
              88 ANO-LIBRE      VALUE "L".
           03 ANO-FECHA      PIC X(8).
           03 ANO-HORA       PIC X(8).
           03 ANO-REGS       PIC 9(7).
           03 ANO-SUMA       PIC 9(15).
           03 ANO-MEDIA      PIC 9(13).
           03 ANO-MAXIMO     PIC 9(13).
           03 ANO-NUEVOS     PIC 9(5).
           03 ANO-NUEVOGR    PIC 9(5).
           03 ANO-HISTORIA   PIC 9(3).
           03 ANO-H-REGS     PIC 9(7).
           03 ANO-H-SUMA     PIC 9(15).
           03 ANO-H-MEDIA    PIC 9(13).
           03 ANO-H-MAXIMO   PIC 9(13).
           03 ANO-MOTIVO     PIC X(100).
           03 ANO-ALERTA     PIC 9(9).
           03 ANO-USUARIO    PIC X(15).
           03 ANO-REC-FECHA  PIC X(8).
           03 ANO-REC-HORA   PIC X(8).
       01  REG-ANOMALIAS-LIMITES.
           03 ANL-CLAVE      PIC X(6).
           03 ANL-REGS       PIC 9(4).
           03 ANL-SUMA       PIC 9(4).
           03 ANL-MEDIA      PIC 9(4).
           03 ANL-MAXIMO     PIC 9(4).
           03 ANL-NUEVOS     PIC 9(5).
           03 ANL-NUEVOIMP   PIC 9(13).
           03 ANL-HISTORIA   PIC 9(3).
           03 ANL-MINIMO     PIC 9(3).
           03 ANL-FECHA      PIC X(8).
           03 ANL-AUTOR      PIC X(15).
           03 FILLER         PIC X(213).

      *    HISTORIA DE PAGOS DE PRUIBANEUR (SOLO SE LEE).
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

      *    MISMA COLA DE ALERTAS QUE PRUERR, PRUCOLA Y PRUALERT.
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

       77  PROG              PIC X(20) VALUE "PRUANOMA".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-ANO-PATH       PIC X(200).
       01  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       77  WS-DD-TRZ         PIC X(128).
       01  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-ALR-ACCION     PIC X(8) VALUE "RECON".
       77  WS-ALR-ID         PIC X(9).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 ANOMA-ABIERTO  VALUE "S".
       77  WS-CONTEXTO       PIC X(64).

       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       77  WS-EXISTE         PIC X.
       01  WS-ANO-RESP       PIC X(300).

      *    ID DE REMESA ENCAJADO POR LA DERECHA SOBRE CEROS, COMO LO
      *    GUARDA PRUREMESA.
       01  WS-REMESA-9       PIC 9(6).
       01  WS-REMESA REDEFINES WS-REMESA-9 PIC X(6).
       77  WS-ID-LONG        PIC 9.

       77  WS-NUM-TXT        PIC X(15).
       77  WS-NUM-LON        PIC 99.
       77  WS-NUM-AUX        PIC X(15).
       77  WS-NUM-9          PIC 9(15).
       77  WS-NUM-OK         PIC X.

      *    LIMITES EN VIGOR (LOS GRABADOS O LOS DE SIEMPRE).
       77  WS-L-REGS         PIC 9(4).
       77  WS-L-SUMA         PIC 9(4).
       77  WS-L-MEDIA        PIC 9(4).
       77  WS-L-MAXIMO       PIC 9(4).
       77  WS-L-NUEVOS       PIC 9(5).
       77  WS-L-NUEVOIMP     PIC 9(13).
       77  WS-L-HISTORIA     PIC 9(3).
       77  WS-L-MINIMO       PIC 9(3).
       77  WS-L-FECHA        PIC X(8).
       77  WS-L-AUTOR        PIC X(15).
       77  WS-DET-REGS       PIC X(15).
       77  WS-DET-SUMA       PIC X(15).
       77  WS-DET-MEDIA      PIC X(15).
       77  WS-DET-MAXIMO     PIC X(15).
       77  WS-DET-NUEVOS     PIC X(15).
       77  WS-DET-NUEVOIMP   PIC X(15).
       77  WS-DET-HISTORIA   PIC X(15).
       77  WS-DET-MINIMO     PIC X(15).

       77  WS-REM-ACCION     PIC X(8).
       77  WS-REM-ID         PIC X(6).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-REM-CAMPO1     PIC X(120).
       77  WS-REM-CAMPO2     PIC X(16).
       77  WS-REM-CAMPO3     PIC X(16).
       01  WS-REM-FICHERO    PIC X(120).
       77  WS-REM-CLASE      PIC X.
       77  WS-REM-EMPRESA    PIC X(3).
       77  WS-V-CLASE        PIC X.
       77  WS-V-FECHA        PIC X(8).
       77  WS-V-REGS-X       PIC X(7).
       77  WS-V-SUMA-X       PIC X(15).
       77  WS-V-GENERADA     PIC X(8).
       77  WS-V-EMPRESA      PIC X(3).

      *    LA REMESA QUE SE REVISA.
       77  WS-ENCONTRADA     PIC X.
       77  WS-ACT-CLASE      PIC X.
       77  WS-ACT-EMPRESA    PIC X(3).
       77  WS-ACT-REGS       PIC 9(7).
       77  WS-ACT-SUMA       PIC 9(15).
       77  WS-ACT-MEDIA      PIC 9(13).
       77  WS-ACT-MAXIMO     PIC 9(13).
       77  WS-ACT-NUEVOS     PIC 9(5).
       77  WS-ACT-NUEVOGR    PIC 9(5).

      *    LAS ULTIMAS REMESAS DE LA MISMA CLASE, LA MAS VIEJA PRIMERO.
       01  TB-HISTORIA.
           03 TB-HIS         OCCURS 20.
              05 TH-ID       PIC X(6).
              05 TH-REGS     PIC 9(7).
              05 TH-SUMA     PIC 9(15).
              05 TH-MAXIMO   PIC 9(13).
       77  WS-NHIS           PIC 99 VALUE ZEROES.
       77  WS-NMAX           PIC 99 VALUE ZEROES.
       77  WS-H              PIC 99.
       77  WS-ACU-REGS       PIC 9(9).
       77  WS-ACU-SUMA       PIC 9(17).
       77  WS-ACU-MAX        PIC 9(15).
       77  WS-HIS-REGS       PIC 9(7).
       77  WS-HIS-SUMA       PIC 9(15).
       77  WS-HIS-MEDIA      PIC 9(13).
       77  WS-HIS-MAXIMO     PIC 9(13).

      *    RECORRIDO DE PAGOSHIST, AGRUPADO POR IBAN (ES LA CLAVE).
       77  WS-GRP-IBAN       PIC X(34).
       77  WS-GRP-ACTUAL     PIC X.
       77  WS-GRP-ANTES      PIC X.
       77  WS-GRP-MAX        PIC 9(13).

       77  WS-CMP-NOMBRE     PIC X(6).
       77  WS-CMP-ACTUAL     PIC 9(15).
       77  WS-CMP-MEDIA      PIC 9(15).
       77  WS-CMP-LIMITE     PIC 9(4).
       77  WS-CMP-BAJA       PIC X.
       77  WS-RATIO-CALC     PIC 9(9).
       77  WS-RATIO          PIC 9(4).
       01  WS-MOTIVO         PIC X(100).
       77  WS-MOT-P          PIC 999.

       77  WS-RES-PROG       PIC X(10) VALUE "PRUANOMA".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  IDREMESA          PIC X(6).
       77  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING ACCION IDREMESA DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE ZEROES TO WS-REMESA-9.
           MOVE ZERO TO WS-ID-LONG.
           INSPECT IDREMESA TALLYING WS-ID-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-ID-LONG > ZERO
              MOVE IDREMESA(1:WS-ID-LONG)
                TO WS-REMESA(7 - WS-ID-LONG:WS-ID-LONG)
           END-IF.
           IF WS-REMESA IS NOT NUMERIC
              MOVE ZEROES TO WS-REMESA-9
           END-IF.
           PERFORM ABRE-ANOMALIAS.
           IF NOT ANOMA-ABIERTO
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM LEE-LIMITES THRU FIN-LEE-LIMITES.
           IF WS-L-HISTORIA = ZEROES OR WS-L-HISTORIA > 20
              MOVE 20 TO WS-L-HISTORIA
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "REVISA"
                    PERFORM REVISA-REMESA THRU FIN-REVISA-REMESA
               WHEN "CONSULTA"
                    PERFORM CONSULTA-REMESA THRU FIN-CONSULTA-REMESA
               WHEN "RECONOCE"
                    PERFORM RECONOCE-REMESA THRU FIN-RECONOCE-REMESA
               WHEN "LISTA"
                    PERFORM LISTA-ANOMALIAS THRU FIN-LISTA-ANOMALIAS
               WHEN "LIMITES"
                    PERFORM ALTA-LIMITES THRU FIN-ALTA-LIMITES
               WHEN "LIMLISTA"
                    PERFORM LISTA-LIMITES THRU FIN-LISTA-LIMITES
               WHEN OTHER
                    DISPLAY "|ANOMAERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 2 TO RETURN-CODE
           END-EVALUATE.
           CLOSE ANOMALIAS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-ANOMALIAS SECTION.
      *    MISMO ABRE-O-CREA QUE PRULIBERA.
       ABRIENDO-ANOMALIAS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-ANO-PATH WS-HIST-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/ANOMALIAS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-ANO-PATH
              END-STRING
              STRING VALORDIR "/PAGOSHIST.DAT"
                     DELIMITED BY SPACE
                     INTO WS-HIST-PATH
              END-STRING
           ELSE
              MOVE "ANOMALIAS.DAT" TO WS-ANO-PATH
              MOVE "PAGOSHIST.DAT" TO WS-HIST-PATH
           END-IF.
           MOVE "N" TO WS-ABIERTO.
           OPEN I-O ANOMALIAS.
           IF ERRORES = "00"
              SET ANOMA-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-ANOMALIAS
           END-IF.
           OPEN OUTPUT ANOMALIAS.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO ANOMALIAS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-ANO-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-ANOMALIAS
           END-IF.
           CLOSE ANOMALIAS.
           OPEN I-O ANOMALIAS.
           IF ERRORES = "00"
              SET ANOMA-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-ANOMALIAS.

       REVISION SECTION.
      *    LA REMESA TIENE QUE ESTAR VALIDADA EN PRUREMESA. SU CLASE LA
      *    DA CONSULTA; LA HISTORIA SON LAS VALIDADAS ANTERIORES DE LA
      *    MISMA CLASE (LAS ULTIMAS WS-L-HISTORIA).
       REVISA-REMESA.
           IF WS-REMESA-9 = ZEROES
              DISPLAY "|ANOMAERROR|REMESA|" IDREMESA "|" UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-REVISA-REMESA
           END-IF.
           MOVE "N" TO WS-EXISTE.
           MOVE WS-REMESA TO ANO-REMESA.
           READ ANOMALIAS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "S" TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = "S" AND ANO-RECONOCIDA
              DISPLAY "|ANOMALIA|RECONOCIDA|" ANO-REMESA "|"
                      ANO-USUARIO "|" ANO-REC-FECHA "|" UPON SYSOUT
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-REVISA-REMESA
           END-IF.
           MOVE "CONSULTA" TO WS-REM-ACCION.
           MOVE WS-REMESA TO WS-REM-ID.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REM-ID
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|ANOMAERROR|SINREMESA|" WS-REMESA "|"
                      UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-REVISA-REMESA
           END-IF.
           MOVE SPACES TO WS-REM-CAMPO1 WS-REM-CAMPO2 WS-REM-CAMPO3
                          WS-REM-FICHERO WS-REM-CLASE WS-REM-EMPRESA.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-CAMPO1
                 WS-REM-CAMPO2
                 WS-REM-CAMPO3
                 WS-REM-FICHERO
                 WS-REM-CLASE
                 WS-REM-EMPRESA
           END-UNSTRING.
           MOVE WS-REM-CLASE TO WS-ACT-CLASE.
           MOVE WS-REM-EMPRESA TO WS-ACT-EMPRESA.
           PERFORM CARGA-HISTORIA THRU FIN-CARGA-HISTORIA.
           IF WS-ENCONTRADA NOT = "S"
              DISPLAY "|ANOMAERROR|NOVALIDADA|" WS-REMESA "|"
                      UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-REVISA-REMESA
           END-IF.
           PERFORM RECORRE-PAGOS THRU FIN-RECORRE-PAGOS.
           IF WS-HIST-ESTADO NOT = "00" AND WS-HIST-ESTADO NOT = "10"
              MOVE 2 TO RETURN-CODE
              GO TO FIN-REVISA-REMESA
           END-IF.
           PERFORM CALCULA-MEDIAS THRU FIN-CALCULA-MEDIAS.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 1 TO WS-MOT-P.
           IF WS-NHIS < WS-L-MINIMO
              GO TO GRABA-REVISION
           END-IF.
           MOVE "REGS" TO WS-CMP-NOMBRE.
           MOVE WS-ACT-REGS TO WS-CMP-ACTUAL.
           MOVE WS-HIS-REGS TO WS-CMP-MEDIA.
           MOVE WS-L-REGS TO WS-CMP-LIMITE.
           MOVE "S" TO WS-CMP-BAJA.
           PERFORM COMPARA THRU FIN-COMPARA.
           MOVE "SUMA" TO WS-CMP-NOMBRE.
           MOVE WS-ACT-SUMA TO WS-CMP-ACTUAL.
           MOVE WS-HIS-SUMA TO WS-CMP-MEDIA.
           MOVE WS-L-SUMA TO WS-CMP-LIMITE.
           PERFORM COMPARA THRU FIN-COMPARA.
           MOVE "MEDIA" TO WS-CMP-NOMBRE.
           MOVE WS-ACT-MEDIA TO WS-CMP-ACTUAL.
           MOVE WS-HIS-MEDIA TO WS-CMP-MEDIA.
           MOVE WS-L-MEDIA TO WS-CMP-LIMITE.
           PERFORM COMPARA THRU FIN-COMPARA.
      *    UN PAGO MAXIMO PEQUEÑO NO PREOCUPA; SOLO HACIA ARRIBA.
           MOVE "MAXIMO" TO WS-CMP-NOMBRE.
           MOVE WS-ACT-MAXIMO TO WS-CMP-ACTUAL.
           MOVE WS-HIS-MAXIMO TO WS-CMP-MEDIA.
           MOVE WS-L-MAXIMO TO WS-CMP-LIMITE.
           MOVE "N" TO WS-CMP-BAJA.
           PERFORM COMPARA THRU FIN-COMPARA.
           IF WS-ACT-NUEVOS > WS-L-NUEVOS
              STRING "NUEVOS=" WS-ACT-NUEVOS ";" DELIMITED BY SIZE
                     INTO WS-MOTIVO WITH POINTER WS-MOT-P
                  ON OVERFLOW
                     CONTINUE
              END-STRING
           END-IF.
           IF WS-ACT-NUEVOGR > ZEROES
              STRING "NUEVOGRANDE=" WS-ACT-NUEVOGR ";"
                     DELIMITED BY SIZE
                     INTO WS-MOTIVO WITH POINTER WS-MOT-P
                  ON OVERFLOW
                     CONTINUE
              END-STRING
           END-IF.
       GRABA-REVISION.
           IF WS-EXISTE NOT = "S"
              MOVE SPACES TO REG-ANOMALIAS
              MOVE WS-REMESA TO ANO-REMESA
              MOVE ZEROES TO ANO-ALERTA
           END-IF.
           MOVE WS-FECHA TO ANO-FECHA.
           MOVE WS-HORA TO ANO-HORA.
           MOVE WS-ACT-REGS TO ANO-REGS.
           MOVE WS-ACT-SUMA TO ANO-SUMA.
           MOVE WS-ACT-MEDIA TO ANO-MEDIA.
           MOVE WS-ACT-MAXIMO TO ANO-MAXIMO.
           MOVE WS-ACT-NUEVOS TO ANO-NUEVOS.
           MOVE WS-ACT-NUEVOGR TO ANO-NUEVOGR.
           MOVE WS-NHIS TO ANO-HISTORIA.
           MOVE WS-HIS-REGS TO ANO-H-REGS.
           MOVE WS-HIS-SUMA TO ANO-H-SUMA.
           MOVE WS-HIS-MEDIA TO ANO-H-MEDIA.
           MOVE WS-HIS-MAXIMO TO ANO-H-MAXIMO.
           MOVE WS-MOTIVO TO ANO-MOTIVO.
           IF WS-MOTIVO = SPACES
              MOVE "L" TO ANO-ESTADO
              MOVE ZERO TO RETURN-CODE
           ELSE
              MOVE "P" TO ANO-ESTADO
      *       UNA REMESA QUE YA ESTABA RETENIDA CONSERVA SU ALERTA.
              IF ANO-ALERTA = ZEROES
                 PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA
              END-IF
              PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO
              MOVE 1 TO RETURN-CODE
           END-IF.
           IF WS-EXISTE = "S"
              REWRITE REG-ANOMALIAS
           ELSE
              WRITE REG-ANOMALIAS
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           MOVE SPACES TO WS-ANO-RESP.
           IF WS-NHIS < WS-L-MINIMO
              STRING "|ANOMALIA|SINHISTORIA|" ANO-REMESA "|" WS-NHIS
                     "|" DELIMITED BY SIZE
                     INTO WS-ANO-RESP
              END-STRING
           ELSE
              STRING "|ANOMALIA|REVISADA|" ANO-REMESA "|" ANO-ESTADO
                     "|" DELIMITED BY SIZE
                     ANO-MOTIVO DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-ANO-RESP
              END-STRING
           END-IF.
           DISPLAY WS-ANO-RESP UPON SYSOUT.
       FIN-REVISA-REMESA.

      *    RECORRE LAS VALIDADAS DE PRUREMESA HASTA LA QUE SE REVISA.
      *    LA TABLA SE CORRE UNA POSICION CUANDO ESTA LLENA, ASI QUE
      *    QUEDAN SIEMPRE LAS MAS RECIENTES.
       CARGA-HISTORIA.
           MOVE "N" TO WS-ENCONTRADA.
           MOVE ZEROES TO WS-NHIS.
           MOVE ZEROES TO WS-ACT-REGS WS-ACT-SUMA.
           INITIALIZE TB-HISTORIA.
           MOVE "VALIDADA" TO WS-REM-ACCION.
           MOVE "000000" TO WS-REM-ID.
       SIGUIENTE-VALIDADA.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REM-ID
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-CARGA-HISTORIA
           END-IF.
           IF WS-REM-ID > WS-REMESA
              GO TO FIN-CARGA-HISTORIA
           END-IF.
           MOVE SPACES TO WS-V-CLASE WS-V-FECHA WS-V-REGS-X
                          WS-V-SUMA-X WS-V-GENERADA WS-V-EMPRESA.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-V-CLASE
                 WS-V-FECHA
                 WS-V-REGS-X
                 WS-V-SUMA-X
                 WS-V-GENERADA
                 WS-V-EMPRESA
           END-UNSTRING.
           IF WS-V-REGS-X IS NOT NUMERIC OR
              WS-V-SUMA-X IS NOT NUMERIC
              GO TO SIGUIENTE-VALIDADA
           END-IF.
           IF WS-REM-ID = WS-REMESA
              MOVE "S" TO WS-ENCONTRADA
              MOVE WS-V-REGS-X TO WS-ACT-REGS
              MOVE WS-V-SUMA-X TO WS-ACT-SUMA
              GO TO FIN-CARGA-HISTORIA
           END-IF.
           IF WS-V-CLASE NOT = WS-ACT-CLASE OR
              WS-V-EMPRESA NOT = WS-ACT-EMPRESA
              GO TO SIGUIENTE-VALIDADA
           END-IF.
           IF WS-NHIS NOT < WS-L-HISTORIA
              PERFORM VARYING WS-H FROM 1 BY 1
                      UNTIL WS-H NOT < WS-NHIS
                 MOVE TB-HIS(WS-H + 1) TO TB-HIS(WS-H)
              END-PERFORM
           ELSE
              ADD 1 TO WS-NHIS
           END-IF.
           MOVE WS-REM-ID TO TH-ID(WS-NHIS).
           MOVE WS-V-REGS-X TO TH-REGS(WS-NHIS).
           MOVE WS-V-SUMA-X TO TH-SUMA(WS-NHIS).
           MOVE ZEROES TO TH-MAXIMO(WS-NHIS).
           GO TO SIGUIENTE-VALIDADA.
       FIN-CARGA-HISTORIA.

      *    UNA SOLA PASADA POR PAGOSHIST, QUE VIENE ORDENADO POR IBAN:
      *    EL PAGO MAS GRANDE DE LA REMESA Y DE CADA UNA DE LA
      *    HISTORIA, Y LOS IBAN QUE SOLO SALEN EN ESTA REMESA Y NO EN
      *    NINGUNA ANTERIOR (BENEFICIARIOS NUEVOS). SIN PAGOSHIST NO
      *    HAY NADA QUE CONTAR.
       RECORRE-PAGOS.
           MOVE ZEROES TO WS-ACT-MAXIMO WS-ACT-NUEVOS WS-ACT-NUEVOGR.
           MOVE SPACES TO WS-GRP-IBAN.
           MOVE "N" TO WS-GRP-ACTUAL WS-GRP-ANTES.
           MOVE ZEROES TO WS-GRP-MAX.
           OPEN INPUT PAGOSHIST.
           IF WS-HIST-ESTADO = "35"
              MOVE "00" TO WS-HIST-ESTADO
              GO TO FIN-RECORRE-PAGOS
           END-IF.
           IF WS-HIST-ESTADO NOT = "00"
              MOVE WS-HIST-ESTADO TO ERRORES
              MOVE "ABRIENDO PAGOSHIST" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-HIST-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-RECORRE-PAGOS
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
           IF PH-IBAN NOT = WS-GRP-IBAN
              PERFORM CIERRA-GRUPO THRU FIN-CIERRA-GRUPO
              MOVE PH-IBAN TO WS-GRP-IBAN
              MOVE "N" TO WS-GRP-ACTUAL WS-GRP-ANTES
              MOVE ZEROES TO WS-GRP-MAX
           END-IF.
           IF PH-REMESA = WS-REMESA
              MOVE "S" TO WS-GRP-ACTUAL
              IF PH-IMPORTE > WS-GRP-MAX
                 MOVE PH-IMPORTE TO WS-GRP-MAX
              END-IF
              IF PH-IMPORTE > WS-ACT-MAXIMO
                 MOVE PH-IMPORTE TO WS-ACT-MAXIMO
              END-IF
              GO TO LEE-PAGO
           END-IF.
      *    SIN REMESA (PAGOS DE ANTES DE PRUREMESA) CUENTA COMO
      *    ANTERIOR.
           IF PH-REMESA > WS-REMESA
              GO TO LEE-PAGO
           END-IF.
           MOVE "S" TO WS-GRP-ANTES.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NHIS
              IF TH-ID(WS-H) = PH-REMESA AND
                 PH-IMPORTE > TH-MAXIMO(WS-H)
                 MOVE PH-IMPORTE TO TH-MAXIMO(WS-H)
              END-IF
           END-PERFORM.
           GO TO LEE-PAGO.
       CIERRA-PAGOS.
           PERFORM CIERRA-GRUPO THRU FIN-CIERRA-GRUPO.
           CLOSE PAGOSHIST.
           MOVE "00" TO WS-HIST-ESTADO.
       FIN-RECORRE-PAGOS.

       CIERRA-GRUPO.
           IF WS-GRP-IBAN = SPACES OR WS-GRP-ACTUAL NOT = "S"
              OR WS-GRP-ANTES = "S"
              GO TO FIN-CIERRA-GRUPO
           END-IF.
           ADD 1 TO WS-ACT-NUEVOS.
           IF WS-L-NUEVOIMP > ZEROES AND WS-GRP-MAX > WS-L-NUEVOIMP
              ADD 1 TO WS-ACT-NUEVOGR
           END-IF.
       FIN-CIERRA-GRUPO.

      *    MEDIAS DE LA HISTORIA: CUENTA Y SUMA POR REMESA, IMPORTE
      *    MEDIO POR PAGO, Y MAXIMO SOLO DE LAS REMESAS QUE TIENEN
      *    PAGOS EN PAGOSHIST.
       CALCULA-MEDIAS.
           MOVE ZEROES TO WS-ACT-MEDIA.
           IF WS-ACT-REGS > ZEROES
              COMPUTE WS-ACT-MEDIA = WS-ACT-SUMA / WS-ACT-REGS
           END-IF.
           MOVE ZEROES TO WS-ACU-REGS WS-ACU-SUMA WS-ACU-MAX WS-NMAX.
           MOVE ZEROES TO WS-HIS-REGS WS-HIS-SUMA WS-HIS-MEDIA
                          WS-HIS-MAXIMO.
           IF WS-NHIS = ZEROES
              GO TO FIN-CALCULA-MEDIAS
           END-IF.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NHIS
              ADD TH-REGS(WS-H) TO WS-ACU-REGS
              ADD TH-SUMA(WS-H) TO WS-ACU-SUMA
              IF TH-MAXIMO(WS-H) > ZEROES
                 ADD TH-MAXIMO(WS-H) TO WS-ACU-MAX
                 ADD 1 TO WS-NMAX
              END-IF
           END-PERFORM.
           COMPUTE WS-HIS-REGS = WS-ACU-REGS / WS-NHIS.
           COMPUTE WS-HIS-SUMA = WS-ACU-SUMA / WS-NHIS.
           IF WS-ACU-REGS > ZEROES
              COMPUTE WS-HIS-MEDIA = WS-ACU-SUMA / WS-ACU-REGS
           END-IF.
           IF WS-NMAX > ZEROES
              COMPUTE WS-HIS-MAXIMO = WS-ACU-MAX / WS-NMAX
           END-IF.
       FIN-CALCULA-MEDIAS.

      *    EL VALOR ACTUAL EN PORCENTAJE SOBRE LA MEDIA; PASA DEL LIMITE
      *    SI LO SUPERA O (CON WS-CMP-BAJA) SI SE QUEDA POR DEBAJO DE LA
      *    MEDIA EN LA MISMA PROPORCION (300% AVISA TAMBIEN POR DEBAJO
      *    DEL 33%). SIN MEDIA O CON LIMITE CERO NO SE COMPARA.
       COMPARA.
           IF WS-CMP-MEDIA = ZEROES OR WS-CMP-LIMITE = ZEROES
              GO TO FIN-COMPARA
           END-IF.
           COMPUTE WS-RATIO-CALC = WS-CMP-ACTUAL * 100 / WS-CMP-MEDIA
               ON SIZE ERROR
                  MOVE 9999 TO WS-RATIO-CALC
           END-COMPUTE.
           IF WS-RATIO-CALC > 9999
              MOVE 9999 TO WS-RATIO-CALC
           END-IF.
           MOVE WS-RATIO-CALC TO WS-RATIO.
           IF WS-RATIO > WS-CMP-LIMITE
              GO TO ANOTA-DESVIACION
           END-IF.
           IF WS-CMP-BAJA = "S" AND
              WS-RATIO * WS-CMP-LIMITE < 10000
              GO TO ANOTA-DESVIACION
           END-IF.
           GO TO FIN-COMPARA.
       ANOTA-DESVIACION.
           STRING WS-CMP-NOMBRE DELIMITED BY SPACE
                  "=" WS-RATIO "%;" DELIMITED BY SIZE
                  INTO WS-MOTIVO WITH POINTER WS-MOT-P
               ON OVERFLOW
                  CONTINUE
           END-STRING.
       FIN-COMPARA.

      *    LA RETENCION QUEDA EN EL LISTADO DE RESULTADOS DEL DIA.
       ANOTA-RESULTADO.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING "REMESA:" WS-REMESA " CLASE:" WS-ACT-CLASE
                  " EMPRESA:" WS-ACT-EMPRESA
                  " REGS:" WS-ACT-REGS " SUMA:" WS-ACT-SUMA
                  " HISTORIA:" WS-NHIS
                  DELIMITED BY SIZE
                  INTO WS-RES-ITEM
           END-STRING.
           MOVE "RETENIDA" TO WS-RES-RESULT.
           MOVE WS-MOTIVO TO WS-RES-DET.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
       FIN-ANOTA-RESULTADO.

       ANOTA-ALERTA.
      *    MISMO CONTADOR DE IDS Y MISMA COLA QUE ALIMENTAN PRUERR Y
      *    PRUIBANEUR; SIN COLA LA REMESA QUEDA RETENIDA IGUAL.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
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
           MOVE WS-HORA TO ALR-HORA.
           MOVE "9A" TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
      *    PRUALERT ENSEÑA ESTE CAMPO HASTA EL PRIMER BLANCO.
           MOVE SPACES TO ALR-FICHERO.
           STRING "REMESA=" WS-REMESA ";" DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SPACE
                  INTO ALR-FICHERO
           END-STRING.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
           MOVE WS-ALR-SIGUIENTE TO ANO-ALERTA.
       FIN-ANOTA-ALERTA.

       CONSULTA-REMESA.
           MOVE WS-REMESA TO ANO-REMESA.
           READ ANOMALIAS
               INVALID KEY
                  MOVE SPACES TO DETALLE
                  MOVE 2 TO RETURN-CODE
                  GO TO FIN-CONSULTA-REMESA
           END-READ.
           MOVE SPACES TO DETALLE.
           STRING ANO-ESTADO ";" ANO-FECHA ";" ANO-ALERTA ";"
                  DELIMITED BY SIZE
                  ANO-MOTIVO DELIMITED BY SPACE
                  INTO DETALLE
           END-STRING.
           IF ANO-RETENIDA
              DISPLAY "|ANOMALIA|RETENIDA|" ANO-REMESA "|"
                      ANO-MOTIVO "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-CONSULTA-REMESA.

       RECONOCIMIENTO SECTION.
      *    SOLO UNA REMESA RETENIDA, Y CON USUARIO DE SESION, QUE ES LO
      *    QUE QUEDA COMO RESPONSABLE JUNTO CON FECHA Y HORA.
       RECONOCE-REMESA.
           MOVE WS-REMESA TO ANO-REMESA.
           READ ANOMALIAS
               INVALID KEY
                  DISPLAY "|ANOMAERROR|NOEXISTE|" IDREMESA "|"
                          UPON SYSOUT
                  MOVE 2 TO RETURN-CODE
                  GO TO FIN-RECONOCE-REMESA
           END-READ.
           IF NOT ANO-RETENIDA
              DISPLAY "|ANOMAERROR|NORETENIDA|" ANO-REMESA "|"
                      ANO-ESTADO "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-RECONOCE-REMESA
           END-IF.
           IF USUARIO = SPACES
              DISPLAY "|ANOMAERROR|USUARIO|" ANO-REMESA "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-RECONOCE-REMESA
           END-IF.
           MOVE "R" TO ANO-ESTADO.
           MOVE USUARIO TO ANO-USUARIO.
           MOVE WS-FECHA TO ANO-REC-FECHA.
           MOVE WS-HORA TO ANO-REC-HORA.
           REWRITE REG-ANOMALIAS.
           DISPLAY "|ANOMALIA|RECONOCIDA|" ANO-REMESA "|" ANO-USUARIO
                   "|" ANO-REC-FECHA "|" ANO-REC-HORA "|" UPON SYSOUT.
           IF ANO-ALERTA > ZEROES
              MOVE ANO-ALERTA TO WS-ALR-ID
              CALL "PRUALERT" USING WS-ALR-ACCION WS-ALR-ID
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-RECONOCE-REMESA.

       LISTADOS SECTION.
       LISTA-ANOMALIAS.
           MOVE ZEROES TO WS-TOTAL.
           MOVE "000000" TO ANO-REMESA.
           START ANOMALIAS KEY GREATER ANO-REMESA
               INVALID KEY
                  GO TO FIN-LEER-ANOMALIAS
           END-START.
       LEER-ANOMALIAS.
           READ ANOMALIAS NEXT
               AT END
                  GO TO FIN-LEER-ANOMALIAS
           END-READ.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-ANO-RESP.
           STRING "|ANOMALIA|" ANO-REMESA "|" ANO-ESTADO "|"
                  ANO-FECHA "|" ANO-REGS "|" ANO-SUMA "|"
                  ANO-HISTORIA "|" DELIMITED BY SIZE
                  ANO-MOTIVO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  ANO-USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-ANO-RESP
           END-STRING.
           DISPLAY WS-ANO-RESP UPON SYSOUT.
           GO TO LEER-ANOMALIAS.
       FIN-LEER-ANOMALIAS.
           DISPLAY "|ANOMALIAFIN|" WS-TOTAL "|" UPON SYSOUT.
       FIN-LISTA-ANOMALIAS.

      *    LOS LIMITES DE SIEMPRE SALVO LOS QUE ESTEN GRABADOS.
       LEE-LIMITES.
           MOVE 300 TO WS-L-REGS WS-L-SUMA WS-L-MEDIA WS-L-MAXIMO.
           MOVE 10 TO WS-L-NUEVOS.
           MOVE 1000000 TO WS-L-NUEVOIMP.
           MOVE 10 TO WS-L-HISTORIA.
           MOVE 3 TO WS-L-MINIMO.
           MOVE SPACES TO WS-L-FECHA WS-L-AUTOR.
           MOVE "000000" TO ANL-CLAVE.
           READ ANOMALIAS
               INVALID KEY
                  GO TO FIN-LEE-LIMITES
           END-READ.
           MOVE ANL-REGS TO WS-L-REGS.
           MOVE ANL-SUMA TO WS-L-SUMA.
           MOVE ANL-MEDIA TO WS-L-MEDIA.
           MOVE ANL-MAXIMO TO WS-L-MAXIMO.
           MOVE ANL-NUEVOS TO WS-L-NUEVOS.
           MOVE ANL-NUEVOIMP TO WS-L-NUEVOIMP.
           MOVE ANL-HISTORIA TO WS-L-HISTORIA.
           MOVE ANL-MINIMO TO WS-L-MINIMO.
           MOVE ANL-FECHA TO WS-L-FECHA.
           MOVE ANL-AUTOR TO WS-L-AUTOR.
       FIN-LEE-LIMITES.

       ALTA-LIMITES.
           MOVE SPACES TO WS-DET-REGS WS-DET-SUMA WS-DET-MEDIA
                          WS-DET-MAXIMO WS-DET-NUEVOS WS-DET-NUEVOIMP
                          WS-DET-HISTORIA WS-DET-MINIMO.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-DET-REGS
                 WS-DET-SUMA
                 WS-DET-MEDIA
                 WS-DET-MAXIMO
                 WS-DET-NUEVOS
                 WS-DET-NUEVOIMP
                 WS-DET-HISTORIA
                 WS-DET-MINIMO
           END-UNSTRING.
           IF WS-DET-REGS NOT = SPACES
              MOVE WS-DET-REGS TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > 9999
                 GO TO LIMITE-MALO
              END-IF
              MOVE WS-NUM-9 TO WS-L-REGS
           END-IF.
           IF WS-DET-SUMA NOT = SPACES
              MOVE WS-DET-SUMA TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > 9999
                 GO TO LIMITE-MALO
              END-IF
              MOVE WS-NUM-9 TO WS-L-SUMA
           END-IF.
           IF WS-DET-MEDIA NOT = SPACES
              MOVE WS-DET-MEDIA TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > 9999
                 GO TO LIMITE-MALO
              END-IF
              MOVE WS-NUM-9 TO WS-L-MEDIA
           END-IF.
           IF WS-DET-MAXIMO NOT = SPACES
              MOVE WS-DET-MAXIMO TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > 9999
                 GO TO LIMITE-MALO
              END-IF
              MOVE WS-NUM-9 TO WS-L-MAXIMO
           END-IF.
           IF WS-DET-NUEVOS NOT = SPACES
              MOVE WS-DET-NUEVOS TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > 99999
                 GO TO LIMITE-MALO
              END-IF
              MOVE WS-NUM-9 TO WS-L-NUEVOS
           END-IF.
           IF WS-DET-NUEVOIMP NOT = SPACES
              MOVE WS-DET-NUEVOIMP TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > 9999999999999
                 GO TO LIMITE-MALO
              END-IF
              MOVE WS-NUM-9 TO WS-L-NUEVOIMP
           END-IF.
           IF WS-DET-HISTORIA NOT = SPACES
              MOVE WS-DET-HISTORIA TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > 20
                 OR WS-NUM-9 = ZEROES
                 GO TO LIMITE-MALO
              END-IF
              MOVE WS-NUM-9 TO WS-L-HISTORIA
           END-IF.
           IF WS-DET-MINIMO NOT = SPACES
              MOVE WS-DET-MINIMO TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM-OK NOT = "S" OR WS-NUM-9 > WS-L-HISTORIA
                 GO TO LIMITE-MALO
              END-IF
              MOVE WS-NUM-9 TO WS-L-MINIMO
           END-IF.
           MOVE SPACES TO REG-ANOMALIAS-LIMITES.
           MOVE "000000" TO ANL-CLAVE.
           MOVE WS-L-REGS TO ANL-REGS.
           MOVE WS-L-SUMA TO ANL-SUMA.
           MOVE WS-L-MEDIA TO ANL-MEDIA.
           MOVE WS-L-MAXIMO TO ANL-MAXIMO.
           MOVE WS-L-NUEVOS TO ANL-NUEVOS.
           MOVE WS-L-NUEVOIMP TO ANL-NUEVOIMP.
           MOVE WS-L-HISTORIA TO ANL-HISTORIA.
           MOVE WS-L-MINIMO TO ANL-MINIMO.
           MOVE WS-FECHA TO ANL-FECHA.
           MOVE USUARIO TO ANL-AUTOR.
           WRITE REG-ANOMALIAS-LIMITES
               INVALID KEY
                  REWRITE REG-ANOMALIAS-LIMITES
           END-WRITE.
           MOVE ANL-FECHA TO WS-L-FECHA.
           MOVE ANL-AUTOR TO WS-L-AUTOR.
           PERFORM LISTA-LIMITES THRU FIN-LISTA-LIMITES.
           GO TO FIN-ALTA-LIMITES.
       LIMITE-MALO.
           DISPLAY "|ANOMAERROR|DETALLE|" DETALLE(1:80) "|"
                   UPON SYSOUT.
           MOVE 1 TO RETURN-CODE.
       FIN-ALTA-LIMITES.

       LISTA-LIMITES.
           DISPLAY "|ANOMALIA|LIMITES|" WS-L-REGS "|" WS-L-SUMA "|"
                   WS-L-MEDIA "|" WS-L-MAXIMO "|" WS-L-NUEVOS "|"
                   WS-L-NUEVOIMP "|" WS-L-HISTORIA "|" WS-L-MINIMO
                   "|" WS-L-FECHA "|" WS-L-AUTOR "|" UPON SYSOUT.
       FIN-LISTA-LIMITES.

       ENCAJA-NUMERO.
      *    EL MISMO ENCAJE POR LA DERECHA SOBRE CEROS DE SIEMPRE.
           MOVE "N" TO WS-NUM-OK.
           MOVE ZEROES TO WS-NUM-9.
           MOVE ZERO TO WS-NUM-LON.
           INSPECT WS-NUM-TXT TALLYING WS-NUM-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-NUM-LON = ZERO
              GO TO FIN-ENCAJA-NUMERO
           END-IF.
           MOVE ALL "0" TO WS-NUM-AUX.
           MOVE WS-NUM-TXT(1:WS-NUM-LON)
             TO WS-NUM-AUX(16 - WS-NUM-LON:WS-NUM-LON).
           IF WS-NUM-AUX IS NOT NUMERIC
              GO TO FIN-ENCAJA-NUMERO
           END-IF.
           MOVE WS-NUM-AUX TO WS-NUM-9.
           MOVE "S" TO WS-NUM-OK.
       FIN-ENCAJA-NUMERO.
