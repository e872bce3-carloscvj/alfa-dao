       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUCIERRE.
       AUTHOR.        CVJ.
       SECURITY.      CIERRE DE MES (CIERRES.DAT BAJO dd_dir, UNA FICHA
                      POR PERIODO AAAAMM): LA LISTA DE CIERRE - REMESAS
                      CONCILIADAS, PAGOS RETENIDOS Y APARCADOS
                      RESUELTOS, REMESAS VISTAS EN EL EXTRACTO, DIARIOS
                      DE AUDITORIA SELLADOS Y CONSOLIDADOS, INDICADORES
                      SACADOS - SE COMPRUEBA CONTRA LOS REGISTROS DE
                      VERDAD Y CADA PASO SE FIRMA. CON TODO FIRMADO EL
                      PERIODO SE CIERRA: PRUFECHA YA NO DEJA FIJAR UNA
                      FECHA DE PROCESO DENTRO DE EL Y LOS PROGRAMAS DE
                      PAGOS Y DE ACTUALIZACION SE NIEGAN A TRABAJAR CON
                      ESA FECHA. REABRIRLO PIDE UNA APROBACION A CUATRO
                      OJOS DE PRUAPRU. HASTA AHORA LA LISTA ERA DE PAPEL
                      Y UNA REPETICION TARDIA PODIA CAMBIAR UN MES YA
                      CERRADO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro de RETENIDOS gana
*********************               la divisa del pago y su
*********************               contravalor en euros (RET-DIVISA y
*********************               RET-EUROS) que guarda PRULIBERA.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               REVISA periodo (pasa la lista sin
*********************               tocar nada; RC 1 si algun paso no
*********************               esta listo) - FIRMA periodo con
*********************               detalle = paso (REMESAS,
*********************               RETENIDOS, EXTRACTOS, AUDITORIA O
*********************               KPI; solo se firma un paso que
*********************               esta listo, y firmar KPI saca el
*********************               informe de PRUKPI del periodo) -
*********************               CIERRA periodo (todo firmado y
*********************               todo listo otra vez) - REABRE
*********************               periodo (consume la aprobacion
*********************               "PRUCIERRE REABRE aaaamm" y borra
*********************               las firmas: la lista se vuelve a
*********************               pasar entera) - CONSULTA periodo -
*********************               LISTA - VERIFICA (periodo de una
*********************               fecha; RC 1 si esta cerrado, sin
*********************               decir nada: es la que usan
*********************               PRUFECHA y los programas de
*********************               pagos). SOLO SE FIRMA Y SE CIERRA
*********************               UN MES ANTERIOR AL DE LA FECHA DE
*********************               PROCESO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CIERRES
                  ASSIGN TO DYNAMIC WS-CIERRES-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CIE-PERIODO
                  FILE STATUS IS ERRORES.

           SELECT REMESAS
                  ASSIGN TO DYNAMIC WS-REMESAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REM-ID
                  FILE STATUS IS WS-REMESAS-ESTADO.

           SELECT RETENIDOS
                  ASSIGN TO DYNAMIC WS-RETEN-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RET-CLAVE
                  FILE STATUS IS WS-RETEN-ESTADO.

           SELECT SELLOS
                  ASSIGN TO DYNAMIC WS-SELLOS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SELLOS-ESTADO.

           SELECT DIARIO
                  ASSIGN TO DYNAMIC WS-DIARIO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DIARIO-ESTADO.

           SELECT ALMACEN
                  ASSIGN TO DYNAMIC WS-AUDIT-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUD-CLAVE
                  FILE STATUS IS WS-AUDIT-ESTADO.

           SELECT LOG-CIERRE
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    UNA FICHA POR PERIODO: ESTADO, LA FIRMA DE CADA PASO DE LA
      *    LISTA (EN EL ORDEN DE TB-PASOS), QUIEN CERRO Y LA ULTIMA
      *    REAPERTURA.
       FD  CIERRES.
       01  REG-CIERRES.
           03 CIE-PERIODO    PIC X(6).
           03 CIE-ESTADO     PIC X.
              88 CIE-ABIERTO    VALUE "A".
              88 CIE-CERRADO    VALUE "C".
              88 CIE-REABIERTO  VALUE "R".
           03 CIE-FIRMA      OCCURS 5.
              05 CIE-FIR-USUARIO PIC X(15).
              05 CIE-FIR-FECHA   PIC X(8).
              05 CIE-FIR-HORA    PIC X(8).
           03 CIE-CIE-USUARIO PIC X(15).
           03 CIE-CIE-FECHA  PIC X(8).
           03 CIE-CIE-HORA   PIC X(8).
           03 CIE-REAPERTURAS PIC 9(3).
           03 CIE-REA-USUARIO PIC X(15).
           03 CIE-REA-FECHA  PIC X(8).
           03 CIE-REA-HORA   PIC X(8).
           03 FILLER         PIC X(50).

      *    MISMO LAYOUT DE REMESAS QUE PRUREMESA.
       FD  REMESAS.
       01  REG-REMESAS.
           03 REM-ID         PIC 9(6).
           03 REM-FICHERO    PIC X(120).
           03 REM-FECHA      PIC X(8).
           03 REM-ENT-REGS   PIC 9(7).
           03 REM-ENT-SUMA   PIC 9(15).
           03 REM-OK-REGS    PIC 9(7).
           03 REM-OK-SUMA    PIC 9(15).
           03 REM-MAL-REGS   PIC 9(7).
           03 REM-MAL-SUMA   PIC 9(15).
           03 REM-DUP-REGS   PIC 9(7).
           03 REM-DUP-SUMA   PIC 9(15).
           03 REM-PTE-REGS   PIC 9(7).
           03 REM-PTE-SUMA   PIC 9(15).
           03 REM-GEN-REGS   PIC 9(7).
           03 REM-GEN-SUMA   PIC 9(15).
           03 REM-DEV-REGS   PIC 9(7).
           03 REM-DEV-SUMA   PIC 9(15).
           03 REM-ENV-FECHA  PIC X(8).
           03 REM-FECHA-VALOR PIC X(8).
           03 REM-GEN-FICHERO PIC X(120).
           03 REM-RET-REGS   PIC 9(7).
           03 REM-RET-SUMA   PIC 9(15).
           03 REM-GEN-FECHA  PIC X(8).
           03 REM-RCH-FECHA  PIC X(8).
           03 REM-RCH-MOTIVO PIC X(8).
           03 REM-CLASE      PIC X.
              88 REM-COBROS     VALUE "C".
           03 REM-EXT-REGS   PIC 9(7).
           03 REM-EXT-SUMA   PIC 9(15).
           03 REM-EXT-FECHA  PIC X(8).
           03 REM-COM-PREVISTA PIC 9(11).
           03 REM-COM-REAL   PIC 9(11).
           03 REM-COM-FECHA  PIC X(8).
           03 REM-DIVISAS    OCCURS 5.
              05 RD-CODIGO   PIC X(3).
              05 RD-OK-REGS  PIC 9(7).
              05 RD-OK-SUMA  PIC 9(15).
              05 RD-OK-EUR   PIC 9(15).
              05 RD-GEN-REGS PIC 9(7).
              05 RD-GEN-SUMA PIC 9(15).
              05 RD-GEN-EUR  PIC 9(15).
              05 RD-RET-REGS PIC 9(7).
              05 RD-RET-SUMA PIC 9(15).
           03 REM-EMPRESA    PIC X(3).
       01  REG-REMESAS-CONTROL.
           03 RMC-ID         PIC 9(6).
           03 RMC-ULTIMO     PIC 9(6).
           03 FILLER         PIC X(1017).

      *    MISMO LAYOUT DE RETENIDOS QUE PRULIBERA.
       FD  RETENIDOS.
       01  REG-RETENIDOS.
           03 RET-CLAVE.
              05 RET-IBAN    PIC X(34).
              05 RET-IMPORTE PIC 9(13).
              05 RET-REF     PIC X(20).
           03 RET-REMESA     PIC X(6).
           03 RET-ESTADO     PIC X.
              88 RET-PENDIENTE  VALUE "P".
              88 RET-LIBERADO   VALUE "L".
           03 RET-FECHA      PIC X(8).
           03 RET-HORA       PIC X(8).
           03 RET-NECESARIAS PIC 9.
           03 RET-HECHAS     PIC 9.
           03 RET-FIRMA      OCCURS 3.
              05 RET-FIR-USUARIO PIC X(15).
              05 RET-FIR-FECHA   PIC X(8).
              05 RET-FIR-HORA    PIC X(8).
           03 RET-DIVISA     PIC X(3).
           03 RET-EUROS      PIC 9(13).

       FD  SELLOS.
       01  REG-SELLOS        PIC X(300).

       FD  DIARIO.
       01  REG-DIARIO        PIC X(300).

      *    MISMO LAYOUT QUE EL ALMACEN MENSUAL DE PRUMES.
       FD  ALMACEN.
       01  REG-ALMACEN.
           03 AUD-CLAVE.
              05 AUD-TS       PIC X(17).
              05 AUD-USUARIO  PIC X(15).
              05 AUD-SEQ      PIC 9(5).
           03 AUD-ORIGEN      PIC X(8).
           03 AUD-LINEA       PIC X(250).

       FD  LOG-CIERRE.
       01  REG-LOG-CIERRE    PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUCIERRE".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-CIERRES-PATH   PIC X(200).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 CIERRES-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-REMESAS-PATH   PIC X(200).
       77  WS-REMESAS-ESTADO PIC XX.
       77  WS-RETEN-PATH     PIC X(200).
       77  WS-RETEN-ESTADO   PIC XX.
       77  WS-SELLOS-PATH    PIC X(200).
       77  WS-SELLOS-ESTADO  PIC XX.
       01  WS-DIARIO-PATH    PIC X(256).
       77  WS-DIARIO-ESTADO  PIC XX.
       77  WS-AUDIT-PATH     PIC X(200).
       77  WS-AUDIT-ESTADO   PIC XX.
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.

       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-PERIODO        PIC X(6).
       01  WS-PERIODO-N.
           03 WS-ANO-N       PIC 9(4).
           03 WS-MES-N       PIC 9(2).
       77  WS-PERIODO-MAL    PIC X.
       77  WS-HAY-FICHA      PIC X.
           88 HAY-FICHA      VALUE "S".

      *    LOS PASOS DE LA LISTA, EN EL ORDEN DE CIE-FIRMA - MISMO
      *    PATRON FILLER+REDEFINES QUE TB-PREFIJOS DE PRUMES.
       01  TB-PASOS-DATA.
           03 FILLER         PIC X(10) VALUE "REMESAS".
           03 FILLER         PIC X(10) VALUE "RETENIDOS".
           03 FILLER         PIC X(10) VALUE "EXTRACTOS".
           03 FILLER         PIC X(10) VALUE "AUDITORIA".
           03 FILLER         PIC X(10) VALUE "KPI".
       01  TB-PASOS REDEFINES TB-PASOS-DATA.
           03 TB-PASO        PIC X(10) OCCURS 5.
       77  WS-N              PIC 9.
       77  WS-PASO-PEDIDO    PIC 9.
       77  WS-PASO-NOMBRE    PIC X(10).

      *    RESULTADO DE LA ULTIMA PASADA POR LA LISTA: LISTO S/N Y LA
      *    NOTA CON LO QUE FALTA.
       01  TB-RESULTADOS.
           03 TB-RES-O       OCCURS 5.
              05 TB-RES-LISTO PIC X.
              05 TB-RES-NOTA  PIC X(80).
       77  WS-LISTOS         PIC 9.
       77  WS-FIRMADOS       PIC 9.

      *    CONTADORES DE LAS COMPROBACIONES.
       77  WS-N-REMESAS      PIC 9(5).
       77  WS-N-DESCUADRES   PIC 9(5).
       77  WS-N-SINVALIDAR   PIC 9(5).
       77  WS-N-APARCADAS    PIC 9(5).
       77  WS-N-RETENIDOS    PIC 9(5).
       77  WS-N-GENERADAS    PIC 9(5).
       77  WS-N-SINEXTRACTO  PIC 9(5).
       77  WS-PRIMERA-MAL    PIC X(6).
       77  WS-PRIMERA-APAR   PIC X(6).
       77  WS-PRIMERA-SINEXT PIC X(6).
       77  WS-CUADRA         PIC X.

       77  WS-D              PIC 99.
       77  WS-TOPE-MES       PIC 99.
       77  WS-COCIENTE       PIC 9(4).
       77  WS-RESTO          PIC 9(4).
       01  TB-DIAS-MES-DATA.
           03 FILLER         PIC X(24) VALUE "312831303130313130313031".
       01  TB-DIAS-MES REDEFINES TB-DIAS-MES-DATA.
           03 TB-DMES        PIC 99 OCCURS 12.
       01  TB-SELLADOS.
           03 TB-SELLADO     PIC X OCCURS 31.
       77  WS-S-TIPO         PIC X(8).
       77  WS-S-FECHA        PIC X(8).
       77  WS-L-FECHA        PIC X(8).
       77  WS-SIN-SELLO      PIC 99.
       77  WS-SIN-CONSOLIDAR PIC 99.
       77  WS-SELLOS-ROTOS   PIC 99.
       77  WS-PRIMER-DIA-MAL PIC X(8).
       77  WS-HAY-ALMACEN    PIC X.
       77  WS-ALMACEN-LINEAS PIC 9(7).
       77  WS-CONSOLIDADO    PIC X.

      *    LOS TRES JUEGOS DE DIARIOS QUE CONSOLIDA PRUMES; SOLO SRU Y
      *    PRUERR ENTRAN EN LA CADENA DE SELLOS DE PRUSELLO.
       01  TB-PREFIJOS-DATA.
           03 FILLER         PIC X(8) VALUE "SRU     ".
           03 FILLER         PIC X(8) VALUE "PRUSERL ".
           03 FILLER         PIC X(8) VALUE "PRUERR  ".
       01  TB-PREFIJOS REDEFINES TB-PREFIJOS-DATA.
           03 TB-PREFIJO     PIC X(8) OCCURS 3.
       77  WS-P              PIC 9.

       77  WS-SELLO-ACCION   PIC X(8) VALUE "COTEJA".
       77  WS-SELLO-FECHA    PIC X(8).
       01  WS-SELLO-DETALLE  PIC X(256).
       77  WS-KPI-MES        PIC X(6).
       77  WS-APRU-ACCION    PIC X(8) VALUE "CONSUME".
       77  WS-APRU-ID        PIC X(6).
       01  WS-APRU-DETALLE   PIC X(120).

       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       77  WS-LOG-ACCION     PIC X(8).
       01  WS-LOG-TEXTO      PIC X(100).
       01  WS-CIE-RESP       PIC X(300).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  PERIODO           PIC X(6).
       77  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING ACCION PERIODO DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           IF VALORDIR = LOW-VALUES
              MOVE SPACES TO VALORDIR
           END-IF.
           MOVE SPACES TO WS-CIERRES-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/CIERRES.DAT"
                     DELIMITED BY SPACE
                     INTO WS-CIERRES-PATH
              END-STRING
           ELSE
              MOVE "CIERRES.DAT" TO WS-CIERRES-PATH
           END-IF.
           MOVE PERIODO TO WS-PERIODO.
      *    VERIFICA LA LLAMAN PRUFECHA Y LOS PROGRAMAS DE PAGOS EN
      *    CADA PASADA: SOLO LEE, NO CREA EL REGISTRO Y NO HABLA.
           IF ACCION = "VERIFICA"
              PERFORM VERIFICA-PERIODO THRU FIN-VERIFICA-PERIODO
              GO TO FIN-PROCESOS
           END-IF.
           IF ACCION NOT = "LISTA"
              PERFORM VALIDA-PERIODO THRU FIN-VALIDA-PERIODO
              IF WS-PERIODO-MAL = "S"
                 DISPLAY "|CIERREERROR|PERIODO|" PERIODO "|"
                         UPON SYSOUT
                 MOVE 1 TO RETURN-CODE
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           PERFORM ABRE-CIERRES.
           IF NOT CIERRES-ABIERTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "REVISA"
                    PERFORM LEE-FICHA THRU FIN-LEE-FICHA
                    PERFORM PASA-LISTA THRU FIN-PASA-LISTA
                    PERFORM ENSENA-LISTA THRU FIN-ENSENA-LISTA
                    IF WS-LISTOS < 5
                       MOVE 1 TO RETURN-CODE
                    END-IF
               WHEN "FIRMA"
                    PERFORM FIRMA-PASO THRU FIN-FIRMA-PASO
               WHEN "CIERRA"
                    PERFORM CIERRA-PERIODO THRU FIN-CIERRA-PERIODO
               WHEN "REABRE"
                    PERFORM REABRE-PERIODO THRU FIN-REABRE-PERIODO
               WHEN "CONSULTA"
                    PERFORM LEE-FICHA THRU FIN-LEE-FICHA
                    IF HAY-FICHA
                       PERFORM ENSENA-FICHA THRU FIN-ENSENA-FICHA
                    ELSE
                       DISPLAY "|CIERRE|" WS-PERIODO "|SINFICHA|"
                               UPON SYSOUT
                    END-IF
               WHEN "LISTA"
                    PERFORM LISTA-CIERRES THRU FIN-LISTA-CIERRES
               WHEN OTHER
                    DISPLAY "|CIERREERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           CLOSE CIERRES.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-CIERRES SECTION.
      *    MISMO ABRE-O-CREA QUE EL CATALOGO DE PRUCAT.
       ABRIENDO-CIERRES.
           MOVE "N" TO WS-ABIERTO.
           OPEN I-O CIERRES.
           IF ERRORES = "00"
              SET CIERRES-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-CIERRES
           END-IF.
           OPEN OUTPUT CIERRES.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO CIERRES" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-CIERRES-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-CIERRES
           END-IF.
           CLOSE CIERRES.
           OPEN I-O CIERRES.
           IF ERRORES = "00"
              SET CIERRES-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-CIERRES.

       PERIODOS SECTION.
       VALIDA-PERIODO.
           MOVE "S" TO WS-PERIODO-MAL.
           IF WS-PERIODO IS NOT NUMERIC
              GO TO FIN-VALIDA-PERIODO
           END-IF.
           MOVE WS-PERIODO TO WS-PERIODO-N.
           IF WS-MES-N < 1 OR WS-MES-N > 12
              GO TO FIN-VALIDA-PERIODO
           END-IF.
           MOVE "N" TO WS-PERIODO-MAL.
       FIN-VALIDA-PERIODO.

      *    SIN REGISTRO DE CIERRES NINGUN MES SE HA CERRADO NUNCA.
       VERIFICA-PERIODO.
           MOVE ZERO TO RETURN-CODE.
           IF WS-PERIODO IS NOT NUMERIC
              GO TO FIN-VERIFICA-PERIODO
           END-IF.
           OPEN INPUT CIERRES.
           IF ERRORES NOT = "00"
              GO TO FIN-VERIFICA-PERIODO
           END-IF.
           MOVE WS-PERIODO TO CIE-PERIODO.
           READ CIERRES
               INVALID KEY
                  MOVE SPACE TO CIE-ESTADO
           END-READ.
           IF CIE-CERRADO
              MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE CIERRES.
       FIN-VERIFICA-PERIODO.

       LEE-FICHA.
           MOVE "S" TO WS-HAY-FICHA.
           MOVE WS-PERIODO TO CIE-PERIODO.
           READ CIERRES
               INVALID KEY
                  MOVE "N" TO WS-HAY-FICHA
                  INITIALIZE REG-CIERRES
                  MOVE WS-PERIODO TO CIE-PERIODO
                  MOVE "A" TO CIE-ESTADO
           END-READ.
       FIN-LEE-FICHA.

       GRABA-FICHA.
           IF HAY-FICHA
              REWRITE REG-CIERRES
           ELSE
              WRITE REG-CIERRES
                  INVALID KEY
                     CONTINUE
              END-WRITE
              MOVE "S" TO WS-HAY-FICHA
           END-IF.
       FIN-GRABA-FICHA.

      *    UN MES SOLO SE FIRMA Y SE CIERRA CUANDO YA HA TERMINADO: LA
      *    FECHA DE PROCESO TIENE QUE ESTAR EN UN MES POSTERIOR.
       MIRA-VENCIDO.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA-PROC
               ON EXCEPTION
                  ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       FIN-MIRA-VENCIDO.

       MANTENIMIENTO SECTION.
       FIRMA-PASO.
           IF USUARIO = SPACES
              DISPLAY "|CIERREERROR|SINUSUARIO|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-FIRMA-PASO
           END-IF.
           MOVE ZERO TO WS-PASO-PEDIDO.
           MOVE DETALLE(1:10) TO WS-PASO-NOMBRE.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 5
              IF TB-PASO(WS-N) = WS-PASO-NOMBRE
                 MOVE WS-N TO WS-PASO-PEDIDO
              END-IF
           END-PERFORM.
           IF WS-PASO-PEDIDO = ZERO
              DISPLAY "|CIERREERROR|PASO|" WS-PASO-NOMBRE "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-FIRMA-PASO
           END-IF.
           PERFORM MIRA-VENCIDO THRU FIN-MIRA-VENCIDO.
           IF WS-PERIODO NOT < WS-FECHA-PROC(1:6)
              DISPLAY "|CIERREERROR|NOVENCIDO|" WS-PERIODO "|"
                      WS-FECHA-PROC "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-FIRMA-PASO
           END-IF.
           PERFORM LEE-FICHA THRU FIN-LEE-FICHA.
           IF CIE-CERRADO
              DISPLAY "|CIERREERROR|CERRADO|" WS-PERIODO "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-FIRMA-PASO
           END-IF.
           PERFORM PASA-LISTA THRU FIN-PASA-LISTA.
           MOVE WS-PASO-PEDIDO TO WS-N.
           IF TB-RES-LISTO(WS-N) NOT = "S"
              MOVE SPACES TO WS-CIE-RESP
              STRING "|CIERREERROR|NOLISTO|" DELIMITED BY SIZE
                     TB-PASO(WS-N) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-RES-NOTA(WS-N) DELIMITED BY "  "
                     "|" DELIMITED BY SIZE
                     INTO WS-CIE-RESP
              END-STRING
              DISPLAY WS-CIE-RESP UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-FIRMA-PASO
           END-IF.
      *    LOS INDICADORES DEL MES SE SACAN AL FIRMAR SU PASO, SOBRE EL
      *    ALMACEN YA CONSOLIDADO.
           IF TB-PASO(WS-N) = "KPI"
              MOVE WS-PERIODO TO WS-KPI-MES
              CALL "PRUKPI" USING WS-KPI-MES
                  ON EXCEPTION
                     DISPLAY "|CIERREERROR|NOPRUKPI|" UPON SYSOUT
                     MOVE 1 TO RETURN-CODE
                     GO TO FIN-FIRMA-PASO
              END-CALL
              MOVE ZERO TO RETURN-CODE
           END-IF.
           MOVE USUARIO TO CIE-FIR-USUARIO(WS-N).
           MOVE WS-FECHA TO CIE-FIR-FECHA(WS-N).
           MOVE WS-HORA TO CIE-FIR-HORA(WS-N).
           PERFORM GRABA-FICHA THRU FIN-GRABA-FICHA.
           MOVE SPACES TO WS-CIE-RESP.
           STRING "|CIERRE|" WS-PERIODO "|FIRMADO|" DELIMITED BY SIZE
                  TB-PASO(WS-N) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-CIE-RESP
           END-STRING.
           DISPLAY WS-CIE-RESP UPON SYSOUT.
           MOVE "FIRMA" TO WS-LOG-ACCION.
           MOVE TB-PASO(WS-N) TO WS-LOG-TEXTO.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
       FIN-FIRMA-PASO.

      *    LAS FIRMAS NO BASTAN: ENTRE LA FIRMA DE UN PASO Y EL CIERRE
      *    PUEDE HABER ENTRADO UNA REPETICION TARDIA, ASI QUE LA LISTA
      *    SE VUELVE A PASAR ENTERA ANTES DE CERRAR.
       CIERRA-PERIODO.
           IF USUARIO = SPACES
              DISPLAY "|CIERREERROR|SINUSUARIO|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CIERRA-PERIODO
           END-IF.
           PERFORM MIRA-VENCIDO THRU FIN-MIRA-VENCIDO.
           IF WS-PERIODO NOT < WS-FECHA-PROC(1:6)
              DISPLAY "|CIERREERROR|NOVENCIDO|" WS-PERIODO "|"
                      WS-FECHA-PROC "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CIERRA-PERIODO
           END-IF.
           PERFORM LEE-FICHA THRU FIN-LEE-FICHA.
           IF CIE-CERRADO
              DISPLAY "|CIERREERROR|CERRADO|" WS-PERIODO "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CIERRA-PERIODO
           END-IF.
           PERFORM PASA-LISTA THRU FIN-PASA-LISTA.
           PERFORM ENSENA-LISTA THRU FIN-ENSENA-LISTA.
           IF WS-LISTOS < 5 OR WS-FIRMADOS < 5
              DISPLAY "|CIERREERROR|INCOMPLETO|LISTOS:" WS-LISTOS
                      "|FIRMADOS:" WS-FIRMADOS "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CIERRA-PERIODO
           END-IF.
           MOVE "C" TO CIE-ESTADO.
           MOVE USUARIO TO CIE-CIE-USUARIO.
           MOVE WS-FECHA TO CIE-CIE-FECHA.
           MOVE WS-HORA TO CIE-CIE-HORA.
           PERFORM GRABA-FICHA THRU FIN-GRABA-FICHA.
           DISPLAY "|CIERRE|" WS-PERIODO "|CERRADO|" UPON SYSOUT.
           MOVE "CIERRA" TO WS-LOG-ACCION.
           MOVE SPACES TO WS-LOG-TEXTO.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
       FIN-CIERRA-PERIODO.

      *    REABRIR UN MES NO ES LA TECLA DE UNA SOLA PERSONA: HACE
      *    FALTA, EN LA COLA DE PRUAPRU, UNA APROBACION VIGENTE DE
      *    OTRO USUARIO CON EL TEXTO "PRUCIERRE REABRE aaaamm", QUE
      *    AQUI SE CONSUME. LAS FIRMAS SE BORRAN: LO QUE SE HAGA CON
      *    EL MES ABIERTO OBLIGA A PASAR LA LISTA OTRA VEZ.
       REABRE-PERIODO.
           IF USUARIO = SPACES
              DISPLAY "|CIERREERROR|SINUSUARIO|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REABRE-PERIODO
           END-IF.
           PERFORM LEE-FICHA THRU FIN-LEE-FICHA.
           IF NOT CIE-CERRADO
              DISPLAY "|CIERREERROR|NOCERRADO|" WS-PERIODO "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REABRE-PERIODO
           END-IF.
           MOVE SPACES TO WS-APRU-ID WS-APRU-DETALLE.
           STRING "PRUCIERRE REABRE " WS-PERIODO
                  DELIMITED BY SIZE
                  INTO WS-APRU-DETALLE
           END-STRING.
           MOVE 1 TO RETURN-CODE.
           CALL "PRUAPRU" USING WS-APRU-ACCION WS-APRU-ID
                                WS-APRU-DETALLE
               ON EXCEPTION
                  MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|CIERREERROR|SINAPROBACION|" WS-APRU-DETALLE
                      "|" UPON SYSOUT
              MOVE "SINAPROB" TO WS-LOG-ACCION
              MOVE SPACES TO WS-LOG-TEXTO
              PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REABRE-PERIODO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE "R" TO CIE-ESTADO.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 5
              MOVE SPACES TO CIE-FIR-USUARIO(WS-N) CIE-FIR-FECHA(WS-N)
                             CIE-FIR-HORA(WS-N)
           END-PERFORM.
           ADD 1 TO CIE-REAPERTURAS.
           MOVE USUARIO TO CIE-REA-USUARIO.
           MOVE WS-FECHA TO CIE-REA-FECHA.
           MOVE WS-HORA TO CIE-REA-HORA.
           PERFORM GRABA-FICHA THRU FIN-GRABA-FICHA.
           DISPLAY "|CIERRE|" WS-PERIODO "|REABIERTO|" UPON SYSOUT.
           MOVE "REABRE" TO WS-LOG-ACCION.
           MOVE WS-APRU-DETALLE TO WS-LOG-TEXTO.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
       FIN-REABRE-PERIODO.

       COMPROBACION SECTION.
      *    LA LISTA ENTERA CONTRA LOS REGISTROS: CADA PASO QUEDA LISTO
      *    (S) O NO (N) CON SU NOTA EN TB-RESULTADOS.
       PASA-LISTA.
           INITIALIZE TB-RESULTADOS.
           PERFORM REVISA-REMESAS THRU FIN-REVISA-REMESAS.
           PERFORM REVISA-RETENIDOS THRU FIN-REVISA-RETENIDOS.
           PERFORM JUZGA-REMESAS THRU FIN-JUZGA-REMESAS.
           PERFORM REVISA-AUDITORIA THRU FIN-REVISA-AUDITORIA.
           PERFORM REVISA-KPI THRU FIN-REVISA-KPI.
           MOVE ZERO TO WS-LISTOS WS-FIRMADOS.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 5
              IF TB-RES-LISTO(WS-N) = "S"
                 ADD 1 TO WS-LISTOS
              END-IF
              IF CIE-FIR-USUARIO(WS-N) NOT = SPACES
                 ADD 1 TO WS-FIRMADOS
              END-IF
           END-PERFORM.
       FIN-PASA-LISTA.

      *    LAS REMESAS ENTRADAS EN EL MES, CON LA MISMA PRUEBA DE
      *    TOTALES QUE EL CONCILIA DE PRUREMESA (ENTRADA = OK + MAL +
      *    DUP + PTE; GENERADO + RETIRADO = OK; NO MAS DEVUELTO QUE
      *    GENERADO). DE PASO SE CUENTAN LAS QUE TIENEN ALGO APARCADO
      *    EN .DUP O .PTE Y LAS GENERADAS QUE EL EXTRACTO AUN NO HA
      *    VISTO ENTERAS.
       REVISA-REMESAS.
           MOVE ZEROES TO WS-N-REMESAS WS-N-DESCUADRES WS-N-SINVALIDAR
                          WS-N-APARCADAS WS-N-GENERADAS
                          WS-N-SINEXTRACTO.
           MOVE SPACES TO WS-PRIMERA-MAL WS-PRIMERA-APAR
                          WS-PRIMERA-SINEXT.
           MOVE SPACES TO WS-REMESAS-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/REMESAS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-REMESAS-PATH
              END-STRING
           ELSE
              MOVE "REMESAS.DAT" TO WS-REMESAS-PATH
           END-IF.
           OPEN INPUT REMESAS.
           IF WS-REMESAS-ESTADO NOT = "00"
              GO TO FIN-REVISA-REMESAS
           END-IF.
           MOVE ZEROES TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO CIERRA-REMESAS
           END-START.
       LEYENDO-REMESAS.
           READ REMESAS NEXT
               AT END
                  GO TO CIERRA-REMESAS
           END-READ.
           IF REM-FECHA(1:6) NOT = WS-PERIODO
              GO TO LEYENDO-REMESAS
           END-IF.
           ADD 1 TO WS-N-REMESAS.
           PERFORM CUADRA-REMESA THRU FIN-CUADRA-REMESA.
           IF WS-CUADRA = "V"
              ADD 1 TO WS-N-SINVALIDAR
           END-IF.
           IF WS-CUADRA = "N"
              ADD 1 TO WS-N-DESCUADRES
           END-IF.
           IF WS-CUADRA NOT = "S" AND WS-PRIMERA-MAL = SPACES
              MOVE REM-ID TO WS-PRIMERA-MAL
           END-IF.
           IF REM-DUP-REGS + REM-PTE-REGS > ZEROES
              ADD 1 TO WS-N-APARCADAS
              IF WS-PRIMERA-APAR = SPACES
                 MOVE REM-ID TO WS-PRIMERA-APAR
              END-IF
           END-IF.
           IF REM-GEN-REGS > ZEROES
              ADD 1 TO WS-N-GENERADAS
              IF REM-EXT-FECHA = SPACES
                 ADD 1 TO WS-N-SINEXTRACTO
                 IF WS-PRIMERA-SINEXT = SPACES
                    MOVE REM-ID TO WS-PRIMERA-SINEXT
                 END-IF
              END-IF
           END-IF.
           GO TO LEYENDO-REMESAS.
       CIERRA-REMESAS.
           CLOSE REMESAS.
       FIN-REVISA-REMESAS.

       CUADRA-REMESA.
           IF REM-OK-REGS = ZEROES AND REM-MAL-REGS = ZEROES AND
              REM-DUP-REGS = ZEROES AND REM-PTE-REGS = ZEROES
              MOVE "V" TO WS-CUADRA
              GO TO FIN-CUADRA-REMESA
           END-IF.
           MOVE "S" TO WS-CUADRA.
           IF REM-ENT-REGS NOT = REM-OK-REGS + REM-MAL-REGS
                                 + REM-DUP-REGS + REM-PTE-REGS OR
              REM-ENT-SUMA NOT = REM-OK-SUMA + REM-MAL-SUMA
                                 + REM-DUP-SUMA + REM-PTE-SUMA
              MOVE "N" TO WS-CUADRA
           END-IF.
           IF REM-GEN-REGS + REM-RET-REGS > ZEROES
              IF REM-GEN-REGS + REM-RET-REGS NOT = REM-OK-REGS OR
                 REM-GEN-SUMA + REM-RET-SUMA NOT = REM-OK-SUMA
                 MOVE "N" TO WS-CUADRA
              END-IF
           END-IF.
           IF REM-DEV-REGS > REM-GEN-REGS OR
              REM-DEV-SUMA > REM-GEN-SUMA
              MOVE "N" TO WS-CUADRA
           END-IF.
       FIN-CUADRA-REMESA.

      *    PAGOS RETENIDOS POR LOS LIMITES DE PRULIBERA QUE SIGUEN SIN
      *    LIBERAR DESDE EL MES O DESDE ANTES.
       REVISA-RETENIDOS.
           MOVE ZEROES TO WS-N-RETENIDOS.
           MOVE SPACES TO WS-RETEN-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/RETENIDOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-RETEN-PATH
              END-STRING
           ELSE
              MOVE "RETENIDOS.DAT" TO WS-RETEN-PATH
           END-IF.
           OPEN INPUT RETENIDOS.
           IF WS-RETEN-ESTADO NOT = "00"
              GO TO FIN-REVISA-RETENIDOS
           END-IF.
       LEYENDO-RETENIDOS.
           READ RETENIDOS NEXT
               AT END
                  GO TO CIERRA-RETENIDOS
           END-READ.
           IF RET-PENDIENTE AND RET-FECHA(1:6) NOT > WS-PERIODO
              ADD 1 TO WS-N-RETENIDOS
           END-IF.
           GO TO LEYENDO-RETENIDOS.
       CIERRA-RETENIDOS.
           CLOSE RETENIDOS.
       FIN-REVISA-RETENIDOS.

       JUZGA-REMESAS.
           MOVE "S" TO TB-RES-LISTO(1).
           IF WS-N-DESCUADRES + WS-N-SINVALIDAR > ZEROES
              MOVE "N" TO TB-RES-LISTO(1)
           END-IF.
           STRING "REMESAS:" WS-N-REMESAS
                  " DESCUADRES:" WS-N-DESCUADRES
                  " SINVALIDAR:" WS-N-SINVALIDAR
                  " PRIMERA:" WS-PRIMERA-MAL
                  DELIMITED BY SIZE
                  INTO TB-RES-NOTA(1)
           END-STRING.
           MOVE "S" TO TB-RES-LISTO(2).
           IF WS-N-APARCADAS + WS-N-RETENIDOS > ZEROES
              MOVE "N" TO TB-RES-LISTO(2)
           END-IF.
           STRING "RETENIDOS:" WS-N-RETENIDOS
                  " REMESASAPARCADAS:" WS-N-APARCADAS
                  " PRIMERA:" WS-PRIMERA-APAR
                  DELIMITED BY SIZE
                  INTO TB-RES-NOTA(2)
           END-STRING.
           MOVE "S" TO TB-RES-LISTO(3).
           IF WS-N-SINEXTRACTO > ZEROES
              MOVE "N" TO TB-RES-LISTO(3)
           END-IF.
           STRING "GENERADAS:" WS-N-GENERADAS
                  " SINEXTRACTO:" WS-N-SINEXTRACTO
                  " PRIMERA:" WS-PRIMERA-SINEXT
                  DELIMITED BY SIZE
                  INTO TB-RES-NOTA(3)
           END-STRING.
       FIN-JUZGA-REMESAS.

      *    CADA DIA DEL MES TIENE QUE TENER SU SELLO EN LA CADENA DE
      *    PRUSELLO Y EL ALMACEN AUDIT-AAAAMM.DAT DE PRUMES TIENE QUE
      *    EXISTIR. UN DIARIO QUE SIGUE EN dd_trz (RETENIDO POR
      *    PRULEGAL, CON EL SELLO ROTO O SIN CONSOLIDAR) TIENE QUE
      *    TENER SUS LINEAS EN EL ALMACEN Y, SI SE SELLA, SU SELLO
      *    BIEN.
       REVISA-AUDITORIA.
           MOVE ZEROES TO WS-SIN-SELLO WS-SIN-CONSOLIDAR
                          WS-SELLOS-ROTOS.
           MOVE SPACES TO WS-PRIMER-DIA-MAL.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           IF WS-DD-TRZ = LOW-VALUES
              MOVE SPACES TO WS-DD-TRZ
           END-IF.
           MOVE WS-PERIODO TO WS-PERIODO-N.
           MOVE TB-DMES(WS-MES-N) TO WS-TOPE-MES.
           IF WS-MES-N = 2
              DIVIDE WS-ANO-N BY 4 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZERO
                 MOVE 29 TO WS-TOPE-MES
              END-IF
           END-IF.
           PERFORM LEE-SELLOS THRU FIN-LEE-SELLOS.
           PERFORM ABRE-ALMACEN THRU FIN-ABRE-ALMACEN.
           MOVE 1 TO WS-D.
       SIGUIENTE-DIA.
           IF WS-D > WS-TOPE-MES
              GO TO JUZGA-AUDITORIA
           END-IF.
           MOVE SPACES TO WS-L-FECHA.
           STRING WS-PERIODO WS-D
                  DELIMITED BY SIZE
                  INTO WS-L-FECHA
           END-STRING.
           IF TB-SELLADO(WS-D) NOT = "S"
              ADD 1 TO WS-SIN-SELLO
              IF WS-PRIMER-DIA-MAL = SPACES
                 MOVE WS-L-FECHA TO WS-PRIMER-DIA-MAL
              END-IF
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
              PERFORM MIRA-DIARIO THRU FIN-MIRA-DIARIO
           END-PERFORM.
           ADD 1 TO WS-D.
           GO TO SIGUIENTE-DIA.
       JUZGA-AUDITORIA.
           IF WS-HAY-ALMACEN = "S"
              CLOSE ALMACEN
           END-IF.
           MOVE "S" TO TB-RES-LISTO(4).
           IF WS-HAY-ALMACEN NOT = "S" OR WS-SIN-SELLO > ZEROES OR
              WS-SIN-CONSOLIDAR > ZEROES OR WS-SELLOS-ROTOS > ZEROES
              MOVE "N" TO TB-RES-LISTO(4)
           END-IF.
           STRING "ALMACEN:" WS-HAY-ALMACEN
                  " SINSELLO:" WS-SIN-SELLO
                  " SINCONSOLIDAR:" WS-SIN-CONSOLIDAR
                  " ROTOS:" WS-SELLOS-ROTOS
                  " PRIMERO:" WS-PRIMER-DIA-MAL
                  DELIMITED BY SIZE
                  INTO TB-RES-NOTA(4)
           END-STRING.
       FIN-REVISA-AUDITORIA.

      *    LAS LINEAS "DIA|aaaammdd|sello|" DE SELLOS.DAT DEL MES.
       LEE-SELLOS.
           INITIALIZE TB-SELLADOS.
           MOVE SPACES TO WS-SELLOS-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/SELLOS.DAT" DELIMITED BY SIZE
                     INTO WS-SELLOS-PATH
              END-STRING
           ELSE
              MOVE "SELLOS.DAT" TO WS-SELLOS-PATH
           END-IF.
           OPEN INPUT SELLOS.
           IF WS-SELLOS-ESTADO NOT = "00"
              GO TO FIN-LEE-SELLOS
           END-IF.
       LEYENDO-SELLOS.
           READ SELLOS
               AT END
                  GO TO CIERRA-SELLOS
           END-READ.
           IF REG-SELLOS(1:4) NOT = "DIA|"
              GO TO LEYENDO-SELLOS
           END-IF.
           MOVE SPACES TO WS-S-TIPO WS-S-FECHA.
           UNSTRING REG-SELLOS DELIMITED BY "|" INTO
                 WS-S-TIPO
                 WS-S-FECHA
           END-UNSTRING.
           IF WS-S-FECHA(1:6) = WS-PERIODO AND
              WS-S-FECHA(7:2) IS NUMERIC
              MOVE WS-S-FECHA(7:2) TO WS-D
              IF WS-D > ZERO AND WS-D < 32
                 MOVE "S" TO TB-SELLADO(WS-D)
              END-IF
           END-IF.
           GO TO LEYENDO-SELLOS.
       CIERRA-SELLOS.
           CLOSE SELLOS.
       FIN-LEE-SELLOS.

      *    EL ALMACEN DEL MES HA DE EXISTIR Y TENER ALGO DEL MES.
       ABRE-ALMACEN.
           MOVE "N" TO WS-HAY-ALMACEN.
           MOVE ZEROES TO WS-ALMACEN-LINEAS.
           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/AUDIT-" WS-PERIODO ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
              END-STRING
           ELSE
              STRING "AUDIT-" WS-PERIODO ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
              END-STRING
           END-IF.
           OPEN INPUT ALMACEN.
           IF WS-AUDIT-ESTADO NOT = "00"
              GO TO FIN-ABRE-ALMACEN
           END-IF.
           MOVE SPACES TO AUD-CLAVE.
           MOVE WS-PERIODO TO AUD-TS(1:6).
           START ALMACEN KEY NOT LESS AUD-CLAVE
               INVALID KEY
                  CLOSE ALMACEN
                  GO TO FIN-ABRE-ALMACEN
           END-START.
           READ ALMACEN NEXT
               AT END
                  CLOSE ALMACEN
                  GO TO FIN-ABRE-ALMACEN
           END-READ.
           IF AUD-TS(1:6) NOT = WS-PERIODO
              CLOSE ALMACEN
              GO TO FIN-ABRE-ALMACEN
           END-IF.
           MOVE "S" TO WS-HAY-ALMACEN.
       FIN-ABRE-ALMACEN.

       MIRA-DIARIO.
           MOVE SPACES TO WS-DIARIO-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/" DELIMITED BY SIZE
                     TB-PREFIJO(WS-P) DELIMITED BY SPACE
                     "-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-DIARIO-PATH
              END-STRING
           ELSE
              STRING TB-PREFIJO(WS-P) DELIMITED BY SPACE
                     "-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-DIARIO-PATH
              END-STRING
           END-IF.
           OPEN INPUT DIARIO.
           IF WS-DIARIO-ESTADO NOT = "00"
              GO TO FIN-MIRA-DIARIO
           END-IF.
           CLOSE DIARIO.
           MOVE "N" TO WS-CONSOLIDADO.
           IF WS-HAY-ALMACEN = "S"
              PERFORM BUSCA-EN-ALMACEN THRU FIN-BUSCA-EN-ALMACEN
           END-IF.
           IF WS-CONSOLIDADO NOT = "S"
              ADD 1 TO WS-SIN-CONSOLIDAR
              IF WS-PRIMER-DIA-MAL = SPACES
                 MOVE WS-L-FECHA TO WS-PRIMER-DIA-MAL
              END-IF
           END-IF.
           IF TB-PREFIJO(WS-P) = "PRUSERL"
              GO TO FIN-MIRA-DIARIO
           END-IF.
           MOVE SPACES TO WS-SELLO-FECHA.
           MOVE WS-DIARIO-PATH TO WS-SELLO-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUSELLO" USING WS-SELLO-ACCION WS-SELLO-FECHA
                                 WS-SELLO-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              ADD 1 TO WS-SELLOS-ROTOS
              IF WS-PRIMER-DIA-MAL = SPACES
                 MOVE WS-L-FECHA TO WS-PRIMER-DIA-MAL
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-MIRA-DIARIO.

      *    ALGUNA LINEA DEL DIA CON EL ORIGEN DEL DIARIO.
       BUSCA-EN-ALMACEN.
           MOVE SPACES TO AUD-CLAVE.
           MOVE WS-L-FECHA TO AUD-TS(1:8).
           START ALMACEN KEY NOT LESS AUD-CLAVE
               INVALID KEY
                  GO TO FIN-BUSCA-EN-ALMACEN
           END-START.
       LEYENDO-ALMACEN.
           READ ALMACEN NEXT
               AT END
                  GO TO FIN-BUSCA-EN-ALMACEN
           END-READ.
           IF AUD-TS(1:8) NOT = WS-L-FECHA
              GO TO FIN-BUSCA-EN-ALMACEN
           END-IF.
           IF AUD-ORIGEN = TB-PREFIJO(WS-P)
              MOVE "S" TO WS-CONSOLIDADO
              GO TO FIN-BUSCA-EN-ALMACEN
           END-IF.
           GO TO LEYENDO-ALMACEN.
       FIN-BUSCA-EN-ALMACEN.

      *    PRUKPI NO DEJA NADA ESCRITO: EL PASO ESTA LISTO CUANDO EL
      *    ALMACEN DEL MES EXISTE CON DATOS (SIN EL NO HAY INDICADORES
      *    QUE SACAR) Y LOS INDICADORES SE SACAN AL FIRMARLO.
       REVISA-KPI.
           MOVE "N" TO TB-RES-LISTO(5).
           IF WS-HAY-ALMACEN = "S"
              MOVE "S" TO TB-RES-LISTO(5)
              MOVE "ALMACEN:S" TO TB-RES-NOTA(5)
           ELSE
              MOVE "ALMACEN:N" TO TB-RES-NOTA(5)
           END-IF.
       FIN-REVISA-KPI.

       CONSULTA SECTION.
       ENSENA-LISTA.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 5
              MOVE SPACES TO WS-CIE-RESP
              STRING "|CIERREPASO|" WS-PERIODO "|" WS-N "|"
                     DELIMITED BY SIZE
                     TB-PASO(WS-N) DELIMITED BY SPACE
                     "|LISTO:" TB-RES-LISTO(WS-N)
                     "|" DELIMITED BY SIZE
                     TB-RES-NOTA(WS-N) DELIMITED BY "  "
                     "|FIRMA:" DELIMITED BY SIZE
                     CIE-FIR-USUARIO(WS-N) DELIMITED BY SPACE
                     "|" CIE-FIR-FECHA(WS-N) "|"
                     DELIMITED BY SIZE
                     INTO WS-CIE-RESP
              END-STRING
              DISPLAY WS-CIE-RESP UPON SYSOUT
           END-PERFORM.
           MOVE SPACES TO WS-CIE-RESP.
           STRING "|CIERREFIN|" WS-PERIODO "|ESTADO:" CIE-ESTADO
                  "|LISTOS:" WS-LISTOS "|FIRMADOS:" WS-FIRMADOS "|"
                  DELIMITED BY SIZE
                  INTO WS-CIE-RESP
           END-STRING.
           DISPLAY WS-CIE-RESP UPON SYSOUT.
       FIN-ENSENA-LISTA.

       ENSENA-FICHA.
           MOVE ZERO TO WS-FIRMADOS.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 5
              IF CIE-FIR-USUARIO(WS-N) NOT = SPACES
                 ADD 1 TO WS-FIRMADOS
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CIE-RESP.
           STRING "|CIERRE|" CIE-PERIODO "|ESTADO:" CIE-ESTADO
                  "|FIRMADOS:" WS-FIRMADOS
                  "|CERRO:" DELIMITED BY SIZE
                  CIE-CIE-USUARIO DELIMITED BY SPACE
                  "|" CIE-CIE-FECHA
                  "|REAPERTURAS:" CIE-REAPERTURAS
                  "|REABRIO:" DELIMITED BY SIZE
                  CIE-REA-USUARIO DELIMITED BY SPACE
                  "|" CIE-REA-FECHA "|"
                  DELIMITED BY SIZE
                  INTO WS-CIE-RESP
           END-STRING.
           DISPLAY WS-CIE-RESP UPON SYSOUT.
       FIN-ENSENA-FICHA.

       LISTA-CIERRES.
           MOVE LOW-VALUES TO CIE-PERIODO.
           START CIERRES KEY GREATER CIE-PERIODO
               INVALID KEY
                  GO TO FIN-LEER-CIERRES
           END-START.
       LEER-CIERRES.
           READ CIERRES NEXT
               AT END
                  GO TO FIN-LEER-CIERRES
           END-READ.
           ADD 1 TO WS-TOTAL.
           PERFORM ENSENA-FICHA THRU FIN-ENSENA-FICHA.
           GO TO LEER-CIERRES.
       FIN-LEER-CIERRES.
           MOVE SPACES TO WS-CIE-RESP.
           STRING "|CIERRESFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-CIE-RESP
           END-STRING.
           DISPLAY WS-CIE-RESP UPON SYSOUT.
       FIN-LISTA-CIERRES.

       AUDITAR SECTION.
      *    CADA FIRMA, CIERRE Y REAPERTURA (Y CADA REAPERTURA SIN
      *    APROBACION) QUEDA EN PRUCIERRE-YYYYMMDD.LOG BAJO dd_trz:
      *    LA FICHA SOLO GUARDA LO ULTIMO.
       AUDITA-MOVIMIENTO.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUCIERRE-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
              END-STRING
           ELSE
              STRING "PRUCIERRE-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
              END-STRING
           END-IF.
           OPEN EXTEND LOG-CIERRE.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-CIERRE
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA-MOVIMIENTO
           END-IF.
           MOVE SPACES TO REG-LOG-CIERRE.
           STRING WS-FECHA "-" WS-HORA
                  " |" WS-PERIODO "|" DELIMITED BY SIZE
                  WS-LOG-ACCION DELIMITED BY SPACE
                  "|USUARIO:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LOG-TEXTO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-CIERRE
           END-STRING.
           WRITE REG-LOG-CIERRE.
           CLOSE LOG-CIERRE.
       FIN-AUDITA-MOVIMIENTO.
