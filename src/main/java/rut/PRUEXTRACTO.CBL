       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUEXTRACTO.
       AUTHOR.        CVJ.
       SECURITY.      CARGA EL EXTRACTO DIARIO DE LA CUENTA EN FORMATO
                      AEB CUADERNO 43 (CABECERA 11, MOVIMIENTOS 22 CON
                      SUS CONCEPTOS 23, FINAL DE CUENTA 33 Y FIN DE
                      FICHERO 88) Y LO PUNTEA CONTRA LAS REMESAS
                      GENERADAS DE PRUREMESA: LOS CARGOS CONTRA LOS
                      FICHEROS DE ORDENES DE PRUGENPAG Y LOS ABONOS
                      CONTRA LOS COBROS DE PRUGENADEU, PRIMERO POR LA
                      SUMA DE LA REMESA ENTERA Y SI NO PAGO A PAGO POR
                      IMPORTE Y REFERENCIA. LO CASADO SE ESTAMPA EN LA
                      REMESA (ETAPA EXTRACTO), QUE QUEDA VISTA ENTERA
                      CUANDO EL EXTRACTO HA ENSEÑADO TODO LO GENERADO.
                      EL INFORME <fichero>.CON DA LO CASADO, LO DEL
                      EXTRACTO QUE NO ES DE ALFA Y LO DE ALFA QUE EL
                      EXTRACTO NO TRAE - HASTA AHORA SE PUNTEABA A
                      MANO EN UNA HOJA DE CALCULO.
                      LAS COMISIONES QUE EL BANCO CARGA (CONCEPTO
                      COMUN 17) NO CASAN CON PAGOS: SE ASIGNAN A LA
                      REMESA DEL APUNTE AL QUE ACOMPAÑAN Y SE ESTAMPAN
                      EN ELLA (ETAPA COMISION) PARA QUE PRUCOMIS LAS
                      COMPARE CON LA TARIFA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Cada extracto cargado queda en
*********************               EXTRACTOS.DAT bajo dd_dir por
*********************               cuenta y fechas de su cabecera 11;
*********************               uno ya cargado no se vuelve a
*********************               puntear (|EXTRACTOERROR|YACARGADO|,
*********************               RC 3) y uno sin cabecera no se
*********************               carga (RC 2). Si PRUREMESA rechaza
*********************               el estampado de lo casado o de una
*********************               comision, sus apuntes quedan
*********************               libres, salen como NOESTAMPADA y el
*********************               RC es 2.
********************* 15/10/2026 CVJ - Comisiones: los cargos con
*********************               concepto comun 17 quedan fuera de
*********************               la casacion y se asignan a una
*********************               remesa, la del apunte casado con su
*********************               misma referencia 2 o, sin ella, la
*********************               del apunte casado que los precede.
*********************               Se estampan con la etapa
*********************               COMISION;importe;fecha y salen en
*********************               el informe como COMISION; los que
*********************               no se pueden asignar siguen siendo
*********************               SINALFA.
********************* 15/10/2026 CVJ - Version inicial. EL FICHERO SE
*********************               NOMBRA CON EL PREFIJO dd_ DE
*********************               SIEMPRE. UNA REMESA CUYA FECHA
*********************               VALOR (O, SIN ELLA, SU DIA DE
*********************               GENERACION) AUN NO HA LLEGADO AL
*********************               DIA DEL EXTRACTO SALE COMO ENCURSO
*********************               Y NO COMO PENDIENTE. RC 0 TODO
*********************               CASADO, 1 HAY PARTIDAS SIN CASAR, 2
*********************               ERROR DE FICHEROS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXTRACTO
                  ASSIGN TO DYNAMIC WS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT ORDENES
                  ASSIGN TO DYNAMIC WS-REM-FICHERO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ORD-ESTADO.

           SELECT INFORME
                  ASSIGN TO DYNAMIC WS-CON-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CON-ESTADO.

           SELECT EXTRACTOS
                  ASSIGN TO DYNAMIC WS-EXA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EXA-CLAVE
                  FILE STATUS IS WS-EXA-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  EXTRACTO.
       01  REG-EXTRACTO      PIC X(80).
       01  REG-43-CABECERA.
           03 C11-CODIGO     PIC XX.
           03 C11-BANCO      PIC X(4).
           03 C11-OFICINA    PIC X(4).
           03 C11-CUENTA     PIC X(10).
           03 C11-FECHA-INI  PIC X(6).
           03 C11-FECHA-FIN  PIC X(6).
           03 FILLER         PIC X(48).
       01  REG-43-MOVIMIENTO.
           03 M22-CODIGO     PIC XX.
           03 FILLER         PIC X(4).
           03 M22-OFICINA    PIC X(4).
           03 M22-FECHA-OPER PIC X(6).
           03 M22-FECHA-VALOR PIC X(6).
           03 M22-COMUN      PIC XX.
           03 M22-PROPIO     PIC X(3).
           03 M22-SIGNO      PIC X.
              88 M22-DEBE       VALUE "1".
              88 M22-HABER      VALUE "2".
           03 M22-IMPORTE    PIC 9(14).
           03 M22-DOCUMENTO  PIC X(10).
           03 M22-REF1       PIC X(12).
           03 M22-REF2       PIC X(16).
       01  REG-43-CONCEPTO.
           03 C23-CODIGO     PIC XX.
           03 C23-DATO       PIC XX.
           03 C23-CONCEPTO   PIC X(76).
       01  REG-43-FINAL.
           03 F33-CODIGO     PIC XX.
           03 F33-BANCO      PIC X(4).
           03 F33-OFICINA    PIC X(4).
           03 F33-CUENTA     PIC X(10).
           03 F33-APUNTES-DEBE PIC 9(5).
           03 F33-TOTAL-DEBE PIC 9(14).
           03 F33-APUNTES-HABER PIC 9(5).
           03 F33-TOTAL-HABER PIC 9(14).
           03 FILLER         PIC X(22).

      *    EL FICHERO DE ORDENES O DE ADEUDOS TAL COMO LO DEJARON
      *    PRUGENPAG Y PRUGENADEU: EL 02 EMPIEZA IGUAL EN LOS DOS.
       FD  ORDENES.
       01  REG-ORDENES       PIC X(160).
       01  REG-ORD-DETALLE.
           03 DET-TIPO       PIC XX.
           03 DET-IBAN       PIC X(41).
           03 DET-IMPORTE    PIC 9(13).
           03 DET-REF        PIC X(20).
           03 FILLER         PIC X(84).

       FD  INFORME.
       01  REG-INFORME       PIC X(200).

      *    REGISTRO DE EXTRACTOS CARGADOS: LA CLAVE ES LA CUENTA Y
      *    LAS FECHAS DE LA CABECERA 11.
       FD  EXTRACTOS.
       01  REG-EXTRACTOS.
           03 EXA-CLAVE.
              05 EXA-BANCO   PIC X(4).
              05 EXA-OFICINA PIC X(4).
              05 EXA-CUENTA  PIC X(10).
              05 EXA-FECHA-INI PIC X(6).
              05 EXA-FECHA-FIN PIC X(6).
           03 EXA-FECHA-CARGA PIC X(8).
           03 EXA-MOVIMIENTOS PIC 9(5).
           03 EXA-CASADAS    PIC 9(5).
           03 EXA-FICHERO    PIC X(120).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUEXTRACTO".
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-ENTRADA        PIC X(256).
       01  WS-CON-PATH       PIC X(260).
       77  WS-CON-ESTADO     PIC XX.
       77  WS-ORD-ESTADO     PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA          PIC X(8).
       77  WS-FECHA-EXTRACTO PIC X(8).
       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".
       01  WS-EXA-PATH       PIC X(200).
       77  WS-EXA-ESTADO     PIC XX.
       01  WS-EXA-CLAVE.
           03 WS-EXA-BANCO   PIC X(4).
           03 WS-EXA-OFICINA PIC X(4).
           03 WS-EXA-CUENTA  PIC X(10).
           03 WS-EXA-FECHA-INI PIC X(6).
           03 WS-EXA-FECHA-FIN PIC X(6).

      *    LOS MOVIMIENTOS DEL EXTRACTO, CON EL TEXTO DONDE SE BUSCA
      *    LA REFERENCIA (REFERENCIAS 1 Y 2 DEL 22 Y EL PRIMER
      *    CONCEPTO 23) Y LA REMESA CON LA QUE CASARON.
       01  TB-MOVIMIENTOS.
           03 TB-MOV         OCCURS 2000.
              05 TM-FECHA    PIC X(8).
              05 TM-SIGNO    PIC X.
              05 TM-IMPORTE  PIC 9(14).
              05 TM-TEXTO    PIC X(104).
              05 TM-REMESA   PIC X(6).
              05 TM-COMUN    PIC XX.
                 88 TM-ES-COMISION VALUE "17".
       77  WS-MOVS           PIC 9(5) VALUE ZEROES.
       77  WS-M              PIC 9(5).
       77  WS-HALLADO        PIC 9(5).
       77  WS-CON-23         PIC X VALUE "N".
       77  WS-DEBE-REGS      PIC 9(5) VALUE ZEROES.
       77  WS-DEBE-SUMA      PIC 9(15) VALUE ZEROES.
       77  WS-HABER-REGS     PIC 9(5) VALUE ZEROES.
       77  WS-HABER-SUMA     PIC 9(15) VALUE ZEROES.
       77  WS-DESCARTADOS    PIC 9(5) VALUE ZEROES.

       77  WS-REMESA         PIC X(6).
       77  WS-REM-ACCION     PIC X(8).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-PX-CLASE       PIC X(4).
       77  WS-PX-VALOR       PIC X(8).
       77  WS-PX-GENERADA    PIC X(8).
       77  WS-PX-GEN-REGS    PIC X(16).
       77  WS-PX-GEN-SUMA    PIC X(16).
       77  WS-PX-EXT-REGS    PIC X(16).
       77  WS-PX-EXT-SUMA    PIC X(16).
       77  WS-REM-ENVIO      PIC X(8).
       77  WS-REM-REGS       PIC X(16).
       77  WS-REM-SUMA       PIC X(16).
       01  WS-REM-FICHERO    PIC X(120).
       77  WS-SIGNO-BUSCADO  PIC X.
       77  WS-GEN-REGS-9     PIC 9(7).
       77  WS-GEN-SUMA-9     PIC 9(15).
       77  WS-EXT-REGS-9     PIC 9(7).
       77  WS-EXT-SUMA-9     PIC 9(15).
       77  WS-PTE-REGS       PIC 9(7).
       77  WS-PTE-SUMA       PIC 9(15).
       77  WS-CAS-REGS       PIC 9(7).
       77  WS-CAS-SUMA       PIC 9(15).
       77  WS-IMPORTE-BUSCADO PIC 9(14).
       77  WS-REF-BUSCADA    PIC X(20).
       77  WS-REF-LON        PIC 99.
       77  WS-REF-VECES      PIC 99.

       77  WS-REMESAS        PIC 9(5) VALUE ZEROES.
       77  WS-CASADAS        PIC 9(5) VALUE ZEROES.
       77  WS-PAGOS-CASADOS  PIC 9(7) VALUE ZEROES.
       77  WS-PENDIENTES     PIC 9(5) VALUE ZEROES.
       77  WS-ENCURSO        PIC 9(5) VALUE ZEROES.
       77  WS-SINALFA        PIC 9(5) VALUE ZEROES.
       77  WS-COMISIONES     PIC 9(5) VALUE ZEROES.
       77  WS-COM-SUMA       PIC 9(15) VALUE ZEROES.
       77  WS-J              PIC 9(5).
       77  WS-ACOMPANA       PIC 9(5).
       77  WS-HAY-ERROR      PIC X VALUE "N".
       77  WS-RECHAZADAS     PIC 9(5) VALUE ZEROES.
       77  WS-REM-RC         PIC 9.
       01  WS-EXT-RESP       PIC X(300).

       77  WS-RES-PROG       PIC X(10) VALUE "PRUEXTRACT".
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
           MOVE SPACES TO WS-CON-PATH.
           STRING WS-ENTRADA ".CON"
                  DELIMITED BY " "
                  INTO WS-CON-PATH
           END-STRING.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FECHA-EXTRACTO WS-EXA-CLAVE.

           OPEN INPUT EXTRACTO.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO EXTRACTO DEL BANCO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-ENTRADA PROG WS-CONTEXTO
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM CARGA-EXTRACTO THRU FIN-CARGA-EXTRACTO.
           CLOSE EXTRACTO.
      *    UN EXTRACTO SE PUNTEA UNA SOLA VEZ: SIN CABECERA NO SE SABE
      *    DE QUE CUENTA Y DIAS ES, Y SI YA ESTA EN EL REGISTRO SUS
      *    APUNTES YA ESTAN ESTAMPADOS EN LAS REMESAS.
           IF WS-EXA-CLAVE = SPACES
              DISPLAY "|EXTRACTOERROR|SINCABECERA|" WS-ENTRADA(1:80)
                      "|" UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM ABRE-EXTRACTOS THRU FIN-ABRE-EXTRACTOS.
           IF WS-EXA-ESTADO NOT = "00"
              MOVE WS-EXA-ESTADO TO ERRORES
              MOVE "ABRIENDO REGISTRO DE EXTRACTOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-EXA-PATH PROG
                                  WS-CONTEXTO
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE WS-EXA-CLAVE TO EXA-CLAVE.
           READ EXTRACTOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  CLOSE EXTRACTOS
                  DISPLAY "|EXTRACTOERROR|YACARGADO|" WS-EXA-BANCO
                          WS-EXA-OFICINA WS-EXA-CUENTA "|"
                          WS-EXA-FECHA-INI "-" WS-EXA-FECHA-FIN
                          "|" EXA-FECHA-CARGA "|" UPON SYSOUT
                  MOVE 3 TO RETURN-CODE
                  GO TO FIN-PROCESOS
           END-READ.
           IF WS-FECHA-EXTRACTO = SPACES
              MOVE WS-FECHA TO WS-FECHA-EXTRACTO
           END-IF.
           OPEN OUTPUT INFORME.
           IF WS-CON-ESTADO NOT = "00"
              MOVE WS-CON-ESTADO TO ERRORES
              MOVE "ABRIENDO INFORME DE CONCILIACION" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-CON-PATH PROG
                                  WS-CONTEXTO
              CLOSE EXTRACTOS
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           PERFORM CASA-REMESAS THRU FIN-CASA-REMESAS.
           PERFORM REPARTE-COMISIONES THRU FIN-REPARTE-COMISIONES.
           PERFORM SIN-ALFA THRU FIN-SIN-ALFA.
       CERRAR.
           MOVE SPACES TO WS-EXT-RESP.
           STRING "|EXTRACTOFIN|FECHA:" WS-FECHA-EXTRACTO
                  "|MOVIMIENTOS:" WS-MOVS
                  "|REMESAS:" WS-REMESAS
                  "|CASADAS:" WS-CASADAS
                  "|PAGOSCASADOS:" WS-PAGOS-CASADOS
                  "|PENDIENTES:" WS-PENDIENTES
                  "|ENCURSO:" WS-ENCURSO
                  "|COMISIONES:" WS-COMISIONES "/" WS-COM-SUMA
                  "|SINALFA:" WS-SINALFA
                  "|NOESTAMPADAS:" WS-RECHAZADAS "|"
                  DELIMITED BY SIZE
                  INTO WS-EXT-RESP
           END-STRING.
           PERFORM ESCRIBE-INFORME THRU FIN-ESCRIBE-INFORME.
           CLOSE INFORME.
           MOVE SPACES TO REG-EXTRACTOS.
           MOVE WS-EXA-CLAVE TO EXA-CLAVE.
           MOVE WS-FECHA TO EXA-FECHA-CARGA.
           MOVE WS-MOVS TO EXA-MOVIMIENTOS.
           MOVE WS-CASADAS TO EXA-CASADAS.
           MOVE WS-ENTRADA TO EXA-FICHERO.
           WRITE REG-EXTRACTOS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE EXTRACTOS.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-CON-PATH.
           IF WS-HAY-ERROR = "S"
              MOVE 2 TO RETURN-CODE
           ELSE
              IF WS-PENDIENTES > ZEROES OR WS-SINALFA > ZEROES
                 MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CARGA SECTION.
      *    DEL 11 SOLO INTERESA LA FECHA FINAL, QUE ES EL DIA DEL
      *    EXTRACTO. LOS TOTALES DEL 33 SE CONTRASTAN CON LO LEIDO:
      *    SI NO CUADRAN EL EXTRACTO VIENE CORTADO Y SE AVISA.
       CARGA-EXTRACTO.
           READ EXTRACTO
               AT END
                  GO TO FIN-CARGA-EXTRACTO
           END-READ.
           EVALUATE REG-EXTRACTO(1:2)
               WHEN "11"
                    IF WS-EXA-CLAVE = SPACES
                       MOVE C11-BANCO TO WS-EXA-BANCO
                       MOVE C11-OFICINA TO WS-EXA-OFICINA
                       MOVE C11-CUENTA TO WS-EXA-CUENTA
                       MOVE C11-FECHA-INI TO WS-EXA-FECHA-INI
                       MOVE C11-FECHA-FIN TO WS-EXA-FECHA-FIN
                    END-IF
                    IF C11-FECHA-FIN IS NUMERIC
                       STRING "20" C11-FECHA-FIN
                              DELIMITED BY SIZE
                              INTO WS-FECHA-EXTRACTO
                       END-STRING
                    END-IF
               WHEN "22"
                    PERFORM GUARDA-MOVIMIENTO
                       THRU FIN-GUARDA-MOVIMIENTO
               WHEN "23"
                    IF WS-CON-23 = "S" AND WS-MOVS > ZEROES
                       MOVE C23-CONCEPTO TO TM-TEXTO(WS-MOVS)(29:76)
                       MOVE "N" TO WS-CON-23
                    END-IF
               WHEN "33"
                    PERFORM CONTRASTA-TOTALES
                       THRU FIN-CONTRASTA-TOTALES
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           GO TO CARGA-EXTRACTO.
       FIN-CARGA-EXTRACTO.

       GUARDA-MOVIMIENTO.
           MOVE "N" TO WS-CON-23.
           IF M22-IMPORTE IS NOT NUMERIC OR
              (NOT M22-DEBE AND NOT M22-HABER)
              DISPLAY "|EXTRACTOERROR|LINEA|" REG-EXTRACTO "|"
                      UPON SYSOUT
              MOVE "S" TO WS-HAY-ERROR
              GO TO FIN-GUARDA-MOVIMIENTO
           END-IF.
           IF M22-DEBE
              ADD 1 TO WS-DEBE-REGS
              ADD M22-IMPORTE TO WS-DEBE-SUMA
           ELSE
              ADD 1 TO WS-HABER-REGS
              ADD M22-IMPORTE TO WS-HABER-SUMA
           END-IF.
           IF WS-MOVS NOT < 2000
              ADD 1 TO WS-DESCARTADOS
              GO TO FIN-GUARDA-MOVIMIENTO
           END-IF.
           ADD 1 TO WS-MOVS.
           MOVE SPACES TO TM-FECHA(WS-MOVS) TM-TEXTO(WS-MOVS)
                          TM-REMESA(WS-MOVS).
           STRING "20" M22-FECHA-OPER
                  DELIMITED BY SIZE
                  INTO TM-FECHA(WS-MOVS)
           END-STRING.
           MOVE M22-SIGNO TO TM-SIGNO(WS-MOVS).
           MOVE M22-COMUN TO TM-COMUN(WS-MOVS).
           MOVE M22-IMPORTE TO TM-IMPORTE(WS-MOVS).
           MOVE M22-REF1 TO TM-TEXTO(WS-MOVS)(1:12).
           MOVE M22-REF2 TO TM-TEXTO(WS-MOVS)(13:16).
           MOVE "S" TO WS-CON-23.
       FIN-GUARDA-MOVIMIENTO.

       CONTRASTA-TOTALES.
           IF F33-APUNTES-DEBE NOT = WS-DEBE-REGS OR
              F33-TOTAL-DEBE NOT = WS-DEBE-SUMA OR
              F33-APUNTES-HABER NOT = WS-HABER-REGS OR
              F33-TOTAL-HABER NOT = WS-HABER-SUMA
              MOVE SPACES TO WS-EXT-RESP
              STRING "|EXTRACTOERROR|TOTALES|DEBE:" WS-DEBE-REGS "/"
                     WS-DEBE-SUMA "|HABER:" WS-HABER-REGS "/"
                     WS-HABER-SUMA "|"
                     DELIMITED BY SIZE
                     INTO WS-EXT-RESP
              END-STRING
              DISPLAY WS-EXT-RESP UPON SYSOUT
              MOVE "S" TO WS-HAY-ERROR
           END-IF.
           IF WS-DESCARTADOS > ZEROES
              DISPLAY "|EXTRACTOERROR|TABLALLENA|" WS-DESCARTADOS "|"
                      UPON SYSOUT
              MOVE "S" TO WS-HAY-ERROR
           END-IF.
       FIN-CONTRASTA-TOTALES.

       CASACION SECTION.
      *    CADA REMESA GENERADA QUE EL EXTRACTO AUN NO HA VISTO
      *    ENTERA: LOS PAGOS SALEN EN EL DEBE Y LOS COBROS EN EL
      *    HABER. PRIMERO UN SOLO APUNTE POR LO QUE QUEDA DE LA
      *    REMESA; SI NO LO HAY, PAGO A PAGO.
       CASA-REMESAS.
           MOVE SPACES TO WS-REMESA.
       SIGUIENTE-REMESA.
           MOVE "PROXIMA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO OR WS-REMESA = SPACES
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-CASA-REMESAS
           END-IF.
           ADD 1 TO WS-REMESAS.
           MOVE SPACES TO WS-PX-CLASE WS-PX-VALOR WS-PX-GENERADA
                          WS-PX-GEN-REGS WS-PX-GEN-SUMA
                          WS-PX-EXT-REGS WS-PX-EXT-SUMA.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-PX-CLASE
                 WS-PX-VALOR
                 WS-PX-GENERADA
                 WS-PX-GEN-REGS
                 WS-PX-GEN-SUMA
                 WS-PX-EXT-REGS
                 WS-PX-EXT-SUMA
           END-UNSTRING.
           IF WS-PX-CLASE = "C"
              MOVE "2" TO WS-SIGNO-BUSCADO
           ELSE
              MOVE "1" TO WS-SIGNO-BUSCADO
           END-IF.
           MOVE WS-PX-GEN-REGS(1:7) TO WS-GEN-REGS-9.
           MOVE WS-PX-GEN-SUMA(1:15) TO WS-GEN-SUMA-9.
           MOVE WS-PX-EXT-REGS(1:7) TO WS-EXT-REGS-9.
           MOVE WS-PX-EXT-SUMA(1:15) TO WS-EXT-SUMA-9.
           MOVE ZEROES TO WS-PTE-REGS WS-PTE-SUMA.
           IF WS-GEN-REGS-9 > WS-EXT-REGS-9
              COMPUTE WS-PTE-REGS = WS-GEN-REGS-9 - WS-EXT-REGS-9
           END-IF.
           IF WS-GEN-SUMA-9 > WS-EXT-SUMA-9
              COMPUTE WS-PTE-SUMA = WS-GEN-SUMA-9 - WS-EXT-SUMA-9
           END-IF.
           MOVE ZEROES TO WS-CAS-REGS WS-CAS-SUMA.

           MOVE WS-PTE-SUMA TO WS-IMPORTE-BUSCADO.
           MOVE SPACES TO WS-REF-BUSCADA.
           PERFORM BUSCA-MOVIMIENTO THRU FIN-BUSCA-MOVIMIENTO.
           IF WS-HALLADO > ZEROES
              MOVE WS-REMESA TO TM-REMESA(WS-HALLADO)
              MOVE WS-PTE-REGS TO WS-CAS-REGS
              MOVE WS-PTE-SUMA TO WS-CAS-SUMA
              MOVE SPACES TO WS-EXT-RESP
              STRING "|CASADA|" WS-REMESA "|REMESA|"
                     TM-FECHA(WS-HALLADO) "|" WS-PTE-REGS "/"
                     WS-PTE-SUMA "|"
                     DELIMITED BY SIZE
                     INTO WS-EXT-RESP
              END-STRING
              PERFORM ESCRIBE-INFORME THRU FIN-ESCRIBE-INFORME
           ELSE
              PERFORM CASA-PAGOS THRU FIN-CASA-PAGOS
           END-IF.

           IF WS-CAS-REGS > ZEROES
              PERFORM ESTAMPA-EXTRACTO THRU FIN-ESTAMPA-EXTRACTO
              IF WS-REM-RC NOT = ZERO
                 GO TO NO-ESTAMPADA
              END-IF
           END-IF.
           IF WS-CAS-REGS NOT < WS-PTE-REGS AND
              WS-CAS-SUMA NOT < WS-PTE-SUMA
              ADD 1 TO WS-CASADAS
              MOVE "CASADA" TO WS-RES-RESULT
              PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO
              GO TO SIGUIENTE-REMESA
           END-IF.
           SUBTRACT WS-CAS-REGS FROM WS-PTE-REGS.
           SUBTRACT WS-CAS-SUMA FROM WS-PTE-SUMA.
      *    LO QUE AUN NO HA LLEGADO A SU FECHA VALOR NO PUEDE ESTAR
      *    EN EL EXTRACTO TODAVIA.
           MOVE SPACES TO WS-EXT-RESP.
           IF (WS-PX-VALOR NOT = SPACES AND
               WS-PX-VALOR > WS-FECHA-EXTRACTO) OR
              (WS-PX-VALOR = SPACES AND
               WS-PX-GENERADA NOT < WS-FECHA-EXTRACTO)
              ADD 1 TO WS-ENCURSO
              STRING "|ENCURSO|" WS-REMESA "|" WS-PTE-REGS "/"
                     WS-PTE-SUMA "|VALOR:" WS-PX-VALOR "|"
                     DELIMITED BY SIZE
                     INTO WS-EXT-RESP
              END-STRING
              MOVE "ENCURSO" TO WS-RES-RESULT
           ELSE
              ADD 1 TO WS-PENDIENTES
              STRING "|SINEXTRACTO|" WS-REMESA "|" WS-PTE-REGS "/"
                     WS-PTE-SUMA "|VALOR:" WS-PX-VALOR "|"
                     DELIMITED BY SIZE
                     INTO WS-EXT-RESP
              END-STRING
              MOVE "PENDIENTE" TO WS-RES-RESULT
           END-IF.
           PERFORM ESCRIBE-INFORME THRU FIN-ESCRIBE-INFORME.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO SIGUIENTE-REMESA.
      *    LA REMESA NO ADMITE EL ESTAMPADO: LO CASADO NO CUENTA Y
      *    SUS APUNTES VUELVEN A QUEDAR LIBRES EN EL INFORME.
       NO-ESTAMPADA.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MOVS
              IF TM-REMESA(WS-M) = WS-REMESA
                 MOVE SPACES TO TM-REMESA(WS-M)
              END-IF
           END-PERFORM.
           ADD 1 TO WS-RECHAZADAS.
           MOVE "S" TO WS-HAY-ERROR.
           MOVE SPACES TO WS-EXT-RESP.
           STRING "|NOESTAMPADA|" WS-REMESA "|RC:" WS-REM-RC "|"
                  WS-CAS-REGS "/" WS-CAS-SUMA "|"
                  DELIMITED BY SIZE
                  INTO WS-EXT-RESP
           END-STRING.
           PERFORM ESCRIBE-INFORME THRU FIN-ESCRIBE-INFORME.
           MOVE "NOESTAMPA" TO WS-RES-RESULT.
           PERFORM ANOTA-RESULTADO THRU FIN-ANOTA-RESULTADO.
           GO TO SIGUIENTE-REMESA.
       FIN-CASA-REMESAS.

      *    EL FICHERO DE LA REMESA LO DA CONSULTA. CADA 02 BUSCA UN
      *    APUNTE LIBRE DEL MISMO SIGNO, CON SU IMPORTE Y CON SU
      *    REFERENCIA EN EL TEXTO DEL APUNTE. UN PAGO YA VISTO OTRO
      *    DIA NO VUELVE A ESTAR EN EL EXTRACTO DE HOY.
       CASA-PAGOS.
           MOVE "CONSULTA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-REM-ENVIO WS-REM-REGS WS-REM-SUMA
                          WS-REM-FICHERO.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-ENVIO
                 WS-REM-REGS
                 WS-REM-SUMA
                 WS-REM-FICHERO
           END-UNSTRING.
           OPEN INPUT ORDENES.
           IF WS-ORD-ESTADO NOT = "00"
              MOVE WS-ORD-ESTADO TO ERRORES
              MOVE "ABRIENDO ORDENES DE LA REMESA" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-REM-FICHERO PROG
                                  WS-CONTEXTO
              GO TO FIN-CASA-PAGOS
           END-IF.
       LEE-PAGO.
           READ ORDENES
               AT END
                  GO TO FIN-LEE-PAGO
           END-READ.
           IF DET-TIPO NOT = "02" OR DET-IMPORTE IS NOT NUMERIC
              GO TO LEE-PAGO
           END-IF.
           MOVE DET-IMPORTE TO WS-IMPORTE-BUSCADO.
           MOVE DET-REF TO WS-REF-BUSCADA.
           IF WS-REF-BUSCADA = SPACES
              GO TO LEE-PAGO
           END-IF.
           PERFORM BUSCA-MOVIMIENTO THRU FIN-BUSCA-MOVIMIENTO.
           IF WS-HALLADO = ZEROES
              GO TO LEE-PAGO
           END-IF.
           MOVE WS-REMESA TO TM-REMESA(WS-HALLADO).
           ADD 1 TO WS-CAS-REGS.
           ADD DET-IMPORTE TO WS-CAS-SUMA.
           ADD 1 TO WS-PAGOS-CASADOS.
           MOVE SPACES TO WS-EXT-RESP.
           STRING "|CASADO|" WS-REMESA "|PAGO|"
                  TM-FECHA(WS-HALLADO) "|" DELIMITED BY SIZE
                  DET-REF DELIMITED BY SPACE
                  "|" DET-IMPORTE "|" DELIMITED BY SIZE
                  INTO WS-EXT-RESP
           END-STRING.
           PERFORM ESCRIBE-INFORME THRU FIN-ESCRIBE-INFORME.
           GO TO LEE-PAGO.
       FIN-LEE-PAGO.
           CLOSE ORDENES.
       FIN-CASA-PAGOS.

      *    PRIMER APUNTE AUN LIBRE CON EL SIGNO Y EL IMPORTE BUSCADOS
      *    (Y LA REFERENCIA, SI SE BUSCA UN PAGO SUELTO). LAS
      *    COMISIONES NO SON PAGOS: UNA QUE COINCIDA EN IMPORTE CON
      *    UNA REMESA PEQUEÑA NO DEBE CASAR CON ELLA.
       BUSCA-MOVIMIENTO.
           MOVE ZEROES TO WS-HALLADO.
           MOVE ZERO TO WS-REF-LON.
           IF WS-REF-BUSCADA NOT = SPACES
              INSPECT WS-REF-BUSCADA TALLYING WS-REF-LON
                      FOR CHARACTERS BEFORE INITIAL " "
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MOVS OR WS-HALLADO > ZEROES
              IF TM-REMESA(WS-M) = SPACES AND
                 NOT TM-ES-COMISION(WS-M) AND
                 TM-SIGNO(WS-M) = WS-SIGNO-BUSCADO AND
                 TM-IMPORTE(WS-M) = WS-IMPORTE-BUSCADO
                 IF WS-REF-LON = ZERO
                    MOVE WS-M TO WS-HALLADO
                 ELSE
                    MOVE ZERO TO WS-REF-VECES
                    INSPECT TM-TEXTO(WS-M) TALLYING WS-REF-VECES
                            FOR ALL WS-REF-BUSCADA(1:WS-REF-LON)
                    IF WS-REF-VECES > ZERO
                       MOVE WS-M TO WS-HALLADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       FIN-BUSCA-MOVIMIENTO.

       ESTAMPA-EXTRACTO.
           MOVE "ETAPA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           STRING "EXTRACTO;" WS-CAS-REGS ";" WS-CAS-SUMA ";"
                  WS-FECHA-EXTRACTO
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
       FIN-ESTAMPA-EXTRACTO.

      *    CADA CARGO DE COMISION AUN LIBRE VA A LA REMESA DEL
      *    APUNTE CASADO QUE LLEVA SU MISMA REFERENCIA 2 (EL BANCO
      *    REPITE LA DEL FICHERO); SI NO LA LLEVA, A LA DEL APUNTE
      *    QUE TIENE JUSTO DELANTE SALTANDO OTRAS COMISIONES, QUE ES
      *    COMO LAS APUNTA EL BANCO DETRAS DE LA TRANSFERENCIA.
       REPARTE-COMISIONES.
           MOVE ZEROES TO WS-M.
       SIGUIENTE-COMISION.
           ADD 1 TO WS-M.
           IF WS-M > WS-MOVS
              GO TO FIN-REPARTE-COMISIONES
           END-IF.
           IF NOT TM-ES-COMISION(WS-M) OR TM-SIGNO(WS-M) NOT = "1"
              OR TM-REMESA(WS-M) NOT = SPACES
              GO TO SIGUIENTE-COMISION
           END-IF.
           MOVE ZEROES TO WS-ACOMPANA.
           IF TM-TEXTO(WS-M)(13:16) NOT = SPACES
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-MOVS OR WS-ACOMPANA > ZEROES
                 IF TM-REMESA(WS-J) NOT = SPACES AND
                    NOT TM-ES-COMISION(WS-J) AND
                    TM-TEXTO(WS-J)(13:16) = TM-TEXTO(WS-M)(13:16)
                    MOVE WS-J TO WS-ACOMPANA
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-ACOMPANA = ZEROES
              MOVE WS-M TO WS-J
              PERFORM UNTIL WS-J < 2
                 SUBTRACT 1 FROM WS-J
                 IF NOT TM-ES-COMISION(WS-J)
                    IF TM-REMESA(WS-J) NOT = SPACES
                       MOVE WS-J TO WS-ACOMPANA
                    END-IF
                    MOVE 1 TO WS-J
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-ACOMPANA = ZEROES
              GO TO SIGUIENTE-COMISION
           END-IF.
           MOVE TM-REMESA(WS-ACOMPANA) TO WS-REMESA.
           MOVE "ETAPA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           STRING "COMISION;" TM-IMPORTE(WS-M) ";" TM-FECHA(WS-M)
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
      *    UNA COMISION QUE LA REMESA NO ADMITE SE QUEDA SIN ASIGNAR.
           IF WS-REM-RC NOT = ZERO
              ADD 1 TO WS-RECHAZADAS
              MOVE "S" TO WS-HAY-ERROR
              MOVE SPACES TO WS-EXT-RESP
              STRING "|NOESTAMPADA|" WS-REMESA "|RC:" WS-REM-RC
                     "|COMISION|" TM-FECHA(WS-M) "|"
                     TM-IMPORTE(WS-M) "|"
                     DELIMITED BY SIZE
                     INTO WS-EXT-RESP
              END-STRING
              PERFORM ESCRIBE-INFORME THRU FIN-ESCRIBE-INFORME
              GO TO SIGUIENTE-COMISION
           END-IF.
           MOVE WS-REMESA TO TM-REMESA(WS-M).
           ADD 1 TO WS-COMISIONES.
           ADD TM-IMPORTE(WS-M) TO WS-COM-SUMA.
           MOVE SPACES TO WS-EXT-RESP.
           STRING "|COMISION|" WS-REMESA "|" TM-FECHA(WS-M) "|"
                  TM-IMPORTE(WS-M) "|"
                  DELIMITED BY SIZE
                  INTO WS-EXT-RESP
           END-STRING.
           PERFORM ESCRIBE-INFORME THRU FIN-ESCRIBE-INFORME.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           MOVE WS-ENTRADA TO WS-RES-ITEM.
           STRING "REMESA:" WS-REMESA " COMISION:" TM-IMPORTE(WS-M)
                  " FECHA:" TM-FECHA(WS-M)
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           MOVE "COMISION" TO WS-RES-RESULT.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           GO TO SIGUIENTE-COMISION.
       FIN-REPARTE-COMISIONES.

       LISTADO SECTION.
      *    LO QUE EL EXTRACTO TRAE Y NINGUNA REMESA HA RECLAMADO.
       SIN-ALFA.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MOVS
              IF TM-REMESA(WS-M) = SPACES
                 ADD 1 TO WS-SINALFA
                 MOVE SPACES TO WS-EXT-RESP
                 STRING "|SINALFA|" TM-FECHA(WS-M) "|"
                        TM-SIGNO(WS-M) "|" TM-IMPORTE(WS-M) "|"
                        TM-TEXTO(WS-M) "|"
                        DELIMITED BY SIZE
                        INTO WS-EXT-RESP
                 END-STRING
                 PERFORM ESCRIBE-INFORME THRU FIN-ESCRIBE-INFORME
              END-IF
           END-PERFORM.
       FIN-SIN-ALFA.

       ABRE-EXTRACTOS.
           MOVE SPACES TO VALORDIR WS-EXA-PATH.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/EXTRACTOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-EXA-PATH
              END-STRING
           ELSE
              MOVE "EXTRACTOS.DAT" TO WS-EXA-PATH
           END-IF.
           OPEN I-O EXTRACTOS.
           IF WS-EXA-ESTADO = "00"
              GO TO FIN-ABRE-EXTRACTOS
           END-IF.
           OPEN OUTPUT EXTRACTOS.
           IF WS-EXA-ESTADO NOT = "00"
              GO TO FIN-ABRE-EXTRACTOS
           END-IF.
           CLOSE EXTRACTOS.
           OPEN I-O EXTRACTOS.
       FIN-ABRE-EXTRACTOS.

       ESCRIBE-INFORME.
           MOVE SPACES TO REG-INFORME.
           MOVE WS-EXT-RESP TO REG-INFORME.
           WRITE REG-INFORME.
           DISPLAY WS-EXT-RESP UPON SYSOUT.
       FIN-ESCRIBE-INFORME.

       ANOTA-RESULTADO.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           MOVE WS-ENTRADA TO WS-RES-ITEM.
           STRING "REMESA:" WS-REMESA " CASADOS:" WS-CAS-REGS "/"
                  WS-CAS-SUMA " PENDIENTE:" WS-PTE-REGS "/"
                  WS-PTE-SUMA
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
       FIN-ANOTA-RESULTADO.
