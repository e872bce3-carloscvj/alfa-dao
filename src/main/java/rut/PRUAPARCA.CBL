       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUAPARCA.
       AUTHOR.        CVJ.
       SECURITY.      PAGOS APARCADOS: LO QUE LA VALIDACION DE
                      PRUIBANEUR DEJA EN <fichero>.DUP (DUDOSOS) Y EN
                      <fichero>.PTE (PENDIENTES DE APROBACION). EDADES
                      REPASA CADA DIA TODAS LAS REMESAS CON APARCADOS
                      Y LISTA CADA PAGO CON SU REMESA, SU IMPORTE Y SU
                      EDAD EN DIAS HABILES DEL CALENDARIO DE PRUCALEN;
                      LOS QUE PASAN DE PRUAPARCADIAS (10 POR DEFECTO)
                      CADUCAN A <fichero>.MAL. UN OPERADOR PUEDE
                      LIBERAR (A <fichero>.OK, ANTES DE GENERAR) O
                      RECHAZAR (A <fichero>.MAL) UN PAGO SUELTO POR SU
                      REFERENCIA. CADA DECISION SE ESTAMPA EN LA REMESA
                      DE PRUREMESA PARA QUE LA CONCILIACION SIGA
                      CUADRANDO, QUEDA EN APARCADOS.DAT (BAJO dd_dir)
                      CON EL USUARIO Y EN EL LOG FECHADO - HASTA AHORA
                      LO APARCADO SE QUEDABA AHI PARA SIEMPRE.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Los pagos apartados por el
*********************               cribado de sanciones (<fichero>
*********************               .SAN, tipo SAN) entran en EDADES
*********************               (se listan, no caducan) y salen
*********************               con las nuevas acciones DESPEJA
*********************               (a .OK) y CONFIRMA (a .MAL) que
*********************               llama PRUSANCION; LIBERA y
*********************               RECHAZA no los tocan. El destino
*********************               se abre antes de estampar
*********************               RESUELVE, y lo liberado a .OK
*********************               queda en PAGOSHIST.DAT como
*********************               cualquier aceptado.
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               las fechas de ausencia del
*********************               usuario (UT-AUSENTE-DESDE y
*********************               UT-AUSENTE-HASTA) que fija PRUUSR
*********************               AUSENCIA.
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               el departamento del usuario
*********************               (UT-DEPTO) que fija PRUUSR DEPTO.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               EDADES (informe de edades y
*********************               caducidad, de todas las remesas o
*********************               de la del id) - LIBERA (remesa en
*********************               el id, detalle "tipo;referencia
*********************               [;iban]", tipo PTE o DUP) -
*********************               RECHAZA (detalle como LIBERA) -
*********************               LISTA (decisiones de la remesa del
*********************               id, o todas).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APARCADOS
                  ASSIGN TO DYNAMIC WS-APARCA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APA-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT USERTAB
                  ASSIGN TO DYNAMIC WS-USERTAB-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UT-USUARIO
                  FILE STATUS IS WS-UT-ESTADO.

           SELECT RETENIDO
                  ASSIGN TO DYNAMIC WS-RETENIDO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RETENIDO-ESTADO.

           SELECT DESTINO
                  ASSIGN TO DYNAMIC WS-DESTINO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DESTINO-ESTADO.

           SELECT PAGOSHIST
                  ASSIGN TO DYNAMIC WS-HIST-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-CLAVE
                  FILE STATUS IS WS-HIST-ESTADO.

           SELECT LOG-APARCA
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    UNA DECISION POR PAGO APARCADO, POR SU SITIO EN EL FICHERO
      *    (DOS LINEAS IGUALES EN .DUP SON DOS PAGOS).
       FD  APARCADOS.
       01  REG-APARCADOS.
           03 APA-CLAVE.
              05 APA-REMESA  PIC X(6).
              05 APA-TIPO    PIC X(3).
              05 APA-LINEA   PIC 9(7).
           03 APA-IBAN       PIC X(34).
           03 APA-IMPORTE    PIC 9(13).
           03 APA-REF        PIC X(20).
           03 APA-ESTADO     PIC X.
              88 APA-LIBERADO  VALUE "L".
              88 APA-RECHAZADO VALUE "R".
              88 APA-CADUCADO  VALUE "C".
           03 APA-EDAD       PIC 9(5).
           03 APA-USUARIO    PIC X(15).
           03 APA-FECHA      PIC X(8).
           03 APA-HORA       PIC X(8).
           03 APA-MOTIVO     PIC X(16).

      *    TABLA DE USUARIOS DE SRU (SOLO SE LEE).
       FD  USERTAB.
       01  REG-USERTAB.
           03 UT-USUARIO     PIC X(15).
           03 UT-ACTIVO      PIC X.
              88 UT-USUARIO-ACTIVO VALUE "S".
           03 UT-FECHA-ALTA     PIC X(8).
           03 UT-FECHA-ULTLOGIN PIC X(8).
           03 UT-OPS            PIC X(64).
           03 UT-PROGS          PIC X(128).
           03 UT-DEPTO          PIC X(8).
           03 UT-AUSENTE-DESDE  PIC X(8).
           03 UT-AUSENTE-HASTA  PIC X(8).

      *    EL .DUP O .PTE DE UNA REMESA: LA LINEA DE ENTRADA CON SU
      *    MARCA (;DUPLICADO, ;SINVETAR O ;NOMBREDISTINTO) DETRAS.
       FD  RETENIDO.
       01  REG-RETENIDO      PIC X(170).

       FD  DESTINO.
       01  REG-DESTINO       PIC X(170).

      *    HISTORIA DE PAGOS ACEPTADOS DE PRUIBANEUR (DETECCION DE
      *    DUPLICADOS).
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

       FD  LOG-APARCA.
       01  REG-LOG-APARCA    PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUAPARCA".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-APARCA-PATH    PIC X(200).
       01  WS-USERTAB-PATH   PIC X(200).
       77  WS-UT-ESTADO      PIC XX.
       01  WS-RETENIDO-PATH  PIC X(200).
       77  WS-RETENIDO-ESTADO PIC XX.
       01  WS-DESTINO-PATH   PIC X(200).
       77  WS-DESTINO-ESTADO PIC XX.
       77  WS-ABIERTO        PIC X VALUE "N".
           88 APARCA-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       77  WS-HIST-IBAN      PIC X(34).
       77  WS-TOKEN-PAGOS    PIC X.
           88 HISTORIA-TOKENIZADA VALUE "S".
       77  WS-TOK-ACCION     PIC X(8) VALUE "TOKEN".
       77  WS-TOK-FICHERO    PIC X(256).
       77  WS-TOK-DETALLE    PIC X(128).

       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       77  WS-SUMA-TOTAL     PIC 9(15) VALUE ZEROES.
       77  WS-CADUCADOS      PIC 9(5) VALUE ZEROES.
       77  WS-SUMA-CADUCADA  PIC 9(15) VALUE ZEROES.
       77  WS-REMESAS        PIC 9(5) VALUE ZEROES.
       01  WS-APA-RESP       PIC X(300).

      *    LLAMADAS A PRUREMESA.
       77  WS-REM-ACCION     PIC X(8).
       77  WS-REM-ID         PIC X(6).
       77  WS-REM-ID-9       PIC 9(6).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-REM-FECHA      PIC X(8).
       77  WS-REM-DUP        PIC X(7).
       77  WS-REM-PTE        PIC X(7).
       77  WS-REM-GENERADA   PIC X.
           88 REMESA-GENERADA VALUE "S".
       77  WS-REM-FICHERO    PIC X(120).
       77  WS-REM-HALLADA    PIC X.

      *    LLAMADAS A PRUCALEN.
       77  WS-CAL-ACCION     PIC X(10) VALUE "LABORABLE".
       77  WS-CAL-FECHA      PIC X(8).
       77  WS-CAL-DETALLE    PIC X(60).

       77  WS-EDAD           PIC 9(5).
       77  WS-EDAD-MAX       PIC 9(5) VALUE 10.
       77  WS-EDAD-TXT       PIC X(15).

      *    EL PAGO APARCADO EN CURSO.
       77  WS-TIPO           PIC X(3).
       77  WS-ORIGEN         PIC X.
       77  WS-LINEA          PIC 9(7).
       77  WS-LIN-LON        PIC 9(3).
       77  WS-LIN-I          PIC 9(3).
       01  WS-LIN-ORIGINAL   PIC X(170).
       77  WS-L-IBAN         PIC X(34).
       77  WS-L-IMPORTE      PIC X(15).
       77  WS-L-REF          PIC X(20).
       77  WS-L-CAMPO4       PIC X(35).
       77  WS-L-DIVISA       PIC X(3).
       77  WS-L-FINALIDAD    PIC X(4).
       77  WS-L-COBRO        PIC X.
           88 APARCADO-COBRO VALUE "S".
       77  WS-L-LON4         PIC 99.

      *    LA DECISION EN CURSO: DESTINO O (A .OK) O M (A .MAL).
       77  WS-DESTINO        PIC X.
       77  WS-ESTADO         PIC X.
       77  WS-MOTIVO         PIC X(16).
       77  WS-POR            PIC X(15).
       77  WS-HECHO          PIC X.
           88 DECISION-HECHA VALUE "S".

       77  WS-DET-TIPO       PIC X(3).
       77  WS-DET-REF        PIC X(20).
       77  WS-DET-IBAN       PIC X(34).
       77  WS-HALLADO        PIC X.
           88 APARCADO-HALLADO VALUE "S".

       77  WS-NUM-TXT        PIC X(15).
       77  WS-NUM-LON        PIC 99.
       77  WS-NUM-AUX        PIC X(15).
       77  WS-NUM-9          PIC 9(15).
       77  WS-NUM-OK         PIC X.

       77  WS-RES-PROG       PIC X(10) VALUE "PRUAPARCA".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).

       77  MINUSCULAS        PIC X(26)
                             VALUE "abcdefghijklmnopqrstuvwxyz".
       77  MAYUSCULAS        PIC X(26)
                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  REMESA            PIC X(6).
       77  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING ACCION REMESA DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           PERFORM ABRE-APARCA.
           IF NOT APARCA-ABIERTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "EDADES"
                    PERFORM REPASA-EDADES THRU FIN-REPASA-EDADES
               WHEN "LIBERA"
                    MOVE "O" TO WS-DESTINO
                    MOVE "L" TO WS-ESTADO
                    MOVE "LIBERADO" TO WS-MOTIVO
                    PERFORM DECIDE-APARCADO THRU FIN-DECIDE-APARCADO
               WHEN "RECHAZA"
                    MOVE "M" TO WS-DESTINO
                    MOVE "R" TO WS-ESTADO
                    MOVE "RECHAZADO" TO WS-MOTIVO
                    PERFORM DECIDE-APARCADO THRU FIN-DECIDE-APARCADO
               WHEN "DESPEJA"
                    MOVE "O" TO WS-DESTINO
                    MOVE "L" TO WS-ESTADO
                    MOVE "DESPEJADO" TO WS-MOTIVO
                    PERFORM DECIDE-APARCADO THRU FIN-DECIDE-APARCADO
               WHEN "CONFIRMA"
                    MOVE "M" TO WS-DESTINO
                    MOVE "R" TO WS-ESTADO
                    MOVE "BLOQUEADO" TO WS-MOTIVO
                    PERFORM DECIDE-APARCADO THRU FIN-DECIDE-APARCADO
               WHEN "LISTA"
                    PERFORM LISTA-DECISIONES THRU FIN-LISTA-DECISIONES
               WHEN OTHER
                    DISPLAY "|APARCAERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           END-EVALUATE.
           CLOSE APARCADOS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-APARCA SECTION.
      *    MISMO ABRE-O-CREA QUE PRULIBERA.
       ABRIENDO-APARCA.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-APARCA-PATH WS-USERTAB-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/APARCADOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-APARCA-PATH
              END-STRING
              STRING VALORDIR "/USUARIOS"
                     DELIMITED BY SPACE
                     INTO WS-USERTAB-PATH
              END-STRING
           ELSE
              MOVE "APARCADOS.DAT" TO WS-APARCA-PATH
              MOVE "USUARIOS" TO WS-USERTAB-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O APARCADOS.
           IF ERRORES = "00"
              SET APARCA-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-APARCA
           END-IF.
           OPEN OUTPUT APARCADOS.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO APARCADOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-APARCA-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-APARCA
           END-IF.
           CLOSE APARCADOS.
           OPEN I-O APARCADOS.
           IF ERRORES = "00"
              SET APARCA-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-APARCA.

       EDADES SECTION.
      *    PASADA DIARIA: TODAS LAS REMESAS CON ALGO EN .DUP O .PTE
      *    (O SOLO LA DEL ID), PAGO A PAGO, SALTANDO LOS YA DECIDIDOS.
      *    LA EDAD CUENTA DESDE LA ENTRADA DE LA REMESA, QUE ES CUANDO
      *    SE APARCO EL PAGO.
       REPASA-EDADES.
           MOVE SPACES TO WS-EDAD-TXT.
           DISPLAY "PRUAPARCADIAS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-EDAD-TXT FROM ENVIRONMENT-VALUE.
           IF WS-EDAD-TXT NOT = SPACES AND
              WS-EDAD-TXT NOT = LOW-VALUES
              MOVE WS-EDAD-TXT TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              IF WS-NUM-OK = "S" AND WS-NUM-9 > ZEROES
                 MOVE WS-NUM-9 TO WS-EDAD-MAX
              END-IF
           END-IF.
           MOVE "AUTOMATICO" TO WS-POR.
           IF USUARIO NOT = SPACES
              MOVE USUARIO TO WS-POR
           END-IF.
           MOVE "M" TO WS-DESTINO.
           MOVE "C" TO WS-ESTADO.
           MOVE "CADUCADO" TO WS-MOTIVO.
           IF REMESA NOT = SPACES AND REMESA NOT = LOW-VALUES
              PERFORM BUSCA-REMESA THRU FIN-BUSCA-REMESA
              IF WS-REM-HALLADA = "S"
                 PERFORM REPASA-REMESA THRU FIN-REPASA-REMESA
              END-IF
              GO TO CIERRA-EDADES
           END-IF.
           MOVE SPACES TO WS-REM-ID.
       SIGUIENTE-APARCADA.
           MOVE "APARCADA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REM-ID
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO OR WS-REM-ID = SPACES
              MOVE ZERO TO RETURN-CODE
              GO TO CIERRA-EDADES
           END-IF.
           PERFORM PARTE-APARCADA THRU FIN-PARTE-APARCADA.
           PERFORM REPASA-REMESA THRU FIN-REPASA-REMESA.
           GO TO SIGUIENTE-APARCADA.
       CIERRA-EDADES.
           MOVE SPACES TO WS-APA-RESP.
           STRING "|APARCAFIN|REMESAS:" WS-REMESAS
                  "|APARCADOS:" WS-TOTAL "|IMPORTE:" WS-SUMA-TOTAL
                  "|CADUCADOS:" WS-CADUCADOS
                  "|IMPORTECADUCADO:" WS-SUMA-CADUCADA
                  "|DIAS:" WS-EDAD-MAX "|"
                  DELIMITED BY SIZE
                  INTO WS-APA-RESP
           END-STRING.
           DISPLAY WS-APA-RESP UPON SYSOUT.
       FIN-REPASA-EDADES.

       PARTE-APARCADA.
      *    DETALLE DE APARCADA: "fecha;dupregs;pteregs;generada;
      *    fichero".
           MOVE SPACES TO WS-REM-FECHA WS-REM-DUP WS-REM-PTE
                          WS-REM-GENERADA WS-REM-FICHERO.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-FECHA
                 WS-REM-DUP
                 WS-REM-PTE
                 WS-REM-GENERADA
                 WS-REM-FICHERO
           END-UNSTRING.
       FIN-PARTE-APARCADA.

       BUSCA-REMESA.
      *    LA REMESA DEL ID, POR EL MISMO RECORRIDO DE APARCADA
      *    EMPEZANDO JUSTO ANTES DE ELLA.
           MOVE "N" TO WS-REM-HALLADA.
           MOVE REMESA TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM-OK NOT = "S" OR WS-NUM-9 = ZEROES
              OR WS-NUM-9 > 999999
              DISPLAY "|APARCAERROR|REMESA|" REMESA "|" UPON SYSOUT
              GO TO FIN-BUSCA-REMESA
           END-IF.
           COMPUTE WS-REM-ID-9 = WS-NUM-9 - 1.
           MOVE WS-REM-ID-9 TO WS-REM-ID.
           MOVE "APARCADA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REM-ID
                                  WS-REM-DETALLE.
           ADD 1 TO WS-REM-ID-9.
           IF RETURN-CODE NOT = ZERO OR WS-REM-ID = SPACES
              OR WS-REM-ID NOT = WS-REM-ID-9
              MOVE ZERO TO RETURN-CODE
              DISPLAY "|APARCAERROR|SINAPARCADOS|" REMESA "|"
                      UPON SYSOUT
              GO TO FIN-BUSCA-REMESA
           END-IF.
           PERFORM PARTE-APARCADA THRU FIN-PARTE-APARCADA.
           MOVE "S" TO WS-REM-HALLADA.
       FIN-BUSCA-REMESA.

       REPASA-REMESA.
           ADD 1 TO WS-REMESAS.
           PERFORM CALCULA-EDAD THRU FIN-CALCULA-EDAD.
           IF WS-REM-DUP NOT = SPACES AND WS-REM-DUP NOT = ZEROES
              MOVE "DUP" TO WS-TIPO
              PERFORM REPASA-FICHERO THRU FIN-REPASA-FICHERO
           END-IF.
      *    LO APARTADO POR SANCIONES CUENTA EN LA REMESA COMO
      *    PENDIENTE, ASI QUE SU .SAN SE MIRA CON EL .PTE.
           IF WS-REM-PTE NOT = SPACES AND WS-REM-PTE NOT = ZEROES
              MOVE "PTE" TO WS-TIPO
              PERFORM REPASA-FICHERO THRU FIN-REPASA-FICHERO
              MOVE "SAN" TO WS-TIPO
              PERFORM REPASA-FICHERO THRU FIN-REPASA-FICHERO
           END-IF.
       FIN-REPASA-REMESA.

       CALCULA-EDAD.
      *    DIAS HABILES CUMPLIDOS DESDE LA ENTRADA: LOS HABILES DEL
      *    INTERVALO ENTRADA-HOY SIN CONTAR EL PRIMERO. SIN CALENDARIO
      *    LA EDAD QUEDA A CERO Y NADA CADUCA.
           MOVE ZEROES TO WS-EDAD.
           IF WS-REM-FECHA IS NOT NUMERIC OR WS-REM-FECHA NOT < WS-FECHA
              GO TO FIN-CALCULA-EDAD
           END-IF.
           MOVE SPACES TO WS-CAL-DETALLE.
           STRING WS-REM-FECHA ";" WS-FECHA DELIMITED BY SIZE
                  INTO WS-CAL-DETALLE
           END-STRING.
           MOVE WS-FECHA TO WS-CAL-FECHA.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCALEN" USING WS-CAL-ACCION WS-CAL-FECHA
                                 WS-CAL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE > ZERO
              COMPUTE WS-EDAD = RETURN-CODE - 1
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-CALCULA-EDAD.

       REPASA-FICHERO.
           PERFORM ABRE-RETENIDO THRU FIN-ABRE-RETENIDO.
      *    UNA REMESA SIN ACIERTOS DE SANCIONES PUEDE NO TENER .SAN.
           IF WS-RETENIDO-ESTADO = "35" AND WS-TIPO = "SAN"
              GO TO FIN-REPASA-FICHERO
           END-IF.
           IF WS-RETENIDO-ESTADO NOT = "00"
              DISPLAY "|APARCAERROR|FICHERO|" WS-REM-ID "|" WS-TIPO
                      "|" UPON SYSOUT
              GO TO FIN-REPASA-FICHERO
           END-IF.
           MOVE ZEROES TO WS-LINEA.
       LEE-RETENIDO.
           READ RETENIDO
               AT END
                  GO TO CIERRA-RETENIDO
           END-READ.
           ADD 1 TO WS-LINEA.
           IF REG-RETENIDO = SPACES
              GO TO LEE-RETENIDO
           END-IF.
           PERFORM PARTE-LINEA THRU FIN-PARTE-LINEA.
           MOVE WS-REM-ID TO APA-REMESA.
           MOVE WS-TIPO TO APA-TIPO.
           MOVE WS-LINEA TO APA-LINEA.
           READ APARCADOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  GO TO LEE-RETENIDO
           END-READ.
           ADD 1 TO WS-TOTAL.
           ADD WS-NUM-9 TO WS-SUMA-TOTAL.
           MOVE SPACES TO WS-APA-RESP.
           STRING "|APARCADO|" WS-REM-ID "|" WS-TIPO "|"
                  DELIMITED BY SIZE
                  WS-L-IBAN DELIMITED BY SPACE
                  "|" WS-NUM-9 "|" DELIMITED BY SIZE
                  WS-L-REF DELIMITED BY "  "
                  "|EDAD:" WS-EDAD "|" DELIMITED BY SIZE
                  INTO WS-APA-RESP
           END-STRING.
           DISPLAY WS-APA-RESP UPON SYSOUT.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING WS-REM-ID ";" WS-TIPO ";" DELIMITED BY SIZE
                  WS-L-REF DELIMITED BY "  "
                  INTO WS-RES-ITEM
           END-STRING.
           STRING "EDAD:" WS-EDAD " IMPORTE:" WS-NUM-9
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           MOVE "APARCADO" TO WS-RES-RESULT.
      *    UN ACIERTO DE SANCIONES NO CADUCA: LO DECIDE CUMPLIMIENTO.
           IF WS-EDAD > WS-EDAD-MAX AND WS-TIPO NOT = "SAN"
              PERFORM RESUELVE-APARCADO THRU FIN-RESUELVE-APARCADO
              IF DECISION-HECHA
                 ADD 1 TO WS-CADUCADOS
                 ADD WS-NUM-9 TO WS-SUMA-CADUCADA
                 MOVE "CADUCADO" TO WS-RES-RESULT
              ELSE
                 MOVE "ERROR" TO WS-RES-RESULT
              END-IF
           END-IF.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           GO TO LEE-RETENIDO.
       CIERRA-RETENIDO.
           CLOSE RETENIDO.
       FIN-REPASA-FICHERO.

       ABRE-RETENIDO.
           MOVE SPACES TO WS-RETENIDO-PATH.
           STRING WS-REM-FICHERO DELIMITED BY SPACE
                  "." WS-TIPO DELIMITED BY SIZE
                  INTO WS-RETENIDO-PATH
           END-STRING.
      *    .PTE Y .SAN SALEN DE LOS PENDIENTES DE LA REMESA.
           IF WS-TIPO = "DUP"
              MOVE "D" TO WS-ORIGEN
           ELSE
              MOVE "P" TO WS-ORIGEN
           END-IF.
           OPEN INPUT RETENIDO.
       FIN-ABRE-RETENIDO.

       PARTE-LINEA.
      *    LA LINEA ORIGINAL ES LO QUE HAY ANTES DEL ULTIMO ";" (LA
      *    MARCA DE POR QUE SE APARCO), O ANTES DE ";SANCION;" EN UN
      *    .SAN, QUE LLEVA DETRAS EL TIPO Y EL VALOR QUE HAN DADO EN
      *    LA LISTA. EL CUARTO CAMPO ES LA DIVISA DE UNA
      *    TRANSFERENCIA O EL MANDATO DE UN COBRO; EL QUINTO, LA
      *    FINALIDAD DE UNA TRANSFERENCIA.
           MOVE REG-RETENIDO TO WS-LIN-ORIGINAL.
           MOVE ZEROES TO WS-LIN-LON.
           INSPECT REG-RETENIDO TALLYING WS-LIN-LON
                   FOR CHARACTERS BEFORE INITIAL "  ".
           PERFORM VARYING WS-LIN-I FROM WS-LIN-LON BY -1
                   UNTIL WS-LIN-I < 2 OR REG-RETENIDO(WS-LIN-I:1) = ";"
              CONTINUE
           END-PERFORM.
           IF WS-TIPO = "SAN"
              MOVE ZEROES TO WS-LIN-LON
              INSPECT REG-RETENIDO TALLYING WS-LIN-LON
                      FOR CHARACTERS BEFORE INITIAL ";SANCION;"
              COMPUTE WS-LIN-I = WS-LIN-LON + 1
           END-IF.
           IF WS-LIN-I > 1
              MOVE SPACES TO WS-LIN-ORIGINAL
              MOVE REG-RETENIDO(1:WS-LIN-I - 1) TO WS-LIN-ORIGINAL
           END-IF.
           MOVE SPACES TO WS-L-IBAN WS-L-IMPORTE WS-L-REF WS-L-CAMPO4
                          WS-L-FINALIDAD.
           UNSTRING WS-LIN-ORIGINAL DELIMITED BY ";" INTO
                 WS-L-IBAN
                 WS-L-IMPORTE
                 WS-L-REF
                 WS-L-CAMPO4
                 WS-L-FINALIDAD
           END-UNSTRING.
           MOVE WS-L-IMPORTE TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           MOVE ZERO TO WS-L-LON4.
           INSPECT WS-L-CAMPO4 TALLYING WS-L-LON4
                   FOR CHARACTERS BEFORE INITIAL " ".
           MOVE "N" TO WS-L-COBRO.
           MOVE "EUR" TO WS-L-DIVISA.
           IF WS-L-LON4 > 3
              MOVE "S" TO WS-L-COBRO
              MOVE SPACES TO WS-L-FINALIDAD
           ELSE
              INSPECT WS-L-FINALIDAD
                      CONVERTING MINUSCULAS TO MAYUSCULAS
              IF WS-L-CAMPO4 NOT = SPACES
                 MOVE WS-L-CAMPO4(1:3) TO WS-L-DIVISA
                 INSPECT WS-L-DIVISA
                         CONVERTING MINUSCULAS TO MAYUSCULAS
              END-IF
           END-IF.
       FIN-PARTE-LINEA.

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

       DECISION SECTION.
      *    LIBERA O RECHAZA UN PAGO APARCADO DE LA REMESA DEL ID POR SU
      *    REFERENCIA (Y SU IBAN SI HAY DOS CON LA MISMA): EL PRIMERO
      *    SIN DECIDIR QUE CASE.
       DECIDE-APARCADO.
           MOVE 1 TO RETURN-CODE.
           MOVE USUARIO TO WS-POR.
           PERFORM COMPRUEBA-USUARIO THRU FIN-COMPRUEBA-USUARIO.
           IF WS-MOTIVO = SPACES
              GO TO FIN-DECIDE-APARCADO
           END-IF.
           MOVE SPACES TO WS-DET-TIPO WS-DET-REF WS-DET-IBAN.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-DET-TIPO
                 WS-DET-REF
                 WS-DET-IBAN
           END-UNSTRING.
           INSPECT WS-DET-TIPO CONVERTING MINUSCULAS TO MAYUSCULAS.
           IF (WS-DET-TIPO NOT = "PTE" AND WS-DET-TIPO NOT = "DUP"
               AND WS-DET-TIPO NOT = "SAN")
              OR WS-DET-REF = SPACES
              DISPLAY "|APARCAERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              GO TO FIN-DECIDE-APARCADO
           END-IF.
      *    LO APARTADO POR SANCIONES SOLO SALE POR DESPEJA/CONFIRMA,
      *    QUE LLAMA PRUSANCION AL RESOLVER EL ACIERTO, Y ESAS DOS
      *    ACCIONES NO VALEN PARA NADA MAS.
           IF (WS-DET-TIPO = "SAN" AND
               ACCION NOT = "DESPEJA" AND ACCION NOT = "CONFIRMA")
              OR (WS-DET-TIPO NOT = "SAN" AND
                  (ACCION = "DESPEJA" OR ACCION = "CONFIRMA"))
              DISPLAY "|APARCAERROR|SANCION|" ACCION "|" WS-DET-TIPO
                      "|" WS-DET-REF "|" UPON SYSOUT
              GO TO FIN-DECIDE-APARCADO
           END-IF.
           PERFORM BUSCA-REMESA THRU FIN-BUSCA-REMESA.
           IF WS-REM-HALLADA NOT = "S"
              GO TO FIN-DECIDE-APARCADO
           END-IF.
           MOVE WS-DET-TIPO TO WS-TIPO.
           PERFORM ABRE-RETENIDO THRU FIN-ABRE-RETENIDO.
           IF WS-RETENIDO-ESTADO NOT = "00"
              DISPLAY "|APARCAERROR|FICHERO|" WS-REM-ID "|" WS-TIPO
                      "|" UPON SYSOUT
              GO TO FIN-DECIDE-APARCADO
           END-IF.
           MOVE "N" TO WS-HALLADO.
           MOVE ZEROES TO WS-LINEA.
       BUSCA-APARCADO.
           READ RETENIDO
               AT END
                  GO TO FIN-BUSCA-APARCADO
           END-READ.
           ADD 1 TO WS-LINEA.
           IF REG-RETENIDO = SPACES
              GO TO BUSCA-APARCADO
           END-IF.
           PERFORM PARTE-LINEA THRU FIN-PARTE-LINEA.
           IF WS-L-REF NOT = WS-DET-REF
              GO TO BUSCA-APARCADO
           END-IF.
           IF WS-DET-IBAN NOT = SPACES AND WS-L-IBAN NOT = WS-DET-IBAN
              GO TO BUSCA-APARCADO
           END-IF.
           MOVE WS-REM-ID TO APA-REMESA.
           MOVE WS-TIPO TO APA-TIPO.
           MOVE WS-LINEA TO APA-LINEA.
           READ APARCADOS
               INVALID KEY
                  MOVE "S" TO WS-HALLADO
               NOT INVALID KEY
                  GO TO BUSCA-APARCADO
           END-READ.
       FIN-BUSCA-APARCADO.
           CLOSE RETENIDO.
           IF NOT APARCADO-HALLADO
              DISPLAY "|APARCAERROR|NOEXISTE|" WS-REM-ID "|" WS-TIPO
                      "|" WS-DET-REF "|" UPON SYSOUT
              GO TO FIN-DECIDE-APARCADO
           END-IF.
           PERFORM CALCULA-EDAD THRU FIN-CALCULA-EDAD.
           PERFORM RESUELVE-APARCADO THRU FIN-RESUELVE-APARCADO.
           IF DECISION-HECHA
              MOVE ZERO TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-DECIDE-APARCADO.

       COMPRUEBA-USUARIO.
      *    DECIDE UN USUARIO AUTENTICADO Y ACTIVO EN USERTAB; SI NO,
      *    WS-MOTIVO QUEDA EN BLANCO.
           IF USUARIO = SPACES
              DISPLAY "|APARCAERROR|SINLOGIN|" UPON SYSOUT
              MOVE SPACES TO WS-MOTIVO
              GO TO FIN-COMPRUEBA-USUARIO
           END-IF.
           OPEN INPUT USERTAB.
           IF WS-UT-ESTADO NOT = "00"
              DISPLAY "|APARCAERROR|SINUSERTAB|" UPON SYSOUT
              MOVE SPACES TO WS-MOTIVO
              GO TO FIN-COMPRUEBA-USUARIO
           END-IF.
           MOVE USUARIO TO UT-USUARIO.
           READ USERTAB
               INVALID KEY
                  MOVE SPACES TO UT-ACTIVO
           END-READ.
           CLOSE USERTAB.
           IF NOT UT-USUARIO-ACTIVO
              DISPLAY "|APARCAERROR|USUARIOINACTIVO|" USUARIO "|"
                      UPON SYSOUT
              MOVE SPACES TO WS-MOTIVO
           END-IF.
       FIN-COMPRUEBA-USUARIO.

       RESUELVE-APARCADO.
      *    EL PAGO DE WS-LIN-ORIGINAL SALE DE SU .DUP/.PTE/.SAN HACIA
      *    .OK (DESTINO O) O .MAL (DESTINO M). PRIMERO SE ABRE EL
      *    DESTINO (SIN EL NO SE ESTAMPA NADA), LUEGO SE ESTAMPA EN LA
      *    REMESA (QUE NO DEJA LIBERAR LO YA GENERADO) Y SOLO SI ESO
      *    VA BIEN SE ESCRIBE LA LINEA, LA HISTORIA, LA DECISION Y EL
      *    LOG.
           MOVE "N" TO WS-HECHO.
           IF WS-DESTINO = "O" AND REMESA-GENERADA
              DISPLAY "|APARCAERROR|GENERADA|" WS-REM-ID "|" UPON SYSOUT
              GO TO FIN-RESUELVE-APARCADO
           END-IF.
           MOVE SPACES TO WS-DESTINO-PATH REG-DESTINO.
           IF WS-DESTINO = "O"
              STRING WS-REM-FICHERO DELIMITED BY SPACE
                     ".OK" DELIMITED BY SIZE
                     INTO WS-DESTINO-PATH
              END-STRING
      *       UNA TRANSFERENCIA COMO LA DEJA PRUIBANEUR EN .OK (CON SU
      *       DIVISA) Y UN COBRO CON EL BIC Y LA SECUENCIA EN BLANCO,
      *       QUE PRUGENADEU YA SABE COMPLETAR.
              IF APARCADO-COBRO
                 STRING WS-LIN-ORIGINAL DELIMITED BY "  "
                        ";;" DELIMITED BY SIZE
                        INTO REG-DESTINO
                 END-STRING
              ELSE
                 STRING WS-L-IBAN DELIMITED BY SPACE
                        ";" DELIMITED BY SIZE
                        WS-L-IMPORTE DELIMITED BY SPACE
                        ";" DELIMITED BY SIZE
                        WS-L-REF DELIMITED BY "  "
                        ";" WS-L-DIVISA DELIMITED BY SIZE
                        INTO REG-DESTINO
                 END-STRING
              END-IF
           ELSE
              STRING WS-REM-FICHERO DELIMITED BY SPACE
                     ".MAL" DELIMITED BY SIZE
                     INTO WS-DESTINO-PATH
              END-STRING
              STRING WS-LIN-ORIGINAL DELIMITED BY "  "
                     ";" DELIMITED BY SIZE
                     WS-MOTIVO DELIMITED BY SPACE
                     INTO REG-DESTINO
              END-STRING
           END-IF.
           OPEN EXTEND DESTINO.
           IF WS-DESTINO-ESTADO NOT = "00"
              OPEN OUTPUT DESTINO
           END-IF.
           IF WS-DESTINO-ESTADO NOT = "00"
              MOVE WS-DESTINO-ESTADO TO ERRORES
              MOVE "ESCRIBIENDO DESTINO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-DESTINO-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-RESUELVE-APARCADO
           END-IF.
           MOVE "ETAPA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           STRING "RESUELVE;" WS-ORIGEN ";" WS-DESTINO ";" WS-NUM-9
                  ";" WS-L-DIVISA
                  DELIMITED BY SIZE
                  INTO WS-REM-DETALLE
           END-STRING.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REM-ID
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              CLOSE DESTINO
              DISPLAY "|APARCAERROR|REMESA|" WS-REM-ID "|" WS-TIPO
                      "|" WS-LINEA "|" UPON SYSOUT
              GO TO FIN-RESUELVE-APARCADO
           END-IF.
           WRITE REG-DESTINO.
           CLOSE DESTINO.
           IF WS-DESTINO = "O"
              PERFORM ANOTA-HISTORIA-PAGO THRU FIN-ANOTA-HISTORIA-PAGO
           END-IF.
           MOVE SPACES TO REG-APARCADOS.
           MOVE WS-REM-ID TO APA-REMESA.
           MOVE WS-TIPO TO APA-TIPO.
           MOVE WS-LINEA TO APA-LINEA.
           MOVE WS-L-IBAN TO APA-IBAN.
           MOVE WS-NUM-9 TO APA-IMPORTE.
           MOVE WS-L-REF TO APA-REF.
           MOVE WS-ESTADO TO APA-ESTADO.
           MOVE WS-EDAD TO APA-EDAD.
           MOVE WS-POR TO APA-USUARIO.
           MOVE WS-FECHA TO APA-FECHA.
           MOVE WS-HORA TO APA-HORA.
           MOVE WS-MOTIVO TO APA-MOTIVO.
           WRITE REG-APARCADOS
               INVALID KEY
                  REWRITE REG-APARCADOS
           END-WRITE.
           MOVE "S" TO WS-HECHO.
           MOVE SPACES TO WS-APA-RESP.
           STRING "|APARCA|" WS-MOTIVO "|" WS-REM-ID "|" WS-TIPO "|"
                  DELIMITED BY SIZE
                  WS-L-IBAN DELIMITED BY SPACE
                  "|" WS-NUM-9 "|" DELIMITED BY SIZE
                  WS-L-REF DELIMITED BY "  "
                  "|POR:" DELIMITED BY SIZE
                  WS-POR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-APA-RESP
           END-STRING.
           DISPLAY WS-APA-RESP UPON SYSOUT.
           PERFORM AUDITA-DECISION THRU FIN-AUDITA-DECISION.
       FIN-RESUELVE-APARCADO.

       ANOTA-HISTORIA-PAGO.
      *    EL PAGO LIBERADO A .OK QUEDA EN LA HISTORIA DE DUPLICADOS
      *    DE PRUIBANEUR COMO CUALQUIER ACEPTADO, CON LA MISMA CLAVE
      *    (EL IBAN, O SU TOKEN SI PRUTOKENPAGOS, EL IMPORTE Y LA
      *    REFERENCIA) Y LA FECHA DE HOY. COMO ALLI, SI LA HISTORIA NO
      *    SE PUEDE ABRIR NO SE INSISTE.
           MOVE SPACES TO WS-HIST-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PAGOSHIST.DAT"
                     DELIMITED BY SPACE
                     INTO WS-HIST-PATH
              END-STRING
           ELSE
              MOVE "PAGOSHIST.DAT" TO WS-HIST-PATH
           END-IF.
           OPEN I-O PAGOSHIST.
           IF WS-HIST-ESTADO NOT = "00"
              OPEN OUTPUT PAGOSHIST
              IF WS-HIST-ESTADO = "00"
                 CLOSE PAGOSHIST
                 OPEN I-O PAGOSHIST
              END-IF
           END-IF.
           IF WS-HIST-ESTADO NOT = "00"
              DISPLAY "|APARCAERROR|HISTORIA|" WS-REM-ID "|" WS-TIPO
                      "|" WS-LINEA "|" UPON SYSOUT
              GO TO FIN-ANOTA-HISTORIA-PAGO
           END-IF.
           MOVE WS-L-IBAN TO WS-HIST-IBAN.
           MOVE SPACES TO WS-TOKEN-PAGOS.
           DISPLAY "PRUTOKENPAGOS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TOKEN-PAGOS FROM ENVIRONMENT-VALUE.
           IF HISTORIA-TOKENIZADA
              MOVE SPACES TO WS-TOK-FICHERO WS-TOK-DETALLE
              MOVE WS-L-IBAN TO WS-TOK-DETALLE
              CALL "PRUTOKEN" USING WS-TOK-ACCION WS-TOK-FICHERO
                                    WS-TOK-DETALLE
                  ON EXCEPTION
                     MOVE WS-L-IBAN TO WS-TOK-DETALLE
              END-CALL
              MOVE ZERO TO RETURN-CODE
              MOVE WS-TOK-DETALLE(1:34) TO WS-HIST-IBAN
           END-IF.
           MOVE SPACES TO REG-PAGOSHIST.
           MOVE WS-HIST-IBAN TO PH-IBAN.
           MOVE WS-NUM-9 TO PH-IMPORTE.
           MOVE WS-L-REF TO PH-REF.
           MOVE WS-FECHA TO PH-FECHA.
           MOVE WS-REM-ID TO PH-REMESA.
           MOVE WS-L-DIVISA TO PH-DIVISA.
           MOVE WS-L-FINALIDAD TO PH-FINALIDAD.
           WRITE REG-PAGOSHIST
               INVALID KEY
                  REWRITE REG-PAGOSHIST
           END-WRITE.
           CLOSE PAGOSHIST.
       FIN-ANOTA-HISTORIA-PAGO.

       LISTADO SECTION.
       LISTA-DECISIONES.
           MOVE SPACES TO WS-REM-ID.
           IF REMESA NOT = SPACES AND REMESA NOT = LOW-VALUES
              MOVE REMESA TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              MOVE WS-NUM-9 TO WS-REM-ID-9
              MOVE WS-REM-ID-9 TO WS-REM-ID
           END-IF.
           MOVE LOW-VALUES TO APA-CLAVE.
           START APARCADOS KEY NOT LESS APA-CLAVE
               INVALID KEY
                  GO TO FIN-LEER-DECISIONES
           END-START.
       LEER-DECISIONES.
           READ APARCADOS NEXT
               AT END
                  GO TO FIN-LEER-DECISIONES
           END-READ.
           IF WS-REM-ID NOT = SPACES AND APA-REMESA NOT = WS-REM-ID
              GO TO LEER-DECISIONES
           END-IF.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-APA-RESP.
           STRING "|APARCA|" APA-ESTADO "|" APA-REMESA "|" APA-TIPO
                  "|" APA-LINEA "|" DELIMITED BY SIZE
                  APA-IBAN DELIMITED BY SPACE
                  "|" APA-IMPORTE "|" DELIMITED BY SIZE
                  APA-REF DELIMITED BY "  "
                  "|EDAD:" APA-EDAD "|" APA-FECHA "|" APA-HORA "|"
                  DELIMITED BY SIZE
                  APA-USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-APA-RESP
           END-STRING.
           DISPLAY WS-APA-RESP UPON SYSOUT.
           GO TO LEER-DECISIONES.
       FIN-LEER-DECISIONES.
           MOVE SPACES TO WS-APA-RESP.
           STRING "|APARCAFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-APA-RESP
           END-STRING.
           DISPLAY WS-APA-RESP UPON SYSOUT.
       FIN-LISTA-DECISIONES.

       AUDITAR SECTION.
      *    CADA LIBERACION, RECHAZO Y CADUCIDAD QUEDA EN
      *    PRUAPARCA-YYYYMMDD.LOG BAJO dd_trz CON EL USUARIO, COMO EN
      *    PRULIBERA.
       AUDITA-DECISION.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUAPARCA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRUAPARCA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-APARCA.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-APARCA
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA-DECISION
           END-IF.
           MOVE SPACES TO REG-LOG-APARCA.
           STRING WS-FECHA "-" WS-HORA
                  " |" WS-MOTIVO "|" APA-REMESA "|" APA-TIPO "|"
                  APA-LINEA "|" DELIMITED BY SIZE
                  APA-IBAN DELIMITED BY SPACE
                  "|" APA-IMPORTE "|" DELIMITED BY SIZE
                  APA-REF DELIMITED BY "  "
                  "|EDAD:" APA-EDAD
                  "|POR:" DELIMITED BY SIZE
                  WS-POR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-APARCA
           END-STRING.
           WRITE REG-LOG-APARCA.
           CLOSE LOG-APARCA.
       FIN-AUDITA-DECISION.
