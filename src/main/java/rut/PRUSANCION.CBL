       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUSANCION.
       AUTHOR.        CVJ.
       SECURITY.      LISTA DE CRIBADO DE SANCIONES Y PARTES BLOQUEADAS
                      (SANCIONES.DAT BAJO dd_dir): NOMBRES, PREFIJOS DE
                      IBAN Y PAISES, MANTENIDA AL ESTILO DE PRUBIC Y
                      PRUBENEF. LA PASADA DE PAGOS DE PRUIBANEUR CRIBA
                      CADA PAGO CONTRA ELLA (NOMBRE CONTRA REFERENCIA Y
                      TITULAR DE PRUBENEF, IBAN POR PREFIJO Y PAIS) Y
                      APARTA LOS POSIBLES ACIERTOS; CADA ACIERTO QUEDA
                      EN ACIERTOS.DAT PARA QUE CUMPLIMIENTO LO DESPEJE
                      O LO CONFIRME, CON QUIEN Y CUANDO, Y EL INFORME
                      DIARIO DA LOS PAGOS CRIBADOS, LOS ACIERTOS Y COMO
                      SE RESOLVIO CADA UNO. HASTA AHORA NI EL TITULAR
                      NI LA REFERENCIA SE COMPARABAN CON NADA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - DESPEJA y CONFIRMA sacan el
*********************               pago apartado en el .SAN de su
*********************               remesa por PRUAPARCA (despejado a
*********************               .OK, confirmado a .MAL, con su
*********************               estampa RESUELVE en PRUREMESA);
*********************               si no sale, el acierto sigue
*********************               pendiente y RC 1.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               ALTA valor (detalle
*********************               "tipo;motivo", tipo N nombre, I
*********************               prefijo de IBAN, P pais) - BAJA
*********************               valor (detalle "tipo") - LISTA -
*********************               ACIERTO valor (detalle "tipo;
*********************               iban;importe;referencia;remesa")
*********************               - CUENTA (detalle "cribados;
*********************               aciertos", se suman al dia) -
*********************               DESPEJA / CONFIRMA id (detalle =
*********************               nota) - INFORME [fecha]. EL ID
*********************               DEL ACIERTO ES YYYYMMDDnnnnnn;
*********************               EL REGISTRO nnnnnn = 0 DE CADA
*********************               DIA LLEVA EL CONTADOR Y LOS
*********************               TOTALES DEL DIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SANCIONES
                  ASSIGN TO DYNAMIC WS-SANCIONES-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAN-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT ACIERTOS
                  ASSIGN TO DYNAMIC WS-ACIERTOS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACI-CLAVE
                  FILE STATUS IS WS-ACI-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  SANCIONES.
       01  REG-SANCIONES.
           03 SAN-CLAVE.
              05 SAN-TIPO    PIC X.
                 88 SAN-NOMBRE  VALUE "N".
                 88 SAN-IBAN    VALUE "I".
                 88 SAN-PAIS    VALUE "P".
              05 SAN-VALOR   PIC X(40).
           03 SAN-MOTIVO     PIC X(40).
           03 SAN-FECHA      PIC X(8).
           03 SAN-AUTOR      PIC X(15).

       FD  ACIERTOS.
       01  REG-ACIERTOS.
           03 ACI-CLAVE.
              05 ACI-FECHA   PIC X(8).
              05 ACI-NUM     PIC 9(6).
           03 ACI-IBAN       PIC X(34).
           03 ACI-IMPORTE    PIC 9(13).
           03 ACI-REF        PIC X(20).
           03 ACI-REMESA     PIC X(6).
           03 ACI-TIPO       PIC X.
           03 ACI-VALOR      PIC X(40).
           03 ACI-ESTADO     PIC X.
              88 ACI-PENDIENTE  VALUE "P".
              88 ACI-DESPEJADO  VALUE "D".
              88 ACI-CONFIRMADO VALUE "C".
           03 ACI-REVISOR    PIC X(15).
           03 ACI-FECHA-REV  PIC X(8).
           03 ACI-HORA-REV   PIC X(8).
           03 ACI-NOTA       PIC X(40).
      *    EL REGISTRO 0 DE CADA DIA ES SU CONTADOR Y SUS TOTALES.
       01  REG-ACIERTOS-CONTROL.
           03 ACC-FECHA      PIC X(8).
           03 ACC-NUM        PIC 9(6).
           03 ACC-ULTIMO     PIC 9(6).
           03 ACC-CRIBADOS   PIC 9(9).
           03 ACC-ACIERTOS   PIC 9(9).
           03 FILLER         PIC X(162).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUSANCION".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-SANCIONES-PATH PIC X(200).
       01  WS-ACIERTOS-PATH  PIC X(200).
       77  WS-ACI-ESTADO     PIC XX.
       77  WS-ABIERTO        PIC X VALUE "N".
           88 SANCION-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-PROC     PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       01  WS-SAN-RESP       PIC X(300).
       01  MINUSCULAS        PIC X(26)
                             VALUE "abcdefghijklmnopqrstuvwxyz".
       01  MAYUSCULAS        PIC X(26)
                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  WS-D-TIPO         PIC X.
       77  WS-D-MOTIVO       PIC X(40).
       77  WS-D-IBAN         PIC X(34).
       77  WS-D-IMPORTE      PIC X(15).
       77  WS-D-REF          PIC X(20).
       77  WS-D-REMESA       PIC X(6).
       77  WS-D-T1           PIC X(15).
       77  WS-D-T2           PIC X(15).
       77  WS-NUM-TXT        PIC X(15).
       77  WS-NUM-LON        PIC 99.
       77  WS-NUM-AUX        PIC X(15).
       77  WS-NUM-9          PIC 9(15).
       77  WS-ACI-SIGUIENTE  PIC 9(6).
       77  WS-ID-LON         PIC 99.
       01  WS-ID-ACIERTO     PIC X(14).
       01  WS-ID-ACIERTO-R REDEFINES WS-ID-ACIERTO.
           03 WS-ID-FECHA    PIC X(8).
           03 WS-ID-NUM      PIC 9(6).
       77  WS-NUEVO-ESTADO   PIC X.

      *    LLAMADAS A PRUAPARCA.
       77  WS-APA-ACCION     PIC X(8).
       77  WS-APA-REMESA     PIC X(6).
       01  WS-APA-DETALLE    PIC X(160).
       77  WS-APA-RC         PIC 9 VALUE ZERO.

       77  WS-INF-FECHA      PIC X(8).
       77  WS-INF-CRIBADOS   PIC 9(9) VALUE ZEROES.
       77  WS-INF-ACIERTOS   PIC 9(9) VALUE ZEROES.
       77  WS-INF-PENDIENTES PIC 9(7) VALUE ZEROES.
       77  WS-INF-DESPEJADOS PIC 9(7) VALUE ZEROES.
       77  WS-INF-CONFIRMADOS PIC 9(7) VALUE ZEROES.

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  VALOR             PIC X(40).
       77  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING ACCION VALOR DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA-PROC
               ON EXCEPTION
                  ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT WS-HORA FROM TIME.
           MOVE ZERO TO RETURN-CODE.
           PERFORM ABRE-SANCIONES.
           IF NOT SANCION-ABIERTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-SANCION THRU FIN-ALTA-SANCION
               WHEN "BAJA"
                    PERFORM BAJA-SANCION THRU FIN-BAJA-SANCION
               WHEN "LISTA"
                    PERFORM LISTA-SANCIONES THRU FIN-LISTA-SANCIONES
               WHEN "ACIERTO"
                    PERFORM ANOTA-ACIERTO THRU FIN-ANOTA-ACIERTO
               WHEN "CUENTA"
                    PERFORM CUENTA-CRIBADO THRU FIN-CUENTA-CRIBADO
               WHEN "DESPEJA"
                    MOVE "D" TO WS-NUEVO-ESTADO
                    PERFORM RESUELVE-ACIERTO THRU FIN-RESUELVE-ACIERTO
               WHEN "CONFIRMA"
                    MOVE "C" TO WS-NUEVO-ESTADO
                    PERFORM RESUELVE-ACIERTO THRU FIN-RESUELVE-ACIERTO
               WHEN "INFORME"
                    PERFORM INFORME-DIARIO THRU FIN-INFORME-DIARIO
               WHEN OTHER
                    DISPLAY "|SANCIONERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           END-EVALUATE.
           CLOSE SANCIONES.
           CLOSE ACIERTOS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-SANCIONES SECTION.
      *    MISMO ABRE-O-CREA QUE PRUBIC Y PRUBENEF, PARA LA LISTA Y
      *    PARA EL REGISTRO DE ACIERTOS.
       ABRIENDO-SANCIONES.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-SANCIONES-PATH WS-ACIERTOS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/SANCIONES.DAT"
                     DELIMITED BY SPACE
                     INTO WS-SANCIONES-PATH
              END-STRING
              STRING VALORDIR "/ACIERTOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-ACIERTOS-PATH
              END-STRING
           ELSE
              MOVE "SANCIONES.DAT" TO WS-SANCIONES-PATH
              MOVE "ACIERTOS.DAT" TO WS-ACIERTOS-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O SANCIONES.
           IF ERRORES NOT = "00"
              OPEN OUTPUT SANCIONES
              IF ERRORES NOT = "00"
                 MOVE "ABRIENDO SANCIONES" TO WS-CONTEXTO
                 CALL "PRUERR" USING ERRORES WS-SANCIONES-PATH PROG
                                     WS-CONTEXTO
                 GO TO FIN-ABRIENDO-SANCIONES
              END-IF
              CLOSE SANCIONES
              OPEN I-O SANCIONES
           END-IF.
           OPEN I-O ACIERTOS.
           IF WS-ACI-ESTADO = "00"
              SET SANCION-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-SANCIONES
           END-IF.
           OPEN OUTPUT ACIERTOS.
           IF WS-ACI-ESTADO NOT = "00"
              CLOSE SANCIONES
              MOVE WS-ACI-ESTADO TO ERRORES
              MOVE "ABRIENDO ACIERTOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-ACIERTOS-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-SANCIONES
           END-IF.
           CLOSE ACIERTOS.
           OPEN I-O ACIERTOS.
           IF WS-ACI-ESTADO = "00"
              SET SANCION-ABIERTO TO TRUE
           ELSE
              CLOSE SANCIONES
           END-IF.
       FIN-ABRIENDO-SANCIONES.

       MANTENIMIENTO SECTION.
      *    LOS NOMBRES SE GUARDAN EN MAYUSCULAS: LA CRIBA COMPARA
      *    CONTRA TEXTO PASADO A MAYUSCULAS.
       ALTA-SANCION.
           MOVE SPACES TO WS-D-TIPO WS-D-MOTIVO.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-TIPO
                 WS-D-MOTIVO
           END-UNSTRING.
           MOVE SPACES TO REG-SANCIONES.
           MOVE WS-D-TIPO TO SAN-TIPO.
           MOVE VALOR TO SAN-VALOR.
           INSPECT SAN-VALOR CONVERTING MINUSCULAS TO MAYUSCULAS.
           IF NOT SAN-NOMBRE AND NOT SAN-IBAN AND NOT SAN-PAIS
              OR SAN-VALOR = SPACES
              DISPLAY "|SANCIONERROR|TIPO|" WS-D-TIPO "|" UPON SYSOUT
              GO TO FIN-ALTA-SANCION
           END-IF.
           MOVE WS-D-MOTIVO TO SAN-MOTIVO.
           MOVE WS-FECHA-PROC TO SAN-FECHA.
           MOVE USUARIO TO SAN-AUTOR.
           WRITE REG-SANCIONES
               INVALID KEY
                  REWRITE REG-SANCIONES
           END-WRITE.
           DISPLAY "|SANCION|ALTA|" SAN-TIPO "|" SAN-VALOR "|"
                   UPON SYSOUT.
       FIN-ALTA-SANCION.

       BAJA-SANCION.
           MOVE SPACES TO SAN-CLAVE.
           MOVE DETALLE(1:1) TO SAN-TIPO.
           MOVE VALOR TO SAN-VALOR.
           INSPECT SAN-VALOR CONVERTING MINUSCULAS TO MAYUSCULAS.
           READ SANCIONES
               INVALID KEY
                  DISPLAY "|SANCIONERROR|NOEXISTE|" SAN-TIPO "|"
                          SAN-VALOR "|" UPON SYSOUT
               NOT INVALID KEY
                  DELETE SANCIONES RECORD
                  DISPLAY "|SANCION|BAJA|" SAN-TIPO "|" SAN-VALOR "|"
                          UPON SYSOUT
           END-READ.
       FIN-BAJA-SANCION.

       LISTADO SECTION.
       LISTA-SANCIONES.
           MOVE LOW-VALUES TO SAN-CLAVE.
           START SANCIONES KEY NOT LESS SAN-CLAVE
               INVALID KEY
                  GO TO FIN-LEER-SANCIONES
           END-START.
       LEER-SANCIONES.
           READ SANCIONES NEXT
               AT END
                  GO TO FIN-LEER-SANCIONES
           END-READ.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-SAN-RESP.
           STRING "|SANCION|" SAN-TIPO "|" SAN-VALOR "|" SAN-MOTIVO
                  "|" SAN-FECHA "|" SAN-AUTOR "|"
                  DELIMITED BY SIZE
                  INTO WS-SAN-RESP
           END-STRING.
           DISPLAY WS-SAN-RESP UPON SYSOUT.
           GO TO LEER-SANCIONES.
       FIN-LEER-SANCIONES.
           MOVE SPACES TO WS-SAN-RESP.
           STRING "|SANCIONFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-SAN-RESP
           END-STRING.
           DISPLAY WS-SAN-RESP UPON SYSOUT.
       FIN-LISTA-SANCIONES.

       ACIERTOS-REG SECTION.
       LEE-CONTROL-DIA.
      *    DEJA EN REG-ACIERTOS-CONTROL EL REGISTRO 0 DE LA FECHA DE
      *    PROCESO, CREANDOLO SI ES EL PRIMERO DEL DIA.
           MOVE WS-FECHA-PROC TO ACI-FECHA.
           MOVE ZEROES TO ACI-NUM.
           READ ACIERTOS
               INVALID KEY
                  MOVE SPACES TO REG-ACIERTOS-CONTROL
                  MOVE WS-FECHA-PROC TO ACC-FECHA
                  MOVE ZEROES TO ACC-NUM ACC-ULTIMO
                                 ACC-CRIBADOS ACC-ACIERTOS
                  WRITE REG-ACIERTOS-CONTROL
           END-READ.
       FIN-LEE-CONTROL-DIA.

       ANOTA-ACIERTO.
           MOVE SPACES TO WS-D-TIPO WS-D-IBAN WS-D-IMPORTE WS-D-REF
                          WS-D-REMESA.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-TIPO
                 WS-D-IBAN
                 WS-D-IMPORTE
                 WS-D-REF
                 WS-D-REMESA
           END-UNSTRING.
           MOVE WS-D-IMPORTE TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           PERFORM LEE-CONTROL-DIA THRU FIN-LEE-CONTROL-DIA.
           MOVE ACC-ULTIMO TO WS-ACI-SIGUIENTE.
           ADD 1 TO WS-ACI-SIGUIENTE.
           MOVE WS-ACI-SIGUIENTE TO ACC-ULTIMO.
           REWRITE REG-ACIERTOS-CONTROL.
           MOVE SPACES TO REG-ACIERTOS.
           MOVE WS-FECHA-PROC TO ACI-FECHA.
           MOVE WS-ACI-SIGUIENTE TO ACI-NUM.
           MOVE WS-D-IBAN TO ACI-IBAN.
           MOVE WS-NUM-9 TO ACI-IMPORTE.
           MOVE WS-D-REF TO ACI-REF.
           MOVE WS-D-REMESA TO ACI-REMESA.
           MOVE WS-D-TIPO TO ACI-TIPO.
           MOVE VALOR TO ACI-VALOR.
           MOVE "P" TO ACI-ESTADO.
           WRITE REG-ACIERTOS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           DISPLAY "|SANCION|ACIERTO|" ACI-FECHA ACI-NUM "|" ACI-IBAN
                   "|" ACI-TIPO "|" ACI-VALOR "|" UPON SYSOUT.
       FIN-ANOTA-ACIERTO.

       CUENTA-CRIBADO.
           MOVE SPACES TO WS-D-T1 WS-D-T2.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-T1
                 WS-D-T2
           END-UNSTRING.
           PERFORM LEE-CONTROL-DIA THRU FIN-LEE-CONTROL-DIA.
           MOVE WS-D-T1 TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           ADD WS-NUM-9 TO ACC-CRIBADOS.
           MOVE WS-D-T2 TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           ADD WS-NUM-9 TO ACC-ACIERTOS.
           REWRITE REG-ACIERTOS-CONTROL.
       FIN-CUENTA-CRIBADO.

      *    SOLO CUMPLIMIENTO RESUELVE, CON USUARIO: DESPEJADO ES UN
      *    FALSO POSITIVO (EL PAGO SIGUE A .OK), CONFIRMADO ES UN
      *    BLOQUEO QUE SE QUEDA (EL PAGO VA A .MAL).
       RESUELVE-ACIERTO.
           IF USUARIO = SPACES
              DISPLAY "|SANCIONERROR|SINLOGIN|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-RESUELVE-ACIERTO
           END-IF.
           MOVE VALOR(1:14) TO WS-ID-ACIERTO.
           IF WS-ID-NUM IS NOT NUMERIC OR WS-ID-NUM = ZEROES
              DISPLAY "|SANCIONERROR|ID|" VALOR(1:14) "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-RESUELVE-ACIERTO
           END-IF.
           MOVE WS-ID-FECHA TO ACI-FECHA.
           MOVE WS-ID-NUM TO ACI-NUM.
           READ ACIERTOS
               INVALID KEY
                  DISPLAY "|SANCIONERROR|NOEXISTE|" WS-ID-ACIERTO "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-RESUELVE-ACIERTO
           END-READ.
           IF NOT ACI-PENDIENTE
              DISPLAY "|SANCIONERROR|YARESUELTO|" WS-ID-ACIERTO "|"
                      ACI-ESTADO "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-RESUELVE-ACIERTO
           END-IF.
           IF ACI-REMESA NOT = SPACES
              PERFORM SACA-APARTADO THRU FIN-SACA-APARTADO
              IF WS-APA-RC NOT = ZERO
                 DISPLAY "|SANCIONERROR|APARCA|" WS-ID-ACIERTO "|"
                         ACI-REMESA "|RC:" WS-APA-RC "|" UPON SYSOUT
                 MOVE 1 TO RETURN-CODE
                 GO TO FIN-RESUELVE-ACIERTO
              END-IF
           END-IF.
           MOVE WS-NUEVO-ESTADO TO ACI-ESTADO.
           MOVE USUARIO TO ACI-REVISOR.
           MOVE WS-FECHA-PROC TO ACI-FECHA-REV.
           MOVE WS-HORA TO ACI-HORA-REV.
           MOVE DETALLE(1:40) TO ACI-NOTA.
           REWRITE REG-ACIERTOS.
           DISPLAY "|SANCION|RESUELTO|" WS-ID-ACIERTO "|" ACI-ESTADO
                   "|POR:" USUARIO "|" UPON SYSOUT.
       FIN-RESUELVE-ACIERTO.

       SACA-APARTADO.
      *    EL PAGO DEL ACIERTO ESTA EN EL .SAN DE SU REMESA; PRUAPARCA
      *    LO BUSCA POR REFERENCIA E IBAN, LO PASA A .OK O A .MAL,
      *    ESTAMPA RESUELVE EN PRUREMESA PARA QUE LA REMESA SIGA
      *    CUADRANDO Y DEJA LA DECISION CON EL USUARIO. SI ALGO DE
      *    ESO FALLA EL ACIERTO NO SE TOCA Y PUEDE REINTENTARSE.
           IF WS-NUEVO-ESTADO = "D"
              MOVE "DESPEJA" TO WS-APA-ACCION
           ELSE
              MOVE "CONFIRMA" TO WS-APA-ACCION
           END-IF.
           MOVE ACI-REMESA TO WS-APA-REMESA.
           MOVE SPACES TO WS-APA-DETALLE.
           STRING "SAN;" DELIMITED BY SIZE
                  ACI-REF DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  ACI-IBAN DELIMITED BY SPACE
                  INTO WS-APA-DETALLE
           END-STRING.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUAPARCA" USING WS-APA-ACCION WS-APA-REMESA
                                  WS-APA-DETALLE
               ON EXCEPTION
                  MOVE 1 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-APA-RC.
           MOVE ZERO TO RETURN-CODE.
       FIN-SACA-APARTADO.

       ENCAJA-NUMERO.
      *    EL MISMO ENCAJE POR LA DERECHA SOBRE CEROS DE SIEMPRE.
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
           IF WS-NUM-AUX IS NUMERIC
              MOVE WS-NUM-AUX TO WS-NUM-9
           END-IF.
       FIN-ENCAJA-NUMERO.

       INFORME SECTION.
      *    INFORME DIARIO DE CRIBADO PARA CUMPLIMIENTO: LOS TOTALES
      *    DEL DIA Y CADA ACIERTO CON SU RESOLUCION.
       INFORME-DIARIO.
           IF VALOR(1:8) IS NUMERIC
              MOVE VALOR(1:8) TO WS-INF-FECHA
           ELSE
              MOVE WS-FECHA-PROC TO WS-INF-FECHA
           END-IF.
           MOVE WS-INF-FECHA TO ACI-FECHA.
           MOVE ZEROES TO ACI-NUM.
           READ ACIERTOS
               INVALID KEY
                  MOVE ZEROES TO ACC-CRIBADOS ACC-ACIERTOS
           END-READ.
           MOVE ACC-CRIBADOS TO WS-INF-CRIBADOS.
           MOVE ACC-ACIERTOS TO WS-INF-ACIERTOS.
           MOVE WS-INF-FECHA TO ACI-FECHA.
           MOVE ZEROES TO ACI-NUM.
           START ACIERTOS KEY GREATER ACI-CLAVE
               INVALID KEY
                  GO TO CIERRA-INFORME
           END-START.
       LEE-INFORME.
           READ ACIERTOS NEXT
               AT END
                  GO TO CIERRA-INFORME
           END-READ.
           IF ACI-FECHA NOT = WS-INF-FECHA
              GO TO CIERRA-INFORME
           END-IF.
           EVALUATE TRUE
               WHEN ACI-PENDIENTE
                    ADD 1 TO WS-INF-PENDIENTES
               WHEN ACI-DESPEJADO
                    ADD 1 TO WS-INF-DESPEJADOS
               WHEN ACI-CONFIRMADO
                    ADD 1 TO WS-INF-CONFIRMADOS
           END-EVALUATE.
           MOVE SPACES TO WS-SAN-RESP.
           STRING "|SANCION|" ACI-FECHA ACI-NUM "|" ACI-ESTADO "|"
                  DELIMITED BY SIZE
                  ACI-IBAN DELIMITED BY SPACE
                  "|" ACI-IMPORTE "|" DELIMITED BY SIZE
                  ACI-REF DELIMITED BY SPACE
                  "|REMESA:" ACI-REMESA
                  "|" ACI-TIPO ":" DELIMITED BY SIZE
                  ACI-VALOR DELIMITED BY "  "
                  "|POR:" DELIMITED BY SIZE
                  ACI-REVISOR DELIMITED BY SPACE
                  "|" ACI-FECHA-REV "-" ACI-HORA-REV "|"
                  DELIMITED BY SIZE
                  ACI-NOTA DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-SAN-RESP
           END-STRING.
           DISPLAY WS-SAN-RESP UPON SYSOUT.
           GO TO LEE-INFORME.
       CIERRA-INFORME.
           MOVE SPACES TO WS-SAN-RESP.
           STRING "|SANCIONFIN|FECHA:" WS-INF-FECHA
                  "|CRIBADOS:" WS-INF-CRIBADOS
                  "|ACIERTOS:" WS-INF-ACIERTOS
                  "|PENDIENTES:" WS-INF-PENDIENTES
                  "|DESPEJADOS:" WS-INF-DESPEJADOS
                  "|CONFIRMADOS:" WS-INF-CONFIRMADOS "|"
                  DELIMITED BY SIZE
                  INTO WS-SAN-RESP
           END-STRING.
           DISPLAY WS-SAN-RESP UPON SYSOUT.
           IF WS-INF-PENDIENTES > ZEROES
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-INFORME-DIARIO.
