       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRURETIRA.
       AUTHOR.        CVJ.
       SECURITY.      RETIRADA DE UN PAGO DEL FICHERO DE ORDENES ANTES
                      DE ENVIARLO AL BANCO. CON EL ID DE REMESA Y LA
                      REFERENCIA DEL PAGO (Y EL IBAN SI LA REFERENCIA SE
                      REPITE) SE BUSCA EL FICHERO QUE GENERO PRUGENPAG
                      EN EL REGISTRO DE PRUREMESA, SE GUARDA COMO
                      <fichero>.ANT-<fecha y hora> Y SE REESCRIBE SIN
                      ESE PAGO,
                      RECUADRANDO EL SUBTOTAL DE SU DIVISA (04) Y LA
                      COLA (03). LA REMESA PASA EL PAGO DE GENERADO A
                      RETIRADO Y LA RETIRADA QUEDA EN EL LOG FECHADO
                      CON EL USUARIO QUE LA PIDIO. UNA REMESA YA
                      ENVIADA (REM-ENV-FECHA) NO SE TOCA - HASTA AHORA
                      UN PAGO EQUIVOCADO OBLIGABA A REGENERAR EL LOTE
                      ENTERO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - WS-FICHERO pasa a X(256),
*********************               el largo del nombre de fichero
*********************               que reciben PRUCAT y PRUERR, y
*********************               WS-COPIA a X(300) para que quepa
*********************               ese nombre con su sufijo .ANT-.
********************* 15/10/2026 CVJ - La copia del fichero lleva fecha y
*********************               hora (<fichero>.ANT-YYYYMMDDHHMMSS)
*********************               y no pisa otra; si ya existe no se
*********************               retira (motivo YACOPIA). Si
*********************               PRUREMESA no admite la retirada, el
*********************               fichero vuelve a ser la copia y el
*********************               RC es 2 (motivo NOESTAMPA, o
*********************               RESTAURA si ni eso se puede).
********************* 15/10/2026 CVJ - Una remesa de cobros (clase C,
*********************               fichero de PRUGENADEU, con otra
*********************               cola 03) no se toca: motivo
*********************               COBROS.
********************* 15/10/2026 CVJ - Version inicial. DETALLE
*********************               "referencia[;iban]", remesa en
*********************               IDREMESA. RC 0 retirado, 1 no se
*********************               retira (sin usuario, remesa no
*********************               generada o ya enviada, pago que no
*********************               esta o esta repetido), 2 error de
*********************               ficheros.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDENES
                  ASSIGN TO DYNAMIC WS-FICHERO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT ORDENES-ANT
                  ASSIGN TO DYNAMIC WS-COPIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ANT-ESTADO.

           SELECT LOG-RETIRA
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDENES.
       01  REG-ORDENES       PIC X(100).

       FD  ORDENES-ANT.
       01  REG-ORDENES-ANT   PIC X(100).

       FD  LOG-RETIRA.
       01  REG-LOG-RETIRA    PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRURETIRA".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  WS-FICHERO        PIC X(256) VALUE SPACES.
       01  WS-COPIA          PIC X(300).
       77  WS-ANT-ESTADO     PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-MOTIVO         PIC X(12).
       01  WS-RET-RESP       PIC X(300).

       77  WS-REF            PIC X(20).
       77  WS-IBAN           PIC X(34).
       77  WS-IBAN-DET       PIC X(34).
       77  WS-K              PIC 99.
       77  WS-P              PIC 99.
       77  WS-HALLADOS       PIC 9(7) VALUE ZEROES.
       77  WS-YA-QUITADO     PIC X VALUE "N".
       77  WS-RET-IMPORTE    PIC 9(13) VALUE ZEROES.
       77  WS-RET-DIVISA     PIC X(3) VALUE SPACES.
       77  WS-RET-IBAN       PIC X(41) VALUE SPACES.
       77  WS-RET-EUROS      PIC 9(15) VALUE ZEROES.
       77  WS-LEIDOS         PIC 9(7) VALUE ZEROES.
       77  WS-REM-RC         PIC 9 VALUE ZERO.

       77  WS-REM-ACCION     PIC X(8).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-REM-ENVIO      PIC X(8).
       77  WS-REM-REGS       PIC X(16).
       77  WS-REM-SUMA       PIC X(16).
       77  WS-REM-CLASE      PIC X(4).
       77  WS-DIV-ACCION     PIC X(8) VALUE "AEUROS".
       01  WS-DIV-DETALLE    PIC X(60).
       77  WS-CAT-TOCA       PIC X(4) VALUE "TOCA".

       01  WS-CHK-DETALLE1   PIC X(64).
       01  WS-CHK1 REDEFINES WS-CHK-DETALLE1.
           05 FILLER         PIC X(4).
           05 WS-TAM1        PIC 9(8) COMP-X.
       01  WS-CHK-DETALLE2   PIC X(64).
       01  WS-CHK2 REDEFINES WS-CHK-DETALLE2.
           05 FILLER         PIC X(4).
           05 WS-TAM2        PIC 9(8) COMP-X.

      *    LOS REGISTROS DEL FICHERO DE ORDENES, COMO LOS MONTA
      *    PRUGENPAG.
       01  REG-CABECERA.
           03 CAB-TIPO       PIC XX.
           03 CAB-ORDENANTE  PIC X(35).
           03 CAB-FECHA      PIC X(8).
           03 CAB-FECHA-VALOR PIC X(8).

       01  REG-DETALLE.
           03 DET-TIPO       PIC XX.
           03 DET-IBAN       PIC X(41).
           03 DET-IMPORTE    PIC 9(13).
           03 DET-REF        PIC X(20).
           03 DET-DIVISA     PIC X(3).

       01  REG-COLA.
           03 COL-TIPO       PIC XX.
           03 COL-REGS       PIC 9(7).
           03 COL-SUMA       PIC 9(15).
           03 COL-EUROS      PIC 9(15).

       01  REG-SUBTOTAL.
           03 SUB-TIPO       PIC XX.
           03 SUB-DIVISA     PIC X(3).
           03 SUB-REGS       PIC 9(7).
           03 SUB-SUMA       PIC 9(15).
           03 SUB-EUROS      PIC 9(15).

       LINKAGE SECTION.

       77  IDREMESA          PIC X(6).
       77  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING IDREMESA DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-REF WS-IBAN.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-REF
                 WS-IBAN
           END-UNSTRING.
      *    UNA RETIRADA SIN USUARIO NO SE PODRIA AUDITAR.
           IF USUARIO = SPACES
              MOVE "SINLOGIN" TO WS-MOTIVO
              GO TO RECHAZADA
           END-IF.
           IF WS-REF = SPACES
              MOVE "SINREF" TO WS-MOTIVO
              GO TO RECHAZADA
           END-IF.
       PROCESOS.
           PERFORM CONSULTA-REMESA THRU FIN-CONSULTA-REMESA.
           IF WS-MOTIVO NOT = SPACES
              GO TO RECHAZADA
           END-IF.
           PERFORM BUSCA-PAGO THRU FIN-BUSCA-PAGO.
           IF WS-MOTIVO NOT = SPACES
              GO TO RECHAZADA
           END-IF.
           PERFORM GUARDA-ANTERIOR THRU FIN-GUARDA-ANTERIOR.
           IF WS-MOTIVO NOT = SPACES
              GO TO FALLIDA
           END-IF.
           PERFORM REESCRIBE-FICHERO THRU FIN-REESCRIBE-FICHERO.
           IF WS-MOTIVO NOT = SPACES
              GO TO FALLIDA
           END-IF.
           PERFORM ESTAMPA-RETIRADA THRU FIN-ESTAMPA-RETIRADA.
           IF WS-MOTIVO NOT = SPACES
              GO TO FALLIDA
           END-IF.
           MOVE "RETIRADO" TO WS-MOTIVO.
           PERFORM AUDITA-RETIRADA THRU FIN-AUDITA-RETIRADA.
           MOVE SPACES TO WS-RET-RESP.
           STRING "|RETIRAFIN|" IDREMESA "|" DELIMITED BY SIZE
                  WS-REF DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RET-IBAN DELIMITED BY "  "
                  "|" WS-RET-IMPORTE "|" WS-RET-DIVISA
                  "|EUROS:" WS-RET-EUROS
                  "|POR:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-RET-RESP
           END-STRING.
           DISPLAY WS-RET-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
           GO TO FIN-PROCESOS.
       RECHAZADA.
           PERFORM AUDITA-RETIRADA THRU FIN-AUDITA-RETIRADA.
           DISPLAY "|RETIRAERROR|" WS-MOTIVO "|" IDREMESA "|" WS-REF
                   "|" UPON SYSOUT.
           MOVE 1 TO RETURN-CODE.
           GO TO FIN-PROCESOS.
       FALLIDA.
           PERFORM AUDITA-RETIRADA THRU FIN-AUDITA-RETIRADA.
           DISPLAY "|RETIRAERROR|" WS-MOTIVO "|" IDREMESA "|" WS-REF
                   "|RC:" WS-REM-RC "|" UPON SYSOUT.
           MOVE 2 TO RETURN-CODE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       REMESA SECTION.
      *    EL REGISTRO DE LA REMESA DICE SI YA SALIO AL BANCO Y CUAL
      *    ES SU FICHERO DE ORDENES.
       CONSULTA-REMESA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "CONSULTA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION IDREMESA
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              MOVE "NOREMESA" TO WS-MOTIVO
              GO TO FIN-CONSULTA-REMESA
           END-IF.
           MOVE SPACES TO WS-REM-ENVIO WS-REM-REGS WS-REM-SUMA
                          WS-FICHERO WS-REM-CLASE.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-ENVIO
                 WS-REM-REGS
                 WS-REM-SUMA
                 WS-FICHERO
                 WS-REM-CLASE
           END-UNSTRING.
           IF WS-REM-ENVIO NOT = SPACES
              MOVE "ENVIADA" TO WS-MOTIVO
              GO TO FIN-CONSULTA-REMESA
           END-IF.
           IF WS-REM-CLASE = "C"
              MOVE "COBROS" TO WS-MOTIVO
              GO TO FIN-CONSULTA-REMESA
           END-IF.
           IF WS-FICHERO = SPACES OR WS-REM-REGS(1:7) = ZEROES
              MOVE "NOGENERADA" TO WS-MOTIVO
           END-IF.
       FIN-CONSULTA-REMESA.

      *    EL FICHERO YA ESTA REESCRITO: SI LA REMESA NO ADMITE LA
      *    RETIRADA, EL FICHERO VUELVE A SER LA COPIA PARA QUE LOS DOS
      *    SIGAN DICIENDO LO MISMO.
       ESTAMPA-RETIRADA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "ETAPA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           STRING "RETIRA;1;" WS-RET-IMPORTE ";" WS-RET-DIVISA ";"
                  WS-RET-EUROS
                  DELIMITED BY SIZE
                  INTO WS-REM-DETALLE
           END-STRING.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUREMESA" USING WS-REM-ACCION IDREMESA
                                  WS-REM-DETALLE
               ON EXCEPTION
                  MOVE 1 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-REM-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-REM-RC = ZERO
              GO TO FIN-ESTAMPA-RETIRADA
           END-IF.
           MOVE "NOESTAMPA" TO WS-MOTIVO.
           CALL "CBL_COPY_FILE" USING WS-COPIA WS-FICHERO.
           IF RETURN-CODE NOT = ZERO
              MOVE "RESTAURA" TO WS-MOTIVO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCAT" USING WS-CAT-TOCA WS-FICHERO.
       FIN-ESTAMPA-RETIRADA.

       FICHERO SECTION.
      *    PRIMERA PASADA: EL PAGO TIENE QUE ESTAR UNA VEZ Y SOLO UNA.
       BUSCA-PAGO.
           OPEN INPUT ORDENES.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO ORDENES" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-FICHERO PROG WS-CONTEXTO
              MOVE "NOFICHERO" TO WS-MOTIVO
              GO TO FIN-BUSCA-PAGO
           END-IF.
       LEE-BUSCANDO.
           READ ORDENES
               AT END
                  GO TO FIN-LEE-BUSCANDO
           END-READ.
           IF REG-ORDENES(1:2) NOT = "02"
              GO TO LEE-BUSCANDO
           END-IF.
           MOVE REG-ORDENES TO REG-DETALLE.
           IF DET-REF NOT = WS-REF
              GO TO LEE-BUSCANDO
           END-IF.
           IF WS-IBAN NOT = SPACES
              PERFORM COMPACTA-IBAN THRU FIN-COMPACTA-IBAN
              IF WS-IBAN-DET NOT = WS-IBAN
                 GO TO LEE-BUSCANDO
              END-IF
           END-IF.
           ADD 1 TO WS-HALLADOS.
           MOVE DET-IBAN TO WS-RET-IBAN.
           MOVE DET-IMPORTE TO WS-RET-IMPORTE.
           MOVE DET-DIVISA TO WS-RET-DIVISA.
           GO TO LEE-BUSCANDO.
       FIN-LEE-BUSCANDO.
           CLOSE ORDENES.
           IF WS-HALLADOS = ZEROES
              MOVE "NOEXISTE" TO WS-MOTIVO
              GO TO FIN-BUSCA-PAGO
           END-IF.
           IF WS-HALLADOS > 1
              MOVE "REPETIDO" TO WS-MOTIVO
              GO TO FIN-BUSCA-PAGO
           END-IF.
           IF WS-RET-DIVISA = SPACES
              MOVE "EUR" TO WS-RET-DIVISA
           END-IF.
      *    EL CONTRAVALOR DEL PAGO, PARA DESCONTARLO DEL SUBTOTAL Y DE
      *    LA COLA.
           IF WS-RET-DIVISA = "EUR"
              MOVE WS-RET-IMPORTE TO WS-RET-EUROS
           ELSE
              MOVE SPACES TO WS-DIV-DETALLE
              STRING WS-RET-IMPORTE ";" WS-FECHA
                     DELIMITED BY SIZE
                     INTO WS-DIV-DETALLE
              END-STRING
              CALL "PRUDIVISA" USING WS-DIV-ACCION WS-RET-DIVISA
                                     WS-DIV-DETALLE
              IF RETURN-CODE = ZERO AND
                 WS-DIV-DETALLE(1:15) IS NUMERIC
                 MOVE WS-DIV-DETALLE(1:15) TO WS-RET-EUROS
              END-IF
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-BUSCA-PAGO.

      *    EL IBAN DEL FICHERO VA EN GRUPOS DE 4 - SE COMPARA SIN
      *    ESPACIOS CON EL QUE SE PIDE.
       COMPACTA-IBAN.
           MOVE SPACES TO WS-IBAN-DET.
           MOVE ZEROES TO WS-P.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 41
              IF DET-IBAN(WS-K:1) NOT = SPACE AND WS-P < 34
                 ADD 1 TO WS-P
                 MOVE DET-IBAN(WS-K:1) TO WS-IBAN-DET(WS-P:1)
              END-IF
           END-PERFORM.
       FIN-COMPACTA-IBAN.

      *    EL FICHERO TAL COMO ESTABA QUEDA AL LADO COMO .ANT- CON LA
      *    FECHA Y LA HORA, PARA QUE UNA SEGUNDA RETIRADA NO PISE LA
      *    COPIA DE LA PRIMERA, Y SOLO SE REESCRIBE CUANDO LA COPIA
      *    TIENE SU MISMO TAMAÑO.
       GUARDA-ANTERIOR.
           MOVE SPACES TO WS-COPIA.
           STRING WS-FICHERO DELIMITED BY SPACE
                  ".ANT-" WS-FECHA WS-HORA(1:6) DELIMITED BY SIZE
                  INTO WS-COPIA
           END-STRING.
           MOVE SPACES TO WS-CHK-DETALLE2.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-COPIA WS-CHK-DETALLE2.
           IF RETURN-CODE = ZERO
              MOVE "YACOPIA" TO WS-MOTIVO
              GO TO FIN-GUARDA-ANTERIOR
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "CBL_COPY_FILE" USING WS-FICHERO WS-COPIA.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              MOVE "COPIA" TO WS-MOTIVO
              GO TO FIN-GUARDA-ANTERIOR
           END-IF.
           MOVE SPACES TO WS-CHK-DETALLE1 WS-CHK-DETALLE2.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FICHERO WS-CHK-DETALLE1.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-COPIA WS-CHK-DETALLE2.
           MOVE ZERO TO RETURN-CODE.
           IF WS-TAM1 NOT = WS-TAM2
              MOVE "COPIA" TO WS-MOTIVO
           END-IF.
       FIN-GUARDA-ANTERIOR.

      *    SEGUNDA PASADA: DE LA COPIA AL FICHERO, SIN EL PAGO Y CON
      *    SU DIVISA Y LA COLA DESCONTADAS.
       REESCRIBE-FICHERO.
           OPEN INPUT ORDENES-ANT.
           IF WS-ANT-ESTADO NOT = "00"
              MOVE WS-ANT-ESTADO TO ERRORES
              MOVE "ABRIENDO COPIA" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-COPIA PROG WS-CONTEXTO
              MOVE "COPIA" TO WS-MOTIVO
              GO TO FIN-REESCRIBE-FICHERO
           END-IF.
           OPEN OUTPUT ORDENES.
           IF ERRORES NOT = "00"
              MOVE "REESCRIBIENDO ORDENES" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-FICHERO PROG WS-CONTEXTO
              MOVE "REESCRIBE" TO WS-MOTIVO
              CLOSE ORDENES-ANT
              GO TO FIN-REESCRIBE-FICHERO
           END-IF.
       COPIA-REGISTRO.
           READ ORDENES-ANT
               AT END
                  GO TO FIN-COPIA-REGISTRO
           END-READ.
           ADD 1 TO WS-LEIDOS.
           EVALUATE REG-ORDENES-ANT(1:2)
               WHEN "02"
                    MOVE REG-ORDENES-ANT TO REG-DETALLE
                    IF WS-YA-QUITADO = "N" AND DET-REF = WS-REF AND
                       DET-IBAN = WS-RET-IBAN
                       MOVE "S" TO WS-YA-QUITADO
                       GO TO COPIA-REGISTRO
                    END-IF
               WHEN "04"
                    MOVE REG-ORDENES-ANT TO REG-SUBTOTAL
                    IF SUB-DIVISA = WS-RET-DIVISA
                       SUBTRACT 1 FROM SUB-REGS
                       SUBTRACT WS-RET-IMPORTE FROM SUB-SUMA
                       IF SUB-EUROS NOT < WS-RET-EUROS
                          SUBTRACT WS-RET-EUROS FROM SUB-EUROS
                       END-IF
                       MOVE SPACES TO REG-ORDENES-ANT
                       MOVE REG-SUBTOTAL TO REG-ORDENES-ANT
                    END-IF
               WHEN "03"
                    MOVE REG-ORDENES-ANT TO REG-COLA
                    SUBTRACT 1 FROM COL-REGS
                    SUBTRACT WS-RET-IMPORTE FROM COL-SUMA
                    IF COL-EUROS NOT < WS-RET-EUROS
                       SUBTRACT WS-RET-EUROS FROM COL-EUROS
                    END-IF
                    MOVE SPACES TO REG-ORDENES-ANT
                    MOVE REG-COLA TO REG-ORDENES-ANT
           END-EVALUATE.
           MOVE REG-ORDENES-ANT TO REG-ORDENES.
           WRITE REG-ORDENES.
           GO TO COPIA-REGISTRO.
       FIN-COPIA-REGISTRO.
           CLOSE ORDENES-ANT.
           CLOSE ORDENES.
           CALL "PRUCAT" USING WS-CAT-TOCA WS-FICHERO.
       FIN-REESCRIBE-FICHERO.

       AUDITORIA SECTION.
      *    EL MISMO LOG FECHADO BAJO dd_trz QUE PRULIBERA: TAMBIEN SE
      *    ANOTAN LAS RETIRADAS QUE NO SE HACEN.
       AUDITA-RETIRADA.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRURETIRA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRURETIRA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-RETIRA.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-RETIRA
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA-RETIRADA
           END-IF.
           MOVE SPACES TO REG-LOG-RETIRA.
           STRING WS-FECHA "-" WS-HORA
                  " |" WS-MOTIVO "|" IDREMESA "|"
                  DELIMITED BY SIZE
                  WS-REF DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RET-IBAN DELIMITED BY "  "
                  "|" WS-RET-IMPORTE "|" WS-RET-DIVISA "|"
                  DELIMITED BY SIZE
                  WS-FICHERO DELIMITED BY SPACE
                  "|POR:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-RETIRA
           END-STRING.
           WRITE REG-LOG-RETIRA.
           CLOSE LOG-RETIRA.
       FIN-AUDITA-RETIRADA.
