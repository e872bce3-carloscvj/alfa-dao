       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRULIBERA.
       AUTHOR.        CVJ.
       SECURITY.      LIMITES DE LIBERACION DE PAGOS POR IMPORTE Y
                      FIRMA ESCALONADA. LA TABLA LIMITES.DAT (BAJO
                      dd_dir) DICE HASTA QUE IMPORTE PUEDE LIBERAR CADA
                      PERFIL UN PAGO SUELTO Y UN LOTE ENTERO (EL PERFIL
                      ES EL USUARIO DE USERTAB, "*" PARA EL RESTO). UN
                      PAGO VALIDADO POR ENCIMA DEL UMBRAL QUEDA
                      RETENIDO EN RETENIDOS.DAT HASTA QUE LO LIBERAN
                      TANTOS USUARIOS ACTIVOS DE USERTAB COMO PIDA SU
                      IMPORTE, CADA UNO DENTRO DE SU LIMITE; CADA FIRMA
                      QUEDA CON USUARIO, FECHA Y HORA EN EL REGISTRO Y
                      EN EL LOG FECHADO. PRUGENPAG NO MONTA ORDENES DE
                      UN LOTE QUE TENGA RETENIDOS SIN LIBERAR - HASTA
                      AHORA CUALQUIER IMPORTE QUE PASABA LA VALIDACION
                      SALIA AL BANCO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - RETIENE admite la divisa del pago
*********************               como cuarto campo del detalle; el
*********************               retenido guarda divisa y
*********************               contravalor en euros (PRUDIVISA
*********************               AEUROS) y las firmas, LIM-PAGO y
*********************               LIM-LOTE se miran sobre los euros.
*********************               Sin cambio no se retiene: RC 1.
*********************               El importe del retenido ya no se
*********************               pisa al leer los umbrales. LIMITE
*********************               solo lo da un usuario activo de
*********************               USERTAB, nunca sobre su propio
*********************               perfil, y queda en el log con los
*********************               valores de antes y de despues.
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               las fechas de ausencia del
*********************               usuario (UT-AUSENTE-DESDE y
*********************               UT-AUSENTE-HASTA) que fija PRUUSR
*********************               AUSENCIA.
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               el departamento del usuario
*********************               (UT-DEPTO) que fija PRUUSR DEPTO.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               RETIENE (detalle "iban;importe;
*********************               referencia", remesa en el id) -
*********************               CONSULTA (RC 0 LIBERADO, 1
*********************               RETENIDO, 2 NO ESTA) - LIBERA
*********************               (detalle como RETIENE) - LIBLOTE
*********************               (libera todo lo retenido de la
*********************               remesa del id, dentro del limite
*********************               de lote) - LISTA (de la remesa
*********************               del id, o todo) - LIMITE
*********************               (detalle "perfil;pago;lote") -
*********************               LIMLISTA. UMBRALES EN
*********************               PRULIBERAUMBRAL (una firma),
*********************               PRULIBERAUMBRAL2 (dos) Y
*********************               PRULIBERAUMBRAL3 (tres).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIMITES
                  ASSIGN TO DYNAMIC WS-LIMITES-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIM-PERFIL
                  FILE STATUS IS WS-LIM-ESTADO.

           SELECT RETENIDOS
                  ASSIGN TO DYNAMIC WS-RETEN-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RET-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT USERTAB
                  ASSIGN TO DYNAMIC WS-USERTAB-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UT-USUARIO
                  FILE STATUS IS WS-UT-ESTADO.

           SELECT LOG-LIBERA
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  LIMITES.
       01  REG-LIMITES.
           03 LIM-PERFIL     PIC X(15).
           03 LIM-PAGO       PIC 9(13).
           03 LIM-LOTE       PIC 9(15).
           03 LIM-FECHA      PIC X(8).
           03 LIM-AUTOR      PIC X(15).

      *    LA CLAVE DEL RETENIDO ES LA MISMA DEL PAGO EN LA HISTORIA
      *    DE PRUIBANEUR.
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

       FD  LOG-LIBERA.
       01  REG-LOG-LIBERA    PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRULIBERA".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-LIMITES-PATH   PIC X(200).
       77  WS-LIM-ESTADO     PIC XX.
       01  WS-RETEN-PATH     PIC X(200).
       01  WS-USERTAB-PATH   PIC X(200).
       77  WS-UT-ESTADO      PIC XX.
       77  WS-ABIERTO        PIC X VALUE "N".
           88 LIBERA-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.

       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       01  WS-LIB-RESP       PIC X(300).

       77  WS-DET-IBAN       PIC X(34).
       77  WS-DET-IMPORTE    PIC X(15).
       77  WS-DET-REF        PIC X(20).
       77  WS-DET-DIVISA     PIC X(3).
       77  WS-DET-IMPORTE-9  PIC 9(13).
       77  WS-DET-PERFIL     PIC X(15).
       77  WS-DET-LOTE       PIC X(15).
       77  WS-NUM-TXT        PIC X(15).
       77  WS-NUM-LON        PIC 99.
       77  WS-NUM-AUX        PIC X(15).
       77  WS-NUM-9          PIC 9(15).
       77  WS-NUM-OK         PIC X.

       77  WS-UMBRAL-TXT     PIC X(15).
       77  WS-UMBRAL2        PIC 9(15) VALUE ZEROES.
       77  WS-UMBRAL3        PIC 9(15) VALUE ZEROES.

       77  WS-LIM-PAGO       PIC 9(13).
       77  WS-LIM-LOTE       PIC 9(15).
       77  WS-AUTORIZADO     PIC X.
           88 LIBERADOR-VALIDO VALUE "S".
       77  WS-MOTIVO         PIC X(16).
       77  WS-FIR-IDX        PIC 9.
       77  WS-LOTE-SUMA      PIC 9(15).
       77  WS-LOTE-REGS      PIC 9(7).
       77  WS-LOTE-FIRMADOS  PIC 9(7).
       77  WS-LOTE-FASE      PIC X.

      *    CONTRAVALOR EN EUROS DEL PAGO, QUE ES LO QUE SE MIRA CONTRA
      *    LOS UMBRALES Y LOS LIMITES.
       77  WS-DIV-ACCION     PIC X(8) VALUE "AEUROS".
       01  WS-DIV-DETALLE    PIC X(60).
       77  WS-DIV-EUR        PIC 9(15).
       77  WS-RET-EUROS      PIC 9(13).

      *    PERFIL QUE GOBIERNA AL USUARIO Y LIMITE ANTERIOR AL CAMBIO.
       77  WS-PERFIL-PROPIO  PIC X(15).
       77  WS-LIM-ANT-PAGO   PIC 9(13).
       77  WS-LIM-ANT-LOTE   PIC 9(15).

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
           PERFORM ABRE-LIBERA.
           IF NOT LIBERA-ABIERTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "RETIENE"
                    PERFORM RETIENE-PAGO THRU FIN-RETIENE-PAGO
               WHEN "CONSULTA"
                    PERFORM CONSULTA-PAGO THRU FIN-CONSULTA-PAGO
               WHEN "LIBERA"
                    PERFORM LIBERA-PAGO THRU FIN-LIBERA-PAGO
               WHEN "LIBLOTE"
                    PERFORM LIBERA-LOTE THRU FIN-LIBERA-LOTE
               WHEN "LISTA"
                    PERFORM LISTA-RETENIDOS THRU FIN-LISTA-RETENIDOS
               WHEN "LIMITE"
                    PERFORM ALTA-LIMITE THRU FIN-ALTA-LIMITE
               WHEN "LIMLISTA"
                    PERFORM LISTA-LIMITES THRU FIN-LISTA-LIMITES
               WHEN OTHER
                    DISPLAY "|LIBERAERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           END-EVALUATE.
           CLOSE RETENIDOS.
           CLOSE LIMITES.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-LIBERA SECTION.
      *    MISMO ABRE-O-CREA QUE PRUAPRU, PARA LOS DOS REGISTROS.
       ABRIENDO-LIBERA.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-RETEN-PATH WS-LIMITES-PATH
                          WS-USERTAB-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/RETENIDOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-RETEN-PATH
              END-STRING
              STRING VALORDIR "/LIMITES.DAT"
                     DELIMITED BY SPACE
                     INTO WS-LIMITES-PATH
              END-STRING
              STRING VALORDIR "/USUARIOS"
                     DELIMITED BY SPACE
                     INTO WS-USERTAB-PATH
              END-STRING
           ELSE
              MOVE "RETENIDOS.DAT" TO WS-RETEN-PATH
              MOVE "LIMITES.DAT" TO WS-LIMITES-PATH
              MOVE "USUARIOS" TO WS-USERTAB-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O LIMITES.
           IF WS-LIM-ESTADO NOT = "00"
              OPEN OUTPUT LIMITES
              IF WS-LIM-ESTADO NOT = "00"
                 MOVE WS-LIM-ESTADO TO ERRORES
                 MOVE "ABRIENDO LIMITES" TO WS-CONTEXTO
                 CALL "PRUERR" USING ERRORES WS-LIMITES-PATH PROG
                                     WS-CONTEXTO
                 GO TO FIN-ABRIENDO-LIBERA
              END-IF
              CLOSE LIMITES
              OPEN I-O LIMITES
           END-IF.
           OPEN I-O RETENIDOS.
           IF ERRORES = "00"
              SET LIBERA-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-LIBERA
           END-IF.
           OPEN OUTPUT RETENIDOS.
           IF ERRORES NOT = "00"
              CLOSE LIMITES
              MOVE "ABRIENDO RETENIDOS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-RETEN-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-LIBERA
           END-IF.
           CLOSE RETENIDOS.
           OPEN I-O RETENIDOS.
           IF ERRORES = "00"
              SET LIBERA-ABIERTO TO TRUE
           ELSE
              CLOSE LIMITES
           END-IF.
       FIN-ABRIENDO-LIBERA.

       RETENCION SECTION.
       RETIENE-PAGO.
           PERFORM LEE-CLAVE-DETALLE THRU FIN-LEE-CLAVE-DETALLE.
           IF WS-NUM-OK NOT = "S"
              MOVE 1 TO RETURN-CODE
              GO TO FIN-RETIENE-PAGO
           END-IF.
      *    UN PAGO YA RETENIDO (REPROCESO DEL MISMO LOTE) NO PIERDE
      *    LAS FIRMAS QUE YA TENGA.
           READ RETENIDOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY "|LIBERA|YARETENIDO|" RET-IBAN "|"
                          RET-IMPORTE "|" RET-ESTADO "|" UPON SYSOUT
                  IF RET-LIBERADO
                     MOVE ZERO TO RETURN-CODE
                  ELSE
                     MOVE 1 TO RETURN-CODE
                  END-IF
                  GO TO FIN-RETIENE-PAGO
           END-READ.
           PERFORM LEE-UMBRALES THRU FIN-LEE-UMBRALES.
           PERFORM CALCULA-EUROS THRU FIN-CALCULA-EUROS.
           IF WS-NUM-OK NOT = "S"
              DISPLAY "|LIBERAERROR|CAMBIO|" WS-DET-DIVISA "|"
                      WS-DET-IBAN "|" WS-DET-IMPORTE-9 "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-RETIENE-PAGO
           END-IF.
           MOVE SPACES TO REG-RETENIDOS.
           MOVE WS-DET-IBAN TO RET-IBAN.
           MOVE WS-DET-IMPORTE-9 TO RET-IMPORTE.
           MOVE WS-DET-REF TO RET-REF.
           MOVE REMESA TO RET-REMESA.
           MOVE "P" TO RET-ESTADO.
           MOVE WS-FECHA TO RET-FECHA.
           MOVE WS-HORA TO RET-HORA.
           MOVE WS-DET-DIVISA TO RET-DIVISA.
           MOVE WS-RET-EUROS TO RET-EUROS.
           MOVE 1 TO RET-NECESARIAS.
           IF WS-UMBRAL2 > ZEROES AND RET-EUROS > WS-UMBRAL2
              MOVE 2 TO RET-NECESARIAS
           END-IF.
           IF WS-UMBRAL3 > ZEROES AND RET-EUROS > WS-UMBRAL3
              MOVE 3 TO RET-NECESARIAS
           END-IF.
           MOVE ZERO TO RET-HECHAS.
           WRITE REG-RETENIDOS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           DISPLAY "|LIBERA|RETENIDO|" RET-IBAN "|" RET-IMPORTE
                   "|FIRMAS:" RET-NECESARIAS "|" RET-DIVISA
                   "|EUROS:" RET-EUROS "|" UPON SYSOUT.
           MOVE "RETENIDO" TO WS-MOTIVO.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           MOVE 1 TO RETURN-CODE.
       FIN-RETIENE-PAGO.

       CONSULTA-PAGO.
           PERFORM LEE-CLAVE-DETALLE THRU FIN-LEE-CLAVE-DETALLE.
           IF WS-NUM-OK NOT = "S"
              MOVE 2 TO RETURN-CODE
              GO TO FIN-CONSULTA-PAGO
           END-IF.
           READ RETENIDOS
               INVALID KEY
                  MOVE 2 TO RETURN-CODE
                  GO TO FIN-CONSULTA-PAGO
           END-READ.
           IF RET-LIBERADO
              MOVE ZERO TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-CONSULTA-PAGO.

       LEE-CLAVE-DETALLE.
           MOVE SPACES TO WS-DET-IBAN WS-DET-IMPORTE WS-DET-REF
                          WS-DET-DIVISA.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-DET-IBAN
                 WS-DET-IMPORTE
                 WS-DET-REF
                 WS-DET-DIVISA
           END-UNSTRING.
           MOVE WS-DET-IMPORTE TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM-OK NOT = "S" OR WS-DET-IBAN = SPACES
              MOVE "N" TO WS-NUM-OK
              DISPLAY "|LIBERAERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              GO TO FIN-LEE-CLAVE-DETALLE
           END-IF.
           MOVE WS-NUM-9 TO WS-DET-IMPORTE-9.
           MOVE SPACES TO RET-CLAVE.
           MOVE WS-DET-IBAN TO RET-IBAN.
           MOVE WS-DET-IMPORTE-9 TO RET-IMPORTE.
           MOVE WS-DET-REF TO RET-REF.
       FIN-LEE-CLAVE-DETALLE.

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

       LEE-UMBRALES.
           MOVE ZEROES TO WS-UMBRAL2 WS-UMBRAL3.
           MOVE SPACES TO WS-UMBRAL-TXT.
           DISPLAY "PRULIBERAUMBRAL2" UPON ENVIRONMENT-NAME.
           ACCEPT WS-UMBRAL-TXT FROM ENVIRONMENT-VALUE.
           IF WS-UMBRAL-TXT NOT = SPACES AND
              WS-UMBRAL-TXT NOT = LOW-VALUES
              MOVE WS-UMBRAL-TXT TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              MOVE WS-NUM-9 TO WS-UMBRAL2
           END-IF.
           MOVE SPACES TO WS-UMBRAL-TXT.
           DISPLAY "PRULIBERAUMBRAL3" UPON ENVIRONMENT-NAME.
           ACCEPT WS-UMBRAL-TXT FROM ENVIRONMENT-VALUE.
           IF WS-UMBRAL-TXT NOT = SPACES AND
              WS-UMBRAL-TXT NOT = LOW-VALUES
              MOVE WS-UMBRAL-TXT TO WS-NUM-TXT
              PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO
              MOVE WS-NUM-9 TO WS-UMBRAL3
           END-IF.
       FIN-LEE-UMBRALES.

      *    LOS UMBRALES Y LOS LIMITES ESTAN EN EUROS. SIN DIVISA EL
      *    PAGO ES EN EUROS; OTRA DIVISA SE PASA AL CAMBIO VIGENTE DE
      *    PRUDIVISA EN LA FECHA DEL DIA, Y SIN CAMBIO WS-NUM-OK
      *    QUEDA A "N".
       CALCULA-EUROS.
           MOVE "S" TO WS-NUM-OK.
           IF WS-DET-DIVISA = SPACES OR WS-DET-DIVISA = LOW-VALUES
              MOVE "EUR" TO WS-DET-DIVISA
           END-IF.
           IF WS-DET-DIVISA = "EUR"
              MOVE WS-DET-IMPORTE-9 TO WS-RET-EUROS
              GO TO FIN-CALCULA-EUROS
           END-IF.
           MOVE SPACES TO WS-DIV-DETALLE.
           STRING WS-DET-IMPORTE-9 ";" WS-FECHA
                  DELIMITED BY SIZE
                  INTO WS-DIV-DETALLE
           END-STRING.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUDIVISA" USING WS-DIV-ACCION WS-DET-DIVISA
                                  WS-DIV-DETALLE
               ON EXCEPTION
                  MOVE 1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO OR
              WS-DIV-DETALLE(1:15) IS NOT NUMERIC
              MOVE ZERO TO RETURN-CODE
              MOVE "N" TO WS-NUM-OK
              GO TO FIN-CALCULA-EUROS
           END-IF.
           MOVE WS-DIV-DETALLE(1:15) TO WS-DIV-EUR.
           MOVE WS-DIV-EUR TO WS-RET-EUROS.
       FIN-CALCULA-EUROS.

      *    UN RETENIDO ANTERIOR A LA DIVISA NO TRAE CONTRAVALOR: ERA
      *    UN PAGO EN EUROS.
       EUROS-RETENIDO.
           IF RET-DIVISA NOT = SPACES AND RET-EUROS IS NUMERIC
              MOVE RET-EUROS TO WS-RET-EUROS
           ELSE
              MOVE RET-IMPORTE TO WS-RET-EUROS
           END-IF.
       FIN-EUROS-RETENIDO.

       LIBERACION SECTION.
       LIBERA-PAGO.
           PERFORM LEE-CLAVE-DETALLE THRU FIN-LEE-CLAVE-DETALLE.
           IF WS-NUM-OK NOT = "S"
              MOVE 1 TO RETURN-CODE
              GO TO FIN-LIBERA-PAGO
           END-IF.
           READ RETENIDOS
               INVALID KEY
                  DISPLAY "|LIBERAERROR|NOEXISTE|" WS-DET-IBAN "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-LIBERA-PAGO
           END-READ.
           IF NOT RET-PENDIENTE
              DISPLAY "|LIBERAERROR|YALIBERADO|" RET-IBAN "|"
                      UPON SYSOUT
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-LIBERA-PAGO
           END-IF.
           PERFORM COMPRUEBA-LIBERADOR THRU FIN-COMPRUEBA-LIBERADOR.
           IF NOT LIBERADOR-VALIDO
              DISPLAY "|LIBERAERROR|" WS-MOTIVO "|" RET-IBAN "|"
                      USUARIO "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-LIBERA-PAGO
           END-IF.
           PERFORM EUROS-RETENIDO THRU FIN-EUROS-RETENIDO.
           IF WS-RET-EUROS > WS-LIM-PAGO
              DISPLAY "|LIBERAERROR|SOBRELIMITE|" RET-IBAN "|"
                      RET-IMPORTE "|" USUARIO "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-LIBERA-PAGO
           END-IF.
           PERFORM FIRMA-RETENIDO THRU FIN-FIRMA-RETENIDO.
           MOVE ZERO TO RETURN-CODE.
       FIN-LIBERA-PAGO.

       FIRMA-RETENIDO.
           ADD 1 TO RET-HECHAS.
           MOVE USUARIO TO RET-FIR-USUARIO(RET-HECHAS).
           MOVE WS-FECHA TO RET-FIR-FECHA(RET-HECHAS).
           MOVE WS-HORA TO RET-FIR-HORA(RET-HECHAS).
           IF RET-HECHAS NOT < RET-NECESARIAS
              MOVE "L" TO RET-ESTADO
              MOVE "LIBERADO" TO WS-MOTIVO
           ELSE
              MOVE "FIRMADO" TO WS-MOTIVO
           END-IF.
           REWRITE REG-RETENIDOS.
           DISPLAY "|LIBERA|" WS-MOTIVO "|" RET-IBAN "|" RET-IMPORTE
                   "|FIRMAS:" RET-HECHAS "/" RET-NECESARIAS
                   "|POR:" USUARIO "|" UPON SYSOUT.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
       FIN-FIRMA-RETENIDO.

       COMPRUEBA-LIBERADOR.
      *    LIBERA UN USUARIO AUTENTICADO, ACTIVO EN USERTAB, QUE NO
      *    HAYA FIRMADO YA ESTE MISMO PAGO Y CON LIMITE EN LA TABLA
      *    (EL SUYO PROPIO, O EL DEL PERFIL "*" SI NO TIENE).
           MOVE "N" TO WS-AUTORIZADO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROES TO WS-LIM-PAGO WS-LIM-LOTE.
           IF USUARIO = SPACES
              MOVE "SINLOGIN" TO WS-MOTIVO
              GO TO FIN-COMPRUEBA-LIBERADOR
           END-IF.
           PERFORM VARYING WS-FIR-IDX FROM 1 BY 1
                   UNTIL WS-FIR-IDX > RET-HECHAS
              IF RET-FIR-USUARIO(WS-FIR-IDX) = USUARIO
                 MOVE "YAFIRMADO" TO WS-MOTIVO
              END-IF
           END-PERFORM.
           IF WS-MOTIVO = "YAFIRMADO"
              GO TO FIN-COMPRUEBA-LIBERADOR
           END-IF.
           PERFORM COMPRUEBA-USUARIO THRU FIN-COMPRUEBA-USUARIO.
       FIN-COMPRUEBA-LIBERADOR.

       COMPRUEBA-USUARIO.
           MOVE "N" TO WS-AUTORIZADO.
           OPEN INPUT USERTAB.
           IF WS-UT-ESTADO NOT = "00"
              MOVE "SINUSERTAB" TO WS-MOTIVO
              GO TO FIN-COMPRUEBA-USUARIO
           END-IF.
           MOVE USUARIO TO UT-USUARIO.
           READ USERTAB
               INVALID KEY
                  MOVE SPACES TO UT-ACTIVO
           END-READ.
           CLOSE USERTAB.
           IF NOT UT-USUARIO-ACTIVO
              MOVE "USUARIOINACTIVO" TO WS-MOTIVO
              GO TO FIN-COMPRUEBA-USUARIO
           END-IF.
           MOVE USUARIO TO LIM-PERFIL.
           READ LIMITES
               INVALID KEY
                  MOVE "*" TO LIM-PERFIL
                  READ LIMITES
                      INVALID KEY
                         MOVE "SINLIMITE" TO WS-MOTIVO
                         GO TO FIN-COMPRUEBA-USUARIO
                  END-READ
           END-READ.
           MOVE LIM-PAGO TO WS-LIM-PAGO.
           MOVE LIM-LOTE TO WS-LIM-LOTE.
           MOVE "S" TO WS-AUTORIZADO.
       FIN-COMPRUEBA-USUARIO.

       LIBERA-LOTE.
      *    EL LOTE SE LIBERA ENTERO O NADA: PRIMERO SE SUMA LO QUE EL
      *    USUARIO TENDRIA QUE FIRMAR Y SE MIRA CONTRA SU LIMITE DE
      *    LOTE (Y CADA PAGO CONTRA SU LIMITE DE PAGO); SOLO SI TODO
      *    CABE SE FIRMA EN UNA SEGUNDA VUELTA.
           MOVE 1 TO RETURN-CODE.
           IF REMESA = SPACES OR REMESA = LOW-VALUES
              DISPLAY "|LIBERAERROR|SINREMESA|" UPON SYSOUT
              GO TO FIN-LIBERA-LOTE
           END-IF.
           MOVE ZEROES TO RET-HECHAS.
           PERFORM COMPRUEBA-LIBERADOR THRU FIN-COMPRUEBA-LIBERADOR.
           IF NOT LIBERADOR-VALIDO
              DISPLAY "|LIBERAERROR|" WS-MOTIVO "|" REMESA "|"
                      USUARIO "|" UPON SYSOUT
              GO TO FIN-LIBERA-LOTE
           END-IF.
           MOVE ZEROES TO WS-LOTE-SUMA WS-LOTE-REGS WS-LOTE-FIRMADOS.
           MOVE "S" TO WS-LOTE-FASE.
           PERFORM RECORRE-LOTE THRU FIN-RECORRE-LOTE.
           IF WS-MOTIVO = "SOBRELIMITE"
              DISPLAY "|LIBERAERROR|SOBRELIMITE|" REMESA "|"
                      USUARIO "|" UPON SYSOUT
              GO TO FIN-LIBERA-LOTE
           END-IF.
           IF WS-LOTE-SUMA > WS-LIM-LOTE
              DISPLAY "|LIBERAERROR|SOBRELIMITELOTE|" REMESA "|"
                      WS-LOTE-SUMA "|" USUARIO "|" UPON SYSOUT
              GO TO FIN-LIBERA-LOTE
           END-IF.
           MOVE "F" TO WS-LOTE-FASE.
           PERFORM RECORRE-LOTE THRU FIN-RECORRE-LOTE.
           MOVE SPACES TO WS-LIB-RESP.
           STRING "|LIBERAFIN|REMESA:" REMESA
                  "|PAGOS:" WS-LOTE-REGS
                  "|EUROS:" WS-LOTE-SUMA
                  "|FIRMADOS:" WS-LOTE-FIRMADOS "|"
                  DELIMITED BY SIZE
                  INTO WS-LIB-RESP
           END-STRING.
           DISPLAY WS-LIB-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-LIBERA-LOTE.

       RECORRE-LOTE.
           MOVE "LOTE" TO WS-MOTIVO.
           MOVE LOW-VALUES TO RET-CLAVE.
           START RETENIDOS KEY NOT LESS RET-CLAVE
               INVALID KEY
                  GO TO FIN-RECORRE-LOTE
           END-START.
       LEE-LOTE.
           READ RETENIDOS NEXT
               AT END
                  GO TO FIN-RECORRE-LOTE
           END-READ.
           IF RET-REMESA NOT = REMESA OR NOT RET-PENDIENTE
              GO TO LEE-LOTE
           END-IF.
           MOVE "N" TO WS-AUTORIZADO.
           PERFORM VARYING WS-FIR-IDX FROM 1 BY 1
                   UNTIL WS-FIR-IDX > RET-HECHAS
              IF RET-FIR-USUARIO(WS-FIR-IDX) = USUARIO
                 MOVE "S" TO WS-AUTORIZADO
              END-IF
           END-PERFORM.
           IF WS-AUTORIZADO = "S"
              GO TO LEE-LOTE
           END-IF.
           IF WS-LOTE-FASE = "S"
              PERFORM EUROS-RETENIDO THRU FIN-EUROS-RETENIDO
              ADD 1 TO WS-LOTE-REGS
              ADD WS-RET-EUROS TO WS-LOTE-SUMA
              IF WS-RET-EUROS > WS-LIM-PAGO
                 MOVE "SOBRELIMITE" TO WS-MOTIVO
                 GO TO FIN-RECORRE-LOTE
              END-IF
           ELSE
              PERFORM FIRMA-RETENIDO THRU FIN-FIRMA-RETENIDO
              ADD 1 TO WS-LOTE-FIRMADOS
           END-IF.
           GO TO LEE-LOTE.
       FIN-RECORRE-LOTE.

       LISTADO SECTION.
       LISTA-RETENIDOS.
           MOVE LOW-VALUES TO RET-CLAVE.
           START RETENIDOS KEY NOT LESS RET-CLAVE
               INVALID KEY
                  GO TO FIN-LEER-RETENIDOS
           END-START.
       LEER-RETENIDOS.
           READ RETENIDOS NEXT
               AT END
                  GO TO FIN-LEER-RETENIDOS
           END-READ.
           IF REMESA NOT = SPACES AND REMESA NOT = LOW-VALUES
              AND RET-REMESA NOT = REMESA
              GO TO LEER-RETENIDOS
           END-IF.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-LIB-RESP.
           STRING "|LIBERA|" RET-ESTADO "|" RET-REMESA "|"
                  DELIMITED BY SIZE
                  RET-IBAN DELIMITED BY SPACE
                  "|" RET-IMPORTE "|" DELIMITED BY SIZE
                  RET-REF DELIMITED BY SPACE
                  "|FIRMAS:" RET-HECHAS "/" RET-NECESARIAS
                  "|" RET-FIR-USUARIO(1) "|" RET-FIR-USUARIO(2)
                  "|" RET-FIR-USUARIO(3) "|" RET-DIVISA
                  "|EUROS:" RET-EUROS "|"
                  DELIMITED BY SIZE
                  INTO WS-LIB-RESP
           END-STRING.
           DISPLAY WS-LIB-RESP UPON SYSOUT.
           GO TO LEER-RETENIDOS.
       FIN-LEER-RETENIDOS.
           MOVE SPACES TO WS-LIB-RESP.
           STRING "|LIBERAFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-LIB-RESP
           END-STRING.
           DISPLAY WS-LIB-RESP UPON SYSOUT.
       FIN-LISTA-RETENIDOS.

       LIMITES-TABLA SECTION.
      *    LOS LIMITES LOS FIJA UN USUARIO ACTIVO DE USERTAB (TENGA O
      *    NO LIMITE PROPIO), PERO NUNCA EL DEL PERFIL QUE LE GOBIERNA
      *    A EL: NI EL SUYO NI, SI NO TIENE, EL "*". CADA CAMBIO QUEDA
      *    EN EL LOG CON EL LIMITE DE ANTES Y EL DE DESPUES.
       ALTA-LIMITE.
           MOVE 1 TO RETURN-CODE.
           MOVE ZEROES TO RET-HECHAS.
           PERFORM COMPRUEBA-LIBERADOR THRU FIN-COMPRUEBA-LIBERADOR.
           IF NOT LIBERADOR-VALIDO AND WS-MOTIVO NOT = "SINLIMITE"
              DISPLAY "|LIBERAERROR|" WS-MOTIVO "|LIMITE|"
                      USUARIO "|" UPON SYSOUT
              GO TO FIN-ALTA-LIMITE
           END-IF.
           MOVE "*" TO WS-PERFIL-PROPIO.
           IF LIBERADOR-VALIDO
              MOVE LIM-PERFIL TO WS-PERFIL-PROPIO
           END-IF.
           MOVE SPACES TO WS-DET-PERFIL WS-DET-IMPORTE WS-DET-LOTE.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-DET-PERFIL
                 WS-DET-IMPORTE
                 WS-DET-LOTE
           END-UNSTRING.
           IF WS-DET-PERFIL = SPACES
              DISPLAY "|LIBERAERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              GO TO FIN-ALTA-LIMITE
           END-IF.
           IF WS-DET-PERFIL = USUARIO OR
              WS-DET-PERFIL = WS-PERFIL-PROPIO
              DISPLAY "|LIBERAERROR|PERFILPROPIO|" WS-DET-PERFIL "|"
                      USUARIO "|" UPON SYSOUT
              GO TO FIN-ALTA-LIMITE
           END-IF.
           MOVE ZEROES TO WS-LIM-ANT-PAGO WS-LIM-ANT-LOTE.
           MOVE "ALTALIMITE" TO WS-MOTIVO.
           MOVE WS-DET-PERFIL TO LIM-PERFIL.
           READ LIMITES
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE LIM-PAGO TO WS-LIM-ANT-PAGO
                  MOVE LIM-LOTE TO WS-LIM-ANT-LOTE
                  MOVE "CAMBIOLIMITE" TO WS-MOTIVO
           END-READ.
           MOVE SPACES TO REG-LIMITES.
           MOVE WS-DET-PERFIL TO LIM-PERFIL.
           MOVE WS-DET-IMPORTE TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM-OK NOT = "S"
              DISPLAY "|LIBERAERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              GO TO FIN-ALTA-LIMITE
           END-IF.
           MOVE WS-NUM-9 TO LIM-PAGO.
           MOVE WS-DET-LOTE TO WS-NUM-TXT.
           PERFORM ENCAJA-NUMERO THRU FIN-ENCAJA-NUMERO.
           IF WS-NUM-OK NOT = "S"
              DISPLAY "|LIBERAERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              GO TO FIN-ALTA-LIMITE
           END-IF.
           MOVE WS-NUM-9 TO LIM-LOTE.
           MOVE WS-FECHA TO LIM-FECHA.
           MOVE USUARIO TO LIM-AUTOR.
           IF WS-MOTIVO = "ALTALIMITE"
              WRITE REG-LIMITES
                  INVALID KEY
                     REWRITE REG-LIMITES
              END-WRITE
           ELSE
              REWRITE REG-LIMITES
           END-IF.
           DISPLAY "|LIBERA|LIMITE|" LIM-PERFIL "|" LIM-PAGO "|"
                   LIM-LOTE "|" UPON SYSOUT.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           MOVE ZERO TO RETURN-CODE.
       FIN-ALTA-LIMITE.

       LISTA-LIMITES.
           MOVE LOW-VALUES TO LIM-PERFIL.
           START LIMITES KEY NOT LESS LIM-PERFIL
               INVALID KEY
                  GO TO FIN-LEER-LIMITES
           END-START.
       LEER-LIMITES.
           READ LIMITES NEXT
               AT END
                  GO TO FIN-LEER-LIMITES
           END-READ.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-LIB-RESP.
           STRING "|LIMITE|" LIM-PERFIL "|PAGO:" LIM-PAGO
                  "|LOTE:" LIM-LOTE "|" LIM-FECHA "|" LIM-AUTOR "|"
                  DELIMITED BY SIZE
                  INTO WS-LIB-RESP
           END-STRING.
           DISPLAY WS-LIB-RESP UPON SYSOUT.
           GO TO LEER-LIMITES.
       FIN-LEER-LIMITES.
           MOVE SPACES TO WS-LIB-RESP.
           STRING "|LIMITEFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-LIB-RESP
           END-STRING.
           DISPLAY WS-LIB-RESP UPON SYSOUT.
       FIN-LISTA-LIMITES.

       AUDITAR SECTION.
      *    CADA RETENCION, CADA FIRMA Y CADA CAMBIO DE LIMITE QUEDA EN
      *    PRULIBERA-YYYYMMDD.LOG BAJO dd_trz CON EL USUARIO, COMO EN
      *    PRUAPRU.
       AUDITA-MOVIMIENTO.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRULIBERA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRULIBERA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-LIBERA.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-LIBERA
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA-MOVIMIENTO
           END-IF.
           MOVE SPACES TO REG-LOG-LIBERA.
           IF WS-MOTIVO = "ALTALIMITE" OR WS-MOTIVO = "CAMBIOLIMITE"
              STRING WS-FECHA "-" WS-HORA
                     " |" WS-MOTIVO "|" LIM-PERFIL
                     "|PAGO:" WS-LIM-ANT-PAGO ">" LIM-PAGO
                     "|LOTE:" WS-LIM-ANT-LOTE ">" LIM-LOTE
                     "|POR:" DELIMITED BY SIZE
                     USUARIO DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO REG-LOG-LIBERA
              END-STRING
              GO TO ESCRIBE-AUDITORIA
           END-IF.
           STRING WS-FECHA "-" WS-HORA
                  " |" WS-MOTIVO "|" RET-REMESA "|"
                  DELIMITED BY SIZE
                  RET-IBAN DELIMITED BY SPACE
                  "|" RET-IMPORTE "|" DELIMITED BY SIZE
                  RET-REF DELIMITED BY SPACE
                  "|FIRMAS:" RET-HECHAS "/" RET-NECESARIAS
                  "|POR:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-LIBERA
           END-STRING.
       ESCRIBE-AUDITORIA.
           WRITE REG-LOG-LIBERA.
           CLOSE LOG-LIBERA.
       FIN-AUDITA-MOVIMIENTO.
