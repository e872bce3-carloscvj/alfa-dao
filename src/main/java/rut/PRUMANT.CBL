       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUMANT.
       AUTHOR.        CVJ.
       SECURITY.      INTERRUPTOR DE MANTENIMIENTO DE TODO EL SISTEMA:
                      UNA SOLA LINEA EN MANTENIMIENTO.DAT BAJO dd_dir
                      CON EL ESTADO, EL MOTIVO, LA HORA PREVISTA DE
                      FIN, QUIEN LO PUSO Y CUANDO. SOLO LO ENCIENDE Y
                      LO APAGA UN USUARIO ACTIVO DE USERTAB CON LA
                      OPERACION MNT EN SU PERFIL; CADA SESION DE SRU
                      LO MIRA EN SU BUCLE Y, ENCENDIDO, SOLO DEJA
                      PASAR LAS OPERACIONES DE CONSULTA, Y PRULANZA
                      SALTA SUS RANURAS. HASTA AHORA PARA UNA
                      REORGANIZACION HABIA QUE AVISAR POR TELEFONO Y
                      CRUZAR LOS DEDOS.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               las fechas de ausencia del
*********************               usuario (UT-AUSENTE-DESDE y
*********************               UT-AUSENTE-HASTA) que fija PRUUSR
*********************               AUSENCIA.
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               el departamento del usuario
*********************               (UT-DEPTO) que fija PRUUSR DEPTO.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               ACTIVA (detalle "motivo;fin", fin
*********************               como YYYYMMDDHHMM o en blanco si
*********************               no se sabe) - QUITA - CONSULTA
*********************               (RC 1 si esta encendido, con
*********************               "motivo;fin;usuario;fecha-hora"
*********************               en el detalle, sin escribir nada
*********************               en SYSOUT) - ESTADO (lo mismo,
*********************               pintado para el operador). EL FIN
*********************               ES ORIENTATIVO: EL INTERRUPTOR NO
*********************               SE APAGA SOLO. ACTIVA Y QUITA
*********************               QUEDAN EN PRUMANT-YYYYMMDD.LOG
*********************               BAJO dd_trz; UN RECHAZO DEVUELVE
*********************               RC 1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MANTEN
                  ASSIGN TO DYNAMIC WS-MANTEN-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANTEN-ESTADO.

           SELECT USERTAB
                  ASSIGN TO DYNAMIC WS-USERTAB-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UT-USUARIO
                  FILE STATUS IS WS-UT-ESTADO.

           SELECT LOG-MANTEN
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  MANTEN.
       01  REG-MANTEN.
           03 MAN-ESTADO     PIC X.
              88 MAN-ACTIVO  VALUE "S".
           03 FILLER         PIC X.
           03 MAN-MOTIVO     PIC X(60).
           03 FILLER         PIC X.
           03 MAN-FIN        PIC X(12).
           03 FILLER         PIC X.
           03 MAN-USUARIO    PIC X(15).
           03 FILLER         PIC X.
           03 MAN-FECHA      PIC X(8).
           03 MAN-HORA       PIC X(8).

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

       FD  LOG-MANTEN.
       01  REG-LOG-MANTEN    PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUMANT".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-MANTEN-PATH    PIC X(200).
       77  WS-MANTEN-ESTADO  PIC XX.
       01  WS-USERTAB-PATH   PIC X(200).
       77  WS-UT-ESTADO      PIC XX.
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-CONTEXTO       PIC X(64).

       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-D-MOTIVO       PIC X(60).
       77  WS-D-FIN          PIC X(12).
       77  WS-FIN-LON        PIC 99.
       77  WS-MOTIVO-RECHAZO PIC X(16).
       77  WS-AUTORIZADO     PIC X.
           88 MANTENEDOR-VALIDO VALUE "S".
       77  WS-HAY-REGISTRO   PIC X.
           88 HAY-REGISTRO   VALUE "S".
       77  WS-MOVIMIENTO     PIC X(8).
       01  WS-MANT-RESP      PIC X(300).

      *    EL PERFIL UT-OPS SE TROCEA IGUAL QUE EN SRU: HASTA 16
      *    OPERACIONES SEPARADAS POR COMAS, "*" PARA TODAS.
       01  WS-OPS-TOKS-TABLA.
           03 WS-OPS-TOK     PIC X(32) OCCURS 16.
       77  WS-OPS-N          PIC 99.

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING ACCION DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-MANTEN-PATH WS-USERTAB-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/MANTENIMIENTO.DAT"
                     DELIMITED BY SPACE
                     INTO WS-MANTEN-PATH
              END-STRING
              STRING VALORDIR "/USUARIOS"
                     DELIMITED BY SPACE
                     INTO WS-USERTAB-PATH
              END-STRING
           ELSE
              MOVE "MANTENIMIENTO.DAT" TO WS-MANTEN-PATH
              MOVE "USUARIOS" TO WS-USERTAB-PATH
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ACTIVA"
                    PERFORM ACTIVA-MANTEN THRU FIN-ACTIVA-MANTEN
               WHEN "QUITA"
                    PERFORM QUITA-MANTEN THRU FIN-QUITA-MANTEN
               WHEN "CONSULTA"
                    PERFORM CONSULTA-MANTEN THRU FIN-CONSULTA-MANTEN
               WHEN "ESTADO"
                    PERFORM ESTADO-MANTEN THRU FIN-ESTADO-MANTEN
               WHEN OTHER
                    DISPLAY "|MANTERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       INTERRUPTOR SECTION.
      *    EL FICHERO SE REESCRIBE ENTERO CADA VEZ: ES UNA LINEA. AL
      *    QUITARLO SE CONSERVA EL ULTIMO MOTIVO, PARA QUE ESTADO
      *    PUEDA DECIR QUIEN LO APAGO Y CUANDO.
       ACTIVA-MANTEN.
           PERFORM COMPRUEBA-MANTENEDOR THRU FIN-COMPRUEBA-MANTENEDOR.
           IF NOT MANTENEDOR-VALIDO
              GO TO FIN-ACTIVA-MANTEN
           END-IF.
           MOVE SPACES TO WS-D-MOTIVO WS-D-FIN.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-MOTIVO
                 WS-D-FIN
           END-UNSTRING.
           MOVE ZEROES TO WS-FIN-LON.
           INSPECT WS-D-FIN TALLYING WS-FIN-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-D-MOTIVO = SPACES OR
              (WS-D-FIN NOT = SPACES AND
               (WS-FIN-LON NOT = 12 OR WS-D-FIN IS NOT NUMERIC))
              DISPLAY "|MANTERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ACTIVA-MANTEN
           END-IF.
           MOVE SPACES TO REG-MANTEN.
           MOVE "S" TO MAN-ESTADO.
           MOVE WS-D-MOTIVO TO MAN-MOTIVO.
           MOVE WS-D-FIN TO MAN-FIN.
           MOVE USUARIO TO MAN-USUARIO.
           MOVE WS-FECHA TO MAN-FECHA.
           MOVE WS-HORA TO MAN-HORA.
           PERFORM GRABA-MANTEN THRU FIN-GRABA-MANTEN.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-ACTIVA-MANTEN
           END-IF.
           MOVE "ACTIVA" TO WS-MOVIMIENTO.
           PERFORM AUDITA-MANTEN THRU FIN-AUDITA-MANTEN.
           PERFORM PINTA-MANTEN THRU FIN-PINTA-MANTEN.
       FIN-ACTIVA-MANTEN.

       QUITA-MANTEN.
           PERFORM COMPRUEBA-MANTENEDOR THRU FIN-COMPRUEBA-MANTENEDOR.
           IF NOT MANTENEDOR-VALIDO
              GO TO FIN-QUITA-MANTEN
           END-IF.
           PERFORM LEE-MANTEN THRU FIN-LEE-MANTEN.
           IF NOT HAY-REGISTRO OR NOT MAN-ACTIVO
              DISPLAY "|MANTENIMIENTO|INACTIVO|" UPON SYSOUT
              GO TO FIN-QUITA-MANTEN
           END-IF.
           MOVE "N" TO MAN-ESTADO.
           MOVE USUARIO TO MAN-USUARIO.
           MOVE WS-FECHA TO MAN-FECHA.
           MOVE WS-HORA TO MAN-HORA.
           PERFORM GRABA-MANTEN THRU FIN-GRABA-MANTEN.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-QUITA-MANTEN
           END-IF.
           MOVE "QUITA" TO WS-MOVIMIENTO.
           PERFORM AUDITA-MANTEN THRU FIN-AUDITA-MANTEN.
           PERFORM PINTA-MANTEN THRU FIN-PINTA-MANTEN.
       FIN-QUITA-MANTEN.

      *    LA QUE LLAMA SRU CON CADA COMANDO: CALLADA, BARATA, Y SIN
      *    FICHERO ES QUE NUNCA SE ENCENDIO.
       CONSULTA-MANTEN.
           MOVE SPACES TO DETALLE.
           PERFORM LEE-MANTEN THRU FIN-LEE-MANTEN.
           IF NOT HAY-REGISTRO OR NOT MAN-ACTIVO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-CONSULTA-MANTEN
           END-IF.
           STRING MAN-MOTIVO DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  MAN-FIN DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  MAN-USUARIO DELIMITED BY SPACE
                  ";" MAN-FECHA "-" MAN-HORA
                  DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
           MOVE 1 TO RETURN-CODE.
       FIN-CONSULTA-MANTEN.

       ESTADO-MANTEN.
           PERFORM LEE-MANTEN THRU FIN-LEE-MANTEN.
           IF NOT HAY-REGISTRO
              DISPLAY "|MANTENIMIENTO|INACTIVO|" UPON SYSOUT
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-ESTADO-MANTEN
           END-IF.
           PERFORM PINTA-MANTEN THRU FIN-PINTA-MANTEN.
           IF MAN-ACTIVO
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-ESTADO-MANTEN.

       PINTA-MANTEN.
           MOVE SPACES TO WS-MANT-RESP.
           IF MAN-ACTIVO
              STRING "|MANTENIMIENTO|ACTIVO|" DELIMITED BY SIZE
                     MAN-MOTIVO DELIMITED BY "  "
                     "|FIN:" DELIMITED BY SIZE
                     MAN-FIN DELIMITED BY SPACE
                     "|POR:" DELIMITED BY SIZE
                     MAN-USUARIO DELIMITED BY SPACE
                     "|" MAN-FECHA "-" MAN-HORA "|"
                     DELIMITED BY SIZE
                     INTO WS-MANT-RESP
              END-STRING
           ELSE
              STRING "|MANTENIMIENTO|INACTIVO|QUITADO POR:"
                     DELIMITED BY SIZE
                     MAN-USUARIO DELIMITED BY SPACE
                     "|" MAN-FECHA "-" MAN-HORA "|"
                     DELIMITED BY SIZE
                     INTO WS-MANT-RESP
              END-STRING
           END-IF.
           DISPLAY WS-MANT-RESP UPON SYSOUT.
       FIN-PINTA-MANTEN.

       LEE-MANTEN.
           MOVE "N" TO WS-HAY-REGISTRO.
           OPEN INPUT MANTEN.
           IF WS-MANTEN-ESTADO NOT = "00"
              GO TO FIN-LEE-MANTEN
           END-IF.
           READ MANTEN
               AT END
                  CONTINUE
               NOT AT END
                  SET HAY-REGISTRO TO TRUE
           END-READ.
           CLOSE MANTEN.
       FIN-LEE-MANTEN.

       GRABA-MANTEN.
           OPEN OUTPUT MANTEN.
           IF WS-MANTEN-ESTADO NOT = "00"
              MOVE WS-MANTEN-ESTADO TO ERRORES
              MOVE "GRABANDO MANTENIMIENTO" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-MANTEN-PATH PROG
                                  WS-CONTEXTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-GRABA-MANTEN
           END-IF.
           WRITE REG-MANTEN.
           CLOSE MANTEN.
           MOVE ZERO TO RETURN-CODE.
       FIN-GRABA-MANTEN.

       PERMISOS SECTION.
      *    MISMO CRITERIO QUE EL DESPACHADOR DE SRU: USUARIO
      *    AUTENTICADO Y ACTIVO, CON MNT (O "*") EN UT-OPS; UN PERFIL
      *    EN BLANCO ES TODO PERMITIDO, COMO EN EL LOGIN.
       COMPRUEBA-MANTENEDOR.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           IF USUARIO = SPACES
              MOVE "SINLOGIN" TO WS-MOTIVO-RECHAZO
              GO TO RECHAZA-MANTENEDOR
           END-IF.
           OPEN INPUT USERTAB.
           IF WS-UT-ESTADO NOT = "00"
              MOVE "SINUSERTAB" TO WS-MOTIVO-RECHAZO
              GO TO RECHAZA-MANTENEDOR
           END-IF.
           MOVE USUARIO TO UT-USUARIO.
           READ USERTAB
               INVALID KEY
                  MOVE SPACES TO UT-ACTIVO
           END-READ.
           CLOSE USERTAB.
           IF NOT UT-USUARIO-ACTIVO
              MOVE "USUARIOINACTIVO" TO WS-MOTIVO-RECHAZO
              GO TO RECHAZA-MANTENEDOR
           END-IF.
           IF UT-OPS = SPACES
              MOVE "S" TO WS-AUTORIZADO
              GO TO FIN-COMPRUEBA-MANTENEDOR
           END-IF.
           INITIALIZE WS-OPS-TOKS-TABLA.
           UNSTRING UT-OPS DELIMITED BY "," INTO
                 WS-OPS-TOK(1) WS-OPS-TOK(2) WS-OPS-TOK(3)
                 WS-OPS-TOK(4) WS-OPS-TOK(5) WS-OPS-TOK(6)
                 WS-OPS-TOK(7) WS-OPS-TOK(8) WS-OPS-TOK(9)
                 WS-OPS-TOK(10) WS-OPS-TOK(11) WS-OPS-TOK(12)
                 WS-OPS-TOK(13) WS-OPS-TOK(14) WS-OPS-TOK(15)
                 WS-OPS-TOK(16)
           END-UNSTRING.
           PERFORM VARYING WS-OPS-N FROM 1 BY 1 UNTIL WS-OPS-N > 16
              IF WS-OPS-TOK(WS-OPS-N) = "*" OR
                 WS-OPS-TOK(WS-OPS-N) = "MNT"
                 MOVE "S" TO WS-AUTORIZADO
              END-IF
           END-PERFORM.
           IF MANTENEDOR-VALIDO
              GO TO FIN-COMPRUEBA-MANTENEDOR
           END-IF.
           MOVE "SINPERMISO" TO WS-MOTIVO-RECHAZO.
       RECHAZA-MANTENEDOR.
           DISPLAY "|MANTERROR|NOAUT|" USUARIO "|" WS-MOTIVO-RECHAZO
                   "|" UPON SYSOUT.
           MOVE "RECHAZO" TO WS-MOVIMIENTO.
           PERFORM AUDITA-MANTEN THRU FIN-AUDITA-MANTEN.
           MOVE 1 TO RETURN-CODE.
       FIN-COMPRUEBA-MANTENEDOR.

       AUDITORIA SECTION.
       AUDITA-MANTEN.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUMANT-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRUMANT-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-MANTEN.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-MANTEN
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA-MANTEN
           END-IF.
           MOVE SPACES TO REG-LOG-MANTEN.
           STRING WS-FECHA "-" WS-HORA
                  " |" DELIMITED BY SIZE
                  WS-MOVIMIENTO DELIMITED BY SPACE
                  "|POR:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  DETALLE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-MANTEN
           END-STRING.
           WRITE REG-LOG-MANTEN.
           CLOSE LOG-MANTEN.
       FIN-AUDITA-MANTEN.
