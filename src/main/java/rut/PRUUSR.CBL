                      QUE ALGUIEN ENTRABA O SALIA DEL EQUIPO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Accion AUSENCIA: fija las
*********************               fechas de ausencia del usuario
*********************               (UT-AUSENTE-DESDE y HASTA, nuevas
*********************               al final del registro) desde el
*********************               tercer parametro, "desde;hasta"
*********************               como YYYYMMDD (sin hasta, un solo
*********************               dia; en blanco la borra); es lo
*********************               que PRUSOSPECHA coteja con la
*********************               actividad de la cuenta. ALTA la
*********************               deja en blanco y LISTA la saca.
********************* 15/10/2026 CVJ - Accion DEPTO: fija el
*********************               departamento del usuario
*********************               (UT-DEPTO, nuevo al final del
*********************               registro) desde el tercer
*********************               parametro; es la clave por la que
*********************               PRUCARGO reparte el coste. ALTA
*********************               lo deja en blanco y LISTA lo saca.
********************* 22/08/2026 CVJ - Accion PERFIL: fija UT-OPS y
*********************               UT-PROGS (el perfil de
*********************               autorizacion que aplica el
           03 UT-FECHA-ULTLOGIN PIC X(8).
           03 UT-OPS            PIC X(64).
           03 UT-PROGS          PIC X(128).
           03 UT-DEPTO          PIC X(8).
           03 UT-AUSENTE-DESDE  PIC X(8).
           03 UT-AUSENTE-HASTA  PIC X(8).

       WORKING-STORAGE SECTION.

       77  WS-FECHA-HOY      PIC X(8).
       77  WS-NUEVO-ACTIVO   PIC X.
       77  WS-USR-TOTAL      PIC 99999 VALUE ZEROES.
       77  WS-AUS-DESDE      PIC X(8).
       77  WS-AUS-HASTA      PIC X(8).
       01  WS-USR-RESP       PIC X(300).

       LINKAGE SECTION.
                    PERFORM CAMBIA-ACTIVO-S
               WHEN "PERFIL"
                    PERFORM FIJA-PERFIL
               WHEN "DEPTO"
                    PERFORM FIJA-DEPTO
               WHEN "AUSENCIA"
                    PERFORM FIJA-AUSENCIA THRU FIN-FIJA-AUSENCIA
               WHEN "LISTA"
                    PERFORM LISTA-USUARIOS THRU FIN-LISTA-USUARIOS
               WHEN OTHER
           MOVE SPACES TO UT-FECHA-ULTLOGIN.
           MOVE "*" TO UT-OPS.
           MOVE "*" TO UT-PROGS.
           MOVE SPACES TO UT-DEPTO.
           MOVE SPACES TO UT-AUSENTE-DESDE UT-AUSENTE-HASTA.
           WRITE REG-USERTAB
               INVALID KEY
                  DISPLAY "|USRERROR|YAEXISTE|" NOMBREUSUARIO "|"
           END-READ.
       FIN-FIJA-PERFIL.

      *    EL TERCER PARAMETRO TRAE EL CODIGO DE DEPARTAMENTO; EN
      *    BLANCO DEJA AL USUARIO SIN DEPARTAMENTO.
       FIJA-DEPTO.
           MOVE SPACES TO UT-USUARIO.
           MOVE NOMBREUSUARIO TO UT-USUARIO.
           READ USERTAB
               INVALID KEY
                  DISPLAY "|USRERROR|NOEXISTE|" NOMBREUSUARIO "|"
                          UPON SYSOUT
               NOT INVALID KEY
                  MOVE PERFIL TO UT-DEPTO
                  REWRITE REG-USERTAB
                  DISPLAY "|USR|DEPTO|" NOMBREUSUARIO "|"
                          UT-DEPTO "|" UPON SYSOUT
           END-READ.
       FIN-FIJA-DEPTO.

      *    EL TERCER PARAMETRO TRAE "desde;hasta" (YYYYMMDD, AMBOS
      *    INCLUIDOS); SIN HASTA ES UN SOLO DIA Y EN BLANCO BORRA LA
      *    AUSENCIA.
       FIJA-AUSENCIA.
           MOVE SPACES TO WS-AUS-DESDE WS-AUS-HASTA.
           UNSTRING PERFIL DELIMITED BY ";" INTO
                 WS-AUS-DESDE
                 WS-AUS-HASTA
           END-UNSTRING.
           IF WS-AUS-HASTA = SPACES
              MOVE WS-AUS-DESDE TO WS-AUS-HASTA
           END-IF.
           IF WS-AUS-DESDE NOT = SPACES AND
              (WS-AUS-DESDE IS NOT NUMERIC OR
               WS-AUS-HASTA IS NOT NUMERIC OR
               WS-AUS-HASTA < WS-AUS-DESDE)
              DISPLAY "|USRERROR|FECHAS|" PERFIL(1:17) "|"
                      UPON SYSOUT
              GO TO FIN-FIJA-AUSENCIA
           END-IF.
           MOVE SPACES TO UT-USUARIO.
           MOVE NOMBREUSUARIO TO UT-USUARIO.
           READ USERTAB
               INVALID KEY
                  DISPLAY "|USRERROR|NOEXISTE|" NOMBREUSUARIO "|"
                          UPON SYSOUT
               NOT INVALID KEY
                  MOVE WS-AUS-DESDE TO UT-AUSENTE-DESDE
                  MOVE WS-AUS-HASTA TO UT-AUSENTE-HASTA
                  REWRITE REG-USERTAB
                  DISPLAY "|USR|AUSENCIA|" NOMBREUSUARIO "|"
                          UT-AUSENTE-DESDE "|" UT-AUSENTE-HASTA "|"
                          UPON SYSOUT
           END-READ.
       FIN-FIJA-AUSENCIA.

       LISTADO SECTION.
       LISTA-USUARIOS.
           MOVE LOW-VALUES TO UT-USUARIO.
                  "|ACTIVO:" UT-ACTIVO
                  "|ALTA:" UT-FECHA-ALTA
                  "|ULTLOGIN:" UT-FECHA-ULTLOGIN
                  "|OPS:" UT-OPS
                  "|DEPTO:" UT-DEPTO
                  "|AUSENCIA:" UT-AUSENTE-DESDE "-" UT-AUSENTE-HASTA
                  "|"
                  DELIMITED BY SIZE
                  INTO WS-USR-RESP
           END-STRING.
